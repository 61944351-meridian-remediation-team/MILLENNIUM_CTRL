      *                 naming one specific reject plus optional
      *                 replacement values for any TRANS-RECORD field
      *   REPRFILE OUT  repaired transactions, TRANS-RECORD layout,
      *                 merged by CAPT-MERGE into the next day's
      *                 TRANS-FILE under a system batch of its own
      *   CARRYFIL OUT  rejects still unmatched, same layout as
      *                 ERRFILE; becomes next cycle's ERRFILE input
      *   AGERPT   OUT  aging report of unmatched rejects older than
      *                             twice released the wrong reject
      *                             because an account had two in
      *                             the cycle.
      *   2026-10-15  MERIDIAN-OPS  A repair of a reason-80 reject
      *                             (suspected duplicate) is marked
      *                             RPR-DUP-RELEASE so PATCH-BANKING
      *                             lets it through instead of
      *                             rejecting it as a duplicate of
      *                             itself again.
      *   2026-10-15  MERIDIAN-OPS  Each repair carries the reject
      *                             date and sequence ID it was
      *                             built from, for CAPT-MERGE's
      *                             repair history.
      *================================================================*

       IDENTIFICATION DIVISION.

      *----------------------------------------------------------------*
      * REPAIR-FILE -- rebuilt transactions in TRANS-RECORD layout so  *
      * CAPT-MERGE carries the repair feed straight into the next      *
      * day's TRANS-FILE.                                              *
      *----------------------------------------------------------------*
       FD  REPAIR-FILE
           LABEL RECORDS ARE STANDARD
           05  RPR-MATURITY-DATE  PIC 9(8).
           05  RPR-RENEW-FLAG     PIC X(1).
           05  RPR-CURRENCY-CODE  PIC X(3).
           05  FILLER             PIC X(1).
      *> 'Y' on the repair of a reason-80 duplicate reject: ops has
      *> said the item is real, so PATCH-BANKING skips its duplicate
      *> check. Rides in TRANS-RECORD filler positions.
           05  RPR-DUP-RELEASE    PIC X(1).
      *> The reject this repair was built from. CAPT-MERGE keys its
      *> repair history on it, so a later repair of a new reject of
      *> the same item is not taken for this one merged again.
           05  RPR-REJECT-DATE    PIC 9(8).
           05  RPR-REJECT-SEQ     PIC 9(9).
           05  FILLER             PIC X(183).

       FD  CARRY-FILE
           LABEL RECORDS ARE STANDARD
      * A reason-40/50/60 correction with no replacements releases     *
      * the record unchanged, as before -- the cure for those is on    *
      * ACCT-MASTER -- and a reason-70 reject is cured right here by   *
      * a corrected currency code. Releasing a reason-80 reject is     *
      * ops saying the suspected duplicate is real; the repair is      *
      * marked so PATCH-BANKING does not reject it a second time.      *
      *----------------------------------------------------------------*
       2200-WRITE-REPAIR.
           MOVE ERR-ORIG-RECORD(1:251) TO REPAIR-RECORD
           IF WS-CORR-CCY(WS-CORR-IX) NOT = SPACES
               MOVE WS-CORR-CCY(WS-CORR-IX) TO RPR-CURRENCY-CODE
           END-IF
           IF ERR-REASON-CODE = 80
               MOVE 'Y' TO RPR-DUP-RELEASE
           END-IF
           MOVE ERR-REJECT-DATE TO RPR-REJECT-DATE
           MOVE ERR-SEQUENCE-ID TO RPR-REJECT-SEQ
           WRITE REPAIR-RECORD
           ADD 1 TO WS-REPAIRED-COUNT
           MOVE 'Y' TO WS-MATCHED.
