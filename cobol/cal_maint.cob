      *             PATCH-BANKING). APPLIES ADD / DELETE ACTIONS FROM  *
      *             A SEQUENTIAL MAINTENANCE FEED, VALIDATED THROUGH   *
      *             DATE-ROLLOVER'S OWN DATE CHECKING, AND PRINTS THE  *
      *             FULL CALENDAR WITH A COVERAGE CHECK. ACTIONS APPLY *
      *             ONLY ONCE A SECOND OPERATOR RELEASES THEM.         *
      *================================================================*
      *
      * Maintenance feed layout (CALMNTIN, 48 bytes):
      *   CMT-ACTION      X(1)   'A'=add 'D'=delete
      *   CMT-DATE        9(8)   YYYYMMDD, validated via DATE-ROLLOVER
      *   CMT-DESCRIPTION X(30)  (adds only)
      *   CMT-OPERATOR-ID X(8)   ID of the operator who keyed it
      *
      * Until now HOLCAL was a raw 40-byte file someone edited by
      * hand: nothing validated the dates, caught duplicates, or
      * today -- the forecast horizon -- raises a coverage alert and
      * RETURN-CODE 4.
      *
      * Dual control (maker-checker), the same scheme as ACCT-MAINT.
      * Nothing on CALMNTIN applies the night it arrives: each action
      * is staged on CALPEND with the keying operator (the maker) and
      * an item ID, and listed on the pending-items report CALPRPT. A
      * different operator (the checker) keys 'R' release or 'D'
      * decline per item ID on CALAPPR, the ACCT-MAINT MNTAPPR layout.
      * Released items apply on the next run through the edits above
      * and are journaled to AUDITJRN, entry type 'H', with maker and
      * checker; declines are dropped; a decision by the item's own
      * maker does not count; an undecided item expires after 10 days
      * (a second command-line argument after the feed ID overrides
      * it). Pending items move forward on the CALPENDN generation,
      * swapped over CALPEND by the scheduler like HOLCALN. Expired
      * items and decisions that could not be used end the run
      * RETURN-CODE 4.
      *
      * MODIFICATION HISTORY:
      *   2026-09-03  MERIDIAN-OPS  Original version.
      *   2026-10-15  MERIDIAN-OPS  Maker-checker: CALMNTIN grew to 48
      *                             bytes for CMT-OPERATOR-ID; actions
      *                             stage on CALPEND and apply only
      *                             once a different operator releases
      *                             them on CALAPPR. Declines dropped,
      *                             undecided items expire, pending-
      *                             items report CALPRPT, changes
      *                             journaled to AUDITJRN. One operator
      *                             could delete a holiday alone.
      *   2026-10-15  MERIDIAN-OPS  Stage sequence no longer wraps
      *                             past 9999 into a duplicate item
      *                             ID: the rest of the feed is
      *                             rejected, flagged on CALRPT and
      *                             the run ends RETURN-CODE 8.
      *================================================================*

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT CAL-FEED        ASSIGN TO CALMNTIN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-FILE    ASSIGN TO CALPEND
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PND-STATUS.
           SELECT PENDING-NEW     ASSIGN TO CALPENDN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT APPROVAL-FILE   ASSIGN TO CALAPPR
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-APR-STATUS.
           SELECT PENDING-REPORT  ASSIGN TO CALPRPT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-JOURNAL   ASSIGN TO AUDITJRN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT HOLIDAY-FILE    ASSIGN TO HOLCAL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HOL-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *> Read INTO CAL-FEED-RECORD in working storage: the same
      *> layout is staged on, and later applied from, the pending file.
       FD  CAL-FEED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  CAL-FEED-FILE-RECORD   PIC X(48).

      *----------------------------------------------------------------*
      * PENDING-FILE / PENDING-NEW -- actions staged and not yet       *
      * decided, WS-PENDING-ITEM layout (100 bytes). Read from         *
      * CALPEND, written forward to the CALPENDN generation.           *
      *----------------------------------------------------------------*
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PENDING-FILE-RECORD    PIC X(100).

       FD  PENDING-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PENDING-NEW-RECORD     PIC X(100).

      *----------------------------------------------------------------*
      * APPROVAL-FILE -- the checker's decisions, ACCT-MAINT's MNTAPPR *
      * layout, one per pending item by item ID.                       *
      *----------------------------------------------------------------*
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  APPROVAL-RECORD.
           05  APR-ITEM-ID        PIC X(18).
           05  APR-DECISION       PIC X(1).
               88  APR-RELEASE                 VALUE 'R'.
               88  APR-DECLINE                 VALUE 'D'.
           05  APR-CHECKER-ID     PIC X(8).
           05  FILLER             PIC X(13).

      *----------------------------------------------------------------*
      * HOLIDAY-FILE -- same 40-byte layout DATE-ROLLOVER reads. Read  *
           RECORD CONTAINS 80 CHARACTERS.
       01  CAL-REPORT-RECORD      PIC X(80).

       FD  PENDING-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PENDING-REPORT-RECORD  PIC X(132).

      *----------------------------------------------------------------*
      * AUDIT-JOURNAL -- ACCT-MAINT's permanent journal, 120 bytes,    *
      * appended to. A holiday change is entry type 'H': the date sits *
      * in the account ID and the images are the date and the first   *
      * 24 bytes of the description, before and after. A journal       *
      * still in the original 100-byte layout must be converted by     *
      * JRN-CONVT before this program first appends to it.             *
      *----------------------------------------------------------------*
       FD  AUDIT-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-JOURNAL-RECORD.
           05  JRN-ACTION         PIC X(1).
           05  JRN-ACCOUNT-ID     PIC X(12).
           05  JRN-ACTION-DATE    PIC 9(8).
           05  JRN-ACTION-TIME    PIC 9(6).
           05  JRN-SOURCE-FEED    PIC X(8).
           05  JRN-BEFORE-IMAGE   PIC X(32).
           05  JRN-AFTER-IMAGE    PIC X(32).
           05  JRN-ENTRY-TYPE     PIC X(1).
               88  JRN-ACCOUNT-ENTRY           VALUE ' ' 'A'.
               88  JRN-CALENDAR-ENTRY          VALUE 'H'.
           05  JRN-MAKER-ID       PIC X(8).
           05  JRN-CHECKER-ID     PIC X(8).
           05  FILLER             PIC X(4).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-END-OF-FILE     PIC X(1)    VALUE 'N'.
           05  WS-HOL-EOF         PIC X(1)    VALUE 'N'.
           05  WS-PND-EOF         PIC X(1)    VALUE 'N'.
           05  WS-APR-EOF         PIC X(1)    VALUE 'N'.
           05  WS-STAGE-FULL      PIC X(1)    VALUE 'N'.

       01  WS-HOL-STATUS          PIC X(2)    VALUE '00'.
           88  WS-HOL-NOT-FOUND                VALUE '35'.
       01  WS-PND-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PND-NOT-FOUND                VALUE '35'.
       01  WS-APR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-APR-NOT-FOUND                VALUE '35'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT      PIC 9(9)    VALUE ZEROS.
           05  WS-APPLIED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-REJECT-COUNT    PIC 9(9)    VALUE ZEROS.
           05  WS-WEEKEND-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-STAGED-COUNT    PIC 9(9)    VALUE ZEROS.
           05  WS-DECLINED-COUNT  PIC 9(9)    VALUE ZEROS.
           05  WS-EXPIRED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-CARRIED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-PENDING-READ    PIC 9(9)    VALUE ZEROS.
           05  WS-APR-READ        PIC 9(9)    VALUE ZEROS.
           05  WS-APR-REJECTED    PIC 9(9)    VALUE ZEROS.

       01  WS-DISPOSITION         PIC X(30)   VALUE SPACES.

      *----------------------------------------------------------------*
      * CAL-FEED-RECORD -- the 48-byte CALMNTIN action, read into here *
      * and carried whole on the pending item.                         *
      *----------------------------------------------------------------*
       01  CAL-FEED-RECORD.
           05  CMT-ACTION         PIC X(1).
               88  CMT-ADD                     VALUE 'A'.
               88  CMT-DELETE                  VALUE 'D'.
               88  CMT-KNOWN-ACTION            VALUE 'A' 'D'.
           05  CMT-DATE           PIC 9(8).
           05  CMT-DESCRIPTION    PIC X(30).
           05  CMT-OPERATOR-ID    PIC X(8).
           05  FILLER             PIC X(1).

      *----------------------------------------------------------------*
      * WS-PENDING-ITEM -- one staged action awaiting its checker. The *
      * item ID is the stage date, time and sequence in the run, as in *
      * ACCT-MAINT.                                                    *
      *----------------------------------------------------------------*
       01  WS-PENDING-ITEM.
           05  PND-ITEM-ID.
               10  PND-STAGED-DATE
                                  PIC 9(8).
               10  PND-STAGED-TIME
                                  PIC 9(6).
               10  PND-STAGED-SEQ PIC 9(4).
           05  PND-MAKER-ID       PIC X(8).
           05  PND-SOURCE-FEED    PIC X(8).
           05  PND-FEED-RECORD    PIC X(48).
           05  FILLER             PIC X(18).
       01  WS-STAGE-SEQ           PIC 9(4)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * APPROVAL TABLE -- this run's usable decisions, first decision  *
      * per item wins. WS-APR-MATCHED marks the ones a pending item    *
      * claimed; the rest are reported at end of run.                  *
      *----------------------------------------------------------------*
       01  WS-APR-IX              PIC 9(4)    COMP VALUE ZEROS.
       01  WS-APR-SLOT            PIC 9(4)    COMP VALUE ZEROS.
       01  WS-APR-COUNT           PIC 9(4)    COMP VALUE ZEROS.
       01  WS-APPROVAL-TABLE.
           05  WS-APR-ENTRY OCCURS 200 TIMES.
               10  WS-APR-ITEM-ID PIC X(18).
               10  WS-APR-DECISION
                                  PIC X(1).
                   88  WS-APR-DECLINED         VALUE 'D'.
               10  WS-APR-CHECKER PIC X(8).
               10  WS-APR-MATCHED PIC X(1).
       01  WS-FIND-ITEM-ID        PIC X(18)   VALUE SPACES.
       01  WS-PROB-ITEM-ID        PIC X(18)   VALUE SPACES.
       01  WS-PROB-CHECKER        PIC X(8)    VALUE SPACES.
       01  WS-APR-PROBLEM         PIC X(40)   VALUE SPACES.

      *----------------------------------------------------------------*
      * Run arguments -- feed ID for the journal (default CALMNTIN),   *
      * then the expiry period in days (default 10, 1-999).            *
      *----------------------------------------------------------------*
       01  WS-RUN-ARGS            PIC X(20)   VALUE SPACES.
       01  WS-SOURCE-FEED         PIC X(8)    VALUE SPACES.
       01  WS-EXPIRY-ARG          PIC X(3)    VALUE SPACES.
       01  WS-EXPIRY-ARG-SHIFT    PIC X(2)    VALUE SPACES.
       01  WS-EXPIRY-DAYS         PIC 9(3)    VALUE 10.
       01  WS-EXPIRY-SPAN         PIC S9(9)   VALUE ZEROS.
       01  WS-ITEM-AGE            PIC S9(9)   VALUE ZEROS.
       01  WS-EXPIRES-ON          PIC 9(8)    VALUE ZEROS.
       01  WS-ACTION-TIME         PIC 9(6)    VALUE ZEROS.

      *> The released item's own feed, maker and checker, and the
      *> holiday as it stood before and after, for the journal.
       01  WS-ITEM-FEED           PIC X(8)    VALUE SPACES.
       01  WS-MAKER-ID            PIC X(8)    VALUE SPACES.
       01  WS-CHECKER-ID          PIC X(8)    VALUE SPACES.
       01  WS-BEFORE-IMAGE        PIC X(32)   VALUE SPACES.
       01  WS-AFTER-IMAGE         PIC X(32)   VALUE SPACES.

      *----------------------------------------------------------------*
      * The calendar table -- 200 entries, matching the capacity of    *
      * DATE-ROLLOVER's own holiday table, kept in ascending date      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-CALENDAR
           PERFORM 1300-LOAD-APPROVALS
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 2500-STAGE-ACTIONS
           PERFORM 3000-REWRITE-CALENDAR
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> No pending file or no approval feed is just nothing waiting
      *> or nothing decided; one that will not open fails the job,
      *> since carrying on would drop every pending item.
       1000-INITIALIZE.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL SPACE
               INTO WS-SOURCE-FEED WS-EXPIRY-ARG
           IF WS-SOURCE-FEED = SPACES
               MOVE 'CALMNTIN' TO WS-SOURCE-FEED
           END-IF
           IF WS-EXPIRY-ARG NOT = SPACES
               PERFORM 1005-TAKE-EXPIRY-ARG
           END-IF
           MOVE WS-EXPIRY-DAYS TO WS-EXPIRY-SPAN
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-ACTION-TIME
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           IF WS-DR-RETURN-CODE NOT = 0
               MOVE WS-TODAY-PACKED TO WS-HORIZON-DATE
           END-IF
           OPEN INPUT PENDING-FILE
           IF WS-PND-STATUS NOT = '00' AND NOT WS-PND-NOT-FOUND
               DISPLAY 'CAL-MAINT: CALPEND OPEN FAILED, '
                   'STATUS=' WS-PND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT APPROVAL-FILE
           IF WS-APR-STATUS NOT = '00' AND NOT WS-APR-NOT-FOUND
               DISPLAY 'CAL-MAINT: CALAPPR OPEN FAILED, '
                   'STATUS=' WS-APR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CAL-FEED
           OPEN OUTPUT CAL-REPORT
           OPEN OUTPUT PENDING-NEW
           OPEN OUTPUT PENDING-REPORT
           OPEN EXTEND AUDIT-JOURNAL
           MOVE SPACES TO PENDING-REPORT-RECORD
           MOVE 'CAL-MAINT PENDING ITEMS AS OF ' TO
               PENDING-REPORT-RECORD(1:30)
           MOVE WS-TODAY-PACKED TO PENDING-REPORT-RECORD(31:8)
           MOVE ' - UNDECIDED ITEMS EXPIRE AFTER ' TO
               PENDING-REPORT-RECORD(39:32)
           MOVE WS-EXPIRY-DAYS TO PENDING-REPORT-RECORD(71:3)
           MOVE ' DAYS' TO PENDING-REPORT-RECORD(74:5)
           WRITE PENDING-REPORT-RECORD.

       1005-TAKE-EXPIRY-ARG.
           PERFORM 1006-JUSTIFY-EXPIRY-ARG
               UNTIL WS-EXPIRY-ARG(3:1) NOT = SPACE
           INSPECT WS-EXPIRY-ARG
               REPLACING LEADING SPACES BY ZEROS
           IF WS-EXPIRY-ARG IS NUMERIC AND WS-EXPIRY-ARG NOT = '000'
               MOVE WS-EXPIRY-ARG TO WS-EXPIRY-DAYS
           ELSE
               DISPLAY 'CAL-MAINT: EXPIRY ARGUMENT NOT VALID '
                   '- USING DEFAULT ' WS-EXPIRY-DAYS
           END-IF.

       1006-JUSTIFY-EXPIRY-ARG.
           MOVE WS-EXPIRY-ARG(1:2) TO WS-EXPIRY-ARG-SHIFT
           MOVE SPACES TO WS-EXPIRY-ARG
           MOVE WS-EXPIRY-ARG-SHIFT TO WS-EXPIRY-ARG(2:2).

       1100-READ-FEED.
           READ CAL-FEED INTO CAL-FEED-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1150-READ-PENDING.
           READ PENDING-FILE INTO WS-PENDING-ITEM
               AT END MOVE 'Y' TO WS-PND-EOF.

      *----------------------------------------------------------------*
      * 1200-LOAD-CALENDAR -- load whatever calendar exists. A missing *
      * file is an empty calendar (first-ever run); entries are        *
               WRITE CAL-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * 1300-LOAD-APPROVALS -- a decision needs a known code and a     *
      * checker ID; the first decision for an item is the one that     *
      * counts. Anything else is listed on the pending report.         *
      *----------------------------------------------------------------*
       1300-LOAD-APPROVALS.
           IF WS-APR-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1310-READ-APPROVAL
               PERFORM 1320-TAKE-ONE-APPROVAL
                   UNTIL WS-APR-EOF = 'Y'
               CLOSE APPROVAL-FILE
           END-IF.

       1310-READ-APPROVAL.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO WS-APR-EOF.

       1320-TAKE-ONE-APPROVAL.
           ADD 1 TO WS-APR-READ
           MOVE APR-ITEM-ID    TO WS-FIND-ITEM-ID
           MOVE APR-ITEM-ID    TO WS-PROB-ITEM-ID
           MOVE APR-CHECKER-ID TO WS-PROB-CHECKER
           PERFORM 2020-FIND-APPROVAL
           EVALUATE TRUE
               WHEN NOT APR-RELEASE AND NOT APR-DECLINE
                   MOVE 'DECISION NOT R OR D - IGNORED'
                       TO WS-APR-PROBLEM
                   PERFORM 8300-WRITE-APPROVAL-PROBLEM
               WHEN APR-CHECKER-ID = SPACES
                   MOVE 'NO CHECKER ID - IGNORED' TO WS-APR-PROBLEM
                   PERFORM 8300-WRITE-APPROVAL-PROBLEM
               WHEN WS-APR-SLOT > ZEROS
                   MOVE 'SECOND DECISION FOR ITEM - IGNORED'
                       TO WS-APR-PROBLEM
                   PERFORM 8300-WRITE-APPROVAL-PROBLEM
               WHEN WS-APR-COUNT = 200
                   MOVE 'DECISION TABLE FULL - NOT TAKEN'
                       TO WS-APR-PROBLEM
                   PERFORM 8300-WRITE-APPROVAL-PROBLEM
               WHEN OTHER
                   ADD 1 TO WS-APR-COUNT
                   MOVE APR-ITEM-ID TO WS-APR-ITEM-ID(WS-APR-COUNT)
                   MOVE APR-DECISION TO WS-APR-DECISION(WS-APR-COUNT)
                   MOVE APR-CHECKER-ID TO WS-APR-CHECKER(WS-APR-COUNT)
                   MOVE 'N' TO WS-APR-MATCHED(WS-APR-COUNT)
           END-EVALUATE
           PERFORM 1310-READ-APPROVAL.

      *----------------------------------------------------------------*
      * 2000-APPLY-ACTIONS -- work the items staged by earlier runs.   *
      * Released by someone other than the maker: applied through the  *
      * edits below. Declined: dropped. Undecided (or decided only by  *
      * the maker): carried forward, or dropped once past expiry.      *
      *----------------------------------------------------------------*
       2000-APPLY-ACTIONS.
           IF WS-PND-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1150-READ-PENDING
               PERFORM 2005-WORK-ONE-PENDING
                   UNTIL WS-PND-EOF = 'Y'
               CLOSE PENDING-FILE
           END-IF.

       2005-WORK-ONE-PENDING.
           ADD 1 TO WS-PENDING-READ
           MOVE PND-FEED-RECORD TO CAL-FEED-RECORD
           MOVE PND-ITEM-ID TO WS-FIND-ITEM-ID
           PERFORM 2020-FIND-APPROVAL
           IF WS-APR-SLOT > ZEROS
               MOVE 'Y' TO WS-APR-MATCHED(WS-APR-SLOT)
           END-IF
           EVALUATE TRUE
               WHEN WS-APR-SLOT = ZEROS
                   PERFORM 2030-EXPIRE-OR-CARRY
               WHEN WS-APR-CHECKER(WS-APR-SLOT) = PND-MAKER-ID
                   MOVE PND-ITEM-ID TO WS-PROB-ITEM-ID
                   MOVE PND-MAKER-ID TO WS-PROB-CHECKER
                   MOVE 'CHECKER IS THE MAKER - STILL PENDING'
                       TO WS-APR-PROBLEM
                   PERFORM 8300-WRITE-APPROVAL-PROBLEM
                   PERFORM 2030-EXPIRE-OR-CARRY
               WHEN WS-APR-DECLINED(WS-APR-SLOT)
                   MOVE SPACES TO WS-DISPOSITION
                   MOVE 'DECLINED BY ' TO WS-DISPOSITION(1:12)
                   MOVE WS-APR-CHECKER(WS-APR-SLOT) TO
                       WS-DISPOSITION(13:8)
                   PERFORM 8000-WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE PND-SOURCE-FEED TO WS-ITEM-FEED
                   MOVE PND-MAKER-ID TO WS-MAKER-ID
                   MOVE WS-APR-CHECKER(WS-APR-SLOT) TO WS-CHECKER-ID
                   PERFORM 2010-APPLY-ONE-ACTION
           END-EVALUATE
           PERFORM 1150-READ-PENDING.

       2010-APPLY-ONE-ACTION.
           MOVE SPACES TO WS-DISPOSITION
           EVALUATE TRUE
               WHEN CMT-ADD
               WHEN OTHER
                   MOVE 'REJECTED: UNKNOWN ACTION' TO WS-DISPOSITION
           END-EVALUATE
           PERFORM 8000-WRITE-REPORT-LINE.

       2020-FIND-APPROVAL.
           MOVE ZEROS TO WS-APR-SLOT
           MOVE 1 TO WS-APR-IX
           PERFORM 2025-MATCH-ONE-APPROVAL
               UNTIL WS-APR-IX > WS-APR-COUNT
               OR WS-APR-SLOT > ZEROS.

       2025-MATCH-ONE-APPROVAL.
           IF WS-APR-ITEM-ID(WS-APR-IX) = WS-FIND-ITEM-ID
               MOVE WS-APR-IX TO WS-APR-SLOT
           END-IF
           ADD 1 TO WS-APR-IX.

      *> Age in calendar days from the day the item was staged; a date
      *> DAYS-BETWEEN will not take keeps the item rather than losing
      *> it.
       2030-EXPIRE-OR-CARRY.
           CALL "DAYS-BETWEEN" USING PND-STAGED-DATE
               WS-TODAY-PACKED WS-ITEM-AGE WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE = 0 AND WS-ITEM-AGE > WS-EXPIRY-SPAN
               MOVE 'EXPIRED: NOT DECIDED' TO WS-DISPOSITION
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2600-CARRY-PENDING
           END-IF.

       2100-ADD-HOLIDAY.
           MOVE CMT-DATE TO WS-DATE-PACKED
                       ELSE
                           MOVE 'APPLIED: ADDED' TO WS-DISPOSITION
                       END-IF
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE CMT-DATE TO WS-AFTER-IMAGE(1:8)
                       MOVE CMT-DESCRIPTION TO WS-AFTER-IMAGE(9:24)
                       PERFORM 8100-WRITE-JOURNAL
               END-EVALUATE
           END-IF.

               IF WS-CAL-SLOT = ZEROS
                   MOVE 'REJECTED: NOT ON FILE' TO WS-DISPOSITION
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE CMT-DATE TO WS-BEFORE-IMAGE(1:8)
                   MOVE WS-CAL-DESC(WS-CAL-SLOT) TO
                       WS-BEFORE-IMAGE(9:24)
                   PERFORM 5150-REMOVE-ENTRY
                   MOVE 'APPLIED: DELETED' TO WS-DISPOSITION
                   PERFORM 8100-WRITE-JOURNAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2500-STAGE-ACTIONS -- tonight's CALMNTIN goes on the pending   *
      * file behind the items carried forward. An action code this     *
      * program does not know, or no operator ID to hold it to, is     *
      * rejected here rather than put in front of a checker.           *
      *----------------------------------------------------------------*
       2500-STAGE-ACTIONS.
           PERFORM 1100-READ-FEED
           PERFORM 2510-STAGE-ONE-ACTION
               UNTIL WS-END-OF-FILE = 'Y'.

       2510-STAGE-ONE-ACTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO WS-PENDING-ITEM
           EVALUATE TRUE
               WHEN NOT CMT-KNOWN-ACTION
                   MOVE 'REJECTED: UNKNOWN ACTION' TO WS-DISPOSITION
               WHEN CMT-OPERATOR-ID = SPACES
                   MOVE 'REJECTED: NO OPERATOR ID' TO WS-DISPOSITION
               WHEN WS-STAGE-FULL = 'Y'
                   MOVE 'REJECTED: STAGING LIMIT' TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-STAGE-SEQ
                       ON SIZE ERROR
                           PERFORM 2520-STAGING-LIMIT
                       NOT ON SIZE ERROR
                           PERFORM 2530-STAGE-ITEM
                   END-ADD
           END-EVALUATE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 1100-READ-FEED.

      *> The item ID carries a four-digit sequence. Once a run has
      *> handed out 9999 of them, the rest of the feed is rejected
      *> rather than wrap to 0000 and reuse an ID a checker may
      *> already be holding; the run ends RETURN-CODE 8 and the
      *> rejected actions are resent next night.
       2520-STAGING-LIMIT.
           MOVE 'Y' TO WS-STAGE-FULL
           MOVE 'REJECTED: STAGING LIMIT' TO WS-DISPOSITION
           DISPLAY 'CAL-MAINT: 9999 ITEMS STAGED THIS RUN - '
               'REMAINING ACTIONS REJECTED, RESEND'.

       2530-STAGE-ITEM.
           MOVE WS-TODAY-PACKED TO PND-STAGED-DATE
           MOVE WS-ACTION-TIME  TO PND-STAGED-TIME
           MOVE WS-STAGE-SEQ    TO PND-STAGED-SEQ
           MOVE CMT-OPERATOR-ID TO PND-MAKER-ID
           MOVE WS-SOURCE-FEED  TO PND-SOURCE-FEED
           MOVE CAL-FEED-RECORD TO PND-FEED-RECORD
           PERFORM 2600-CARRY-PENDING
           MOVE 'STAGED: AWAITING APPROVAL' TO WS-DISPOSITION.

       2600-CARRY-PENDING.
           WRITE PENDING-NEW-RECORD FROM WS-PENDING-ITEM
           ADD 1 TO WS-CARRIED-COUNT
           PERFORM 8200-WRITE-PENDING-LINE.

      *----------------------------------------------------------------*
      * 5000-VALIDATE-DATE -- DATE-ROLLOVER's own real-calendar and    *
      * leap-year checking, via COMPARE-DATES with the date on both    *
               'FORECAST HORIZON - LOAD THE NEXT PERIOD'
           MOVE 4 TO RETURN-CODE.

      *> The item ID follows the disposition so a staged action can
      *> be found on the pending report and a decided one traced back.
       8000-WRITE-REPORT-LINE.
           MOVE SPACES TO CAL-REPORT-RECORD
           MOVE CMT-ACTION        TO CAL-REPORT-RECORD(1:1)
           MOVE CMT-DATE          TO CAL-REPORT-RECORD(3:8)
           MOVE WS-DISPOSITION    TO CAL-REPORT-RECORD(12:30)
           MOVE PND-ITEM-ID       TO CAL-REPORT-RECORD(43:18)
           WRITE CAL-REPORT-RECORD
           EVALUATE WS-DISPOSITION(1:8)
               WHEN 'APPLIED:'
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN 'STAGED: '
                   ADD 1 TO WS-STAGED-COUNT
               WHEN 'DECLINED'
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN 'EXPIRED:'
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 8100-WRITE-JOURNAL -- one AUDITJRN entry per holiday added or  *
      * deleted, naming the operator who keyed it and the one who      *
      * released it.                                                   *
      *----------------------------------------------------------------*
       8100-WRITE-JOURNAL.
           MOVE SPACES             TO AUDIT-JOURNAL-RECORD
           MOVE CMT-ACTION         TO JRN-ACTION
           MOVE CMT-DATE           TO JRN-ACCOUNT-ID
           MOVE WS-TODAY-PACKED    TO JRN-ACTION-DATE
           MOVE WS-ACTION-TIME     TO JRN-ACTION-TIME
           MOVE WS-ITEM-FEED       TO JRN-SOURCE-FEED
           MOVE WS-BEFORE-IMAGE    TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO JRN-AFTER-IMAGE
           MOVE 'H'                TO JRN-ENTRY-TYPE
           MOVE WS-MAKER-ID        TO JRN-MAKER-ID
           MOVE WS-CHECKER-ID      TO JRN-CHECKER-ID
           WRITE AUDIT-JOURNAL-RECORD.

      *----------------------------------------------------------------*
      * 8200-WRITE-PENDING-LINE -- the checker's worklist: one line    *
      * per item still waiting, with what it would do and the last     *
      * day it can be decided.                                         *
      *----------------------------------------------------------------*
       8200-WRITE-PENDING-LINE.
           CALL "ADD-DAYS-TO-DATE" USING PND-STAGED-DATE
               WS-EXPIRY-SPAN WS-EXPIRES-ON WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE NOT = 0
               MOVE ZEROS TO WS-EXPIRES-ON
           END-IF
           MOVE SPACES TO PENDING-REPORT-RECORD
           MOVE PND-ITEM-ID     TO PENDING-REPORT-RECORD(1:18)
           MOVE CMT-ACTION      TO PENDING-REPORT-RECORD(20:1)
           MOVE CMT-DATE        TO PENDING-REPORT-RECORD(22:8)
           MOVE ' MAKER ' TO PENDING-REPORT-RECORD(34:7)
           MOVE PND-MAKER-ID    TO PENDING-REPORT-RECORD(41:8)
           MOVE ' FEED ' TO PENDING-REPORT-RECORD(49:6)
           MOVE PND-SOURCE-FEED TO PENDING-REPORT-RECORD(55:8)
           MOVE ' DECIDE BY ' TO PENDING-REPORT-RECORD(63:11)
           MOVE WS-EXPIRES-ON   TO PENDING-REPORT-RECORD(74:8)
           IF CMT-ADD
               MOVE CMT-DESCRIPTION TO PENDING-REPORT-RECORD(84:30)
           END-IF
           WRITE PENDING-REPORT-RECORD.

       8300-WRITE-APPROVAL-PROBLEM.
           MOVE SPACES TO PENDING-REPORT-RECORD
           MOVE '*** DECISION ' TO PENDING-REPORT-RECORD(1:13)
           MOVE WS-PROB-ITEM-ID TO PENDING-REPORT-RECORD(14:18)
           MOVE ' BY ' TO PENDING-REPORT-RECORD(32:4)
           MOVE WS-PROB-CHECKER TO PENDING-REPORT-RECORD(36:8)
           MOVE ' - ' TO PENDING-REPORT-RECORD(44:3)
           MOVE WS-APR-PROBLEM TO PENDING-REPORT-RECORD(47:40)
           MOVE ' ***' TO PENDING-REPORT-RECORD(87:4)
           WRITE PENDING-REPORT-RECORD
           ADD 1 TO WS-APR-REJECTED.

      *> A decision no pending item claimed: keyed against the wrong
      *> ID, or for an item already decided or expired.
       8310-REPORT-UNCLAIMED.
           IF WS-APR-MATCHED(WS-APR-IX) = 'N'
               MOVE WS-APR-ITEM-ID(WS-APR-IX) TO WS-PROB-ITEM-ID
               MOVE WS-APR-CHECKER(WS-APR-IX) TO WS-PROB-CHECKER
               MOVE 'NO SUCH PENDING ITEM - IGNORED'
                   TO WS-APR-PROBLEM
               PERFORM 8300-WRITE-APPROVAL-PROBLEM
           END-IF
           ADD 1 TO WS-APR-IX.

       9000-TERMINATE.
           MOVE 1 TO WS-APR-IX
           PERFORM 8310-REPORT-UNCLAIMED
               UNTIL WS-APR-IX > WS-APR-COUNT
           PERFORM 9100-WRITE-PENDING-COUNTS
           MOVE SPACES TO CAL-REPORT-RECORD
           MOVE 'ACTIONS READ.............' TO
               CAL-REPORT-RECORD(1:25)
           MOVE WS-CTL-COUNT-ED TO CAL-REPORT-RECORD(27:9)
           WRITE CAL-REPORT-RECORD
           MOVE SPACES TO CAL-REPORT-RECORD
           MOVE 'ACTIONS STAGED...........' TO
               CAL-REPORT-RECORD(1:25)
           MOVE WS-STAGED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CAL-REPORT-RECORD(27:9)
           WRITE CAL-REPORT-RECORD
           MOVE SPACES TO CAL-REPORT-RECORD
           MOVE 'PENDING ITEMS READ.......' TO
               CAL-REPORT-RECORD(1:25)
           MOVE WS-PENDING-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CAL-REPORT-RECORD(27:9)
           WRITE CAL-REPORT-RECORD
           MOVE SPACES TO CAL-REPORT-RECORD
           MOVE 'ITEMS DECLINED...........' TO
               CAL-REPORT-RECORD(1:25)
           MOVE WS-DECLINED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CAL-REPORT-RECORD(27:9)
           WRITE CAL-REPORT-RECORD
           MOVE SPACES TO CAL-REPORT-RECORD
           MOVE 'ITEMS EXPIRED............' TO
               CAL-REPORT-RECORD(1:25)
           MOVE WS-EXPIRED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CAL-REPORT-RECORD(27:9)
           WRITE CAL-REPORT-RECORD
           MOVE SPACES TO CAL-REPORT-RECORD
           MOVE 'ACTIONS APPLIED..........' TO
               CAL-REPORT-RECORD(1:25)
           MOVE WS-APPLIED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CAL-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CAL-REPORT-RECORD(27:9)
           WRITE CAL-REPORT-RECORD
           IF WS-EXPIRED-COUNT > ZEROS
               OR WS-APR-REJECTED > ZEROS
               MOVE 4 TO RETURN-CODE
               DISPLAY 'CAL-MAINT: EXPIRED ITEMS OR UNUSABLE '
                   'DECISIONS - SEE REPORTS'
           END-IF
           IF WS-STAGE-FULL = 'Y'
               MOVE SPACES TO CAL-REPORT-RECORD
               MOVE '*** STAGING LIMIT REACHED - ACTIONS REJECTED, '
                   TO CAL-REPORT-RECORD(1:46)
               MOVE 'RESEND ***' TO CAL-REPORT-RECORD(47:10)
               WRITE CAL-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CAL-FEED
           CLOSE CAL-REPORT
           CLOSE PENDING-NEW
           CLOSE PENDING-REPORT
           CLOSE AUDIT-JOURNAL.

       9100-WRITE-PENDING-COUNTS.
           MOVE SPACES TO PENDING-REPORT-RECORD
           MOVE 'ITEMS STILL PENDING......' TO
               PENDING-REPORT-RECORD(1:25)
           MOVE WS-CARRIED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO PENDING-REPORT-RECORD(27:9)
           WRITE PENDING-REPORT-RECORD
           MOVE SPACES TO PENDING-REPORT-RECORD
           MOVE 'DECISIONS READ...........' TO
               PENDING-REPORT-RECORD(1:25)
           MOVE WS-APR-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO PENDING-REPORT-RECORD(27:9)
           WRITE PENDING-REPORT-RECORD
           MOVE SPACES TO PENDING-REPORT-RECORD
           MOVE 'DECISIONS NOT USED.......' TO
               PENDING-REPORT-RECORD(1:25)
           MOVE WS-APR-REJECTED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO PENDING-REPORT-RECORD(27:9)
           WRITE PENDING-REPORT-RECORD.
