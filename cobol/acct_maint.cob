      * PURPOSE:    MAINTAIN THE ACCT-MASTER REFERENCE FILE USED BY    *
      *             PATCH-BANKING TO VALIDATE TR-ACCOUNT-ID.           *
      *             APPLIES ADD / CLOSE / REINSTATE / FREEZE ACTIONS   *
      *             FROM A SEQUENTIAL MAINTENANCE FEED, UNDER DUAL     *
      *             CONTROL: ACTIONS ARE STAGED PENDING AND APPLY ONLY *
      *             WHEN A SECOND OPERATOR RELEASES THEM.              *
      *================================================================*
      *
      * Maintenance feed layout (MAINTIN, 140 bytes):
      *   MNT-NAME         X(30)  (adds and 'N' actions)
      *   MNT-ADDR-LINE-1  X(30)
      *   MNT-ADDR-LINE-2  X(30)
      *   MNT-OPERATOR-ID  X(8)   ID of the operator who keyed it
      *
      * Name and address live on the companion ACCT-ADDR file, keyed
      * the same way as the master, so the 32-byte master record the
      * Every action is echoed to MNTRPT with an APPLIED/REJECTED
      * disposition, and counts are printed at end of run.
      *
      * Dual control (maker-checker). Nothing on MAINTIN applies the
      * night it arrives: each action is staged on the pending file
      * with the keying operator's ID (the maker) and an item ID --
      * stage date, time and sequence -- and listed on the pending-
      * items report MNTPRPT. A second operator (the checker) works
      * from that report and keys a decision per item on MNTAPPR:
      *   APR-ITEM-ID      X(18)  item ID from the pending report
      *   APR-DECISION     X(1)   'R'=release 'D'=decline
      *   APR-CHECKER-ID   X(8)   the checker's operator ID
      * The next run applies released items exactly as before, and
      * the journal carries both maker and checker. A declined item
      * is dropped. A decision by the item's own maker does not count
      * and the item stays pending. An item nobody decides within the
      * expiry period (10 days; a second command-line argument after
      * the feed ID overrides it) expires and is dropped. Pending
      * items move forward on the MNTPENDN generation, which the
      * scheduler swaps over MNTPEND after a clean end of job, the
      * way HOLCALN replaces HOLCAL. Expired items and decisions that
      * could not be used end the run RETURN-CODE 4.
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  MERIDIAN-OPS  Original version. Until now there
      *                             was no account reference data in
      *                             answer. ACCT-REBLD replays this
      *                             journal to rebuild the master as
      *                             of any past date.
      *   2026-10-15  MERIDIAN-OPS  Maker-checker: MAINTIN actions are
      *                             staged on MNTPEND with the keying
      *                             operator (MNT-OPERATOR-ID, out of
      *                             filler) and apply only once a
      *                             different operator releases them
      *                             on MNTAPPR. Declines dropped,
      *                             undecided items expire, pending-
      *                             items report MNTPRPT. AUDITJRN grew
      *                             to 120 bytes for maker and checker
      *                             IDs and an entry type. Audit asked
      *                             for dual control on every change.
      *   2026-10-15  MERIDIAN-OPS  Stage sequence no longer wraps
      *                             past 9999 into a duplicate item
      *                             ID: the rest of the feed is
      *                             rejected, flagged on MNTRPT and
      *                             the run ends RETURN-CODE 8.
      *================================================================*

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT MAINT-FILE      ASSIGN TO MAINTIN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-FILE    ASSIGN TO MNTPEND
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PND-STATUS.
           SELECT PENDING-NEW     ASSIGN TO MNTPENDN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT APPROVAL-FILE   ASSIGN TO MNTAPPR
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-APR-STATUS.
           SELECT PENDING-REPORT  ASSIGN TO MNTPRPT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.

      *> Read INTO MAINT-RECORD in working storage: the same layout
      *> is staged on, and later applied from, the pending file.
       FD  MAINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01  MAINT-FILE-RECORD      PIC X(140).

      *----------------------------------------------------------------*
      * PENDING-FILE / PENDING-NEW -- actions staged and not yet       *
      * decided, WS-PENDING-ITEM layout (200 bytes). Read from         *
      * MNTPEND, written forward to the MNTPENDN generation.           *
      *----------------------------------------------------------------*
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PENDING-FILE-RECORD    PIC X(200).

       FD  PENDING-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  PENDING-NEW-RECORD     PIC X(200).

      *----------------------------------------------------------------*
      * APPROVAL-FILE -- the checker's decisions, one per pending item *
      * by item ID.                                                    *
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

       FD  ACCT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-RECORD    PIC X(80).

       FD  PENDING-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PENDING-REPORT-RECORD  PIC X(132).

      *----------------------------------------------------------------*
      * AUDIT-JOURNAL -- permanent, append-only journal of every       *
      * applied action that changed ACCT-MASTER, with before and       *
      * time, and the source feed that carried the action. Never       *
      * truncated: this file is the answer to "when was this account   *
      * frozen, and by what" -- and ACCT-REBLD can replay it to        *
      * reconstruct the master as of any past date. FILE-RETAIN moves  *
      * entries past the online period to archive generations, always  *
      * leaving each account's latest image here. Each entry names     *
      * the operator who keyed the change and the one who released    *
      * it. CAL-MAINT journals holiday changes here too, entry type   *
      * 'H'; entries from before the type existed read as accounts.    *
      * A journal still in the original 100-byte layout must be        *
      * converted by JRN-CONVT before this program first appends to    *
      * it.                                                            *
      *----------------------------------------------------------------*
       FD  AUDIT-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-JOURNAL-RECORD.
           05  JRN-ACTION         PIC X(1).
           05  JRN-ACCOUNT-ID     PIC X(12).
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
           05  WS-PND-EOF         PIC X(1)    VALUE 'N'.
           05  WS-APR-EOF         PIC X(1)    VALUE 'N'.
           05  WS-STAGE-FULL      PIC X(1)    VALUE 'N'.

       01  WS-PND-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PND-NOT-FOUND                VALUE '35'.
       01  WS-APR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-APR-NOT-FOUND                VALUE '35'.

       01  WS-ACCT-STATUS         PIC X(2)    VALUE '00'.
           88  WS-ACCT-NOT-FOUND               VALUE '23'.
           05  WS-READ-COUNT      PIC 9(9)    VALUE ZEROS.
           05  WS-APPLIED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-REJECT-COUNT    PIC 9(9)    VALUE ZEROS.
           05  WS-STAGED-COUNT    PIC 9(9)    VALUE ZEROS.
           05  WS-DECLINED-COUNT  PIC 9(9)    VALUE ZEROS.
           05  WS-EXPIRED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-CARRIED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-PENDING-READ    PIC 9(9)    VALUE ZEROS.
           05  WS-APR-READ        PIC 9(9)    VALUE ZEROS.
           05  WS-APR-REJECTED    PIC 9(9)    VALUE ZEROS.

       01  WS-DISPOSITION         PIC X(30)   VALUE SPACES.

      *----------------------------------------------------------------*
      * MAINT-RECORD -- the 140-byte MAINTIN action, read into here    *
      * and carried whole on the pending item.                         *
      *----------------------------------------------------------------*
       01  MAINT-RECORD.
           05  MNT-ACTION         PIC X(1).
               88  MNT-ADD                     VALUE 'A'.
               88  MNT-CLOSE                   VALUE 'C'.
               88  MNT-REINSTATE               VALUE 'R'.
               88  MNT-FREEZE                  VALUE 'F'.
               88  MNT-NAME-ADDR               VALUE 'N'.
               88  MNT-KNOWN-ACTION            VALUE 'A' 'C' 'R'
                                                     'F' 'N'.
           05  MNT-ACCOUNT-ID     PIC X(12).
           05  MNT-PRODUCT-TYPE   PIC X(4).
           05  MNT-OPEN-DATE      PIC 9(8).
           05  MNT-NAME           PIC X(30).
           05  MNT-ADDR-LINE-1    PIC X(30).
           05  MNT-ADDR-LINE-2    PIC X(30).
           05  MNT-OPERATOR-ID    PIC X(8).
           05  FILLER             PIC X(17).

      *----------------------------------------------------------------*
      * WS-PENDING-ITEM -- one staged action awaiting its checker. The *
      * item ID is the stage date, time and sequence in the run, so    *
      * no two runs ever hand out the same one.                        *
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
           05  PND-MAINT-RECORD   PIC X(140).
           05  FILLER             PIC X(26).
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
           05  WS-APR-ENTRY OCCURS 500 TIMES.
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
      * EXPIRY -- an item older than this many days with no decision   *
      * is dropped. Default 10, second command-line argument to        *
      * override (1-999), the same way PATCH-BANKING takes its         *
      * duplicate window.                                              *
      *----------------------------------------------------------------*
       01  WS-RUN-ARGS            PIC X(20)   VALUE SPACES.
       01  WS-EXPIRY-ARG          PIC X(3)    VALUE SPACES.
       01  WS-EXPIRY-ARG-SHIFT    PIC X(2)    VALUE SPACES.
       01  WS-EXPIRY-DAYS         PIC 9(3)    VALUE 10.
       01  WS-EXPIRY-SPAN         PIC S9(9)   VALUE ZEROS.
       01  WS-ITEM-AGE            PIC S9(9)   VALUE ZEROS.
       01  WS-EXPIRES-ON          PIC 9(8)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * AUDIT JOURNALING -- the before image is captured as the        *
      * master record is read, before anything touches it; the source  *
      * names which maintenance feed did it.                           *
      *----------------------------------------------------------------*
       01  WS-SOURCE-FEED         PIC X(8)    VALUE SPACES.
      *> The released item's own feed, maker and checker -- the feed
      *> it was staged from, which need not be this run's.
       01  WS-ITEM-FEED           PIC X(8)    VALUE SPACES.
       01  WS-MAKER-ID            PIC X(8)    VALUE SPACES.
       01  WS-CHECKER-ID          PIC X(8)    VALUE SPACES.
       01  WS-BEFORE-IMAGE        PIC X(32)   VALUE SPACES.
       01  WS-ACTION-DATE         PIC 9(8)    VALUE ZEROS.
       01  WS-ACTION-TIME         PIC 9(6)    VALUE ZEROS.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-APPROVALS
           PERFORM 2000-APPLY-ACTIONS
           PERFORM 3000-STAGE-ACTIONS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE -- the master is opened I-O; first ever run    *
      * (file status 35) creates it empty and reopens it, so the       *
      * initial load is just an ordinary feed of 'A' actions. No       *
      * pending file or no approval feed is just nothing waiting or    *
      * nothing decided; one that exists but will not open fails the   *
      * job, since carrying on would drop every pending item.          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL SPACE
               INTO WS-SOURCE-FEED WS-EXPIRY-ARG
           IF WS-SOURCE-FEED = SPACES
               MOVE 'MAINTIN' TO WS-SOURCE-FEED
           END-IF
           IF WS-EXPIRY-ARG NOT = SPACES
               PERFORM 1005-TAKE-EXPIRY-ARG
           END-IF
           MOVE WS-EXPIRY-DAYS TO WS-EXPIRY-SPAN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACTION-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-ACTION-TIME
           OPEN INPUT PENDING-FILE
           IF WS-PND-STATUS NOT = '00' AND NOT WS-PND-NOT-FOUND
               DISPLAY 'ACCT-MAINT: MNTPEND OPEN FAILED, '
                   'STATUS=' WS-PND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT APPROVAL-FILE
           IF WS-APR-STATUS NOT = '00' AND NOT WS-APR-NOT-FOUND
               DISPLAY 'ACCT-MAINT: MNTAPPR OPEN FAILED, '
                   'STATUS=' WS-APR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-REPORT
           OPEN OUTPUT PENDING-NEW
           OPEN OUTPUT PENDING-REPORT
           MOVE SPACES TO PENDING-REPORT-RECORD
           MOVE 'ACCT-MAINT PENDING ITEMS AS OF ' TO
               PENDING-REPORT-RECORD(1:31)
           MOVE WS-ACTION-DATE TO PENDING-REPORT-RECORD(32:8)
           MOVE ' - UNDECIDED ITEMS EXPIRE AFTER ' TO
               PENDING-REPORT-RECORD(40:32)
           MOVE WS-EXPIRY-DAYS TO PENDING-REPORT-RECORD(72:3)
           MOVE ' DAYS' TO PENDING-REPORT-RECORD(75:5)
           WRITE PENDING-REPORT-RECORD
           OPEN EXTEND AUDIT-JOURNAL
           OPEN I-O ACCT-MASTER
           IF WS-ACCT-NO-FILE
               STOP RUN
           END-IF.

       1005-TAKE-EXPIRY-ARG.
           PERFORM 1006-JUSTIFY-EXPIRY-ARG
               UNTIL WS-EXPIRY-ARG(3:1) NOT = SPACE
           INSPECT WS-EXPIRY-ARG
               REPLACING LEADING SPACES BY ZEROS
           IF WS-EXPIRY-ARG IS NUMERIC AND WS-EXPIRY-ARG NOT = '000'
               MOVE WS-EXPIRY-ARG TO WS-EXPIRY-DAYS
           ELSE
               DISPLAY 'ACCT-MAINT: EXPIRY ARGUMENT NOT VALID '
                   '- USING DEFAULT ' WS-EXPIRY-DAYS
           END-IF.

       1006-JUSTIFY-EXPIRY-ARG.
           MOVE WS-EXPIRY-ARG(1:2) TO WS-EXPIRY-ARG-SHIFT
           MOVE SPACES TO WS-EXPIRY-ARG
           MOVE WS-EXPIRY-ARG-SHIFT TO WS-EXPIRY-ARG(2:2).

       1100-READ-MAINT.
           READ MAINT-FILE INTO MAINT-RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       1150-READ-PENDING.
           READ PENDING-FILE INTO WS-PENDING-ITEM
               AT END MOVE 'Y' TO WS-PND-EOF.

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
               WHEN WS-APR-COUNT = 500
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
      * Released by someone other than the maker: applied. Declined:   *
      * dropped. Undecided (or decided only by the maker): carried     *
      * forward, or dropped once past the expiry period.               *
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
           MOVE PND-MAINT-RECORD TO MAINT-RECORD
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
               WHEN MNT-ADD
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
               WS-ACTION-DATE WS-ITEM-AGE WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE = 0 AND WS-ITEM-AGE > WS-EXPIRY-SPAN
               MOVE 'EXPIRED: NOT DECIDED' TO WS-DISPOSITION
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               PERFORM 3100-CARRY-PENDING
           END-IF.

      *----------------------------------------------------------------*
      * 2100-ADD-ACCOUNT -- new accounts go on file with an open       *
           MOVE WS-ADDR-STATUS TO MAINT-REPORT-RECORD(45:2)
           WRITE MAINT-REPORT-RECORD.

      *----------------------------------------------------------------*
      * 3000-STAGE-ACTIONS -- tonight's MAINTIN goes on the pending    *
      * file behind the items carried forward. An action code this     *
      * program does not know, or no operator ID to hold it to, is     *
      * rejected here rather than put in front of a checker.           *
      *----------------------------------------------------------------*
       3000-STAGE-ACTIONS.
           PERFORM 1100-READ-MAINT
           PERFORM 3010-STAGE-ONE-ACTION
               UNTIL WS-END-OF-FILE = 'Y'.

       3010-STAGE-ONE-ACTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-DISPOSITION
           MOVE SPACES TO WS-PENDING-ITEM
           EVALUATE TRUE
               WHEN NOT MNT-KNOWN-ACTION
                   MOVE 'REJECTED: UNKNOWN ACTION' TO WS-DISPOSITION
               WHEN MNT-OPERATOR-ID = SPACES
                   MOVE 'REJECTED: NO OPERATOR ID' TO WS-DISPOSITION
               WHEN WS-STAGE-FULL = 'Y'
                   MOVE 'REJECTED: STAGING LIMIT' TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-STAGE-SEQ
                       ON SIZE ERROR
                           PERFORM 3020-STAGING-LIMIT
                       NOT ON SIZE ERROR
                           PERFORM 3030-STAGE-ITEM
                   END-ADD
           END-EVALUATE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 1100-READ-MAINT.

      *> The item ID carries a four-digit sequence. Once a run has
      *> handed out 9999 of them, the rest of the feed is rejected
      *> rather than wrap to 0000 and reuse an ID a checker may
      *> already be holding; the run ends RETURN-CODE 8 and the
      *> rejected actions are resent next night.
       3020-STAGING-LIMIT.
           MOVE 'Y' TO WS-STAGE-FULL
           MOVE 'REJECTED: STAGING LIMIT' TO WS-DISPOSITION
           DISPLAY 'ACCT-MAINT: 9999 ITEMS STAGED THIS RUN - '
               'REMAINING ACTIONS REJECTED, RESEND'.

       3030-STAGE-ITEM.
           MOVE WS-ACTION-DATE  TO PND-STAGED-DATE
           MOVE WS-ACTION-TIME  TO PND-STAGED-TIME
           MOVE WS-STAGE-SEQ    TO PND-STAGED-SEQ
           MOVE MNT-OPERATOR-ID TO PND-MAKER-ID
           MOVE WS-SOURCE-FEED  TO PND-SOURCE-FEED
           MOVE MAINT-RECORD    TO PND-MAINT-RECORD
           PERFORM 3100-CARRY-PENDING
           MOVE 'STAGED: AWAITING APPROVAL' TO WS-DISPOSITION.

       3100-CARRY-PENDING.
           WRITE PENDING-NEW-RECORD FROM WS-PENDING-ITEM
           ADD 1 TO WS-CARRIED-COUNT
           PERFORM 8200-WRITE-PENDING-LINE.

      *----------------------------------------------------------------*
      * 2500-READ-MASTER -- random read by the action's account ID,    *
      * setting the rejection disposition on any miss so the status-   *
           MOVE MNT-ACCOUNT-ID     TO JRN-ACCOUNT-ID
           MOVE WS-ACTION-DATE     TO JRN-ACTION-DATE
           MOVE WS-ACTION-TIME     TO JRN-ACTION-TIME
           MOVE WS-ITEM-FEED       TO JRN-SOURCE-FEED
           MOVE WS-BEFORE-IMAGE    TO JRN-BEFORE-IMAGE
           MOVE ACCT-MASTER-RECORD TO JRN-AFTER-IMAGE
           MOVE 'A'                TO JRN-ENTRY-TYPE
           MOVE WS-MAKER-ID        TO JRN-MAKER-ID
           MOVE WS-CHECKER-ID      TO JRN-CHECKER-ID
           MOVE SPACES             TO AUDIT-JOURNAL-RECORD(117:4)
           WRITE AUDIT-JOURNAL-RECORD
           ADD 1 TO WS-JOURNALED-COUNT.

      *> The item ID follows the disposition so a staged action can
      *> be found on the pending report and a decided one traced back.
       8000-WRITE-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE MNT-ACTION        TO MAINT-REPORT-RECORD(1:1)
           MOVE MNT-ACCOUNT-ID    TO MAINT-REPORT-RECORD(3:12)
           MOVE WS-DISPOSITION    TO MAINT-REPORT-RECORD(16:30)
           MOVE PND-ITEM-ID       TO MAINT-REPORT-RECORD(47:18)
           WRITE MAINT-REPORT-RECORD
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
           MOVE MNT-ACTION      TO PENDING-REPORT-RECORD(20:1)
           MOVE MNT-ACCOUNT-ID  TO PENDING-REPORT-RECORD(22:12)
           MOVE ' MAKER ' TO PENDING-REPORT-RECORD(34:7)
           MOVE PND-MAKER-ID    TO PENDING-REPORT-RECORD(41:8)
           MOVE ' FEED ' TO PENDING-REPORT-RECORD(49:6)
           MOVE PND-SOURCE-FEED TO PENDING-REPORT-RECORD(55:8)
           MOVE ' DECIDE BY ' TO PENDING-REPORT-RECORD(63:11)
           MOVE WS-EXPIRES-ON   TO PENDING-REPORT-RECORD(74:8)
           EVALUATE TRUE
               WHEN MNT-ADD
                   MOVE MNT-PRODUCT-TYPE TO
                       PENDING-REPORT-RECORD(84:4)
                   MOVE MNT-OPEN-DATE TO PENDING-REPORT-RECORD(89:8)
                   MOVE MNT-NAME TO PENDING-REPORT-RECORD(98:30)
               WHEN MNT-NAME-ADDR
                   MOVE MNT-NAME TO PENDING-REPORT-RECORD(84:30)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE 'ACTIONS READ.............' TO
               MAINT-REPORT-RECORD(1:25)
           MOVE WS-CTL-COUNT-ED TO MAINT-REPORT-RECORD(27:9)
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE 'ACTIONS STAGED...........' TO
               MAINT-REPORT-RECORD(1:25)
           MOVE WS-STAGED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MAINT-REPORT-RECORD(27:9)
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE 'PENDING ITEMS READ.......' TO
               MAINT-REPORT-RECORD(1:25)
           MOVE WS-PENDING-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MAINT-REPORT-RECORD(27:9)
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE 'ITEMS DECLINED...........' TO
               MAINT-REPORT-RECORD(1:25)
           MOVE WS-DECLINED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MAINT-REPORT-RECORD(27:9)
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE 'ITEMS EXPIRED............' TO
               MAINT-REPORT-RECORD(1:25)
           MOVE WS-EXPIRED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MAINT-REPORT-RECORD(27:9)
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE 'ACTIONS APPLIED..........' TO
               MAINT-REPORT-RECORD(1:25)
           MOVE WS-APPLIED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-JOURNALED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MAINT-REPORT-RECORD(27:9)
           WRITE MAINT-REPORT-RECORD
           IF WS-EXPIRED-COUNT > ZEROS
               OR WS-APR-REJECTED > ZEROS
               MOVE 4 TO RETURN-CODE
               DISPLAY 'ACCT-MAINT: EXPIRED ITEMS OR UNUSABLE '
                   'DECISIONS - SEE REPORTS'
           END-IF
           IF WS-STAGE-FULL = 'Y'
               MOVE SPACES TO MAINT-REPORT-RECORD
               MOVE '*** STAGING LIMIT REACHED - ACTIONS REJECTED, '
                   TO MAINT-REPORT-RECORD(1:46)
               MOVE 'RESEND ***' TO MAINT-REPORT-RECORD(47:10)
               WRITE MAINT-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE MAINT-FILE
           CLOSE ACCT-MASTER
           CLOSE ACCT-ADDR
           CLOSE AUDIT-JOURNAL
           CLOSE MAINT-REPORT
           CLOSE PENDING-NEW
           CLOSE PENDING-REPORT.

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
