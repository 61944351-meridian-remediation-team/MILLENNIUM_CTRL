      *================================================================*
      * PROGRAM:    JOB-CHAIN                                          *
      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-10-15                                         *
      * PURPOSE:    RUNS THE NIGHTLY CHAIN -- PATCH-BANKING,           *
      *             NIGHT-RECON, GL-POSTING, PAYOUT-SETTLE,            *
      *             MAT-NOTICE, ERR-REPROC -- ONE STEP AT A TIME       *
      *             AGAINST A PERSISTENT RUN-CONTROL FILE. EVERY STEP  *
      *             HAS A ROW PER BUSINESS DATE CARRYING ITS           *
      *             ARGUMENT, START AND END, RETURN CODE AND STATUS,   *
      *             SO A RERUN RESUMES WHERE THE NIGHT STOPPED AND     *
      *             THE MORNING SHIFT READS ONE STATUS REPORT.         *
      *================================================================*
      *
      * Files:
      *   RUNCTL   I-O  run-control file: one row per business date
      *                 and step (100 bytes). Read whole at start and
      *                 rewritten whole every time a row changes, so a
      *                 chain that dies mid-step still leaves the step
      *                 marked RUNNING for the next attempt to find
      *   CHAINRPT OUT  chain status report
      *
      * Arguments: the business date (YYYYMMDD), optionally followed
      * by REPORT to print the status report without running
      * anything. With no date the chain takes the latest business
      * date on RUNCTL whose chain is not finished -- a rerun after
      * midnight resumes last night's chain instead of starting a new
      * one over the top of it -- and only then today. A date that
      * fails COMPARE-DATES stops the job RETURN-CODE 16.
      *
      * Step rules (enforced from the rows, not from memory):
      *   - Steps run in order; COMPLETE steps are never run twice,
      *     so a rerun resumes at the first step not yet complete.
      *   - RETURN-CODE 0, 4 or 8 completes a step (4 and 8 are noted
      *     as warnings); 12 or 16 fails it. Anything else -- or a
      *     step killed outright, or a row still RUNNING when the
      *     next attempt starts -- is an abend.
      *   - A failed step stops the chain there, except NIGHT-RECON:
      *     a failed recon bypasses GL-POSTING and PAYOUT-SETTLE (no
      *     GL or settlement after a failed recon) and lets the
      *     independent MAT-NOTICE and ERR-REPROC run. A bypassed
      *     step runs on the rerun once the recon has passed.
      *   - PATCH-BANKING restarts with 'R' only after an abend. A
      *     16 stops before its outputs open and a 12 proves nothing
      *     worth restarting from, so both rerun from the top.
      *   - NIGHT-RECON gets the date PATCH-BANKING last started on,
      *     which is the date its run-history record carries, so a
      *     batch that crossed midnight is not called stale.
      *
      * Rows for business dates more than 60 days before the current
      * one drop off RUNCTL when it is next rewritten.
      *
      * RETURN-CODE: 0 chain complete; 4 complete with step warnings;
      * 12 a step failed or was bypassed; 16 bad argument or a
      * RUNCTL too large to hold.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  MERIDIAN-OPS  Original version. Replaces the
      *                             operator's hand log of which step
      *                             finished and what date argument
      *                             each one was given.
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-CHAIN.
       AUTHOR. MERIDIAN-OPS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL
                                  ASSIGN TO RUNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RCT-STATUS.
           SELECT CHAIN-REPORT    ASSIGN TO CHAINRPT
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * RUN-CONTROL -- one row per business date and step. RCT-ABENDED *
      * remembers that the step's last attempt abended, which is what  *
      * makes the next PATCH-BANKING attempt a restart.                *
      *----------------------------------------------------------------*
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RCT-BUSINESS-DATE  PIC 9(8).
           05  RCT-STEP-SEQ       PIC 9(2).
           05  RCT-STEP-NAME      PIC X(16).
           05  RCT-STEP-ARG       PIC X(8).
           05  RCT-START-DATE     PIC 9(8).
           05  RCT-START-TIME     PIC 9(6).
           05  RCT-END-DATE       PIC 9(8).
           05  RCT-END-TIME       PIC 9(6).
           05  RCT-RETURN-CODE    PIC 9(4).
           05  RCT-STATUS         PIC X(1).
           05  RCT-ABENDED        PIC X(1).
           05  RCT-ATTEMPTS       PIC 9(2).
           05  RCT-NOTE           PIC X(24).
           05  FILLER             PIC X(6).

       FD  CHAIN-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CHAIN-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-RCT-EOF         PIC X(1)    VALUE 'N'.
           05  WS-REPORT-ONLY     PIC X(1)    VALUE 'N'.
           05  WS-DATE-FROM-ARG   PIC X(1)    VALUE 'N'.
           05  WS-CHAIN-STOPPED   PIC X(1)    VALUE 'N'.
           05  WS-RECON-PASSED    PIC X(1)    VALUE 'N'.
           05  WS-ROW-FOUND       PIC X(1)    VALUE 'N'.
           05  WS-CTL-FULL        PIC X(1)    VALUE 'N'.

       01  WS-RCT-STATUS          PIC X(2)    VALUE '00'.
           88  WS-RCT-NOT-FOUND                VALUE '35'.

       01  WS-COUNTERS.
           05  WS-STEPS-RUN       PIC 9(9)    VALUE ZEROS.
           05  WS-STEPS-FAILED    PIC 9(9)    VALUE ZEROS.
           05  WS-STEPS-BYPASSED  PIC 9(9)    VALUE ZEROS.
           05  WS-EARLIER-OPEN    PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * THE CHAIN -- step name (also the load module the step runs     *
      * as), what a failure does to the rest of the chain ('S' stop,   *
      * 'C' carry on), and whether the step needs a passed recon.      *
      *----------------------------------------------------------------*
       01  WS-STEP-DEFINITIONS.
           05  FILLER             PIC X(18)   VALUE
                                  'PATCH-BANKING   SN'.
           05  FILLER             PIC X(18)   VALUE
                                  'NIGHT-RECON     CN'.
           05  FILLER             PIC X(18)   VALUE
                                  'GL-POSTING      SY'.
           05  FILLER             PIC X(18)   VALUE
                                  'PAYOUT-SETTLE   SY'.
           05  FILLER             PIC X(18)   VALUE
                                  'MAT-NOTICE      SN'.
           05  FILLER             PIC X(18)   VALUE
                                  'ERR-REPROC      SN'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-ENTRY OCCURS 6 TIMES.
               10  WS-STEP-NAME   PIC X(16).
               10  WS-STEP-ON-FAIL
                                  PIC X(1).
               10  WS-STEP-NEEDS-RECON
                                  PIC X(1).
       01  WS-STEP-MAX            PIC 9(4)    COMP VALUE 6.
       01  WS-STEP-IX             PIC 9(4)    COMP VALUE ZEROS.
       01  WS-PATCH-STEP          PIC 9(4)    COMP VALUE 1.
       01  WS-RECON-STEP          PIC 9(4)    COMP VALUE 2.
       01  WS-CHAIN-ROWS.
           05  WS-CHAIN-ROW       PIC 9(4)    COMP OCCURS 6 TIMES.

      *----------------------------------------------------------------*
      * RUN-CONTROL TABLE -- the whole file, held in the row layout so *
      * a record moves in and out as a group. 60 days of six-step      *
      * chains is 366 rows; a file that will not fit stops the job     *
      * rather than drop rows it cannot see.                           *
      *----------------------------------------------------------------*
       01  WS-KEEP-DAYS           PIC S9(9)   VALUE -60.
       01  WS-KEEP-FROM           PIC 9(8)    VALUE ZEROS.
       01  WS-CTL-MAX             PIC 9(4)    COMP VALUE 600.
       01  WS-CTL-COUNT           PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CTL-IX              PIC 9(4)    COMP VALUE ZEROS.
       01  WS-ROW-IX              PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 600 TIMES.
               10  WS-CT-BUSINESS-DATE
                                  PIC 9(8).
               10  WS-CT-STEP-SEQ PIC 9(2).
               10  WS-CT-STEP-NAME
                                  PIC X(16).
               10  WS-CT-STEP-ARG PIC X(8).
               10  WS-CT-START-DATE
                                  PIC 9(8).
               10  WS-CT-START-TIME
                                  PIC 9(6).
               10  WS-CT-END-DATE PIC 9(8).
               10  WS-CT-END-TIME PIC 9(6).
               10  WS-CT-RETURN-CODE
                                  PIC 9(4).
               10  WS-CT-STATUS   PIC X(1).
                   88  WS-CT-PENDING           VALUE 'P'.
                   88  WS-CT-RUNNING           VALUE 'R'.
                   88  WS-CT-COMPLETE          VALUE 'C'.
                   88  WS-CT-FAILED            VALUE 'F'.
                   88  WS-CT-BYPASSED          VALUE 'B'.
               10  WS-CT-ABENDED  PIC X(1).
               10  WS-CT-ATTEMPTS PIC 9(2).
               10  WS-CT-NOTE     PIC X(24).
               10  FILLER         PIC X(6).

      *----------------------------------------------------------------*
      * STEP LAUNCH -- the command is the step's load module followed  *
      * by its argument. The status SYSTEM hands back carries the      *
      * step's return code in its high-order byte; anything in the     *
      * low-order byte means the step was killed rather than ended,    *
      * and a negative status means it never started. Both are         *
      * abends.                                                        *
      *----------------------------------------------------------------*
       01  WS-SYS-COMMAND         PIC X(40)   VALUE SPACES.
       01  WS-SYS-STATUS          PIC S9(9)   COMP VALUE ZEROS.
       01  WS-SYS-SIGNAL          PIC S9(9)   COMP VALUE ZEROS.
       01  WS-STEP-RC             PIC S9(9)   COMP VALUE ZEROS.
       01  WS-STEP-ARG            PIC X(8)    VALUE SPACES.
       01  WS-CHAIN-RC            PIC 9(4)    VALUE ZEROS.

       01  WS-ARG-BUFFER          PIC X(20)   VALUE SPACES.
       01  WS-ARG-DATE            PIC X(8)    VALUE SPACES.
       01  WS-ARG-MODE            PIC X(8)    VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
       01  WS-NOW-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-NOW-TIME            PIC 9(6)    VALUE ZEROS.
       01  WS-BUSINESS-DATE       PIC 9(8)    VALUE ZEROS.
       01  WS-DATE-PACKED         PIC 9(8)    VALUE ZEROS.
       01  WS-VALIDATE-DISCARD    PIC S9(9)   VALUE ZEROS.
       01  WS-DR-RETURN-CODE      PIC 9(2)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * Report work fields.                                            *
      *----------------------------------------------------------------*
       01  WS-TIME-ED.
           05  WS-TIME-HH         PIC 9(2).
           05  FILLER             PIC X(1)    VALUE ':'.
           05  WS-TIME-MM         PIC 9(2).
           05  FILLER             PIC X(1)    VALUE ':'.
           05  WS-TIME-SS         PIC 9(2).
       01  WS-TIME-WORK           PIC 9(6)    VALUE ZEROS.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-WORK-HH    PIC 9(2).
           05  WS-TIME-WORK-MM    PIC 9(2).
           05  WS-TIME-WORK-SS    PIC 9(2).
       01  WS-STATUS-TEXT         PIC X(9)    VALUE SPACES.
       01  WS-RC-ED               PIC ZZZ9.
       01  WS-SEQ-ED              PIC Z9.
       01  WS-CTL-COUNT-ED        PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RUN-CONTROL
           PERFORM 1200-SET-BUSINESS-DATE
           PERFORM 1300-FIND-CHAIN-ROWS
           IF WS-REPORT-ONLY NOT = 'Y'
               PERFORM 1400-CHECK-LEFT-RUNNING
               MOVE 1 TO WS-STEP-IX
               PERFORM 2000-RUN-ONE-STEP
                   UNTIL WS-STEP-IX > WS-STEP-MAX
                      OR WS-CHAIN-STOPPED = 'Y'
           END-IF
           PERFORM 8000-WRITE-STATUS-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE -- the first word of the command line is the   *
      * business date or REPORT; the second, if any, is REPORT.        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           ACCEPT WS-ARG-BUFFER FROM COMMAND-LINE
           UNSTRING WS-ARG-BUFFER DELIMITED BY ALL SPACE
               INTO WS-ARG-DATE WS-ARG-MODE
           END-UNSTRING
           IF WS-ARG-DATE = 'REPORT'
               MOVE 'REPORT' TO WS-ARG-MODE
               MOVE SPACES TO WS-ARG-DATE
           END-IF
           IF WS-ARG-MODE = 'REPORT'
               MOVE 'Y' TO WS-REPORT-ONLY
           END-IF
           IF WS-ARG-DATE NOT = SPACES
               PERFORM 1010-TAKE-BUSINESS-DATE-ARG
           END-IF
           OPEN OUTPUT CHAIN-REPORT.

      *----------------------------------------------------------------*
      * 1010-TAKE-BUSINESS-DATE-ARG -- unlike the steps, the chain     *
      * does not fall back to today on a bad date: a keyed slip would  *
      * open a new chain and run the whole night again.                *
      *----------------------------------------------------------------*
       1010-TAKE-BUSINESS-DATE-ARG.
           MOVE 99 TO WS-DR-RETURN-CODE
           IF WS-ARG-DATE IS NUMERIC
               MOVE WS-ARG-DATE TO WS-DATE-PACKED
               CALL "COMPARE-DATES" USING
                   BY CONTENT WS-DATE-PACKED
                   BY CONTENT WS-DATE-PACKED
                   BY REFERENCE WS-VALIDATE-DISCARD
                   BY REFERENCE WS-DR-RETURN-CODE
           END-IF
           IF WS-DR-RETURN-CODE = 0
               MOVE WS-DATE-PACKED TO WS-BUSINESS-DATE
               MOVE 'Y' TO WS-DATE-FROM-ARG
           ELSE
               DISPLAY 'JOB-CHAIN: BUSINESS DATE ARGUMENT '
                   WS-ARG-DATE ' IS NOT A VALID DATE - NOTHING RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * 1100-LOAD-RUN-CONTROL -- a missing RUNCTL is the first night.  *
      *----------------------------------------------------------------*
       1100-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RCT-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1110-LOAD-ONE-ROW
                   UNTIL WS-RCT-EOF = 'Y'
               CLOSE RUN-CONTROL
           END-IF
           IF WS-CTL-FULL = 'Y'
               PERFORM 1190-STOP-CONTROL-FULL
           END-IF.

       1110-LOAD-ONE-ROW.
           READ RUN-CONTROL
               AT END MOVE 'Y' TO WS-RCT-EOF
               NOT AT END
                   IF WS-CTL-COUNT < WS-CTL-MAX
                       ADD 1 TO WS-CTL-COUNT
                       MOVE RUN-CONTROL-RECORD
                           TO WS-CTL-ENTRY(WS-CTL-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-CTL-FULL
                       MOVE 'Y' TO WS-RCT-EOF
                   END-IF
           END-READ.

       1190-STOP-CONTROL-FULL.
           DISPLAY 'JOB-CHAIN: RUN-CONTROL TABLE FULL AT '
               WS-CTL-MAX ' ROWS - NOTHING RUN'
           CLOSE CHAIN-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1200-SET-BUSINESS-DATE -- an argument date wins; otherwise the *
      * latest date with a row still pending, running or failed;      *
      * otherwise today. Rows older than the keep window are dropped   *
      * when RUNCTL is rewritten.                                      *
      *----------------------------------------------------------------*
       1200-SET-BUSINESS-DATE.
           IF WS-DATE-FROM-ARG NOT = 'Y'
               MOVE 1 TO WS-CTL-IX
               PERFORM 1210-CHECK-ONE-OPEN-ROW
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF WS-BUSINESS-DATE = ZEROS
                   MOVE WS-TODAY-PACKED TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY 'JOB-CHAIN: RESUMING UNFINISHED CHAIN FOR '
                       'BUSINESS DATE ' WS-BUSINESS-DATE
               END-IF
           END-IF
           CALL "ADD-DAYS-TO-DATE" USING WS-BUSINESS-DATE
               WS-KEEP-DAYS WS-KEEP-FROM WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE NOT = 0
               MOVE ZEROS TO WS-KEEP-FROM
           END-IF.

       1210-CHECK-ONE-OPEN-ROW.
           IF (WS-CT-PENDING(WS-CTL-IX)
               OR WS-CT-RUNNING(WS-CTL-IX)
               OR WS-CT-FAILED(WS-CTL-IX))
               AND WS-CT-BUSINESS-DATE(WS-CTL-IX) > WS-BUSINESS-DATE
               MOVE WS-CT-BUSINESS-DATE(WS-CTL-IX) TO WS-BUSINESS-DATE
           END-IF
           ADD 1 TO WS-CTL-IX.

      *----------------------------------------------------------------*
      * 1300-FIND-CHAIN-ROWS -- point each step at its row for the     *
      * business date, adding a PENDING row for any step that has     *
      * none (a new night adds all six).                               *
      *----------------------------------------------------------------*
       1300-FIND-CHAIN-ROWS.
           MOVE 1 TO WS-STEP-IX
           PERFORM 1310-FIND-ONE-STEP-ROW
               UNTIL WS-STEP-IX > WS-STEP-MAX
           IF WS-REPORT-ONLY NOT = 'Y'
               PERFORM 9100-REWRITE-RUN-CONTROL
           END-IF.

       1310-FIND-ONE-STEP-ROW.
           MOVE 'N' TO WS-ROW-FOUND
           MOVE 1 TO WS-CTL-IX
           PERFORM 1320-MATCH-ONE-ROW
               UNTIL WS-CTL-IX > WS-CTL-COUNT
                  OR WS-ROW-FOUND = 'Y'
           IF WS-ROW-FOUND NOT = 'Y'
               PERFORM 1330-ADD-PENDING-ROW
           END-IF
           ADD 1 TO WS-STEP-IX.

       1320-MATCH-ONE-ROW.
           IF WS-CT-BUSINESS-DATE(WS-CTL-IX) = WS-BUSINESS-DATE
               AND WS-CT-STEP-NAME(WS-CTL-IX) =
                   WS-STEP-NAME(WS-STEP-IX)
               MOVE 'Y' TO WS-ROW-FOUND
               MOVE WS-CTL-IX TO WS-CHAIN-ROW(WS-STEP-IX)
           ELSE
               ADD 1 TO WS-CTL-IX
           END-IF.

       1330-ADD-PENDING-ROW.
           IF WS-CTL-COUNT NOT < WS-CTL-MAX
               PERFORM 1190-STOP-CONTROL-FULL
           END-IF
           ADD 1 TO WS-CTL-COUNT
           MOVE WS-CTL-COUNT TO WS-CHAIN-ROW(WS-STEP-IX)
           MOVE SPACES TO WS-CTL-ENTRY(WS-CTL-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-CT-BUSINESS-DATE(WS-CTL-COUNT)
           MOVE WS-STEP-IX TO WS-CT-STEP-SEQ(WS-CTL-COUNT)
           MOVE WS-STEP-NAME(WS-STEP-IX)
               TO WS-CT-STEP-NAME(WS-CTL-COUNT)
           MOVE ZEROS TO WS-CT-START-DATE(WS-CTL-COUNT)
                         WS-CT-START-TIME(WS-CTL-COUNT)
                         WS-CT-END-DATE(WS-CTL-COUNT)
                         WS-CT-END-TIME(WS-CTL-COUNT)
                         WS-CT-RETURN-CODE(WS-CTL-COUNT)
                         WS-CT-ATTEMPTS(WS-CTL-COUNT)
           MOVE 'P' TO WS-CT-STATUS(WS-CTL-COUNT)
           MOVE 'N' TO WS-CT-ABENDED(WS-CTL-COUNT).

      *----------------------------------------------------------------*
      * 1400-CHECK-LEFT-RUNNING -- a row still RUNNING means the last  *
      * attempt died under the step (or the chain died with it). The   *
      * step never reported an end, so it is an abend.                 *
      *----------------------------------------------------------------*
       1400-CHECK-LEFT-RUNNING.
           MOVE 1 TO WS-STEP-IX
           PERFORM 1410-CHECK-ONE-LEFT-RUNNING
               UNTIL WS-STEP-IX > WS-STEP-MAX
           PERFORM 9100-REWRITE-RUN-CONTROL.

       1410-CHECK-ONE-LEFT-RUNNING.
           MOVE WS-CHAIN-ROW(WS-STEP-IX) TO WS-ROW-IX
           IF WS-CT-RUNNING(WS-ROW-IX)
               MOVE 'F' TO WS-CT-STATUS(WS-ROW-IX)
               MOVE 'Y' TO WS-CT-ABENDED(WS-ROW-IX)
               MOVE 'ABEND - LEFT RUNNING' TO WS-CT-NOTE(WS-ROW-IX)
               DISPLAY 'JOB-CHAIN: ' WS-STEP-NAME(WS-STEP-IX)
                   ' WAS LEFT RUNNING - TREATED AS AN ABEND'
           END-IF
           ADD 1 TO WS-STEP-IX.

      *----------------------------------------------------------------*
      * 2000-RUN-ONE-STEP -- complete steps are passed over; a step    *
      * that needs the recon is bypassed until the recon row is        *
      * COMPLETE; everything else runs.                                *
      *----------------------------------------------------------------*
       2000-RUN-ONE-STEP.
           MOVE WS-CHAIN-ROW(WS-RECON-STEP) TO WS-ROW-IX
           IF WS-CT-COMPLETE(WS-ROW-IX)
               MOVE 'Y' TO WS-RECON-PASSED
           ELSE
               MOVE 'N' TO WS-RECON-PASSED
           END-IF
           MOVE WS-CHAIN-ROW(WS-STEP-IX) TO WS-ROW-IX
           EVALUATE TRUE
               WHEN WS-CT-COMPLETE(WS-ROW-IX)
                   CONTINUE
               WHEN WS-STEP-NEEDS-RECON(WS-STEP-IX) = 'Y'
                    AND WS-RECON-PASSED NOT = 'Y'
                   PERFORM 2100-BYPASS-STEP
               WHEN OTHER
                   PERFORM 2200-LAUNCH-STEP
           END-EVALUATE
           ADD 1 TO WS-STEP-IX.

       2100-BYPASS-STEP.
           MOVE 'B' TO WS-CT-STATUS(WS-ROW-IX)
           MOVE 'RECON FAILED - HELD' TO WS-CT-NOTE(WS-ROW-IX)
           ADD 1 TO WS-STEPS-BYPASSED
           MOVE 12 TO WS-CHAIN-RC
           DISPLAY 'JOB-CHAIN: ' WS-STEP-NAME(WS-STEP-IX)
               ' BYPASSED - NIGHT-RECON HAS NOT PASSED'
           PERFORM 9100-REWRITE-RUN-CONTROL.

      *----------------------------------------------------------------*
      * 2200-LAUNCH-STEP -- the row goes to RUNNING on RUNCTL before   *
      * the step starts, and is closed out from the step's status     *
      * once it ends.                                                  *
      *----------------------------------------------------------------*
       2200-LAUNCH-STEP.
           PERFORM 2210-SET-STEP-ARG
           PERFORM 2900-TAKE-TIMESTAMP
           MOVE 'R' TO WS-CT-STATUS(WS-ROW-IX)
           MOVE WS-STEP-ARG TO WS-CT-STEP-ARG(WS-ROW-IX)
           MOVE WS-NOW-DATE TO WS-CT-START-DATE(WS-ROW-IX)
           MOVE WS-NOW-TIME TO WS-CT-START-TIME(WS-ROW-IX)
           MOVE ZEROS TO WS-CT-END-DATE(WS-ROW-IX)
                         WS-CT-END-TIME(WS-ROW-IX)
                         WS-CT-RETURN-CODE(WS-ROW-IX)
           MOVE SPACES TO WS-CT-NOTE(WS-ROW-IX)
           ADD 1 TO WS-CT-ATTEMPTS(WS-ROW-IX)
           ADD 1 TO WS-STEPS-RUN
           PERFORM 9100-REWRITE-RUN-CONTROL
           MOVE SPACES TO WS-SYS-COMMAND
           STRING WS-STEP-NAME(WS-STEP-IX) DELIMITED BY SPACE
                  ' '                       DELIMITED BY SIZE
                  WS-STEP-ARG               DELIMITED BY SPACE
               INTO WS-SYS-COMMAND
           END-STRING
           DISPLAY 'JOB-CHAIN: STARTING ' WS-SYS-COMMAND
           CALL "SYSTEM" USING WS-SYS-COMMAND
           MOVE RETURN-CODE TO WS-SYS-STATUS
           MOVE ZEROS TO RETURN-CODE
           PERFORM 2900-TAKE-TIMESTAMP
           MOVE WS-NOW-DATE TO WS-CT-END-DATE(WS-ROW-IX)
           MOVE WS-NOW-TIME TO WS-CT-END-TIME(WS-ROW-IX)
           PERFORM 2300-CLOSE-OUT-STEP
           PERFORM 9100-REWRITE-RUN-CONTROL.

      *----------------------------------------------------------------*
      * 2210-SET-STEP-ARG -- PATCH-BANKING gets 'R' after an abend;    *
      * NIGHT-RECON gets the date PATCH-BANKING last started on; the   *
      * rest run on their own defaults.                                *
      *----------------------------------------------------------------*
       2210-SET-STEP-ARG.
           MOVE SPACES TO WS-STEP-ARG
           EVALUATE WS-STEP-IX
               WHEN WS-PATCH-STEP
                   IF WS-CT-ABENDED(WS-ROW-IX) = 'Y'
                       MOVE 'R' TO WS-STEP-ARG
                   END-IF
               WHEN WS-RECON-STEP
                   MOVE WS-CHAIN-ROW(WS-PATCH-STEP) TO WS-CTL-IX
                   IF WS-CT-START-DATE(WS-CTL-IX) > ZEROS
                       MOVE WS-CT-START-DATE(WS-CTL-IX)
                           TO WS-STEP-ARG
                   ELSE
                       MOVE WS-BUSINESS-DATE TO WS-STEP-ARG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2300-CLOSE-OUT-STEP -- status from the step's return code.     *
      * A recon failure carries on (its dependants are bypassed as     *
      * they come up); any other failure stops the chain.              *
      *----------------------------------------------------------------*
       2300-CLOSE-OUT-STEP.
           MOVE ZEROS TO WS-STEP-RC WS-SYS-SIGNAL
           IF WS-SYS-STATUS < ZEROS
               MOVE 1 TO WS-SYS-SIGNAL
           ELSE
               DIVIDE WS-SYS-STATUS BY 256 GIVING WS-STEP-RC
                   REMAINDER WS-SYS-SIGNAL
           END-IF
           IF WS-STEP-RC > 9999
               MOVE 9999 TO WS-CT-RETURN-CODE(WS-ROW-IX)
           ELSE
               MOVE WS-STEP-RC TO WS-CT-RETURN-CODE(WS-ROW-IX)
           END-IF
           MOVE 'N' TO WS-CT-ABENDED(WS-ROW-IX)
           EVALUATE TRUE
               WHEN WS-SYS-SIGNAL NOT = ZEROS
                   MOVE 'F' TO WS-CT-STATUS(WS-ROW-IX)
                   MOVE 'Y' TO WS-CT-ABENDED(WS-ROW-IX)
                   MOVE 'ABEND' TO WS-CT-NOTE(WS-ROW-IX)
               WHEN WS-STEP-RC = 0
                   MOVE 'C' TO WS-CT-STATUS(WS-ROW-IX)
               WHEN WS-STEP-RC = 4 OR WS-STEP-RC = 8
                   MOVE 'C' TO WS-CT-STATUS(WS-ROW-IX)
                   MOVE 'COMPLETE WITH WARNINGS' TO
                       WS-CT-NOTE(WS-ROW-IX)
                   IF WS-CHAIN-RC < 4
                       MOVE 4 TO WS-CHAIN-RC
                   END-IF
               WHEN WS-STEP-RC = 12 OR WS-STEP-RC = 16
                   MOVE 'F' TO WS-CT-STATUS(WS-ROW-IX)
                   MOVE 'FAILED' TO WS-CT-NOTE(WS-ROW-IX)
               WHEN OTHER
                   MOVE 'F' TO WS-CT-STATUS(WS-ROW-IX)
                   MOVE 'Y' TO WS-CT-ABENDED(WS-ROW-IX)
                   MOVE 'ABEND - UNEXPECTED RC' TO
                       WS-CT-NOTE(WS-ROW-IX)
           END-EVALUATE
           IF WS-CT-FAILED(WS-ROW-IX)
               ADD 1 TO WS-STEPS-FAILED
               MOVE 12 TO WS-CHAIN-RC
               DISPLAY 'JOB-CHAIN: ' WS-STEP-NAME(WS-STEP-IX)
                   ' ENDED - ' WS-CT-NOTE(WS-ROW-IX)
               IF WS-STEP-ON-FAIL(WS-STEP-IX) = 'S'
                   MOVE 'Y' TO WS-CHAIN-STOPPED
               END-IF
           END-IF.

       2900-TAKE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.

      *----------------------------------------------------------------*
      * 8000-WRITE-STATUS-REPORT -- one line per step of the business  *
      * date's chain, the chain's outcome, and any earlier business    *
      * date whose chain was never finished.                           *
      *----------------------------------------------------------------*
       8000-WRITE-STATUS-REPORT.
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE 'NIGHTLY CHAIN STATUS - BUSINESS DATE '
               TO CHAIN-REPORT-RECORD(1:37)
           MOVE WS-BUSINESS-DATE TO CHAIN-REPORT-RECORD(38:8)
           MOVE 'REPORTED ' TO CHAIN-REPORT-RECORD(50:9)
           PERFORM 2900-TAKE-TIMESTAMP
           MOVE WS-NOW-DATE TO CHAIN-REPORT-RECORD(59:8)
           MOVE WS-NOW-TIME TO WS-TIME-WORK
           PERFORM 8900-EDIT-TIME
           MOVE WS-TIME-ED TO CHAIN-REPORT-RECORD(68:8)
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE 'SQ STEP             ARGUMENT STARTED'
               TO CHAIN-REPORT-RECORD(1:36)
           MOVE 'ENDED' TO CHAIN-REPORT-RECORD(55:5)
           MOVE '  RC  STATUS    TRY NOTE' TO
               CHAIN-REPORT-RECORD(72:24)
           WRITE CHAIN-REPORT-RECORD
           MOVE 1 TO WS-STEP-IX
           PERFORM 8100-WRITE-STEP-LINE
               UNTIL WS-STEP-IX > WS-STEP-MAX
           MOVE SPACES TO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           PERFORM 8200-WRITE-OUTCOME
           MOVE 1 TO WS-CTL-IX
           PERFORM 8300-CHECK-EARLIER-ROW
               UNTIL WS-CTL-IX > WS-CTL-COUNT.

       8100-WRITE-STEP-LINE.
           MOVE WS-CHAIN-ROW(WS-STEP-IX) TO WS-ROW-IX
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE WS-STEP-IX TO WS-SEQ-ED
           MOVE WS-SEQ-ED TO CHAIN-REPORT-RECORD(1:2)
           MOVE WS-CT-STEP-NAME(WS-ROW-IX) TO
               CHAIN-REPORT-RECORD(4:16)
           MOVE WS-CT-STEP-ARG(WS-ROW-IX) TO
               CHAIN-REPORT-RECORD(21:8)
           IF WS-CT-START-DATE(WS-ROW-IX) > ZEROS
               MOVE WS-CT-START-DATE(WS-ROW-IX) TO
                   CHAIN-REPORT-RECORD(30:8)
               MOVE WS-CT-START-TIME(WS-ROW-IX) TO WS-TIME-WORK
               PERFORM 8900-EDIT-TIME
               MOVE WS-TIME-ED TO CHAIN-REPORT-RECORD(39:8)
           END-IF
           IF WS-CT-END-DATE(WS-ROW-IX) > ZEROS
               MOVE WS-CT-END-DATE(WS-ROW-IX) TO
                   CHAIN-REPORT-RECORD(55:8)
               MOVE WS-CT-END-TIME(WS-ROW-IX) TO WS-TIME-WORK
               PERFORM 8900-EDIT-TIME
               MOVE WS-TIME-ED TO CHAIN-REPORT-RECORD(64:8)
               MOVE WS-CT-RETURN-CODE(WS-ROW-IX) TO WS-RC-ED
               MOVE WS-RC-ED TO CHAIN-REPORT-RECORD(72:4)
           END-IF
           PERFORM 8910-SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO CHAIN-REPORT-RECORD(78:9)
           MOVE WS-CT-ATTEMPTS(WS-ROW-IX) TO WS-SEQ-ED
           MOVE WS-SEQ-ED TO CHAIN-REPORT-RECORD(88:2)
           MOVE WS-CT-NOTE(WS-ROW-IX) TO CHAIN-REPORT-RECORD(92:24)
           WRITE CHAIN-REPORT-RECORD
           ADD 1 TO WS-STEP-IX.

      *----------------------------------------------------------------*
      * 8200-WRITE-OUTCOME -- the first step not COMPLETE is where the *
      * rerun resumes; a failed recon is called out on its own line    *
      * because it is the one that holds the GL and settlement.        *
      *----------------------------------------------------------------*
       8200-WRITE-OUTCOME.
           MOVE WS-CHAIN-ROW(WS-RECON-STEP) TO WS-ROW-IX
           IF WS-CT-FAILED(WS-ROW-IX)
               MOVE SPACES TO CHAIN-REPORT-RECORD
               MOVE '*** NIGHT-RECON FAILED - GL-POSTING AND '
                   TO CHAIN-REPORT-RECORD(1:40)
               MOVE 'PAYOUT-SETTLE HELD ***' TO
                   CHAIN-REPORT-RECORD(41:22)
               WRITE CHAIN-REPORT-RECORD
           END-IF
           MOVE 'N' TO WS-ROW-FOUND
           MOVE 1 TO WS-STEP-IX
           PERFORM 8210-FIND-RESUME-STEP
               UNTIL WS-STEP-IX > WS-STEP-MAX
                  OR WS-ROW-FOUND = 'Y'
           MOVE SPACES TO CHAIN-REPORT-RECORD
           IF WS-ROW-FOUND = 'Y'
               MOVE '*** CHAIN NOT COMPLETE - RERUN RESUMES AT '
                   TO CHAIN-REPORT-RECORD(1:42)
               MOVE WS-STEP-NAME(WS-STEP-IX) TO
                   CHAIN-REPORT-RECORD(43:16)
               MOVE '***' TO CHAIN-REPORT-RECORD(60:3)
           ELSE
               MOVE 'CHAIN COMPLETE - ALL STEPS ENDED NORMALLY'
                   TO CHAIN-REPORT-RECORD(1:41)
           END-IF
           WRITE CHAIN-REPORT-RECORD.

       8210-FIND-RESUME-STEP.
           MOVE WS-CHAIN-ROW(WS-STEP-IX) TO WS-ROW-IX
           IF WS-CT-COMPLETE(WS-ROW-IX)
               ADD 1 TO WS-STEP-IX
           ELSE
               MOVE 'Y' TO WS-ROW-FOUND
           END-IF.

       8300-CHECK-EARLIER-ROW.
           IF WS-CT-BUSINESS-DATE(WS-CTL-IX) < WS-BUSINESS-DATE
               AND WS-CT-BUSINESS-DATE(WS-CTL-IX) NOT < WS-KEEP-FROM
               AND NOT WS-CT-COMPLETE(WS-CTL-IX)
               ADD 1 TO WS-EARLIER-OPEN
               MOVE WS-CTL-IX TO WS-ROW-IX
               MOVE SPACES TO CHAIN-REPORT-RECORD
               MOVE 'EARLIER CHAIN NOT FINISHED: ' TO
                   CHAIN-REPORT-RECORD(1:28)
               MOVE WS-CT-BUSINESS-DATE(WS-ROW-IX) TO
                   CHAIN-REPORT-RECORD(29:8)
               MOVE WS-CT-STEP-NAME(WS-ROW-IX) TO
                   CHAIN-REPORT-RECORD(38:16)
               PERFORM 8910-SET-STATUS-TEXT
               MOVE WS-STATUS-TEXT TO CHAIN-REPORT-RECORD(55:9)
               WRITE CHAIN-REPORT-RECORD
           END-IF
           ADD 1 TO WS-CTL-IX.

       8900-EDIT-TIME.
           MOVE WS-TIME-WORK-HH TO WS-TIME-HH
           MOVE WS-TIME-WORK-MM TO WS-TIME-MM
           MOVE WS-TIME-WORK-SS TO WS-TIME-SS.

       8910-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-CT-PENDING(WS-ROW-IX)
                   MOVE 'PENDING' TO WS-STATUS-TEXT
               WHEN WS-CT-RUNNING(WS-ROW-IX)
                   MOVE 'RUNNING' TO WS-STATUS-TEXT
               WHEN WS-CT-COMPLETE(WS-ROW-IX)
                   MOVE 'COMPLETE' TO WS-STATUS-TEXT
               WHEN WS-CT-FAILED(WS-ROW-IX)
                   MOVE 'FAILED' TO WS-STATUS-TEXT
               WHEN WS-CT-BYPASSED(WS-ROW-IX)
                   MOVE 'BYPASSED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 9000-TERMINATE -- step counts to the job log; the chain's      *
      * return code is the worst of its steps.                         *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE 'STEPS STARTED THIS RUN...' TO
               CHAIN-REPORT-RECORD(1:25)
           MOVE WS-STEPS-RUN TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CHAIN-REPORT-RECORD(27:9)
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE 'STEPS FAILED THIS RUN....' TO
               CHAIN-REPORT-RECORD(1:25)
           MOVE WS-STEPS-FAILED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CHAIN-REPORT-RECORD(27:9)
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE 'STEPS BYPASSED THIS RUN..' TO
               CHAIN-REPORT-RECORD(1:25)
           MOVE WS-STEPS-BYPASSED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CHAIN-REPORT-RECORD(27:9)
           WRITE CHAIN-REPORT-RECORD
           MOVE SPACES TO CHAIN-REPORT-RECORD
           MOVE 'EARLIER OPEN STEPS.......' TO
               CHAIN-REPORT-RECORD(1:25)
           MOVE WS-EARLIER-OPEN TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CHAIN-REPORT-RECORD(27:9)
           WRITE CHAIN-REPORT-RECORD
           CLOSE CHAIN-REPORT
           DISPLAY 'JOB-CHAIN: BUSINESS DATE ' WS-BUSINESS-DATE
               ' STEPS RUN ' WS-STEPS-RUN ' FAILED ' WS-STEPS-FAILED
               ' BYPASSED ' WS-STEPS-BYPASSED
           MOVE WS-CHAIN-RC TO RETURN-CODE.

      *----------------------------------------------------------------*
      * 9100-REWRITE-RUN-CONTROL -- the whole table back to RUNCTL,    *
      * less rows dated before the keep window.                        *
      *----------------------------------------------------------------*
       9100-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL
           MOVE 1 TO WS-CTL-IX
           PERFORM 9110-WRITE-ONE-ROW
               UNTIL WS-CTL-IX > WS-CTL-COUNT
           CLOSE RUN-CONTROL.

       9110-WRITE-ONE-ROW.
           IF WS-CT-BUSINESS-DATE(WS-CTL-IX) NOT < WS-KEEP-FROM
               MOVE WS-CTL-ENTRY(WS-CTL-IX) TO RUN-CONTROL-RECORD
               WRITE RUN-CONTROL-RECORD
           END-IF
           ADD 1 TO WS-CTL-IX.
