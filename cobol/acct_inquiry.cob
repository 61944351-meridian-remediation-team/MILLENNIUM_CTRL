      *================================================================*
      * PROGRAM:    ACCT-INQ                                           *
      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-10-15                                         *
      * PURPOSE:    SINGLE-ACCOUNT INQUIRY. PRINTS ONE CONSOLIDATED    *
      *             HISTORY OF AN ACCOUNT FROM EVERY FILE THE BATCH    *
      *             KEEPS ON IT -- MASTER AND ADDRESS, JOURNALED       *
      *             MAINTENANCE, REJECTS, ACCRUALS, RENEWALS, PAYOUTS, *
      *             DISBURSEMENTS, FORECAST AND NOTICES -- WITH PACKED *
      *             FIELDS DECODED, AND WRITES THE SAME HISTORY AS A   *
      *             FLAT EXTRACT FOR THE AUDIT TEAM.                   *
      *================================================================*
      *
      * Files:
      *   ACCTMAST IN   account master (indexed, read by key)
      *   ACCTADDR IN   name and address (indexed, read by key)
      *   AUDITJRN IN   permanent maintenance journal (120 bytes; a
      *                 journal in the original 100-byte layout is
      *                 converted by JRN-CONVT before it is read here)
      *   AUDJARCH IN   AUDITJRN archive generations (optional)
      *   RETNCTL  IN   FILE-RETAIN control log (optional)
      *   ERRFILE  IN   PATCH-BANKING rejects (295 bytes)
      *   CARRYFIL IN   rejects ERR-REPROC carried forward unrepaired
      *   ACCRFILE IN   accrual posting feed (44 bytes)
      *   RENEWFIL IN   renewal feed (256 bytes)
      *   PAYFILE  IN   payouts and early redemptions (256 bytes)
      *   DISBFILE IN   PAYOUT-SETTLE disbursements (64 bytes)
      *   FCSTFILE IN   maturity forecast (47 bytes)
      *   NOTCFILE IN   MAT-NOTICE maturity notices (160 bytes)
      *   INQRPT   OUT  the account history, 132-byte print lines
      *   INQXTRCT OUT  the same history lines as a flat extract,
      *                 150 bytes: account, line tag, event date,
      *                 detail, run date -- no headings
      *
      * Command line: account ID, then optionally a from date and a
      * to date (YYYYMMDD, inclusive). The date range limits the
      * permanent file, AUDITJRN, by action date; a date that does
      * not validate through DATE-ROLLOVER is reported on the job log
      * and that end of the range stays open. The nightly files hold
      * one cycle each and are listed whole for the account; point
      * their DDs at an earlier generation to look further back.
      *
      * FILE-RETAIN moves AUDITJRN entries dated before its cutoff to
      * AUDJARCH archive generations, leaving only each account's
      * latest image online. For a range that starts before the
      * latest cutoff on RETNCTL, concatenate the AUDJARCH
      * generations, oldest first, on DD AUDJARCH; they are read
      * ahead of AUDITJRN. Without them such a range is flagged
      * RANGE PREDATES ONLINE JOURNAL and the run ends RETURN-CODE 4.
      *
      * Every history line carries a tag (MAST, ADDR, JRNL, RJCT,
      * ACCR, RNEW, PAYO, DISB, FCST, NOTC) and its event date, all
      * dates formatted through DATE-ROLLOVER's FORMAT-DATE-SAFE. A
      * reject still on CARRYFIL was not repaired; one ERR-REPROC
      * has worked (CARRYFIL present) and did not carry was repaired;
      * with no CARRYFIL yet the reject has not been worked. Carried
      * rejects from an earlier cycle are listed after tonight's.
      *
      * A nightly file that cannot be opened is named on the report
      * and the history is incomplete: the run ends RETURN-CODE 4, as
      * it does for an account not on ACCT-MASTER. No account ID on
      * the command line ends RETURN-CODE 12; a master that will not
      * open ends 16.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  MERIDIAN-OPS  Original version. Ops answered
      *                             customer and audit questions by
      *                             reading ten files one at a time
      *                             with a hex editor.
      *   2026-10-15  MERIDIAN-OPS  Journal archives: AUDJARCH read
      *                             ahead of AUDITJRN when supplied;
      *                             a range before FILE-RETAIN's
      *                             cutoff (RETNCTL) without them is
      *                             flagged and ends RETURN-CODE 4.
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INQ.
       AUTHOR. MERIDIAN-OPS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AM-ACCOUNT-ID
                                  FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-ADDR       ASSIGN TO ACCTADDR
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AD-ACCOUNT-ID
                                  FILE STATUS IS WS-ADDR-STATUS.
           SELECT AUDIT-JOURNAL   ASSIGN TO AUDITJRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRN-STATUS.
           SELECT OPTIONAL JOURNAL-ARCHIVE
                                  ASSIGN TO AUDJARCH
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRA-STATUS.
           SELECT OPTIONAL RETN-CONTROL
                                  ASSIGN TO RETNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RCT-STATUS.
           SELECT ERROR-FILE      ASSIGN TO ERRFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ERR-STATUS.
           SELECT CARRY-FILE      ASSIGN TO CARRYFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CRY-STATUS.
           SELECT ACCRUAL-FILE    ASSIGN TO ACCRFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ACR-STATUS.
           SELECT RENEWAL-FILE    ASSIGN TO RENEWFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RNW-STATUS.
           SELECT PAYOUT-FILE     ASSIGN TO PAYFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PAY-STATUS.
           SELECT DISBURSE-FILE   ASSIGN TO DISBFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DSB-STATUS.
           SELECT FORECAST-FILE   ASSIGN TO FCSTFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FCT-STATUS.
           SELECT NOTICE-FILE     ASSIGN TO NOTCFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-NTC-STATUS.
           SELECT INQ-REPORT      ASSIGN TO INQRPT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT INQ-EXTRACT     ASSIGN TO INQXTRCT
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  ACCT-MASTER-RECORD.
           05  AM-ACCOUNT-ID      PIC X(12).
           05  AM-STATUS          PIC X(1).
           05  AM-PRODUCT-TYPE    PIC X(4).
           05  AM-OPEN-DATE       PIC 9(8).
           05  FILLER             PIC X(7).

       FD  ACCT-ADDR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  ACCT-ADDR-RECORD.
           05  AD-ACCOUNT-ID      PIC X(12).
           05  AD-NAME            PIC X(30).
           05  AD-ADDR-LINE-1     PIC X(30).
           05  AD-ADDR-LINE-2     PIC X(30).
           05  FILLER             PIC X(10).

      *----------------------------------------------------------------*
      * AUDIT-JOURNAL and its archive generations are read into        *
      * JOURNAL-ENTRY in WORKING-STORAGE, in the layout ACCT-MAINT     *
      * writes.                                                        *
      *----------------------------------------------------------------*
       FD  AUDIT-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-JOURNAL-RECORD   PIC X(120).

       FD  JOURNAL-ARCHIVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  JOURNAL-ARCHIVE-RECORD PIC X(120).

      *----------------------------------------------------------------*
      * RETN-CONTROL -- FILE-RETAIN's log, one record per file split.  *
      * Only the AUDITJRN cutoff of a proven split is wanted here.     *
      *----------------------------------------------------------------*
       FD  RETN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  RETN-CONTROL-RECORD.
           05  RCT-FILE-ID        PIC X(8).
           05  RCT-RUN-DATE       PIC 9(8).
           05  RCT-RUN-TIME       PIC 9(6).
           05  RCT-CUTOFF-DATE    PIC 9(8).
           05  FILLER             PIC X(20).
           05  RCT-ARCH-COUNT     PIC 9(9).
           05  FILLER             PIC X(46).
           05  RCT-PROOF          PIC X(1).
               88  RCT-PROVEN                  VALUE 'Y'.
           05  FILLER             PIC X(14).

       FD  ERROR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 295 CHARACTERS.
       01  ERROR-RECORD.
           05  ERR-ACCOUNT-ID     PIC X(12).
           05  ERR-DATE-FIELD     PIC X(8).
           05  ERR-REASON-CODE    PIC 9(2).
           05  ERR-REJECT-DATE    PIC 9(8).
           05  ERR-SEQUENCE-ID    PIC 9(9).
           05  ERR-ORIG-RECORD    PIC X(256).

       FD  CARRY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 295 CHARACTERS.
       01  CARRY-RECORD.
           05  CRY-ACCOUNT-ID     PIC X(12).
           05  CRY-DATE-FIELD     PIC X(8).
           05  CRY-REASON-CODE    PIC 9(2).
           05  CRY-REJECT-DATE    PIC 9(8).
           05  CRY-SEQUENCE-ID    PIC 9(9).
           05  CRY-ORIG-RECORD    PIC X(256).

       FD  ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  ACCRUAL-RECORD.
           05  ACR-ACCOUNT-ID     PIC X(12).
           05  ACR-TRANS-TYPE     PIC X(4).
           05  ACR-CURRENCY-CODE  PIC X(3).
           05  ACR-INT-RATE       PIC S9(3)V9(6) COMP-3.
           05  ACR-DAYS-BASIS     PIC 9(3).
           05  ACR-DAYS-ACCRUED   PIC S9(9).
           05  ACR-INTEREST-AMT   PIC S9(13)V99 COMP-3.

       FD  RENEWAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 256 CHARACTERS.
       01  RENEWAL-RECORD.
           05  RNW-ACCOUNT-ID     PIC X(12).
           05  RNW-TRANS-TYPE     PIC X(4).
           05  RNW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  RNW-INT-RATE       PIC S9(3)V9(6) COMP-3.
           05  RNW-DATE           PIC 9(8).
           05  RNW-MATURITY-DATE  PIC 9(8).
           05  RNW-RENEW-FLAG     PIC X(1).
           05  RNW-CURRENCY-CODE  PIC X(3).
           05  RNW-REPRICE-FLAG   PIC X(1).
           05  FILLER             PIC X(25).
           05  RNW-OLD-RATE       PIC S9(3)V9(6) COMP-3.
           05  FILLER             PIC X(171).

       FD  PAYOUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 256 CHARACTERS.
       01  PAYOUT-RECORD.
           05  PAY-ACCOUNT-ID     PIC X(12).
           05  PAY-TRANS-TYPE     PIC X(4).
           05  PAY-AMOUNT         PIC S9(13)V99 COMP-3.
           05  PAY-INT-RATE       PIC S9(3)V9(6) COMP-3.
           05  PAY-DATE           PIC 9(8).
           05  PAY-MATURITY-DATE  PIC 9(8).
           05  PAY-RENEW-FLAG     PIC X(1).
           05  PAY-CURRENCY-CODE  PIC X(3).
      *> Early redemptions only.
           05  FILLER             PIC X(2).
           05  PAY-REDEEM-DATE    PIC 9(8).
           05  PAY-REDEEM-INTEREST
                                  PIC S9(13)V99 COMP-3.
           05  PAY-REDEEM-PENALTY PIC S9(13)V99 COMP-3.
           05  FILLER             PIC X(176).

       FD  DISBURSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  DISBURSE-RECORD.
           05  DSB-ACCOUNT-ID     PIC X(12).
           05  DSB-CURRENCY-CODE  PIC X(3).
           05  DSB-PRINCIPAL      PIC S9(13)V99 COMP-3.
           05  DSB-INTEREST       PIC S9(13)V99 COMP-3.
           05  DSB-SETTLE-AMOUNT  PIC S9(13)V99 COMP-3.
           05  DSB-MATURITY-DATE  PIC 9(8).
           05  DSB-VALUE-DATE     PIC 9(8).
           05  DSB-PENALTY        PIC S9(13)V99 COMP-3.
           05  DSB-SETTLE-TYPE    PIC X(1).
               88  DSB-AT-MATURITY             VALUE 'M'.
               88  DSB-EARLY-REDEMPTION        VALUE 'E'.

       FD  FORECAST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS.
       01  FORECAST-RECORD.
           05  FCT-BUCKET         PIC 9(1).
           05  FCT-CURRENCY-CODE  PIC X(3).
           05  FCT-ACCOUNT-ID     PIC X(12).
           05  FCT-DAYS-TO-MAT    PIC S9(9).
           05  FCT-AMOUNT         PIC S9(13)V99 COMP-3.
           05  FCT-INT-RATE       PIC S9(3)V9(6) COMP-3.
           05  FCT-MATURITY-DATE  PIC 9(8).
           05  FCT-RENEW-FLAG     PIC X(1).

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  NOTICE-RECORD.
           05  NTC-ACCOUNT-ID     PIC X(12).
           05  NTC-NOTICE-POINT   PIC 9(2).
           05  NTC-NAME           PIC X(30).
           05  NTC-ADDR-LINE-1    PIC X(30).
           05  NTC-ADDR-LINE-2    PIC X(30).
           05  NTC-MATURITY-DATE  PIC 9(8).
           05  NTC-AMOUNT         PIC S9(13)V99 COMP-3.
           05  NTC-INT-RATE       PIC S9(3)V9(6) COMP-3.
           05  NTC-CURRENCY-CODE  PIC X(3).
           05  NTC-ELECTION       PIC X(6).
           05  NTC-MAIL-BY-DATE   PIC 9(8).
           05  NTC-ADDR-FLAG      PIC X(1).
           05  FILLER             PIC X(17).

       FD  INQ-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  INQ-REPORT-RECORD      PIC X(132).

      *----------------------------------------------------------------*
      * INQ-EXTRACT -- one record per history line: the detail is the  *
      * print line past its tag and date, so the extract and the      *
      * report never disagree.                                         *
      *----------------------------------------------------------------*
       FD  INQ-EXTRACT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  INQ-EXTRACT-RECORD.
           05  XT-ACCOUNT-ID      PIC X(12).
           05  XT-RECORD-TAG      PIC X(4).
           05  XT-EVENT-DATE      PIC X(10).
           05  XT-DETAIL          PIC X(116).
           05  XT-RUN-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-FILE-EOF        PIC X(1)    VALUE 'N'.
           05  WS-NOT-ON-MASTER   PIC X(1)    VALUE 'N'.
           05  WS-CARRY-OPEN      PIC X(1)    VALUE 'N'.
           05  WS-CRY-FULL        PIC X(1)    VALUE 'N'.
           05  WS-JRN-ARCHIVED    PIC X(1)    VALUE 'N'.
           05  WS-RANGE-PREDATES  PIC X(1)    VALUE 'N'.

       01  WS-ACCT-STATUS         PIC X(2)    VALUE '00'.
       01  WS-ADDR-STATUS         PIC X(2)    VALUE '00'.
       01  WS-JRN-STATUS          PIC X(2)    VALUE '00'.
       01  WS-JRA-STATUS          PIC X(2)    VALUE '00'.
       01  WS-RCT-STATUS          PIC X(2)    VALUE '00'.
       01  WS-ERR-STATUS          PIC X(2)    VALUE '00'.
       01  WS-CRY-STATUS          PIC X(2)    VALUE '00'.
       01  WS-ACR-STATUS          PIC X(2)    VALUE '00'.
       01  WS-RNW-STATUS          PIC X(2)    VALUE '00'.
       01  WS-PAY-STATUS          PIC X(2)    VALUE '00'.
       01  WS-DSB-STATUS          PIC X(2)    VALUE '00'.
       01  WS-FCT-STATUS          PIC X(2)    VALUE '00'.
       01  WS-NTC-STATUS          PIC X(2)    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-LINES-WRITTEN   PIC 9(9)    VALUE ZEROS.
           05  WS-SECTION-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-JRN-OUTSIDE     PIC 9(9)    VALUE ZEROS.
           05  WS-FILES-MISSING   PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * COMMAND LINE -- account ID, from date, to date. The dates are  *
      * validated the way ACCT-REBLD validates its as-of date; an     *
      * open end of the range is zeros / all nines.                    *
      *----------------------------------------------------------------*
       01  WS-RUN-ARGS            PIC X(40)   VALUE SPACES.
       01  WS-INQ-ACCOUNT         PIC X(12)   VALUE SPACES.
       01  WS-FROM-ARG            PIC X(8)    VALUE SPACES.
       01  WS-TO-ARG              PIC X(8)    VALUE SPACES.
       01  WS-FROM-DATE           PIC 9(8)    VALUE ZEROS.
       01  WS-TO-DATE             PIC 9(8)    VALUE 99999999.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
       01  WS-DATE-PACKED         PIC 9(8)    VALUE ZEROS.
       01  WS-VALIDATE-DISCARD    PIC S9(9)   VALUE ZEROS.
       01  WS-DR-RETURN-CODE      PIC 9(2)    VALUE ZEROS.

      *> FORMAT-DATE-SAFE in and out; style 1 is the house YYYY-MM-DD.
       01  WS-FMT-DATE-IN         PIC 9(8)    VALUE ZEROS.
       01  WS-FMT-SEL             PIC 9(2)    VALUE 1.
       01  WS-FMT-DATE-OUT        PIC X(10)   VALUE SPACES.
       01  WS-TIME-WORK           PIC 9(6)    VALUE ZEROS.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH         PIC X(2).
           05  WS-TIME-MM         PIC X(2).
           05  WS-TIME-SS         PIC X(2).
       01  WS-TIME-OUT            PIC X(8)    VALUE SPACES.

      *> A master image off the journal, and its one-line summary:
      *> status word, product, open date.
       01  WS-IMAGE.
           05  WS-IMG-ACCOUNT     PIC X(12).
           05  WS-IMG-STATUS      PIC X(1).
           05  WS-IMG-PRODUCT     PIC X(4).
           05  WS-IMG-OPEN-DATE   PIC X(8).
           05  FILLER             PIC X(7).
       01  WS-IMAGE-SUMMARY       PIC X(22)   VALUE SPACES.
       01  WS-STATUS-CODE         PIC X(1)    VALUE SPACE.
       01  WS-STATUS-WORD         PIC X(6)    VALUE SPACES.
       01  WS-ACTION-WORD         PIC X(9)    VALUE SPACES.

      *----------------------------------------------------------------*
      * REJECTS -- the account's rejects still on CARRYFIL, loaded     *
      * first so each ERRFILE reject can be marked carried or not.     *
      * One account's carried rejects fit with room to spare; a table  *
      * that fills stops listing and ends the run RETURN-CODE 4.       *
      *----------------------------------------------------------------*
       01  WS-CRY-MAX             PIC 9(4)    COMP VALUE 500.
       01  WS-CRY-COUNT           PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CRY-IX              PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CRY-SLOT            PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CRY-TABLE.
           05  WS-CRY-ENTRY OCCURS 500 TIMES.
               10  WS-CRY-RJDATE  PIC 9(8).
               10  WS-CRY-SEQ     PIC 9(9).
               10  WS-CRY-REASON  PIC 9(2).
               10  WS-CRY-DATE-FIELD
                                  PIC X(8).
               10  WS-CRY-ORIG    PIC X(256).
               10  WS-CRY-MATCHED PIC X(1).

      *> One reject being listed, from either file.
       01  WS-RJ-WORK.
           05  WS-RJ-REJECT-DATE  PIC 9(8).
           05  WS-RJ-REASON       PIC 9(2).
           05  WS-RJ-SEQ          PIC 9(9).
           05  WS-RJ-DATE-FIELD   PIC X(8).
           05  WS-RJ-DISPOSITION  PIC X(30).
       01  WS-REASON-TEXT         PIC X(20)   VALUE SPACES.

      *> The rejected transaction, in TRANS-RECORD layout.
       01  WS-ORIG-TRANS.
           05  WS-OT-ACCOUNT-ID   PIC X(12).
           05  WS-OT-TRANS-TYPE   PIC X(4).
           05  WS-OT-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-OT-INT-RATE     PIC S9(3)V9(6) COMP-3.
           05  WS-OT-DATE         PIC 9(8).
           05  WS-OT-MATURITY-DATE
                                  PIC 9(8).
           05  WS-OT-RENEW-FLAG   PIC X(1).
           05  WS-OT-CURRENCY-CODE
                                  PIC X(3).
           05  FILLER             PIC X(207).

      *----------------------------------------------------------------*
      * PRINT LINE -- tag in 1-4, event date in 6-15, detail from 17.  *
      * Each section sets its title and column line before it lists.  *
      *----------------------------------------------------------------*
       01  WS-INQ-LINE            PIC X(132)  VALUE SPACES.
       01  WS-SECTION-TITLE       PIC X(40)   VALUE SPACES.
       01  WS-SECTION-COLUMNS     PIC X(132)  VALUE SPACES.
       01  WS-MISSING-DDNAME      PIC X(8)    VALUE SPACES.

      *----------------------------------------------------------------*
      * JOURNAL-ENTRY -- one AUDITJRN entry, live or archived. The     *
      * images are full ACCT-MASTER records; CAL-MAINT's calendar      *
      * entries ('H') carry no account and are passed over.            *
      * WS-JRN-CUTOFF is FILE-RETAIN's latest AUDITJRN cutoff: entries *
      * dated before it are on AUDJARCH, not AUDITJRN.                 *
      *----------------------------------------------------------------*
       01  JOURNAL-ENTRY.
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
       01  WS-JRN-CUTOFF          PIC 9(8)    VALUE ZEROS.
       01  WS-RUN-DATE-OUT        PIC X(10)   VALUE SPACES.

       01  WS-AMOUNT-ED           PIC -(13)9.99.
       01  WS-RATE-ED             PIC ZZ9.9(6).
       01  WS-DAYS-ED             PIC -(8)9.
       01  WS-CTL-COUNT-ED        PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MASTER-SECTION
           PERFORM 2100-JOURNAL-SECTION
           PERFORM 2200-REJECT-SECTION
           PERFORM 2300-ACCRUAL-SECTION
           PERFORM 2400-RENEWAL-SECTION
           PERFORM 2500-PAYOUT-SECTION
           PERFORM 2600-DISBURSE-SECTION
           PERFORM 2700-FORECAST-SECTION
           PERFORM 2800-NOTICE-SECTION
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL SPACE
               INTO WS-INQ-ACCOUNT WS-FROM-ARG WS-TO-ARG
           IF WS-INQ-ACCOUNT = SPACES
               DISPLAY 'ACCT-INQ: NO ACCOUNT ID ON THE COMMAND LINE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-ARG NOT = SPACES
               MOVE WS-FROM-ARG TO WS-DATE-PACKED
               PERFORM 1010-VALIDATE-DATE-ARG
               IF WS-DR-RETURN-CODE = 0
                   MOVE WS-DATE-PACKED TO WS-FROM-DATE
               ELSE
                   DISPLAY 'ACCT-INQ: FROM DATE NOT A VALID DATE '
                       '- RANGE OPEN AT THE START'
               END-IF
           END-IF
           IF WS-TO-ARG NOT = SPACES
               MOVE WS-TO-ARG TO WS-DATE-PACKED
               PERFORM 1010-VALIDATE-DATE-ARG
               IF WS-DR-RETURN-CODE = 0
                   MOVE WS-DATE-PACKED TO WS-TO-DATE
               ELSE
                   DISPLAY 'ACCT-INQ: TO DATE NOT A VALID DATE '
                       '- RANGE OPEN AT THE END'
               END-IF
           END-IF
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ACCT-INQ: ACCT-MASTER OPEN FAILED, '
                   'STATUS=' WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQ-REPORT
           OPEN OUTPUT INQ-EXTRACT
           PERFORM 1100-WRITE-HEADING.

      *> A non-numeric argument fails the class test and is treated
      *> the same as a date DATE-ROLLOVER will not accept.
       1010-VALIDATE-DATE-ARG.
           IF WS-DATE-PACKED IS NUMERIC
               CALL "COMPARE-DATES" USING
                   BY CONTENT WS-DATE-PACKED
                   BY CONTENT WS-DATE-PACKED
                   BY REFERENCE WS-VALIDATE-DISCARD
                   BY REFERENCE WS-DR-RETURN-CODE
           ELSE
               MOVE 1 TO WS-DR-RETURN-CODE
           END-IF.

       1100-WRITE-HEADING.
           MOVE WS-TODAY-PACKED TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-RUN-DATE-OUT
           MOVE SPACES TO INQ-REPORT-RECORD
           MOVE 'ACCOUNT HISTORY INQUIRY' TO INQ-REPORT-RECORD(1:23)
           MOVE 'ACCOUNT ' TO INQ-REPORT-RECORD(30:8)
           MOVE WS-INQ-ACCOUNT TO INQ-REPORT-RECORD(38:12)
           MOVE 'RUN DATE ' TO INQ-REPORT-RECORD(55:9)
           MOVE WS-RUN-DATE-OUT TO INQ-REPORT-RECORD(64:10)
           WRITE INQ-REPORT-RECORD
           MOVE SPACES TO INQ-REPORT-RECORD
           MOVE 'JOURNAL DATES............' TO INQ-REPORT-RECORD(1:25)
           IF WS-FROM-DATE = ZEROS
               MOVE 'EARLIEST' TO INQ-REPORT-RECORD(27:8)
           ELSE
               MOVE WS-FROM-DATE TO WS-FMT-DATE-IN
               PERFORM 7900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO INQ-REPORT-RECORD(27:10)
           END-IF
           MOVE ' TO ' TO INQ-REPORT-RECORD(37:4)
           IF WS-TO-DATE = 99999999
               MOVE 'LATEST' TO INQ-REPORT-RECORD(41:6)
           ELSE
               MOVE WS-TO-DATE TO WS-FMT-DATE-IN
               PERFORM 7900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO INQ-REPORT-RECORD(41:10)
           END-IF
           WRITE INQ-REPORT-RECORD.

      *----------------------------------------------------------------*
      * 2000-MASTER-SECTION -- the master record and the name and      *
      * address, both read by key.                                     *
      *----------------------------------------------------------------*
       2000-MASTER-SECTION.
           MOVE 'ACCOUNT MASTER AND ADDRESS' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  OPENED     STATUS PROD'
               TO WS-SECTION-COLUMNS(1:27)
           MOVE 'NAME / ADDRESS' TO WS-SECTION-COLUMNS(48:14)
           PERFORM 7000-WRITE-SECTION-HEAD
           MOVE WS-INQ-ACCOUNT TO AM-ACCOUNT-ID
           READ ACCT-MASTER
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'MAST' TO WS-INQ-LINE(1:4)
           IF WS-ACCT-STATUS = '00'
               MOVE AM-OPEN-DATE TO WS-FMT-DATE-IN
               PERFORM 7900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
               MOVE AM-STATUS TO WS-STATUS-CODE
               PERFORM 7910-SET-STATUS-WORD
               MOVE WS-STATUS-WORD TO WS-INQ-LINE(17:6)
               MOVE AM-PRODUCT-TYPE TO WS-INQ-LINE(24:4)
           ELSE
               MOVE 'Y' TO WS-NOT-ON-MASTER
               MOVE 'NOT ON ACCT-MASTER' TO WS-INQ-LINE(17:18)
           END-IF
           PERFORM 7100-WRITE-DETAIL
           PERFORM 2010-LIST-ADDRESS.

       2010-LIST-ADDRESS.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'ADDR' TO WS-INQ-LINE(1:4)
           OPEN INPUT ACCT-ADDR
           IF WS-ADDR-STATUS NOT = '00'
               MOVE 'ACCTADDR' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE WS-INQ-ACCOUNT TO AD-ACCOUNT-ID
               READ ACCT-ADDR
               IF WS-ADDR-STATUS = '00'
                   MOVE AD-NAME TO WS-INQ-LINE(48:30)
                   PERFORM 7100-WRITE-DETAIL
                   MOVE SPACES TO WS-INQ-LINE
                   MOVE 'ADDR' TO WS-INQ-LINE(1:4)
                   MOVE AD-ADDR-LINE-1 TO WS-INQ-LINE(48:30)
                   PERFORM 7100-WRITE-DETAIL
                   IF AD-ADDR-LINE-2 NOT = SPACES
                       MOVE SPACES TO WS-INQ-LINE
                       MOVE 'ADDR' TO WS-INQ-LINE(1:4)
                       MOVE AD-ADDR-LINE-2 TO WS-INQ-LINE(48:30)
                       PERFORM 7100-WRITE-DETAIL
                   END-IF
               ELSE
                   MOVE 'NO ADDRESS ON FILE' TO WS-INQ-LINE(48:18)
                   PERFORM 7100-WRITE-DETAIL
               END-IF
               CLOSE ACCT-ADDR
           END-IF.

      *----------------------------------------------------------------*
      * 2100-JOURNAL-SECTION -- every maintenance action journaled     *
      * against the account inside the date range, in journal order,   *
      * with the master as it stood before and after. Archive          *
      * generations, when supplied, come first; a range reaching back  *
      * past the retention cutoff without them is flagged.             *
      *----------------------------------------------------------------*
       2100-JOURNAL-SECTION.
           MOVE 'MAINTENANCE JOURNAL' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  DATE       TIME     ACTION    FEED     MAKER'
               TO WS-SECTION-COLUMNS(1:49)
           MOVE '    CHECKER  BEFORE' TO WS-SECTION-COLUMNS(50:19)
           MOVE 'AFTER' TO WS-SECTION-COLUMNS(93:5)
           PERFORM 7000-WRITE-SECTION-HEAD
           OPEN INPUT AUDIT-JOURNAL
           IF WS-JRN-STATUS NOT = '00'
               MOVE 'AUDITJRN' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               PERFORM 2150-READ-ARCHIVES
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2110-READ-ONE-JOURNAL
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE AUDIT-JOURNAL
               PERFORM 7300-CHECK-NONE-LISTED
               PERFORM 2160-CHECK-RETAINED-RANGE
           END-IF.

       2110-READ-ONE-JOURNAL.
           READ AUDIT-JOURNAL INTO JOURNAL-ENTRY
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM 2115-CHECK-JOURNAL-ENTRY
           END-READ.

       2115-CHECK-JOURNAL-ENTRY.
           IF JRN-ACCOUNT-ENTRY
               AND JRN-ACCOUNT-ID = WS-INQ-ACCOUNT
               IF JRN-ACTION-DATE >= WS-FROM-DATE
                   AND JRN-ACTION-DATE <= WS-TO-DATE
                   PERFORM 2120-LIST-JOURNAL-ENTRY
               ELSE
                   ADD 1 TO WS-JRN-OUTSIDE
               END-IF
           END-IF.

       2120-LIST-JOURNAL-ENTRY.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'JRNL' TO WS-INQ-LINE(1:4)
           MOVE JRN-ACTION-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
           MOVE JRN-ACTION-TIME TO WS-TIME-WORK
           MOVE SPACES TO WS-TIME-OUT
           STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
               DELIMITED BY SIZE INTO WS-TIME-OUT
           MOVE WS-TIME-OUT TO WS-INQ-LINE(17:8)
           PERFORM 2130-SET-ACTION-WORD
           MOVE WS-ACTION-WORD TO WS-INQ-LINE(26:9)
           MOVE JRN-SOURCE-FEED TO WS-INQ-LINE(36:8)
           MOVE JRN-MAKER-ID TO WS-INQ-LINE(45:8)
           MOVE JRN-CHECKER-ID TO WS-INQ-LINE(54:8)
           MOVE JRN-BEFORE-IMAGE TO WS-IMAGE
           PERFORM 2140-SUMMARIZE-IMAGE
           MOVE WS-IMAGE-SUMMARY TO WS-INQ-LINE(70:22)
           MOVE JRN-AFTER-IMAGE TO WS-IMAGE
           PERFORM 2140-SUMMARIZE-IMAGE
           MOVE WS-IMAGE-SUMMARY TO WS-INQ-LINE(93:22)
           PERFORM 7100-WRITE-DETAIL.

       2130-SET-ACTION-WORD.
           EVALUATE JRN-ACTION
               WHEN 'A'
                   MOVE 'ADD'       TO WS-ACTION-WORD
               WHEN 'C'
                   MOVE 'CLOSE'     TO WS-ACTION-WORD
               WHEN 'R'
                   MOVE 'REINSTATE' TO WS-ACTION-WORD
               WHEN 'F'
                   MOVE 'FREEZE'    TO WS-ACTION-WORD
               WHEN 'N'
                   MOVE 'NAME/ADDR' TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE JRN-ACTION  TO WS-ACTION-WORD
           END-EVALUATE.

      *> An add's before image is spaces: there was nothing before.
       2140-SUMMARIZE-IMAGE.
           MOVE SPACES TO WS-IMAGE-SUMMARY
           IF WS-IMAGE = SPACES
               MOVE '(NONE)' TO WS-IMAGE-SUMMARY(1:6)
           ELSE
               MOVE WS-IMG-STATUS TO WS-STATUS-CODE
               PERFORM 7910-SET-STATUS-WORD
               MOVE WS-STATUS-WORD TO WS-IMAGE-SUMMARY(1:6)
               MOVE WS-IMG-PRODUCT TO WS-IMAGE-SUMMARY(8:4)
               IF WS-IMG-OPEN-DATE IS NUMERIC
                   MOVE WS-IMG-OPEN-DATE TO WS-FMT-DATE-IN
                   PERFORM 7900-FORMAT-DATE
                   MOVE WS-FMT-DATE-OUT TO WS-IMAGE-SUMMARY(13:10)
               END-IF
           END-IF.

      *> AUDJARCH is optional; absent (status 05) means the archive
      *> generations were not supplied for this run.
       2150-READ-ARCHIVES.
           OPEN INPUT JOURNAL-ARCHIVE
           IF WS-JRA-STATUS = '00'
               MOVE 'Y' TO WS-JRN-ARCHIVED
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2155-READ-ONE-ARCHIVED
                   UNTIL WS-FILE-EOF = 'Y'
           END-IF
           IF WS-JRA-STATUS = '00' OR WS-JRA-STATUS = '10'
               OR WS-JRA-STATUS = '05'
               CLOSE JOURNAL-ARCHIVE
           END-IF.

       2155-READ-ONE-ARCHIVED.
           READ JOURNAL-ARCHIVE INTO JOURNAL-ENTRY
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM 2115-CHECK-JOURNAL-ENTRY
           END-READ.

      *> No RETNCTL, or no proven AUDITJRN split on it, means nothing
      *> has ever been archived and the live journal is complete.
       2160-CHECK-RETAINED-RANGE.
           OPEN INPUT RETN-CONTROL
           IF WS-RCT-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2165-READ-ONE-CONTROL
                   UNTIL WS-FILE-EOF = 'Y'
           END-IF
           IF WS-RCT-STATUS = '00' OR WS-RCT-STATUS = '10'
               OR WS-RCT-STATUS = '05'
               CLOSE RETN-CONTROL
           END-IF
           IF WS-JRN-ARCHIVED = 'N'
               AND WS-FROM-DATE < WS-JRN-CUTOFF
               MOVE 'Y' TO WS-RANGE-PREDATES
               MOVE SPACES TO INQ-REPORT-RECORD
               MOVE '*** RANGE PREDATES ONLINE JOURNAL - ARCHIVES '
                   TO INQ-REPORT-RECORD(1:45)
               MOVE 'NOT READ ***' TO INQ-REPORT-RECORD(46:12)
               WRITE INQ-REPORT-RECORD
               DISPLAY 'ACCT-INQ: RANGE PREDATES ONLINE JOURNAL - '
                   'ARCHIVES NOT READ'
           END-IF.

       2165-READ-ONE-CONTROL.
           READ RETN-CONTROL
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF RCT-FILE-ID = 'AUDITJRN'
                       AND RCT-PROVEN
                       AND RCT-ARCH-COUNT > ZEROS
                       AND RCT-CUTOFF-DATE > WS-JRN-CUTOFF
                       MOVE RCT-CUTOFF-DATE TO WS-JRN-CUTOFF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 2200-REJECT-SECTION -- the account's rejects on ERRFILE, each  *
      * with what became of it, then any still carried from an        *
      * earlier cycle.                                                 *
      *----------------------------------------------------------------*
       2200-REJECT-SECTION.
           MOVE 'REJECTS' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  REJECTED   RC REASON                     SEQ'
               TO WS-SECTION-COLUMNS(1:50)
           MOVE ' TRANS DATE TYPE            AMOUNT CCY STATUS'
               TO WS-SECTION-COLUMNS(51:46)
           PERFORM 7000-WRITE-SECTION-HEAD
           PERFORM 2210-LOAD-CARRIED
           OPEN INPUT ERROR-FILE
           IF WS-ERR-STATUS NOT = '00'
               MOVE 'ERRFILE ' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2220-READ-ONE-REJECT
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE ERROR-FILE
           END-IF
           MOVE 1 TO WS-CRY-IX
           PERFORM 2240-LIST-ONE-CARRIED
               UNTIL WS-CRY-IX > WS-CRY-COUNT
           PERFORM 7300-CHECK-NONE-LISTED.

      *> No CARRYFIL is the normal state before ERR-REPROC has run;
      *> it only means the rejects have not been worked yet.
       2210-LOAD-CARRIED.
           OPEN INPUT CARRY-FILE
           IF WS-CRY-STATUS = '00'
               MOVE 'Y' TO WS-CARRY-OPEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2215-LOAD-ONE-CARRIED
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE CARRY-FILE
           END-IF.

       2215-LOAD-ONE-CARRIED.
           READ CARRY-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF CRY-ACCOUNT-ID = WS-INQ-ACCOUNT
                       IF WS-CRY-COUNT < WS-CRY-MAX
                           ADD 1 TO WS-CRY-COUNT
                           MOVE CRY-REJECT-DATE
                               TO WS-CRY-RJDATE(WS-CRY-COUNT)
                           MOVE CRY-SEQUENCE-ID
                               TO WS-CRY-SEQ(WS-CRY-COUNT)
                           MOVE CRY-REASON-CODE
                               TO WS-CRY-REASON(WS-CRY-COUNT)
                           MOVE CRY-DATE-FIELD
                               TO WS-CRY-DATE-FIELD(WS-CRY-COUNT)
                           MOVE CRY-ORIG-RECORD
                               TO WS-CRY-ORIG(WS-CRY-COUNT)
                           MOVE 'N' TO WS-CRY-MATCHED(WS-CRY-COUNT)
                       ELSE
                           PERFORM 2216-ALERT-CARRY-FULL
                       END-IF
                   END-IF
           END-READ.

       2216-ALERT-CARRY-FULL.
           IF WS-CRY-FULL NOT = 'Y'
               MOVE 'Y' TO WS-CRY-FULL
               MOVE SPACES TO INQ-REPORT-RECORD
               MOVE '*** MORE THAN 500 CARRIED REJECTS - LIST '
                   TO INQ-REPORT-RECORD(1:42)
               MOVE 'INCOMPLETE ***' TO INQ-REPORT-RECORD(43:14)
               WRITE INQ-REPORT-RECORD
               DISPLAY 'ACCT-INQ: CARRIED REJECT TABLE FULL'
           END-IF.

       2220-READ-ONE-REJECT.
           READ ERROR-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF ERR-ACCOUNT-ID = WS-INQ-ACCOUNT
                       PERFORM 2225-TAKE-ONE-REJECT
                   END-IF
           END-READ.

       2225-TAKE-ONE-REJECT.
           MOVE ERR-REJECT-DATE TO WS-RJ-REJECT-DATE
           MOVE ERR-REASON-CODE TO WS-RJ-REASON
           MOVE ERR-SEQUENCE-ID TO WS-RJ-SEQ
           MOVE ERR-DATE-FIELD  TO WS-RJ-DATE-FIELD
           MOVE ERR-ORIG-RECORD TO WS-ORIG-TRANS
           MOVE ZEROS TO WS-CRY-SLOT
           MOVE 1 TO WS-CRY-IX
           PERFORM 2227-MATCH-ONE-CARRIED
               UNTIL WS-CRY-IX > WS-CRY-COUNT
               OR WS-CRY-SLOT > ZEROS
           EVALUATE TRUE
               WHEN WS-CRY-SLOT > ZEROS
                   MOVE 'Y' TO WS-CRY-MATCHED(WS-CRY-SLOT)
                   MOVE 'NOT REPAIRED - CARRIED'
                       TO WS-RJ-DISPOSITION
               WHEN WS-CARRY-OPEN = 'Y'
                   MOVE 'REPAIRED' TO WS-RJ-DISPOSITION
               WHEN OTHER
                   MOVE 'NOT YET WORKED' TO WS-RJ-DISPOSITION
           END-EVALUATE
           PERFORM 2230-LIST-REJECT.

       2227-MATCH-ONE-CARRIED.
           IF WS-CRY-MATCHED(WS-CRY-IX) = 'N'
               AND WS-CRY-RJDATE(WS-CRY-IX) = WS-RJ-REJECT-DATE
               AND WS-CRY-SEQ(WS-CRY-IX) = WS-RJ-SEQ
               MOVE WS-CRY-IX TO WS-CRY-SLOT
           END-IF
           ADD 1 TO WS-CRY-IX.

       2230-LIST-REJECT.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'RJCT' TO WS-INQ-LINE(1:4)
           MOVE WS-RJ-REJECT-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
           MOVE WS-RJ-REASON TO WS-INQ-LINE(17:2)
           PERFORM 2235-SET-REASON-TEXT
           MOVE WS-REASON-TEXT TO WS-INQ-LINE(20:20)
           MOVE WS-RJ-SEQ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO WS-INQ-LINE(41:9)
      *> The date field is what the feed sent, so a reject for a bad
      *> date prints it raw rather than through the formatter.
           IF WS-RJ-DATE-FIELD IS NUMERIC
               AND WS-RJ-REASON > 30
               MOVE WS-RJ-DATE-FIELD TO WS-FMT-DATE-IN
               PERFORM 7900-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(52:10)
           ELSE
               MOVE WS-RJ-DATE-FIELD TO WS-INQ-LINE(52:8)
           END-IF
           MOVE WS-OT-TRANS-TYPE TO WS-INQ-LINE(63:4)
           IF WS-OT-AMOUNT IS NUMERIC
               MOVE WS-OT-AMOUNT TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-INQ-LINE(68:17)
           END-IF
           IF WS-OT-CURRENCY-CODE = SPACES
               MOVE 'USD' TO WS-INQ-LINE(86:3)
           ELSE
               MOVE WS-OT-CURRENCY-CODE TO WS-INQ-LINE(86:3)
           END-IF
           MOVE WS-RJ-DISPOSITION TO WS-INQ-LINE(90:30)
           PERFORM 7100-WRITE-DETAIL.

      *> Reason codes as PATCH-BANKING assigns them.
       2235-SET-REASON-TEXT.
           EVALUATE WS-RJ-REASON
               WHEN 10
                   MOVE 'YEAR OUT OF RANGE'   TO WS-REASON-TEXT
               WHEN 20
                   MOVE 'MONTH OUT OF RANGE'  TO WS-REASON-TEXT
               WHEN 30
                   MOVE 'DAY NOT VALID'       TO WS-REASON-TEXT
               WHEN 40
                   MOVE 'NOT ON ACCT-MASTER'  TO WS-REASON-TEXT
               WHEN 50
                   MOVE 'ACCOUNT CLOSED'      TO WS-REASON-TEXT
               WHEN 60
                   MOVE 'ACCOUNT FROZEN'      TO WS-REASON-TEXT
               WHEN 70
                   MOVE 'CURRENCY NOT PRICED' TO WS-REASON-TEXT
               WHEN 80
                   MOVE 'SUSPECTED DUPLICATE' TO WS-REASON-TEXT
               WHEN 90
                   MOVE 'REDEEMED AT/PAST MAT' TO WS-REASON-TEXT
               WHEN 91
                   MOVE 'NO CD TO REDEEM'     TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN REASON'      TO WS-REASON-TEXT
           END-EVALUATE.

      *> Carried rejects no ERRFILE reject matched came from an
      *> earlier cycle and are still open.
       2240-LIST-ONE-CARRIED.
           IF WS-CRY-MATCHED(WS-CRY-IX) = 'N'
               MOVE WS-CRY-RJDATE(WS-CRY-IX) TO WS-RJ-REJECT-DATE
               MOVE WS-CRY-REASON(WS-CRY-IX) TO WS-RJ-REASON
               MOVE WS-CRY-SEQ(WS-CRY-IX) TO WS-RJ-SEQ
               MOVE WS-CRY-DATE-FIELD(WS-CRY-IX) TO WS-RJ-DATE-FIELD
               MOVE WS-CRY-ORIG(WS-CRY-IX) TO WS-ORIG-TRANS
               MOVE 'NOT REPAIRED - EARLIER CYCLE'
                   TO WS-RJ-DISPOSITION
               PERFORM 2230-LIST-REJECT
           END-IF
           ADD 1 TO WS-CRY-IX.

      *----------------------------------------------------------------*
      * 2300-ACCRUAL-SECTION -- the interest PATCH-BANKING computed    *
      * for the account this cycle, one line per accrual record.       *
      *----------------------------------------------------------------*
       2300-ACCRUAL-SECTION.
           MOVE 'ACCRUALS' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG             TYPE CCY       RATE BAS      DAYS'
               TO WS-SECTION-COLUMNS(1:50)
           MOVE '         INTEREST' TO WS-SECTION-COLUMNS(51:17)
           PERFORM 7000-WRITE-SECTION-HEAD
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACR-STATUS NOT = '00'
               MOVE 'ACCRFILE' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2310-READ-ONE-ACCRUAL
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE ACCRUAL-FILE
               PERFORM 7300-CHECK-NONE-LISTED
           END-IF.

       2310-READ-ONE-ACCRUAL.
           READ ACCRUAL-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF ACR-ACCOUNT-ID = WS-INQ-ACCOUNT
                       MOVE SPACES TO WS-INQ-LINE
                       MOVE 'ACCR' TO WS-INQ-LINE(1:4)
                       MOVE ACR-TRANS-TYPE TO WS-INQ-LINE(17:4)
                       MOVE ACR-CURRENCY-CODE TO WS-INQ-LINE(22:3)
                       MOVE ACR-INT-RATE TO WS-RATE-ED
                       MOVE WS-RATE-ED TO WS-INQ-LINE(26:10)
                       MOVE ACR-DAYS-BASIS TO WS-INQ-LINE(37:3)
                       MOVE ACR-DAYS-ACCRUED TO WS-DAYS-ED
                       MOVE WS-DAYS-ED TO WS-INQ-LINE(41:9)
                       MOVE ACR-INTEREST-AMT TO WS-AMOUNT-ED
                       MOVE WS-AMOUNT-ED TO WS-INQ-LINE(51:17)
                       PERFORM 7100-WRITE-DETAIL
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 2400-RENEWAL-SECTION -- matured CDs rolled into a new term:    *
      * new term start and maturity, principal, and the rate before    *
      * and after repricing. A renewal written before the old rate     *
      * was carried shows the old rate blank.                          *
      *----------------------------------------------------------------*
       2400-RENEWAL-SECTION.
           MOVE 'RENEWALS' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  TERM START NEW MATUR.          PRINCIPAL CCY'
               TO WS-SECTION-COLUMNS(1:49)
           MOVE '   OLD RATE   NEW RATE' TO WS-SECTION-COLUMNS(50:22)
           PERFORM 7000-WRITE-SECTION-HEAD
           OPEN INPUT RENEWAL-FILE
           IF WS-RNW-STATUS NOT = '00'
               MOVE 'RENEWFIL' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2410-READ-ONE-RENEWAL
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE RENEWAL-FILE
               PERFORM 7300-CHECK-NONE-LISTED
           END-IF.

       2410-READ-ONE-RENEWAL.
           READ RENEWAL-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF RNW-ACCOUNT-ID = WS-INQ-ACCOUNT
                       PERFORM 2420-LIST-RENEWAL
                   END-IF
           END-READ.

       2420-LIST-RENEWAL.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'RNEW' TO WS-INQ-LINE(1:4)
           MOVE RNW-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
           MOVE RNW-MATURITY-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(17:10)
           MOVE RNW-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-INQ-LINE(29:17)
           MOVE RNW-CURRENCY-CODE TO WS-INQ-LINE(47:3)
           IF RNW-OLD-RATE IS NUMERIC
               MOVE RNW-OLD-RATE TO WS-RATE-ED
               MOVE WS-RATE-ED TO WS-INQ-LINE(51:10)
           END-IF
           MOVE RNW-INT-RATE TO WS-RATE-ED
           MOVE WS-RATE-ED TO WS-INQ-LINE(62:10)
           EVALUATE RNW-REPRICE-FLAG
               WHEN 'R'
                   MOVE 'REPRICED' TO WS-INQ-LINE(73:8)
               WHEN 'H'
                   MOVE 'RATE HELD' TO WS-INQ-LINE(73:9)
           END-EVALUATE
           PERFORM 7100-WRITE-DETAIL.

      *----------------------------------------------------------------*
      * 2500-PAYOUT-SECTION -- certificates paid out at maturity, and  *
      * early redemptions with the interest and penalty priced on      *
      * them. The event date is the maturity date or the date the CD   *
      * was broken.                                                    *
      *----------------------------------------------------------------*
       2500-PAYOUT-SECTION.
           MOVE 'PAYOUTS' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  DATE       TYPE             PRINCIPAL CCY'
               TO WS-SECTION-COLUMNS(1:46)
           MOVE '      RATE MATURITY            INTEREST'
               TO WS-SECTION-COLUMNS(47:38)
           MOVE '          PENALTY' TO WS-SECTION-COLUMNS(87:17)
           PERFORM 7000-WRITE-SECTION-HEAD
           OPEN INPUT PAYOUT-FILE
           IF WS-PAY-STATUS NOT = '00'
               MOVE 'PAYFILE ' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2510-READ-ONE-PAYOUT
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE PAYOUT-FILE
               PERFORM 7300-CHECK-NONE-LISTED
           END-IF.

       2510-READ-ONE-PAYOUT.
           READ PAYOUT-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF PAY-ACCOUNT-ID = WS-INQ-ACCOUNT
                       PERFORM 2520-LIST-PAYOUT
                   END-IF
           END-READ.

       2520-LIST-PAYOUT.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'PAYO' TO WS-INQ-LINE(1:4)
           IF PAY-TRANS-TYPE = 'CDER'
               MOVE PAY-REDEEM-DATE TO WS-FMT-DATE-IN
               MOVE 'REDEEMED' TO WS-INQ-LINE(17:8)
           ELSE
               MOVE PAY-MATURITY-DATE TO WS-FMT-DATE-IN
               MOVE 'MATURED' TO WS-INQ-LINE(17:7)
           END-IF
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
           MOVE PAY-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-INQ-LINE(26:17)
           MOVE PAY-CURRENCY-CODE TO WS-INQ-LINE(44:3)
           MOVE PAY-INT-RATE TO WS-RATE-ED
           MOVE WS-RATE-ED TO WS-INQ-LINE(48:10)
           MOVE PAY-MATURITY-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(59:10)
           IF PAY-TRANS-TYPE = 'CDER'
               MOVE PAY-REDEEM-INTEREST TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-INQ-LINE(70:17)
               MOVE PAY-REDEEM-PENALTY TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-INQ-LINE(88:17)
           END-IF
           PERFORM 7100-WRITE-DETAIL.

      *----------------------------------------------------------------*
      * 2600-DISBURSE-SECTION -- what PAYOUT-SETTLE actually paid and  *
      * on which value date.                                           *
      *----------------------------------------------------------------*
       2600-DISBURSE-SECTION.
           MOVE 'DISBURSEMENTS' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  VALUE DATE TYPE             PRINCIPAL'
               TO WS-SECTION-COLUMNS(1:42)
           MOVE '          INTEREST           PENALTY'
               TO WS-SECTION-COLUMNS(43:35)
           MOVE '           SETTLED CCY MATURITY'
               TO WS-SECTION-COLUMNS(79:31)
           PERFORM 7000-WRITE-SECTION-HEAD
           OPEN INPUT DISBURSE-FILE
           IF WS-DSB-STATUS NOT = '00'
               MOVE 'DISBFILE' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2610-READ-ONE-DISBURSEMENT
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE DISBURSE-FILE
               PERFORM 7300-CHECK-NONE-LISTED
           END-IF.

       2610-READ-ONE-DISBURSEMENT.
           READ DISBURSE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF DSB-ACCOUNT-ID = WS-INQ-ACCOUNT
                       PERFORM 2620-LIST-DISBURSEMENT
                   END-IF
           END-READ.

       2620-LIST-DISBURSEMENT.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'DISB' TO WS-INQ-LINE(1:4)
           MOVE DSB-VALUE-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
           IF DSB-EARLY-REDEMPTION
               MOVE 'REDEEMED' TO WS-INQ-LINE(17:8)
           ELSE
               MOVE 'MATURED' TO WS-INQ-LINE(17:7)
           END-IF
           MOVE DSB-PRINCIPAL TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-INQ-LINE(26:17)
           MOVE DSB-INTEREST TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-INQ-LINE(44:17)
      *> Disbursements written before the penalty field existed carry
      *> spaces there.
           IF DSB-PENALTY IS NUMERIC
               MOVE DSB-PENALTY TO WS-AMOUNT-ED
               MOVE WS-AMOUNT-ED TO WS-INQ-LINE(62:17)
           END-IF
           MOVE DSB-SETTLE-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-INQ-LINE(80:17)
           MOVE DSB-CURRENCY-CODE TO WS-INQ-LINE(98:3)
           MOVE DSB-MATURITY-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(102:10)
           PERFORM 7100-WRITE-DETAIL.

      *----------------------------------------------------------------*
      * 2700-FORECAST-SECTION -- the certificate on the maturity       *
      * forecast: how far out, how much, and the customer's election.  *
      *----------------------------------------------------------------*
       2700-FORECAST-SECTION.
           MOVE 'MATURITY FORECAST' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  MATURITY        DAYS WINDOW'
               TO WS-SECTION-COLUMNS(1:33)
           MOVE '         AMOUNT CCY       RATE ELECTION'
               TO WS-SECTION-COLUMNS(37:38)
           PERFORM 7000-WRITE-SECTION-HEAD
           OPEN INPUT FORECAST-FILE
           IF WS-FCT-STATUS NOT = '00'
               MOVE 'FCSTFILE' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2710-READ-ONE-FORECAST
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE FORECAST-FILE
               PERFORM 7300-CHECK-NONE-LISTED
           END-IF.

       2710-READ-ONE-FORECAST.
           READ FORECAST-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF FCT-ACCOUNT-ID = WS-INQ-ACCOUNT
                       PERFORM 2720-LIST-FORECAST
                   END-IF
           END-READ.

       2720-LIST-FORECAST.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'FCST' TO WS-INQ-LINE(1:4)
           MOVE FCT-MATURITY-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
           MOVE FCT-DAYS-TO-MAT TO WS-DAYS-ED
           MOVE WS-DAYS-ED TO WS-INQ-LINE(17:9)
           EVALUATE FCT-BUCKET
               WHEN 1
                   MOVE '7 DAYS'  TO WS-INQ-LINE(27:7)
               WHEN 2
                   MOVE '30 DAYS' TO WS-INQ-LINE(27:7)
               WHEN 3
                   MOVE '60 DAYS' TO WS-INQ-LINE(27:7)
               WHEN OTHER
                   MOVE '90 DAYS' TO WS-INQ-LINE(27:7)
           END-EVALUATE
           MOVE FCT-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-INQ-LINE(35:17)
           MOVE FCT-CURRENCY-CODE TO WS-INQ-LINE(53:3)
           MOVE FCT-INT-RATE TO WS-RATE-ED
           MOVE WS-RATE-ED TO WS-INQ-LINE(57:10)
           IF FCT-RENEW-FLAG = 'N'
               MOVE 'PAYOUT' TO WS-INQ-LINE(68:6)
           ELSE
               MOVE 'RENEW' TO WS-INQ-LINE(68:5)
           END-IF
           PERFORM 7100-WRITE-DETAIL.

      *----------------------------------------------------------------*
      * 2800-NOTICE-SECTION -- maturity notices MAT-NOTICE produced    *
      * for the account, dated by their mail-by date.                  *
      *----------------------------------------------------------------*
       2800-NOTICE-SECTION.
           MOVE 'MATURITY NOTICES' TO WS-SECTION-TITLE
           MOVE SPACES TO WS-SECTION-COLUMNS
           MOVE 'TAG  MAIL BY    PT MATURITY'
               TO WS-SECTION-COLUMNS(1:28)
           MOVE '            AMOUNT CCY       RATE ELECTION'
               TO WS-SECTION-COLUMNS(31:41)
           PERFORM 7000-WRITE-SECTION-HEAD
           OPEN INPUT NOTICE-FILE
           IF WS-NTC-STATUS NOT = '00'
               MOVE 'NOTCFILE' TO WS-MISSING-DDNAME
               PERFORM 7200-WRITE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2810-READ-ONE-NOTICE
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE NOTICE-FILE
               PERFORM 7300-CHECK-NONE-LISTED
           END-IF.

       2810-READ-ONE-NOTICE.
           READ NOTICE-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF NTC-ACCOUNT-ID = WS-INQ-ACCOUNT
                       PERFORM 2820-LIST-NOTICE
                   END-IF
           END-READ.

       2820-LIST-NOTICE.
           MOVE SPACES TO WS-INQ-LINE
           MOVE 'NOTC' TO WS-INQ-LINE(1:4)
           MOVE NTC-MAIL-BY-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(6:10)
           MOVE NTC-NOTICE-POINT TO WS-INQ-LINE(17:2)
           MOVE NTC-MATURITY-DATE TO WS-FMT-DATE-IN
           PERFORM 7900-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-INQ-LINE(20:10)
           MOVE NTC-AMOUNT TO WS-AMOUNT-ED
           MOVE WS-AMOUNT-ED TO WS-INQ-LINE(31:17)
           MOVE NTC-CURRENCY-CODE TO WS-INQ-LINE(49:3)
           MOVE NTC-INT-RATE TO WS-RATE-ED
           MOVE WS-RATE-ED TO WS-INQ-LINE(53:10)
           MOVE NTC-ELECTION TO WS-INQ-LINE(64:6)
           IF NTC-ADDR-FLAG = 'M'
               MOVE 'NO ADDRESS' TO WS-INQ-LINE(72:10)
           END-IF
           PERFORM 7100-WRITE-DETAIL.

      *----------------------------------------------------------------*
      * 7000-7300 -- report mechanics shared by every section.         *
      *----------------------------------------------------------------*
       7000-WRITE-SECTION-HEAD.
           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE SPACES TO INQ-REPORT-RECORD
           WRITE INQ-REPORT-RECORD
           MOVE WS-SECTION-TITLE TO INQ-REPORT-RECORD
           WRITE INQ-REPORT-RECORD
           MOVE WS-SECTION-COLUMNS TO INQ-REPORT-RECORD
           WRITE INQ-REPORT-RECORD.

      *> Every history line goes to the report and the extract alike.
       7100-WRITE-DETAIL.
           MOVE WS-INQ-LINE TO INQ-REPORT-RECORD
           WRITE INQ-REPORT-RECORD
           MOVE WS-INQ-ACCOUNT      TO XT-ACCOUNT-ID
           MOVE WS-INQ-LINE(1:4)    TO XT-RECORD-TAG
           MOVE WS-INQ-LINE(6:10)   TO XT-EVENT-DATE
           MOVE WS-INQ-LINE(17:116) TO XT-DETAIL
           MOVE WS-TODAY-PACKED     TO XT-RUN-DATE
           WRITE INQ-EXTRACT-RECORD
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-LINES-WRITTEN.

       7200-WRITE-NOT-AVAILABLE.
           ADD 1 TO WS-FILES-MISSING
           MOVE SPACES TO INQ-REPORT-RECORD
           MOVE '*** ' TO INQ-REPORT-RECORD(1:4)
           MOVE WS-MISSING-DDNAME TO INQ-REPORT-RECORD(5:8)
           MOVE ' NOT AVAILABLE - HISTORY INCOMPLETE ***'
               TO INQ-REPORT-RECORD(13:39)
           WRITE INQ-REPORT-RECORD
           DISPLAY 'ACCT-INQ: ' WS-MISSING-DDNAME
               ' NOT AVAILABLE'.

       7300-CHECK-NONE-LISTED.
           IF WS-SECTION-COUNT = ZEROS
               MOVE SPACES TO INQ-REPORT-RECORD
               MOVE 'NONE ON FILE' TO INQ-REPORT-RECORD(6:12)
               WRITE INQ-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * 7900-FORMAT-DATE -- WS-FMT-DATE-IN to WS-FMT-DATE-OUT through  *
      * FORMAT-DATE-SAFE. A zero date (no date on the record) prints   *
      * blank rather than as 0000-00-00.                               *
      *----------------------------------------------------------------*
       7900-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE-OUT
           IF WS-FMT-DATE-IN IS NUMERIC
               AND WS-FMT-DATE-IN NOT = ZEROS
               CALL "FORMAT-DATE-SAFE" USING WS-FMT-DATE-IN
                   WS-FMT-SEL WS-FMT-DATE-OUT WS-DR-RETURN-CODE
           END-IF.

       7910-SET-STATUS-WORD.
           EVALUATE WS-STATUS-CODE
               WHEN 'O'
                   MOVE 'OPEN'   TO WS-STATUS-WORD
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-STATUS-WORD
               WHEN 'F'
                   MOVE 'FROZEN' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE WS-STATUS-CODE TO WS-STATUS-WORD
           END-EVALUATE.

       9000-TERMINATE.
           MOVE SPACES TO INQ-REPORT-RECORD
           WRITE INQ-REPORT-RECORD
           MOVE 'HISTORY LINES WRITTEN....' TO INQ-REPORT-RECORD(1:25)
           MOVE WS-LINES-WRITTEN TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO INQ-REPORT-RECORD(27:9)
           WRITE INQ-REPORT-RECORD
           MOVE SPACES TO INQ-REPORT-RECORD
           MOVE 'JOURNAL OUTSIDE RANGE....' TO INQ-REPORT-RECORD(1:25)
           MOVE WS-JRN-OUTSIDE TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO INQ-REPORT-RECORD(27:9)
           WRITE INQ-REPORT-RECORD
           MOVE SPACES TO INQ-REPORT-RECORD
           MOVE 'FILES NOT AVAILABLE......' TO INQ-REPORT-RECORD(1:25)
           MOVE WS-FILES-MISSING TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO INQ-REPORT-RECORD(27:9)
           WRITE INQ-REPORT-RECORD
           IF WS-FILES-MISSING > ZEROS
               OR WS-NOT-ON-MASTER = 'Y'
               OR WS-CRY-FULL = 'Y'
               OR WS-RANGE-PREDATES = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ACCT-MASTER
           CLOSE INQ-REPORT
           CLOSE INQ-EXTRACT.
