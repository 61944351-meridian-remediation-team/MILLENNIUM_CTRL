      *================================================================*
      * PROGRAM:    DORM-SCAN                                          *
      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-10-15                                         *
      * PURPOSE:    PERIODIC DORMANT-ACCOUNT SCAN. AGES EVERY ACCOUNT  *
      *             ON ACCT-MASTER FROM ITS LAST CUSTOMER ACTIVITY     *
      *             (ACCT-ACTIVITY, KEPT BY PATCH-BANKING) AGAINST     *
      *             THRESHOLDS SET BY PRODUCT TYPE, AND PRODUCES THE   *
      *             DUE-DILIGENCE LETTER FEED, THE ESCHEATMENT         *
      *             CANDIDATE REPORT, AND A FREEZE FEED FOR            *
      *             ACCT-MAINT SO DORMANCY FREEZES ARE JOURNALED.      *
      *================================================================*
      *
      * Files:
      *   ACCTMAST IN   account master, read front to back
      *   ACCTACTV I-O  last customer activity and last balance seen,
      *                 keyed by account ID (PATCH-BANKING keeps it);
      *                 this run stamps the letter and freeze dates
      *   ACCTADDR IN   companion name/address file keyed by account
      *                 ID, maintained by ACCT-MAINT
      *   DORMRULE IN   thresholds by product type (see below)
      *   DORMLTR  OUT  due-diligence letter feed for the mail shop
      *   DORMMNT  OUT  freeze actions in the 140-byte MAINTIN layout,
      *                 run through ACCT-MAINT with source feed ID
      *                 'DORMSCAN' so every freeze lands on AUDITJRN
      *   ESCHRPT  OUT  escheatment candidates with balances, totals
      *                 by currency
      *   DORMRPT  OUT  scan register, exceptions, counts
      *
      * The scan is not a nightly step; operations run it on the
      * compliance calendar, normally monthly, after the night's
      * PATCH-BANKING has finished. The as-of date is the first
      * command-line argument (YYYYMMDD), today if blank or invalid.
      *
      * Each DORMRULE record gives a product type and three day
      * counts measured from the last activity: DORMANT (the account
      * is frozen), LETTER (the due-diligence letter goes out) and
      * ESCHEAT (the account is listed for escheatment). Product
      * '****' is the default for any product without its own rule.
      * An account whose product has no rule at all is reported and
      * left alone.
      *
      * Last activity is the business date of the last customer item
      * PATCH-BANKING accepted; system renewals do not count. An
      * account never seen there is aged from its open date. Closed
      * accounts are skipped.
      *
      * A letter and a freeze are each requested once per dormancy:
      * the date requested goes on ACCT-ACTIVITY and nothing is
      * requested again until new activity moves the last-activity
      * date past it. So a rerun of the same scan cuts nothing twice,
      * and an account operations reinstated after a dormancy freeze
      * is reported but not frozen again. A letter whose address is
      * missing is still written (flagged 'M') but not stamped, so it
      * goes again once the address is on file; the run then ends
      * with RETURN-CODE 8. Accounts with no rule or unusable dates
      * end the run RETURN-CODE 4.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  MERIDIAN-OPS  Original version. Dormant accounts
      *                             were being found by hand from the
      *                             statement run, and the escheatment
      *                             filing was built in a spreadsheet.
      *   2026-10-15  MERIDIAN-OPS  Freeze requests carry operator ID
      *                             DORMSCAN as their maker, now that
      *                             ACCT-MAINT holds every action for
      *                             a second operator's release.
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORM-SCAN.
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
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS AM-ACCOUNT-ID
                                  FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-ACTIVITY   ASSIGN TO ACCTACTV
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AA-ACCOUNT-ID
                                  FILE STATUS IS WS-AA-STATUS.
           SELECT ACCT-ADDR       ASSIGN TO ACCTADDR
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AD-ACCOUNT-ID
                                  FILE STATUS IS WS-ADDR-STATUS.
           SELECT DORM-RULES      ASSIGN TO DORMRULE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DRL-STATUS.
           SELECT LETTER-FILE     ASSIGN TO DORMLTR
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT FREEZE-FEED     ASSIGN TO DORMMNT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT ESCHEAT-REPORT  ASSIGN TO ESCHRPT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT SCAN-REPORT     ASSIGN TO DORMRPT
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  ACCT-MASTER-RECORD.
           05  AM-ACCOUNT-ID      PIC X(12).
           05  AM-STATUS          PIC X(1).
               88  AM-STATUS-OPEN              VALUE 'O'.
               88  AM-STATUS-CLOSED            VALUE 'C'.
               88  AM-STATUS-FROZEN            VALUE 'F'.
           05  AM-PRODUCT-TYPE    PIC X(4).
           05  AM-OPEN-DATE       PIC 9(8).
           05  FILLER             PIC X(7).

      *----------------------------------------------------------------*
      * ACCT-ACTIVITY -- same layout PATCH-BANKING writes. This run    *
      * only ever sets AA-LETTER-DATE and AA-FREEZE-DATE, adding the   *
      * record (activity and balance zero) for an account the night   *
      * run has never seen.                                            *
      *----------------------------------------------------------------*
       FD  ACCT-ACTIVITY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  ACCT-ACTIVITY-RECORD.
           05  AA-ACCOUNT-ID      PIC X(12).
           05  AA-LAST-ACTIVITY   PIC 9(8).
           05  AA-LAST-TRANS-TYPE PIC X(4).
           05  AA-BALANCE         PIC S9(13)V99 COMP-3.
           05  AA-CURRENCY-CODE   PIC X(3).
           05  AA-BALANCE-DATE    PIC 9(8).
           05  AA-LETTER-DATE     PIC 9(8).
           05  AA-FREEZE-DATE     PIC 9(8).
           05  FILLER             PIC X(5).

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
      * DORM-RULES -- one record per product type; '****' is the       *
      * default. Day counts run from the last activity date.           *
      *----------------------------------------------------------------*
       FD  DORM-RULES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  DORM-RULE-RECORD.
           05  DRL-PRODUCT-TYPE   PIC X(4).
           05  DRL-DORMANT-DAYS   PIC 9(5).
           05  DRL-LETTER-DAYS    PIC 9(5).
           05  DRL-ESCHEAT-DAYS   PIC 9(5).
           05  FILLER             PIC X(21).

      *----------------------------------------------------------------*
      * LETTER-FILE -- one due-diligence letter per account per        *
      * dormancy. DL-ADDR-FLAG 'M' marks a letter with no address on   *
      * file, the way MAT-NOTICE flags its notices.                    *
      *----------------------------------------------------------------*
       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  LETTER-RECORD.
           05  DL-ACCOUNT-ID      PIC X(12).
           05  DL-PRODUCT-TYPE    PIC X(4).
           05  DL-NAME            PIC X(30).
           05  DL-ADDR-LINE-1     PIC X(30).
           05  DL-ADDR-LINE-2     PIC X(30).
           05  DL-LAST-ACTIVITY   PIC 9(8).
           05  DL-DAYS-INACTIVE   PIC 9(5).
           05  DL-BALANCE         PIC S9(13)V99 COMP-3.
           05  DL-CURRENCY-CODE   PIC X(3).
           05  DL-LETTER-DATE     PIC 9(8).
           05  DL-ADDR-FLAG       PIC X(1).
           05  FILLER             PIC X(21).

      *----------------------------------------------------------------*
      * FREEZE-FEED -- ACCT-MAINT's MAINTIN layout. Only the action,   *
      * account ID and operator ID mean anything on a freeze; the      *
      * freeze waits in ACCT-MAINT until a checker releases it.        *
      *----------------------------------------------------------------*
       FD  FREEZE-FEED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01  FREEZE-RECORD.
           05  MNT-ACTION         PIC X(1).
           05  MNT-ACCOUNT-ID     PIC X(12).
           05  MNT-PRODUCT-TYPE   PIC X(4).
           05  MNT-OPEN-DATE      PIC 9(8).
           05  MNT-NAME           PIC X(30).
           05  MNT-ADDR-LINE-1    PIC X(30).
           05  MNT-ADDR-LINE-2    PIC X(30).
           05  MNT-OPERATOR-ID    PIC X(8).
           05  FILLER             PIC X(17).

       FD  ESCHEAT-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  ESCHEAT-REPORT-RECORD  PIC X(132).

       FD  SCAN-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SCAN-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-END-OF-FILE     PIC X(1)    VALUE 'N'.
           05  WS-DRL-EOF         PIC X(1)    VALUE 'N'.
           05  WS-ADDR-FOUND      PIC X(1)    VALUE 'N'.
           05  WS-AA-ON-FILE      PIC X(1)    VALUE 'N'.
           05  WS-AA-CHANGED      PIC X(1)    VALUE 'N'.
           05  WS-RULE-FOUND      PIC X(1)    VALUE 'N'.

       01  WS-ACCT-STATUS         PIC X(2)    VALUE '00'.
       01  WS-AA-STATUS           PIC X(2)    VALUE '00'.
           88  WS-AA-NOT-FOUND                 VALUE '23'.
       01  WS-ADDR-STATUS         PIC X(2)    VALUE '00'.
           88  WS-ADDR-NOT-FOUND               VALUE '23'.
           88  WS-ADDR-NO-FILE                 VALUE '35'.
       01  WS-DRL-STATUS          PIC X(2)    VALUE '00'.
           88  WS-DRL-NOT-FOUND                VALUE '35'.

       01  WS-COUNTERS.
           05  WS-MASTER-READ     PIC 9(9)    VALUE ZEROS.
           05  WS-CLOSED-SKIPPED  PIC 9(9)    VALUE ZEROS.
           05  WS-DORMANT-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-FREEZES-WRITTEN PIC 9(9)    VALUE ZEROS.
           05  WS-FREEZES-HELD    PIC 9(9)    VALUE ZEROS.
           05  WS-LETTERS-WRITTEN PIC 9(9)    VALUE ZEROS.
           05  WS-ESCHEAT-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-ESCHEAT-NO-LTR  PIC 9(9)    VALUE ZEROS.
           05  WS-ADDR-MISSING    PIC 9(9)    VALUE ZEROS.
           05  WS-NO-RULE-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-DATE-ERRORS     PIC 9(9)    VALUE ZEROS.
           05  WS-AA-ERRORS       PIC 9(9)    VALUE ZEROS.
           05  WS-RULES-READ      PIC 9(9)    VALUE ZEROS.
           05  WS-RULES-REJECTED  PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * THRESHOLD TABLE -- DORMRULE loaded once. WS-DEFAULT-SLOT is    *
      * the '****' entry, zero when there is none.                     *
      *----------------------------------------------------------------*
       01  WS-RULE-MAX            PIC 9(4)    COMP VALUE 50.
       01  WS-RULE-COUNT          PIC 9(4)    COMP VALUE ZEROS.
       01  WS-RULE-IX             PIC 9(4)    COMP VALUE ZEROS.
       01  WS-RULE-SLOT           PIC 9(4)    COMP VALUE ZEROS.
       01  WS-DEFAULT-SLOT        PIC 9(4)    COMP VALUE ZEROS.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-PRODUCT PIC X(4).
               10  WS-RULE-DORMANT PIC 9(5).
               10  WS-RULE-LETTER  PIC 9(5).
               10  WS-RULE-ESCHEAT PIC 9(5).

      *----------------------------------------------------------------*
      * ESCHEATMENT TOTALS BY CURRENCY -- a blank currency on the      *
      * activity record is USD, as everywhere else in the system.      *
      *----------------------------------------------------------------*
       01  WS-WORK-CURRENCY       PIC X(3)    VALUE SPACES.
       01  WS-CUR-IX              PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CUR-SLOT            PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CUR-FULL            PIC X(1)    VALUE 'N'.
       01  WS-CUR-TABLE.
           05  WS-CUR-USED        PIC 9(2)    VALUE ZEROS.
           05  WS-CUR-ENTRY OCCURS 20 TIMES.
               10  WS-CUR-CODE    PIC X(3).
               10  WS-CUR-COUNT   PIC 9(9).
               10  WS-CUR-AMOUNT  PIC S9(15)V99 COMP-3.

      *----------------------------------------------------------------*
      * The as-of date arrives as the first command-line argument,     *
      * validated through DATE-ROLLOVER's COMPARE-DATES the same way   *
      * ACCT-REBLD validates its own. Blank or invalid falls back to   *
      * today with a note on the job log.                              *
      *----------------------------------------------------------------*
       01  WS-ARG-BUFFER          PIC X(8)    VALUE SPACES.
       01  WS-AS-OF-DATE          PIC 9(8)    VALUE ZEROS.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
       01  WS-DATE-PACKED         PIC 9(8)    VALUE ZEROS.
       01  WS-VALIDATE-DISCARD    PIC S9(9)   VALUE ZEROS.
       01  WS-DR-RETURN-CODE      PIC 9(2)    VALUE ZEROS.

       01  WS-LAST-ACTIVITY       PIC 9(8)    VALUE ZEROS.
       01  WS-DAYS-INACTIVE       PIC S9(9)   VALUE ZEROS.

      *> Register words for the thresholds an account reached.
       01  WS-REG-DORMANT         PIC X(8)    VALUE SPACES.
       01  WS-REG-FREEZE          PIC X(10)   VALUE SPACES.
       01  WS-REG-LETTER          PIC X(10)   VALUE SPACES.
       01  WS-REG-ESCHEAT         PIC X(8)    VALUE SPACES.

       01  WS-CTL-COUNT-ED        PIC Z(8)9.
       01  WS-CTL-AMOUNT-ED       PIC -(14)9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-RULES
           PERFORM 1100-READ-MASTER
           PERFORM 2000-SCAN-ACCOUNTS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE -- the master and the activity file are not    *
      * optional: without the activity file every account would age   *
      * from its open date and the whole book would freeze. A missing  *
      * address file is survivable (letters go out flagged, RC 8).     *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           MOVE WS-TODAY-PACKED TO WS-AS-OF-DATE
           ACCEPT WS-ARG-BUFFER FROM COMMAND-LINE
           IF WS-ARG-BUFFER NOT = SPACES
               PERFORM 1010-TAKE-AS-OF-ARG
           END-IF
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DORM-SCAN: ACCT-MASTER OPEN FAILED, '
                   'STATUS=' WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCT-ACTIVITY
           IF WS-AA-STATUS NOT = '00'
               DISPLAY 'DORM-SCAN: ACCT-ACTIVITY OPEN FAILED, '
                   'STATUS=' WS-AA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-ADDR
           IF WS-ADDR-NO-FILE
               CONTINUE
           ELSE
               IF WS-ADDR-STATUS NOT = '00'
                   DISPLAY 'DORM-SCAN: ACCT-ADDR OPEN FAILED, '
                       'STATUS=' WS-ADDR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT FREEZE-FEED
           OPEN OUTPUT ESCHEAT-REPORT
           OPEN OUTPUT SCAN-REPORT
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'DORMANT ACCOUNT SCAN AS OF ' TO
               SCAN-REPORT-RECORD(1:27)
           MOVE WS-AS-OF-DATE TO SCAN-REPORT-RECORD(28:8)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           MOVE 'ESCHEATMENT CANDIDATES AS OF ' TO
               ESCHEAT-REPORT-RECORD(1:29)
           MOVE WS-AS-OF-DATE TO ESCHEAT-REPORT-RECORD(30:8)
           WRITE ESCHEAT-REPORT-RECORD.

       1010-TAKE-AS-OF-ARG.
           IF WS-ARG-BUFFER IS NUMERIC
               MOVE WS-ARG-BUFFER TO WS-DATE-PACKED
               CALL "COMPARE-DATES" USING
                   BY CONTENT WS-DATE-PACKED
                   BY CONTENT WS-DATE-PACKED
                   BY REFERENCE WS-VALIDATE-DISCARD
                   BY REFERENCE WS-DR-RETURN-CODE
               IF WS-DR-RETURN-CODE = 0
                   MOVE WS-DATE-PACKED TO WS-AS-OF-DATE
               ELSE
                   DISPLAY 'DORM-SCAN: AS-OF ARGUMENT NOT A VALID '
                       'DATE - USING TODAY'
               END-IF
           ELSE
               DISPLAY 'DORM-SCAN: AS-OF ARGUMENT NOT NUMERIC '
                   '- USING TODAY'
           END-IF.

       1100-READ-MASTER.
           READ ACCT-MASTER
               AT END MOVE 'Y' TO WS-END-OF-FILE.

      *----------------------------------------------------------------*
      * 1200-LOAD-RULES -- a scan with no thresholds cannot tell a     *
      * dormant account from a live one, so a missing or empty rule    *
      * file fails the job up front. A rule whose day counts are not   *
      * numeric, zero, or out of order (dormant or letter beyond      *
      * escheat) is listed and ignored.                                *
      *----------------------------------------------------------------*
       1200-LOAD-RULES.
           OPEN INPUT DORM-RULES
           IF WS-DRL-STATUS NOT = '00'
               DISPLAY 'DORM-SCAN: DORMRULE OPEN FAILED, '
                   'STATUS=' WS-DRL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-RULE
               UNTIL WS-DRL-EOF = 'Y'
           CLOSE DORM-RULES
           IF WS-RULE-COUNT = ZEROS
               DISPLAY 'DORM-SCAN: NO USABLE DORMRULE THRESHOLDS '
                   '- SCAN NOT RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LOAD-ONE-RULE.
           READ DORM-RULES
               AT END MOVE 'Y' TO WS-DRL-EOF
               NOT AT END
                   ADD 1 TO WS-RULES-READ
                   PERFORM 1220-TAKE-ONE-RULE
           END-READ.

       1220-TAKE-ONE-RULE.
           EVALUATE TRUE
               WHEN DRL-DORMANT-DAYS NOT NUMERIC
                   OR DRL-LETTER-DAYS NOT NUMERIC
                   OR DRL-ESCHEAT-DAYS NOT NUMERIC
                   PERFORM 8300-WRITE-RULE-REJECT
               WHEN DRL-DORMANT-DAYS = ZEROS
                   OR DRL-LETTER-DAYS = ZEROS
                   OR DRL-ESCHEAT-DAYS = ZEROS
                   PERFORM 8300-WRITE-RULE-REJECT
               WHEN DRL-DORMANT-DAYS > DRL-ESCHEAT-DAYS
                   OR DRL-LETTER-DAYS > DRL-ESCHEAT-DAYS
                   PERFORM 8300-WRITE-RULE-REJECT
               WHEN WS-RULE-COUNT = WS-RULE-MAX
                   PERFORM 8300-WRITE-RULE-REJECT
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   MOVE DRL-PRODUCT-TYPE TO
                       WS-RULE-PRODUCT(WS-RULE-COUNT)
                   MOVE DRL-DORMANT-DAYS TO
                       WS-RULE-DORMANT(WS-RULE-COUNT)
                   MOVE DRL-LETTER-DAYS TO
                       WS-RULE-LETTER(WS-RULE-COUNT)
                   MOVE DRL-ESCHEAT-DAYS TO
                       WS-RULE-ESCHEAT(WS-RULE-COUNT)
                   IF DRL-PRODUCT-TYPE = '****'
                       MOVE WS-RULE-COUNT TO WS-DEFAULT-SLOT
                   END-IF
           END-EVALUATE.

       2000-SCAN-ACCOUNTS.
           PERFORM 2010-CHECK-ONE-ACCOUNT
               UNTIL WS-END-OF-FILE = 'Y'.

       2010-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-MASTER-READ
           IF AM-STATUS-CLOSED
               ADD 1 TO WS-CLOSED-SKIPPED
           ELSE
               PERFORM 2100-FIND-RULE
               IF WS-RULE-FOUND = 'Y'
                   PERFORM 2200-GET-ACTIVITY
               ELSE
                   ADD 1 TO WS-NO-RULE-COUNT
                   PERFORM 8100-WRITE-NO-RULE
               END-IF
           END-IF
           PERFORM 1100-READ-MASTER.

      *----------------------------------------------------------------*
      * 2100-FIND-RULE -- the product's own rule, else the default.    *
      *----------------------------------------------------------------*
       2100-FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND
           MOVE ZEROS TO WS-RULE-SLOT
           MOVE 1 TO WS-RULE-IX
           PERFORM 2110-MATCH-ONE-RULE
               UNTIL WS-RULE-IX > WS-RULE-COUNT
               OR WS-RULE-FOUND = 'Y'
           IF WS-RULE-FOUND = 'N' AND WS-DEFAULT-SLOT > ZEROS
               MOVE WS-DEFAULT-SLOT TO WS-RULE-SLOT
               MOVE 'Y' TO WS-RULE-FOUND
           END-IF.

       2110-MATCH-ONE-RULE.
           IF WS-RULE-PRODUCT(WS-RULE-IX) = AM-PRODUCT-TYPE
               MOVE WS-RULE-IX TO WS-RULE-SLOT
               MOVE 'Y' TO WS-RULE-FOUND
           END-IF
           ADD 1 TO WS-RULE-IX.

      *----------------------------------------------------------------*
      * 2200-GET-ACTIVITY -- an account the night run has never seen   *
      * gets an empty record in storage (written only if this scan     *
      * stamps something on it). A read that fails any other way      *
      * leaves the account alone rather than age it on a guess.        *
      *----------------------------------------------------------------*
       2200-GET-ACTIVITY.
           MOVE AM-ACCOUNT-ID TO AA-ACCOUNT-ID
           READ ACCT-ACTIVITY
           EVALUATE TRUE
               WHEN WS-AA-STATUS = '00'
                   MOVE 'Y' TO WS-AA-ON-FILE
                   PERFORM 2300-AGE-ACCOUNT
               WHEN WS-AA-NOT-FOUND
                   MOVE 'N' TO WS-AA-ON-FILE
                   MOVE SPACES TO ACCT-ACTIVITY-RECORD
                   MOVE AM-ACCOUNT-ID TO AA-ACCOUNT-ID
                   MOVE ZEROS TO AA-LAST-ACTIVITY
                   MOVE ZEROS TO AA-BALANCE
                   MOVE ZEROS TO AA-BALANCE-DATE
                   MOVE ZEROS TO AA-LETTER-DATE
                   MOVE ZEROS TO AA-FREEZE-DATE
                   PERFORM 2300-AGE-ACCOUNT
               WHEN OTHER
                   ADD 1 TO WS-AA-ERRORS
                   PERFORM 8400-WRITE-ACTIVITY-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2300-AGE-ACCOUNT -- days from last activity (open date if the  *
      * account has none) to the as-of date, through DATE-ROLLOVER's   *
      * DAYS-BETWEEN so month lengths and leap years come out right.   *
      *----------------------------------------------------------------*
       2300-AGE-ACCOUNT.
           IF AA-LAST-ACTIVITY > ZEROS
               MOVE AA-LAST-ACTIVITY TO WS-LAST-ACTIVITY
           ELSE
               MOVE AM-OPEN-DATE TO WS-LAST-ACTIVITY
           END-IF
           CALL "DAYS-BETWEEN" USING WS-LAST-ACTIVITY WS-AS-OF-DATE
               WS-DAYS-INACTIVE WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE NOT = 0
               ADD 1 TO WS-DATE-ERRORS
               PERFORM 8200-WRITE-DATE-EXCEPTION
           ELSE
               IF WS-DAYS-INACTIVE >= WS-RULE-DORMANT(WS-RULE-SLOT)
                   OR WS-DAYS-INACTIVE >= WS-RULE-LETTER(WS-RULE-SLOT)
                   PERFORM 2400-PROCESS-DORMANT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2400-PROCESS-DORMANT -- each threshold is tested on its own,   *
      * so a product may send its letter ahead of the freeze. The      *
      * letter is cut before the escheatment listing so the listing    *
      * shows tonight's letter date.                                   *
      *----------------------------------------------------------------*
       2400-PROCESS-DORMANT.
           MOVE 'N' TO WS-AA-CHANGED
           MOVE SPACES TO WS-REG-DORMANT
           MOVE SPACES TO WS-REG-FREEZE
           MOVE SPACES TO WS-REG-LETTER
           MOVE SPACES TO WS-REG-ESCHEAT
           PERFORM 2410-LOOK-UP-ADDRESS
           IF WS-DAYS-INACTIVE >= WS-RULE-DORMANT(WS-RULE-SLOT)
               ADD 1 TO WS-DORMANT-COUNT
               MOVE 'DORMANT' TO WS-REG-DORMANT
               PERFORM 2500-REQUEST-FREEZE
           END-IF
           IF WS-DAYS-INACTIVE >= WS-RULE-LETTER(WS-RULE-SLOT)
               PERFORM 2600-CUT-LETTER
           END-IF
           IF WS-DAYS-INACTIVE >= WS-RULE-ESCHEAT(WS-RULE-SLOT)
               PERFORM 2700-LIST-ESCHEAT
           END-IF
           IF WS-AA-CHANGED = 'Y'
               PERFORM 2800-PUT-ACTIVITY
           END-IF
           PERFORM 8000-WRITE-REGISTER-LINE.

       2410-LOOK-UP-ADDRESS.
           MOVE 'N' TO WS-ADDR-FOUND
           IF WS-ADDR-NO-FILE
               CONTINUE
           ELSE
               MOVE AM-ACCOUNT-ID TO AD-ACCOUNT-ID
               READ ACCT-ADDR
               IF WS-ADDR-STATUS = '00'
                   MOVE 'Y' TO WS-ADDR-FOUND
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2500-REQUEST-FREEZE -- an open account gets one 'F' action per *
      * dormancy. A freeze already requested since the last activity  *
      * on an account that is open again means operations reinstated  *
      * it (or the feed has not been applied yet): listed, not         *
      * requested again.                                               *
      *----------------------------------------------------------------*
       2500-REQUEST-FREEZE.
           EVALUATE TRUE
               WHEN AM-STATUS-FROZEN
                   MOVE 'FROZEN' TO WS-REG-FREEZE
               WHEN AA-FREEZE-DATE > WS-LAST-ACTIVITY
                   MOVE 'OPEN AGAIN' TO WS-REG-FREEZE
                   ADD 1 TO WS-FREEZES-HELD
                   PERFORM 8500-WRITE-FREEZE-HELD
               WHEN OTHER
                   MOVE SPACES TO FREEZE-RECORD
                   MOVE 'F' TO MNT-ACTION
                   MOVE AM-ACCOUNT-ID TO MNT-ACCOUNT-ID
                   MOVE ZEROS TO MNT-OPEN-DATE
                   MOVE 'DORMSCAN' TO MNT-OPERATOR-ID
                   WRITE FREEZE-RECORD
                   ADD 1 TO WS-FREEZES-WRITTEN
                   MOVE WS-AS-OF-DATE TO AA-FREEZE-DATE
                   MOVE 'Y' TO WS-AA-CHANGED
                   MOVE 'FREEZE' TO WS-REG-FREEZE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2600-CUT-LETTER -- one letter per dormancy. The letter date is *
      * stamped only when the letter has an address to go to.         *
      *----------------------------------------------------------------*
       2600-CUT-LETTER.
           IF AA-LETTER-DATE > WS-LAST-ACTIVITY
               MOVE 'LETTER ON' TO WS-REG-LETTER
           ELSE
               MOVE SPACES TO LETTER-RECORD
               MOVE AM-ACCOUNT-ID    TO DL-ACCOUNT-ID
               MOVE AM-PRODUCT-TYPE  TO DL-PRODUCT-TYPE
               MOVE WS-LAST-ACTIVITY TO DL-LAST-ACTIVITY
               MOVE WS-DAYS-INACTIVE TO DL-DAYS-INACTIVE
               MOVE AA-BALANCE       TO DL-BALANCE
               MOVE AA-CURRENCY-CODE TO DL-CURRENCY-CODE
               MOVE WS-AS-OF-DATE    TO DL-LETTER-DATE
               IF WS-ADDR-FOUND = 'Y'
                   MOVE AD-NAME        TO DL-NAME
                   MOVE AD-ADDR-LINE-1 TO DL-ADDR-LINE-1
                   MOVE AD-ADDR-LINE-2 TO DL-ADDR-LINE-2
                   MOVE SPACE          TO DL-ADDR-FLAG
                   MOVE WS-AS-OF-DATE  TO AA-LETTER-DATE
                   MOVE 'Y' TO WS-AA-CHANGED
                   MOVE 'LETTER' TO WS-REG-LETTER
               ELSE
                   MOVE 'M' TO DL-ADDR-FLAG
                   ADD 1 TO WS-ADDR-MISSING
                   MOVE 'LETTER(M)' TO WS-REG-LETTER
                   PERFORM 8600-WRITE-ADDR-EXCEPTION
               END-IF
               WRITE LETTER-RECORD
               ADD 1 TO WS-LETTERS-WRITTEN
           END-IF.

      *----------------------------------------------------------------*
      * 2700-LIST-ESCHEAT -- one line per candidate with the last      *
      * balance seen and its date. NO LETTER marks a candidate whose   *
      * due diligence has not started, which the filing cannot carry. *
      *----------------------------------------------------------------*
       2700-LIST-ESCHEAT.
           ADD 1 TO WS-ESCHEAT-COUNT
           MOVE 'ESCHEAT' TO WS-REG-ESCHEAT
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           MOVE AM-ACCOUNT-ID TO ESCHEAT-REPORT-RECORD(1:12)
           IF WS-ADDR-FOUND = 'Y'
               MOVE AD-NAME TO ESCHEAT-REPORT-RECORD(14:30)
           ELSE
               MOVE '*** NO ADDRESS ON FILE ***' TO
                   ESCHEAT-REPORT-RECORD(14:26)
           END-IF
           MOVE ' LAST ACT ' TO ESCHEAT-REPORT-RECORD(44:10)
           MOVE WS-LAST-ACTIVITY TO ESCHEAT-REPORT-RECORD(54:8)
           MOVE ' BAL ' TO ESCHEAT-REPORT-RECORD(62:5)
           MOVE AA-BALANCE TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO ESCHEAT-REPORT-RECORD(67:18)
           IF AA-CURRENCY-CODE = SPACES
               MOVE 'USD' TO WS-WORK-CURRENCY
           ELSE
               MOVE AA-CURRENCY-CODE TO WS-WORK-CURRENCY
           END-IF
           MOVE WS-WORK-CURRENCY TO ESCHEAT-REPORT-RECORD(86:3)
           MOVE ' AS OF ' TO ESCHEAT-REPORT-RECORD(89:7)
           MOVE AA-BALANCE-DATE TO ESCHEAT-REPORT-RECORD(96:8)
           MOVE ' LETTER ' TO ESCHEAT-REPORT-RECORD(104:8)
           MOVE AA-LETTER-DATE TO ESCHEAT-REPORT-RECORD(112:8)
           IF AA-LETTER-DATE NOT > WS-LAST-ACTIVITY
               MOVE ' NO LETTER' TO ESCHEAT-REPORT-RECORD(120:10)
               ADD 1 TO WS-ESCHEAT-NO-LTR
           END-IF
           WRITE ESCHEAT-REPORT-RECORD
           PERFORM 2710-ADD-CURRENCY-TOTALS.

       2710-ADD-CURRENCY-TOTALS.
           MOVE ZEROS TO WS-CUR-SLOT
           MOVE 1 TO WS-CUR-IX
           PERFORM 2715-FIND-ONE-SLOT
               UNTIL WS-CUR-IX > WS-CUR-USED
               OR WS-CUR-SLOT > ZEROS
           IF WS-CUR-SLOT = ZEROS
               IF WS-CUR-USED < 20
                   ADD 1 TO WS-CUR-USED
                   MOVE WS-CUR-USED TO WS-CUR-SLOT
                   MOVE WS-WORK-CURRENCY TO WS-CUR-CODE(WS-CUR-SLOT)
                   MOVE ZEROS TO WS-CUR-COUNT(WS-CUR-SLOT)
                   MOVE ZEROS TO WS-CUR-AMOUNT(WS-CUR-SLOT)
               ELSE
                   MOVE 'Y' TO WS-CUR-FULL
               END-IF
           END-IF
           IF WS-CUR-SLOT > ZEROS
               ADD 1 TO WS-CUR-COUNT(WS-CUR-SLOT)
               ADD AA-BALANCE TO WS-CUR-AMOUNT(WS-CUR-SLOT)
           END-IF.

       2715-FIND-ONE-SLOT.
           IF WS-CUR-CODE(WS-CUR-IX) = WS-WORK-CURRENCY
               MOVE WS-CUR-IX TO WS-CUR-SLOT
           END-IF
           ADD 1 TO WS-CUR-IX.

      *----------------------------------------------------------------*
      * 2800-PUT-ACTIVITY -- REWRITE the record read, or WRITE the     *
      * new one. A failure leaves the request written but unstamped,   *
      * so the next scan asks again; it is listed and ends the run     *
      * RETURN-CODE 4.                                                 *
      *----------------------------------------------------------------*
       2800-PUT-ACTIVITY.
           IF WS-AA-ON-FILE = 'Y'
               REWRITE ACCT-ACTIVITY-RECORD
           ELSE
               WRITE ACCT-ACTIVITY-RECORD
           END-IF
           IF WS-AA-STATUS NOT = '00'
               ADD 1 TO WS-AA-ERRORS
               PERFORM 8400-WRITE-ACTIVITY-ERROR
           END-IF.

       8000-WRITE-REGISTER-LINE.
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE AM-ACCOUNT-ID TO SCAN-REPORT-RECORD(1:12)
           MOVE AM-PRODUCT-TYPE TO SCAN-REPORT-RECORD(14:4)
           MOVE ' LAST ACTIVITY ' TO SCAN-REPORT-RECORD(18:15)
           MOVE WS-LAST-ACTIVITY TO SCAN-REPORT-RECORD(33:8)
           MOVE ' DAYS ' TO SCAN-REPORT-RECORD(41:6)
           MOVE WS-DAYS-INACTIVE TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(47:9)
           MOVE WS-REG-DORMANT TO SCAN-REPORT-RECORD(58:8)
           MOVE WS-REG-FREEZE TO SCAN-REPORT-RECORD(67:10)
           MOVE WS-REG-LETTER TO SCAN-REPORT-RECORD(78:10)
           MOVE WS-REG-ESCHEAT TO SCAN-REPORT-RECORD(89:8)
           WRITE SCAN-REPORT-RECORD.

       8100-WRITE-NO-RULE.
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE AM-ACCOUNT-ID TO SCAN-REPORT-RECORD(1:12)
           MOVE AM-PRODUCT-TYPE TO SCAN-REPORT-RECORD(14:4)
           MOVE ' *** NO DORMANCY RULE FOR PRODUCT - NOT SCANNED ***'
               TO SCAN-REPORT-RECORD(18:51)
           WRITE SCAN-REPORT-RECORD.

       8200-WRITE-DATE-EXCEPTION.
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE AM-ACCOUNT-ID TO SCAN-REPORT-RECORD(1:12)
           MOVE AM-PRODUCT-TYPE TO SCAN-REPORT-RECORD(14:4)
           MOVE ' *** LAST ACTIVITY DATE ' TO SCAN-REPORT-RECORD(18:24)
           MOVE WS-LAST-ACTIVITY TO SCAN-REPORT-RECORD(42:8)
           MOVE ' NOT USABLE - NOT SCANNED ***'
               TO SCAN-REPORT-RECORD(50:29)
           WRITE SCAN-REPORT-RECORD.

       8300-WRITE-RULE-REJECT.
           ADD 1 TO WS-RULES-REJECTED
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'DORMRULE REJECTED: ' TO SCAN-REPORT-RECORD(1:19)
           MOVE DORM-RULE-RECORD(1:19) TO SCAN-REPORT-RECORD(20:19)
           IF WS-RULE-COUNT = WS-RULE-MAX
               MOVE ' - RULE TABLE FULL' TO SCAN-REPORT-RECORD(39:18)
           ELSE
               MOVE ' - BAD DAY COUNTS' TO SCAN-REPORT-RECORD(39:17)
           END-IF
           WRITE SCAN-REPORT-RECORD.

       8400-WRITE-ACTIVITY-ERROR.
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE AM-ACCOUNT-ID TO SCAN-REPORT-RECORD(1:12)
           MOVE ' *** ACCT-ACTIVITY STATUS ' TO
               SCAN-REPORT-RECORD(13:26)
           MOVE WS-AA-STATUS TO SCAN-REPORT-RECORD(39:2)
           MOVE ' ***' TO SCAN-REPORT-RECORD(41:4)
           WRITE SCAN-REPORT-RECORD.

       8500-WRITE-FREEZE-HELD.
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE AM-ACCOUNT-ID TO SCAN-REPORT-RECORD(1:12)
           MOVE ' FREEZE REQUESTED ' TO SCAN-REPORT-RECORD(13:18)
           MOVE AA-FREEZE-DATE TO SCAN-REPORT-RECORD(31:8)
           MOVE ' - ACCOUNT OPEN, NOT REQUESTED AGAIN' TO
               SCAN-REPORT-RECORD(39:36)
           WRITE SCAN-REPORT-RECORD.

       8600-WRITE-ADDR-EXCEPTION.
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE AM-ACCOUNT-ID TO SCAN-REPORT-RECORD(1:12)
           MOVE ' *** ADDRESS MISSING - LETTER FLAGGED ***'
               TO SCAN-REPORT-RECORD(13:41)
           WRITE SCAN-REPORT-RECORD.

       9000-TERMINATE.
           PERFORM 9100-WRITE-ESCHEAT-TOTALS
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'ACCOUNTS READ............' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-MASTER-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'CLOSED - SKIPPED.........' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-CLOSED-SKIPPED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'DORMANT..................' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-DORMANT-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'FREEZES REQUESTED........' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-FREEZES-WRITTEN TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'DORMANT BUT OPEN AGAIN...' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-FREEZES-HELD TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'LETTERS WRITTEN..........' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-LETTERS-WRITTEN TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'ESCHEAT CANDIDATES.......' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-ESCHEAT-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'ADDRESSES MISSING........' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-ADDR-MISSING TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'NO RULE FOR PRODUCT......' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-NO-RULE-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'DATE EXCEPTIONS..........' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-DATE-ERRORS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'ACTIVITY FILE ERRORS.....' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-AA-ERRORS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           MOVE 'RULES REJECTED...........' TO SCAN-REPORT-RECORD(1:25)
           MOVE WS-RULES-REJECTED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SCAN-REPORT-RECORD(27:9)
           WRITE SCAN-REPORT-RECORD
      *> Missing addresses stop letters reaching customers -- the
      *> same RC 8 MAT-NOTICE gives. Accounts the scan could not
      *> judge, rules it could not use, or a currency total it could
      *> not keep are worth a look but not a hold.
           EVALUATE TRUE
               WHEN WS-ADDR-MISSING > ZEROS
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'DORM-SCAN: ' WS-ADDR-MISSING
                       ' LETTERS MISSING ADDRESSES - SEE REGISTER'
               WHEN WS-NO-RULE-COUNT > ZEROS
                   OR WS-DATE-ERRORS > ZEROS
                   OR WS-AA-ERRORS > ZEROS
                   OR WS-RULES-REJECTED > ZEROS
                   OR WS-CUR-FULL = 'Y'
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'DORM-SCAN: EXCEPTIONS ON SCAN REPORT'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ACCT-MASTER
           CLOSE ACCT-ACTIVITY
           CLOSE LETTER-FILE
           CLOSE FREEZE-FEED
           CLOSE ESCHEAT-REPORT
           CLOSE SCAN-REPORT
           IF WS-ADDR-NO-FILE
               CONTINUE
           ELSE
               CLOSE ACCT-ADDR
           END-IF.

      *----------------------------------------------------------------*
      * 9100-WRITE-ESCHEAT-TOTALS -- candidate count and balances by   *
      * currency; currencies are never added together.                 *
      *----------------------------------------------------------------*
       9100-WRITE-ESCHEAT-TOTALS.
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           MOVE 'ESCHEAT CANDIDATES.......' TO
               ESCHEAT-REPORT-RECORD(1:25)
           MOVE WS-ESCHEAT-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO ESCHEAT-REPORT-RECORD(27:9)
           WRITE ESCHEAT-REPORT-RECORD
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           MOVE '  WITH NO LETTER.........' TO
               ESCHEAT-REPORT-RECORD(1:25)
           MOVE WS-ESCHEAT-NO-LTR TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO ESCHEAT-REPORT-RECORD(27:9)
           WRITE ESCHEAT-REPORT-RECORD
           MOVE 1 TO WS-CUR-IX
           PERFORM 9110-WRITE-ONE-CURRENCY
               UNTIL WS-CUR-IX > WS-CUR-USED
           IF WS-CUR-FULL = 'Y'
               MOVE SPACES TO ESCHEAT-REPORT-RECORD
               MOVE '*** CURRENCY TABLE FULL - TOTALS INCOMPLETE ***'
                   TO ESCHEAT-REPORT-RECORD(1:47)
               WRITE ESCHEAT-REPORT-RECORD
           END-IF.

       9110-WRITE-ONE-CURRENCY.
           MOVE SPACES TO ESCHEAT-REPORT-RECORD
           MOVE 'BALANCES ' TO ESCHEAT-REPORT-RECORD(1:9)
           MOVE WS-CUR-CODE(WS-CUR-IX) TO ESCHEAT-REPORT-RECORD(10:3)
           MOVE '.............' TO ESCHEAT-REPORT-RECORD(13:13)
           MOVE WS-CUR-COUNT(WS-CUR-IX) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO ESCHEAT-REPORT-RECORD(27:9)
           MOVE WS-CUR-AMOUNT(WS-CUR-IX) TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO ESCHEAT-REPORT-RECORD(37:18)
           WRITE ESCHEAT-REPORT-RECORD
           ADD 1 TO WS-CUR-IX.
