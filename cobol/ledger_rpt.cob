      *================================================================*
      * PROGRAM:    LEDGER-RPT                                         *
      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-10-15                                         *
      * PURPOSE:    MONTH-END ACCRUAL LEDGER BALANCES. TOTALS THE      *
      *             PER-ACCOUNT ACCRUAL LEDGER GL-POSTING KEEPS BY     *
      *             PRODUCT AND CURRENCY, AGAINST THE GL ACCOUNT EACH  *
      *             PRODUCT'S ACCRUALS POST TO, WITH SETTLEMENTS       *
      *             AWAITING THEIR TRUE-UP AS THE RECONCILING ITEMS.   *
      *================================================================*
      *
      * Files:
      *   ACCRLEDG IN   accrual ledger keyed by account ID, read front
      *                 to back (GL-POSTING and PAYOUT-SETTLE keep it)
      *   LEDGRPT  OUT  balances by product and currency, exceptions,
      *                 counts
      *
      * Not a nightly step; accounting runs it at month-end after the
      * night's GL-POSTING. The month is the one holding the as-of
      * date, the first command-line argument (YYYYMMDD), today if
      * blank or invalid. Balances are the ledger as it stands when
      * the report runs; the as-of date picks the month whose closed
      * entries are shown.
      *
      * For each product and currency:
      *   OPEN     entries still accruing and their accrued to date --
      *            what the GL account against that product should
      *            carry for them
      *   PENDING  settled by PAYOUT-SETTLE, true-up not yet posted:
      *            accrued, interest paid and the true-up that the
      *            next GL-POSTING will book -- the reconciling items
      *   CLOSED   true-ups posted this month, with interest paid
      * A closed entry leaves nothing behind: accrued plus true-up
      * equals interest paid. One that does not (interest accrued
      * after its settlement) is listed with the residual, and the
      * run ends RETURN-CODE 4. So does an entry whose status this
      * report does not know, or a product/currency table that
      * filled up.
      *
      * The GL account shown is the accrual side of GL-POSTING's map
      * (3200-SET-GL-ACCOUNTS): the payable for deposit products, the
      * receivable for loans, suspense for anything unmapped.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  MERIDIAN-OPS  Original version. Month-end tie-out
      *                             of 240100 was done by adding up the
      *                             accrual file for the whole month.
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-RPT.
       AUTHOR. MERIDIAN-OPS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCR-LEDGER     ASSIGN TO ACCRLEDG
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS AL-ACCOUNT-ID
                                  FILE STATUS IS WS-AL-STATUS.
           SELECT LEDGER-REPORT   ASSIGN TO LEDGRPT
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * ACCR-LEDGER -- same layout GL-POSTING writes. AL-STATUS 'O'    *
      * accruing, 'T' settled with a true-up waiting to post, 'C'      *
      * closed.                                                        *
      *----------------------------------------------------------------*
       FD  ACCR-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  ACCR-LEDGER-RECORD.
           05  AL-ACCOUNT-ID      PIC X(12).
           05  AL-PRODUCT-TYPE    PIC X(4).
           05  AL-CURRENCY-CODE   PIC X(3).
           05  AL-STATUS          PIC X(1).
               88  AL-OPEN                     VALUE 'O'.
               88  AL-TRUEUP-PENDING           VALUE 'T'.
               88  AL-CLOSED                   VALUE 'C'.
           05  AL-OPENED-DATE     PIC 9(8).
           05  AL-ACCRUED-TO-DATE PIC S9(13)V99 COMP-3.
           05  AL-LAST-ACCRUAL-DATE
                                  PIC 9(8).
           05  AL-NIGHT-AMOUNT    PIC S9(13)V99 COMP-3.
           05  AL-POSTED-RUN      PIC X(14).
           05  AL-INTEREST-PAID   PIC S9(13)V99 COMP-3.
           05  AL-TRUEUP-AMT      PIC S9(13)V99 COMP-3.
           05  AL-SETTLE-DATE     PIC 9(8).
           05  AL-CLOSE-DATE      PIC 9(8).
           05  FILLER             PIC X(14).

       FD  LEDGER-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LEDGER-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-END-OF-FILE     PIC X(1)    VALUE 'N'.
           05  WS-TABLE-FULL      PIC X(1)    VALUE 'N'.

       01  WS-AL-STATUS           PIC X(2)    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ    PIC 9(9)    VALUE ZEROS.
           05  WS-OPEN-COUNT      PIC 9(9)    VALUE ZEROS.
           05  WS-PENDING-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-CLOSED-COUNT    PIC 9(9)    VALUE ZEROS.
           05  WS-RESIDUAL-COUNT  PIC 9(9)    VALUE ZEROS.
           05  WS-BAD-STATUS      PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * AS-OF DATE -- first command-line argument, validated the way   *
      * DORM-SCAN validates its own; the month is YYYYMM of it.        *
      *----------------------------------------------------------------*
       01  WS-ARG-BUFFER          PIC X(8)    VALUE SPACES.
       01  WS-AS-OF-DATE          PIC 9(8)    VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
       01  WS-DATE-PACKED         PIC 9(8)    VALUE ZEROS.
       01  WS-VALIDATE-DISCARD    PIC S9(9)   VALUE ZEROS.
       01  WS-DR-RETURN-CODE      PIC 9(2)    VALUE ZEROS.
       01  WS-AS-OF-MONTH         PIC 9(6)    VALUE ZEROS.
       01  WS-CLOSE-MONTH         PIC 9(6)    VALUE ZEROS.

      *> Accrued plus true-up less interest paid on a closed entry.
       01  WS-RESIDUAL            PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------*
      * PRODUCT/CURRENCY TOTALS -- one slot per product and currency   *
      * seen, the same slot-table pattern GL-POSTING buckets with.     *
      *----------------------------------------------------------------*
       01  WS-LB-IX               PIC 9(4)    COMP VALUE ZEROS.
       01  WS-LB-SLOT             PIC 9(4)    COMP VALUE ZEROS.
       01  WS-LEDGER-TOTALS.
           05  WS-LB-USED         PIC 9(2)    VALUE ZEROS.
           05  WS-LB-ENTRY OCCURS 50 TIMES.
               10  WS-LB-PRODUCT  PIC X(4).
               10  WS-LB-CURRENCY PIC X(3).
               10  WS-LB-GL-ACCOUNT
                                  PIC X(6).
               10  WS-LB-OPEN-COUNT
                                  PIC 9(9).
               10  WS-LB-OPEN-ACCRUED
                                  PIC S9(15)V99 COMP-3.
               10  WS-LB-PEND-COUNT
                                  PIC 9(9).
               10  WS-LB-PEND-ACCRUED
                                  PIC S9(15)V99 COMP-3.
               10  WS-LB-PEND-PAID
                                  PIC S9(15)V99 COMP-3.
               10  WS-LB-PEND-TRUEUP
                                  PIC S9(15)V99 COMP-3.
               10  WS-LB-CLOSED-COUNT
                                  PIC 9(9).
               10  WS-LB-CLOSED-PAID
                                  PIC S9(15)V99 COMP-3.
               10  WS-LB-CLOSED-TRUEUP
                                  PIC S9(15)V99 COMP-3.

       01  WS-CTL-COUNT-ED        PIC Z(8)9.
       01  WS-CTL-AMOUNT-ED       PIC -(14)9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-LEDGER
           PERFORM 2000-TOTAL-LEDGER
           PERFORM 8000-WRITE-BALANCES
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE -- no ledger, no report: a missing ledger      *
      * means GL-POSTING has never run against it, and an empty page   *
      * would read as a zero balance.                                  *
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
           DIVIDE WS-AS-OF-DATE BY 100 GIVING WS-AS-OF-MONTH
           OPEN INPUT ACCR-LEDGER
           IF WS-AL-STATUS NOT = '00'
               DISPLAY 'LEDGER-RPT: ACCR-LEDGER OPEN FAILED, '
                   'STATUS=' WS-AL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LEDGER-REPORT
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE 'ACCRUAL LEDGER BALANCES - MONTH OF ' TO
               LEDGER-REPORT-RECORD(1:35)
           MOVE WS-AS-OF-MONTH TO LEDGER-REPORT-RECORD(36:6)
           MOVE ' - RUN ' TO LEDGER-REPORT-RECORD(42:7)
           MOVE WS-TODAY-PACKED TO LEDGER-REPORT-RECORD(49:8)
           WRITE LEDGER-REPORT-RECORD.

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
                   DISPLAY 'LEDGER-RPT: AS-OF ARGUMENT NOT A VALID '
                       'DATE - USING TODAY'
               END-IF
           ELSE
               DISPLAY 'LEDGER-RPT: AS-OF ARGUMENT NOT NUMERIC '
                   '- USING TODAY'
           END-IF.

       1100-READ-LEDGER.
           READ ACCR-LEDGER
               AT END MOVE 'Y' TO WS-END-OF-FILE.

       2000-TOTAL-LEDGER.
           PERFORM 2010-TOTAL-ONE-ENTRY
               UNTIL WS-END-OF-FILE = 'Y'.

      *----------------------------------------------------------------*
      * 2010-TOTAL-ONE-ENTRY -- an entry closed in an earlier month    *
      * only matters if it did not close clean; an entry in a status   *
      * this report does not know is listed and left out.              *
      *----------------------------------------------------------------*
       2010-TOTAL-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           EVALUATE TRUE
               WHEN AL-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM 2100-FIND-SLOT
                   IF WS-LB-SLOT > ZEROS
                       ADD 1 TO WS-LB-OPEN-COUNT(WS-LB-SLOT)
                       ADD AL-ACCRUED-TO-DATE TO
                           WS-LB-OPEN-ACCRUED(WS-LB-SLOT)
                   END-IF
               WHEN AL-TRUEUP-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM 2100-FIND-SLOT
                   IF WS-LB-SLOT > ZEROS
                       ADD 1 TO WS-LB-PEND-COUNT(WS-LB-SLOT)
                       ADD AL-ACCRUED-TO-DATE TO
                           WS-LB-PEND-ACCRUED(WS-LB-SLOT)
                       ADD AL-INTEREST-PAID TO
                           WS-LB-PEND-PAID(WS-LB-SLOT)
                       ADD AL-TRUEUP-AMT TO
                           WS-LB-PEND-TRUEUP(WS-LB-SLOT)
                   END-IF
               WHEN AL-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   PERFORM 2200-TOTAL-CLOSED-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-BAD-STATUS
                   PERFORM 8300-WRITE-BAD-STATUS
           END-EVALUATE
           PERFORM 1100-READ-LEDGER.

       2100-FIND-SLOT.
           MOVE ZEROS TO WS-LB-SLOT
           MOVE 1 TO WS-LB-IX
           PERFORM 2110-FIND-ONE-SLOT
               UNTIL WS-LB-IX > WS-LB-USED
               OR WS-LB-SLOT > ZEROS
           IF WS-LB-SLOT = ZEROS
               IF WS-LB-USED < 50
                   ADD 1 TO WS-LB-USED
                   MOVE WS-LB-USED TO WS-LB-SLOT
                   PERFORM 2120-START-SLOT
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       2110-FIND-ONE-SLOT.
           IF WS-LB-PRODUCT(WS-LB-IX) = AL-PRODUCT-TYPE
               AND WS-LB-CURRENCY(WS-LB-IX) = AL-CURRENCY-CODE
               MOVE WS-LB-IX TO WS-LB-SLOT
           END-IF
           ADD 1 TO WS-LB-IX.

      *----------------------------------------------------------------*
      * 2120-START-SLOT -- the accrual side of GL-POSTING's product    *
      * map: where this product's accruals have been booked.           *
      *----------------------------------------------------------------*
       2120-START-SLOT.
           MOVE AL-PRODUCT-TYPE  TO WS-LB-PRODUCT(WS-LB-SLOT)
           MOVE AL-CURRENCY-CODE TO WS-LB-CURRENCY(WS-LB-SLOT)
           EVALUATE AL-PRODUCT-TYPE
               WHEN 'LOAN'
                   MOVE '140100' TO WS-LB-GL-ACCOUNT(WS-LB-SLOT)
               WHEN 'CD'
                   MOVE '240100' TO WS-LB-GL-ACCOUNT(WS-LB-SLOT)
               WHEN 'DEP'
                   MOVE '240200' TO WS-LB-GL-ACCOUNT(WS-LB-SLOT)
               WHEN OTHER
                   MOVE '999999' TO WS-LB-GL-ACCOUNT(WS-LB-SLOT)
           END-EVALUATE
           MOVE ZEROS TO WS-LB-OPEN-COUNT(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-OPEN-ACCRUED(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-PEND-COUNT(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-PEND-ACCRUED(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-PEND-PAID(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-PEND-TRUEUP(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-CLOSED-COUNT(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-CLOSED-PAID(WS-LB-SLOT)
           MOVE ZEROS TO WS-LB-CLOSED-TRUEUP(WS-LB-SLOT).

       2200-TOTAL-CLOSED-ENTRY.
           COMPUTE WS-RESIDUAL = AL-ACCRUED-TO-DATE + AL-TRUEUP-AMT
               - AL-INTEREST-PAID
           IF WS-RESIDUAL NOT = ZEROS
               ADD 1 TO WS-RESIDUAL-COUNT
               PERFORM 8200-WRITE-RESIDUAL-LINE
           END-IF
           DIVIDE AL-CLOSE-DATE BY 100 GIVING WS-CLOSE-MONTH
           IF WS-CLOSE-MONTH = WS-AS-OF-MONTH
               PERFORM 2100-FIND-SLOT
               IF WS-LB-SLOT > ZEROS
                   ADD 1 TO WS-LB-CLOSED-COUNT(WS-LB-SLOT)
                   ADD AL-INTEREST-PAID TO
                       WS-LB-CLOSED-PAID(WS-LB-SLOT)
                   ADD AL-TRUEUP-AMT TO
                       WS-LB-CLOSED-TRUEUP(WS-LB-SLOT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 8000-WRITE-BALANCES -- one block per product and currency;     *
      * currencies are never added together.                           *
      *----------------------------------------------------------------*
       8000-WRITE-BALANCES.
           MOVE 1 TO WS-LB-IX
           PERFORM 8010-WRITE-ONE-BLOCK
               UNTIL WS-LB-IX > WS-LB-USED
           IF WS-TABLE-FULL = 'Y'
               MOVE SPACES TO LEDGER-REPORT-RECORD
               MOVE '*** PRODUCT/CURRENCY TABLE FULL - BALANCES '
                   TO LEDGER-REPORT-RECORD(1:43)
               MOVE 'INCOMPLETE ***' TO LEDGER-REPORT-RECORD(44:14)
               WRITE LEDGER-REPORT-RECORD
           END-IF.

       8010-WRITE-ONE-BLOCK.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE WS-LB-PRODUCT(WS-LB-IX) TO LEDGER-REPORT-RECORD(1:4)
           MOVE WS-LB-CURRENCY(WS-LB-IX) TO LEDGER-REPORT-RECORD(6:3)
           MOVE ' GL ' TO LEDGER-REPORT-RECORD(9:4)
           MOVE WS-LB-GL-ACCOUNT(WS-LB-IX) TO
               LEDGER-REPORT-RECORD(13:6)
           MOVE ' OPEN    ' TO LEDGER-REPORT-RECORD(19:9)
           MOVE WS-LB-OPEN-COUNT(WS-LB-IX) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(28:9)
           MOVE ' ACCRUED ' TO LEDGER-REPORT-RECORD(37:9)
           MOVE WS-LB-OPEN-ACCRUED(WS-LB-IX) TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO LEDGER-REPORT-RECORD(46:18)
           WRITE LEDGER-REPORT-RECORD
           IF WS-LB-PEND-COUNT(WS-LB-IX) > ZEROS
               PERFORM 8020-WRITE-PENDING-LINE
           END-IF
           IF WS-LB-CLOSED-COUNT(WS-LB-IX) > ZEROS
               PERFORM 8030-WRITE-CLOSED-LINE
           END-IF
           ADD 1 TO WS-LB-IX.

       8020-WRITE-PENDING-LINE.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE ' PENDING ' TO LEDGER-REPORT-RECORD(19:9)
           MOVE WS-LB-PEND-COUNT(WS-LB-IX) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(28:9)
           MOVE ' ACCRUED ' TO LEDGER-REPORT-RECORD(37:9)
           MOVE WS-LB-PEND-ACCRUED(WS-LB-IX) TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO LEDGER-REPORT-RECORD(46:18)
           MOVE ' PAID ' TO LEDGER-REPORT-RECORD(64:6)
           MOVE WS-LB-PEND-PAID(WS-LB-IX) TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO LEDGER-REPORT-RECORD(70:18)
           MOVE ' TRUE-UP ' TO LEDGER-REPORT-RECORD(88:9)
           MOVE WS-LB-PEND-TRUEUP(WS-LB-IX) TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO LEDGER-REPORT-RECORD(97:18)
           WRITE LEDGER-REPORT-RECORD.

       8030-WRITE-CLOSED-LINE.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE ' CLOSED  ' TO LEDGER-REPORT-RECORD(19:9)
           MOVE WS-LB-CLOSED-COUNT(WS-LB-IX) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(28:9)
           MOVE ' PAID ' TO LEDGER-REPORT-RECORD(64:6)
           MOVE WS-LB-CLOSED-PAID(WS-LB-IX) TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO LEDGER-REPORT-RECORD(70:18)
           MOVE ' TRUE-UP ' TO LEDGER-REPORT-RECORD(88:9)
           MOVE WS-LB-CLOSED-TRUEUP(WS-LB-IX) TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO LEDGER-REPORT-RECORD(97:18)
           WRITE LEDGER-REPORT-RECORD.

       8200-WRITE-RESIDUAL-LINE.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE AL-ACCOUNT-ID TO LEDGER-REPORT-RECORD(1:12)
           MOVE ' *** CLOSED ' TO LEDGER-REPORT-RECORD(13:12)
           MOVE AL-CLOSE-DATE TO LEDGER-REPORT-RECORD(25:8)
           MOVE ' WITH RESIDUAL ' TO LEDGER-REPORT-RECORD(33:15)
           MOVE WS-RESIDUAL TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO LEDGER-REPORT-RECORD(48:18)
           MOVE ' ***' TO LEDGER-REPORT-RECORD(66:4)
           WRITE LEDGER-REPORT-RECORD.

       8300-WRITE-BAD-STATUS.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE AL-ACCOUNT-ID TO LEDGER-REPORT-RECORD(1:12)
           MOVE ' *** UNKNOWN LEDGER STATUS ''' TO
               LEDGER-REPORT-RECORD(13:29)
           MOVE AL-STATUS TO LEDGER-REPORT-RECORD(42:1)
           MOVE ''' - NOT TOTALLED ***' TO LEDGER-REPORT-RECORD(43:20)
           WRITE LEDGER-REPORT-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE 'LEDGER ENTRIES READ......' TO
               LEDGER-REPORT-RECORD(1:25)
           MOVE WS-ENTRIES-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(27:9)
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE 'OPEN.....................' TO
               LEDGER-REPORT-RECORD(1:25)
           MOVE WS-OPEN-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(27:9)
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE 'TRUE-UP PENDING..........' TO
               LEDGER-REPORT-RECORD(1:25)
           MOVE WS-PENDING-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(27:9)
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE 'CLOSED...................' TO
               LEDGER-REPORT-RECORD(1:25)
           MOVE WS-CLOSED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(27:9)
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE 'CLOSED WITH RESIDUAL.....' TO
               LEDGER-REPORT-RECORD(1:25)
           MOVE WS-RESIDUAL-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(27:9)
           WRITE LEDGER-REPORT-RECORD
           MOVE SPACES TO LEDGER-REPORT-RECORD
           MOVE 'UNKNOWN STATUS...........' TO
               LEDGER-REPORT-RECORD(1:25)
           MOVE WS-BAD-STATUS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO LEDGER-REPORT-RECORD(27:9)
           WRITE LEDGER-REPORT-RECORD
           IF WS-RESIDUAL-COUNT > ZEROS
               OR WS-BAD-STATUS > ZEROS
               OR WS-TABLE-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
               DISPLAY 'LEDGER-RPT: EXCEPTIONS ON LEDGER REPORT'
           END-IF
           CLOSE ACCR-LEDGER
           CLOSE LEDGER-REPORT.
