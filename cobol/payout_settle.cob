      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-09-03                                         *
      * PURPOSE:    SETTLEMENT RUN OVER THE PAYOUT-FILE WRITTEN BY     *
      *             PATCH-BANKING FOR MATURED, NON-RENEWING CDS        *
      *             AND EARLY REDEMPTIONS.                             *
      *             COMPUTES THE FINAL SETTLEMENT AMOUNT (PRINCIPAL    *
      *             PLUS INTEREST TO MATURITY ON THE 360-DAY BASIS),   *
      *             VALUE-DATES THE PAYMENT TO THE NEXT BUSINESS DAY   *
      *             WHEN MATURITY FELL ON A WEEKEND OR HOLIDAY, AND    *
      *             WRITES THE DISBURSEMENT FEED AND A SETTLEMENT      *
      *             REGISTER WITH PER-CURRENCY TOTALS. TRUES EACH      *
      *             SETTLEMENT UP AGAINST THE ACCRUAL LEDGER.          *
      *================================================================*
      *
      * Files:
      *   PAYFILE  IN   matured non-renewing CDs and early
      *                 redemptions from PATCH-BANKING, TRANS-RECORD
      *                 layout (256 bytes)
      *   DISBFILE OUT  disbursement feed, one record per settlement
      *   SETLRPT  OUT  settlement register and per-currency totals
      *   ACCRLEDG I-O  GL-POSTING's accrual ledger, keyed by account
      *   TRUEFILE OUT  one true-up per settlement for the next
      *                 night's GL-POSTING to post
      *
      * Interest is computed for the full original term, PAY-DATE to
      * PAY-MATURITY-DATE in actual days off DAYS-BETWEEN, at
      * the HOLCAL calendar -- the same roll 2300-CHECK-MATURITY
      * applies before aging.
      *
      * An early redemption ('CDER') was priced by PATCH-BANKING on
      * the night it was redeemed: interest to the redemption date and
      * the penalty ride on the payout record, and the settlement pays
      * principal plus that interest less that penalty, value-dated
      * to the redemption date rolled to a business day the same way.
      * The penalty goes to DISBURSE-FILE and the register on its own.
      *
      * A record whose dates will not parse or whose term comes out
      * non-positive cannot be settled mechanically; it is listed on
      * the register as HELD with a zero disbursement written nowhere,
      * and the run ends with RETURN-CODE 8 so ops looks at it.
      *
      * Every settlement is compared against the account's entry on
      * ACCR-LEDGER: the true-up is the interest paid less what the
      * ledger says was accrued to 240100 for it (the penalty comes
      * out of both sides alike, so this holds for redemptions too).
      * The entry is marked settled with the interest paid and the
      * true-up, and the true-up goes to TRUEFILE; GL-POSTING posts it
      * the next night and closes the entry. A rerun recomputes the
      * same figures off the same entry. A settlement with no entry,
      * or only a closed one, accrued nothing this cycle: the whole
      * interest is the true-up and the line is flagged for review
      * (RETURN-CODE 4). A ledger that will not open does not stop
      * anyone being paid; the run writes no true-ups and ends
      * RETURN-CODE 8.
      *
      * MODIFICATION HISTORY:
      *   2026-09-03  MERIDIAN-OPS  Original version. PAYOUT-FILE was
      *                             a dead end; the branch computed
      *                             settlements by hand and paid out
      *                             stale interest more than once.
      *   2026-10-15  MERIDIAN-OPS  Early CD redemptions settle off
      *                             the interest and penalty
      *                             PATCH-BANKING priced, value-dated
      *                             from the redemption date.
      *                             DISBURSE-FILE carries the penalty
      *                             and a settlement type in what was
      *                             filler; the register shows the
      *                             penalty under the interest and
      *                             totals redemptions and penalties.
      *   2026-10-15  MERIDIAN-OPS  Settlements trued up against the
      *                             accrual ledger: interest paid less
      *                             accrued to date goes to TRUEFILE
      *                             for GL-POSTING and the ledger
      *                             entry is marked settled. The
      *                             register shows accrued and true-up
      *                             under each settlement.
      *================================================================*

       IDENTIFICATION DIVISION.
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLE-REPORT   ASSIGN TO SETLRPT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT ACCR-LEDGER     ASSIGN TO ACCRLEDG
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AL-ACCOUNT-ID
                                  FILE STATUS IS WS-AL-STATUS.
           SELECT TRUE-UP-FILE    ASSIGN TO TRUEFILE
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  PAY-MATURITY-DATE  PIC 9(8).
           05  PAY-RENEW-FLAG     PIC X(1).
           05  PAY-CURRENCY-CODE  PIC X(3).
      *> Early redemptions only: the date the certificate was broken
      *> and the interest and penalty PATCH-BANKING priced for it.
           05  FILLER             PIC X(2).
           05  PAY-REDEEM-DATE    PIC 9(8).
           05  PAY-REDEEM-INTEREST
                                  PIC S9(13)V99 COMP-3.
           05  PAY-REDEEM-PENALTY PIC S9(13)V99 COMP-3.
           05  FILLER             PIC X(176).

      *----------------------------------------------------------------*
      * DISBURSE-FILE -- one disbursement per settled payout: who gets *
      * paid, how much (principal and interest shown separately and    *
      * combined), in what currency, value-dated to a business day.    *
      * An early redemption also shows the penalty kept back; the      *
      * settlement amount is the net paid. DSB-SETTLE-TYPE tells the   *
      * two apart: 'M' at maturity, 'E' early redemption.              *
      *----------------------------------------------------------------*
       FD  DISBURSE-FILE
           LABEL RECORDS ARE STANDARD
           05  DSB-SETTLE-AMOUNT  PIC S9(13)V99 COMP-3.
           05  DSB-MATURITY-DATE  PIC 9(8).
           05  DSB-VALUE-DATE     PIC 9(8).
           05  DSB-PENALTY        PIC S9(13)V99 COMP-3.
           05  DSB-SETTLE-TYPE    PIC X(1).
               88  DSB-AT-MATURITY             VALUE 'M'.
               88  DSB-EARLY-REDEMPTION        VALUE 'E'.

       FD  SETTLE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SETTLE-REPORT-RECORD   PIC X(132).

      *----------------------------------------------------------------*
      * ACCR-LEDGER -- same layout as GL-POSTING's. AL-STATUS 'O'      *
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

      *----------------------------------------------------------------*
      * TRUE-UP-FILE -- same layout GL-POSTING reads: interest paid,   *
      * the ledger's accrued-to-date, and the difference.              *
      *----------------------------------------------------------------*
       FD  TRUE-UP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  TRUE-UP-RECORD.
           05  TU-ACCOUNT-ID      PIC X(12).
           05  TU-PRODUCT-TYPE    PIC X(4).
           05  TU-CURRENCY-CODE   PIC X(3).
           05  TU-SETTLE-DATE     PIC 9(8).
           05  TU-INTEREST-PAID   PIC S9(13)V99 COMP-3.
           05  TU-ACCRUED         PIC S9(13)V99 COMP-3.
           05  TU-TRUEUP-AMT      PIC S9(13)V99 COMP-3.
           05  FILLER             PIC X(13).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-END-OF-FILE     PIC X(1)    VALUE 'N'.
           05  WS-LEDGER-OPEN     PIC X(1)    VALUE 'N'.

       01  WS-AL-STATUS           PIC X(2)    VALUE '00'.
           88  WS-AL-NOT-FOUND                 VALUE '23'.

       01  WS-COUNTERS.
           05  WS-PAYOUTS-READ    PIC 9(9)    VALUE ZEROS.
           05  WS-SETTLED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-HELD-COUNT      PIC 9(9)    VALUE ZEROS.
           05  WS-REDEEMED-COUNT  PIC 9(9)    VALUE ZEROS.
           05  WS-TRUEUP-COUNT    PIC 9(9)    VALUE ZEROS.
           05  WS-LEDGER-EXCEPTIONS
                                  PIC 9(9)    VALUE ZEROS.
           05  WS-LEDGER-ERRORS   PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * SETTLEMENT WORK FIELDS -- term in actual days from             *
       01  WS-TERM-DAYS           PIC S9(9)   VALUE ZEROS.
       01  WS-INTEREST-AMT        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-SETTLE-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-PENALTY-AMT         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-PENALTY-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZEROS.
      *> The date the payment falls due before the business-day roll:
      *> maturity, or the redemption date for an early redemption.
       01  WS-DUE-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-START-DATE          PIC 9(8)    VALUE ZEROS.
       01  WS-MAT-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-VALUE-DATE          PIC 9(8)    VALUE ZEROS.
       01  WS-DR-RETURN-CODE      PIC 9(2)    VALUE ZEROS.
       01  WS-SETTLE-OK           PIC X(1)    VALUE 'N'.

      *----------------------------------------------------------------*
      * LEDGER TRUE-UP FIELDS -- interest paid less accrued to date;   *
      * positive when the certificate paid more than was booked.      *
      *----------------------------------------------------------------*
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
       01  WS-TRUEUP-AMT          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-TRUEUP-TOTAL        PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-PRIOR-CLOSE-DATE    PIC 9(8)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * PER-CURRENCY SETTLEMENT TOTALS -- one slot per currency seen   *
      * this run, the same slot-table pattern PATCH-BANKING uses for   *
       1000-INITIALIZE.
           OPEN INPUT PAYOUT-FILE
           OPEN OUTPUT DISBURSE-FILE
           OPEN OUTPUT SETTLE-REPORT
           OPEN OUTPUT TRUE-UP-FILE
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           OPEN I-O ACCR-LEDGER
           IF WS-AL-STATUS = '00'
               MOVE 'Y' TO WS-LEDGER-OPEN
           ELSE
               DISPLAY 'PAYOUT-SETTLE: ACCR-LEDGER OPEN FAILED, '
                   'STATUS=' WS-AL-STATUS ' - NO TRUE-UPS WRITTEN'
               MOVE SPACES TO SETTLE-REPORT-RECORD
               MOVE '*** ACCR-LEDGER OPEN FAILED, STATUS '
                   TO SETTLE-REPORT-RECORD(1:36)
               MOVE WS-AL-STATUS TO SETTLE-REPORT-RECORD(37:2)
               MOVE ' - NO TRUE-UPS WRITTEN ***'
                   TO SETTLE-REPORT-RECORD(39:26)
               WRITE SETTLE-REPORT-RECORD
           END-IF.

       1100-READ-PAYOUT.
           READ PAYOUT-FILE

       2010-SETTLE-ONE-PAYOUT.
           ADD 1 TO WS-PAYOUTS-READ
           IF PAY-TRANS-TYPE = 'CDER'
               PERFORM 2150-COMPUTE-REDEMPTION
           ELSE
               PERFORM 2100-COMPUTE-SETTLEMENT
           END-IF
           IF WS-SETTLE-OK = 'Y'
               PERFORM 2200-SET-VALUE-DATE
               PERFORM 2300-WRITE-DISBURSEMENT
               PERFORM 2400-ADD-CURRENCY-TOTALS
               PERFORM 8000-WRITE-REGISTER-LINE
               IF WS-LEDGER-OPEN = 'Y'
                   PERFORM 2500-TRUE-UP-LEDGER
               END-IF
           ELSE
               ADD 1 TO WS-HELD-COUNT
               PERFORM 8100-WRITE-HELD-LINE
           MOVE 'N' TO WS-SETTLE-OK
           MOVE PAY-DATE          TO WS-START-DATE
           MOVE PAY-MATURITY-DATE TO WS-MAT-DATE
           MOVE PAY-MATURITY-DATE TO WS-DUE-DATE
           MOVE ZEROS             TO WS-PENALTY-AMT
           CALL "DAYS-BETWEEN" USING WS-START-DATE
               WS-MAT-DATE WS-TERM-DAYS WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE = 0 AND WS-TERM-DAYS > ZEROS
           END-IF.

      *----------------------------------------------------------------*
      * 2150-COMPUTE-REDEMPTION -- an early redemption settles off the *
      * figures PATCH-BANKING priced on the night it was redeemed,     *
      * not a recomputation here: the penalty schedule lives there,    *
      * and the interest is what it accrued. Net is principal plus     *
      * interest less penalty. A record whose redemption date or       *
      * amounts are not intact holds for ops like a bad term does.     *
      *----------------------------------------------------------------*
       2150-COMPUTE-REDEMPTION.
           MOVE 'N' TO WS-SETTLE-OK
           MOVE PAY-MATURITY-DATE TO WS-MAT-DATE
           IF PAY-REDEEM-DATE IS NUMERIC
               AND PAY-REDEEM-INTEREST IS NUMERIC
               AND PAY-REDEEM-PENALTY IS NUMERIC
               AND PAY-REDEEM-DATE > ZEROS
               MOVE PAY-REDEEM-DATE     TO WS-DUE-DATE
               MOVE PAY-REDEEM-INTEREST TO WS-INTEREST-AMT
               MOVE PAY-REDEEM-PENALTY  TO WS-PENALTY-AMT
               COMPUTE WS-SETTLE-AMOUNT =
                   PAY-AMOUNT + WS-INTEREST-AMT - WS-PENALTY-AMT
               MOVE 'Y' TO WS-SETTLE-OK
           END-IF.

      *----------------------------------------------------------------*
      * 2200-SET-VALUE-DATE -- pay on the due date (maturity, or the   *
      * redemption date) when it is a business day, otherwise on the  *
      * next business day. A calendar problem in the roll leaves the   *
      * value date at the due date rather than holding a settlement    *
      * that already computed cleanly.                                 *
      *----------------------------------------------------------------*
       2200-SET-VALUE-DATE.
           MOVE WS-DUE-DATE TO WS-VALUE-DATE
           CALL "IS-BUSINESS-DAY" USING WS-DUE-DATE
               WS-BUSDAY-RESULT WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE = 0 AND WS-BUSDAY-RESULT = 0
               CALL "NEXT-BUSINESS-DAY" USING WS-DUE-DATE
                   WS-ROLLED-DATE WS-DR-RETURN-CODE
               IF WS-DR-RETURN-CODE = 0
                   MOVE WS-ROLLED-DATE TO WS-VALUE-DATE
           MOVE WS-SETTLE-AMOUNT  TO DSB-SETTLE-AMOUNT
           MOVE WS-MAT-DATE       TO DSB-MATURITY-DATE
           MOVE WS-VALUE-DATE     TO DSB-VALUE-DATE
           MOVE WS-PENALTY-AMT    TO DSB-PENALTY
           IF PAY-TRANS-TYPE = 'CDER'
               SET DSB-EARLY-REDEMPTION TO TRUE
               ADD 1 TO WS-REDEEMED-COUNT
               ADD WS-PENALTY-AMT TO WS-PENALTY-TOTAL
           ELSE
               SET DSB-AT-MATURITY TO TRUE
           END-IF
           WRITE DISBURSE-RECORD
           ADD 1 TO WS-SETTLED-COUNT.

           END-IF
           ADD 1 TO WS-CUR-IX.

      *----------------------------------------------------------------*
      * 2500-TRUE-UP-LEDGER -- settle the account's ledger entry. An   *
      * entry still accruing, or already marked settled by an earlier  *
      * run that GL-POSTING has not closed, is trued up off what it    *
      * accrued. No entry, or a closed one, means nothing accrued this *
      * cycle: a fresh entry with nothing accrued is settled instead,  *
      * so the whole interest posts as the true-up, and it is flagged. *
      *----------------------------------------------------------------*
       2500-TRUE-UP-LEDGER.
           MOVE PAY-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCR-LEDGER
           EVALUATE TRUE
               WHEN WS-AL-NOT-FOUND
                   ADD 1 TO WS-LEDGER-EXCEPTIONS
                   MOVE ZEROS TO WS-PRIOR-CLOSE-DATE
                   PERFORM 8200-WRITE-NO-ACCRUAL-LINE
                   PERFORM 2510-START-LEDGER-ENTRY
                   PERFORM 2520-SETTLE-LEDGER-ENTRY
                   WRITE ACCR-LEDGER-RECORD
               WHEN WS-AL-STATUS NOT = '00'
                   CONTINUE
               WHEN AL-CLOSED
                   ADD 1 TO WS-LEDGER-EXCEPTIONS
                   MOVE AL-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
                   PERFORM 8200-WRITE-NO-ACCRUAL-LINE
                   PERFORM 2510-START-LEDGER-ENTRY
                   PERFORM 2520-SETTLE-LEDGER-ENTRY
                   REWRITE ACCR-LEDGER-RECORD
               WHEN OTHER
                   PERFORM 2520-SETTLE-LEDGER-ENTRY
                   REWRITE ACCR-LEDGER-RECORD
           END-EVALUATE
           IF WS-AL-STATUS = '00'
               PERFORM 2530-WRITE-TRUE-UP
           ELSE
               ADD 1 TO WS-LEDGER-ERRORS
               PERFORM 8300-WRITE-LEDGER-ERROR
           END-IF.

       2510-START-LEDGER-ENTRY.
           MOVE SPACES TO ACCR-LEDGER-RECORD
           MOVE PAY-ACCOUNT-ID TO AL-ACCOUNT-ID
           MOVE 'CD' TO AL-PRODUCT-TYPE
           IF PAY-CURRENCY-CODE = SPACES
               MOVE 'USD' TO AL-CURRENCY-CODE
           ELSE
               MOVE PAY-CURRENCY-CODE TO AL-CURRENCY-CODE
           END-IF
           MOVE WS-TODAY-PACKED TO AL-OPENED-DATE
           MOVE ZEROS TO AL-ACCRUED-TO-DATE
           MOVE ZEROS TO AL-LAST-ACCRUAL-DATE
           MOVE ZEROS TO AL-NIGHT-AMOUNT
           MOVE ZEROS TO AL-CLOSE-DATE.

       2520-SETTLE-LEDGER-ENTRY.
           COMPUTE WS-TRUEUP-AMT =
               WS-INTEREST-AMT - AL-ACCRUED-TO-DATE
           MOVE WS-INTEREST-AMT TO AL-INTEREST-PAID
           MOVE WS-TRUEUP-AMT   TO AL-TRUEUP-AMT
           MOVE WS-TODAY-PACKED TO AL-SETTLE-DATE
           MOVE 'T' TO AL-STATUS.

       2530-WRITE-TRUE-UP.
           MOVE SPACES TO TRUE-UP-RECORD
           MOVE AL-ACCOUNT-ID      TO TU-ACCOUNT-ID
           MOVE AL-PRODUCT-TYPE    TO TU-PRODUCT-TYPE
           MOVE AL-CURRENCY-CODE   TO TU-CURRENCY-CODE
           MOVE AL-SETTLE-DATE     TO TU-SETTLE-DATE
           MOVE AL-INTEREST-PAID   TO TU-INTEREST-PAID
           MOVE AL-ACCRUED-TO-DATE TO TU-ACCRUED
           MOVE AL-TRUEUP-AMT      TO TU-TRUEUP-AMT
           WRITE TRUE-UP-RECORD
           ADD 1 TO WS-TRUEUP-COUNT
           ADD AL-TRUEUP-AMT TO WS-TRUEUP-TOTAL
           PERFORM 8060-WRITE-TRUE-UP-LINE.

       8000-WRITE-REGISTER-LINE.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE PAY-ACCOUNT-ID TO SETTLE-REPORT-RECORD(1:12)
           IF PAY-TRANS-TYPE = 'CDER'
               MOVE ' REDEEM  ' TO SETTLE-REPORT-RECORD(13:9)
           ELSE
               MOVE ' SETTLED ' TO SETTLE-REPORT-RECORD(13:9)
           END-IF
           MOVE PAY-CURRENCY-CODE TO SETTLE-REPORT-RECORD(22:3)
           MOVE ' PRIN ' TO SETTLE-REPORT-RECORD(26:6)
           MOVE PAY-AMOUNT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO SETTLE-REPORT-RECORD(80:18)
           MOVE ' VALUE ' TO SETTLE-REPORT-RECORD(98:7)
           MOVE WS-VALUE-DATE TO SETTLE-REPORT-RECORD(105:8)
           WRITE SETTLE-REPORT-RECORD
           IF PAY-TRANS-TYPE = 'CDER'
               PERFORM 8050-WRITE-PENALTY-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 8050-WRITE-PENALTY-LINE -- the penalty on an early redemption  *
      * prints under the interest it came out of, with the redemption  *
      * date, so the TOTAL above reads as the net paid.                *
      *----------------------------------------------------------------*
       8050-WRITE-PENALTY-LINE.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE ' REDEEMED ' TO SETTLE-REPORT-RECORD(13:10)
           MOVE PAY-REDEEM-DATE TO SETTLE-REPORT-RECORD(23:8)
           MOVE ' LESS PEN ' TO SETTLE-REPORT-RECORD(45:10)
           MOVE WS-PENALTY-AMT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO SETTLE-REPORT-RECORD(55:18)
           WRITE SETTLE-REPORT-RECORD.

      *----------------------------------------------------------------*
      * 8060-WRITE-TRUE-UP-LINE -- what the ledger accrued for the     *
      * certificate and the true-up, under the interest actually paid. *
      *----------------------------------------------------------------*
       8060-WRITE-TRUE-UP-LINE.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE ' ACCRUED  ' TO SETTLE-REPORT-RECORD(45:10)
           MOVE AL-ACCRUED-TO-DATE TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO SETTLE-REPORT-RECORD(55:18)
           MOVE ' TRUE-UP ' TO SETTLE-REPORT-RECORD(73:9)
           MOVE AL-TRUEUP-AMT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO SETTLE-REPORT-RECORD(82:18)
           WRITE SETTLE-REPORT-RECORD.

       8100-WRITE-HELD-LINE.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE PAY-ACCOUNT-ID TO SETTLE-REPORT-RECORD(1:12)
           IF PAY-TRANS-TYPE = 'CDER'
               MOVE ' *** HELD - REDEMPTION FIGURES NOT ON THE '
                   TO SETTLE-REPORT-RECORD(13:42)
               MOVE 'PAYOUT RECORD ***' TO SETTLE-REPORT-RECORD(55:17)
           ELSE
               PERFORM 8110-WRITE-TERM-HELD
           END-IF
           WRITE SETTLE-REPORT-RECORD.

       8110-WRITE-TERM-HELD.
           MOVE ' *** HELD - TERM DID NOT COMPUTE, DATES '
               TO SETTLE-REPORT-RECORD(13:40)
           MOVE PAY-DATE TO SETTLE-REPORT-RECORD(53:8)
           MOVE ' / ' TO SETTLE-REPORT-RECORD(61:3)
           MOVE PAY-MATURITY-DATE TO SETTLE-REPORT-RECORD(64:8)
           MOVE ' ***' TO SETTLE-REPORT-RECORD(72:4).

       8200-WRITE-NO-ACCRUAL-LINE.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE PAY-ACCOUNT-ID TO SETTLE-REPORT-RECORD(1:12)
           IF WS-PRIOR-CLOSE-DATE = ZEROS
               MOVE ' *** NO ACCRUAL LEDGER ENTRY - WHOLE INTEREST '
                   TO SETTLE-REPORT-RECORD(13:46)
               MOVE 'IS THE TRUE-UP ***' TO SETTLE-REPORT-RECORD(59:18)
           ELSE
               MOVE ' *** NOTHING ACCRUED SINCE LEDGER CLOSED '
                   TO SETTLE-REPORT-RECORD(13:41)
               MOVE WS-PRIOR-CLOSE-DATE TO SETTLE-REPORT-RECORD(54:8)
               MOVE ' - WHOLE INTEREST IS THE TRUE-UP ***'
                   TO SETTLE-REPORT-RECORD(62:36)
           END-IF
           WRITE SETTLE-REPORT-RECORD.

       8300-WRITE-LEDGER-ERROR.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE PAY-ACCOUNT-ID TO SETTLE-REPORT-RECORD(1:12)
           MOVE ' *** ACCR-LEDGER UPDATE FAILED, STATUS ' TO
               SETTLE-REPORT-RECORD(13:39)
           MOVE WS-AL-STATUS TO SETTLE-REPORT-RECORD(52:2)
           MOVE ' - NO TRUE-UP WRITTEN ***' TO
               SETTLE-REPORT-RECORD(54:25)
           WRITE SETTLE-REPORT-RECORD.

       9000-TERMINATE.
           MOVE WS-HELD-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SETTLE-REPORT-RECORD(27:9)
           WRITE SETTLE-REPORT-RECORD
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE 'EARLY REDEMPTIONS........' TO
               SETTLE-REPORT-RECORD(1:25)
           MOVE WS-REDEEMED-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SETTLE-REPORT-RECORD(27:9)
           WRITE SETTLE-REPORT-RECORD
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE 'PENALTIES WITHHELD.......' TO
               SETTLE-REPORT-RECORD(1:25)
           MOVE WS-PENALTY-TOTAL TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO SETTLE-REPORT-RECORD(27:18)
           WRITE SETTLE-REPORT-RECORD
           PERFORM 9100-WRITE-TRUE-UP-TOTALS
           MOVE 1 TO WS-CUR-IX
           PERFORM 9010-WRITE-ONE-CURRENCY
               UNTIL WS-CUR-IX > WS-CUR-USED
               DISPLAY 'PAYOUT-SETTLE: ' WS-HELD-COUNT
                   ' PAYOUTS HELD - SEE REGISTER'
           END-IF
           IF WS-LEDGER-OPEN NOT = 'Y'
               OR WS-LEDGER-ERRORS > ZEROS
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PAYOUT-SETTLE: SETTLEMENTS NOT TRUED UP '
                   'TO THE ACCRUAL LEDGER - SEE REGISTER'
           END-IF
           IF RETURN-CODE = ZEROS
               AND WS-LEDGER-EXCEPTIONS > ZEROS
               MOVE 4 TO RETURN-CODE
               DISPLAY 'PAYOUT-SETTLE: ' WS-LEDGER-EXCEPTIONS
                   ' SETTLEMENTS WITH NOTHING ACCRUED - SEE REGISTER'
           END-IF
           CLOSE PAYOUT-FILE
           CLOSE DISBURSE-FILE
           CLOSE SETTLE-REPORT
           CLOSE TRUE-UP-FILE
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE ACCR-LEDGER
           END-IF.

       9010-WRITE-ONE-CURRENCY.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE WS-CTL-AMOUNT-ED TO SETTLE-REPORT-RECORD(45:18)
           WRITE SETTLE-REPORT-RECORD
           ADD 1 TO WS-CUR-IX.

       9100-WRITE-TRUE-UP-TOTALS.
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE 'TRUE-UPS WRITTEN.........' TO
               SETTLE-REPORT-RECORD(1:25)
           MOVE WS-TRUEUP-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SETTLE-REPORT-RECORD(27:9)
           WRITE SETTLE-REPORT-RECORD
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE 'NET TRUE-UP..............' TO
               SETTLE-REPORT-RECORD(1:25)
           MOVE WS-TRUEUP-TOTAL TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO SETTLE-REPORT-RECORD(27:18)
           WRITE SETTLE-REPORT-RECORD
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE 'NOTHING ACCRUED..........' TO
               SETTLE-REPORT-RECORD(1:25)
           MOVE WS-LEDGER-EXCEPTIONS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SETTLE-REPORT-RECORD(27:9)
           WRITE SETTLE-REPORT-RECORD
           MOVE SPACES TO SETTLE-REPORT-RECORD
           MOVE 'LEDGER UPDATE FAILURES...' TO
               SETTLE-REPORT-RECORD(1:25)
           MOVE WS-LEDGER-ERRORS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO SETTLE-REPORT-RECORD(27:9)
           WRITE SETTLE-REPORT-RECORD.
