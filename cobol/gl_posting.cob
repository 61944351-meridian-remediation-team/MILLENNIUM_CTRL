      *             GL INTERFACE FILE WITH ITS OWN HEADER/TRAILER      *
      *             CONTROLS, AND PRINTS A POSTING PROOF THAT TIES     *
      *             BACK TO THE ACCRUAL RUN'S INTEREST TOTAL.          *
      *             EARLY-REDEMPTION PENALTIES POST AS THEIR OWN       *
      *             INCOME BUCKET OFF THE PAYOUT-FILE. KEEPS THE       *
      *             PERMANENT PER-ACCOUNT ACCRUAL LEDGER AND POSTS     *
      *             SETTLEMENT TRUE-UPS AS THEIR OWN ADJUSTING LINES.  *
      *================================================================*
      *
      * Files:
      *   ACCRFILE IN   accrual feed from PATCH-BANKING (44 bytes,
      *                 one record per processed transaction)
      *   PAYFILE  IN   payout feed from PATCH-BANKING (256 bytes);
      *                 only early redemptions ('CDER') are read, for
      *                 the penalty each one kept back
      *   ACCTMAST IN   account master, read randomly to resolve each
      *                 accrual's AM-PRODUCT-TYPE
      *   TRUEFILE IN   settlement true-ups from the previous night's
      *                 PAYOUT-SETTLE (optional; none the first night)
      *   ACCRLEDG I-O  permanent accrual ledger keyed by account ID:
      *                 accrued to date, last accrual date, interest
      *                 paid and true-up; created empty if missing
      *   GLFILE   OUT  GL interface feed: HDR / DTL / TRL records,
      *                 one DR and one CR detail per product/currency
      *                 bucket, trailer carries count and hash
      * off the accrual file so the tie-back to the accrual run is on
      * paper instead of in a spreadsheet.
      *
      * The penalty on an early redemption is income the accrual file
      * never sees. Each one buckets by currency under the penalty
      * product 'CDPN', which maps to its own income account, so the
      * penalty lands in a GL bucket of its own rather than netted
      * into CD interest. The proof ties the postings to accrued
      * interest plus penalties, each stated separately.
      *
      * An accrual record whose account is no longer on ACCT-MASTER
      * (maintenance applied between the runs) posts to the suspense
      * product bucket rather than being dropped; the proof flags it.
      *
      * Every accrual posted is also added to the account's entry on
      * ACCR-LEDGER under the product it posted to, so the ledger's
      * accrued-to-date is exactly what has gone to the accrual GL
      * accounts for it. The amount added for tonight's date is kept
      * on the entry with the run that added it, so a second run on
      * the same date backs it out before adding again and a rerun
      * never double-counts. PAYOUT-SETTLE compares the interest it
      * pays against the entry and writes the difference to TRUEFILE;
      * the next night's run posts each true-up as an adjusting line
      * (product CDTU when more was paid than accrued: DR 501000 /
      * CR 240100; CDTO when less: DR 240100 / CR 501000) and closes
      * the entry. A true-up whose entry is no longer waiting for one
      * is listed and not posted. LEDGER-RPT prints the month-end
      * balances.
      *
      * MODIFICATION HISTORY:
      *   2026-09-03  MERIDIAN-OPS  Original version. The journal was
      *                             being re-added from the accrual
      *                             file by hand every month-end.
      *   2026-10-15  MERIDIAN-OPS  Early-redemption penalties read
      *                             off PAYOUT-FILE post to their own
      *                             bucket (product CDPN: DR 240100
      *                             CD interest payable, CR 405000
      *                             penalty income). The proof adds
      *                             the penalty total to the accrual
      *                             total it ties to.
      *   2026-10-15  MERIDIAN-OPS  Permanent accrual ledger
      *                             (ACCR-LEDGER) kept from the
      *                             accruals posted, and settlement
      *                             true-ups from PAYOUT-SETTLE's
      *                             TRUEFILE posted as their own
      *                             adjusting buckets (CDTU/CDTO),
      *                             closing the ledger entry. The
      *                             proof ties to accrued interest
      *                             plus penalties plus true-ups.
      *                             Nobody was checking what a CD
      *                             paid against what 240100 booked.
      *================================================================*

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE    ASSIGN TO ACCRFILE
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT PAYOUT-FILE     ASSIGN TO PAYFILE
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-MASTER     ASSIGN TO ACCTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AM-ACCOUNT-ID
                                  FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL TRUE-UP-FILE
                                  ASSIGN TO TRUEFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TU-STATUS.
           SELECT ACCR-LEDGER     ASSIGN TO ACCRLEDG
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AL-ACCOUNT-ID
                                  FILE STATUS IS WS-AL-STATUS.
           SELECT GL-FILE         ASSIGN TO GLFILE
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT GL-REPORT       ASSIGN TO GLRPT
           05  ACR-DAYS-ACCRUED   PIC S9(9).
           05  ACR-INTEREST-AMT   PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      * PAYOUT-FILE -- PATCH-BANKING's payout feed in TRANS-RECORD     *
      * layout. An early redemption carries the date it was redeemed   *
      * and the interest and penalty priced for it past the two flag   *
      * bytes; a matured payout leaves those positions blank.          *
      *----------------------------------------------------------------*
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
           05  FILLER             PIC X(2).
           05  PAY-REDEEM-DATE    PIC 9(8).
           05  PAY-REDEEM-INTEREST
                                  PIC S9(13)V99 COMP-3.
           05  PAY-REDEEM-PENALTY PIC S9(13)V99 COMP-3.
           05  FILLER             PIC X(176).

       FD  ACCT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
           05  AM-OPEN-DATE       PIC 9(8).
           05  FILLER             PIC X(7).

      *----------------------------------------------------------------*
      * TRUE-UP-FILE -- one record per settlement PAYOUT-SETTLE        *
      * compared against the ledger: interest paid, the ledger's       *
      * accrued-to-date, and the difference (paid less accrued).       *
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

      *----------------------------------------------------------------*
      * ACCR-LEDGER -- one entry per account per accrual cycle.        *
      * AL-STATUS 'O' accruing, 'T' settled with a true-up waiting to  *
      * post, 'C' closed. AL-NIGHT-AMOUNT is what AL-POSTED-RUN added  *
      * on AL-LAST-ACCRUAL-DATE. Interest paid and the true-up are     *
      * set by PAYOUT-SETTLE; an entry closed with nothing left in the *
      * accrual account has accrued + true-up = paid.                  *
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
      * GL-FILE -- the GL interface feed. Control records ride the     *
      * same file as the details, flagged by GLI-RECORD-TYPE, the      *

       01  WS-FLAGS.
           05  WS-END-OF-FILE     PIC X(1)    VALUE 'N'.
           05  WS-PAY-EOF         PIC X(1)    VALUE 'N'.
           05  WS-TU-EOF          PIC X(1)    VALUE 'N'.

       01  WS-ACCT-STATUS         PIC X(2)    VALUE '00'.
           88  WS-ACCT-NOT-FOUND               VALUE '23'.
       01  WS-TU-STATUS           PIC X(2)    VALUE '00'.
           88  WS-TU-NOT-FOUND                 VALUE '35'.
       01  WS-AL-STATUS           PIC X(2)    VALUE '00'.
           88  WS-AL-NOT-FOUND                 VALUE '23'.
           88  WS-AL-NO-FILE                   VALUE '35'.

       01  WS-COUNTERS.
           05  WS-ACCRUAL-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-SUSPENSE-COUNT  PIC 9(9)    VALUE ZEROS.
           05  WS-GL-DETAIL-COUNT PIC 9(9)    VALUE ZEROS.
           05  WS-PENALTY-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-LEDGER-POSTED   PIC 9(9)    VALUE ZEROS.
           05  WS-LEDGER-OPENED   PIC 9(9)    VALUE ZEROS.
           05  WS-LEDGER-LATE     PIC 9(9)    VALUE ZEROS.
           05  WS-LEDGER-ERRORS   PIC 9(9)    VALUE ZEROS.
           05  WS-TRUEUP-READ     PIC 9(9)    VALUE ZEROS.
           05  WS-TRUEUP-CLOSED   PIC 9(9)    VALUE ZEROS.
           05  WS-TRUEUP-SKIPPED  PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * POSTING BUCKETS -- accrued interest summarized by product type *
      *----------------------------------------------------------------*
       01  WS-SUSPENSE-PRODUCT    PIC X(4)    VALUE 'SUSP'.
       01  WS-WORK-PRODUCT        PIC X(4)    VALUE SPACES.
       01  WS-PENALTY-PRODUCT     PIC X(4)    VALUE 'CDPN'.
       01  WS-TRUEUP-UP-PRODUCT   PIC X(4)    VALUE 'CDTU'.
       01  WS-TRUEUP-DOWN-PRODUCT PIC X(4)    VALUE 'CDTO'.
       01  WS-WORK-CURRENCY       PIC X(3)    VALUE SPACES.
       01  WS-WORK-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-GL-IX               PIC 9(4)    COMP VALUE ZEROS.
       01  WS-GL-SLOT             PIC 9(4)    COMP VALUE ZEROS.
       01  WS-GL-TOTALS.
      * GL ACCOUNT MAP -- which ledger accounts each product type's    *
      * accrued interest books to. Asset products (LOAN) debit the     *
      * receivable and credit income; liability products (CD/DEP)      *
      * debit expense and credit the payable. An early-redemption      *
      * penalty (CDPN) debits the CD interest payable it is kept back  *
      * out of and credits penalty income. A settlement true-up books  *
      * the CD expense against the payable, the way round its sign     *
      * says (CDTU more paid than accrued, CDTO less). Anything        *
      * unmapped books both legs to suspense for the accountants to    *
      * reclassify.                                                    *
      *----------------------------------------------------------------*
       01  WS-DR-ACCOUNT          PIC X(6)    VALUE SPACES.
       01  WS-CR-ACCOUNT          PIC X(6)    VALUE SPACES.
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
      *> Date and time this run started: stamped on every ledger
      *> entry it adds to, so a later run the same date can tell
      *> tonight's amount was added by someone else and back it out.
       01  WS-RUN-STAMP.
           05  WS-RUN-STAMP-DATE  PIC 9(8)    VALUE ZEROS.
           05  WS-RUN-STAMP-TIME  PIC 9(6)    VALUE ZEROS.

       01  WS-ACCRUAL-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-PENALTY-TOTAL       PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-TRUEUP-TOTAL        PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-PROOF-TOTAL         PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-DR-TOTAL            PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-CR-TOTAL            PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-HASH-TOTAL          PIC S9(15)V99 COMP-3 VALUE ZEROS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-ACCRUAL
           PERFORM 2000-SUMMARIZE-ACCRUALS
           PERFORM 2500-SUMMARIZE-PENALTIES
           PERFORM 2600-SUMMARIZE-TRUE-UPS
           PERFORM 3000-WRITE-GL-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.
      * 1000-INITIALIZE -- the master is reference data here the same  *
      * way it is in PATCH-BANKING: posting without it would bucket    *
      * the whole file to suspense, so a missing master fails the job  *
      * up front. The ledger builds itself the first night; one that  *
      * will not open fails the job too, since postings it missed     *
      * could never be tied out.                                       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ACCRUAL-FILE
           OPEN INPUT PAYOUT-FILE
           OPEN INPUT ACCT-MASTER
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'GL-POSTING: ACCT-MASTER OPEN FAILED, '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCR-LEDGER
           IF WS-AL-NO-FILE
               OPEN OUTPUT ACCR-LEDGER
               CLOSE ACCR-LEDGER
               OPEN I-O ACCR-LEDGER
           END-IF
           IF WS-AL-STATUS NOT = '00'
               DISPLAY 'GL-POSTING: ACCR-LEDGER OPEN FAILED, '
                   'STATUS=' WS-AL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-FILE
           OPEN OUTPUT GL-REPORT
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           MOVE WS-TODAY-PACKED TO WS-RUN-STAMP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-STAMP-TIME.

       1100-READ-ACCRUAL.
           READ ACCRUAL-FILE
           ADD 1 TO WS-ACCRUAL-COUNT
           ADD ACR-INTEREST-AMT TO WS-ACCRUAL-TOTAL
           PERFORM 2100-RESOLVE-PRODUCT
           MOVE ACR-CURRENCY-CODE TO WS-WORK-CURRENCY
           MOVE ACR-INTEREST-AMT TO WS-WORK-AMOUNT
           PERFORM 2200-ADD-TO-BUCKET
           PERFORM 2300-POST-TO-LEDGER
           PERFORM 1100-READ-ACCRUAL.

      *----------------------------------------------------------------*
               ADD 1 TO WS-GL-USED
               MOVE WS-GL-USED TO WS-GL-SLOT
               MOVE WS-WORK-PRODUCT TO WS-GL-PRODUCT(WS-GL-SLOT)
               MOVE WS-WORK-CURRENCY TO WS-GL-CURRENCY(WS-GL-SLOT)
               MOVE ZEROS TO WS-GL-COUNT(WS-GL-SLOT)
               MOVE ZEROS TO WS-GL-AMOUNT(WS-GL-SLOT)
           END-IF
           ADD 1 TO WS-GL-COUNT(WS-GL-SLOT)
           ADD WS-WORK-AMOUNT TO WS-GL-AMOUNT(WS-GL-SLOT).

       2210-FIND-ONE-BUCKET.
           IF WS-GL-PRODUCT(WS-GL-IX) = WS-WORK-PRODUCT
               AND WS-GL-CURRENCY(WS-GL-IX) = WS-WORK-CURRENCY
               MOVE WS-GL-IX TO WS-GL-SLOT
           END-IF
           ADD 1 TO WS-GL-IX.
           DISPLAY 'GL-POSTING: MORE THAN 50 PRODUCT/CURRENCY '
               'BUCKETS - RUN STOPPED'
           CLOSE ACCRUAL-FILE
           CLOSE PAYOUT-FILE
           CLOSE ACCT-MASTER
           CLOSE ACCR-LEDGER
           CLOSE GL-FILE
           CLOSE GL-REPORT
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------*
      * 2300-POST-TO-LEDGER -- add the accrual to the account's ledger *
      * entry, starting one the first time the account accrues. A     *
      * zero accrual on a settled entry is the certificate's own      *
      * record running out past maturity and changes nothing; real    *
      * interest on a closed entry starts a new cycle; real interest  *
      * on an entry still waiting for its true-up is added (it did    *
      * post) and listed, since the true-up was figured without it.   *
      *----------------------------------------------------------------*
       2300-POST-TO-LEDGER.
           MOVE ACR-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCR-LEDGER
           EVALUATE TRUE
               WHEN WS-AL-NOT-FOUND
                   PERFORM 2310-START-LEDGER-ENTRY
                   PERFORM 2320-ADD-TO-LEDGER
                   WRITE ACCR-LEDGER-RECORD
               WHEN WS-AL-STATUS NOT = '00'
                   CONTINUE
               WHEN AL-OPEN
                   PERFORM 2320-ADD-TO-LEDGER
                   REWRITE ACCR-LEDGER-RECORD
               WHEN ACR-INTEREST-AMT = ZEROS
                   CONTINUE
               WHEN AL-CLOSED
                   PERFORM 2310-START-LEDGER-ENTRY
                   PERFORM 2320-ADD-TO-LEDGER
                   REWRITE ACCR-LEDGER-RECORD
               WHEN OTHER
                   PERFORM 2320-ADD-TO-LEDGER
                   REWRITE ACCR-LEDGER-RECORD
                   ADD 1 TO WS-LEDGER-LATE
                   PERFORM 8200-WRITE-LATE-ACCRUAL
           END-EVALUATE
           IF WS-AL-STATUS NOT = '00'
               ADD 1 TO WS-LEDGER-ERRORS
               PERFORM 8300-WRITE-LEDGER-ERROR
           END-IF.

       2310-START-LEDGER-ENTRY.
           MOVE SPACES TO ACCR-LEDGER-RECORD
           MOVE ACR-ACCOUNT-ID TO AL-ACCOUNT-ID
           MOVE 'O' TO AL-STATUS
           MOVE WS-TODAY-PACKED TO AL-OPENED-DATE
           MOVE ZEROS TO AL-ACCRUED-TO-DATE
           MOVE ZEROS TO AL-LAST-ACCRUAL-DATE
           MOVE ZEROS TO AL-NIGHT-AMOUNT
           MOVE ZEROS TO AL-INTEREST-PAID
           MOVE ZEROS TO AL-TRUEUP-AMT
           MOVE ZEROS TO AL-SETTLE-DATE
           MOVE ZEROS TO AL-CLOSE-DATE
           ADD 1 TO WS-LEDGER-OPENED.

      *----------------------------------------------------------------*
      * 2320-ADD-TO-LEDGER -- tonight's amount accumulates separately  *
      * so a run that finds tonight already posted by another run     *
      * backs that run's amount out first.                             *
      *----------------------------------------------------------------*
       2320-ADD-TO-LEDGER.
           IF AL-LAST-ACCRUAL-DATE = WS-TODAY-PACKED
               IF AL-POSTED-RUN NOT = WS-RUN-STAMP
                   SUBTRACT AL-NIGHT-AMOUNT FROM AL-ACCRUED-TO-DATE
                   MOVE ZEROS TO AL-NIGHT-AMOUNT
               END-IF
           ELSE
               MOVE ZEROS TO AL-NIGHT-AMOUNT
           END-IF
           ADD ACR-INTEREST-AMT TO AL-ACCRUED-TO-DATE
           ADD ACR-INTEREST-AMT TO AL-NIGHT-AMOUNT
           MOVE WS-TODAY-PACKED   TO AL-LAST-ACCRUAL-DATE
           MOVE WS-RUN-STAMP      TO AL-POSTED-RUN
           MOVE WS-WORK-PRODUCT   TO AL-PRODUCT-TYPE
           MOVE ACR-CURRENCY-CODE TO AL-CURRENCY-CODE
           ADD 1 TO WS-LEDGER-POSTED.

      *----------------------------------------------------------------*
      * 2500-SUMMARIZE-PENALTIES -- one pass of the payout feed for    *
      * the penalties early redemptions kept back. Matured payouts     *
      * carry none and are passed over. A blank currency is USD, the   *
      * same resolution PATCH-BANKING gives the accrual record, so a   *
      * penalty buckets beside its certificate's interest currency.    *
      *----------------------------------------------------------------*
       2500-SUMMARIZE-PENALTIES.
           PERFORM 2510-READ-PAYOUT
           PERFORM 2520-SUMMARIZE-ONE-PAYOUT
               UNTIL WS-PAY-EOF = 'Y'.

       2510-READ-PAYOUT.
           READ PAYOUT-FILE
               AT END MOVE 'Y' TO WS-PAY-EOF.

       2520-SUMMARIZE-ONE-PAYOUT.
           IF PAY-TRANS-TYPE = 'CDER'
               AND PAY-REDEEM-PENALTY IS NUMERIC
               AND PAY-REDEEM-PENALTY NOT = ZEROS
               ADD 1 TO WS-PENALTY-COUNT
               ADD PAY-REDEEM-PENALTY TO WS-PENALTY-TOTAL
               MOVE WS-PENALTY-PRODUCT TO WS-WORK-PRODUCT
               IF PAY-CURRENCY-CODE = SPACES
                   MOVE 'USD' TO WS-WORK-CURRENCY
               ELSE
                   MOVE PAY-CURRENCY-CODE TO WS-WORK-CURRENCY
               END-IF
               MOVE PAY-REDEEM-PENALTY TO WS-WORK-AMOUNT
               PERFORM 2200-ADD-TO-BUCKET
           END-IF
           PERFORM 2510-READ-PAYOUT.

      *----------------------------------------------------------------*
      * 2600-SUMMARIZE-TRUE-UPS -- last night's settlement true-ups.   *
      * One whose ledger entry is waiting for it posts and closes the  *
      * entry; one whose entry this date's run already closed (a       *
      * rerun) posts again so the rebuilt GL file is whole; any other  *
      * was posted before and is listed, not posted twice.             *
      *----------------------------------------------------------------*
       2600-SUMMARIZE-TRUE-UPS.
           OPEN INPUT TRUE-UP-FILE
           IF WS-TU-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 2610-READ-TRUE-UP
               PERFORM 2620-SUMMARIZE-ONE-TRUE-UP
                   UNTIL WS-TU-EOF = 'Y'
               CLOSE TRUE-UP-FILE
           END-IF.

       2610-READ-TRUE-UP.
           READ TRUE-UP-FILE
               AT END MOVE 'Y' TO WS-TU-EOF.

       2620-SUMMARIZE-ONE-TRUE-UP.
           ADD 1 TO WS-TRUEUP-READ
           MOVE TU-ACCOUNT-ID TO AL-ACCOUNT-ID
           READ ACCR-LEDGER
           EVALUATE TRUE
               WHEN WS-AL-STATUS NOT = '00'
                   ADD 1 TO WS-TRUEUP-SKIPPED
                   PERFORM 8400-WRITE-TRUE-UP-SKIPPED
               WHEN AL-TRUEUP-PENDING
                   AND AL-SETTLE-DATE = TU-SETTLE-DATE
                   PERFORM 2630-BUCKET-TRUE-UP
                   MOVE 'C' TO AL-STATUS
                   MOVE WS-TODAY-PACKED TO AL-CLOSE-DATE
                   REWRITE ACCR-LEDGER-RECORD
                   IF WS-AL-STATUS = '00'
                       ADD 1 TO WS-TRUEUP-CLOSED
                   ELSE
                       ADD 1 TO WS-LEDGER-ERRORS
                       PERFORM 8300-WRITE-LEDGER-ERROR
                   END-IF
               WHEN AL-CLOSED
                   AND AL-CLOSE-DATE = WS-TODAY-PACKED
                   AND AL-SETTLE-DATE = TU-SETTLE-DATE
                   PERFORM 2630-BUCKET-TRUE-UP
                   ADD 1 TO WS-TRUEUP-CLOSED
               WHEN OTHER
                   ADD 1 TO WS-TRUEUP-SKIPPED
                   PERFORM 8400-WRITE-TRUE-UP-SKIPPED
           END-EVALUATE
           PERFORM 2610-READ-TRUE-UP.

      *> A true-up of zero closes the entry with nothing to post.
       2630-BUCKET-TRUE-UP.
           IF TU-TRUEUP-AMT > ZEROS
               MOVE WS-TRUEUP-UP-PRODUCT TO WS-WORK-PRODUCT
               MOVE TU-TRUEUP-AMT TO WS-WORK-AMOUNT
           ELSE
               MOVE WS-TRUEUP-DOWN-PRODUCT TO WS-WORK-PRODUCT
               COMPUTE WS-WORK-AMOUNT = 0 - TU-TRUEUP-AMT
           END-IF
           IF WS-WORK-AMOUNT > ZEROS
               MOVE TU-CURRENCY-CODE TO WS-WORK-CURRENCY
               PERFORM 2200-ADD-TO-BUCKET
               ADD WS-WORK-AMOUNT TO WS-TRUEUP-TOTAL
           END-IF.

      *----------------------------------------------------------------*
      * 3000-WRITE-GL-FILE -- header, a DR and CR detail per bucket,   *
      * trailer. Both legs of a bucket carry the same amount, so the   *
               WHEN 'DEP'
                   MOVE '502000' TO WS-DR-ACCOUNT
                   MOVE '240200' TO WS-CR-ACCOUNT
               WHEN 'CDPN'
                   MOVE '240100' TO WS-DR-ACCOUNT
                   MOVE '405000' TO WS-CR-ACCOUNT
               WHEN 'CDTU'
                   MOVE '501000' TO WS-DR-ACCOUNT
                   MOVE '240100' TO WS-CR-ACCOUNT
               WHEN 'CDTO'
                   MOVE '240100' TO WS-DR-ACCOUNT
                   MOVE '501000' TO WS-CR-ACCOUNT
               WHEN OTHER
                   MOVE '999999' TO WS-DR-ACCOUNT
                   MOVE '999999' TO WS-CR-ACCOUNT
           MOVE WS-CTL-AMOUNT-ED TO GL-REPORT-RECORD(72:18)
           WRITE GL-REPORT-RECORD.

       8200-WRITE-LATE-ACCRUAL.
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE ACR-ACCOUNT-ID TO GL-REPORT-RECORD(1:12)
           MOVE ' *** ACCRUED AFTER SETTLEMENT OF ' TO
               GL-REPORT-RECORD(13:34)
           MOVE AL-SETTLE-DATE TO GL-REPORT-RECORD(47:8)
           MOVE ' - NOT IN TRUE-UP ' TO GL-REPORT-RECORD(55:18)
           MOVE ACR-INTEREST-AMT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO GL-REPORT-RECORD(73:18)
           MOVE ' ***' TO GL-REPORT-RECORD(91:4)
           WRITE GL-REPORT-RECORD.

       8300-WRITE-LEDGER-ERROR.
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE AL-ACCOUNT-ID TO GL-REPORT-RECORD(1:12)
           MOVE ' *** ACCR-LEDGER UPDATE FAILED, STATUS ' TO
               GL-REPORT-RECORD(13:39)
           MOVE WS-AL-STATUS TO GL-REPORT-RECORD(52:2)
           MOVE ' ***' TO GL-REPORT-RECORD(54:4)
           WRITE GL-REPORT-RECORD.

       8400-WRITE-TRUE-UP-SKIPPED.
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE TU-ACCOUNT-ID TO GL-REPORT-RECORD(1:12)
           MOVE ' *** TRUE-UP OF ' TO GL-REPORT-RECORD(13:16)
           MOVE TU-SETTLE-DATE TO GL-REPORT-RECORD(29:8)
           MOVE ' NOT PENDING ON LEDGER - NOT POSTED ' TO
               GL-REPORT-RECORD(37:36)
           MOVE TU-TRUEUP-AMT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO GL-REPORT-RECORD(73:18)
           MOVE ' ***' TO GL-REPORT-RECORD(91:4)
           WRITE GL-REPORT-RECORD.

      *----------------------------------------------------------------*
      * 9000-TERMINATE -- the posting proof: accrual records read and  *
      * their interest total, the penalties read off the payout feed,  *
      * the DR and CR grand totals posted, and an explicit PROOF line. *
      * The accrual total on this page must equal the interest the     *
      * accrual run computed, and the postings must equal accrued      *
      * interest plus penalties plus true-ups; any suspense postings   *
      * are called out so they get reclassified instead of aging       *
      * quietly. Ledger and true-up counts follow; a ledger that could *
      * not be kept whole ends the run RETURN-CODE 4.                  *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE WS-CTL-AMOUNT-ED TO GL-REPORT-RECORD(27:18)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'PENALTIES READ...........' TO GL-REPORT-RECORD(1:25)
           MOVE WS-PENALTY-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'PENALTY INCOME TOTAL.....' TO GL-REPORT-RECORD(1:25)
           MOVE WS-PENALTY-TOTAL TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO GL-REPORT-RECORD(27:18)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'TRUE-UPS READ............' TO GL-REPORT-RECORD(1:25)
           MOVE WS-TRUEUP-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'TRUE-UP ADJUSTMENT TOTAL.' TO GL-REPORT-RECORD(1:25)
           MOVE WS-TRUEUP-TOTAL TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO GL-REPORT-RECORD(27:18)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'GL DETAILS WRITTEN.......' TO GL-REPORT-RECORD(1:25)
           MOVE WS-GL-DETAIL-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           COMPUTE WS-PROOF-TOTAL =
               WS-ACCRUAL-TOTAL + WS-PENALTY-TOTAL + WS-TRUEUP-TOTAL
           IF WS-DR-TOTAL = WS-PROOF-TOTAL
               AND WS-CR-TOTAL = WS-PROOF-TOTAL
               MOVE 'PROOF: DEBITS = CREDITS = ACCRUED INTEREST'
                   TO GL-REPORT-RECORD(1:42)
               MOVE ' + PENALTIES + TRUE-UPS' TO GL-REPORT-RECORD(43:23)
           ELSE
               MOVE '*** PROOF FAILED - POSTING DOES NOT TIE TO '
                   TO GL-REPORT-RECORD(1:43)
               DISPLAY 'GL-POSTING: PROOF FAILED - SEE REPORT'
           END-IF
           WRITE GL-REPORT-RECORD
           PERFORM 9100-WRITE-LEDGER-COUNTS
           CLOSE ACCRUAL-FILE
           CLOSE PAYOUT-FILE
           CLOSE ACCT-MASTER
           CLOSE ACCR-LEDGER
           CLOSE GL-FILE
           CLOSE GL-REPORT.

       9100-WRITE-LEDGER-COUNTS.
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'LEDGER ACCRUALS POSTED...' TO GL-REPORT-RECORD(1:25)
           MOVE WS-LEDGER-POSTED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'LEDGER ENTRIES OPENED....' TO GL-REPORT-RECORD(1:25)
           MOVE WS-LEDGER-OPENED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'LEDGER ENTRIES CLOSED....' TO GL-REPORT-RECORD(1:25)
           MOVE WS-TRUEUP-CLOSED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'ACCRUED AFTER SETTLEMENT.' TO GL-REPORT-RECORD(1:25)
           MOVE WS-LEDGER-LATE TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'TRUE-UPS NOT POSTED......' TO GL-REPORT-RECORD(1:25)
           MOVE WS-TRUEUP-SKIPPED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE 'LEDGER UPDATE FAILURES...' TO GL-REPORT-RECORD(1:25)
           MOVE WS-LEDGER-ERRORS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO GL-REPORT-RECORD(27:9)
           WRITE GL-REPORT-RECORD
           IF RETURN-CODE = ZEROS
               AND (WS-LEDGER-ERRORS > ZEROS
               OR WS-LEDGER-LATE > ZEROS
               OR WS-TRUEUP-SKIPPED > ZEROS)
               MOVE 4 TO RETURN-CODE
               DISPLAY 'GL-POSTING: ACCRUAL LEDGER EXCEPTIONS - '
                   'SEE REPORT'
           END-IF.
