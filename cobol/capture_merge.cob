      *================================================================*
      * PROGRAM:    CAPT-MERGE                                         *
      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-10-15                                         *
      * PURPOSE:    BUILDS THE NEXT NIGHT'S TRANS-FILE. PASSES THE     *
      *             UPSTREAM CAPTURE TRANSMISSION THROUGH UNTOUCHED    *
      *             AND APPENDS THE SYSTEM-GENERATED DETAILS -- CD     *
      *             RENEWALS FROM PATCH-BANKING AND REPAIRS FROM       *
      *             ERR-REPROC -- IN A BATCH OF THEIR OWN WHOSE        *
      *             HEADER AND TRAILER ARE COMPUTED FROM THE RECORDS   *
      *             ACTUALLY WRITTEN. NOTHING IS MERGED TWICE, AND A   *
      *             MERGE REGISTER SAYS WHERE EVERY DETAIL CAME FROM.  *
      *================================================================*
      *
      * Files:
      *   CAPTIN   IN   upstream capture transmission, TRANS-RECORD
      *                 layout with its own BATCHHDR/BATCHTRL batches
      *                 (256 bytes); copied to TRANSOUT record for
      *                 record, controls and all
      *   RENEWFIL IN   renewal feed from PATCH-BANKING (256 bytes)
      *   REPRFILE IN   repair feed from ERR-REPROC (256 bytes)
      *   MRGHIST  IN   merge history: every system-generated detail
      *                 merged inside the history window, plus one
      *                 MERGECTL control record carrying the last
      *                 system batch number (64 bytes)
      *   TRANSOUT OUT  the next night's TRANS-FILE for PATCH-BANKING
      *   MRGHISTN OUT  the updated merge history generation; the
      *                 scheduler swaps it over MRGHIST after a clean
      *                 end of job, the same way HOLCALN replaces
      *                 HOLCAL, so a rerun of tonight's merge reads
      *                 the same history the first attempt did
      *   MRGRPT   OUT  merge register and control totals
      *
      * The business date stamped on the system batch header is the
      * first command-line argument (YYYYMMDD) when one is given;
      * otherwise it is the latest business date on the capture
      * transmission's headers, so the system batch travels under the
      * same business date as the capture it rides with, and only a
      * transmission with no headers at all falls back to today.
      *
      * System batches are numbered from their own range, 900001
      * through 999999, wrapping back to 900001; the last number used
      * rides the MERGECTL control record, so the sequence survives
      * from night to night without a second control file.
      *
      * Duplicate rule: a renewal whose account, type, amount,
      * transaction date, maturity date and currency all match a
      * renewal already merged, or a repair built from a reject
      * (reject date and sequence ID, carried on the repair by
      * ERR-REPROC) a repair already merged was built from -- tonight
      * or on any night still inside the history window -- is NOT
      * merged again. It prints on the register against the merge it
      * repeats and the run ends RETURN-CODE 4. A restarted
      * PATCH-BANKING rewrites the renewals found after its last
      * checkpoint; ERR-REPROC run twice against the same ERRFILE
      * repairs the same reject twice. Either way the customer must
      * not renew or be reprocessed twice. A repair is never matched
      * on content: a merged repair that PATCH-BANKING rejects again,
      * or a duplicate ops has released, comes back as a repair of a
      * new reject and merges. A repair carrying no reject identity
      * is not ERR-REPROC's and merges unchecked. A renewal never
      * arrives released: TR-DUP-RELEASE is cleared on the way in.
      *
      * A missing capture transmission stops the merge with
      * RETURN-CODE 16: a TRANS-FILE of nothing but system details
      * would let PATCH-BANKING run a night with no customer
      * activity in it. Missing renewal or repair feeds just mean
      * nothing to merge from that source.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  MERIDIAN-OPS  Original version. Renewals and
      *                             repairs were spliced into the
      *                             capture by hand with re-keyed
      *                             trailer counts and hash totals,
      *                             and a bad splice failed the whole
      *                             batch in PATCH-BANKING.
      *   2026-10-15  MERIDIAN-OPS  Repair history keyed on the reject
      *                             each repair was built from, not on
      *                             content: released duplicates and
      *                             second repairs of a re-rejected
      *                             item were dropped as already
      *                             merged. Renewals have their
      *                             TR-DUP-RELEASE cleared.
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPT-MERGE.
       AUTHOR. MERIDIAN-OPS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE    ASSIGN TO CAPTIN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CAPT-STATUS.
           SELECT RENEWAL-FILE    ASSIGN TO RENEWFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RNW-STATUS.
           SELECT REPAIR-FILE     ASSIGN TO REPRFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RPR-STATUS.
           SELECT OPTIONAL MERGE-HISTORY
                                  ASSIGN TO MRGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MH-STATUS.
           SELECT TRANS-FILE      ASSIGN TO TRANSOUT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT MERGE-HISTORY-NEW
                                  ASSIGN TO MRGHISTN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT MERGE-REPORT    ASSIGN TO MRGRPT
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CAPTURE-FILE -- the upstream transmission, TRANS-RECORD        *
      * layout. Only the control records are looked into; details are  *
      * passed through as read.                                        *
      *----------------------------------------------------------------*
       FD  CAPTURE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 256 CHARACTERS.
       01  CAPTURE-RECORD.
           05  CAP-ACCOUNT-ID     PIC X(12).
           05  CAP-TRANS-TYPE     PIC X(4).
           05  CAP-AMOUNT         PIC S9(13)V99 COMP-3.
           05  CAP-INT-RATE       PIC S9(3)V9(6) COMP-3.
           05  CAP-DATE           PIC 9(8).
           05  CAP-MATURITY-DATE  PIC 9(8).
           05  CAP-RENEW-FLAG     PIC X(1).
           05  CAP-CURRENCY-CODE  PIC X(3).
           05  FILLER             PIC X(202).
       01  CAPTURE-CONTROL-RECORD.
           05  CCR-RECORD-TYPE    PIC X(12).
               88  CCR-BATCH-HEADER            VALUE 'BATCHHDR'.
               88  CCR-BATCH-TRAILER           VALUE 'BATCHTRL'.
           05  CCR-BATCH-NUMBER   PIC 9(6).
           05  CCR-BUSINESS-DATE  PIC 9(8).
           05  CCR-RECORD-COUNT   PIC 9(9).
           05  CCR-HASH-TOTAL     PIC S9(15)V99 COMP-3.
           05  FILLER             PIC X(207).

       FD  RENEWAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 256 CHARACTERS.
       01  RENEWAL-RECORD         PIC X(256).

       FD  REPAIR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 256 CHARACTERS.
       01  REPAIR-RECORD          PIC X(256).

      *----------------------------------------------------------------*
      * MERGE-HISTORY -- one record per system-generated detail merged *
      * inside the history window, and one MERGECTL control record     *
      * flagged in the account-ID positions the way BATCHHDR/BATCHTRL  *
      * ride TRANS-FILE. MH-SOURCE spells out RENEWAL or REPAIR; a     *
      * REPAIR entry carries the reject identity in place of the       *
      * detail's type, amount and dates.                               *
      *----------------------------------------------------------------*
       FD  MERGE-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  MERGE-HISTORY-RECORD.
           05  MH-ACCOUNT-ID      PIC X(12).
           05  MH-TRANS-TYPE      PIC X(4).
           05  MH-AMOUNT          PIC S9(13)V99 COMP-3.
           05  MH-DATE            PIC 9(8).
           05  MH-MATURITY-DATE   PIC 9(8).
           05  MH-CURRENCY-CODE   PIC X(3).
           05  MH-SOURCE          PIC X(7).
           05  MH-MERGE-DATE      PIC 9(8).
           05  MH-BATCH-NUMBER    PIC 9(6).
       01  MERGE-REPAIR-RECORD.
           05  MHR-ACCOUNT-ID     PIC X(12).
           05  MHR-REJECT-DATE    PIC 9(8).
           05  MHR-REJECT-SEQ     PIC 9(9).
           05  FILLER             PIC X(14).
           05  MHR-SOURCE         PIC X(7).
           05  MHR-MERGE-DATE     PIC 9(8).
           05  MHR-BATCH-NUMBER   PIC 9(6).
       01  MERGE-CONTROL-RECORD.
           05  MHC-RECORD-TYPE    PIC X(12).
               88  MHC-MERGE-CONTROL           VALUE 'MERGECTL'.
           05  MHC-LAST-BATCH     PIC 9(6).
           05  MHC-LAST-MERGE-DATE
                                  PIC 9(8).
           05  FILLER             PIC X(38).

      *----------------------------------------------------------------*
      * TRANS-FILE -- PATCH-BANKING's input layout, details and batch  *
      * controls exactly as that program declares them.                *
      *----------------------------------------------------------------*
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 256 CHARACTERS.
       01  TRANS-RECORD.
           05  TR-ACCOUNT-ID      PIC X(12).
           05  TR-TRANS-TYPE      PIC X(4).
           05  TR-AMOUNT          PIC S9(13)V99 COMP-3.
           05  TR-INT-RATE        PIC S9(3)V9(6) COMP-3.
           05  TR-DATE.
               10  TR-YEAR        PIC 9(4).
               10  TR-MONTH       PIC 9(2).
               10  TR-DAY         PIC 9(2).
           05  TR-MATURITY-DATE.
               10  TR-MAT-YEAR    PIC 9(4).
               10  TR-MAT-MONTH   PIC 9(2).
               10  TR-MAT-DAY     PIC 9(2).
           05  TR-RENEW-FLAG      PIC X(1).
           05  TR-CURRENCY-CODE   PIC X(3).
           05  TR-REPRICE-FLAG    PIC X(1).
           05  TR-DUP-RELEASE     PIC X(1).
               88  TR-DUP-RELEASED             VALUE 'Y'.
           05  TR-REJECT-DATE     PIC 9(8).
           05  TR-REJECT-SEQ      PIC 9(9).
           05  FILLER             PIC X(183).
       01  BATCH-CONTROL-RECORD.
           05  BCR-RECORD-TYPE    PIC X(12).
               88  BCR-BATCH-HEADER            VALUE 'BATCHHDR'.
               88  BCR-BATCH-TRAILER           VALUE 'BATCHTRL'.
           05  BCR-BATCH-NUMBER   PIC 9(6).
           05  BCR-BUSINESS-DATE  PIC 9(8).
           05  BCR-RECORD-COUNT   PIC 9(9).
           05  BCR-HASH-TOTAL     PIC S9(15)V99 COMP-3.
           05  FILLER             PIC X(207).

       FD  MERGE-HISTORY-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  MERGE-HISTORY-NEW-RECORD.
           05  MHN-ACCOUNT-ID     PIC X(12).
           05  MHN-TRANS-TYPE     PIC X(4).
           05  MHN-AMOUNT         PIC S9(13)V99 COMP-3.
           05  MHN-DATE           PIC 9(8).
           05  MHN-MATURITY-DATE  PIC 9(8).
           05  MHN-CURRENCY-CODE  PIC X(3).
           05  MHN-SOURCE         PIC X(7).
           05  MHN-MERGE-DATE     PIC 9(8).
           05  MHN-BATCH-NUMBER   PIC 9(6).
       01  MERGE-REPAIR-NEW-RECORD.
           05  MHRN-ACCOUNT-ID    PIC X(12).
           05  MHRN-REJECT-DATE   PIC 9(8).
           05  MHRN-REJECT-SEQ    PIC 9(9).
           05  FILLER             PIC X(14).
           05  MHRN-SOURCE        PIC X(7).
           05  MHRN-MERGE-DATE    PIC 9(8).
           05  MHRN-BATCH-NUMBER  PIC 9(6).
       01  MERGE-CONTROL-NEW-RECORD.
           05  MHCN-RECORD-TYPE   PIC X(12).
           05  MHCN-LAST-BATCH    PIC 9(6).
           05  MHCN-LAST-MERGE-DATE
                                  PIC 9(8).
           05  FILLER             PIC X(38).

       FD  MERGE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-CAPT-EOF        PIC X(1)    VALUE 'N'.
           05  WS-FEED-EOF        PIC X(1)    VALUE 'N'.
           05  WS-MH-EOF          PIC X(1)    VALUE 'N'.
           05  WS-SYS-BATCH-OPEN  PIC X(1)    VALUE 'N'.
           05  WS-HIST-FULL       PIC X(1)    VALUE 'N'.
           05  WS-DATE-FROM-ARG   PIC X(1)    VALUE 'N'.

       01  WS-CAPT-STATUS         PIC X(2)    VALUE '00'.
           88  WS-CAPT-NOT-FOUND               VALUE '35'.
       01  WS-RNW-STATUS          PIC X(2)    VALUE '00'.
           88  WS-RNW-NOT-FOUND                VALUE '35'.
       01  WS-RPR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-RPR-NOT-FOUND                VALUE '35'.
       01  WS-MH-STATUS           PIC X(2)    VALUE '00'.
           88  WS-MH-NOT-FOUND                 VALUE '35'.

       01  WS-COUNTERS.
           05  WS-CAPT-READ       PIC 9(9)    VALUE ZEROS.
           05  WS-CAPT-BATCHES    PIC 9(9)    VALUE ZEROS.
           05  WS-CAPT-DETAILS    PIC 9(9)    VALUE ZEROS.
           05  WS-RENEWALS-READ   PIC 9(9)    VALUE ZEROS.
           05  WS-RENEWALS-MERGED PIC 9(9)    VALUE ZEROS.
           05  WS-REPAIRS-READ    PIC 9(9)    VALUE ZEROS.
           05  WS-REPAIRS-MERGED  PIC 9(9)    VALUE ZEROS.
           05  WS-DUPS-SUPPRESSED PIC 9(9)    VALUE ZEROS.
           05  WS-RECORDS-WRITTEN PIC 9(9)    VALUE ZEROS.
           05  WS-HIST-DROPPED    PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * CAPTURE BATCH TRACKING -- details counted per capture batch    *
      * for the register; the capture's own balancing is left to       *
      * PATCH-BANKING, which fails only the batch that is wrong.       *
      *----------------------------------------------------------------*
       01  WS-CAPT-BATCH-NUMBER   PIC 9(6)    VALUE ZEROS.
       01  WS-CAPT-BATCH-DATE     PIC 9(8)    VALUE ZEROS.
       01  WS-CAPT-BATCH-DETAILS  PIC 9(9)    VALUE ZEROS.
       01  WS-CAPT-LATEST-DATE    PIC 9(8)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * SYSTEM BATCH -- the renewals and repairs go out under one      *
      * header/trailer pair of their own. The header is written when   *
      * the first detail actually merges (a night of nothing but       *
      * duplicates writes no empty batch); count and hash accumulate   *
      * from the records written, and the trailer closes the batch.    *
      *----------------------------------------------------------------*
       01  WS-SYS-BATCH-FIRST     PIC 9(6)    VALUE 900001.
       01  WS-SYS-BATCH-LAST      PIC 9(6)    VALUE 999999.
       01  WS-LAST-SYS-BATCH      PIC 9(6)    VALUE ZEROS.
       01  WS-SYS-BATCH-NUMBER    PIC 9(6)    VALUE ZEROS.
       01  WS-BUSINESS-DATE       PIC 9(8)    VALUE ZEROS.
       01  WS-SYS-COUNT           PIC 9(9)    VALUE ZEROS.
       01  WS-SYS-HASH-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-HOLD-DETAIL         PIC X(256)  VALUE SPACES.

      *----------------------------------------------------------------*
      * MERGE HISTORY TABLE -- every detail merged inside the window,  *
      * loaded from MRGHIST and extended with tonight's merges as they *
      * are written, so a duplicate is caught whether it repeats an    *
      * earlier night or an earlier record tonight. Entries older      *
      * than the window drop out at load and are not carried to the    *
      * new generation. A table that fills stops remembering, alerts,  *
      * and ends the run RETURN-CODE 8: the merge itself still runs,   *
      * but its duplicate check can no longer be trusted in full.      *
      *----------------------------------------------------------------*
       01  WS-HIST-KEEP-DAYS      PIC S9(9)   VALUE -45.
       01  WS-HIST-KEEP-FROM      PIC 9(8)    VALUE ZEROS.
       01  WS-HIST-MAX            PIC 9(4)    COMP VALUE 5000.
       01  WS-HIST-COUNT          PIC 9(4)    COMP VALUE ZEROS.
       01  WS-HIST-IX             PIC 9(4)    COMP VALUE ZEROS.
       01  WS-HIST-SLOT           PIC 9(4)    COMP VALUE ZEROS.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 5000 TIMES.
               10  WS-HIST-ACCOUNT PIC X(12).
               10  WS-HIST-TTYPE  PIC X(4).
               10  WS-HIST-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-HIST-DATE   PIC 9(8).
               10  WS-HIST-MAT    PIC 9(8).
               10  WS-HIST-CCY    PIC X(3).
               10  WS-HIST-SOURCE PIC X(7).
               10  WS-HIST-MERGED PIC 9(8).
               10  WS-HIST-BATCH  PIC 9(6).
               10  WS-HIST-RJ-DATE PIC 9(8).
               10  WS-HIST-RJ-SEQ PIC 9(9).

      *----------------------------------------------------------------*
      * The detail in hand, keyed the way the history table is.       *
      *----------------------------------------------------------------*
       01  WS-MRG-SOURCE          PIC X(7)    VALUE SPACES.
       01  WS-MRG-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-MRG-MAT-DATE        PIC 9(8)    VALUE ZEROS.

       01  WS-ARG-BUFFER          PIC X(8)    VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
       01  WS-DATE-PACKED         PIC 9(8)    VALUE ZEROS.
       01  WS-VALIDATE-DISCARD    PIC S9(9)   VALUE ZEROS.
       01  WS-DR-RETURN-CODE      PIC 9(2)    VALUE ZEROS.

       01  WS-CTL-COUNT-ED        PIC Z(8)9.
       01  WS-CTL-AMOUNT-ED       PIC -(14)9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-HISTORY
           PERFORM 2000-PASS-CAPTURE
           PERFORM 2900-SET-BUSINESS-DATE
           PERFORM 3000-MERGE-RENEWALS
           PERFORM 4000-MERGE-REPAIRS
           PERFORM 5000-CLOSE-SYSTEM-BATCH
           PERFORM 9000-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE -- the capture transmission is the one input   *
      * this job cannot run without.                                   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           CALL "ADD-DAYS-TO-DATE" USING WS-TODAY-PACKED
               WS-HIST-KEEP-DAYS WS-HIST-KEEP-FROM WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE NOT = 0
               MOVE ZEROS TO WS-HIST-KEEP-FROM
           END-IF
           ACCEPT WS-ARG-BUFFER FROM COMMAND-LINE
           IF WS-ARG-BUFFER NOT = SPACES
               PERFORM 1010-TAKE-BUSINESS-DATE-ARG
           END-IF
           OPEN INPUT CAPTURE-FILE
           IF WS-CAPT-STATUS NOT = '00'
               DISPLAY 'CAPT-MERGE: CAPTURE TRANSMISSION OPEN '
                   'FAILED, STATUS=' WS-CAPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANS-FILE
           OPEN OUTPUT MERGE-REPORT.

       1010-TAKE-BUSINESS-DATE-ARG.
           IF WS-ARG-BUFFER IS NUMERIC
               MOVE WS-ARG-BUFFER TO WS-DATE-PACKED
               CALL "COMPARE-DATES" USING
                   BY CONTENT WS-DATE-PACKED
                   BY CONTENT WS-DATE-PACKED
                   BY REFERENCE WS-VALIDATE-DISCARD
                   BY REFERENCE WS-DR-RETURN-CODE
               IF WS-DR-RETURN-CODE = 0
                   MOVE WS-DATE-PACKED TO WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-DATE-FROM-ARG
               ELSE
                   DISPLAY 'CAPT-MERGE: BUSINESS DATE ARGUMENT NOT '
                       'A VALID DATE - TAKING IT FROM THE CAPTURE'
               END-IF
           ELSE
               DISPLAY 'CAPT-MERGE: BUSINESS DATE ARGUMENT NOT '
                   'NUMERIC - TAKING IT FROM THE CAPTURE'
           END-IF.

      *----------------------------------------------------------------*
      * 1200-LOAD-HISTORY -- a missing history (first night, or a     *
      * lost file) means nothing has been merged yet and the batch     *
      * sequence starts at the top of its range.                       *
      *----------------------------------------------------------------*
       1200-LOAD-HISTORY.
           MOVE ZEROS TO WS-LAST-SYS-BATCH
           OPEN INPUT MERGE-HISTORY
           IF WS-MH-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1210-LOAD-ONE-HISTORY
                   UNTIL WS-MH-EOF = 'Y'
               CLOSE MERGE-HISTORY
           END-IF.

       1210-LOAD-ONE-HISTORY.
           READ MERGE-HISTORY
               AT END MOVE 'Y' TO WS-MH-EOF
               NOT AT END
                   IF MHC-MERGE-CONTROL
                       MOVE MHC-LAST-BATCH TO WS-LAST-SYS-BATCH
                   ELSE
                       IF MH-MERGE-DATE >= WS-HIST-KEEP-FROM
                           PERFORM 1220-STORE-ONE-HISTORY
                       ELSE
                           ADD 1 TO WS-HIST-DROPPED
                       END-IF
                   END-IF
           END-READ.

       1220-STORE-ONE-HISTORY.
           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1 TO WS-HIST-COUNT
               MOVE MH-ACCOUNT-ID    TO WS-HIST-ACCOUNT(WS-HIST-COUNT)
               MOVE MH-SOURCE        TO WS-HIST-SOURCE(WS-HIST-COUNT)
               MOVE MH-MERGE-DATE    TO WS-HIST-MERGED(WS-HIST-COUNT)
               MOVE MH-BATCH-NUMBER  TO WS-HIST-BATCH(WS-HIST-COUNT)
               IF MH-SOURCE = 'REPAIR'
                   PERFORM 1230-STORE-REPAIR-KEY
               ELSE
                   PERFORM 1240-STORE-RENEWAL-KEY
               END-IF
           ELSE
               MOVE 'Y' TO WS-HIST-FULL
           END-IF.

       1230-STORE-REPAIR-KEY.
           MOVE SPACES TO WS-HIST-TTYPE(WS-HIST-COUNT)
           MOVE ZEROS  TO WS-HIST-AMOUNT(WS-HIST-COUNT)
           MOVE ZEROS  TO WS-HIST-DATE(WS-HIST-COUNT)
           MOVE ZEROS  TO WS-HIST-MAT(WS-HIST-COUNT)
           MOVE SPACES TO WS-HIST-CCY(WS-HIST-COUNT)
      * A repair entry written before repairs carried their reject
      * has no identity and can match nothing.
           IF MHR-REJECT-DATE IS NUMERIC
               AND MHR-REJECT-SEQ IS NUMERIC
               MOVE MHR-REJECT-DATE TO WS-HIST-RJ-DATE(WS-HIST-COUNT)
               MOVE MHR-REJECT-SEQ  TO WS-HIST-RJ-SEQ(WS-HIST-COUNT)
           ELSE
               MOVE ZEROS TO WS-HIST-RJ-DATE(WS-HIST-COUNT)
               MOVE ZEROS TO WS-HIST-RJ-SEQ(WS-HIST-COUNT)
           END-IF.

       1240-STORE-RENEWAL-KEY.
           MOVE MH-TRANS-TYPE    TO WS-HIST-TTYPE(WS-HIST-COUNT)
           MOVE MH-AMOUNT        TO WS-HIST-AMOUNT(WS-HIST-COUNT)
           MOVE MH-DATE          TO WS-HIST-DATE(WS-HIST-COUNT)
           MOVE MH-MATURITY-DATE TO WS-HIST-MAT(WS-HIST-COUNT)
           MOVE MH-CURRENCY-CODE TO WS-HIST-CCY(WS-HIST-COUNT)
           MOVE ZEROS TO WS-HIST-RJ-DATE(WS-HIST-COUNT)
           MOVE ZEROS TO WS-HIST-RJ-SEQ(WS-HIST-COUNT).

      *----------------------------------------------------------------*
      * 2000-PASS-CAPTURE -- every capture record goes to TRANSOUT     *
      * exactly as read, in order, ahead of the system batch. Its      *
      * batches are noted on the register so the register accounts    *
      * for every detail on the file, not just the merged ones.        *
      *----------------------------------------------------------------*
       2000-PASS-CAPTURE.
           PERFORM 2100-READ-CAPTURE
           PERFORM 2010-PASS-ONE-CAPTURE
               UNTIL WS-CAPT-EOF = 'Y'
           CLOSE CAPTURE-FILE.

       2010-PASS-ONE-CAPTURE.
           ADD 1 TO WS-CAPT-READ
           EVALUATE TRUE
               WHEN CCR-BATCH-HEADER
                   ADD 1 TO WS-CAPT-BATCHES
                   MOVE CCR-BATCH-NUMBER  TO WS-CAPT-BATCH-NUMBER
                   MOVE CCR-BUSINESS-DATE TO WS-CAPT-BATCH-DATE
                   MOVE ZEROS TO WS-CAPT-BATCH-DETAILS
                   IF CCR-BUSINESS-DATE > WS-CAPT-LATEST-DATE
                       MOVE CCR-BUSINESS-DATE TO WS-CAPT-LATEST-DATE
                   END-IF
               WHEN CCR-BATCH-TRAILER
                   PERFORM 8000-WRITE-CAPTURE-LINE
               WHEN OTHER
                   ADD 1 TO WS-CAPT-DETAILS
                   ADD 1 TO WS-CAPT-BATCH-DETAILS
           END-EVALUATE
           MOVE CAPTURE-RECORD TO TRANS-RECORD
           WRITE TRANS-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2100-READ-CAPTURE.

       2100-READ-CAPTURE.
           READ CAPTURE-FILE
               AT END MOVE 'Y' TO WS-CAPT-EOF.

      *----------------------------------------------------------------*
      * 2900-SET-BUSINESS-DATE -- an argument date wins; otherwise the *
      * latest capture header date; otherwise today.                   *
      *----------------------------------------------------------------*
       2900-SET-BUSINESS-DATE.
           IF WS-DATE-FROM-ARG NOT = 'Y'
               IF WS-CAPT-LATEST-DATE > ZEROS
                   MOVE WS-CAPT-LATEST-DATE TO WS-BUSINESS-DATE
               ELSE
                   MOVE WS-TODAY-PACKED TO WS-BUSINESS-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3000/4000 -- each feed is read through once and every record  *
      * offered to 6000-MERGE-ONE-DETAIL with its source named. Both   *
      * feeds are already in TRANS-RECORD layout.                      *
      *----------------------------------------------------------------*
       3000-MERGE-RENEWALS.
           OPEN INPUT RENEWAL-FILE
           IF WS-RNW-NOT-FOUND
               CONTINUE
           ELSE
               MOVE 'N' TO WS-FEED-EOF
               PERFORM 3010-MERGE-ONE-RENEWAL
                   UNTIL WS-FEED-EOF = 'Y'
               CLOSE RENEWAL-FILE
           END-IF.

       3010-MERGE-ONE-RENEWAL.
           READ RENEWAL-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-RENEWALS-READ
                   MOVE RENEWAL-RECORD TO TRANS-RECORD
                   MOVE SPACE TO TR-DUP-RELEASE
                   MOVE 'RENEWAL' TO WS-MRG-SOURCE
                   PERFORM 6000-MERGE-ONE-DETAIL
           END-READ.

       4000-MERGE-REPAIRS.
           OPEN INPUT REPAIR-FILE
           IF WS-RPR-NOT-FOUND
               CONTINUE
           ELSE
               MOVE 'N' TO WS-FEED-EOF
               PERFORM 4010-MERGE-ONE-REPAIR
                   UNTIL WS-FEED-EOF = 'Y'
               CLOSE REPAIR-FILE
           END-IF.

       4010-MERGE-ONE-REPAIR.
           READ REPAIR-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-REPAIRS-READ
                   MOVE REPAIR-RECORD TO TRANS-RECORD
                   MOVE 'REPAIR' TO WS-MRG-SOURCE
                   PERFORM 6000-MERGE-ONE-DETAIL
           END-READ.

      *----------------------------------------------------------------*
      * 5000-CLOSE-SYSTEM-BATCH -- the trailer carries the count and   *
      * TR-AMOUNT hash of exactly the details written under this       *
      * header, which is what 2950-VERIFY-BATCH-BALANCE will prove.    *
      *----------------------------------------------------------------*
       5000-CLOSE-SYSTEM-BATCH.
           IF WS-SYS-BATCH-OPEN = 'Y'
               MOVE SPACES TO BATCH-CONTROL-RECORD
               MOVE 'BATCHTRL' TO BCR-RECORD-TYPE
               MOVE WS-SYS-BATCH-NUMBER TO BCR-BATCH-NUMBER
               MOVE WS-BUSINESS-DATE TO BCR-BUSINESS-DATE
               MOVE WS-SYS-COUNT TO BCR-RECORD-COUNT
               MOVE WS-SYS-HASH-TOTAL TO BCR-HASH-TOTAL
               WRITE TRANS-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               MOVE 'N' TO WS-SYS-BATCH-OPEN
               PERFORM 8300-WRITE-SYSTEM-TOTALS
           ELSE
               MOVE SPACES TO MERGE-REPORT-RECORD
               MOVE 'NO SYSTEM BATCH WRITTEN - NOTHING TO MERGE'
                   TO MERGE-REPORT-RECORD(1:42)
               WRITE MERGE-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * 6000-MERGE-ONE-DETAIL -- the detail in TRANS-RECORD merges     *
      * unless it repeats one already merged inside the window: a      *
      * renewal by content, a repair by the reject it was built from.  *
      *----------------------------------------------------------------*
       6000-MERGE-ONE-DETAIL.
           COMPUTE WS-MRG-DATE =
               TR-YEAR * 10000 + TR-MONTH * 100 + TR-DAY
           COMPUTE WS-MRG-MAT-DATE =
               TR-MAT-YEAR * 10000 + TR-MAT-MONTH * 100 + TR-MAT-DAY
           MOVE ZEROS TO WS-HIST-SLOT
           MOVE 1 TO WS-HIST-IX
           EVALUATE TRUE
               WHEN WS-MRG-SOURCE = 'RENEWAL'
                   PERFORM 6010-MATCH-ONE-HISTORY
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                       OR WS-HIST-SLOT > ZEROS
               WHEN TR-REJECT-DATE IS NUMERIC
                   AND TR-REJECT-SEQ IS NUMERIC
                   AND TR-REJECT-SEQ > ZEROS
                   PERFORM 6020-MATCH-ONE-REPAIR
                       UNTIL WS-HIST-IX > WS-HIST-COUNT
                       OR WS-HIST-SLOT > ZEROS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-HIST-SLOT > ZEROS
               ADD 1 TO WS-DUPS-SUPPRESSED
               PERFORM 8200-WRITE-DUPLICATE-LINE
           ELSE
               PERFORM 6100-WRITE-SYSTEM-DETAIL
           END-IF.

       6010-MATCH-ONE-HISTORY.
           IF WS-HIST-SOURCE(WS-HIST-IX) = 'RENEWAL'
               AND WS-HIST-ACCOUNT(WS-HIST-IX) = TR-ACCOUNT-ID
               AND WS-HIST-TTYPE(WS-HIST-IX) = TR-TRANS-TYPE
               AND WS-HIST-AMOUNT(WS-HIST-IX) = TR-AMOUNT
               AND WS-HIST-DATE(WS-HIST-IX) = WS-MRG-DATE
               AND WS-HIST-MAT(WS-HIST-IX) = WS-MRG-MAT-DATE
               AND WS-HIST-CCY(WS-HIST-IX) = TR-CURRENCY-CODE
               MOVE WS-HIST-IX TO WS-HIST-SLOT
           END-IF
           ADD 1 TO WS-HIST-IX.

      * A released duplicate or a second repair of a re-rejected
      * item comes from a reject of its own, so only a repair of the
      * very same reject -- ERR-REPROC run twice -- matches here.
       6020-MATCH-ONE-REPAIR.
           IF WS-HIST-SOURCE(WS-HIST-IX) = 'REPAIR'
               AND WS-HIST-ACCOUNT(WS-HIST-IX) = TR-ACCOUNT-ID
               AND WS-HIST-RJ-DATE(WS-HIST-IX) = TR-REJECT-DATE
               AND WS-HIST-RJ-SEQ(WS-HIST-IX) = TR-REJECT-SEQ
               MOVE WS-HIST-IX TO WS-HIST-SLOT
           END-IF
           ADD 1 TO WS-HIST-IX.

       6100-WRITE-SYSTEM-DETAIL.
           IF WS-SYS-BATCH-OPEN NOT = 'Y'
               PERFORM 6050-OPEN-SYSTEM-BATCH
           END-IF
           WRITE TRANS-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-SYS-COUNT
           ADD TR-AMOUNT TO WS-SYS-HASH-TOTAL
           IF WS-MRG-SOURCE = 'RENEWAL'
               ADD 1 TO WS-RENEWALS-MERGED
           ELSE
               ADD 1 TO WS-REPAIRS-MERGED
           END-IF
           PERFORM 6150-REMEMBER-DETAIL
           PERFORM 8100-WRITE-MERGED-LINE.

      *----------------------------------------------------------------*
      * 6050-OPEN-SYSTEM-BATCH -- next number in the system range and  *
      * the header, written ahead of the detail that is waiting in     *
      * TRANS-RECORD (held aside while the header uses the record).    *
      *----------------------------------------------------------------*
       6050-OPEN-SYSTEM-BATCH.
           IF WS-LAST-SYS-BATCH < WS-SYS-BATCH-FIRST
               OR WS-LAST-SYS-BATCH >= WS-SYS-BATCH-LAST
               MOVE WS-SYS-BATCH-FIRST TO WS-SYS-BATCH-NUMBER
           ELSE
               COMPUTE WS-SYS-BATCH-NUMBER = WS-LAST-SYS-BATCH + 1
           END-IF
           MOVE WS-SYS-BATCH-NUMBER TO WS-LAST-SYS-BATCH
           MOVE TRANS-RECORD TO WS-HOLD-DETAIL
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE 'BATCHHDR' TO BCR-RECORD-TYPE
           MOVE WS-SYS-BATCH-NUMBER TO BCR-BATCH-NUMBER
           MOVE WS-BUSINESS-DATE TO BCR-BUSINESS-DATE
           MOVE ZEROS TO BCR-RECORD-COUNT
           MOVE ZEROS TO BCR-HASH-TOTAL
           WRITE TRANS-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE 'Y' TO WS-SYS-BATCH-OPEN
           MOVE WS-HOLD-DETAIL TO TRANS-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'SYSTEM    BATCH ' TO MERGE-REPORT-RECORD(1:16)
           MOVE WS-SYS-BATCH-NUMBER TO MERGE-REPORT-RECORD(17:6)
           MOVE ' OF ' TO MERGE-REPORT-RECORD(23:4)
           MOVE WS-BUSINESS-DATE TO MERGE-REPORT-RECORD(27:8)
           MOVE ' OPENED FOR RENEWALS AND REPAIRS'
               TO MERGE-REPORT-RECORD(35:32)
           WRITE MERGE-REPORT-RECORD.

       6150-REMEMBER-DETAIL.
           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1 TO WS-HIST-COUNT
               MOVE TR-ACCOUNT-ID    TO WS-HIST-ACCOUNT(WS-HIST-COUNT)
               MOVE TR-TRANS-TYPE    TO WS-HIST-TTYPE(WS-HIST-COUNT)
               MOVE TR-AMOUNT        TO WS-HIST-AMOUNT(WS-HIST-COUNT)
               MOVE WS-MRG-DATE      TO WS-HIST-DATE(WS-HIST-COUNT)
               MOVE WS-MRG-MAT-DATE  TO WS-HIST-MAT(WS-HIST-COUNT)
               MOVE TR-CURRENCY-CODE TO WS-HIST-CCY(WS-HIST-COUNT)
               MOVE WS-MRG-SOURCE    TO WS-HIST-SOURCE(WS-HIST-COUNT)
               MOVE WS-TODAY-PACKED  TO WS-HIST-MERGED(WS-HIST-COUNT)
               MOVE WS-SYS-BATCH-NUMBER TO
                   WS-HIST-BATCH(WS-HIST-COUNT)
               IF WS-MRG-SOURCE = 'REPAIR'
                   AND TR-REJECT-DATE IS NUMERIC
                   AND TR-REJECT-SEQ IS NUMERIC
                   MOVE TR-REJECT-DATE TO
                       WS-HIST-RJ-DATE(WS-HIST-COUNT)
                   MOVE TR-REJECT-SEQ TO
                       WS-HIST-RJ-SEQ(WS-HIST-COUNT)
               ELSE
                   MOVE ZEROS TO WS-HIST-RJ-DATE(WS-HIST-COUNT)
                   MOVE ZEROS TO WS-HIST-RJ-SEQ(WS-HIST-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-HIST-FULL
           END-IF.

      *----------------------------------------------------------------*
      * 8000-8300 -- the merge register. Capture details are accounted *
      * for a batch at a time; every system-generated detail gets its  *
      * own line naming its source and where it went.                  *
      *----------------------------------------------------------------*
       8000-WRITE-CAPTURE-LINE.
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'CAPTURE   BATCH ' TO MERGE-REPORT-RECORD(1:16)
           MOVE WS-CAPT-BATCH-NUMBER TO MERGE-REPORT-RECORD(17:6)
           MOVE ' OF ' TO MERGE-REPORT-RECORD(23:4)
           MOVE WS-CAPT-BATCH-DATE TO MERGE-REPORT-RECORD(27:8)
           MOVE ' DETAILS ' TO MERGE-REPORT-RECORD(35:9)
           MOVE WS-CAPT-BATCH-DETAILS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(44:9)
           MOVE ' PASSED THROUGH' TO MERGE-REPORT-RECORD(53:15)
           WRITE MERGE-REPORT-RECORD.

       8100-WRITE-MERGED-LINE.
           PERFORM 8150-FORMAT-DETAIL-LINE
           MOVE WS-SYS-BATCH-NUMBER TO MERGE-REPORT-RECORD(28:6)
           MOVE ' MERGED' TO MERGE-REPORT-RECORD(101:7)
           WRITE MERGE-REPORT-RECORD.

       8150-FORMAT-DETAIL-LINE.
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE TR-ACCOUNT-ID TO MERGE-REPORT-RECORD(1:12)
           MOVE WS-MRG-SOURCE TO MERGE-REPORT-RECORD(14:7)
           MOVE ' BATCH ' TO MERGE-REPORT-RECORD(21:7)
           MOVE ' TYPE ' TO MERGE-REPORT-RECORD(34:6)
           MOVE TR-TRANS-TYPE TO MERGE-REPORT-RECORD(40:4)
           MOVE ' AMOUNT ' TO MERGE-REPORT-RECORD(44:8)
           MOVE TR-AMOUNT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO MERGE-REPORT-RECORD(52:18)
           MOVE TR-CURRENCY-CODE TO MERGE-REPORT-RECORD(71:3)
           MOVE ' DATE ' TO MERGE-REPORT-RECORD(74:6)
           MOVE WS-MRG-DATE TO MERGE-REPORT-RECORD(80:8)
           MOVE ' MAT ' TO MERGE-REPORT-RECORD(88:5)
           MOVE WS-MRG-MAT-DATE TO MERGE-REPORT-RECORD(93:8).

       8200-WRITE-DUPLICATE-LINE.
           PERFORM 8150-FORMAT-DETAIL-LINE
           MOVE '------' TO MERGE-REPORT-RECORD(28:6)
           MOVE ' *** DUPLICATE ***' TO MERGE-REPORT-RECORD(101:18)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'ALREADY MERGED AS ' TO MERGE-REPORT-RECORD(14:18)
           MOVE WS-HIST-SOURCE(WS-HIST-SLOT) TO
               MERGE-REPORT-RECORD(32:7)
           MOVE ' ON ' TO MERGE-REPORT-RECORD(39:4)
           MOVE WS-HIST-MERGED(WS-HIST-SLOT) TO
               MERGE-REPORT-RECORD(43:8)
           MOVE ' IN BATCH ' TO MERGE-REPORT-RECORD(51:10)
           MOVE WS-HIST-BATCH(WS-HIST-SLOT) TO
               MERGE-REPORT-RECORD(61:6)
           MOVE ' - NOT MERGED AGAIN' TO MERGE-REPORT-RECORD(67:19)
           WRITE MERGE-REPORT-RECORD.

       8300-WRITE-SYSTEM-TOTALS.
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'SYSTEM    BATCH ' TO MERGE-REPORT-RECORD(1:16)
           MOVE WS-SYS-BATCH-NUMBER TO MERGE-REPORT-RECORD(17:6)
           MOVE ' OF ' TO MERGE-REPORT-RECORD(23:4)
           MOVE WS-BUSINESS-DATE TO MERGE-REPORT-RECORD(27:8)
           MOVE ' DETAILS ' TO MERGE-REPORT-RECORD(35:9)
           MOVE WS-SYS-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(44:9)
           MOVE ' HASH ' TO MERGE-REPORT-RECORD(53:6)
           MOVE WS-SYS-HASH-TOTAL TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO MERGE-REPORT-RECORD(59:18)
           MOVE ' CLOSED' TO MERGE-REPORT-RECORD(77:7)
           WRITE MERGE-REPORT-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'CAPTURE RECORDS READ.....' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-CAPT-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'CAPTURE BATCHES..........' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-CAPT-BATCHES TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'CAPTURE DETAILS..........' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-CAPT-DETAILS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'RENEWALS READ............' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-RENEWALS-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'RENEWALS MERGED..........' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-RENEWALS-MERGED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'REPAIRS READ.............' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-REPAIRS-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'REPAIRS MERGED...........' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-REPAIRS-MERGED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'DUPLICATES NOT MERGED....' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-DUPS-SUPPRESSED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'RECORDS WRITTEN..........' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-RECORDS-WRITTEN TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           MOVE SPACES TO MERGE-REPORT-RECORD
           MOVE 'HISTORY AGED OFF.........' TO
               MERGE-REPORT-RECORD(1:25)
           MOVE WS-HIST-DROPPED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO MERGE-REPORT-RECORD(27:9)
           WRITE MERGE-REPORT-RECORD
           PERFORM 9100-WRITE-NEW-HISTORY
           EVALUATE TRUE
               WHEN WS-HIST-FULL = 'Y'
                   MOVE SPACES TO MERGE-REPORT-RECORD
                   MOVE '*** MERGE HISTORY TABLE FULL - DUPLICATE '
                       TO MERGE-REPORT-RECORD(1:41)
                   MOVE 'CHECK INCOMPLETE ***'
                       TO MERGE-REPORT-RECORD(42:20)
                   WRITE MERGE-REPORT-RECORD
                   DISPLAY 'CAPT-MERGE: MERGE HISTORY TABLE FULL - '
                       'DUPLICATE CHECK INCOMPLETE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DUPS-SUPPRESSED > ZEROS
                   DISPLAY 'CAPT-MERGE: ' WS-DUPS-SUPPRESSED
                       ' DUPLICATE DETAILS NOT MERGED - SEE REGISTER'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE TRANS-FILE
           CLOSE MERGE-REPORT.

      *----------------------------------------------------------------*
      * 9100-WRITE-NEW-HISTORY -- the control record first, then      *
      * every entry still inside the window, tonight's included.       *
      *----------------------------------------------------------------*
       9100-WRITE-NEW-HISTORY.
           OPEN OUTPUT MERGE-HISTORY-NEW
           MOVE SPACES TO MERGE-CONTROL-NEW-RECORD
           MOVE 'MERGECTL' TO MHCN-RECORD-TYPE
           MOVE WS-LAST-SYS-BATCH TO MHCN-LAST-BATCH
           MOVE WS-TODAY-PACKED TO MHCN-LAST-MERGE-DATE
           WRITE MERGE-HISTORY-NEW-RECORD
           MOVE 1 TO WS-HIST-IX
           PERFORM 9110-WRITE-ONE-HISTORY
               UNTIL WS-HIST-IX > WS-HIST-COUNT
           CLOSE MERGE-HISTORY-NEW.

       9110-WRITE-ONE-HISTORY.
           IF WS-HIST-SOURCE(WS-HIST-IX) = 'REPAIR'
               PERFORM 9120-BUILD-REPAIR-HISTORY
           ELSE
               PERFORM 9130-BUILD-RENEWAL-HISTORY
           END-IF
           WRITE MERGE-HISTORY-NEW-RECORD
           ADD 1 TO WS-HIST-IX.

       9120-BUILD-REPAIR-HISTORY.
           MOVE SPACES TO MERGE-REPAIR-NEW-RECORD
           MOVE WS-HIST-ACCOUNT(WS-HIST-IX) TO MHRN-ACCOUNT-ID
           MOVE WS-HIST-RJ-DATE(WS-HIST-IX) TO MHRN-REJECT-DATE
           MOVE WS-HIST-RJ-SEQ(WS-HIST-IX)  TO MHRN-REJECT-SEQ
           MOVE WS-HIST-SOURCE(WS-HIST-IX)  TO MHRN-SOURCE
           MOVE WS-HIST-MERGED(WS-HIST-IX)  TO MHRN-MERGE-DATE
           MOVE WS-HIST-BATCH(WS-HIST-IX)   TO MHRN-BATCH-NUMBER.

       9130-BUILD-RENEWAL-HISTORY.
           MOVE WS-HIST-ACCOUNT(WS-HIST-IX) TO MHN-ACCOUNT-ID
           MOVE WS-HIST-TTYPE(WS-HIST-IX)   TO MHN-TRANS-TYPE
           MOVE WS-HIST-AMOUNT(WS-HIST-IX)  TO MHN-AMOUNT
           MOVE WS-HIST-DATE(WS-HIST-IX)    TO MHN-DATE
           MOVE WS-HIST-MAT(WS-HIST-IX)     TO MHN-MATURITY-DATE
           MOVE WS-HIST-CCY(WS-HIST-IX)     TO MHN-CURRENCY-CODE
           MOVE WS-HIST-SOURCE(WS-HIST-IX)  TO MHN-SOURCE
           MOVE WS-HIST-MERGED(WS-HIST-IX)  TO MHN-MERGE-DATE
           MOVE WS-HIST-BATCH(WS-HIST-IX)   TO MHN-BATCH-NUMBER.
