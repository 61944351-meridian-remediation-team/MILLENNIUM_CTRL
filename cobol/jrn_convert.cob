      *================================================================*
      * PROGRAM:    JRN-CONVT                                          *
      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-10-15                                         *
      * PURPOSE:    ONE-TIME CONVERSION OF THE PERMANENT AUDITJRN      *
      *             JOURNAL FROM ITS ORIGINAL 100-BYTE LAYOUT TO THE   *
      *             120-BYTE LAYOUT THAT CARRIES THE ENTRY TYPE AND    *
      *             THE MAKER AND CHECKER OPERATOR IDS.                *
      *================================================================*
      *
      * Files:
      *   AUDITJRN IN   the journal as ACCT-MAINT wrote it before dual
      *                 control (100 bytes)
      *   AUDITJNN OUT  new generation of AUDITJRN (120 bytes)
      *   JRNCVRPT OUT  conversion report and count proof
      *
      * Run once, after the last ACCT-MAINT on the 100-byte layout and
      * before the first ACCT-MAINT or CAL-MAINT on the 120-byte one;
      * neither they nor ACCT-REBLD, ACCT-INQ or FILE-RETAIN may run
      * against AUDITJRN until it has been converted. The scheduler
      * swaps AUDITJNN over AUDITJRN only on RETURN-CODE 0, the way
      * HOLCALN replaces HOLCAL. Any archive generation cut from the
      * 100-byte journal is converted the same way, DD AUDITJRN
      * pointed at it, before it is concatenated ahead of the live
      * file.
      *
      * Every entry is carried in file order with its first 99 bytes
      * unchanged. The entry type, maker ID and checker ID are left
      * blank: a blank entry type reads as an account entry, which
      * is all the 100-byte journal ever held, and nobody was keying
      * or releasing actions by operator ID when these were written.
      *
      * Proof: entries read = entries written, and AUDITJNN is read
      * back and must give the same count and the same hash total
      * (the sum of the action dates) with every new field blank. An
      * entry whose action date or time is not numeric means the
      * input is not a 100-byte journal -- most likely one already
      * converted -- and is counted and listed. A difference, or any
      * such entry, ends RETURN-CODE 12 and AUDITJNN must not be
      * swapped. AUDITJRN not on disk ends RETURN-CODE 16.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  MERIDIAN-OPS  Original version. AUDITJRN grew to
      *                             120 bytes with maker-checker and
      *                             the journal on disk had to follow.
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRN-CONVT.
       AUTHOR. MERIDIAN-OPS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-JOURNAL     ASSIGN TO AUDITJRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-JOURNAL     ASSIGN TO AUDITJNN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-NEW-STATUS.
           SELECT CONVERT-REPORT  ASSIGN TO JRNCVRPT
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * OLD-JOURNAL -- the original 100-byte AUDITJRN entry.           *
      *----------------------------------------------------------------*
       FD  OLD-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  OLD-JOURNAL-RECORD.
           05  OJR-ACTION         PIC X(1).
           05  OJR-ACCOUNT-ID     PIC X(12).
           05  OJR-ACTION-DATE    PIC 9(8).
           05  OJR-ACTION-TIME    PIC 9(6).
           05  OJR-SOURCE-FEED    PIC X(8).
           05  OJR-BEFORE-IMAGE   PIC X(32).
           05  OJR-AFTER-IMAGE    PIC X(32).
           05  FILLER             PIC X(1).

      *----------------------------------------------------------------*
      * NEW-JOURNAL -- the 120-byte entry, as ACCT-MAINT now writes    *
      * it.                                                            *
      *----------------------------------------------------------------*
       FD  NEW-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  NEW-JOURNAL-RECORD.
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

       FD  CONVERT-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERT-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-END-OF-FILE     PIC X(1)    VALUE 'N'.
           05  WS-VFY-EOF         PIC X(1)    VALUE 'N'.
           05  WS-OUT-OF-BALANCE  PIC X(1)    VALUE 'N'.

       01  WS-OLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-OLD-NOT-FOUND                VALUE '35'.
       01  WS-NEW-STATUS          PIC X(2)    VALUE '00'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT      PIC 9(9)    VALUE ZEROS.
           05  WS-WRITTEN-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-INVALID-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-VFY-COUNT       PIC 9(9)    VALUE ZEROS.
           05  WS-VFY-NOT-BLANK   PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * HASH TOTALS -- the sum of the action dates, taken as each      *
      * entry is read and again as AUDITJNN is read back.              *
      *----------------------------------------------------------------*
       01  WS-HASH-TOTALS.
           05  WS-READ-HASH       PIC S9(16)  COMP-3 VALUE ZEROS.
           05  WS-VFY-HASH        PIC S9(16)  COMP-3 VALUE ZEROS.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.

       01  WS-CTL-COUNT-ED        PIC Z(8)9.
       01  WS-CTL-HASH-ED         PIC Z(15)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-JOURNAL
           PERFORM 3000-READ-BACK-JOURNAL
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> No journal on disk means nothing to convert and nothing the
      *> scheduler should swap in; the run stops before AUDITJNN is
      *> created.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           OPEN INPUT OLD-JOURNAL
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'JRN-CONVT: AUDITJRN OPEN FAILED, STATUS='
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-JOURNAL
           OPEN OUTPUT CONVERT-REPORT
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'AUDITJRN CONVERSION 100 TO 120 BYTES'
               TO CONVERT-REPORT-RECORD(1:36)
           MOVE 'RUN DATE ' TO CONVERT-REPORT-RECORD(50:9)
           MOVE WS-TODAY-PACKED TO CONVERT-REPORT-RECORD(59:8)
           WRITE CONVERT-REPORT-RECORD.

      *----------------------------------------------------------------*
      * 2000-CONVERT-JOURNAL -- one 120-byte entry per 100-byte entry, *
      * in file order, the new fields blank.                           *
      *----------------------------------------------------------------*
       2000-CONVERT-JOURNAL.
           PERFORM 2100-READ-OLD-JOURNAL
           PERFORM 2010-CONVERT-ONE-ENTRY
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE OLD-JOURNAL
           CLOSE NEW-JOURNAL.

       2010-CONVERT-ONE-ENTRY.
           ADD 1 TO WS-READ-COUNT
           IF OJR-ACTION-DATE NOT NUMERIC
               OR OJR-ACTION-TIME NOT NUMERIC
               ADD 1 TO WS-INVALID-COUNT
               PERFORM 8100-WRITE-INVALID-LINE
           ELSE
               ADD OJR-ACTION-DATE TO WS-READ-HASH
           END-IF
           MOVE SPACES           TO NEW-JOURNAL-RECORD
           MOVE OLD-JOURNAL-RECORD(1:99)
                                 TO NEW-JOURNAL-RECORD(1:99)
           MOVE SPACES           TO JRN-ENTRY-TYPE
           MOVE SPACES           TO JRN-MAKER-ID
           MOVE SPACES           TO JRN-CHECKER-ID
           WRITE NEW-JOURNAL-RECORD
           IF WS-NEW-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY 'JRN-CONVT: AUDITJNN WRITE FAILED, STATUS='
                   WS-NEW-STATUS
           END-IF
           PERFORM 2100-READ-OLD-JOURNAL.

       2100-READ-OLD-JOURNAL.
           READ OLD-JOURNAL
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      *----------------------------------------------------------------*
      * 3000-READ-BACK-JOURNAL -- AUDITJNN as written must give back   *
      * what AUDITJRN gave, with nothing in the new fields.            *
      *----------------------------------------------------------------*
       3000-READ-BACK-JOURNAL.
           OPEN INPUT NEW-JOURNAL
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'JRN-CONVT: AUDITJNN READ-BACK OPEN FAILED, '
                   'STATUS=' WS-NEW-STATUS
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           ELSE
               PERFORM 3010-VERIFY-ONE-ENTRY
                   UNTIL WS-VFY-EOF = 'Y'
               CLOSE NEW-JOURNAL
           END-IF.

       3010-VERIFY-ONE-ENTRY.
           READ NEW-JOURNAL
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   ADD 1 TO WS-VFY-COUNT
                   IF JRN-ACTION-DATE IS NUMERIC
                       ADD JRN-ACTION-DATE TO WS-VFY-HASH
                   END-IF
                   IF JRN-ENTRY-TYPE NOT = SPACES
                       OR JRN-MAKER-ID NOT = SPACES
                       OR JRN-CHECKER-ID NOT = SPACES
                       ADD 1 TO WS-VFY-NOT-BLANK
                   END-IF
           END-READ.

      *> The input entry is listed whole enough to find it: the first
      *> 35 bytes carry the action, account, date, time and feed.
       8100-WRITE-INVALID-LINE.
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'NOT 100-BYTE LAYOUT: ' TO CONVERT-REPORT-RECORD(1:21)
           MOVE WS-READ-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CONVERT-REPORT-RECORD(22:9)
           MOVE OLD-JOURNAL-RECORD(1:35)
               TO CONVERT-REPORT-RECORD(32:35)
           WRITE CONVERT-REPORT-RECORD.

       8200-WRITE-COUNT-LINE.
           MOVE WS-CTL-COUNT-ED TO CONVERT-REPORT-RECORD(27:9)
           WRITE CONVERT-REPORT-RECORD.

       8300-WRITE-HASH-LINE.
           MOVE WS-CTL-HASH-ED TO CONVERT-REPORT-RECORD(27:16)
           WRITE CONVERT-REPORT-RECORD.

      *----------------------------------------------------------------*
      * 9000-TERMINATE -- counts and hash totals, then the proof. The  *
      * return code is what the scheduler swaps AUDITJNN on.           *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               OR WS-VFY-COUNT NOT = WS-READ-COUNT
               OR WS-VFY-HASH NOT = WS-READ-HASH
               OR WS-VFY-NOT-BLANK > ZEROS
               OR WS-INVALID-COUNT > ZEROS
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'ENTRIES READ.............' TO
               CONVERT-REPORT-RECORD(1:25)
           MOVE WS-READ-COUNT TO WS-CTL-COUNT-ED
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'ENTRIES WRITTEN..........' TO
               CONVERT-REPORT-RECORD(1:25)
           MOVE WS-WRITTEN-COUNT TO WS-CTL-COUNT-ED
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'ENTRIES READ BACK........' TO
               CONVERT-REPORT-RECORD(1:25)
           MOVE WS-VFY-COUNT TO WS-CTL-COUNT-ED
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'NOT 100-BYTE LAYOUT......' TO
               CONVERT-REPORT-RECORD(1:25)
           MOVE WS-INVALID-COUNT TO WS-CTL-COUNT-ED
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'NEW FIELDS NOT BLANK.....' TO
               CONVERT-REPORT-RECORD(1:25)
           MOVE WS-VFY-NOT-BLANK TO WS-CTL-COUNT-ED
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'DATE HASH READ...........' TO
               CONVERT-REPORT-RECORD(1:25)
           MOVE WS-READ-HASH TO WS-CTL-HASH-ED
           PERFORM 8300-WRITE-HASH-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           MOVE 'DATE HASH READ BACK......' TO
               CONVERT-REPORT-RECORD(1:25)
           MOVE WS-VFY-HASH TO WS-CTL-HASH-ED
           PERFORM 8300-WRITE-HASH-LINE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE '*** OUT OF BALANCE - DO NOT SWAP AUDITJNN ***'
                   TO CONVERT-REPORT-RECORD(1:45)
               DISPLAY 'JRN-CONVT: CONVERSION OUT OF BALANCE - '
                   'AUDITJNN NOT TO BE SWAPPED'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'CONVERSION IN BALANCE' TO
                   CONVERT-REPORT-RECORD(1:21)
           END-IF
           WRITE CONVERT-REPORT-RECORD
           CLOSE CONVERT-REPORT.
