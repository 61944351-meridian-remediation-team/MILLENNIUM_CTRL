      *================================================================*
      * PROGRAM:    FILE-RETAIN                                        *
      * AUTHOR:     MERIDIAN REMEDIATION TEAM                         *
      * DATE:       2026-10-15                                         *
      * PURPOSE:    RETENTION AND ARCHIVING FOR THE PERMANENT FILES    *
      *             THE NIGHTLY BATCH READS FROM THE TOP -- RUNHIST,   *
      *             RATEHIST, AUDITJRN AND THE CHECKPOINT LOG. MOVES   *
      *             RECORDS PAST THEIR ONLINE PERIOD TO A DATED        *
      *             ARCHIVE GENERATION, PROVES BY COUNT AND HASH THAT  *
      *             NOTHING WAS LOST, AND LISTS ARCHIVE GENERATIONS    *
      *             THAT HAVE OUTLIVED THE REGULATORY PERIOD.          *
      *================================================================*
      *
      * Files:
      *   RETNRULE IN   optional per-file rule overrides (see below)
      *   RUNHIST  IN   PATCH-BANKING run history (60 bytes)
      *   RUNHISTN OUT  new live generation of RUNHIST
      *   RUNHARCH OUT  archive generation of RUNHIST
      *   RATEHIST IN   PATCH-BANKING rate history (32 bytes)
      *   RATEHSTN OUT  new live generation of RATEHIST
      *   RATEARCH OUT  archive generation of RATEHIST
      *   AUDITJRN IN   ACCT-MAINT/CAL-MAINT journal (120 bytes; one
      *                 in the original 100-byte layout is converted
      *                 by JRN-CONVT before it is split here)
      *   AUDITJNN OUT  new live generation of AUDITJRN
      *   AUDJARCH OUT  archive generation of AUDITJRN
      *   CHKPTFIL IN   PATCH-BANKING checkpoint log (705 bytes)
      *   CHKPTFLN OUT  new live generation of CHKPTFIL
      *   CHKPARCH OUT  archive generation of CHKPTFIL
      *   RETNKEEP WRK  journal record numbers kept as latest images
      *   RETNCTL  I-O  permanent control log, one record per file per
      *                 run: cutoff, counts and hash totals in, kept
      *                 and archived, and the archived date range
      *   RETNRPT  OUT  retention report and purge-eligible list
      *
      * Not a nightly step: operations run it monthly, after the
      * night's JOB-CHAIN has ended clean and before the next
      * PATCH-BANKING, with ACCT-MAINT and CAL-MAINT not running. The
      * run date is the first command-line argument (YYYYMMDD), today
      * if blank or invalid. The scheduler swaps each new live
      * generation over its file and catalogs each archive generation
      * under the run date, as it does DUPHISTN -- only on a return
      * code below 12. Archive records keep their file's own layout,
      * so concatenating a file's archive generations, oldest first,
      * ahead of the live file restores every record. Order is kept
      * within each account (AUDITJRN) and currency (RATEHIST), which
      * is the only order their readers depend on.
      *
      * Each file keeps online every record dated inside its online
      * period (default 13 months back from the run date), plus what
      * its readers need to give the same answers as before:
      *   RUNHIST   the trailing five runs 9110-READ-TRAILING-RUNS
      *             averages, and the last record NIGHT-RECON reads
      *   RATEHIST  the latest rate for every currency ever carried,
      *             which 1322-LOAD-PRIOR-RATES and the missing-
      *             currency check compare tonight's feed against
      *   AUDITJRN  each account's latest image dated before the
      *             cutoff, so an ACCT-REBLD as of any date from the
      *             cutoff on rebuilds the same master; an earlier
      *             as-of date needs the archives concatenated ahead
      *   CHKPTFIL  the last checkpoint, which NIGHT-RECON ties out
      *             and a restart resumes from
      * Kept records stay in file order. The date tested is the run
      * date, rate date, action date and batch business date
      * respectively.
      *
      * RETNRULE (40 bytes): file ID (the DD name above), online
      * months, minimum trailing records, regulatory years. A rule
      * with zero or non-numeric periods is listed and ignored; a
      * minimum below what the file's readers need is raised to it.
      *
      * Nothing is purged outright. A file is split only into its new
      * live generation and its archive, and both are read back: read
      * = kept + archived and the read-back totals must equal what was
      * written, by count and by hash. Any difference ends the run
      * RETURN-CODE 12 and the new generations must not be swapped.
      * Archive generations are listed as eligible for purge only
      * once the newest record in them is past the regulatory period
      * (default 7 years); removing one is an operations decision.
      * A permanent file not on disk, or a rule ignored, ends
      * RETURN-CODE 4; an input that will not open ends 16.
      *
      * Hash totals: RUNHIST and CHKPTFIL sum the run's total amount,
      * RATEHIST the rates in millionths, AUDITJRN the action dates.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  MERIDIAN-OPS  Original version. The permanent
      *                             files were read from the top every
      *                             night and had never been trimmed.
      *================================================================*

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-RETAIN.
       AUTHOR. MERIDIAN-OPS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETN-RULES
                                  ASSIGN TO RETNRULE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RRL-STATUS.
           SELECT RUN-HISTORY     ASSIGN TO RUNHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IN-STATUS.
           SELECT RUN-HISTORY-NEW ASSIGN TO RUNHISTN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-HISTORY-ARC ASSIGN TO RUNHARCH
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-HISTORY    ASSIGN TO RATEHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IN-STATUS.
           SELECT RATE-HISTORY-NEW
                                  ASSIGN TO RATEHSTN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-HISTORY-ARC
                                  ASSIGN TO RATEARCH
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-JOURNAL   ASSIGN TO AUDITJRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IN-STATUS.
           SELECT AUDIT-JOURNAL-NEW
                                  ASSIGN TO AUDITJNN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-JOURNAL-ARC
                                  ASSIGN TO AUDJARCH
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IN-STATUS.
           SELECT CHECKPOINT-NEW  ASSIGN TO CHKPTFLN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT CHECKPOINT-ARC  ASSIGN TO CHKPARCH
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT KEEP-WORK       ASSIGN TO RETNKEEP
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT JRN-SORT-FILE   ASSIGN TO RETNSORT.
           SELECT KEEP-SORT-FILE  ASSIGN TO KEEPSORT.
           SELECT OPTIONAL RETN-CONTROL
                                  ASSIGN TO RETNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RCT-STATUS.
           SELECT RETN-REPORT     ASSIGN TO RETNRPT
                                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * RETN-RULES -- one record per file to override its defaults.    *
      *----------------------------------------------------------------*
       FD  RETN-RULES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  RETN-RULE-RECORD.
           05  RRL-FILE-ID        PIC X(8).
           05  RRL-ONLINE-MONTHS  PIC 9(3).
           05  RRL-MIN-KEEP       PIC 9(5).
           05  RRL-REG-YEARS      PIC 9(2).
           05  FILLER             PIC X(22).

      *----------------------------------------------------------------*
      * The permanent files and their two outputs are read and written *
      * whole; each is laid out in WORKING-STORAGE in the layout its   *
      * owning program writes.                                         *
      *----------------------------------------------------------------*
       FD  RUN-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RUN-HISTORY-RECORD     PIC X(60).

       FD  RUN-HISTORY-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RUN-HISTORY-NEW-RECORD PIC X(60).

       FD  RUN-HISTORY-ARC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  RUN-HISTORY-ARC-RECORD PIC X(60).

       FD  RATE-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  RATE-HISTORY-RECORD    PIC X(32).

       FD  RATE-HISTORY-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  RATE-HISTORY-NEW-RECORD
                                  PIC X(32).

       FD  RATE-HISTORY-ARC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS.
       01  RATE-HISTORY-ARC-RECORD
                                  PIC X(32).

       FD  AUDIT-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-JOURNAL-RECORD   PIC X(120).

       FD  AUDIT-JOURNAL-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-JOURNAL-NEW-RECORD
                                  PIC X(120).

       FD  AUDIT-JOURNAL-ARC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-JOURNAL-ARC-RECORD
                                  PIC X(120).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 705 CHARACTERS.
       01  CHECKPOINT-RECORD      PIC X(705).

       FD  CHECKPOINT-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 705 CHARACTERS.
       01  CHECKPOINT-NEW-RECORD  PIC X(705).

       FD  CHECKPOINT-ARC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 705 CHARACTERS.
       01  CHECKPOINT-ARC-RECORD  PIC X(705).

      *----------------------------------------------------------------*
      * KEEP-WORK -- AUDITJRN record numbers (first record = 1) of     *
      * each account's latest entry dated before the cutoff, written   *
      * in account order by the first journal SORT and put back in     *
      * journal order by the second.                                   *
      *----------------------------------------------------------------*
       FD  KEEP-WORK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 9 CHARACTERS.
       01  KEEP-WORK-RECORD       PIC 9(9).

       SD  JRN-SORT-FILE.
       01  JRN-SORT-RECORD.
           05  JSR-ACCOUNT-ID     PIC X(12).
           05  JSR-RECORD-NO      PIC 9(9).

       SD  KEEP-SORT-FILE.
       01  KEEP-SORT-RECORD.
           05  KSR-RECORD-NO      PIC 9(9).

      *----------------------------------------------------------------*
      * RETN-CONTROL -- permanent log of every file this program has   *
      * split: the proof of each archive generation and the dates it   *
      * holds, which the purge-eligible list is drawn from.            *
      *----------------------------------------------------------------*
       FD  RETN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  RETN-CONTROL-RECORD.
           05  RCT-FILE-ID        PIC X(8).
           05  RCT-RUN-DATE       PIC 9(8).
           05  RCT-RUN-TIME       PIC 9(6).
           05  RCT-CUTOFF-DATE    PIC 9(8).
           05  RCT-REG-YEARS      PIC 9(2).
           05  RCT-IN-COUNT       PIC 9(9).
           05  RCT-KEPT-COUNT     PIC 9(9).
           05  RCT-ARCH-COUNT     PIC 9(9).
           05  RCT-IN-HASH        PIC S9(16)V99 COMP-3.
           05  RCT-KEPT-HASH      PIC S9(16)V99 COMP-3.
           05  RCT-ARCH-HASH      PIC S9(16)V99 COMP-3.
           05  RCT-OLDEST-ARCH    PIC 9(8).
           05  RCT-NEWEST-ARCH    PIC 9(8).
           05  RCT-PROOF          PIC X(1).
               88  RCT-PROVEN                  VALUE 'Y'.
           05  FILLER             PIC X(14).

       FD  RETN-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RETN-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FLAGS.
           05  WS-FILE-EOF        PIC X(1)    VALUE 'N'.
           05  WS-VFY-EOF         PIC X(1)    VALUE 'N'.
           05  WS-SORT-EOF        PIC X(1)    VALUE 'N'.
           05  WS-RRL-EOF         PIC X(1)    VALUE 'N'.
           05  WS-KEEP-FLAG       PIC X(1)    VALUE 'N'.
           05  WS-LATEST-FLAG     PIC X(1)    VALUE 'N'.
           05  WS-FILE-SKIPPED    PIC X(1)    VALUE 'N'.
           05  WS-WARNING         PIC X(1)    VALUE 'N'.
           05  WS-OUT-OF-BALANCE  PIC X(1)    VALUE 'N'.
           05  WS-PROOF           PIC X(1)    VALUE 'N'.

       01  WS-IN-STATUS           PIC X(2)    VALUE '00'.
           88  WS-IN-NOT-FOUND                 VALUE '35'.
       01  WS-RRL-STATUS          PIC X(2)    VALUE '00'.
       01  WS-RCT-STATUS          PIC X(2)    VALUE '00'.

      *----------------------------------------------------------------*
      * RULE TABLE -- one slot per file, in the order they are run.    *
      * WS-RULE-FLOOR is the fewest trailing records the file's        *
      * readers need; a RETNRULE minimum below it is raised to it.     *
      *----------------------------------------------------------------*
       01  WS-RULE-VALUES.
           05  FILLER             PIC X(8)    VALUE 'RUNHIST '.
           05  FILLER             PIC 9(3)    VALUE 13.
           05  FILLER             PIC 9(5)    VALUE 5.
           05  FILLER             PIC 9(5)    VALUE 5.
           05  FILLER             PIC 9(2)    VALUE 7.
           05  FILLER             PIC X(8)    VALUE 'RATEHIST'.
           05  FILLER             PIC 9(3)    VALUE 13.
           05  FILLER             PIC 9(5)    VALUE 0.
           05  FILLER             PIC 9(5)    VALUE 0.
           05  FILLER             PIC 9(2)    VALUE 7.
           05  FILLER             PIC X(8)    VALUE 'AUDITJRN'.
           05  FILLER             PIC 9(3)    VALUE 13.
           05  FILLER             PIC 9(5)    VALUE 0.
           05  FILLER             PIC 9(5)    VALUE 0.
           05  FILLER             PIC 9(2)    VALUE 7.
           05  FILLER             PIC X(8)    VALUE 'CHKPTFIL'.
           05  FILLER             PIC 9(3)    VALUE 13.
           05  FILLER             PIC 9(5)    VALUE 1.
           05  FILLER             PIC 9(5)    VALUE 1.
           05  FILLER             PIC 9(2)    VALUE 7.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY OCCURS 4 TIMES.
               10  WS-RULE-FILE-ID
                                  PIC X(8).
               10  WS-RULE-ONLINE PIC 9(3).
               10  WS-RULE-MIN-KEEP
                                  PIC 9(5).
               10  WS-RULE-FLOOR  PIC 9(5).
               10  WS-RULE-REG-YEARS
                                  PIC 9(2).
       01  WS-RULE-IX             PIC 9(4)    COMP VALUE ZEROS.
       01  WS-RULE-SLOT           PIC 9(4)    COMP VALUE ZEROS.
       01  WS-FILE-SLOT           PIC 9(4)    COMP VALUE ZEROS.

      *> Run date off the command line, validated as ACCT-REBLD does.
       01  WS-ARG-BUFFER          PIC X(8)    VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR       PIC 9(4).
           05  WS-CURR-MONTH      PIC 9(2).
           05  WS-CURR-DAY        PIC 9(2).
       01  WS-TODAY-PACKED        PIC 9(8)    VALUE ZEROS.
       01  WS-RUN-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-RUN-TIME            PIC 9(6)    VALUE ZEROS.
       01  WS-DATE-PACKED         PIC 9(8)    VALUE ZEROS.
       01  WS-VALIDATE-DISCARD    PIC S9(9)   VALUE ZEROS.
       01  WS-DR-RETURN-CODE      PIC 9(2)    VALUE ZEROS.

      *> Cutoffs: a record dated on or after WS-CUTOFF-DATE is inside
      *> the online period. The month arithmetic leaves the day alone,
      *> so a cutoff like 20250231 still compares correctly.
       01  WS-MONTH-INDEX         PIC 9(6)    VALUE ZEROS.
       01  WS-CUT-YEAR            PIC 9(4)    VALUE ZEROS.
       01  WS-CUT-MONTH           PIC 9(2)    VALUE ZEROS.
       01  WS-CUTOFF-DATE         PIC 9(8)    VALUE ZEROS.
       01  WS-REG-YEARS           PIC 9(2)    VALUE ZEROS.
       01  WS-REG-CUTOFF          PIC 9(8)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * PER-FILE TOTALS -- reset for each file. The kept and archived  *
      * totals are taken as records are written; the VFY totals come   *
      * from reading both outputs back afterwards.                     *
      *----------------------------------------------------------------*
       01  WS-FILE-TOTALS.
           05  WS-REC-NO          PIC 9(9).
           05  WS-IN-COUNT        PIC 9(9).
           05  WS-KEPT-COUNT      PIC 9(9).
           05  WS-ARCH-COUNT      PIC 9(9).
           05  WS-VFY-KEPT-COUNT  PIC 9(9).
           05  WS-VFY-ARCH-COUNT  PIC 9(9).
           05  WS-IN-HASH         PIC S9(16)V99 COMP-3.
           05  WS-KEPT-HASH       PIC S9(16)V99 COMP-3.
           05  WS-ARCH-HASH       PIC S9(16)V99 COMP-3.
           05  WS-VFY-KEPT-HASH   PIC S9(16)V99 COMP-3.
           05  WS-VFY-ARCH-HASH   PIC S9(16)V99 COMP-3.
           05  WS-OLDEST-ARCH     PIC 9(8).
           05  WS-NEWEST-ARCH     PIC 9(8).
       01  WS-TRAIL-FROM          PIC S9(9)   VALUE ZEROS.
       01  WS-REC-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-HASH-VALUE          PIC S9(16)V99 COMP-3 VALUE ZEROS.
       01  WS-KEEP-RECORD-NO      PIC 9(9)    VALUE ZEROS.
       01  WS-PREV-ACCOUNT        PIC X(12)   VALUE SPACES.
       01  WS-PREV-RECORD-NO      PIC 9(9)    VALUE ZEROS.

      *> RUNHIST, as PATCH-BANKING writes it.
       01  WS-RH-IMAGE.
           05  WS-RHI-RUN-DATE    PIC 9(8).
           05  WS-RHI-START-TIME  PIC 9(6).
           05  WS-RHI-END-TIME    PIC 9(6).
           05  WS-RHI-RUN-MODE    PIC X(1).
           05  WS-RHI-RECORD-COUNT
                                  PIC 9(9).
           05  WS-RHI-ERROR-COUNT PIC 9(9).
           05  WS-RHI-PATCHED-COUNT
                                  PIC 9(9).
           05  WS-RHI-TOTAL-AMOUNT
                                  PIC S9(15)V99 COMP-3.
           05  FILLER             PIC X(3).

      *> RATEHIST, as PATCH-BANKING writes it.
       01  WS-RT-IMAGE.
           05  WS-RTI-CURRENCY-CODE
                                  PIC X(3).
           05  WS-RTI-RATE        PIC 9(3)V9(6).
           05  WS-RTI-RATE-DATE   PIC 9(8).
           05  FILLER             PIC X(12).

      *> AUDITJRN, as ACCT-MAINT and CAL-MAINT write it.
       01  WS-JR-IMAGE.
           05  WS-JRI-ACTION      PIC X(1).
           05  WS-JRI-ACCOUNT-ID  PIC X(12).
           05  WS-JRI-ACTION-DATE PIC 9(8).
           05  WS-JRI-ACTION-TIME PIC 9(6).
           05  FILLER             PIC X(72).
           05  WS-JRI-ENTRY-TYPE  PIC X(1).
               88  WS-JRI-ACCOUNT-ENTRY        VALUE ' ' 'A'.
           05  FILLER             PIC X(20).

      *> CHKPTFIL, as PATCH-BANKING writes it; only the fields this
      *> program tests are named.
       01  WS-CK-IMAGE.
           05  WS-CKI-RECORD-COUNT
                                  PIC 9(9).
           05  WS-CKI-ACCOUNT-ID  PIC X(12).
           05  WS-CKI-ERROR-COUNT PIC 9(9).
           05  WS-CKI-PATCHED-COUNT
                                  PIC 9(9).
           05  WS-CKI-TOTAL-AMOUNT
                                  PIC S9(15)V99 COMP-3.
           05  WS-CKI-DETAIL-COUNT
                                  PIC 9(9).
           05  WS-CKI-HASH-TOTAL  PIC S9(15)V99 COMP-3.
           05  WS-CKI-HDR-SEEN    PIC X(1).
           05  WS-CKI-BATCH-NUMBER
                                  PIC 9(6).
           05  WS-CKI-BUSINESS-DATE
                                  PIC 9(8).
           05  FILLER             PIC X(624).

      *----------------------------------------------------------------*
      * CURRENCY TABLE -- record number of the latest RATEHIST entry   *
      * for every currency on the file. A file carrying more          *
      * currencies than the table holds is left whole.                 *
      *----------------------------------------------------------------*
       01  WS-CCY-MAX             PIC 9(4)    COMP VALUE 100.
       01  WS-CCY-COUNT           PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CCY-IX              PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CCY-SLOT            PIC 9(4)    COMP VALUE ZEROS.
       01  WS-CCY-FULL            PIC X(1)    VALUE 'N'.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 100 TIMES.
               10  WS-CCY-CODE    PIC X(3).
               10  WS-CCY-LATEST  PIC 9(9).

       01  WS-COUNTERS.
           05  WS-RULES-READ      PIC 9(9)    VALUE ZEROS.
           05  WS-RULES-REJECTED  PIC 9(9)    VALUE ZEROS.
           05  WS-FILES-SPLIT     PIC 9(9)    VALUE ZEROS.
           05  WS-GENS-ELIGIBLE   PIC 9(9)    VALUE ZEROS.
           05  WS-GENS-RETAINED   PIC 9(9)    VALUE ZEROS.

       01  WS-CTL-COUNT-ED        PIC Z(8)9.
       01  WS-CTL-HASH-ED         PIC -(16)9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RETAIN-RUN-HISTORY
           PERFORM 3000-RETAIN-RATE-HISTORY
           PERFORM 4000-RETAIN-JOURNAL
           PERFORM 5000-RETAIN-CHECKPOINT-LOG
           PERFORM 6000-LIST-PURGE-ELIGIBLE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           COMPUTE WS-TODAY-PACKED =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY
           MOVE WS-TODAY-PACKED TO WS-RUN-DATE
           ACCEPT WS-ARG-BUFFER FROM COMMAND-LINE
           IF WS-ARG-BUFFER NOT = SPACES
               PERFORM 1010-TAKE-RUN-DATE-ARG
           END-IF
           OPEN OUTPUT RETN-REPORT
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'FILE RETENTION AND ARCHIVING'
               TO RETN-REPORT-RECORD(1:28)
           MOVE 'RUN DATE ' TO RETN-REPORT-RECORD(40:9)
           MOVE WS-RUN-DATE TO RETN-REPORT-RECORD(49:8)
           WRITE RETN-REPORT-RECORD
           PERFORM 1200-LOAD-RULES.

       1010-TAKE-RUN-DATE-ARG.
           IF WS-ARG-BUFFER IS NUMERIC
               MOVE WS-ARG-BUFFER TO WS-DATE-PACKED
               CALL "COMPARE-DATES" USING
                   BY CONTENT WS-DATE-PACKED
                   BY CONTENT WS-DATE-PACKED
                   BY REFERENCE WS-VALIDATE-DISCARD
                   BY REFERENCE WS-DR-RETURN-CODE
               IF WS-DR-RETURN-CODE = 0
                   MOVE WS-DATE-PACKED TO WS-RUN-DATE
               ELSE
                   DISPLAY 'FILE-RETAIN: RUN DATE ARGUMENT NOT A '
                       'VALID DATE - USING TODAY'
               END-IF
           ELSE
               DISPLAY 'FILE-RETAIN: RUN DATE ARGUMENT NOT NUMERIC '
                   '- USING TODAY'
           END-IF.

      *----------------------------------------------------------------*
      * 1200-LOAD-RULES -- RETNRULE is optional; the defaults in the   *
      * rule table stand for any file it does not name.               *
      *----------------------------------------------------------------*
       1200-LOAD-RULES.
           OPEN INPUT RETN-RULES
           IF WS-RRL-STATUS = '00' OR WS-RRL-STATUS = '05'
               PERFORM 1210-LOAD-ONE-RULE
                   UNTIL WS-RRL-EOF = 'Y'
               CLOSE RETN-RULES
           ELSE
               DISPLAY 'FILE-RETAIN: RETNRULE OPEN FAILED, '
                   'STATUS=' WS-RRL-STATUS ' - DEFAULTS USED'
               MOVE 'Y' TO WS-WARNING
           END-IF.

       1210-LOAD-ONE-RULE.
           READ RETN-RULES
               AT END MOVE 'Y' TO WS-RRL-EOF
               NOT AT END
                   ADD 1 TO WS-RULES-READ
                   PERFORM 1220-TAKE-ONE-RULE
           END-READ.

       1220-TAKE-ONE-RULE.
           MOVE ZEROS TO WS-RULE-SLOT
           MOVE 1 TO WS-RULE-IX
           PERFORM 1230-FIND-RULE-SLOT
               UNTIL WS-RULE-IX > 4
               OR WS-RULE-SLOT > ZEROS
           EVALUATE TRUE
               WHEN WS-RULE-SLOT = ZEROS
                   PERFORM 8300-WRITE-RULE-REJECT
               WHEN RRL-ONLINE-MONTHS NOT NUMERIC
                   OR RRL-MIN-KEEP NOT NUMERIC
                   OR RRL-REG-YEARS NOT NUMERIC
                   PERFORM 8300-WRITE-RULE-REJECT
               WHEN RRL-ONLINE-MONTHS = ZEROS
                   OR RRL-REG-YEARS = ZEROS
                   PERFORM 8300-WRITE-RULE-REJECT
               WHEN OTHER
                   MOVE RRL-ONLINE-MONTHS TO
                       WS-RULE-ONLINE(WS-RULE-SLOT)
                   MOVE RRL-REG-YEARS TO
                       WS-RULE-REG-YEARS(WS-RULE-SLOT)
                   IF RRL-MIN-KEEP < WS-RULE-FLOOR(WS-RULE-SLOT)
                       MOVE WS-RULE-FLOOR(WS-RULE-SLOT) TO
                           WS-RULE-MIN-KEEP(WS-RULE-SLOT)
                       PERFORM 8310-WRITE-FLOOR-RAISED
                   ELSE
                       MOVE RRL-MIN-KEEP TO
                           WS-RULE-MIN-KEEP(WS-RULE-SLOT)
                   END-IF
           END-EVALUATE.

       1230-FIND-RULE-SLOT.
           IF WS-RULE-FILE-ID(WS-RULE-IX) = RRL-FILE-ID
               MOVE WS-RULE-IX TO WS-RULE-SLOT
           END-IF
           ADD 1 TO WS-RULE-IX.

      *----------------------------------------------------------------*
      * 2000-RETAIN-RUN-HISTORY -- first pass counts the file so the   *
      * trailing runs are known; second pass splits it.               *
      *----------------------------------------------------------------*
       2000-RETAIN-RUN-HISTORY.
           MOVE 1 TO WS-FILE-SLOT
           PERFORM 7000-START-FILE
           OPEN INPUT RUN-HISTORY
           PERFORM 7010-CHECK-INPUT-OPEN
           IF WS-FILE-SKIPPED = 'N'
               PERFORM 2010-COUNT-ONE-RUN
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE RUN-HISTORY
               PERFORM 2100-SPLIT-RUN-HISTORY
               PERFORM 2200-READ-BACK-RUN-HISTORY
               PERFORM 7200-PROVE-FILE
           END-IF.

       2010-COUNT-ONE-RUN.
           READ RUN-HISTORY INTO WS-RH-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM 2050-HASH-RUN
                   ADD 1 TO WS-IN-COUNT
                   ADD WS-HASH-VALUE TO WS-IN-HASH
           END-READ.

       2050-HASH-RUN.
           MOVE WS-RHI-TOTAL-AMOUNT TO WS-HASH-VALUE
           MOVE WS-RHI-RUN-DATE TO WS-REC-DATE.

       2100-SPLIT-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY
           OPEN OUTPUT RUN-HISTORY-NEW
           OPEN OUTPUT RUN-HISTORY-ARC
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2110-SPLIT-ONE-RUN
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE RUN-HISTORY
           CLOSE RUN-HISTORY-NEW
           CLOSE RUN-HISTORY-ARC.

       2110-SPLIT-ONE-RUN.
           READ RUN-HISTORY INTO WS-RH-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM 2050-HASH-RUN
                   MOVE 'N' TO WS-LATEST-FLAG
                   PERFORM 7100-DECIDE-KEEP
                   IF WS-KEEP-FLAG = 'Y'
                       WRITE RUN-HISTORY-NEW-RECORD FROM WS-RH-IMAGE
                       PERFORM 7110-TAKE-KEPT
                   ELSE
                       WRITE RUN-HISTORY-ARC-RECORD FROM WS-RH-IMAGE
                       PERFORM 7120-TAKE-ARCHIVED
                   END-IF
           END-READ.

       2200-READ-BACK-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-NEW
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 2210-READ-BACK-ONE-KEPT
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE RUN-HISTORY-NEW
           OPEN INPUT RUN-HISTORY-ARC
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 2220-READ-BACK-ONE-ARCHIVED
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE RUN-HISTORY-ARC.

       2210-READ-BACK-ONE-KEPT.
           READ RUN-HISTORY-NEW INTO WS-RH-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 2050-HASH-RUN
                   ADD 1 TO WS-VFY-KEPT-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-KEPT-HASH
           END-READ.

       2220-READ-BACK-ONE-ARCHIVED.
           READ RUN-HISTORY-ARC INTO WS-RH-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 2050-HASH-RUN
                   ADD 1 TO WS-VFY-ARCH-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-ARCH-HASH
           END-READ.

      *----------------------------------------------------------------*
      * 3000-RETAIN-RATE-HISTORY -- first pass counts the file and     *
      * notes each currency's last record; second pass splits it,      *
      * keeping those.                                                 *
      *----------------------------------------------------------------*
       3000-RETAIN-RATE-HISTORY.
           MOVE 2 TO WS-FILE-SLOT
           PERFORM 7000-START-FILE
           MOVE ZEROS TO WS-CCY-COUNT
           MOVE 'N' TO WS-CCY-FULL
           OPEN INPUT RATE-HISTORY
           PERFORM 7010-CHECK-INPUT-OPEN
           IF WS-FILE-SKIPPED = 'N'
               PERFORM 3010-COUNT-ONE-RATE
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE RATE-HISTORY
               IF WS-CCY-FULL = 'Y'
                   PERFORM 3020-ALERT-CCY-FULL
               END-IF
               MOVE ZEROS TO WS-REC-NO
               PERFORM 3100-SPLIT-RATE-HISTORY
               PERFORM 3200-READ-BACK-RATE-HISTORY
               PERFORM 7200-PROVE-FILE
           END-IF.

       3010-COUNT-ONE-RATE.
           READ RATE-HISTORY INTO WS-RT-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM 3050-HASH-RATE
                   ADD 1 TO WS-IN-COUNT
                   ADD WS-HASH-VALUE TO WS-IN-HASH
                   PERFORM 3060-FIND-CCY-SLOT
                   IF WS-CCY-SLOT = ZEROS
                       IF WS-CCY-COUNT < WS-CCY-MAX
                           ADD 1 TO WS-CCY-COUNT
                           MOVE WS-CCY-COUNT TO WS-CCY-SLOT
                           MOVE WS-RTI-CURRENCY-CODE TO
                               WS-CCY-CODE(WS-CCY-SLOT)
                       ELSE
                           MOVE 'Y' TO WS-CCY-FULL
                       END-IF
                   END-IF
                   IF WS-CCY-SLOT > ZEROS
                       MOVE WS-REC-NO TO WS-CCY-LATEST(WS-CCY-SLOT)
                   END-IF
           END-READ.

      *> A currency table that fills cannot say which rates are the
      *> latest, so nothing on the file is archived this run.
       3020-ALERT-CCY-FULL.
           MOVE ZEROS TO WS-CUTOFF-DATE
           MOVE 'Y' TO WS-WARNING
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE '*** MORE THAN 100 CURRENCIES ON RATEHIST - FILE '
               TO RETN-REPORT-RECORD(1:48)
           MOVE 'KEPT WHOLE ***' TO RETN-REPORT-RECORD(49:14)
           WRITE RETN-REPORT-RECORD
           DISPLAY 'FILE-RETAIN: RATEHIST CURRENCY TABLE FULL - '
               'NOTHING ARCHIVED'.

       3050-HASH-RATE.
           COMPUTE WS-HASH-VALUE = WS-RTI-RATE * 1000000
           MOVE WS-RTI-RATE-DATE TO WS-REC-DATE.

       3060-FIND-CCY-SLOT.
           MOVE ZEROS TO WS-CCY-SLOT
           MOVE 1 TO WS-CCY-IX
           PERFORM 3065-CHECK-ONE-CCY
               UNTIL WS-CCY-IX > WS-CCY-COUNT
               OR WS-CCY-SLOT > ZEROS.

       3065-CHECK-ONE-CCY.
           IF WS-CCY-CODE(WS-CCY-IX) = WS-RTI-CURRENCY-CODE
               MOVE WS-CCY-IX TO WS-CCY-SLOT
           END-IF
           ADD 1 TO WS-CCY-IX.

       3100-SPLIT-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY
           OPEN OUTPUT RATE-HISTORY-NEW
           OPEN OUTPUT RATE-HISTORY-ARC
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 3110-SPLIT-ONE-RATE
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE RATE-HISTORY
           CLOSE RATE-HISTORY-NEW
           CLOSE RATE-HISTORY-ARC.

       3110-SPLIT-ONE-RATE.
           READ RATE-HISTORY INTO WS-RT-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM 3050-HASH-RATE
                   MOVE 'N' TO WS-LATEST-FLAG
                   PERFORM 3060-FIND-CCY-SLOT
                   IF WS-CCY-SLOT > ZEROS
                       IF WS-CCY-LATEST(WS-CCY-SLOT) = WS-REC-NO
                           MOVE 'Y' TO WS-LATEST-FLAG
                       END-IF
                   END-IF
                   PERFORM 7100-DECIDE-KEEP
                   IF WS-KEEP-FLAG = 'Y'
                       WRITE RATE-HISTORY-NEW-RECORD FROM WS-RT-IMAGE
                       PERFORM 7110-TAKE-KEPT
                   ELSE
                       WRITE RATE-HISTORY-ARC-RECORD FROM WS-RT-IMAGE
                       PERFORM 7120-TAKE-ARCHIVED
                   END-IF
           END-READ.

       3200-READ-BACK-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY-NEW
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 3210-READ-BACK-ONE-KEPT
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE RATE-HISTORY-NEW
           OPEN INPUT RATE-HISTORY-ARC
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 3220-READ-BACK-ONE-ARCHIVED
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE RATE-HISTORY-ARC.

       3210-READ-BACK-ONE-KEPT.
           READ RATE-HISTORY-NEW INTO WS-RT-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 3050-HASH-RATE
                   ADD 1 TO WS-VFY-KEPT-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-KEPT-HASH
           END-READ.

       3220-READ-BACK-ONE-ARCHIVED.
           READ RATE-HISTORY-ARC INTO WS-RT-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 3050-HASH-RATE
                   ADD 1 TO WS-VFY-ARCH-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-ARCH-HASH
           END-READ.

      *----------------------------------------------------------------*
      * 4000-RETAIN-JOURNAL -- the first SORT takes every account      *
      * entry dated before the cutoff by account and journal order     *
      * and writes the record number of each account's last one to    *
      * KEEP-WORK. The second puts those numbers back in journal       *
      * order and its OUTPUT PROCEDURE splits the journal against      *
      * them. Calendar entries ('H') rebuild nothing and archive on    *
      * date alone.                                                    *
      *----------------------------------------------------------------*
       4000-RETAIN-JOURNAL.
           MOVE 3 TO WS-FILE-SLOT
           PERFORM 7000-START-FILE
           OPEN INPUT AUDIT-JOURNAL
           PERFORM 7010-CHECK-INPUT-OPEN
           IF WS-FILE-SKIPPED = 'N'
               CLOSE AUDIT-JOURNAL
               SORT JRN-SORT-FILE
                   ON ASCENDING KEY JSR-ACCOUNT-ID JSR-RECORD-NO
                   INPUT PROCEDURE IS 4100-GATHER-OLD-ENTRIES
                   OUTPUT PROCEDURE IS 4200-PICK-LATEST-IMAGES
               SORT KEEP-SORT-FILE
                   ON ASCENDING KEY KSR-RECORD-NO
                   USING KEEP-WORK
                   OUTPUT PROCEDURE IS 4300-SPLIT-JOURNAL
               PERFORM 4400-READ-BACK-JOURNAL
               PERFORM 7200-PROVE-FILE
           END-IF.

       4050-HASH-ENTRY.
           MOVE WS-JRI-ACTION-DATE TO WS-HASH-VALUE
           MOVE WS-JRI-ACTION-DATE TO WS-REC-DATE.

      *----------------------------------------------------------------*
      * 4100-GATHER-OLD-ENTRIES -- INPUT PROCEDURE for the first       *
      * journal SORT. Counts and hashes the whole journal on the way.  *
      *----------------------------------------------------------------*
       4100-GATHER-OLD-ENTRIES.
           OPEN INPUT AUDIT-JOURNAL
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 4110-GATHER-ONE-ENTRY
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE AUDIT-JOURNAL.

       4110-GATHER-ONE-ENTRY.
           READ AUDIT-JOURNAL INTO WS-JR-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM 4050-HASH-ENTRY
                   ADD 1 TO WS-IN-COUNT
                   ADD WS-HASH-VALUE TO WS-IN-HASH
                   IF WS-JRI-ACCOUNT-ENTRY
                       AND WS-JRI-ACTION-DATE < WS-CUTOFF-DATE
                       MOVE WS-JRI-ACCOUNT-ID TO JSR-ACCOUNT-ID
                       MOVE WS-REC-NO TO JSR-RECORD-NO
                       RELEASE JRN-SORT-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 4200-PICK-LATEST-IMAGES -- OUTPUT PROCEDURE for the first      *
      * journal SORT. Entries come back by account in journal order;   *
      * the last one of each account is its latest image before the    *
      * cutoff.                                                        *
      *----------------------------------------------------------------*
       4200-PICK-LATEST-IMAGES.
           OPEN OUTPUT KEEP-WORK
           MOVE SPACES TO WS-PREV-ACCOUNT
           MOVE ZEROS TO WS-PREV-RECORD-NO
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 4210-TAKE-ONE-OLD-ENTRY
               UNTIL WS-SORT-EOF = 'Y'
           IF WS-PREV-RECORD-NO > ZEROS
               MOVE WS-PREV-RECORD-NO TO KEEP-WORK-RECORD
               WRITE KEEP-WORK-RECORD
           END-IF
           CLOSE KEEP-WORK.

       4210-TAKE-ONE-OLD-ENTRY.
           RETURN JRN-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   IF JSR-ACCOUNT-ID NOT = WS-PREV-ACCOUNT
                       AND WS-PREV-RECORD-NO > ZEROS
                       MOVE WS-PREV-RECORD-NO TO KEEP-WORK-RECORD
                       WRITE KEEP-WORK-RECORD
                   END-IF
                   MOVE JSR-ACCOUNT-ID TO WS-PREV-ACCOUNT
                   MOVE JSR-RECORD-NO TO WS-PREV-RECORD-NO
           END-RETURN.

      *----------------------------------------------------------------*
      * 4300-SPLIT-JOURNAL -- OUTPUT PROCEDURE for the second journal  *
      * SORT. The kept record numbers come back ascending and are      *
      * matched against the journal read front to back.                *
      *----------------------------------------------------------------*
       4300-SPLIT-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL
           OPEN OUTPUT AUDIT-JOURNAL-NEW
           OPEN OUTPUT AUDIT-JOURNAL-ARC
           MOVE ZEROS TO WS-REC-NO
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 4310-NEXT-KEEP-RECORD-NO
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 4320-SPLIT-ONE-ENTRY
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE AUDIT-JOURNAL
           CLOSE AUDIT-JOURNAL-NEW
           CLOSE AUDIT-JOURNAL-ARC.

       4310-NEXT-KEEP-RECORD-NO.
           RETURN KEEP-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
                   MOVE 999999999 TO WS-KEEP-RECORD-NO
               NOT AT END
                   MOVE KSR-RECORD-NO TO WS-KEEP-RECORD-NO
           END-RETURN.

       4320-SPLIT-ONE-ENTRY.
           READ AUDIT-JOURNAL INTO WS-JR-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM 4050-HASH-ENTRY
                   MOVE 'N' TO WS-LATEST-FLAG
                   IF WS-REC-NO = WS-KEEP-RECORD-NO
                       MOVE 'Y' TO WS-LATEST-FLAG
                       PERFORM 4310-NEXT-KEEP-RECORD-NO
                   END-IF
                   PERFORM 7100-DECIDE-KEEP
                   IF WS-KEEP-FLAG = 'Y'
                       WRITE AUDIT-JOURNAL-NEW-RECORD FROM WS-JR-IMAGE
                       PERFORM 7110-TAKE-KEPT
                   ELSE
                       WRITE AUDIT-JOURNAL-ARC-RECORD FROM WS-JR-IMAGE
                       PERFORM 7120-TAKE-ARCHIVED
                   END-IF
           END-READ.

       4400-READ-BACK-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL-NEW
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 4410-READ-BACK-ONE-KEPT
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE AUDIT-JOURNAL-NEW
           OPEN INPUT AUDIT-JOURNAL-ARC
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 4420-READ-BACK-ONE-ARCHIVED
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE AUDIT-JOURNAL-ARC.

       4410-READ-BACK-ONE-KEPT.
           READ AUDIT-JOURNAL-NEW INTO WS-JR-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 4050-HASH-ENTRY
                   ADD 1 TO WS-VFY-KEPT-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-KEPT-HASH
           END-READ.

       4420-READ-BACK-ONE-ARCHIVED.
           READ AUDIT-JOURNAL-ARC INTO WS-JR-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 4050-HASH-ENTRY
                   ADD 1 TO WS-VFY-ARCH-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-ARCH-HASH
           END-READ.

      *----------------------------------------------------------------*
      * 5000-RETAIN-CHECKPOINT-LOG -- same two passes as RUNHIST; the  *
      * trailing minimum keeps the last checkpoint whatever its date.  *
      *----------------------------------------------------------------*
       5000-RETAIN-CHECKPOINT-LOG.
           MOVE 4 TO WS-FILE-SLOT
           PERFORM 7000-START-FILE
           OPEN INPUT CHECKPOINT-FILE
           PERFORM 7010-CHECK-INPUT-OPEN
           IF WS-FILE-SKIPPED = 'N'
               PERFORM 5010-COUNT-ONE-CHECKPOINT
                   UNTIL WS-FILE-EOF = 'Y'
               CLOSE CHECKPOINT-FILE
               PERFORM 5100-SPLIT-CHECKPOINT-LOG
               PERFORM 5200-READ-BACK-CHECKPOINT-LOG
               PERFORM 7200-PROVE-FILE
           END-IF.

       5010-COUNT-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE INTO WS-CK-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM 5050-HASH-CHECKPOINT
                   ADD 1 TO WS-IN-COUNT
                   ADD WS-HASH-VALUE TO WS-IN-HASH
           END-READ.

      *> A checkpoint taken before the batch header carries no
      *> business date; it ages out with the trailing minimum.
       5050-HASH-CHECKPOINT.
           MOVE WS-CKI-TOTAL-AMOUNT TO WS-HASH-VALUE
           IF WS-CKI-BUSINESS-DATE IS NUMERIC
               MOVE WS-CKI-BUSINESS-DATE TO WS-REC-DATE
           ELSE
               MOVE ZEROS TO WS-REC-DATE
           END-IF.

       5100-SPLIT-CHECKPOINT-LOG.
           OPEN INPUT CHECKPOINT-FILE
           OPEN OUTPUT CHECKPOINT-NEW
           OPEN OUTPUT CHECKPOINT-ARC
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 5110-SPLIT-ONE-CHECKPOINT
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE CHECKPOINT-FILE
           CLOSE CHECKPOINT-NEW
           CLOSE CHECKPOINT-ARC.

       5110-SPLIT-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE INTO WS-CK-IMAGE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM 5050-HASH-CHECKPOINT
                   MOVE 'N' TO WS-LATEST-FLAG
                   PERFORM 7100-DECIDE-KEEP
                   IF WS-KEEP-FLAG = 'Y'
                       WRITE CHECKPOINT-NEW-RECORD FROM WS-CK-IMAGE
                       PERFORM 7110-TAKE-KEPT
                   ELSE
                       WRITE CHECKPOINT-ARC-RECORD FROM WS-CK-IMAGE
                       PERFORM 7120-TAKE-ARCHIVED
                   END-IF
           END-READ.

       5200-READ-BACK-CHECKPOINT-LOG.
           OPEN INPUT CHECKPOINT-NEW
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 5210-READ-BACK-ONE-KEPT
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE CHECKPOINT-NEW
           OPEN INPUT CHECKPOINT-ARC
           MOVE 'N' TO WS-VFY-EOF
           PERFORM 5220-READ-BACK-ONE-ARCHIVED
               UNTIL WS-VFY-EOF = 'Y'
           CLOSE CHECKPOINT-ARC.

       5210-READ-BACK-ONE-KEPT.
           READ CHECKPOINT-NEW INTO WS-CK-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 5050-HASH-CHECKPOINT
                   ADD 1 TO WS-VFY-KEPT-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-KEPT-HASH
           END-READ.

       5220-READ-BACK-ONE-ARCHIVED.
           READ CHECKPOINT-ARC INTO WS-CK-IMAGE
               AT END MOVE 'Y' TO WS-VFY-EOF
               NOT AT END
                   PERFORM 5050-HASH-CHECKPOINT
                   ADD 1 TO WS-VFY-ARCH-COUNT
                   ADD WS-HASH-VALUE TO WS-VFY-ARCH-HASH
           END-READ.

      *----------------------------------------------------------------*
      * 6000-LIST-PURGE-ELIGIBLE -- every proven archive generation on *
      * RETNCTL, tonight's included, whose newest record is past the   *
      * regulatory period. The longer of the period it was archived    *
      * under and the file's period now is the one applied.            *
      *----------------------------------------------------------------*
       6000-LIST-PURGE-ELIGIBLE.
           MOVE SPACES TO RETN-REPORT-RECORD
           WRITE RETN-REPORT-RECORD
           MOVE 'ARCHIVE GENERATIONS ELIGIBLE FOR PURGE'
               TO RETN-REPORT-RECORD(1:38)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'FILE     ARCHIVED    RECORDS' TO
               RETN-REPORT-RECORD(1:28)
           MOVE 'HASH TOTAL OLDEST   NEWEST' TO
               RETN-REPORT-RECORD(42:26)
           WRITE RETN-REPORT-RECORD
           MOVE 'N' TO WS-FILE-EOF
           OPEN INPUT RETN-CONTROL
           PERFORM 6010-CHECK-ONE-GENERATION
               UNTIL WS-FILE-EOF = 'Y'
           CLOSE RETN-CONTROL
           IF WS-GENS-ELIGIBLE = ZEROS
               MOVE SPACES TO RETN-REPORT-RECORD
               MOVE 'NONE' TO RETN-REPORT-RECORD(1:4)
               WRITE RETN-REPORT-RECORD
           END-IF.

       6010-CHECK-ONE-GENERATION.
           READ RETN-CONTROL
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF RCT-PROVEN AND RCT-ARCH-COUNT > ZEROS
                       PERFORM 6020-TEST-GENERATION
                   END-IF
           END-READ.

       6020-TEST-GENERATION.
           MOVE RCT-REG-YEARS TO WS-REG-YEARS
           MOVE 1 TO WS-RULE-IX
           PERFORM 6030-TAKE-LONGER-PERIOD
               UNTIL WS-RULE-IX > 4
           COMPUTE WS-REG-CUTOFF =
               (WS-RUN-YEAR - WS-REG-YEARS) * 10000
               + WS-RUN-MONTH * 100 + WS-RUN-DAY
           IF RCT-NEWEST-ARCH < WS-REG-CUTOFF
               ADD 1 TO WS-GENS-ELIGIBLE
               PERFORM 8200-WRITE-ELIGIBLE-LINE
           ELSE
               ADD 1 TO WS-GENS-RETAINED
           END-IF.

       6030-TAKE-LONGER-PERIOD.
           IF WS-RULE-FILE-ID(WS-RULE-IX) = RCT-FILE-ID
               AND WS-RULE-REG-YEARS(WS-RULE-IX) > WS-REG-YEARS
               MOVE WS-RULE-REG-YEARS(WS-RULE-IX) TO WS-REG-YEARS
           END-IF
           ADD 1 TO WS-RULE-IX.

      *----------------------------------------------------------------*
      * 7000-START-FILE -- reset the totals and work out the cutoff    *
      * for the file in WS-FILE-SLOT: the run date less its online     *
      * months.                                                        *
      *----------------------------------------------------------------*
       7000-START-FILE.
           INITIALIZE WS-FILE-TOTALS
           MOVE 'N' TO WS-FILE-EOF
           MOVE 'N' TO WS-FILE-SKIPPED
           COMPUTE WS-MONTH-INDEX =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
               - WS-RULE-ONLINE(WS-FILE-SLOT)
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH
           COMPUTE WS-CUTOFF-DATE =
               WS-CUT-YEAR * 10000 + (WS-CUT-MONTH + 1) * 100
               + WS-RUN-DAY
           MOVE SPACES TO RETN-REPORT-RECORD
           WRITE RETN-REPORT-RECORD
           MOVE 'FILE.....................' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-RULE-FILE-ID(WS-FILE-SLOT) TO
               RETN-REPORT-RECORD(27:8)
           WRITE RETN-REPORT-RECORD.

      *> A permanent file not yet on disk has nothing to retain; its
      *> new generations are still written, empty, for the swap.
       7010-CHECK-INPUT-OPEN.
           EVALUATE TRUE
               WHEN WS-IN-STATUS = '00'
                   CONTINUE
               WHEN WS-IN-NOT-FOUND
                   MOVE 'Y' TO WS-FILE-SKIPPED
                   MOVE 'Y' TO WS-WARNING
                   PERFORM 7020-WRITE-EMPTY-GENERATIONS
                   MOVE SPACES TO RETN-REPORT-RECORD
                   MOVE '*** NOT ON FILE - NOTHING TO RETAIN ***'
                       TO RETN-REPORT-RECORD(1:39)
                   WRITE RETN-REPORT-RECORD
                   DISPLAY 'FILE-RETAIN: '
                       WS-RULE-FILE-ID(WS-FILE-SLOT) ' NOT ON FILE'
               WHEN OTHER
                   DISPLAY 'FILE-RETAIN: '
                       WS-RULE-FILE-ID(WS-FILE-SLOT)
                       ' OPEN FAILED, STATUS=' WS-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       7020-WRITE-EMPTY-GENERATIONS.
           EVALUATE WS-FILE-SLOT
               WHEN 1
                   OPEN OUTPUT RUN-HISTORY-NEW
                   OPEN OUTPUT RUN-HISTORY-ARC
                   CLOSE RUN-HISTORY-NEW
                   CLOSE RUN-HISTORY-ARC
               WHEN 2
                   OPEN OUTPUT RATE-HISTORY-NEW
                   OPEN OUTPUT RATE-HISTORY-ARC
                   CLOSE RATE-HISTORY-NEW
                   CLOSE RATE-HISTORY-ARC
               WHEN 3
                   OPEN OUTPUT AUDIT-JOURNAL-NEW
                   OPEN OUTPUT AUDIT-JOURNAL-ARC
                   CLOSE AUDIT-JOURNAL-NEW
                   CLOSE AUDIT-JOURNAL-ARC
               WHEN 4
                   OPEN OUTPUT CHECKPOINT-NEW
                   OPEN OUTPUT CHECKPOINT-ARC
                   CLOSE CHECKPOINT-NEW
                   CLOSE CHECKPOINT-ARC
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 7100-DECIDE-KEEP -- a record stays online if it is dated       *
      * inside the online period, is one of the trailing minimum, or   *
      * is a latest image/rate the file's readers need.               *
      *----------------------------------------------------------------*
       7100-DECIDE-KEEP.
           COMPUTE WS-TRAIL-FROM =
               WS-IN-COUNT - WS-RULE-MIN-KEEP(WS-FILE-SLOT)
           IF WS-REC-DATE >= WS-CUTOFF-DATE
               OR WS-REC-NO > WS-TRAIL-FROM
               OR WS-LATEST-FLAG = 'Y'
               MOVE 'Y' TO WS-KEEP-FLAG
           ELSE
               MOVE 'N' TO WS-KEEP-FLAG
           END-IF.

       7110-TAKE-KEPT.
           ADD 1 TO WS-KEPT-COUNT
           ADD WS-HASH-VALUE TO WS-KEPT-HASH.

       7120-TAKE-ARCHIVED.
           ADD 1 TO WS-ARCH-COUNT
           ADD WS-HASH-VALUE TO WS-ARCH-HASH
           IF WS-OLDEST-ARCH = ZEROS
               OR WS-REC-DATE < WS-OLDEST-ARCH
               MOVE WS-REC-DATE TO WS-OLDEST-ARCH
           END-IF
           IF WS-REC-DATE > WS-NEWEST-ARCH
               MOVE WS-REC-DATE TO WS-NEWEST-ARCH
           END-IF.

      *----------------------------------------------------------------*
      * 7200-PROVE-FILE -- read = kept + archived, and what was read   *
      * back off both outputs = what was written, by count and hash.   *
      * The file's control record goes on RETNCTL either way; only a   *
      * proven one is ever listed for purge.                           *
      *----------------------------------------------------------------*
       7200-PROVE-FILE.
           IF WS-KEPT-COUNT + WS-ARCH-COUNT = WS-IN-COUNT
               AND WS-KEPT-HASH + WS-ARCH-HASH = WS-IN-HASH
               AND WS-VFY-KEPT-COUNT = WS-KEPT-COUNT
               AND WS-VFY-ARCH-COUNT = WS-ARCH-COUNT
               AND WS-VFY-KEPT-HASH = WS-KEPT-HASH
               AND WS-VFY-ARCH-HASH = WS-ARCH-HASH
               MOVE 'Y' TO WS-PROOF
           ELSE
               MOVE 'N' TO WS-PROOF
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           ADD 1 TO WS-FILES-SPLIT
           PERFORM 7300-WRITE-CONTROL
           PERFORM 8100-WRITE-FILE-TOTALS.

       7300-WRITE-CONTROL.
           OPEN EXTEND RETN-CONTROL
           MOVE SPACES TO RETN-CONTROL-RECORD
           MOVE WS-RULE-FILE-ID(WS-FILE-SLOT) TO RCT-FILE-ID
           MOVE WS-RUN-DATE TO RCT-RUN-DATE
           MOVE WS-RUN-TIME TO RCT-RUN-TIME
           MOVE WS-CUTOFF-DATE TO RCT-CUTOFF-DATE
           MOVE WS-RULE-REG-YEARS(WS-FILE-SLOT) TO RCT-REG-YEARS
           MOVE WS-IN-COUNT TO RCT-IN-COUNT
           MOVE WS-KEPT-COUNT TO RCT-KEPT-COUNT
           MOVE WS-ARCH-COUNT TO RCT-ARCH-COUNT
           MOVE WS-IN-HASH TO RCT-IN-HASH
           MOVE WS-KEPT-HASH TO RCT-KEPT-HASH
           MOVE WS-ARCH-HASH TO RCT-ARCH-HASH
           MOVE WS-OLDEST-ARCH TO RCT-OLDEST-ARCH
           MOVE WS-NEWEST-ARCH TO RCT-NEWEST-ARCH
           MOVE WS-PROOF TO RCT-PROOF
           WRITE RETN-CONTROL-RECORD
           CLOSE RETN-CONTROL.

      *----------------------------------------------------------------*
      * 8000-8310 -- report lines.                                     *
      *----------------------------------------------------------------*
       8100-WRITE-FILE-TOTALS.
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'ONLINE FROM..............' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-CUTOFF-DATE TO RETN-REPORT-RECORD(27:8)
           MOVE 'MINIMUM KEPT ' TO RETN-REPORT-RECORD(40:13)
           MOVE WS-RULE-MIN-KEEP(WS-FILE-SLOT) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(53:9)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'RECORDS READ.............' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-IN-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           MOVE WS-IN-HASH TO WS-CTL-HASH-ED
           MOVE WS-CTL-HASH-ED TO RETN-REPORT-RECORD(37:20)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'RECORDS KEPT ONLINE......' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-KEPT-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           MOVE WS-KEPT-HASH TO WS-CTL-HASH-ED
           MOVE WS-CTL-HASH-ED TO RETN-REPORT-RECORD(37:20)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'RECORDS ARCHIVED.........' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-ARCH-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           MOVE WS-ARCH-HASH TO WS-CTL-HASH-ED
           MOVE WS-CTL-HASH-ED TO RETN-REPORT-RECORD(37:20)
           IF WS-ARCH-COUNT > ZEROS
               MOVE WS-OLDEST-ARCH TO RETN-REPORT-RECORD(58:8)
               MOVE ' TO ' TO RETN-REPORT-RECORD(66:4)
               MOVE WS-NEWEST-ARCH TO RETN-REPORT-RECORD(70:8)
           END-IF
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'READ BACK KEPT...........' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-VFY-KEPT-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           MOVE WS-VFY-KEPT-HASH TO WS-CTL-HASH-ED
           MOVE WS-CTL-HASH-ED TO RETN-REPORT-RECORD(37:20)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'READ BACK ARCHIVED.......' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-VFY-ARCH-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           MOVE WS-VFY-ARCH-HASH TO WS-CTL-HASH-ED
           MOVE WS-CTL-HASH-ED TO RETN-REPORT-RECORD(37:20)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           IF WS-PROOF = 'Y'
               MOVE 'PROOF....................' TO
                   RETN-REPORT-RECORD(1:25)
               MOVE 'IN BALANCE' TO RETN-REPORT-RECORD(27:10)
           ELSE
               MOVE '*** OUT OF BALANCE - NEW GENERATIONS MUST NOT '
                   TO RETN-REPORT-RECORD(1:47)
               MOVE 'BE SWAPPED ***' TO RETN-REPORT-RECORD(48:14)
               DISPLAY 'FILE-RETAIN: ' WS-RULE-FILE-ID(WS-FILE-SLOT)
                   ' OUT OF BALANCE'
           END-IF
           WRITE RETN-REPORT-RECORD.

       8200-WRITE-ELIGIBLE-LINE.
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE RCT-FILE-ID TO RETN-REPORT-RECORD(1:8)
           MOVE RCT-RUN-DATE TO RETN-REPORT-RECORD(10:8)
           MOVE RCT-ARCH-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(20:9)
           MOVE RCT-ARCH-HASH TO WS-CTL-HASH-ED
           MOVE WS-CTL-HASH-ED TO RETN-REPORT-RECORD(32:20)
           MOVE RCT-OLDEST-ARCH TO RETN-REPORT-RECORD(53:8)
           MOVE RCT-NEWEST-ARCH TO RETN-REPORT-RECORD(62:8)
           WRITE RETN-REPORT-RECORD.

       8300-WRITE-RULE-REJECT.
           ADD 1 TO WS-RULES-REJECTED
           MOVE 'Y' TO WS-WARNING
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'RETNRULE REJECTED: ' TO RETN-REPORT-RECORD(1:19)
           MOVE RETN-RULE-RECORD(1:18) TO RETN-REPORT-RECORD(20:18)
           IF WS-RULE-SLOT = ZEROS
               MOVE ' - UNKNOWN FILE' TO RETN-REPORT-RECORD(38:15)
           ELSE
               MOVE ' - BAD PERIODS' TO RETN-REPORT-RECORD(38:14)
           END-IF
           WRITE RETN-REPORT-RECORD.

       8310-WRITE-FLOOR-RAISED.
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'RETNRULE ' TO RETN-REPORT-RECORD(1:9)
           MOVE RRL-FILE-ID TO RETN-REPORT-RECORD(10:8)
           MOVE ' MINIMUM RAISED TO ' TO RETN-REPORT-RECORD(18:19)
           MOVE WS-RULE-FLOOR(WS-RULE-SLOT) TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(37:9)
           WRITE RETN-REPORT-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO RETN-REPORT-RECORD
           WRITE RETN-REPORT-RECORD
           MOVE 'FILES SPLIT..............' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-FILES-SPLIT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'GENERATIONS ELIGIBLE.....' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-GENS-ELIGIBLE TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'GENERATIONS RETAINED.....' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-GENS-RETAINED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           WRITE RETN-REPORT-RECORD
           MOVE SPACES TO RETN-REPORT-RECORD
           MOVE 'RULES READ / REJECTED....' TO
               RETN-REPORT-RECORD(1:25)
           MOVE WS-RULES-READ TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(27:9)
           MOVE WS-RULES-REJECTED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO RETN-REPORT-RECORD(37:9)
           WRITE RETN-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARNING = 'Y'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           CLOSE RETN-REPORT.
