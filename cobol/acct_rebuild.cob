      *
      * Files:
      *   AUDITJRN IN   permanent audit journal from ACCT-MAINT
      *                 (120 bytes; a journal or archive generation in
      *                 the original 100-byte layout is converted by
      *                 JRN-CONVT before it is read here)
      *   ACCTREBL OUT  the rebuilt master (indexed, same 32-byte
      *                 ACCT-MASTER-RECORD layout); built fresh each
      *                 run, never the live ACCTMAST
      * The journal is strictly append-ordered, so replaying after
      * images in file order -- WRITE for the first appearance of an
      * account, REWRITE after that -- lands every account on its
      * last state as of the cutoff. Holiday-calendar entries that
      * CAL-MAINT journals alongside (entry type 'H') are counted and
      * passed over; they carry no account image. The live journal
      * holds every account's latest image from before FILE-RETAIN's
      * last cutoff; for an earlier as-of date, concatenate the
      * AUDITJRN archive generations, oldest first, ahead of it.
      *
      * MODIFICATION HISTORY:
      *   2026-09-03  MERIDIAN-OPS  Original version, alongside the
      *                             AUDITJRN journaling in ACCT-MAINT.
      *   2026-10-15  MERIDIAN-OPS  AUDITJRN is 120 bytes now, with
      *                             maker and checker IDs and an entry
      *                             type; calendar entries skipped and
      *                             counted. Maker-checker approval.
      *================================================================*

       IDENTIFICATION DIVISION.

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

       FD  REBUILD-MASTER
           LABEL RECORDS ARE STANDARD
           05  WS-REPLAYED-COUNT  PIC 9(9)    VALUE ZEROS.
           05  WS-SKIPPED-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-ACCOUNT-COUNT   PIC 9(9)    VALUE ZEROS.
           05  WS-CALENDAR-COUNT  PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * The as-of date arrives as the first command-line argument,     *
      *----------------------------------------------------------------*
       2010-REPLAY-ONE-ENTRY.
           ADD 1 TO WS-JOURNAL-READ
           IF JRN-CALENDAR-ENTRY
               ADD 1 TO WS-CALENDAR-COUNT
           ELSE
               PERFORM 2020-REPLAY-ACCOUNT-ENTRY
           END-IF
           PERFORM 1100-READ-JOURNAL.

       2020-REPLAY-ACCOUNT-ENTRY.
           IF JRN-ACTION-DATE <= WS-AS-OF-DATE
               MOVE JRN-AFTER-IMAGE TO REBUILD-MASTER-RECORD
               WRITE REBUILD-MASTER-RECORD
               ADD 1 TO WS-REPLAYED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REBUILD-REPORT-RECORD
           MOVE WS-CTL-COUNT-ED TO REBUILD-REPORT-RECORD(27:9)
           WRITE REBUILD-REPORT-RECORD
           MOVE SPACES TO REBUILD-REPORT-RECORD
           MOVE 'CALENDAR ENTRIES SKIPPED.' TO
               REBUILD-REPORT-RECORD(1:25)
           MOVE WS-CALENDAR-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO REBUILD-REPORT-RECORD(27:9)
           WRITE REBUILD-REPORT-RECORD
           MOVE SPACES TO REBUILD-REPORT-RECORD
           MOVE 'ACCOUNTS ON REBUILT FILE.' TO
               REBUILD-REPORT-RECORD(1:25)
           MOVE WS-ACCOUNT-COUNT TO WS-CTL-COUNT-ED
