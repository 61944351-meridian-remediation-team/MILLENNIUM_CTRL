      *   RENEWFIL IN   renewal feed        (256 bytes)
      *   PAYFILE  IN   payout feed         (256 bytes)
      *   CHKPTFIL IN   checkpoint log; the LAST record is the run's
      *                 completion checkpoint (705 bytes)
      *   RUNHIST  IN   permanent run history; the LAST record is the
      *                 one tonight appended (60 bytes)
      *   RECRPT   OUT  reconciliation report
      *
      * MODIFICATION HISTORY:
      *   2026-09-03  MERIDIAN-OPS  Original version.
      *   2026-10-15  MERIDIAN-OPS  CHECKPOINT-RECORD follows
      *                             PATCH-BANKING to 705 bytes (the
      *                             duplicate-reject counters).
      *================================================================*

       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 705 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  CKPT-RECORD-COUNT  PIC 9(9).
           05  CKPT-ACCOUNT-ID    PIC X(12).
           05  CKPT-ORPHAN-SEEN   PIC X(1).
           05  CKPT-CURRENCY-TOTALS
                                  PIC X(522).
           05  CKPT-DUP-REJECTED  PIC 9(9).
           05  CKPT-BATCH-DUPS    PIC 9(9).

       FD  RUN-HISTORY
           LABEL RECORDS ARE STANDARD
