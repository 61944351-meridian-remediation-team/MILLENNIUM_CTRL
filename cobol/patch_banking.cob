      *                             one specific reject instead of
      *                             clearing every reject for an
      *                             account. Record grew 286 to 295.
      *   2026-10-15  MERIDIAN-OPS  Cross-run duplicate detection. The
      *                             key of every accepted detail
      *                             (account, type, amount, date,
      *                             maturity date) is kept on the
      *                             rolling DUPHIST file for a
      *                             window of business days (10, or
      *                             the second command-line arg);
      *                             a batched detail matching a key
      *                             inside the window, or one seen
      *                             earlier tonight, rejects with
      *                             reason 80 before dispatch and is
      *                             listed on the report under its
      *                             batch. A reason-80 reject that
      *                             ERR-REPROC releases carries
      *                             TR-DUP-RELEASE and is let
      *                             through. The new generation
      *                             goes to DUPHISTN as keys are
      *                             accepted and is rebuilt to the
      *                             checkpoint on restart. A
      *                             resent batch and a repair
      *                             released after upstream re-keyed
      *                             the item were both accrued twice.
      *                             Checkpoint grew 687 to 705.
      *   2026-10-15  MERIDIAN-OPS  Early CD redemption. Type 'CDER'
      *                             breaks a certificate before
      *                             maturity on the batch business
      *                             date: interest earned to that
      *                             date on the 360-day basis, less
      *                             a penalty of so many days'
      *                             interest by term band (capped
      *                             at the interest earned unless
      *                             the product's schedule allows
      *                             invading principal). The
      *                             redemption accrues like any
      *                             other record and goes to
      *                             PAYOUT-FILE carrying the
      *                             redemption date, interest and
      *                             penalty for PAYOUT-SETTLE and
      *                             GL-POSTING. A redemption on or
      *                             after maturity rejects with
      *                             reason 90; one against an
      *                             account with no CD product on
      *                             the schedule rejects with 91.
      *                             Branches were settling broken
      *                             CDs by hand.
      *   2026-10-15  MERIDIAN-OPS  Every accepted detail now updates
      *                             the account's ACCT-ACTIVITY record
      *                             (created on first sight): the
      *                             business date becomes its last
      *                             customer activity unless the item
      *                             is a system renewal (TR-REPRICE-
      *                             FLAG 'R'/'H'), and its amount and
      *                             currency become the last balance
      *                             seen. DORM-SCAN reads the file
      *                             for dormancy and escheatment. A
      *                             failed update is alerted once and
      *                             ends the run RETURN-CODE 4; it
      *                             never rejects the item.
      *   2026-10-15  MERIDIAN-OPS  Currency transaction reporting.
      *                             Every accepted customer item is
      *                             logged to CTRWORK in USD
      *                             equivalent; at end of run it is
      *                             merged with the rolling CTRHIST
      *                             window (10 business days) by
      *                             account and business date, so a
      *                             day adds up across every batch
      *                             and every night it arrived on.
      *                             A day over 10,000.00 USD, or 3 or
      *                             more items between 8,000.00 and
      *                             the threshold inside the window
      *                             (structuring), goes to CTRCAND
      *                             with the name and address off
      *                             ACCT-ADDR and to the CTRRPT
      *                             compliance review. Nothing is
      *                             held or rejected; a candidate
      *                             with no address ends the run
      *                             RETURN-CODE 4. A customer's day
      *                             split across a doubled-up
      *                             transmission never added up.
      *   2026-10-15  MERIDIAN-OPS  RENEWAL-FILE records now carry
      *                             RNW-OLD-RATE, the rate before
      *                             repricing, in filler past the
      *                             redemption fields, for the
      *                             ACCT-INQ account history.
      *   2026-10-15  MERIDIAN-OPS  A renewal no longer inherits
      *                             TR-DUP-RELEASE from the detail
      *                             that matured: the release was
      *                             renewing past the duplicate
      *                             check every cycle. TRANS-RECORD
      *                             names the reject identity that
      *                             ERR-REPROC carries on repairs.
      *
      *================================================================*

                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AM-ACCOUNT-ID
                                  FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-ACTIVITY   ASSIGN TO ACCTACTV
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AA-ACCOUNT-ID
                                  FILE STATUS IS WS-AA-STATUS.
           SELECT RATES-FILE      ASSIGN TO RATEFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RATE-STATUS.
                                  ASSIGN TO RUNHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RH-STATUS.
           SELECT OPTIONAL DUP-HISTORY
                                  ASSIGN TO DUPHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DH-STATUS.
           SELECT DUP-HISTORY-NEW ASSIGN TO DUPHISTN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DHN-STATUS.
           SELECT ACCT-ADDR       ASSIGN TO ACCTADDR
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS AD-ACCOUNT-ID
                                  FILE STATUS IS WS-ADDR-STATUS.
           SELECT CTR-WORK        ASSIGN TO CTRWORK
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CTR-HISTORY
                                  ASSIGN TO CTRHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CTH-STATUS.
           SELECT CTR-HISTORY-NEW ASSIGN TO CTRHISTN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT CTR-CANDIDATE   ASSIGN TO CTRCAND
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT CTR-REPORT      ASSIGN TO CTRRPT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT CTR-SORT-FILE   ASSIGN TO CTRSORT.
           SELECT SORT-FILE       ASSIGN TO SORTWK.

       DATA DIVISION.
      *> ISO currency code of TR-AMOUNT. The domestic book predates
      *> this field and sends spaces, which means USD.
           05  TR-CURRENCY-CODE   PIC X(3).
      *> RNW-REPRICE-FLAG on a renewal that came back through the
      *> capture merge ('R' repriced, 'H' rate held). Only used to
      *> keep system rollovers from counting as customer activity.
           05  TR-REPRICE-FLAG    PIC X(1).
               88  TR-SYSTEM-RENEWAL           VALUE 'R' 'H'.
      *> 'Y' = a reason-80 duplicate reject that ERR-REPROC released
      *> on an ops correction: the item is real, skip the duplicate
      *> check. The capture system leaves it blank.
           05  TR-DUP-RELEASE     PIC X(1).
               88  TR-DUP-RELEASED             VALUE 'Y'.
      *> On a repair, the reject it was built from (ERR-REJECT-DATE
      *> and ERR-SEQUENCE-ID), set by ERR-REPROC so CAPT-MERGE can
      *> tell a repair it has merged from a repair of a new reject.
      *> Not read here.
           05  TR-REJECT-DATE     PIC 9(8).
           05  TR-REJECT-SEQ      PIC 9(9).
           05  FILLER             PIC X(183).

      *----------------------------------------------------------------*
      * Batch control records from the upstream capture system ride    *

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

      *----------------------------------------------------------------*
      * ERROR-FILE -- rejects carry the full original transaction and  *

      *----------------------------------------------------------------*
      * RENEWAL-FILE -- renewal transactions for matured CDs that are  *
      * renewing, in TRANS-RECORD layout so CAPT-MERGE can carry them  *
      * into the next day's TRANS-FILE under a system batch header/    *
      * trailer of their own. RNW-DATE carries the old maturity date   *
      * (start of the new term) and RNW-MATURITY-DATE the new one.     *
      *----------------------------------------------------------------*
       FD  RENEWAL-FILE
      *> in TRANS-RECORD filler positions, so the capture merge
      *> ignores it.
           05  RNW-REPRICE-FLAG   PIC X(1).
      *> The rate the certificate carried before this renewal, past
      *> the positions PAYOUT-RECORD uses for a redemption so it can
      *> ride the merged TRANS-FILE unread. ACCT-INQ prints it.
           05  FILLER             PIC X(25).
           05  RNW-OLD-RATE       PIC S9(3)V9(6) COMP-3.
           05  FILLER             PIC X(171).

      *----------------------------------------------------------------*
      * PAYOUT-FILE -- matured CDs the customer elected not to renew,  *
      * passed through in TRANS-RECORD layout for payout processing,   *
      * and early redemptions ('CDER'), which also carry the date they *
      * were redeemed on and the interest and penalty priced here, in  *
      * filler positions past the two flag bytes TRANS-RECORD uses.    *
      * Those fields mean nothing on a matured payout.                 *
      *----------------------------------------------------------------*
       FD  PAYOUT-FILE
           LABEL RECORDS ARE STANDARD
           05  PAY-MATURITY-DATE  PIC 9(8).
           05  PAY-RENEW-FLAG     PIC X(1).
           05  PAY-CURRENCY-CODE  PIC X(3).
           05  FILLER             PIC X(2).
           05  PAY-REDEEM-DATE    PIC 9(8).
           05  PAY-REDEEM-INTEREST
                                  PIC S9(13)V99 COMP-3.
           05  PAY-REDEEM-PENALTY PIC S9(13)V99 COMP-3.
           05  FILLER             PIC X(176).

      *----------------------------------------------------------------*
      * ACCT-MASTER -- account reference data keyed by account ID,     *
           05  AM-OPEN-DATE       PIC 9(8).
           05  FILLER             PIC X(7).

      *----------------------------------------------------------------*
      * ACCT-ACTIVITY -- one record per account this run has ever      *
      * accepted a detail for, kept beside ACCT-MASTER the way         *
      * ACCT-ADDR is. AA-LAST-ACTIVITY is the business date of the     *
      * last customer-initiated item (zero if only system renewals     *
      * have been seen); AA-BALANCE is the amount on the latest item   *
      * and AA-BALANCE-DATE its business date. AA-LETTER-DATE and      *
      * AA-FREEZE-DATE belong to DORM-SCAN (last due-diligence letter, *
      * last dormancy freeze requested) and are carried as is.         *
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

      *----------------------------------------------------------------*
      * FORECAST-FILE -- durable log of accounts maturing within the   *
      * next 90 days, bucketed forward the way MATURED-FILE buckets    *
      * RATES-RECORD layout. The rate edits read the trailing rates   *
      * off this file for the day-over-day tolerance check before     *
      * tonight's rates are appended, the same read-then-append       *
      * pattern RUN-HISTORY uses. FILE-RETAIN archives rates past the *
      * online period but always leaves each currency's latest here.  *
      *----------------------------------------------------------------*
       FD  RATE-HISTORY
           LABEL RECORDS ARE STANDARD
      * RUN-HISTORY -- permanent, append-only log of every run's       *
      * control totals. 9100-RUN-HISTORY reads the trailing runs off   *
      * this file for the trend comparison before appending tonight.   *
      * FILE-RETAIN archives runs past the online period but always    *
      * leaves at least the trailing five here.                        *
      *----------------------------------------------------------------*
       FD  RUN-HISTORY
           LABEL RECORDS ARE STANDARD
           05  RH-TOTAL-AMOUNT    PIC S9(15)V99 COMP-3.
           05  FILLER             PIC X(3).

      *----------------------------------------------------------------*
      * DUP-HISTORY -- the rolling file of accepted detail keys, one   *
      * record per detail dispatched inside the window, stamped with   *
      * the business date and batch it came in on. DH-RECORD-SEQ is    *
      * the TRANS-FILE record number that accepted the key tonight,    *
      * zero for a key carried from an earlier night. DUPHISTN is the  *
      * new generation, written as keys are accepted; the scheduler    *
      * swaps it over DUPHIST after a clean end of job, the way        *
      * HOLCALN replaces HOLCAL.                                       *
      *----------------------------------------------------------------*
       FD  DUP-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  DUP-HISTORY-RECORD.
           05  DH-ACCOUNT-ID      PIC X(12).
           05  DH-TRANS-TYPE      PIC X(4).
           05  DH-AMOUNT          PIC S9(13)V99 COMP-3.
           05  DH-DATE            PIC 9(8).
           05  DH-MATURITY-DATE   PIC 9(8).
           05  DH-BUSINESS-DATE   PIC 9(8).
           05  DH-BATCH-NUMBER    PIC 9(6).
           05  DH-RECORD-SEQ      PIC 9(9).
           05  FILLER             PIC X(1).

       FD  DUP-HISTORY-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
       01  DUP-HISTORY-NEW-RECORD.
           05  DHN-ACCOUNT-ID     PIC X(12).
           05  DHN-TRANS-TYPE     PIC X(4).
           05  DHN-AMOUNT         PIC S9(13)V99 COMP-3.
           05  DHN-DATE           PIC 9(8).
           05  DHN-MATURITY-DATE  PIC 9(8).
           05  DHN-BUSINESS-DATE  PIC 9(8).
           05  DHN-BATCH-NUMBER   PIC 9(6).
           05  DHN-RECORD-SEQ     PIC 9(9).
           05  FILLER             PIC X(1).

      *----------------------------------------------------------------*
      * ACCT-ADDR -- customer name and address keyed by account ID,    *
      * maintained by ACCT-MAINT. Read only for the CTR candidates.    *
      *----------------------------------------------------------------*
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
      * CTR-WORK -- durable log of tonight's accepted customer items   *
      * for currency transaction reporting, one record per detail,     *
      * carrying its USD equivalent (absolute value: money in and      *
      * money out both count toward the day). Written as each detail   *
      * is accepted and opened EXTEND on restart like MATURED-FILE, so *
      * the records a restart reads again are logged twice; the review *
      * SORT drops the second copy by CTW-RECORD-SEQ.                  *
      * CTR-HISTORY is the rolling window of items from earlier nights *
      * in the same layout; CTRHISTN is its new generation, written by *
      * the review and swapped over CTRHIST by the scheduler after a   *
      * clean end of job the way DUPHISTN replaces DUPHIST.            *
      *----------------------------------------------------------------*
       FD  CTR-WORK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CTR-WORK-RECORD.
           05  CTW-ACCOUNT-ID     PIC X(12).
           05  CTW-BUSINESS-DATE  PIC 9(8).
           05  CTW-TRANS-TYPE     PIC X(4).
           05  CTW-CURRENCY-CODE  PIC X(3).
           05  CTW-AMOUNT         PIC S9(13)V99 COMP-3.
           05  CTW-USD-AMOUNT     PIC S9(13)V99 COMP-3.
           05  CTW-BATCH-NUMBER   PIC 9(6).
           05  CTW-RECORD-SEQ     PIC 9(9).
           05  CTW-RUN-DATE       PIC 9(8).
           05  FILLER             PIC X(14).

       FD  CTR-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CTR-HISTORY-RECORD.
           05  CTH-ACCOUNT-ID     PIC X(12).
           05  CTH-BUSINESS-DATE  PIC 9(8).
           05  FILLER             PIC X(60).

       FD  CTR-HISTORY-NEW
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CTR-HISTORY-NEW-RECORD PIC X(80).

      *----------------------------------------------------------------*
      * CTR-CANDIDATE -- one record per currency transaction report    *
      * candidate for compliance to review and file. CTC-FLAG-TYPE 'C' *
      * is one account's business date over the threshold (first and  *
      * last date both that date); 'S' is a structuring pattern, the   *
      * account's near-threshold items across the window (first and    *
      * last near-threshold date, their count and total). CTC-PRIOR-   *
      * ITEMS counts the items that came in on earlier nights.         *
      * CTC-ADDR-FLAG 'M' marks a candidate with no address on file.   *
      *----------------------------------------------------------------*
       FD  CTR-CANDIDATE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  CTR-CANDIDATE-RECORD.
           05  CTC-FLAG-TYPE      PIC X(1).
               88  CTC-OVER-THRESHOLD          VALUE 'C'.
               88  CTC-STRUCTURING             VALUE 'S'.
           05  CTC-ACCOUNT-ID     PIC X(12).
           05  CTC-FIRST-DATE     PIC 9(8).
           05  CTC-LAST-DATE      PIC 9(8).
           05  CTC-ITEM-COUNT     PIC 9(5).
           05  CTC-PRIOR-ITEMS    PIC 9(5).
           05  CTC-USD-TOTAL      PIC S9(15)V99 COMP-3.
           05  CTC-RUN-DATE       PIC 9(8).
           05  CTC-ADDR-FLAG      PIC X(1).
           05  CTC-NAME           PIC X(30).
           05  CTC-ADDR-LINE-1    PIC X(30).
           05  CTC-ADDR-LINE-2    PIC X(30).
           05  FILLER             PIC X(53).

       FD  CTR-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CTR-REPORT-RECORD      PIC X(132).

       SD  CTR-SORT-FILE.
       01  CTR-SORT-RECORD.
           05  CSR-ITEM.
               10  CSR-ACCOUNT-ID PIC X(12).
               10  CSR-BUSINESS-DATE
                                  PIC 9(8).
               10  CSR-TRANS-TYPE PIC X(4).
               10  CSR-CURRENCY-CODE
                                  PIC X(3).
               10  CSR-AMOUNT     PIC S9(13)V99 COMP-3.
               10  CSR-USD-AMOUNT PIC S9(13)V99 COMP-3.
               10  CSR-BATCH-NUMBER
                                  PIC 9(6).
               10  CSR-RECORD-SEQ PIC 9(9).
               10  CSR-RUN-DATE   PIC 9(8).
               10  FILLER         PIC X(14).
           05  CSR-SOURCE         PIC X(1).
               88  CSR-PRIOR                   VALUE 'P'.
               88  CSR-TONIGHT                 VALUE 'T'.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-BUCKET         PIC 9(1).
           05  WS-DATE-VALID      PIC X(1)    VALUE 'N'.
           05  WS-ACCOUNT-VALID   PIC X(1)    VALUE 'N'.
           05  WS-CURRENCY-VALID  PIC X(1)    VALUE 'N'.
           05  WS-DUP-CLEAR       PIC X(1)    VALUE 'N'.

      *----------------------------------------------------------------*
      * WS-ERROR-REASON -- which VALIDATE-DATE check rejected the      *
      *   50 = account on file but closed                               *
      *   60 = account on file but frozen                               *
      *   70 = currency code not priced on the daily rates file         *
      *   80 = suspected duplicate: same account, type, amount, date    *
      *        and maturity date as a detail already accepted inside    *
      *        the DUPHIST window or earlier tonight                    *
      *   90 = early redemption dated on or after the certificate's     *
      *        maturity date (or with a term that will not compute)     *
      *   91 = early redemption against an account whose product has   *
      *        no early-redemption schedule -- no open CD to break      *
      * Checks stop at the first failure, so exactly one reason code    *
      * is ever recorded per record even when more than one check      *
      * would have failed. Date checks run before account checks; the  *
      * duplicate check runs last, on records that passed the rest.    *
      *----------------------------------------------------------------*
       01  WS-ERROR-REASON        PIC 9(2)    VALUE ZEROS.
           88  WS-ERR-BAD-YEAR                 VALUE 10.
           88  WS-ERR-ACCT-CLOSED              VALUE 50.
           88  WS-ERR-ACCT-FROZEN              VALUE 60.
           88  WS-ERR-BAD-CURRENCY             VALUE 70.
           88  WS-ERR-DUPLICATE                VALUE 80.
           88  WS-ERR-RDM-MATURED              VALUE 90.
           88  WS-ERR-RDM-NOT-CD               VALUE 91.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT    PIC 9(9)    VALUE ZEROS.
      * CHECKPOINT / RESTART                                            *
      *   WS-RUN-MODE  'N'=normal start  'R'=restart from checkpoint    *
      *   Passed as the first command-line argument. Normal batch      *
      *   scheduling omits it and gets a fresh start. The duplicate    *
      *   window in business days, when supplied, is the second        *
      *   argument ('N 15', 'R 15').                                   *
      *----------------------------------------------------------------*
       01  WS-RUN-ARGS            PIC X(20)   VALUE SPACES.
       01  WS-RUN-MODE            PIC X(1)    VALUE 'N'.
           88  WS-RESTART-MODE                VALUE 'R'.
       01  WS-CKPT-STATUS         PIC X(2)    VALUE '00'.
           88  WS-CKPT-NOT-FOUND               VALUE '35'.
       01  WS-ACCT-STATUS         PIC X(2)    VALUE '00'.
           88  WS-ACCT-NOT-FOUND               VALUE '23'.
       01  WS-AA-STATUS           PIC X(2)    VALUE '00'.
           88  WS-AA-NOT-FOUND                 VALUE '23'.
           88  WS-AA-NO-FILE                   VALUE '35'.
      *> Business date stamped on ACCT-ACTIVITY, and 'Y' once an
      *> update has failed (alerted once, run ends RETURN-CODE 4).
       01  WS-ACTIVITY-DATE       PIC 9(8)    VALUE ZEROS.
       01  WS-AA-FAILED           PIC X(1)    VALUE 'N'.
       01  WS-RH-STATUS           PIC X(2)    VALUE '00'.
           88  WS-RH-NOT-FOUND                 VALUE '35'.
       01  WS-RATE-STATUS         PIC X(2)    VALUE '00'.
           88  WS-RATE-NOT-FOUND               VALUE '35'.
       01  WS-OFR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-OFR-NOT-FOUND                VALUE '35'.
       01  WS-DH-STATUS           PIC X(2)    VALUE '00'.
           88  WS-DH-NOT-FOUND                 VALUE '35'.
       01  WS-DHN-STATUS          PIC X(2)    VALUE '00'.
           88  WS-DHN-NOT-FOUND                VALUE '35'.
       01  WS-CTH-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CTH-NOT-FOUND                VALUE '35'.
       01  WS-ADDR-STATUS         PIC X(2)    VALUE '00'.
           88  WS-ADDR-NOT-FOUND               VALUE '23'.
           88  WS-ADDR-NO-FILE                 VALUE '35'.

      *----------------------------------------------------------------*
      * DUPLICATE DETECTION -- every key accepted inside the window,   *
      * loaded from DUPHIST and extended with tonight's keys as they   *
      * are accepted, so a duplicate is caught whether it repeats an   *
      * earlier night or an earlier batch tonight. The window keeps    *
      * keys whose business date is on or after the date the window's  *
      * number of business days back from the run date (DATE-ROLLOVER  *
      * ADD-BUSINESS-DAYS against the HOLCAL calendar); older keys     *
      * drop at load and are not carried to DUPHISTN. On a restart     *
      * the table is rebuilt from DUPHISTN instead, keeping only the   *
      * keys accepted at or before the checkpoint -- the records past  *
      * it are about to be read again -- and DUPHISTN is rewritten to  *
      * match. A table that fills stops remembering, alerts, and ends  *
      * the run RETURN-CODE 4 at worst: the details still process, but *
      * the duplicate check can no longer be trusted in full. The same *
      * goes for a restart that finds no DUPHISTN to rebuild from.     *
      *----------------------------------------------------------------*
       01  WS-DUP-KEEP-DAYS       PIC 9(3)    VALUE 10.
       01  WS-DUP-KEEP-STEP       PIC S9(9)   VALUE ZEROS.
       01  WS-DUP-KEEP-FROM       PIC 9(8)    VALUE ZEROS.
       01  WS-DUP-ARG             PIC X(3)    VALUE SPACES.
       01  WS-DUP-ARG-SHIFT       PIC X(2)    VALUE SPACES.
       01  WS-DUP-EOF             PIC X(1)    VALUE 'N'.
       01  WS-DUP-FULL            PIC X(1)    VALUE 'N'.
       01  WS-DUP-INCOMPLETE      PIC X(1)    VALUE 'N'.
       01  WS-DUP-RELOADED        PIC X(1)    VALUE 'N'.
       01  WS-DUP-REJECTED        PIC 9(9)    VALUE ZEROS.
       01  WS-BATCH-DUPS          PIC 9(9)    VALUE ZEROS.
       01  WS-DUP-DROPPED         PIC 9(9)    VALUE ZEROS.
       01  WS-DUP-MAX             PIC 9(5)    COMP VALUE 20000.
       01  WS-DUP-COUNT           PIC 9(5)    COMP VALUE ZEROS.
       01  WS-DUP-IX              PIC 9(5)    COMP VALUE ZEROS.
       01  WS-DUP-SLOT            PIC 9(5)    COMP VALUE ZEROS.
       01  WS-DUP-WORK.
           05  WS-DW-ACCOUNT      PIC X(12).
           05  WS-DW-TTYPE        PIC X(4).
           05  WS-DW-AMOUNT       PIC S9(13)V99 COMP-3.
           05  WS-DW-DATE         PIC 9(8).
           05  WS-DW-MAT          PIC 9(8).
           05  WS-DW-BUSDATE      PIC 9(8).
           05  WS-DW-BATCH        PIC 9(6).
           05  WS-DW-SEQ          PIC 9(9).
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 20000 TIMES.
               10  WS-DUP-ACCOUNT PIC X(12).
               10  WS-DUP-TTYPE   PIC X(4).
               10  WS-DUP-AMOUNT  PIC S9(13)V99 COMP-3.
               10  WS-DUP-DATE    PIC 9(8).
               10  WS-DUP-MAT     PIC 9(8).
               10  WS-DUP-BUSDATE PIC 9(8).
               10  WS-DUP-BATCH   PIC 9(6).
               10  WS-DUP-SEQ     PIC 9(9).

      *----------------------------------------------------------------*
      * CURRENCY TRANSACTION REPORTING -- every accepted customer item *
      * (system renewals excluded) is logged to CTR-WORK in USD        *
      * equivalent at the rate it priced at. At end of run the review  *
      * SORT merges tonight's items with the window carried on CTRHIST *
      * by account and business date, so one customer's day adds up   *
      * across every batch and every night it arrived on. An account's *
      * business date totalling more than the threshold is a CTR       *
      * candidate; so is an account with the structuring minimum or    *
      * more items just under the threshold (near-threshold floor up   *
      * to the threshold itself) inside the window. Either is raised   *
      * only when tonight brought one of its items, so a candidate is  *
      * not raised again every night it sits in the window. The window *
      * is the business days back from the run date, as the duplicate  *
      * window is. Nothing is held or rejected: the candidates go to   *
      * CTRCAND and CTRRPT for compliance. A candidate whose address   *
      * cannot be read still goes out, flagged, and ends the run       *
      * RETURN-CODE 4 at worst.                                        *
      *----------------------------------------------------------------*
       01  WS-CTR-THRESHOLD       PIC S9(13)V99 COMP-3 VALUE 10000.00.
       01  WS-CTR-NEAR-FLOOR      PIC S9(13)V99 COMP-3 VALUE 8000.00.
       01  WS-CTR-STRUCT-MIN      PIC 9(3)    VALUE 3.
       01  WS-CTR-KEEP-DAYS       PIC 9(3)    VALUE 10.
       01  WS-CTR-KEEP-STEP       PIC S9(9)   VALUE ZEROS.
       01  WS-CTR-KEEP-FROM       PIC 9(8)    VALUE ZEROS.
       01  WS-CTR-EOF             PIC X(1)    VALUE 'N'.
       01  WS-CTR-SORT-EOF        PIC X(1)    VALUE 'N'.
       01  WS-CTR-ADDR-OPEN       PIC X(1)    VALUE 'N'.
       01  WS-CTR-ADDR-FOUND      PIC X(1)    VALUE 'N'.
       01  WS-CTR-ACCOUNT         PIC X(12)   VALUE SPACES.
       01  WS-CTR-PREV-SOURCE     PIC X(1)    VALUE SPACES.
       01  WS-CTR-PREV-SEQ        PIC 9(9)    VALUE ZEROS.
       01  WS-CTR-DAY.
           05  WS-CTR-DAY-DATE    PIC 9(8).
           05  WS-CTR-DAY-ITEMS   PIC 9(5).
           05  WS-CTR-DAY-PRIOR   PIC 9(5).
           05  WS-CTR-DAY-TOTAL   PIC S9(15)V99 COMP-3.
       01  WS-CTR-NEAR.
           05  WS-CTR-NEAR-FIRST  PIC 9(8).
           05  WS-CTR-NEAR-LAST   PIC 9(8).
           05  WS-CTR-NEAR-ITEMS  PIC 9(5).
           05  WS-CTR-NEAR-PRIOR  PIC 9(5).
           05  WS-CTR-NEAR-TOTAL  PIC S9(15)V99 COMP-3.
       01  WS-CTR-CARRIED         PIC 9(9)    VALUE ZEROS.
       01  WS-CTR-AGED-OUT        PIC 9(9)    VALUE ZEROS.
       01  WS-CTR-TONIGHT         PIC 9(9)    VALUE ZEROS.
       01  WS-CTR-REPLAYED        PIC 9(9)    VALUE ZEROS.
       01  WS-CTR-OVER-COUNT      PIC 9(9)    VALUE ZEROS.
       01  WS-CTR-STRUCT-COUNT    PIC 9(9)    VALUE ZEROS.
       01  WS-CTR-NO-ADDR         PIC 9(9)    VALUE ZEROS.

      *----------------------------------------------------------------*
      * CURRENCY RATES -- loaded from the daily RATEFILE at start of   *
       01  WS-RATE-HELD-COUNT     PIC 9(9)    VALUE ZEROS.
       01  WS-OLD-RATE-ED         PIC ZZ9.9(6).

      *----------------------------------------------------------------*
      * EARLY REDEMPTION -- a 'CDER' record breaks the certificate on  *
      * the batch's business date (the run date for a batch with       *
      * none). Interest is earned from TR-DATE to that date at         *
      * TR-INT-RATE on the 360-day basis; the penalty is the schedule  *
      * band's days of interest at the same rate, the band picked by   *
      * the master's product type and the certificate's full term in  *
      * days. Unless the band allows invading principal, the penalty   *
      * is capped at the interest earned, so the customer never gets   *
      * back less than was deposited. Deposit-agreement terms, so the  *
      * schedule is kept here, not on a desk-maintained file; a        *
      * product with no rows on it has no CD to break.                 *
      *----------------------------------------------------------------*
       01  WS-PENALTY-SCHEDULE.
           05  FILLER             PIC X(13)   VALUE 'CD  00365090N'.
           05  FILLER             PIC X(13)   VALUE 'CD  01095180N'.
           05  FILLER             PIC X(13)   VALUE 'CD  99999365N'.
       01  WS-PENALTY-TABLE REDEFINES WS-PENALTY-SCHEDULE.
           05  WS-PEN-ENTRY OCCURS 3 TIMES.
               10  WS-PEN-PRODUCT PIC X(4).
               10  WS-PEN-MAX-TERM
                                  PIC 9(5).
               10  WS-PEN-DAYS    PIC 9(3).
               10  WS-PEN-INVADE  PIC X(1).
       01  WS-PEN-MAX             PIC 9(4)    COMP VALUE 3.
       01  WS-PEN-IX              PIC 9(4)    COMP VALUE ZEROS.
       01  WS-PEN-SLOT            PIC 9(4)    COMP VALUE ZEROS.
       01  WS-PEN-PRODUCT-FOUND   PIC X(1)    VALUE 'N'.
       01  WS-RDM-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-RDM-TERM-DAYS       PIC S9(9)   VALUE ZEROS.
       01  WS-RDM-DAYS-LEFT       PIC S9(9)   VALUE ZEROS.
       01  WS-RDM-DAYS-HELD       PIC S9(9)   VALUE ZEROS.
       01  WS-RDM-PENALTY         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-RDM-CAPPED          PIC X(1)    VALUE 'N'.

      *----------------------------------------------------------------*
      * 2100-VALIDATE-DATE calls DATE-ROLLOVER's COMPARE-DATES with    *
      * TR-DATE on both sides purely for its VALIDATE-DATE-A/B day and *
                   FSR-ACCOUNT-ID
               USING FORECAST-FILE
               OUTPUT PROCEDURE IS 7100-WRITE-FORECAST-REPORT
      *> CTR-WORK likewise holds every item accepted tonight by every
      *> process; the review merges it with the carried window.
           CLOSE CTR-WORK
           SORT CTR-SORT-FILE
               ON ASCENDING KEY CSR-ACCOUNT-ID CSR-BUSINESS-DATE
                   CSR-SOURCE CSR-RECORD-SEQ
               INPUT PROCEDURE IS 7200-GATHER-CTR-ITEMS
               OUTPUT PROCEDURE IS 7300-WRITE-CTR-REVIEW
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-DUP-ARG
           IF WS-DUP-ARG NOT = SPACES
               PERFORM 1005-TAKE-DUP-WINDOW-ARG
           END-IF
           OPEN INPUT  TRANS-FILE
      *> Reference data is not optional: a run without the account
      *> master would accrue against closed and mis-keyed accounts
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The activity file builds itself: the first run creates it
      *> empty and every account is added as it is first seen.
           OPEN I-O    ACCT-ACTIVITY
           IF WS-AA-NO-FILE
               OPEN OUTPUT ACCT-ACTIVITY
               CLOSE ACCT-ACTIVITY
               OPEN I-O ACCT-ACTIVITY
           END-IF
           IF WS-AA-STATUS NOT = '00'
               DISPLAY 'PATCH-BANKING: ACCT-ACTIVITY OPEN FAILED, '
                   'STATUS=' WS-AA-STATUS
               CLOSE ACCT-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURR-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURR-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CURR-DAY
               OPEN EXTEND ACCRUAL-FILE
               OPEN EXTEND RENEWAL-FILE
               OPEN EXTEND PAYOUT-FILE
               OPEN EXTEND CTR-WORK
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT ERROR-FILE
               OPEN OUTPUT ACCRUAL-FILE
               OPEN OUTPUT RENEWAL-FILE
               OPEN OUTPUT PAYOUT-FILE
               OPEN OUTPUT CTR-WORK
           END-IF
           OPEN OUTPUT CHECKPOINT-FILE
      *> Rates load after REPORT-FILE is open so the rate edits can
      *> just the job log.
           PERFORM 1300-LOAD-RATES
           PERFORM 1320-VALIDATE-RATES
           PERFORM 1350-LOAD-OFFER-RATES
           PERFORM 1400-LOAD-DUP-KEYS.

      *----------------------------------------------------------------*
      * 1005-TAKE-DUP-WINDOW-ARG -- the window arrives left-justified  *
      * and space-padded ('7  ', '15 '), so it is shifted right and    *
      * zero-filled before the numeric class test, as ERR-REPROC does  *
      * with its aging limit. A bad or zero argument is reported and   *
      * the default window stands.                                     *
      *----------------------------------------------------------------*
       1005-TAKE-DUP-WINDOW-ARG.
           PERFORM 1006-JUSTIFY-DUP-ARG
               UNTIL WS-DUP-ARG(3:1) NOT = SPACE
           INSPECT WS-DUP-ARG
               REPLACING LEADING SPACES BY ZEROS
           IF WS-DUP-ARG IS NUMERIC AND WS-DUP-ARG NOT = '000'
               MOVE WS-DUP-ARG TO WS-DUP-KEEP-DAYS
           ELSE
               DISPLAY 'PATCH-BANKING: DUPLICATE WINDOW ARGUMENT '
                   'NOT VALID - USING DEFAULT ' WS-DUP-KEEP-DAYS
           END-IF.

       1006-JUSTIFY-DUP-ARG.
           MOVE WS-DUP-ARG(1:2) TO WS-DUP-ARG-SHIFT
           MOVE SPACES TO WS-DUP-ARG
           MOVE WS-DUP-ARG-SHIFT TO WS-DUP-ARG(2:2).

      *----------------------------------------------------------------*
      * 1110-READ-LAST-CHECKPOINT -- the checkpoint file is a          *
               MOVE CKPT-ORPHAN-COUNT   TO WS-ORPHAN-COUNT
               MOVE CKPT-ORPHAN-SEEN    TO WS-ORPHAN-SEEN
               MOVE CKPT-CURRENCY-TOTALS TO WS-CURRENCY-TOTALS
               MOVE CKPT-DUP-REJECTED   TO WS-DUP-REJECTED
               MOVE CKPT-BATCH-DUPS     TO WS-BATCH-DUPS
           END-IF.

      *----------------------------------------------------------------*
           CLOSE RENEWAL-FILE
           CLOSE PAYOUT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE ACCT-ACTIVITY
           CLOSE CTR-WORK
           MOVE 12 TO RETURN-CODE
           STOP RUN.

                   MOVE OFR-RATE TO WS-OFR-VALUE(WS-OFR-COUNT)
           END-READ.

      *----------------------------------------------------------------*
      * 1400-LOAD-DUP-KEYS -- build the duplicate-key table and open   *
      * the new generation with every key it holds. A restart rebuilds *
      * from tonight's DUPHISTN; a normal start (or a restart that     *
      * finds no DUPHISTN) loads the in-window keys off DUPHIST. A     *
      * missing DUPHIST just means nothing has been accepted yet.      *
      *----------------------------------------------------------------*
       1400-LOAD-DUP-KEYS.
           COMPUTE WS-DUP-KEEP-STEP = 0 - WS-DUP-KEEP-DAYS
           CALL "ADD-BUSINESS-DAYS" USING WS-RUN-DATE
               WS-DUP-KEEP-STEP WS-DUP-KEEP-FROM WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE NOT = 0
               MOVE ZEROS TO WS-DUP-KEEP-FROM
           END-IF
           IF WS-RESTART-MODE
               PERFORM 1420-RELOAD-TONIGHTS-KEYS
           END-IF
           IF WS-DUP-RELOADED NOT = 'Y'
               PERFORM 1410-LOAD-PRIOR-KEYS
           END-IF
           OPEN OUTPUT DUP-HISTORY-NEW
           MOVE 1 TO WS-DUP-IX
           PERFORM 1440-REWRITE-ONE-KEY
               UNTIL WS-DUP-IX > WS-DUP-COUNT.

       1410-LOAD-PRIOR-KEYS.
           MOVE 'N' TO WS-DUP-EOF
           OPEN INPUT DUP-HISTORY
           IF WS-DH-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1415-LOAD-ONE-PRIOR-KEY
                   UNTIL WS-DUP-EOF = 'Y'
               CLOSE DUP-HISTORY
           END-IF.

       1415-LOAD-ONE-PRIOR-KEY.
           READ DUP-HISTORY
               AT END MOVE 'Y' TO WS-DUP-EOF
               NOT AT END
                   IF DH-BUSINESS-DATE >= WS-DUP-KEEP-FROM
                       MOVE DH-ACCOUNT-ID    TO WS-DW-ACCOUNT
                       MOVE DH-TRANS-TYPE    TO WS-DW-TTYPE
                       MOVE DH-AMOUNT        TO WS-DW-AMOUNT
                       MOVE DH-DATE          TO WS-DW-DATE
                       MOVE DH-MATURITY-DATE TO WS-DW-MAT
                       MOVE DH-BUSINESS-DATE TO WS-DW-BUSDATE
                       MOVE DH-BATCH-NUMBER  TO WS-DW-BATCH
                       MOVE ZEROS            TO WS-DW-SEQ
                       PERFORM 1430-STORE-DUP-KEY
                   ELSE
                       ADD 1 TO WS-DUP-DROPPED
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 1420-RELOAD-TONIGHTS-KEYS -- DUPHISTN holds the carried keys   *
      * (sequence zero) and tonight's keys in the order they were      *
      * accepted. Keys accepted past the checkpoint belong to records  *
      * the fast-forward does not skip, so they are left out and get  *
      * accepted again as those records are reprocessed.               *
      *----------------------------------------------------------------*
       1420-RELOAD-TONIGHTS-KEYS.
           MOVE 'N' TO WS-DUP-EOF
           OPEN INPUT DUP-HISTORY-NEW
           IF WS-DHN-STATUS NOT = '00'
               MOVE 'Y' TO WS-DUP-INCOMPLETE
               MOVE SPACES TO REPORT-RECORD
               MOVE '*** DUPLICATE CHECK: NO DUPHISTN TO RESTART FROM'
                   TO REPORT-RECORD(1:48)
               MOVE ' - KEYS ACCEPTED BEFORE THE CHECKPOINT NOT CHECKED'
                   TO REPORT-RECORD(49:50)
               MOVE ' ***' TO REPORT-RECORD(99:4)
               WRITE REPORT-RECORD
               DISPLAY 'PATCH-BANKING: DUPHISTN MISSING ON RESTART, '
                   'STATUS=' WS-DHN-STATUS
           ELSE
               MOVE 'Y' TO WS-DUP-RELOADED
               PERFORM 1425-RELOAD-ONE-KEY
                   UNTIL WS-DUP-EOF = 'Y'
               CLOSE DUP-HISTORY-NEW
           END-IF.

       1425-RELOAD-ONE-KEY.
           READ DUP-HISTORY-NEW
               AT END MOVE 'Y' TO WS-DUP-EOF
               NOT AT END
                   IF DHN-RECORD-SEQ NOT > WS-RESTART-COUNT
                       MOVE DHN-ACCOUNT-ID    TO WS-DW-ACCOUNT
                       MOVE DHN-TRANS-TYPE    TO WS-DW-TTYPE
                       MOVE DHN-AMOUNT        TO WS-DW-AMOUNT
                       MOVE DHN-DATE          TO WS-DW-DATE
                       MOVE DHN-MATURITY-DATE TO WS-DW-MAT
                       MOVE DHN-BUSINESS-DATE TO WS-DW-BUSDATE
                       MOVE DHN-BATCH-NUMBER  TO WS-DW-BATCH
                       MOVE DHN-RECORD-SEQ    TO WS-DW-SEQ
                       PERFORM 1430-STORE-DUP-KEY
                   END-IF
           END-READ.

       1430-STORE-DUP-KEY.
           IF WS-DUP-COUNT < WS-DUP-MAX
               ADD 1 TO WS-DUP-COUNT
               MOVE WS-DUP-WORK TO WS-DUP-ENTRY(WS-DUP-COUNT)
           ELSE
               PERFORM 1435-ALERT-DUP-TABLE-FULL
           END-IF.

       1435-ALERT-DUP-TABLE-FULL.
           IF WS-DUP-FULL NOT = 'Y'
               MOVE 'Y' TO WS-DUP-FULL
               MOVE SPACES TO REPORT-RECORD
               MOVE '*** DUPLICATE CHECK: KEY TABLE FULL AT '
                   TO REPORT-RECORD(1:39)
               MOVE WS-DUP-COUNT TO WS-CTL-COUNT-ED
               MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(40:9)
               MOVE ' KEYS - LATER KEYS NOT REMEMBERED ***'
                   TO REPORT-RECORD(49:37)
               WRITE REPORT-RECORD
               DISPLAY 'PATCH-BANKING: DUPLICATE KEY TABLE FULL - '
                   'CHECK INCOMPLETE'
           END-IF.

       1440-REWRITE-ONE-KEY.
           MOVE WS-DUP-ENTRY(WS-DUP-IX) TO WS-DUP-WORK
           PERFORM 2092-WRITE-DUP-KEY
           ADD 1 TO WS-DUP-IX.

       1100-READ-TRANS.
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE.
           MOVE ZEROS TO WS-HASH-TOTAL
           MOVE ZEROS TO WS-TRL-RECORD-COUNT
           MOVE ZEROS TO WS-TRL-HASH-TOTAL
           MOVE ZEROS TO WS-BATCH-DUPS
      *> A new header also closes any orphan-detail stretch: details
      *> arriving outside the next batch are a fresh failure of
      *> their own.
               MOVE BCR-RECORD-COUNT TO WS-TRL-RECORD-COUNT
               MOVE BCR-HASH-TOTAL   TO WS-TRL-HASH-TOTAL
               PERFORM 2950-VERIFY-BATCH-BALANCE
               PERFORM 2980-WRITE-BATCH-DUPS
               MOVE 'N' TO WS-BATCH-OPEN
           END-IF.

           PERFORM 2100-VALIDATE-DATE
           MOVE 'N' TO WS-ACCOUNT-VALID
           MOVE 'N' TO WS-CURRENCY-VALID
           MOVE 'N' TO WS-DUP-CLEAR
           IF WS-DATE-VALID = 'Y'
               PERFORM 2050-VALIDATE-ACCOUNT
           END-IF
           IF WS-DATE-VALID = 'Y' AND WS-ACCOUNT-VALID = 'Y'
               AND TR-TRANS-TYPE = 'CDER'
               PERFORM 2055-VALIDATE-REDEMPTION
           END-IF
           IF WS-DATE-VALID = 'Y' AND WS-ACCOUNT-VALID = 'Y'
               PERFORM 2060-RESOLVE-CURRENCY
           END-IF
           IF WS-DATE-VALID = 'Y' AND WS-ACCOUNT-VALID = 'Y'
               AND WS-CURRENCY-VALID = 'Y'
               PERFORM 2080-CHECK-DUPLICATE
           END-IF
           IF WS-DATE-VALID = 'Y' AND WS-ACCOUNT-VALID = 'Y'
               AND WS-CURRENCY-VALID = 'Y' AND WS-DUP-CLEAR = 'Y'
               PERFORM 2150-DISPATCH-TRANS-TYPE
               ADD TR-AMOUNT TO WS-TOTAL-AMOUNT
               PERFORM 2070-ADD-CURRENCY-TOTALS
               PERFORM 2090-RECORD-ACCEPTED-KEY
               PERFORM 2097-RECORD-ACTIVITY
               PERFORM 2096-RECORD-CTR-ITEM
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 8000-WRITE-ERROR
                   MOVE 'Y' TO WS-ACCOUNT-VALID
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2055-VALIDATE-REDEMPTION -- an early redemption must break a   *
      * certificate that is still running. The master's product type   *
      * must have rows on the penalty schedule (reason 91 otherwise),  *
      * and the redemption date must fall after TR-DATE and before     *
      * TR-MATURITY-DATE (reason 90 otherwise): on or after maturity   *
      * the certificate pays out through the maturity path, not at a   *
      * penalty. The band and the day counts found here are what       *
      * 2250-CALC-REDEMPTION prices with. ACCT-MASTER-RECORD is still  *
      * the one 2050-VALIDATE-ACCOUNT read.                            *
      *----------------------------------------------------------------*
       2055-VALIDATE-REDEMPTION.
           IF WS-BUSINESS-DATE > ZEROS
               MOVE WS-BUSINESS-DATE TO WS-RDM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RDM-DATE
           END-IF
           MOVE 'N' TO WS-PEN-PRODUCT-FOUND
           MOVE 1 TO WS-PEN-IX
           PERFORM 2056-MATCH-PEN-PRODUCT
               UNTIL WS-PEN-IX > WS-PEN-MAX
           IF WS-PEN-PRODUCT-FOUND = 'Y'
               PERFORM 2058-CHECK-REDEMPTION-TERM
           ELSE
               MOVE 'N' TO WS-ACCOUNT-VALID
               MOVE 91 TO WS-ERROR-REASON
           END-IF.

       2056-MATCH-PEN-PRODUCT.
           IF WS-PEN-PRODUCT(WS-PEN-IX) = AM-PRODUCT-TYPE
               MOVE 'Y' TO WS-PEN-PRODUCT-FOUND
           END-IF
           ADD 1 TO WS-PEN-IX.

      *> Bands for a product run in ascending term order, so the
      *> first band whose ceiling covers the term is the right one.
       2057-MATCH-PEN-BAND.
           IF WS-PEN-PRODUCT(WS-PEN-IX) = AM-PRODUCT-TYPE
               AND WS-RDM-TERM-DAYS <= WS-PEN-MAX-TERM(WS-PEN-IX)
               MOVE WS-PEN-IX TO WS-PEN-SLOT
           END-IF
           ADD 1 TO WS-PEN-IX.

       2058-CHECK-REDEMPTION-TERM.
           COMPUTE WS-CD-START-DATE =
               TR-YEAR * 10000 + TR-MONTH * 100 + TR-DAY
           COMPUTE WS-CD-MAT-DATE =
               TR-MAT-YEAR * 10000 + TR-MAT-MONTH * 100 + TR-MAT-DAY
           MOVE ZEROS TO WS-PEN-SLOT
           CALL "DAYS-BETWEEN" USING WS-CD-START-DATE
               WS-CD-MAT-DATE WS-RDM-TERM-DAYS WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE = 0
               CALL "DAYS-BETWEEN" USING WS-RDM-DATE
                   WS-CD-MAT-DATE WS-RDM-DAYS-LEFT WS-DR-RETURN-CODE
           END-IF
           IF WS-DR-RETURN-CODE = 0
               CALL "DAYS-BETWEEN" USING WS-CD-START-DATE
                   WS-RDM-DATE WS-RDM-DAYS-HELD WS-DR-RETURN-CODE
           END-IF
           IF WS-DR-RETURN-CODE = 0
               AND WS-RDM-DAYS-LEFT > ZEROS
               AND WS-RDM-DAYS-HELD > ZEROS
               MOVE 1 TO WS-PEN-IX
               PERFORM 2057-MATCH-PEN-BAND
                   UNTIL WS-PEN-IX > WS-PEN-MAX
                   OR WS-PEN-SLOT > ZEROS
           END-IF
           IF WS-PEN-SLOT = ZEROS
               MOVE 'N' TO WS-ACCOUNT-VALID
               MOVE 90 TO WS-ERROR-REASON
           END-IF.

      *----------------------------------------------------------------*
      * 2060-RESOLVE-CURRENCY -- resolve the record's currency against *
      * the rates table. Spaces mean USD (the domestic book predates  *
           END-IF
           ADD 1 TO WS-CUR-IX.

      *----------------------------------------------------------------*
      * 2080-CHECK-DUPLICATE -- match the detail's key against every   *
      * key accepted inside the window and earlier tonight. A match    *
      * rejects with reason 80 and is listed under its batch with the  *
      * batch that first brought the key in. A detail ERR-REPROC has   *
      * released as real is not checked; its key is still recorded    *
      * once it dispatches, so a third copy is caught.                 *
      *----------------------------------------------------------------*
       2080-CHECK-DUPLICATE.
           MOVE 'Y' TO WS-DUP-CLEAR
           MOVE TR-ACCOUNT-ID    TO WS-DW-ACCOUNT
           MOVE TR-TRANS-TYPE    TO WS-DW-TTYPE
           MOVE TR-AMOUNT        TO WS-DW-AMOUNT
           MOVE TR-DATE          TO WS-DW-DATE
           MOVE TR-MATURITY-DATE TO WS-DW-MAT
           MOVE WS-BUSINESS-DATE TO WS-DW-BUSDATE
           MOVE WS-BATCH-NUMBER  TO WS-DW-BATCH
           MOVE WS-RECORD-COUNT  TO WS-DW-SEQ
           IF NOT TR-DUP-RELEASED
               MOVE ZEROS TO WS-DUP-SLOT
               MOVE 1 TO WS-DUP-IX
               PERFORM 2085-MATCH-ONE-KEY
                   UNTIL WS-DUP-IX > WS-DUP-COUNT
                   OR WS-DUP-SLOT > ZEROS
               IF WS-DUP-SLOT > ZEROS
                   MOVE 'N' TO WS-DUP-CLEAR
                   MOVE 80 TO WS-ERROR-REASON
                   ADD 1 TO WS-DUP-REJECTED
                   ADD 1 TO WS-BATCH-DUPS
                   PERFORM 2095-WRITE-DUPLICATE-LINE
               END-IF
           END-IF.

       2085-MATCH-ONE-KEY.
           IF WS-DUP-ACCOUNT(WS-DUP-IX) = WS-DW-ACCOUNT
               AND WS-DUP-TTYPE(WS-DUP-IX) = WS-DW-TTYPE
               AND WS-DUP-AMOUNT(WS-DUP-IX) = WS-DW-AMOUNT
               AND WS-DUP-DATE(WS-DUP-IX) = WS-DW-DATE
               AND WS-DUP-MAT(WS-DUP-IX) = WS-DW-MAT
               MOVE WS-DUP-IX TO WS-DUP-SLOT
           END-IF
           ADD 1 TO WS-DUP-IX.

      *----------------------------------------------------------------*
      * 2090-RECORD-ACCEPTED-KEY -- the dispatched detail's key, built *
      * by 2080, goes into the table and straight out to DUPHISTN so   *
      * the new generation is current as of every checkpoint.          *
      *----------------------------------------------------------------*
       2090-RECORD-ACCEPTED-KEY.
           IF WS-DUP-COUNT < WS-DUP-MAX
               PERFORM 1430-STORE-DUP-KEY
               PERFORM 2092-WRITE-DUP-KEY
           ELSE
               PERFORM 1435-ALERT-DUP-TABLE-FULL
           END-IF.

       2092-WRITE-DUP-KEY.
           MOVE SPACES TO DUP-HISTORY-NEW-RECORD
           MOVE WS-DW-ACCOUNT TO DHN-ACCOUNT-ID
           MOVE WS-DW-TTYPE   TO DHN-TRANS-TYPE
           MOVE WS-DW-AMOUNT  TO DHN-AMOUNT
           MOVE WS-DW-DATE    TO DHN-DATE
           MOVE WS-DW-MAT     TO DHN-MATURITY-DATE
           MOVE WS-DW-BUSDATE TO DHN-BUSINESS-DATE
           MOVE WS-DW-BATCH   TO DHN-BATCH-NUMBER
           MOVE WS-DW-SEQ     TO DHN-RECORD-SEQ
           WRITE DUP-HISTORY-NEW-RECORD.

       2095-WRITE-DUPLICATE-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE 'DUPLICATE  BATCH ' TO REPORT-RECORD(1:17)
           MOVE WS-BATCH-NUMBER TO REPORT-RECORD(18:6)
           MOVE ' ACCOUNT ' TO REPORT-RECORD(24:9)
           MOVE TR-ACCOUNT-ID TO REPORT-RECORD(33:12)
           MOVE ' TYPE ' TO REPORT-RECORD(45:6)
           MOVE TR-TRANS-TYPE TO REPORT-RECORD(51:4)
           MOVE ' AMOUNT ' TO REPORT-RECORD(55:8)
           MOVE TR-AMOUNT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO REPORT-RECORD(63:18)
           MOVE ' FIRST SEEN BATCH ' TO REPORT-RECORD(81:18)
           MOVE WS-DUP-BATCH(WS-DUP-SLOT) TO REPORT-RECORD(99:6)
           MOVE ' OF ' TO REPORT-RECORD(105:4)
           MOVE WS-DUP-BUSDATE(WS-DUP-SLOT) TO REPORT-RECORD(109:8)
           WRITE REPORT-RECORD.

      *----------------------------------------------------------------*
      * 2096-RECORD-CTR-ITEM -- log the accepted detail to CTR-WORK    *
      * under its business date, priced to USD at the rate 2060        *
      * resolved. System renewals are not customer money moving and    *
      * are left out.                                                  *
      *----------------------------------------------------------------*
       2096-RECORD-CTR-ITEM.
           IF NOT TR-SYSTEM-RENEWAL
               MOVE SPACES TO CTR-WORK-RECORD
               MOVE TR-ACCOUNT-ID TO CTW-ACCOUNT-ID
               IF WS-BUSINESS-DATE > ZEROS
                   MOVE WS-BUSINESS-DATE TO CTW-BUSINESS-DATE
               ELSE
                   MOVE WS-RUN-DATE TO CTW-BUSINESS-DATE
               END-IF
               MOVE TR-TRANS-TYPE    TO CTW-TRANS-TYPE
               MOVE WS-WORK-CURRENCY TO CTW-CURRENCY-CODE
               MOVE TR-AMOUNT        TO CTW-AMOUNT
               COMPUTE CTW-USD-AMOUNT ROUNDED =
                   TR-AMOUNT * WS-RESOLVED-RATE
               IF CTW-USD-AMOUNT < ZEROS
                   COMPUTE CTW-USD-AMOUNT = 0 - CTW-USD-AMOUNT
               END-IF
               MOVE WS-BATCH-NUMBER  TO CTW-BATCH-NUMBER
               MOVE WS-RECORD-COUNT  TO CTW-RECORD-SEQ
               MOVE WS-RUN-DATE      TO CTW-RUN-DATE
               WRITE CTR-WORK-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * 2097-RECORD-ACTIVITY -- stamp the accepted detail on the       *
      * account's ACCT-ACTIVITY record, adding the record the first    *
      * time the account is seen. Dates only move forward, so a        *
      * restart that replays a stretch of the file changes nothing.    *
      *----------------------------------------------------------------*
       2097-RECORD-ACTIVITY.
           IF WS-BUSINESS-DATE > ZEROS
               MOVE WS-BUSINESS-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-ACTIVITY-DATE
           END-IF
           MOVE TR-ACCOUNT-ID TO AA-ACCOUNT-ID
           READ ACCT-ACTIVITY
           EVALUATE TRUE
               WHEN WS-AA-NOT-FOUND
                   MOVE SPACES TO ACCT-ACTIVITY-RECORD
                   MOVE TR-ACCOUNT-ID TO AA-ACCOUNT-ID
                   MOVE ZEROS TO AA-LAST-ACTIVITY
                   MOVE ZEROS TO AA-BALANCE
                   MOVE ZEROS TO AA-BALANCE-DATE
                   MOVE ZEROS TO AA-LETTER-DATE
                   MOVE ZEROS TO AA-FREEZE-DATE
                   PERFORM 2098-APPLY-ACTIVITY
                   WRITE ACCT-ACTIVITY-RECORD
               WHEN WS-AA-STATUS = '00'
                   PERFORM 2098-APPLY-ACTIVITY
                   REWRITE ACCT-ACTIVITY-RECORD
           END-EVALUATE
           IF WS-AA-STATUS NOT = '00'
               PERFORM 2099-ALERT-ACTIVITY-FAILED
           END-IF.

       2098-APPLY-ACTIVITY.
           IF NOT TR-SYSTEM-RENEWAL
               AND WS-ACTIVITY-DATE >= AA-LAST-ACTIVITY
               MOVE WS-ACTIVITY-DATE TO AA-LAST-ACTIVITY
               MOVE TR-TRANS-TYPE    TO AA-LAST-TRANS-TYPE
           END-IF
           IF WS-ACTIVITY-DATE >= AA-BALANCE-DATE
               MOVE TR-AMOUNT        TO AA-BALANCE
               MOVE WS-WORK-CURRENCY TO AA-CURRENCY-CODE
               MOVE WS-ACTIVITY-DATE TO AA-BALANCE-DATE
           END-IF.

       2099-ALERT-ACTIVITY-FAILED.
           IF WS-AA-FAILED NOT = 'Y'
               MOVE 'Y' TO WS-AA-FAILED
               MOVE SPACES TO REPORT-RECORD
               MOVE '*** ACCT-ACTIVITY UPDATE FAILED, STATUS '
                   TO REPORT-RECORD(1:40)
               MOVE WS-AA-STATUS TO REPORT-RECORD(41:2)
               MOVE ' ACCOUNT ' TO REPORT-RECORD(43:9)
               MOVE TR-ACCOUNT-ID TO REPORT-RECORD(52:12)
               MOVE ' - DORMANCY DATES INCOMPLETE ***'
                   TO REPORT-RECORD(64:32)
               WRITE REPORT-RECORD
               DISPLAY 'PATCH-BANKING: ACCT-ACTIVITY UPDATE FAILED, '
                   'STATUS=' WS-AA-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * 2900-WRITE-CHECKPOINT -- records how far the run has gotten so *
      * a restart can fast-forward past everything already processed. *
           MOVE WS-ORPHAN-COUNT   TO CKPT-ORPHAN-COUNT
           MOVE WS-ORPHAN-SEEN    TO CKPT-ORPHAN-SEEN
           MOVE WS-CURRENCY-TOTALS TO CKPT-CURRENCY-TOTALS
           MOVE WS-DUP-REJECTED   TO CKPT-DUP-REJECTED
           MOVE WS-BATCH-DUPS     TO CKPT-BATCH-DUPS
           WRITE CHECKPOINT-RECORD.

      *----------------------------------------------------------------*
               WHEN 'DEP'
                   PERFORM 2220-CALC-INTEREST-DEP
                   PERFORM 2400-WRITE-ACCRUAL
      *> An early redemption ends the certificate tonight: no
      *> maturity check, no forecast, straight to payout.
               WHEN 'CDER'
                   PERFORM 2250-CALC-REDEMPTION
                   PERFORM 2400-WRITE-ACCRUAL
                   PERFORM 2345-WRITE-REDEMPTION
               WHEN OTHER
      *> Unrecognized type -- fall back to the original loan rule
      *> rather than silently skipping the record.
           END-IF
           ADD 1 TO WS-PATCHED-COUNT.

      *----------------------------------------------------------------*
      * 2250-CALC-REDEMPTION -- interest earned from TR-DATE to the    *
      * redemption date on the CD's 360-day basis, then the penalty:   *
      * the schedule band's days of interest on the same principal at  *
      * the same rate. A penalty larger than the interest earned is    *
      * cut back to the interest unless the band allows invading       *
      * principal. 2055-VALIDATE-REDEMPTION has already found the band *
      * and the days held. The accrual record carries the interest     *
      * earned and the days held.                                      *
      *----------------------------------------------------------------*
       2250-CALC-REDEMPTION.
           MOVE TR-INT-RATE TO WS-INTEREST-RATE
           MOVE WS-DAYS-IN-BANKER-YR TO WS-DAYS-BASIS-USED
           MOVE WS-RDM-DAYS-HELD TO WS-DAYS-REMAINING
           COMPUTE WS-INTEREST-AMT ROUNDED =
               TR-AMOUNT * WS-INTEREST-RATE * WS-DAYS-REMAINING
               / WS-DAYS-BASIS-USED
           COMPUTE WS-RDM-PENALTY ROUNDED =
               TR-AMOUNT * WS-INTEREST-RATE
               * WS-PEN-DAYS(WS-PEN-SLOT) / WS-DAYS-BASIS-USED
           MOVE 'N' TO WS-RDM-CAPPED
           IF WS-RDM-PENALTY > WS-INTEREST-AMT
               AND WS-PEN-INVADE(WS-PEN-SLOT) NOT = 'Y'
               MOVE WS-INTEREST-AMT TO WS-RDM-PENALTY
               MOVE 'Y' TO WS-RDM-CAPPED
           END-IF
           ADD 1 TO WS-PATCHED-COUNT.

      *----------------------------------------------------------------*
      * 2230-DAYS-TO-MATURITY -- actual day count from today to        *
      * TR-MATURITY-DATE via DATE-ROLLOVER's DAYS-BETWEEN, positive    *
           END-IF
           IF WS-DR-RETURN-CODE = 0 AND WS-CD-TERM-DAYS > ZEROS
               MOVE TRANS-RECORD TO RENEWAL-RECORD
      *> A duplicate release covers the one item ops released, not
      *> the certificate's rollovers after it.
               MOVE SPACE TO RENEWAL-RECORD(51:1)
               MOVE WS-CD-MAT-DATE TO RNW-DATE
               MOVE WS-CD-NEW-MAT  TO RNW-MATURITY-DATE
               PERFORM 2336-REPRICE-RENEWAL
      *----------------------------------------------------------------*
       2336-REPRICE-RENEWAL.
           MOVE RNW-INT-RATE TO WS-OLD-RATE
           MOVE RNW-INT-RATE TO RNW-OLD-RATE
           MOVE ZEROS TO WS-OFR-SLOT
           MOVE 1 TO WS-OFR-IX
           PERFORM 2337-MATCH-ONE-OFFER-RATE
           WRITE PAYOUT-RECORD
           ADD 1 TO WS-PAYOUT-COUNT.

      *----------------------------------------------------------------*
      * 2345-WRITE-REDEMPTION -- the broken certificate goes to        *
      * PAYOUT-FILE like a matured non-renewing one, carrying the      *
      * redemption date and the interest and penalty just priced, so   *
      * PAYOUT-SETTLE pays exactly what was priced here and GL-POSTING *
      * books the penalty. It counts as a payout for NIGHT-RECON. The  *
      * report line shows the figures and whether the cap applied.     *
      *----------------------------------------------------------------*
       2345-WRITE-REDEMPTION.
           MOVE TRANS-RECORD TO PAYOUT-RECORD
           MOVE WS-RDM-DATE TO PAY-REDEEM-DATE
           MOVE WS-INTEREST-AMT TO PAY-REDEEM-INTEREST
           MOVE WS-RDM-PENALTY TO PAY-REDEEM-PENALTY
           WRITE PAYOUT-RECORD
           ADD 1 TO WS-PAYOUT-COUNT
           MOVE SPACES TO REPORT-RECORD
           MOVE TR-ACCOUNT-ID TO REPORT-RECORD(1:12)
           MOVE ' REDEEMED ' TO REPORT-RECORD(13:10)
           MOVE WS-RDM-DATE TO REPORT-RECORD(23:8)
           MOVE ' INT ' TO REPORT-RECORD(31:5)
           MOVE WS-INTEREST-AMT TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO REPORT-RECORD(36:18)
           MOVE ' PENALTY ' TO REPORT-RECORD(54:9)
           MOVE WS-RDM-PENALTY TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO REPORT-RECORD(63:18)
           MOVE ' DAYS ' TO REPORT-RECORD(81:6)
           MOVE WS-PEN-DAYS(WS-PEN-SLOT) TO REPORT-RECORD(87:3)
           IF WS-RDM-CAPPED = 'Y'
               MOVE ' CAPPED AT INTEREST' TO REPORT-RECORD(90:19)
           END-IF
           WRITE REPORT-RECORD.

      *----------------------------------------------------------------*
      * 2350-ROLL-TO-BUSINESS-DAY -- if the maturity date in           *
      * WS-DATE-YYYYMMDD-1 lands on a weekend or bank holiday, roll   *
                   MOVE '90 DAYS' TO WS-BUCKET-LABEL
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 7200-GATHER-CTR-ITEMS -- INPUT PROCEDURE for the CTR review    *
      * SORT in 0000-MAIN. Releases the carried items still inside the *
      * window off CTRHIST (older ones age out here and are not        *
      * carried to CTRHISTN), then every item logged tonight. A        *
      * missing CTRHIST just means there is no window to carry yet.    *
      *----------------------------------------------------------------*
       7200-GATHER-CTR-ITEMS.
           COMPUTE WS-CTR-KEEP-STEP = 0 - WS-CTR-KEEP-DAYS
           CALL "ADD-BUSINESS-DAYS" USING WS-RUN-DATE
               WS-CTR-KEEP-STEP WS-CTR-KEEP-FROM WS-DR-RETURN-CODE
           IF WS-DR-RETURN-CODE NOT = 0
               MOVE ZEROS TO WS-CTR-KEEP-FROM
           END-IF
           MOVE 'N' TO WS-CTR-EOF
           OPEN INPUT CTR-HISTORY
           IF WS-CTH-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 7210-RELEASE-ONE-PRIOR
                   UNTIL WS-CTR-EOF = 'Y'
               CLOSE CTR-HISTORY
           END-IF
           MOVE 'N' TO WS-CTR-EOF
           OPEN INPUT CTR-WORK
           PERFORM 7220-RELEASE-ONE-TONIGHT
               UNTIL WS-CTR-EOF = 'Y'
           CLOSE CTR-WORK.

       7210-RELEASE-ONE-PRIOR.
           READ CTR-HISTORY
               AT END MOVE 'Y' TO WS-CTR-EOF
               NOT AT END
                   IF CTH-BUSINESS-DATE >= WS-CTR-KEEP-FROM
                       MOVE CTR-HISTORY-RECORD TO CSR-ITEM
                       MOVE 'P' TO CSR-SOURCE
                       RELEASE CTR-SORT-RECORD
                   ELSE
                       ADD 1 TO WS-CTR-AGED-OUT
                   END-IF
           END-READ.

       7220-RELEASE-ONE-TONIGHT.
           READ CTR-WORK
               AT END MOVE 'Y' TO WS-CTR-EOF
               NOT AT END
                   MOVE CTR-WORK-RECORD TO CSR-ITEM
                   MOVE 'T' TO CSR-SOURCE
                   RELEASE CTR-SORT-RECORD
           END-READ.

      *----------------------------------------------------------------*
      * 7300-WRITE-CTR-REVIEW -- OUTPUT PROCEDURE for the CTR review   *
      * SORT. Items come back by account and business date, carried    *
      * items ahead of tonight's and tonight's in TRANS-FILE order. A  *
      * tonight item with the same record number as the one before it  *
      * is a restart's second copy and is dropped; every other item    *
      * goes to CTRHISTN and into the day and window totals, which are *
      * judged at each change of date and of account.                  *
      *----------------------------------------------------------------*
       7300-WRITE-CTR-REVIEW.
           OPEN OUTPUT CTR-HISTORY-NEW
           OPEN OUTPUT CTR-CANDIDATE
           OPEN OUTPUT CTR-REPORT
           PERFORM 7305-OPEN-ACCT-ADDR
           PERFORM 7380-WRITE-CTR-HEADING
           MOVE SPACES TO WS-CTR-ACCOUNT
           MOVE 'N' TO WS-CTR-SORT-EOF
           PERFORM 7310-RETURN-ONE-CTR
           PERFORM 7320-TAKE-ONE-CTR
               UNTIL WS-CTR-SORT-EOF = 'Y'
           IF WS-CTR-ACCOUNT NOT = SPACES
               PERFORM 7340-CLOSE-CTR-DAY
               PERFORM 7350-CLOSE-CTR-ACCOUNT
           END-IF
           PERFORM 7390-WRITE-CTR-SUMMARY
           IF WS-CTR-ADDR-OPEN = 'Y'
               CLOSE ACCT-ADDR
           END-IF
           CLOSE CTR-HISTORY-NEW
           CLOSE CTR-CANDIDATE
           CLOSE CTR-REPORT.

      *> A review that cannot read addresses still names its
      *> candidates; each one goes out flagged for compliance to
      *> complete by hand.
       7305-OPEN-ACCT-ADDR.
           OPEN INPUT ACCT-ADDR
           IF WS-ADDR-STATUS = '00'
               MOVE 'Y' TO WS-CTR-ADDR-OPEN
           ELSE
               MOVE SPACES TO REPORT-RECORD
               MOVE '*** CTR REVIEW: ACCT-ADDR OPEN FAILED, STATUS '
                   TO REPORT-RECORD(1:46)
               MOVE WS-ADDR-STATUS TO REPORT-RECORD(47:2)
               MOVE ' - CANDIDATES CARRY NO ADDRESS ***'
                   TO REPORT-RECORD(49:34)
               WRITE REPORT-RECORD
               DISPLAY 'PATCH-BANKING: ACCT-ADDR OPEN FAILED, '
                   'STATUS=' WS-ADDR-STATUS
           END-IF.

       7310-RETURN-ONE-CTR.
           RETURN CTR-SORT-FILE
               AT END MOVE 'Y' TO WS-CTR-SORT-EOF.

       7320-TAKE-ONE-CTR.
           IF CSR-TONIGHT AND WS-CTR-PREV-SOURCE = 'T'
               AND CSR-ACCOUNT-ID = WS-CTR-ACCOUNT
               AND CSR-BUSINESS-DATE = WS-CTR-DAY-DATE
               AND CSR-RECORD-SEQ = WS-CTR-PREV-SEQ
               ADD 1 TO WS-CTR-REPLAYED
           ELSE
               PERFORM 7330-ADD-ONE-CTR
           END-IF
           PERFORM 7310-RETURN-ONE-CTR.

       7330-ADD-ONE-CTR.
           IF CSR-ACCOUNT-ID NOT = WS-CTR-ACCOUNT
               IF WS-CTR-ACCOUNT NOT = SPACES
                   PERFORM 7340-CLOSE-CTR-DAY
                   PERFORM 7350-CLOSE-CTR-ACCOUNT
               END-IF
               MOVE CSR-ACCOUNT-ID TO WS-CTR-ACCOUNT
               INITIALIZE WS-CTR-NEAR
               PERFORM 7335-OPEN-CTR-DAY
           ELSE
               IF CSR-BUSINESS-DATE NOT = WS-CTR-DAY-DATE
                   PERFORM 7340-CLOSE-CTR-DAY
                   PERFORM 7335-OPEN-CTR-DAY
               END-IF
           END-IF
           MOVE CSR-SOURCE     TO WS-CTR-PREV-SOURCE
           MOVE CSR-RECORD-SEQ TO WS-CTR-PREV-SEQ
           MOVE CSR-ITEM TO CTR-HISTORY-NEW-RECORD
           WRITE CTR-HISTORY-NEW-RECORD
           ADD 1 TO WS-CTR-DAY-ITEMS
           ADD CSR-USD-AMOUNT TO WS-CTR-DAY-TOTAL
           IF CSR-PRIOR
               ADD 1 TO WS-CTR-CARRIED
               ADD 1 TO WS-CTR-DAY-PRIOR
           ELSE
               ADD 1 TO WS-CTR-TONIGHT
           END-IF
           IF CSR-USD-AMOUNT >= WS-CTR-NEAR-FLOOR
               AND CSR-USD-AMOUNT NOT > WS-CTR-THRESHOLD
               PERFORM 7336-ADD-NEAR-ITEM
           END-IF.

       7335-OPEN-CTR-DAY.
           INITIALIZE WS-CTR-DAY
           MOVE CSR-BUSINESS-DATE TO WS-CTR-DAY-DATE.

       7336-ADD-NEAR-ITEM.
           IF WS-CTR-NEAR-ITEMS = ZEROS
               MOVE CSR-BUSINESS-DATE TO WS-CTR-NEAR-FIRST
           END-IF
           MOVE CSR-BUSINESS-DATE TO WS-CTR-NEAR-LAST
           ADD 1 TO WS-CTR-NEAR-ITEMS
           ADD CSR-USD-AMOUNT TO WS-CTR-NEAR-TOTAL
           IF CSR-PRIOR
               ADD 1 TO WS-CTR-NEAR-PRIOR
           END-IF.

      *> Raised only when tonight brought an item to the day.
       7340-CLOSE-CTR-DAY.
           IF WS-CTR-DAY-TOTAL > WS-CTR-THRESHOLD
               AND WS-CTR-DAY-ITEMS > WS-CTR-DAY-PRIOR
               ADD 1 TO WS-CTR-OVER-COUNT
               MOVE SPACES TO CTR-CANDIDATE-RECORD
               MOVE 'C' TO CTC-FLAG-TYPE
               MOVE WS-CTR-DAY-DATE  TO CTC-FIRST-DATE
               MOVE WS-CTR-DAY-DATE  TO CTC-LAST-DATE
               MOVE WS-CTR-DAY-ITEMS TO CTC-ITEM-COUNT
               MOVE WS-CTR-DAY-PRIOR TO CTC-PRIOR-ITEMS
               MOVE WS-CTR-DAY-TOTAL TO CTC-USD-TOTAL
               PERFORM 7360-WRITE-CTR-CANDIDATE
           END-IF.

      *> Raised only when tonight brought a near-threshold item.
       7350-CLOSE-CTR-ACCOUNT.
           IF WS-CTR-NEAR-ITEMS >= WS-CTR-STRUCT-MIN
               AND WS-CTR-NEAR-ITEMS > WS-CTR-NEAR-PRIOR
               ADD 1 TO WS-CTR-STRUCT-COUNT
               MOVE SPACES TO CTR-CANDIDATE-RECORD
               MOVE 'S' TO CTC-FLAG-TYPE
               MOVE WS-CTR-NEAR-FIRST TO CTC-FIRST-DATE
               MOVE WS-CTR-NEAR-LAST  TO CTC-LAST-DATE
               MOVE WS-CTR-NEAR-ITEMS TO CTC-ITEM-COUNT
               MOVE WS-CTR-NEAR-PRIOR TO CTC-PRIOR-ITEMS
               MOVE WS-CTR-NEAR-TOTAL TO CTC-USD-TOTAL
               PERFORM 7360-WRITE-CTR-CANDIDATE
           END-IF.

      *----------------------------------------------------------------*
      * 7360-WRITE-CTR-CANDIDATE -- finish the candidate 7340/7350     *
      * started with the name and address off ACCT-ADDR, write it to   *
      * CTRCAND, and list it on the review report.                     *
      *----------------------------------------------------------------*
       7360-WRITE-CTR-CANDIDATE.
           MOVE WS-CTR-ACCOUNT TO CTC-ACCOUNT-ID
           MOVE WS-RUN-DATE TO CTC-RUN-DATE
           MOVE 'N' TO WS-CTR-ADDR-FOUND
           IF WS-CTR-ADDR-OPEN = 'Y'
               MOVE WS-CTR-ACCOUNT TO AD-ACCOUNT-ID
               READ ACCT-ADDR
               IF WS-ADDR-STATUS = '00'
                   MOVE 'Y' TO WS-CTR-ADDR-FOUND
               END-IF
           END-IF
           IF WS-CTR-ADDR-FOUND = 'Y'
               MOVE AD-NAME        TO CTC-NAME
               MOVE AD-ADDR-LINE-1 TO CTC-ADDR-LINE-1
               MOVE AD-ADDR-LINE-2 TO CTC-ADDR-LINE-2
           ELSE
               MOVE 'M' TO CTC-ADDR-FLAG
               ADD 1 TO WS-CTR-NO-ADDR
           END-IF
           WRITE CTR-CANDIDATE-RECORD
           PERFORM 7370-WRITE-CTR-LINE.

       7370-WRITE-CTR-LINE.
           MOVE SPACES TO CTR-REPORT-RECORD
           IF CTC-OVER-THRESHOLD
               MOVE 'CTR ' TO CTR-REPORT-RECORD(1:4)
           ELSE
               MOVE 'STRC' TO CTR-REPORT-RECORD(1:4)
           END-IF
           MOVE CTC-ACCOUNT-ID TO CTR-REPORT-RECORD(6:12)
           MOVE CTC-FIRST-DATE TO CTR-REPORT-RECORD(19:8)
           MOVE CTC-LAST-DATE  TO CTR-REPORT-RECORD(28:8)
           MOVE CTC-ITEM-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(37:9)
           MOVE CTC-PRIOR-ITEMS TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(47:9)
           MOVE CTC-USD-TOTAL TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO CTR-REPORT-RECORD(57:18)
           IF WS-CTR-ADDR-FOUND = 'Y'
               MOVE CTC-NAME TO CTR-REPORT-RECORD(76:30)
               WRITE CTR-REPORT-RECORD
               MOVE SPACES TO CTR-REPORT-RECORD
               MOVE CTC-ADDR-LINE-1 TO CTR-REPORT-RECORD(76:30)
               WRITE CTR-REPORT-RECORD
               IF CTC-ADDR-LINE-2 NOT = SPACES
                   MOVE SPACES TO CTR-REPORT-RECORD
                   MOVE CTC-ADDR-LINE-2 TO CTR-REPORT-RECORD(76:30)
                   WRITE CTR-REPORT-RECORD
               END-IF
           ELSE
               MOVE '*** NO ADDRESS ON FILE ***'
                   TO CTR-REPORT-RECORD(76:26)
               WRITE CTR-REPORT-RECORD
           END-IF.

       7380-WRITE-CTR-HEADING.
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'CURRENCY TRANSACTION REVIEW   RUN DATE '
               TO CTR-REPORT-RECORD(1:39)
           MOVE WS-RUN-DATE TO CTR-REPORT-RECORD(40:8)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'THRESHOLD (USD)..........' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-THRESHOLD TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO CTR-REPORT-RECORD(27:18)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'NEAR-THRESHOLD FROM (USD)' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-NEAR-FLOOR TO WS-CTL-AMOUNT-ED
           MOVE WS-CTL-AMOUNT-ED TO CTR-REPORT-RECORD(27:18)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'STRUCTURING MINIMUM ITEMS' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-STRUCT-MIN TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'WINDOW FROM BUSINESS DATE' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-KEEP-FROM TO CTR-REPORT-RECORD(28:8)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           WRITE CTR-REPORT-RECORD
           MOVE 'FLAG ACCOUNT      FIRST    LAST'
               TO CTR-REPORT-RECORD(1:31)
           MOVE '    ITEMS     PRIOR          USD TOTAL '
               TO CTR-REPORT-RECORD(37:39)
           MOVE 'NAME / ADDRESS' TO CTR-REPORT-RECORD(76:14)
           WRITE CTR-REPORT-RECORD.

       7390-WRITE-CTR-SUMMARY.
           MOVE SPACES TO CTR-REPORT-RECORD
           WRITE CTR-REPORT-RECORD
           MOVE 'ITEMS CARRIED IN WINDOW..' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-CARRIED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'ITEMS AGED OUT OF WINDOW.' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-AGED-OUT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'ITEMS ACCEPTED TONIGHT...' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-TONIGHT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'RESTART COPIES DROPPED...' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-REPLAYED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'CTR CANDIDATES OVER LIMIT' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-OVER-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'CTR STRUCTURING FLAGS....' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-STRUCT-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           MOVE 'CTR CANDIDATES NO ADDRESS' TO CTR-REPORT-RECORD(1:25)
           MOVE WS-CTR-NO-ADDR TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO CTR-REPORT-RECORD(27:9)
           WRITE CTR-REPORT-RECORD.

       8000-WRITE-ERROR.
           MOVE SPACES TO REPORT-RECORD
           MOVE TR-ACCOUNT-ID TO REPORT-RECORD(1:12)
           EVALUATE TRUE
               WHEN WS-ERROR-REASON >= 90
                   MOVE ' RDM-ERROR  ' TO REPORT-RECORD(13:12)
               WHEN WS-ERROR-REASON >= 80
                   MOVE ' DUP-ERROR  ' TO REPORT-RECORD(13:12)
               WHEN WS-ERROR-REASON >= 70
                   MOVE ' CURR-ERROR ' TO REPORT-RECORD(13:12)
               WHEN WS-ERROR-REASON >= 40
               TO REPORT-RECORD(13:33)
           WRITE REPORT-RECORD
           DISPLAY 'PATCH-BANKING: BATCH ' WS-BATCH-NUMBER
               ' TRAILER MISSING - BATCH FAILED'
           PERFORM 2980-WRITE-BATCH-DUPS.

       2952-FAIL-ORPHAN-TRAILER.
           ADD 1 TO WS-BATCHES-FAILED
           MOVE ' IN BALANCE' TO REPORT-RECORD(25:11)
           WRITE REPORT-RECORD.

      *----------------------------------------------------------------*
      * 2980-WRITE-BATCH-DUPS -- closes the batch's duplicate listing  *
      * with its count, whether the batch balanced or not; a batch     *
      * with no duplicates gets no line.                               *
      *----------------------------------------------------------------*
       2980-WRITE-BATCH-DUPS.
           IF WS-BATCH-DUPS > ZEROS
               MOVE SPACES TO REPORT-RECORD
               MOVE 'BATCH ' TO REPORT-RECORD(1:6)
               MOVE WS-BATCH-NUMBER TO REPORT-RECORD(7:6)
               MOVE ' DUPLICATES REJECTED ' TO REPORT-RECORD(13:21)
               MOVE WS-BATCH-DUPS TO WS-CTL-COUNT-ED
               MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(34:9)
               WRITE REPORT-RECORD
           END-IF.

       9000-TERMINATE.
      *> A batch still open at end of file lost its trailer to a
      *> truncated transmission; it fails on its own like any other
               WHEN OTHER
                   PERFORM 2900-WRITE-CHECKPOINT
           END-EVALUATE
      *> A duplicate check that could not see every key still lets
      *> the night run, but not as a clean one.
           IF RETURN-CODE = ZEROS
               AND (WS-DUP-FULL = 'Y' OR WS-DUP-INCOMPLETE = 'Y')
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZEROS AND WS-AA-FAILED = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
      *> Every CTR candidate went out; one without an address needs
      *> compliance to finish it by hand.
           IF RETURN-CODE = ZEROS AND WS-CTR-NO-ADDR > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9010-WRITE-CONTROL-TOTALS
           PERFORM 9100-RUN-HISTORY
           CLOSE TRANS-FILE
           CLOSE ACCRUAL-FILE
           CLOSE RENEWAL-FILE
           CLOSE PAYOUT-FILE
           CLOSE DUP-HISTORY-NEW
           CLOSE ACCT-ACTIVITY
           CLOSE CHECKPOINT-FILE.

       9005-WRITE-BATCH-SUMMARY.
           MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(27:9)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE 'DUPLICATES REJECTED......' TO REPORT-RECORD(1:25)
           MOVE WS-DUP-REJECTED TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(27:9)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE 'DUPLICATE KEYS ON FILE...' TO REPORT-RECORD(1:25)
           MOVE WS-DUP-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(27:9)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE 'CTR CANDIDATES OVER LIMIT' TO REPORT-RECORD(1:25)
           MOVE WS-CTR-OVER-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(27:9)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE 'CTR STRUCTURING FLAGS....' TO REPORT-RECORD(1:25)
           MOVE WS-CTR-STRUCT-COUNT TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(27:9)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE 'CTR CANDIDATES NO ADDRESS' TO REPORT-RECORD(1:25)
           MOVE WS-CTR-NO-ADDR TO WS-CTL-COUNT-ED
           MOVE WS-CTL-COUNT-ED TO REPORT-RECORD(27:9)
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE 'INTEREST RECORDS PATCHED.' TO REPORT-RECORD(1:25)
           MOVE WS-PATCHED-COUNT TO WS-CTL-COUNT-ED
