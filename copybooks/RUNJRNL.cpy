      * Run posting journal record - one appended by INSPMUPD for
      * every payment, reversal or refund a collection run posts,
      * under the run identity the run registry holds (header run
      * date and file ID). It is the run's footprint: INSRUNBK
      * reads it to back a whole run out - history, cross-
      * reference, activity, commission and receipt records, and
      * the cash application INSPMAPP made - and then marks the
      * entries backed out.
       01  RUN-JOURNAL-RECORD.
           05  RP-RUN-DATE            PIC X(08).
           05  RP-FILE-ID             PIC X(12).
      * Business date the run posted under (the history/activity
      * stamp and the RUNTOTALS day) and the accounting period.
           05  RP-PROCESS-DATE        PIC X(08).
           05  RP-ACCOUNTING-PERIOD   PIC X(06).
           05  RP-POSTING-KEY.
               10  RP-PAYMENT-ID      PIC X(12).
               10  RP-TRANSACTION-TYPE PIC X(02).
           05  RP-POLICY-ID           PIC X(10).
           05  RP-AMOUNT              PIC 9(8)V99.
      * INSPMAPP outcome (space when no cash application ran) and
      * the billing/deposit image it returned.
           05  RP-APPLY-RESULT        PIC X(01).
           05  RP-BEFORE-PAID-TO      PIC X(08).
           05  RP-BEFORE-NEXT-DUE     PIC X(08).
           05  RP-AFTER-PAID-TO       PIC X(08).
           05  RP-AFTER-NEXT-DUE      PIC X(08).
           05  RP-DEPOSIT-HELD        PIC 9(9)V99.
           05  RP-DEPOSIT-APPLIED     PIC 9(9)V99.
           05  RP-STATUS              PIC X(01).
               88  RP-POSTED              VALUE ' '.
               88  RP-BACKED-OUT          VALUE 'B'.
      * Outcome the run reported for the posting (SUCCESS,
      * REVERSED, REINSTATED, ...).
           05  RP-POST-RESULT         PIC X(10).
