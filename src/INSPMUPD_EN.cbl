       DATE-WRITTEN. 2025-07-15.

      * Modification History
      * 2026-10-15 : The payment-date tolerances, amount ceiling, base
      *              currency, cash-application tolerance, alert
      *              threshold, reinstatement window and checkpoint
      *              interval are read from the installation parameter
      *              file through INSPARM; an exported variable of the
      *              same name still overrides for a single run.
      * 2026-10-15 : Every posting is journaled to the run posting
      *              journal (RUNJRNL) under the collection file's
      *              identity, with the cash-application image
      *              INSPMAPP now returns, and the RUNTOTALS record
      *              carries the same identity - the footprint
      *              INSRUNBK needs to back a whole run out. A trial
      *              run journals nothing.
      * 2026-10-15 : Cash application now holds the difference on an
      *              over/short payment on the premium-deposit
      *              ledger (INSPMDEP, called from INSPMAPP). A short
      *              payment that completes an installment from
      *              deposit reports the new posted outcome DEP APPLY
      *              instead of SHORTPAY.
      * 2026-09-02 : '04' client payments now run the payment-date
      *              edit before allocation, like every other
      *              detail type - a malformed or far-future date
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNTOT-FILE-STATUS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO EXTERNAL RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNJRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
       COPY RUNREG.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS RUN-TOTALS-RECORD.
       COPY RUNTOTAL.

       FD  RUN-JOURNAL-FILE
           RECORD CONTAINS 134 CHARACTERS
           DATA RECORD IS RUN-JOURNAL-RECORD.
       COPY RUNJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS            PIC XX VALUE SPACES.
       01  WS-REJECT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-RATE-EOF-FLAG           PIC X VALUE 'N'.
          88 END-OF-RATE-FILE         VALUE 'Y'.
       01  WS-BASE-CURRENCY           PIC X(03) VALUE 'USD'.
       01  WS-EXCHANGE-RATE           PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-BEST-RATE-DATE          PIC X(08) VALUE SPACES.
       01  WS-RATE-FOUND-FLAG         PIC X VALUE 'N'.
       01  WS-HDR-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-HDR-FILE-ID            PIC X(12) VALUE SPACES.
       01  WS-RUNTOT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-RUNJRNL-FILE-STATUS    PIC XX VALUE SPACES.

       01  WS-GRACE-DAYS             PIC 9(3).
       01  WS-PAID-TO-DATE           PIC X(8).
       01  WS-DATE-EDIT-RESULT       PIC X(10).
       01  WS-FUTURE-TOLERANCE-DAYS  PIC 9(3) VALUE 3.
       01  WS-DEFAULT-GRACE-DAYS     PIC 9(3) VALUE 30.

      * Amount edit: reject anything <= 0 or over a configurable
      * ceiling before it ever reaches INSPMINS.
       01  WS-AMOUNT-CEILING         PIC 9(8)V99 VALUE 100000.00.

      * Cash application: tolerance (percent of the modal premium)
      * within which a payment still counts as the due installment,
      * and the per-record outcome INSPMAPP reports back.
       01  WS-APPLY-TOL-PCT          PIC 9(3) VALUE 5.
       01  WS-APPLY-RESULT           PIC X(1) VALUE SPACE.
      * Billing dates and deposit movements of that application,
      * journaled with the posting.
       COPY APPLYIMG.

      * Reversal validation through INSPMRVV: function code per
      * call plus the result it answers with.
      * (days from paid-to-date) within which a payment covering
      * the arrears reinstates rather than rejecting.
       01  WS-REINSTATE-WINDOW-DAYS  PIC 9(3) VALUE 90.
       01  WS-REI-FUNCTION           PIC X(1) VALUE SPACE.
       01  WS-REI-RESULT             PIC X(1) VALUE SPACE.

      * the next morning when someone opens the report by hand.
       01  WS-ALERT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ALERT-THRESHOLD-PCT    PIC 9(3) VALUE 25.
       01  WS-ERROR-RATE-PCT         PIC 9(3) VALUE ZEROS.

      * Comma-delimited copy of the detail report, for finance to

      * Checkpoint / restart control
       01  WS-CHECKPOINT-INTERVAL    PIC 9(7) VALUE 1000.
       01  WS-RESTART-FLAG           PIC X(1) VALUE 'N'.
           88  WS-RESTART-REQUESTED  VALUE 'Y'.
       01  WS-RESTART-TEXT           PIC X(10).
             88 LOG-SUCCESS         VALUE '0'.
             88 LOG-FAILURE         VALUE '9'.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS THRU 1000-EXIT
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

      * Business-rule settings come from the installation parameter
      * file as of the business date; any not on it keep the
      * defaults above.
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'PAYDATE_FUTURE_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-FUTURE-TOLERANCE-DAYS
           END-IF
           MOVE 'PAYDATE_DEFAULT_GRACE_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-DEFAULT-GRACE-DAYS
           END-IF
           MOVE 'PAYMENT_AMOUNT_CEILING' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-AMOUNT-CEILING
           END-IF
           MOVE 'BASE_CURRENCY' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-BASE-CURRENCY
           END-IF
           MOVE 'PAYMENT_APPLY_TOL_PCT' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-APPLY-TOL-PCT
           END-IF
           MOVE 'ALERT_ERROR_RATE_PCT' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-ALERT-THRESHOLD-PCT
           END-IF
           MOVE 'REINSTATE_WINDOW_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-REINSTATE-WINDOW-DAYS
           END-IF
           ACCEPT WS-TRIAL-TEXT FROM ENVIRONMENT
               "PAYMENT_TRIAL_MODE"
           END-IF

      * Optional checkpoint/restart controls
           MOVE 'CHECKPOINT_INTERVAL' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-CHECKPOINT-INTERVAL
           END-IF
           ACCEPT WS-RESTART-TEXT FROM ENVIRONMENT
               "RESTART_FROM_CHECKPOINT"
      * it empty would wreck a pending restart of a real run.
           IF NOT WS-TRIAL-MODE
               PERFORM 1040-OPEN-CHECKPOINT-FILE
               OPEN EXTEND RUN-JOURNAL-FILE
               IF WS-RUNJRNL-FILE-STATUS = '35'
                   OPEN OUTPUT RUN-JOURNAL-FILE
               END-IF
           END-IF
           PERFORM 1090-LOAD-RATE-TABLE

      * Process each payment record
           ADD 1 TO WS-PROCESS-COUNT
           MOVE ZEROS TO WS-BASE-AMOUNT
           PERFORM 2216-CLEAR-APPLY-IMAGE
           
      * Parse payment record via the DTL-RECORD view (PAYFILIN
      * copybook) instead of hardcoded byte offsets - adding a field
      * resubmitted on a later run.
           IF DL-RESULT = 'SUCCESS' OR DL-RESULT = 'REVERSED' OR
              DL-RESULT = 'OVERPAY' OR DL-RESULT = 'SHORTPAY' OR
              DL-RESULT = 'DEP APPLY' OR
              DL-RESULT = 'REINSTATED' OR DL-RESULT = 'REFUNDED'
               ADD 1 TO WS-POSTED-COUNT
               PERFORM 2168-WRITE-RECEIPT
               PERFORM 2169-JOURNAL-POSTING
           END-IF

      * Format report line data
           IF DL-RESULT NOT = 'SUCCESS' AND DL-RESULT NOT = 'REVERSED'
              AND DL-RESULT NOT = 'OVERPAY'
              AND DL-RESULT NOT = 'SHORTPAY'
              AND DL-RESULT NOT = 'DEP APPLY'
              AND DL-RESULT NOT = 'REINSTATED'
              AND DL-RESULT NOT = 'REFUNDED'
              AND DL-RESULT NOT = 'SPLIT'
               END-IF
           END-IF.

       2169-JOURNAL-POSTING.
      * Journal the posting under the collection file's identity,
      * with whatever cash application it made - the run's
      * footprint for INSRUNBK. A trial run posted nothing.
           IF NOT WS-TRIAL-MODE
               INITIALIZE RUN-JOURNAL-RECORD
               MOVE WS-HDR-RUN-DATE TO RP-RUN-DATE
               MOVE WS-HDR-FILE-ID TO RP-FILE-ID
               MOVE WS-TODAY-DATE TO RP-PROCESS-DATE
               MOVE WS-ACCOUNTING-PERIOD TO RP-ACCOUNTING-PERIOD
               MOVE PR-PAYMENT-ID TO RP-PAYMENT-ID
               MOVE PR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE PR-POLICY-ID TO RP-POLICY-ID
               MOVE PR-AMOUNT TO RP-AMOUNT
               MOVE WS-APPLY-RESULT TO RP-APPLY-RESULT
               MOVE AI-BEFORE-PAID-TO TO RP-BEFORE-PAID-TO
               MOVE AI-BEFORE-NEXT-DUE TO RP-BEFORE-NEXT-DUE
               MOVE AI-AFTER-PAID-TO TO RP-AFTER-PAID-TO
               MOVE AI-AFTER-NEXT-DUE TO RP-AFTER-NEXT-DUE
               MOVE AI-DEPOSIT-HELD TO RP-DEPOSIT-HELD
               MOVE AI-DEPOSIT-APPLIED TO RP-DEPOSIT-APPLIED
               MOVE SPACE TO RP-STATUS
               MOVE DL-RESULT TO RP-POST-RESULT
               WRITE RUN-JOURNAL-RECORD
               IF WS-RUNJRNL-FILE-STATUS NOT = '00'
                   MOVE 'W' TO LOG-LEVEL
                   MOVE 'INSPMUPD' TO LOG-MODULE
                   MOVE 'Run posting journal write failed for payment'
                     TO LOG-MESSAGE
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       2170-WRITE-CSV-RECORD.
           MOVE PR-AMOUNT TO WS-CSV-AMOUNT-TEXT
           MOVE WS-BASE-AMOUNT TO WS-CSV-BASE-TEXT

       2450-POST-ONE-SLICE.
           PERFORM 2440-BUILD-SLICE-ID
           PERFORM 2216-CLEAR-APPLY-IMAGE
           MOVE WS-CLA-POLICY-ID(WS-CLA-SUB) TO PR-POLICY-ID
           MOVE WS-CLA-AMOUNT(WS-CLA-SUB) TO PR-AMOUNT
           MOVE WS-CLA-SLICE-ID TO PR-PAYMENT-ID
               PERFORM 2215-APPLY-PAYMENT
               ADD 1 TO WS-POSTED-COUNT
               PERFORM 2168-WRITE-RECEIPT
               PERFORM 2169-JOURNAL-POSTING
           ELSE
               MOVE 'FAILED' TO DL-RESULT
               ADD 1 TO WS-ERROR-COUNT
      * downgrade the result to OVERPAY/SHORTPAY when the amount is
      * outside tolerance. Either way the payment itself stays
      * posted - the suspense file is for records that didn't post,
      * not for ones that need a follow-up on the difference, which
      * INSPMAPP holds on the premium-deposit ledger. A short payment
      * that completes an installment from deposit reports DEP APPLY.
      * A trial run never touches the master, so a trial record
      * reports SUCCESS without the over/short classification.
           IF WS-TRIAL-MODE
               MOVE SPACE TO WS-APPLY-RESULT
           CALL 'INSPMAPP' USING PAYMENT-RECORD
                                  WS-APPLY-TOL-PCT
                                  WS-APPLY-RESULT
                                  APPLY-IMAGE-PARAMS
           END-IF
           EVALUATE WS-APPLY-RESULT
               WHEN 'O'
                   MOVE 'OVERPAY' TO DL-RESULT
               WHEN 'S'
                   MOVE 'SHORTPAY' TO DL-RESULT
               WHEN 'D'
                   MOVE 'DEP APPLY' TO DL-RESULT
               WHEN 'X'
                   MOVE 'W' TO LOG-LEVEL
                   MOVE 'INSPMUPD' TO LOG-MODULE
                   CONTINUE
           END-EVALUATE.

       2216-CLEAR-APPLY-IMAGE.
      * A posting that never reaches cash application (reversal,
      * refund, reinstatement) journals no application.
           MOVE SPACE TO WS-APPLY-RESULT
           MOVE SPACES TO AI-BEFORE-PAID-TO
                          AI-BEFORE-NEXT-DUE
                          AI-AFTER-PAID-TO
                          AI-AFTER-NEXT-DUE
           MOVE ZEROS TO AI-DEPOSIT-HELD
                         AI-DEPOSIT-APPLIED.

       2220-METHOD-TOTALS.
      * Per-method count/amount, net of reversals - the base-currency
      * amount was already added to (payment) or subtracted from
           MOVE WS-READ-COUNT TO RN-READ-COUNT
           MOVE WS-POSTED-COUNT TO RN-POSTED-COUNT
           MOVE WS-REJECT-COUNT TO RN-REJECT-COUNT
           MOVE WS-HDR-RUN-DATE TO RN-HDR-RUN-DATE
           MOVE WS-HDR-FILE-ID TO RN-FILE-ID
           WRITE RUN-TOTALS-RECORD
           CLOSE RUN-TOTALS-FILE.

           CLOSE REJECT-FILE
           IF NOT WS-TRIAL-MODE
               CLOSE CHECKPOINT-FILE
               CLOSE RUN-JOURNAL-FILE
           END-IF
           CLOSE ALERT-FILE
           CLOSE CSV-FILE.
