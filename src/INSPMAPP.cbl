      *           and the next due date rolls forward by the
      *           policy's payment frequency. Over- and short-
      *           payments are reported back to the caller as their
      *           own outcomes instead of being lumped into SUCCESS,
      *           and the difference is held on the policy's
      *           premium-deposit ledger (INSPMDEP) until it covers
      *           an installment. The billing dates before and
      *           after, and the deposit movements, go back to the
      *           caller as the application image (APPLYIMG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPMAPP.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : Returns the cash-application image (APPLYIMG) as
      *              a fourth parameter: paid-to and next due date
      *              before and after, and the amounts held on and
      *              applied from deposit - the payment run journals
      *              it so INSRUNBK can back a run out exactly.
      * 2026-10-15 : Over- and short-payments now land on the new
      *              premium-deposit ledger (INSPMDEP): the excess of
      *              an overpayment, and the whole of a short
      *              payment. A short payment that brings the held
      *              balance up to the installment (within
      *              tolerance) satisfies it from deposit and
      *              advances the policy - new outcome 'D'.
      * 2026-08-22 : Initial version. INSPMUPD posted any amount
      *              that passed the ceiling edit with no idea what
      *              the policy owed; an overpayment, an

       01  WS-TOLERANCE-AMOUNT         PIC 9(7)V99 VALUE ZEROS.
       01  WS-FREQUENCY-MONTHS         PIC S9(3) VALUE ZEROS.
       01  WS-EXCESS-AMOUNT            PIC 9(9)V99 VALUE ZEROS.

      * Premium-deposit ledger parameters
       COPY DEPPARM.

      * Date calculation parameters
       COPY DATECALC.
      *   '0' = installment satisfied within tolerance, paid-to-date
      *         and next due date advanced
      *   'O' = overpaid beyond tolerance - installment satisfied
      *         and advanced, excess held on premium deposit
      *   'S' = short-paid beyond tolerance - installment NOT
      *         satisfied, nothing advanced, payment held on
      *         premium deposit
      *   'D' = short-paid, but the payment plus what was already
      *         on deposit covers the installment - satisfied from
      *         deposit and advanced
      *   'X' = policy could not be read back for application
       01  LS-APPLY-RESULT             PIC X(01).
      * Cash-application image returned to the caller
       COPY APPLYIMG.

       PROCEDURE DIVISION USING LS-PAYMENT-RECORD
                                 LS-TOLERANCE-PCT
                                 LS-APPLY-RESULT
                                 APPLY-IMAGE-PARAMS.
       0000-MAIN-PROCESS.
           MOVE SPACES TO AI-BEFORE-PAID-TO
                          AI-BEFORE-NEXT-DUE
                          AI-AFTER-PAID-TO
                          AI-AFTER-NEXT-DUE
           MOVE ZEROS TO AI-DEPOSIT-HELD
                         AI-DEPOSIT-APPLIED

      * Open the policy master once; it stays open for the life of
      * this run unit since INSPMAPP is called once per posted
      * payment.
               GOBACK
           END-IF

           MOVE PM-PAID-TO-DATE TO AI-BEFORE-PAID-TO
                                   AI-AFTER-PAID-TO
           MOVE PM-NEXT-DUE-DATE TO AI-BEFORE-NEXT-DUE
                                    AI-AFTER-NEXT-DUE

           COMPUTE WS-TOLERANCE-AMOUNT ROUNDED =
               PM-MODAL-PREMIUM * LS-TOLERANCE-PCT / 100

               WHEN LS-AMOUNT <
                    PM-MODAL-PREMIUM - WS-TOLERANCE-AMOUNT
      * Short payment: the installment is not satisfied, so
      * paid-to-date stays put and the arrears clock keeps running -
      * unless the payment completes what is already on deposit.
                   MOVE 'S' TO LS-APPLY-RESULT
                   PERFORM 2000-HOLD-SHORT-PAYMENT
               WHEN LS-AMOUNT >
                    PM-MODAL-PREMIUM + WS-TOLERANCE-AMOUNT
                   MOVE 'O' TO LS-APPLY-RESULT
                   PERFORM 1000-ADVANCE-PAID-TO-DATE
                   PERFORM 2100-HOLD-OVERPAY-EXCESS
               WHEN OTHER
                   MOVE '0' TO LS-APPLY-RESULT
                   PERFORM 1000-ADVANCE-PAID-TO-DATE
           END-IF
           MOVE PM-NEXT-DUE-DATE TO PM-PAID-TO-DATE

           REWRITE POLICY-MASTER-RECORD
           IF WS-POLICY-FILE-STATUS = '00'
               MOVE PM-PAID-TO-DATE TO AI-AFTER-PAID-TO
               MOVE PM-NEXT-DUE-DATE TO AI-AFTER-NEXT-DUE
           END-IF.

       2000-HOLD-SHORT-PAYMENT.
      * The whole short payment goes on deposit. Once the balance
      * reaches the installment (less tolerance) the installment
      * comes back off deposit - never more than the balance holds.
           MOVE 'S' TO DEP-FUNCTION-CODE
           MOVE LS-AMOUNT TO DEP-AMOUNT
           MOVE LS-PAYMENT-ID TO DEP-REFERENCE
           PERFORM 2900-CALL-DEPOSIT-LEDGER
           IF DEP-SUCCESS
               MOVE LS-AMOUNT TO AI-DEPOSIT-HELD
           END-IF
           IF DEP-SUCCESS AND
              DEP-BALANCE >= PM-MODAL-PREMIUM - WS-TOLERANCE-AMOUNT
               MOVE 'A' TO DEP-FUNCTION-CODE
               IF DEP-BALANCE < PM-MODAL-PREMIUM
                   MOVE DEP-BALANCE TO DEP-AMOUNT
               ELSE
                   MOVE PM-MODAL-PREMIUM TO DEP-AMOUNT
               END-IF
               MOVE PM-NEXT-DUE-DATE TO DEP-REFERENCE
               PERFORM 2900-CALL-DEPOSIT-LEDGER
               IF DEP-SUCCESS
                   MOVE DEP-AMOUNT TO AI-DEPOSIT-APPLIED
                   MOVE 'D' TO LS-APPLY-RESULT
                   PERFORM 1000-ADVANCE-PAID-TO-DATE
               END-IF
           END-IF.

       2100-HOLD-OVERPAY-EXCESS.
      * Only the excess over the installment is held; it waits for
      * the next billing run to take the following installment.
           COMPUTE WS-EXCESS-AMOUNT = LS-AMOUNT - PM-MODAL-PREMIUM
           MOVE 'O' TO DEP-FUNCTION-CODE
           MOVE WS-EXCESS-AMOUNT TO DEP-AMOUNT
           MOVE LS-PAYMENT-ID TO DEP-REFERENCE
           PERFORM 2900-CALL-DEPOSIT-LEDGER
           IF DEP-SUCCESS
               MOVE WS-EXCESS-AMOUNT TO AI-DEPOSIT-HELD
           END-IF.

       2900-CALL-DEPOSIT-LEDGER.
           MOVE LS-POLICY-ID TO DEP-POLICY-ID
           MOVE LS-PAYMENT-DATE TO DEP-MOVEMENT-DATE
           MOVE 'INSPMAPP' TO DEP-SOURCE-PROGRAM
           CALL 'INSPMDEP' USING DEPOSIT-LEDGER-PARAMS.

       END PROGRAM INSPMAPP.
