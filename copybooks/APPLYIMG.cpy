      * Cash-application image INSPMAPP hands back to its caller:
      * the policy's billing dates before and after the payment was
      * applied, and what moved on the premium-deposit ledger. The
      * dates stay spaces and the amounts zero when nothing was
      * applied. The payment run journals it with each posting so a
      * run backed out by INSRUNBK can put the policy back exactly.
       01  APPLY-IMAGE-PARAMS.
           05  AI-BEFORE-PAID-TO      PIC X(08).
           05  AI-BEFORE-NEXT-DUE     PIC X(08).
           05  AI-AFTER-PAID-TO       PIC X(08).
           05  AI-AFTER-NEXT-DUE      PIC X(08).
      * Held on deposit by this payment (excess of an overpayment,
      * or the whole of a short payment) and taken back off deposit
      * to complete the installment.
           05  AI-DEPOSIT-HELD        PIC 9(9)V99.
           05  AI-DEPOSIT-APPLIED     PIC 9(9)V99.
