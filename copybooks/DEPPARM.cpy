      * Premium-deposit ledger subroutine (INSPMDEP) parameters.
      *   O = hold an overpayment's excess (DEP-AMOUNT)
      *   S = hold a short payment (DEP-AMOUNT)
      *   A = apply DEP-AMOUNT from the balance to an installment -
      *       refused (DEP-INSUFFICIENT) unless the balance covers it
      *   Q = return the balance only
      *   R = refund the whole balance, returned in DEP-AMOUNT
      *   N = browse: the next ledger record after DEP-POLICY-ID
      *       (spaces for the first), its key returned in
      *       DEP-POLICY-ID; DEP-NOT-FOUND past the last record
      * DEP-BALANCE always comes back as the balance after the call.
       01  DEPOSIT-LEDGER-PARAMS.
           05  DEP-FUNCTION-CODE      PIC X(01).
               88  DEP-HOLD-OVERPAY       VALUE 'O'.
               88  DEP-HOLD-SHORTPAY      VALUE 'S'.
               88  DEP-APPLY              VALUE 'A'.
               88  DEP-QUERY              VALUE 'Q'.
               88  DEP-REFUND             VALUE 'R'.
               88  DEP-BROWSE-NEXT        VALUE 'N'.
           05  DEP-POLICY-ID          PIC X(10).
           05  DEP-AMOUNT             PIC 9(9)V99.
           05  DEP-MOVEMENT-DATE      PIC X(08).
           05  DEP-REFERENCE          PIC X(12).
           05  DEP-SOURCE-PROGRAM     PIC X(08).
           05  DEP-BALANCE            PIC 9(9)V99.
           05  DEP-RETURN-CODE        PIC X(01).
               88  DEP-SUCCESS            VALUE '0'.
               88  DEP-NOT-FOUND          VALUE '1'.
               88  DEP-INSUFFICIENT       VALUE '2'.
               88  DEP-ERROR              VALUE '9'.
