           05  PD-MODAL-PREMIUM        PIC 9(7)V99.
           05  PD-PAYMENT-FREQUENCY    PIC X(01).
           05  PD-BILLING-PERIOD       PIC X(06).
      * 'D' when billing already settled the installment from the
      * policy's premium deposit - still billed, but nothing left to
      * collect; space otherwise.
           05  PD-SETTLEMENT           PIC X(01).
               88  PD-SETTLED-FROM-DEPOSIT VALUE 'D'.
