      * Premium-deposit movement record - one per change to a
      * policy's deposit balance, appended by INSPMDEP. The ledger
      * itself only carries the running balance; this trail is how
      * a balance is proved back to the payments that built it and
      * the installments and refunds that consumed it.
       01  DEPOSIT-MOVEMENT-RECORD.
           05  DM-POLICY-ID           PIC X(10).
           05  DM-MOVEMENT-DATE       PIC X(08).
           05  DM-MOVEMENT-TYPE       PIC X(02).
               88  DM-HELD-OVERPAY        VALUE 'HO'.
               88  DM-HELD-SHORTPAY       VALUE 'HS'.
               88  DM-APPLIED             VALUE 'AP'.
               88  DM-REFUNDED            VALUE 'RF'.
      * Always positive - the movement type says which way it went.
           05  DM-AMOUNT              PIC 9(9)V99.
           05  DM-BALANCE-AFTER       PIC 9(9)V99.
      * Payment ID for a hold, due date for an application, refund
      * run date for a refund.
           05  DM-REFERENCE           PIC X(12).
           05  DM-SOURCE-PROGRAM      PIC X(08).
           05  FILLER                 PIC X(02).
