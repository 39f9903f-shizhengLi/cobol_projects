      * Premium-deposit ledger record (unapplied cash), keyed by
      * DP-POLICY-ID; one record per policy that has ever held money
      * on deposit. The balance is what the policyholder has paid
      * that no installment has consumed yet - the excess of an
      * overpayment, or a short payment waiting for the rest of the
      * installment. Maintained only through INSPMDEP, which also
      * writes every movement to the deposit trail (DEPMOVE).
       01  PREMIUM-DEPOSIT-RECORD.
           05  DP-POLICY-ID           PIC X(10).
           05  DP-BALANCE             PIC 9(9)V99.
           05  DP-OPENED-DATE         PIC X(08).
           05  DP-LAST-ACTIVITY-DATE  PIC X(08).
      * Movement type of the last change - the DM-MOVEMENT-TYPE
      * codes of the deposit trail.
           05  DP-LAST-MOVEMENT       PIC X(02).
           05  DP-LAST-REFERENCE      PIC X(12).
           05  FILLER                 PIC X(09).
