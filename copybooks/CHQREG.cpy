      * Cheque register record - one per system cheque INSDBORG
      * issues for a payable or refund with no bank account to
      * credit, keyed by the cheque number. INSCHQRC clears an
      * entry when the bank's paid-cheque file shows it cashed and
      * voids it when it stays outstanding past the stale-date
      * window. The all-zero key holds the control record carrying
      * the last cheque number issued, so numbering runs on
      * unbroken from one run to the next.
       01  CHEQUE-REGISTER-RECORD.
           05  CR-CHEQUE-NO           PIC 9(08).
           05  CR-ISSUE-DATE          PIC X(08).
           05  CR-PAYEE-TYPE          PIC X(02).
               88  CR-PAYEE-AGENT         VALUE 'AG'.
               88  CR-PAYEE-CLIENT        VALUE 'CL'.
           05  CR-PAYEE-ID            PIC X(10).
           05  CR-ITEM-TYPE           PIC X(03).
           05  CR-PAYEE-NAME          PIC X(30).
           05  CR-AMOUNT              PIC 9(8)V99.
           05  CR-STATUS              PIC X(01).
               88  CR-STATUS-OUTSTANDING  VALUE 'O'.
               88  CR-STATUS-PAID         VALUE 'P'.
               88  CR-STATUS-VOID         VALUE 'V'.
           05  CR-STATUS-DATE         PIC X(08).
           05  CR-PAID-AMOUNT         PIC 9(8)V99.
           05  FILLER                 PIC X(10).
       01  CHEQUE-CONTROL-RECORD REDEFINES CHEQUE-REGISTER-RECORD.
           05  CC-CONTROL-KEY         PIC 9(08).
           05  CC-LAST-CHEQUE-NO      PIC 9(08).
           05  FILLER                 PIC X(84).
