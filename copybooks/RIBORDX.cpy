      * Reinsurance bordereau record - what INSRICES sends each
      * reinsurer for the month: every posting ceded under its
      * treaties with the gross premium, share ceded and ceding
      * commission, in base currency. Amounts are unsigned; a
      * reversal ('02') or refund ('03') takes the premium back, as
      * on PAYMENT-HISTORY. Each reinsurer's section is framed by
      * HDR/TRL control records like the positive-pay file.
       01  BORDEREAU-RECORD.
           05  BD-REINSURER-ID        PIC X(08).
           05  BD-TREATY-ID           PIC X(08).
           05  BD-POLICY-ID           PIC X(10).
           05  BD-PAYMENT-DATE        PIC X(08).
           05  BD-PAYMENT-ID          PIC X(12).
           05  BD-TRANSACTION-TYPE    PIC X(02).
           05  BD-PRODUCT-CODE        PIC X(04).
           05  BD-GROSS-PREMIUM       PIC 9(9)V99.
           05  BD-CEDED-SHARE         PIC 9V9(4).
           05  BD-CEDED-PREMIUM       PIC 9(9)V99.
           05  BD-CEDING-COMM-RATE    PIC 9V9(4).
           05  BD-CEDING-COMMISSION   PIC 9(9)V99.
           05  FILLER                 PIC X(05).
       01  BORDEREAU-HDR-RECORD REDEFINES BORDEREAU-RECORD.
           05  BDH-MARKER             PIC X(03).
           05  BDH-PERIOD             PIC X(06).
           05  BDH-REINSURER-ID       PIC X(08).
           05  BDH-RUN-DATE           PIC X(08).
           05  BDH-BASE-CURRENCY      PIC X(03).
           05  FILLER                 PIC X(72).
      * Control total is the sum of BD-CEDED-PREMIUM as carried;
      * the net figures are signed by the separate sign bytes.
       01  BORDEREAU-TRL-RECORD REDEFINES BORDEREAU-RECORD.
           05  BDT-MARKER             PIC X(03).
           05  BDT-RECORD-COUNT       PIC 9(07).
           05  BDT-CONTROL-TOTAL      PIC 9(11)V99.
           05  BDT-NET-CEDED          PIC 9(11)V99.
           05  BDT-NET-CEDED-SIGN     PIC X(01).
           05  BDT-NET-COMMISSION     PIC 9(11)V99.
           05  BDT-NET-COMMISSION-SIGN
                                      PIC X(01).
           05  FILLER                 PIC X(49).
