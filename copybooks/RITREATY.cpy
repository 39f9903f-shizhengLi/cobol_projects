      * Reinsurance treaty record - one quota-share treaty's terms
      * for one product: the reinsurer, the share of premium ceded
      * and the ceding commission the reinsurer allows back on it,
      * in force from RT-EFFECTIVE-DATE through RT-EXPIRY-DATE
      * (spaces = open-ended). A treaty covering several products
      * carries one row per product; product '****' covers every
      * product the treaty has no row of its own for. Line
      * sequential, loaded whole like COMMSCHED; maintained by
      * INSRTMNT under maker-checker, read by INSRICES.
       01  REINSURANCE-TREATY-RECORD.
           05  RT-TREATY-ID            PIC X(08).
           05  RT-PRODUCT-CODE         PIC X(04).
           05  RT-REINSURER-ID         PIC X(08).
           05  RT-CEDED-SHARE          PIC 9V9(4).
           05  RT-CEDING-COMM-RATE     PIC 9V9(4).
           05  RT-EFFECTIVE-DATE       PIC X(08).
           05  RT-EXPIRY-DATE          PIC X(08).
           05  FILLER                  PIC X(04).
