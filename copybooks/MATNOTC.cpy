      * Pre-maturity notice record, cut by INSMATUR for each active
      * policy coming up to its maturity date inside the notice
      * window, and printed by INSLTRFM (document type 'MN') as the
      * letter telling the policyholder the policy is about to
      * mature.
       01  MATURITY-NOTICE-RECORD.
           05  MN-POLICY-ID            PIC X(10).
           05  MN-AGENT-ID             PIC X(08).
           05  MN-CLIENT-ID            PIC X(08).
           05  MN-PRODUCT-CODE         PIC X(04).
           05  MN-MATURITY-DATE        PIC X(08).
           05  MN-DAYS-TO-MATURITY     PIC 9(05).
           05  MN-NOTICE-DATE          PIC X(08).
           05  FILLER                  PIC X(05).
