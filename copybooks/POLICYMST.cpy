      * against PRODUCT-MASTER by INSPOLMNT; spaces on policies
      * issued before the product dimension existed.
           05  PM-PRODUCT-CODE        PIC X(04).
      * The date the policy matures - stamped by INSPOLMNT from the
      * product term when the policy is written. Spaces when the
      * product has no fixed term (or the policy predates the term),
      * in which case INSMATUR and INSPMBIL fall back to issue date
      * plus PRD-TERM-YEARS.
           05  PM-MATURITY-DATE       PIC X(08).
           05  FILLER                 PIC X(04).
