      * Premium tax rate table record - one effective-dated premium
      * tax and levy rate per region and product. Line sequential,
      * loaded whole by its readers like RATEFILE and COMMSCHED;
      * maintained by INSTXMNT under maker-checker, read by INSPTXCL.
      * The region is the policyholder's postal code (CL-POSTAL-CODE
      * through PM-CLIENT-ID): a row applies to every postal code
      * beginning with TX-REGION-PREFIX, the longest prefix wins, and
      * an all-spaces prefix is the default for the whole book.
      * Product '****' applies to every product the region has no
      * row of its own for. The latest row effective on or before
      * the payment date is used.
       01  PREMIUM-TAX-RATE-RECORD.
           05  TX-REGION-PREFIX        PIC X(05).
           05  TX-PRODUCT-CODE         PIC X(04).
           05  TX-EFFECTIVE-DATE       PIC X(08).
      * The taxing authority the return is filed with.
           05  TX-JURISDICTION         PIC X(06).
           05  TX-TAX-RATE             PIC 9V9(5).
           05  TX-LEVY-RATE            PIC 9V9(5).
           05  FILLER                  PIC X(05).
