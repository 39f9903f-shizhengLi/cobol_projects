           05  CL-PHONE               PIC X(15).
           05  CL-EMAIL               PIC X(40).
           05  CL-LANGUAGE            PIC X(02).
      * A client merged away as a duplicate is inactive and has its
      * merged-into pointer on CLMERGE (INSCLMRG).
           05  CL-CLIENT-STATUS       PIC X(01).
               88  CL-STATUS-ACTIVE       VALUE 'A'.
               88  CL-STATUS-INACTIVE     VALUE 'I'.
      * Compliance hold - set when sanctions screening (INSSCRN)
      * finds a potential watch-list match, cleared only by a
      * compliance disposition (INSSCDSP). A held client is paid
      * nothing by the disbursement origination.
           05  CL-COMPLIANCE-HOLD     PIC X(01).
               88  CL-ON-COMPLIANCE-HOLD  VALUE 'H'.
           05  CL-HOLD-DATE           PIC X(08).
      * Mail status - 'U' once returned mail shows the address is
      * undeliverable (INSRTMIN, history on RETMAIL). The letter
      * programs send this client no physical mail and list it for
      * address research instead; INSCLMNT clears it when the
      * address is changed.
           05  CL-MAIL-STATUS         PIC X(01).
               88  CL-MAIL-UNDELIVERABLE  VALUE 'U'.
           05  FILLER                 PIC X(04).
