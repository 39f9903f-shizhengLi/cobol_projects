      * Suppressed-mail record - one per letter, notice or statement
      * a letter program held back because the client's address is
      * marked undeliverable (CL-MAIL-UNDELIVERABLE). Appended by
      * INSPMNTC, INSDUNNG, INSCLSTM and INSLTRFM; listed by
      * INSADRPT on the address-research report for the business
      * date.
       01  ADDR-SUPPRESS-RECORD.
           05  AS-SUPPRESS-DATE        PIC X(08).
           05  AS-PROGRAM              PIC X(08).
           05  AS-DOC-TYPE             PIC X(02).
           05  AS-CLIENT-ID            PIC X(08).
           05  AS-POLICY-ID            PIC X(10).
           05  AS-DESCRIPTION          PIC X(20).
           05  AS-AMOUNT               PIC 9(9)V99.
           05  FILLER                  PIC X(33).
