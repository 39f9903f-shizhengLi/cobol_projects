      * Returned-mail record - INDEXED, keyed by RM-CLIENT-ID; one
      * record per client whose mail has ever come back. Written by
      * the INSRTMIN intake when the mailroom or a clerk reports an
      * item returned undeliverable; the episode is closed (status
      * 'C') by INSCLMNT when the client's address is changed. A
      * later return opens a new episode on the same record. Read
      * by INSADRPT for the customer-service address-research
      * report.
       01  RETURNED-MAIL-RECORD.
           05  RM-CLIENT-ID            PIC X(08).
           05  RM-STATUS               PIC X(01).
               88  RM-STATUS-UNDELIVERABLE VALUE 'U'.
               88  RM-STATUS-CLEARED       VALUE 'C'.
      * First and latest return in the current episode.
           05  RM-FIRST-RETURN-DATE    PIC X(08).
           05  RM-LAST-RETURN-DATE     PIC X(08).
      * Document type of the latest return: RC receipt, DN dunning
      * notice, MN maturity notice, BN pre-due billing notice, ST
      * statement, OT anything else.
           05  RM-LAST-DOC-TYPE        PIC X(02).
      * Post office reason: MV moved, UK addressee unknown, NA
      * insufficient address, RF refused, OT other.
           05  RM-LAST-REASON          PIC X(02).
           05  RM-RETURN-COUNT         PIC 9(03).
           05  RM-POLICY-ID            PIC X(10).
      * The address the returned item went to, as it stood on the
      * master when the return was recorded.
           05  RM-RETURNED-ADDRESS-1   PIC X(30).
           05  RM-RETURNED-POSTAL-CODE PIC X(10).
           05  RM-MARKED-BY            PIC X(08).
           05  RM-CLEARED-DATE         PIC X(08).
           05  RM-CLEARED-BY           PIC X(08).
           05  FILLER                  PIC X(14).
