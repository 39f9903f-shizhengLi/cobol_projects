      *           delete the product/plan records INSPOLMNT
      *           validates policy transactions against, carrying
      *           each product's description, GL income account,
      *           allowed payment frequencies, default grace
      *           days and term in years.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPRMNT.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Transactions widened 51 -> 54: positions 52-54
      *              carry the product's term in years (PRD-TERM-
      *              YEARS) that INSPOLMNT derives the policy
      *              maturity date from. Blank term on an AD means no
      *              fixed term; blank on a CH keeps the term on file.
      * 2026-09-02 : Initial version, modeled on INSDDMNT.

       ENVIRONMENT DIVISION.
       COPY PRODMST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(54).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
      *  37-44  GL income account (for AD/CH)
      *  45-48  allowed payment frequencies, e.g. MQSA (for AD/CH)
      *  49-51  default grace days (for AD/CH)
      *  52-54  term in years, blank/zero = no fixed term (AD/CH)
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
           05  WS-TRAN-GL-ACCOUNT    PIC X(08).
           05  WS-TRAN-ALLOWED-FREQS PIC X(04).
           05  WS-TRAN-GRACE-DAYS    PIC 9(03).
           05  WS-TRAN-TERM-TEXT     PIC X(03).
           05  WS-TRAN-TERM-YEARS    REDEFINES WS-TRAN-TERM-TEXT
                                     PIC 9(03).

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.

           MOVE TRANSACTION-RECORD-IN(37:8)  TO WS-TRAN-GL-ACCOUNT
           MOVE TRANSACTION-RECORD-IN(45:4)  TO WS-TRAN-ALLOWED-FREQS
           MOVE TRANSACTION-RECORD-IN(49:3)  TO WS-TRAN-GRACE-DAYS
           MOVE TRANSACTION-RECORD-IN(52:3)  TO WS-TRAN-TERM-TEXT

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   MOVE WS-TRAN-GL-ACCOUNT    TO PRD-GL-INCOME-ACCT
                   MOVE WS-TRAN-ALLOWED-FREQS TO PRD-ALLOWED-FREQS
                   MOVE WS-TRAN-GRACE-DAYS    TO PRD-GRACE-DAY-DEFAULT
                   IF WS-TRAN-TERM-TEXT IS NUMERIC
                       MOVE WS-TRAN-TERM-YEARS TO PRD-TERM-YEARS
                   END-IF
                   WRITE PRODUCT-MASTER-RECORD
                   END-WRITE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE WS-TRAN-GL-ACCOUNT    TO PRD-GL-INCOME-ACCT
                   MOVE WS-TRAN-ALLOWED-FREQS TO PRD-ALLOWED-FREQS
                   MOVE WS-TRAN-GRACE-DAYS    TO PRD-GRACE-DAY-DEFAULT
                   IF WS-TRAN-TERM-TEXT IS NUMERIC
                       MOVE WS-TRAN-TERM-YEARS TO PRD-TERM-YEARS
                   END-IF
                   REWRITE PRODUCT-MASTER-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   STRING 'CHANGED PRODUCT ' WS-TRAN-PRODUCT-CODE
