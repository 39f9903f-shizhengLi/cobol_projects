      * Positive-pay issue record - the bank pays a presented cheque
      * only if it matches an issue record here on number and
      * amount, and refuses one it has been sent a void for. Issues
      * come from INSDBORG, voids of stale cheques from INSCHQRC;
      * each file is framed by HDR/TRL control records like the
      * credit submission file.
       01  POSITIVE-PAY-RECORD.
           05  PP-ACCOUNT             PIC X(20).
           05  PP-CHEQUE-NO           PIC 9(08).
           05  PP-ISSUE-DATE          PIC X(08).
           05  PP-AMOUNT              PIC 9(8)V99.
           05  PP-PAYEE-NAME          PIC X(30).
           05  PP-ACTION              PIC X(01).
               88  PP-ACTION-ISSUE        VALUE 'I'.
               88  PP-ACTION-VOID         VALUE 'V'.
           05  FILLER                 PIC X(03).
       01  POSITIVE-PAY-HDR-RECORD REDEFINES POSITIVE-PAY-RECORD.
           05  PPH-MARKER             PIC X(03).
           05  PPH-RUN-DATE           PIC X(08).
           05  PPH-ACCOUNT            PIC X(20).
           05  FILLER                 PIC X(49).
       01  POSITIVE-PAY-TRL-RECORD REDEFINES POSITIVE-PAY-RECORD.
           05  PPT-MARKER             PIC X(03).
           05  PPT-RECORD-COUNT       PIC 9(07).
           05  PPT-CONTROL-TOTAL      PIC 9(11)V99.
           05  FILLER                 PIC X(57).
