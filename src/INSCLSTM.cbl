      *           address lines, with the statement title in the
      *           client's own language (CL-LANGUAGE). Runnable for
      *           one client on demand (STMT_CLIENT_ID) and for the
      *           full book at quarter-end. No statement is cut
      *           for a client whose address is marked undeliverable
      *           (returned mail); the client is listed on ADDRSUPP
      *           for address research instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCLSTM.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Premium-due record is now 35 bytes (settled
      *              indicator added by INSPMBIL).
      * 2026-10-15 : Hold statements for clients whose address is
      *              undeliverable; list them on ADDRSUPP.
      * 2026-10-15 : Each policy's section now shows any balance held
      *              on the premium-deposit ledger (INSPMDEP) as a
      *              DEPOSIT HELD line, and the client's total held
      *              prints under the net position. The held money
      *              is already in the paid side (it arrived as a
      *              payment), so it is shown, not added again.
      * 2026-09-02 : Type '03' cancellation refunds now print as
      *              REFUND and subtract from the paid side - a
      *              refunded client's net position no longer shows
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT ADDR-SUPPRESS-FILE ASSIGN TO EXTERNAL ADDRSUPP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE.
       COPY PAYHIST.

       FD  PREMIUM-DUE-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PREMIUM-DUE-RECORD.
       COPY PREMDUE.

           DATA RECORD IS STATEMENT-LINE.
       01  STATEMENT-LINE              PIC X(132).

       FD  ADDR-SUPPRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ADDR-SUPPRESS-RECORD.
       COPY ADDRSUPP.

       WORKING-STORAGE SECTION.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-DUE-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-STMT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-FEEDUE-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SUPPRESS-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  WS-CLIENT-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-CLIENTS          VALUE 'Y'.
       01  WS-CLIENT-BILLED            PIC S9(11)V99 VALUE ZEROS.
       01  WS-CLIENT-PAID              PIC S9(11)V99 VALUE ZEROS.
       01  WS-CLIENT-NET               PIC S9(11)V99 VALUE ZEROS.
       01  WS-CLIENT-DEPOSIT           PIC 9(11)V99 VALUE ZEROS.
       01  WS-CLIENT-LINE-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-WORK-POLICY-ID           PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CLIENTS-READ         PIC 9(7) VALUE ZEROS.
           05  WS-STATEMENTS-CUT       PIC 9(7) VALUE ZEROS.
           05  WS-UNDELIVERABLE-COUNT  PIC 9(7) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
          05 FILLER                    PIC X(14) VALUE 'NET POSITION: '.
          05 SL-NET-POSITION           PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  SL-DEPOSIT-LINE.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(30) VALUE
             'HELD ON PREMIUM DEPOSIT:'.
          05 SL-DEP-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(14) VALUE 'CLIENTS READ: '.
          05 TL-CLIENTS-READ           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(16) VALUE
             'STATEMENTS CUT: '.
          05 TL-STATEMENTS-CUT         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(22) VALUE
             'HELD - UNDELIVERABLE: '.
          05 TL-UNDELIVERABLE          PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.

      * Premium-deposit ledger parameters
       COPY DEPPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           ACCEPT WS-FILTER-CLIENT-ID FROM ENVIRONMENT
               "STMT_CLIENT_ID"
               MOVE 'Y' TO WS-DUE-EOF-FLAG
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND ADDR-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS = '35'
               OPEN OUTPUT ADDR-SUPPRESS-FILE
           END-IF

           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
           END-READ
           IF WS-CLIENT-FILE-STATUS = '00'
               ADD 1 TO WS-CLIENTS-READ
               IF CL-MAIL-UNDELIVERABLE
                   PERFORM 2900-HOLD-UNDELIVERABLE
               ELSE
                   PERFORM 3000-WRITE-CLIENT-STATEMENT
               END-IF
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSCLSTM' TO LOG-MODULE
           END-IF.

       2500-SWEEP-CLIENTS.
           IF CL-MAIL-UNDELIVERABLE
               PERFORM 2900-HOLD-UNDELIVERABLE
           ELSE
               PERFORM 3000-WRITE-CLIENT-STATEMENT
           END-IF
           PERFORM 2600-READ-CLIENT-MASTER.

       2600-READ-CLIENT-MASTER.
                   ADD 1 TO WS-CLIENTS-READ
           END-READ.

       2900-HOLD-UNDELIVERABLE.
      * Returned mail - nothing is printed for this address until
      * INSCLMNT records a new one.
           ADD 1 TO WS-UNDELIVERABLE-COUNT
           INITIALIZE ADDR-SUPPRESS-RECORD
           MOVE WS-TODAY-DATE TO AS-SUPPRESS-DATE
           MOVE 'INSCLSTM' TO AS-PROGRAM
           MOVE 'ST' TO AS-DOC-TYPE
           MOVE CL-CLIENT-ID TO AS-CLIENT-ID
           MOVE 'STATEMENT' TO AS-DESCRIPTION
           WRITE ADDR-SUPPRESS-RECORD.

       3000-WRITE-CLIENT-STATEMENT.
           MOVE ZEROS TO WS-CLIENT-BILLED
                         WS-CLIENT-PAID
                         WS-CLIENT-DEPOSIT
                         WS-CLIENT-LINE-COUNT

           WRITE STATEMENT-LINE FROM SL-SEPARATOR-LINE
           MOVE WS-CLIENT-PAID TO SL-NET-PAID
           MOVE WS-CLIENT-NET TO SL-NET-POSITION
           WRITE STATEMENT-LINE FROM SL-NET-LINE
           IF WS-CLIENT-DEPOSIT > 0
               MOVE WS-CLIENT-DEPOSIT TO SL-DEP-TOTAL
               WRITE STATEMENT-LINE FROM SL-DEPOSIT-LINE
           END-IF

           ADD 1 TO WS-STATEMENTS-CUT.

                   VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FEE-COUNT
               PERFORM 3400-WRITE-POSTED-ITEMS THRU 3400-EXIT
               PERFORM 3500-WRITE-DEPOSIT-HELD
           END-IF.

       3300-WRITE-BILLED-ITEMS.
               END-IF
           END-IF.

       3500-WRITE-DEPOSIT-HELD.
      * Money the policy holds on deposit, waiting to cover an
      * installment (or to be refunded if the policy has ended).
           MOVE 'Q' TO DEP-FUNCTION-CODE
           MOVE WS-WORK-POLICY-ID TO DEP-POLICY-ID
           CALL 'INSPMDEP' USING DEPOSIT-LEDGER-PARAMS
           IF DEP-SUCCESS AND DEP-BALANCE > 0
               MOVE SL-TITLE-DATE TO SL-IT-DATE
               MOVE 'DEPOSIT HELD' TO SL-IT-TYPE
               MOVE DEP-BALANCE TO SL-IT-AMOUNT
               WRITE STATEMENT-LINE FROM SL-ITEM-LINE
               ADD DEP-BALANCE TO WS-CLIENT-DEPOSIT
               ADD 1 TO WS-CLIENT-LINE-COUNT
           END-IF.

       9000-END-PROCESS.
           WRITE STATEMENT-LINE FROM SL-SEPARATOR-LINE
           MOVE WS-CLIENTS-READ TO TL-CLIENTS-READ
           MOVE WS-STATEMENTS-CUT TO TL-STATEMENTS-CUT
           MOVE WS-UNDELIVERABLE-COUNT TO TL-UNDELIVERABLE
           WRITE STATEMENT-LINE FROM TL-TOTAL-LINE

           MOVE 'I' TO LOG-LEVEL
           CLOSE POLICY-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE PREMIUM-DUE-FILE
           CLOSE STATEMENT-FILE
           CLOSE ADDR-SUPPRESS-FILE.

       END PROGRAM INSCLSTM.
