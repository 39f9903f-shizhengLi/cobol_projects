      ******************************************************************
      * Premium Deposit Refund Batch Program
      * Function: Sweep the premium-deposit ledger for money still
      *           held on a policy that has ended - cancelled or
      *           matured - where no installment will ever consume
      *           it. Each such balance is refunded in full through
      *           INSPMDEP (which zeroes the ledger and writes the
      *           movement trail) and cut to a refund disbursement
      *           extract in the layout INSPMCNR writes for
      *           cancellation refunds, the amount widened to the
      *           ledger's 9(9)V99: the mandate's bank account
      *           when an active one exists, the client's mailing
      *           address otherwise. INSDBORG originates the credit
      *           from the extract like any other refund. The ledger
      *           is swept through INSPMDEP's browse function; this
      *           program never opens it itself.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDPREF.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Ledger swept through INSPMDEP (browse function
      *              'N') instead of a second connector of its own,
      *              which was open on the record INSPMDEP rewrote on
      *              each refund.
      * 2026-10-15 : Refund amount on the extract and report widened
      *              to the ledger's 9(9)V99 so no balance is
      *              truncated.
      * 2026-10-15 : Initial version, alongside the premium-deposit
      *              ledger.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO EXTERNAL MANDATEFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MD-POLICY-ID
           FILE STATUS IS WS-MANDATE-FILE-STATUS.

           SELECT REFUND-EXTRACT-FILE ASSIGN TO EXTERNAL DPREFEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL DPRRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTMS.

       FD  MANDATE-FILE.
       COPY DDMANDAT.

      * Refund disbursement extract - the INSPMCNR layout, so the
      * payout side reads both the same way, but with the amount
      * the full width of the ledger balance. RF-CANCEL-DATE carries
      * the refund run date.
       FD  REFUND-EXTRACT-FILE
           RECORD CONTAINS 177 CHARACTERS
           DATA RECORD IS REFUND-EXTRACT-RECORD.
       01  REFUND-EXTRACT-RECORD.
           05  RF-POLICY-ID            PIC X(10).
           05  RF-CLIENT-ID            PIC X(08).
           05  RF-CLIENT-NAME          PIC X(30).
           05  RF-ADDRESS-LINE-1       PIC X(30).
           05  RF-ADDRESS-LINE-2       PIC X(30).
           05  RF-CITY                 PIC X(20).
           05  RF-POSTAL-CODE          PIC X(10).
           05  RF-BANK-ACCOUNT         PIC X(20).
           05  RF-REFUND-AMOUNT        PIC 9(9)V99.
           05  RF-CANCEL-DATE          PIC X(08).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-MANDATE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-LEDGER           VALUE 'Y'.

      * The ledger record the sweep stands on, as INSPMDEP's browse
      * returned it.
       01  WS-LEDGER-POLICY-ID         PIC X(10) VALUE SPACES.
       01  WS-LEDGER-BALANCE           PIC 9(9)V99 VALUE ZEROS.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-REFUND-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-REFUND-TOTAL         PIC 9(11)V99 VALUE ZEROS.
           05  WS-ERROR-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
              10 WS-CURRENT-YEAR       PIC 9(4).
              10 WS-CURRENT-MONTH      PIC 9(2).
              10 WS-CURRENT-DAY        PIC 9(2).
           05 WS-CURRENT-TIME.
              10 WS-CURRENT-HOUR       PIC 9(2).
              10 WS-CURRENT-MINUTE     PIC 9(2).
              10 WS-CURRENT-SECOND     PIC 9(2).
              10 WS-CURRENT-MSEC       PIC 9(2).
           05 WS-DIFF-FROM-GMT         PIC S9(4).

      * Report related fields
       01  HL-HEADING-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'PREMIUM DEPOSIT REFUND RUN'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'STATUS'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'CLIENT'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'REFUND AMOUNT'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'PAY BY'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'RESULT'.

       01  DL-DETAIL-LINE.
          05 DL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-STATUS                 PIC X(09).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-CLIENT-ID              PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-REFUND-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-PAY-BY                 PIC X(12).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-RESULT                 PIC X(12).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(14) VALUE
             'LEDGER READ: '.
          05 TL-TOTAL-READ             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'REFUNDS CUT: '.
          05 TL-TOTAL-REFUNDS          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'STILL HELD: '.
          05 TL-TOTAL-HELD             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'REFUND TOTAL: '.
          05 TL-REFUND-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Premium-deposit ledger parameters
       COPY DEPPARM.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-DATA THRU 2000-EXIT
               UNTIL END-OF-LEDGER
           PERFORM 3000-END-PROCESS
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Process as the cycle's business date when the control file
      * is present (advanced once per cycle by INSBDMNT); system
      * date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT MANDATE-FILE
           OPEN OUTPUT REFUND-EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSDPREF' TO LOG-MODULE
           MOVE 'Premium deposit refund run started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           MOVE SPACES TO WS-LEDGER-POLICY-ID
           PERFORM 2100-READ-LEDGER.

       2000-PROCESS-DATA.
      * Only a balance on an ended policy is refunded; money on an
      * in-force (or lapsed, still reinstatable) policy stays held
      * for the installments it will cover.
           IF WS-LEDGER-BALANCE = 0
               GO TO 2000-EXIT
           END-IF

           MOVE WS-LEDGER-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-POLICY-FILE-STATUS NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-LEDGER-POLICY-ID TO DL-POLICY-ID
               MOVE SPACES TO DL-STATUS
                              DL-CLIENT-ID
                              DL-PAY-BY
               MOVE WS-LEDGER-BALANCE TO DL-REFUND-AMOUNT
               MOVE 'NO POLICY' TO DL-RESULT
               WRITE REPORT-LINE FROM DL-DETAIL-LINE
               GO TO 2000-EXIT
           END-IF

           IF NOT PM-STATUS-CANCELLED AND NOT PM-STATUS-MATURED
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-EXIT
           END-IF

           MOVE 'R' TO DEP-FUNCTION-CODE
           MOVE WS-LEDGER-POLICY-ID TO DEP-POLICY-ID
           MOVE WS-TODAY-DATE TO DEP-MOVEMENT-DATE
           MOVE WS-TODAY-DATE TO DEP-REFERENCE
           MOVE 'INSDPREF' TO DEP-SOURCE-PROGRAM
           CALL 'INSPMDEP' USING DEPOSIT-LEDGER-PARAMS
           IF NOT DEP-SUCCESS
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-LEDGER-POLICY-ID TO DL-POLICY-ID
               MOVE SPACES TO DL-CLIENT-ID
                              DL-PAY-BY
               PERFORM 2300-FORMAT-STATUS
               MOVE WS-LEDGER-BALANCE TO DL-REFUND-AMOUNT
               MOVE 'LEDGER ERROR' TO DL-RESULT
               WRITE REPORT-LINE FROM DL-DETAIL-LINE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2500-WRITE-DISBURSEMENT
           ADD 1 TO WS-REFUND-COUNT
           ADD DEP-AMOUNT TO WS-REFUND-TOTAL

           MOVE WS-LEDGER-POLICY-ID TO DL-POLICY-ID
           PERFORM 2300-FORMAT-STATUS
           MOVE RF-CLIENT-ID TO DL-CLIENT-ID
           MOVE DEP-AMOUNT TO DL-REFUND-AMOUNT
           IF RF-BANK-ACCOUNT NOT = SPACES
               MOVE 'BANK CREDIT' TO DL-PAY-BY
           ELSE
               MOVE 'BY POST' TO DL-PAY-BY
           END-IF
           MOVE 'REFUND CUT' TO DL-RESULT
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2000-EXIT.
           PERFORM 2100-READ-LEDGER.

       2100-READ-LEDGER.
           MOVE 'N' TO DEP-FUNCTION-CODE
           MOVE WS-LEDGER-POLICY-ID TO DEP-POLICY-ID
           MOVE 'INSDPREF' TO DEP-SOURCE-PROGRAM
           CALL 'INSPMDEP' USING DEPOSIT-LEDGER-PARAMS
           IF DEP-SUCCESS
               ADD 1 TO WS-READ-COUNT
               MOVE DEP-POLICY-ID TO WS-LEDGER-POLICY-ID
               MOVE DEP-BALANCE TO WS-LEDGER-BALANCE
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
               IF NOT DEP-NOT-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSDPREF' TO LOG-MODULE
                   STRING 'Premium deposit ledger browse failed after '
                          'policy ' WS-LEDGER-POLICY-ID
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       2300-FORMAT-STATUS.
           EVALUATE TRUE
               WHEN PM-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO DL-STATUS
               WHEN PM-STATUS-MATURED
                   MOVE 'MATURED' TO DL-STATUS
               WHEN OTHER
                   MOVE PM-POLICY-STATUS TO DL-STATUS
           END-EVALUATE.

       2500-WRITE-DISBURSEMENT.
      * The payout side: the mandate's bank account when an active
      * one exists, the client's mailing address otherwise.
           INITIALIZE REFUND-EXTRACT-RECORD
           MOVE WS-LEDGER-POLICY-ID TO RF-POLICY-ID
           MOVE DEP-AMOUNT TO RF-REFUND-AMOUNT
           MOVE WS-TODAY-DATE TO RF-CANCEL-DATE

           IF PM-CLIENT-ID NOT = SPACES
               MOVE PM-CLIENT-ID TO CL-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   KEY IS CL-CLIENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = '00'
                   MOVE CL-CLIENT-ID TO RF-CLIENT-ID
                   MOVE CL-CLIENT-NAME TO RF-CLIENT-NAME
                   MOVE CL-ADDRESS-LINE-1 TO RF-ADDRESS-LINE-1
                   MOVE CL-ADDRESS-LINE-2 TO RF-ADDRESS-LINE-2
                   MOVE CL-CITY TO RF-CITY
                   MOVE CL-POSTAL-CODE TO RF-POSTAL-CODE
               ELSE
                   MOVE '*NO LINK*' TO RF-CLIENT-NAME
               END-IF
           ELSE
               MOVE '*NO LINK*' TO RF-CLIENT-NAME
           END-IF

           MOVE WS-LEDGER-POLICY-ID TO MD-POLICY-ID
           READ MANDATE-FILE
               KEY IS MD-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MANDATE-FILE-STATUS = '00' AND MD-STATUS-ACTIVE
               MOVE MD-BANK-ACCOUNT TO RF-BANK-ACCOUNT
           END-IF

           WRITE REFUND-EXTRACT-RECORD.

       3000-END-PROCESS.
           MOVE WS-READ-COUNT TO TL-TOTAL-READ
           MOVE WS-REFUND-COUNT TO TL-TOTAL-REFUNDS
           MOVE WS-HELD-COUNT TO TL-TOTAL-HELD
           MOVE WS-REFUND-TOTAL TO TL-REFUND-TOTAL

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSDPREF' TO LOG-MODULE
           STRING 'Premium deposit refund run ended. Refunds cut: '
                  WS-REFUND-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE POLICY-MASTER-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE MANDATE-FILE
           CLOSE REFUND-EXTRACT-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSDPREF.
