      *           period - with its own control totals and report.
      *           Until now the system only ever reacted to whatever
      *           payments arrived; nothing knew what was owed.
      *           An installment the policy's premium deposit
      *           already covers is paid from deposit on the spot
      *           and goes on the premium-due file marked settled.
      *           A due date that falls on a bank holiday (HOLCAL
      *           installation calendar) is flagged on the report.
      *           If the policy cannot be rewritten after paying from
      *           deposit, the premium goes back on deposit, an
      *           exception line is reported and the run ends with
      *           return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPMBIL.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : An installment paid from deposit is marked settled
      *              (PD-SETTLEMENT 'D') on the premium-due file, so
      *              direct-debit origination does not collect it a
      *              second time.
      * 2026-10-15 : The policy rewrite after paying an installment
      *              from deposit is checked; on failure the premium
      *              is returned to deposit (INSPMDEP 'O'), an
      *              exception line is reported and the run ends
      *              with return code 8.
      * 2026-10-15 : An installment whose due date falls on a bank
      *              holiday of the installation calendar (DATECALC
      *              business-day test) is flagged DUE ON HOLIDAY on
      *              the report and counted in the totals.
      * 2026-10-15 : An installment falling due on or after the
      *              policy's maturity date (PM-MATURITY-DATE, or
      *              issue date plus the product's term from
      *              PRODUCT-MASTER) is no longer billed: the report
      *              lists it as PAST MATURITY with its own count and
      *              nothing goes to the premium-due file or deposit.
      * 2026-10-15 : An installment billed this run is now paid from
      *              the policy's premium-deposit ledger (INSPMDEP)
      *              when the held balance covers the modal premium:
      *              the amount comes off deposit, paid-to-date and
      *              next due date advance exactly as INSPMAPP does
      *              on a payment, and the report marks the line
      *              PAID FROM DEPOSIT with its own totals. The
      *              installment still goes on the premium-due file
      *              as billed. The master is now opened I-O.
      * 2026-09-02 : The run now records its start and completion on
      *              the night-cycle step-control file (INSCYCST)
      *              for downstream sequencing gates and the
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT PREMIUM-DUE-FILE ASSIGN TO EXTERNAL PREMDUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUE-FILE-STATUS.
       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  PREMIUM-DUE-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PREMIUM-DUE-RECORD.
       COPY PREMDUE.


       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-DUE-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-DUE-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-DUE-AMOUNT           PIC 9(11)V99 VALUE ZEROS.
           05  WS-DEP-APPLIED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-DEP-APPLIED-AMOUNT   PIC 9(11)V99 VALUE ZEROS.
           05  WS-DEP-FAILED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-PAST-MATURITY-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-HOLIDAY-DUE-COUNT    PIC 9(7) VALUE ZEROS.

       01  WS-FREQUENCY-MONTHS         PIC S9(3) VALUE ZEROS.
       01  WS-DUE-DATE                 PIC X(8) VALUE SPACES.
       01  WS-MATURITY-DATE            PIC X(8) VALUE SPACES.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
          05 FILLER                    PIC X(04) VALUE 'FREQ'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'AGENT ID'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE 'SETTLEMENT'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'DUE DAY'.

       01  DL-DETAIL-LINE.
          05 DL-POLICY-ID              PIC X(10).
          05 DL-FREQUENCY              PIC X(01).
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 DL-AGENT-ID               PIC X(08).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-SETTLEMENT             PIC X(17).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-DUE-DAY-NOTE           PIC X(14).

       01  XL-EXCEPTION-LINE.
          05 FILLER                    PIC X(04) VALUE '*** '.
          05 XL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 XL-MESSAGE                PIC X(60).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 XL-AMOUNT                 PIC Z,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'DUE THIS RUN:'.
          05 TL-TOTAL-DUE              PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             'PAST MATURITY:'.
          05 TL-TOTAL-PAST-MATURITY    PIC ZZZ,ZZ9.

       01  BL-BALANCE-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
             'TOTAL PREMIUM DUE:'.
          05 BL-DUE-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  BL-BALANCE-LINE-2.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'PAID FROM DEPOSIT:'.
          05 BL-DEP-APPLIED-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'INSTALLMENTS:'.
          05 BL-DEP-APPLIED-COUNT      PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'FAILED:'.
          05 BL-DEP-FAILED-COUNT       PIC ZZZ,ZZ9.

       01  BL-BALANCE-LINE-3.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(24) VALUE
             'DUE ON A BANK HOLIDAY:'.
          05 BL-HOLIDAY-DUE-COUNT      PIC ZZZ,ZZ9.

      * Date calculation parameters
       COPY DATECALC.

      * Premium-deposit ledger parameters
       COPY DEPPARM.

      * Logging parameters
       COPY LOGGER.

           PERFORM 3000-END-PROCESS
           MOVE 'C' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           IF WS-DEP-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
               MOVE WS-BILLING-PERIOD-TEXT TO WS-BILLING-PERIOD
           END-IF

           OPEN I-O POLICY-MASTER-FILE
           OPEN INPUT PRODUCT-MASTER-FILE
           OPEN OUTPUT PREMIUM-DUE-FILE
           OPEN OUTPUT REPORT-FILE

      * its next due date falls inside the billing period. A blank
      * or zero next due date means the policy has no billing set up
      * yet - skipped, not an error, so the file converts gradually.
      * An installment due on or after the maturity date is never
      * owed - the policy matures (INSMATUR) before it falls due.
           IF PM-STATUS-ACTIVE AND
              PM-NEXT-DUE-DATE(1:6) = WS-BILLING-PERIOD
               PERFORM 2300-RESOLVE-MATURITY-DATE THRU 2300-EXIT
               IF WS-MATURITY-DATE IS NUMERIC AND
                  PM-NEXT-DUE-DATE >= WS-MATURITY-DATE
                   PERFORM 2400-REPORT-PAST-MATURITY
               ELSE
                   PERFORM 2050-BILL-INSTALLMENT
               END-IF
           END-IF

           PERFORM 2100-READ-POLICY-MASTER.

       2050-BILL-INSTALLMENT.
           ADD 1 TO WS-DUE-COUNT
           ADD PM-MODAL-PREMIUM TO WS-DUE-AMOUNT

           MOVE PM-NEXT-DUE-DATE      TO WS-DUE-DATE
           MOVE SPACES                TO DL-SETTLEMENT
           PERFORM 2250-CHECK-DUE-HOLIDAY
           PERFORM 2200-APPLY-FROM-DEPOSIT

           MOVE PM-POLICY-ID          TO PD-POLICY-ID
           MOVE WS-DUE-DATE           TO PD-DUE-DATE
           MOVE PM-MODAL-PREMIUM      TO PD-MODAL-PREMIUM
           MOVE PM-PAYMENT-FREQUENCY  TO PD-PAYMENT-FREQUENCY
           MOVE WS-BILLING-PERIOD     TO PD-BILLING-PERIOD
           IF DL-SETTLEMENT = 'PAID FROM DEPOSIT'
               MOVE 'D'               TO PD-SETTLEMENT
           ELSE
               MOVE SPACE             TO PD-SETTLEMENT
           END-IF
           WRITE PREMIUM-DUE-RECORD

           MOVE PM-POLICY-ID TO DL-POLICY-ID
           STRING WS-DUE-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-DUE-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-DUE-DATE(7:2) DELIMITED BY SIZE
             INTO DL-DUE-DATE
           END-STRING
           MOVE PM-MODAL-PREMIUM TO DL-MODAL-PREMIUM
           MOVE PM-PAYMENT-FREQUENCY TO DL-FREQUENCY
           MOVE PM-AGENT-ID TO DL-AGENT-ID
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2100-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-APPLY-FROM-DEPOSIT.
      * Money held on deposit (an earlier overpayment's excess, or
      * short payments adding up) pays the installment as soon as
      * it covers the whole modal premium. The policy then advances
      * exactly as INSPMAPP advances it on a payment.
           MOVE 'A' TO DEP-FUNCTION-CODE
           MOVE PM-POLICY-ID TO DEP-POLICY-ID
           MOVE PM-MODAL-PREMIUM TO DEP-AMOUNT
           MOVE WS-GATE-DATE TO DEP-MOVEMENT-DATE
           MOVE WS-DUE-DATE TO DEP-REFERENCE
           MOVE 'INSPMBIL' TO DEP-SOURCE-PROGRAM
           CALL 'INSPMDEP' USING DEPOSIT-LEDGER-PARAMS
           IF DEP-SUCCESS
               EVALUATE TRUE
                   WHEN PM-FREQ-MONTHLY
                       MOVE 1 TO WS-FREQUENCY-MONTHS
                   WHEN PM-FREQ-QUARTERLY
                       MOVE 3 TO WS-FREQUENCY-MONTHS
                   WHEN PM-FREQ-SEMIANNUAL
                       MOVE 6 TO WS-FREQUENCY-MONTHS
                   WHEN PM-FREQ-ANNUAL
                       MOVE 12 TO WS-FREQUENCY-MONTHS
                   WHEN OTHER
                       MOVE 1 TO WS-FREQUENCY-MONTHS
               END-EVALUATE
               MOVE 'M' TO DC-FUNCTION-CODE
               MOVE PM-NEXT-DUE-DATE TO DC-BASE-DATE
               MOVE WS-FREQUENCY-MONTHS TO DC-DAYS
               CALL 'DATECALC' USING DATE-CALC-PARAMS
               IF DC-SUCCESS
                   MOVE DC-TARGET-DATE TO PM-NEXT-DUE-DATE
               END-IF
               MOVE PM-NEXT-DUE-DATE TO PM-PAID-TO-DATE
               REWRITE POLICY-MASTER-RECORD
               IF WS-POLICY-FILE-STATUS = '00'
                   ADD 1 TO WS-DEP-APPLIED-COUNT
                   ADD PM-MODAL-PREMIUM TO WS-DEP-APPLIED-AMOUNT
                   MOVE 'PAID FROM DEPOSIT' TO DL-SETTLEMENT
               ELSE
                   PERFORM 2210-RESTORE-DEPOSIT
               END-IF
           END-IF.

       2210-RESTORE-DEPOSIT.
      * The deposit was consumed but the policy was not advanced:
      * the premium goes back on deposit and the installment stays
      * billed.
           ADD 1 TO WS-DEP-FAILED-COUNT
           MOVE 'NOT APPLIED' TO DL-SETTLEMENT
           MOVE PM-POLICY-ID TO XL-POLICY-ID
           MOVE PM-MODAL-PREMIUM TO XL-AMOUNT
           MOVE SPACES TO XL-MESSAGE

           MOVE 'E' TO LOG-LEVEL
           MOVE 'INSPMBIL' TO LOG-MODULE
           STRING 'Policy rewrite failed after deposit apply: '
                  PM-POLICY-ID
                  ' status ' WS-POLICY-FILE-STATUS
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           MOVE 'O' TO DEP-FUNCTION-CODE
           MOVE PM-POLICY-ID TO DEP-POLICY-ID
           MOVE PM-MODAL-PREMIUM TO DEP-AMOUNT
           MOVE WS-GATE-DATE TO DEP-MOVEMENT-DATE
           MOVE WS-DUE-DATE TO DEP-REFERENCE
           MOVE 'INSPMBIL' TO DEP-SOURCE-PROGRAM
           CALL 'INSPMDEP' USING DEPOSIT-LEDGER-PARAMS
           IF DEP-SUCCESS
               STRING 'POLICY REWRITE FAILED, STATUS '
                      WS-POLICY-FILE-STATUS
                      ' - RETURNED TO DEPOSIT'
                 DELIMITED BY SIZE
                 INTO XL-MESSAGE
               END-STRING
           ELSE
               STRING 'POLICY REWRITE FAILED, STATUS '
                      WS-POLICY-FILE-STATUS
                      ' - DEPOSIT NOT RESTORED'
                 DELIMITED BY SIZE
                 INTO XL-MESSAGE
               END-STRING
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSPMBIL' TO LOG-MODULE
               STRING 'Premium not returned to deposit: '
                      PM-POLICY-ID
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF
           WRITE REPORT-LINE FROM XL-EXCEPTION-LINE.

       2250-CHECK-DUE-HOLIDAY.
      * A due date on a bank holiday cannot be collected that day
      * (direct debit rolls to the next banking day); flag it so
      * billing queries are answered before they are raised.
           MOVE SPACES TO DL-DUE-DAY-NOTE
           MOVE 'T' TO DC-FUNCTION-CODE
           MOVE WS-DUE-DATE TO DC-BASE-DATE
           MOVE ZERO TO DC-DAYS
           MOVE SPACES TO DC-CALENDAR-CODE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS AND DC-HOLIDAY
               ADD 1 TO WS-HOLIDAY-DUE-COUNT
               MOVE 'DUE ON HOLIDAY' TO DL-DUE-DAY-NOTE
           END-IF.

       2300-RESOLVE-MATURITY-DATE.
      * The date INSPOLMNT stamped on the policy; failing that,
      * issue date plus the product's term. Spaces when the policy
      * has no fixed term.
           MOVE SPACES TO WS-MATURITY-DATE
           IF PM-MATURITY-DATE IS NUMERIC
               MOVE PM-MATURITY-DATE TO WS-MATURITY-DATE
               GO TO 2300-EXIT
           END-IF
           IF PM-PRODUCT-CODE = SPACES OR
              PM-ISSUE-DATE IS NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           MOVE PM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF
           IF PRD-TERM-YEARS IS NOT NUMERIC OR
              PRD-TERM-YEARS = 0
               GO TO 2300-EXIT
           END-IF
           MOVE 'M' TO DC-FUNCTION-CODE
           MOVE PM-ISSUE-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = PRD-TERM-YEARS * 12
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO WS-MATURITY-DATE
           END-IF.

       2300-EXIT.
           EXIT.

       2400-REPORT-PAST-MATURITY.
           ADD 1 TO WS-PAST-MATURITY-COUNT
           MOVE PM-POLICY-ID TO DL-POLICY-ID
           STRING PM-NEXT-DUE-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  PM-NEXT-DUE-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  PM-NEXT-DUE-DATE(7:2) DELIMITED BY SIZE
             INTO DL-DUE-DATE
           END-STRING
           MOVE PM-MODAL-PREMIUM TO DL-MODAL-PREMIUM
           MOVE PM-PAYMENT-FREQUENCY TO DL-FREQUENCY
           MOVE PM-AGENT-ID TO DL-AGENT-ID
           MOVE 'PAST MATURITY' TO DL-SETTLEMENT
           MOVE SPACES TO DL-DUE-DAY-NOTE
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       3000-END-PROCESS.
           MOVE WS-READ-COUNT TO TL-TOTAL-READ
           MOVE WS-DUE-COUNT TO TL-TOTAL-DUE
           MOVE WS-PAST-MATURITY-COUNT TO TL-TOTAL-PAST-MATURITY
           MOVE WS-DUE-AMOUNT TO BL-DUE-AMOUNT
           MOVE WS-DEP-APPLIED-AMOUNT TO BL-DEP-APPLIED-AMOUNT
           MOVE WS-DEP-APPLIED-COUNT TO BL-DEP-APPLIED-COUNT
           MOVE WS-DEP-FAILED-COUNT TO BL-DEP-FAILED-COUNT
           MOVE WS-HOLIDAY-DUE-COUNT TO BL-HOLIDAY-DUE-COUNT

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           WRITE REPORT-LINE FROM BL-BALANCE-LINE-1
           WRITE REPORT-LINE FROM BL-BALANCE-LINE-2
           WRITE REPORT-LINE FROM BL-BALANCE-LINE-3

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPMBIL' TO LOG-MODULE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE POLICY-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE
           CLOSE PREMIUM-DUE-FILE
           CLOSE REPORT-FILE.

