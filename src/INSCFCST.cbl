      ******************************************************************
      * Premium Cash-Flow Forecast Program
      * Function: Treasury's forward view of premium income. Every
      *           active policy with billing set up has its
      *           installments projected from PM-NEXT-DUE-DATE at
      *           the policy's frequency across the forecast horizon
      *           (CF_HORIZON_DAYS, default 90), stopping at
      *           maturity. Each installment is split to direct
      *           debit when an active mandate covers its due date
      *           (the INSDDORG rule - collected on the date) and to
      *           invoice billing otherwise. Historical behaviour
      *           over the look-back window (CF_LOOKBACK_DAYS,
      *           default 365) on PAYMENT-HISTORY-FILE sets the
      *           rates applied: the DD-return rate (DD reversals
      *           against DD collections) and the invoice collection
      *           rate (net invoice receipts against the premium the
      *           invoice book bills in the same window). Expected
      *           cash is reported by week and currency - the
      *           policy's currency being that of its latest
      *           payment, base currency when it has none. Read-
      *           only; rerun on demand with another horizon.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCFCST.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : CF_HORIZON_DAYS, CF_LOOKBACK_DAYS and BASE_CURRENCY
      *              are read from the installation parameter file
      *              through INSPARM; an exported variable of the same
      *              name still overrides one for a single run.
      * 2026-10-15 : Initial version, modeled on INSPMBIL and
      *              INSDDPRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO EXTERNAL MANDATEFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MD-POLICY-ID
           FILE STATUS IS WS-MANDATE-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO EXTERNAL RATEFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL CFRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  MANDATE-FILE.
       COPY DDMANDAT.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  RATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       COPY EXCHRATE.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-MANDATE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'Y'.
           88  END-OF-POLICY-FILE      VALUE 'Y'.
       01  WS-HIST-EOF-FLAG            PIC X VALUE 'Y'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-HISTORY-OPEN-FLAG        PIC X VALUE 'N'.
           88  HISTORY-IS-AVAILABLE    VALUE 'Y'.
       01  WS-CLEAN-FLAG               PIC X VALUE 'Y'.
           88  RUN-IS-CLEAN            VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.

      * Horizon and look-back window, both counted in days from
      * the business date.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-HORIZON-DAYS             PIC S9(5) VALUE 90.
       01  WS-HORIZON-TEXT             PIC X(10) VALUE SPACES.
       01  WS-HORIZON-END-DATE         PIC X(8) VALUE SPACES.
       01  WS-LOOKBACK-DAYS            PIC S9(5) VALUE 365.
       01  WS-LOOKBACK-START-DATE      PIC X(8) VALUE SPACES.
       01  WS-WEEK-COUNT               PIC 9(3) VALUE ZEROS.

      * Base-currency conversion for the historical rates - the
      * rate table and latest-rate-on-or-before rule of INSGLEXT.
       01  WS-RATE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RATE-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-RATE-FILE        VALUE 'Y'.
       01  WS-BASE-CURRENCY            PIC X(03) VALUE 'USD'.
       01  WS-RATE-CURRENCY            PIC X(03) VALUE SPACES.
       01  WS-RATE-AS-OF-DATE          PIC X(08) VALUE SPACES.
       01  WS-EXCHANGE-RATE            PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-BEST-RATE-DATE           PIC X(08) VALUE SPACES.
       01  WS-RATE-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-RATE-WAS-FOUND       VALUE 'Y'.
       01  WS-RATE-SUB                 PIC 9(5) VALUE ZEROS.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-RATE-ENTRY           OCCURS 1 TO 1000 TIMES
                                       DEPENDING ON WS-RATE-COUNT.
               10  WS-XR-CURRENCY      PIC X(03).
               10  WS-XR-EFF-DATE      PIC X(08).
               10  WS-XR-RATE          PIC 9(3)V9(6).

      * Historical collection behaviour, base currency. Refunds are
      * cancellations, not collection failures, and stay out.
       01  WS-HISTORY-MEASURES.
           05  WS-DD-COLLECTED         PIC 9(13)V99 VALUE ZEROS.
           05  WS-DD-RETURNED          PIC 9(13)V99 VALUE ZEROS.
           05  WS-INV-COLLECTED        PIC 9(13)V99 VALUE ZEROS.
           05  WS-INV-REVERSED         PIC 9(13)V99 VALUE ZEROS.
           05  WS-INV-BILLABLE         PIC 9(13)V99 VALUE ZEROS.
       01  WS-BASE-AMOUNT              PIC 9(11)V99 VALUE ZEROS.
       01  WS-INV-NET-COLLECTED        PIC S9(13)V99 VALUE ZEROS.
       01  WS-DD-RETURN-RATE           PIC 9V9(4) VALUE ZEROS.
       01  WS-DD-COLLECT-RATE          PIC 9V9(4) VALUE 1.
       01  WS-INV-COLLECT-RATE         PIC 9V9(4) VALUE 1.
       01  WS-RATE-WORK                PIC S9(5)V9(4) VALUE ZEROS.

      * Per-policy projection work areas.
       01  WS-FREQUENCY-MONTHS         PIC S9(3) VALUE ZEROS.
       01  WS-MATURITY-DATE            PIC X(8) VALUE SPACES.
       01  WS-POLICY-CURRENCY          PIC X(03) VALUE SPACES.
       01  WS-LAST-PAYMENT-DATE        PIC X(08) VALUE SPACES.
       01  WS-INSTALLMENT-NO           PIC 9(4) VALUE ZEROS.
       01  WS-DUE-DATE                 PIC X(8) VALUE SPACES.
       01  WS-WEEK-NO                  PIC 9(3) VALUE ZEROS.
       01  WS-MANDATE-FOUND-FLAG       PIC X VALUE 'N'.
           88  POLICY-HAS-MANDATE      VALUE 'Y'.
       01  WS-COVERED-FLAG             PIC X VALUE 'N'.
           88  MANDATE-COVERS-DATE     VALUE 'Y'.
       01  WS-PROJECTION-FLAG          PIC X VALUE 'N'.
           88  PROJECTION-DONE         VALUE 'Y'.
       01  WS-BILLABLE-AMOUNT          PIC 9(11)V99 VALUE ZEROS.

      * Scheduled installments by currency and week of the horizon.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-COUNT             PIC 9(3) VALUE ZEROS.
           05  WS-CY-ENTRY             OCCURS 1 TO 20 TIMES
                                       DEPENDING ON WS-CY-COUNT
                                       INDEXED BY WS-CY-IDX.
               10  WS-CY-CURRENCY      PIC X(03).
               10  WS-CY-WEEK          OCCURS 53 TIMES.
                   15  WS-WK-DD-COUNT  PIC 9(7).
                   15  WS-WK-DD-GROSS  PIC 9(11)V99.
                   15  WS-WK-INV-COUNT PIC 9(7).
                   15  WS-WK-INV-GROSS PIC 9(11)V99.
       01  WS-WEEK-SUB                 PIC 9(3) VALUE ZEROS.

      * Report work areas.
       01  WS-WEEK-START-DATE          PIC X(8) VALUE SPACES.
       01  WS-DD-EXPECTED              PIC 9(11)V99 VALUE ZEROS.
       01  WS-INV-EXPECTED             PIC 9(11)V99 VALUE ZEROS.
       01  WS-WEEK-EXPECTED            PIC 9(11)V99 VALUE ZEROS.
       01  WS-CUMULATIVE               PIC 9(13)V99 VALUE ZEROS.
       01  WS-CURRENCY-TOTALS.
           05  WS-CT-DD-COUNT          PIC 9(7).
           05  WS-CT-DD-GROSS          PIC 9(13)V99.
           05  WS-CT-DD-EXPECTED       PIC 9(13)V99.
           05  WS-CT-INV-COUNT         PIC 9(7).
           05  WS-CT-INV-GROSS         PIC 9(13)V99.
           05  WS-CT-INV-EXPECTED      PIC 9(13)V99.

       01  WS-COUNTERS.
           05  WS-POLICIES-READ        PIC 9(7) VALUE ZEROS.
           05  WS-POLICIES-PROJECTED   PIC 9(7) VALUE ZEROS.
           05  WS-INSTALLMENT-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-OVERDUE-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-HISTORY-READ         PIC 9(7) VALUE ZEROS.
           05  WS-HISTORY-MEASURED     PIC 9(7) VALUE ZEROS.
           05  WS-NO-FX-RATE-COUNT     PIC 9(7) VALUE ZEROS.

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
             'PREMIUM CASH-FLOW FORECAST'.
          05 FILLER                    PIC X(10) VALUE 'HORIZON: '.
          05 HL-HORIZON                PIC ZZ9.
          05 FILLER                    PIC X(17) VALUE ' DAYS'.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  RL-RATE-HEADING.
          05 FILLER                    PIC X(40) VALUE
             'COLLECTION BEHAVIOUR - LOOK-BACK FROM '.
          05 RL-LOOKBACK-START         PIC X(10).
          05 FILLER                    PIC X(04) VALUE ' TO '.
          05 RL-LOOKBACK-END           PIC X(10).
          05 FILLER                    PIC X(20) VALUE
             ' (BASE CURRENCY '.
          05 RL-BASE-CURRENCY          PIC X(03).
          05 FILLER                    PIC X(01) VALUE ')'.

       01  RL-RATE-LINE.
          05 RL-METHOD                 PIC X(14).
          05 FILLER                    PIC X(11) VALUE 'COLLECTED: '.
          05 RL-COLLECTED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RL-SECOND-LABEL           PIC X(11).
          05 RL-SECOND-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RL-RATE-LABEL             PIC X(17).
          05 RL-RATE-PERCENT           PIC ZZ9.99.
          05 FILLER                    PIC X(02) VALUE ' %'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(04) VALUE 'WEEK'.
          05 FILLER                    PIC X(11) VALUE ' STARTING'.
          05 FILLER                    PIC X(04) VALUE 'CCY'.
          05 FILLER                    PIC X(07) VALUE 'DD NO.'.
          05 FILLER                    PIC X(15) VALUE
             '   DD SCHEDULED'.
          05 FILLER                    PIC X(15) VALUE
             '    DD EXPECTED'.
          05 FILLER                    PIC X(07) VALUE 'INV NO.'.
          05 FILLER                    PIC X(15) VALUE
             ' INVOICE BILLED'.
          05 FILLER                    PIC X(15) VALUE
             '  INV. EXPECTED'.
          05 FILLER                    PIC X(15) VALUE
             ' TOTAL EXPECTED'.
          05 FILLER                    PIC X(15) VALUE
             '     CUMULATIVE'.

       01  DL-WEEK-LINE.
          05 DL-WEEK-NO                PIC ZZ9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-WEEK-START             PIC X(10).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-CURRENCY               PIC X(03).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-DD-COUNT               PIC ZZ,ZZ9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-DD-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-DD-EXPECTED            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-INV-COUNT              PIC ZZ,ZZ9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-INV-GROSS              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-INV-EXPECTED           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-WEEK-EXPECTED          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-CUMULATIVE             PIC ZZZ,ZZZ,ZZ9.99.

       01  SL-CURRENCY-TOTAL-LINE.
          05 FILLER                    PIC X(15) VALUE 'TOTAL'.
          05 SL-CURRENCY               PIC X(03).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 SL-DD-COUNT               PIC ZZ,ZZ9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 SL-DD-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 SL-DD-EXPECTED            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 SL-INV-COUNT              PIC ZZ,ZZ9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 SL-INV-GROSS              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 SL-INV-EXPECTED           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 SL-TOTAL-EXPECTED         PIC ZZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE-1.
          05 FILLER                    PIC X(15) VALUE
             'POLICIES READ: '.
          05 TL-POLICIES-READ          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'PROJECTED: '.
          05 TL-PROJECTED              PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             'INSTALLMENTS: '.
          05 TL-INSTALLMENTS           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(28) VALUE
             'OVERDUE (NOT FORECAST): '.
          05 TL-OVERDUE                PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(15) VALUE
             'HISTORY READ: '.
          05 TL-HISTORY-READ           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'MEASURED: '.
          05 TL-HISTORY-MEASURED       PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'NO EXCHANGE RATE: '.
          05 TL-NO-FX-RATE             PIC ZZZ,ZZ9.

       COPY DATECALC.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS THRU 1000-EXIT
           IF RUN-IS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-MEASURE-ONE-POSTING
               UNTIL END-OF-HISTORY
           PERFORM 2500-PROJECT-ONE-POLICY THRU 2500-EXIT
               UNTIL END-OF-POLICY-FILE
           PERFORM 3000-DERIVE-RATES
           PERFORM 4000-END-PROCESS
           IF RUN-IS-CLEAN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Forecast from the cycle's business date when the control
      * file is present; system date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'CF_HORIZON_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-HORIZON-DAYS
               MOVE PRM-VALUE-TEXT TO WS-HORIZON-TEXT
           END-IF
           IF WS-HORIZON-DAYS < 1 OR WS-HORIZON-DAYS > 366
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSCFCST' TO LOG-MODULE
               STRING 'Forecast horizon ' WS-HORIZON-TEXT
                      ' not 1 to 366 days - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1000-EXIT
           END-IF
           MOVE 'CF_LOOKBACK_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-LOOKBACK-DAYS
           END-IF
           IF WS-LOOKBACK-DAYS < 1 OR WS-LOOKBACK-DAYS > 3660
               MOVE 365 TO WS-LOOKBACK-DAYS
           END-IF
           MOVE 'BASE_CURRENCY' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-BASE-CURRENCY
           END-IF

      * Horizon runs from today through today + horizon - 1, in
      * whole or part weeks; the look-back ends the day before.
           MOVE 'A' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = WS-HORIZON-DAYS - 1
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-ERROR
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSCFCST' TO LOG-MODULE
               STRING 'Invalid business date ' WS-TODAY-DATE
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1000-EXIT
           END-IF
           MOVE DC-TARGET-DATE TO WS-HORIZON-END-DATE
           COMPUTE WS-WEEK-COUNT = (WS-HORIZON-DAYS + 6) / 7
           MOVE 'S' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           MOVE WS-LOOKBACK-DAYS TO DC-DAYS
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           MOVE DC-TARGET-DATE TO WS-LOOKBACK-START-DATE

           PERFORM 1100-LOAD-RATE-TABLE

      * A missing history only costs the rates (nothing to learn
      * from - every installment is then expected in full).
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
               MOVE 'N' TO WS-HIST-EOF-FLAG
           ELSE
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSCFCST' TO LOG-MODULE
               MOVE 'Payment history unavailable - rates not applied'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           OPEN INPUT MANDATE-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE WS-HORIZON-DAYS TO HL-HORIZON
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING
           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCFCST' TO LOG-MODULE
           STRING 'Cash-flow forecast started from ' WS-TODAY-DATE
                  ' through ' WS-HORIZON-END-DATE
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-HISTORY
               PERFORM 2100-READ-HISTORY-FILE
           END-IF
           IF NOT END-OF-POLICY-FILE
               PERFORM 2600-READ-POLICY-MASTER
           END-IF.

       1000-EXIT.
           EXIT.

       1100-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM 1150-READ-RATE-FILE
               PERFORM 1120-LOAD-ONE-RATE
                   UNTIL END-OF-RATE-FILE
               CLOSE RATE-FILE
           END-IF.

       1120-LOAD-ONE-RATE.
           IF WS-RATE-COUNT < 1000
               ADD 1 TO WS-RATE-COUNT
               MOVE XR-CURRENCY-CODE TO WS-XR-CURRENCY(WS-RATE-COUNT)
               MOVE XR-EFFECTIVE-DATE
                 TO WS-XR-EFF-DATE(WS-RATE-COUNT)
               MOVE XR-RATE-TO-BASE TO WS-XR-RATE(WS-RATE-COUNT)
           END-IF
           PERFORM 1150-READ-RATE-FILE.

       1150-READ-RATE-FILE.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
           END-READ.

      ******************************************************************
      * Look-back: what DD and invoice collection actually delivered.
      ******************************************************************
       2000-MEASURE-ONE-POSTING.
           IF PH-PAYMENT-DATE >= WS-LOOKBACK-START-DATE AND
              PH-PAYMENT-DATE < WS-TODAY-DATE AND
              (PH-TXN-IS-PAYMENT OR PH-TXN-IS-REVERSAL)
               MOVE PH-CURRENCY-CODE TO WS-RATE-CURRENCY
               MOVE PH-PAYMENT-DATE TO WS-RATE-AS-OF-DATE
               PERFORM 2300-CONVERT-TO-BASE
               IF WS-RATE-WAS-FOUND
                   ADD 1 TO WS-HISTORY-MEASURED
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       PH-AMOUNT * WS-EXCHANGE-RATE
                   PERFORM 2050-ACCUMULATE-POSTING
               ELSE
                   ADD 1 TO WS-NO-FX-RATE-COUNT
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY-FILE.

       2050-ACCUMULATE-POSTING.
      * Method 05 is direct debit; a DD reversal is the bank's
      * return. Every other method is an invoice being paid.
           IF PH-PAYMENT-METHOD = '05'
               IF PH-TXN-IS-PAYMENT
                   ADD WS-BASE-AMOUNT TO WS-DD-COLLECTED
               ELSE
                   ADD WS-BASE-AMOUNT TO WS-DD-RETURNED
               END-IF
           ELSE
               IF PH-TXN-IS-PAYMENT
                   ADD WS-BASE-AMOUNT TO WS-INV-COLLECTED
               ELSE
                   ADD WS-BASE-AMOUNT TO WS-INV-REVERSED
               END-IF
           END-IF.

       2100-READ-HISTORY-FILE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
           END-READ.

       2300-CONVERT-TO-BASE.
      * Latest rate for the currency effective on or before the
      * as-of date; the base currency converts at 1.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF WS-RATE-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           ELSE
               MOVE SPACES TO WS-BEST-RATE-DATE
               PERFORM 2350-SCAN-RATE-ENTRY
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
           END-IF.

       2350-SCAN-RATE-ENTRY.
           IF WS-XR-CURRENCY(WS-RATE-SUB) = WS-RATE-CURRENCY AND
              WS-XR-EFF-DATE(WS-RATE-SUB) <= WS-RATE-AS-OF-DATE AND
              WS-XR-EFF-DATE(WS-RATE-SUB) > WS-BEST-RATE-DATE
               MOVE WS-XR-EFF-DATE(WS-RATE-SUB) TO WS-BEST-RATE-DATE
               MOVE WS-XR-RATE(WS-RATE-SUB) TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           END-IF.

      ******************************************************************
      * Projection: each in-force policy's installments across the
      * horizon, split by how they will be collected.
      ******************************************************************
       2500-PROJECT-ONE-POLICY.
      * The INSPMBIL selection: active, billing set up. A policy
      * with no billing yet is not an error, just not forecast.
           IF NOT PM-STATUS-ACTIVE OR
              PM-NEXT-DUE-DATE IS NOT NUMERIC OR
              PM-MODAL-PREMIUM = 0
               GO TO 2500-NEXT
           END-IF
           ADD 1 TO WS-POLICIES-PROJECTED

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
           PERFORM 2700-RESOLVE-MATURITY-DATE THRU 2700-EXIT
           PERFORM 2800-FIND-POLICY-CURRENCY
           PERFORM 2850-FIND-CURRENCY-ENTRY

           MOVE 'N' TO WS-MANDATE-FOUND-FLAG
           MOVE PM-POLICY-ID TO MD-POLICY-ID
           READ MANDATE-FILE
               KEY IS MD-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MANDATE-FILE-STATUS = '00' AND MD-STATUS-ACTIVE
               MOVE 'Y' TO WS-MANDATE-FOUND-FLAG
           END-IF

      * The invoice book's billing over the look-back window -
      * the denominator of the invoice collection rate.
           MOVE WS-TODAY-DATE TO WS-DUE-DATE
           PERFORM 2560-CHECK-MANDATE-COVERS
           IF NOT MANDATE-COVERS-DATE
               COMPUTE WS-BILLABLE-AMOUNT ROUNDED =
                   PM-MODAL-PREMIUM * 12 / WS-FREQUENCY-MONTHS
                   * WS-LOOKBACK-DAYS / 365
               MOVE WS-POLICY-CURRENCY TO WS-RATE-CURRENCY
               MOVE WS-TODAY-DATE TO WS-RATE-AS-OF-DATE
               PERFORM 2300-CONVERT-TO-BASE
               IF WS-RATE-WAS-FOUND
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       WS-BILLABLE-AMOUNT * WS-EXCHANGE-RATE
                   ADD WS-BASE-AMOUNT TO WS-INV-BILLABLE
               END-IF
           END-IF

           MOVE ZEROS TO WS-INSTALLMENT-NO
           MOVE 'N' TO WS-PROJECTION-FLAG
           PERFORM 2550-PROJECT-INSTALLMENT
               UNTIL PROJECTION-DONE.

       2500-NEXT.
           PERFORM 2600-READ-POLICY-MASTER.

       2500-EXIT.
           EXIT.

       2550-PROJECT-INSTALLMENT.
      * Installment n falls n frequency periods after the next due
      * date - stepped from the base date each time so a month-end
      * due day is not clamped away.
           MOVE 'M' TO DC-FUNCTION-CODE
           MOVE PM-NEXT-DUE-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = WS-INSTALLMENT-NO * WS-FREQUENCY-MONTHS
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           ADD 1 TO WS-INSTALLMENT-NO
           IF DC-ERROR OR WS-INSTALLMENT-NO > 400
               MOVE 'Y' TO WS-PROJECTION-FLAG
           ELSE
               MOVE DC-TARGET-DATE TO WS-DUE-DATE
               IF WS-DUE-DATE > WS-HORIZON-END-DATE OR
                  (WS-MATURITY-DATE IS NUMERIC AND
                   WS-DUE-DATE >= WS-MATURITY-DATE)
                   MOVE 'Y' TO WS-PROJECTION-FLAG
               ELSE
                   IF WS-DUE-DATE < WS-TODAY-DATE
      * Already past due - arrears, the dunning cycle's business,
      * not forward cash.
                       ADD 1 TO WS-OVERDUE-COUNT
                   ELSE
                       PERFORM 2580-BUCKET-INSTALLMENT
                   END-IF
               END-IF
           END-IF.

       2560-CHECK-MANDATE-COVERS.
      * The INSDDORG test: an active mandate whose start and end
      * dates take in the due date.
           MOVE 'N' TO WS-COVERED-FLAG
           IF POLICY-HAS-MANDATE AND
              MD-START-DATE <= WS-DUE-DATE AND
              (MD-END-DATE = SPACES OR
               MD-END-DATE >= WS-DUE-DATE)
               MOVE 'Y' TO WS-COVERED-FLAG
           END-IF.

       2580-BUCKET-INSTALLMENT.
           MOVE 'D' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           MOVE WS-DUE-DATE TO DC-TARGET-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           COMPUTE WS-WEEK-NO = (DC-DAYS / 7) + 1
           IF WS-WEEK-NO > WS-WEEK-COUNT
               MOVE WS-WEEK-COUNT TO WS-WEEK-NO
           END-IF
           ADD 1 TO WS-INSTALLMENT-COUNT

           PERFORM 2560-CHECK-MANDATE-COVERS
           IF MANDATE-COVERS-DATE
               ADD 1 TO WS-WK-DD-COUNT(WS-CY-IDX, WS-WEEK-NO)
               ADD PM-MODAL-PREMIUM
                 TO WS-WK-DD-GROSS(WS-CY-IDX, WS-WEEK-NO)
           ELSE
               ADD 1 TO WS-WK-INV-COUNT(WS-CY-IDX, WS-WEEK-NO)
               ADD PM-MODAL-PREMIUM
                 TO WS-WK-INV-GROSS(WS-CY-IDX, WS-WEEK-NO)
           END-IF.

       2600-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POLICIES-READ
           END-READ.

       2700-RESOLVE-MATURITY-DATE.
      * The date INSPOLMNT stamped on the policy; failing that,
      * issue date plus the product's term - as INSPMBIL bills.
           MOVE SPACES TO WS-MATURITY-DATE
           IF PM-MATURITY-DATE IS NUMERIC
               MOVE PM-MATURITY-DATE TO WS-MATURITY-DATE
               GO TO 2700-EXIT
           END-IF
           IF PM-PRODUCT-CODE = SPACES OR
              PM-ISSUE-DATE IS NOT NUMERIC
               GO TO 2700-EXIT
           END-IF
           MOVE PM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               GO TO 2700-EXIT
           END-IF
           IF PRD-TERM-YEARS IS NOT NUMERIC OR
              PRD-TERM-YEARS = 0
               GO TO 2700-EXIT
           END-IF
           MOVE 'M' TO DC-FUNCTION-CODE
           MOVE PM-ISSUE-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = PRD-TERM-YEARS * 12
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO WS-MATURITY-DATE
           END-IF.

       2700-EXIT.
           EXIT.

       2800-FIND-POLICY-CURRENCY.
      * The currency of the policy's latest forward payment - the
      * INSPMCNR refund rule - browsed on the alternate key.
           MOVE WS-BASE-CURRENCY TO WS-POLICY-CURRENCY
           MOVE SPACES TO WS-LAST-PAYMENT-DATE
           IF HISTORY-IS-AVAILABLE
               MOVE 'N' TO WS-HIST-EOF-FLAG
               MOVE PM-POLICY-ID TO PH-POLICY-ID
               START PAYMENT-HISTORY-FILE
                   KEY IS = PH-POLICY-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-START
               PERFORM 2820-SCAN-POLICY-POSTING
                   UNTIL END-OF-HISTORY
           END-IF.

       2820-SCAN-POLICY-POSTING.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ
           IF NOT END-OF-HISTORY
               IF PH-POLICY-ID NOT = PM-POLICY-ID
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               ELSE
                   IF PH-TXN-IS-PAYMENT AND
                      PH-PAYMENT-DATE > WS-LAST-PAYMENT-DATE AND
                      PH-CURRENCY-CODE NOT = SPACES
                       MOVE PH-PAYMENT-DATE TO WS-LAST-PAYMENT-DATE
                       MOVE PH-CURRENCY-CODE TO WS-POLICY-CURRENCY
                   END-IF
               END-IF
           END-IF.

       2850-FIND-CURRENCY-ENTRY.
           SET WS-CY-IDX TO 1
           IF WS-CY-COUNT > 0
               SEARCH WS-CY-ENTRY
                   AT END
                       PERFORM 2870-NEW-CURRENCY-ENTRY
                   WHEN WS-CY-CURRENCY(WS-CY-IDX) = WS-POLICY-CURRENCY
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2870-NEW-CURRENCY-ENTRY
           END-IF.

       2870-NEW-CURRENCY-ENTRY.
           IF WS-CY-COUNT < 20
               ADD 1 TO WS-CY-COUNT
               SET WS-CY-IDX TO WS-CY-COUNT
               MOVE WS-POLICY-CURRENCY TO WS-CY-CURRENCY(WS-CY-IDX)
               PERFORM 2880-CLEAR-WEEK
                   VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 53
           ELSE
      * No room: the policy lands in the first currency's figures,
      * and the run says so.
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSCFCST' TO LOG-MODULE
               STRING 'Currency table full - ' PM-POLICY-ID
                      ' forecast under ' WS-CY-CURRENCY(1)
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'N' TO WS-CLEAN-FLAG
               SET WS-CY-IDX TO 1
           END-IF.

       2880-CLEAR-WEEK.
           MOVE ZEROS TO WS-WK-DD-COUNT(WS-CY-IDX, WS-WEEK-SUB)
                         WS-WK-DD-GROSS(WS-CY-IDX, WS-WEEK-SUB)
                         WS-WK-INV-COUNT(WS-CY-IDX, WS-WEEK-SUB)
                         WS-WK-INV-GROSS(WS-CY-IDX, WS-WEEK-SUB).

      ******************************************************************
      * Rates from the look-back. No history to learn from means
      * the installment is expected in full.
      ******************************************************************
       3000-DERIVE-RATES.
           MOVE ZEROS TO WS-DD-RETURN-RATE
           IF WS-DD-COLLECTED > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-DD-RETURNED / WS-DD-COLLECTED
               IF WS-RATE-WORK > 1
                   MOVE 1 TO WS-RATE-WORK
               END-IF
               MOVE WS-RATE-WORK TO WS-DD-RETURN-RATE
           END-IF
           COMPUTE WS-DD-COLLECT-RATE = 1 - WS-DD-RETURN-RATE

           COMPUTE WS-INV-NET-COLLECTED =
               WS-INV-COLLECTED - WS-INV-REVERSED
           MOVE 1 TO WS-INV-COLLECT-RATE
           IF WS-INV-BILLABLE > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-INV-NET-COLLECTED / WS-INV-BILLABLE
               IF WS-RATE-WORK > 1
                   MOVE 1 TO WS-RATE-WORK
               END-IF
               IF WS-RATE-WORK < 0
                   MOVE 0 TO WS-RATE-WORK
               END-IF
               MOVE WS-RATE-WORK TO WS-INV-COLLECT-RATE
           END-IF.

      ******************************************************************
      * The report: rates applied, then expected cash by currency
      * and week with a running total, then the run counts.
      ******************************************************************
       4000-END-PROCESS.
           MOVE WS-BASE-CURRENCY TO RL-BASE-CURRENCY
           STRING WS-LOOKBACK-START-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-LOOKBACK-START-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-LOOKBACK-START-DATE(7:2) DELIMITED BY SIZE
             INTO RL-LOOKBACK-START
           END-STRING
           MOVE HL-DATE TO RL-LOOKBACK-END
           WRITE REPORT-LINE FROM RL-RATE-HEADING

           MOVE 'DIRECT DEBIT' TO RL-METHOD
           MOVE WS-DD-COLLECTED TO RL-COLLECTED
           MOVE 'RETURNED: ' TO RL-SECOND-LABEL
           MOVE WS-DD-RETURNED TO RL-SECOND-AMOUNT
           MOVE 'DD-RETURN RATE: ' TO RL-RATE-LABEL
           COMPUTE RL-RATE-PERCENT = WS-DD-RETURN-RATE * 100
           WRITE REPORT-LINE FROM RL-RATE-LINE
           MOVE 'INVOICE' TO RL-METHOD
           IF WS-INV-NET-COLLECTED > 0
               MOVE WS-INV-NET-COLLECTED TO RL-COLLECTED
           ELSE
               MOVE ZEROS TO RL-COLLECTED
           END-IF
           MOVE 'BILLED: ' TO RL-SECOND-LABEL
           MOVE WS-INV-BILLABLE TO RL-SECOND-AMOUNT
           MOVE 'COLLECTION RATE: ' TO RL-RATE-LABEL
           COMPUTE RL-RATE-PERCENT = WS-INV-COLLECT-RATE * 100
           WRITE REPORT-LINE FROM RL-RATE-LINE

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           PERFORM 4100-REPORT-ONE-CURRENCY
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT

           MOVE WS-POLICIES-READ TO TL-POLICIES-READ
           MOVE WS-POLICIES-PROJECTED TO TL-PROJECTED
           MOVE WS-INSTALLMENT-COUNT TO TL-INSTALLMENTS
           MOVE WS-OVERDUE-COUNT TO TL-OVERDUE
           MOVE WS-HISTORY-READ TO TL-HISTORY-READ
           MOVE WS-HISTORY-MEASURED TO TL-HISTORY-MEASURED
           MOVE WS-NO-FX-RATE-COUNT TO TL-NO-FX-RATE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-1
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCFCST' TO LOG-MODULE
           STRING 'Cash-flow forecast ended. Policies: '
                  WS-POLICIES-PROJECTED
                  ' Installments: ' WS-INSTALLMENT-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF HISTORY-IS-AVAILABLE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           CLOSE POLICY-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE
           CLOSE MANDATE-FILE
           CLOSE REPORT-FILE.

       4100-REPORT-ONE-CURRENCY.
           MOVE ZEROS TO WS-CURRENCY-TOTALS
                         WS-CUMULATIVE
           PERFORM 4200-REPORT-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEK-COUNT

           MOVE WS-CY-CURRENCY(WS-CY-IDX) TO SL-CURRENCY
           MOVE WS-CT-DD-COUNT TO SL-DD-COUNT
           MOVE WS-CT-DD-GROSS TO SL-DD-GROSS
           MOVE WS-CT-DD-EXPECTED TO SL-DD-EXPECTED
           MOVE WS-CT-INV-COUNT TO SL-INV-COUNT
           MOVE WS-CT-INV-GROSS TO SL-INV-GROSS
           MOVE WS-CT-INV-EXPECTED TO SL-INV-EXPECTED
           MOVE WS-CUMULATIVE TO SL-TOTAL-EXPECTED
           WRITE REPORT-LINE FROM SL-CURRENCY-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       4200-REPORT-ONE-WEEK.
           MOVE 'A' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = (WS-WEEK-SUB - 1) * 7
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           MOVE DC-TARGET-DATE TO WS-WEEK-START-DATE

           COMPUTE WS-DD-EXPECTED ROUNDED =
               WS-WK-DD-GROSS(WS-CY-IDX, WS-WEEK-SUB)
               * WS-DD-COLLECT-RATE
           COMPUTE WS-INV-EXPECTED ROUNDED =
               WS-WK-INV-GROSS(WS-CY-IDX, WS-WEEK-SUB)
               * WS-INV-COLLECT-RATE
           COMPUTE WS-WEEK-EXPECTED = WS-DD-EXPECTED + WS-INV-EXPECTED
           ADD WS-WEEK-EXPECTED TO WS-CUMULATIVE
           ADD WS-WK-DD-COUNT(WS-CY-IDX, WS-WEEK-SUB)
             TO WS-CT-DD-COUNT
           ADD WS-WK-DD-GROSS(WS-CY-IDX, WS-WEEK-SUB)
             TO WS-CT-DD-GROSS
           ADD WS-DD-EXPECTED TO WS-CT-DD-EXPECTED
           ADD WS-WK-INV-COUNT(WS-CY-IDX, WS-WEEK-SUB)
             TO WS-CT-INV-COUNT
           ADD WS-WK-INV-GROSS(WS-CY-IDX, WS-WEEK-SUB)
             TO WS-CT-INV-GROSS
           ADD WS-INV-EXPECTED TO WS-CT-INV-EXPECTED

           MOVE WS-WEEK-SUB TO DL-WEEK-NO
           STRING WS-WEEK-START-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-WEEK-START-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-WEEK-START-DATE(7:2) DELIMITED BY SIZE
             INTO DL-WEEK-START
           END-STRING
           MOVE WS-CY-CURRENCY(WS-CY-IDX) TO DL-CURRENCY
           MOVE WS-WK-DD-COUNT(WS-CY-IDX, WS-WEEK-SUB) TO DL-DD-COUNT
           MOVE WS-WK-DD-GROSS(WS-CY-IDX, WS-WEEK-SUB) TO DL-DD-GROSS
           MOVE WS-DD-EXPECTED TO DL-DD-EXPECTED
           MOVE WS-WK-INV-COUNT(WS-CY-IDX, WS-WEEK-SUB)
             TO DL-INV-COUNT
           MOVE WS-WK-INV-GROSS(WS-CY-IDX, WS-WEEK-SUB)
             TO DL-INV-GROSS
           MOVE WS-INV-EXPECTED TO DL-INV-EXPECTED
           MOVE WS-WEEK-EXPECTED TO DL-WEEK-EXPECTED
           MOVE WS-CUMULATIVE TO DL-CUMULATIVE
           WRITE REPORT-LINE FROM DL-WEEK-LINE.

       END PROGRAM INSCFCST.
