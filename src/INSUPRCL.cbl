      ******************************************************************
      * Month-End Unearned Premium Reserve Program
      * Function: Premium books to income the day it is collected
      *           (INSGLEXT), so at month-end the part of every paid
      *           installment that covers days after the period end
      *           is still unearned. This step computes that
      *           unearned premium (UPR) for every in-force policy
      *           from PM-PAID-TO-DATE, PM-PAYMENT-FREQUENCY and
      *           PM-MODAL-PREMIUM against the period-end date,
      *           totals it by the product's PRD-GL-INCOME-ACCT, and
      *           journals the reserve movement - this month's UPR
      *           less last month's, kept per account on the UPR
      *           balance file (UPRBAL) - as balanced pairs in the
      *           ledger import layout and CTL control record
      *           INSGLEXT and INSFXRVL use. The detail report lists
      *           every policy carrying UPR by product for the
      *           auditors, then the movement by income account.
      *           UPR is reserved in base currency, as INSGLEXT books
      *           the income: the policy's currency is that of its
      *           latest payment (the INSCFCST rule), converted at
      *           the RATEFILE rate in force at the period end. A
      *           policy whose currency has no rate by then is
      *           counted and reported, and left out of the reserve.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSUPRCL.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : UPR is converted to base currency through
      *              RATEFILE as of the period end, the policy's
      *              currency taken from its latest payment on
      *              PAYHISTORY. Policies with no rate are counted as
      *              NO EXCHANGE RATE and kept out of the journal.
      * 2026-10-15 : Initial version, modeled on INSFXRVL. Finance
      *              rebuilt the reserve by hand from policy dumps
      *              every quarter.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO EXTERNAL RATEFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT UPR-BALANCE-FILE ASSIGN TO EXTERNAL UPRBAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT UPR-SORT-FILE ASSIGN TO UPRSORT.

           SELECT GL-EXTRACT-FILE ASSIGN TO EXTERNAL UPRGLEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL UPRRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  RATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       COPY EXCHRATE.

      * One record per period and income account: the UPR that
      * account carried at that month-end. Rewritten each run - a
      * rerun of a month replaces that month's records.
       FD  UPR-BALANCE-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS UPR-BALANCE-RECORD.
       01  UPR-BALANCE-RECORD.
           05  UB-PERIOD               PIC X(06).
           05  UB-ACCOUNT              PIC X(08).
           05  UB-UPR-AMOUNT           PIC 9(11)V99.
           05  UB-POLICY-COUNT         PIC 9(07).

       SD  UPR-SORT-FILE
           DATA RECORD IS UPR-SORT-RECORD.
       01  UPR-SORT-RECORD.
           05  SU-PRODUCT-CODE         PIC X(04).
           05  SU-POLICY-ID            PIC X(10).
           05  SU-INCOME-ACCT          PIC X(08).
           05  SU-FREQUENCY            PIC X(01).
           05  SU-MODAL-PREMIUM        PIC 9(7)V99.
           05  SU-PAID-TO-DATE         PIC X(08).
           05  SU-UNEARNED-DAYS        PIC 9(05).
           05  SU-UPR-AMOUNT           PIC 9(9)V99.
           05  SU-CURRENCY             PIC X(03).

      * The same ledger import layout INSGLEXT writes.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DR-CR                PIC X(02).
           05  GL-AMOUNT               PIC 9(11)V99.
           05  GL-PERIOD               PIC X(06).
           05  GL-DESCRIPTION          PIC X(30).
       01  GL-CONTROL-RECORD REDEFINES GL-EXTRACT-RECORD.
           05  GLC-MARKER              PIC X(03).
           05  GLC-ENTRY-COUNT         PIC 9(07).
           05  GLC-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(34).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-BALANCE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.

       01  WS-POL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-POLICIES         VALUE 'Y'.
       01  WS-BAL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-BALANCES         VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-SORTED-POLICIES  VALUE 'Y'.
       01  WS-HIST-EOF-FLAG            PIC X VALUE 'Y'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-HISTORY-OPEN-FLAG        PIC X VALUE 'N'.
           88  HISTORY-IS-AVAILABLE    VALUE 'Y'.
       01  WS-CLEAN-FLAG               PIC X VALUE 'Y'.
           88  RUN-IS-CLEAN            VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.

       01  WS-UPR-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-UPR-PERIOD-TEXT          PIC X(6) VALUE SPACES.
       01  WS-PRIOR-PERIOD             PIC X(6) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-PERIOD-END-DATE          PIC X(8) VALUE SPACES.
       01  WS-PERIOD-FIRST-DATE        PIC X(8) VALUE SPACES.

      * Ledger accounts: the default income line for a policy with
      * no product (as INSGLEXT books it), and the UPR liability.
       01  WS-ACCT-PREM-INCOME         PIC X(08) VALUE '40100000'.
       01  WS-ACCT-UPR-RESERVE         PIC X(08) VALUE '20500000'.

      * Base-currency conversion - the rate table and latest-rate-
      * on-or-before rule of INSGLEXT and INSCFCST.
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
       01  WS-POLICY-CURRENCY          PIC X(03) VALUE SPACES.
       01  WS-LAST-PAYMENT-DATE        PIC X(08) VALUE SPACES.

      * Per-policy UPR work areas. The paid-to date is the next due
      * date - the installment ending there covers the days up to
      * the day before it - so the unearned days are those after
      * the period end and before the paid-to date.
       01  WS-INSTALLMENT-MONTHS       PIC S9(3) VALUE ZEROS.
       01  WS-INSTALLMENT-END          PIC X(8) VALUE SPACES.
       01  WS-INSTALLMENT-START        PIC X(8) VALUE SPACES.
       01  WS-DAYS-UNEARNED            PIC S9(5) VALUE ZEROS.
       01  WS-DAYS-IN-INSTALLMENT      PIC S9(5) VALUE ZEROS.
       01  WS-INSTALLMENT-LOOPS        PIC 9(3) VALUE ZEROS.
       01  WS-POLICY-UPR               PIC 9(9)V99 VALUE ZEROS.
       01  WS-WORK-INCOME-ACCT         PIC X(08) VALUE SPACES.
       01  WS-INSTALLMENT-DONE-FLAG    PIC X VALUE 'N'.
           88  INSTALLMENTS-DONE       VALUE 'Y'.

      * UPR by income account: this month's from the policies,
      * last month's off the balance file.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-ACCT-ENTRY           OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-ACCT-COUNT
                                       INDEXED BY WS-AC-IDX.
               10  WS-AC-ACCOUNT       PIC X(08).
               10  WS-AC-POLICIES      PIC 9(7).
               10  WS-AC-CURRENT-UPR   PIC 9(11)V99.
               10  WS-AC-PRIOR-UPR     PIC 9(11)V99.
       01  WS-LOOKUP-ACCOUNT           PIC X(08) VALUE SPACES.
       01  WS-MOVEMENT                 PIC S9(11)V99 VALUE ZEROS.

      * Balance records of other months, carried through the
      * rewrite of the balance file untouched.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-KEEP-ENTRY           OCCURS 1 TO 10000 TIMES
                                       DEPENDING ON WS-KEEP-COUNT.
               10  WS-KP-RECORD        PIC X(34).
       01  WS-KEEP-SUB                 PIC 9(5) VALUE ZEROS.

       01  WS-PREV-PRODUCT             PIC X(04) VALUE SPACES.
       01  WS-PRODUCT-POLICIES         PIC 9(7) VALUE ZEROS.
       01  WS-PRODUCT-UPR              PIC 9(11)V99 VALUE ZEROS.
       01  WS-FIRST-DETAIL-FLAG        PIC X VALUE 'Y'.
           88  FIRST-DETAIL            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-POLICIES-READ        PIC 9(7) VALUE ZEROS.
           05  WS-IN-FORCE-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-UPR-POLICY-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-NO-FX-RATE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ENTRY-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-CURRENT-UPR    PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOTAL-PRIOR-UPR      PIC 9(13)V99 VALUE ZEROS.

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
             'MONTH-END UNEARNED PREMIUM RESERVE'.
          05 FILLER                    PIC X(10) VALUE 'PERIOD: '.
          05 HL-PERIOD                 PIC X(6).
          05 FILLER                    PIC X(14) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-PERIOD-END-LINE.
          05 FILLER                    PIC X(18) VALUE
             'PERIOD END DATE: '.
          05 HL-PERIOD-END             PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE
             'PRIOR UPR PERIOD: '.
          05 HL-PRIOR-PERIOD           PIC X(6).

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(07) VALUE 'PRODUCT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'FREQ'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'MODAL PREMIUM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'PAID TO'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'UNEARNED DAYS'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             'UNEARNED (BASE)'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'GL ACCT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(03) VALUE 'CCY'.

       01  DL-DETAIL-LINE.
          05 DL-PRODUCT-CODE           PIC X(04).
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 DL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-FREQUENCY              PIC X(01).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-MODAL-PREMIUM          PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-PAID-TO-DATE           PIC X(10).
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 DL-UNEARNED-DAYS          PIC ZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-UPR-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-INCOME-ACCT            PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-CURRENCY               PIC X(03).

       01  SL-PRODUCT-TOTAL-LINE.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'PRODUCT '.
          05 SL-PRODUCT-CODE           PIC X(04).
          05 FILLER                    PIC X(11) VALUE ' POLICIES: '.
          05 SL-POLICIES               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'UNEARNED: '.
          05 SL-UPR-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  AL-ACCOUNT-HEADING.
          05 FILLER                    PIC X(40) VALUE
             'RESERVE MOVEMENT BY INCOME ACCOUNT'.

       01  AL-COLUMN-HEADING.
          05 FILLER                    PIC X(08) VALUE 'GL ACCT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'POLICIES'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             '   THIS MONTH UPR'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             '   LAST MONTH UPR'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             '         MOVEMENT'.

       01  AL-ACCOUNT-LINE.
          05 AL-ACCOUNT                PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 AL-POLICIES               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 AL-CURRENT-UPR            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 AL-PRIOR-UPR              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 AL-MOVEMENT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE-1.
          05 FILLER                    PIC X(15) VALUE
             'POLICIES READ: '.
          05 TL-POLICIES-READ          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'IN FORCE: '.
          05 TL-IN-FORCE               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'CARRYING UPR: '.
          05 TL-UPR-POLICIES           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             'NOT CALCULABLE: '.
          05 TL-SKIPPED                PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'NO EXCHANGE RATE: '.
          05 TL-NO-FX-RATE             PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(15) VALUE
             'TOTAL UPR: '.
          05 TL-CURRENT-UPR            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'PRIOR UPR: '.
          05 TL-PRIOR-UPR              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             'JOURNAL ENTRIES:'.
          05 TL-ENTRIES                PIC ZZZ,ZZ9.

      * Date calculation parameters
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
           SORT UPR-SORT-FILE
               ON ASCENDING KEY SU-PRODUCT-CODE SU-POLICY-ID
               INPUT PROCEDURE IS 2000-RELEASE-POLICIES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-POLICIES
                   THRU 3000-EXIT
           PERFORM 4000-END-PROCESS
           IF RUN-IS-CLEAN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA

      * Reserve period defaults to the business-date year/month
      * with the usual operator override.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE(1:6) TO WS-UPR-PERIOD
           ELSE
               STRING WS-CURRENT-YEAR
                      WS-CURRENT-MONTH
                 DELIMITED BY SIZE
                 INTO WS-UPR-PERIOD
               END-STRING
           END-IF
           ACCEPT WS-UPR-PERIOD-TEXT FROM ENVIRONMENT "UPR_PERIOD"
           IF WS-UPR-PERIOD-TEXT IS NUMERIC AND
              WS-UPR-PERIOD-TEXT NOT = SPACES
               MOVE WS-UPR-PERIOD-TEXT TO WS-UPR-PERIOD
           END-IF

      * Period end: first of the next month minus one day.
           STRING WS-UPR-PERIOD '01'
             DELIMITED BY SIZE
             INTO WS-PERIOD-FIRST-DATE
           END-STRING
           MOVE 'M' TO DC-FUNCTION-CODE
           MOVE WS-PERIOD-FIRST-DATE TO DC-BASE-DATE
           MOVE 1 TO DC-DAYS
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE 'S' TO DC-FUNCTION-CODE
               MOVE DC-TARGET-DATE TO DC-BASE-DATE
               MOVE 1 TO DC-DAYS
               CALL 'DATECALC' USING DATE-CALC-PARAMS
               IF DC-SUCCESS
                   MOVE DC-TARGET-DATE TO WS-PERIOD-END-DATE
               END-IF
           END-IF
           IF WS-PERIOD-END-DATE = SPACES
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSUPRCL' TO LOG-MODULE
               STRING 'Invalid UPR period ' WS-UPR-PERIOD
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'BASE_CURRENCY' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-BASE-CURRENCY
           END-IF

           PERFORM 1100-LOAD-BALANCES
           PERFORM 1400-LOAD-RATE-TABLE

      * Without the history every policy is taken to be in base
      * currency.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
           ELSE
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSUPRCL' TO LOG-MODULE
               MOVE 'Payment history unavailable - base currency used'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF WS-POLICY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-POL-EOF-FLAG
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE WS-UPR-PERIOD TO HL-PERIOD
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING
           STRING WS-PERIOD-END-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-PERIOD-END-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-PERIOD-END-DATE(7:2) DELIMITED BY SIZE
             INTO HL-PERIOD-END
           END-STRING
           IF WS-PRIOR-PERIOD = SPACES
               MOVE 'NONE' TO HL-PRIOR-PERIOD
           ELSE
               MOVE WS-PRIOR-PERIOD TO HL-PRIOR-PERIOD
           END-IF

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-PERIOD-END-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSUPRCL' TO LOG-MODULE
           STRING 'UPR calculation started for period '
                  WS-UPR-PERIOD
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       1000-EXIT.
           EXIT.

       1100-LOAD-BALANCES.
      * Last month's UPR is the latest month on file before this
      * one. Every other month's records are kept for the rewrite;
      * this month's (a rerun) are dropped and recomputed.
           OPEN INPUT UPR-BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS = '00'
               PERFORM 1150-READ-BALANCE-FILE
               PERFORM 1200-FIND-PRIOR-PERIOD
                   UNTIL END-OF-BALANCES
               CLOSE UPR-BALANCE-FILE
           END-IF

           IF WS-PRIOR-PERIOD NOT = SPACES
               MOVE 'N' TO WS-BAL-EOF-FLAG
               OPEN INPUT UPR-BALANCE-FILE
               PERFORM 1150-READ-BALANCE-FILE
               PERFORM 1300-LOAD-ONE-BALANCE
                   UNTIL END-OF-BALANCES
               CLOSE UPR-BALANCE-FILE
           END-IF.

       1150-READ-BALANCE-FILE.
           READ UPR-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-BAL-EOF-FLAG
           END-READ.

       1200-FIND-PRIOR-PERIOD.
           IF UB-PERIOD < WS-UPR-PERIOD AND
              (WS-PRIOR-PERIOD = SPACES OR
               UB-PERIOD > WS-PRIOR-PERIOD)
               MOVE UB-PERIOD TO WS-PRIOR-PERIOD
           END-IF
           IF UB-PERIOD NOT = WS-UPR-PERIOD
               IF WS-KEEP-COUNT < 10000
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE UPR-BALANCE-RECORD
                     TO WS-KP-RECORD(WS-KEEP-COUNT)
               ELSE
                   MOVE 'N' TO WS-CLEAN-FLAG
               END-IF
           END-IF
           PERFORM 1150-READ-BALANCE-FILE.

       1300-LOAD-ONE-BALANCE.
           IF UB-PERIOD = WS-PRIOR-PERIOD
               MOVE UB-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM 2600-FIND-ACCOUNT-ENTRY
               ADD UB-UPR-AMOUNT TO WS-AC-PRIOR-UPR(WS-AC-IDX)
               ADD UB-UPR-AMOUNT TO WS-TOTAL-PRIOR-UPR
           END-IF
           PERFORM 1150-READ-BALANCE-FILE.

       1400-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM 1450-READ-RATE-FILE
               PERFORM 1420-LOAD-ONE-RATE
                   UNTIL END-OF-RATE-FILE
               CLOSE RATE-FILE
           END-IF.

       1420-LOAD-ONE-RATE.
           IF WS-RATE-COUNT < 1000
               ADD 1 TO WS-RATE-COUNT
               MOVE XR-CURRENCY-CODE TO WS-XR-CURRENCY(WS-RATE-COUNT)
               MOVE XR-EFFECTIVE-DATE
                 TO WS-XR-EFF-DATE(WS-RATE-COUNT)
               MOVE XR-RATE-TO-BASE TO WS-XR-RATE(WS-RATE-COUNT)
           END-IF
           PERFORM 1450-READ-RATE-FILE.

       1450-READ-RATE-FILE.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-FLAG
           END-READ.

      ******************************************************************
      * Sort input: one record per in-force policy carrying UPR.
      ******************************************************************
       2000-RELEASE-POLICIES.
           IF NOT END-OF-POLICIES
               PERFORM 2100-READ-POLICY-MASTER
           END-IF
           PERFORM 2200-RELEASE-ONE-POLICY THRU 2200-EXIT
               UNTIL END-OF-POLICIES.

       2000-EXIT.
           EXIT.

       2100-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POLICIES-READ
           END-READ.

       2200-RELEASE-ONE-POLICY.
           IF NOT PM-STATUS-ACTIVE
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-IN-FORCE-COUNT

      * Paid to the period end or short of it - nothing unearned.
           IF PM-PAID-TO-DATE IS NUMERIC AND
              PM-PAID-TO-DATE <= WS-PERIOD-END-DATE
               GO TO 2200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PM-FREQ-MONTHLY
                   MOVE 1 TO WS-INSTALLMENT-MONTHS
               WHEN PM-FREQ-QUARTERLY
                   MOVE 3 TO WS-INSTALLMENT-MONTHS
               WHEN PM-FREQ-SEMIANNUAL
                   MOVE 6 TO WS-INSTALLMENT-MONTHS
               WHEN PM-FREQ-ANNUAL
                   MOVE 12 TO WS-INSTALLMENT-MONTHS
               WHEN OTHER
                   MOVE 0 TO WS-INSTALLMENT-MONTHS
           END-EVALUATE
           IF PM-PAID-TO-DATE IS NOT NUMERIC OR
              WS-INSTALLMENT-MONTHS = 0
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSUPRCL' TO LOG-MODULE
               STRING 'Policy ' PM-POLICY-ID
                      ' has no usable paid-to date or frequency'
                      ' - no UPR calculated'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 2200-EXIT
           END-IF

           PERFORM 2300-CALCULATE-UPR
           IF WS-POLICY-UPR = 0
               GO TO 2200-EXIT
           END-IF

      * Into base currency at the rate in force at the period end.
           PERFORM 2700-FIND-POLICY-CURRENCY
           MOVE WS-POLICY-CURRENCY TO WS-RATE-CURRENCY
           MOVE WS-PERIOD-END-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 2750-CONVERT-TO-BASE
           IF NOT WS-RATE-WAS-FOUND
               ADD 1 TO WS-NO-FX-RATE-COUNT
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSUPRCL' TO LOG-MODULE
               STRING 'Policy ' PM-POLICY-ID
                      ' currency ' WS-POLICY-CURRENCY
                      ' has no exchange rate - no UPR reserved'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-POLICY-UPR ROUNDED =
               WS-POLICY-UPR * WS-EXCHANGE-RATE

           PERFORM 2500-RESOLVE-INCOME-ACCOUNT

           MOVE PM-PRODUCT-CODE TO SU-PRODUCT-CODE
           MOVE PM-POLICY-ID TO SU-POLICY-ID
           MOVE WS-WORK-INCOME-ACCT TO SU-INCOME-ACCT
           MOVE PM-PAYMENT-FREQUENCY TO SU-FREQUENCY
           MOVE PM-MODAL-PREMIUM TO SU-MODAL-PREMIUM
           MOVE PM-PAID-TO-DATE TO SU-PAID-TO-DATE
           MOVE WS-DAYS-UNEARNED TO SU-UNEARNED-DAYS
           MOVE WS-POLICY-UPR TO SU-UPR-AMOUNT
           MOVE WS-POLICY-CURRENCY TO SU-CURRENCY
           RELEASE UPR-SORT-RECORD.

       2200-EXIT.
           PERFORM 2100-READ-POLICY-MASTER.

       2300-CALCULATE-UPR.
      * Walk back from the paid-to date one installment at a time.
      * An installment starting after the period end is unearned
      * whole; the installment the period end falls in is unearned
      * pro rata by days.
           MOVE ZEROS TO WS-POLICY-UPR
           MOVE ZEROS TO WS-INSTALLMENT-LOOPS
           MOVE 'N' TO WS-INSTALLMENT-DONE-FLAG
           MOVE PM-PAID-TO-DATE TO WS-INSTALLMENT-END

           MOVE 'D' TO DC-FUNCTION-CODE
           MOVE WS-PERIOD-END-DATE TO DC-BASE-DATE
           MOVE PM-PAID-TO-DATE TO DC-TARGET-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-ERROR
               MOVE 'Y' TO WS-INSTALLMENT-DONE-FLAG
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               COMPUTE WS-DAYS-UNEARNED = DC-DAYS - 1
           END-IF

           PERFORM 2350-ONE-INSTALLMENT
               UNTIL INSTALLMENTS-DONE.

       2350-ONE-INSTALLMENT.
           ADD 1 TO WS-INSTALLMENT-LOOPS
           COMPUTE DC-DAYS = 0 - WS-INSTALLMENT-MONTHS
           MOVE 'M' TO DC-FUNCTION-CODE
           MOVE WS-INSTALLMENT-END TO DC-BASE-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-ERROR OR WS-INSTALLMENT-LOOPS > 240
               MOVE 'Y' TO WS-INSTALLMENT-DONE-FLAG
           ELSE
               MOVE DC-TARGET-DATE TO WS-INSTALLMENT-START
               IF WS-INSTALLMENT-START > WS-PERIOD-END-DATE
                   ADD PM-MODAL-PREMIUM TO WS-POLICY-UPR
                   MOVE WS-INSTALLMENT-START TO WS-INSTALLMENT-END
               ELSE
                   PERFORM 2400-PRORATE-INSTALLMENT
                   MOVE 'Y' TO WS-INSTALLMENT-DONE-FLAG
               END-IF
           END-IF.

       2400-PRORATE-INSTALLMENT.
      * Days after the period end over days in the installment.
           MOVE 'D' TO DC-FUNCTION-CODE
           MOVE WS-INSTALLMENT-START TO DC-BASE-DATE
           MOVE WS-INSTALLMENT-END TO DC-TARGET-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS AND DC-DAYS > 0
               MOVE DC-DAYS TO WS-DAYS-IN-INSTALLMENT
               MOVE 'D' TO DC-FUNCTION-CODE
               MOVE WS-PERIOD-END-DATE TO DC-BASE-DATE
               MOVE WS-INSTALLMENT-END TO DC-TARGET-DATE
               CALL 'DATECALC' USING DATE-CALC-PARAMS
               IF DC-SUCCESS AND DC-DAYS > 1
                   COMPUTE WS-POLICY-UPR ROUNDED =
                       WS-POLICY-UPR
                       + (PM-MODAL-PREMIUM * (DC-DAYS - 1)
                          / WS-DAYS-IN-INSTALLMENT)
               END-IF
           END-IF.

       2500-RESOLVE-INCOME-ACCOUNT.
      * Same resolution INSGLEXT books the premium with, so the
      * reserve reverses out of the line the income went to.
           MOVE WS-ACCT-PREM-INCOME TO WS-WORK-INCOME-ACCT
           IF PM-PRODUCT-CODE NOT = SPACES
               MOVE PM-PRODUCT-CODE TO PRD-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PRD-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PRODUCT-FILE-STATUS = '00' AND
                  PRD-GL-INCOME-ACCT NOT = SPACES
                   MOVE PRD-GL-INCOME-ACCT TO WS-WORK-INCOME-ACCT
               END-IF
           END-IF.

       2600-FIND-ACCOUNT-ENTRY.
           SET WS-AC-IDX TO 1
           IF WS-ACCT-COUNT > 0
               SEARCH WS-ACCT-ENTRY
                   AT END
                       PERFORM 2650-NEW-ACCOUNT-ENTRY
                   WHEN WS-AC-ACCOUNT(WS-AC-IDX) = WS-LOOKUP-ACCOUNT
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2650-NEW-ACCOUNT-ENTRY
           END-IF.

       2650-NEW-ACCOUNT-ENTRY.
           IF WS-ACCT-COUNT < 200
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCT-COUNT)
               MOVE ZEROS TO WS-AC-POLICIES(WS-ACCT-COUNT)
                             WS-AC-CURRENT-UPR(WS-ACCT-COUNT)
                             WS-AC-PRIOR-UPR(WS-ACCT-COUNT)
               SET WS-AC-IDX TO WS-ACCT-COUNT
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSUPRCL' TO LOG-MODULE
               MOVE 'Account table full - reserve incomplete'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'N' TO WS-CLEAN-FLAG
               SET WS-AC-IDX TO 1
           END-IF.

       2700-FIND-POLICY-CURRENCY.
      * The currency of the policy's latest forward payment - the
      * INSCFCST rule - browsed on the alternate key.
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
               PERFORM 2720-SCAN-POLICY-POSTING
                   UNTIL END-OF-HISTORY
           END-IF.

       2720-SCAN-POLICY-POSTING.
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

       2750-CONVERT-TO-BASE.
      * Latest rate for the currency effective on or before the
      * as-of date; the base currency converts at 1.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF WS-RATE-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           ELSE
               MOVE SPACES TO WS-BEST-RATE-DATE
               PERFORM 2770-SCAN-RATE-ENTRY
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
           END-IF.

       2770-SCAN-RATE-ENTRY.
           IF WS-XR-CURRENCY(WS-RATE-SUB) = WS-RATE-CURRENCY AND
              WS-XR-EFF-DATE(WS-RATE-SUB) <= WS-RATE-AS-OF-DATE AND
              WS-XR-EFF-DATE(WS-RATE-SUB) > WS-BEST-RATE-DATE
               MOVE WS-XR-EFF-DATE(WS-RATE-SUB) TO WS-BEST-RATE-DATE
               MOVE WS-XR-RATE(WS-RATE-SUB) TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           END-IF.

      ******************************************************************
      * Sort output: the auditors' detail by product and policy,
      * accumulating this month's UPR by income account.
      ******************************************************************
       3000-REPORT-POLICIES.
           PERFORM 3100-RETURN-SORTED-POLICY
           PERFORM 3200-REPORT-ONE-POLICY
               UNTIL END-OF-SORTED-POLICIES
           IF NOT FIRST-DETAIL
               PERFORM 3300-WRITE-PRODUCT-TOTAL
           END-IF.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-POLICY.
           RETURN UPR-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       3200-REPORT-ONE-POLICY.
           IF NOT FIRST-DETAIL AND
              SU-PRODUCT-CODE NOT = WS-PREV-PRODUCT
               PERFORM 3300-WRITE-PRODUCT-TOTAL
           END-IF
           IF FIRST-DETAIL OR SU-PRODUCT-CODE NOT = WS-PREV-PRODUCT
               MOVE 'N' TO WS-FIRST-DETAIL-FLAG
               MOVE SU-PRODUCT-CODE TO WS-PREV-PRODUCT
               MOVE ZEROS TO WS-PRODUCT-POLICIES
               MOVE ZEROS TO WS-PRODUCT-UPR
           END-IF

           ADD 1 TO WS-PRODUCT-POLICIES
           ADD SU-UPR-AMOUNT TO WS-PRODUCT-UPR
           ADD 1 TO WS-UPR-POLICY-COUNT
           ADD SU-UPR-AMOUNT TO WS-TOTAL-CURRENT-UPR

           MOVE SU-INCOME-ACCT TO WS-LOOKUP-ACCOUNT
           PERFORM 2600-FIND-ACCOUNT-ENTRY
           ADD 1 TO WS-AC-POLICIES(WS-AC-IDX)
           ADD SU-UPR-AMOUNT TO WS-AC-CURRENT-UPR(WS-AC-IDX)

           IF SU-PRODUCT-CODE = SPACES
               MOVE 'NONE' TO DL-PRODUCT-CODE
           ELSE
               MOVE SU-PRODUCT-CODE TO DL-PRODUCT-CODE
           END-IF
           MOVE SU-POLICY-ID TO DL-POLICY-ID
           MOVE SU-FREQUENCY TO DL-FREQUENCY
           MOVE SU-MODAL-PREMIUM TO DL-MODAL-PREMIUM
           STRING SU-PAID-TO-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  SU-PAID-TO-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  SU-PAID-TO-DATE(7:2) DELIMITED BY SIZE
             INTO DL-PAID-TO-DATE
           END-STRING
           MOVE SU-UNEARNED-DAYS TO DL-UNEARNED-DAYS
           MOVE SU-UPR-AMOUNT TO DL-UPR-AMOUNT
           MOVE SU-INCOME-ACCT TO DL-INCOME-ACCT
           MOVE SU-CURRENCY TO DL-CURRENCY
           WRITE REPORT-LINE FROM DL-DETAIL-LINE

           PERFORM 3100-RETURN-SORTED-POLICY.

       3300-WRITE-PRODUCT-TOTAL.
           IF WS-PREV-PRODUCT = SPACES
               MOVE 'NONE' TO SL-PRODUCT-CODE
           ELSE
               MOVE WS-PREV-PRODUCT TO SL-PRODUCT-CODE
           END-IF
           MOVE WS-PRODUCT-POLICIES TO SL-POLICIES
           MOVE WS-PRODUCT-UPR TO SL-UPR-AMOUNT
           WRITE REPORT-LINE FROM SL-PRODUCT-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      * Movement by account, the journal, and the new balances.
      ******************************************************************
       4000-END-PROCESS.
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM AL-ACCOUNT-HEADING
           WRITE REPORT-LINE FROM AL-COLUMN-HEADING
           PERFORM 4100-ONE-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCT-COUNT

      * Control record: entry count and amount hash total, the same
      * proof INSGLEXT hands the ledger import.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE 'CTL' TO GLC-MARKER
           MOVE WS-ENTRY-COUNT TO GLC-ENTRY-COUNT
           MOVE WS-HASH-TOTAL TO GLC-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD

           PERFORM 4300-REWRITE-BALANCES

           MOVE WS-POLICIES-READ TO TL-POLICIES-READ
           MOVE WS-IN-FORCE-COUNT TO TL-IN-FORCE
           MOVE WS-UPR-POLICY-COUNT TO TL-UPR-POLICIES
           MOVE WS-SKIPPED-COUNT TO TL-SKIPPED
           MOVE WS-NO-FX-RATE-COUNT TO TL-NO-FX-RATE
           MOVE WS-TOTAL-CURRENT-UPR TO TL-CURRENT-UPR
           MOVE WS-TOTAL-PRIOR-UPR TO TL-PRIOR-UPR
           MOVE WS-ENTRY-COUNT TO TL-ENTRIES
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-1
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           IF WS-SKIPPED-COUNT > 0 OR WS-NO-FX-RATE-COUNT > 0
               MOVE 'N' TO WS-CLEAN-FLAG
           END-IF

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSUPRCL' TO LOG-MODULE
           STRING 'UPR calculation ended. Policies with UPR: '
                  WS-UPR-POLICY-COUNT
                  ' Entries: ' WS-ENTRY-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF HISTORY-IS-AVAILABLE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           CLOSE POLICY-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE REPORT-FILE.

       4100-ONE-ACCOUNT.
           COMPUTE WS-MOVEMENT =
               WS-AC-CURRENT-UPR(WS-AC-IDX)
               - WS-AC-PRIOR-UPR(WS-AC-IDX)

           MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO AL-ACCOUNT
           MOVE WS-AC-POLICIES(WS-AC-IDX) TO AL-POLICIES
           MOVE WS-AC-CURRENT-UPR(WS-AC-IDX) TO AL-CURRENT-UPR
           MOVE WS-AC-PRIOR-UPR(WS-AC-IDX) TO AL-PRIOR-UPR
           MOVE WS-MOVEMENT TO AL-MOVEMENT
           WRITE REPORT-LINE FROM AL-ACCOUNT-LINE

           IF WS-MOVEMENT NOT = 0
               PERFORM 4200-WRITE-JOURNAL-PAIR
           END-IF.

       4200-WRITE-JOURNAL-PAIR.
      * A reserve increase debits the income account (income not
      * yet earned comes back out) and credits the UPR reserve; a
      * decrease releases the reserve to income. The pair balances
      * by construction.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO GL-ACCOUNT
           IF WS-MOVEMENT > 0
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-MOVEMENT TO GL-AMOUNT
           ELSE
               MOVE 'CR' TO GL-DR-CR
               COMPUTE GL-AMOUNT = 0 - WS-MOVEMENT
           END-IF
           MOVE WS-UPR-PERIOD TO GL-PERIOD
           STRING 'UPR MOVEMENT - INCOME '
                  WS-AC-ACCOUNT(WS-AC-IDX)
             DELIMITED BY SIZE
             INTO GL-DESCRIPTION
           END-STRING
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-ENTRY-COUNT
           ADD GL-AMOUNT TO WS-HASH-TOTAL

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-ACCT-UPR-RESERVE TO GL-ACCOUNT
           IF WS-MOVEMENT > 0
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-MOVEMENT TO GL-AMOUNT
           ELSE
               MOVE 'DR' TO GL-DR-CR
               COMPUTE GL-AMOUNT = 0 - WS-MOVEMENT
           END-IF
           MOVE WS-UPR-PERIOD TO GL-PERIOD
           STRING 'UPR RESERVE - INCOME '
                  WS-AC-ACCOUNT(WS-AC-IDX)
             DELIMITED BY SIZE
             INTO GL-DESCRIPTION
           END-STRING
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-ENTRY-COUNT
           ADD GL-AMOUNT TO WS-HASH-TOTAL.

       4300-REWRITE-BALANCES.
      * Other months as they were, then this month's per account.
           OPEN OUTPUT UPR-BALANCE-FILE
           PERFORM 4350-WRITE-KEPT-BALANCE
               VARYING WS-KEEP-SUB FROM 1 BY 1
               UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
           PERFORM 4400-WRITE-CURRENT-BALANCE
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCT-COUNT
           CLOSE UPR-BALANCE-FILE.

       4350-WRITE-KEPT-BALANCE.
           MOVE WS-KP-RECORD(WS-KEEP-SUB) TO UPR-BALANCE-RECORD
           WRITE UPR-BALANCE-RECORD.

       4400-WRITE-CURRENT-BALANCE.
           MOVE WS-UPR-PERIOD TO UB-PERIOD
           MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO UB-ACCOUNT
           MOVE WS-AC-CURRENT-UPR(WS-AC-IDX) TO UB-UPR-AMOUNT
           MOVE WS-AC-POLICIES(WS-AC-IDX) TO UB-POLICY-COUNT
           WRITE UPR-BALANCE-RECORD.

       END PROGRAM INSUPRCL.
