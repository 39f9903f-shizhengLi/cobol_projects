      ******************************************************************
      * Premium Tax and Levy Calculation Program
      * Function: Tax every premium posting and reversal of the
      *           period by the policyholder's region and product.
      *           Each posting's policy resolves through its client
      *           link to CL-POSTAL-CODE, and the premium tax table
      *           (PREMTAX, maintained by INSTXMNT) supplies the
      *           jurisdiction, premium tax rate and levy rate in
      *           force on the payment date - longest postal code
      *           prefix first, then the product's own row over the
      *           all-products row. Postings come off the indexed
      *           PAYMENT-HISTORY-FILE, or with USE_ACTIVITY_FILE=Y
      *           off ACTHIST plus the current day's ACTFILE the way
      *           INSGLEXT reads them, converted to the base currency
      *           on the same rate table. Reversals and '03'
      *           cancellation refunds net against the payments.
      *           Monthly (PTAX_PERIOD, default the business month)
      *           the tax and levy liability is journaled per
      *           jurisdiction in the ledger import layout and CTL
      *           control record INSGLEXT uses. With PTAX_QUARTER
      *           (YYYYQ) the step instead prints the quarterly
      *           premium-tax return by jurisdiction over the
      *           quarter's three periods and journals nothing -
      *           the liability was booked month by month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPTXCL.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : BASE_CURRENCY and USE_ACTIVITY_FILE are read from
      *              the installation parameter file through INSPARM; an
      *              exported variable of the same name still overrides
      *              it for a single run.
      * 2026-10-15 : Initial version, modeled on INSUPRCL. Accounting
      *              estimated the quarterly return from total
      *              collections.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO EXTERNAL ACTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACT-FILE-STATUS.

           SELECT ACTIVITY-HIST-FILE ASSIGN TO EXTERNAL ACTHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTH-FILE-STATUS.

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

           SELECT TAX-RATE-FILE ASSIGN TO EXTERNAL PREMTAX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO EXTERNAL RATEFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT PTAX-SORT-FILE ASSIGN TO PTAXSORT.

           SELECT GL-EXTRACT-FILE ASSIGN TO EXTERNAL PTAXGLEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL PTAXRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS ACTIVITY-DAY-RECORD.
       01  ACTIVITY-DAY-RECORD         PIC X(90).

       FD  ACTIVITY-HIST-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS ACTIVITY-HIST-RECORD.
       01  ACTIVITY-HIST-RECORD        PIC X(90).

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTMS.

       FD  TAX-RATE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PREMIUM-TAX-RATE-RECORD.
       COPY PREMTAX.

       FD  RATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       COPY EXCHRATE.

      * One record per taxed posting, in base currency, sorted into
      * return lines: jurisdiction, product and the rates applied.
       SD  PTAX-SORT-FILE
           DATA RECORD IS PTAX-SORT-RECORD.
       01  PTAX-SORT-RECORD.
           05  ST-LINE-KEY.
               10  ST-JURISDICTION     PIC X(06).
               10  ST-PRODUCT-CODE     PIC X(04).
               10  ST-TAX-RATE         PIC 9V9(5).
               10  ST-LEVY-RATE        PIC 9V9(5).
           05  ST-TRANSACTION-TYPE     PIC X(02).
               88  ST-TXN-IS-PAYMENT   VALUE '01'.
               88  ST-TXN-IS-REVERSAL  VALUE '02'.
               88  ST-TXN-IS-REFUND    VALUE '03'.
           05  ST-BASE-AMOUNT          PIC 9(11)V99.

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
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ACT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACTH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-TAX-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'Y'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-ACT-EOF-FLAG             PIC X VALUE 'Y'.
           88  END-OF-DAY-ACTIVITY     VALUE 'Y'.
       01  WS-ACTH-EOF-FLAG            PIC X VALUE 'Y'.
           88  END-OF-PERIOD-ACTIVITY  VALUE 'Y'.
       01  WS-TAX-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-TAX-FILE         VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-SORTED-POSTINGS  VALUE 'Y'.
       01  WS-ACTIVITY-MODE-FLAG       PIC X VALUE 'N'.
           88  WS-ACTIVITY-MODE        VALUE 'Y'.
       01  WS-CLEAN-FLAG               PIC X VALUE 'Y'.
           88  RUN-IS-CLEAN            VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.

      * Monthly mode taxes and journals one period; return mode
      * covers the quarter's three periods and journals nothing.
       01  WS-RETURN-MODE-FLAG         PIC X VALUE 'N'.
           88  QUARTER-RETURN-MODE     VALUE 'Y'.
       01  WS-PTAX-PERIOD              PIC X(6) VALUE SPACES.
       01  WS-PTAX-PERIOD-TEXT         PIC X(6) VALUE SPACES.
       01  WS-QUARTER-TEXT             PIC X(5) VALUE SPACES.
       01  WS-QUARTER-NUMBER           PIC 9 VALUE ZERO.
       01  WS-QUARTER-MONTH            PIC 99 VALUE ZEROS.
       01  WS-REPORT-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-PERIODS-COVERED.
           05  WS-PERIOD-1             PIC X(6) VALUE SPACES.
           05  WS-PERIOD-2             PIC X(6) VALUE SPACES.
           05  WS-PERIOD-3             PIC X(6) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Ledger accounts: premium tax and levy are expenses of the
      * company, owed to the jurisdiction until the return is paid.
       01  WS-ACCT-TAX-EXPENSE         PIC X(08) VALUE '60300000'.
       01  WS-ACCT-TAX-PAYABLE         PIC X(08) VALUE '20600000'.
       01  WS-ACCT-LEVY-EXPENSE        PIC X(08) VALUE '60400000'.
       01  WS-ACCT-LEVY-PAYABLE        PIC X(08) VALUE '20700000'.
       01  WS-NO-RATE-JURISDICTION     PIC X(06) VALUE '*NONE*'.

      * Base-currency conversion - the same rate table and latest-
      * rate-on-or-before-the-payment-date rule INSGLEXT applies.
       01  WS-RATE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RATE-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-RATE-FILE        VALUE 'Y'.
       01  WS-BASE-CURRENCY            PIC X(03) VALUE 'USD'.
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

      * The premium tax table, with each row's postal code prefix
      * length worked out once at load.
       01  WS-TAX-TABLE.
           05  WS-TAX-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-TAX-ENTRY            OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-TAX-COUNT.
               10  WS-TR-REGION        PIC X(05).
               10  WS-TR-PREFIX-LEN    PIC 9 COMP.
               10  WS-TR-PRODUCT       PIC X(04).
               10  WS-TR-EFF-DATE      PIC X(08).
               10  WS-TR-JURISDICTION  PIC X(06).
               10  WS-TR-TAX-RATE      PIC 9V9(5).
               10  WS-TR-LEVY-RATE     PIC 9V9(5).
       01  WS-TAX-SUB                  PIC 9(5) VALUE ZEROS.
       01  WS-PREFIX-LEN               PIC 9(3) VALUE ZEROS.

      * Per-posting work areas.
       01  WS-POSTAL-CODE              PIC X(10) VALUE SPACES.
       01  WS-POSTING-PRODUCT          PIC X(04) VALUE SPACES.
       01  WS-BASE-AMOUNT              PIC 9(11)V99 VALUE ZEROS.
       01  WS-CANDIDATE-FLAG           PIC X VALUE 'N'.
           88  ROW-IS-CANDIDATE        VALUE 'Y'.
       01  WS-CANDIDATE-SCORE          PIC 9(2) VALUE ZEROS.
       01  WS-BEST-SCORE               PIC 9(2) VALUE ZEROS.
       01  WS-BEST-EFF-DATE            PIC X(08) VALUE SPACES.
       01  WS-BEST-SUB                 PIC 9(5) VALUE ZEROS.
       01  WS-TAX-FOUND-FLAG           PIC X VALUE 'N'.
           88  TAX-RATE-WAS-FOUND      VALUE 'Y'.

      * Return line, jurisdiction and grand totals. Taxable premium
      * is payments less reversals and refunds, so a line can go
      * negative when a prior period's premium is given back.
       01  WS-FIRST-LINE-FLAG          PIC X VALUE 'Y'.
           88  FIRST-LINE              VALUE 'Y'.
       01  WS-PREV-LINE-KEY.
           05  WS-PL-JURISDICTION      PIC X(06).
           05  WS-PL-PRODUCT-CODE      PIC X(04).
           05  WS-PL-TAX-RATE          PIC 9V9(5).
           05  WS-PL-LEVY-RATE         PIC 9V9(5).
       01  WS-LINE-TOTALS.
           05  WS-LN-POSTINGS          PIC 9(7).
           05  WS-LN-PAYMENTS          PIC 9(11)V99.
           05  WS-LN-REVERSALS         PIC 9(11)V99.
           05  WS-LN-REFUNDS           PIC 9(11)V99.
           05  WS-LN-TAXABLE           PIC S9(11)V99.
           05  WS-LN-TAX               PIC S9(11)V99.
           05  WS-LN-LEVY              PIC S9(11)V99.
       01  WS-JURISDICTION-TOTALS.
           05  WS-JU-TAXABLE           PIC S9(11)V99.
           05  WS-JU-TAX               PIC S9(11)V99.
           05  WS-JU-LEVY              PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GR-TAXABLE           PIC S9(13)V99 VALUE ZEROS.
           05  WS-GR-TAX               PIC S9(13)V99 VALUE ZEROS.
           05  WS-GR-LEVY              PIC S9(13)V99 VALUE ZEROS.

      * One journal pair: debit the expense, credit the payable; a
      * net credit (more given back than collected) swaps sides.
       01  WS-JNL-AMOUNT               PIC S9(11)V99 VALUE ZEROS.
       01  WS-JNL-EXPENSE-ACCT         PIC X(08) VALUE SPACES.
       01  WS-JNL-PAYABLE-ACCT         PIC X(08) VALUE SPACES.
       01  WS-JNL-TEXT                 PIC X(12) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-POSTINGS-READ        PIC 9(7) VALUE ZEROS.
           05  WS-POSTINGS-SELECTED    PIC 9(7) VALUE ZEROS.
           05  WS-POSTINGS-TAXED       PIC 9(7) VALUE ZEROS.
           05  WS-NO-TAX-RATE-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-NO-FX-RATE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ENTRY-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZEROS.

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
          05 HL-TITLE                  PIC X(40) VALUE
             'PREMIUM TAX AND LEVY - MONTHLY'.
          05 FILLER                    PIC X(10) VALUE 'PERIOD: '.
          05 HL-PERIOD                 PIC X(6).
          05 FILLER                    PIC X(14) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-PERIODS-LINE.
          05 FILLER                    PIC X(18) VALUE
             'PERIODS COVERED: '.
          05 HL-PERIOD-1               PIC X(6).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 HL-PERIOD-2               PIC X(6).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 HL-PERIOD-3               PIC X(6).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE
             'BASE CURRENCY: '.
          05 HL-BASE-CURRENCY          PIC X(3).

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(06) VALUE 'JURIS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'PROD'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '      PAYMENTS'.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '     REVERSALS'.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '       REFUNDS'.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             '  NET TAXABLE'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'TAX RT'.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '  PREMIUM TAX'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'LEVY RT'.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '          LEVY'.

       01  DL-DETAIL-LINE.
          05 DL-JURISDICTION           PIC X(06).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PRODUCT-CODE           PIC X(04).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PAYMENTS               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-REVERSALS              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-REFUNDS                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-TAXABLE                PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-TAX-RATE               PIC 9.9(5).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-TAX                    PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-LEVY-RATE              PIC 9.9(5).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-LEVY                   PIC -ZZ,ZZZ,ZZ9.99.

       01  SL-JURISDICTION-TOTAL-LINE.
          05 FILLER                    PIC X(14) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'JURISDICTION '.
          05 SL-JURISDICTION           PIC X(06).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'TAXABLE: '.
          05 SL-TAXABLE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'TAX: '.
          05 SL-TAX                    PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'LEVY: '.
          05 SL-LEVY                   PIC -ZZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE-1.
          05 FILLER                    PIC X(15) VALUE
             'POSTINGS READ: '.
          05 TL-POSTINGS-READ          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'IN PERIOD:'.
          05 TL-SELECTED               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'TAXED: '.
          05 TL-TAXED                  PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'NO TAX RATE: '.
          05 TL-NO-TAX-RATE            PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'NO EXCHANGE RATE: '.
          05 TL-NO-FX-RATE             PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(15) VALUE
             'NET TAXABLE: '.
          05 TL-TAXABLE                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'TAX: '.
          05 TL-TAX                    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'LEVY: '.
          05 TL-LEVY                   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             'JOURNAL ENTRIES: '.
          05 TL-ENTRIES                PIC ZZZ,ZZ9.

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
           SORT PTAX-SORT-FILE
               ON ASCENDING KEY ST-JURISDICTION ST-PRODUCT-CODE
                                ST-TAX-RATE ST-LEVY-RATE
               INPUT PROCEDURE IS 2000-RELEASE-POSTINGS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-RETURN
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

      * Tax period defaults to the business-date year/month with the
      * usual operator override; a quarter asks for the return.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PTAX-PERIOD
           ELSE
               STRING WS-CURRENT-YEAR
                      WS-CURRENT-MONTH
                 DELIMITED BY SIZE
                 INTO WS-PTAX-PERIOD
               END-STRING
           END-IF
           ACCEPT WS-PTAX-PERIOD-TEXT FROM ENVIRONMENT "PTAX_PERIOD"
           IF WS-PTAX-PERIOD-TEXT IS NUMERIC AND
              WS-PTAX-PERIOD-TEXT NOT = SPACES
               MOVE WS-PTAX-PERIOD-TEXT TO WS-PTAX-PERIOD
           END-IF
           ACCEPT WS-QUARTER-TEXT FROM ENVIRONMENT "PTAX_QUARTER"
           IF WS-QUARTER-TEXT NOT = SPACES
               MOVE 'Y' TO WS-RETURN-MODE-FLAG
           END-IF

           IF QUARTER-RETURN-MODE
               PERFORM 1050-SET-QUARTER-PERIODS
           ELSE
               IF WS-PTAX-PERIOD(5:2) < '01' OR
                  WS-PTAX-PERIOD(5:2) > '12'
                   MOVE 'Y' TO WS-REFUSED-FLAG
               ELSE
                   MOVE WS-PTAX-PERIOD TO WS-PERIOD-1
                                          WS-PERIOD-2
                                          WS-PERIOD-3
                                          WS-REPORT-PERIOD
               END-IF
           END-IF
           IF RUN-IS-REFUSED
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSPTXCL' TO LOG-MODULE
               STRING 'Invalid premium tax period ' WS-PTAX-PERIOD
                      ' / quarter ' WS-QUARTER-TEXT
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 1000-EXIT
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'BASE_CURRENCY' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-BASE-CURRENCY
           END-IF

           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 1200-LOAD-TAX-TABLE
           IF WS-TAX-COUNT = 0
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSPTXCL' TO LOG-MODULE
               STRING 'Premium tax table empty or missing - every'
                      ' posting is reported without a rate'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF

      * An input that cannot be opened contributes nothing rather
      * than spinning on a failed READ - the INSGLEXT rule.
           MOVE 'USE_ACTIVITY_FILE' TO PRM-NAME
           MOVE 'F' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND AND PRM-VALUE-TEXT = 'Y'
               MOVE 'Y' TO WS-ACTIVITY-MODE-FLAG
           END-IF

           IF WS-ACTIVITY-MODE
               OPEN INPUT ACTIVITY-HIST-FILE
               IF WS-ACTH-FILE-STATUS = '00'
                   MOVE 'N' TO WS-ACTH-EOF-FLAG
               END-IF
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACT-FILE-STATUS = '00'
                   MOVE 'N' TO WS-ACT-EOF-FLAG
               END-IF
           ELSE
               OPEN INPUT PAYMENT-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-FLAG
               END-IF
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           IF NOT QUARTER-RETURN-MODE
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE

           IF QUARTER-RETURN-MODE
               MOVE 'PREMIUM TAX RETURN - QUARTERLY' TO HL-TITLE
           END-IF
           MOVE WS-REPORT-PERIOD TO HL-PERIOD
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING
           MOVE WS-PERIOD-1 TO HL-PERIOD-1
           MOVE WS-PERIOD-2 TO HL-PERIOD-2
           MOVE WS-PERIOD-3 TO HL-PERIOD-3
           MOVE WS-BASE-CURRENCY TO HL-BASE-CURRENCY

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-PERIODS-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPTXCL' TO LOG-MODULE
           STRING 'Premium tax calculation started for '
                  WS-REPORT-PERIOD
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       1000-EXIT.
           EXIT.

       1050-SET-QUARTER-PERIODS.
      * YYYYQ: the quarter's first month is (Q - 1) * 3 + 1.
           IF WS-QUARTER-TEXT IS NOT NUMERIC OR
              WS-QUARTER-TEXT(5:1) < '1' OR
              WS-QUARTER-TEXT(5:1) > '4'
               MOVE 'Y' TO WS-REFUSED-FLAG
           ELSE
               MOVE WS-QUARTER-TEXT(5:1) TO WS-QUARTER-NUMBER
               COMPUTE WS-QUARTER-MONTH = (WS-QUARTER-NUMBER - 1) * 3
                                          + 1
               STRING WS-QUARTER-TEXT(1:4) WS-QUARTER-MONTH
                 DELIMITED BY SIZE INTO WS-PERIOD-1
               END-STRING
               ADD 1 TO WS-QUARTER-MONTH
               STRING WS-QUARTER-TEXT(1:4) WS-QUARTER-MONTH
                 DELIMITED BY SIZE INTO WS-PERIOD-2
               END-STRING
               ADD 1 TO WS-QUARTER-MONTH
               STRING WS-QUARTER-TEXT(1:4) WS-QUARTER-MONTH
                 DELIMITED BY SIZE INTO WS-PERIOD-3
               END-STRING
               STRING WS-QUARTER-TEXT(1:4) 'Q' WS-QUARTER-TEXT(5:1)
                 DELIMITED BY SIZE INTO WS-REPORT-PERIOD
               END-STRING
           END-IF.

       1100-LOAD-RATE-TABLE.
      * Same load as the GL extract's: no file just means a single-
      * currency installation, caught per record if a foreign
      * posting then shows up.
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

       1200-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS = '00'
               PERFORM 1250-READ-TAX-FILE
               PERFORM 1220-LOAD-ONE-TAX-RATE
                   UNTIL END-OF-TAX-FILE
               CLOSE TAX-RATE-FILE
           END-IF.

       1220-LOAD-ONE-TAX-RATE.
           IF WS-TAX-COUNT < 5000
               ADD 1 TO WS-TAX-COUNT
               MOVE TX-REGION-PREFIX TO WS-TR-REGION(WS-TAX-COUNT)
               MOVE ZEROS TO WS-PREFIX-LEN
               INSPECT TX-REGION-PREFIX TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-PREFIX-LEN TO WS-TR-PREFIX-LEN(WS-TAX-COUNT)
               MOVE TX-PRODUCT-CODE TO WS-TR-PRODUCT(WS-TAX-COUNT)
               MOVE TX-EFFECTIVE-DATE
                 TO WS-TR-EFF-DATE(WS-TAX-COUNT)
               MOVE TX-JURISDICTION
                 TO WS-TR-JURISDICTION(WS-TAX-COUNT)
               MOVE TX-TAX-RATE TO WS-TR-TAX-RATE(WS-TAX-COUNT)
               MOVE TX-LEVY-RATE TO WS-TR-LEVY-RATE(WS-TAX-COUNT)
           ELSE
               MOVE 'N' TO WS-CLEAN-FLAG
           END-IF
           PERFORM 1250-READ-TAX-FILE.

       1250-READ-TAX-FILE.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-FLAG
           END-READ.

      ******************************************************************
      * Sort input: one record per posting of the period(s), taxed.
      ******************************************************************
       2000-RELEASE-POSTINGS.
           IF NOT END-OF-HISTORY
               PERFORM 2100-READ-HISTORY-FILE
           END-IF
           PERFORM 2020-HISTORY-POSTING
               UNTIL END-OF-HISTORY
           IF NOT END-OF-PERIOD-ACTIVITY
               PERFORM 2110-READ-PERIOD-ACT
           END-IF
           PERFORM 2040-PERIOD-ACT-POSTING
               UNTIL END-OF-PERIOD-ACTIVITY
           IF NOT END-OF-DAY-ACTIVITY
               PERFORM 2120-READ-DAY-ACT
           END-IF
           PERFORM 2060-DAY-ACT-POSTING
               UNTIL END-OF-DAY-ACTIVITY.

       2000-EXIT.
           EXIT.

       2020-HISTORY-POSTING.
           PERFORM 2200-TAX-ONE-POSTING THRU 2200-EXIT
           PERFORM 2100-READ-HISTORY-FILE.

       2040-PERIOD-ACT-POSTING.
           MOVE ACTIVITY-HIST-RECORD TO PAYMENT-HISTORY-RECORD
           ADD 1 TO WS-POSTINGS-READ
           PERFORM 2200-TAX-ONE-POSTING THRU 2200-EXIT
           PERFORM 2110-READ-PERIOD-ACT.

       2060-DAY-ACT-POSTING.
           MOVE ACTIVITY-DAY-RECORD TO PAYMENT-HISTORY-RECORD
           ADD 1 TO WS-POSTINGS-READ
           PERFORM 2200-TAX-ONE-POSTING THRU 2200-EXIT
           PERFORM 2120-READ-DAY-ACT.

       2100-READ-HISTORY-FILE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POSTINGS-READ
           END-READ.

       2110-READ-PERIOD-ACT.
           READ ACTIVITY-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-ACTH-EOF-FLAG
           END-READ.

       2120-READ-DAY-ACT.
           READ ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO WS-ACT-EOF-FLAG
           END-READ.

       2200-TAX-ONE-POSTING.
           IF PH-ACCOUNTING-PERIOD NOT = WS-PERIOD-1 AND
              PH-ACCOUNTING-PERIOD NOT = WS-PERIOD-2 AND
              PH-ACCOUNTING-PERIOD NOT = WS-PERIOD-3
               GO TO 2200-EXIT
           END-IF
           IF NOT PH-TXN-IS-PAYMENT AND NOT PH-TXN-IS-REVERSAL AND
              NOT PH-TXN-IS-REFUND
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-POSTINGS-SELECTED

      * Tax is due on the base-currency premium; a posting with no
      * usable rate cannot be taxed and fails the step clean.
           PERFORM 2300-CONVERT-TO-BASE
           IF NOT WS-RATE-WAS-FOUND
               ADD 1 TO WS-NO-FX-RATE-COUNT
               MOVE 'N' TO WS-CLEAN-FLAG
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSPTXCL' TO LOG-MODULE
               STRING 'No usable rate for ' PH-CURRENCY-CODE
                      ' payment ' PH-PAYMENT-ID
                      ' - left out of the premium tax'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               PH-AMOUNT * WS-EXCHANGE-RATE

           PERFORM 2400-RESOLVE-REGION
           PERFORM 2500-FIND-TAX-RATE

           MOVE PH-TRANSACTION-TYPE TO ST-TRANSACTION-TYPE
           MOVE WS-BASE-AMOUNT TO ST-BASE-AMOUNT
           MOVE WS-POSTING-PRODUCT TO ST-PRODUCT-CODE
           IF TAX-RATE-WAS-FOUND
               ADD 1 TO WS-POSTINGS-TAXED
               MOVE WS-TR-JURISDICTION(WS-BEST-SUB) TO ST-JURISDICTION
               MOVE WS-TR-TAX-RATE(WS-BEST-SUB) TO ST-TAX-RATE
               MOVE WS-TR-LEVY-RATE(WS-BEST-SUB) TO ST-LEVY-RATE
           ELSE
      * Reported under its own heading so the premium is visible on
      * the return and the table can be corrected before filing.
               ADD 1 TO WS-NO-TAX-RATE-COUNT
               MOVE 'N' TO WS-CLEAN-FLAG
               MOVE WS-NO-RATE-JURISDICTION TO ST-JURISDICTION
               MOVE ZEROS TO ST-TAX-RATE
                             ST-LEVY-RATE
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSPTXCL' TO LOG-MODULE
               STRING 'No premium tax rate for payment '
                      PH-PAYMENT-ID ' policy ' PH-POLICY-ID
                      ' postal code ' WS-POSTAL-CODE
                      ' product ' WS-POSTING-PRODUCT
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF
           RELEASE PTAX-SORT-RECORD.

       2200-EXIT.
           EXIT.

       2300-CONVERT-TO-BASE.
      * Latest rate for the record's currency effective on or
      * before the payment date; the base currency converts at 1.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           IF PH-CURRENCY-CODE = WS-BASE-CURRENCY
               MOVE 1 TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           ELSE
               MOVE SPACES TO WS-BEST-RATE-DATE
               PERFORM 2350-SCAN-RATE-ENTRY
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
           END-IF.

       2350-SCAN-RATE-ENTRY.
           IF WS-XR-CURRENCY(WS-RATE-SUB) = PH-CURRENCY-CODE AND
              WS-XR-EFF-DATE(WS-RATE-SUB) <= PH-PAYMENT-DATE AND
              WS-XR-EFF-DATE(WS-RATE-SUB) > WS-BEST-RATE-DATE
               MOVE WS-XR-EFF-DATE(WS-RATE-SUB) TO WS-BEST-RATE-DATE
               MOVE WS-XR-RATE(WS-RATE-SUB) TO WS-EXCHANGE-RATE
               MOVE 'Y' TO WS-RATE-FOUND-FLAG
           END-IF.

       2400-RESOLVE-REGION.
      * Policy to client to postal code. A policy or client that is
      * gone leaves the postal code blank, which only the default
      * (all-spaces prefix) rows can match.
           MOVE SPACES TO WS-POSTAL-CODE
           MOVE SPACES TO WS-POSTING-PRODUCT
           MOVE PH-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-POLICY-FILE-STATUS = '00'
               MOVE PM-PRODUCT-CODE TO WS-POSTING-PRODUCT
               MOVE PM-CLIENT-ID TO CL-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   KEY IS CL-CLIENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = '00'
                   MOVE CL-POSTAL-CODE TO WS-POSTAL-CODE
               END-IF
           END-IF.

       2500-FIND-TAX-RATE.
      * The most specific row wins: longest matching postal code
      * prefix, then the product's own row over '****', then the
      * latest effective date on or before the payment date.
           MOVE 'N' TO WS-TAX-FOUND-FLAG
           MOVE ZEROS TO WS-BEST-SCORE
           MOVE ZEROS TO WS-BEST-SUB
           MOVE SPACES TO WS-BEST-EFF-DATE
           PERFORM 2550-SCAN-TAX-ENTRY
               VARYING WS-TAX-SUB FROM 1 BY 1
               UNTIL WS-TAX-SUB > WS-TAX-COUNT.

       2550-SCAN-TAX-ENTRY.
           MOVE 'N' TO WS-CANDIDATE-FLAG
           IF WS-TR-EFF-DATE(WS-TAX-SUB) <= PH-PAYMENT-DATE
               IF WS-TR-PRODUCT(WS-TAX-SUB) = WS-POSTING-PRODUCT AND
                  WS-POSTING-PRODUCT NOT = SPACES
                   MOVE 'Y' TO WS-CANDIDATE-FLAG
                   MOVE 1 TO WS-CANDIDATE-SCORE
               END-IF
               IF WS-TR-PRODUCT(WS-TAX-SUB) = '****'
                   MOVE 'Y' TO WS-CANDIDATE-FLAG
                   MOVE 0 TO WS-CANDIDATE-SCORE
               END-IF
           END-IF
           IF ROW-IS-CANDIDATE AND WS-TR-PREFIX-LEN(WS-TAX-SUB) > 0
               MOVE WS-TR-PREFIX-LEN(WS-TAX-SUB) TO WS-PREFIX-LEN
               IF WS-POSTAL-CODE(1:WS-PREFIX-LEN) NOT =
                  WS-TR-REGION(WS-TAX-SUB)(1:WS-PREFIX-LEN)
                   MOVE 'N' TO WS-CANDIDATE-FLAG
               END-IF
           END-IF
           IF ROW-IS-CANDIDATE
               COMPUTE WS-CANDIDATE-SCORE = WS-CANDIDATE-SCORE
                   + WS-TR-PREFIX-LEN(WS-TAX-SUB) * 2
               IF NOT TAX-RATE-WAS-FOUND OR
                  WS-CANDIDATE-SCORE > WS-BEST-SCORE OR
                  (WS-CANDIDATE-SCORE = WS-BEST-SCORE AND
                   WS-TR-EFF-DATE(WS-TAX-SUB) > WS-BEST-EFF-DATE)
                   MOVE 'Y' TO WS-TAX-FOUND-FLAG
                   MOVE WS-CANDIDATE-SCORE TO WS-BEST-SCORE
                   MOVE WS-TR-EFF-DATE(WS-TAX-SUB) TO WS-BEST-EFF-DATE
                   MOVE WS-TAX-SUB TO WS-BEST-SUB
               END-IF
           END-IF.

      ******************************************************************
      * Sort output: one return line per jurisdiction, product and
      * rate, jurisdiction subtotals, and the month's journal.
      ******************************************************************
       3000-REPORT-RETURN.
           PERFORM 3100-RETURN-SORTED-POSTING
           PERFORM 3200-ADD-ONE-POSTING
               UNTIL END-OF-SORTED-POSTINGS
           IF NOT FIRST-LINE
               PERFORM 3300-WRITE-RETURN-LINE
               PERFORM 3400-WRITE-JURISDICTION-TOTAL
           END-IF.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-POSTING.
           RETURN PTAX-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       3200-ADD-ONE-POSTING.
           IF NOT FIRST-LINE AND ST-LINE-KEY NOT = WS-PREV-LINE-KEY
               PERFORM 3300-WRITE-RETURN-LINE
               IF ST-JURISDICTION NOT = WS-PL-JURISDICTION
                   PERFORM 3400-WRITE-JURISDICTION-TOTAL
               END-IF
           END-IF
           IF FIRST-LINE OR ST-JURISDICTION NOT = WS-PL-JURISDICTION
               MOVE ZEROS TO WS-JU-TAXABLE
                             WS-JU-TAX
                             WS-JU-LEVY
           END-IF
           IF FIRST-LINE OR ST-LINE-KEY NOT = WS-PREV-LINE-KEY
               MOVE 'N' TO WS-FIRST-LINE-FLAG
               MOVE ST-LINE-KEY TO WS-PREV-LINE-KEY
               MOVE ZEROS TO WS-LN-POSTINGS
                             WS-LN-PAYMENTS
                             WS-LN-REVERSALS
                             WS-LN-REFUNDS
           END-IF

           ADD 1 TO WS-LN-POSTINGS
           EVALUATE TRUE
               WHEN ST-TXN-IS-REVERSAL
                   ADD ST-BASE-AMOUNT TO WS-LN-REVERSALS
               WHEN ST-TXN-IS-REFUND
                   ADD ST-BASE-AMOUNT TO WS-LN-REFUNDS
               WHEN OTHER
                   ADD ST-BASE-AMOUNT TO WS-LN-PAYMENTS
           END-EVALUATE

           PERFORM 3100-RETURN-SORTED-POSTING.

       3300-WRITE-RETURN-LINE.
      * Tax is computed on the line's net taxable premium, once,
      * so the return's lines add to the jurisdiction totals and
      * the journal exactly.
           COMPUTE WS-LN-TAXABLE = WS-LN-PAYMENTS
                                   - WS-LN-REVERSALS
                                   - WS-LN-REFUNDS
           COMPUTE WS-LN-TAX ROUNDED =
               WS-LN-TAXABLE * WS-PL-TAX-RATE
           COMPUTE WS-LN-LEVY ROUNDED =
               WS-LN-TAXABLE * WS-PL-LEVY-RATE
           ADD WS-LN-TAXABLE TO WS-JU-TAXABLE
                                WS-GR-TAXABLE
           ADD WS-LN-TAX TO WS-JU-TAX
                            WS-GR-TAX
           ADD WS-LN-LEVY TO WS-JU-LEVY
                             WS-GR-LEVY

           MOVE WS-PL-JURISDICTION TO DL-JURISDICTION
           IF WS-PL-PRODUCT-CODE = SPACES
               MOVE 'NONE' TO DL-PRODUCT-CODE
           ELSE
               MOVE WS-PL-PRODUCT-CODE TO DL-PRODUCT-CODE
           END-IF
           MOVE WS-LN-PAYMENTS TO DL-PAYMENTS
           MOVE WS-LN-REVERSALS TO DL-REVERSALS
           MOVE WS-LN-REFUNDS TO DL-REFUNDS
           MOVE WS-LN-TAXABLE TO DL-TAXABLE
           MOVE WS-PL-TAX-RATE TO DL-TAX-RATE
           MOVE WS-LN-TAX TO DL-TAX
           MOVE WS-PL-LEVY-RATE TO DL-LEVY-RATE
           MOVE WS-LN-LEVY TO DL-LEVY
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       3400-WRITE-JURISDICTION-TOTAL.
           MOVE WS-PL-JURISDICTION TO SL-JURISDICTION
           MOVE WS-JU-TAXABLE TO SL-TAXABLE
           MOVE WS-JU-TAX TO SL-TAX
           MOVE WS-JU-LEVY TO SL-LEVY
           WRITE REPORT-LINE FROM SL-JURISDICTION-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

      * Premium with no rate has no jurisdiction to owe it to; it
      * stays off the ledger until the table is put right.
           IF NOT QUARTER-RETURN-MODE AND
              WS-PL-JURISDICTION NOT = WS-NO-RATE-JURISDICTION
               MOVE WS-JU-TAX TO WS-JNL-AMOUNT
               MOVE WS-ACCT-TAX-EXPENSE TO WS-JNL-EXPENSE-ACCT
               MOVE WS-ACCT-TAX-PAYABLE TO WS-JNL-PAYABLE-ACCT
               MOVE 'PREM TAX' TO WS-JNL-TEXT
               PERFORM 3500-WRITE-JOURNAL-PAIR
               MOVE WS-JU-LEVY TO WS-JNL-AMOUNT
               MOVE WS-ACCT-LEVY-EXPENSE TO WS-JNL-EXPENSE-ACCT
               MOVE WS-ACCT-LEVY-PAYABLE TO WS-JNL-PAYABLE-ACCT
               MOVE 'PREM LEVY' TO WS-JNL-TEXT
               PERFORM 3500-WRITE-JOURNAL-PAIR
           END-IF.

       3500-WRITE-JOURNAL-PAIR.
      * Debit the expense and credit the jurisdiction's payable; a
      * net give-back reverses both sides. The pair balances by
      * construction.
           IF WS-JNL-AMOUNT NOT = 0
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-JNL-EXPENSE-ACCT TO GL-ACCOUNT
               IF WS-JNL-AMOUNT > 0
                   MOVE 'DR' TO GL-DR-CR
                   MOVE WS-JNL-AMOUNT TO GL-AMOUNT
               ELSE
                   MOVE 'CR' TO GL-DR-CR
                   COMPUTE GL-AMOUNT = 0 - WS-JNL-AMOUNT
               END-IF
               MOVE WS-PTAX-PERIOD TO GL-PERIOD
               STRING WS-JNL-TEXT DELIMITED BY '  '
                      ' EXPENSE - '
                      WS-PL-JURISDICTION
                 DELIMITED BY SIZE
                 INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO WS-ENTRY-COUNT
               ADD GL-AMOUNT TO WS-HASH-TOTAL

               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-JNL-PAYABLE-ACCT TO GL-ACCOUNT
               IF WS-JNL-AMOUNT > 0
                   MOVE 'CR' TO GL-DR-CR
                   MOVE WS-JNL-AMOUNT TO GL-AMOUNT
               ELSE
                   MOVE 'DR' TO GL-DR-CR
                   COMPUTE GL-AMOUNT = 0 - WS-JNL-AMOUNT
               END-IF
               MOVE WS-PTAX-PERIOD TO GL-PERIOD
               STRING WS-JNL-TEXT DELIMITED BY '  '
                      ' PAYABLE - '
                      WS-PL-JURISDICTION
                 DELIMITED BY SIZE
                 INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO WS-ENTRY-COUNT
               ADD GL-AMOUNT TO WS-HASH-TOTAL
           END-IF.

      ******************************************************************
      * Totals, the journal control record, and close down.
      ******************************************************************
       4000-END-PROCESS.
           IF NOT QUARTER-RETURN-MODE
      * Control record: entry count and amount hash total, the same
      * proof INSGLEXT hands the ledger import.
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE 'CTL' TO GLC-MARKER
               MOVE WS-ENTRY-COUNT TO GLC-ENTRY-COUNT
               MOVE WS-HASH-TOTAL TO GLC-HASH-TOTAL
               WRITE GL-EXTRACT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF

           MOVE WS-POSTINGS-READ TO TL-POSTINGS-READ
           MOVE WS-POSTINGS-SELECTED TO TL-SELECTED
           MOVE WS-POSTINGS-TAXED TO TL-TAXED
           MOVE WS-NO-TAX-RATE-COUNT TO TL-NO-TAX-RATE
           MOVE WS-NO-FX-RATE-COUNT TO TL-NO-FX-RATE
           MOVE WS-GR-TAXABLE TO TL-TAXABLE
           MOVE WS-GR-TAX TO TL-TAX
           MOVE WS-GR-LEVY TO TL-LEVY
           MOVE WS-ENTRY-COUNT TO TL-ENTRIES
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-1
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPTXCL' TO LOG-MODULE
           STRING 'Premium tax calculation ended for '
                  WS-REPORT-PERIOD
                  '. Taxed: ' WS-POSTINGS-TAXED
                  ' No rate: ' WS-NO-TAX-RATE-COUNT
                  ' Entries: ' WS-ENTRY-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF WS-ACTIVITY-MODE
               IF WS-ACTH-FILE-STATUS NOT = '35'
                   CLOSE ACTIVITY-HIST-FILE
               END-IF
               IF WS-ACT-FILE-STATUS NOT = '35'
                   CLOSE ACTIVITY-FILE
               END-IF
           ELSE
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           CLOSE POLICY-MASTER-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSPTXCL.
