      ******************************************************************
      * Reinsurance Cession and Bordereau Program
      * Function: Monthly quota-share cession. Every premium posting
      *           and reversal of the period (PAYMENT-HISTORY-FILE,
      *           or with USE_ACTIVITY_FILE=Y ACTHIST plus the
      *           current day's ACTFILE, as INSGLEXT reads them) is
      *           converted to the base currency and its policy's
      *           product looked up; each treaty in force on the
      *           payment date for that product (RITREATY,
      *           maintained by INSRTMNT) takes its ceded share of
      *           the premium and allows its ceding commission on
      *           it. The step writes the bordereau (RIBORDER) - one
      *           HDR/detail/TRL section per reinsurer listing every
      *           policy and posting ceded - and the ceded premium
      *           and ceding commission journal per reinsurer as
      *           balanced pairs in the ledger import layout with
      *           the CTL control record. The report totals each
      *           treaty and reinsurer, then ties ceded premium back
      *           to the period's collected premium by product.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSRICES.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : BASE_CURRENCY and USE_ACTIVITY_FILE are read from
      *              the installation parameter file through INSPARM; an
      *              exported variable of the same name still overrides
      *              it for a single run.
      * 2026-10-15 : Initial version, modeled on INSPTXCL. The
      *              bordereau was assembled by hand from the
      *              INSPMHIST and INSPLRPT outputs.

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

           SELECT TREATY-FILE ASSIGN TO EXTERNAL RITREATY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TREATY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO EXTERNAL RATEFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT RI-SORT-FILE ASSIGN TO RISORT.

           SELECT BORDEREAU-FILE ASSIGN TO EXTERNAL RIBORDER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BORDEREAU-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO EXTERNAL RIGLEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL RIRPTFILE
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

       FD  TREATY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REINSURANCE-TREATY-RECORD.
       COPY RITREATY.

       FD  RATE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       COPY EXCHRATE.

      * One record per posting ceded under one treaty - the
      * bordereau detail, sorted into reinsurer sections.
       SD  RI-SORT-FILE
           DATA RECORD IS RI-SORT-RECORD.
       01  RI-SORT-RECORD.
           05  SR-REINSURER-ID        PIC X(08).
           05  SR-TREATY-ID           PIC X(08).
           05  SR-POLICY-ID           PIC X(10).
           05  SR-PAYMENT-DATE        PIC X(08).
           05  SR-PAYMENT-ID          PIC X(12).
           05  SR-TRANSACTION-TYPE    PIC X(02).
               88  SR-TXN-GIVES-BACK  VALUE '02' '03'.
           05  SR-PRODUCT-CODE        PIC X(04).
           05  SR-GROSS-PREMIUM       PIC 9(9)V99.
           05  SR-CEDED-SHARE         PIC 9V9(4).
           05  SR-CEDED-PREMIUM       PIC 9(9)V99.
           05  SR-CEDING-COMM-RATE    PIC 9V9(4).
           05  SR-CEDING-COMMISSION   PIC 9(9)V99.
           05  FILLER                 PIC X(05).

       FD  BORDEREAU-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS BORDEREAU-RECORD.
       COPY RIBORDX.

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
       01  WS-TREATY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-BORDEREAU-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'Y'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-ACT-EOF-FLAG             PIC X VALUE 'Y'.
           88  END-OF-DAY-ACTIVITY     VALUE 'Y'.
       01  WS-ACTH-EOF-FLAG            PIC X VALUE 'Y'.
           88  END-OF-PERIOD-ACTIVITY  VALUE 'Y'.
       01  WS-TREATY-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-TREATY-FILE      VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-SORTED-CESSIONS  VALUE 'Y'.
       01  WS-ACTIVITY-MODE-FLAG       PIC X VALUE 'N'.
           88  WS-ACTIVITY-MODE        VALUE 'Y'.
       01  WS-CLEAN-FLAG               PIC X VALUE 'Y'.
           88  RUN-IS-CLEAN            VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.

       01  WS-RI-PERIOD                PIC X(6) VALUE SPACES.
       01  WS-RI-PERIOD-TEXT           PIC X(6) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.

      * Ledger accounts: premium ceded is an expense owed to the
      * reinsurer; the ceding commission it allows back is income
      * netted against what is owed.
       01  WS-ACCT-CEDED-PREMIUM       PIC X(08) VALUE '60500000'.
       01  WS-ACCT-RI-PAYABLE          PIC X(08) VALUE '20800000'.
       01  WS-ACCT-CEDING-COMM         PIC X(08) VALUE '40500000'.

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

       01  WS-TREATY-TABLE.
           05  WS-TREATY-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-TREATY-ENTRY         OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-TREATY-COUNT.
               10  WS-RT-TREATY        PIC X(08).
               10  WS-RT-PRODUCT       PIC X(04).
               10  WS-RT-REINSURER     PIC X(08).
               10  WS-RT-SHARE         PIC 9V9(4).
               10  WS-RT-COMM-RATE     PIC 9V9(4).
               10  WS-RT-EFF-DATE      PIC X(08).
               10  WS-RT-EXP-DATE      PIC X(08).
       01  WS-TREATY-SUB               PIC 9(5) VALUE ZEROS.
       01  WS-OTHER-SUB                PIC 9(5) VALUE ZEROS.

      * Per-posting work areas.
       01  WS-POSTING-PRODUCT          PIC X(04) VALUE SPACES.
       01  WS-BASE-AMOUNT              PIC 9(9)V99 VALUE ZEROS.
       01  WS-SIGNED-AMOUNT            PIC S9(11)V99 VALUE ZEROS.
       01  WS-CEDED-AMOUNT             PIC 9(9)V99 VALUE ZEROS.
       01  WS-COMMISSION-AMOUNT        PIC 9(9)V99 VALUE ZEROS.
       01  WS-TOTAL-SHARE              PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-IN-FORCE-FLAG            PIC X VALUE 'N'.
           88  TREATY-IN-FORCE         VALUE 'Y'.
       01  WS-OWN-ROW-FLAG             PIC X VALUE 'N'.
           88  TREATY-HAS-OWN-ROW      VALUE 'Y'.
       01  WS-SUB-IN-FORCE-FLAG        PIC X VALUE 'N'.
           88  OTHER-ROW-IN-FORCE      VALUE 'Y'.

      * Collected and ceded premium by product - the tie-out of the
      * cession to the period's collections.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT        PIC 9(3) VALUE ZEROS.
           05  WS-PRODUCT-ENTRY        OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-PRODUCT-COUNT
                                       INDEXED BY WS-PS-IDX.
               10  WS-PS-PRODUCT       PIC X(04).
               10  WS-PS-COLLECTED     PIC S9(11)V99.
               10  WS-PS-CEDED         PIC S9(11)V99.
               10  WS-PS-COMMISSION    PIC S9(11)V99.
       01  WS-RETAINED                 PIC S9(11)V99 VALUE ZEROS.
       01  WS-CEDED-PERCENT            PIC S9(3)V99 VALUE ZEROS.

      * Bordereau section, treaty line and run totals. Net figures
      * take reversals and refunds back out.
       01  WS-FIRST-CESSION-FLAG       PIC X VALUE 'Y'.
           88  FIRST-CESSION           VALUE 'Y'.
       01  WS-PREV-REINSURER           PIC X(08) VALUE SPACES.
       01  WS-PREV-TREATY              PIC X(08) VALUE SPACES.
       01  WS-REINSURER-TOTALS.
           05  WS-RI-RECORD-COUNT      PIC 9(7).
           05  WS-RI-CONTROL-TOTAL     PIC 9(11)V99.
           05  WS-RI-NET-GROSS         PIC S9(11)V99.
           05  WS-RI-NET-CEDED         PIC S9(11)V99.
           05  WS-RI-NET-COMMISSION    PIC S9(11)V99.
       01  WS-TREATY-TOTALS.
           05  WS-TT-RECORD-COUNT      PIC 9(7).
           05  WS-TT-NET-GROSS         PIC S9(11)V99.
           05  WS-TT-NET-CEDED         PIC S9(11)V99.
           05  WS-TT-NET-COMMISSION    PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GR-COLLECTED         PIC S9(13)V99 VALUE ZEROS.
           05  WS-GR-CEDED             PIC S9(13)V99 VALUE ZEROS.
           05  WS-GR-COMMISSION        PIC S9(13)V99 VALUE ZEROS.
       01  WS-NET-DUE                  PIC S9(11)V99 VALUE ZEROS.

      * One journal pair; a net negative amount swaps the sides.
       01  WS-JNL-AMOUNT               PIC S9(11)V99 VALUE ZEROS.
       01  WS-JNL-DEBIT-ACCT           PIC X(08) VALUE SPACES.
       01  WS-JNL-CREDIT-ACCT          PIC X(08) VALUE SPACES.
       01  WS-JNL-DESCRIPTION          PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-POSTINGS-READ        PIC 9(7) VALUE ZEROS.
           05  WS-POSTINGS-SELECTED    PIC 9(7) VALUE ZEROS.
           05  WS-CESSION-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-NO-FX-RATE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-OVER-CEDED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-REINSURER-COUNT      PIC 9(5) VALUE ZEROS.
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
          05 FILLER                    PIC X(40) VALUE
             'REINSURANCE CESSION AND BORDEREAU'.
          05 FILLER                    PIC X(10) VALUE 'PERIOD: '.
          05 HL-PERIOD                 PIC X(6).
          05 FILLER                    PIC X(14) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(09) VALUE 'REINSURER'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'TREATY'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'POSTINGS'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             '    GROSS PREMIUM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             '    CEDED PREMIUM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             ' CEDING COMMISSION'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             '  NET TO REINSURER'.

       01  DL-TREATY-LINE.
          05 DL-REINSURER-ID           PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-TREATY-ID              PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-POSTINGS               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-GROSS                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-CEDED                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-COMMISSION             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-NET-DUE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  SL-REINSURER-TOTAL-LINE.
          05 FILLER                    PIC X(11) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'TOTAL'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 SL-POSTINGS               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 SL-GROSS                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 SL-CEDED                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 SL-COMMISSION             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 SL-NET-DUE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  PL-PRODUCT-HEADING.
          05 FILLER                    PIC X(52) VALUE
             'CEDED PREMIUM BY PRODUCT - TIE TO COLLECTED PREMIUM'.

       01  PL-COLUMN-HEADING.
          05 FILLER                    PIC X(07) VALUE 'PRODUCT'.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'COLLECTED PREMIUM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             '    CEDED PREMIUM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE ' CEDED %'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             ' RETAINED PREMIUM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             ' CEDING COMMISSION'.

       01  PL-PRODUCT-LINE.
          05 PL-PRODUCT-CODE           PIC X(04).
          05 FILLER                    PIC X(7) VALUE SPACES.
          05 PL-COLLECTED              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 PL-CEDED                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 PL-CEDED-PERCENT          PIC -ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 PL-RETAINED               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 PL-COMMISSION             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE-1.
          05 FILLER                    PIC X(15) VALUE
             'POSTINGS READ: '.
          05 TL-POSTINGS-READ          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'IN PERIOD: '.
          05 TL-SELECTED               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'CESSIONS: '.
          05 TL-CESSIONS               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'OVER-CEDED: '.
          05 TL-OVER-CEDED             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'NO EXCHANGE RATE: '.
          05 TL-NO-FX-RATE             PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(11) VALUE 'COLLECTED: '.
          05 TL-COLLECTED              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'CEDED: '.
          05 TL-CEDED                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'RETAINED: '.
          05 TL-RETAINED               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
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
           SORT RI-SORT-FILE
               ON ASCENDING KEY SR-REINSURER-ID SR-TREATY-ID
                                SR-POLICY-ID SR-PAYMENT-DATE
                                SR-PAYMENT-ID
               INPUT PROCEDURE IS 2000-RELEASE-CESSIONS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-WRITE-BORDEREAU
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
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE

      * Cession period defaults to the business-date year/month
      * with the usual operator override.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE(1:6) TO WS-RI-PERIOD
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               STRING WS-CURRENT-YEAR
                      WS-CURRENT-MONTH
                 DELIMITED BY SIZE
                 INTO WS-RI-PERIOD
               END-STRING
           END-IF
           ACCEPT WS-RI-PERIOD-TEXT FROM ENVIRONMENT "RI_PERIOD"
           IF WS-RI-PERIOD-TEXT IS NUMERIC AND
              WS-RI-PERIOD-TEXT NOT = SPACES
               MOVE WS-RI-PERIOD-TEXT TO WS-RI-PERIOD
           END-IF
           IF WS-RI-PERIOD(5:2) < '01' OR WS-RI-PERIOD(5:2) > '12'
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSRICES' TO LOG-MODULE
               STRING 'Invalid cession period ' WS-RI-PERIOD
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

           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 1200-LOAD-TREATY-TABLE
           IF WS-TREATY-COUNT = 0
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSRICES' TO LOG-MODULE
               MOVE 'Treaty table empty or missing - nothing ceded'
                 TO LOG-MESSAGE
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
           OPEN OUTPUT BORDEREAU-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RI-PERIOD TO HL-PERIOD
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING
           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSRICES' TO LOG-MODULE
           STRING 'Reinsurance cession started for period '
                  WS-RI-PERIOD
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       1000-EXIT.
           EXIT.

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

       1200-LOAD-TREATY-TABLE.
           OPEN INPUT TREATY-FILE
           IF WS-TREATY-FILE-STATUS = '00'
               PERFORM 1250-READ-TREATY-FILE
               PERFORM 1220-LOAD-ONE-TREATY
                   UNTIL END-OF-TREATY-FILE
               CLOSE TREATY-FILE
           END-IF.

       1220-LOAD-ONE-TREATY.
           IF WS-TREATY-COUNT < 2000
               ADD 1 TO WS-TREATY-COUNT
               MOVE RT-TREATY-ID TO WS-RT-TREATY(WS-TREATY-COUNT)
               MOVE RT-PRODUCT-CODE TO WS-RT-PRODUCT(WS-TREATY-COUNT)
               MOVE RT-REINSURER-ID
                 TO WS-RT-REINSURER(WS-TREATY-COUNT)
               MOVE RT-CEDED-SHARE TO WS-RT-SHARE(WS-TREATY-COUNT)
               MOVE RT-CEDING-COMM-RATE
                 TO WS-RT-COMM-RATE(WS-TREATY-COUNT)
               MOVE RT-EFFECTIVE-DATE
                 TO WS-RT-EFF-DATE(WS-TREATY-COUNT)
               MOVE RT-EXPIRY-DATE TO WS-RT-EXP-DATE(WS-TREATY-COUNT)
           ELSE
               MOVE 'N' TO WS-CLEAN-FLAG
           END-IF
           PERFORM 1250-READ-TREATY-FILE.

       1250-READ-TREATY-FILE.
           READ TREATY-FILE
               AT END
                   MOVE 'Y' TO WS-TREATY-EOF-FLAG
           END-READ.

      ******************************************************************
      * Sort input: every posting of the period, ceded under each
      * treaty in force for its product.
      ******************************************************************
       2000-RELEASE-CESSIONS.
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
           PERFORM 2200-CEDE-ONE-POSTING THRU 2200-EXIT
           PERFORM 2100-READ-HISTORY-FILE.

       2040-PERIOD-ACT-POSTING.
           MOVE ACTIVITY-HIST-RECORD TO PAYMENT-HISTORY-RECORD
           ADD 1 TO WS-POSTINGS-READ
           PERFORM 2200-CEDE-ONE-POSTING THRU 2200-EXIT
           PERFORM 2110-READ-PERIOD-ACT.

       2060-DAY-ACT-POSTING.
           MOVE ACTIVITY-DAY-RECORD TO PAYMENT-HISTORY-RECORD
           ADD 1 TO WS-POSTINGS-READ
           PERFORM 2200-CEDE-ONE-POSTING THRU 2200-EXIT
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

       2200-CEDE-ONE-POSTING.
           IF PH-ACCOUNTING-PERIOD NOT = WS-RI-PERIOD
               GO TO 2200-EXIT
           END-IF
           IF NOT PH-TXN-IS-PAYMENT AND NOT PH-TXN-IS-REVERSAL AND
              NOT PH-TXN-IS-REFUND
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-POSTINGS-SELECTED

           PERFORM 2300-CONVERT-TO-BASE
           IF NOT WS-RATE-WAS-FOUND
               ADD 1 TO WS-NO-FX-RATE-COUNT
               MOVE 'N' TO WS-CLEAN-FLAG
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSRICES' TO LOG-MODULE
               STRING 'No usable rate for ' PH-CURRENCY-CODE
                      ' payment ' PH-PAYMENT-ID
                      ' - left out of the cession'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               PH-AMOUNT * WS-EXCHANGE-RATE
      * Reversals and cancellation refunds give the premium back -
      * the INSGLEXT sign rule.
           IF PH-TXN-IS-REVERSAL OR PH-TXN-IS-REFUND
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-BASE-AMOUNT
           ELSE
               MOVE WS-BASE-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF

           MOVE SPACES TO WS-POSTING-PRODUCT
           MOVE PH-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-POLICY-FILE-STATUS = '00'
               MOVE PM-PRODUCT-CODE TO WS-POSTING-PRODUCT
           END-IF
           PERFORM 2600-FIND-PRODUCT-ENTRY
           ADD WS-SIGNED-AMOUNT TO WS-PS-COLLECTED(WS-PS-IDX)
                                   WS-GR-COLLECTED

           MOVE ZEROS TO WS-TOTAL-SHARE
           PERFORM 2400-APPLY-ONE-TREATY
               VARYING WS-TREATY-SUB FROM 1 BY 1
               UNTIL WS-TREATY-SUB > WS-TREATY-COUNT

      * Quota shares over the whole premium mean the table is wrong;
      * the cession stands as the treaties say, for correction.
           IF WS-TOTAL-SHARE > 1
               ADD 1 TO WS-OVER-CEDED-COUNT
               MOVE 'N' TO WS-CLEAN-FLAG
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSRICES' TO LOG-MODULE
               STRING 'Treaties cede more than 100% of payment '
                      PH-PAYMENT-ID ' product ' WS-POSTING-PRODUCT
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.

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

       2400-APPLY-ONE-TREATY.
      * A treaty row applies when in force on the payment date and
      * either names the product or is the treaty's '****' row and
      * the treaty has no in-force row of its own for the product.
           MOVE WS-TREATY-SUB TO WS-OTHER-SUB
           PERFORM 2420-CHECK-IN-FORCE
           IF OTHER-ROW-IN-FORCE
               IF WS-RT-PRODUCT(WS-TREATY-SUB) = WS-POSTING-PRODUCT
                  AND WS-POSTING-PRODUCT NOT = SPACES
                   PERFORM 2500-CEDE-TO-TREATY
               ELSE
                   IF WS-RT-PRODUCT(WS-TREATY-SUB) = '****'
                       MOVE 'N' TO WS-OWN-ROW-FLAG
                       PERFORM 2450-CHECK-OWN-ROW
                           VARYING WS-OTHER-SUB FROM 1 BY 1
                           UNTIL WS-OTHER-SUB > WS-TREATY-COUNT
                       IF NOT TREATY-HAS-OWN-ROW
                           PERFORM 2500-CEDE-TO-TREATY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2420-CHECK-IN-FORCE.
           MOVE 'N' TO WS-SUB-IN-FORCE-FLAG
           IF WS-RT-EFF-DATE(WS-OTHER-SUB) <= PH-PAYMENT-DATE AND
              (WS-RT-EXP-DATE(WS-OTHER-SUB) = SPACES OR
               WS-RT-EXP-DATE(WS-OTHER-SUB) >= PH-PAYMENT-DATE)
               MOVE 'Y' TO WS-SUB-IN-FORCE-FLAG
           END-IF.

       2450-CHECK-OWN-ROW.
           IF WS-RT-TREATY(WS-OTHER-SUB) =
              WS-RT-TREATY(WS-TREATY-SUB) AND
              WS-RT-PRODUCT(WS-OTHER-SUB) = WS-POSTING-PRODUCT AND
              WS-POSTING-PRODUCT NOT = SPACES
               PERFORM 2420-CHECK-IN-FORCE
               IF OTHER-ROW-IN-FORCE
                   MOVE 'Y' TO WS-OWN-ROW-FLAG
               END-IF
           END-IF.

       2500-CEDE-TO-TREATY.
           COMPUTE WS-CEDED-AMOUNT ROUNDED =
               WS-BASE-AMOUNT * WS-RT-SHARE(WS-TREATY-SUB)
           COMPUTE WS-COMMISSION-AMOUNT ROUNDED =
               WS-CEDED-AMOUNT * WS-RT-COMM-RATE(WS-TREATY-SUB)
           ADD WS-RT-SHARE(WS-TREATY-SUB) TO WS-TOTAL-SHARE
           ADD 1 TO WS-CESSION-COUNT

           MOVE SPACES TO RI-SORT-RECORD
           MOVE WS-RT-REINSURER(WS-TREATY-SUB) TO SR-REINSURER-ID
           MOVE WS-RT-TREATY(WS-TREATY-SUB) TO SR-TREATY-ID
           MOVE PH-POLICY-ID TO SR-POLICY-ID
           MOVE PH-PAYMENT-DATE TO SR-PAYMENT-DATE
           MOVE PH-PAYMENT-ID TO SR-PAYMENT-ID
           MOVE PH-TRANSACTION-TYPE TO SR-TRANSACTION-TYPE
           MOVE WS-POSTING-PRODUCT TO SR-PRODUCT-CODE
           MOVE WS-BASE-AMOUNT TO SR-GROSS-PREMIUM
           MOVE WS-RT-SHARE(WS-TREATY-SUB) TO SR-CEDED-SHARE
           MOVE WS-CEDED-AMOUNT TO SR-CEDED-PREMIUM
           MOVE WS-RT-COMM-RATE(WS-TREATY-SUB) TO SR-CEDING-COMM-RATE
           MOVE WS-COMMISSION-AMOUNT TO SR-CEDING-COMMISSION
           RELEASE RI-SORT-RECORD

           IF SR-TXN-GIVES-BACK
               SUBTRACT WS-CEDED-AMOUNT FROM WS-PS-CEDED(WS-PS-IDX)
                                             WS-GR-CEDED
               SUBTRACT WS-COMMISSION-AMOUNT
                   FROM WS-PS-COMMISSION(WS-PS-IDX)
                        WS-GR-COMMISSION
           ELSE
               ADD WS-CEDED-AMOUNT TO WS-PS-CEDED(WS-PS-IDX)
                                      WS-GR-CEDED
               ADD WS-COMMISSION-AMOUNT
                 TO WS-PS-COMMISSION(WS-PS-IDX)
                    WS-GR-COMMISSION
           END-IF.

       2600-FIND-PRODUCT-ENTRY.
           SET WS-PS-IDX TO 1
           IF WS-PRODUCT-COUNT > 0
               SEARCH WS-PRODUCT-ENTRY
                   AT END
                       PERFORM 2650-NEW-PRODUCT-ENTRY
                   WHEN WS-PS-PRODUCT(WS-PS-IDX) = WS-POSTING-PRODUCT
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2650-NEW-PRODUCT-ENTRY
           END-IF.

       2650-NEW-PRODUCT-ENTRY.
           IF WS-PRODUCT-COUNT < 500
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE WS-POSTING-PRODUCT
                 TO WS-PS-PRODUCT(WS-PRODUCT-COUNT)
               MOVE ZEROS TO WS-PS-COLLECTED(WS-PRODUCT-COUNT)
                             WS-PS-CEDED(WS-PRODUCT-COUNT)
                             WS-PS-COMMISSION(WS-PRODUCT-COUNT)
               SET WS-PS-IDX TO WS-PRODUCT-COUNT
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSRICES' TO LOG-MODULE
               MOVE 'Product table full - product summary incomplete'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'N' TO WS-CLEAN-FLAG
               SET WS-PS-IDX TO 1
           END-IF.

      ******************************************************************
      * Sort output: the bordereau, one HDR/detail/TRL section per
      * reinsurer, with the treaty and reinsurer totals and journal.
      ******************************************************************
       3000-WRITE-BORDEREAU.
           PERFORM 3100-RETURN-SORTED-CESSION
           PERFORM 3200-WRITE-ONE-CESSION
               UNTIL END-OF-SORTED-CESSIONS
           IF NOT FIRST-CESSION
               PERFORM 3400-CLOSE-REINSURER
           END-IF.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-CESSION.
           RETURN RI-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       3200-WRITE-ONE-CESSION.
           IF NOT FIRST-CESSION
               IF SR-REINSURER-ID NOT = WS-PREV-REINSURER
                   PERFORM 3400-CLOSE-REINSURER
               ELSE
                   IF SR-TREATY-ID NOT = WS-PREV-TREATY
                       PERFORM 3350-WRITE-TREATY-LINE
                   END-IF
               END-IF
           END-IF
           IF FIRST-CESSION OR SR-REINSURER-ID NOT = WS-PREV-REINSURER
               MOVE 'N' TO WS-FIRST-CESSION-FLAG
               PERFORM 3300-OPEN-REINSURER
           END-IF
           IF SR-TREATY-ID NOT = WS-PREV-TREATY
               MOVE SR-TREATY-ID TO WS-PREV-TREATY
               MOVE ZEROS TO WS-TREATY-TOTALS
           END-IF

           WRITE BORDEREAU-RECORD FROM RI-SORT-RECORD
           ADD 1 TO WS-RI-RECORD-COUNT
                    WS-TT-RECORD-COUNT
           ADD SR-CEDED-PREMIUM TO WS-RI-CONTROL-TOTAL
           IF SR-TXN-GIVES-BACK
               SUBTRACT SR-GROSS-PREMIUM FROM WS-RI-NET-GROSS
                                              WS-TT-NET-GROSS
               SUBTRACT SR-CEDED-PREMIUM FROM WS-RI-NET-CEDED
                                              WS-TT-NET-CEDED
               SUBTRACT SR-CEDING-COMMISSION
                   FROM WS-RI-NET-COMMISSION
                        WS-TT-NET-COMMISSION
           ELSE
               ADD SR-GROSS-PREMIUM TO WS-RI-NET-GROSS
                                       WS-TT-NET-GROSS
               ADD SR-CEDED-PREMIUM TO WS-RI-NET-CEDED
                                       WS-TT-NET-CEDED
               ADD SR-CEDING-COMMISSION TO WS-RI-NET-COMMISSION
                                           WS-TT-NET-COMMISSION
           END-IF

           PERFORM 3100-RETURN-SORTED-CESSION.

       3300-OPEN-REINSURER.
           MOVE SR-REINSURER-ID TO WS-PREV-REINSURER
           MOVE SPACES TO WS-PREV-TREATY
           MOVE ZEROS TO WS-REINSURER-TOTALS
           ADD 1 TO WS-REINSURER-COUNT
           MOVE SPACES TO BORDEREAU-RECORD
           MOVE 'HDR' TO BDH-MARKER
           MOVE WS-RI-PERIOD TO BDH-PERIOD
           MOVE SR-REINSURER-ID TO BDH-REINSURER-ID
           MOVE WS-RUN-DATE TO BDH-RUN-DATE
           MOVE WS-BASE-CURRENCY TO BDH-BASE-CURRENCY
           WRITE BORDEREAU-RECORD.

       3350-WRITE-TREATY-LINE.
           COMPUTE WS-NET-DUE = WS-TT-NET-CEDED - WS-TT-NET-COMMISSION
           MOVE WS-PREV-REINSURER TO DL-REINSURER-ID
           MOVE WS-PREV-TREATY TO DL-TREATY-ID
           MOVE WS-TT-RECORD-COUNT TO DL-POSTINGS
           MOVE WS-TT-NET-GROSS TO DL-GROSS
           MOVE WS-TT-NET-CEDED TO DL-CEDED
           MOVE WS-TT-NET-COMMISSION TO DL-COMMISSION
           MOVE WS-NET-DUE TO DL-NET-DUE
           WRITE REPORT-LINE FROM DL-TREATY-LINE.

       3400-CLOSE-REINSURER.
           PERFORM 3350-WRITE-TREATY-LINE

           MOVE SPACES TO BORDEREAU-RECORD
           MOVE 'TRL' TO BDT-MARKER
           MOVE WS-RI-RECORD-COUNT TO BDT-RECORD-COUNT
           MOVE WS-RI-CONTROL-TOTAL TO BDT-CONTROL-TOTAL
           MOVE WS-RI-NET-CEDED TO BDT-NET-CEDED
           MOVE WS-RI-NET-COMMISSION TO BDT-NET-COMMISSION
           MOVE '+' TO BDT-NET-CEDED-SIGN
                       BDT-NET-COMMISSION-SIGN
           IF WS-RI-NET-CEDED < 0
               MOVE '-' TO BDT-NET-CEDED-SIGN
           END-IF
           IF WS-RI-NET-COMMISSION < 0
               MOVE '-' TO BDT-NET-COMMISSION-SIGN
           END-IF
           WRITE BORDEREAU-RECORD

           COMPUTE WS-NET-DUE = WS-RI-NET-CEDED - WS-RI-NET-COMMISSION
           MOVE WS-RI-RECORD-COUNT TO SL-POSTINGS
           MOVE WS-RI-NET-GROSS TO SL-GROSS
           MOVE WS-RI-NET-CEDED TO SL-CEDED
           MOVE WS-RI-NET-COMMISSION TO SL-COMMISSION
           MOVE WS-NET-DUE TO SL-NET-DUE
           WRITE REPORT-LINE FROM SL-REINSURER-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

      * Premium ceded is owed to the reinsurer; the ceding
      * commission it allows comes back off what is owed.
           MOVE WS-RI-NET-CEDED TO WS-JNL-AMOUNT
           MOVE WS-ACCT-CEDED-PREMIUM TO WS-JNL-DEBIT-ACCT
           MOVE WS-ACCT-RI-PAYABLE TO WS-JNL-CREDIT-ACCT
           MOVE SPACES TO WS-JNL-DESCRIPTION
           STRING 'RI CEDED PREMIUM - ' WS-PREV-REINSURER
             DELIMITED BY SIZE
             INTO WS-JNL-DESCRIPTION
           END-STRING
           PERFORM 3500-WRITE-JOURNAL-PAIR
           MOVE WS-RI-NET-COMMISSION TO WS-JNL-AMOUNT
           MOVE WS-ACCT-RI-PAYABLE TO WS-JNL-DEBIT-ACCT
           MOVE WS-ACCT-CEDING-COMM TO WS-JNL-CREDIT-ACCT
           MOVE SPACES TO WS-JNL-DESCRIPTION
           STRING 'RI CEDING COMM - ' WS-PREV-REINSURER
             DELIMITED BY SIZE
             INTO WS-JNL-DESCRIPTION
           END-STRING
           PERFORM 3500-WRITE-JOURNAL-PAIR.

       3500-WRITE-JOURNAL-PAIR.
      * The pair balances by construction; a net give-back swaps
      * the sides.
           IF WS-JNL-AMOUNT NOT = 0
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-JNL-DEBIT-ACCT TO GL-ACCOUNT
               IF WS-JNL-AMOUNT > 0
                   MOVE 'DR' TO GL-DR-CR
                   MOVE WS-JNL-AMOUNT TO GL-AMOUNT
               ELSE
                   MOVE 'CR' TO GL-DR-CR
                   COMPUTE GL-AMOUNT = 0 - WS-JNL-AMOUNT
               END-IF
               MOVE WS-RI-PERIOD TO GL-PERIOD
               MOVE WS-JNL-DESCRIPTION TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO WS-ENTRY-COUNT
               ADD GL-AMOUNT TO WS-HASH-TOTAL

               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-JNL-CREDIT-ACCT TO GL-ACCOUNT
               IF WS-JNL-AMOUNT > 0
                   MOVE 'CR' TO GL-DR-CR
                   MOVE WS-JNL-AMOUNT TO GL-AMOUNT
               ELSE
                   MOVE 'DR' TO GL-DR-CR
                   COMPUTE GL-AMOUNT = 0 - WS-JNL-AMOUNT
               END-IF
               MOVE WS-RI-PERIOD TO GL-PERIOD
               MOVE WS-JNL-DESCRIPTION TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO WS-ENTRY-COUNT
               ADD GL-AMOUNT TO WS-HASH-TOTAL
           END-IF.

      ******************************************************************
      * Tie-out by product, the journal control record, close down.
      ******************************************************************
       4000-END-PROCESS.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE 'CTL' TO GLC-MARKER
           MOVE WS-ENTRY-COUNT TO GLC-ENTRY-COUNT
           MOVE WS-HASH-TOTAL TO GLC-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM PL-PRODUCT-HEADING
           WRITE REPORT-LINE FROM PL-COLUMN-HEADING
           PERFORM 4100-WRITE-PRODUCT-LINE
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PRODUCT-COUNT

           COMPUTE WS-RETAINED = WS-GR-COLLECTED - WS-GR-CEDED
           MOVE WS-POSTINGS-READ TO TL-POSTINGS-READ
           MOVE WS-POSTINGS-SELECTED TO TL-SELECTED
           MOVE WS-CESSION-COUNT TO TL-CESSIONS
           MOVE WS-OVER-CEDED-COUNT TO TL-OVER-CEDED
           MOVE WS-NO-FX-RATE-COUNT TO TL-NO-FX-RATE
           MOVE WS-GR-COLLECTED TO TL-COLLECTED
           MOVE WS-GR-CEDED TO TL-CEDED
           MOVE WS-RETAINED TO TL-RETAINED
           MOVE WS-ENTRY-COUNT TO TL-ENTRIES
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-1
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSRICES' TO LOG-MODULE
           STRING 'Reinsurance cession ended. Reinsurers: '
                  WS-REINSURER-COUNT
                  ' Cessions: ' WS-CESSION-COUNT
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
           CLOSE BORDEREAU-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE REPORT-FILE.

       4100-WRITE-PRODUCT-LINE.
           COMPUTE WS-RETAINED = WS-PS-COLLECTED(WS-PS-IDX)
                                 - WS-PS-CEDED(WS-PS-IDX)
           MOVE ZEROS TO WS-CEDED-PERCENT
           IF WS-PS-COLLECTED(WS-PS-IDX) NOT = 0
               COMPUTE WS-CEDED-PERCENT ROUNDED =
                   WS-PS-CEDED(WS-PS-IDX) * 100
                   / WS-PS-COLLECTED(WS-PS-IDX)
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-CEDED-PERCENT
               END-COMPUTE
           END-IF
           IF WS-PS-PRODUCT(WS-PS-IDX) = SPACES
               MOVE 'NONE' TO PL-PRODUCT-CODE
           ELSE
               MOVE WS-PS-PRODUCT(WS-PS-IDX) TO PL-PRODUCT-CODE
           END-IF
           MOVE WS-PS-COLLECTED(WS-PS-IDX) TO PL-COLLECTED
           MOVE WS-PS-CEDED(WS-PS-IDX) TO PL-CEDED
           MOVE WS-CEDED-PERCENT TO PL-CEDED-PERCENT
           MOVE WS-RETAINED TO PL-RETAINED
           MOVE WS-PS-COMMISSION(WS-PS-IDX) TO PL-COMMISSION
           WRITE REPORT-LINE FROM PL-PRODUCT-LINE.

       END PROGRAM INSRICES.
