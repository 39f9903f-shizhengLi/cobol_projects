      ******************************************************************
      * AML Large Cash Transaction and Structuring Report Program
      * Function: Give compliance a daily view of cash. Every
      *           method '03' (CASH) payment posted to PAYMENT-
      *           HISTORY-FILE inside the rolling window - lockbox,
      *           manual and counter (INSPMENT) alike - is tied to
      *           its policyholder through PM-CLIENT-ID and summed
      *           per client per business day and over the window.
      *           A client is reported when:
      *             CTR - the business day's cash reaches the
      *                   reportable threshold;
      *             WTR - the window's cash reaches the window
      *                   threshold;
      *             SMP - structuring across policies: several
      *                   sub-threshold cash payments on the day,
      *                   spread over more than one of the client's
      *                   policies, adding up to the structuring
      *                   floor;
      *             SCD - structuring across days: sub-threshold
      *                   cash on consecutive days up to the
      *                   business day, adding up to the floor.
      *           Flagged clients go to a regulator-ready extract
      *           (HDR/TRL framed) and to a reviewer report listing
      *           the payments behind each flag. A policy with no
      *           client link is reported on its own, by policy ID.
      *
      *           Run parameters (whole currency units / days):
      *             AML_CASH_THRESHOLD     daily reportable
      *                                    threshold (default 10000)
      *             AML_WINDOW_DAYS        rolling window, business
      *                                    day included (default 7,
      *                                    at most 31)
      *             AML_WINDOW_THRESHOLD   window threshold
      *                                    (default 10000)
      *             AML_STRUCT_PCT         structuring floor as a
      *                                    percentage of the daily
      *                                    threshold (default 80)
      *             AML_STRUCT_MIN_PAYMENTS sub-threshold payments
      *                                    on one day for SMP
      *                                    (default 2)
      *             AML_STRUCT_MIN_DAYS    consecutive days for SCD
      *                                    (default 3)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSAMLCR.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : AML_CASH_THRESHOLD, AML_WINDOW_DAYS,
      *              AML_WINDOW_THRESHOLD, AML_STRUCT_PCT,
      *              AML_STRUCT_MIN_PAYMENTS and AML_STRUCT_MIN_DAYS are
      *              read from the installation parameter file through
      *              INSPARM; an exported variable of the same name
      *              still overrides one for a single run.
      * 2026-10-15 : Initial version.

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

           SELECT AML-EXTRACT-FILE ASSIGN TO EXTERNAL AMLEXTRACT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL AMLRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  CLIENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
       COPY CLIENTMS.

      * Regulator extract - one 200-byte record per flag raised,
      * between HDR and TRL control records.
       FD  AML-EXTRACT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS AML-EXTRACT-RECORD.
       01  AML-EXTRACT-RECORD.
           05  AX-REPORT-TYPE          PIC X(03).
           05  AX-BUSINESS-DATE        PIC X(08).
           05  AX-PERIOD-FROM          PIC X(08).
           05  AX-PERIOD-TO            PIC X(08).
           05  AX-SUBJECT-ID           PIC X(10).
           05  AX-SUBJECT-TYPE         PIC X(01).
               88  AX-SUBJECT-CLIENT       VALUE 'C'.
               88  AX-SUBJECT-POLICY       VALUE 'P'.
           05  AX-NAME                 PIC X(30).
           05  AX-ADDRESS-LINE-1       PIC X(30).
           05  AX-ADDRESS-LINE-2       PIC X(30).
           05  AX-CITY                 PIC X(20).
           05  AX-POSTAL-CODE          PIC X(10).
           05  AX-CURRENCY-CODE        PIC X(03).
           05  AX-TOTAL-AMOUNT         PIC 9(11)V99.
           05  AX-PAYMENT-COUNT        PIC 9(05).
           05  AX-DAY-COUNT            PIC 9(03).
           05  FILLER                  PIC X(18).
       01  AML-EXTRACT-HDR-RECORD REDEFINES AML-EXTRACT-RECORD.
           05  AXH-MARKER              PIC X(03).
           05  AXH-RUN-DATE            PIC X(08).
           05  AXH-CASH-THRESHOLD      PIC 9(9)V99.
           05  AXH-WINDOW-DAYS         PIC 9(03).
           05  AXH-WINDOW-THRESHOLD    PIC 9(9)V99.
           05  FILLER                  PIC X(164).
       01  AML-EXTRACT-TRL-RECORD REDEFINES AML-EXTRACT-RECORD.
           05  AXT-MARKER              PIC X(03).
           05  AXT-RECORD-COUNT        PIC 9(07).
           05  AXT-CONTROL-TOTAL       PIC 9(13)V99.
           05  FILLER                  PIC X(175).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.

      * Run parameters.
       01  WS-CASH-THRESHOLD           PIC 9(9)V99 VALUE 10000.
       01  WS-WINDOW-DAYS              PIC 9(3) VALUE 7.
       01  WS-WINDOW-THRESHOLD         PIC 9(9)V99 VALUE 10000.
       01  WS-STRUCT-PCT               PIC 9(3) VALUE 80.
       01  WS-STRUCT-MIN-PAYMENTS      PIC 9(3) VALUE 2.
       01  WS-STRUCT-MIN-DAYS          PIC 9(3) VALUE 3.
       01  WS-STRUCT-FLOOR             PIC 9(9)V99 VALUE ZEROS.
       01  WS-WINDOW-START-DATE        PIC X(8) VALUE SPACES.

      * Cash per client (or unlinked policy) and currency, with a
      * bucket per day of the window - day 1 is the business day,
      * day 2 the day before, and so on.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-CLIENT-ENTRY         OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-CLIENT-COUNT
                                       INDEXED BY WS-CT-IDX.
               10  WS-CT-SUBJECT-ID    PIC X(10).
               10  WS-CT-SUBJECT-TYPE  PIC X(01).
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-WINDOW-TOTAL  PIC 9(11)V99.
               10  WS-CT-WINDOW-COUNT  PIC 9(5).
               10  WS-CT-DAY           OCCURS 31 TIMES.
                   15  WS-CT-DAY-TOTAL     PIC 9(11)V99.
                   15  WS-CT-DAY-COUNT     PIC 9(3).
                   15  WS-CT-DAY-MAX       PIC 9(8)V99.
                   15  WS-CT-DAY-POLICY    PIC X(10).
                   15  WS-CT-DAY-MULTI     PIC X(01).

      * The cash payments themselves, for the reviewer's detail.
       01  WS-PAYMENT-TABLE.
           05  WS-PAYMENT-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-PAYMENT-ENTRY        OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-PAYMENT-COUNT
                                       INDEXED BY WS-PD-IDX.
               10  WS-PD-CLIENT-SUB    PIC 9(5).
               10  WS-PD-DAY           PIC 9(3).
               10  WS-PD-POLICY-ID     PIC X(10).
               10  WS-PD-PAYMENT-ID    PIC X(12).
               10  WS-PD-PAYMENT-DATE  PIC X(08).
               10  WS-PD-AMOUNT        PIC 9(8)V99.
               10  WS-PD-CHANNEL       PIC X(02).

      * Working fields for one client's evaluation.
       01  WS-SUBJECT-ID               PIC X(10) VALUE SPACES.
       01  WS-SUBJECT-TYPE             PIC X(01) VALUE SPACES.
       01  WS-DAY-SUB                  PIC 9(3) VALUE ZEROS.
       01  WS-CLIENT-SUB               PIC 9(5) VALUE ZEROS.
       01  WS-RUN-DAYS                 PIC 9(3) VALUE ZEROS.
       01  WS-RUN-TOTAL                PIC 9(11)V99 VALUE ZEROS.
       01  WS-RUN-COUNT                PIC 9(5) VALUE ZEROS.
       01  WS-RUN-OPEN-FLAG            PIC X VALUE 'N'.
           88  WS-RUN-IS-OPEN          VALUE 'Y'.
       01  WS-FLAG-TYPE                PIC X(03) VALUE SPACES.
       01  WS-FLAG-TEXT                PIC X(30) VALUE SPACES.
       01  WS-FLAG-FROM-DAY            PIC 9(3) VALUE ZEROS.
       01  WS-FLAG-TOTAL               PIC 9(11)V99 VALUE ZEROS.
       01  WS-FLAG-COUNT               PIC 9(5) VALUE ZEROS.
       01  WS-FLAG-DAYS                PIC 9(3) VALUE ZEROS.
       01  WS-PERIOD-FROM              PIC X(8) VALUE SPACES.
       01  WS-DAYS-BACK                PIC S9(5) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ         PIC 9(7) VALUE ZEROS.
           05  WS-CASH-IN-WINDOW       PIC 9(7) VALUE ZEROS.
           05  WS-CASH-AMOUNT          PIC 9(13)V99 VALUE ZEROS.
           05  WS-UNLINKED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-CTR-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-WTR-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-SMP-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-SCD-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-EXTRACT-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-EXTRACT-TOTAL        PIC 9(13)V99 VALUE ZEROS.
           05  WS-OVERFLOW-COUNT       PIC 9(7) VALUE ZEROS.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-CYC-STEP                 PIC X(10) VALUE SPACES.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.
       01  WS-CYC-BYPASS-TEXT          PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE                PIC X(8) VALUE SPACES.
       01  WS-SEQ-BLOCKED-FLAG         PIC X VALUE 'N'.
           88  WS-SEQ-IS-BLOCKED       VALUE 'Y'.

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

       COPY DATECALC.

      * Report related fields
       01  HL-HEADING-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'AML CASH TRANSACTION REVIEW REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-PARAMETER-LINE.
          05 FILLER                    PIC X(11) VALUE 'THRESHOLD: '.
          05 HL-CASH-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(10) VALUE '  WINDOW: '.
          05 HL-WINDOW-DAYS            PIC ZZ9.
          05 FILLER                    PIC X(8) VALUE ' DAYS / '.
          05 HL-WINDOW-THRESHOLD       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(21) VALUE
             '  STRUCTURING FLOOR: '.
          05 HL-STRUCT-FLOOR           PIC ZZZ,ZZZ,ZZ9.99.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(04) VALUE 'FLAG'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'CLIENT'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(30) VALUE 'NAME'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(03) VALUE 'CCY'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'FROM'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'TO'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(5) VALUE 'PMTS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE
             '    CASH TOTAL'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(30) VALUE 'REASON'.

       01  DL-FLAG-LINE.
          05 DL-FLAG-TYPE              PIC X(04).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-SUBJECT-ID             PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-NAME                   PIC X(30).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-CURRENCY               PIC X(03).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PERIOD-FROM            PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PERIOD-TO              PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PAYMENT-COUNT          PIC ZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-TOTAL                  PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-REASON                 PIC X(30).

       01  DL-PAYMENT-LINE.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'POLICY '.
          05 DL-PD-POLICY-ID           PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'PAYMENT '.
          05 DL-PD-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PD-PAYMENT-DATE        PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'CHANNEL '.
          05 DL-PD-CHANNEL             PIC X(02).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PD-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 TL-LABEL                  PIC X(36).
          05 TL-COUNT                  PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(10) VALUE '  AMOUNT: '.
          05 TL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-CHECK-SEQUENCE-GATE
           IF WS-SEQ-IS-BLOCKED
               MOVE 10 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-DATA UNTIL END-OF-FILE
           PERFORM 3000-EVALUATE-CLIENTS
           PERFORM 4000-END-PROCESS
           MOVE 'C' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           IF WS-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Process as the cycle's business date when the control file
      * is present (advanced once per cycle by INSBDMNT); system
      * date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           PERFORM 1100-LOAD-PARAMETERS

           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN OUTPUT AML-EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO AML-EXTRACT-RECORD
           MOVE 'HDR' TO AXH-MARKER
           MOVE WS-TODAY-DATE TO AXH-RUN-DATE
           MOVE WS-CASH-THRESHOLD TO AXH-CASH-THRESHOLD
           MOVE WS-WINDOW-DAYS TO AXH-WINDOW-DAYS
           MOVE WS-WINDOW-THRESHOLD TO AXH-WINDOW-THRESHOLD
           WRITE AML-EXTRACT-RECORD

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING
           MOVE WS-CASH-THRESHOLD TO HL-CASH-THRESHOLD
           MOVE WS-WINDOW-DAYS TO HL-WINDOW-DAYS
           MOVE WS-WINDOW-THRESHOLD TO HL-WINDOW-THRESHOLD
           MOVE WS-STRUCT-FLOOR TO HL-STRUCT-FLOOR
           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-PARAMETER-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSAMLCR' TO LOG-MODULE
           MOVE 'AML cash report started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-FILE
               PERFORM 2100-READ-HISTORY-FILE
           END-IF.

       1100-LOAD-PARAMETERS.
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'AML_CASH_THRESHOLD' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-CASH-THRESHOLD
           END-IF
           MOVE 'AML_WINDOW_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS < 1
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS > 31
               MOVE 31 TO WS-WINDOW-DAYS
           END-IF
           MOVE 'AML_WINDOW_THRESHOLD' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-WINDOW-THRESHOLD
           END-IF
           MOVE 'AML_STRUCT_PCT' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-STRUCT-PCT
           END-IF
           MOVE 'AML_STRUCT_MIN_PAYMENTS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-STRUCT-MIN-PAYMENTS
           END-IF
           MOVE 'AML_STRUCT_MIN_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-STRUCT-MIN-DAYS
           END-IF

           COMPUTE WS-STRUCT-FLOOR ROUNDED =
               WS-CASH-THRESHOLD * WS-STRUCT-PCT / 100
           END-COMPUTE

           MOVE 'S' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = WS-WINDOW-DAYS - 1
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO WS-WINDOW-START-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-WINDOW-START-DATE
           END-IF.

       2000-PROCESS-DATA.
      * Forward cash payments dated inside the window only.
           IF PH-TXN-IS-PAYMENT AND
              PH-PAYMENT-METHOD = '03' AND
              PH-PAYMENT-DATE >= WS-WINDOW-START-DATE AND
              PH-PAYMENT-DATE <= WS-TODAY-DATE
               PERFORM 2200-ACCUMULATE-CASH THRU 2200-EXIT
           END-IF
           PERFORM 2100-READ-HISTORY-FILE.

       2100-READ-HISTORY-FILE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
           END-READ.

       2200-ACCUMULATE-CASH.
           MOVE 'D' TO DC-FUNCTION-CODE
           MOVE PH-PAYMENT-DATE TO DC-BASE-DATE
           MOVE WS-TODAY-DATE TO DC-TARGET-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF NOT DC-SUCCESS
               GO TO 2200-EXIT
           END-IF
           MOVE DC-DAYS TO WS-DAYS-BACK
           IF WS-DAYS-BACK < 0 OR WS-DAYS-BACK >= WS-WINDOW-DAYS
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-DAY-SUB = WS-DAYS-BACK + 1

           ADD 1 TO WS-CASH-IN-WINDOW
           ADD PH-AMOUNT TO WS-CASH-AMOUNT

      * The policyholder behind the policy; a policy with no client
      * link stands as its own subject.
           MOVE PH-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-POLICY-FILE-STATUS = '00' AND
              PM-CLIENT-ID NOT = SPACES
               MOVE PM-CLIENT-ID TO WS-SUBJECT-ID
               MOVE 'C' TO WS-SUBJECT-TYPE
           ELSE
               MOVE PH-POLICY-ID TO WS-SUBJECT-ID
               MOVE 'P' TO WS-SUBJECT-TYPE
               ADD 1 TO WS-UNLINKED-COUNT
           END-IF

           SET WS-CT-IDX TO 1
           IF WS-CLIENT-COUNT > 0
               SEARCH WS-CLIENT-ENTRY
                   AT END
                       PERFORM 2300-NEW-CLIENT-ENTRY
                   WHEN WS-CT-SUBJECT-ID(WS-CT-IDX) = WS-SUBJECT-ID
                    AND WS-CT-SUBJECT-TYPE(WS-CT-IDX) =
                        WS-SUBJECT-TYPE
                    AND WS-CT-CURRENCY(WS-CT-IDX) = PH-CURRENCY-CODE
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2300-NEW-CLIENT-ENTRY
           END-IF
           IF WS-CT-IDX > WS-CLIENT-COUNT
               GO TO 2200-EXIT
           END-IF

           ADD PH-AMOUNT TO WS-CT-WINDOW-TOTAL(WS-CT-IDX)
           ADD 1 TO WS-CT-WINDOW-COUNT(WS-CT-IDX)
           ADD PH-AMOUNT TO WS-CT-DAY-TOTAL(WS-CT-IDX, WS-DAY-SUB)
           ADD 1 TO WS-CT-DAY-COUNT(WS-CT-IDX, WS-DAY-SUB)
           IF PH-AMOUNT > WS-CT-DAY-MAX(WS-CT-IDX, WS-DAY-SUB)
               MOVE PH-AMOUNT TO WS-CT-DAY-MAX(WS-CT-IDX, WS-DAY-SUB)
           END-IF
           IF WS-CT-DAY-POLICY(WS-CT-IDX, WS-DAY-SUB) = SPACES
               MOVE PH-POLICY-ID
                 TO WS-CT-DAY-POLICY(WS-CT-IDX, WS-DAY-SUB)
           ELSE
               IF WS-CT-DAY-POLICY(WS-CT-IDX, WS-DAY-SUB) NOT =
                  PH-POLICY-ID
                   MOVE 'Y' TO WS-CT-DAY-MULTI(WS-CT-IDX, WS-DAY-SUB)
               END-IF
           END-IF

           IF WS-PAYMENT-COUNT < 20000
               ADD 1 TO WS-PAYMENT-COUNT
               SET WS-CLIENT-SUB TO WS-CT-IDX
               MOVE WS-CLIENT-SUB TO WS-PD-CLIENT-SUB(WS-PAYMENT-COUNT)
               MOVE WS-DAY-SUB TO WS-PD-DAY(WS-PAYMENT-COUNT)
               MOVE PH-POLICY-ID TO WS-PD-POLICY-ID(WS-PAYMENT-COUNT)
               MOVE PH-PAYMENT-ID
                 TO WS-PD-PAYMENT-ID(WS-PAYMENT-COUNT)
               MOVE PH-PAYMENT-DATE
                 TO WS-PD-PAYMENT-DATE(WS-PAYMENT-COUNT)
               MOVE PH-AMOUNT TO WS-PD-AMOUNT(WS-PAYMENT-COUNT)
               MOVE PH-SOURCE-CHANNEL
                 TO WS-PD-CHANNEL(WS-PAYMENT-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       2200-EXIT.
           EXIT.

       2300-NEW-CLIENT-ENTRY.
           IF WS-CLIENT-COUNT < 5000
               ADD 1 TO WS-CLIENT-COUNT
               SET WS-CT-IDX TO WS-CLIENT-COUNT
               INITIALIZE WS-CLIENT-ENTRY(WS-CT-IDX)
               MOVE WS-SUBJECT-ID TO WS-CT-SUBJECT-ID(WS-CT-IDX)
               MOVE WS-SUBJECT-TYPE TO WS-CT-SUBJECT-TYPE(WS-CT-IDX)
               MOVE PH-CURRENCY-CODE TO WS-CT-CURRENCY(WS-CT-IDX)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSAMLCR' TO LOG-MODULE
               MOVE 'Client table full - cash payment not evaluated'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               SET WS-CT-IDX TO 5001
           END-IF.

       3000-EVALUATE-CLIENTS.
           PERFORM 3100-EVALUATE-ONE-CLIENT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CLIENT-COUNT.

       3100-EVALUATE-ONE-CLIENT.
      * CTR - the business day's cash at or over the threshold.
           IF WS-CT-DAY-TOTAL(WS-CT-IDX, 1) >= WS-CASH-THRESHOLD
               MOVE 'CTR' TO WS-FLAG-TYPE
               MOVE 'DAILY CASH OVER THRESHOLD' TO WS-FLAG-TEXT
               MOVE 1 TO WS-FLAG-FROM-DAY
               MOVE WS-CT-DAY-TOTAL(WS-CT-IDX, 1) TO WS-FLAG-TOTAL
               MOVE WS-CT-DAY-COUNT(WS-CT-IDX, 1) TO WS-FLAG-COUNT
               MOVE 1 TO WS-FLAG-DAYS
               ADD 1 TO WS-CTR-COUNT
               PERFORM 3500-RAISE-FLAG
           END-IF

      * WTR - the window's cash at or over the window threshold,
      * raised only while the client is still paying cash.
           IF WS-CT-WINDOW-TOTAL(WS-CT-IDX) >= WS-WINDOW-THRESHOLD
              AND WS-CT-DAY-COUNT(WS-CT-IDX, 1) > 0
               MOVE 'WTR' TO WS-FLAG-TYPE
               MOVE 'WINDOW CASH OVER THRESHOLD' TO WS-FLAG-TEXT
               MOVE WS-WINDOW-DAYS TO WS-FLAG-FROM-DAY
               MOVE WS-CT-WINDOW-TOTAL(WS-CT-IDX) TO WS-FLAG-TOTAL
               MOVE WS-CT-WINDOW-COUNT(WS-CT-IDX) TO WS-FLAG-COUNT
               MOVE WS-WINDOW-DAYS TO WS-FLAG-DAYS
               ADD 1 TO WS-WTR-COUNT
               PERFORM 3500-RAISE-FLAG
           END-IF

      * SMP - several sub-threshold payments on the day, split
      * over more than one policy, together reaching the floor.
           IF WS-CT-DAY-COUNT(WS-CT-IDX, 1) >= WS-STRUCT-MIN-PAYMENTS
              AND WS-CT-DAY-MULTI(WS-CT-IDX, 1) = 'Y'
              AND WS-CT-DAY-MAX(WS-CT-IDX, 1) < WS-CASH-THRESHOLD
              AND WS-CT-DAY-TOTAL(WS-CT-IDX, 1) >= WS-STRUCT-FLOOR
               MOVE 'SMP' TO WS-FLAG-TYPE
               MOVE 'STRUCTURING ACROSS POLICIES' TO WS-FLAG-TEXT
               MOVE 1 TO WS-FLAG-FROM-DAY
               MOVE WS-CT-DAY-TOTAL(WS-CT-IDX, 1) TO WS-FLAG-TOTAL
               MOVE WS-CT-DAY-COUNT(WS-CT-IDX, 1) TO WS-FLAG-COUNT
               MOVE 1 TO WS-FLAG-DAYS
               ADD 1 TO WS-SMP-COUNT
               PERFORM 3500-RAISE-FLAG
           END-IF

      * SCD - an unbroken run of days, ending on the business day,
      * each with cash below the threshold, together reaching the
      * floor.
           MOVE ZEROS TO WS-RUN-DAYS
                         WS-RUN-TOTAL
                         WS-RUN-COUNT
           MOVE 'Y' TO WS-RUN-OPEN-FLAG
           PERFORM 3200-EXTEND-RUN
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
                  OR NOT WS-RUN-IS-OPEN
           IF WS-RUN-DAYS >= WS-STRUCT-MIN-DAYS AND
              WS-RUN-DAYS > 1 AND
              WS-RUN-TOTAL >= WS-STRUCT-FLOOR
               MOVE 'SCD' TO WS-FLAG-TYPE
               MOVE 'STRUCTURING ACROSS DAYS' TO WS-FLAG-TEXT
               MOVE WS-RUN-DAYS TO WS-FLAG-FROM-DAY
               MOVE WS-RUN-TOTAL TO WS-FLAG-TOTAL
               MOVE WS-RUN-COUNT TO WS-FLAG-COUNT
               MOVE WS-RUN-DAYS TO WS-FLAG-DAYS
               ADD 1 TO WS-SCD-COUNT
               PERFORM 3500-RAISE-FLAG
           END-IF.

       3200-EXTEND-RUN.
           IF WS-CT-DAY-COUNT(WS-CT-IDX, WS-DAY-SUB) > 0 AND
              WS-CT-DAY-TOTAL(WS-CT-IDX, WS-DAY-SUB) <
              WS-CASH-THRESHOLD
               ADD 1 TO WS-RUN-DAYS
               ADD WS-CT-DAY-TOTAL(WS-CT-IDX, WS-DAY-SUB)
                 TO WS-RUN-TOTAL
               ADD WS-CT-DAY-COUNT(WS-CT-IDX, WS-DAY-SUB)
                 TO WS-RUN-COUNT
           ELSE
               MOVE 'N' TO WS-RUN-OPEN-FLAG
           END-IF.

       3500-RAISE-FLAG.
      * One extract record and one report block per flag. The
      * period runs from WS-FLAG-FROM-DAY days back to the
      * business day.
           MOVE 'S' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = WS-FLAG-FROM-DAY - 1
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO WS-PERIOD-FROM
           ELSE
               MOVE WS-TODAY-DATE TO WS-PERIOD-FROM
           END-IF

           MOVE SPACES TO AML-EXTRACT-RECORD
           MOVE WS-FLAG-TYPE TO AX-REPORT-TYPE
           MOVE WS-TODAY-DATE TO AX-BUSINESS-DATE
           MOVE WS-PERIOD-FROM TO AX-PERIOD-FROM
           MOVE WS-TODAY-DATE TO AX-PERIOD-TO
           MOVE WS-CT-SUBJECT-ID(WS-CT-IDX) TO AX-SUBJECT-ID
           MOVE WS-CT-SUBJECT-TYPE(WS-CT-IDX) TO AX-SUBJECT-TYPE
           IF AX-SUBJECT-CLIENT
               MOVE WS-CT-SUBJECT-ID(WS-CT-IDX) TO CL-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   KEY IS CL-CLIENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = '00'
                   MOVE CL-CLIENT-NAME TO AX-NAME
                   MOVE CL-ADDRESS-LINE-1 TO AX-ADDRESS-LINE-1
                   MOVE CL-ADDRESS-LINE-2 TO AX-ADDRESS-LINE-2
                   MOVE CL-CITY TO AX-CITY
                   MOVE CL-POSTAL-CODE TO AX-POSTAL-CODE
               END-IF
           ELSE
               MOVE 'NO CLIENT LINK - BY POLICY' TO AX-NAME
           END-IF
           MOVE WS-CT-CURRENCY(WS-CT-IDX) TO AX-CURRENCY-CODE
           MOVE WS-FLAG-TOTAL TO AX-TOTAL-AMOUNT
           MOVE WS-FLAG-COUNT TO AX-PAYMENT-COUNT
           MOVE WS-FLAG-DAYS TO AX-DAY-COUNT
           WRITE AML-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-FLAG-TOTAL TO WS-EXTRACT-TOTAL

           MOVE WS-FLAG-TYPE TO DL-FLAG-TYPE
           MOVE AX-SUBJECT-ID TO DL-SUBJECT-ID
           MOVE AX-NAME TO DL-NAME
           MOVE AX-CURRENCY-CODE TO DL-CURRENCY
           MOVE WS-PERIOD-FROM TO DL-PERIOD-FROM
           MOVE WS-TODAY-DATE TO DL-PERIOD-TO
           MOVE WS-FLAG-COUNT TO DL-PAYMENT-COUNT
           MOVE WS-FLAG-TOTAL TO DL-TOTAL
           MOVE WS-FLAG-TEXT TO DL-REASON
           WRITE REPORT-LINE FROM DL-FLAG-LINE

      * The payments behind the flag, for the reviewer.
           SET WS-CLIENT-SUB TO WS-CT-IDX
           PERFORM 3600-LIST-ONE-PAYMENT
               VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PAYMENT-COUNT.

       3600-LIST-ONE-PAYMENT.
           IF WS-PD-CLIENT-SUB(WS-PD-IDX) = WS-CLIENT-SUB AND
              WS-PD-DAY(WS-PD-IDX) <= WS-FLAG-FROM-DAY
               MOVE WS-PD-POLICY-ID(WS-PD-IDX) TO DL-PD-POLICY-ID
               MOVE WS-PD-PAYMENT-ID(WS-PD-IDX) TO DL-PD-PAYMENT-ID
               MOVE WS-PD-PAYMENT-DATE(WS-PD-IDX)
                 TO DL-PD-PAYMENT-DATE
               MOVE WS-PD-CHANNEL(WS-PD-IDX) TO DL-PD-CHANNEL
               MOVE WS-PD-AMOUNT(WS-PD-IDX) TO DL-PD-AMOUNT
               WRITE REPORT-LINE FROM DL-PAYMENT-LINE
           END-IF.

       4000-END-PROCESS.
           MOVE SPACES TO AML-EXTRACT-RECORD
           MOVE 'TRL' TO AXT-MARKER
           MOVE WS-EXTRACT-COUNT TO AXT-RECORD-COUNT
           MOVE WS-EXTRACT-TOTAL TO AXT-CONTROL-TOTAL
           WRITE AML-EXTRACT-RECORD

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'CASH PAYMENTS IN WINDOW' TO TL-LABEL
           MOVE WS-CASH-IN-WINDOW TO TL-COUNT
           MOVE WS-CASH-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE ZEROS TO TL-AMOUNT
           MOVE 'PAYERS (CLIENT / CURRENCY)' TO TL-LABEL
           MOVE WS-CLIENT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'PAYMENTS ON POLICIES WITH NO CLIENT' TO TL-LABEL
           MOVE WS-UNLINKED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'CTR  DAILY THRESHOLD' TO TL-LABEL
           MOVE WS-CTR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'WTR  WINDOW THRESHOLD' TO TL-LABEL
           MOVE WS-WTR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'SMP  STRUCTURING ACROSS POLICIES' TO TL-LABEL
           MOVE WS-SMP-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'SCD  STRUCTURING ACROSS DAYS' TO TL-LABEL
           MOVE WS-SCD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'EXTRACT RECORDS' TO TL-LABEL
           MOVE WS-EXTRACT-COUNT TO TL-COUNT
           MOVE WS-EXTRACT-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE 'NOT EVALUATED - TABLE FULL' TO TL-LABEL
               MOVE WS-OVERFLOW-COUNT TO TL-COUNT
               MOVE ZEROS TO TL-AMOUNT
               WRITE REPORT-LINE FROM TL-TOTAL-LINE
           END-IF

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSAMLCR' TO LOG-MODULE
           STRING 'AML cash report ended. Cash payments: '
                  WS-CASH-IN-WINDOW
                  ' Flags: ' WS-EXTRACT-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE PAYMENT-HISTORY-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE AML-EXTRACT-FILE
           CLOSE REPORT-FILE.

       0100-CHECK-SEQUENCE-GATE.
      * Refuse to start while the prerequisite step has not
      * completed this cycle (or is still in flight). An
      * absent cycle-control file means sequencing is not in use;
      * CYCLE_GATE_BYPASS=Y lets the operator wave an exceptional
      * run through deliberately.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-GATE-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-GATE-DATE
           END-IF
           ACCEPT WS-CYC-BYPASS-TEXT FROM ENVIRONMENT
               "CYCLE_GATE_BYPASS"
           IF WS-CYC-BYPASS-TEXT NOT = 'Y' AND
              WS-CYC-BYPASS-TEXT NOT = 'y'
               MOVE 'P' TO WS-CYC-FUNCTION
               MOVE 'INSPMUPD' TO WS-CYC-STEP
               CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                      WS-GATE-DATE
                                      WS-CYC-STEP
                                      WS-CYC-RESULT
               IF WS-CYC-RESULT = 1 OR WS-CYC-RESULT = 2
                   MOVE 'Y' TO WS-SEQ-BLOCKED-FLAG
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSAMLCR' TO LOG-MODULE
                   STRING 'Prerequisite step INSPMUPD has not '
                          'completed this cycle - run refused'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSAMLCR' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-GATE-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSAMLCR.
