      ******************************************************************
      * Unidentified Receipt Research Program
      * Function: Work the "policy not found" items on the reject/
      *           suspense file for the suspense clerk. Every
      *           NO POLICY reject is researched against the
      *           evidence the clerk would otherwise gather by
      *           hand, and each active policy the evidence points
      *           at is scored and ranked:
      *             R - the payment's reference number is already
      *                 on the PAYREFXRF cross-reference under the
      *                 policy;
      *             P - the same payer paid the policy before: an
      *                 earlier payment on PAYMENT-HISTORY-FILE by
      *                 the same method whose reference carries
      *                 the same payer portion (the leading
      *                 UNRES_PAYER_REF_LEN characters);
      *             T - the keyed policy ID with two adjacent
      *                 characters transposed is a policy;
      *             M - the keyed policy ID with one digit miskeyed
      *                 is a policy;
      *             A - the amount equals the policy's modal
      *                 premium and an installment is due (next due
      *                 date no later than UNRES_DUE_WINDOW_DAYS
      *                 after the payment date).
      *           The worklist shows each item with its best
      *           candidates (UNRES_MAX_CANDIDATES, default 5)
      *           highest score first. The clerk's confirmed
      *           matches are released by INSUNREL as a corrected
      *           PAYMENT-FILE for the next INSPMUPD run. Nothing
      *           here changes the suspense file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSUNRES.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : UNRES_PAYER_REF_LEN, UNRES_DUE_WINDOW_DAYS and
      *              UNRES_MAX_CANDIDATES are read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides one for a
      *              single run.
      * 2026-10-15 : Initial version, modeled on INSPMRCY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO EXTERNAL REJFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PAYMENT-XREF-FILE ASSIGN TO EXTERNAL PAYREFXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RX-REFERENCE-NO
           FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL UNRESRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS REJECT-RECORD.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD      PIC X(65).
           05  RJ-REASON-CODE          PIC X(10).
           05  RJ-RUN-DATE             PIC X(08).
           05  RJ-RECYCLE-COUNT        PIC 9(03).

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  PAYMENT-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAYMENT-XREF-RECORD.
       COPY PAYREFXR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REJECT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-XREF-OPEN-FLAG           PIC X VALUE 'N'.
           88  XREF-IS-OPEN            VALUE 'Y'.
       01  WS-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND          VALUE 'Y'.

      * Named views over the suspended record's original 65 bytes -
      * the same field cuts as the DTL-RECORD view in PAYFILIN.
       01  WS-ORIG-DETAIL.
           05  WS-ORIG-POLICY-ID       PIC X(10).
           05  WS-ORIG-PAYMENT-DATE    PIC X(08).
           05  WS-ORIG-METHOD          PIC X(02).
           05  WS-ORIG-AMOUNT-TEXT     PIC X(10).
           05  WS-ORIG-PAYMENT-ID      PIC X(12).
           05  WS-ORIG-REFERENCE-NO    PIC X(16).
           05  WS-ORIG-CURRENCY-CODE   PIC X(03).
           05  WS-ORIG-TXN-TYPE        PIC X(02).
           05  WS-ORIG-CHANNEL         PIC X(02).

      * Run parameters.
       01  WS-PAYER-REF-LEN            PIC 9(2) VALUE 8.
       01  WS-DUE-WINDOW-DAYS          PIC 9(3) VALUE 31.
       01  WS-MAX-CANDIDATES           PIC 9(2) VALUE 5.

      * Evidence weights - a reference already cross-referenced to
      * the policy outweighs everything else; an amount match on
      * its own is the weakest pointer, since many policies carry
      * the same premium.
       01  WS-EVIDENCE-WEIGHTS.
           05  WS-POINTS-XREF          PIC 9(3) VALUE 40.
           05  WS-POINTS-PAYER         PIC 9(3) VALUE 25.
           05  WS-POINTS-PAYER-EXTRA   PIC 9(3) VALUE 5.
           05  WS-POINTS-PAYER-MAX     PIC 9(3) VALUE 40.
           05  WS-POINTS-TRANSPOSED    PIC 9(3) VALUE 30.
           05  WS-POINTS-MISKEYED      PIC 9(3) VALUE 20.
           05  WS-POINTS-AMOUNT        PIC 9(3) VALUE 20.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-AGE-DAYS                 PIC S9(5) VALUE ZEROS.
       01  WS-LATEST-DUE-DATE          PIC X(8) VALUE SPACES.
       01  WS-ITEM-AMOUNT              PIC 9(8)V99 VALUE ZEROS.

      * Active policies, loaded once in key order for the amount
      * scan and the near-miss ID lookups.
       01  WS-POLICY-TABLE.
           05  WS-POLICY-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-POLICY-ENTRY         OCCURS 1 TO 50000 TIMES
                                       DEPENDING ON WS-POLICY-COUNT
                                       ASCENDING KEY IS WS-PT-POLICY-ID
                                       INDEXED BY WS-PT-IDX.
               10  WS-PT-POLICY-ID     PIC X(10).
               10  WS-PT-PREMIUM       PIC 9(7)V99.
               10  WS-PT-NEXT-DUE      PIC X(08).
               10  WS-PT-CLIENT-ID     PIC X(08).

      * The NO POLICY items being researched.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-ITEM-ENTRY           OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-ITEM-COUNT
                                       INDEXED BY WS-IT-IDX.
               10  WS-IT-ORIGINAL      PIC X(65).
               10  WS-IT-RUN-DATE      PIC X(08).
               10  WS-IT-METHOD        PIC X(02).
               10  WS-IT-REFERENCE-NO  PIC X(16).

      * Prior payments by the same payer, gathered in one pass of
      * the history file for all items at once.
       01  WS-PAYER-TABLE.
           05  WS-PAYER-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-PAYER-ENTRY          OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-PAYER-COUNT
                                       INDEXED BY WS-PY-IDX.
               10  WS-PY-ITEM-SUB      PIC 9(5).
               10  WS-PY-POLICY-ID     PIC X(10).
               10  WS-PY-PAYMENTS      PIC 9(5).

      * Candidates for the item in hand.
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-CAND-ENTRY           OCCURS 1 TO 50 TIMES
                                       DEPENDING ON WS-CAND-COUNT
                                       INDEXED BY WS-CD-IDX.
               10  WS-CD-POLICY-ID     PIC X(10).
               10  WS-CD-SCORE         PIC 9(3).
               10  WS-CD-EVIDENCE      PIC X(05).
               10  WS-CD-PREMIUM       PIC 9(7)V99.
               10  WS-CD-NEXT-DUE      PIC X(08).
               10  WS-CD-CLIENT-ID     PIC X(08).
               10  WS-CD-PAYMENTS      PIC 9(5).
               10  WS-CD-LISTED        PIC X(01).

      * Candidate being added: policy, points, and the evidence
      * letter with its position in the evidence string.
       01  WS-NEW-POLICY-ID            PIC X(10) VALUE SPACES.
       01  WS-NEW-POINTS               PIC 9(3) VALUE ZEROS.
       01  WS-NEW-EVIDENCE             PIC X(01) VALUE SPACE.
       01  WS-NEW-EVIDENCE-POS         PIC 9(1) VALUE ZERO.
       01  WS-NEW-PAYMENTS             PIC 9(5) VALUE ZEROS.

      * Near-miss ID work area.
       01  WS-VARIANT-ID               PIC X(10) VALUE SPACES.
       01  WS-SWAP-CHAR                PIC X(01) VALUE SPACE.
       01  WS-DIGIT-VALUE              PIC 9(1) VALUE ZERO.
       01  WS-DIGIT-CHAR               PIC X(01) VALUE SPACE.
       01  WS-ID-LENGTH                PIC 9(2) VALUE ZEROS.

       01  WS-SUBSCRIPTS.
           05  WS-ITEM-SUB             PIC 9(5) VALUE ZEROS.
           05  WS-POS-SUB              PIC 9(2) VALUE ZEROS.
           05  WS-DIGIT-SUB            PIC 9(2) VALUE ZEROS.
           05  WS-RANK-SUB             PIC 9(3) VALUE ZEROS.
           05  WS-BEST-SUB             PIC 9(3) VALUE ZEROS.
           05  WS-SCAN-SUB             PIC 9(3) VALUE ZEROS.
           05  WS-BEST-SCORE           PIC 9(3) VALUE ZEROS.
           05  WS-RANK-LIMIT           PIC 9(3) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-NOT-FOUND-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-WITH-CAND-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-NO-CAND-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-LISTED-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-HISTORY-READ         PIC 9(9) VALUE ZEROS.
           05  WS-NOT-FOUND-AMOUNT     PIC 9(11)V99 VALUE ZEROS.
           05  WS-CAND-OVERFLOW        PIC 9(5) VALUE ZEROS.
           05  WS-TABLE-OVERFLOW       PIC 9(5) VALUE ZEROS.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-CYC-STEP                 PIC X(10) VALUE SPACES.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.
       01  WS-GATE-DATE                PIC X(8) VALUE SPACES.

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
             'UNIDENTIFIED RECEIPT RESEARCH WORKLIST'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-LEGEND-LINE.
          05 FILLER                    PIC X(10) VALUE 'EVIDENCE: '.
          05 FILLER                    PIC X(22) VALUE
             'R=REFERENCE ON XREF  '.
          05 FILLER                    PIC X(27) VALUE
             'P=SAME PAYER PAID BEFORE  '.
          05 FILLER                    PIC X(18) VALUE
             'T=TRANSPOSED ID  '.
          05 FILLER                    PIC X(19) VALUE
             'M=MISKEYED DIGIT  '.
          05 FILLER                    PIC X(36) VALUE
             'A=AMOUNT = MODAL PREMIUM, DUE'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(12) VALUE 'PAYMENT ID'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'KEYED AS'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'PAY DATE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'MTHD'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE '       AMOUNT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(03) VALUE 'CUR'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE 'REFERENCE NO'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'AGE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'NOTE'.

       01  HL-HEADING-LINE-4.
          05 FILLER                    PIC X(08) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'RANK'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(05) VALUE 'SCORE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'EVIDENCE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'MODAL PREMIUM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'NEXT DUE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'CLIENT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'PRIOR PMTS'.

       01  IL-ITEM-LINE.
          05 IL-PAYMENT-ID             PIC X(12).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-PAYMENT-DATE           PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-METHOD                 PIC X(04).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-CURRENCY               PIC X(03).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-REFERENCE-NO           PIC X(16).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-AGE-DAYS               PIC ZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 IL-NOTE                   PIC X(20).

       01  CL-CANDIDATE-LINE.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 CL-RANK                   PIC Z9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 CL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 CL-SCORE                  PIC ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 CL-EVIDENCE               PIC X(05).
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 CL-PREMIUM                PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 CL-NEXT-DUE               PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 CL-CLIENT-ID              PIC X(08).
          05 FILLER                    PIC X(9) VALUE SPACES.
          05 CL-PAYMENTS               PIC ZZZ9.

       01  WS-NOTE-MORE.
          05 FILLER                    PIC X(01) VALUE '+'.
          05 WS-NOTE-MORE-COUNT        PIC ZZ9.
          05 FILLER                    PIC X(16) VALUE
             ' NOT SHOWN'.

       01  TL-TOTAL-LINE.
          05 TL-LABEL                  PIC X(36).
          05 TL-COUNT                  PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 TL-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.

      * Date calculation parameters
       COPY DATECALC.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-RESOLVE-GATE-DATE
           MOVE 'S' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           PERFORM 1000-INIT-PROCESS
           PERFORM 1200-LOAD-POLICY-TABLE
           PERFORM 1300-LOAD-NOT-FOUND-ITEMS
           IF WS-ITEM-COUNT > 0
               PERFORM 1400-GATHER-PAYER-HISTORY
           END-IF
           PERFORM 2000-RESEARCH-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM 3000-END-PROCESS
           MOVE 'C' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
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

           PERFORM 1100-LOAD-PARAMETERS

           OPEN INPUT PAYMENT-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN-FLAG
           END-IF
           OPEN OUTPUT REPORT-FILE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-LEGEND-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-4
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSUNRES' TO LOG-MODULE
           MOVE 'Unidentified receipt research started'
             TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       1100-LOAD-PARAMETERS.
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'UNRES_PAYER_REF_LEN' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-PAYER-REF-LEN
           END-IF
           IF WS-PAYER-REF-LEN < 1 OR WS-PAYER-REF-LEN > 16
               MOVE 16 TO WS-PAYER-REF-LEN
           END-IF
           MOVE 'UNRES_DUE_WINDOW_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-DUE-WINDOW-DAYS
           END-IF
           MOVE 'UNRES_MAX_CANDIDATES' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-MAX-CANDIDATES
           END-IF
           IF WS-MAX-CANDIDATES < 1
               MOVE 5 TO WS-MAX-CANDIDATES
           END-IF.

       1200-LOAD-POLICY-TABLE.
      * Only an active policy can take the payment - anything else
      * would only reject again on the next run.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-POLICY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               PERFORM 1250-READ-POLICY-FILE
           END-IF
           PERFORM 1220-STORE-POLICY UNTIL END-OF-FILE
           IF WS-POLICY-FILE-STATUS NOT = '35'
               CLOSE POLICY-MASTER-FILE
           END-IF.

       1220-STORE-POLICY.
           IF PM-STATUS-ACTIVE
               IF WS-POLICY-COUNT < 50000
                   ADD 1 TO WS-POLICY-COUNT
                   MOVE PM-POLICY-ID
                     TO WS-PT-POLICY-ID(WS-POLICY-COUNT)
                   MOVE PM-MODAL-PREMIUM
                     TO WS-PT-PREMIUM(WS-POLICY-COUNT)
                   MOVE PM-NEXT-DUE-DATE
                     TO WS-PT-NEXT-DUE(WS-POLICY-COUNT)
                   MOVE PM-CLIENT-ID
                     TO WS-PT-CLIENT-ID(WS-POLICY-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           PERFORM 1250-READ-POLICY-FILE.

       1250-READ-POLICY-FILE.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1300-LOAD-NOT-FOUND-ITEMS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               PERFORM 1350-READ-SUSPENSE
           END-IF
           PERFORM 1320-STORE-ITEM UNTIL END-OF-FILE
           IF WS-REJECT-FILE-STATUS NOT = '35'
               CLOSE REJECT-FILE
           END-IF.

       1320-STORE-ITEM.
           IF RJ-REASON-CODE = 'NO POLICY'
               ADD 1 TO WS-NOT-FOUND-COUNT
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE RJ-ORIGINAL-RECORD TO WS-ORIG-DETAIL
                   MOVE RJ-ORIGINAL-RECORD
                     TO WS-IT-ORIGINAL(WS-ITEM-COUNT)
                   MOVE RJ-RUN-DATE TO WS-IT-RUN-DATE(WS-ITEM-COUNT)
                   MOVE WS-ORIG-METHOD TO WS-IT-METHOD(WS-ITEM-COUNT)
                   MOVE WS-ORIG-REFERENCE-NO
                     TO WS-IT-REFERENCE-NO(WS-ITEM-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           PERFORM 1350-READ-SUSPENSE.

       1350-READ-SUSPENSE.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       1400-GATHER-PAYER-HISTORY.
      * One pass of the history for every item: an earlier payment
      * by the same method whose reference opens with the same
      * payer portion counts toward the policy it posted to.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               PERFORM 1450-READ-HISTORY-FILE
           END-IF
           PERFORM 1420-CHECK-HISTORY-PAYMENT UNTIL END-OF-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '35'
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       1420-CHECK-HISTORY-PAYMENT.
           IF PH-TXN-IS-PAYMENT AND PH-REFERENCE-NO NOT = SPACES
               PERFORM 1470-MATCH-PAYER
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF
           PERFORM 1450-READ-HISTORY-FILE.

       1450-READ-HISTORY-FILE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
           END-READ.

       1470-MATCH-PAYER.
           IF WS-IT-REFERENCE-NO(WS-ITEM-SUB) NOT = SPACES AND
              WS-IT-METHOD(WS-ITEM-SUB) = PH-PAYMENT-METHOD AND
              WS-IT-REFERENCE-NO(WS-ITEM-SUB)(1:WS-PAYER-REF-LEN) =
              PH-REFERENCE-NO(1:WS-PAYER-REF-LEN)
               SET WS-PY-IDX TO 1
               MOVE 'N' TO WS-FOUND-FLAG
               IF WS-PAYER-COUNT > 0
                   SEARCH WS-PAYER-ENTRY
                       WHEN WS-PY-ITEM-SUB(WS-PY-IDX) = WS-ITEM-SUB
                        AND WS-PY-POLICY-ID(WS-PY-IDX) =
                            PH-POLICY-ID
                           MOVE 'Y' TO WS-FOUND-FLAG
                           ADD 1 TO WS-PY-PAYMENTS(WS-PY-IDX)
                   END-SEARCH
               END-IF
               IF NOT WS-ENTRY-FOUND
                   IF WS-PAYER-COUNT < 5000
                       ADD 1 TO WS-PAYER-COUNT
                       MOVE WS-ITEM-SUB
                         TO WS-PY-ITEM-SUB(WS-PAYER-COUNT)
                       MOVE PH-POLICY-ID
                         TO WS-PY-POLICY-ID(WS-PAYER-COUNT)
                       MOVE 1 TO WS-PY-PAYMENTS(WS-PAYER-COUNT)
                   ELSE
                       ADD 1 TO WS-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       2000-RESEARCH-ITEM.
           MOVE WS-IT-ORIGINAL(WS-ITEM-SUB) TO WS-ORIG-DETAIL
           MOVE ZEROS TO WS-CAND-COUNT
           MOVE ZEROS TO WS-CAND-OVERFLOW
           MOVE ZEROS TO WS-ITEM-AMOUNT
           IF WS-ORIG-AMOUNT-TEXT NOT = SPACES
               COMPUTE WS-ITEM-AMOUNT =
                   FUNCTION NUMVAL(WS-ORIG-AMOUNT-TEXT)
           END-IF
           ADD WS-ITEM-AMOUNT TO WS-NOT-FOUND-AMOUNT

           PERFORM 2100-EVIDENCE-XREF
           PERFORM 2200-EVIDENCE-PAYER
               VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PAYER-COUNT
           IF WS-ORIG-POLICY-ID NOT = SPACES
               PERFORM 2300-EVIDENCE-NEAR-MISS
           END-IF
           IF WS-ITEM-AMOUNT > 0
               PERFORM 2400-EVIDENCE-AMOUNT
           END-IF

           PERFORM 2700-WRITE-ITEM-LINE
           IF WS-CAND-COUNT < WS-MAX-CANDIDATES
               MOVE WS-CAND-COUNT TO WS-RANK-LIMIT
           ELSE
               MOVE WS-MAX-CANDIDATES TO WS-RANK-LIMIT
           END-IF
           PERFORM 2800-LIST-NEXT-CANDIDATE
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-LIMIT
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2.

       2100-EVIDENCE-XREF.
           IF XREF-IS-OPEN AND WS-ORIG-REFERENCE-NO NOT = SPACES
               MOVE WS-ORIG-REFERENCE-NO TO RX-REFERENCE-NO
               READ PAYMENT-XREF-FILE
                   KEY IS RX-REFERENCE-NO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-XREF-FILE-STATUS = '00'
                   MOVE RX-POLICY-ID TO WS-NEW-POLICY-ID
                   MOVE WS-POINTS-XREF TO WS-NEW-POINTS
                   MOVE 'R' TO WS-NEW-EVIDENCE
                   MOVE 1 TO WS-NEW-EVIDENCE-POS
                   MOVE ZEROS TO WS-NEW-PAYMENTS
                   PERFORM 2600-ADD-CANDIDATE THRU 2600-EXIT
               END-IF
           END-IF.

       2200-EVIDENCE-PAYER.
      * The first prior payment carries the base weight; each
      * further one adds a little, up to a ceiling.
           IF WS-PY-ITEM-SUB(WS-PY-IDX) = WS-ITEM-SUB
               MOVE WS-PY-POLICY-ID(WS-PY-IDX) TO WS-NEW-POLICY-ID
               MOVE WS-PY-PAYMENTS(WS-PY-IDX) TO WS-NEW-PAYMENTS
               COMPUTE WS-NEW-POINTS = WS-POINTS-PAYER +
                   (WS-NEW-PAYMENTS - 1) * WS-POINTS-PAYER-EXTRA
                   ON SIZE ERROR
                       MOVE WS-POINTS-PAYER-MAX TO WS-NEW-POINTS
               END-COMPUTE
               IF WS-NEW-POINTS > WS-POINTS-PAYER-MAX
                   MOVE WS-POINTS-PAYER-MAX TO WS-NEW-POINTS
               END-IF
               MOVE 'P' TO WS-NEW-EVIDENCE
               MOVE 2 TO WS-NEW-EVIDENCE-POS
               PERFORM 2600-ADD-CANDIDATE THRU 2600-EXIT
           END-IF.

       2300-EVIDENCE-NEAR-MISS.
      * Work out how much of the keyed ID is significant, then try
      * every adjacent transposition and every single-digit miskey.
           MOVE 10 TO WS-ID-LENGTH
           PERFORM 2310-TRIM-ID-LENGTH
               UNTIL WS-ID-LENGTH = 0
                  OR WS-ORIG-POLICY-ID(WS-ID-LENGTH:1) NOT = SPACE
           MOVE ZEROS TO WS-NEW-PAYMENTS
           PERFORM 2320-TRY-TRANSPOSITION
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB >= WS-ID-LENGTH
           PERFORM 2340-TRY-MISKEY-POSITION
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-ID-LENGTH.

       2310-TRIM-ID-LENGTH.
           SUBTRACT 1 FROM WS-ID-LENGTH.

       2320-TRY-TRANSPOSITION.
           IF WS-ORIG-POLICY-ID(WS-POS-SUB:1) NOT =
              WS-ORIG-POLICY-ID(WS-POS-SUB + 1:1)
               MOVE WS-ORIG-POLICY-ID TO WS-VARIANT-ID
               MOVE WS-VARIANT-ID(WS-POS-SUB:1) TO WS-SWAP-CHAR
               MOVE WS-VARIANT-ID(WS-POS-SUB + 1:1)
                 TO WS-VARIANT-ID(WS-POS-SUB:1)
               MOVE WS-SWAP-CHAR TO WS-VARIANT-ID(WS-POS-SUB + 1:1)
               MOVE WS-VARIANT-ID TO WS-NEW-POLICY-ID
               MOVE WS-POINTS-TRANSPOSED TO WS-NEW-POINTS
               MOVE 'T' TO WS-NEW-EVIDENCE
               MOVE 3 TO WS-NEW-EVIDENCE-POS
               PERFORM 2600-ADD-CANDIDATE THRU 2600-EXIT
           END-IF.

       2340-TRY-MISKEY-POSITION.
           IF WS-ORIG-POLICY-ID(WS-POS-SUB:1) IS NUMERIC
               PERFORM 2350-TRY-MISKEY-DIGIT
                   VARYING WS-DIGIT-SUB FROM 0 BY 1
                   UNTIL WS-DIGIT-SUB > 9
           END-IF.

       2350-TRY-MISKEY-DIGIT.
           MOVE WS-DIGIT-SUB TO WS-DIGIT-VALUE
           MOVE WS-DIGIT-VALUE TO WS-DIGIT-CHAR
           IF WS-DIGIT-CHAR NOT = WS-ORIG-POLICY-ID(WS-POS-SUB:1)
               MOVE WS-ORIG-POLICY-ID TO WS-VARIANT-ID
               MOVE WS-DIGIT-CHAR TO WS-VARIANT-ID(WS-POS-SUB:1)
               MOVE WS-VARIANT-ID TO WS-NEW-POLICY-ID
               MOVE WS-POINTS-MISKEYED TO WS-NEW-POINTS
               MOVE 'M' TO WS-NEW-EVIDENCE
               MOVE 3 TO WS-NEW-EVIDENCE-POS
               PERFORM 2600-ADD-CANDIDATE THRU 2600-EXIT
           END-IF.

       2400-EVIDENCE-AMOUNT.
      * An installment is due when the next due date falls no later
      * than the due window after the payment date.
           MOVE '99999999' TO WS-LATEST-DUE-DATE
           IF WS-ORIG-PAYMENT-DATE IS NUMERIC
               MOVE 'A' TO DC-FUNCTION-CODE
               MOVE WS-ORIG-PAYMENT-DATE TO DC-BASE-DATE
               MOVE WS-DUE-WINDOW-DAYS TO DC-DAYS
               CALL 'DATECALC' USING DATE-CALC-PARAMS
               IF DC-SUCCESS
                   MOVE DC-TARGET-DATE TO WS-LATEST-DUE-DATE
               END-IF
           END-IF
           MOVE ZEROS TO WS-NEW-PAYMENTS
           PERFORM 2450-CHECK-POLICY-AMOUNT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-POLICY-COUNT.

       2450-CHECK-POLICY-AMOUNT.
           IF WS-PT-PREMIUM(WS-PT-IDX) = WS-ITEM-AMOUNT AND
              WS-PT-NEXT-DUE(WS-PT-IDX) NOT = SPACES AND
              WS-PT-NEXT-DUE(WS-PT-IDX) <= WS-LATEST-DUE-DATE
               MOVE WS-PT-POLICY-ID(WS-PT-IDX) TO WS-NEW-POLICY-ID
               MOVE WS-POINTS-AMOUNT TO WS-NEW-POINTS
               MOVE 'A' TO WS-NEW-EVIDENCE
               MOVE 4 TO WS-NEW-EVIDENCE-POS
               PERFORM 2600-ADD-CANDIDATE THRU 2600-EXIT
           END-IF.

       2600-ADD-CANDIDATE.
      * Evidence only counts toward an active policy; the keyed ID
      * itself is never a candidate (it is the one not found).
           IF WS-NEW-POLICY-ID = WS-ORIG-POLICY-ID OR
              WS-NEW-POLICY-ID = SPACES
               GO TO 2600-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-POLICY-COUNT > 0
               SEARCH ALL WS-POLICY-ENTRY
                   WHEN WS-PT-POLICY-ID(WS-PT-IDX) = WS-NEW-POLICY-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT WS-ENTRY-FOUND
               GO TO 2600-EXIT
           END-IF

           SET WS-CD-IDX TO 1
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-CAND-COUNT > 0
               SEARCH WS-CAND-ENTRY
                   WHEN WS-CD-POLICY-ID(WS-CD-IDX) = WS-NEW-POLICY-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT WS-ENTRY-FOUND
               IF WS-CAND-COUNT >= 50
                   ADD 1 TO WS-CAND-OVERFLOW
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO WS-CAND-COUNT
               SET WS-CD-IDX TO WS-CAND-COUNT
               MOVE WS-NEW-POLICY-ID TO WS-CD-POLICY-ID(WS-CD-IDX)
               MOVE ZEROS TO WS-CD-SCORE(WS-CD-IDX)
               MOVE SPACES TO WS-CD-EVIDENCE(WS-CD-IDX)
               MOVE WS-PT-PREMIUM(WS-PT-IDX)
                 TO WS-CD-PREMIUM(WS-CD-IDX)
               MOVE WS-PT-NEXT-DUE(WS-PT-IDX)
                 TO WS-CD-NEXT-DUE(WS-CD-IDX)
               MOVE WS-PT-CLIENT-ID(WS-PT-IDX)
                 TO WS-CD-CLIENT-ID(WS-CD-IDX)
               MOVE ZEROS TO WS-CD-PAYMENTS(WS-CD-IDX)
               MOVE 'N' TO WS-CD-LISTED(WS-CD-IDX)
           END-IF

      * The same kind of evidence scores once per candidate.
           IF WS-CD-EVIDENCE(WS-CD-IDX)(WS-NEW-EVIDENCE-POS:1) =
              SPACE
               ADD WS-NEW-POINTS TO WS-CD-SCORE(WS-CD-IDX)
                   ON SIZE ERROR
                       MOVE 999 TO WS-CD-SCORE(WS-CD-IDX)
               END-ADD
               MOVE WS-NEW-EVIDENCE
                 TO WS-CD-EVIDENCE(WS-CD-IDX)(WS-NEW-EVIDENCE-POS:1)
               ADD WS-NEW-PAYMENTS TO WS-CD-PAYMENTS(WS-CD-IDX)
           END-IF.

       2600-EXIT.
           EXIT.

       2700-WRITE-ITEM-LINE.
           MOVE WS-ORIG-PAYMENT-ID TO IL-PAYMENT-ID
           MOVE WS-ORIG-POLICY-ID TO IL-POLICY-ID
           MOVE WS-ORIG-PAYMENT-DATE TO IL-PAYMENT-DATE
           MOVE WS-ORIG-METHOD TO IL-METHOD
           MOVE WS-ITEM-AMOUNT TO IL-AMOUNT
           MOVE WS-ORIG-CURRENCY-CODE TO IL-CURRENCY
           MOVE WS-ORIG-REFERENCE-NO TO IL-REFERENCE-NO

      * Age runs from the run date that first rejected the record.
           MOVE ZEROS TO WS-AGE-DAYS
           IF WS-IT-RUN-DATE(WS-ITEM-SUB) IS NUMERIC
               MOVE 'D' TO DC-FUNCTION-CODE
               MOVE WS-IT-RUN-DATE(WS-ITEM-SUB) TO DC-BASE-DATE
               MOVE WS-TODAY-DATE TO DC-TARGET-DATE
               CALL 'DATECALC' USING DATE-CALC-PARAMS
               IF DC-SUCCESS
                   MOVE DC-DAYS TO WS-AGE-DAYS
               END-IF
           END-IF
           MOVE WS-AGE-DAYS TO IL-AGE-DAYS

           MOVE SPACES TO IL-NOTE
           IF WS-CAND-COUNT = 0
               ADD 1 TO WS-NO-CAND-COUNT
               MOVE 'NO CANDIDATES' TO IL-NOTE
           ELSE
               ADD 1 TO WS-WITH-CAND-COUNT
               IF WS-CAND-COUNT > WS-MAX-CANDIDATES OR
                  WS-CAND-OVERFLOW > 0
                   COMPUTE WS-NOTE-MORE-COUNT = WS-CAND-COUNT
                       + WS-CAND-OVERFLOW - WS-MAX-CANDIDATES
                   MOVE WS-NOTE-MORE TO IL-NOTE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM IL-ITEM-LINE.

       2800-LIST-NEXT-CANDIDATE.
      * Highest unlisted score next; ties keep the order the
      * candidates were found in.
           MOVE ZEROS TO WS-BEST-SUB
           MOVE ZEROS TO WS-BEST-SCORE
           PERFORM 2850-CHECK-BEST-CANDIDATE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CAND-COUNT
           IF WS-BEST-SUB > 0
               MOVE 'Y' TO WS-CD-LISTED(WS-BEST-SUB)
               MOVE WS-RANK-SUB TO CL-RANK
               MOVE WS-CD-POLICY-ID(WS-BEST-SUB) TO CL-POLICY-ID
               MOVE WS-CD-SCORE(WS-BEST-SUB) TO CL-SCORE
               MOVE WS-CD-EVIDENCE(WS-BEST-SUB) TO CL-EVIDENCE
               MOVE WS-CD-PREMIUM(WS-BEST-SUB) TO CL-PREMIUM
               MOVE WS-CD-NEXT-DUE(WS-BEST-SUB) TO CL-NEXT-DUE
               MOVE WS-CD-CLIENT-ID(WS-BEST-SUB) TO CL-CLIENT-ID
               MOVE WS-CD-PAYMENTS(WS-BEST-SUB) TO CL-PAYMENTS
               WRITE REPORT-LINE FROM CL-CANDIDATE-LINE
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

       2850-CHECK-BEST-CANDIDATE.
           IF WS-CD-LISTED(WS-SCAN-SUB) = 'N' AND
              WS-CD-SCORE(WS-SCAN-SUB) > WS-BEST-SCORE
               MOVE WS-SCAN-SUB TO WS-BEST-SUB
               MOVE WS-CD-SCORE(WS-SCAN-SUB) TO WS-BEST-SCORE
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO TL-TOTAL-LINE
           MOVE 'SUSPENSE ITEMS READ' TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'POLICY NOT FOUND ITEMS' TO TL-LABEL
           MOVE WS-NOT-FOUND-COUNT TO TL-COUNT
           MOVE WS-NOT-FOUND-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE ZEROS TO TL-AMOUNT
           MOVE 'ITEMS WITH CANDIDATES' TO TL-LABEL
           MOVE WS-WITH-CAND-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'ITEMS WITH NO CANDIDATE' TO TL-LABEL
           MOVE WS-NO-CAND-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'CANDIDATES LISTED' TO TL-LABEL
           MOVE WS-LISTED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           IF WS-TABLE-OVERFLOW > 0
               MOVE 'TABLE FULL - ENTRIES NOT RESEARCHED' TO TL-LABEL
               MOVE WS-TABLE-OVERFLOW TO TL-COUNT
               WRITE REPORT-LINE FROM TL-TOTAL-LINE
           END-IF

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSUNRES' TO LOG-MODULE
           STRING 'Unidentified receipt research ended. Items: '
                  WS-NOT-FOUND-COUNT
                  ' With candidates: ' WS-WITH-CAND-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF XREF-IS-OPEN
               CLOSE PAYMENT-XREF-FILE
           END-IF
           CLOSE REPORT-FILE

           IF WS-TABLE-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       0100-RESOLVE-GATE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-GATE-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-GATE-DATE
           END-IF.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSUNRES' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-GATE-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSUNRES.
