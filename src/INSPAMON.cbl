      ******************************************************************
      * Promise-to-Pay Arrangement Monitor Batch Program
      * Function: Nightly check of every live promise-to-pay
      *           arrangement against the payment history. Forward
      *           payments dated on or after the day the arrangement
      *           was keyed (less any reversal of one of those same
      *           payments) are totalled and set
      *           against the amounts promised by dates now passed:
      *           - short of what was promised by a passed date:
      *             the promise is BROKEN and the arrangement closed,
      *             which puts the policy straight back into the
      *             arrears, late-fee and dunning sweeps;
      *           - every promise date passed (or the whole promised
      *             total already in): the promise is KEPT and the
      *             arrangement closed;
      *           - otherwise it stays live.
      *           The kept/broken report goes to the collections
      *           supervisor. Runs after the payment run, ahead of
      *           the INSARRLP arrears sweep.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPAMON.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : A reversal is only netted when it takes back a
      *              payment counted toward the arrangement (same
      *              payment ID and amount); reversals of payments
      *              made before the arrangement was keyed are
      *              ignored.
      * 2026-10-15 : Initial version.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO EXTERNAL PROMISEFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-POLICY-ID
           FILE STATUS IS WS-PROMISE-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL PTPRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PROMISE-ARRANGEMENT-RECORD.
       COPY PTPARR.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROMISE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-HIST-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-POLICY-HISTORY   VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RECEIVED-AMOUNT          PIC S9(9)V99 VALUE ZEROS.
       01  WS-PROMISED-DUE             PIC 9(9)V99 VALUE ZEROS.
       01  WS-PROMISED-TOTAL           PIC 9(9)V99 VALUE ZEROS.
       01  WS-LAST-PROMISE-DATE        PIC X(8) VALUE SPACES.
       01  WS-PR-SUB                   PIC 9(1) VALUE ZERO.
       01  WS-OUTCOME                  PIC X(1) VALUE SPACE.
           88  WS-OUTCOME-KEPT         VALUE 'K'.
           88  WS-OUTCOME-BROKEN       VALUE 'B'.
           88  WS-OUTCOME-LIVE         VALUE 'L'.

      * The policy's forward payments counted toward the
      * arrangement and the reversals met on the same browse. A
      * reversal carries its original payment's ID; it is netted
      * once the browse is done, only against a counted payment
      * of the same ID and amount not already taken back.
       01  WS-PTP-PAY-TABLE.
           05  WS-PTP-PAY-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-PTP-PAY-ENTRY        OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-PTP-PAY-COUNT
                                       INDEXED BY WS-PP-IDX.
               10  WS-PP-PAYMENT-ID    PIC X(12).
               10  WS-PP-AMOUNT        PIC 9(8)V99.
               10  WS-PP-REVERSED      PIC X(01).

       01  WS-PTP-REV-TABLE.
           05  WS-PTP-REV-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-PTP-REV-ENTRY        OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-PTP-REV-COUNT
                                       INDEXED BY WS-RV-IDX.
               10  WS-RV-PAYMENT-ID    PIC X(12).
               10  WS-RV-AMOUNT        PIC 9(8)V99.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-LIVE-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-KEPT-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-BROKEN-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-KEPT-AMOUNT          PIC 9(9)V99 VALUE ZEROS.
           05  WS-BROKEN-SHORTFALL     PIC 9(9)V99 VALUE ZEROS.

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

      * Report related fields
       01  HL-HEADING-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'PROMISE-TO-PAY KEPT / BROKEN REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'KEYED BY'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'KEYED ON'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'LAST PROM'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'PROMISED DUE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'RECEIVED'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'RESULT'.

       01  DL-DETAIL-LINE.
          05 DL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-KEYED-BY               PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-KEYED-DATE             PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-LAST-PROMISE-DATE      PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-PROMISED-DUE           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-RECEIVED               PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-RESULT                 PIC X(06).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(16) VALUE 'ARRANGEMENTS:'.
          05 TL-TOTAL-READ             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'KEPT: '.
          05 TL-TOTAL-KEPT             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'BROKEN: '.
          05 TL-TOTAL-BROKEN           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'STILL LIVE: '.
          05 TL-TOTAL-LIVE             PIC ZZZ,ZZ9.

       01  TL-AMOUNT-LINE.
          05 FILLER                    PIC X(16) VALUE 'KEPT AMOUNT:'.
          05 TL-KEPT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'BROKEN SHORTFALL: '.
          05 TL-BROKEN-SHORTFALL       PIC Z,ZZZ,ZZ9.99.

      * Logging parameters
       COPY LOGGER.

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
           PERFORM 3000-END-PROCESS
           MOVE 'C' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
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

      * No arrangement file yet means nobody has keyed one - there
      * is nothing to monitor.
           OPEN I-O PROMISE-FILE
           IF WS-PROMISE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN INPUT PAYMENT-HISTORY-FILE
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
           MOVE 'INSPAMON' TO LOG-MODULE
           MOVE 'Promise-to-pay monitor started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-FILE
               PERFORM 2100-READ-PROMISE-FILE
           END-IF.

       2000-PROCESS-DATA.
           IF PA-STATUS-LIVE
               PERFORM 2200-CHECK-ARRANGEMENT
           END-IF
           PERFORM 2100-READ-PROMISE-FILE.

       2100-READ-PROMISE-FILE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-CHECK-ARRANGEMENT.
      * Promised-due is what should be in by now: every promise
      * whose date is behind today (money arriving ON the promise
      * date keeps it).
           MOVE ZEROS TO WS-PROMISED-DUE
           MOVE ZEROS TO WS-PROMISED-TOTAL
           MOVE SPACES TO WS-LAST-PROMISE-DATE
           PERFORM 2250-ADD-UP-ONE-PROMISE
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > PA-PROMISE-COUNT

           PERFORM 2300-TOTAL-RECEIVED
           IF WS-RECEIVED-AMOUNT < 0
               MOVE ZEROS TO PA-RECEIVED-AMOUNT
           ELSE
               MOVE WS-RECEIVED-AMOUNT TO PA-RECEIVED-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-RECEIVED-AMOUNT < WS-PROMISED-DUE
                   MOVE 'B' TO WS-OUTCOME
               WHEN WS-RECEIVED-AMOUNT >= WS-PROMISED-TOTAL
                   MOVE 'K' TO WS-OUTCOME
               WHEN WS-LAST-PROMISE-DATE < WS-TODAY-DATE
                   MOVE 'K' TO WS-OUTCOME
               WHEN OTHER
                   MOVE 'L' TO WS-OUTCOME
           END-EVALUATE

           IF WS-OUTCOME-LIVE
               ADD 1 TO WS-LIVE-COUNT
           ELSE
               MOVE WS-OUTCOME TO PA-STATUS
               MOVE WS-TODAY-DATE TO PA-CLOSED-DATE
               PERFORM 2400-REPORT-OUTCOME
           END-IF
           REWRITE PROMISE-ARRANGEMENT-RECORD.

       2250-ADD-UP-ONE-PROMISE.
           ADD PA-PROMISE-AMOUNT(WS-PR-SUB) TO WS-PROMISED-TOTAL
           MOVE PA-PROMISE-DATE(WS-PR-SUB) TO WS-LAST-PROMISE-DATE
           IF PA-PROMISE-DATE(WS-PR-SUB) < WS-TODAY-DATE
               ADD PA-PROMISE-AMOUNT(WS-PR-SUB) TO WS-PROMISED-DUE
           END-IF.

       2300-TOTAL-RECEIVED.
      * Sequential-by-policy browse of the history: forward payments
      * dated on or after the keyed date count toward the promise,
      * and a reversal of one of them takes it back out again.
           MOVE ZEROS TO WS-RECEIVED-AMOUNT
           MOVE ZEROS TO WS-PTP-PAY-COUNT
           MOVE ZEROS TO WS-PTP-REV-COUNT
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE PA-POLICY-ID TO PH-POLICY-ID
           START PAYMENT-HISTORY-FILE
               KEY IS = PH-POLICY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           PERFORM 2350-SCAN-ONE-POSTING
               UNTIL END-OF-POLICY-HISTORY
           PERFORM 2370-NET-ONE-REVERSAL
               VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-PTP-REV-COUNT.

       2350-SCAN-ONE-POSTING.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ
           IF NOT END-OF-POLICY-HISTORY
               IF PH-POLICY-ID NOT = PA-POLICY-ID
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               ELSE
                   IF PH-TXN-IS-PAYMENT AND
                      PH-PAYMENT-DATE >= PA-KEYED-DATE
                       ADD PH-AMOUNT TO WS-RECEIVED-AMOUNT
                       PERFORM 2360-KEEP-COUNTED-PAYMENT
                   END-IF
                   IF PH-TXN-IS-REVERSAL AND
                      WS-PTP-REV-COUNT < 500
                       ADD 1 TO WS-PTP-REV-COUNT
                       MOVE PH-PAYMENT-ID
                         TO WS-RV-PAYMENT-ID(WS-PTP-REV-COUNT)
                       MOVE PH-AMOUNT
                         TO WS-RV-AMOUNT(WS-PTP-REV-COUNT)
                   END-IF
               END-IF
           END-IF.

       2360-KEEP-COUNTED-PAYMENT.
           IF WS-PTP-PAY-COUNT < 500
               ADD 1 TO WS-PTP-PAY-COUNT
               MOVE PH-PAYMENT-ID
                 TO WS-PP-PAYMENT-ID(WS-PTP-PAY-COUNT)
               MOVE PH-AMOUNT TO WS-PP-AMOUNT(WS-PTP-PAY-COUNT)
               MOVE 'N' TO WS-PP-REVERSED(WS-PTP-PAY-COUNT)
           END-IF.

       2370-NET-ONE-REVERSAL.
      * No counted payment to match means the reversal takes back
      * money from before the arrangement - it is left out.
           SET WS-PP-IDX TO 1
           SEARCH WS-PTP-PAY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PP-PAYMENT-ID(WS-PP-IDX) =
                    WS-RV-PAYMENT-ID(WS-RV-IDX) AND
                    WS-PP-AMOUNT(WS-PP-IDX) =
                    WS-RV-AMOUNT(WS-RV-IDX) AND
                    WS-PP-REVERSED(WS-PP-IDX) = 'N'
                   SUBTRACT WS-PP-AMOUNT(WS-PP-IDX)
                       FROM WS-RECEIVED-AMOUNT
                   MOVE 'Y' TO WS-PP-REVERSED(WS-PP-IDX)
           END-SEARCH.

       2400-REPORT-OUTCOME.
           MOVE PA-POLICY-ID TO DL-POLICY-ID
           MOVE PA-KEYED-BY TO DL-KEYED-BY
           STRING PA-KEYED-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  PA-KEYED-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  PA-KEYED-DATE(7:2) DELIMITED BY SIZE
             INTO DL-KEYED-DATE
           END-STRING
           STRING WS-LAST-PROMISE-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-LAST-PROMISE-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-LAST-PROMISE-DATE(7:2) DELIMITED BY SIZE
             INTO DL-LAST-PROMISE-DATE
           END-STRING
           MOVE WS-PROMISED-DUE TO DL-PROMISED-DUE
           MOVE WS-RECEIVED-AMOUNT TO DL-RECEIVED
           IF WS-OUTCOME-KEPT
               MOVE 'KEPT' TO DL-RESULT
               ADD 1 TO WS-KEPT-COUNT
               ADD WS-PROMISED-TOTAL TO WS-KEPT-AMOUNT
           ELSE
               MOVE 'BROKEN' TO DL-RESULT
               ADD 1 TO WS-BROKEN-COUNT
               COMPUTE WS-BROKEN-SHORTFALL = WS-BROKEN-SHORTFALL
                   + WS-PROMISED-DUE - WS-RECEIVED-AMOUNT
           END-IF
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       3000-END-PROCESS.
           MOVE WS-READ-COUNT TO TL-TOTAL-READ
           MOVE WS-KEPT-COUNT TO TL-TOTAL-KEPT
           MOVE WS-BROKEN-COUNT TO TL-TOTAL-BROKEN
           MOVE WS-LIVE-COUNT TO TL-TOTAL-LIVE
           MOVE WS-KEPT-AMOUNT TO TL-KEPT-AMOUNT
           MOVE WS-BROKEN-SHORTFALL TO TL-BROKEN-SHORTFALL

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           WRITE REPORT-LINE FROM TL-AMOUNT-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPAMON' TO LOG-MODULE
           STRING 'Promise-to-pay monitor ended. Kept: '
                  WS-KEPT-COUNT
                  ' Broken: ' WS-BROKEN-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE PROMISE-FILE
           CLOSE PAYMENT-HISTORY-FILE
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
                   MOVE 'INSPAMON' TO LOG-MODULE
                   STRING 'Prerequisite step INSPMUPD has not '
                          'completed this cycle - run refused'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSPAMON' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-GATE-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSPAMON.
