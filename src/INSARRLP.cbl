      ******************************************************************
      * Arrears Detection and Automatic Lapse Batch Program
      * Function: Sweep the nightly delinquency snapshot (DLQSNAP,
      *           built by INSDLQSN) for active policies whose
      *           paid-to-date plus grace period has passed, produce
      *           an arrears aging report (last payment as carried
      *           on the snapshot), and generate DE lapse
      *           transactions in POLMNTIN format for INSPOLMNT to
      *           apply - so a policy that stops paying is lapsed by
      *           the nightly cycle instead of waiting for someone
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : Reads the delinquency snapshot (DLQSNAP) built by
      *              INSDLQSN instead of sweeping POLICYMASTER and
      *              loading PAYHISTORY into a 50,000-entry table -
      *              days past due and the last payment come ready
      *              made. The run refuses (condition code 8) a
      *              snapshot not built for today's business date, and
      *              ends with code 8 when its own counts don't prove
      *              back to the snapshot's control totals. The cycle
      *              prerequisite is now INSDLQSN.
      * 2026-10-15 : Policies under a live promise-to-pay arrangement
      *              (PROMISEFILE, INSPAMNT) still show on the aging
      *              report but no lapse transaction is cut for them
      *              until INSPAMON finds the promise broken.
      * 2026-09-02 : Lapse transactions widened 76 -> 80 to match
      *              the POLMNTIN layout's new product-code
      *              positions (left blank - a DE carries none).

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-SNAPSHOT-FILE ASSIGN TO EXTERNAL DLQSNAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-POLICY-ID
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO EXTERNAL PROMISEFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PA-POLICY-ID
           FILE STATUS IS WS-PROMISE-FILE-STATUS.

           SELECT LAPSE-TRAN-FILE ASSIGN TO EXTERNAL ARRTRNOUT
           ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  DELINQ-SNAPSHOT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORDS ARE DELINQ-SNAPSHOT-RECORD
                            DELINQ-SNAPSHOT-CONTROL.
       COPY DLQSNAP.

       FD  PROMISE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PROMISE-ARRANGEMENT-RECORD.
       COPY PTPARR.

       FD  LAPSE-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-PROMISE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-ARREARS-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-LAPSE-TRAN-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-1-30          PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-31-60         PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-61-90         PIC 9(7) VALUE ZEROS.
           05  WS-BUCKET-OVER-90       PIC 9(7) VALUE ZEROS.

      * Control totals off the snapshot's control record, and the
      * same totals counted back from the records this run read.
       01  WS-SNAPSHOT-CONTROL.
           05  WS-CTL-POLICY-COUNT     PIC 9(9) VALUE ZEROS.
           05  WS-CTL-DAYS-HASH        PIC 9(13) VALUE ZEROS.
           05  WS-CTL-PREMIUM-TOTAL    PIC 9(13)V99 VALUE ZEROS.
       01  WS-SNAPSHOT-TOTALS.
           05  WS-SNAP-POLICY-COUNT    PIC 9(9) VALUE ZEROS.
           05  WS-SNAP-DAYS-HASH       PIC 9(13) VALUE ZEROS.
           05  WS-SNAP-PREMIUM-TOTAL   PIC 9(13)V99 VALUE ZEROS.
       01  WS-PROOF-FLAG               PIC X VALUE 'Y'.
           88  SNAPSHOT-IS-PROVEN      VALUE 'Y'.

      * Live promise-to-pay arrangement on the current policy
      * (PROMISEFILE, keyed through INSPAMNT). No file means no
      * arrangements have ever been keyed.
       01  WS-PROMISE-OPEN-FLAG        PIC X VALUE 'N'.
           88  PROMISE-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ARRANGEMENT-FLAG         PIC X VALUE 'N'.
           88  WS-ARRANGEMENT-IS-LIVE  VALUE 'Y'.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
          05 FILLER                    PIC X(08) VALUE 'O/D DAYS'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'BUCKET'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'ACTION'.

       01  DL-DETAIL-LINE.
          05 DL-POLICY-ID              PIC X(10).
          05 DL-DAYS-OVERDUE           PIC ZZ,ZZ9.
          05 FILLER                    PIC X(7) VALUE SPACES.
          05 DL-BUCKET                 PIC X(06).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-ACTION                 PIC X(12).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'LAPSES CUT:'.
          05 TL-TOTAL-LAPSES           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'HELD (PTP):'.
          05 TL-TOTAL-HELD             PIC ZZZ,ZZ9.

       01  BL-BUCKET-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'OVER90:'.
          05 BL-BUCKET-OVER-90         PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.

               MOVE 10 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INIT-PROCESS THRU 1000-EXIT
           IF RUN-IS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           PERFORM 2000-PROCESS-DATA UNTIL END-OF-FILE
           PERFORM 3000-END-PROCESS
           IF SNAPSHOT-IS-PROVEN
               MOVE 'C' TO WS-CYC-FUNCTION
               PERFORM 0200-RECORD-STEP-EVENT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           PERFORM 1100-CHECK-SNAPSHOT THRU 1100-EXIT
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PROMISE-OPEN-FLAG
           END-IF
           OPEN OUTPUT LAPSE-TRAN-FILE
           OPEN OUTPUT REPORT-FILE

           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
           MOVE 'Arrears sweep started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 2100-READ-SNAPSHOT.

       1000-EXIT.
           EXIT.

       1100-CHECK-SNAPSHOT.
      * The snapshot must have finished building (its control record
      * is written last) and be for the date this run processes as.
           OPEN INPUT DELINQ-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSARRLP' TO LOG-MODULE
               STRING 'Delinquency snapshot open failed, status '
                      WS-SNAPSHOT-FILE-STATUS
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1100-EXIT
           END-IF
           MOVE LOW-VALUES TO DS-POLICY-ID
           READ DELINQ-SNAPSHOT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REFUSED-FLAG
           END-READ
           IF NOT RUN-IS-REFUSED AND
              DS-CTL-BUSINESS-DATE NOT = WS-TODAY-DATE
               MOVE 'Y' TO WS-REFUSED-FLAG
           END-IF
           IF RUN-IS-REFUSED
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSARRLP' TO LOG-MODULE
               STRING 'Delinquency snapshot is not complete for '
                      WS-TODAY-DATE
                      ' - run INSDLQSN first; run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               CLOSE DELINQ-SNAPSHOT-FILE
               GO TO 1100-EXIT
           END-IF
           MOVE DS-CTL-POLICY-COUNT TO WS-CTL-POLICY-COUNT
           MOVE DS-CTL-DAYS-HASH TO WS-CTL-DAYS-HASH
           MOVE DS-CTL-PREMIUM-TOTAL TO WS-CTL-PREMIUM-TOTAL.

       1100-EXIT.
           EXIT.

       2000-PROCESS-DATA.
      * A policy is in arrears when it is active, has billing set
      * up, and today is past its paid-to-date (or its first due
      * date, if nothing was ever applied) plus the grace period.
           IF DS-STATUS-ACTIVE
               PERFORM 2200-CHECK-ARREARS
           END-IF
           PERFORM 2100-READ-SNAPSHOT.

       2100-READ-SNAPSHOT.
      * The keyed read of the control record left the file positioned
      * on the first policy record after it.
           READ DELINQ-SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-SNAP-POLICY-COUNT
                   ADD DS-MODAL-PREMIUM TO WS-SNAP-PREMIUM-TOTAL
                   IF DS-PAST-DUE
                       ADD DS-DAYS-PAST-DUE TO WS-SNAP-DAYS-HASH
                   END-IF
           END-READ.

       2200-CHECK-ARREARS.
      * The snapshot measured the days from the paid-to-date (or the
      * first due date) to the business date; a policy with no
      * billing set up has nothing to measure arrears against.
           IF NOT DS-NOT-MEASURED
               MOVE DS-ARREARS-BASE-DATE TO WS-BASE-DATE
               COMPUTE WS-DAYS-OVERDUE =
                   DS-DAYS-PAST-DUE - DS-GRACE-PERIOD-DAYS
               IF WS-DAYS-OVERDUE > 0
                   PERFORM 2250-CHECK-ARRANGEMENT
                   PERFORM 2300-REPORT-ARREARS
      * A live promise-to-pay arrangement holds the lapse back;
      * INSPAMON releases the policy if the promise is broken.
                   IF WS-ARRANGEMENT-IS-LIVE
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM 2400-WRITE-LAPSE-TRAN
                   END-IF
               END-IF
           END-IF.

       2250-CHECK-ARRANGEMENT.
           MOVE 'N' TO WS-ARRANGEMENT-FLAG
           IF PROMISE-FILE-IS-OPEN
               MOVE DS-POLICY-ID TO PA-POLICY-ID
               READ PROMISE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-STATUS-LIVE
                           MOVE 'Y' TO WS-ARRANGEMENT-FLAG
                       END-IF
               END-READ
           END-IF.

       2300-REPORT-ARREARS.
           ADD 1 TO WS-ARREARS-COUNT

           MOVE DS-POLICY-ID TO DL-POLICY-ID
           MOVE DS-AGENT-ID TO DL-AGENT-ID
           STRING WS-BASE-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-BASE-DATE(5:2) DELIMITED BY SIZE
             INTO DL-PAID-TO
           END-STRING

           MOVE DS-LAST-PAYMENT-DATE TO WS-LAST-PAYMENT-DATE
           IF WS-LAST-PAYMENT-DATE = SPACES
               MOVE 'NONE' TO DL-LAST-PAYMENT
           ELSE
                   ADD 1 TO WS-BUCKET-OVER-90
           END-EVALUATE

           IF WS-ARRANGEMENT-IS-LIVE
               MOVE 'PTP - HELD' TO DL-ACTION
           ELSE
               MOVE 'LAPSE CUT' TO DL-ACTION
           END-IF

           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2400-WRITE-LAPSE-TRAN.
      * Cut a DE transaction in POLMNTIN format so tonight's
      * INSPOLVD reports as 101 LAPSED on the next payment attempt.
           MOVE SPACES TO LAPSE-TRAN-RECORD
           MOVE 'DE' TO LAPSE-TRAN-RECORD(1:2)
           MOVE DS-POLICY-ID TO LAPSE-TRAN-RECORD(3:10)
           MOVE 'L' TO LAPSE-TRAN-RECORD(13:1)
           WRITE LAPSE-TRAN-RECORD
           ADD 1 TO WS-LAPSE-TRAN-COUNT.
           MOVE WS-READ-COUNT TO TL-TOTAL-READ
           MOVE WS-ARREARS-COUNT TO TL-TOTAL-ARREARS
           MOVE WS-LAPSE-TRAN-COUNT TO TL-TOTAL-LAPSES
           MOVE WS-HELD-COUNT TO TL-TOTAL-HELD
           MOVE WS-BUCKET-1-30 TO BL-BUCKET-1-30
           MOVE WS-BUCKET-31-60 TO BL-BUCKET-31-60
           MOVE WS-BUCKET-61-90 TO BL-BUCKET-61-90
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 3100-PROVE-SNAPSHOT

           CLOSE DELINQ-SNAPSHOT-FILE
           CLOSE LAPSE-TRAN-FILE
           IF PROMISE-FILE-IS-OPEN
               CLOSE PROMISE-FILE
           END-IF
           CLOSE REPORT-FILE.

       3100-PROVE-SNAPSHOT.
      * What this run read must add back to what INSDLQSN wrote -
      * otherwise the snapshot changed or was cut short under us.
           IF WS-SNAP-POLICY-COUNT NOT = WS-CTL-POLICY-COUNT OR
              WS-SNAP-DAYS-HASH NOT = WS-CTL-DAYS-HASH OR
              WS-SNAP-PREMIUM-TOTAL NOT = WS-CTL-PREMIUM-TOTAL
               MOVE 'N' TO WS-PROOF-FLAG
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSARRLP' TO LOG-MODULE
               STRING 'Delinquency snapshot out of balance - read '
                      WS-SNAP-POLICY-COUNT
                      ' control '
                      WS-CTL-POLICY-COUNT
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.


       0100-CHECK-SEQUENCE-GATE.
      * Refuse to start while the prerequisite step has not
           IF WS-CYC-BYPASS-TEXT NOT = 'Y' AND
              WS-CYC-BYPASS-TEXT NOT = 'y'
               MOVE 'P' TO WS-CYC-FUNCTION
               MOVE 'INSDLQSN' TO WS-CYC-STEP
               CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                      WS-GATE-DATE
                                      WS-CYC-STEP
                   MOVE 'Y' TO WS-SEQ-BLOCKED-FLAG
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSARRLP' TO LOG-MODULE
                   STRING 'Prerequisite step INSDLQSN has not '
                          'completed this cycle - run refused'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
