      * Function: Levy the tariff's late fee on installments paid
      *           deep into the grace period. Driven off the same
      *           paid-to-date arithmetic as the INSARRLP arrears
      *           sweep, read from the nightly delinquency snapshot
      *           (DLQSNAP, INSDLQSN): once an active policy is more
      *           than the configured days-late threshold past its
      *           paid-to-date, a fee-due record is written
      *           alongside the overdue installment (keyed by the
      *           installment's due date, so one fee per
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Sweeps the delinquency snapshot (DLQSNAP) built by
      *              INSDLQSN instead of POLICYMASTER, taking days past
      *              the paid-to-date from it. The run refuses
      *              (condition code 8) a snapshot not built for
      *              today's business date, and ends with code 8 when
      *              its counts don't prove back to the snapshot's
      *              control totals.
      * 2026-10-15 : No fee is assessed on a policy under a live
      *              promise-to-pay arrangement (PROMISEFILE,
      *              INSPAMNT); the policy shows as held instead.
      * 2026-09-02 : Initial version.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-SNAPSHOT-FILE ASSIGN TO EXTERNAL DLQSNAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-POLICY-ID
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO EXTERNAL PROMISEFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PA-POLICY-ID
           FILE STATUS IS WS-PROMISE-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO EXTERNAL FEESCHED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELINQ-SNAPSHOT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORDS ARE DELINQ-SNAPSHOT-RECORD
                            DELINQ-SNAPSHOT-CONTROL.
       COPY DLQSNAP.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  PROMISE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PROMISE-ARRANGEMENT-RECORD.
       COPY PTPARR.

      * Fee schedule parameter record
      *   1-3   days-late threshold (days past paid-to-date)
      *   4-4   fee type: F=flat amount, P=percent of the modal
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-PROMISE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-SCHED-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-FEE-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
           88  END-OF-FEE-FILE         VALUE 'Y'.
       01  WS-HIST-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-POLICY-HISTORY   VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.

      * Fee schedule in effect - defaults apply when FEESCHED is
      * absent, so the step never silently assesses nothing for
           88  WS-REVERSAL-FOUND       VALUE 'Y'.
       01  WS-ASSESS-DATE-DASHED       PIC X(10) VALUE SPACES.

      * Live promise-to-pay arrangement on the current policy
      * (PROMISEFILE, keyed through INSPAMNT). No file means no
      * arrangements have ever been keyed.
       01  WS-PROMISE-OPEN-FLAG        PIC X VALUE 'N'.
           88  PROMISE-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ARRANGEMENT-FLAG         PIC X VALUE 'N'.
           88  WS-ARRANGEMENT-IS-LIVE  VALUE 'Y'.

      * The fee-due file, loaded whole and rewritten at end of run
      * (the DUNTRACK old/new convention): carried fees can be
      * cancelled, new assessments appended.
           05  WS-ASSESSED-AMOUNT      PIC 9(9)V99 VALUE ZEROS.
           05  WS-CANCELLED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-CARRIED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZEROS.

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

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'FEES LEVIED: '.
          05 TL-ASSESSED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'HELD (PTP):'.
          05 TL-TOTAL-HELD             PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS THRU 1000-EXIT
           IF RUN-IS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-SWEEP-POLICIES THRU 2000-EXIT
               UNTIL END-OF-POLICIES
           PERFORM 2500-CANCEL-REVERSED-FEES
               VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > WS-FEE-COUNT
           PERFORM 3000-END-PROCESS
           IF NOT SNAPSHOT-IS-PROVEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           PERFORM 1050-CHECK-SNAPSHOT THRU 1050-EXIT
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-FEE-SCHEDULE
           PERFORM 1200-LOAD-FEE-DUE-FILE

           OPEN INPUT PAYMENT-HISTORY-FILE
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PROMISE-OPEN-FLAG
           END-IF
           OPEN OUTPUT REPORT-FILE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
           MOVE 'Late-fee assessment started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 2100-READ-SNAPSHOT.

       1000-EXIT.
           EXIT.

       1050-CHECK-SNAPSHOT.
      * The snapshot must have finished building (its control record
      * is written last) and be for the date this run processes as.
           OPEN INPUT DELINQ-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSLFASS' TO LOG-MODULE
               STRING 'Delinquency snapshot open failed, status '
                      WS-SNAPSHOT-FILE-STATUS
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1050-EXIT
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
               MOVE 'INSLFASS' TO LOG-MODULE
               STRING 'Delinquency snapshot is not complete for '
                      WS-TODAY-DATE
                      ' - run INSDLQSN first; run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               CLOSE DELINQ-SNAPSHOT-FILE
               GO TO 1050-EXIT
           END-IF
           MOVE DS-CTL-POLICY-COUNT TO WS-CTL-POLICY-COUNT
           MOVE DS-CTL-DAYS-HASH TO WS-CTL-DAYS-HASH
           MOVE DS-CTL-PREMIUM-TOTAL TO WS-CTL-PREMIUM-TOTAL.

       1050-EXIT.
           EXIT.

       1100-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
      * ever applied). The fee threshold bites inside the grace
      * period - that is the point of it - where the lapse sweep
      * only fires once grace has run out.
           IF NOT DS-STATUS-ACTIVE
               GO TO 2000-EXIT
           END-IF
           IF DS-PAID-TO-DATE NOT NUMERIC OR
              DS-PAID-TO-DATE = '00000000' OR
              DS-MODAL-PREMIUM = 0
               GO TO 2000-EXIT
           END-IF

      * With a paid-to-date on file the snapshot measured from it.
           IF DS-NOT-MEASURED
               GO TO 2000-EXIT
           END-IF
           MOVE DS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE
           IF WS-DAYS-PAST-DUE <= WS-DAYS-THRESHOLD
               GO TO 2000-EXIT
           END-IF
               GO TO 2000-EXIT
           END-IF

      * No fee while a promise-to-pay arrangement is live; a broken
      * promise puts the policy back under the fee schedule.
           PERFORM 2250-CHECK-ARRANGEMENT
           IF WS-ARRANGEMENT-IS-LIVE
               ADD 1 TO WS-HELD-COUNT
               MOVE DS-POLICY-ID TO DL-POLICY-ID
               STRING DS-NEXT-DUE-DATE(1:4) DELIMITED BY SIZE
                      '-'
                      DS-NEXT-DUE-DATE(5:2) DELIMITED BY SIZE
                      '-'
                      DS-NEXT-DUE-DATE(7:2) DELIMITED BY SIZE
                 INTO DL-DUE-DATE
               END-STRING
               MOVE WS-DAYS-PAST-DUE TO DL-DAYS-LATE
               MOVE ZEROS TO DL-FEE-AMOUNT
               MOVE 'PTP - HELD' TO DL-ACTION
               WRITE REPORT-LINE FROM DL-DETAIL-LINE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2300-ASSESS-FEE.

       2000-EXIT.
           PERFORM 2100-READ-SNAPSHOT.

       2100-READ-SNAPSHOT.
      * The keyed read of the control record left the file positioned
      * on the first policy record after it.
           READ DELINQ-SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POLICIES-READ
                   ADD 1 TO WS-SNAP-POLICY-COUNT
                   ADD DS-MODAL-PREMIUM TO WS-SNAP-PREMIUM-TOTAL
                   IF DS-PAST-DUE
                       ADD DS-DAYS-PAST-DUE TO WS-SNAP-DAYS-HASH
                   END-IF
           END-READ.

       2200-CHECK-FEE-ON-FILE.
               SEARCH WS-FEE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FE-POLICY-ID(WS-FE-IDX) = DS-POLICY-ID
                    AND WS-FE-DUE-DATE(WS-FE-IDX) =
                        DS-NEXT-DUE-DATE
                       MOVE 'Y' TO WS-ALREADY-FLAG
               END-SEARCH
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

       2300-ASSESS-FEE.
           IF WS-FEE-TYPE = 'P'
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   DS-MODAL-PREMIUM * WS-FEE-PERCENT / 100
           ELSE
               MOVE WS-FLAT-AMOUNT TO WS-FEE-AMOUNT
           END-IF

           IF WS-FEE-COUNT < 20000
               ADD 1 TO WS-FEE-COUNT
               MOVE DS-POLICY-ID
                 TO WS-FE-POLICY-ID(WS-FEE-COUNT)
               MOVE DS-NEXT-DUE-DATE
                 TO WS-FE-DUE-DATE(WS-FEE-COUNT)
               MOVE WS-FEE-AMOUNT
                 TO WS-FE-AMOUNT(WS-FEE-COUNT)
               ADD 1 TO WS-ASSESSED-COUNT
               ADD WS-FEE-AMOUNT TO WS-ASSESSED-AMOUNT

               MOVE DS-POLICY-ID TO DL-POLICY-ID
               STRING DS-NEXT-DUE-DATE(1:4) DELIMITED BY SIZE
                      '-'
                      DS-NEXT-DUE-DATE(5:2) DELIMITED BY SIZE
                      '-'
                      DS-NEXT-DUE-DATE(7:2) DELIMITED BY SIZE
                 INTO DL-DUE-DATE
               END-STRING
               MOVE WS-DAYS-PAST-DUE TO DL-DAYS-LATE
           MOVE WS-CANCELLED-COUNT TO TL-TOTAL-CANCELLED
           MOVE WS-CARRIED-COUNT TO TL-TOTAL-CARRIED
           MOVE WS-ASSESSED-AMOUNT TO TL-ASSESSED-AMOUNT
           MOVE WS-HELD-COUNT TO TL-TOTAL-HELD

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 3200-PROVE-SNAPSHOT

           CLOSE DELINQ-SNAPSHOT-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE REPORT-FILE
           IF PROMISE-FILE-IS-OPEN
               CLOSE PROMISE-FILE
           END-IF.

       3100-WRITE-FEE-RECORD.
           MOVE WS-FE-POLICY-ID(WS-FE-IDX) TO FE-POLICY-ID
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

       3200-PROVE-SNAPSHOT.
      * What this run read must add back to what INSDLQSN wrote -
      * otherwise the snapshot changed or was cut short under us.
           IF WS-SNAP-POLICY-COUNT NOT = WS-CTL-POLICY-COUNT OR
              WS-SNAP-DAYS-HASH NOT = WS-CTL-DAYS-HASH OR
              WS-SNAP-PREMIUM-TOTAL NOT = WS-CTL-PREMIUM-TOTAL
               MOVE 'N' TO WS-PROOF-FLAG
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSLFASS' TO LOG-MODULE
               STRING 'Delinquency snapshot out of balance - read '
                      WS-SNAP-POLICY-COUNT
                      ' control '
                      WS-CTL-POLICY-COUNT
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.

       END PROGRAM INSLFASS.
