      ******************************************************************
      * Nightly Delinquency Snapshot Build Program
      * Function: Make one pass over POLICY-MASTER, the payment
      *           history (in policy order on its alternate key),
      *           the open late fees on FEEDUE (sorted to policy
      *           order) and the direct-debit mandates, and write
      *           the delinquency snapshot DLQSNAP - one record per
      *           policy, keyed by policy ID, carrying paid-to and
      *           next-due dates, days past due to the business
      *           date, the last forward payment, open fees and
      *           mandate status. INSARRLP, INSLFASS, INSDUNNG and
      *           INSAGPRD read the snapshot instead of each
      *           sweeping the master and history again. A control
      *           record (key LOW-VALUES) written last carries the
      *           business date and count/hash totals so every
      *           reader can prove it has tonight's snapshot, and
      *           all of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDLQSN.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSARRLP. The
      *              arrears, late-fee, dunning and production steps
      *              each swept the whole master, and INSARRLP held
      *              the entire payment history in a 50,000-entry
      *              table it searched for every policy.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT FEE-DUE-FILE ASSIGN TO EXTERNAL FEEDUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO EXTERNAL MANDATEFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MD-POLICY-ID
           FILE STATUS IS WS-MANDATE-FILE-STATUS.

           SELECT FEE-SORT-FILE ASSIGN TO DLQSORT.

           SELECT DELINQ-SNAPSHOT-FILE ASSIGN TO EXTERNAL DLQSNAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-POLICY-ID
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL DLQRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  FEE-DUE-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS FEE-DUE-RECORD.
       COPY FEEDUE.

       FD  MANDATE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS MANDATE-RECORD.
       COPY DDMANDAT.

      * Open late fees, one per assessed fee, in policy order.
       SD  FEE-SORT-FILE
           DATA RECORD IS FEE-SORT-RECORD.
       01  FEE-SORT-RECORD.
           05  SF-POLICY-ID            PIC X(10).
           05  SF-FEE-AMOUNT           PIC 9(5)V99.

       FD  DELINQ-SNAPSHOT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORDS ARE DELINQ-SNAPSHOT-RECORD
                            DELINQ-SNAPSHOT-CONTROL.
       COPY DLQSNAP.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-FEE-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-MANDATE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-SNAPSHOT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-POL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-POLICIES         VALUE 'Y'.
       01  WS-HIST-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-FEE-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-FEE-FILE         VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-SORTED-FEES      VALUE 'Y'.

      * No payment history or mandate file is a new installation -
      * nothing paid, nobody on direct debit - not a reason to stop.
       01  WS-HISTORY-OPEN-FLAG        PIC X VALUE 'N'.
           88  HISTORY-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-MANDATE-OPEN-FLAG        PIC X VALUE 'N'.
           88  MANDATE-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.
       01  WS-CLEAN-FLAG               PIC X VALUE 'Y'.
           88  RUN-IS-CLEAN            VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-BUILD-TIMESTAMP          PIC X(19) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-POLICY-COUNT         PIC 9(9) VALUE ZEROS.
           05  WS-INFORCE-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-PAST-DUE-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-CURRENT-COUNT        PIC 9(9) VALUE ZEROS.
           05  WS-NOT-MEASURED-COUNT   PIC 9(9) VALUE ZEROS.
           05  WS-WRITE-ERROR-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-POSTINGS-READ        PIC 9(9) VALUE ZEROS.
           05  WS-ORPHAN-POSTINGS      PIC 9(7) VALUE ZEROS.
           05  WS-FEES-RELEASED        PIC 9(7) VALUE ZEROS.
           05  WS-ORPHAN-FEES          PIC 9(7) VALUE ZEROS.
           05  WS-WITH-MANDATE         PIC 9(9) VALUE ZEROS.
           05  WS-DAYS-HASH            PIC 9(13) VALUE ZEROS.
           05  WS-PREMIUM-TOTAL        PIC 9(13)V99 VALUE ZEROS.

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
             'DELINQUENCY SNAPSHOT BUILD'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE
             'BUSINESS DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  TL-COUNT-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-LABEL                  PIC X(40).
          05 TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       01  TL-HASH-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-HASH-LABEL             PIC X(40).
          05 TL-HASH                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01  TL-AMOUNT-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-AMOUNT-LABEL           PIC X(40).
          05 TL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  TL-STATUS-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-STATUS-TEXT            PIC X(80).

      * Date calculation parameters
       COPY DATECALC.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-CHECK-SEQUENCE-GATE
           IF WS-SEQ-IS-BLOCKED
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
           SORT FEE-SORT-FILE
               ON ASCENDING KEY SF-POLICY-ID
               INPUT PROCEDURE IS 2000-RELEASE-FEES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-BUILD-SNAPSHOT
                   THRU 3000-EXIT
           PERFORM 4000-END-PROCESS
           IF RUN-IS-CLEAN
               MOVE 0 TO RETURN-CODE
               MOVE 'C' TO WS-CYC-FUNCTION
               PERFORM 0200-RECORD-STEP-EVENT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Measure to the cycle's business date when the control file
      * is present (advanced once per cycle by INSBDMNT); system
      * date otherwise. The readers check the snapshot against the
      * same date.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  ' '
                  WS-CURRENT-HOUR DELIMITED BY SIZE
                  ':'
                  WS-CURRENT-MINUTE DELIMITED BY SIZE
                  ':'
                  WS-CURRENT-SECOND DELIMITED BY SIZE
             INTO WS-BUILD-TIMESTAMP
           END-STRING

           MOVE 'INSDLQSN' TO LOG-MODULE
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-POLICY-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               STRING 'Policy master open failed, status '
                      WS-POLICY-FILE-STATUS
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1000-EXIT
           END-IF

      * The snapshot is rebuilt whole every night - yesterday's
      * records must not survive into tonight's.
           OPEN OUTPUT DELINQ-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               STRING 'Delinquency snapshot open failed, status '
                      WS-SNAPSHOT-FILE-STATUS
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               CLOSE POLICY-MASTER-FILE
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1000-EXIT
           END-IF

      * Payment history in policy order on the alternate key, so it
      * is merged against the master in step - one pass, no table.
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-FLAG
               MOVE LOW-VALUES TO PH-POLICY-ID
               START PAYMENT-HISTORY-FILE
                   KEY IS >= PH-POLICY-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-START
               IF NOT END-OF-HISTORY
                   PERFORM 1100-READ-HISTORY-FILE
               END-IF
           ELSE
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-IF

           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MANDATE-OPEN-FLAG
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
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           STRING 'Delinquency snapshot build started for '
                  WS-TODAY-DATE
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       1000-EXIT.
           EXIT.

       1100-READ-HISTORY-FILE.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POSTINGS-READ
           END-READ.

      ******************************************************************
      * Sort input: the fees still open on FEEDUE. Cancelled fees
      * (their installment's payment was reversed) are not owed.
      ******************************************************************
       2000-RELEASE-FEES.
           OPEN INPUT FEE-DUE-FILE
           IF WS-FEE-FILE-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-FEE-FILE
           PERFORM 2200-RELEASE-ONE-FEE
               UNTIL END-OF-FEE-FILE
           CLOSE FEE-DUE-FILE.

       2000-EXIT.
           EXIT.

       2100-READ-FEE-FILE.
           READ FEE-DUE-FILE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF-FLAG
           END-READ.

       2200-RELEASE-ONE-FEE.
           IF FE-FEE-ASSESSED
               MOVE FE-POLICY-ID TO SF-POLICY-ID
               MOVE FE-FEE-AMOUNT TO SF-FEE-AMOUNT
               RELEASE FEE-SORT-RECORD
               ADD 1 TO WS-FEES-RELEASED
           END-IF
           PERFORM 2100-READ-FEE-FILE.

      ******************************************************************
      * Sort output: sweep the master in policy order, merging the
      * history postings and sorted fees for each policy as it goes,
      * and write the policy's snapshot record.
      ******************************************************************
       3000-BUILD-SNAPSHOT.
           PERFORM 3100-RETURN-SORTED-FEE
           PERFORM 3200-READ-POLICY-MASTER
           PERFORM 3300-BUILD-ONE-POLICY
               UNTIL END-OF-POLICIES
      * Whatever is left belongs to no policy on the master.
           PERFORM 3520-SKIP-ORPHAN-FEE
               UNTIL END-OF-SORTED-FEES.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-FEE.
           RETURN FEE-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       3200-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POL-EOF-FLAG
           END-READ.

       3300-BUILD-ONE-POLICY.
           MOVE SPACES TO DELINQ-SNAPSHOT-RECORD
           MOVE PM-POLICY-ID TO DS-POLICY-ID
           MOVE PM-POLICY-STATUS TO DS-POLICY-STATUS
           MOVE PM-AGENT-ID TO DS-AGENT-ID
           MOVE PM-CLIENT-ID TO DS-CLIENT-ID
           MOVE PM-PRODUCT-CODE TO DS-PRODUCT-CODE
           MOVE PM-ISSUE-DATE TO DS-ISSUE-DATE
           MOVE PM-MODAL-PREMIUM TO DS-MODAL-PREMIUM
           MOVE PM-PAYMENT-FREQUENCY TO DS-PAYMENT-FREQUENCY
           MOVE PM-GRACE-PERIOD-DAYS TO DS-GRACE-PERIOD-DAYS
           MOVE PM-PAID-TO-DATE TO DS-PAID-TO-DATE
           MOVE PM-NEXT-DUE-DATE TO DS-NEXT-DUE-DATE
           MOVE ZEROS TO DS-DAYS-PAST-DUE
           MOVE ZEROS TO DS-LAST-PAYMENT-AMOUNT
           MOVE ZEROS TO DS-OPEN-FEE-COUNT
           MOVE ZEROS TO DS-OPEN-FEE-AMOUNT

      * History postings and fees for policies that sort ahead of
      * this one have no master record to go with.
           PERFORM 3420-SKIP-ORPHAN-POSTING
               UNTIL END-OF-HISTORY
                  OR PH-POLICY-ID NOT < PM-POLICY-ID
           PERFORM 3440-TAKE-POLICY-POSTING
               UNTIL END-OF-HISTORY
                  OR PH-POLICY-ID NOT = PM-POLICY-ID
           PERFORM 3520-SKIP-ORPHAN-FEE
               UNTIL END-OF-SORTED-FEES
                  OR SF-POLICY-ID NOT < PM-POLICY-ID
           PERFORM 3540-TAKE-POLICY-FEE
               UNTIL END-OF-SORTED-FEES
                  OR SF-POLICY-ID NOT = PM-POLICY-ID

           IF MANDATE-FILE-IS-OPEN
               MOVE PM-POLICY-ID TO MD-POLICY-ID
               READ MANDATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MD-MANDATE-STATUS TO DS-MANDATE-STATUS
                       ADD 1 TO WS-WITH-MANDATE
               END-READ
           END-IF

           PERFORM 3600-MEASURE-DELINQUENCY

           WRITE DELINQ-SNAPSHOT-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-POLICY-COUNT
                   ADD DS-MODAL-PREMIUM TO WS-PREMIUM-TOTAL
                   IF DS-PAST-DUE
                       ADD 1 TO WS-PAST-DUE-COUNT
                       ADD DS-DAYS-PAST-DUE TO WS-DAYS-HASH
                   END-IF
           END-WRITE

           PERFORM 3200-READ-POLICY-MASTER.

       3420-SKIP-ORPHAN-POSTING.
           ADD 1 TO WS-ORPHAN-POSTINGS
           PERFORM 1100-READ-HISTORY-FILE.

      * Latest forward payment wins; reversals and refunds don't
      * count as the policyholder paying.
       3440-TAKE-POLICY-POSTING.
           IF PH-TXN-IS-PAYMENT
              AND (DS-LAST-PAYMENT-DATE = SPACES OR
                   PH-PAYMENT-DATE NOT < DS-LAST-PAYMENT-DATE)
               MOVE PH-PAYMENT-DATE TO DS-LAST-PAYMENT-DATE
               MOVE PH-AMOUNT TO DS-LAST-PAYMENT-AMOUNT
           END-IF
           PERFORM 1100-READ-HISTORY-FILE.

       3520-SKIP-ORPHAN-FEE.
           ADD 1 TO WS-ORPHAN-FEES
           PERFORM 3100-RETURN-SORTED-FEE.

       3540-TAKE-POLICY-FEE.
           ADD 1 TO DS-OPEN-FEE-COUNT
           ADD SF-FEE-AMOUNT TO DS-OPEN-FEE-AMOUNT
           PERFORM 3100-RETURN-SORTED-FEE.

      * Same arrears arithmetic INSARRLP always used: from the
      * paid-to-date, or the first due date if nothing was ever
      * applied, to the business date - before grace, which each
      * reader applies for itself.
       3600-MEASURE-DELINQUENCY.
           MOVE 'N' TO DS-DELINQ-STATUS
           IF NOT PM-STATUS-ACTIVE
               ADD 1 TO WS-NOT-MEASURED-COUNT
           ELSE
               ADD 1 TO WS-INFORCE-COUNT
               IF PM-PAID-TO-DATE IS NUMERIC AND
                  PM-PAID-TO-DATE NOT = '00000000'
                   MOVE PM-PAID-TO-DATE TO DS-ARREARS-BASE-DATE
               ELSE
                   IF PM-NEXT-DUE-DATE IS NUMERIC AND
                      PM-NEXT-DUE-DATE NOT = '00000000'
                       MOVE PM-NEXT-DUE-DATE TO DS-ARREARS-BASE-DATE
                   END-IF
               END-IF
               IF DS-ARREARS-BASE-DATE NOT = SPACES
                   MOVE 'D' TO DC-FUNCTION-CODE
                   MOVE DS-ARREARS-BASE-DATE TO DC-BASE-DATE
                   MOVE WS-TODAY-DATE TO DC-TARGET-DATE
                   CALL 'DATECALC' USING DATE-CALC-PARAMS
                   IF DC-SUCCESS
                       MOVE DC-DAYS TO DS-DAYS-PAST-DUE
                       IF DS-DAYS-PAST-DUE > 0
                           MOVE 'D' TO DS-DELINQ-STATUS
                       ELSE
                           MOVE 'C' TO DS-DELINQ-STATUS
                           ADD 1 TO WS-CURRENT-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NOT-MEASURED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-NOT-MEASURED-COUNT
               END-IF
           END-IF.

       4000-END-PROCESS.
      * The control record goes on last - a snapshot that stopped
      * short has none, and every reader refuses it.
           IF WS-WRITE-ERROR-COUNT > 0
               MOVE 'N' TO WS-CLEAN-FLAG
           ELSE
               MOVE SPACES TO DELINQ-SNAPSHOT-CONTROL
               MOVE LOW-VALUES TO DS-CTL-KEY
               MOVE WS-TODAY-DATE TO DS-CTL-BUSINESS-DATE
               MOVE WS-BUILD-TIMESTAMP TO DS-CTL-BUILD-TIMESTAMP
               MOVE WS-POLICY-COUNT TO DS-CTL-POLICY-COUNT
               MOVE WS-INFORCE-COUNT TO DS-CTL-INFORCE-COUNT
               MOVE WS-PAST-DUE-COUNT TO DS-CTL-PAST-DUE-COUNT
               MOVE WS-DAYS-HASH TO DS-CTL-DAYS-HASH
               MOVE WS-PREMIUM-TOTAL TO DS-CTL-PREMIUM-TOTAL
               WRITE DELINQ-SNAPSHOT-CONTROL
                   INVALID KEY
                       MOVE 'N' TO WS-CLEAN-FLAG
               END-WRITE
           END-IF

           MOVE 'POLICY RECORDS WRITTEN' TO TL-LABEL
           MOVE WS-POLICY-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  IN FORCE' TO TL-LABEL
           MOVE WS-INFORCE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  PAST DUE' TO TL-LABEL
           MOVE WS-PAST-DUE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  CURRENT' TO TL-LABEL
           MOVE WS-CURRENT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  NOT MEASURED' TO TL-LABEL
           MOVE WS-NOT-MEASURED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  ON A DIRECT-DEBIT MANDATE' TO TL-LABEL
           MOVE WS-WITH-MANDATE TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'DAYS PAST DUE HASH' TO TL-HASH-LABEL
           MOVE WS-DAYS-HASH TO TL-HASH
           WRITE REPORT-LINE FROM TL-HASH-LINE
           MOVE 'MODAL PREMIUM TOTAL' TO TL-AMOUNT-LABEL
           MOVE WS-PREMIUM-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-AMOUNT-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'HISTORY POSTINGS READ' TO TL-LABEL
           MOVE WS-POSTINGS-READ TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  FOR NO POLICY ON THE MASTER' TO TL-LABEL
           MOVE WS-ORPHAN-POSTINGS TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'OPEN LATE FEES' TO TL-LABEL
           MOVE WS-FEES-RELEASED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  FOR NO POLICY ON THE MASTER' TO TL-LABEL
           MOVE WS-ORPHAN-FEES TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'SNAPSHOT WRITE FAILURES' TO TL-LABEL
           MOVE WS-WRITE-ERROR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           IF RUN-IS-CLEAN
               MOVE 'SNAPSHOT COMPLETE - CONTROL RECORD WRITTEN'
                 TO TL-STATUS-TEXT
           ELSE
               MOVE 'SNAPSHOT INCOMPLETE - NO CONTROL RECORD WRITTEN'
                 TO TL-STATUS-TEXT
           END-IF
           WRITE REPORT-LINE FROM TL-STATUS-LINE

           IF RUN-IS-CLEAN
               MOVE 'I' TO LOG-LEVEL
               STRING 'Delinquency snapshot built. Policies: '
                      WS-POLICY-COUNT
                      ' Past due: '
                      WS-PAST-DUE-COUNT
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
           ELSE
               MOVE 'E' TO LOG-LEVEL
               STRING 'Delinquency snapshot incomplete - write '
                      'failures: '
                      WS-WRITE-ERROR-COUNT
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
           END-IF
           MOVE 'INSDLQSN' TO LOG-MODULE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE POLICY-MASTER-FILE
           CLOSE DELINQ-SNAPSHOT-FILE
           IF HISTORY-FILE-IS-OPEN
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           IF MANDATE-FILE-IS-OPEN
               CLOSE MANDATE-FILE
           END-IF
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
                   MOVE 'INSDLQSN' TO LOG-MODULE
                   STRING 'Prerequisite step INSPMUPD has not '
                          'completed this cycle - run refused'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSDLQSN' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-GATE-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSDLQSN.
