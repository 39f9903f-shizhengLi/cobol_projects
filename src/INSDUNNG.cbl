      ******************************************************************
      * Dunning Notice Generation Program
      * Function: Produce a notice extract per delinquent policy
      *           on the nightly delinquency snapshot (DLQSNAP,
      *           INSDLQSN) with escalating severity keyed off how
      *           deep into the grace period the policy is - first
      *           reminder once the due date passes, second reminder
      *           past half the grace days, final lapse warning past
      *           the full grace period. A tracking file records the
      *           level each policy has already received, so a
      *           rerun neither sends the same letter twice nor
      *           skips a level, and a policy that comes current
      *           starts over at level one next time. A client
      *           whose address is marked undeliverable (returned
      *           mail) is sent nothing; the notice that would have
      *           gone is listed on ADDRSUPP for address research
      *           and the level is not advanced, so escalation
      *           resumes once the address is corrected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDUNNG.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : Sweeps the delinquency snapshot (DLQSNAP) built by
      *              INSDLQSN instead of POLICYMASTER; days overdue
      *              come from it rather than a date calculation per
      *              policy. The run refuses (condition code 8) a
      *              snapshot not built for today's business date, and
      *              ends with code 8 when its counts don't prove back
      *              to the snapshot's control totals.
      * 2026-10-15 : Hold notices for clients whose address is
      *              undeliverable (CLIENTMASTER); list them on
      *              ADDRSUPP and keep the tracking level.
      * 2026-10-15 : A policy under a live promise-to-pay arrangement
      *              (PROMISEFILE, INSPAMNT) gets no notice; its
      *              tracking level is kept, so escalation resumes
      *              where it stopped once INSPAMON finds the
      *              promise broken.
      * 2026-09-02 : The run now checks its night-cycle prerequisite
      *              at init through INSCYCST and refuses with
      *              condition code 10 when run out of order, and

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

           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT ADDR-SUPPRESS-FILE ASSIGN TO EXTERNAL ADDRSUPP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

           SELECT DUN-TRACK-FILE ASSIGN TO EXTERNAL DUNTRACK
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

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTMS.

       FD  ADDR-SUPPRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ADDR-SUPPRESS-RECORD.
       COPY ADDRSUPP.

       FD  DUN-TRACK-FILE
           RECORD CONTAINS 19 CHARACTERS
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-PROMISE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SUPPRESS-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-TRACK-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.
       01  WS-TRACK-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-TRACKING         VALUE 'Y'.

           05  WS-LEVEL-1-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-LEVEL-2-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-LEVEL-3-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-UNDELIVERABLE-COUNT  PIC 9(7) VALUE ZEROS.

      * Notice-level tracking, one entry per policy currently in the
      * dunning cycle. Loaded from DUNTRACK at startup, updated as
               10  WS-TK-DATE          PIC X(08).
               10  WS-TK-STILL-OPEN    PIC X(01).

      * Live promise-to-pay arrangement on the current policy
      * (PROMISEFILE, keyed through INSPAMNT). No file means no
      * arrangements have ever been keyed.
       01  WS-PROMISE-OPEN-FLAG        PIC X VALUE 'N'.
           88  PROMISE-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-ARRANGEMENT-FLAG         PIC X VALUE 'N'.
           88  WS-ARRANGEMENT-IS-LIVE  VALUE 'Y'.

      * Returned mail - the policy's client is marked undeliverable
      * on CLIENTMASTER (INSRTMIN).
       01  WS-CLIENT-OPEN-FLAG         PIC X VALUE 'N'.
           88  CLIENT-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-UNDELIVERABLE-FLAG       PIC X VALUE 'N'.
           88  WS-CLIENT-UNDELIVERABLE VALUE 'Y'.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-SEQ-BLOCKED-FLAG         PIC X VALUE 'N'.
           88  WS-SEQ-IS-BLOCKED       VALUE 'Y'.

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
              10 WS-CURRENT-YEAR       PIC 9(4).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(05) VALUE 'L3: '.
          05 TL-LEVEL-3                PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'HELD (PTP):'.
          05 TL-TOTAL-HELD             PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(25) VALUE
             'HELD - UNDELIVERABLE:    '.
          05 TL-TOTAL-UNDELIVERABLE    PIC ZZZ,ZZ9.

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

           PERFORM 1050-CHECK-SNAPSHOT THRU 1050-EXIT
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-TRACKING

           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PROMISE-OPEN-FLAG
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CLIENT-OPEN-FLAG
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ADDR-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS = '35'
               OPEN OUTPUT ADDR-SUPPRESS-FILE
           END-IF

           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
           MOVE 'Dunning notice generation started' TO LOG-MESSAGE
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
               MOVE 'INSDUNNG' TO LOG-MODULE
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
               MOVE 'INSDUNNG' TO LOG-MODULE
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

       1100-LOAD-TRACKING.
      * Every entry starts marked not-still-open; a policy found
           END-READ.

       2000-PROCESS-DATA.
           IF DS-STATUS-ACTIVE
               PERFORM 2200-CHECK-DELINQUENCY THRU 2200-EXIT
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

       2200-CHECK-DELINQUENCY.
      * Days overdue run from the paid-to-date (or the first due
      * date when nothing was ever applied), the same basis as the
      * INSARRLP arrears sweep - measured once, by INSDLQSN.
           IF DS-NOT-MEASURED
               GO TO 2200-EXIT
           END-IF
           MOVE DS-ARREARS-BASE-DATE TO WS-BASE-DATE
           MOVE DS-DAYS-PAST-DUE TO WS-DAYS-OVERDUE

           IF WS-DAYS-OVERDUE <= 0
               GO TO 2200-EXIT

           ADD 1 TO WS-DELINQUENT-COUNT

      * A live promise-to-pay arrangement defers dunning; the level
      * already reached is kept, so a broken promise picks the
      * escalation up where it left off.
           PERFORM 2250-CHECK-ARRANGEMENT
           IF WS-ARRANGEMENT-IS-LIVE
               PERFORM 2260-HOLD-FOR-ARRANGEMENT
               GO TO 2200-EXIT
           END-IF

      * Escalation: level 1 once the due date passes, level 2 past
      * half the grace days, level 3 (final lapse warning) past the
      * full grace period.
           COMPUTE WS-HALF-GRACE = DS-GRACE-PERIOD-DAYS / 2
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE > DS-GRACE-PERIOD-DAYS
                   MOVE 3 TO WS-TARGET-LEVEL
               WHEN WS-DAYS-OVERDUE > WS-HALF-GRACE
                   MOVE 2 TO WS-TARGET-LEVEL
       2200-EXIT.
           EXIT.

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

       2260-HOLD-FOR-ARRANGEMENT.
           ADD 1 TO WS-HELD-COUNT
           IF WS-TRACK-COUNT > 0
               SET WS-TK-IDX TO 1
               SEARCH WS-TRACK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TK-POLICY-ID(WS-TK-IDX) = DS-POLICY-ID
                       MOVE 'Y' TO WS-TK-STILL-OPEN(WS-TK-IDX)
               END-SEARCH
           END-IF

           MOVE DS-POLICY-ID TO DL-POLICY-ID
           MOVE WS-DAYS-OVERDUE TO DL-DAYS-OVERDUE
           MOVE 0 TO DL-LEVEL
           MOVE 'PTP - HELD' TO DL-NOTICE-TYPE
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2280-CHECK-CLIENT-ADDRESS.
           MOVE 'N' TO WS-UNDELIVERABLE-FLAG
           IF CLIENT-FILE-IS-OPEN AND DS-CLIENT-ID NOT = SPACES
               MOVE DS-CLIENT-ID TO CL-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-MAIL-UNDELIVERABLE
                           MOVE 'Y' TO WS-UNDELIVERABLE-FLAG
                       END-IF
               END-READ
           END-IF.

       2290-HOLD-UNDELIVERABLE.
      * The level is not recorded - the same notice is due again
      * each night until the address is corrected.
           ADD 1 TO WS-UNDELIVERABLE-COUNT
           INITIALIZE ADDR-SUPPRESS-RECORD
           MOVE WS-TODAY-DATE TO AS-SUPPRESS-DATE
           MOVE 'INSDUNNG' TO AS-PROGRAM
           MOVE 'DN' TO AS-DOC-TYPE
           MOVE CL-CLIENT-ID TO AS-CLIENT-ID
           MOVE DS-POLICY-ID TO AS-POLICY-ID
           EVALUATE WS-SEND-LEVEL
               WHEN 1
                   MOVE 'FIRST REMINDER' TO AS-DESCRIPTION
               WHEN 2
                   MOVE 'SECOND REMINDER' TO AS-DESCRIPTION
               WHEN OTHER
                   MOVE 'FINAL LAPSE WARN' TO AS-DESCRIPTION
           END-EVALUATE
           MOVE DS-MODAL-PREMIUM TO AS-AMOUNT
           WRITE ADDR-SUPPRESS-RECORD

           MOVE DS-POLICY-ID TO DL-POLICY-ID
           MOVE WS-DAYS-OVERDUE TO DL-DAYS-OVERDUE
           MOVE WS-SEND-LEVEL TO DL-LEVEL
           MOVE 'UNDELIVERABLE' TO DL-NOTICE-TYPE
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2300-ESCALATE-NOTICE.
      * One escalation step per run: the notice sent is one level
      * above whatever the tracking file already recorded, capped
               SEARCH WS-TRACK-ENTRY
                   AT END
                       PERFORM 2350-NEW-TRACK-ENTRY
                   WHEN WS-TK-POLICY-ID(WS-TK-IDX) = DS-POLICY-ID
                       MOVE WS-TK-LEVEL(WS-TK-IDX)
                         TO WS-RECORDED-LEVEL
                       MOVE 'Y' TO WS-TK-STILL-OPEN(WS-TK-IDX)

           IF WS-TARGET-LEVEL > WS-RECORDED-LEVEL
               COMPUTE WS-SEND-LEVEL = WS-RECORDED-LEVEL + 1
               PERFORM 2280-CHECK-CLIENT-ADDRESS
               IF WS-CLIENT-UNDELIVERABLE
                   PERFORM 2290-HOLD-UNDELIVERABLE
               ELSE
                   PERFORM 2400-WRITE-NOTICE
                   PERFORM 2450-RECORD-NOTICE-LEVEL
               END-IF
           END-IF.

       2350-NEW-TRACK-ENTRY.
           IF WS-TRACK-COUNT < 50000
               ADD 1 TO WS-TRACK-COUNT
               MOVE DS-POLICY-ID TO WS-TK-POLICY-ID(WS-TRACK-COUNT)
               MOVE 0 TO WS-TK-LEVEL(WS-TRACK-COUNT)
               MOVE SPACES TO WS-TK-DATE(WS-TRACK-COUNT)
               MOVE 'Y' TO WS-TK-STILL-OPEN(WS-TRACK-COUNT)

       2400-WRITE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE DS-POLICY-ID TO NT-POLICY-ID
           MOVE DS-AGENT-ID TO NT-AGENT-ID
           MOVE WS-SEND-LEVEL TO NT-NOTICE-LEVEL
           EVALUATE WS-SEND-LEVEL
               WHEN 1
           MOVE WS-TODAY-DATE TO NT-NOTICE-DATE
           WRITE NOTICE-RECORD

           MOVE DS-POLICY-ID TO DL-POLICY-ID
           MOVE WS-DAYS-OVERDUE TO DL-DAYS-OVERDUE
           MOVE WS-SEND-LEVEL TO DL-LEVEL
           MOVE NT-NOTICE-TYPE TO DL-NOTICE-TYPE
           MOVE WS-LEVEL-1-COUNT TO TL-LEVEL-1
           MOVE WS-LEVEL-2-COUNT TO TL-LEVEL-2
           MOVE WS-LEVEL-3-COUNT TO TL-LEVEL-3
           MOVE WS-HELD-COUNT TO TL-TOTAL-HELD

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE WS-UNDELIVERABLE-COUNT TO TL-TOTAL-UNDELIVERABLE
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSDUNNG' TO LOG-MODULE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 3200-PROVE-SNAPSHOT

           CLOSE DELINQ-SNAPSHOT-FILE
           CLOSE NOTICE-FILE
           IF PROMISE-FILE-IS-OPEN
               CLOSE PROMISE-FILE
           END-IF
           IF CLIENT-FILE-IS-OPEN
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE ADDR-SUPPRESS-FILE
           CLOSE REPORT-FILE.

       3100-WRITE-TRACK-ENTRY.
           END-IF.


       3200-PROVE-SNAPSHOT.
      * What this run read must add back to what INSDLQSN wrote -
      * otherwise the snapshot changed or was cut short under us.
           IF WS-SNAP-POLICY-COUNT NOT = WS-CTL-POLICY-COUNT OR
              WS-SNAP-DAYS-HASH NOT = WS-CTL-DAYS-HASH OR
              WS-SNAP-PREMIUM-TOTAL NOT = WS-CTL-PREMIUM-TOTAL
               MOVE 'N' TO WS-PROOF-FLAG
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSDUNNG' TO LOG-MODULE
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
      * completed this cycle (or is still in flight). An
