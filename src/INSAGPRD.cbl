      *           followed by a ranking summary by premium
      *           collected. Sales management has been asking for
      *           this every month-end and getting three file
      *           dumps. Production then rolls up the agent
      *           hierarchy - by unit (nearest unit manager up the
      *           line) and by branch (nearest branch manager).
      *           The book is read from the nightly delinquency
      *           snapshot (DLQSNAP, INSDLQSN), not the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSAGPRD.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Book counts come from a sweep of the delinquency
      *              snapshot (DLQSNAP) built by INSDLQSN, and each
      *              period posting resolves its agent and product by
      *              a keyed snapshot read, instead of POLICYMASTER.
      *              The run refuses (condition code 8) a snapshot
      *              not built for today's business date, and ends
      *              with code 8 when its counts don't prove back to
      *              the snapshot's control totals.
      * 2026-10-15 : Added the production-by-unit and production-by-
      *              branch rollups, walking each agent's upline on
      *              AGENT-MASTER to the nearest unit and branch
      *              manager. Agents with no such manager above
      *              them roll up under *NONE.
      * 2026-09-02 : Type '03' cancellation refunds now subtract
      *              from premium collected (per agent and per
      *              product) instead of counting as payments.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-SNAPSHOT-FILE ASSIGN TO EXTERNAL DLQSNAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DS-POLICY-ID
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD  DELINQ-SNAPSHOT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORDS ARE DELINQ-SNAPSHOT-RECORD
                            DELINQ-SNAPSHOT-CONTROL.
       COPY DLQSNAP.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SNAPSHOT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS      PIC XX VALUE SPACES.
           88  END-OF-POLICIES         VALUE 'Y'.
       01  WS-HIST-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.

       01  WS-REPORT-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-REPORT-PERIOD-TEXT       PIC X(6) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.

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

       01  WS-WORK-AGENT-ID            PIC X(08) VALUE SPACES.
       01  WS-PERSIST-BASE             PIC 9(8) VALUE ZEROS.

      * Per-agent production accumulators, built in two passes:
      * the snapshot sweep fills the book counts, then the
      * history sweep adds the period's collected premium.
       01  WS-AGENT-TABLE.
           05  WS-AGENT-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-SW-PREMIUM           PIC S9(11)V99.
           05  WS-SW-PERSISTENCY       PIC 9(3)V9.

      * Hierarchy rollup - one entry per unit ('U') or branch ('B')
      * manager, keyed by level and manager ID.
       01  WS-ROLLUP-TABLE.
           05  WS-ROLLUP-COUNT         PIC 9(4) VALUE ZEROS.
           05  WS-ROLLUP-ENTRY         OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-ROLLUP-COUNT
                                       INDEXED BY WS-RL-IDX.
               10  WS-RL-LEVEL         PIC X(01).
               10  WS-RL-MANAGER-ID    PIC X(08).
               10  WS-RL-AGENTS        PIC 9(5).
               10  WS-RL-ACTIVE        PIC 9(7).
               10  WS-RL-LAPSED        PIC 9(7).
               10  WS-RL-NEW-BUSINESS  PIC 9(7).
               10  WS-RL-PERIOD-LAPSES PIC 9(7).
               10  WS-RL-PREMIUM       PIC S9(11)V99.
       01  WS-ROLL-LEVEL               PIC X(01) VALUE SPACES.
       01  WS-ROLL-MANAGER-ID          PIC X(08) VALUE SPACES.
       01  WS-UNIT-MANAGER-ID          PIC X(08) VALUE SPACES.
       01  WS-BRANCH-MANAGER-ID        PIC X(08) VALUE SPACES.
       01  WS-WALK-AGENT-ID            PIC X(08) VALUE SPACES.
       01  WS-WALK-DEPTH               PIC 9(2) VALUE ZEROS.
       01  WS-ROLL-PERSISTENCY         PIC 9(3)V9 VALUE ZEROS.

      * Premium collected by product over the period's postings.
       01  WS-PRODUCT-TABLE.
           05  WS-PROD-COUNT           PIC 9(3) VALUE ZEROS.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 PS-PREMIUM                PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  RU-UNIT-HEADING.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'PRODUCTION BY UNIT'.

       01  RU-BRANCH-HEADING.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'PRODUCTION BY BRANCH'.

       01  RU-COLUMN-HEADING.
          05 FILLER                    PIC X(08) VALUE 'MANAGER'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'NAME'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE ' AGENTS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE ' ACTIVE'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE ' LAPSED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'NEW BUS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'PLAPSES'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             'PREMIUM COLLECTED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'PERSIST%'.

       01  RU-ROLLUP-LINE.
          05 RU-MANAGER-ID             PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RU-MANAGER-NAME           PIC X(20).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RU-AGENTS                 PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RU-ACTIVE                 PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RU-LAPSED                 PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RU-NEW-BUSINESS           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RU-PERIOD-LAPSES          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 RU-PREMIUM                PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 RU-PERSISTENCY            PIC ZZ9.9.

       01  RK-RANK-HEADING.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS THRU 1000-EXIT
           IF RUN-IS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-SWEEP-POLICIES UNTIL END-OF-POLICIES
           PERFORM 2500-SWEEP-HISTORY UNTIL END-OF-HISTORY
           PERFORM 3000-END-PROCESS
           IF NOT SNAPSHOT-IS-PROVEN
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
      * Report period defaults to the business-date year/month
      * (cycle date control file when present, system date
      * otherwise), with the usual operator override.
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-PERIOD
           ELSE
               STRING WS-CURRENT-YEAR
               MOVE WS-REPORT-PERIOD-TEXT TO WS-REPORT-PERIOD
           END-IF

           PERFORM 1050-CHECK-SNAPSHOT THRU 1050-EXIT
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 2100-READ-SNAPSHOT
           IF NOT END-OF-HISTORY
               PERFORM 2600-READ-HISTORY-FILE
           END-IF.

       1000-EXIT.
           EXIT.

       1050-CHECK-SNAPSHOT.
      * The snapshot must have finished building (its control record
      * is written last) and be for the date this run processes as.
           OPEN INPUT DELINQ-SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSAGPRD' TO LOG-MODULE
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
               MOVE 'INSAGPRD' TO LOG-MODULE
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

       2000-SWEEP-POLICIES.
           MOVE DS-AGENT-ID TO WS-WORK-AGENT-ID
           PERFORM 2200-FIND-AGENT-ENTRY

           EVALUATE TRUE
               WHEN DS-STATUS-ACTIVE
                   ADD 1 TO WS-AG-ACTIVE(WS-AG-IDX)
               WHEN DS-STATUS-LAPSED
                   ADD 1 TO WS-AG-LAPSED(WS-AG-IDX)
      * A lapsed policy whose paid-to-date falls in the report
      * period is counted as a period lapse - the arrears sweep
      * lapses a policy once its paid-to-date plus grace runs out,
      * so this is the closest the book alone can answer.
                   IF DS-PAID-TO-DATE(1:6) = WS-REPORT-PERIOD
                       ADD 1 TO WS-AG-PERIOD-LAPSES(WS-AG-IDX)
                   END-IF
               WHEN DS-STATUS-CANCELLED
                   ADD 1 TO WS-AG-CANCELLED(WS-AG-IDX)
               WHEN OTHER
                   ADD 1 TO WS-AG-OTHER(WS-AG-IDX)
           END-EVALUATE

           IF DS-ISSUE-DATE(1:6) = WS-REPORT-PERIOD
               ADD 1 TO WS-AG-NEW-BUSINESS(WS-AG-IDX)
           END-IF

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

       2200-FIND-AGENT-ENTRY.
      * to the agent through the policy the payment posted against.
           IF PH-ACCOUNTING-PERIOD = WS-REPORT-PERIOD
               ADD 1 TO WS-PERIOD-POSTINGS
               MOVE PH-POLICY-ID TO DS-POLICY-ID
               READ DELINQ-SNAPSHOT-FILE
                   KEY IS DS-POLICY-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SNAPSHOT-FILE-STATUS = '00'
                   MOVE DS-AGENT-ID TO WS-WORK-AGENT-ID
                   MOVE DS-PRODUCT-CODE TO WS-WORK-PRODUCT-CODE
               ELSE
                   MOVE '*UNKNOWN' TO WS-WORK-AGENT-ID
                   MOVE '????' TO WS-WORK-PRODUCT-CODE
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PROD-COUNT

      * Hierarchy rollups - every agent line counted once under its
      * unit and once under its branch.
           PERFORM 3500-ROLL-UP-AGENT
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGENT-COUNT

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM RU-UNIT-HEADING
           WRITE REPORT-LINE FROM RU-COLUMN-HEADING
           MOVE 'U' TO WS-ROLL-LEVEL
           PERFORM 3700-WRITE-ROLLUP-LINE
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-ROLLUP-COUNT

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM RU-BRANCH-HEADING
           WRITE REPORT-LINE FROM RU-COLUMN-HEADING
           MOVE 'B' TO WS-ROLL-LEVEL
           PERFORM 3700-WRITE-ROLLUP-LINE
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-ROLLUP-COUNT

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM RK-RANK-HEADING
           MOVE ZEROS TO WS-RANK
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 3800-PROVE-SNAPSHOT

           CLOSE DELINQ-SNAPSHOT-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE AGENT-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE
           MOVE WS-AG-PREMIUM(WS-AG-IDX) TO RK-PREMIUM
           WRITE REPORT-LINE FROM RK-RANK-LINE.

       3500-ROLL-UP-AGENT.
      * Walk up from the agent itself (a manager's own book counts
      * in their own unit) to the nearest unit manager and the
      * nearest branch manager; ten levels is deeper than the
      * hierarchy maintenance allows.
           MOVE SPACES TO WS-UNIT-MANAGER-ID
                          WS-BRANCH-MANAGER-ID
           MOVE WS-AG-AGENT-ID(WS-AG-IDX) TO WS-WALK-AGENT-ID
           MOVE ZEROS TO WS-WALK-DEPTH
           PERFORM 3550-WALK-ONE-LEVEL
               UNTIL WS-WALK-AGENT-ID = SPACES
                  OR WS-WALK-DEPTH > 10

           IF WS-UNIT-MANAGER-ID = SPACES
               MOVE '*NONE' TO WS-UNIT-MANAGER-ID
           END-IF
           IF WS-BRANCH-MANAGER-ID = SPACES
               MOVE '*NONE' TO WS-BRANCH-MANAGER-ID
           END-IF

           MOVE 'U' TO WS-ROLL-LEVEL
           MOVE WS-UNIT-MANAGER-ID TO WS-ROLL-MANAGER-ID
           PERFORM 3600-ADD-TO-ROLLUP
           MOVE 'B' TO WS-ROLL-LEVEL
           MOVE WS-BRANCH-MANAGER-ID TO WS-ROLL-MANAGER-ID
           PERFORM 3600-ADD-TO-ROLLUP.

       3550-WALK-ONE-LEVEL.
           ADD 1 TO WS-WALK-DEPTH
           MOVE WS-WALK-AGENT-ID TO AG-AGENT-ID
           READ AGENT-MASTER-FILE
               KEY IS AG-AGENT-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-AGENT-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-WALK-AGENT-ID
           ELSE
               IF AG-ROLE-UNIT-MANAGER AND
                  WS-UNIT-MANAGER-ID = SPACES
                   MOVE AG-AGENT-ID TO WS-UNIT-MANAGER-ID
               END-IF
      * The branch manager is the top of the line that matters here.
               IF AG-ROLE-BRANCH-MANAGER
                   MOVE AG-AGENT-ID TO WS-BRANCH-MANAGER-ID
                   MOVE SPACES TO WS-WALK-AGENT-ID
               ELSE
                   MOVE AG-UPLINE-AGENT-ID TO WS-WALK-AGENT-ID
               END-IF
           END-IF.

       3600-ADD-TO-ROLLUP.
           SET WS-RL-IDX TO 1
           IF WS-ROLLUP-COUNT > 0
               SEARCH WS-ROLLUP-ENTRY
                   AT END
                       PERFORM 3650-NEW-ROLLUP-ENTRY
                   WHEN WS-RL-LEVEL(WS-RL-IDX) = WS-ROLL-LEVEL AND
                        WS-RL-MANAGER-ID(WS-RL-IDX) =
                        WS-ROLL-MANAGER-ID
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 3650-NEW-ROLLUP-ENTRY
           END-IF
           ADD 1 TO WS-RL-AGENTS(WS-RL-IDX)
           ADD WS-AG-ACTIVE(WS-AG-IDX) TO WS-RL-ACTIVE(WS-RL-IDX)
           ADD WS-AG-LAPSED(WS-AG-IDX) TO WS-RL-LAPSED(WS-RL-IDX)
           ADD WS-AG-NEW-BUSINESS(WS-AG-IDX)
             TO WS-RL-NEW-BUSINESS(WS-RL-IDX)
           ADD WS-AG-PERIOD-LAPSES(WS-AG-IDX)
             TO WS-RL-PERIOD-LAPSES(WS-RL-IDX)
           ADD WS-AG-PREMIUM(WS-AG-IDX) TO WS-RL-PREMIUM(WS-RL-IDX).

       3650-NEW-ROLLUP-ENTRY.
           IF WS-ROLLUP-COUNT < 2000
               ADD 1 TO WS-ROLLUP-COUNT
               MOVE WS-ROLL-LEVEL TO WS-RL-LEVEL(WS-ROLLUP-COUNT)
               MOVE WS-ROLL-MANAGER-ID
                 TO WS-RL-MANAGER-ID(WS-ROLLUP-COUNT)
               MOVE ZEROS TO WS-RL-AGENTS(WS-ROLLUP-COUNT)
                             WS-RL-ACTIVE(WS-ROLLUP-COUNT)
                             WS-RL-LAPSED(WS-ROLLUP-COUNT)
                             WS-RL-NEW-BUSINESS(WS-ROLLUP-COUNT)
                             WS-RL-PERIOD-LAPSES(WS-ROLLUP-COUNT)
                             WS-RL-PREMIUM(WS-ROLLUP-COUNT)
               SET WS-RL-IDX TO WS-ROLLUP-COUNT
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSAGPRD' TO LOG-MODULE
               MOVE 'Rollup table full - unit/branch totals incomplete'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               SET WS-RL-IDX TO 1
           END-IF.

       3700-WRITE-ROLLUP-LINE.
           IF WS-RL-LEVEL(WS-RL-IDX) = WS-ROLL-LEVEL
               MOVE WS-RL-MANAGER-ID(WS-RL-IDX) TO RU-MANAGER-ID
               IF WS-RL-MANAGER-ID(WS-RL-IDX) = '*NONE'
                   MOVE '(NO MANAGER)' TO RU-MANAGER-NAME
               ELSE
                   MOVE SPACES TO AG-AGENT-NAME
                   MOVE WS-RL-MANAGER-ID(WS-RL-IDX) TO AG-AGENT-ID
                   READ AGENT-MASTER-FILE
                       KEY IS AG-AGENT-ID
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO AG-AGENT-NAME
                   END-READ
                   MOVE AG-AGENT-NAME(1:20) TO RU-MANAGER-NAME
               END-IF
               MOVE WS-RL-AGENTS(WS-RL-IDX) TO RU-AGENTS
               MOVE WS-RL-ACTIVE(WS-RL-IDX) TO RU-ACTIVE
               MOVE WS-RL-LAPSED(WS-RL-IDX) TO RU-LAPSED
               MOVE WS-RL-NEW-BUSINESS(WS-RL-IDX) TO RU-NEW-BUSINESS
               MOVE WS-RL-PERIOD-LAPSES(WS-RL-IDX)
                 TO RU-PERIOD-LAPSES
               MOVE WS-RL-PREMIUM(WS-RL-IDX) TO RU-PREMIUM
               COMPUTE WS-PERSIST-BASE = WS-RL-ACTIVE(WS-RL-IDX)
                                         + WS-RL-LAPSED(WS-RL-IDX)
               IF WS-PERSIST-BASE > 0
                   COMPUTE WS-ROLL-PERSISTENCY ROUNDED =
                       WS-RL-ACTIVE(WS-RL-IDX) * 100
                       / WS-PERSIST-BASE
               ELSE
                   MOVE ZEROS TO WS-ROLL-PERSISTENCY
               END-IF
               MOVE WS-ROLL-PERSISTENCY TO RU-PERSISTENCY
               WRITE REPORT-LINE FROM RU-ROLLUP-LINE
           END-IF.

       3800-PROVE-SNAPSHOT.
      * What this run read must add back to what INSDLQSN wrote -
      * otherwise the snapshot changed or was cut short under us.
           IF WS-SNAP-POLICY-COUNT NOT = WS-CTL-POLICY-COUNT OR
              WS-SNAP-DAYS-HASH NOT = WS-CTL-DAYS-HASH OR
              WS-SNAP-PREMIUM-TOTAL NOT = WS-CTL-PREMIUM-TOTAL
               MOVE 'N' TO WS-PROOF-FLAG
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSAGPRD' TO LOG-MODULE
               STRING 'Delinquency snapshot out of balance - read '
                      WS-SNAP-POLICY-COUNT
                      ' control '
                      WS-CTL-POLICY-COUNT
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.

       END PROGRAM INSAGPRD.
