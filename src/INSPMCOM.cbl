       DATE-WRITTEN. 2025-08-09.

      * Modification History
      * 2026-10-15 : The agent's rate now comes from the commission
      *              schedule (COMMSCHED, maintained by INSCSMNT
      *              under maker-checker) by product, commission tier
      *              and policy year - first-year and renewal rates
      *              differ by contract. The row in effect on the
      *              payment date wins; a product with no rows uses
      *              the house rows ('****'). The agent's override
      *              rate still comes first, and the flat tier rates
      *              remain only for a payment the schedule cannot
      *              rate. CM-COMMISSION-RATE carries the rate used.
      * 2026-10-15 : Manager overrides - after the writing agent's
      *              record, one override record (type 'O') is
      *              written for each manager up the agent's
      *              hierarchy, at the manager's own override rate
      *              or the role's standard rate (unit 1.0%, branch
      *              0.5%), with the same reversal/refund sign. The
      *              record grows to 63 bytes: commission type,
      *              earning agent and override level.
      * 2026-09-02 : A type '03' cancellation refund now credits
      *              back commission on the refunded slice, the same
      *              negation path as a reversal.
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO EXTERNAL COMMSCHED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-RECORD.
       COPY COMMREC.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  SCHEDULE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS COMMISSION-SCHEDULE-RECORD.
       COPY COMMSCHD.

       WORKING-STORAGE SECTION.
       01  WS-COMM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-SCHED-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-SCHED-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-SCHEDULE-FILE    VALUE 'Y'.
       01  WS-FILE-OPENED              PIC X VALUE 'N'.
           88  COMMISSION-FILE-IS-OPEN VALUE 'Y'.

       01  WS-AGENT-FOUND-FLAG         PIC X VALUE 'N'.
           88  WS-AGENT-WAS-FOUND      VALUE 'Y'.

      * The commission schedule, loaded once on the first call. No
      * file just means every agent is rated at the flat tier rate.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-SCHED-ENTRY          OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-SCHED-COUNT
                                       INDEXED BY WS-CS-IDX.
               10  WS-CS-PRODUCT       PIC X(04).
               10  WS-CS-TIER          PIC X(01).
               10  WS-CS-POLICY-YEAR   PIC 9(02).
               10  WS-CS-EFF-DATE      PIC X(08).
               10  WS-CS-RATE          PIC 9V999.

      * Policy year of the payment - 1 until the first anniversary
      * of PM-ISSUE-DATE, 2 from then, and so on.
       01  WS-ISSUE-DATE-WORK          PIC X(08) VALUE SPACES.
       01  WS-ISSUE-DATE-PARTS REDEFINES WS-ISSUE-DATE-WORK.
           05  WS-ISSUE-YYYY           PIC 9(04).
           05  WS-ISSUE-MMDD           PIC 9(04).
       01  WS-PAY-DATE-WORK            PIC X(08) VALUE SPACES.
       01  WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE-WORK.
           05  WS-PAY-YYYY             PIC 9(04).
           05  WS-PAY-MMDD             PIC 9(04).
       01  WS-POLICY-YEAR-CALC         PIC S9(4) VALUE ZEROS.
       01  WS-POLICY-YEAR              PIC 9(02) VALUE ZEROS.
       01  WS-SCHED-PRODUCT            PIC X(04) VALUE SPACES.
       01  WS-BEST-SCHED-KEY           PIC X(10) VALUE SPACES.
       01  WS-ENTRY-SCHED-KEY.
           05  WS-ENTRY-KEY-YEAR       PIC 9(02).
           05  WS-ENTRY-KEY-EFF-DATE   PIC X(08).
       01  WS-SCHED-RATE               PIC 9V999 VALUE ZEROS.
       01  WS-SCHED-FOUND-FLAG         PIC X VALUE 'N'.
           88  WS-SCHED-WAS-FOUND      VALUE 'Y'.

      * Manager override walk - up the writing agent's hierarchy,
      * five levels at most so a damaged chain cannot loop.
       01  WS-WRITING-AGENT-ID         PIC X(08) VALUE SPACES.
       01  WS-UPLINE-AGENT-ID          PIC X(08) VALUE SPACES.
       01  WS-OVERRIDE-LEVEL           PIC 9(1) VALUE ZEROS.
       01  WS-OVERRIDE-RATE            PIC 9V999 VALUE ZEROS.
       01  WS-SIGN-FLAG                PIC X VALUE 'N'.
           88  WS-CREDIT-BACK          VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-PAYMENT-RECORD.
           05  LS-POLICY-ID            PIC X(10).
               END-IF
               OPEN INPUT POLICY-MASTER-FILE
               OPEN INPUT AGENT-MASTER-FILE
               PERFORM 0100-LOAD-SCHEDULE-TABLE
               MOVE 'Y' TO WS-FILE-OPENED
           END-IF

           PERFORM 1000-DETERMINE-COMMISSION-RATE

           MOVE SPACES               TO COMMISSION-RECORD
           MOVE LS-POLICY-ID         TO CM-POLICY-ID
           MOVE LS-PAYMENT-ID        TO CM-PAYMENT-ID
           MOVE LS-PAYMENT-METHOD    TO CM-PAYMENT-METHOD
      * payment rather than paying it again; a cancellation refund
      * credits back the commission on the refunded slice only,
      * since LS-AMOUNT is the refund amount.
           MOVE 'N' TO WS-SIGN-FLAG
           IF LS-TXN-IS-REVERSAL OR LS-TXN-IS-REFUND
               MOVE 'Y' TO WS-SIGN-FLAG
               COMPUTE CM-COMMISSION-AMOUNT =
                   0 - CM-COMMISSION-AMOUNT
           END-IF

           MOVE 'W' TO CM-COMMISSION-TYPE
           MOVE WS-WRITING-AGENT-ID TO CM-EARNING-AGENT-ID
           WRITE COMMISSION-RECORD

           IF WS-COMM-FILE-STATUS = '00'
               MOVE 9 TO LS-SQLCODE
           END-IF

      * Overrides ride on the writing agent's production - none when
      * the agent could not be resolved.
           IF WS-AGENT-WAS-FOUND
               MOVE ZEROS TO WS-OVERRIDE-LEVEL
               PERFORM 2000-WRITE-MANAGER-OVERRIDE
                   UNTIL WS-UPLINE-AGENT-ID = SPACES
                      OR WS-OVERRIDE-LEVEL >= 5
           END-IF

           GOBACK.

       0100-LOAD-SCHEDULE-TABLE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = '00'
               PERFORM 0150-READ-SCHEDULE-FILE
               PERFORM 0120-LOAD-ONE-ENTRY
                   UNTIL END-OF-SCHEDULE-FILE
                      OR WS-SCHED-COUNT >= 5000
               CLOSE SCHEDULE-FILE
           END-IF.

       0120-LOAD-ONE-ENTRY.
           ADD 1 TO WS-SCHED-COUNT
           MOVE CS-PRODUCT-CODE TO WS-CS-PRODUCT(WS-SCHED-COUNT)
           MOVE CS-COMMISSION-TIER TO WS-CS-TIER(WS-SCHED-COUNT)
           MOVE CS-POLICY-YEAR TO WS-CS-POLICY-YEAR(WS-SCHED-COUNT)
           MOVE CS-EFFECTIVE-DATE TO WS-CS-EFF-DATE(WS-SCHED-COUNT)
           MOVE CS-COMMISSION-RATE TO WS-CS-RATE(WS-SCHED-COUNT)
           PERFORM 0150-READ-SCHEDULE-FILE.

       0150-READ-SCHEDULE-FILE.
           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG
           END-READ.

       1000-DETERMINE-COMMISSION-RATE.
      * Resolve the payment's policy to its agent and use that
      * agent's own rate: the per-agent override when one is set,
      * otherwise the schedule rate for the policy's product, the
      * agent's tier and the policy year, and the flat tier rate
      * when the schedule has nothing to say. A terminated agent
      * earns no new commission (rate zero - a reversal against
      * such an agent also carries zero rather than guessing at
      * the original rate). Only when the policy or agent cannot be
      * resolved at all does the old flat method schedule apply.
      * File status is checked rather than INVALID KEY alone, since
      * INVALID KEY does not cover a master that failed to open.
           MOVE 'N' TO WS-AGENT-FOUND-FLAG
           MOVE SPACES TO WS-WRITING-AGENT-ID
                          WS-UPLINE-AGENT-ID
           MOVE LS-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               END-READ
               IF WS-AGENT-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-AGENT-FOUND-FLAG
                   MOVE AG-AGENT-ID TO WS-WRITING-AGENT-ID
                   MOVE AG-UPLINE-AGENT-ID TO WS-UPLINE-AGENT-ID
               END-IF
           END-IF

                       MOVE ZEROS TO WS-COMMISSION-RATE
                   WHEN AG-OVERRIDE-RATE > 0
                       MOVE AG-OVERRIDE-RATE TO WS-COMMISSION-RATE
                   WHEN OTHER
                       PERFORM 1200-LOOK-UP-SCHEDULE-RATE
                          THRU 1200-EXIT
                       IF WS-SCHED-WAS-FOUND
                           MOVE WS-SCHED-RATE TO WS-COMMISSION-RATE
                       ELSE
                           PERFORM 1050-FLAT-TIER-RATE
                       END-IF
               END-EVALUATE
           ELSE
               PERFORM 1100-FALLBACK-RATE-BY-METHOD
           END-IF.

       1050-FLAT-TIER-RATE.
      * The original flat rates by tier, for a payment the schedule
      * cannot rate (no row for the product or the house, or no
      * usable issue date to age the policy by).
           EVALUATE TRUE
               WHEN AG-TIER-STANDARD
                   MOVE 0.050 TO WS-COMMISSION-RATE
               WHEN AG-TIER-SENIOR
                   MOVE 0.040 TO WS-COMMISSION-RATE
               WHEN AG-TIER-BROKER
                   MOVE 0.030 TO WS-COMMISSION-RATE
               WHEN OTHER
                   PERFORM 1100-FALLBACK-RATE-BY-METHOD
           END-EVALUATE.

       1100-FALLBACK-RATE-BY-METHOD.
      * The original flat schedule by payment method code - mirrors
      * the codes INSPMUPD's 2000-PROCESS-DATA already decodes into
                   MOVE ZEROS TO WS-COMMISSION-RATE
           END-EVALUATE.

       1200-LOOK-UP-SCHEDULE-RATE.
      * Age the policy at the payment date, then take the row for
      * the policy's product and the agent's tier with the highest
      * starting policy year not past this one, latest effective
      * date not after the payment - the house rows when the
      * product has none. The policy record is still in the buffer
      * from the agent resolution.
           MOVE 'N' TO WS-SCHED-FOUND-FLAG
           MOVE PM-ISSUE-DATE TO WS-ISSUE-DATE-WORK
           MOVE LS-PAYMENT-DATE TO WS-PAY-DATE-WORK
           IF WS-SCHED-COUNT = 0
              OR WS-ISSUE-DATE-WORK IS NOT NUMERIC
              OR WS-PAY-DATE-WORK IS NOT NUMERIC
               GO TO 1200-EXIT
           END-IF

           COMPUTE WS-POLICY-YEAR-CALC = WS-PAY-YYYY - WS-ISSUE-YYYY
           IF WS-PAY-MMDD < WS-ISSUE-MMDD
               SUBTRACT 1 FROM WS-POLICY-YEAR-CALC
           END-IF
           ADD 1 TO WS-POLICY-YEAR-CALC
           EVALUATE TRUE
               WHEN WS-POLICY-YEAR-CALC < 1
                   MOVE 1 TO WS-POLICY-YEAR
               WHEN WS-POLICY-YEAR-CALC > 99
                   MOVE 99 TO WS-POLICY-YEAR
               WHEN OTHER
                   MOVE WS-POLICY-YEAR-CALC TO WS-POLICY-YEAR
           END-EVALUATE

           MOVE PM-PRODUCT-CODE TO WS-SCHED-PRODUCT
           PERFORM 1250-SCAN-SCHEDULE
           IF NOT WS-SCHED-WAS-FOUND
               MOVE '****' TO WS-SCHED-PRODUCT
               PERFORM 1250-SCAN-SCHEDULE
           END-IF.

       1200-EXIT.
           EXIT.

       1250-SCAN-SCHEDULE.
           MOVE SPACES TO WS-BEST-SCHED-KEY
           PERFORM 1260-CHECK-SCHEDULE-ENTRY
               VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-SCHED-COUNT.

       1260-CHECK-SCHEDULE-ENTRY.
           IF WS-CS-PRODUCT(WS-CS-IDX) = WS-SCHED-PRODUCT AND
              WS-CS-TIER(WS-CS-IDX) = AG-COMMISSION-TIER AND
              WS-CS-POLICY-YEAR(WS-CS-IDX) <= WS-POLICY-YEAR AND
              WS-CS-EFF-DATE(WS-CS-IDX) <= LS-PAYMENT-DATE
               MOVE WS-CS-POLICY-YEAR(WS-CS-IDX) TO WS-ENTRY-KEY-YEAR
               MOVE WS-CS-EFF-DATE(WS-CS-IDX)
                 TO WS-ENTRY-KEY-EFF-DATE
               IF WS-ENTRY-SCHED-KEY > WS-BEST-SCHED-KEY
                   MOVE WS-ENTRY-SCHED-KEY TO WS-BEST-SCHED-KEY
                   MOVE WS-CS-RATE(WS-CS-IDX) TO WS-SCHED-RATE
                   MOVE 'Y' TO WS-SCHED-FOUND-FLAG
               END-IF
           END-IF.

       2000-WRITE-MANAGER-OVERRIDE.
      * One level up: the manager's own override rate when set,
      * otherwise the standard rate for the manager's role. A
      * terminated manager earns nothing but the walk carries on -
      * the level above still manages the team.
           ADD 1 TO WS-OVERRIDE-LEVEL
           MOVE WS-UPLINE-AGENT-ID TO AG-AGENT-ID
           READ AGENT-MASTER-FILE
               KEY IS AG-AGENT-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-AGENT-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-UPLINE-AGENT-ID
           ELSE
               EVALUATE TRUE
                   WHEN AG-STATUS-TERMINATED
                       MOVE ZEROS TO WS-OVERRIDE-RATE
                   WHEN AG-MGR-OVERRIDE-RATE IS NUMERIC AND
                        AG-MGR-OVERRIDE-RATE > 0
                       MOVE AG-MGR-OVERRIDE-RATE TO WS-OVERRIDE-RATE
                   WHEN AG-ROLE-UNIT-MANAGER
                       MOVE 0.010 TO WS-OVERRIDE-RATE
                   WHEN AG-ROLE-BRANCH-MANAGER
                       MOVE 0.005 TO WS-OVERRIDE-RATE
                   WHEN OTHER
                       MOVE ZEROS TO WS-OVERRIDE-RATE
               END-EVALUATE
               IF WS-OVERRIDE-RATE > 0
                   MOVE 'O' TO CM-COMMISSION-TYPE
                   MOVE AG-AGENT-ID TO CM-EARNING-AGENT-ID
                   MOVE WS-OVERRIDE-LEVEL TO CM-OVERRIDE-LEVEL
                   MOVE WS-OVERRIDE-RATE TO CM-COMMISSION-RATE
                   COMPUTE CM-COMMISSION-AMOUNT ROUNDED =
                       LS-AMOUNT * WS-OVERRIDE-RATE
                   IF WS-CREDIT-BACK
                       COMPUTE CM-COMMISSION-AMOUNT =
                           0 - CM-COMMISSION-AMOUNT
                   END-IF
                   WRITE COMMISSION-RECORD
                   IF WS-COMM-FILE-STATUS NOT = '00'
                       MOVE 9 TO LS-SQLCODE
                   END-IF
               END-IF
               MOVE AG-UPLINE-AGENT-ID TO WS-UPLINE-AGENT-ID
           END-IF.

       END PROGRAM INSPMCOM.
