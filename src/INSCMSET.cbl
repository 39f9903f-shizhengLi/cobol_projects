       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : Commission is held - carried forward, not paid -
      *              for an agent whose license expiry on AGENT-
      *              MASTER is before the business date. A held
      *              record (or any other unpaid commission of an
      *              already-settled period) is released into the
      *              current settlement once the license is renewed.
      *              Held and released counts on a new balance line.
      * 2026-10-15 : Manager overrides (commission type 'O') settle
      *              to the earning manager named on the record
      *              instead of the policy's agent, shown in their
      *              own statement section and included in the
      *              manager's net. Their clawbacks take the same
      *              route; the clawback register now carries the
      *              commission type (61 bytes) so an override and
      *              the writing agent's commission on the same
      *              payment are each recovered once. Commission and
      *              carry-forward records are 63 bytes.
      * 2026-09-02 : A settled-period clawback record already on the
      *              clawback register now RETIRES (own counter and
      *              balance line) instead of being carried forward
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO EXTERNAL AGENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT SETTLE-REGISTER-FILE ASSIGN TO EXTERNAL CMSETREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-RECORD.
       COPY COMMREC.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  SETTLE-REGISTER-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS SETTLE-REGISTER-RECORD.
           05  SR-NET-AMOUNT           PIC S9(11)V99.

       FD  CLAWBACK-REGISTER-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS CLAWBACK-REGISTER-RECORD.
       01  CLAWBACK-REGISTER-RECORD.
           05  CW-PAYMENT-ID           PIC X(12).
           05  CW-AGENT-ID             PIC X(08).
           05  CW-AMOUNT               PIC S9(7)V99.
           05  CW-TIMESTAMP            PIC X(19).
      * 'O' for a manager override - CW-AGENT-ID is then the
      * manager the override was recovered from.
           05  CW-COMMISSION-TYPE      PIC X(01).

       FD  CARRY-FORWARD-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS CARRY-FORWARD-RECORD.
       01  CARRY-FORWARD-RECORD        PIC X(63).

       FD  PAYABLE-FILE
           RECORD CONTAINS 30 CHARACTERS
       01  WS-FORWARD-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-PAYABLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-AGENT-OPEN-FLAG          PIC X VALUE 'N'.
           88  AGENT-MASTER-AVAILABLE  VALUE 'Y'.
       01  WS-LICENSE-LAPSED-FLAG      PIC X VALUE 'N'.
           88  WS-LICENSE-LAPSED       VALUE 'Y'.
       01  WS-LICENSE-DATE             PIC X(8) VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
           05  WS-CLAWBACK-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-RETIRED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-CLAWBACK-AMOUNT      PIC S9(11)V99 VALUE ZEROS.
           05  WS-OVERRIDE-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-NET-AMOUNT           PIC S9(11)V99 VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-HELD-AMOUNT          PIC S9(11)V99 VALUE ZEROS.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE ZEROS.

      * Periods already settled, lifted off the settlement register
      * at init - a negative commission record for one of these is
           88  WS-PERIOD-WAS-SETTLED   VALUE 'Y'.

      * Payment IDs already clawed back, lifted off the clawback
      * register at init - the never-recover-twice control. The
      * earner is spaces for the writing agent's commission and the
      * manager for an override, so each is recovered once.
       01  WS-CLAWED-TABLE.
           05  WS-CLAWED-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-CLAWED-ENTRY         OCCURS 1 TO 10000 TIMES
                                       DEPENDING ON WS-CLAWED-COUNT
                                       INDEXED BY WS-CLW-IDX.
               10  WS-CLW-PAYMENT-ID   PIC X(12).
               10  WS-CLW-EARNER       PIC X(08).
       01  WS-CLAW-EARNER              PIC X(08) VALUE SPACES.
       01  WS-ALREADY-CLAWED-FLAG      PIC X VALUE 'N'.
           88  WS-ALREADY-CLAWED       VALUE 'Y'.

               10  WS-AGT-NET-AMOUNT   PIC S9(9)V99.
               10  WS-AGT-CLAW-COUNT   PIC 9(5).
               10  WS-AGT-CLAW-AMOUNT  PIC S9(9)V99.
               10  WS-AGT-OVR-COUNT    PIC 9(5).
               10  WS-AGT-OVR-AMOUNT   PIC S9(9)V99.

       01  WS-WORK-AGENT-ID            PIC X(08).

          05 FILLER                    PIC X(11) VALUE SPACES.
          05 CL-CLAW-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  OL-OVERRIDE-HEADING.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(44) VALUE
             'MANAGER OVERRIDES (INCLUDED IN NET ABOVE)'.

       01  OL-OVERRIDE-LINE.
          05 OL-AGENT-ID               PIC X(08).
          05 FILLER                    PIC X(7) VALUE SPACES.
          05 OL-ITEM-COUNT             PIC ZZ,ZZ9.
          05 FILLER                    PIC X(11) VALUE SPACES.
          05 OL-OVR-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

       01  BL-BALANCE-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'RECORDS READ:'.
          05 FILLER                    PIC X(26) VALUE
             'ALREADY CLAWED (RETIRED):'.
          05 BL-TOTAL-RETIRED          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(19) VALUE
             'OVERRIDES SETTLED:'.
          05 BL-TOTAL-OVERRIDE         PIC ZZZ,ZZ9.

       01  BL-BALANCE-LINE-3.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(26) VALUE
             'HELD (LICENSE LAPSED):'.
          05 BL-TOTAL-HELD             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'HELD AMOUNT:'.
          05 BL-HELD-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(19) VALUE
             'RELEASED FROM HOLD:'.
          05 BL-TOTAL-RELEASED         PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.
      * otherwise); an operator override books a late settlement
      * against the period it belongs to, same as INSPMUPD's
      * ACCOUNTING_PERIOD.
           MOVE WS-CURRENT-DATE TO WS-LICENSE-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE(1:6) TO WS-SETTLE-PERIOD
               MOVE WS-BUSINESS-DATE TO WS-LICENSE-DATE
           ELSE
               STRING WS-CURRENT-YEAR
                      WS-CURRENT-MONTH
                   OPEN OUTPUT CLAWBACK-REGISTER-FILE
               END-IF
               OPEN INPUT POLICY-MASTER-FILE
               OPEN INPUT AGENT-MASTER-FILE
               IF WS-AGENT-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-AGENT-OPEN-FLAG
               ELSE
                   MOVE 'W' TO LOG-LEVEL
                   MOVE 'INSCMSET' TO LOG-MODULE
                   MOVE 'Agent master not available - licenses not'
                     & ' checked' TO LOG-MESSAGE
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
               OPEN OUTPUT CARRY-FORWARD-FILE
               OPEN OUTPUT PAYABLE-FILE
               OPEN OUTPUT REPORT-FILE
                       ADD 1 TO WS-CLAWED-COUNT
                       MOVE CW-PAYMENT-ID
                         TO WS-CLW-PAYMENT-ID(WS-CLAWED-COUNT)
                       IF CW-COMMISSION-TYPE = 'O'
                           MOVE CW-AGENT-ID
                             TO WS-CLW-EARNER(WS-CLAWED-COUNT)
                       ELSE
                           MOVE SPACES
                             TO WS-CLW-EARNER(WS-CLAWED-COUNT)
                       END-IF
                   END-IF
                   PERFORM 1250-READ-CLAWBACK-REGISTER
               END-PERFORM
      * circulating in the carry-forward forever. Anything else for
      * another period is carried forward untouched for a later
      * settlement run.
      * An agent whose license has lapsed is paid nothing: the
      * period's records are held in the carry-forward. Once the
      * period is settled a held record is an unpaid one of a
      * settled period, and it is released into the current
      * settlement as soon as the license is renewed.
           EVALUATE TRUE
               WHEN CM-ACCOUNTING-PERIOD = WS-SETTLE-PERIOD
                   PERFORM 2200-RESOLVE-AGENT
                   PERFORM 2700-CHECK-LICENSE
                   IF WS-LICENSE-LAPSED
                       PERFORM 2750-HOLD-COMMISSION
                   ELSE
                       ADD 1 TO WS-SETTLED-COUNT
                       PERFORM 2300-ACCUMULATE-AGENT
                       IF CM-TYPE-OVERRIDE
                           PERFORM 2400-ACCUMULATE-OVERRIDE
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 2500-CHECK-CLAWBACK
                   EVALUATE TRUE
                            CM-COMMISSION-AMOUNT < 0 AND
                            WS-ALREADY-CLAWED
                           ADD 1 TO WS-RETIRED-COUNT
                       WHEN WS-PERIOD-WAS-SETTLED
                           PERFORM 2200-RESOLVE-AGENT
                           PERFORM 2700-CHECK-LICENSE
                           IF WS-LICENSE-LAPSED
                               PERFORM 2750-HOLD-COMMISSION
                           ELSE
                               ADD 1 TO WS-RELEASED-COUNT
                               ADD 1 TO WS-SETTLED-COUNT
                               PERFORM 2300-ACCUMULATE-AGENT
                               IF CM-TYPE-OVERRIDE
                                   PERFORM 2400-ACCUMULATE-OVERRIDE
                               END-IF
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-FORWARD-COUNT
                           MOVE COMMISSION-RECORD
      * condition code 4. The file status is checked rather than
      * relying on INVALID KEY alone, since INVALID KEY does not
      * cover a master that failed to open.
      * A manager override names its earner and needs no lookup.
           IF CM-TYPE-OVERRIDE AND CM-EARNING-AGENT-ID NOT = SPACES
               MOVE CM-EARNING-AGENT-ID TO WS-WORK-AGENT-ID
           ELSE
               PERFORM 2250-RESOLVE-POLICY-AGENT
           END-IF.

       2250-RESOLVE-POLICY-AGENT.
           MOVE CM-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
                 TO WS-AGT-NET-AMOUNT(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AGT-CLAW-COUNT(WS-AGENT-COUNT)
                             WS-AGT-CLAW-AMOUNT(WS-AGENT-COUNT)
                             WS-AGT-OVR-COUNT(WS-AGENT-COUNT)
                             WS-AGT-OVR-AMOUNT(WS-AGENT-COUNT)
               ADD CM-COMMISSION-AMOUNT TO WS-NET-AMOUNT
           ELSE
               MOVE 'E' TO LOG-LEVEL
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF.

       2400-ACCUMULATE-OVERRIDE.
      * The override breakdown for the manager's statement - the
      * amount itself is already in the manager's net.
           ADD 1 TO WS-OVERRIDE-COUNT
           SET WS-AGT-IDX TO 1
           SEARCH WS-AGENT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AGT-AGENT-ID(WS-AGT-IDX) = WS-WORK-AGENT-ID
                   ADD 1 TO WS-AGT-OVR-COUNT(WS-AGT-IDX)
                   ADD CM-COMMISSION-AMOUNT
                     TO WS-AGT-OVR-AMOUNT(WS-AGT-IDX)
           END-SEARCH.

       2500-CHECK-CLAWBACK.
           IF CM-TYPE-OVERRIDE
               MOVE CM-EARNING-AGENT-ID TO WS-CLAW-EARNER
           ELSE
               MOVE SPACES TO WS-CLAW-EARNER
           END-IF
           MOVE 'N' TO WS-PERIOD-SETTLED-FLAG
           IF WS-SETTLED-PD-COUNT > 0
               SET WS-SPD-IDX TO 1
                   AT END
                       CONTINUE
                   WHEN WS-CLW-PAYMENT-ID(WS-CLW-IDX) =
                        CM-PAYMENT-ID AND
                        WS-CLW-EARNER(WS-CLW-IDX) = WS-CLAW-EARNER
                       MOVE 'Y' TO WS-ALREADY-CLAWED-FLAG
               END-SEARCH
           END-IF.
           MOVE WS-WORK-AGENT-ID TO CW-AGENT-ID
           MOVE CM-COMMISSION-AMOUNT TO CW-AMOUNT
           MOVE WS-SETTLE-TIMESTAMP TO CW-TIMESTAMP
           IF CM-TYPE-OVERRIDE
               MOVE 'O' TO CW-COMMISSION-TYPE
           ELSE
               MOVE 'W' TO CW-COMMISSION-TYPE
           END-IF
           WRITE CLAWBACK-REGISTER-RECORD

           IF WS-CLAWED-COUNT < 10000
               ADD 1 TO WS-CLAWED-COUNT
               MOVE CM-PAYMENT-ID
                 TO WS-CLW-PAYMENT-ID(WS-CLAWED-COUNT)
               MOVE WS-CLAW-EARNER
                 TO WS-CLW-EARNER(WS-CLAWED-COUNT)
           END-IF.

       2650-ACCUMULATE-CLAWBACK.
                 TO WS-AGT-AGENT-ID(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AGT-ITEM-COUNT(WS-AGENT-COUNT)
                             WS-AGT-NET-AMOUNT(WS-AGENT-COUNT)
               MOVE ZEROS TO WS-AGT-OVR-COUNT(WS-AGENT-COUNT)
                             WS-AGT-OVR-AMOUNT(WS-AGENT-COUNT)
               MOVE 1 TO WS-AGT-CLAW-COUNT(WS-AGENT-COUNT)
               MOVE CM-COMMISSION-AMOUNT
                 TO WS-AGT-CLAW-AMOUNT(WS-AGENT-COUNT)
               ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF.

       2700-CHECK-LICENSE.
      * Lapsed means a license expiry on file that is before the
      * business date. An agent with no license recorded yet, an
      * unresolved policy, or no agent master is not held.
           MOVE 'N' TO WS-LICENSE-LAPSED-FLAG
           IF AGENT-MASTER-AVAILABLE AND
              WS-WORK-AGENT-ID NOT = '*UNKNOWN'
               MOVE WS-WORK-AGENT-ID TO AG-AGENT-ID
               READ AGENT-MASTER-FILE
                   KEY IS AG-AGENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-AGENT-FILE-STATUS = '00' AND
                  AG-LICENSE-EXPIRY IS NUMERIC AND
                  AG-LICENSE-EXPIRY < WS-LICENSE-DATE
                   MOVE 'Y' TO WS-LICENSE-LAPSED-FLAG
               END-IF
           END-IF.

       2750-HOLD-COMMISSION.
           ADD 1 TO WS-HELD-COUNT
           ADD CM-COMMISSION-AMOUNT TO WS-HELD-AMOUNT
           MOVE COMMISSION-RECORD TO CARRY-FORWARD-RECORD
           WRITE CARRY-FORWARD-RECORD.

       3000-END-PROCESS.
      * One statement line and one payables extract record per agent
      * with settled activity this period.
                   UNTIL WS-AGT-IDX > WS-AGENT-COUNT
           END-IF

      * Override section - managers with overrides this period.
           IF WS-OVERRIDE-COUNT > 0
               WRITE REPORT-LINE FROM HL-HEADING-LINE-2
               WRITE REPORT-LINE FROM OL-OVERRIDE-HEADING
               PERFORM 3400-WRITE-AGENT-OVERRIDE
                   VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGENT-COUNT
           END-IF

           MOVE WS-AGENT-COUNT TO TL-AGENT-COUNT
           MOVE WS-NET-AMOUNT TO TL-NET-AMOUNT
           MOVE WS-READ-COUNT TO BL-TOTAL-READ
           MOVE WS-UNRESOLVED-COUNT TO BL-TOTAL-UNRESOLVED
           MOVE WS-CLAWBACK-COUNT TO BL-TOTAL-CLAWBACK
           MOVE WS-RETIRED-COUNT TO BL-TOTAL-RETIRED
           MOVE WS-OVERRIDE-COUNT TO BL-TOTAL-OVERRIDE
           MOVE WS-HELD-COUNT TO BL-TOTAL-HELD
           MOVE WS-HELD-AMOUNT TO BL-HELD-AMOUNT
           MOVE WS-RELEASED-COUNT TO BL-TOTAL-RELEASED

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           WRITE REPORT-LINE FROM BL-BALANCE-LINE-1
           WRITE REPORT-LINE FROM BL-BALANCE-LINE-2
           WRITE REPORT-LINE FROM BL-BALANCE-LINE-3

      * Record the period as settled so a rerun cannot pay it again.
           OPEN EXTEND SETTLE-REGISTER-FILE
                  WS-FORWARD-COUNT
                  ' Unresolved: '
                  WS-UNRESOLVED-COUNT
                  ' Held: '
                  WS-HELD-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CLOSE CLAWBACK-REGISTER-FILE
           CLOSE COMMISSION-FILE
           CLOSE POLICY-MASTER-FILE
           IF AGENT-MASTER-AVAILABLE
               CLOSE AGENT-MASTER-FILE
           END-IF
           CLOSE CARRY-FORWARD-FILE
           CLOSE PAYABLE-FILE
           CLOSE REPORT-FILE.
               WRITE REPORT-LINE FROM CL-CLAWBACK-LINE
           END-IF.

       3400-WRITE-AGENT-OVERRIDE.
           IF WS-AGT-OVR-COUNT(WS-AGT-IDX) > 0
               MOVE WS-AGT-AGENT-ID(WS-AGT-IDX) TO OL-AGENT-ID
               MOVE WS-AGT-OVR-COUNT(WS-AGT-IDX) TO OL-ITEM-COUNT
               MOVE WS-AGT-OVR-AMOUNT(WS-AGT-IDX) TO OL-OVR-AMOUNT
               WRITE REPORT-LINE FROM OL-OVERRIDE-LINE
           END-IF.

       END PROGRAM INSCMSET.
