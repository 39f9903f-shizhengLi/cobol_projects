      * Function: Maintain AGENT-MASTER - add / change / terminate
      *           agent records that INSPOLMNT validates policy
      *           transactions against and INSPMCOM reads for each
      *           agent's commission tier or override rate - and
      *           the agent's mailing address (AA), which cheques
      *           for agents paid outside the bank credit file are
      *           printed to. Every add and change is screened
      *           against the sanctions watch list (INSSCRN); a
      *           potential match puts the agent on compliance hold.
      *           The reporting hierarchy (UP) - manager, role and
      *           manager override rate - is staged for approval
      *           like an override rate, since it moves money.
      *           Licensing (LI) and product appointments (AP to
      *           appoint, RA to revoke, on AGAPPT) apply directly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSAGMNT.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : New LI transaction records the agent's license
      *              number and expiry date; new AP / RA transactions
      *              appoint the agent for a product ('****' = all
      *              products) or revoke the appointment, on the new
      *              appointment file AGAPPT. An appointment must
      *              name an agent on file and a product on
      *              PRODUCT-MASTER.
      * 2026-10-15 : New UP transaction maintains the agent's place
      *              in the reporting hierarchy - upline manager,
      *              role (agent, unit or branch manager) and the
      *              override rate a manager earns on the team's
      *              production. UP is always staged through the
      *              maker-checker file; on APPLY the upline must be
      *              an active manager and may not lead back round
      *              to the agent.
      * 2026-10-15 : AD and CH screen the agent's name against the
      *              sanctions watch list through INSSCRN as they
      *              apply; a potential match sets AG-COMPLIANCE-HOLD,
      *              which only a compliance disposition (INSSCDSP)
      *              clears.
      * 2026-10-15 : New AA transaction maintains the agent's
      *              mailing address (positions 11-100; record
      *              widened 70 -> 100), now that INSDBORG issues
      *              cheques to agents without a bank account. AA
      *              moves no money and applies directly.
      * 2026-09-02 : AD/CH transactions carrying a NON-ZERO override
      *              rate are now staged to the maker-checker
      *              pending file (MCPENDING, keying user from
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO EXTERNAL AGAPPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-APPOINTMENT-KEY
           FILE STATUS IS WS-APPT-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL AGMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  APPOINTMENT-FILE.
       COPY AGAPPT.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(100).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-APPT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-ADD-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-ADDRESS-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-HIERARCHY-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-LICENSE-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-APPOINT-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-REVOKE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-TERMINATE-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-HOLD-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-NOT-SCREENED-COUNT PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: AD=add, CH=change, TE=terminate,
      *         AA=mailing address, UP=hierarchy, LI=license,
      *         AP=appoint for a product, RA=revoke appointment
      *   3-10  agent ID
      *  11-40  agent name (for AD/CH)
      *  41-41  agent status (for AD/CH)
      *         schedule (for AD/CH)
      *  51-70  bank account for settlement payables (for AD/CH;
      *         on CH spaces = keep the current account)
      * AA transactions carry the address instead, from position 11:
      *  11-40  address line 1
      *  41-70  address line 2
      *  71-90  city
      *  91-100 postal code
      * UP transactions carry the hierarchy, from position 11:
      *  11-18  upline (reporting manager) agent ID, spaces = top
      *  19-19  role: A agent, U unit manager, B branch manager
      *  20-23  manager override rate, 9V999 digits, 0000 = the
      *         role's standard rate
      * LI transactions carry the license, from position 11:
      *  11-25  license number
      *  26-33  license expiry date (YYYYMMDD)
      * AP / RA transactions carry the appointment, from position 11:
      *  11-14  product code ('****' = every product)
      *  15-22  appointment date for AP (spaces = business date)
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
               88  WS-TRAN-CHANGE        VALUE 'CH'.
               88  WS-TRAN-TERMINATE     VALUE 'TE'.
               88  WS-TRAN-ADDRESS       VALUE 'AA'.
               88  WS-TRAN-HIERARCHY     VALUE 'UP'.
               88  WS-TRAN-LICENSE       VALUE 'LI'.
               88  WS-TRAN-APPOINT       VALUE 'AP'.
               88  WS-TRAN-REVOKE        VALUE 'RA'.
           05  WS-TRAN-AGENT-ID      PIC X(08).
           05  WS-TRAN-AGENT-NAME    PIC X(30).
           05  WS-TRAN-STATUS        PIC X(01).
           05  WS-TRAN-OVERRIDE-RATE PIC 9V999.
           05  WS-TRAN-BANK-ACCOUNT  PIC X(20).

       01  WS-TRAN-ADDRESS-DATA.
           05  WS-TRAN-ADDRESS-LINE-1 PIC X(30).
           05  WS-TRAN-ADDRESS-LINE-2 PIC X(30).
           05  WS-TRAN-CITY          PIC X(20).
           05  WS-TRAN-POSTAL-CODE   PIC X(10).

       01  WS-TRAN-HIERARCHY-DATA.
           05  WS-TRAN-UPLINE-ID     PIC X(08).
           05  WS-TRAN-ROLE          PIC X(01).
               88  WS-TRAN-ROLE-VALID    VALUE 'A' ' ' 'U' 'B'.
           05  WS-TRAN-MGR-RATE      PIC 9V999.

       01  WS-TRAN-LICENSE-DATA.
           05  WS-TRAN-LICENSE-NUMBER PIC X(15).
           05  WS-TRAN-LICENSE-EXPIRY PIC X(08).

       01  WS-TRAN-APPOINT-DATA.
           05  WS-TRAN-APPT-PRODUCT  PIC X(04).
           05  WS-TRAN-APPT-DATE     PIC X(08).

       01  WS-APPT-REJECT-REASON     PIC X(30) VALUE SPACES.

      * Upline chain walk for the hierarchy check.
       01  WS-WALK-AGENT-ID          PIC X(08) VALUE SPACES.
       01  WS-WALK-HOPS              PIC 9(2) VALUE ZEROS.
       01  WS-WALK-DONE-FLAG         PIC X VALUE 'N'.
           88  WS-WALK-DONE          VALUE 'Y'.
       01  WS-HIER-REJECT-REASON     PIC X(40) VALUE SPACES.

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.

      * Maker-checker staging for override-rate transactions.
       01  WS-MAINT-USER-TEXT        PIC X(8) VALUE SPACES.
       01  WS-STAGED-COUNT           PIC 9(5) VALUE ZEROS.

       01  WS-TODAY-DATE             PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
              10 WS-CURRENT-YEAR     PIC 9(4).
              10 WS-CURRENT-MSEC     PIC 9(2).
           05 WS-DIFF-FROM-GMT       PIC S9(4).

      * Date calculation parameters
       COPY DATECALC.

      * Sanctions screening parameters
       COPY SCRNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "AGMNT_MODE"
           IF WS-MODE-TEXT = 'APPLY'
               MOVE 'Y' TO WS-APPLY-MODE-FLAG
               CLOSE AGENT-MASTER-FILE
               OPEN I-O AGENT-MASTER-FILE
           END-IF
           OPEN I-O APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = '35'
               CLOSE APPOINTMENT-FILE
               OPEN OUTPUT APPOINTMENT-FILE
               CLOSE APPOINTMENT-FILE
               OPEN I-O APPOINTMENT-FILE
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE

           STRING 'INSAGMNT AGENT MAINTENANCE RUN STARTED'
             DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE TRANSACTION-RECORD-IN(42:1)  TO WS-TRAN-TIER
           MOVE TRANSACTION-RECORD-IN(43:4)  TO WS-TRAN-OVERRIDE-RATE
           MOVE TRANSACTION-RECORD-IN(51:20) TO WS-TRAN-BANK-ACCOUNT
           MOVE TRANSACTION-RECORD-IN(11:90) TO WS-TRAN-ADDRESS-DATA
           MOVE TRANSACTION-RECORD-IN(11:13) TO WS-TRAN-HIERARCHY-DATA
           MOVE TRANSACTION-RECORD-IN(11:23) TO WS-TRAN-LICENSE-DATA
           MOVE TRANSACTION-RECORD-IN(11:12) TO WS-TRAN-APPOINT-DATA

      * An override rate moves real money - unless this is the
      * APPLY pass of the approval flow, such a transaction is
      * staged for the checker instead of applied. So is every
      * hierarchy change - it decides who earns the overrides.
           IF NOT WS-APPLY-MODE AND
              (((WS-TRAN-ADD OR WS-TRAN-CHANGE) AND
                WS-TRAN-OVERRIDE-RATE > 0) OR
               WS-TRAN-HIERARCHY)
               PERFORM 2500-STAGE-TRANSACTION
           ELSE
               EVALUATE TRUE
                       PERFORM 2300-CHANGE-AGENT
                   WHEN WS-TRAN-TERMINATE
                       PERFORM 2400-TERMINATE-AGENT
                   WHEN WS-TRAN-ADDRESS
                       PERFORM 2450-CHANGE-ADDRESS
                   WHEN WS-TRAN-HIERARCHY
                       PERFORM 2460-CHANGE-HIERARCHY THRU 2460-EXIT
                   WHEN WS-TRAN-LICENSE
                       PERFORM 2480-CHANGE-LICENSE
                   WHEN WS-TRAN-APPOINT
                   WHEN WS-TRAN-REVOKE
                       PERFORM 2490-MAINTAIN-APPOINTMENT
                          THRU 2490-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       STRING 'REJECTED - UNKNOWN TRAN CODE: '
                   MOVE WS-TRAN-TIER          TO AG-COMMISSION-TIER
                   MOVE WS-TRAN-OVERRIDE-RATE TO AG-OVERRIDE-RATE
                   MOVE WS-TRAN-BANK-ACCOUNT  TO AG-BANK-ACCOUNT
                   PERFORM 2600-SCREEN-AGENT
                   WRITE AGENT-MASTER-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   STRING 'ADDED AGENT ' WS-TRAN-AGENT-ID
                   IF WS-TRAN-BANK-ACCOUNT NOT = SPACES
                       MOVE WS-TRAN-BANK-ACCOUNT TO AG-BANK-ACCOUNT
                   END-IF
                   PERFORM 2600-SCREEN-AGENT
                   REWRITE AGENT-MASTER-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   STRING 'CHANGED AGENT ' WS-TRAN-AGENT-ID
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-READ.

       2450-CHANGE-ADDRESS.
      * Replace the agent's mailing address as keyed - a blank line
      * 2 is a valid address, so nothing here means "keep".
           MOVE WS-TRAN-AGENT-ID TO AG-AGENT-ID
           READ AGENT-MASTER-FILE
               KEY IS AG-AGENT-ID
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'REJECTED ADDRESS - NOT FOUND: '
                          WS-TRAN-AGENT-ID DELIMITED BY SIZE
                     INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-TRAN-ADDRESS-LINE-1 TO AG-ADDRESS-LINE-1
                   MOVE WS-TRAN-ADDRESS-LINE-2 TO AG-ADDRESS-LINE-2
                   MOVE WS-TRAN-CITY           TO AG-CITY
                   MOVE WS-TRAN-POSTAL-CODE    TO AG-POSTAL-CODE
                   REWRITE AGENT-MASTER-RECORD
                   ADD 1 TO WS-ADDRESS-COUNT
                   STRING 'CHANGED ADDRESS ' WS-TRAN-AGENT-ID
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-READ.

       2460-CHANGE-HIERARCHY.
      * The upline is checked first - walking it reads the master
      * into the record area - and the agent is read for update
      * only once the change is known to be good.
           MOVE SPACES TO WS-HIER-REJECT-REASON
           IF NOT WS-TRAN-ROLE-VALID
               MOVE 'INVALID ROLE' TO WS-HIER-REJECT-REASON
               GO TO 2460-REJECT
           END-IF
           IF WS-TRAN-MGR-RATE IS NOT NUMERIC
               MOVE 'INVALID OVERRIDE RATE' TO WS-HIER-REJECT-REASON
               GO TO 2460-REJECT
           END-IF
           IF WS-TRAN-UPLINE-ID = WS-TRAN-AGENT-ID
               MOVE 'AGENT CANNOT REPORT TO ITSELF'
                 TO WS-HIER-REJECT-REASON
               GO TO 2460-REJECT
           END-IF
           IF WS-TRAN-UPLINE-ID NOT = SPACES
               MOVE WS-TRAN-UPLINE-ID TO AG-AGENT-ID
               READ AGENT-MASTER-FILE
                   KEY IS AG-AGENT-ID
                   INVALID KEY
                       MOVE 'UPLINE NOT FOUND'
                         TO WS-HIER-REJECT-REASON
                       GO TO 2460-REJECT
               END-READ
               IF NOT AG-STATUS-ACTIVE
                   MOVE 'UPLINE IS NOT ACTIVE'
                     TO WS-HIER-REJECT-REASON
                   GO TO 2460-REJECT
               END-IF
               IF NOT AG-ROLE-UNIT-MANAGER AND
                  NOT AG-ROLE-BRANCH-MANAGER
                   MOVE 'UPLINE IS NOT A MANAGER'
                     TO WS-HIER-REJECT-REASON
                   GO TO 2460-REJECT
               END-IF
               MOVE 'N' TO WS-WALK-DONE-FLAG
               MOVE ZEROS TO WS-WALK-HOPS
               MOVE WS-TRAN-UPLINE-ID TO WS-WALK-AGENT-ID
               PERFORM 2470-WALK-UPLINE UNTIL WS-WALK-DONE
               IF WS-HIER-REJECT-REASON NOT = SPACES
                   GO TO 2460-REJECT
               END-IF
           END-IF

           MOVE WS-TRAN-AGENT-ID TO AG-AGENT-ID
           READ AGENT-MASTER-FILE
               KEY IS AG-AGENT-ID
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-HIER-REJECT-REASON
                   GO TO 2460-REJECT
           END-READ
           MOVE WS-TRAN-UPLINE-ID TO AG-UPLINE-AGENT-ID
           MOVE WS-TRAN-ROLE      TO AG-AGENT-ROLE
           MOVE WS-TRAN-MGR-RATE  TO AG-MGR-OVERRIDE-RATE
           REWRITE AGENT-MASTER-RECORD
           ADD 1 TO WS-HIERARCHY-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'CHANGED HIERARCHY ' WS-TRAN-AGENT-ID
                  ' UPLINE ' WS-TRAN-UPLINE-ID
                  ' ROLE ' WS-TRAN-ROLE
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           GO TO 2460-EXIT.

       2460-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'REJECTED HIERARCHY - ' WS-HIER-REJECT-REASON
                  ': ' WS-TRAN-AGENT-ID
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2460-EXIT.
           EXIT.

       2470-WALK-UPLINE.
      * Up the proposed manager's own chain: meeting the agent on
      * the way would make the tree a loop.
           ADD 1 TO WS-WALK-HOPS
           IF WS-WALK-AGENT-ID = WS-TRAN-AGENT-ID
               MOVE 'UPLINE REPORTS TO THIS AGENT'
                 TO WS-HIER-REJECT-REASON
               MOVE 'Y' TO WS-WALK-DONE-FLAG
           ELSE
               IF WS-WALK-HOPS > 10
                   MOVE 'HIERARCHY DEEPER THAN 10 LEVELS'
                     TO WS-HIER-REJECT-REASON
                   MOVE 'Y' TO WS-WALK-DONE-FLAG
               ELSE
                   MOVE WS-WALK-AGENT-ID TO AG-AGENT-ID
                   READ AGENT-MASTER-FILE
                       KEY IS AG-AGENT-ID
                       INVALID KEY
                           MOVE SPACES TO AG-UPLINE-AGENT-ID
                   END-READ
                   IF AG-UPLINE-AGENT-ID = SPACES
                       MOVE 'Y' TO WS-WALK-DONE-FLAG
                   ELSE
                       MOVE AG-UPLINE-AGENT-ID TO WS-WALK-AGENT-ID
                   END-IF
               END-IF
           END-IF.

       2480-CHANGE-LICENSE.
      * The expiry must be a real date - INSCMSET compares it with
      * the settlement date to decide whether commission is held.
           MOVE 'C' TO DC-FUNCTION-CODE
           MOVE WS-TRAN-LICENSE-EXPIRY TO DC-BASE-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           MOVE SPACES TO WS-LOG-LINE
           IF DC-ERROR OR WS-TRAN-LICENSE-NUMBER = SPACES
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED LICENSE - BAD NUMBER OR EXPIRY: '
                      WS-TRAN-AGENT-ID ' ' WS-TRAN-LICENSE-EXPIRY
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               MOVE WS-TRAN-AGENT-ID TO AG-AGENT-ID
               READ AGENT-MASTER-FILE
                   KEY IS AG-AGENT-ID
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       STRING 'REJECTED LICENSE - NOT FOUND: '
                              WS-TRAN-AGENT-ID DELIMITED BY SIZE
                         INTO WS-LOG-LINE
                       END-STRING
                       WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-TRAN-LICENSE-NUMBER
                         TO AG-LICENSE-NUMBER
                       MOVE WS-TRAN-LICENSE-EXPIRY
                         TO AG-LICENSE-EXPIRY
                       REWRITE AGENT-MASTER-RECORD
                       ADD 1 TO WS-LICENSE-COUNT
                       STRING 'CHANGED LICENSE ' WS-TRAN-AGENT-ID
                              ' ' WS-TRAN-LICENSE-NUMBER
                              ' EXPIRES ' WS-TRAN-LICENSE-EXPIRY
                         DELIMITED BY SIZE INTO WS-LOG-LINE
                       END-STRING
                       WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               END-READ
           END-IF.

       2490-MAINTAIN-APPOINTMENT.
      * AP writes the appointment (or reinstates a revoked one); RA
      * marks it revoked. Either way the record stays on file.
           MOVE SPACES TO WS-APPT-REJECT-REASON
           MOVE WS-TRAN-AGENT-ID TO AG-AGENT-ID
           READ AGENT-MASTER-FILE
               KEY IS AG-AGENT-ID
               INVALID KEY
                   MOVE 'AGENT NOT FOUND' TO WS-APPT-REJECT-REASON
                   GO TO 2490-REJECT
           END-READ
           IF WS-TRAN-APPT-PRODUCT = SPACES
               MOVE 'NO PRODUCT CODE' TO WS-APPT-REJECT-REASON
               GO TO 2490-REJECT
           END-IF
           IF WS-TRAN-APPOINT AND WS-TRAN-APPT-PRODUCT NOT = '****'
               MOVE WS-TRAN-APPT-PRODUCT TO PRD-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PRD-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PRODUCT-FILE-STATUS NOT = '00'
                   MOVE 'PRODUCT NOT ON MASTER'
                     TO WS-APPT-REJECT-REASON
                   GO TO 2490-REJECT
               END-IF
           END-IF
           IF WS-TRAN-APPOINT AND WS-TRAN-APPT-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TRAN-APPT-DATE
           END-IF

           MOVE WS-TRAN-AGENT-ID TO AP-AGENT-ID
           MOVE WS-TRAN-APPT-PRODUCT TO AP-PRODUCT-CODE
           READ APPOINTMENT-FILE
               KEY IS AP-APPOINTMENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO WS-LOG-LINE
           IF WS-TRAN-APPOINT
               IF WS-APPT-FILE-STATUS = '00'
                   MOVE 'A' TO AP-STATUS
                   MOVE WS-TRAN-APPT-DATE TO AP-APPOINTED-DATE
                   MOVE SPACES TO AP-REVOKED-DATE
                   MOVE WS-MAINT-USER TO AP-MAINT-USER
                   REWRITE AGENT-APPOINTMENT-RECORD
               ELSE
                   MOVE SPACES TO AGENT-APPOINTMENT-RECORD
                   MOVE WS-TRAN-AGENT-ID TO AP-AGENT-ID
                   MOVE WS-TRAN-APPT-PRODUCT TO AP-PRODUCT-CODE
                   MOVE 'A' TO AP-STATUS
                   MOVE WS-TRAN-APPT-DATE TO AP-APPOINTED-DATE
                   MOVE WS-MAINT-USER TO AP-MAINT-USER
                   WRITE AGENT-APPOINTMENT-RECORD
               END-IF
               ADD 1 TO WS-APPOINT-COUNT
               STRING 'APPOINTED ' WS-TRAN-AGENT-ID
                      ' FOR PRODUCT ' WS-TRAN-APPT-PRODUCT
                      ' FROM ' WS-TRAN-APPT-DATE
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           ELSE
               IF WS-APPT-FILE-STATUS NOT = '00'
                   MOVE 'NOT APPOINTED' TO WS-APPT-REJECT-REASON
                   GO TO 2490-REJECT
               END-IF
               MOVE 'R' TO AP-STATUS
               MOVE WS-TODAY-DATE TO AP-REVOKED-DATE
               MOVE WS-MAINT-USER TO AP-MAINT-USER
               REWRITE AGENT-APPOINTMENT-RECORD
               ADD 1 TO WS-REVOKE-COUNT
               STRING 'REVOKED APPOINTMENT ' WS-TRAN-AGENT-ID
                      ' FOR PRODUCT ' WS-TRAN-APPT-PRODUCT
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           GO TO 2490-EXIT.

       2490-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'REJECTED APPOINTMENT - ' WS-APPT-REJECT-REASON
                  ': ' WS-TRAN-AGENT-ID ' ' WS-TRAN-APPT-PRODUCT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2490-EXIT.
           EXIT.

       2500-STAGE-TRANSACTION.
           IF NOT PENDING-FILE-IS-OPEN
               OPEN EXTEND PENDING-MAINT-FILE
           END-STRING
           WRITE PENDING-MAINT-RECORD
           ADD 1 TO WS-STAGED-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'STAGED FOR APPROVAL - OVERRIDE/HIERARCHY: '
                  WS-TRAN-CODE ' ' WS-TRAN-AGENT-ID
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2600-SCREEN-AGENT.
      * Screen the name as it will stand on the master. A hit puts
      * the agent on hold; nothing here lifts a hold - that is the
      * compliance disposition's job.
           MOVE 'S' TO SC-FUNCTION-CODE
           MOVE 'AG' TO SC-PARTY-TYPE
           MOVE AG-AGENT-ID TO SC-PARTY-ID
           MOVE AG-AGENT-NAME TO SC-PARTY-NAME
           CALL 'INSSCRN' USING SCREEN-PARAMS
           EVALUATE TRUE
               WHEN SC-HIT
                   IF NOT AG-ON-COMPLIANCE-HOLD
                       MOVE 'H' TO AG-COMPLIANCE-HOLD
                       MOVE WS-TODAY-DATE TO AG-HOLD-DATE
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'COMPLIANCE HOLD ' AG-AGENT-ID
                          ' - WATCH LIST ' SC-ENTRY-ID
                          ' ' SC-LIST-NAME
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               WHEN SC-LIST-UNAVAILABLE
                   ADD 1 TO WS-NOT-SCREENED-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'NOT SCREENED - WATCH LIST UNAVAILABLE: '
                          AG-AGENT-ID
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-END-PROCESS.
           IF PENDING-FILE-IS-OPEN
               CLOSE PENDING-MAINT-FILE
                  ' ADDED: ' WS-ADD-COUNT
                  ' CHANGED: ' WS-CHANGE-COUNT
                  ' TERMINATED: ' WS-TERMINATE-COUNT
                  ' ADDRESSES: ' WS-ADDRESS-COUNT
                  ' HIERARCHY: ' WS-HIERARCHY-COUNT
                  ' STAGED: ' WS-STAGED-COUNT
                  ' REJECTED: ' WS-REJECT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE
           STRING 'LICENSES: ' WS-LICENSE-COUNT
                  ' APPOINTED: ' WS-APPOINT-COUNT
                  ' REVOKED: ' WS-REVOKE-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE
           STRING 'COMPLIANCE HOLDS: ' WS-HOLD-COUNT
                  ' NOT SCREENED: ' WS-NOT-SCREENED-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           MOVE 'C' TO SC-FUNCTION-CODE
           CALL 'INSSCRN' USING SCREEN-PARAMS

           CLOSE TRANSACTION-FILE
           CLOSE AGENT-MASTER-FILE
           CLOSE APPOINTMENT-FILE
           CLOSE PRODUCT-MASTER-FILE
           CLOSE MAINT-LOG-FILE.
       END PROGRAM INSAGMNT.
