      *           transferred count with a before/after policy-
      *           count proof per agent. Commission follows the new
      *           agent from the effective date because INSPMCOM
      *           resolves the agent at posting time. A policy
      *           whose product the target agent holds no active
      *           appointment for (AGAPPT) stays with the source
      *           agent and is listed as not transferred; the
      *           source is then not terminated and the run ends
      *           with RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSAGTRF.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Policies are moved only where the to-agent is
      *              appointed for the policy's product on AGAPPT;
      *              the rest are reported as not transferred and
      *              hold back termination of the source agent.
      * 2026-09-02 : Initial version.

       ENVIRONMENT DIVISION.
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO EXTERNAL AGAPPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AP-APPOINTMENT-KEY
           FILE STATUS IS WS-APPT-FILE-STATUS.

           SELECT POLICY-JOURNAL-FILE ASSIGN TO EXTERNAL POLJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.
       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  APPOINTMENT-FILE.
       COPY AGAPPT.

       FD  POLICY-JOURNAL-FILE
           RECORD CONTAINS 193 CHARACTERS
           DATA RECORD IS POLICY-JOURNAL-RECORD.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-APPT-FILE-STATUS         PIC XX VALUE SPACES.

       01  WS-APPT-OPEN-FLAG           PIC X VALUE 'N'.
           88  APPOINTMENTS-AVAILABLE  VALUE 'Y'.
       01  WS-APPOINTED-FLAG           PIC X VALUE 'Y'.
           88  TO-AGENT-IS-APPOINTED   VALUE 'Y'.

       01  WS-POL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-POLICIES         VALUE 'Y'.
       01  WS-FROM-AFTER               PIC 9(7) VALUE ZEROS.
       01  WS-TO-AFTER                 PIC 9(7) VALUE ZEROS.
       01  WS-POLICIES-READ            PIC 9(7) VALUE ZEROS.
       01  WS-NOT-APPOINTED            PIC 9(7) VALUE ZEROS.

      * Journal work areas - the same convention as INSPOLMNT.
       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'TRANSFERRED '.
          05 DL-POLICY-ID              PIC X(10).

       01  NL-NOT-MOVED-LINE.
          05 FILLER                    PIC X(13) VALUE 'NOT MOVED   '.
          05 NL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(32) VALUE
             'TO-AGENT NOT APPOINTED - PRODUCT'.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 NL-PRODUCT-CODE           PIC X(04).

       01  CL-COUNT-LINE.
          05 CL-AGENT-LABEL            PIC X(12).
          05 CL-AGENT-ID               PIC X(08).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'TRANSFERRED: '.
          05 TL-TRANSFERRED            PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE
             'NOT APPOINTED: '.
          05 TL-NOT-APPOINTED          PIC ZZZ,ZZ9.

      * Date calculation parameters
       COPY DATECALC.
           END-IF
           PERFORM 2000-SWEEP-POLICIES UNTIL END-OF-POLICIES
           PERFORM 3000-END-PROCESS
           IF WS-NOT-APPOINTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           IF WS-POLICY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-POL-EOF-FLAG
           END-IF
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-APPT-OPEN-FLAG
           END-IF
           OPEN EXTEND POLICY-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT POLICY-JOURNAL-FILE
           EVALUATE PM-AGENT-ID
               WHEN WS-FROM-AGENT
                   ADD 1 TO WS-FROM-BEFORE
                   PERFORM 2200-TRANSFER-ONE-POLICY THRU 2200-EXIT
               WHEN WS-TO-AGENT
                   ADD 1 TO WS-TO-BEFORE
               WHEN OTHER
           END-EVALUATE
           PERFORM 2100-READ-POLICY-MASTER.

       2050-CHECK-APPOINTMENT.
      * Same test as INSPOLMNT applies on a keyed agent change: an
      * active appointment for the product, or for every product
      * ('****'). No product, or no appointment file, is not
      * checked.
           MOVE 'Y' TO WS-APPOINTED-FLAG
           IF APPOINTMENTS-AVAILABLE AND PM-PRODUCT-CODE NOT = SPACES
               MOVE 'N' TO WS-APPOINTED-FLAG
               MOVE WS-TO-AGENT TO AP-AGENT-ID
               MOVE PM-PRODUCT-CODE TO AP-PRODUCT-CODE
               READ APPOINTMENT-FILE
                   KEY IS AP-APPOINTMENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-APPT-FILE-STATUS = '00' AND AP-STATUS-ACTIVE
                   MOVE 'Y' TO WS-APPOINTED-FLAG
               ELSE
                   MOVE '****' TO AP-PRODUCT-CODE
                   READ APPOINTMENT-FILE
                       KEY IS AP-APPOINTMENT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-APPT-FILE-STATUS = '00' AND
                      AP-STATUS-ACTIVE
                       MOVE 'Y' TO WS-APPOINTED-FLAG
                   END-IF
               END-IF
           END-IF.

       2100-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
           END-READ.

       2200-TRANSFER-ONE-POLICY.
           PERFORM 2050-CHECK-APPOINTMENT
           IF NOT TO-AGENT-IS-APPOINTED
               ADD 1 TO WS-NOT-APPOINTED
               MOVE PM-POLICY-ID TO NL-POLICY-ID
               MOVE PM-PRODUCT-CODE TO NL-PRODUCT-CODE
               WRITE REPORT-LINE FROM NL-NOT-MOVED-LINE
               GO TO 2200-EXIT
           END-IF
           MOVE POLICY-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-TO-AGENT TO PM-AGENT-ID
           REWRITE POLICY-MASTER-RECORD
           MOVE PM-POLICY-ID TO DL-POLICY-ID
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2200-EXIT.
           EXIT.

       2300-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE

       3000-END-PROCESS.
      * After counts prove the move arithmetically: the source goes
      * to zero less any policy held back as not appointed, the
      * target grows by exactly the transferred count.
           COMPUTE WS-FROM-AFTER = WS-FROM-BEFORE - WS-TRANSFERRED
           COMPUTE WS-TO-AFTER = WS-TO-BEFORE + WS-TRANSFERRED


           MOVE WS-POLICIES-READ TO TL-POLICIES-READ
           MOVE WS-TRANSFERRED TO TL-TRANSFERRED
           MOVE WS-NOT-APPOINTED TO TL-NOT-APPOINTED
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

      * A source agent still holding policies is not terminated.
           IF TERMINATE-SOURCE
               IF WS-NOT-APPOINTED = 0
                   PERFORM 3100-TERMINATE-SOURCE-AGENT
               ELSE
                   MOVE 'W' TO LOG-LEVEL
                   MOVE 'INSAGTRF' TO LOG-MODULE
                   STRING 'Source agent ' WS-FROM-AGENT
                          ' not terminated - policies not appointed: '
                          WS-NOT-APPOINTED
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF

           MOVE 'I' TO LOG-LEVEL

           CLOSE POLICY-MASTER-FILE
           CLOSE POLICY-JOURNAL-FILE
           IF APPOINTMENTS-AVAILABLE
               CLOSE APPOINTMENT-FILE
           END-IF
           CLOSE REPORT-FILE.

       3100-TERMINATE-SOURCE-AGENT.
