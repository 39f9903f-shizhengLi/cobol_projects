      ******************************************************************
      * Agent License Expiry Report
      * Function: Monthly list for the distribution team of every
      *           active agent on AGENT-MASTER whose license has
      *           already expired, or expires within the warning
      *           window (LICENSE_WARN_DAYS, default 60 days from
      *           the business date), plus active agents with no
      *           license recorded at all. An expired license is
      *           what INSCMSET holds commission for, so the
      *           window gives the team time to chase a renewal
      *           before an agent's pay stops.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSAGLIC.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : LICENSE_WARN_DAYS is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Initial version, modeled on INSMATUR's notice
      *              window.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-MASTER-FILE ASSIGN TO EXTERNAL AGENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL AGLICRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-DAYS-TO-EXPIRY           PIC S9(5) VALUE ZEROS.
       01  WS-LICENSE-STATE            PIC X(20) VALUE SPACES.

      * Warning window in days, LICENSE_WARN_DAYS overriding the
      * default.
       01  WS-WARN-DAYS                PIC 9(3) VALUE 60.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-ACTIVE-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-EXPIRED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-EXPIRING-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-MISSING-COUNT        PIC 9(7) VALUE ZEROS.

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
             'AGENT LICENSE EXPIRY REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-WINDOW-LINE.
          05 FILLER                    PIC X(30) VALUE
             'LICENSES EXPIRING WITHIN DAYS:'.
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 HL-WARN-DAYS              PIC ZZ9.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(08) VALUE 'AGENT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(30) VALUE 'AGENT NAME'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE 'LICENSE NUMBER'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'EXPIRES'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'DAYS'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'STATUS'.

       01  DL-DETAIL-LINE.
          05 DL-AGENT-ID               PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-AGENT-NAME             PIC X(30).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-LICENSE-NUMBER         PIC X(15).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-EXPIRY-DATE            PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-DAYS                   PIC -ZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-STATUS                 PIC X(20).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(14) VALUE 'AGENTS READ:'.
          05 TL-TOTAL-READ             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'ACTIVE:'.
          05 TL-TOTAL-ACTIVE           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'EXPIRED:'.
          05 TL-TOTAL-EXPIRED          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'EXPIRING:'.
          05 TL-TOTAL-EXPIRING         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'NO LICENSE:'.
          05 TL-TOTAL-MISSING          PIC ZZZ,ZZ9.

      * Date calculation parameters
       COPY DATECALC.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-DATA UNTIL END-OF-FILE
           PERFORM 3000-END-PROCESS
           IF WS-EXPIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'LICENSE_WARN_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-WARN-DAYS
           END-IF

           OPEN INPUT AGENT-MASTER-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT REPORT-FILE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING
           MOVE WS-WARN-DAYS TO HL-WARN-DAYS

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-WINDOW-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSAGLIC' TO LOG-MODULE
           MOVE 'Agent license expiry report started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-FILE
               PERFORM 2100-READ-AGENT-MASTER
           END-IF.

       2000-PROCESS-DATA.
      * Terminated agents are not selling and are left off.
           IF AG-STATUS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 2200-CHECK-LICENSE THRU 2200-EXIT
           END-IF
           PERFORM 2100-READ-AGENT-MASTER.

       2100-READ-AGENT-MASTER.
           READ AGENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-CHECK-LICENSE.
           MOVE SPACES TO DL-EXPIRY-DATE
           MOVE ZEROS TO WS-DAYS-TO-EXPIRY

           IF AG-LICENSE-EXPIRY IS NOT NUMERIC
               ADD 1 TO WS-MISSING-COUNT
               MOVE 'NO LICENSE ON FILE' TO WS-LICENSE-STATE
               PERFORM 2300-WRITE-DETAIL
               GO TO 2200-EXIT
           END-IF

           MOVE 'D' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           MOVE AG-LICENSE-EXPIRY TO DC-TARGET-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-ERROR
               ADD 1 TO WS-MISSING-COUNT
               MOVE 'INVALID EXPIRY DATE' TO WS-LICENSE-STATE
               PERFORM 2300-WRITE-DETAIL
               GO TO 2200-EXIT
           END-IF
           MOVE DC-DAYS TO WS-DAYS-TO-EXPIRY

           STRING AG-LICENSE-EXPIRY(1:4) DELIMITED BY SIZE
                  '-'
                  AG-LICENSE-EXPIRY(5:2) DELIMITED BY SIZE
                  '-'
                  AG-LICENSE-EXPIRY(7:2) DELIMITED BY SIZE
             INTO DL-EXPIRY-DATE
           END-STRING

      * Expiring today still pays today - INSCMSET holds only once
      * the expiry date is behind the business date.
           EVALUATE TRUE
               WHEN WS-DAYS-TO-EXPIRY < 0
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED - COMM HELD' TO WS-LICENSE-STATE
                   PERFORM 2300-WRITE-DETAIL
               WHEN WS-DAYS-TO-EXPIRY <= WS-WARN-DAYS
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE 'EXPIRING' TO WS-LICENSE-STATE
                   PERFORM 2300-WRITE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-EXIT.
           EXIT.

       2300-WRITE-DETAIL.
           MOVE AG-AGENT-ID TO DL-AGENT-ID
           MOVE AG-AGENT-NAME TO DL-AGENT-NAME
           MOVE AG-LICENSE-NUMBER TO DL-LICENSE-NUMBER
           MOVE WS-DAYS-TO-EXPIRY TO DL-DAYS
           MOVE WS-LICENSE-STATE TO DL-STATUS
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       3000-END-PROCESS.
           MOVE WS-READ-COUNT TO TL-TOTAL-READ
           MOVE WS-ACTIVE-COUNT TO TL-TOTAL-ACTIVE
           MOVE WS-EXPIRED-COUNT TO TL-TOTAL-EXPIRED
           MOVE WS-EXPIRING-COUNT TO TL-TOTAL-EXPIRING
           MOVE WS-MISSING-COUNT TO TL-TOTAL-MISSING

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSAGLIC' TO LOG-MODULE
           STRING 'Agent license expiry report ended. Expired: '
                  WS-EXPIRED-COUNT
                  ' Expiring: '
                  WS-EXPIRING-COUNT
                  ' No license: '
                  WS-MISSING-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF WS-AGENT-FILE-STATUS NOT = '35'
               CLOSE AGENT-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM INSAGLIC.
