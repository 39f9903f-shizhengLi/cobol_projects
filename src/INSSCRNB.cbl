      ******************************************************************
      * Sanctions Nightly Rescreen Program
      * Function: When the compliance feed delivers a new watch-list
      *           version, rescreen every client on CLIENT-MASTER and
      *           every agent on AGENT-MASTER against it through
      *           INSSCRN. A party newly matching goes on compliance
      *           hold; a held party the new list no longer matches
      *           is listed for compliance review (the hold itself
      *           only comes off by disposition, INSSCDSP). An
      *           unchanged list is not rescreened unless
      *           SCREEN_FORCE=Y; the version screened is recorded
      *           on the screening hit file's control record. If
      *           either master cannot be opened the version is not
      *           recorded, so the next run screens it again, and the
      *           run ends with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSSCRNB.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : A client or agent master that fails to open is
      *              reported and logged with its file status, the
      *              run ends with return code 8, and the list
      *              version is not marked rescreened.
      * 2026-10-15 : Initial version.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO EXTERNAL AGENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL SCRNRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
       COPY CLIENTMS.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-CLIENT-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-CLIENTS          VALUE 'Y'.
       01  WS-AGENT-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-AGENTS           VALUE 'Y'.

       01  WS-FORCE-TEXT               PIC X(10) VALUE SPACES.
       01  WS-RESCREEN-FLAG            PIC X VALUE 'N'.
           88  WS-RESCREEN-DUE         VALUE 'Y'.
       01  WS-LIST-FAILED-FLAG         PIC X VALUE 'N'.
           88  WS-LIST-FAILED          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLIENTS-SCREENED     PIC 9(7) VALUE ZEROS.
           05  WS-AGENTS-SCREENED      PIC 9(7) VALUE ZEROS.
           05  WS-NEW-HOLD-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-STILL-HELD-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-REVIEW-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-NEW-HIT-COUNT        PIC 9(7) VALUE ZEROS.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-CYC-STEP                 PIC X(10) VALUE SPACES.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.
       01  WS-GATE-DATE                PIC X(8) VALUE SPACES.

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

      * Sanctions screening parameters
       COPY SCRNPARM.

      * Report related fields
       01  HL-HEADING-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'SANCTIONS WATCH-LIST RESCREEN'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-VERSION-LINE.
          05 FILLER                    PIC X(14) VALUE
             'LIST VERSION: '.
          05 HL-LIST-VERSION           PIC X(10).
          05 FILLER                    PIC X(22) VALUE
             '   LAST RESCREENED: '.
          05 HL-LAST-VERSION           PIC X(10).
          05 FILLER                    PIC X(12) VALUE
             '   ENTRIES: '.
          05 HL-ENTRY-COUNT            PIC ZZZ,ZZ9.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(04) VALUE 'TYPE'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'PARTY'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(30) VALUE 'NAME'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'LIST ENTRY'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE 'LISTED NAME'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(24) VALUE 'RESULT'.

       01  DL-DETAIL-LINE.
          05 DL-PARTY-TYPE             PIC X(04).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PARTY-ID               PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PARTY-NAME             PIC X(30).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-ENTRY-ID               PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-LIST-NAME              PIC X(40).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-RESULT                 PIC X(24).

       01  DL-MESSAGE-LINE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-MESSAGE                PIC X(80).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 TL-LABEL                  PIC X(36).
          05 TL-COUNT                  PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-RESOLVE-GATE-DATE
           MOVE 'S' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           PERFORM 1000-INIT-PROCESS
           IF WS-RESCREEN-DUE
               PERFORM 2000-SCREEN-CLIENT UNTIL END-OF-CLIENTS
               PERFORM 2500-SCREEN-AGENT UNTIL END-OF-AGENTS
               IF NOT WS-LIST-FAILED
                   MOVE 'M' TO SC-FUNCTION-CODE
                   CALL 'INSSCRN' USING SCREEN-PARAMS
               END-IF
           END-IF
           PERFORM 3000-END-PROCESS
           MOVE 'C' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           EVALUATE TRUE
               WHEN WS-LIST-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEW-HOLD-COUNT > 0 OR WS-REVIEW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Process as the cycle's business date when the control file
      * is present (advanced once per cycle by INSBDMNT); system
      * date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           ACCEPT WS-FORCE-TEXT FROM ENVIRONMENT "SCREEN_FORCE"

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
           MOVE 'INSSCRNB' TO LOG-MODULE
           MOVE 'Sanctions rescreen started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

      * Has the list moved on since the masters were last screened?
           MOVE 'V' TO SC-FUNCTION-CODE
           CALL 'INSSCRN' USING SCREEN-PARAMS
           MOVE SC-LIST-VERSION TO HL-LIST-VERSION
           MOVE SC-LAST-VERSION TO HL-LAST-VERSION
           MOVE SC-LIST-ENTRY-COUNT TO HL-ENTRY-COUNT
           WRITE REPORT-LINE FROM HL-VERSION-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           EVALUATE TRUE
               WHEN SC-LIST-UNAVAILABLE
                   MOVE 'Y' TO WS-LIST-FAILED-FLAG
                   MOVE 'WATCH LIST NOT AVAILABLE OR OUT OF BALANCE -'
                     TO DL-MESSAGE
                   WRITE REPORT-LINE FROM DL-MESSAGE-LINE
                   MOVE 'NOTHING RESCREENED' TO DL-MESSAGE
                   WRITE REPORT-LINE FROM DL-MESSAGE-LINE
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSSCRNB' TO LOG-MODULE
                   MOVE 'Watch list unavailable - rescreen not run'
                     TO LOG-MESSAGE
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               WHEN SC-LIST-VERSION = SC-LAST-VERSION AND
                    WS-FORCE-TEXT NOT = 'Y' AND
                    WS-FORCE-TEXT NOT = 'y'
                   MOVE 'WATCH LIST UNCHANGED - NO RESCREEN NEEDED'
                     TO DL-MESSAGE
                   WRITE REPORT-LINE FROM DL-MESSAGE-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-RESCREEN-FLAG
           END-EVALUATE

           IF WS-RESCREEN-DUE
               WRITE REPORT-LINE FROM HL-HEADING-LINE-3
               WRITE REPORT-LINE FROM HL-HEADING-LINE-2
               OPEN I-O CLIENT-MASTER-FILE
               IF WS-CLIENT-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-CLIENT-EOF-FLAG
                   MOVE 'Y' TO WS-LIST-FAILED-FLAG
                   MOVE SPACES TO DL-MESSAGE
                   STRING 'CLIENT MASTER NOT OPENED, STATUS '
                          WS-CLIENT-FILE-STATUS
                          ' - CLIENTS NOT RESCREENED'
                     DELIMITED BY SIZE
                     INTO DL-MESSAGE
                   END-STRING
                   WRITE REPORT-LINE FROM DL-MESSAGE-LINE
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSSCRNB' TO LOG-MODULE
                   STRING 'Client master open failed, status '
                          WS-CLIENT-FILE-STATUS
                          ' - list version not marked rescreened'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               ELSE
                   PERFORM 2100-READ-CLIENT
               END-IF
               OPEN I-O AGENT-MASTER-FILE
               IF WS-AGENT-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-AGENT-EOF-FLAG
                   MOVE 'Y' TO WS-LIST-FAILED-FLAG
                   MOVE SPACES TO DL-MESSAGE
                   STRING 'AGENT MASTER NOT OPENED, STATUS '
                          WS-AGENT-FILE-STATUS
                          ' - AGENTS NOT RESCREENED'
                     DELIMITED BY SIZE
                     INTO DL-MESSAGE
                   END-STRING
                   WRITE REPORT-LINE FROM DL-MESSAGE-LINE
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSSCRNB' TO LOG-MODULE
                   STRING 'Agent master open failed, status '
                          WS-AGENT-FILE-STATUS
                          ' - list version not marked rescreened'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               ELSE
                   PERFORM 2600-READ-AGENT
               END-IF
           END-IF.

       2000-SCREEN-CLIENT.
           ADD 1 TO WS-CLIENTS-SCREENED
           MOVE 'S' TO SC-FUNCTION-CODE
           MOVE 'CL' TO SC-PARTY-TYPE
           MOVE CL-CLIENT-ID TO SC-PARTY-ID
           MOVE CL-CLIENT-NAME TO SC-PARTY-NAME
           CALL 'INSSCRN' USING SCREEN-PARAMS
           ADD SC-NEW-HIT-COUNT TO WS-NEW-HIT-COUNT

           MOVE 'CL' TO DL-PARTY-TYPE
           MOVE CL-CLIENT-ID TO DL-PARTY-ID
           MOVE CL-CLIENT-NAME TO DL-PARTY-NAME
           MOVE SC-ENTRY-ID TO DL-ENTRY-ID
           MOVE SC-LIST-NAME TO DL-LIST-NAME
           EVALUATE TRUE
               WHEN SC-HIT AND NOT CL-ON-COMPLIANCE-HOLD
                   MOVE 'H' TO CL-COMPLIANCE-HOLD
                   MOVE WS-TODAY-DATE TO CL-HOLD-DATE
                   REWRITE CLIENT-MASTER-RECORD
                   ADD 1 TO WS-NEW-HOLD-COUNT
                   MOVE 'NEW COMPLIANCE HOLD' TO DL-RESULT
                   WRITE REPORT-LINE FROM DL-DETAIL-LINE
               WHEN SC-HIT
                   ADD 1 TO WS-STILL-HELD-COUNT
               WHEN CL-ON-COMPLIANCE-HOLD
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'HELD - NO LONGER LISTED' TO DL-RESULT
                   WRITE REPORT-LINE FROM DL-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-CLIENT.

       2100-READ-CLIENT.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CLIENT-EOF-FLAG
           END-READ.

       2500-SCREEN-AGENT.
           ADD 1 TO WS-AGENTS-SCREENED
           MOVE 'S' TO SC-FUNCTION-CODE
           MOVE 'AG' TO SC-PARTY-TYPE
           MOVE AG-AGENT-ID TO SC-PARTY-ID
           MOVE AG-AGENT-NAME TO SC-PARTY-NAME
           CALL 'INSSCRN' USING SCREEN-PARAMS
           ADD SC-NEW-HIT-COUNT TO WS-NEW-HIT-COUNT

           MOVE 'AG' TO DL-PARTY-TYPE
           MOVE AG-AGENT-ID TO DL-PARTY-ID
           MOVE AG-AGENT-NAME TO DL-PARTY-NAME
           MOVE SC-ENTRY-ID TO DL-ENTRY-ID
           MOVE SC-LIST-NAME TO DL-LIST-NAME
           EVALUATE TRUE
               WHEN SC-HIT AND NOT AG-ON-COMPLIANCE-HOLD
                   MOVE 'H' TO AG-COMPLIANCE-HOLD
                   MOVE WS-TODAY-DATE TO AG-HOLD-DATE
                   REWRITE AGENT-MASTER-RECORD
                   ADD 1 TO WS-NEW-HOLD-COUNT
                   MOVE 'NEW COMPLIANCE HOLD' TO DL-RESULT
                   WRITE REPORT-LINE FROM DL-DETAIL-LINE
               WHEN SC-HIT
                   ADD 1 TO WS-STILL-HELD-COUNT
               WHEN AG-ON-COMPLIANCE-HOLD
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'HELD - NO LONGER LISTED' TO DL-RESULT
                   WRITE REPORT-LINE FROM DL-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2600-READ-AGENT.

       2600-READ-AGENT.
           READ AGENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AGENT-EOF-FLAG
           END-READ.

       3000-END-PROCESS.
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'CLIENTS SCREENED' TO TL-LABEL
           MOVE WS-CLIENTS-SCREENED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'AGENTS SCREENED' TO TL-LABEL
           MOVE WS-AGENTS-SCREENED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'NEW WATCH-LIST HITS RECORDED' TO TL-LABEL
           MOVE WS-NEW-HIT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'NEW COMPLIANCE HOLDS' TO TL-LABEL
           MOVE WS-NEW-HOLD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'ALREADY ON HOLD, STILL MATCHING' TO TL-LABEL
           MOVE WS-STILL-HELD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'HELD, NO LONGER MATCHING - REVIEW' TO TL-LABEL
           MOVE WS-REVIEW-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSSCRNB' TO LOG-MODULE
           STRING 'Sanctions rescreen ended. New holds: '
                  WS-NEW-HOLD-COUNT
                  ' Review: ' WS-REVIEW-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           MOVE 'C' TO SC-FUNCTION-CODE
           CALL 'INSSCRN' USING SCREEN-PARAMS
           IF WS-RESCREEN-DUE
               CLOSE CLIENT-MASTER-FILE
               CLOSE AGENT-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

       0100-RESOLVE-GATE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-GATE-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-GATE-DATE
           END-IF.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSSCRNB' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-GATE-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSSCRNB.
