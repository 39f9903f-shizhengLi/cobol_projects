      ******************************************************************
      * Installation Parameter Report
      * Function: List every parameter on the installation parameter
      *           file (INSTPARM) for audit and for the operators: its
      *           type, permitted range and description, then each
      *           value row in effective-date order marked SUPERSEDED,
      *           IN FORCE (the value programs read as of the business
      *           date) or FUTURE, with the user who keyed it, the
      *           user who approved it and when it was applied. A
      *           parameter with no value in force is flagged - the
      *           programs run on their own default for it. When this
      *           job's environment carries an override for a
      *           parameter, whether INSPARM would honour it is shown
      *           too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIPRPT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSAGLIC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLATION-PARM-FILE ASSIGN TO EXTERNAL INSTPARM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IP-PARM-KEY
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL IPRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLATION-PARM-FILE.
       COPY INSTPARM.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-ENV-VALUE                PIC X(20) VALUE SPACES.

      * The parameter being listed.
       01  WS-CURRENT-NAME             PIC X(30) VALUE SPACES.
       01  WS-CURRENT-TYPE             PIC X(01) VALUE SPACE.
       01  WS-IN-FORCE-FLAG            PIC X VALUE 'N'.
           88  VALUE-IN-FORCE          VALUE 'Y'.
       01  WS-IN-FORCE-VALUE           PIC X(20) VALUE SPACES.
       01  WS-IN-FORCE-DATE            PIC X(8) VALUE SPACES.

      * A value row is written one row late: whether it is still in
      * force depends on the date of the row after it.
       01  WS-HELD-FLAG                PIC X VALUE 'N'.
           88  ROW-IS-HELD             VALUE 'Y'.
       01  WS-HELD-ROW.
           05  WS-HELD-DATE            PIC X(8).
           05  WS-HELD-VALUE           PIC X(20).
           05  WS-HELD-MAKER           PIC X(8).
           05  WS-HELD-CHECKER         PIC X(8).
           05  WS-HELD-TIMESTAMP       PIC X(19).
       01  WS-ROW-STATUS               PIC X(12) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-PARM-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-VALUE-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-FUTURE-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-NO-VALUE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-OVERRIDE-COUNT       PIC 9(5) VALUE ZEROS.

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
             'INSTALLATION PARAMETER REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'EFFECTIVE'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'VALUE'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'STATUS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'MAKER'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'CHECKER'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(19) VALUE 'CHANGED'.

       01  PL-PARAMETER-LINE.
          05 PL-NAME                   PIC X(30).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 PL-TYPE                   PIC X(07).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 PL-MIN                    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE ' - '.
          05 PL-MAX                    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 PL-DESCRIPTION            PIC X(21).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 PL-DEFINED-BY             PIC X(39).

       01  DL-DETAIL-LINE.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 DL-EFFECTIVE-DATE         PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-VALUE                  PIC X(20).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-STATUS                 PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-MAKER                  PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-CHECKER                PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-TIMESTAMP              PIC X(19).

       01  CL-CURRENT-LINE.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 CL-TEXT                   PIC X(128).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(12) VALUE 'PARAMETERS:'.
          05 TL-TOTAL-PARMS            PIC ZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'VALUE ROWS:'.
          05 TL-TOTAL-VALUES           PIC ZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'FUTURE:'.
          05 TL-TOTAL-FUTURE           PIC ZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(19) VALUE
             'NO VALUE IN FORCE:'.
          05 TL-TOTAL-NO-VALUE         PIC ZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'OVERRIDES:'.
          05 TL-TOTAL-OVERRIDES        PIC ZZ,ZZ9.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-DATA UNTIL END-OF-FILE
           PERFORM 3000-END-PROCESS
           IF WS-NO-VALUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * In force means in force as of the cycle's business date -
      * the date the programs look their values up as.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           OPEN INPUT INSTALLATION-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
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

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSIPRPT' TO LOG-MODULE
           MOVE 'Installation parameter report started'
             TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-FILE
               PERFORM 2100-READ-PARM-FILE
           END-IF.

       2000-PROCESS-DATA.
      * A new name closes off the parameter before it. Value rows
      * with no definition ahead of them are listed under the name
      * all the same - INSPARM will not use them.
           IF IP-PARM-NAME NOT = WS-CURRENT-NAME
               IF WS-CURRENT-NAME NOT = SPACES
                   PERFORM 2500-FINISH-PARAMETER
               END-IF
               PERFORM 2200-START-PARAMETER
           END-IF
           IF NOT IP-DEFINITION-ROW
               PERFORM 2300-VALUE-ROW
           END-IF
           PERFORM 2100-READ-PARM-FILE.

       2100-READ-PARM-FILE.
           READ INSTALLATION-PARM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2200-START-PARAMETER.
           ADD 1 TO WS-PARM-COUNT
           MOVE IP-PARM-NAME TO WS-CURRENT-NAME
           MOVE 'N' TO WS-IN-FORCE-FLAG
           MOVE 'N' TO WS-HELD-FLAG
           MOVE SPACES TO PL-TYPE
           MOVE ZEROS TO PL-MIN
           MOVE ZEROS TO PL-MAX
           MOVE SPACES TO PL-DESCRIPTION
           MOVE SPACES TO PL-DEFINED-BY
           MOVE IP-PARM-NAME TO PL-NAME
           IF IP-DEFINITION-ROW
               MOVE IP-VALUE-TYPE TO WS-CURRENT-TYPE
               EVALUATE TRUE
                   WHEN IP-TYPE-NUMERIC
                       MOVE 'NUMERIC' TO PL-TYPE
                   WHEN IP-TYPE-TEXT
                       MOVE 'TEXT' TO PL-TYPE
                   WHEN OTHER
                       MOVE 'FLAG' TO PL-TYPE
               END-EVALUATE
               IF NOT IP-TYPE-FLAG
                   MOVE IP-MIN-VALUE TO PL-MIN
                   MOVE IP-MAX-VALUE TO PL-MAX
               END-IF
               MOVE IP-DESCRIPTION TO PL-DESCRIPTION
               STRING 'DEFINED ' IP-MAKER '/' IP-CHECKER
                      ' ' IP-CHANGED-TIMESTAMP(1:16)
                 DELIMITED BY SIZE INTO PL-DEFINED-BY
               END-STRING
           ELSE
               MOVE SPACE TO WS-CURRENT-TYPE
               MOVE '** NO DEFINITION ROW **' TO PL-DEFINED-BY
           END-IF
           WRITE REPORT-LINE FROM PL-PARAMETER-LINE.

       2300-VALUE-ROW.
           ADD 1 TO WS-VALUE-COUNT
           IF ROW-IS-HELD
               IF IP-EFFECTIVE-DATE <= WS-TODAY-DATE
                   MOVE 'SUPERSEDED' TO WS-ROW-STATUS
                   PERFORM 2400-WRITE-HELD-ROW
               ELSE
                   PERFORM 2350-SET-FINAL-STATUS
                   PERFORM 2400-WRITE-HELD-ROW
               END-IF
           END-IF
           MOVE 'Y' TO WS-HELD-FLAG
           MOVE IP-EFFECTIVE-DATE TO WS-HELD-DATE
           MOVE IP-VALUE-TEXT TO WS-HELD-VALUE
           MOVE IP-MAKER TO WS-HELD-MAKER
           MOVE IP-CHECKER TO WS-HELD-CHECKER
           MOVE IP-CHANGED-TIMESTAMP TO WS-HELD-TIMESTAMP.

       2350-SET-FINAL-STATUS.
      * The held row is the last one on or before the business date,
      * or a future one.
           IF WS-HELD-DATE <= WS-TODAY-DATE
               MOVE 'IN FORCE' TO WS-ROW-STATUS
               MOVE 'Y' TO WS-IN-FORCE-FLAG
               MOVE WS-HELD-VALUE TO WS-IN-FORCE-VALUE
               MOVE WS-HELD-DATE TO WS-IN-FORCE-DATE
           ELSE
               MOVE 'FUTURE' TO WS-ROW-STATUS
               ADD 1 TO WS-FUTURE-COUNT
           END-IF.

       2400-WRITE-HELD-ROW.
           MOVE SPACES TO DL-EFFECTIVE-DATE
           STRING WS-HELD-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-HELD-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-HELD-DATE(7:2) DELIMITED BY SIZE
             INTO DL-EFFECTIVE-DATE
           END-STRING
           MOVE WS-HELD-VALUE TO DL-VALUE
           MOVE WS-ROW-STATUS TO DL-STATUS
           MOVE WS-HELD-MAKER TO DL-MAKER
           MOVE WS-HELD-CHECKER TO DL-CHECKER
           MOVE WS-HELD-TIMESTAMP TO DL-TIMESTAMP
           WRITE REPORT-LINE FROM DL-DETAIL-LINE
           MOVE 'N' TO WS-HELD-FLAG.

       2500-FINISH-PARAMETER.
           IF ROW-IS-HELD
               PERFORM 2350-SET-FINAL-STATUS
               PERFORM 2400-WRITE-HELD-ROW
           END-IF

           MOVE SPACES TO CL-TEXT
           IF VALUE-IN-FORCE
               STRING 'CURRENT VALUE: ' WS-IN-FORCE-VALUE
                      ' (FROM ' WS-IN-FORCE-DATE ')'
                 DELIMITED BY SIZE INTO CL-TEXT
               END-STRING
           ELSE
               ADD 1 TO WS-NO-VALUE-COUNT
               MOVE 'NO VALUE IN FORCE - PROGRAMS USE THEIR DEFAULT'
                 TO CL-TEXT
           END-IF
           WRITE REPORT-LINE FROM CL-CURRENT-LINE

      * An override in this job's environment is shown as INSPARM
      * would treat it.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT WS-CURRENT-NAME
           IF WS-ENV-VALUE NOT = SPACES AND WS-CURRENT-TYPE NOT = SPACE
               MOVE WS-CURRENT-NAME TO PRM-NAME
               MOVE SPACES TO PRM-AS-OF-DATE
               MOVE WS-CURRENT-TYPE TO PRM-VALUE-TYPE
               CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
               MOVE SPACES TO CL-TEXT
               IF PRM-VALUE-FOUND AND PRM-FROM-ENVIRONMENT
                   ADD 1 TO WS-OVERRIDE-COUNT
                   STRING 'ENVIRONMENT OVERRIDE IN EFFECT: '
                          WS-ENV-VALUE
                     DELIMITED BY SIZE INTO CL-TEXT
                   END-STRING
               ELSE
                   STRING 'ENVIRONMENT OVERRIDE INVALID, IGNORED: '
                          WS-ENV-VALUE
                     DELIMITED BY SIZE INTO CL-TEXT
                   END-STRING
               END-IF
               WRITE REPORT-LINE FROM CL-CURRENT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-END-PROCESS.
           IF WS-CURRENT-NAME NOT = SPACES
               PERFORM 2500-FINISH-PARAMETER
           END-IF

           MOVE WS-PARM-COUNT TO TL-TOTAL-PARMS
           MOVE WS-VALUE-COUNT TO TL-TOTAL-VALUES
           MOVE WS-FUTURE-COUNT TO TL-TOTAL-FUTURE
           MOVE WS-NO-VALUE-COUNT TO TL-TOTAL-NO-VALUE
           MOVE WS-OVERRIDE-COUNT TO TL-TOTAL-OVERRIDES

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSIPRPT' TO LOG-MODULE
           STRING 'Installation parameter report ended. Parameters: '
                  WS-PARM-COUNT
                  ' No value in force: '
                  WS-NO-VALUE-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF WS-PARM-FILE-STATUS NOT = '35'
               CLOSE INSTALLATION-PARM-FILE
           END-IF
           CLOSE REPORT-FILE.

       END PROGRAM INSIPRPT.
