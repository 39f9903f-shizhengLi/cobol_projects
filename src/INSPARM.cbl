      ******************************************************************
      * Installation Parameter Lookup Subroutine
      * Function: Answer the value of one installation parameter
      *           (PARMLKUP.cpy) as of a date - the cycle business
      *           date unless the caller names one. The value comes
      *           from the installation parameter file (INSTPARM):
      *           the latest value row effective on or before the
      *           date, checked against the parameter's definition
      *           row for type and range. An environment variable of
      *           the same name still overrides the file for a one-
      *           off run; the override is checked the same way and
      *           logged, and an invalid one is ignored with a
      *           warning. A parameter with no usable value answers
      *           not-found and the caller keeps its own default -
      *           logged as a warning, so a missing row is never
      *           silent. The file is opened once per run unit and
      *           left open; an absent file is tolerated (overrides
      *           and program defaults only).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPARM.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSBDATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLATION-PARM-FILE ASSIGN TO EXTERNAL INSTPARM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-PARM-KEY
           FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLATION-PARM-FILE.
       COPY INSTPARM.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-INIT-DONE-FLAG           PIC X VALUE 'N'.
           88  INIT-IS-DONE            VALUE 'Y'.
       01  WS-FILE-OPEN-FLAG           PIC X VALUE 'N'.
           88  PARM-FILE-IS-OPEN       VALUE 'Y'.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE               PIC X(8) VALUE SPACES.
       01  WS-ENV-VALUE                PIC X(20) VALUE SPACES.
       01  WS-SCAN-DONE-FLAG           PIC X VALUE 'N'.
           88  SCAN-IS-DONE            VALUE 'Y'.

      * What the file holds for the parameter being looked up.
       01  WS-DEFINITION-FLAG          PIC X VALUE 'N'.
           88  DEFINITION-FOUND        VALUE 'Y'.
       01  WS-DEF-TYPE                 PIC X(01) VALUE SPACE.
       01  WS-DEF-MIN-VALUE            PIC 9(9)V99 VALUE ZEROS.
       01  WS-DEF-MAX-VALUE            PIC 9(9)V99 VALUE ZEROS.
       01  WS-FILE-VALUE-FLAG          PIC X VALUE 'N'.
           88  FILE-VALUE-FOUND        VALUE 'Y'.
       01  WS-FILE-VALUE-TEXT          PIC X(20) VALUE SPACES.
       01  WS-FILE-VALUE-DATE          PIC X(8) VALUE SPACES.

      * 4000-VALIDATE-VALUE works on these.
       01  WS-CHECK-TEXT               PIC X(20) VALUE SPACES.
       01  WS-CHECK-SIGNED             PIC S9(11)V99 VALUE ZEROS.
       01  WS-CHECK-LENGTH             PIC 9(3) VALUE ZEROS.
       01  WS-CHECK-TRAILING           PIC 9(3) VALUE ZEROS.
       01  WS-CHECK-MAX-LENGTH         PIC 9(3) VALUE ZEROS.
       01  WS-CHECK-OK-FLAG            PIC X VALUE 'N'.
           88  CHECK-VALUE-IS-OK       VALUE 'Y'.

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

      * Logging parameters
       COPY LOGGER.

       LINKAGE SECTION.
       COPY PARMLKUP.

       PROCEDURE DIVISION USING PARM-LOOKUP-PARAMS.
       0000-MAIN-PROCESS.
           IF NOT INIT-IS-DONE
               PERFORM 1000-INIT-PROCESS
               MOVE 'Y' TO WS-INIT-DONE-FLAG
           END-IF

           MOVE '1' TO PRM-RETURN-CODE
           MOVE SPACES TO PRM-VALUE-TEXT
           MOVE SPACES TO PRM-SOURCE
           MOVE SPACES TO PRM-EFFECTIVE-DATE
           MOVE ZEROS TO PRM-NUMERIC-VALUE

           IF PRM-AS-OF-DATE IS NUMERIC
               MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF

           PERFORM 2000-READ-FILE-VALUE THRU 2000-EXIT
           PERFORM 3000-CHECK-OVERRIDE THRU 3000-EXIT
           GOBACK.

       1000-INIT-PROCESS.
      * The as-of date defaults to the cycle business date, else the
      * system date - the same date the calling program runs as.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE SPACES TO WS-AS-OF-DATE
           CALL 'INSBDATE' USING WS-AS-OF-DATE
           IF WS-AS-OF-DATE IS NUMERIC
               MOVE WS-AS-OF-DATE TO WS-BUSINESS-DATE
           END-IF

           OPEN INPUT INSTALLATION-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-OPEN-FLAG
           ELSE
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSPARM' TO LOG-MODULE
               STRING 'INSTPARM not available (status '
                      WS-PARM-FILE-STATUS
                      ') - program defaults apply unless overridden'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.

       2000-READ-FILE-VALUE.
      * Definition row first: it fixes the type and range every
      * value - on file or overridden - is checked against.
           MOVE 'N' TO WS-DEFINITION-FLAG
           MOVE 'N' TO WS-FILE-VALUE-FLAG
           MOVE SPACES TO WS-FILE-VALUE-TEXT
           MOVE SPACES TO WS-FILE-VALUE-DATE
           IF NOT PARM-FILE-IS-OPEN
               GO TO 2000-EXIT
           END-IF

           MOVE PRM-NAME TO IP-PARM-NAME
           MOVE '00000000' TO IP-EFFECTIVE-DATE
           READ INSTALLATION-PARM-FILE
               KEY IS IP-PARM-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           IF IP-VALUE-TYPE NOT = PRM-VALUE-TYPE
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSPARM' TO LOG-MODULE
               STRING 'INSTPARM type of ' PRM-NAME
                      ' is ' IP-VALUE-TYPE
                      ', program expects ' PRM-VALUE-TYPE
                      ' - file value not used'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 2000-EXIT
           END-IF
           MOVE 'Y' TO WS-DEFINITION-FLAG
           MOVE IP-VALUE-TYPE TO WS-DEF-TYPE
           MOVE IP-MIN-VALUE TO WS-DEF-MIN-VALUE
           MOVE IP-MAX-VALUE TO WS-DEF-MAX-VALUE

      * Value rows follow the definition in date order; the last one
      * effective on or before the as-of date is in force.
           MOVE '00000001' TO IP-EFFECTIVE-DATE
           START INSTALLATION-PARM-FILE
               KEY IS NOT LESS THAN IP-PARM-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           PERFORM 2100-SCAN-VALUE-ROW
               UNTIL SCAN-IS-DONE

           IF FILE-VALUE-FOUND
               MOVE WS-FILE-VALUE-TEXT TO WS-CHECK-TEXT
               PERFORM 4000-VALIDATE-VALUE THRU 4000-EXIT
               IF CHECK-VALUE-IS-OK
                   MOVE WS-CHECK-TEXT TO PRM-VALUE-TEXT
                   MOVE WS-FILE-VALUE-DATE TO PRM-EFFECTIVE-DATE
                   IF PRM-TYPE-NUMERIC
                       MOVE WS-CHECK-SIGNED TO PRM-NUMERIC-VALUE
                   END-IF
                   MOVE 'F' TO PRM-SOURCE
                   MOVE '0' TO PRM-RETURN-CODE
               ELSE
                   MOVE 'W' TO LOG-LEVEL
                   MOVE 'INSPARM' TO LOG-MODULE
                   STRING 'INSTPARM value of ' PRM-NAME
                          ' effective ' WS-FILE-VALUE-DATE
                          ' fails its definition - not used'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       2000-EXIT.
           EXIT.

       2100-SCAN-VALUE-ROW.
           READ INSTALLATION-PARM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-FLAG
           END-READ
           IF NOT SCAN-IS-DONE
               IF IP-PARM-NAME NOT = PRM-NAME OR
                  IP-EFFECTIVE-DATE > WS-AS-OF-DATE
                   MOVE 'Y' TO WS-SCAN-DONE-FLAG
               ELSE
                   MOVE 'Y' TO WS-FILE-VALUE-FLAG
                   MOVE IP-VALUE-TEXT TO WS-FILE-VALUE-TEXT
                   MOVE IP-EFFECTIVE-DATE TO WS-FILE-VALUE-DATE
               END-IF
           END-IF.

       3000-CHECK-OVERRIDE.
      * A run-time override wins over the file, but only a valid one
      * - a mistyped export must not quietly become a business rule.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT PRM-NAME
           IF WS-ENV-VALUE = SPACES
               IF NOT PRM-VALUE-FOUND
                   PERFORM 3100-LOG-NOT-FOUND
               END-IF
               GO TO 3000-EXIT
           END-IF

           IF NOT DEFINITION-FOUND
               MOVE PRM-VALUE-TYPE TO WS-DEF-TYPE
           END-IF
           MOVE WS-ENV-VALUE TO WS-CHECK-TEXT
           PERFORM 4000-VALIDATE-VALUE THRU 4000-EXIT
           IF NOT CHECK-VALUE-IS-OK
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSPARM' TO LOG-MODULE
               STRING 'Override ' PRM-NAME
                      '=' WS-ENV-VALUE
                      ' is invalid - ignored'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               IF NOT PRM-VALUE-FOUND
                   PERFORM 3100-LOG-NOT-FOUND
               END-IF
               GO TO 3000-EXIT
           END-IF

           MOVE WS-CHECK-TEXT TO PRM-VALUE-TEXT
           IF PRM-TYPE-NUMERIC
               MOVE WS-CHECK-SIGNED TO PRM-NUMERIC-VALUE
           END-IF
           MOVE SPACES TO PRM-EFFECTIVE-DATE
           MOVE 'E' TO PRM-SOURCE
           MOVE '0' TO PRM-RETURN-CODE
           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPARM' TO LOG-MODULE
           STRING 'Override ' PRM-NAME
                  '=' WS-ENV-VALUE
                  ' in effect for this run'
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       3000-EXIT.
           EXIT.

       3100-LOG-NOT-FOUND.
           IF PARM-FILE-IS-OPEN
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSPARM' TO LOG-MODULE
               STRING 'No INSTPARM value for ' PRM-NAME
                      ' as of ' WS-AS-OF-DATE
                      ' - program default used'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.

       4000-VALIDATE-VALUE.
      * WS-CHECK-TEXT against WS-DEF-TYPE and, when the definition
      * row was found, its bounds. A numeric value comes back in
      * WS-CHECK-SIGNED; a flag comes back upper-cased.
           MOVE 'N' TO WS-CHECK-OK-FLAG
           MOVE ZEROS TO WS-CHECK-SIGNED
           IF WS-CHECK-TEXT = SPACES
               GO TO 4000-EXIT
           END-IF

           EVALUATE WS-DEF-TYPE
               WHEN 'N'
                   IF FUNCTION TEST-NUMVAL(WS-CHECK-TEXT) NOT = 0
                       GO TO 4000-EXIT
                   END-IF
                   COMPUTE WS-CHECK-SIGNED =
                       FUNCTION NUMVAL(WS-CHECK-TEXT)
                   IF WS-CHECK-SIGNED < 0
                       GO TO 4000-EXIT
                   END-IF
                   IF DEFINITION-FOUND
                       IF WS-CHECK-SIGNED < WS-DEF-MIN-VALUE OR
                          WS-CHECK-SIGNED > WS-DEF-MAX-VALUE
                           GO TO 4000-EXIT
                       END-IF
                   END-IF
               WHEN 'F'
                   INSPECT WS-CHECK-TEXT CONVERTING 'yn' TO 'YN'
                   IF WS-CHECK-TEXT NOT = 'Y' AND
                      WS-CHECK-TEXT NOT = 'N'
                       GO TO 4000-EXIT
                   END-IF
               WHEN 'A'
                   MOVE ZEROS TO WS-CHECK-TRAILING
                   INSPECT FUNCTION REVERSE(WS-CHECK-TEXT)
                       TALLYING WS-CHECK-TRAILING FOR LEADING SPACES
                   COMPUTE WS-CHECK-LENGTH = 20 - WS-CHECK-TRAILING
                   IF DEFINITION-FOUND
                       MOVE WS-DEF-MAX-VALUE TO WS-CHECK-MAX-LENGTH
                       IF WS-CHECK-MAX-LENGTH = 0
                           MOVE 20 TO WS-CHECK-MAX-LENGTH
                       END-IF
                       IF WS-CHECK-LENGTH < WS-DEF-MIN-VALUE OR
                          WS-CHECK-LENGTH > WS-CHECK-MAX-LENGTH
                           GO TO 4000-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   GO TO 4000-EXIT
           END-EVALUATE
           MOVE 'Y' TO WS-CHECK-OK-FLAG.

       4000-EXIT.
           EXIT.

       END PROGRAM INSPARM.
