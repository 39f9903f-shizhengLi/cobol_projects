      ******************************************************************
      * Night Cycle Timing Report Program
      * Function: Time the night cycle from its step events. Reads
      *           the cycle history file (CYCHIST - every finished
      *           cycle's events, kept by INSBDMNT at business-date
      *           advance) and then tonight's step-control file, and
      *           keeps the last CYCLE_TREND_CYCLES cycles plus the
      *           one being reported. For that cycle it reports
      *           each step's elapsed time against its rolling
      *           average over the earlier cycles and its SLA
      *           (CYCLE_SLA_<step>, in minutes - a step with none
      *           is not checked), the cycle's start-to-finish time
      *           and its critical path - the chain of steps, each
      *           one waiting on the one before, that ended last -
      *           followed by a trend line per cycle in the window.
      *           While the cycle is still running its end is
      *           projected as now plus the average time of the
      *           steps in flight or still to come (a step that ran
      *           in most of the earlier cycles is expected), and
      *           compared with the start of the online day
      *           (CYCLE_ONLINE_START, HHMM, default 0700). For
      *           tonight's cycle an ALERT-FILE entry is written
      *           for each step over its SLA and when the cycle will
      *           miss, or has missed, the online start; condition
      *           code 4 then tells the scheduler. Modeled on the
      *           INSCYCRQ step-control report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCYCTM.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSCYCRQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-HISTORY-FILE ASSIGN TO EXTERNAL CYCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO EXTERNAL CYCLECTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL CYCTMRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO EXTERNAL ALERTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-HISTORY-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CYCLE-HISTORY-LINE.
       01  CYCLE-HISTORY-LINE          PIC X(38).

       FD  CYCLE-CONTROL-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CYCLE-CONTROL-LINE.
       01  CYCLE-CONTROL-LINE          PIC X(38).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       FD  ALERT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ALERT-RECORD.
       01  ALERT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-ALERT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-EVENTS           VALUE 'Y'.

      * The step event being loaded - history and control records
      * share the step-control layout.
       COPY CYCLECTL.

       01  WS-HISTORY-EVENTS           PIC 9(7) VALUE ZEROS.
       01  WS-CONTROL-EVENTS           PIC 9(7) VALUE ZEROS.
       01  WS-EVENTS-SKIPPED           PIC 9(7) VALUE ZEROS.
       01  WS-ALERT-COUNT              PIC 9(3) VALUE ZEROS.

      * Installation parameters.
       01  WS-TREND-CYCLES             PIC 9(2) VALUE 10.
       01  WS-CYCLE-LIMIT              PIC 9(2) VALUE ZEROS.
       01  WS-ONLINE-START             PIC 9(4) VALUE 0700.
       01  WS-ONLINE-START-PARTS REDEFINES WS-ONLINE-START.
           05  WS-ONLINE-HH            PIC 9(2).
           05  WS-ONLINE-MM            PIC 9(2).
       01  WS-ONLINE-SECS              PIC 9(5) VALUE ZEROS.
      * A step trend moves off STEADY beyond this percentage.
       01  WS-TREND-THRESHOLD          PIC 9(3) VALUE 10.

      * The cycles in the window, oldest first. The last entry is
      * the cycle reported; the ones before it are its history.
      * Times are seconds since the start of the calendar, so a
      * cycle that runs past midnight subtracts cleanly. Step slots
      * line up with WS-STEP-TABLE.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-COUNT          PIC 9(2) VALUE ZEROS.
           05  WS-CY-ENTRY             OCCURS 31 TIMES.
               10  WS-CY-DATE          PIC X(08).
               10  WS-CY-FIRST-EVENT   PIC 9(11).
               10  WS-CY-LAST-COMPLETE PIC 9(11).
               10  WS-CY-STEP-DATA     OCCURS 40 TIMES.
                   15  WS-CS-FIRST-START    PIC 9(11).
                   15  WS-CS-LAST-COMPLETE  PIC 9(11).
                   15  WS-CS-OPEN-START     PIC 9(11).
                   15  WS-CS-ELAPSED        PIC 9(7).
                   15  WS-CS-RUNS           PIC 9(3).

      * Every step seen in the window, with its SLA and its
      * statistics over the history cycles.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-STEP-ENTRY           OCCURS 1 TO 40 TIMES
                                       DEPENDING ON WS-STEP-COUNT
                                       INDEXED BY WS-SP-IDX.
               10  WS-SP-STEP-NAME     PIC X(10).
               10  WS-SP-SLA-SECS      PIC 9(7).
               10  WS-SP-HIST-CYCLES   PIC 9(3).
               10  WS-SP-SUM-SECS      PIC 9(11).
               10  WS-SP-AVG-SECS      PIC 9(7).
               10  WS-SP-OLD-SUM       PIC 9(11).
               10  WS-SP-OLD-COUNT     PIC 9(3).
               10  WS-SP-NEW-SUM       PIC 9(11).
               10  WS-SP-NEW-COUNT     PIC 9(3).
               10  WS-SP-TREND         PIC X(12).
               10  WS-SP-ON-PATH       PIC X(01).

      * The critical path, last step first.
       01  WS-PATH-TABLE.
           05  WS-PATH-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-PATH-STEP            PIC 9(3) OCCURS 40 TIMES.

       01  WS-CY-SUB                   PIC 9(3) VALUE ZEROS.
       01  WS-ST-SUB                   PIC 9(3) VALUE ZEROS.
       01  WS-PT-SUB                   PIC 9(3) VALUE ZEROS.
       01  WS-RPT-CY                   PIC 9(3) VALUE ZEROS.
       01  WS-HIST-COUNT               PIC 9(3) VALUE ZEROS.
       01  WS-HALF-COUNT               PIC 9(3) VALUE ZEROS.
       01  WS-FOUND-STEP               PIC 9(3) VALUE ZEROS.
       01  WS-PRIOR-STEP               PIC 9(3) VALUE ZEROS.
       01  WS-BEST-COMPLETE            PIC 9(11) VALUE ZEROS.
       01  WS-STEP-BEGIN               PIC 9(11) VALUE ZEROS.
       01  WS-PATH-BEGIN               PIC 9(11) VALUE ZEROS.
       01  WS-PATH-WAIT                PIC 9(7) VALUE ZEROS.

       01  WS-FROM-CONTROL-FLAG        PIC X VALUE 'N'.
           88  WS-REPORTING-TONIGHT    VALUE 'Y'.
       01  WS-IN-PROGRESS-FLAG         PIC X VALUE 'N'.
           88  WS-CYCLE-IN-PROGRESS    VALUE 'Y'.
       01  WS-MISSED-FLAG              PIC X VALUE 'N'.
           88  WS-ONLINE-MISSED        VALUE 'Y'.

       01  WS-NOW-SECS                 PIC 9(11) VALUE ZEROS.
       01  WS-STEP-ELAPSED             PIC 9(7) VALUE ZEROS.
       01  WS-SO-FAR                   PIC 9(11) VALUE ZEROS.
       01  WS-REMAINING-SECS           PIC 9(11) VALUE ZEROS.
       01  WS-PROJECTED-END            PIC 9(11) VALUE ZEROS.
       01  WS-DEADLINE-SECS            PIC 9(11) VALUE ZEROS.
       01  WS-CYCLE-ELAPSED            PIC 9(11) VALUE ZEROS.
       01  WS-PRIOR-ELAPSED            PIC 9(11) VALUE ZEROS.
       01  WS-TREND-ELAPSED            PIC 9(11) VALUE ZEROS.
       01  WS-TREND-END                PIC 9(11) VALUE ZEROS.
       01  WS-ELAPSED-TEXT             PIC X(09) VALUE SPACES.
       01  WS-HIST-ELAPSED-SUM         PIC 9(11) VALUE ZEROS.
       01  WS-HIST-ELAPSED-AVG         PIC 9(11) VALUE ZEROS.
       01  WS-MARGIN-SECS              PIC S9(11) VALUE ZEROS.
       01  WS-STEPS-RUN                PIC 9(3) VALUE ZEROS.
       01  WS-STEPS-BREACHED           PIC 9(3) VALUE ZEROS.
       01  WS-OLD-AVG                  PIC 9(7) VALUE ZEROS.
       01  WS-NEW-AVG                  PIC 9(7) VALUE ZEROS.
       01  WS-PERCENT                  PIC S9(5) VALUE ZEROS.
       01  WS-PERCENT-EDIT             PIC +++++9.

      * Timestamp <-> seconds conversion.
       01  WS-TS-WORK.
           05  WS-TS-TEXT              PIC X(19).
           05  WS-TS-PARTS REDEFINES WS-TS-TEXT.
               10  WS-TS-YYYY          PIC 9(4).
               10  FILLER              PIC X(01).
               10  WS-TS-MM            PIC 9(2).
               10  FILLER              PIC X(01).
               10  WS-TS-DD            PIC 9(2).
               10  FILLER              PIC X(01).
               10  WS-TS-HH            PIC 9(2).
               10  FILLER              PIC X(01).
               10  WS-TS-MI            PIC 9(2).
               10  FILLER              PIC X(01).
               10  WS-TS-SS            PIC 9(2).
       01  WS-TS-TEMPLATE              PIC X(19)
                                       VALUE '0000-00-00 00:00:00'.
       01  WS-TS-YMD                   PIC 9(8) VALUE ZEROS.
       01  WS-TS-DAYS                  PIC 9(7) VALUE ZEROS.
       01  WS-TS-REM                   PIC 9(5) VALUE ZEROS.
       01  WS-TS-SECS                  PIC 9(11) VALUE ZEROS.
       01  WS-TS-VALID-FLAG            PIC X VALUE 'N'.
           88  WS-TS-VALID             VALUE 'Y'.

      * Duration text HHH:MM:SS.
       01  WS-DUR-SECS                 PIC 9(11) VALUE ZEROS.
       01  WS-DUR-REM                  PIC 9(5) VALUE ZEROS.
       01  WS-DUR-HOURS                PIC 9(5) VALUE ZEROS.
       01  WS-DUR-EDIT.
           05  WS-DUR-HH               PIC ZZ9.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-DUR-MM               PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-DUR-SS               PIC 99.
       01  WS-DUR-TEXT REDEFINES WS-DUR-EDIT PIC X(09).

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
             'NIGHT CYCLE TIMING REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-NO-EVENTS-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'NO CYCLE STEP EVENTS ON FILE'.

       01  CL-CYCLE-LINE-1.
          05 FILLER                    PIC X(12) VALUE 'CYCLE DATE: '.
          05 CL-CYCLE-DATE             PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'STATUS: '.
          05 CL-STATUS                 PIC X(11).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'STEPS RUN: '.
          05 CL-STEPS-RUN              PIC ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             'HISTORY CYCLES: '.
          05 CL-HIST-COUNT             PIC ZZ9.

       01  CL-CYCLE-LINE-2.
          05 FILLER                    PIC X(10) VALUE 'STARTED:  '.
          05 CL-STARTED                PIC X(19).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'FINISHED: '.
          05 CL-FINISHED               PIC X(19).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'ELAPSED: '.
          05 CL-ELAPSED                PIC X(09).

       01  CL-CYCLE-LINE-3.
          05 FILLER                    PIC X(19) VALUE
             'ONLINE DAY STARTS: '.
          05 CL-DEADLINE               PIC X(19).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 CL-END-LABEL              PIC X(15).
          05 CL-END                    PIC X(19).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 CL-RESULT                 PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 CL-MARGIN-LABEL           PIC X(09).
          05 CL-MARGIN                 PIC X(09).

       01  SL-STEP-HEADING.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'STEP TIMINGS'.

       01  SL-STEP-COLUMNS.
          05 FILLER                    PIC X(12) VALUE 'STEP'.
          05 FILLER                    PIC X(21) VALUE 'STARTED'.
          05 FILLER                    PIC X(21) VALUE 'COMPLETED'.
          05 FILLER                    PIC X(11) VALUE '  ELAPSED'.
          05 FILLER                    PIC X(05) VALUE 'RUNS'.
          05 FILLER                    PIC X(11) VALUE '  AVERAGE'.
          05 FILLER                    PIC X(09) VALUE ' VS AVG'.
          05 FILLER                    PIC X(11) VALUE '      SLA'.
          05 FILLER                    PIC X(12) VALUE 'STATUS'.
          05 FILLER                    PIC X(12) VALUE 'TREND'.

       01  SL-STEP-LINE.
          05 SL-STEP-NAME              PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-STARTED                PIC X(19).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-COMPLETED              PIC X(19).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-ELAPSED                PIC X(09).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-RUNS                   PIC ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-AVERAGE                PIC X(09).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-VS-AVG-AREA.
             10 SL-VS-AVG              PIC +++++9.
             10 SL-VS-PCT              PIC X(01).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-SLA                    PIC X(09).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-STATUS                 PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-TREND                  PIC X(12).

       01  PL-PATH-HEADING.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'CRITICAL PATH'.

       01  PL-PATH-COLUMNS.
          05 FILLER                    PIC X(05) VALUE 'SEQ'.
          05 FILLER                    PIC X(12) VALUE 'STEP'.
          05 FILLER                    PIC X(21) VALUE 'STARTED'.
          05 FILLER                    PIC X(21) VALUE 'COMPLETED'.
          05 FILLER                    PIC X(11) VALUE '  ELAPSED'.
          05 FILLER                    PIC X(09) VALUE '   WAITED'.

       01  PL-PATH-LINE.
          05 PL-SEQ                    PIC ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 PL-STEP-NAME              PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 PL-STARTED                PIC X(19).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 PL-COMPLETED              PIC X(19).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 PL-ELAPSED                PIC X(09).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 PL-WAITED                 PIC X(09).

       01  PL-PATH-TOTAL-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             'PATH ELAPSED: '.
          05 PL-PATH-ELAPSED           PIC X(09).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE
             'OF WHICH WAITING: '.
          05 PL-PATH-WAITING           PIC X(09).

       01  PL-NO-PATH-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'NO STEP HAS COMPLETED IN THIS CYCLE'.

       01  TR-TREND-HEADING.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'TREND - LAST '.
          05 TR-CYCLES                 PIC Z9.
          05 FILLER                    PIC X(07) VALUE ' CYCLES'.

       01  TR-TREND-COLUMNS.
          05 FILLER                    PIC X(12) VALUE 'CYCLE DATE'.
          05 FILLER                    PIC X(21) VALUE 'STARTED'.
          05 FILLER                    PIC X(21) VALUE 'FINISHED'.
          05 FILLER                    PIC X(11) VALUE '  ELAPSED'.
          05 FILLER                    PIC X(12) VALUE '  VS PRIOR'.
          05 FILLER                    PIC X(07) VALUE 'STEPS'.
          05 FILLER                    PIC X(10) VALUE 'BREACHES'.
          05 FILLER                    PIC X(11) VALUE 'ONLINE'.

       01  TR-TREND-LINE.
          05 TR-CYCLE-DATE             PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 TR-STARTED                PIC X(19).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 TR-FINISHED               PIC X(19).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 TR-ELAPSED                PIC X(09).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 TR-VS-PRIOR-SIGN          PIC X(01).
          05 TR-VS-PRIOR               PIC X(09).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 TR-STEPS                  PIC ZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 TR-BREACHES               PIC ZZZZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 TR-ONLINE                 PIC X(11).

       01  TR-AVERAGE-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(24) VALUE
             'HISTORY AVERAGE CYCLE: '.
          05 TR-AVG-ELAPSED            PIC X(09).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE
             'THIS CYCLE VS AVG: '.
          05 TR-AVG-VS-AREA.
             10 TR-AVG-VS              PIC +++++9.
             10 TR-AVG-VS-PCT          PIC X(01).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE
             'HISTORY EVENTS:'.
          05 TL-HISTORY-EVENTS         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE
             'CONTROL EVENTS:'.
          05 TL-CONTROL-EVENTS         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'SKIPPED:'.
          05 TL-SKIPPED                PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'ALERTS:'.
          05 TL-ALERTS                 PIC ZZ9.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-LOAD-HISTORY
           PERFORM 2300-LOAD-CONTROL

           IF WS-CYCLE-COUNT = 0
               WRITE REPORT-LINE FROM HL-NO-EVENTS-LINE
           ELSE
               PERFORM 3000-COMPUTE-STEP-STATS
               PERFORM 3500-PROJECT-CYCLE-END
               PERFORM 4000-REPORT-CYCLE
               PERFORM 5000-REPORT-CRITICAL-PATH
               PERFORM 6000-REPORT-TREND
               IF WS-REPORTING-TONIGHT
                   PERFORM 7000-RAISE-ALERTS
               END-IF
           END-IF

           PERFORM 9000-END-PROCESS

           IF WS-ALERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-TS-TEMPLATE TO WS-TS-TEXT
           MOVE WS-CURRENT-YEAR TO WS-TS-YYYY
           MOVE WS-CURRENT-MONTH TO WS-TS-MM
           MOVE WS-CURRENT-DAY TO WS-TS-DD
           MOVE WS-CURRENT-HOUR TO WS-TS-HH
           MOVE WS-CURRENT-MINUTE TO WS-TS-MI
           MOVE WS-CURRENT-SECOND TO WS-TS-SS
           PERFORM 8000-TIMESTAMP-TO-SECS
           MOVE WS-TS-SECS TO WS-NOW-SECS

           PERFORM 1100-GET-PARAMETERS

           OPEN OUTPUT REPORT-FILE

           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2.

       1100-GET-PARAMETERS.
      * How many earlier cycles the averages and trend look back
      * over (1-30), and when the online day starts.
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'CYCLE_TREND_CYCLES' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
              AND PRM-NUMERIC-VALUE >= 1
              AND PRM-NUMERIC-VALUE <= 30
               MOVE PRM-NUMERIC-VALUE TO WS-TREND-CYCLES
           END-IF
           COMPUTE WS-CYCLE-LIMIT = WS-TREND-CYCLES + 1

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'CYCLE_ONLINE_START' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
              AND PRM-NUMERIC-VALUE <= 2359
               MOVE PRM-NUMERIC-VALUE TO WS-ONLINE-START
               IF WS-ONLINE-HH > 23 OR WS-ONLINE-MM > 59
                   MOVE 0700 TO WS-ONLINE-START
               END-IF
           END-IF
           COMPUTE WS-ONLINE-SECS = WS-ONLINE-HH * 3600
                                  + WS-ONLINE-MM * 60.

       2000-LOAD-HISTORY.
      * No history file yet simply means no earlier cycles.
           OPEN INPUT CYCLE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2100-READ-HISTORY UNTIL END-OF-EVENTS
               CLOSE CYCLE-HISTORY-FILE
           END-IF.

       2100-READ-HISTORY.
           READ CYCLE-HISTORY-FILE INTO CYCLE-CONTROL-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-EVENTS
                   PERFORM 2500-LOAD-EVENT THRU 2500-EXIT
           END-READ.

       2300-LOAD-CONTROL.
      * Tonight's events, when the cycle has started. Without them
      * the latest cycle on the history is the one reported.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 2400-READ-CONTROL UNTIL END-OF-EVENTS
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           IF WS-CONTROL-EVENTS > 0
               MOVE 'Y' TO WS-FROM-CONTROL-FLAG
           END-IF.

       2400-READ-CONTROL.
           READ CYCLE-CONTROL-FILE INTO CYCLE-CONTROL-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CONTROL-EVENTS
                   PERFORM 2500-LOAD-EVENT THRU 2500-EXIT
           END-READ.

       2500-LOAD-EVENT.
           MOVE CC-TIMESTAMP TO WS-TS-TEXT
           PERFORM 8000-TIMESTAMP-TO-SECS
           IF NOT WS-TS-VALID
              OR (NOT CC-STEP-STARTED AND NOT CC-STEP-COMPLETED)
               ADD 1 TO WS-EVENTS-SKIPPED
               GO TO 2500-EXIT
           END-IF

           IF WS-CYCLE-COUNT = 0
              OR CC-BUSINESS-DATE NOT = WS-CY-DATE(WS-CYCLE-COUNT)
               PERFORM 2600-NEW-CYCLE
           END-IF

           PERFORM 2700-FIND-STEP
           IF WS-FOUND-STEP = 0
               ADD 1 TO WS-EVENTS-SKIPPED
               GO TO 2500-EXIT
           END-IF
           MOVE WS-CYCLE-COUNT TO WS-CY-SUB
           MOVE WS-FOUND-STEP TO WS-ST-SUB

           IF WS-CY-FIRST-EVENT(WS-CY-SUB) = 0
              OR WS-TS-SECS < WS-CY-FIRST-EVENT(WS-CY-SUB)
               MOVE WS-TS-SECS TO WS-CY-FIRST-EVENT(WS-CY-SUB)
           END-IF

           IF CC-STEP-STARTED
               MOVE WS-TS-SECS
                 TO WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
               IF WS-CS-FIRST-START(WS-CY-SUB, WS-ST-SUB) = 0
                   MOVE WS-TS-SECS
                     TO WS-CS-FIRST-START(WS-CY-SUB, WS-ST-SUB)
               END-IF
               GO TO 2500-EXIT
           END-IF

      * A completion closes the run its start opened.
           ADD 1 TO WS-CS-RUNS(WS-CY-SUB, WS-ST-SUB)
           IF WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB) > 0
              AND WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
                  <= WS-TS-SECS
               COMPUTE WS-CS-ELAPSED(WS-CY-SUB, WS-ST-SUB) =
                       WS-CS-ELAPSED(WS-CY-SUB, WS-ST-SUB)
                     + WS-TS-SECS
                     - WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
           END-IF
           MOVE ZEROS TO WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
           IF WS-TS-SECS > WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
               MOVE WS-TS-SECS
                 TO WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
           END-IF
           IF WS-TS-SECS > WS-CY-LAST-COMPLETE(WS-CY-SUB)
               MOVE WS-TS-SECS TO WS-CY-LAST-COMPLETE(WS-CY-SUB)
           END-IF.

       2500-EXIT.
           EXIT.

       2600-NEW-CYCLE.
      * A full window drops its oldest cycle.
           IF WS-CYCLE-COUNT >= WS-CYCLE-LIMIT
               PERFORM 2650-SHIFT-CYCLE
                   VARYING WS-CY-SUB FROM 1 BY 1
                   UNTIL WS-CY-SUB >= WS-CYCLE-COUNT
           ELSE
               ADD 1 TO WS-CYCLE-COUNT
           END-IF
           INITIALIZE WS-CY-ENTRY(WS-CYCLE-COUNT)
           MOVE CC-BUSINESS-DATE TO WS-CY-DATE(WS-CYCLE-COUNT).

       2650-SHIFT-CYCLE.
           MOVE WS-CY-ENTRY(WS-CY-SUB + 1) TO WS-CY-ENTRY(WS-CY-SUB).

       2700-FIND-STEP.
           MOVE ZEROS TO WS-FOUND-STEP
           SET WS-SP-IDX TO 1
           IF WS-STEP-COUNT > 0
               SEARCH WS-STEP-ENTRY
                   AT END
                       PERFORM 2750-NEW-STEP-ENTRY
                   WHEN WS-SP-STEP-NAME(WS-SP-IDX) = CC-STEP-NAME
                       SET WS-FOUND-STEP TO WS-SP-IDX
               END-SEARCH
           ELSE
               PERFORM 2750-NEW-STEP-ENTRY
           END-IF.

       2750-NEW-STEP-ENTRY.
           IF WS-STEP-COUNT < 40
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-FOUND-STEP
               INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
               MOVE CC-STEP-NAME TO WS-SP-STEP-NAME(WS-STEP-COUNT)
               MOVE 'N' TO WS-SP-ON-PATH(WS-STEP-COUNT)
               MOVE SPACES TO PRM-NAME
               STRING 'CYCLE_SLA_' DELIMITED BY SIZE
                      CC-STEP-NAME DELIMITED BY SPACE
                 INTO PRM-NAME
               END-STRING
               MOVE SPACES TO PRM-AS-OF-DATE
               MOVE 'N' TO PRM-VALUE-TYPE
               CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
               IF PRM-VALUE-FOUND AND PRM-NUMERIC-VALUE > 0
                  AND PRM-NUMERIC-VALUE < 100000
                   COMPUTE WS-SP-SLA-SECS(WS-STEP-COUNT) ROUNDED =
                           PRM-NUMERIC-VALUE * 60
               END-IF
           END-IF.

       3000-COMPUTE-STEP-STATS.
      * Averages and trends come from the history cycles only, so
      * the cycle reported is measured against them, not itself.
           MOVE WS-CYCLE-COUNT TO WS-RPT-CY
           COMPUTE WS-HIST-COUNT = WS-RPT-CY - 1
           COMPUTE WS-HALF-COUNT = WS-HIST-COUNT / 2
           PERFORM 3100-STEP-STATS
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-STEP-COUNT.

       3100-STEP-STATS.
           PERFORM 3150-ACCUMULATE-CYCLE
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-HIST-COUNT
           IF WS-SP-HIST-CYCLES(WS-ST-SUB) > 0
               COMPUTE WS-SP-AVG-SECS(WS-ST-SUB) ROUNDED =
                       WS-SP-SUM-SECS(WS-ST-SUB)
                     / WS-SP-HIST-CYCLES(WS-ST-SUB)
           END-IF

      * Trend: the newer half of the history against the older.
           MOVE SPACES TO WS-SP-TREND(WS-ST-SUB)
           IF WS-SP-OLD-COUNT(WS-ST-SUB) >= 2
              AND WS-SP-NEW-COUNT(WS-ST-SUB) >= 2
               COMPUTE WS-OLD-AVG ROUNDED =
                       WS-SP-OLD-SUM(WS-ST-SUB)
                     / WS-SP-OLD-COUNT(WS-ST-SUB)
               COMPUTE WS-NEW-AVG ROUNDED =
                       WS-SP-NEW-SUM(WS-ST-SUB)
                     / WS-SP-NEW-COUNT(WS-ST-SUB)
               IF WS-OLD-AVG > 0
                   COMPUTE WS-PERCENT ROUNDED =
                           (WS-NEW-AVG - WS-OLD-AVG) * 100
                         / WS-OLD-AVG
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PERCENT
                   END-COMPUTE
                   MOVE WS-PERCENT TO WS-PERCENT-EDIT
                   EVALUATE TRUE
                       WHEN WS-PERCENT > WS-TREND-THRESHOLD
                           STRING 'RISING ' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-PERCENT-EDIT)
                                      DELIMITED BY SIZE
                                  '%' DELIMITED BY SIZE
                             INTO WS-SP-TREND(WS-ST-SUB)
                           END-STRING
                       WHEN WS-PERCENT < 0 - WS-TREND-THRESHOLD
                           STRING 'FALLING ' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-PERCENT-EDIT)
                                      DELIMITED BY SIZE
                                  '%' DELIMITED BY SIZE
                             INTO WS-SP-TREND(WS-ST-SUB)
                           END-STRING
                       WHEN OTHER
                           MOVE 'STEADY' TO WS-SP-TREND(WS-ST-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

       3150-ACCUMULATE-CYCLE.
           IF WS-CS-RUNS(WS-CY-SUB, WS-ST-SUB) > 0
               ADD 1 TO WS-SP-HIST-CYCLES(WS-ST-SUB)
               ADD WS-CS-ELAPSED(WS-CY-SUB, WS-ST-SUB)
                 TO WS-SP-SUM-SECS(WS-ST-SUB)
               IF WS-CY-SUB <= WS-HALF-COUNT
                   ADD 1 TO WS-SP-OLD-COUNT(WS-ST-SUB)
                   ADD WS-CS-ELAPSED(WS-CY-SUB, WS-ST-SUB)
                     TO WS-SP-OLD-SUM(WS-ST-SUB)
               ELSE
                   ADD 1 TO WS-SP-NEW-COUNT(WS-ST-SUB)
                   ADD WS-CS-ELAPSED(WS-CY-SUB, WS-ST-SUB)
                     TO WS-SP-NEW-SUM(WS-ST-SUB)
               END-IF
           END-IF.

       3500-PROJECT-CYCLE-END.
      * Tonight's cycle is still running while a step is in flight
      * or a step that ran in most earlier cycles has not run yet;
      * its end is then now plus their remaining average time.
           MOVE ZEROS TO WS-REMAINING-SECS
           MOVE 'N' TO WS-IN-PROGRESS-FLAG
           MOVE WS-RPT-CY TO WS-CY-SUB
           IF WS-REPORTING-TONIGHT
               PERFORM 3550-PROJECT-STEP
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STEP-COUNT
           END-IF

           IF WS-CYCLE-IN-PROGRESS
               COMPUTE WS-PROJECTED-END =
                       WS-NOW-SECS + WS-REMAINING-SECS
               COMPUTE WS-CYCLE-ELAPSED =
                       WS-NOW-SECS - WS-CY-FIRST-EVENT(WS-RPT-CY)
           ELSE
               MOVE WS-CY-LAST-COMPLETE(WS-RPT-CY)
                 TO WS-PROJECTED-END
               IF WS-PROJECTED-END < WS-CY-FIRST-EVENT(WS-RPT-CY)
                   MOVE WS-CY-FIRST-EVENT(WS-RPT-CY)
                     TO WS-PROJECTED-END
               END-IF
               COMPUTE WS-CYCLE-ELAPSED =
                       WS-PROJECTED-END
                     - WS-CY-FIRST-EVENT(WS-RPT-CY)
           END-IF

           PERFORM 8300-CYCLE-DEADLINE
           COMPUTE WS-MARGIN-SECS =
                   WS-DEADLINE-SECS - WS-PROJECTED-END
           IF WS-MARGIN-SECS < 0
               MOVE 'Y' TO WS-MISSED-FLAG
           END-IF.

       3550-PROJECT-STEP.
           IF WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB) > 0
               MOVE 'Y' TO WS-IN-PROGRESS-FLAG
               MOVE ZEROS TO WS-SO-FAR
               IF WS-NOW-SECS > WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
                   COMPUTE WS-SO-FAR = WS-NOW-SECS
                         - WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
               END-IF
               IF WS-SP-AVG-SECS(WS-ST-SUB) > WS-SO-FAR
                   COMPUTE WS-REMAINING-SECS = WS-REMAINING-SECS
                         + WS-SP-AVG-SECS(WS-ST-SUB) - WS-SO-FAR
               END-IF
           ELSE
               IF WS-CS-RUNS(WS-CY-SUB, WS-ST-SUB) = 0
                  AND WS-SP-HIST-CYCLES(WS-ST-SUB) * 2
                      > WS-HIST-COUNT
                   MOVE 'Y' TO WS-IN-PROGRESS-FLAG
                   ADD WS-SP-AVG-SECS(WS-ST-SUB)
                     TO WS-REMAINING-SECS
               END-IF
           END-IF.

       4000-REPORT-CYCLE.
           STRING WS-CY-DATE(WS-RPT-CY)(1:4) DELIMITED BY SIZE
                  '-'
                  WS-CY-DATE(WS-RPT-CY)(5:2) DELIMITED BY SIZE
                  '-'
                  WS-CY-DATE(WS-RPT-CY)(7:2) DELIMITED BY SIZE
             INTO CL-CYCLE-DATE
           END-STRING
           IF WS-CYCLE-IN-PROGRESS
               MOVE 'IN PROGRESS' TO CL-STATUS
           ELSE
               MOVE 'COMPLETE' TO CL-STATUS
           END-IF
           MOVE WS-RPT-CY TO WS-CY-SUB
           PERFORM 8400-COUNT-CYCLE-STEPS
           MOVE WS-STEPS-RUN TO CL-STEPS-RUN
           MOVE WS-HIST-COUNT TO CL-HIST-COUNT
           WRITE REPORT-LINE FROM CL-CYCLE-LINE-1

           MOVE WS-CY-FIRST-EVENT(WS-RPT-CY) TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO CL-STARTED
           IF WS-CYCLE-IN-PROGRESS
               MOVE 'IN PROGRESS' TO CL-FINISHED
           ELSE
               MOVE WS-PROJECTED-END TO WS-TS-SECS
               PERFORM 8100-SECS-TO-TIMESTAMP
               MOVE WS-TS-TEXT TO CL-FINISHED
           END-IF
           MOVE WS-CYCLE-ELAPSED TO WS-DUR-SECS
           PERFORM 8200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO CL-ELAPSED
           WRITE REPORT-LINE FROM CL-CYCLE-LINE-2

           MOVE WS-DEADLINE-SECS TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO CL-DEADLINE
           IF WS-CYCLE-IN-PROGRESS
               MOVE 'PROJECTED END: ' TO CL-END-LABEL
           ELSE
               MOVE 'ACTUAL END:    ' TO CL-END-LABEL
           END-IF
           MOVE WS-PROJECTED-END TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO CL-END
           IF WS-ONLINE-MISSED
               MOVE 'LATE' TO CL-RESULT
               MOVE 'LATE BY: ' TO CL-MARGIN-LABEL
               COMPUTE WS-DUR-SECS = 0 - WS-MARGIN-SECS
           ELSE
               MOVE 'ON TIME' TO CL-RESULT
               MOVE 'SPARE:   ' TO CL-MARGIN-LABEL
               MOVE WS-MARGIN-SECS TO WS-DUR-SECS
           END-IF
           PERFORM 8200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO CL-MARGIN
           WRITE REPORT-LINE FROM CL-CYCLE-LINE-3

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM SL-STEP-HEADING
           WRITE REPORT-LINE FROM SL-STEP-COLUMNS
           PERFORM 4100-WRITE-STEP-LINE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-STEP-COUNT.

       4100-WRITE-STEP-LINE.
           MOVE WS-RPT-CY TO WS-CY-SUB
           PERFORM 8500-STEP-ELAPSED
           MOVE WS-SP-STEP-NAME(WS-ST-SUB) TO SL-STEP-NAME

           MOVE WS-CS-FIRST-START(WS-CY-SUB, WS-ST-SUB) TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO SL-STARTED
           MOVE WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
             TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO SL-COMPLETED
           MOVE WS-CS-RUNS(WS-CY-SUB, WS-ST-SUB) TO SL-RUNS

           MOVE SPACES TO SL-ELAPSED SL-AVERAGE SL-SLA
           MOVE SPACES TO SL-VS-AVG-AREA
           IF WS-CS-RUNS(WS-CY-SUB, WS-ST-SUB) > 0
              OR WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB) > 0
               MOVE WS-STEP-ELAPSED TO WS-DUR-SECS
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO SL-ELAPSED
           END-IF
           IF WS-SP-HIST-CYCLES(WS-ST-SUB) > 0
               MOVE WS-SP-AVG-SECS(WS-ST-SUB) TO WS-DUR-SECS
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO SL-AVERAGE
               IF WS-SP-AVG-SECS(WS-ST-SUB) > 0
                  AND WS-STEP-ELAPSED > 0
                   COMPUTE WS-PERCENT ROUNDED =
                           (WS-STEP-ELAPSED
                          - WS-SP-AVG-SECS(WS-ST-SUB)) * 100
                         / WS-SP-AVG-SECS(WS-ST-SUB)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PERCENT
                   END-COMPUTE
                   MOVE WS-PERCENT TO SL-VS-AVG
                   MOVE '%' TO SL-VS-PCT
               END-IF
           END-IF
           IF WS-SP-SLA-SECS(WS-ST-SUB) > 0
               MOVE WS-SP-SLA-SECS(WS-ST-SUB) TO WS-DUR-SECS
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO SL-SLA
           END-IF

           EVALUATE TRUE
               WHEN WS-SP-SLA-SECS(WS-ST-SUB) > 0
                AND WS-STEP-ELAPSED > WS-SP-SLA-SECS(WS-ST-SUB)
                   MOVE 'SLA BREACH' TO SL-STATUS
               WHEN WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB) > 0
                   MOVE 'IN FLIGHT' TO SL-STATUS
               WHEN WS-CS-RUNS(WS-CY-SUB, WS-ST-SUB) > 0
                   MOVE 'OK' TO SL-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO SL-STATUS
           END-EVALUATE
           MOVE WS-SP-TREND(WS-ST-SUB) TO SL-TREND
           WRITE REPORT-LINE FROM SL-STEP-LINE.

       5000-REPORT-CRITICAL-PATH.
      * Start from the step that completed last and walk back: each
      * step's predecessor is the step that completed latest at or
      * before it started - the one it was left waiting on.
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM PL-PATH-HEADING
           MOVE WS-RPT-CY TO WS-CY-SUB
           MOVE ZEROS TO WS-PATH-COUNT
           MOVE ZEROS TO WS-BEST-COMPLETE WS-FOUND-STEP
           PERFORM 5050-FIND-LAST-STEP
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-STEP-COUNT
           IF WS-FOUND-STEP = 0
               WRITE REPORT-LINE FROM PL-NO-PATH-LINE
           ELSE
               PERFORM 5100-WALK-BACK
                   UNTIL WS-FOUND-STEP = 0 OR WS-PATH-COUNT >= 40
               WRITE REPORT-LINE FROM PL-PATH-COLUMNS
               MOVE ZEROS TO WS-PATH-WAIT WS-PRIOR-STEP
               PERFORM 5300-WRITE-PATH-LINE
                   VARYING WS-PT-SUB FROM WS-PATH-COUNT BY -1
                   UNTIL WS-PT-SUB < 1
               MOVE WS-PATH-STEP(1) TO WS-ST-SUB
               COMPUTE WS-DUR-SECS =
                       WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
                     - WS-PATH-BEGIN
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO PL-PATH-ELAPSED
               MOVE WS-PATH-WAIT TO WS-DUR-SECS
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO PL-PATH-WAITING
               WRITE REPORT-LINE FROM PL-PATH-TOTAL-LINE
           END-IF.

       5050-FIND-LAST-STEP.
           IF WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
              > WS-BEST-COMPLETE
               MOVE WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
                 TO WS-BEST-COMPLETE
               MOVE WS-ST-SUB TO WS-FOUND-STEP
           END-IF.

       5100-WALK-BACK.
           ADD 1 TO WS-PATH-COUNT
           MOVE WS-FOUND-STEP TO WS-PATH-STEP(WS-PATH-COUNT)
           MOVE 'Y' TO WS-SP-ON-PATH(WS-FOUND-STEP)
           MOVE WS-FOUND-STEP TO WS-ST-SUB
           PERFORM 8600-STEP-BEGIN
           MOVE ZEROS TO WS-BEST-COMPLETE WS-FOUND-STEP
           PERFORM 5150-FIND-PREDECESSOR
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-STEP-COUNT.

       5150-FIND-PREDECESSOR.
           IF WS-SP-ON-PATH(WS-ST-SUB) NOT = 'Y'
              AND WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB) > 0
              AND WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
                  <= WS-STEP-BEGIN
              AND WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
                  > WS-BEST-COMPLETE
               MOVE WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
                 TO WS-BEST-COMPLETE
               MOVE WS-ST-SUB TO WS-FOUND-STEP
           END-IF.

       5300-WRITE-PATH-LINE.
           MOVE WS-PATH-STEP(WS-PT-SUB) TO WS-ST-SUB
           PERFORM 8600-STEP-BEGIN
           COMPUTE PL-SEQ = WS-PATH-COUNT - WS-PT-SUB + 1
           MOVE WS-SP-STEP-NAME(WS-ST-SUB) TO PL-STEP-NAME
           MOVE WS-STEP-BEGIN TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO PL-STARTED
           MOVE WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
             TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO PL-COMPLETED
           COMPUTE WS-DUR-SECS =
                   WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
                 - WS-STEP-BEGIN
           PERFORM 8200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO PL-ELAPSED

           IF WS-PRIOR-STEP = 0
               MOVE WS-STEP-BEGIN TO WS-PATH-BEGIN
               MOVE SPACES TO PL-WAITED
           ELSE
               COMPUTE WS-DUR-SECS = WS-STEP-BEGIN
                     - WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-PRIOR-STEP)
               ADD WS-DUR-SECS TO WS-PATH-WAIT
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO PL-WAITED
           END-IF
           MOVE WS-ST-SUB TO WS-PRIOR-STEP
           WRITE REPORT-LINE FROM PL-PATH-LINE.

       6000-REPORT-TREND.
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE WS-CYCLE-COUNT TO TR-CYCLES
           WRITE REPORT-LINE FROM TR-TREND-HEADING
           WRITE REPORT-LINE FROM TR-TREND-COLUMNS
           MOVE ZEROS TO WS-PRIOR-ELAPSED WS-HIST-ELAPSED-SUM
           PERFORM 6100-WRITE-TREND-LINE
               VARYING WS-CY-SUB FROM 1 BY 1
               UNTIL WS-CY-SUB > WS-CYCLE-COUNT

           MOVE SPACES TO TR-AVG-ELAPSED
           MOVE SPACES TO TR-AVG-VS-AREA
           IF WS-HIST-COUNT > 0
               COMPUTE WS-HIST-ELAPSED-AVG ROUNDED =
                       WS-HIST-ELAPSED-SUM / WS-HIST-COUNT
               MOVE WS-HIST-ELAPSED-AVG TO WS-DUR-SECS
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO TR-AVG-ELAPSED
               IF WS-HIST-ELAPSED-AVG > 0
                   COMPUTE WS-PERCENT ROUNDED =
                           (WS-CYCLE-ELAPSED - WS-HIST-ELAPSED-AVG)
                         * 100 / WS-HIST-ELAPSED-AVG
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PERCENT
                   END-COMPUTE
                   MOVE WS-PERCENT TO TR-AVG-VS
                   MOVE '%' TO TR-AVG-VS-PCT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM TR-AVERAGE-LINE.

       6100-WRITE-TREND-LINE.
           STRING WS-CY-DATE(WS-CY-SUB)(1:4) DELIMITED BY SIZE
                  '-'
                  WS-CY-DATE(WS-CY-SUB)(5:2) DELIMITED BY SIZE
                  '-'
                  WS-CY-DATE(WS-CY-SUB)(7:2) DELIMITED BY SIZE
             INTO TR-CYCLE-DATE
           END-STRING
           MOVE WS-CY-FIRST-EVENT(WS-CY-SUB) TO WS-TS-SECS
           PERFORM 8100-SECS-TO-TIMESTAMP
           MOVE WS-TS-TEXT TO TR-STARTED

      * The reported cycle uses its projection; the others their
      * last completion.
           IF WS-CY-SUB = WS-RPT-CY
               MOVE WS-CYCLE-ELAPSED TO WS-TREND-ELAPSED
               EVALUATE TRUE
                   WHEN WS-CYCLE-IN-PROGRESS AND WS-ONLINE-MISSED
                       MOVE 'PROJ MISSED' TO TR-ONLINE
                   WHEN WS-CYCLE-IN-PROGRESS
                       MOVE 'PROJ MET' TO TR-ONLINE
                   WHEN WS-ONLINE-MISSED
                       MOVE 'MISSED' TO TR-ONLINE
                   WHEN OTHER
                       MOVE 'MET' TO TR-ONLINE
               END-EVALUATE
               IF WS-CYCLE-IN-PROGRESS
                   MOVE 'IN PROGRESS' TO TR-FINISHED
               ELSE
                   MOVE WS-PROJECTED-END TO WS-TS-SECS
                   PERFORM 8100-SECS-TO-TIMESTAMP
                   MOVE WS-TS-TEXT TO TR-FINISHED
               END-IF
           ELSE
               MOVE WS-CY-LAST-COMPLETE(WS-CY-SUB) TO WS-TREND-END
               IF WS-TREND-END < WS-CY-FIRST-EVENT(WS-CY-SUB)
                   MOVE WS-CY-FIRST-EVENT(WS-CY-SUB) TO WS-TREND-END
               END-IF
               COMPUTE WS-TREND-ELAPSED =
                       WS-TREND-END - WS-CY-FIRST-EVENT(WS-CY-SUB)
               ADD WS-TREND-ELAPSED TO WS-HIST-ELAPSED-SUM
               MOVE WS-TREND-END TO WS-TS-SECS
               PERFORM 8100-SECS-TO-TIMESTAMP
               MOVE WS-TS-TEXT TO TR-FINISHED
               MOVE WS-CY-FIRST-EVENT(WS-CY-SUB) TO WS-TS-SECS
               PERFORM 8350-DEADLINE-AFTER
               IF WS-TREND-END > WS-DEADLINE-SECS
                   MOVE 'MISSED' TO TR-ONLINE
               ELSE
                   MOVE 'MET' TO TR-ONLINE
               END-IF
           END-IF

           MOVE WS-TREND-ELAPSED TO WS-DUR-SECS
           PERFORM 8200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO TR-ELAPSED
           MOVE SPACES TO TR-VS-PRIOR-SIGN TR-VS-PRIOR
           IF WS-CY-SUB > 1
               IF WS-TREND-ELAPSED >= WS-PRIOR-ELAPSED
                   MOVE '+' TO TR-VS-PRIOR-SIGN
                   COMPUTE WS-DUR-SECS =
                           WS-TREND-ELAPSED - WS-PRIOR-ELAPSED
               ELSE
                   MOVE '-' TO TR-VS-PRIOR-SIGN
                   COMPUTE WS-DUR-SECS =
                           WS-PRIOR-ELAPSED - WS-TREND-ELAPSED
               END-IF
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO TR-VS-PRIOR
           END-IF
           MOVE WS-TREND-ELAPSED TO WS-PRIOR-ELAPSED

           PERFORM 8400-COUNT-CYCLE-STEPS
           MOVE WS-STEPS-RUN TO TR-STEPS
           MOVE WS-STEPS-BREACHED TO TR-BREACHES
           WRITE REPORT-LINE FROM TR-TREND-LINE.

       7000-RAISE-ALERTS.
      * Tonight's cycle only - the history has been reported on its
      * own night.
           MOVE WS-RPT-CY TO WS-CY-SUB
           PERFORM 7100-CHECK-STEP-SLA
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-STEP-COUNT

           IF WS-ONLINE-MISSED
               MOVE WS-PROJECTED-END TO WS-TS-SECS
               PERFORM 8100-SECS-TO-TIMESTAMP
               MOVE SPACES TO ALERT-RECORD
               IF WS-CYCLE-IN-PROGRESS
                   STRING 'ALERT: INSCYCTM cycle '
                          WS-CY-DATE(WS-RPT-CY)
                          ' projected end ' WS-TS-TEXT
                          ' after online start '
                          WS-ONLINE-HH ':' WS-ONLINE-MM
                     DELIMITED BY SIZE
                     INTO ALERT-RECORD
                   END-STRING
               ELSE
                   STRING 'ALERT: INSCYCTM cycle '
                          WS-CY-DATE(WS-RPT-CY)
                          ' ended ' WS-TS-TEXT
                          ' after online start '
                          WS-ONLINE-HH ':' WS-ONLINE-MM
                     DELIMITED BY SIZE
                     INTO ALERT-RECORD
                   END-STRING
               END-IF
               PERFORM 7500-WRITE-ALERT
           END-IF.

       7100-CHECK-STEP-SLA.
           PERFORM 8500-STEP-ELAPSED
           IF WS-SP-SLA-SECS(WS-ST-SUB) > 0
              AND WS-STEP-ELAPSED > WS-SP-SLA-SECS(WS-ST-SUB)
               MOVE WS-STEP-ELAPSED TO WS-DUR-SECS
               PERFORM 8200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-ELAPSED-TEXT
               MOVE WS-SP-SLA-SECS(WS-ST-SUB) TO WS-DUR-SECS
               PERFORM 8200-FORMAT-DURATION
               MOVE SPACES TO ALERT-RECORD
               STRING 'ALERT: INSCYCTM cycle ' DELIMITED BY SIZE
                      WS-CY-DATE(WS-CY-SUB) DELIMITED BY SIZE
                      ' step ' DELIMITED BY SIZE
                      WS-SP-STEP-NAME(WS-ST-SUB) DELIMITED BY SPACE
                      ' ran ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ELAPSED-TEXT)
                          DELIMITED BY SIZE
                      ' - SLA ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DUR-TEXT) DELIMITED BY SIZE
                 INTO ALERT-RECORD
               END-STRING
               PERFORM 7500-WRITE-ALERT
           END-IF.

       7500-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-FILE-STATUS = '35'
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           ADD 1 TO WS-ALERT-COUNT

           MOVE 'W' TO LOG-LEVEL
           MOVE 'INSCYCTM' TO LOG-MODULE
           MOVE ALERT-RECORD(8:) TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       8000-TIMESTAMP-TO-SECS.
      * 'YYYY-MM-DD HH:MM:SS' in WS-TS-TEXT to WS-TS-SECS.
           MOVE 'N' TO WS-TS-VALID-FLAG
           MOVE ZEROS TO WS-TS-SECS
           IF WS-TS-YYYY IS NUMERIC AND WS-TS-MM IS NUMERIC
              AND WS-TS-DD IS NUMERIC AND WS-TS-HH IS NUMERIC
              AND WS-TS-MI IS NUMERIC AND WS-TS-SS IS NUMERIC
              AND WS-TS-YYYY > 1600
              AND WS-TS-MM >= 1 AND WS-TS-MM <= 12
              AND WS-TS-DD >= 1 AND WS-TS-DD <= 31
              AND WS-TS-HH < 24 AND WS-TS-MI < 60
              AND WS-TS-SS < 60
               COMPUTE WS-TS-YMD = WS-TS-YYYY * 10000
                                 + WS-TS-MM * 100 + WS-TS-DD
               COMPUTE WS-TS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TS-YMD)
               IF WS-TS-DAYS > 0
                   COMPUTE WS-TS-SECS = WS-TS-DAYS * 86400
                                      + WS-TS-HH * 3600
                                      + WS-TS-MI * 60
                                      + WS-TS-SS
                   MOVE 'Y' TO WS-TS-VALID-FLAG
               END-IF
           END-IF.

       8100-SECS-TO-TIMESTAMP.
      * WS-TS-SECS back to 'YYYY-MM-DD HH:MM:SS'; zero is blank.
           IF WS-TS-SECS = 0
               MOVE SPACES TO WS-TS-TEXT
           ELSE
               DIVIDE WS-TS-SECS BY 86400
                   GIVING WS-TS-DAYS REMAINDER WS-TS-REM
               COMPUTE WS-TS-YMD =
                       FUNCTION DATE-OF-INTEGER(WS-TS-DAYS)
               MOVE WS-TS-TEMPLATE TO WS-TS-TEXT
               MOVE WS-TS-YMD(1:4) TO WS-TS-YYYY
               MOVE WS-TS-YMD(5:2) TO WS-TS-MM
               MOVE WS-TS-YMD(7:2) TO WS-TS-DD
               DIVIDE WS-TS-REM BY 3600
                   GIVING WS-TS-HH REMAINDER WS-TS-REM
               DIVIDE WS-TS-REM BY 60
                   GIVING WS-TS-MI REMAINDER WS-TS-SS
           END-IF.

       8200-FORMAT-DURATION.
      * WS-DUR-SECS as HHH:MM:SS in WS-DUR-TEXT.
           IF WS-DUR-SECS > 3599999
               MOVE 3599999 TO WS-DUR-SECS
           END-IF
           DIVIDE WS-DUR-SECS BY 3600
               GIVING WS-DUR-HOURS REMAINDER WS-DUR-REM
           MOVE WS-DUR-HOURS TO WS-DUR-HH
           DIVIDE WS-DUR-REM BY 60
               GIVING WS-DUR-MM REMAINDER WS-DUR-SS.

       8300-CYCLE-DEADLINE.
           MOVE WS-CY-FIRST-EVENT(WS-RPT-CY) TO WS-TS-SECS
           PERFORM 8350-DEADLINE-AFTER.

       8350-DEADLINE-AFTER.
      * The first online-day start after the moment in WS-TS-SECS.
           DIVIDE WS-TS-SECS BY 86400
               GIVING WS-TS-DAYS REMAINDER WS-TS-REM
           COMPUTE WS-DEADLINE-SECS =
                   WS-TS-DAYS * 86400 + WS-ONLINE-SECS
           IF WS-DEADLINE-SECS <= WS-TS-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF.

       8400-COUNT-CYCLE-STEPS.
      * Steps run and SLA breaches in cycle WS-CY-SUB.
           MOVE ZEROS TO WS-STEPS-RUN WS-STEPS-BREACHED
           PERFORM 8450-COUNT-ONE-STEP
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-STEP-COUNT.

       8450-COUNT-ONE-STEP.
           PERFORM 8500-STEP-ELAPSED
           IF WS-CS-RUNS(WS-CY-SUB, WS-ST-SUB) > 0
               ADD 1 TO WS-STEPS-RUN
           END-IF
           IF WS-SP-SLA-SECS(WS-ST-SUB) > 0
              AND WS-STEP-ELAPSED > WS-SP-SLA-SECS(WS-ST-SUB)
               ADD 1 TO WS-STEPS-BREACHED
           END-IF.

       8500-STEP-ELAPSED.
      * Time step WS-ST-SUB has run in cycle WS-CY-SUB, counting a
      * run still in flight tonight up to now.
           MOVE WS-CS-ELAPSED(WS-CY-SUB, WS-ST-SUB) TO WS-STEP-ELAPSED
           IF WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB) > 0
              AND WS-REPORTING-TONIGHT
              AND WS-CY-SUB = WS-RPT-CY
              AND WS-NOW-SECS > WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
               COMPUTE WS-STEP-ELAPSED = WS-STEP-ELAPSED
                     + WS-NOW-SECS
                     - WS-CS-OPEN-START(WS-CY-SUB, WS-ST-SUB)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-STEP-ELAPSED
               END-COMPUTE
           END-IF.

       8600-STEP-BEGIN.
      * When step WS-ST-SUB started in cycle WS-CY-SUB; a completion
      * with no start on file counts as starting when it ended.
           MOVE WS-CS-FIRST-START(WS-CY-SUB, WS-ST-SUB)
             TO WS-STEP-BEGIN
           IF WS-STEP-BEGIN = 0
              OR WS-STEP-BEGIN
                 > WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
               MOVE WS-CS-LAST-COMPLETE(WS-CY-SUB, WS-ST-SUB)
                 TO WS-STEP-BEGIN
           END-IF.

       9000-END-PROCESS.
           MOVE WS-HISTORY-EVENTS TO TL-HISTORY-EVENTS
           MOVE WS-CONTROL-EVENTS TO TL-CONTROL-EVENTS
           MOVE WS-EVENTS-SKIPPED TO TL-SKIPPED
           MOVE WS-ALERT-COUNT TO TL-ALERTS
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           CLOSE REPORT-FILE.

       END PROGRAM INSCYCTM.
