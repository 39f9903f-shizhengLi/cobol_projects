       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : USE_ACTIVITY_FILE is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Run-totals record is 49 bytes - it now carries
      *              the collection file's identity for INSRUNBK.
      * 2026-10-15 : Commission leg counts writing-agent commission
      *              records only - manager override records are
      *              extra rows per payment, not extra payments.
      *              Commission record is 63 bytes.
      * 2026-09-02 : USE_ACTIVITY_FILE=Y reads the day-sized
      *              activity files instead of scanning the whole
      *              indexed history - legs 2 and 3 off the current-
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS RUN-TOTALS-RECORD.
       COPY RUNTOTAL.

       01  ACTIVITY-HIST-RECORD       PIC X(90).

       FD  COMMISSION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-RECORD.
       COPY COMMREC.

      * open period's history first).
       01  WS-ACTIVITY-MODE-FLAG      PIC X VALUE 'N'.
           88  WS-ACTIVITY-MODE       VALUE 'Y'.
       01  WS-COMM-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-COMMISSION      VALUE 'Y'.
       01  WS-REJ-EOF-FLAG            PIC X VALUE 'N'.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-CHECK-SEQUENCE-GATE
      * default; USE_ACTIVITY_FILE=Y reads the day file (day legs)
      * and the period file plus the day file (commission leg)
      * instead, once the installation has cut over.
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'USE_ACTIVITY_FILE' TO PRM-NAME
           MOVE 'F' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND AND PRM-VALUE-TEXT = 'Y'
               MOVE 'Y' TO WS-ACTIVITY-MODE-FLAG
           END-IF
           IF WS-ACTIVITY-MODE
                   MOVE 'Y' TO WS-COMM-EOF-FLAG
               NOT AT END
                   IF CM-ACCOUNTING-PERIOD = WS-BALANCE-PERIOD
                      AND CM-TYPE-WRITING
                       ADD 1 TO WS-COMM-PERIOD-COUNT
                   END-IF
           END-READ.
