       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : USE_ACTIVITY_FILE is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-09-02 : Type '03' cancellation refunds now subtract
      *              from the period net (with their own counter on
      *              the closing summary) instead of counting as
           88  END-OF-PERIOD-ACTIVITY  VALUE 'Y'.
       01  WS-ACTIVITY-MODE-FLAG       PIC X VALUE 'N'.
           88  WS-ACTIVITY-MODE        VALUE 'Y'.
       01  WS-CTL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-CONTROL          VALUE 'Y'.
       01  WS-ALREADY-CLOSED-FLAG      PIC X VALUE 'N'.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
      * In activity mode the indexed history stays shut - the
      * period totals come off the cut-over period file plus the
      * current day file.
               MOVE SPACES TO PRM-AS-OF-DATE
               MOVE 'USE_ACTIVITY_FILE' TO PRM-NAME
               MOVE 'F' TO PRM-VALUE-TYPE
               CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
               IF PRM-VALUE-FOUND AND PRM-VALUE-TEXT = 'Y'
                   MOVE 'Y' TO WS-ACTIVITY-MODE-FLAG
               END-IF
               IF WS-ACTIVITY-MODE
