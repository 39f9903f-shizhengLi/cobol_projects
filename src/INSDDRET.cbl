       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : DD_SUSPEND_RETURNS and DD_CLOSED_REASON are read
      *              from the installation parameter file through
      *              INSPARM; an exported variable of the same name
      *              still overrides one for a single run.
      * 2026-09-02 : A full return-tracking table no longer leaves
      *              the search index one past the table end and
      *              references it - the lost entry is logged, the
       01  WS-ENTRY-LOST-FLAG          PIC X VALUE 'N'.
           88  WS-ENTRY-WAS-LOST       VALUE 'Y'.
       01  WS-SUSPEND-RETURNS          PIC 9(3) VALUE 3.
       01  WS-CLOSED-REASON            PIC X(2) VALUE 'AC'.

      * Per-mandate return counts, loaded from DDRETTRK and written
      * back at end of run, the DUNTRACK convention.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'DD_SUSPEND_RETURNS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-SUSPEND-RETURNS
           END-IF
           MOVE 'DD_CLOSED_REASON' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-CLOSED-REASON
           END-IF

           PERFORM 1100-LOAD-RETURN-TRACKING
