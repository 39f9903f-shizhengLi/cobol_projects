       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : RECON_DATE_WINDOW_DAYS is read from the
      *              installation parameter file through INSPARM; an
      *              exported variable of the same name still overrides
      *              it for a single run.
      * 2026-09-02 : Auto-clear is now a POSITIVE test instead of an
      *              absence test. The statement is per-run, so an
      *              'S' item (on statement, never posted) is never
           88  END-OF-STATEMENT        VALUE 'Y'.

       01  WS-DATE-WINDOW-DAYS         PIC 9(3) VALUE 5.
       01  WS-DAYS-APART               PIC S9(5) VALUE ZEROS.

      * Reconciliation window: the statement's earliest and latest
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS

           PERFORM 1400-LOAD-EXCEPTION-LEDGER

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'RECON_DATE_WINDOW_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-DATE-WINDOW-DAYS
           END-IF

           OPEN OUTPUT REPORT-FILE
