       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : BASE_CURRENCY is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-09-02 : Initial version.

       ENVIRONMENT DIVISION.
       01  WS-PERIOD-FIRST-DATE       PIC X(8) VALUE SPACES.

       01  WS-BASE-CURRENCY            PIC X(03) VALUE 'USD'.

      * Ledger accounts for the revaluation pair.
       01  WS-ACCT-FX-CASH-ADJ         PIC X(08) VALUE '10900000'.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
               MOVE WS-RVL-PERIOD-TEXT TO WS-RVL-PERIOD
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'BASE_CURRENCY' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-BASE-CURRENCY
           END-IF

      * The closing rate is the latest rate on or before the last
