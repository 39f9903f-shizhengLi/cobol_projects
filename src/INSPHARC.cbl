       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : RETAIN_PERIODS is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Commission records are 63 bytes (override type,
      *              earning agent and level added).
      * 2026-09-02 : Processing date now comes from the cycle
      *              business-date control file when present
      *              (CYCLEDATE via INSBDATE, advanced once per
       01  HISTORY-ARCHIVE-RECORD      PIC X(90).

       FD  COMMISSION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-RECORD.
       COPY COMMREC.

       FD  COMMISSION-KEEP-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-KEEP-RECORD.
       01  COMMISSION-KEEP-RECORD      PIC X(63).

       FD  COMMISSION-ARCH-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-ARCH-RECORD.
       01  COMMISSION-ARCH-RECORD      PIC X(63).

       FD  POLICY-AUDIT-FILE
           RECORD CONTAINS 36 CHARACTERS
           88  END-OF-AUDIT            VALUE 'Y'.

       01  WS-RETAIN-PERIODS           PIC 9(3) VALUE 24.
       01  WS-CUTOFF-PERIOD            PIC X(6).
       01  WS-CUTOFF-DATE              PIC X(10).
       01  WS-MONTH-WORK               PIC S9(7) COMP.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
               MOVE WS-BUSINESS-DATE(5:2) TO WS-BASE-MM
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'RETAIN_PERIODS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-RETAIN-PERIODS
           END-IF

      * Anything with an accounting period strictly before the
