       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : SUSPENSE_WRITEOFF_DAYS, PAYMENT_AMOUNT_CEILING and
      *              BASE_CURRENCY are read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides one for a
      *              single run.
      * 2026-09-02 : The recycle count is read through a numeric
      *              guard - the pre-existing suspense backlog is
      *              in the old 83-byte layout, so its first pass
           05  WS-ORIG-CHANNEL         PIC X(02).

       01  WS-WRITEOFF-DAYS            PIC 9(3) VALUE 90.
       01  WS-AMOUNT-CEILING           PIC 9(8)V99 VALUE 100000.00.
       01  WS-BASE-CURRENCY            PIC X(03) VALUE 'USD'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-RESOLVE-GATE-DATE
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'SUSPENSE_WRITEOFF_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-WRITEOFF-DAYS
           END-IF
           MOVE 'PAYMENT_AMOUNT_CEILING' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-AMOUNT-CEILING
           END-IF
           MOVE 'BASE_CURRENCY' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-BASE-CURRENCY
           END-IF

           OPEN INPUT REJECT-FILE
