       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : BASE_CURRENCY and USE_ACTIVITY_FILE are read from
      *              the installation parameter file through INSPARM; an
      *              exported variable of the same name still overrides
      *              it for a single run.
      * 2026-10-15 : Commission record is 63 bytes; manager override
      *              records are commission expense like the rest.
      * 2026-09-02 : A type '03' cancellation refund now books with
      *              the reversal's sign - it credits back out of
      *              cash and premium income (including the per-
       COPY PAYHIST.

       FD  COMMISSION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-RECORD.
       COPY COMMREC.

           88  END-OF-PERIOD-ACTIVITY  VALUE 'Y'.
       01  WS-ACTIVITY-MODE-FLAG       PIC X VALUE 'N'.
           88  WS-ACTIVITY-MODE        VALUE 'Y'.
       01  WS-COMM-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-COMMISSION       VALUE 'Y'.
       01  WS-BALANCED-FLAG            PIC X VALUE 'Y'.
       01  WS-RATE-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-RATE-FILE        VALUE 'Y'.
       01  WS-BASE-CURRENCY            PIC X(03) VALUE 'USD'.
       01  WS-EXCHANGE-RATE            PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-BEST-RATE-DATE           PIC X(08) VALUE SPACES.
       01  WS-RATE-FOUND-FLAG          PIC X VALUE 'N'.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
               MOVE WS-GL-PERIOD-TEXT TO WS-GL-PERIOD
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'BASE_CURRENCY' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-BASE-CURRENCY
           END-IF

           PERFORM 1100-LOAD-RATE-TABLE
      * period rather than spinning on a failed READ. In activity
      * mode the indexed history stays shut and the period comes
      * off the cut-over period file plus the current day file.
           MOVE 'USE_ACTIVITY_FILE' TO PRM-NAME
           MOVE 'F' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND AND PRM-VALUE-TEXT = 'Y'
               MOVE 'Y' TO WS-ACTIVITY-MODE-FLAG
           END-IF

