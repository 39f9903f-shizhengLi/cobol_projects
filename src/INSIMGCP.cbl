       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : IMGCOPY_GENERATIONS is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Agent copy record widened 64 -> 200 with the
      *              agent master's new mailing address.
      * 2026-09-02 : VERIFY/RESTORE now parse the re-read CTL record
      *              through the typed WS-CTL-IMAGE layout - the
      *              reference-modified MOVE into the 9(13)V99 hash
       01  CLIENT-COPY-RECORD          PIC X(200).

       FD  AGENT-COPY-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS AGENT-COPY-RECORD.
       01  AGENT-COPY-RECORD           PIC X(200).

       FD  GENERATION-FILE
           RECORD CONTAINS 3 CHARACTERS
       01  WS-DO-AGENT-FLAG            PIC X VALUE 'Y'.

       01  WS-GENERATIONS              PIC 9(3) VALUE 3.
       01  WS-GENERATION               PIC 9(3) VALUE ZEROS.
       01  WS-GENERATION-TEXT          PIC X(10) VALUE SPACES.
       01  WS-LAST-GENERATION          PIC 9(3) VALUE ZEROS.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'IMGCOPY_GENERATIONS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-GENERATIONS
           END-IF
           IF WS-GENERATIONS = 0
               MOVE 1 TO WS-GENERATIONS
