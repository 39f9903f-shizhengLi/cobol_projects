      * Function: Operator step that advances (or sets) the business
      *           date on the cycle date control file, run once at
      *           the start of each night cycle. With no override
      *           the current business date advances to the next
      *           business day - weekends and the installation's
      *           bank holidays (HOLCAL) are skipped, unless
      *           CYCLE_ALL_DAYS=Y asks for a plain calendar-day
      *           advance (a weekend cycle run on purpose);
      *           CYCLE_DATE (YYYYMMDD) sets it outright, which is
      *           how a catch-up cycle is pointed at the date it
      *           belongs to. A control file that does not exist yet
      *           otherwise to today. The date is validated through
      *           DATECALC before anything is written; a bad
      *           CYCLE_DATE refuses with condition code 8 and the
      *           control file untouched. The finished cycle's step
      *           events are copied to the cycle history file
      *           (CYCHIST) before the step-control file is reset,
      *           so the INSCYCTM timing report can look back over
      *           past cycles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSBDMNT.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : The step-control file is appended to the cycle
      *              history (CYCHIST) before it is reset. A history
      *              that cannot be written is logged as an error;
      *              the advance still goes ahead.
      * 2026-10-15 : The advance now skips non-business days through
      *              the DATECALC business-day function;
      *              CYCLE_ALL_DAYS=Y keeps the calendar-day advance.
      *              A CYCLE_DATE on a non-business day is accepted
      *              with a warning.
      * 2026-09-02 : Advancing the business date now also resets the
      *              cycle step-control file (CYCLECTL), so the
      *              INSCYCST sequencing gates work off this cycle's
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CYCLE-HISTORY-FILE ASSIGN TO EXTERNAL CYCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-DATE-FILE
           DATA RECORD IS CYCLE-CONTROL-RECORD.
       COPY CYCLECTL.

       FD  CYCLE-HISTORY-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CYCLE-HISTORY-RECORD.
       01  CYCLE-HISTORY-RECORD        PIC X(38).

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CTL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-CONTROL          VALUE 'Y'.
       01  WS-EVENTS-ARCHIVED          PIC 9(7) VALUE ZEROS.

       01  WS-OVERRIDE-DATE            PIC X(8) VALUE SPACES.
       01  WS-ALL-DAYS-TEXT            PIC X(1) VALUE SPACES.
           88  WS-ADVANCE-ALL-DAYS     VALUE 'Y' 'y'.
       01  WS-OLD-DATE                 PIC X(8) VALUE SPACES.
       01  WS-NEW-DATE                 PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

           ACCEPT WS-OVERRIDE-DATE FROM ENVIRONMENT "CYCLE_DATE"
           ACCEPT WS-ALL-DAYS-TEXT FROM ENVIRONMENT "CYCLE_ALL_DAYS"

           PERFORM 1000-READ-CURRENT-DATE-REC

      * Decide the new business date: an explicit CYCLE_DATE wins,
      * otherwise advance what's there to the next business day (or
      * by one calendar day under CYCLE_ALL_DAYS), otherwise (no
      * control file yet) initialize to today.
           EVALUATE TRUE
               WHEN WS-OVERRIDE-DATE NOT = SPACES
                   MOVE WS-OVERRIDE-DATE TO WS-NEW-DATE
               WHEN WS-OLD-DATE NOT = SPACES
                   IF WS-ADVANCE-ALL-DAYS
                       MOVE 'A' TO DC-FUNCTION-CODE
                   ELSE
                       MOVE 'N' TO DC-FUNCTION-CODE
                   END-IF
                   MOVE WS-OLD-DATE TO DC-BASE-DATE
                   MOVE 1 TO DC-DAYS
                   MOVE SPACES TO DC-CALENDAR-CODE
                   CALL 'DATECALC' USING DATE-CALC-PARAMS
                   IF DC-SUCCESS
                       MOVE DC-TARGET-DATE TO WS-NEW-DATE
               GOBACK
           END-IF

      * An operator may point a cycle at a weekend or holiday on
      * purpose; say so, but do as asked.
           IF WS-OVERRIDE-DATE NOT = SPACES
               MOVE 'T' TO DC-FUNCTION-CODE
               MOVE WS-NEW-DATE TO DC-BASE-DATE
               MOVE SPACES TO DC-CALENDAR-CODE
               CALL 'DATECALC' USING DATE-CALC-PARAMS
               IF DC-SUCCESS AND NOT DC-BUSINESS-DAY
                   DISPLAY 'INSBDMNT: ' WS-NEW-DATE
                           ' IS NOT A BUSINESS DAY - SET AS REQUESTED'
                   MOVE 'W' TO LOG-LEVEL
                   MOVE 'INSBDMNT' TO LOG-MODULE
                   STRING 'Business date ' WS-NEW-DATE
                          ' set by CYCLE_DATE is not a business day'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF

           PERFORM 2000-WRITE-CYCLE-DATE
           PERFORM 2500-ARCHIVE-CYCLE-CONTROL THRU 2500-EXIT
           PERFORM 3000-RESET-CYCLE-CONTROL

           DISPLAY 'INSBDMNT: BUSINESS DATE ' WS-OLD-DATE
           WRITE CYCLE-DATE-RECORD
           CLOSE CYCLE-DATE-FILE.

       2500-ARCHIVE-CYCLE-CONTROL.
      * Keep the finished cycle's step events before the reset wipes
      * them. No step-control file means sequencing is not in use
      * and there is nothing to keep.
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               GO TO 2500-EXIT
           END-IF
           OPEN EXTEND CYCLE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT CYCLE-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               CLOSE CYCLE-CONTROL-FILE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSBDMNT' TO LOG-MODULE
               STRING 'Cycle history open failed, status '
                      WS-HISTORY-FILE-STATUS
                      ' - step events not kept'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 2500-EXIT
           END-IF

           PERFORM 2550-COPY-ONE-EVENT UNTIL END-OF-CONTROL
           CLOSE CYCLE-CONTROL-FILE
           CLOSE CYCLE-HISTORY-FILE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSBDMNT' TO LOG-MODULE
           STRING WS-EVENTS-ARCHIVED
                  ' step events kept on the cycle history'
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       2500-EXIT.
           EXIT.

       2550-COPY-ONE-EVENT.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-FLAG
               NOT AT END
                   MOVE CYCLE-CONTROL-RECORD TO CYCLE-HISTORY-RECORD
                   WRITE CYCLE-HISTORY-RECORD
                   ADD 1 TO WS-EVENTS-ARCHIVED
           END-READ.

       3000-RESET-CYCLE-CONTROL.
      * A fresh cycle starts with an empty step-control file - the
      * sequencing gates (INSCYCST) work off this cycle's events
