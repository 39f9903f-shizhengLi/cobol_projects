      ******************************************************************
      * Bank-Holiday Calendar Maintenance Program
      * Function: Maintain the bank-holiday calendar the DATECALC
      *           business-day functions read - add a holiday to a
      *           country/currency calendar, change its description,
      *           or delete it. Weekends are never keyed; only the
      *           weekday closures. The whole calendar is loaded,
      *           transactions applied, and the file rewritten in
      *           calendar and date order, the way the other small
      *           control files in this system are maintained.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSHCMNT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSBXMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO EXTERNAL HOLCAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL HCMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL HCMNTLOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS HOLIDAY-CALENDAR-RECORD.
       COPY HOLCAL.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(43).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-HOLIDAY-EOF-FLAG       PIC X VALUE 'N'.
           88  END-OF-HOLIDAY-FILE   VALUE 'Y'.
       01  WS-VALID-FLAG             PIC X VALUE 'Y'.
           88  WS-TRAN-IS-VALID      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-ADD-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: AD=add, CH=change description,
      *         DE=delete
      *   3-5   calendar code (country or currency)
      *   6-13  holiday date YYYYMMDD
      *  14-43  description (for AD/CH)
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
               88  WS-TRAN-CHANGE        VALUE 'CH'.
               88  WS-TRAN-DELETE        VALUE 'DE'.
           05  WS-TRAN-CALENDAR      PIC X(03).
           05  WS-TRAN-DATE          PIC X(08).
           05  WS-TRAN-DESCRIPTION   PIC X(30).

      * The whole calendar, loaded up front and rewritten at end of
      * run. WS-HC-DELETED marks an entry a DE transaction removed;
      * it is simply not written back.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-HOLIDAY-ENTRY      OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-HOLIDAY-COUNT
                                     INDEXED BY WS-HC-IDX.
               10  WS-HC-KEY.
                   15  WS-HC-CALENDAR PIC X(03).
                   15  WS-HC-DATE     PIC X(08).
               10  WS-HC-DESCRIPTION PIC X(30).
               10  WS-HC-DELETED     PIC X(01).
       01  WS-HC-SAVE-ENTRY          PIC X(42) VALUE SPACES.
       01  WS-SORT-SUB               PIC 9(5) VALUE ZEROS.
       01  WS-SORT-INNER             PIC 9(5) VALUE ZEROS.
       01  WS-SORT-NEXT              PIC 9(5) VALUE ZEROS.

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.

      * Date calculation parameters
       COPY DATECALC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-TRANSACTIONS
           PERFORM 3000-END-PROCESS
           GOBACK.

       1000-INIT-PROCESS.
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT MAINT-LOG-FILE

           PERFORM 1100-LOAD-HOLIDAY-TABLE

           STRING 'INSHCMNT BANK-HOLIDAY CALENDAR MAINTENANCE STARTED'
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       1100-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = '00'
               PERFORM 1150-READ-HOLIDAY-FILE
               PERFORM 1120-LOAD-ONE-ENTRY
                   UNTIL END-OF-HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
           END-IF.

       1120-LOAD-ONE-ENTRY.
           IF WS-HOLIDAY-COUNT < 5000
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HC-CALENDAR-CODE
                 TO WS-HC-CALENDAR(WS-HOLIDAY-COUNT)
               MOVE HC-HOLIDAY-DATE TO WS-HC-DATE(WS-HOLIDAY-COUNT)
               MOVE HC-DESCRIPTION
                 TO WS-HC-DESCRIPTION(WS-HOLIDAY-COUNT)
               MOVE 'N' TO WS-HC-DELETED(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM 1150-READ-HOLIDAY-FILE.

       1150-READ-HOLIDAY-FILE.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HOLIDAY-EOF-FLAG
           END-READ.

       2000-PROCESS-TRANSACTIONS.
           MOVE TRANSACTION-RECORD-IN(1:2)   TO WS-TRAN-CODE
           MOVE TRANSACTION-RECORD-IN(3:3)   TO WS-TRAN-CALENDAR
           MOVE TRANSACTION-RECORD-IN(6:8)   TO WS-TRAN-DATE
           MOVE TRANSACTION-RECORD-IN(14:30) TO WS-TRAN-DESCRIPTION

           PERFORM 2060-VALIDATE-TRANSACTION
           IF NOT WS-TRAN-IS-VALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - ' WS-REJECT-REASON ': '
                      TRANSACTION-RECORD-IN
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               PERFORM 2150-FIND-HOLIDAY-ENTRY
               EVALUATE TRUE
                   WHEN WS-TRAN-ADD
                       PERFORM 2200-ADD-HOLIDAY
                   WHEN WS-TRAN-CHANGE
                       PERFORM 2300-CHANGE-HOLIDAY
                   WHEN WS-TRAN-DELETE
                       PERFORM 2400-DELETE-HOLIDAY
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-TRANSACTION.

       2060-VALIDATE-TRANSACTION.
      * A holiday must be a real date. Keying a Saturday or Sunday
      * is refused on add - those are never banking days and a
      * weekend row only hides a mistyped date.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'C' TO DC-FUNCTION-CODE
           MOVE WS-TRAN-DATE TO DC-BASE-DATE
           MOVE SPACES TO DC-CALENDAR-CODE
           IF WS-TRAN-DATE IS NUMERIC
               CALL 'DATECALC' USING DATE-CALC-PARAMS
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TRAN-ADD AND NOT WS-TRAN-CHANGE
                    AND NOT WS-TRAN-DELETE
                   MOVE 'UNKNOWN TRAN CODE' TO WS-REJECT-REASON
               WHEN WS-TRAN-CALENDAR = SPACES
                   MOVE 'MISSING CALENDAR CODE' TO WS-REJECT-REASON
               WHEN WS-TRAN-DATE IS NOT NUMERIC OR DC-ERROR
                   MOVE 'INVALID HOLIDAY DATE' TO WS-REJECT-REASON
               WHEN WS-TRAN-DELETE
                   CONTINUE
               WHEN WS-TRAN-DESCRIPTION = SPACES
                   MOVE 'MISSING DESCRIPTION' TO WS-REJECT-REASON
               WHEN WS-TRAN-ADD
                   MOVE 'T' TO DC-FUNCTION-CODE
                   MOVE WS-TRAN-CALENDAR TO DC-CALENDAR-CODE
                   CALL 'DATECALC' USING DATE-CALC-PARAMS
                   IF DC-WEEKEND-DAY
                       MOVE 'DATE IS A WEEKEND' TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2150-FIND-HOLIDAY-ENTRY.
      * Leaves WS-HC-IDX on the live entry for this calendar and
      * date, or past WS-HOLIDAY-COUNT if none.
           SET WS-HC-IDX TO 1
           IF WS-HOLIDAY-COUNT > 0
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HC-CALENDAR(WS-HC-IDX) = WS-TRAN-CALENDAR
                    AND WS-HC-DATE(WS-HC-IDX) = WS-TRAN-DATE
                    AND WS-HC-DELETED(WS-HC-IDX) = 'N'
                       CONTINUE
               END-SEARCH
           END-IF.

       2200-ADD-HOLIDAY.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-HC-IDX <= WS-HOLIDAY-COUNT
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED ADD - ALREADY EXISTS: '
                      TRANSACTION-RECORD-IN(3:11)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               IF WS-HOLIDAY-COUNT < 5000
                   ADD 1 TO WS-HOLIDAY-COUNT
                   SET WS-HC-IDX TO WS-HOLIDAY-COUNT
                   MOVE WS-TRAN-CALENDAR TO WS-HC-CALENDAR(WS-HC-IDX)
                   MOVE WS-TRAN-DATE TO WS-HC-DATE(WS-HC-IDX)
                   MOVE WS-TRAN-DESCRIPTION
                     TO WS-HC-DESCRIPTION(WS-HC-IDX)
                   MOVE 'N' TO WS-HC-DELETED(WS-HC-IDX)
                   ADD 1 TO WS-ADD-COUNT
                   STRING 'ADDED HOLIDAY '
                          TRANSACTION-RECORD-IN(3:41)
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED ADD - HOLIDAY TABLE FULL'
                     TO WS-LOG-LINE
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               END-IF
           END-IF.

       2300-CHANGE-HOLIDAY.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-HC-IDX <= WS-HOLIDAY-COUNT
               MOVE WS-TRAN-DESCRIPTION
                 TO WS-HC-DESCRIPTION(WS-HC-IDX)
               ADD 1 TO WS-CHANGE-COUNT
               STRING 'CHANGED HOLIDAY '
                      TRANSACTION-RECORD-IN(3:41)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED CHANGE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:11)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       2400-DELETE-HOLIDAY.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-HC-IDX <= WS-HOLIDAY-COUNT
               MOVE 'Y' TO WS-HC-DELETED(WS-HC-IDX)
               ADD 1 TO WS-DELETE-COUNT
               STRING 'DELETED HOLIDAY '
                      TRANSACTION-RECORD-IN(3:11)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED DELETE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:11)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       3000-END-PROCESS.
      * Rewrite the calendar from memory in calendar and date order
      * (a readable file for whoever keys next year's dates),
      * dropping deleted entries.
           PERFORM 3050-ORDER-ONE-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-HOLIDAY-COUNT
           OPEN OUTPUT HOLIDAY-FILE
           PERFORM 3100-WRITE-HOLIDAY-ENTRY
               VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HOLIDAY-COUNT
           CLOSE HOLIDAY-FILE

           MOVE SPACES TO WS-LOG-LINE
           STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                  ' ADDED: ' WS-ADD-COUNT
                  ' CHANGED: ' WS-CHANGE-COUNT
                  ' DELETED: ' WS-DELETE-COUNT
                  ' REJECTED: ' WS-REJECT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           CLOSE TRANSACTION-FILE
           CLOSE MAINT-LOG-FILE.

       3050-ORDER-ONE-PASS.
      * One pass of an exchange sort - the table is small and
      * mostly in order already.
           PERFORM 3060-ORDER-ONE-PAIR
               VARYING WS-SORT-INNER FROM 1 BY 1
               UNTIL WS-SORT-INNER > WS-HOLIDAY-COUNT - WS-SORT-SUB.

       3060-ORDER-ONE-PAIR.
           COMPUTE WS-SORT-NEXT = WS-SORT-INNER + 1
           IF WS-HC-KEY(WS-SORT-INNER) > WS-HC-KEY(WS-SORT-NEXT)
               MOVE WS-HOLIDAY-ENTRY(WS-SORT-INNER) TO WS-HC-SAVE-ENTRY
               MOVE WS-HOLIDAY-ENTRY(WS-SORT-NEXT)
                 TO WS-HOLIDAY-ENTRY(WS-SORT-INNER)
               MOVE WS-HC-SAVE-ENTRY
                 TO WS-HOLIDAY-ENTRY(WS-SORT-NEXT)
           END-IF.

       3100-WRITE-HOLIDAY-ENTRY.
           IF WS-HC-DELETED(WS-HC-IDX) = 'N'
               MOVE SPACES TO HOLIDAY-CALENDAR-RECORD
               MOVE WS-HC-CALENDAR(WS-HC-IDX) TO HC-CALENDAR-CODE
               MOVE WS-HC-DATE(WS-HC-IDX) TO HC-HOLIDAY-DATE
               MOVE WS-HC-DESCRIPTION(WS-HC-IDX) TO HC-DESCRIPTION
               WRITE HOLIDAY-CALENDAR-RECORD
           END-IF.

       END PROGRAM INSHCMNT.
