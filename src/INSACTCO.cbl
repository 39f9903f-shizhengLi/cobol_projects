      *           the indexed history. Proves the day file against
      *           the history inserts - the day's batch activity
      *           records must equal the summed RUNTOTALS posted
      *           counts, with counter (CT) postings proved
      *           separately against the counter deposit summary
      *           (TILLDEP, from INSTILDP) - then appends the day's
      *           records to the period activity file (ACTHIST) and
      *           starts the day file empty for the next cycle. A
      *           failed proof leaves the day file untouched for
      *           investigation and ends with condition code 8; the
      *           cycle's downstream readers (INSEODBL, and INSGLEXT /
      *           INSPDCLS in activity mode) stay on yesterday's
      *           cut until the break is explained. A counter break
      *           - postings and net amount not tying to the tills,
      *           or no summary for a day with counter postings -
      *           does not hold the cutover back: it is reported and
      *           the step ends with condition code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSACTCO.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Counter postings now tie to the tills: the day
      *              file's CT posting count and net amount (payments
      *              less reversals) are proved against the day total
      *              on the counter deposit summary (TILLDEP). A break
      *              ends with condition code 4; the cutover itself
      *              still rests on the batch proof.
      * 2026-10-15 : Run-totals record is 49 bytes - it now carries
      *              the collection file's identity for INSRUNBK.
      * 2026-09-02 : Initial version.

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNTOT-FILE-STATUS.

           SELECT TILL-DEPOSIT-FILE ASSIGN TO EXTERNAL TILLDEP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TILLDEP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL ACTCORPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
       01  ACTIVITY-HIST-RECORD        PIC X(90).

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS RUN-TOTALS-RECORD.
       COPY RUNTOTAL.

       FD  TILL-DEPOSIT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS TILL-DEPOSIT-RECORD.
       COPY TILLDEP.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  WS-ACTIVITY-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-ACTHIST-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-RUNTOT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-TILLDEP-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-ACT-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-RUN-TOTALS       VALUE 'Y'.
       01  WS-BALANCED-FLAG            PIC X VALUE 'Y'.
           88  DAY-FILE-PROVES         VALUE 'Y'.
       01  WS-TILLDEP-EOF-FLAG         PIC X VALUE 'N'.
           88  END-OF-TILL-DEPOSITS    VALUE 'Y'.
       01  WS-TILL-TOTAL-FLAG          PIC X VALUE 'N'.
           88  TILL-TOTAL-FOUND        VALUE 'Y'.
       01  WS-COUNTER-PROVES-FLAG      PIC X VALUE 'Y'.
           88  COUNTER-PROVES          VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
           05  WS-ACT-TODAY-COUNTER    PIC 9(7) VALUE ZEROS.
           05  WS-ACT-OTHER-DAYS       PIC 9(7) VALUE ZEROS.
           05  WS-RUN-POSTED           PIC 9(7) VALUE ZEROS.
           05  WS-TILL-POSTINGS        PIC 9(7) VALUE ZEROS.

      * Counter payments less counter reversals, as the tills see it.
       01  WS-ACT-COUNTER-NET          PIC S9(11)V99 VALUE ZEROS.
       01  WS-TILL-NET-POSTED          PIC S9(11)V99 VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-LEG-STATUS             PIC X(14).

       01  DL-AMOUNT-LINE.
          05 DA-LEG-NAME               PIC X(34).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DA-LEFT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(4) VALUE ' VS '.
          05 DA-RIGHT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DA-LEG-STATUS             PIC X(14).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(15) VALUE
             'ACTIVITY READ: '.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-LOAD-DAY-FILE UNTIL END-OF-ACTIVITY
           PERFORM 2500-SUM-RUN-TOTALS UNTIL END-OF-RUN-TOTALS
           PERFORM 2700-FIND-TILL-TOTAL UNTIL END-OF-TILL-DEPOSITS
           PERFORM 3000-PROVE-AND-CUTOVER
           PERFORM 9000-END-PROCESS
           EVALUATE TRUE
               WHEN NOT DAY-FILE-PROVES
                   MOVE 8 TO RETURN-CODE
               WHEN NOT COUNTER-PROVES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-INIT-PROCESS.
           IF WS-RUNTOT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RUNTOT-EOF-FLAG
           END-IF
           OPEN INPUT TILL-DEPOSIT-FILE
           IF WS-TILLDEP-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-TILLDEP-EOF-FLAG
           END-IF
           OPEN OUTPUT REPORT-FILE

           MOVE WS-TODAY-DATE-DASHED TO HL-DATE
           IF PH-INSERT-TIMESTAMP(1:10) = WS-TODAY-DATE-DASHED
               IF PH-SOURCE-CHANNEL = 'CT'
                   ADD 1 TO WS-ACT-TODAY-COUNTER
                   IF PH-TXN-IS-REVERSAL
                       SUBTRACT PH-AMOUNT FROM WS-ACT-COUNTER-NET
                   ELSE
                       ADD PH-AMOUNT TO WS-ACT-COUNTER-NET
                   END-IF
               ELSE
                   ADD 1 TO WS-ACT-TODAY-BATCH
               END-IF
                   END-IF
           END-READ.

       2700-FIND-TILL-TOTAL.
      * The deposit summary's day total for the business date.
           READ TILL-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO WS-TILLDEP-EOF-FLAG
               NOT AT END
                   IF TD-DAY-TOTAL AND
                      TD-BUSINESS-DATE = WS-TODAY-DATE
                       MOVE 'Y' TO WS-TILL-TOTAL-FLAG
                       MOVE TD-POSTING-COUNT TO WS-TILL-POSTINGS
                       MOVE TD-NET-POSTED TO WS-TILL-NET-POSTED
                   END-IF
           END-READ.

       3000-PROVE-AND-CUTOVER.
      * The record-count control: the day file's batch activity
      * must equal the history inserts the runs reported. Counter
           END-IF
           WRITE REPORT-LINE FROM DL-PROOF-LINE

           PERFORM 3050-PROVE-COUNTER

           IF DAY-FILE-PROVES
               PERFORM 3100-APPEND-TO-PERIOD-FILE
               PERFORM 3200-RESTART-DAY-FILE
           END-IF.

       3050-PROVE-COUNTER.
      * The counter leg: the day file's CT postings against what the
      * tills took. No summary is a break only on a day that had
      * counter postings.
           MOVE 'DAY FILE COUNTER VS TILL SESSIONS' TO DL-LEG-NAME
           MOVE WS-ACT-TODAY-COUNTER TO DL-LEFT-COUNT
           MOVE WS-TILL-POSTINGS TO DL-RIGHT-COUNT
           MOVE 'COUNTER NET VS TILL NET POSTED' TO DA-LEG-NAME
           MOVE WS-ACT-COUNTER-NET TO DA-LEFT-AMOUNT
           MOVE WS-TILL-NET-POSTED TO DA-RIGHT-AMOUNT
           EVALUATE TRUE
               WHEN NOT TILL-TOTAL-FOUND AND
                    WS-ACT-TODAY-COUNTER = 0
                   MOVE 'NO COUNTER' TO DL-LEG-STATUS
                   MOVE 'NO COUNTER' TO DA-LEG-STATUS
               WHEN NOT TILL-TOTAL-FOUND
                   MOVE 'NO SUMMARY' TO DL-LEG-STATUS
                   MOVE 'NO SUMMARY' TO DA-LEG-STATUS
                   MOVE 'N' TO WS-COUNTER-PROVES-FLAG
               WHEN OTHER
                   IF WS-ACT-TODAY-COUNTER = WS-TILL-POSTINGS
                       MOVE 'PROOF' TO DL-LEG-STATUS
                   ELSE
                       MOVE 'OUT-OF-BALANCE' TO DL-LEG-STATUS
                       MOVE 'N' TO WS-COUNTER-PROVES-FLAG
                   END-IF
                   IF WS-ACT-COUNTER-NET = WS-TILL-NET-POSTED
                       MOVE 'PROOF' TO DA-LEG-STATUS
                   ELSE
                       MOVE 'OUT-OF-BALANCE' TO DA-LEG-STATUS
                       MOVE 'N' TO WS-COUNTER-PROVES-FLAG
                   END-IF
           END-EVALUATE
           WRITE REPORT-LINE FROM DL-PROOF-LINE
           WRITE REPORT-LINE FROM DL-AMOUNT-LINE

           IF NOT COUNTER-PROVES
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSACTCO' TO LOG-MODULE
               MOVE 'Counter postings do not tie to the till sessions'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.

       3100-APPEND-TO-PERIOD-FILE.
           OPEN EXTEND ACTIVITY-HIST-FILE
           IF WS-ACTHIST-FILE-STATUS = '35'
               CLOSE ACTIVITY-FILE
           END-IF
           CLOSE RUN-TOTALS-FILE
           CLOSE TILL-DEPOSIT-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSACTCO.
