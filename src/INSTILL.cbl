      ******************************************************************
      * Counter Till Session Program
      * Function: Open and close a cashier's till for the business
      *           day. The cashier signs on through INSSIGN under a
      *           role that may post counter payments. With no till
      *           open the program opens one: the cashier keys the
      *           float in the drawer and a new session is written to
      *           the till session file (TILLSESS) - INSPMENT posts
      *           only while it is open. With a till open the
      *           program closes it: the cashier keys the counted
      *           amount for each payment method, the session is
      *           marked closed so no further counter posting can
      *           land in it, and a till balancing report goes to
      *           TILLRPT - expected (float plus postings less
      *           reversals) against counted by method, with the
      *           cashier's over or short. INSTILDP summarizes the
      *           day's closed tills by branch for the banking.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTILL.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSPMENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-SESSION-FILE ASSIGN TO EXTERNAL TILLSESS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TS-SESSION-KEY
           FILE STATUS IS WS-TILL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL TILLRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TILL-SESSION-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS TILL-SESSION-RECORD.
       COPY TILLSESS.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TILL-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-TIMESTAMP                PIC X(19) VALUE SPACES.

      * The cashier's sessions for the day: the open one, if any,
      * and the highest session number used so far.
       01  WS-TILL-FOUND-FLAG          PIC X VALUE 'N'.
           88  TILL-IS-FOUND           VALUE 'Y'.
       01  WS-TILL-SCAN-FLAG           PIC X VALUE 'N'.
           88  TILL-SCAN-DONE          VALUE 'Y'.
       01  WS-OPEN-TILL-KEY            PIC X(18) VALUE SPACES.
       01  WS-LAST-SEQ                 PIC 9(2) VALUE ZEROS.

       01  WS-ANSWER                   PIC X VALUE SPACE.
       01  WS-AMOUNT-TEXT              PIC X(12) VALUE SPACES.
       01  WS-SIGNED-AMOUNT            PIC S9(9)V99 VALUE ZEROS.
       01  WS-FLOAT-CEILING            PIC 9(7)V99 VALUE 10000.00.

       01  WS-METHOD-IDX               PIC 9(1) VALUE ZERO.
       01  WS-METHOD-NAME-TABLE.
           05  FILLER                  PIC X(10) VALUE 'BANK'.
           05  FILLER                  PIC X(10) VALUE 'CREDIT'.
           05  FILLER                  PIC X(10) VALUE 'CASH'.
           05  FILLER                  PIC X(10) VALUE 'WIRE'.
           05  FILLER                  PIC X(10) VALUE 'DIR DEBIT'.
       01  WS-METHOD-NAMES REDEFINES WS-METHOD-NAME-TABLE.
           05  WS-METHOD-NAME          PIC X(10) OCCURS 5 TIMES.

      * Balancing figures for one method and for the whole till.
       01  WS-METHOD-FLOAT             PIC 9(7)V99 VALUE ZEROS.
       01  WS-EXPECTED-AMOUNT          PIC S9(11)V99 VALUE ZEROS.
       01  WS-OVER-SHORT               PIC S9(11)V99 VALUE ZEROS.
       01  WS-TILL-TOTALS.
           05  WS-TOT-POSTED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-TOT-POSTED-AMOUNT    PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-REVERSED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-TOT-REVERSED-AMOUNT  PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-EXPECTED         PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-COUNTED          PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-OVER-SHORT       PIC S9(11)V99 VALUE ZEROS.

       01  WS-AMOUNT-DISPLAY           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-SEQ-DISPLAY              PIC 9(2).

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
              10 WS-CURRENT-YEAR       PIC 9(4).
              10 WS-CURRENT-MONTH      PIC 9(2).
              10 WS-CURRENT-DAY        PIC 9(2).
           05 WS-CURRENT-TIME.
              10 WS-CURRENT-HOUR       PIC 9(2).
              10 WS-CURRENT-MINUTE     PIC 9(2).
              10 WS-CURRENT-SECOND     PIC 9(2).
              10 WS-CURRENT-MSEC       PIC 9(2).
           05 WS-DIFF-FROM-GMT         PIC S9(4).

      * Report related fields
       01  HL-HEADING-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'COUNTER TILL BALANCING REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-SESSION-LINE.
          05 FILLER                    PIC X(09) VALUE 'CASHIER: '.
          05 HL-USER-ID                PIC X(08).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 HL-USER-NAME              PIC X(30).
          05 FILLER                    PIC X(10) VALUE '  BRANCH: '.
          05 HL-BRANCH                 PIC X(04).
          05 FILLER                    PIC X(11) VALUE '  SESSION: '.
          05 HL-SESSION-SEQ            PIC 9(02).
          05 FILLER                    PIC X(09) VALUE ' OPENED: '.
          05 HL-OPEN-TIMESTAMP         PIC X(19).
          05 FILLER                    PIC X(10) VALUE '  CLOSED: '.
          05 HL-CLOSE-TIMESTAMP        PIC X(19).

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(10) VALUE 'METHOD'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(7) VALUE ' POSTED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '  POSTED AMT'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(7) VALUE 'REVERSD'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '  REVERSED AMT'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             '        FLOAT'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '      EXPECTED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '       COUNTED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '    OVER/SHORT'.

       01  DL-METHOD-LINE.
          05 DL-METHOD-NAME            PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-POSTED-COUNT           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-POSTED-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-REVERSED-COUNT         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-REVERSED-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-FLOAT                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-EXPECTED               PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-COUNTED                PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-OVER-SHORT             PIC ZZ,ZZZ,ZZ9.99-.

       01  TL-RESULT-LINE.
          05 FILLER                    PIC X(15) VALUE
             'TILL RESULT:   '.
          05 TL-RESULT                 PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 TL-OVER-SHORT             PIC ZZ,ZZZ,ZZ9.99-.

       01  OL-OPEN-LINE.
          05 FILLER                    PIC X(14) VALUE
             'TILL OPENED - '.
          05 OL-USER-ID                PIC X(08).
          05 FILLER                    PIC X(10) VALUE '  BRANCH: '.
          05 OL-BRANCH                 PIC X(04).
          05 FILLER                    PIC X(08) VALUE '  DATE: '.
          05 OL-BUSINESS-DATE          PIC X(08).
          05 FILLER                    PIC X(11) VALUE '  SESSION: '.
          05 OL-SESSION-SEQ            PIC 9(02).
          05 FILLER                    PIC X(09) VALUE '  FLOAT: '.
          05 OL-FLOAT                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(06) VALUE '  AT: '.
          05 OL-TIMESTAMP              PIC X(19).

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

      * Operator sign-on and authorization parameters
       COPY SIGNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * The till belongs to the cycle's business date, the same date
      * the posting path stamps on the day's counter activity.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
               MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'TILL_FLOAT_MAX' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-FLOAT-CEILING
           END-IF

      * Only a user who may post at the counter runs a till.
           MOVE 'S' TO SO-REQUEST
           MOVE 'INSTILL' TO SO-PROGRAM
           MOVE 'P' TO SO-FUNCTION-CODE
           CALL 'INSSIGN' USING SIGNON-PARAMS
           IF NOT SO-GRANTED
               DISPLAY 'TILL SESSION REFUSED - NOT SIGNED ON'
               MOVE 'O' TO SO-REQUEST
               CALL 'INSSIGN' USING SIGNON-PARAMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O TILL-SESSION-FILE
           IF WS-TILL-FILE-STATUS = '35'
               OPEN OUTPUT TILL-SESSION-FILE
               CLOSE TILL-SESSION-FILE
               OPEN I-O TILL-SESSION-FILE
           END-IF
           IF WS-TILL-FILE-STATUS NOT = '00'
               DISPLAY 'TILL SESSION FILE UNAVAILABLE - STATUS '
                       WS-TILL-FILE-STATUS
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSTILL' TO LOG-MODULE
               STRING 'Till session file open failed, status '
                      WS-TILL-FILE-STATUS
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'O' TO SO-REQUEST
               CALL 'INSSIGN' USING SIGNON-PARAMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT REPORT-FILE
           END-IF

           DISPLAY 'COUNTER TILL SESSION - ' SO-USER-ID
                   '  BRANCH ' SO-BRANCH
                   '  BUSINESS DATE ' WS-BUSINESS-DATE

           PERFORM 1000-FIND-OPEN-TILL THRU 1000-EXIT
           IF TILL-IS-FOUND
               PERFORM 3000-CLOSE-TILL THRU 3000-EXIT
           ELSE
               PERFORM 2000-OPEN-TILL THRU 2000-EXIT
           END-IF

           CLOSE TILL-SESSION-FILE
           CLOSE REPORT-FILE
           MOVE 'O' TO SO-REQUEST
           CALL 'INSSIGN' USING SIGNON-PARAMS
           GOBACK.

      ******************************************************************
      * Walk the cashier's sessions for the business date: note the
      * open one, if any, and the highest session number used.
      ******************************************************************
       1000-FIND-OPEN-TILL.
           MOVE 'N' TO WS-TILL-FOUND-FLAG
           MOVE 'N' TO WS-TILL-SCAN-FLAG
           MOVE ZEROS TO WS-LAST-SEQ
           MOVE SO-USER-ID TO TS-USER-ID
           MOVE WS-BUSINESS-DATE TO TS-BUSINESS-DATE
           MOVE ZEROS TO TS-SESSION-SEQ
           START TILL-SESSION-FILE
               KEY IS NOT LESS THAN TS-SESSION-KEY
               INVALID KEY
                   GO TO 1000-EXIT
           END-START

           PERFORM 1100-SCAN-ONE-SESSION UNTIL TILL-SCAN-DONE

      * Leave the open session as the current record.
           IF TILL-IS-FOUND
               MOVE WS-OPEN-TILL-KEY TO TS-SESSION-KEY
               READ TILL-SESSION-FILE
                   KEY IS TS-SESSION-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-TILL-FOUND-FLAG
               END-READ
           END-IF.

       1000-EXIT.
           EXIT.

       1100-SCAN-ONE-SESSION.
           READ TILL-SESSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TILL-SCAN-FLAG
           END-READ
           IF NOT TILL-SCAN-DONE
               IF TS-USER-ID NOT = SO-USER-ID OR
                  TS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-TILL-SCAN-FLAG
               ELSE
                   MOVE TS-SESSION-SEQ TO WS-LAST-SEQ
                   IF TS-STATUS-OPEN
                       MOVE 'Y' TO WS-TILL-FOUND-FLAG
                       MOVE TS-SESSION-KEY TO WS-OPEN-TILL-KEY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * No till open: take the float and open the next session.
      ******************************************************************
       2000-OPEN-TILL.
           DISPLAY 'NO TILL OPEN - OPENING A NEW SESSION'
           DISPLAY 'OPENING FLOAT (BLANK = DO NOT OPEN): '
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               DISPLAY 'NO TILL OPENED'
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-SIGNED-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-SIGNED-AMOUNT < 0 OR
              WS-SIGNED-AMOUNT > WS-FLOAT-CEILING
               DISPLAY 'REJECTED - BAD FLOAT AMOUNT'
               GO TO 2000-EXIT
           END-IF
           IF WS-LAST-SEQ >= 99
               DISPLAY 'REJECTED - NO SESSION NUMBERS LEFT TODAY'
               GO TO 2000-EXIT
           END-IF

           PERFORM 9000-SET-TIMESTAMP
           INITIALIZE TILL-SESSION-RECORD
           MOVE SO-USER-ID TO TS-USER-ID
           MOVE WS-BUSINESS-DATE TO TS-BUSINESS-DATE
           ADD 1 TO WS-LAST-SEQ GIVING TS-SESSION-SEQ
           MOVE SO-BRANCH TO TS-BRANCH
           MOVE 'O' TO TS-STATUS
           MOVE WS-TIMESTAMP TO TS-OPEN-TIMESTAMP
           MOVE SPACES TO TS-CLOSE-TIMESTAMP
           MOVE WS-SIGNED-AMOUNT TO TS-FLOAT-AMOUNT
           WRITE TILL-SESSION-RECORD
               INVALID KEY
                   DISPLAY 'TILL NOT OPENED - SESSION FILE STATUS '
                           WS-TILL-FILE-STATUS
                   GO TO 2000-EXIT
           END-WRITE

           MOVE TS-USER-ID TO OL-USER-ID
           MOVE TS-BRANCH TO OL-BRANCH
           MOVE TS-BUSINESS-DATE TO OL-BUSINESS-DATE
           MOVE TS-SESSION-SEQ TO OL-SESSION-SEQ
           MOVE TS-FLOAT-AMOUNT TO OL-FLOAT
           MOVE TS-OPEN-TIMESTAMP TO OL-TIMESTAMP
           WRITE REPORT-LINE FROM OL-OPEN-LINE
           DISPLAY OL-OPEN-LINE

           MOVE TS-SESSION-SEQ TO WS-SEQ-DISPLAY
           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSTILL' TO LOG-MODULE
           STRING 'Till session ' WS-SEQ-DISPLAY
                  ' opened by ' SO-USER-ID
                  ' at branch ' SO-BRANCH
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * A till is open: take the counts by method, close it, and
      * print the balancing.
      ******************************************************************
       3000-CLOSE-TILL.
           MOVE TS-FLOAT-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY 'TILL SESSION ' TS-SESSION-SEQ
                   ' OPEN SINCE ' TS-OPEN-TIMESTAMP
                   '  FLOAT ' WS-AMOUNT-DISPLAY
           DISPLAY 'CLOSE THIS TILL NOW (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY 'TILL LEFT OPEN'
               GO TO 3000-EXIT
           END-IF

      * Read it again - the counter may have posted to it since.
           MOVE WS-OPEN-TILL-KEY TO TS-SESSION-KEY
           READ TILL-SESSION-FILE
               KEY IS TS-SESSION-KEY
               INVALID KEY
                   DISPLAY 'TILL SESSION NO LONGER ON FILE'
                   GO TO 3000-EXIT
           END-READ
           IF NOT TS-STATUS-OPEN
               DISPLAY 'TILL SESSION ALREADY CLOSED'
               GO TO 3000-EXIT
           END-IF

           DISPLAY 'KEY THE AMOUNT COUNTED FOR EACH METHOD'
           DISPLAY '(CASH INCLUDES THE FLOAT; BLANK = NONE)'
           PERFORM 3100-COUNT-ONE-METHOD
               VARYING WS-METHOD-IDX FROM 1 BY 1
               UNTIL WS-METHOD-IDX > 5

           PERFORM 9000-SET-TIMESTAMP
           MOVE 'C' TO TS-STATUS
           MOVE WS-TIMESTAMP TO TS-CLOSE-TIMESTAMP
           REWRITE TILL-SESSION-RECORD
               INVALID KEY
                   DISPLAY 'TILL NOT CLOSED - SESSION FILE STATUS '
                           WS-TILL-FILE-STATUS
                   GO TO 3000-EXIT
           END-REWRITE

           PERFORM 3500-PRINT-BALANCING THRU 3500-EXIT.

       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-METHOD.
           PERFORM 3200-METHOD-EXPECTED
           MOVE WS-EXPECTED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY WS-METHOD-NAME(WS-METHOD-IDX)
                   ' EXPECTED ' WS-AMOUNT-DISPLAY
                   '  COUNTED: ' WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               MOVE ZEROS TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT =
                   FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           IF WS-SIGNED-AMOUNT < 0
               DISPLAY 'NEGATIVE COUNT TAKEN AS ZERO'
               MOVE ZEROS TO WS-SIGNED-AMOUNT
           END-IF
           MOVE WS-SIGNED-AMOUNT TO TS-COUNTED-AMOUNT(WS-METHOD-IDX).

       3200-METHOD-EXPECTED.
      * What should be in the drawer for the method: takings less
      * reversals paid back, plus the float for cash.
           MOVE ZEROS TO WS-METHOD-FLOAT
           IF WS-METHOD-IDX = 3
               MOVE TS-FLOAT-AMOUNT TO WS-METHOD-FLOAT
           END-IF
           COMPUTE WS-EXPECTED-AMOUNT =
               WS-METHOD-FLOAT
             + TS-POSTED-AMOUNT(WS-METHOD-IDX)
             - TS-REVERSED-AMOUNT(WS-METHOD-IDX).

      ******************************************************************
      * Till balancing report: expected against counted by method,
      * and the cashier's over (+) or short (-).
      ******************************************************************
       3500-PRINT-BALANCING.
           MOVE WS-BUSINESS-DATE(1:4) TO HL-DATE(1:4)
           MOVE '-' TO HL-DATE(5:1)
           MOVE WS-BUSINESS-DATE(5:2) TO HL-DATE(6:2)
           MOVE '-' TO HL-DATE(8:1)
           MOVE WS-BUSINESS-DATE(7:2) TO HL-DATE(9:2)
           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE TS-USER-ID TO HL-USER-ID
           MOVE SO-USER-NAME TO HL-USER-NAME
           MOVE TS-BRANCH TO HL-BRANCH
           MOVE TS-SESSION-SEQ TO HL-SESSION-SEQ
           MOVE TS-OPEN-TIMESTAMP TO HL-OPEN-TIMESTAMP
           MOVE TS-CLOSE-TIMESTAMP TO HL-CLOSE-TIMESTAMP
           WRITE REPORT-LINE FROM HL-SESSION-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3

           INITIALIZE WS-TILL-TOTALS
           PERFORM 3600-PRINT-ONE-METHOD
               VARYING WS-METHOD-IDX FROM 1 BY 1
               UNTIL WS-METHOD-IDX > 5

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'TOTAL' TO DL-METHOD-NAME
           MOVE WS-TOT-POSTED-COUNT TO DL-POSTED-COUNT
           MOVE WS-TOT-POSTED-AMOUNT TO DL-POSTED-AMOUNT
           MOVE WS-TOT-REVERSED-COUNT TO DL-REVERSED-COUNT
           MOVE WS-TOT-REVERSED-AMOUNT TO DL-REVERSED-AMOUNT
           MOVE TS-FLOAT-AMOUNT TO DL-FLOAT
           MOVE WS-TOT-EXPECTED TO DL-EXPECTED
           MOVE WS-TOT-COUNTED TO DL-COUNTED
           MOVE WS-TOT-OVER-SHORT TO DL-OVER-SHORT
           WRITE REPORT-LINE FROM DL-METHOD-LINE

           EVALUATE TRUE
               WHEN WS-TOT-OVER-SHORT > 0
                   MOVE 'OVER' TO TL-RESULT
               WHEN WS-TOT-OVER-SHORT < 0
                   MOVE 'SHORT' TO TL-RESULT
               WHEN OTHER
                   MOVE 'BALANCED' TO TL-RESULT
           END-EVALUATE
           MOVE WS-TOT-OVER-SHORT TO TL-OVER-SHORT
           WRITE REPORT-LINE FROM TL-RESULT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY 'TILL SESSION ' TS-SESSION-SEQ ' CLOSED'
           DISPLAY TL-RESULT-LINE

           MOVE TS-SESSION-SEQ TO WS-SEQ-DISPLAY
           MOVE WS-TOT-OVER-SHORT TO WS-AMOUNT-DISPLAY
           IF WS-TOT-OVER-SHORT = 0
               MOVE 'I' TO LOG-LEVEL
           ELSE
               MOVE 'W' TO LOG-LEVEL
           END-IF
           MOVE 'INSTILL' TO LOG-MODULE
           STRING 'Till session ' WS-SEQ-DISPLAY
                  ' closed by ' SO-USER-ID
                  ' - ' TL-RESULT ' ' WS-AMOUNT-DISPLAY
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       3500-EXIT.
           EXIT.

       3600-PRINT-ONE-METHOD.
           PERFORM 3200-METHOD-EXPECTED
           COMPUTE WS-OVER-SHORT =
               TS-COUNTED-AMOUNT(WS-METHOD-IDX) - WS-EXPECTED-AMOUNT

           MOVE WS-METHOD-NAME(WS-METHOD-IDX) TO DL-METHOD-NAME
           MOVE TS-POSTED-COUNT(WS-METHOD-IDX) TO DL-POSTED-COUNT
           MOVE TS-POSTED-AMOUNT(WS-METHOD-IDX) TO DL-POSTED-AMOUNT
           MOVE TS-REVERSED-COUNT(WS-METHOD-IDX) TO DL-REVERSED-COUNT
           MOVE TS-REVERSED-AMOUNT(WS-METHOD-IDX)
             TO DL-REVERSED-AMOUNT
           MOVE WS-METHOD-FLOAT TO DL-FLOAT
           MOVE WS-EXPECTED-AMOUNT TO DL-EXPECTED
           MOVE TS-COUNTED-AMOUNT(WS-METHOD-IDX) TO DL-COUNTED
           MOVE WS-OVER-SHORT TO DL-OVER-SHORT
           WRITE REPORT-LINE FROM DL-METHOD-LINE

           ADD TS-POSTED-COUNT(WS-METHOD-IDX) TO WS-TOT-POSTED-COUNT
           ADD TS-POSTED-AMOUNT(WS-METHOD-IDX)
             TO WS-TOT-POSTED-AMOUNT
           ADD TS-REVERSED-COUNT(WS-METHOD-IDX)
             TO WS-TOT-REVERSED-COUNT
           ADD TS-REVERSED-AMOUNT(WS-METHOD-IDX)
             TO WS-TOT-REVERSED-AMOUNT
           ADD WS-EXPECTED-AMOUNT TO WS-TOT-EXPECTED
           ADD TS-COUNTED-AMOUNT(WS-METHOD-IDX) TO WS-TOT-COUNTED
           ADD WS-OVER-SHORT TO WS-TOT-OVER-SHORT.

       9000-SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  ' '
                  WS-CURRENT-HOUR DELIMITED BY SIZE
                  ':'
                  WS-CURRENT-MINUTE DELIMITED BY SIZE
                  ':'
                  WS-CURRENT-SECOND DELIMITED BY SIZE
             INTO WS-TIMESTAMP
           END-STRING.

       END PROGRAM INSTILL.
