      ******************************************************************
      * Counter Deposit Summary Program
      * Function: End-of-day summary of the counter tills for the
      *           banking of the day's takings. Reads every till
      *           session on TILLSESS for the cycle's business date
      *           and lists each cashier's session - postings, net
      *           posted, float, counted and over/short - then
      *           totals by branch: the deposit to bank by payment
      *           method (counted, less the float for cash, which
      *           stays in the drawer) and the branch over/short.
      *           The branch and day totals are written to the
      *           deposit summary file (TILLDEP); INSACTCO proves the
      *           day total's posting count and net amount against
      *           the counter (CT) postings on the day file, so run
      *           this step ahead of the activity cutover. A till
      *           still open has not been counted: it is listed,
      *           its postings stay in the totals the cutover
      *           proves, it is left out of the deposit, and the
      *           run ends with condition code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTILDP.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSACTCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-SESSION-FILE ASSIGN TO EXTERNAL TILLSESS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TS-SESSION-KEY
           FILE STATUS IS WS-TILL-FILE-STATUS.

           SELECT DEPOSIT-FILE ASSIGN TO EXTERNAL TILLDEP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL TILLDPRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TILL-SESSION-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS TILL-SESSION-RECORD.
       COPY TILLSESS.

       FD  DEPOSIT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS TILL-DEPOSIT-RECORD.
       COPY TILLDEP.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TILL-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DEPOSIT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE-DASHED        PIC X(10) VALUE SPACES.

       01  WS-METHOD-IDX               PIC 9(1) VALUE ZERO.
       01  WS-METHOD-NAME-TABLE.
           05  FILLER                  PIC X(10) VALUE 'BANK'.
           05  FILLER                  PIC X(10) VALUE 'CREDIT'.
           05  FILLER                  PIC X(10) VALUE 'CASH'.
           05  FILLER                  PIC X(10) VALUE 'WIRE'.
           05  FILLER                  PIC X(10) VALUE 'DIR DEBIT'.
       01  WS-METHOD-NAMES REDEFINES WS-METHOD-NAME-TABLE.
           05  WS-METHOD-NAME          PIC X(10) OCCURS 5 TIMES.

      * One session's figures.
       01  WS-SESSION-FIGURES.
           05  WS-SS-POSTINGS          PIC 9(7) VALUE ZEROS.
           05  WS-SS-NET-POSTED        PIC S9(11)V99 VALUE ZEROS.
           05  WS-SS-COUNTED           PIC S9(11)V99 VALUE ZEROS.
           05  WS-SS-OVER-SHORT        PIC S9(11)V99 VALUE ZEROS.
           05  WS-SS-METHOD-DEPOSIT    PIC S9(11)V99 OCCURS 5 TIMES.

      * Branch totals, in the order the branches are first met, and
      * the day total over them all.
       01  WS-BRANCH-SUB               PIC 9(3) VALUE ZEROS.
       01  WS-BRANCH-FOUND-FLAG        PIC X VALUE 'N'.
           88  BRANCH-IS-FOUND         VALUE 'Y'.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT         PIC 9(3) VALUE ZEROS.
           05  WS-BR-ENTRY             OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-BRANCH-COUNT
                                       INDEXED BY WS-BR-IDX.
               10  WS-BR-BRANCH        PIC X(04).
               10  WS-BR-SESSIONS      PIC 9(03).
               10  WS-BR-OPEN          PIC 9(03).
               10  WS-BR-POSTINGS      PIC 9(07).
               10  WS-BR-NET-POSTED    PIC S9(11)V99.
               10  WS-BR-FLOAT         PIC 9(9)V99.
               10  WS-BR-METHOD-DEPOSIT PIC S9(11)V99 OCCURS 5 TIMES.
               10  WS-BR-DEPOSIT       PIC S9(11)V99.
               10  WS-BR-OVER-SHORT    PIC S9(11)V99.
       01  WS-DAY-TOTALS.
           05  WS-DY-SESSIONS          PIC 9(03) VALUE ZEROS.
           05  WS-DY-OPEN              PIC 9(03) VALUE ZEROS.
           05  WS-DY-POSTINGS          PIC 9(07) VALUE ZEROS.
           05  WS-DY-NET-POSTED        PIC S9(11)V99 VALUE ZEROS.
           05  WS-DY-FLOAT             PIC 9(9)V99 VALUE ZEROS.
           05  WS-DY-METHOD-DEPOSIT    PIC S9(11)V99 OCCURS 5 TIMES.
           05  WS-DY-DEPOSIT           PIC S9(11)V99 VALUE ZEROS.
           05  WS-DY-OVER-SHORT        PIC S9(11)V99 VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-SESSIONS-READ        PIC 9(7) VALUE ZEROS.
           05  WS-BRANCHES-DROPPED     PIC 9(5) VALUE ZEROS.

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
             'COUNTER DEPOSIT SUMMARY'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-SESSION-HEADING.
          05 FILLER                    PIC X(06) VALUE 'BRANCH'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'CASHIER'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'SESS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'STATUS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'POSTINGS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '    NET POSTED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             '        FLOAT'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '       COUNTED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '    OVER/SHORT'.

       01  SL-SESSION-LINE.
          05 SL-BRANCH                 PIC X(04).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 SL-USER-ID                PIC X(08).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 SL-SESSION-SEQ            PIC 9(02).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-STATUS                 PIC X(06).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 SL-POSTINGS               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-NET-POSTED             PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-FLOAT                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 SL-COUNTED                PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 SL-OVER-SHORT             PIC ZZ,ZZZ,ZZ9.99-.
          05 SL-OPEN-TEXT REDEFINES SL-OVER-SHORT PIC X(14).

       01  HL-BRANCH-HEADING.
          05 FILLER                    PIC X(06) VALUE 'BRANCH'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'SESSIONS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'OPEN'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'POSTINGS'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '    NET POSTED'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '  DEPOSIT DUE'.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             '    OVER/SHORT'.

       01  BL-BRANCH-LINE.
          05 BL-BRANCH                 PIC X(06).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 BL-SESSIONS               PIC ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 BL-OPEN                   PIC ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 BL-POSTINGS               PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 BL-NET-POSTED             PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 BL-DEPOSIT                PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 BL-OVER-SHORT             PIC ZZ,ZZZ,ZZ9.99-.

      * The deposit to bank by method, under each branch line.
       01  ML-METHOD-LINE.
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 ML-METHOD-ENTRY           OCCURS 5 TIMES.
             10 ML-METHOD-NAME         PIC X(10).
             10 ML-METHOD-DEPOSIT      PIC ZZ,ZZZ,ZZ9.99-.

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(15) VALUE
             'SESSIONS READ: '.
          05 TL-SESSIONS-READ          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             'TILLS OPEN:    '.
          05 TL-OPEN                   PIC ZZ9.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-SESSION UNTIL END-OF-FILE
           PERFORM 3000-BRANCH-SUMMARY
           PERFORM 9000-END-PROCESS
           IF WS-DY-OPEN > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Summarize the cycle's business date when the control file is
      * present; system date otherwise - the same date the tills
      * were opened under.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO WS-TODAY-DATE-DASHED
           END-STRING

           INITIALIZE WS-DAY-TOTALS

           OPEN INPUT TILL-SESSION-FILE
           IF WS-TILL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT DEPOSIT-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE WS-TODAY-DATE-DASHED TO HL-DATE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-SESSION-HEADING
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSTILDP' TO LOG-MODULE
           MOVE 'Counter deposit summary started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-FILE
               PERFORM 2100-READ-SESSION
           END-IF.

       2000-PROCESS-SESSION.
           IF TS-BUSINESS-DATE = WS-TODAY-DATE
               PERFORM 2200-SESSION-FIGURES
               PERFORM 2300-PRINT-SESSION
               PERFORM 2400-FIND-BRANCH
               IF BRANCH-IS-FOUND
                   PERFORM 2500-ADD-TO-BRANCH
               END-IF
               PERFORM 2600-ADD-TO-DAY
           END-IF
           PERFORM 2100-READ-SESSION.

       2100-READ-SESSION.
           READ TILL-SESSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SESSIONS-READ
           END-READ.

       2200-SESSION-FIGURES.
      * Net posted is takings less reversals; a closed till's over
      * or short is what was counted against float plus net posted.
           INITIALIZE WS-SESSION-FIGURES
           PERFORM 2250-ONE-METHOD
               VARYING WS-METHOD-IDX FROM 1 BY 1
               UNTIL WS-METHOD-IDX > 5
           IF TS-STATUS-CLOSED
               COMPUTE WS-SS-OVER-SHORT =
                   WS-SS-COUNTED - TS-FLOAT-AMOUNT - WS-SS-NET-POSTED
           END-IF.

       2250-ONE-METHOD.
           ADD TS-POSTED-COUNT(WS-METHOD-IDX)
               TS-REVERSED-COUNT(WS-METHOD-IDX)
             TO WS-SS-POSTINGS
           COMPUTE WS-SS-NET-POSTED = WS-SS-NET-POSTED
             + TS-POSTED-AMOUNT(WS-METHOD-IDX)
             - TS-REVERSED-AMOUNT(WS-METHOD-IDX)
           IF TS-STATUS-CLOSED
               ADD TS-COUNTED-AMOUNT(WS-METHOD-IDX) TO WS-SS-COUNTED
               MOVE TS-COUNTED-AMOUNT(WS-METHOD-IDX)
                 TO WS-SS-METHOD-DEPOSIT(WS-METHOD-IDX)
               IF WS-METHOD-IDX = 3
                   SUBTRACT TS-FLOAT-AMOUNT
                     FROM WS-SS-METHOD-DEPOSIT(WS-METHOD-IDX)
               END-IF
           END-IF.

       2300-PRINT-SESSION.
           MOVE TS-BRANCH TO SL-BRANCH
           MOVE TS-USER-ID TO SL-USER-ID
           MOVE TS-SESSION-SEQ TO SL-SESSION-SEQ
           MOVE WS-SS-POSTINGS TO SL-POSTINGS
           MOVE WS-SS-NET-POSTED TO SL-NET-POSTED
           MOVE TS-FLOAT-AMOUNT TO SL-FLOAT
           IF TS-STATUS-CLOSED
               MOVE 'CLOSED' TO SL-STATUS
               MOVE WS-SS-COUNTED TO SL-COUNTED
               MOVE WS-SS-OVER-SHORT TO SL-OVER-SHORT
           ELSE
               MOVE 'OPEN' TO SL-STATUS
               MOVE ZEROS TO SL-COUNTED
               MOVE ' NOT COUNTED' TO SL-OPEN-TEXT
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSTILDP' TO LOG-MODULE
               STRING 'Till ' TS-SESSION-SEQ ' of ' TS-USER-ID
                      ' at branch ' TS-BRANCH
                      ' still open - not in the deposit'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF
           WRITE REPORT-LINE FROM SL-SESSION-LINE.

       2400-FIND-BRANCH.
      * Leaves WS-BR-IDX on this session's branch entry, adding one
      * when the branch is new to the run.
           MOVE 'Y' TO WS-BRANCH-FOUND-FLAG
           SET WS-BR-IDX TO 1
           IF WS-BRANCH-COUNT > 0
               SEARCH WS-BR-ENTRY
                   AT END
                       PERFORM 2450-NEW-BRANCH-ENTRY
                   WHEN WS-BR-BRANCH(WS-BR-IDX) = TS-BRANCH
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2450-NEW-BRANCH-ENTRY
           END-IF.

       2450-NEW-BRANCH-ENTRY.
           IF WS-BRANCH-COUNT < 200
               ADD 1 TO WS-BRANCH-COUNT
               INITIALIZE WS-BR-ENTRY(WS-BRANCH-COUNT)
               MOVE TS-BRANCH TO WS-BR-BRANCH(WS-BRANCH-COUNT)
               SET WS-BR-IDX TO WS-BRANCH-COUNT
           ELSE
      * Table full: the session still counts in the day total the
      * cutover proves; only its branch line is lost.
               MOVE 'N' TO WS-BRANCH-FOUND-FLAG
               ADD 1 TO WS-BRANCHES-DROPPED
           END-IF.

       2500-ADD-TO-BRANCH.
           ADD 1 TO WS-BR-SESSIONS(WS-BR-IDX)
           ADD WS-SS-POSTINGS TO WS-BR-POSTINGS(WS-BR-IDX)
           ADD WS-SS-NET-POSTED TO WS-BR-NET-POSTED(WS-BR-IDX)
           IF TS-STATUS-CLOSED
               ADD TS-FLOAT-AMOUNT TO WS-BR-FLOAT(WS-BR-IDX)
               ADD WS-SS-OVER-SHORT
                 TO WS-BR-OVER-SHORT(WS-BR-IDX)
               PERFORM 2550-ADD-BRANCH-METHOD
                   VARYING WS-METHOD-IDX FROM 1 BY 1
                   UNTIL WS-METHOD-IDX > 5
           ELSE
               ADD 1 TO WS-BR-OPEN(WS-BR-IDX)
           END-IF.

       2550-ADD-BRANCH-METHOD.
           ADD WS-SS-METHOD-DEPOSIT(WS-METHOD-IDX)
             TO WS-BR-METHOD-DEPOSIT(WS-BR-IDX, WS-METHOD-IDX)
           ADD WS-SS-METHOD-DEPOSIT(WS-METHOD-IDX)
             TO WS-BR-DEPOSIT(WS-BR-IDX).

       2600-ADD-TO-DAY.
           ADD 1 TO WS-DY-SESSIONS
           ADD WS-SS-POSTINGS TO WS-DY-POSTINGS
           ADD WS-SS-NET-POSTED TO WS-DY-NET-POSTED
           IF TS-STATUS-CLOSED
               ADD TS-FLOAT-AMOUNT TO WS-DY-FLOAT
               ADD WS-SS-OVER-SHORT TO WS-DY-OVER-SHORT
               PERFORM 2650-ADD-DAY-METHOD
                   VARYING WS-METHOD-IDX FROM 1 BY 1
                   UNTIL WS-METHOD-IDX > 5
           ELSE
               ADD 1 TO WS-DY-OPEN
           END-IF.

       2650-ADD-DAY-METHOD.
           ADD WS-SS-METHOD-DEPOSIT(WS-METHOD-IDX)
             TO WS-DY-METHOD-DEPOSIT(WS-METHOD-IDX)
           ADD WS-SS-METHOD-DEPOSIT(WS-METHOD-IDX)
             TO WS-DY-DEPOSIT.

      ******************************************************************
      * Branch deposits: a report line and a 'B' record per branch,
      * then the day total as the last line and the 'T' record -
      * written even on a day with no counter activity, so the
      * cutover proves a zero day rather than finding no summary.
      ******************************************************************
       3000-BRANCH-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HL-BRANCH-HEADING
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           PERFORM 3100-ONE-BRANCH
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'TOTAL' TO BL-BRANCH
           MOVE WS-DY-SESSIONS TO BL-SESSIONS
           MOVE WS-DY-OPEN TO BL-OPEN
           MOVE WS-DY-POSTINGS TO BL-POSTINGS
           MOVE WS-DY-NET-POSTED TO BL-NET-POSTED
           MOVE WS-DY-DEPOSIT TO BL-DEPOSIT
           MOVE WS-DY-OVER-SHORT TO BL-OVER-SHORT
           WRITE REPORT-LINE FROM BL-BRANCH-LINE
           PERFORM 3300-DAY-METHOD-LINE
               VARYING WS-METHOD-IDX FROM 1 BY 1
               UNTIL WS-METHOD-IDX > 5
           WRITE REPORT-LINE FROM ML-METHOD-LINE

           INITIALIZE TILL-DEPOSIT-RECORD
           MOVE 'T' TO TD-RECORD-TYPE
           MOVE WS-TODAY-DATE TO TD-BUSINESS-DATE
           MOVE SPACES TO TD-BRANCH
           MOVE WS-DY-SESSIONS TO TD-SESSION-COUNT
           MOVE WS-DY-OPEN TO TD-OPEN-SESSIONS
           MOVE WS-DY-POSTINGS TO TD-POSTING-COUNT
           MOVE WS-DY-NET-POSTED TO TD-NET-POSTED
           MOVE WS-DY-FLOAT TO TD-FLOAT-AMOUNT
           MOVE WS-DY-DEPOSIT TO TD-DEPOSIT-AMOUNT
           MOVE WS-DY-OVER-SHORT TO TD-OVER-SHORT
           PERFORM 3350-DAY-METHOD-RECORD
               VARYING WS-METHOD-IDX FROM 1 BY 1
               UNTIL WS-METHOD-IDX > 5
           WRITE TILL-DEPOSIT-RECORD.

       3100-ONE-BRANCH.
           MOVE WS-BR-BRANCH(WS-BRANCH-SUB) TO BL-BRANCH
           MOVE WS-BR-SESSIONS(WS-BRANCH-SUB) TO BL-SESSIONS
           MOVE WS-BR-OPEN(WS-BRANCH-SUB) TO BL-OPEN
           MOVE WS-BR-POSTINGS(WS-BRANCH-SUB) TO BL-POSTINGS
           MOVE WS-BR-NET-POSTED(WS-BRANCH-SUB) TO BL-NET-POSTED
           MOVE WS-BR-DEPOSIT(WS-BRANCH-SUB) TO BL-DEPOSIT
           MOVE WS-BR-OVER-SHORT(WS-BRANCH-SUB) TO BL-OVER-SHORT
           WRITE REPORT-LINE FROM BL-BRANCH-LINE

           INITIALIZE TILL-DEPOSIT-RECORD
           MOVE 'B' TO TD-RECORD-TYPE
           MOVE WS-TODAY-DATE TO TD-BUSINESS-DATE
           MOVE WS-BR-BRANCH(WS-BRANCH-SUB) TO TD-BRANCH
           MOVE WS-BR-SESSIONS(WS-BRANCH-SUB) TO TD-SESSION-COUNT
           MOVE WS-BR-OPEN(WS-BRANCH-SUB) TO TD-OPEN-SESSIONS
           MOVE WS-BR-POSTINGS(WS-BRANCH-SUB) TO TD-POSTING-COUNT
           MOVE WS-BR-NET-POSTED(WS-BRANCH-SUB) TO TD-NET-POSTED
           MOVE WS-BR-FLOAT(WS-BRANCH-SUB) TO TD-FLOAT-AMOUNT
           MOVE WS-BR-DEPOSIT(WS-BRANCH-SUB) TO TD-DEPOSIT-AMOUNT
           MOVE WS-BR-OVER-SHORT(WS-BRANCH-SUB) TO TD-OVER-SHORT
           PERFORM 3200-BRANCH-METHOD
               VARYING WS-METHOD-IDX FROM 1 BY 1
               UNTIL WS-METHOD-IDX > 5
           WRITE REPORT-LINE FROM ML-METHOD-LINE
           WRITE TILL-DEPOSIT-RECORD.

       3200-BRANCH-METHOD.
           MOVE WS-METHOD-NAME(WS-METHOD-IDX)
             TO ML-METHOD-NAME(WS-METHOD-IDX)
           MOVE WS-BR-METHOD-DEPOSIT(WS-BRANCH-SUB, WS-METHOD-IDX)
             TO ML-METHOD-DEPOSIT(WS-METHOD-IDX)
           MOVE WS-BR-METHOD-DEPOSIT(WS-BRANCH-SUB, WS-METHOD-IDX)
             TO TD-METHOD-DEPOSIT(WS-METHOD-IDX).

       3300-DAY-METHOD-LINE.
           MOVE WS-METHOD-NAME(WS-METHOD-IDX)
             TO ML-METHOD-NAME(WS-METHOD-IDX)
           MOVE WS-DY-METHOD-DEPOSIT(WS-METHOD-IDX)
             TO ML-METHOD-DEPOSIT(WS-METHOD-IDX).

       3350-DAY-METHOD-RECORD.
           MOVE WS-DY-METHOD-DEPOSIT(WS-METHOD-IDX)
             TO TD-METHOD-DEPOSIT(WS-METHOD-IDX).

       9000-END-PROCESS.
           MOVE WS-SESSIONS-READ TO TL-SESSIONS-READ
           MOVE WS-DY-OPEN TO TL-OPEN
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           IF WS-BRANCHES-DROPPED > 0
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSTILDP' TO LOG-MODULE
               MOVE 'Branch table full - some branch lines omitted'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF

           IF WS-DY-OPEN > 0
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSTILDP' TO LOG-MODULE
               MOVE 'Counter deposit summary complete - tills open'
                 TO LOG-MESSAGE
           ELSE
               MOVE 'I' TO LOG-LEVEL
               MOVE 'INSTILDP' TO LOG-MODULE
               MOVE 'Counter deposit summary complete'
                 TO LOG-MESSAGE
           END-IF
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE TILL-SESSION-FILE
           CLOSE DEPOSIT-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSTILDP.
