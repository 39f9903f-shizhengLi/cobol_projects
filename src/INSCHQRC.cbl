      ******************************************************************
      * Cheque Reconciliation and Stale-Date Processing Program
      * Function: The return leg of the cheques INSDBORG issues,
      *           the way INSDBRET is for its bank credits:
      *             - each item on the bank's paid-cheque file is
      *               matched by cheque number against the cheque
      *               register and, when the amount agrees, the
      *               entry is cleared PAID; a number the register
      *               does not know, a cheque already paid or
      *               voided, or a paid amount that differs from
      *               the issue is reported for investigation and
      *               the entry left as it stands;
      *             - every cheque still outstanding more than
      *               CHEQUE_STALE_DAYS (default 180) after issue
      *               is voided on the register, sent to the bank
      *               as a void on the positive-pay void file
      *               (HDR/TRL framed like the issue file) so it
      *               cannot be cashed, and listed for re-issue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCHQRC.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : CHEQUE_STALE_DAYS and CHEQUE_ACCOUNT are read from
      *              the installation parameter file through INSPARM; an
      *              exported variable of the same name still overrides
      *              it for a single run.
      * 2026-10-15 : Initial version, modeled on INSDBRET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-CHEQUE-FILE ASSIGN TO EXTERNAL CHQPAID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO EXTERNAL CHQREGISTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CHEQUE-NO
           FILE STATUS IS WS-CHQREG-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO EXTERNAL CHQVOIDPP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL CHQRCRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Bank paid-cheque line layout
      *   1-8   cheque number
      *   9-16  date paid
      *  17-26  amount paid, 9(8)V99 digits
       FD  PAID-CHEQUE-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PAID-CHEQUE-RECORD.
       01  PAID-CHEQUE-RECORD.
           05  PC-CHEQUE-NO            PIC 9(08).
           05  PC-PAID-DATE            PIC X(08).
           05  PC-PAID-AMOUNT          PIC 9(8)V99.

       FD  CHEQUE-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHEQUE-REGISTER-RECORD.
       COPY CHQREG.

       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POSITIVE-PAY-RECORD.
       COPY POSPAY.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAID-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CHQREG-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POSPAY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-PAID-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-PAID-CHEQUES     VALUE 'Y'.
       01  WS-REGISTER-EOF-FLAG        PIC X VALUE 'N'.
           88  END-OF-REGISTER         VALUE 'Y'.
       01  WS-REGISTER-OPEN-FLAG       PIC X VALUE 'N'.
           88  REGISTER-IS-OPEN        VALUE 'Y'.

      * Stale-date window in days from issue.
       01  WS-STALE-DAYS               PIC 9(5) VALUE 180.
       01  WS-CHEQUE-ACCOUNT           PIC X(20) VALUE SPACES.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-PAID-READ            PIC 9(7) VALUE ZEROS.
           05  WS-CLEARED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-CLEARED-AMOUNT       PIC 9(11)V99 VALUE ZEROS.
           05  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-VOID-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-VOID-AMOUNT          PIC 9(11)V99 VALUE ZEROS.
           05  WS-OUTSTANDING-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-OUTSTANDING-AMOUNT   PIC 9(11)V99 VALUE ZEROS.

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

       COPY DATECALC.

      * Report related fields
       01  HL-HEADING-LINE-1.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'CHEQUE RECONCILIATION AND STALE DATING'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  SL-SECTION-LINE.
          05 FILLER                    PIC X(5) VALUE '*** '.
          05 SL-SECTION-TITLE          PIC X(40).

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(08) VALUE 'CHEQUE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'ISSUED'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'TYPE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'PAYEE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(30) VALUE 'NAME'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             '       AMOUNT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             '    PAID AMT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE 'RESULT'.

       01  DL-DETAIL-LINE.
          05 DL-CHEQUE-NO              PIC 9(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-ISSUE-DATE             PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-ITEM-TYPE              PIC X(04).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-PAYEE-ID               PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-PAYEE-NAME             PIC X(30).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-PAID-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-RESULT                 PIC X(16).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 TL-LABEL                  PIC X(30).
          05 FILLER                    PIC X(8) VALUE 'COUNT: '.
          05 TL-COUNT                  PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(10) VALUE '  AMOUNT: '.
          05 TL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-PAID-CHEQUES UNTIL END-OF-PAID-CHEQUES
           PERFORM 3000-STALE-DATE-SWEEP
           PERFORM 4000-END-PROCESS
           IF WS-EXCEPTION-COUNT > 0 OR WS-VOID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Process as the cycle's business date when the control file
      * is present (advanced once per cycle by INSBDMNT); system
      * date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'CHEQUE_STALE_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-STALE-DAYS
           END-IF
           MOVE 'CHEQUE_ACCOUNT' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-CHEQUE-ACCOUNT
           END-IF

           OPEN INPUT PAID-CHEQUE-FILE
           IF WS-PAID-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-PAID-EOF-FLAG
           END-IF
           OPEN I-O CHEQUE-REGISTER-FILE
           IF WS-CHQREG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-REGISTER-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-PAID-EOF-FLAG
               MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'HDR' TO PPH-MARKER
           MOVE WS-TODAY-DATE TO PPH-RUN-DATE
           MOVE WS-CHEQUE-ACCOUNT TO PPH-ACCOUNT
           WRITE POSITIVE-PAY-RECORD

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'PAID CHEQUES' TO SL-SECTION-TITLE
           WRITE REPORT-LINE FROM SL-SECTION-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCHQRC' TO LOG-MODULE
           MOVE 'Cheque reconciliation started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-PAID-CHEQUES
               PERFORM 2100-READ-PAID-CHEQUE-FILE
           END-IF.

       2000-PROCESS-PAID-CHEQUES.
           MOVE PC-CHEQUE-NO TO DL-CHEQUE-NO
           MOVE PC-PAID-AMOUNT TO DL-PAID-AMOUNT
           MOVE SPACES TO DL-ISSUE-DATE
                          DL-ITEM-TYPE
                          DL-PAYEE-ID
                          DL-PAYEE-NAME
           MOVE ZEROS TO DL-AMOUNT

           MOVE PC-CHEQUE-NO TO CR-CHEQUE-NO
           READ CHEQUE-REGISTER-FILE
               KEY IS CR-CHEQUE-NO
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CHQREG-FILE-STATUS NOT = '00' OR PC-CHEQUE-NO = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'NOT ON REGISTER' TO DL-RESULT
           ELSE
               MOVE CR-ISSUE-DATE TO DL-ISSUE-DATE
               MOVE CR-ITEM-TYPE TO DL-ITEM-TYPE
               MOVE CR-PAYEE-ID TO DL-PAYEE-ID
               MOVE CR-PAYEE-NAME TO DL-PAYEE-NAME
               MOVE CR-AMOUNT TO DL-AMOUNT
               EVALUATE TRUE
                   WHEN CR-STATUS-PAID
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE 'ALREADY PAID' TO DL-RESULT
                   WHEN CR-STATUS-VOID
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE 'PAID AFTER VOID' TO DL-RESULT
                   WHEN PC-PAID-AMOUNT NOT = CR-AMOUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE 'AMOUNT DIFFERS' TO DL-RESULT
                   WHEN OTHER
                       MOVE 'P' TO CR-STATUS
                       MOVE PC-PAID-DATE TO CR-STATUS-DATE
                       MOVE PC-PAID-AMOUNT TO CR-PAID-AMOUNT
                       REWRITE CHEQUE-REGISTER-RECORD
                       ADD 1 TO WS-CLEARED-COUNT
                       ADD PC-PAID-AMOUNT TO WS-CLEARED-AMOUNT
                       MOVE 'CLEARED' TO DL-RESULT
               END-EVALUATE
           END-IF
           WRITE REPORT-LINE FROM DL-DETAIL-LINE

           PERFORM 2100-READ-PAID-CHEQUE-FILE.

       2100-READ-PAID-CHEQUE-FILE.
           READ PAID-CHEQUE-FILE
               AT END
                   MOVE 'Y' TO WS-PAID-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PAID-READ
           END-READ.

       3000-STALE-DATE-SWEEP.
      * Walk the register in cheque-number order past the control
      * record; whatever is still outstanding past the window is
      * voided and listed for re-issue.
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'STALE CHEQUES VOIDED - FOR RE-ISSUE'
             TO SL-SECTION-TITLE
           WRITE REPORT-LINE FROM SL-SECTION-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           IF REGISTER-IS-OPEN
               MOVE ZEROS TO CR-CHEQUE-NO
               START CHEQUE-REGISTER-FILE KEY IS > CR-CHEQUE-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-REGISTER-EOF-FLAG
               END-START
               PERFORM 3100-CHECK-ONE-CHEQUE UNTIL END-OF-REGISTER
           END-IF.

       3100-CHECK-ONE-CHEQUE.
           READ CHEQUE-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           END-READ
           IF NOT END-OF-REGISTER AND CR-STATUS-OUTSTANDING
               MOVE 'D' TO DC-FUNCTION-CODE
               MOVE CR-ISSUE-DATE TO DC-BASE-DATE
               MOVE WS-TODAY-DATE TO DC-TARGET-DATE
               CALL 'DATECALC' USING DATE-CALC-PARAMS
               IF DC-SUCCESS AND DC-DAYS > WS-STALE-DAYS
                   PERFORM 3200-VOID-STALE-CHEQUE
               ELSE
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD CR-AMOUNT TO WS-OUTSTANDING-AMOUNT
               END-IF
           END-IF.

       3200-VOID-STALE-CHEQUE.
           MOVE 'V' TO CR-STATUS
           MOVE WS-TODAY-DATE TO CR-STATUS-DATE
           REWRITE CHEQUE-REGISTER-RECORD

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHEQUE-ACCOUNT TO PP-ACCOUNT
           MOVE CR-CHEQUE-NO TO PP-CHEQUE-NO
           MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CR-AMOUNT TO PP-AMOUNT
           MOVE CR-PAYEE-NAME TO PP-PAYEE-NAME
           MOVE 'V' TO PP-ACTION
           WRITE POSITIVE-PAY-RECORD

           ADD 1 TO WS-VOID-COUNT
           ADD CR-AMOUNT TO WS-VOID-AMOUNT

           MOVE CR-CHEQUE-NO TO DL-CHEQUE-NO
           MOVE CR-ISSUE-DATE TO DL-ISSUE-DATE
           MOVE CR-ITEM-TYPE TO DL-ITEM-TYPE
           MOVE CR-PAYEE-ID TO DL-PAYEE-ID
           MOVE CR-PAYEE-NAME TO DL-PAYEE-NAME
           MOVE CR-AMOUNT TO DL-AMOUNT
           MOVE ZEROS TO DL-PAID-AMOUNT
           MOVE 'VOID - REISSUE' TO DL-RESULT
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       4000-END-PROCESS.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'TRL' TO PPT-MARKER
           MOVE WS-VOID-COUNT TO PPT-RECORD-COUNT
           MOVE WS-VOID-AMOUNT TO PPT-CONTROL-TOTAL
           WRITE POSITIVE-PAY-RECORD

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'CLEARED PAID' TO TL-LABEL
           MOVE WS-CLEARED-COUNT TO TL-COUNT
           MOVE WS-CLEARED-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'PAID-FILE EXCEPTIONS' TO TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           MOVE ZEROS TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'VOIDED STALE' TO TL-LABEL
           MOVE WS-VOID-COUNT TO TL-COUNT
           MOVE WS-VOID-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'STILL OUTSTANDING' TO TL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO TL-COUNT
           MOVE WS-OUTSTANDING-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCHQRC' TO LOG-MODULE
           STRING 'Cheque reconciliation ended. Cleared: '
                  WS-CLEARED-COUNT
                  ' Voided: ' WS-VOID-COUNT
                  ' Exceptions: ' WS-EXCEPTION-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE PAID-CHEQUE-FILE
           IF REGISTER-IS-OPEN
               CLOSE CHEQUE-REGISTER-FILE
           END-IF
           CLOSE POSITIVE-PAY-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSCHQRC.
