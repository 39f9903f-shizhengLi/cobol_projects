      *           the nightly reports, receipts and balancing pick
      *           it up like any other posting. A one-payment
      *           confirmation is printed to the confirmation file
      *           and echoed on the screen. The cashier signs on
      *           through INSSIGN under a role that may post; the
      *           signed-on user is stamped on every confirmation.
      *           Every posting and reversal lands in the cashier's
      *           open till session (TILLSESS, opened and closed by
      *           INSTILL) - no open till, no counter posting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPMENT.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : Postings and reversals run under the cashier's
      *              till session: the session needs an open till for
      *              the user on the business date, each payment and
      *              reversal is added to the till's method totals,
      *              and a till closed by INSTILL stops the counter
      *              before the next posting. Confirmation lines are
      *              kept within the 132-byte line.
      * 2026-10-15 : The session starts with an operator sign-on
      *              (INSSIGN) under a role allowed to post; the
      *              shared SUPERVISOR_AUTH_CODE is gone. A counter
      *              reversal needs a role allowed to reverse and
      *              then a second, supervisor-role user keying their
      *              own ID and password - never the cashier's own.
      *              Confirmations carry the cashier (and the
      *              authorizing supervisor); looking up a payment to
      *              reverse is recorded on the access log.
      * 2026-10-15 : PAYMENT_AMOUNT_CEILING and PAYMENT_APPLY_TOL_PCT
      *              are read from the installation parameter file
      *              through INSPARM; an exported variable of the same
      *              name still overrides one for a single run.
      * 2026-10-15 : Passes the cash-application image area INSPMAPP
      *              now returns; a counter posting does not use it.
      * 2026-10-15 : A counter short payment that completes an
      *              installment from the premium-deposit ledger
      *              confirms as DEP APPLY.
      * 2026-09-02 : Added a counter reversal mode in the same
      *              session style: key R at the policy prompt,
      *              then the payment ID; the original is shown
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PDCTL-FILE-STATUS.

           SELECT TILL-SESSION-FILE ASSIGN TO EXTERNAL TILLSESS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TS-SESSION-KEY
           FILE STATUS IS WS-TILL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRM-FILE
           DATA RECORD IS PERIOD-CONTROL-RECORD.
       COPY PERIODCT.

       FD  TILL-SESSION-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS TILL-SESSION-RECORD.
       COPY TILLSESS.

       WORKING-STORAGE SECTION.
       01  WS-CONFIRM-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HIST-AVAIL-FLAG          PIC X VALUE 'Y'.
           88  HISTORY-IS-AVAILABLE    VALUE 'Y'.

      * The supervisor who authorized a counter reversal.
       01  WS-AUTHORIZER-ID            PIC X(8) VALUE SPACES.
       01  WS-DONE-FLAG                PIC X VALUE 'N'.
           88  ENTRY-DONE              VALUE 'Y'.

       01  WS-AMOUNT-TEXT              PIC X(10) VALUE SPACES.
       01  WS-SIGNED-AMOUNT            PIC S9(8)V99 VALUE ZEROS.
       01  WS-AMOUNT-CEILING           PIC 9(8)V99 VALUE 100000.00.
       01  WS-GRACE-DAYS               PIC 9(3) VALUE ZEROS.
       01  WS-PAID-TO-DATE             PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-DAYS-SINCE-PAYMENT       PIC S9(5) VALUE ZEROS.
       01  WS-FUTURE-TOLERANCE-DAYS    PIC 9(3) VALUE 3.
       01  WS-APPLY-TOL-PCT            PIC 9(3) VALUE 5.
       01  WS-APPLY-RESULT             PIC X(1) VALUE SPACE.
       01  WS-RVV-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-RVV-RESULT               PIC 9(1) VALUE ZERO.
           88  WS-PERIOD-IS-BLOCKED    VALUE 'Y'.
       01  WS-PERIOD-MONTH             PIC 9(2) VALUE ZEROS.

      * The cashier's open till session for the business date -
      * every counter posting is added to it, and none is taken
      * once it has been closed.
       01  WS-TILL-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-TILL-FOUND-FLAG          PIC X VALUE 'N'.
           88  TILL-IS-FOUND           VALUE 'Y'.
       01  WS-TILL-SCAN-FLAG           PIC X VALUE 'N'.
           88  TILL-SCAN-DONE          VALUE 'Y'.
       01  WS-TILL-OPEN-FLAG           PIC X VALUE 'N'.
           88  TILL-IS-OPEN            VALUE 'Y'.
       01  WS-OPEN-TILL-KEY            PIC X(18) VALUE SPACES.
       01  WS-TILL-SEQ                 PIC 9(2) VALUE ZEROS.
       01  WS-METHOD-IDX               PIC 9(2) VALUE ZEROS.

       01  SQLCODE                     PIC S9(9) COMP VALUE ZERO.

      * Payment record structure - shared with the batch chain
      * Date calculation parameters
       COPY DATECALC.

      * Cash-application image (INSPMAPP)
       COPY APPLYIMG.

      * Logging parameters
       COPY LOGGER.

              10 WS-CURRENT-MSEC       PIC 9(2).
           05 WS-DIFF-FROM-GMT         PIC S9(4).

      * Installation parameter lookup parameters
       COPY PARMLKUP.

      * Operator sign-on and authorization parameters
       COPY SIGNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                 TO WS-ACCOUNTING-PERIOD
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'PAYMENT_AMOUNT_CEILING' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-AMOUNT-CEILING
           END-IF

      * Same tolerance the batch cash application reads, so the
      * identical payment classifies identically at the counter.
           MOVE 'PAYMENT_APPLY_TOL_PCT' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-APPLY-TOL-PCT
           END-IF

      * The batch's accounting-period gate, before anything opens:
               GOBACK
           END-IF

      * Nobody posts without signing on under a role that may.
           MOVE 'S' TO SO-REQUEST
           MOVE 'INSPMENT' TO SO-PROGRAM
           MOVE 'P' TO SO-FUNCTION-CODE
           CALL 'INSSIGN' USING SIGNON-PARAMS
           IF NOT SO-GRANTED
               DISPLAY 'COUNTER SESSION REFUSED - NOT SIGNED ON'
               MOVE 'O' TO SO-REQUEST
               CALL 'INSSIGN' USING SIGNON-PARAMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * ...and without an open till to post into.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
               MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
           END-IF
           OPEN I-O TILL-SESSION-FILE
           IF WS-TILL-FILE-STATUS = '00'
               PERFORM 0200-FIND-OPEN-TILL THRU 0200-EXIT
           ELSE
               MOVE 'N' TO WS-TILL-FOUND-FLAG
           END-IF
           IF NOT TILL-IS-FOUND
               DISPLAY 'NO OPEN TILL FOR ' SO-USER-ID
                       ' - OPEN ONE WITH INSTILL FIRST'
               CLOSE TILL-SESSION-FILE
               MOVE 'O' TO SO-REQUEST
               CALL 'INSSIGN' USING SIGNON-PARAMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CONFIRM-FILE
           IF WS-CONFIRM-FILE-STATUS = '35'
               MOVE 'N' TO WS-HIST-AVAIL-FLAG
           END-IF

           DISPLAY 'COUNTER PAYMENT ENTRY - TILL SESSION '
                   WS-TILL-SEQ
           DISPLAY 'R AT THE POLICY PROMPT REVERSES A POSTED PAYMENT'
           DISPLAY 'BLANK POLICY ID ENDS THE SESSION'


           CLOSE CONFIRM-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE TILL-SESSION-FILE
           MOVE 'O' TO SO-REQUEST
           CALL 'INSSIGN' USING SIGNON-PARAMS
           GOBACK.

       0100-CHECK-ACCOUNTING-PERIOD.
                   MOVE 'Y' TO WS-PDCTL-EOF-FLAG
           END-READ.

       0200-FIND-OPEN-TILL.
      * The cashier's sessions for the business date, in session
      * order; the open one is the till this session posts to.
           MOVE 'N' TO WS-TILL-FOUND-FLAG
           MOVE 'N' TO WS-TILL-SCAN-FLAG
           MOVE SO-USER-ID TO TS-USER-ID
           MOVE WS-BUSINESS-DATE TO TS-BUSINESS-DATE
           MOVE ZEROS TO TS-SESSION-SEQ
           START TILL-SESSION-FILE
               KEY IS NOT LESS THAN TS-SESSION-KEY
               INVALID KEY
                   GO TO 0200-EXIT
           END-START
           PERFORM 0250-SCAN-ONE-SESSION UNTIL TILL-SCAN-DONE.

       0200-EXIT.
           EXIT.

       0250-SCAN-ONE-SESSION.
           READ TILL-SESSION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TILL-SCAN-FLAG
           END-READ
           IF NOT TILL-SCAN-DONE
               IF TS-USER-ID NOT = SO-USER-ID OR
                  TS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-TILL-SCAN-FLAG
               ELSE
                   IF TS-STATUS-OPEN
                       MOVE 'Y' TO WS-TILL-FOUND-FLAG
                       MOVE TS-SESSION-KEY TO WS-OPEN-TILL-KEY
                       MOVE TS-SESSION-SEQ TO WS-TILL-SEQ
                   END-IF
               END-IF
           END-IF.

       1000-ONE-PAYMENT.
           PERFORM 5000-CHECK-TILL-OPEN
           IF NOT TILL-IS-OPEN
               DISPLAY 'TILL SESSION ' WS-TILL-SEQ
                       ' IS CLOSED - NO FURTHER POSTINGS'
               MOVE 'Y' TO WS-DONE-FLAG
               GO TO 1000-EXIT
           END-IF

           INITIALIZE PAYMENT-RECORD
           DISPLAY ' '
           DISPLAY 'POLICY ID:     ' WITH NO ADVANCING
      * Post through the identical subroutine chain the batch uses,
      * so history, commission, cash application, the receipt
      * extract and the end-of-day balancing all see this payment
      * as an ordinary posting. The till is checked once more
      * first - it may have been closed while the payment was keyed.
           PERFORM 5000-CHECK-TILL-OPEN
           IF NOT TILL-IS-OPEN
               DISPLAY 'REJECTED - TILL SESSION ' WS-TILL-SEQ
                       ' IS CLOSED'
               MOVE 'Y' TO WS-DONE-FLAG
               GO TO 3000-EXIT
           END-IF

           CALL 'INSPMINS' USING PAYMENT-RECORD
                                  WS-ACCOUNTING-PERIOD
                                  SQLCODE
           CALL 'INSPMAPP' USING PAYMENT-RECORD
                                  WS-APPLY-TOL-PCT
                                  WS-APPLY-RESULT
                                  APPLY-IMAGE-PARAMS
           CALL 'INSPMRCT' USING PAYMENT-RECORD SQLCODE
           PERFORM 5100-ADD-TO-TILL THRU 5100-EXIT

           EVALUATE WS-APPLY-RESULT
               WHEN 'O'
                   MOVE 'OVERPAY' TO WS-RESULT-TEXT
               WHEN 'S'
                   MOVE 'SHORTPAY' TO WS-RESULT-TEXT
               WHEN 'D'
                   MOVE 'DEP APPLY' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-EVALUATE
                  '  AMOUNT ' WS-AMOUNT-DISPLAY
                  '  ID ' PR-PAYMENT-ID
                  '  ' WS-RESULT-TEXT
                  ' BY ' SO-USER-ID
             DELIMITED BY SIZE
             INTO CONFIRM-LINE
           END-STRING
           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPMENT' TO LOG-MODULE
           STRING 'Counter payment posted for policy '
                  PR-POLICY-ID ' by ' SO-USER-ID
                  ' till ' WS-TILL-SEQ
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
       4000-ONE-REVERSAL.
      * Reverse a posted payment at the counter: the original comes
      * off the history, the reversal runs the very same INSPMRVV
      * validation the batch applies, and a supervisor must sign for
      * it before anything posts - so the fat-fingered amount
      * comes off the books the same hour instead of waiting for a
      * hand-built '02' file through the nightly batch.
           IF NOT HISTORY-IS-AVAILABLE
               DISPLAY 'PAYMENT HISTORY UNAVAILABLE - NO REVERSALS'
               GO TO 4000-EXIT
           END-IF
           MOVE 'C' TO SO-REQUEST
           MOVE 'R' TO SO-FUNCTION-CODE
           MOVE SPACE TO SO-SUBJECT-TYPE
           MOVE SPACES TO SO-SUBJECT-KEY
           CALL 'INSSIGN' USING SIGNON-PARAMS
           IF NOT SO-GRANTED
               DISPLAY 'USER ' SO-USER-ID
                       ' MAY NOT REVERSE PAYMENTS'
               GO TO 4000-EXIT
           END-IF

                   PH-CURRENCY-CODE
                   '  REF ' PH-REFERENCE-NO

      * The payment was shown - that is an access to the record.
           MOVE 'L' TO SO-REQUEST
           MOVE 'Y' TO SO-SUBJECT-TYPE
           MOVE PR-PAYMENT-ID TO SO-SUBJECT-KEY
           MOVE SPACES TO SO-DETAIL
           STRING 'REVERSAL LOOKUP POLICY ' PH-POLICY-ID
             DELIMITED BY SIZE
             INTO SO-DETAIL
           END-STRING
           CALL 'INSSIGN' USING SIGNON-PARAMS

      * The reversal record mirrors the original - same ID, same
      * amount, '02' type, counter channel - and is validated the
      * way the batch validates a '02' before anything posts.
                   CONTINUE
           END-EVALUATE

      * A second user with the supervisor role signs for it with
      * their own ID and password.
           DISPLAY 'SUPERVISOR AUTHORIZATION REQUIRED'
           MOVE 'A' TO SO-REQUEST
           MOVE 'S' TO SO-FUNCTION-CODE
           MOVE 'Y' TO SO-SUBJECT-TYPE
           MOVE PR-PAYMENT-ID TO SO-SUBJECT-KEY
           MOVE 'COUNTER REVERSAL' TO SO-DETAIL
           CALL 'INSSIGN' USING SIGNON-PARAMS
           IF NOT SO-GRANTED
               DISPLAY 'REJECTED - AUTHORIZATION REFUSED'
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSPMENT' TO LOG-MODULE
               STRING 'Counter reversal refused - no supervisor '
                      'authorization for payment ' PR-PAYMENT-ID
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               GO TO 4000-EXIT
           END-IF
           MOVE SO-AUTHORIZER-ID TO WS-AUTHORIZER-ID

           PERFORM 5000-CHECK-TILL-OPEN
           IF NOT TILL-IS-OPEN
               DISPLAY 'REJECTED - TILL SESSION ' WS-TILL-SEQ
                       ' IS CLOSED'
               MOVE 'Y' TO WS-DONE-FLAG
               GO TO 4000-EXIT
           END-IF

           CALL 'INSPMINS' USING PAYMENT-RECORD
                                  WS-ACCOUNTING-PERIOD
                                  WS-ACCOUNTING-PERIOD
                                  SQLCODE
           CALL 'INSPMRCT' USING PAYMENT-RECORD SQLCODE
           PERFORM 5100-ADD-TO-TILL THRU 5100-EXIT

           MOVE PR-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CONFIRM-LINE
                  '  DATE ' PR-PAYMENT-DATE
                  '  AMOUNT ' WS-AMOUNT-DISPLAY
                  '  ID ' PR-PAYMENT-ID
                  ' REVERSED'
                  ' BY ' SO-USER-ID
                  ' AUTH ' WS-AUTHORIZER-ID
             DELIMITED BY SIZE
             INTO CONFIRM-LINE
           END-STRING
           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPMENT' TO LOG-MODULE
           STRING 'Counter reversal posted for payment '
                  PR-PAYMENT-ID ' by ' SO-USER-ID
                  ' authorized by ' WS-AUTHORIZER-ID
                  ' till ' WS-TILL-SEQ
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
       4000-EXIT.
           EXIT.

       5000-CHECK-TILL-OPEN.
      * Read the till afresh: INSTILL may have closed it from
      * another terminal since the last posting.
           MOVE 'N' TO WS-TILL-OPEN-FLAG
           MOVE WS-OPEN-TILL-KEY TO TS-SESSION-KEY
           READ TILL-SESSION-FILE
               KEY IS TS-SESSION-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TILL-FILE-STATUS = '00' AND TS-STATUS-OPEN
               MOVE 'Y' TO WS-TILL-OPEN-FLAG
           END-IF.

       5100-ADD-TO-TILL.
      * The posting is on the books; add it to the till's totals for
      * its method so the close can prove the drawer against it. A
      * failed update is logged - the posting itself stands.
           MOVE WS-OPEN-TILL-KEY TO TS-SESSION-KEY
           READ TILL-SESSION-FILE
               KEY IS TS-SESSION-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE PR-PAYMENT-METHOD TO WS-METHOD-IDX
           IF WS-TILL-FILE-STATUS NOT = '00' OR
              PR-PAYMENT-METHOD NOT NUMERIC OR
              WS-METHOD-IDX < 1 OR WS-METHOD-IDX > 5
               GO TO 5100-FAILED
           END-IF

           IF PR-TXN-IS-REVERSAL
               ADD 1 TO TS-REVERSED-COUNT(WS-METHOD-IDX)
               ADD PR-AMOUNT TO TS-REVERSED-AMOUNT(WS-METHOD-IDX)
           ELSE
               ADD 1 TO TS-POSTED-COUNT(WS-METHOD-IDX)
               ADD PR-AMOUNT TO TS-POSTED-AMOUNT(WS-METHOD-IDX)
           END-IF
           REWRITE TILL-SESSION-RECORD
               INVALID KEY
                   GO TO 5100-FAILED
           END-REWRITE
           GO TO 5100-EXIT.

       5100-FAILED.
           MOVE 'W' TO LOG-LEVEL
           MOVE 'INSPMENT' TO LOG-MODULE
           STRING 'Till ' WS-TILL-SEQ ' of ' SO-USER-ID
                  ' not updated for payment ' PR-PAYMENT-ID
                  ' status ' WS-TILL-FILE-STATUS
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       5100-EXIT.
           EXIT.

       END PROGRAM INSPMENT.
