      ******************************************************************
      * Unidentified Receipt Release Program
      * Function: Release the suspense clerk's confirmed matches for
      *           "policy not found" receipts. Each confirmation
      *           names a suspended payment ID and the policy the
      *           clerk matched it to (normally from the INSUNRES
      *           research worklist). The confirmed policy must be
      *           on POLICY-MASTER and active; the suspended record
      *           is then released with the policy ID corrected and
      *           everything else untouched, in a properly
      *           controlled HDR/TRL PAYMENT-FILE for the next
      *           INSPMUPD run. Every other suspense record is
      *           copied to the new suspense file, which replaces
      *           REJFILE once this run ends clean - the same old/
      *           new cycle as INSPMRCY. Schedule ahead of INSPMRCY
      *           so released items do not recycle under the old ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSUNREL.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSPMRCY and
      *              INSCLMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL UNRESCONF
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO EXTERNAL REJFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT RELEASE-PAY-FILE ASSIGN TO EXTERNAL UNRESPAYOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT SUSPENSE-NEW-FILE ASSIGN TO EXTERNAL UNRESREJNEW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPNEW-FILE-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL UNRESLOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN       PIC X(80).

       FD  REJECT-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS REJECT-RECORD.
       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD      PIC X(65).
           05  RJ-REASON-CODE          PIC X(10).
           05  RJ-RUN-DATE             PIC X(08).
           05  RJ-RECYCLE-COUNT        PIC 9(03).

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  RELEASE-PAY-FILE
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD-IN.
       COPY PAYFILIN.

       FD  SUSPENSE-NEW-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS SUSPENSE-NEW-RECORD.
       01  SUSPENSE-NEW-RECORD         PIC X(86).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REJECT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RELEASE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-SUSPNEW-FILE-STATUS      PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND          VALUE 'Y'.

      * Transaction layout
      *   1-12  suspended payment ID
      *  13-22  confirmed policy ID
      *  23-62  clerk's note / research reference
       01  WS-TRANSACTION.
           05  WS-TRAN-PAYMENT-ID      PIC X(12).
           05  WS-TRAN-POLICY-ID       PIC X(10).
           05  WS-TRAN-NOTE            PIC X(40).

      * Accepted confirmations, applied as the suspense file passes.
       01  WS-CONFIRM-TABLE.
           05  WS-CONFIRM-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-CONFIRM-ENTRY        OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-CONFIRM-COUNT
                                       INDEXED BY WS-CF-IDX.
               10  WS-CF-PAYMENT-ID    PIC X(12).
               10  WS-CF-POLICY-ID     PIC X(10).
               10  WS-CF-NOTE          PIC X(40).
               10  WS-CF-APPLIED       PIC X(01).

      * Named views over the suspended record's original 65 bytes -
      * the same field cuts as the DTL-RECORD view in PAYFILIN.
       01  WS-ORIG-DETAIL.
           05  WS-ORIG-POLICY-ID       PIC X(10).
           05  WS-ORIG-PAYMENT-DATE    PIC X(08).
           05  WS-ORIG-METHOD          PIC X(02).
           05  WS-ORIG-AMOUNT-TEXT     PIC X(10).
           05  WS-ORIG-PAYMENT-ID      PIC X(12).
           05  WS-ORIG-REFERENCE-NO    PIC X(16).
           05  WS-ORIG-CURRENCY-CODE   PIC X(03).
           05  WS-ORIG-TXN-TYPE        PIC X(02).
           05  WS-ORIG-CHANNEL         PIC X(02).

       01  WS-ITEM-AMOUNT              PIC 9(8)V99 VALUE ZEROS.
       01  WS-LOG-LINE                 PIC X(132) VALUE SPACES.

       01  WS-MAINT-USER               PIC X(8) VALUE 'OPERATOR'.
       01  WS-MAINT-USER-TEXT          PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRAN-READ-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-TRAN-REJECT-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-SUSPENSE-READ-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-RELEASED-AMOUNT      PIC 9(11)V99 VALUE ZEROS.
           05  WS-CARRIED-COUNT        PIC 9(7) VALUE ZEROS.

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

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-FILE
           PERFORM 3000-RELEASE-SUSPENSE
           PERFORM 4000-END-PROCESS
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           ACCEPT WS-MAINT-USER-TEXT FROM ENVIRONMENT "MAINT_USER"
           IF WS-MAINT-USER-TEXT NOT = SPACES
               MOVE WS-MAINT-USER-TEXT TO WS-MAINT-USER
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           OPEN OUTPUT MAINT-LOG-FILE

           STRING 'INSUNREL UNIDENTIFIED RECEIPT RELEASE STARTED BY '
                  WS-MAINT-USER
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSUNREL' TO LOG-MODULE
           MOVE 'Unidentified receipt release started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-FILE
               PERFORM 2100-READ-TRANSACTION
           END-IF.

       2000-PROCESS-TRANSACTION.
           MOVE TRANSACTION-RECORD-IN(1:12)  TO WS-TRAN-PAYMENT-ID
           MOVE TRANSACTION-RECORD-IN(13:10) TO WS-TRAN-POLICY-ID
           MOVE TRANSACTION-RECORD-IN(23:40) TO WS-TRAN-NOTE

           IF WS-TRAN-PAYMENT-ID = SPACES OR
              WS-TRAN-POLICY-ID = SPACES
               MOVE 'REJECTED - PAYMENT ID AND POLICY ID REQUIRED'
                 TO WS-LOG-LINE
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF

      * One confirmation per payment - a second one for the same
      * payment is a keying slip, not a change of mind.
           MOVE 'N' TO WS-FOUND-FLAG
           SET WS-CF-IDX TO 1
           IF WS-CONFIRM-COUNT > 0
               SEARCH WS-CONFIRM-ENTRY
                   WHEN WS-CF-PAYMENT-ID(WS-CF-IDX) =
                        WS-TRAN-PAYMENT-ID
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF WS-ENTRY-FOUND
               MOVE 'REJECTED - PAYMENT ALREADY CONFIRMED THIS RUN'
                 TO WS-LOG-LINE
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF

      * The confirmed policy has to take the payment tonight.
           MOVE WS-TRAN-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-POLICY-FILE-STATUS NOT = '00'
               MOVE 'REJECTED - CONFIRMED POLICY NOT FOUND'
                 TO WS-LOG-LINE
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF
           IF NOT PM-STATUS-ACTIVE
               MOVE 'REJECTED - CONFIRMED POLICY NOT ACTIVE'
                 TO WS-LOG-LINE
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF

           IF WS-CONFIRM-COUNT >= 2000
               MOVE 'REJECTED - TOO MANY CONFIRMATIONS IN ONE RUN'
                 TO WS-LOG-LINE
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CONFIRM-COUNT
           MOVE WS-TRAN-PAYMENT-ID
             TO WS-CF-PAYMENT-ID(WS-CONFIRM-COUNT)
           MOVE WS-TRAN-POLICY-ID TO WS-CF-POLICY-ID(WS-CONFIRM-COUNT)
           MOVE WS-TRAN-NOTE TO WS-CF-NOTE(WS-CONFIRM-COUNT)
           MOVE 'N' TO WS-CF-APPLIED(WS-CONFIRM-COUNT).

       2000-EXIT.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
           END-READ.

       2900-REJECT-TRANSACTION.
      * WS-LOG-LINE carries the reason; the keys follow it.
           ADD 1 TO WS-TRAN-REJECT-COUNT
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE
           STRING '    PAYMENT ' WS-TRAN-PAYMENT-ID
                  ' POLICY ' WS-TRAN-POLICY-ID
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE.

       3000-RELEASE-SUSPENSE.
           CLOSE TRANSACTION-FILE
           CLOSE POLICY-MASTER-FILE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT RELEASE-PAY-FILE
           OPEN OUTPUT SUSPENSE-NEW-FILE

      * PAYFILE-style header so the released file clears INSPMUPD's
      * control-record checks like any channel extract; the file
      * identity tells it apart in the run registry.
           MOVE SPACES TO PAYMENT-RECORD-IN
           MOVE 'HDR' TO HDR-MARKER
           MOVE WS-TODAY-DATE TO HDR-RUN-DATE
           MOVE 'UNIDENTIFIED' TO HDR-FILE-ID
           WRITE PAYMENT-RECORD-IN

           IF NOT END-OF-FILE
               PERFORM 3100-READ-SUSPENSE
           END-IF
           PERFORM 3200-PASS-SUSPENSE-RECORD UNTIL END-OF-FILE

           MOVE SPACES TO PAYMENT-RECORD-IN
           MOVE 'TRL' TO TRL-MARKER
           MOVE WS-RELEASED-COUNT TO TRL-RECORD-COUNT
           MOVE WS-RELEASED-AMOUNT TO TRL-CONTROL-TOTAL
           WRITE PAYMENT-RECORD-IN

      * A confirmation that found nothing to release is reported -
      * the item was worked already, or the payment ID was mistyped.
           PERFORM 3500-CHECK-UNAPPLIED
               VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CONFIRM-COUNT

           IF WS-REJECT-FILE-STATUS NOT = '35'
               CLOSE REJECT-FILE
           END-IF
           CLOSE RELEASE-PAY-FILE
           CLOSE SUSPENSE-NEW-FILE.

       3100-READ-SUSPENSE.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ-COUNT
           END-READ.

       3200-PASS-SUSPENSE-RECORD.
           MOVE RJ-ORIGINAL-RECORD TO WS-ORIG-DETAIL
           MOVE 'N' TO WS-FOUND-FLAG
           IF RJ-REASON-CODE = 'NO POLICY' AND WS-CONFIRM-COUNT > 0
               SET WS-CF-IDX TO 1
               SEARCH WS-CONFIRM-ENTRY
                   WHEN WS-CF-PAYMENT-ID(WS-CF-IDX) =
                        WS-ORIG-PAYMENT-ID
                    AND WS-CF-APPLIED(WS-CF-IDX) = 'N'
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF

           IF WS-ENTRY-FOUND
               PERFORM 3300-RELEASE-ITEM
           ELSE
               WRITE SUSPENSE-NEW-RECORD FROM REJECT-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
           PERFORM 3100-READ-SUSPENSE.

       3300-RELEASE-ITEM.
      * Only the policy ID changes - date, method, amount, payment
      * ID, reference, currency and channel are as received.
           MOVE 'Y' TO WS-CF-APPLIED(WS-CF-IDX)
           MOVE RJ-ORIGINAL-RECORD TO PAYMENT-RECORD-IN
           MOVE WS-CF-POLICY-ID(WS-CF-IDX) TO DTL-POLICY-ID
           WRITE PAYMENT-RECORD-IN
           MOVE ZEROS TO WS-ITEM-AMOUNT
           IF WS-ORIG-AMOUNT-TEXT NOT = SPACES
               COMPUTE WS-ITEM-AMOUNT =
                   FUNCTION NUMVAL(WS-ORIG-AMOUNT-TEXT)
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           ADD WS-ITEM-AMOUNT TO WS-RELEASED-AMOUNT

           MOVE SPACES TO WS-LOG-LINE
           STRING 'RELEASED PAYMENT ' WS-ORIG-PAYMENT-ID
                  ' KEYED AS ' WS-ORIG-POLICY-ID
                  ' TO POLICY ' WS-CF-POLICY-ID(WS-CF-IDX)
                  ' AMOUNT ' WS-ORIG-AMOUNT-TEXT
                  ' ' WS-CF-NOTE(WS-CF-IDX)
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       3500-CHECK-UNAPPLIED.
           IF WS-CF-APPLIED(WS-CF-IDX) = 'N'
               ADD 1 TO WS-TRAN-REJECT-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - NOT A POLICY NOT FOUND SUSPENSE '
                      'ITEM: PAYMENT ' WS-CF-PAYMENT-ID(WS-CF-IDX)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       4000-END-PROCESS.
           MOVE SPACES TO WS-LOG-LINE
           STRING 'CONFIRMATIONS READ: ' WS-TRAN-READ-COUNT
                  '  REJECTED: ' WS-TRAN-REJECT-COUNT
                  '  SUSPENSE READ: ' WS-SUSPENSE-READ-COUNT
                  '  RELEASED: ' WS-RELEASED-COUNT
                  '  CARRIED: ' WS-CARRIED-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           CLOSE MAINT-LOG-FILE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSUNREL' TO LOG-MODULE
           STRING 'Unidentified receipt release ended. Released: '
                  WS-RELEASED-COUNT
                  ' Rejected: ' WS-TRAN-REJECT-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF WS-TRAN-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM INSUNREL.
