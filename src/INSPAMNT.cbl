      ******************************************************************
      * Promise-to-Pay Arrangement Maintenance Program
      * Function: Maintain the PROMISE-FILE - add / change / cancel
      *           the payment arrangements collectors agree with
      *           policyholders in arrears: up to three promised
      *           amounts, each with the date it is promised by.
      *           The keying user (MAINT_USER) and the business
      *           date are stamped on the arrangement. While it is
      *           live the arrears, late-fee and dunning sweeps hold
      *           the policy back; INSPAMON closes it kept or broken.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPAMNT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSDDMNT. Until now
      *              a collector's arrangement lived in a notes field
      *              and the nightly sweeps went on dunning, fining
      *              and lapsing the policy regardless.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO EXTERNAL PROMISEFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-POLICY-ID
           FILE STATUS IS WS-PROMISE-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL PAMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL PAMNTLOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PROMISE-ARRANGEMENT-RECORD.
       COPY PTPARR.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(63).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROMISE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-ADD-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-CANCEL-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: AD=add, CH=change, CN=cancel
      *   3-12  policy ID
      *  13-20  first promise date (for AD/CH)
      *  21-29  first promised amount, 9(7)V99 digits
      *  30-37  second promise date (spaces = none)
      *  38-46  second promised amount
      *  47-54  third promise date (spaces = none)
      *  55-63  third promised amount
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
               88  WS-TRAN-CHANGE        VALUE 'CH'.
               88  WS-TRAN-CANCEL        VALUE 'CN'.
           05  WS-TRAN-POLICY-ID     PIC X(10).
           05  WS-TRAN-PROMISE       OCCURS 3 TIMES
                                     INDEXED BY WS-TP-IDX.
               10  WS-TRAN-PROMISE-DATE   PIC X(08).
               10  WS-TRAN-PROMISE-AMOUNT PIC 9(7)V99.

       01  WS-PROMISE-COUNT          PIC 9(1) VALUE ZERO.
       01  WS-PREVIOUS-DATE          PIC X(8) VALUE SPACES.
       01  WS-VALID-FLAG             PIC X VALUE 'Y'.
           88  WS-TRAN-IS-VALID      VALUE 'Y'.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

       01  WS-TODAY-DATE             PIC X(8).
       01  WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-MAINT-USER             PIC X(8) VALUE 'OPERATOR'.
       01  WS-MAINT-USER-TEXT        PIC X(8) VALUE SPACES.

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
              10 WS-CURRENT-YEAR     PIC 9(4).
              10 WS-CURRENT-MONTH    PIC 9(2).
              10 WS-CURRENT-DAY      PIC 9(2).
           05 WS-CURRENT-TIME.
              10 WS-CURRENT-HOUR     PIC 9(2).
              10 WS-CURRENT-MINUTE   PIC 9(2).
              10 WS-CURRENT-SECOND   PIC 9(2).
              10 WS-CURRENT-MSEC     PIC 9(2).
           05 WS-DIFF-FROM-GMT       PIC S9(4).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL END-OF-TRANSACTIONS
           PERFORM 3000-END-PROCESS
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
           OPEN OUTPUT MAINT-LOG-FILE
           OPEN INPUT POLICY-MASTER-FILE
           OPEN I-O PROMISE-FILE
           IF WS-PROMISE-FILE-STATUS = '35'
               CLOSE PROMISE-FILE
               OPEN OUTPUT PROMISE-FILE
               CLOSE PROMISE-FILE
               OPEN I-O PROMISE-FILE
           END-IF

           STRING 'INSPAMNT ARRANGEMENT MAINTENANCE RUN STARTED'
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       2000-PROCESS-TRANSACTIONS.
           MOVE TRANSACTION-RECORD-IN TO WS-TRANSACTION

           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM 2200-ADD-ARRANGEMENT
               WHEN WS-TRAN-CHANGE
                   PERFORM 2300-CHANGE-ARRANGEMENT
               WHEN WS-TRAN-CANCEL
                   PERFORM 2400-CANCEL-ARRANGEMENT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'REJECTED - UNKNOWN TRAN CODE: '
                          WS-TRAN-CODE DELIMITED BY SIZE
                     INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-EVALUATE

           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD-IN
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-ADD-ARRANGEMENT.
      * A new arrangement may replace a closed one (kept, broken or
      * cancelled) - never a live one, which has to be changed or
      * cancelled first.
           PERFORM 2500-VALIDATE-PROMISES
           IF NOT WS-TRAN-IS-VALID
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               MOVE WS-TRAN-POLICY-ID TO PA-POLICY-ID
               READ PROMISE-FILE
                   KEY IS PA-POLICY-ID
                   INVALID KEY
                       PERFORM 2600-BUILD-ARRANGEMENT
                       WRITE PROMISE-ARRANGEMENT-RECORD
                       PERFORM 2700-LOG-ADDED
                   NOT INVALID KEY
                       IF PA-STATUS-LIVE
                           MOVE 'LIVE ARRANGEMENT ALREADY ON FILE'
                             TO WS-REJECT-REASON
                           PERFORM 2900-REJECT-TRANSACTION
                       ELSE
                           PERFORM 2600-BUILD-ARRANGEMENT
                           REWRITE PROMISE-ARRANGEMENT-RECORD
                           PERFORM 2700-LOG-ADDED
                       END-IF
               END-READ
           END-IF.

       2300-CHANGE-ARRANGEMENT.
      * A change re-keys the promises of a live arrangement; the
      * keyed date stays, so money already paid toward it still
      * counts.
           PERFORM 2500-VALIDATE-PROMISES
           IF NOT WS-TRAN-IS-VALID
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               MOVE WS-TRAN-POLICY-ID TO PA-POLICY-ID
               READ PROMISE-FILE
                   KEY IS PA-POLICY-ID
                   INVALID KEY
                       MOVE 'NOT FOUND' TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       IF NOT PA-STATUS-LIVE
                           MOVE 'ARRANGEMENT NOT LIVE'
                             TO WS-REJECT-REASON
                           PERFORM 2900-REJECT-TRANSACTION
                       ELSE
                           PERFORM 2650-MOVE-PROMISES
                           MOVE WS-MAINT-USER TO PA-KEYED-BY
                           REWRITE PROMISE-ARRANGEMENT-RECORD
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE SPACES TO WS-LOG-LINE
                           STRING 'CHANGED ARRANGEMENT '
                                  WS-TRAN-POLICY-ID ' BY '
                                  WS-MAINT-USER
                             DELIMITED BY SIZE INTO WS-LOG-LINE
                           END-STRING
                           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                       END-IF
               END-READ
           END-IF.

       2400-CANCEL-ARRANGEMENT.
      * Cancel keeps the record for the collections history; the
      * policy goes straight back into normal escalation.
           MOVE WS-TRAN-POLICY-ID TO PA-POLICY-ID
           READ PROMISE-FILE
               KEY IS PA-POLICY-ID
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-TRANSACTION
               NOT INVALID KEY
                   IF NOT PA-STATUS-LIVE
                       MOVE 'ARRANGEMENT NOT LIVE' TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-TRANSACTION
                   ELSE
                       MOVE 'C' TO PA-STATUS
                       MOVE WS-TODAY-DATE TO PA-CLOSED-DATE
                       REWRITE PROMISE-ARRANGEMENT-RECORD
                       ADD 1 TO WS-CANCEL-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'CANCELLED ARRANGEMENT '
                              WS-TRAN-POLICY-ID ' BY ' WS-MAINT-USER
                         DELIMITED BY SIZE INTO WS-LOG-LINE
                       END-STRING
                       WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                   END-IF
           END-READ.

       2500-VALIDATE-PROMISES.
      * The policy must be on file and active; at least the first
      * promise must be present, every promise needs a date and a
      * non-zero amount, and the dates must run forward from today.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-PROMISE-COUNT
           MOVE WS-TODAY-DATE TO WS-PREVIOUS-DATE

           MOVE WS-TRAN-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'POLICY NOT FOUND' TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-IS-VALID AND NOT PM-STATUS-ACTIVE
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'POLICY NOT ACTIVE' TO WS-REJECT-REASON
           END-IF

           PERFORM 2550-CHECK-ONE-PROMISE
               VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > 3 OR NOT WS-TRAN-IS-VALID

           IF WS-TRAN-IS-VALID AND WS-PROMISE-COUNT = 0
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'NO PROMISE KEYED' TO WS-REJECT-REASON
           END-IF.

       2550-CHECK-ONE-PROMISE.
           IF WS-TRAN-PROMISE-DATE(WS-TP-IDX) = SPACES
               IF WS-TP-IDX = 1
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'FIRST PROMISE MISSING' TO WS-REJECT-REASON
               END-IF
           ELSE
               IF WS-PROMISE-COUNT < WS-TP-IDX - 1
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'PROMISES OUT OF SEQUENCE'
                     TO WS-REJECT-REASON
               END-IF
               IF WS-TRAN-PROMISE-DATE(WS-TP-IDX) NOT NUMERIC OR
                  WS-TRAN-PROMISE-DATE(WS-TP-IDX) < WS-PREVIOUS-DATE
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'BAD OR BACKWARD PROMISE DATE'
                     TO WS-REJECT-REASON
               END-IF
               IF WS-TRAN-PROMISE-AMOUNT(WS-TP-IDX) NOT NUMERIC
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE 'BAD PROMISED AMOUNT' TO WS-REJECT-REASON
               ELSE
                   IF WS-TRAN-PROMISE-AMOUNT(WS-TP-IDX) = 0
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'ZERO PROMISED AMOUNT'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRAN-IS-VALID
                   ADD 1 TO WS-PROMISE-COUNT
                   MOVE WS-TRAN-PROMISE-DATE(WS-TP-IDX)
                     TO WS-PREVIOUS-DATE
               END-IF
           END-IF.

       2600-BUILD-ARRANGEMENT.
           INITIALIZE PROMISE-ARRANGEMENT-RECORD
           MOVE WS-TRAN-POLICY-ID TO PA-POLICY-ID
           MOVE 'L' TO PA-STATUS
           MOVE WS-TODAY-DATE TO PA-KEYED-DATE
           MOVE WS-MAINT-USER TO PA-KEYED-BY
           MOVE SPACES TO PA-CLOSED-DATE
           PERFORM 2650-MOVE-PROMISES.

       2650-MOVE-PROMISES.
           MOVE WS-PROMISE-COUNT TO PA-PROMISE-COUNT
           PERFORM 2660-MOVE-ONE-PROMISE
               VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > 3.

       2660-MOVE-ONE-PROMISE.
           IF WS-TP-IDX > WS-PROMISE-COUNT
               MOVE SPACES TO PA-PROMISE-DATE(WS-TP-IDX)
               MOVE ZEROS TO PA-PROMISE-AMOUNT(WS-TP-IDX)
           ELSE
               MOVE WS-TRAN-PROMISE-DATE(WS-TP-IDX)
                 TO PA-PROMISE-DATE(WS-TP-IDX)
               MOVE WS-TRAN-PROMISE-AMOUNT(WS-TP-IDX)
                 TO PA-PROMISE-AMOUNT(WS-TP-IDX)
           END-IF.

       2700-LOG-ADDED.
           ADD 1 TO WS-ADD-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'ADDED ARRANGEMENT ' WS-TRAN-POLICY-ID
                  ' PROMISES: ' WS-PROMISE-COUNT
                  ' BY ' WS-MAINT-USER
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'REJECTED ' WS-TRAN-CODE ' ' WS-TRAN-POLICY-ID
                  ' - ' WS-REJECT-REASON
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       3000-END-PROCESS.
           MOVE SPACES TO WS-LOG-LINE
           STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                  ' ADDED: ' WS-ADD-COUNT
                  ' CHANGED: ' WS-CHANGE-COUNT
                  ' CANCELLED: ' WS-CANCEL-COUNT
                  ' REJECTED: ' WS-REJECT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           CLOSE TRANSACTION-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE PROMISE-FILE
           CLOSE MAINT-LOG-FILE.
       END PROGRAM INSPAMNT.
