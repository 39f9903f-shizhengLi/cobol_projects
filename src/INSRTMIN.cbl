      ******************************************************************
      * Returned Mail Intake Program
      * Function: Record mail that came back undeliverable - from
      *           the mailroom's returned-mail file or keyed by a
      *           clerk in the same layout. The client is found
      *           directly or through the policy the item was about,
      *           CL-MAIL-STATUS is set undeliverable on
      *           CLIENT-MASTER, and the return (date, document
      *           type, post office reason, the address it went to)
      *           is recorded on RETMAIL. From then on the letter
      *           programs hold the client's physical mail and list
      *           it for address research, until INSCLMNT applies
      *           an address change. An item mailed before that
      *           change but returned after it is logged and does
      *           not mark the corrected address bad again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSRTMIN.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSCLMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO EXTERNAL RETMAIL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RM-CLIENT-ID
           FILE STATUS IS WS-RETMAIL-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL RTMAILIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL RTMAILLOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
       COPY CLIENTMS.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  RETURNED-MAIL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RETURNED-MAIL-RECORD.
       COPY RETMAIL.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(80).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLIENT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-RETMAIL-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-NEW-EPISODE-FLAG       PIC X VALUE 'N'.
           88  WS-NEW-EPISODE        VALUE 'Y'.
       01  WS-RETMAIL-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-RETMAIL-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-MARKED-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REPEAT-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-STALE-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   document type returned: RC receipt, DN dunning
      *         notice, MN maturity notice, BN pre-due billing
      *         notice, ST statement, OT other
      *   3-10  client ID (blank - resolved from the policy)
      *  11-20  policy ID the item was about
      *  21-28  date returned, YYYYMMDD (blank - business date)
      *  29-30  post office reason: MV moved, UK addressee unknown,
      *         NA insufficient address, RF refused, OT other
      *         (blank - OT)
      *  31-70  note
       01  WS-TRANSACTION.
           05  WS-TRAN-DOC-TYPE      PIC X(02).
               88  WS-TRAN-DOC-VALID     VALUE 'RC' 'DN' 'MN' 'BN'
                                               'ST' 'OT'.
           05  WS-TRAN-CLIENT-ID     PIC X(08).
           05  WS-TRAN-POLICY-ID     PIC X(10).
           05  WS-TRAN-RETURN-DATE   PIC X(08).
           05  WS-TRAN-REASON        PIC X(02).
               88  WS-TRAN-REASON-VALID  VALUE 'MV' 'UK' 'NA' 'RF'
                                               'OT'.
           05  WS-TRAN-NOTE          PIC X(40).

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.

       01  WS-MAINT-USER             PIC X(8) VALUE 'OPERATOR'.
       01  WS-MAINT-USER-TEXT        PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE             PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.

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

      * Date calculation parameters
       COPY DATECALC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS
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
           OPEN I-O CLIENT-MASTER-FILE
           OPEN INPUT POLICY-MASTER-FILE
           OPEN I-O RETURNED-MAIL-FILE
           IF WS-RETMAIL-FILE-STATUS = '35'
               CLOSE RETURNED-MAIL-FILE
               OPEN OUTPUT RETURNED-MAIL-FILE
               CLOSE RETURNED-MAIL-FILE
               OPEN I-O RETURNED-MAIL-FILE
           END-IF

           STRING 'INSRTMIN RETURNED MAIL INTAKE RUN STARTED BY '
                  WS-MAINT-USER
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       2000-PROCESS-TRANSACTIONS.
           MOVE TRANSACTION-RECORD-IN(1:2)   TO WS-TRAN-DOC-TYPE
           MOVE TRANSACTION-RECORD-IN(3:8)   TO WS-TRAN-CLIENT-ID
           MOVE TRANSACTION-RECORD-IN(11:10) TO WS-TRAN-POLICY-ID
           MOVE TRANSACTION-RECORD-IN(21:8)  TO WS-TRAN-RETURN-DATE
           MOVE TRANSACTION-RECORD-IN(29:2)  TO WS-TRAN-REASON
           MOVE TRANSACTION-RECORD-IN(31:40) TO WS-TRAN-NOTE

           IF NOT WS-TRAN-DOC-VALID
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - UNKNOWN DOCUMENT TYPE: '
                      WS-TRAN-DOC-TYPE
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF
           IF WS-TRAN-REASON = SPACES
               MOVE 'OT' TO WS-TRAN-REASON
           END-IF
           IF NOT WS-TRAN-REASON-VALID
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - UNKNOWN RETURN REASON: '
                      WS-TRAN-REASON
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF
           IF WS-TRAN-RETURN-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TRAN-RETURN-DATE
           END-IF
           MOVE 'C' TO DC-FUNCTION-CODE
           MOVE WS-TRAN-RETURN-DATE TO DC-BASE-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF NOT DC-SUCCESS OR WS-TRAN-RETURN-DATE > WS-TODAY-DATE
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - INVALID RETURN DATE: '
                      WS-TRAN-RETURN-DATE
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF

      * The mailroom often knows only the policy on the item.
           IF WS-TRAN-CLIENT-ID = SPACES
               MOVE WS-TRAN-POLICY-ID TO PM-POLICY-ID
               READ POLICY-MASTER-FILE
                   KEY IS PM-POLICY-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-POLICY-FILE-STATUS = '00'
                   MOVE PM-CLIENT-ID TO WS-TRAN-CLIENT-ID
               END-IF
           END-IF
           IF WS-TRAN-CLIENT-ID = SPACES
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - NO CLIENT FOR POLICY: '
                      WS-TRAN-POLICY-ID
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF

           MOVE WS-TRAN-CLIENT-ID TO CL-CLIENT-ID
           READ CLIENT-MASTER-FILE
               KEY IS CL-CLIENT-ID
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLIENT-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - CLIENT NOT FOUND: '
                      WS-TRAN-CLIENT-ID
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               PERFORM 2900-REJECT-TRANSACTION
               GO TO 2000-EXIT
           END-IF

           PERFORM 2200-READ-RETURNED-MAIL

      * Mailed to the old address, back after the address was
      * corrected - the new address is not in question.
           IF WS-RETMAIL-FOUND AND RM-STATUS-CLEARED AND
              WS-TRAN-RETURN-DATE < RM-CLEARED-DATE
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'NOT MARKED - RETURN PREDATES ADDRESS CHANGE '
                      RM-CLEARED-DATE ': CLIENT ' CL-CLIENT-ID
                      ' ' WS-TRAN-DOC-TYPE ' RETURNED '
                      WS-TRAN-RETURN-DATE
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               GO TO 2000-EXIT
           END-IF

           PERFORM 2300-RECORD-RETURN
           PERFORM 2400-MARK-CLIENT.

       2000-EXIT.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-READ-RETURNED-MAIL.
           MOVE 'N' TO WS-RETMAIL-FOUND-FLAG
           MOVE CL-CLIENT-ID TO RM-CLIENT-ID
           READ RETURNED-MAIL-FILE
               KEY IS RM-CLIENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RETMAIL-FOUND-FLAG
           END-READ.

       2300-RECORD-RETURN.
      * A return against an already-undeliverable address adds to
      * the open episode; otherwise a new episode starts.
           IF WS-RETMAIL-FOUND AND RM-STATUS-UNDELIVERABLE
               MOVE 'N' TO WS-NEW-EPISODE-FLAG
           ELSE
               MOVE 'Y' TO WS-NEW-EPISODE-FLAG
           END-IF

           IF WS-NEW-EPISODE
               IF NOT WS-RETMAIL-FOUND
                   INITIALIZE RETURNED-MAIL-RECORD
                   MOVE CL-CLIENT-ID TO RM-CLIENT-ID
               END-IF
               MOVE 'U' TO RM-STATUS
               MOVE WS-TRAN-RETURN-DATE TO RM-FIRST-RETURN-DATE
               MOVE WS-TRAN-RETURN-DATE TO RM-LAST-RETURN-DATE
               MOVE 1 TO RM-RETURN-COUNT
               MOVE CL-ADDRESS-LINE-1 TO RM-RETURNED-ADDRESS-1
               MOVE CL-POSTAL-CODE TO RM-RETURNED-POSTAL-CODE
               MOVE WS-MAINT-USER TO RM-MARKED-BY
               MOVE SPACES TO RM-CLEARED-DATE
               MOVE SPACES TO RM-CLEARED-BY
           ELSE
               IF WS-TRAN-RETURN-DATE > RM-LAST-RETURN-DATE
                   MOVE WS-TRAN-RETURN-DATE TO RM-LAST-RETURN-DATE
               END-IF
               IF RM-RETURN-COUNT < 999
                   ADD 1 TO RM-RETURN-COUNT
               END-IF
               ADD 1 TO WS-REPEAT-COUNT
           END-IF
           MOVE WS-TRAN-DOC-TYPE TO RM-LAST-DOC-TYPE
           MOVE WS-TRAN-REASON TO RM-LAST-REASON
           MOVE WS-TRAN-POLICY-ID TO RM-POLICY-ID

           IF WS-RETMAIL-FOUND
               REWRITE RETURNED-MAIL-RECORD
           ELSE
               WRITE RETURNED-MAIL-RECORD
           END-IF.

       2400-MARK-CLIENT.
           IF NOT CL-MAIL-UNDELIVERABLE
               MOVE 'U' TO CL-MAIL-STATUS
               REWRITE CLIENT-MASTER-RECORD
               ADD 1 TO WS-MARKED-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'MARKED UNDELIVERABLE ' CL-CLIENT-ID
                      ' ' WS-TRAN-DOC-TYPE ' RETURNED '
                      WS-TRAN-RETURN-DATE ' REASON ' WS-TRAN-REASON
                      ' ' WS-TRAN-NOTE
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           ELSE
               MOVE SPACES TO WS-LOG-LINE
               STRING 'ALREADY UNDELIVERABLE ' CL-CLIENT-ID
                      ' ' WS-TRAN-DOC-TYPE ' RETURNED '
                      WS-TRAN-RETURN-DATE ' - RETURN COUNT '
                      RM-RETURN-COUNT
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2900-REJECT-TRANSACTION.
      * WS-LOG-LINE carries the reason.
           ADD 1 TO WS-REJECT-COUNT
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       3000-END-PROCESS.
           MOVE SPACES TO WS-LOG-LINE
           STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                  ' MARKED: ' WS-MARKED-COUNT
                  ' REPEAT RETURNS: ' WS-REPEAT-COUNT
                  ' PREDATE CHANGE: ' WS-STALE-COUNT
                  ' REJECTED: ' WS-REJECT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           CLOSE TRANSACTION-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE RETURNED-MAIL-FILE
           CLOSE MAINT-LOG-FILE.
       END PROGRAM INSRTMIN.
