      ******************************************************************
      * Operator Security Maintenance Program
      * Function: Maintain the operator security file (OPERSEC)
      *           the online programs sign on against - add an
      *           operator with a role, branch and initial password,
      *           change name / role / branch, reset a forgotten
      *           password, unlock a user the sign-on routine
      *           locked out, or revoke a leaver. A new or reset
      *           password is held only as its INSPWHSH hash and
      *           must be replaced by the user at the next sign-on;
      *           it never appears on the maintenance log. Every
      *           record changed is stamped with the maintaining
      *           user (MAINT_USER) and the time, and nobody may
      *           maintain their own user ID. Users are revoked,
      *           never deleted, so the access log always resolves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSOPMNT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSPRMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO EXTERNAL OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OS-USER-ID
           FILE STATUS IS WS-OPSEC-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL OPMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL OPMNTLOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OPERATOR-SECURITY-RECORD.
       COPY OPERSEC.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(61).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPSEC-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-ADD-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-RESET-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-UNLOCK-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REVOKE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: AD=add, CH=change, PW=password
      *         reset, UL=unlock / reinstate, RV=revoke
      *   3-10  user ID
      *  11-40  name (AD; CH - blank keeps)
      *  41     role T/R/S/A/I, see OPERSEC.cpy (AD; CH - blank
      *         keeps)
      *  42-45  branch (AD; CH - blank keeps)
      *  46-61  initial password (AD, PW) - the user must change
      *         it at the next sign-on
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
               88  WS-TRAN-CHANGE        VALUE 'CH'.
               88  WS-TRAN-PASSWORD      VALUE 'PW'.
               88  WS-TRAN-UNLOCK        VALUE 'UL'.
               88  WS-TRAN-REVOKE        VALUE 'RV'.
           05  WS-TRAN-USER-ID       PIC X(08).
           05  WS-TRAN-USER-NAME     PIC X(30).
           05  WS-TRAN-ROLE          PIC X(01).
               88  WS-TRAN-ROLE-VALID    VALUE 'T' 'R' 'S' 'A' 'I'.
           05  WS-TRAN-BRANCH        PIC X(04).
           05  WS-TRAN-PASSWORD-TEXT PIC X(16).

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-HASH-VALUE             PIC 9(10) VALUE ZEROS.
       01  WS-CHANGED-TIMESTAMP      PIC X(19) VALUE SPACES.
       01  WS-MAINT-USER             PIC X(8) VALUE 'OPERATOR'.
       01  WS-MAINT-USER-TEXT        PIC X(8) VALUE SPACES.

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
             INTO WS-CHANGED-TIMESTAMP
           END-STRING

           ACCEPT WS-MAINT-USER-TEXT FROM ENVIRONMENT "MAINT_USER"
           IF WS-MAINT-USER-TEXT NOT = SPACES
               MOVE WS-MAINT-USER-TEXT TO WS-MAINT-USER
           END-IF

           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT MAINT-LOG-FILE
           OPEN I-O OPERATOR-SECURITY-FILE
           IF WS-OPSEC-FILE-STATUS = '35'
               CLOSE OPERATOR-SECURITY-FILE
               OPEN OUTPUT OPERATOR-SECURITY-FILE
               CLOSE OPERATOR-SECURITY-FILE
               OPEN I-O OPERATOR-SECURITY-FILE
           END-IF

           STRING 'INSOPMNT OPERATOR SECURITY MAINTENANCE RUN STARTED'
                  ' - MAINTAINED BY ' WS-MAINT-USER
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       2000-PROCESS-TRANSACTIONS.
           MOVE TRANSACTION-RECORD-IN TO WS-TRANSACTION

           PERFORM 2060-VALIDATE-TRANSACTION THRU 2060-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED ' WS-TRAN-CODE ' ' WS-TRAN-USER-ID
                      ' - ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TRAN-ADD
                       PERFORM 2200-ADD-OPERATOR
                   WHEN OTHER
                       PERFORM 2300-CHANGE-OPERATOR THRU 2300-EXIT
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-TRANSACTION.

       2060-VALIDATE-TRANSACTION.
      * Separation of duties: the file that says who may approve
      * is not maintained by the person it describes.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT WS-TRAN-ADD AND NOT WS-TRAN-CHANGE
                    AND NOT WS-TRAN-PASSWORD AND NOT WS-TRAN-UNLOCK
                    AND NOT WS-TRAN-REVOKE
                   MOVE 'UNKNOWN TRAN CODE' TO WS-REJECT-REASON
               WHEN WS-TRAN-USER-ID = SPACES
                   MOVE 'MISSING USER ID' TO WS-REJECT-REASON
               WHEN WS-TRAN-USER-ID = WS-MAINT-USER
                   MOVE 'OWN USER ID' TO WS-REJECT-REASON
               WHEN WS-TRAN-ADD AND
                    (WS-TRAN-USER-NAME = SPACES OR
                     WS-TRAN-BRANCH = SPACES)
                   MOVE 'NAME AND BRANCH REQUIRED' TO WS-REJECT-REASON
               WHEN WS-TRAN-ADD AND NOT WS-TRAN-ROLE-VALID
                   MOVE 'INVALID ROLE' TO WS-REJECT-REASON
               WHEN WS-TRAN-CHANGE AND WS-TRAN-ROLE NOT = SPACE
                    AND NOT WS-TRAN-ROLE-VALID
                   MOVE 'INVALID ROLE' TO WS-REJECT-REASON
               WHEN (WS-TRAN-ADD OR WS-TRAN-PASSWORD) AND
                    WS-TRAN-PASSWORD-TEXT = SPACES
                   MOVE 'PASSWORD REQUIRED' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2060-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-ADD-OPERATOR.
           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-TRAN-USER-ID TO OS-USER-ID
           READ OPERATOR-SECURITY-FILE
               KEY IS OS-USER-ID
               INVALID KEY
                   MOVE SPACES TO OPERATOR-SECURITY-RECORD
                   MOVE WS-TRAN-USER-ID TO OS-USER-ID
                   MOVE WS-TRAN-USER-NAME TO OS-USER-NAME
                   MOVE WS-TRAN-ROLE TO OS-ROLE
                   MOVE WS-TRAN-BRANCH TO OS-BRANCH
                   MOVE 'A' TO OS-STATUS
                   MOVE ZEROS TO OS-FAILED-ATTEMPTS
                   PERFORM 2250-SET-PASSWORD
                   MOVE WS-MAINT-USER TO OS-MAINT-USER
                   MOVE WS-CHANGED-TIMESTAMP TO OS-MAINT-TIMESTAMP
                   WRITE OPERATOR-SECURITY-RECORD
                   END-WRITE
                   ADD 1 TO WS-ADD-COUNT
                   STRING 'ADDED OPERATOR ' WS-TRAN-USER-ID
                          ' ROLE ' WS-TRAN-ROLE
                          ' BRANCH ' WS-TRAN-BRANCH
                          ' ' WS-TRAN-USER-NAME
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'REJECTED AD ' WS-TRAN-USER-ID
                          ' - ALREADY EXISTS'
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-READ.

       2250-SET-PASSWORD.
      * Only the hash is kept, and the user must replace a password
      * somebody else keyed.
           CALL 'INSPWHSH' USING OS-USER-ID WS-TRAN-PASSWORD-TEXT
                                 WS-HASH-VALUE
           MOVE WS-HASH-VALUE TO OS-PASSWORD-HASH
           MOVE 'Y' TO OS-PASSWORD-RESET-FLAG.

       2300-CHANGE-OPERATOR.
           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-TRAN-USER-ID TO OS-USER-ID
           READ OPERATOR-SECURITY-FILE
               KEY IS OS-USER-ID
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'REJECTED ' WS-TRAN-CODE ' '
                          WS-TRAN-USER-ID ' - NOT FOUND'
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                   GO TO 2300-EXIT
           END-READ

           EVALUATE TRUE
               WHEN WS-TRAN-CHANGE
                   IF WS-TRAN-USER-NAME NOT = SPACES
                       MOVE WS-TRAN-USER-NAME TO OS-USER-NAME
                   END-IF
                   IF WS-TRAN-ROLE NOT = SPACE
                       MOVE WS-TRAN-ROLE TO OS-ROLE
                   END-IF
                   IF WS-TRAN-BRANCH NOT = SPACES
                       MOVE WS-TRAN-BRANCH TO OS-BRANCH
                   END-IF
                   ADD 1 TO WS-CHANGE-COUNT
                   STRING 'CHANGED OPERATOR ' OS-USER-ID
                          ' ROLE ' OS-ROLE
                          ' BRANCH ' OS-BRANCH
                          ' ' OS-USER-NAME
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
      * A reset also clears a lockout - the usual reason for one -
      * but does not reinstate a revoked user.
               WHEN WS-TRAN-PASSWORD
                   PERFORM 2250-SET-PASSWORD
                   MOVE ZEROS TO OS-FAILED-ATTEMPTS
                   IF OS-STATUS-LOCKED
                       MOVE 'A' TO OS-STATUS
                   END-IF
                   ADD 1 TO WS-RESET-COUNT
                   STRING 'PASSWORD RESET FOR ' OS-USER-ID
                          ' - CHANGE REQUIRED AT NEXT SIGN-ON'
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
               WHEN WS-TRAN-UNLOCK
                   MOVE 'A' TO OS-STATUS
                   MOVE ZEROS TO OS-FAILED-ATTEMPTS
                   ADD 1 TO WS-UNLOCK-COUNT
                   STRING 'UNLOCKED OPERATOR ' OS-USER-ID
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
               WHEN WS-TRAN-REVOKE
                   MOVE 'R' TO OS-STATUS
                   ADD 1 TO WS-REVOKE-COUNT
                   STRING 'REVOKED OPERATOR ' OS-USER-ID
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
           END-EVALUATE

           MOVE WS-MAINT-USER TO OS-MAINT-USER
           MOVE WS-CHANGED-TIMESTAMP TO OS-MAINT-TIMESTAMP
           REWRITE OPERATOR-SECURITY-RECORD
           END-REWRITE
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2300-EXIT.
           EXIT.

       3000-END-PROCESS.
           MOVE SPACES TO WS-LOG-LINE
           STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                  ' ADDED: ' WS-ADD-COUNT
                  ' CHANGED: ' WS-CHANGE-COUNT
                  ' RESET: ' WS-RESET-COUNT
                  ' UNLOCKED: ' WS-UNLOCK-COUNT
                  ' REVOKED: ' WS-REVOKE-COUNT
                  ' REJECTED: ' WS-REJECT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           CLOSE TRANSACTION-FILE
           CLOSE OPERATOR-SECURITY-FILE
           CLOSE MAINT-LOG-FILE.
       END PROGRAM INSOPMNT.
