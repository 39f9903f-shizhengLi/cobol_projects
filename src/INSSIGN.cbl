      ******************************************************************
      * Online Security Subroutine
      * Function: Who is at the keyboard, and may they do this. The
      *           online programs (INSPMENT, INSPOLINQ, INSMCAPR)
      *           call this routine (SIGNPARM.cpy) to sign the
      *           operator on against the operator security file
      *           (OPERSEC), to check the signed-on user's role
      *           before a function, to take a second user's own
      *           ID and password as supervisor authorization, to
      *           record each policy or payment displayed, to
      *           confirm a maker is a registered operator, and to
      *           sign off. A wrong password counts against the
      *           user on file; at the installation's limit
      *           (SIGNON_MAX_ATTEMPTS, default 3) the user is
      *           locked until INSOPMNT unlocks them. A user whose
      *           password was set or reset by INSOPMNT must choose
      *           a new one (PASSWORD_MIN_LENGTH, default 6) before
      *           going further. Every sign-on, sign-off, refusal,
      *           lockout, denial, authorization, password change
      *           and inquiry is appended to the access log
      *           (ACCESSLOG). No security file or no access log
      *           means no sign-on - the online programs fail
      *           closed. The signed-on identity is held here for
      *           the run unit, so a calling program cannot claim a
      *           role it was not granted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSSIGN.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSPARM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO EXTERNAL OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OS-USER-ID
           FILE STATUS IS WS-OPSEC-FILE-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO EXTERNAL ACCESSLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS OPERATOR-SECURITY-RECORD.
       COPY OPERSEC.

       FD  ACCESS-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ACCESS-LOG-RECORD.
       COPY ACCESSLG.

       WORKING-STORAGE SECTION.
       01  WS-OPSEC-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-ACCLOG-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-INIT-DONE-FLAG           PIC X VALUE 'N'.
           88  INIT-IS-DONE            VALUE 'Y'.
       01  WS-SECURITY-UP-FLAG         PIC X VALUE 'N'.
           88  SECURITY-IS-UP          VALUE 'Y'.

      * The session - set only by a granted sign-on.
       01  WS-SIGNED-ON-FLAG           PIC X VALUE 'N'.
           88  USER-IS-SIGNED-ON       VALUE 'Y'.
       01  WS-SESSION-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-SESSION-USER-NAME        PIC X(30) VALUE SPACES.
       01  WS-SESSION-ROLE             PIC X(1) VALUE SPACE.
       01  WS-SESSION-BRANCH           PIC X(4) VALUE SPACES.

      * Installation limits, from INSTPARM through INSPARM.
       01  WS-MAX-ATTEMPTS             PIC 9(2) VALUE 3.
       01  WS-PASSWORD-MIN-LENGTH      PIC 9(2) VALUE 6.

      * What the operator keyed.
       01  WS-KEYED-USER-ID            PIC X(8) VALUE SPACES.
       01  WS-KEYED-PASSWORD           PIC X(16) VALUE SPACES.
       01  WS-NEW-PASSWORD             PIC X(16) VALUE SPACES.
       01  WS-CONFIRM-PASSWORD         PIC X(16) VALUE SPACES.
       01  WS-PASSWORD-LENGTH          PIC 9(2) VALUE ZEROS.
       01  WS-PASSWORD-TRAILING        PIC 9(2) VALUE ZEROS.
       01  WS-HASH-VALUE               PIC 9(10) VALUE ZEROS.
       01  WS-TRY-COUNT                PIC 9(2) VALUE ZEROS.
       01  WS-FAILED-DISPLAY           PIC Z9.

      * 7000-VERIFY-CREDENTIALS answers: 0 good, 1 wrong user ID
      * or password (may try again), L locked or revoked (stop).
       01  WS-VERIFY-RESULT            PIC X(1) VALUE SPACE.
           88  CREDENTIALS-GOOD        VALUE '0'.
           88  CREDENTIALS-BAD         VALUE '1'.
           88  CREDENTIALS-LOCKED      VALUE 'L'.
       01  WS-SIGNON-DONE-FLAG         PIC X VALUE 'N'.
           88  SIGNON-IS-DONE          VALUE 'Y'.
       01  WS-PASSWORD-CHANGED-FLAG    PIC X VALUE 'N'.
           88  PASSWORD-IS-CHANGED     VALUE 'Y'.

      * Role table - the online functions each role may perform
      * (function codes as in SIGNPARM.cpy). A role not in the
      * table may do nothing.
       01  WS-ROLE-TABLE-DATA.
           05  FILLER                  PIC X(6) VALUE 'TPI   '.
           05  FILLER                  PIC X(6) VALUE 'RPRI  '.
           05  FILLER                  PIC X(6) VALUE 'SPRSI '.
           05  FILLER                  PIC X(6) VALUE 'AAI   '.
           05  FILLER                  PIC X(6) VALUE 'II    '.
       01  WS-ROLE-TABLE REDEFINES WS-ROLE-TABLE-DATA.
           05  WS-ROLE-ENTRY OCCURS 5 TIMES INDEXED BY WS-ROLE-IDX.
               10  WS-RT-ROLE          PIC X(1).
               10  WS-RT-FUNCTIONS     PIC X(5).
       01  WS-CHECK-ROLE               PIC X(1) VALUE SPACE.
       01  WS-FUNCTION-TALLY           PIC 9(2) VALUE ZEROS.
       01  WS-PERMITTED-FLAG           PIC X VALUE 'N'.
           88  FUNCTION-IS-PERMITTED   VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(19) VALUE SPACES.
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

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       LINKAGE SECTION.
       COPY SIGNPARM.

       PROCEDURE DIVISION USING SIGNON-PARAMS.
       0000-MAIN-PROCESS.
           IF NOT INIT-IS-DONE
               PERFORM 1000-INIT-PROCESS
               MOVE 'Y' TO WS-INIT-DONE-FLAG
           END-IF

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
             INTO WS-TIMESTAMP
           END-STRING

           MOVE SPACES TO SO-AUTHORIZER-ID
           EVALUATE TRUE
               WHEN SO-SIGN-ON
                   PERFORM 2000-SIGN-ON THRU 2000-EXIT
               WHEN SO-CHECK-FUNCTION
                   PERFORM 3000-CHECK-FUNCTION THRU 3000-EXIT
               WHEN SO-AUTHORIZE
                   PERFORM 4000-AUTHORIZE THRU 4000-EXIT
               WHEN SO-LOG-ACCESS
                   PERFORM 5000-LOG-ACCESS THRU 5000-EXIT
               WHEN SO-KNOWN-USER
                   PERFORM 6500-CHECK-KNOWN-USER THRU 6500-EXIT
               WHEN SO-SIGN-OFF
                   PERFORM 6000-SIGN-OFF
               WHEN OTHER
                   MOVE '2' TO SO-RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-INIT-PROCESS.
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'SIGNON_MAX_ATTEMPTS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-MAX-ATTEMPTS
           END-IF
           IF WS-MAX-ATTEMPTS < 1
               MOVE 3 TO WS-MAX-ATTEMPTS
           END-IF
           MOVE 'PASSWORD_MIN_LENGTH' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-PASSWORD-MIN-LENGTH
           END-IF
           IF WS-PASSWORD-MIN-LENGTH < 1 OR
              WS-PASSWORD-MIN-LENGTH > 16
               MOVE 6 TO WS-PASSWORD-MIN-LENGTH
           END-IF

      * Fail closed: without the security file nobody can be
      * checked, and without the access log nothing can be
      * audited - either way there is no session.
           MOVE 'N' TO WS-SECURITY-UP-FLAG
           OPEN I-O OPERATOR-SECURITY-FILE
           IF WS-OPSEC-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSSIGN' TO LOG-MODULE
               STRING 'OPERSEC not available (status '
                      WS-OPSEC-FILE-STATUS
                      ') - online sign-on refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           ELSE
               OPEN EXTEND ACCESS-LOG-FILE
               IF WS-ACCLOG-FILE-STATUS = '35'
                   OPEN OUTPUT ACCESS-LOG-FILE
               END-IF
               IF WS-ACCLOG-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-SECURITY-UP-FLAG
               ELSE
                   CLOSE OPERATOR-SECURITY-FILE
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSSIGN' TO LOG-MODULE
                   STRING 'ACCESSLOG not available (status '
                          WS-ACCLOG-FILE-STATUS
                          ') - online sign-on refused'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

      ******************************************************************
      * Sign-on: up to the attempt limit per session, then refused.
      ******************************************************************
       2000-SIGN-ON.
           MOVE '1' TO SO-RETURN-CODE
           MOVE SPACES TO SO-USER-ID
           MOVE SPACES TO SO-USER-NAME
           MOVE SPACE TO SO-ROLE
           MOVE SPACES TO SO-BRANCH
           MOVE 'N' TO WS-SIGNED-ON-FLAG
           IF NOT SECURITY-IS-UP
               MOVE '9' TO SO-RETURN-CODE
               DISPLAY 'SECURITY FILE UNAVAILABLE - SIGN-ON REFUSED'
               GO TO 2000-EXIT
           END-IF

           DISPLAY 'SIGN-ON REQUIRED - ' SO-PROGRAM
           MOVE ZEROS TO WS-TRY-COUNT
           MOVE 'N' TO WS-SIGNON-DONE-FLAG
           PERFORM 2100-ONE-SIGN-ON-TRY THRU 2100-EXIT
               UNTIL SIGNON-IS-DONE
                  OR WS-TRY-COUNT NOT < WS-MAX-ATTEMPTS
           IF NOT CREDENTIALS-GOOD
               DISPLAY 'SIGN-ON REFUSED'
               GO TO 2000-EXIT
           END-IF

      * The password is right; the role must still allow what the
      * program is for.
           MOVE OS-ROLE TO WS-CHECK-ROLE
           PERFORM 8000-CHECK-ROLE
           IF NOT FUNCTION-IS-PERMITTED
               MOVE '2' TO SO-RETURN-CODE
               PERFORM 9100-PRIME-ACCESS-LOG
               MOVE OS-USER-ID TO AL-USER-ID
               MOVE OS-BRANCH TO AL-BRANCH
               MOVE 'DENIED' TO AL-EVENT
               STRING 'ROLE ' OS-ROLE ' MAY NOT USE PROGRAM'
                 DELIMITED BY SIZE
                 INTO AL-DETAIL
               END-STRING
               PERFORM 9000-WRITE-ACCESS-LOG
               DISPLAY 'USER ' OS-USER-ID ' IS NOT AUTHORIZED FOR '
                       SO-PROGRAM
               GO TO 2000-EXIT
           END-IF

           IF OS-PASSWORD-MUST-CHANGE
               PERFORM 2200-CHANGE-PASSWORD THRU 2200-EXIT
               IF NOT PASSWORD-IS-CHANGED
                   DISPLAY 'PASSWORD NOT CHANGED - SIGN-ON REFUSED'
                   GO TO 2000-EXIT
               END-IF
           END-IF

           MOVE WS-TIMESTAMP TO OS-LAST-SIGNON-TIMESTAMP
           REWRITE OPERATOR-SECURITY-RECORD
           END-REWRITE

           MOVE 'Y' TO WS-SIGNED-ON-FLAG
           MOVE OS-USER-ID TO WS-SESSION-USER-ID
           MOVE OS-USER-NAME TO WS-SESSION-USER-NAME
           MOVE OS-ROLE TO WS-SESSION-ROLE
           MOVE OS-BRANCH TO WS-SESSION-BRANCH
           MOVE OS-USER-ID TO SO-USER-ID
           MOVE OS-USER-NAME TO SO-USER-NAME
           MOVE OS-ROLE TO SO-ROLE
           MOVE OS-BRANCH TO SO-BRANCH
           MOVE '0' TO SO-RETURN-CODE

           PERFORM 9100-PRIME-ACCESS-LOG
           MOVE 'SIGNON' TO AL-EVENT
           PERFORM 9000-WRITE-ACCESS-LOG
           DISPLAY 'SIGNED ON AS ' WS-SESSION-USER-ID ' - '
                   WS-SESSION-USER-NAME.

       2000-EXIT.
           EXIT.

       2100-ONE-SIGN-ON-TRY.
           ADD 1 TO WS-TRY-COUNT
           MOVE SPACES TO WS-KEYED-USER-ID
           MOVE SPACES TO WS-KEYED-PASSWORD
           DISPLAY 'USER ID:  ' WITH NO ADVANCING
           ACCEPT WS-KEYED-USER-ID
           IF WS-KEYED-USER-ID = SPACES
      * Walked away from the prompt - not a failed attempt.
               MOVE '1' TO WS-VERIFY-RESULT
               MOVE 'Y' TO WS-SIGNON-DONE-FLAG
               GO TO 2100-EXIT
           END-IF
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING
           ACCEPT WS-KEYED-PASSWORD

           PERFORM 7000-VERIFY-CREDENTIALS THRU 7000-EXIT
           EVALUATE TRUE
               WHEN CREDENTIALS-GOOD
                   MOVE 'Y' TO WS-SIGNON-DONE-FLAG
               WHEN CREDENTIALS-LOCKED
                   DISPLAY 'USER ' WS-KEYED-USER-ID
                           ' IS LOCKED OR REVOKED - SEE SECURITY'
                   MOVE 'Y' TO WS-SIGNON-DONE-FLAG
               WHEN OTHER
                   DISPLAY 'USER ID OR PASSWORD NOT RECOGNIZED'
           END-EVALUATE.

       2100-EXIT.
           EXIT.

       2200-CHANGE-PASSWORD.
      * A password INSOPMNT set is known to whoever keyed it; the
      * user replaces it before the session goes any further.
           MOVE 'N' TO WS-PASSWORD-CHANGED-FLAG
           DISPLAY 'PASSWORD WAS RESET - CHOOSE A NEW PASSWORD'
           PERFORM 2250-ONE-PASSWORD-TRY THRU 2250-EXIT
               VARYING WS-TRY-COUNT FROM 1 BY 1
               UNTIL PASSWORD-IS-CHANGED
                  OR WS-TRY-COUNT > WS-MAX-ATTEMPTS
           IF NOT PASSWORD-IS-CHANGED
               GO TO 2200-EXIT
           END-IF

           MOVE WS-HASH-VALUE TO OS-PASSWORD-HASH
           MOVE 'N' TO OS-PASSWORD-RESET-FLAG
           PERFORM 9100-PRIME-ACCESS-LOG
           MOVE OS-USER-ID TO AL-USER-ID
           MOVE OS-BRANCH TO AL-BRANCH
           MOVE 'PASSWORD' TO AL-EVENT
           MOVE 'PASSWORD CHANGED AT SIGN-ON' TO AL-DETAIL
           PERFORM 9000-WRITE-ACCESS-LOG.

       2200-EXIT.
           EXIT.

       2250-ONE-PASSWORD-TRY.
           MOVE SPACES TO WS-NEW-PASSWORD
           MOVE SPACES TO WS-CONFIRM-PASSWORD
           DISPLAY 'NEW PASSWORD:     ' WITH NO ADVANCING
           ACCEPT WS-NEW-PASSWORD
           DISPLAY 'CONFIRM PASSWORD: ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-PASSWORD
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY 'PASSWORDS DO NOT MATCH'
               GO TO 2250-EXIT
           END-IF

           MOVE ZEROS TO WS-PASSWORD-TRAILING
           INSPECT FUNCTION REVERSE(WS-NEW-PASSWORD)
               TALLYING WS-PASSWORD-TRAILING FOR LEADING SPACES
           COMPUTE WS-PASSWORD-LENGTH = 16 - WS-PASSWORD-TRAILING
           IF WS-PASSWORD-LENGTH < WS-PASSWORD-MIN-LENGTH
               DISPLAY 'PASSWORD MUST BE AT LEAST '
                       WS-PASSWORD-MIN-LENGTH ' CHARACTERS'
               GO TO 2250-EXIT
           END-IF
           IF WS-NEW-PASSWORD = OS-USER-ID
               DISPLAY 'PASSWORD MAY NOT BE THE USER ID'
               GO TO 2250-EXIT
           END-IF

           CALL 'INSPWHSH' USING OS-USER-ID WS-NEW-PASSWORD
                                 WS-HASH-VALUE
           IF WS-HASH-VALUE = OS-PASSWORD-HASH
               DISPLAY 'NEW PASSWORD MUST DIFFER FROM THE OLD'
               GO TO 2250-EXIT
           END-IF
           MOVE 'Y' TO WS-PASSWORD-CHANGED-FLAG.

       2250-EXIT.
           EXIT.

      ******************************************************************
      * Function check for the signed-on user.
      ******************************************************************
       3000-CHECK-FUNCTION.
           MOVE '1' TO SO-RETURN-CODE
           IF NOT USER-IS-SIGNED-ON
               GO TO 3000-EXIT
           END-IF
           MOVE WS-SESSION-ROLE TO WS-CHECK-ROLE
           PERFORM 8000-CHECK-ROLE
           IF FUNCTION-IS-PERMITTED
               MOVE '0' TO SO-RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           MOVE '2' TO SO-RETURN-CODE
           PERFORM 9100-PRIME-ACCESS-LOG
           MOVE 'DENIED' TO AL-EVENT
           MOVE SO-SUBJECT-TYPE TO AL-SUBJECT-TYPE
           MOVE SO-SUBJECT-KEY TO AL-SUBJECT-KEY
           STRING 'ROLE ' WS-SESSION-ROLE ' MAY NOT PERFORM '
                  SO-FUNCTION-CODE
             DELIMITED BY SIZE
             INTO AL-DETAIL
           END-STRING
           PERFORM 9000-WRITE-ACCESS-LOG.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * Second-user authorization: another operator, at the same
      * keyboard, keys their own ID and password. One attempt per
      * request; a wrong password counts against them on file.
      ******************************************************************
       4000-AUTHORIZE.
           MOVE '1' TO SO-RETURN-CODE
           IF NOT USER-IS-SIGNED-ON
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO WS-KEYED-USER-ID
           MOVE SPACES TO WS-KEYED-PASSWORD
           DISPLAY 'AUTHORIZING USER ID:  ' WITH NO ADVANCING
           ACCEPT WS-KEYED-USER-ID
           IF WS-KEYED-USER-ID = SPACES
               GO TO 4000-EXIT
           END-IF
           IF WS-KEYED-USER-ID = WS-SESSION-USER-ID
      * Two-person control: nobody authorizes their own work.
               MOVE '2' TO SO-RETURN-CODE
               PERFORM 9100-PRIME-ACCESS-LOG
               MOVE 'DENIED' TO AL-EVENT
               MOVE SO-SUBJECT-TYPE TO AL-SUBJECT-TYPE
               MOVE SO-SUBJECT-KEY TO AL-SUBJECT-KEY
               MOVE 'SELF-AUTHORIZATION REFUSED' TO AL-DETAIL
               PERFORM 9000-WRITE-ACCESS-LOG
               DISPLAY 'AUTHORIZER MUST BE ANOTHER USER'
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'AUTHORIZING PASSWORD: ' WITH NO ADVANCING
           ACCEPT WS-KEYED-PASSWORD

           PERFORM 7000-VERIFY-CREDENTIALS THRU 7000-EXIT
           IF NOT CREDENTIALS-GOOD
               GO TO 4000-EXIT
           END-IF
           IF OS-PASSWORD-MUST-CHANGE
               PERFORM 9100-PRIME-ACCESS-LOG
               MOVE OS-USER-ID TO AL-USER-ID
               MOVE OS-BRANCH TO AL-BRANCH
               MOVE 'REFUSED' TO AL-EVENT
               MOVE 'PASSWORD CHANGE OUTSTANDING' TO AL-DETAIL
               PERFORM 9000-WRITE-ACCESS-LOG
               DISPLAY 'AUTHORIZER MUST SIGN ON AND CHANGE PASSWORD'
               GO TO 4000-EXIT
           END-IF

           MOVE OS-ROLE TO WS-CHECK-ROLE
           PERFORM 8000-CHECK-ROLE
           IF NOT FUNCTION-IS-PERMITTED
               MOVE '2' TO SO-RETURN-CODE
               PERFORM 9100-PRIME-ACCESS-LOG
               MOVE OS-USER-ID TO AL-USER-ID
               MOVE OS-BRANCH TO AL-BRANCH
               MOVE 'DENIED' TO AL-EVENT
               MOVE SO-SUBJECT-TYPE TO AL-SUBJECT-TYPE
               MOVE SO-SUBJECT-KEY TO AL-SUBJECT-KEY
               STRING 'ROLE ' OS-ROLE ' MAY NOT AUTHORIZE'
                 DELIMITED BY SIZE
                 INTO AL-DETAIL
               END-STRING
               PERFORM 9000-WRITE-ACCESS-LOG
               DISPLAY 'USER ' OS-USER-ID ' MAY NOT AUTHORIZE THIS'
               GO TO 4000-EXIT
           END-IF

           MOVE OS-USER-ID TO SO-AUTHORIZER-ID
           MOVE '0' TO SO-RETURN-CODE
           PERFORM 9100-PRIME-ACCESS-LOG
           MOVE OS-USER-ID TO AL-USER-ID
           MOVE OS-BRANCH TO AL-BRANCH
           MOVE 'AUTHRZD' TO AL-EVENT
           MOVE SO-SUBJECT-TYPE TO AL-SUBJECT-TYPE
           MOVE SO-SUBJECT-KEY TO AL-SUBJECT-KEY
           STRING 'FOR ' WS-SESSION-USER-ID ' ' SO-DETAIL
             DELIMITED BY SIZE
             INTO AL-DETAIL
           END-STRING
           PERFORM 9000-WRITE-ACCESS-LOG.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * Inquiry record - who looked at which policy or payment.
      ******************************************************************
       5000-LOG-ACCESS.
           MOVE '1' TO SO-RETURN-CODE
           IF NOT USER-IS-SIGNED-ON
               GO TO 5000-EXIT
           END-IF
           PERFORM 9100-PRIME-ACCESS-LOG
           MOVE 'INQUIRY' TO AL-EVENT
           MOVE SO-SUBJECT-TYPE TO AL-SUBJECT-TYPE
           MOVE SO-SUBJECT-KEY TO AL-SUBJECT-KEY
           MOVE SO-DETAIL TO AL-DETAIL
           PERFORM 9000-WRITE-ACCESS-LOG
           MOVE '0' TO SO-RETURN-CODE.

       5000-EXIT.
           EXIT.

       6000-SIGN-OFF.
           IF USER-IS-SIGNED-ON
               PERFORM 9100-PRIME-ACCESS-LOG
               MOVE 'SIGNOFF' TO AL-EVENT
               PERFORM 9000-WRITE-ACCESS-LOG
           END-IF
           IF SECURITY-IS-UP
               CLOSE OPERATOR-SECURITY-FILE
               CLOSE ACCESS-LOG-FILE
           END-IF
           MOVE 'N' TO WS-SIGNED-ON-FLAG
           MOVE SPACES TO WS-SESSION-USER-ID
           MOVE SPACE TO WS-SESSION-ROLE
           MOVE 'N' TO WS-INIT-DONE-FLAG
           MOVE '0' TO SO-RETURN-CODE.

       6500-CHECK-KNOWN-USER.
      * A locked user is still a registered one; a revoked user is
      * not.
           MOVE '1' TO SO-RETURN-CODE
           IF NOT SECURITY-IS-UP
               MOVE '9' TO SO-RETURN-CODE
               GO TO 6500-EXIT
           END-IF
           MOVE SO-SUBJECT-KEY TO OS-USER-ID
           READ OPERATOR-SECURITY-FILE
               KEY IS OS-USER-ID
               INVALID KEY
                   GO TO 6500-EXIT
           END-READ
           IF NOT OS-STATUS-REVOKED
               MOVE OS-USER-NAME TO SO-USER-NAME
               MOVE '0' TO SO-RETURN-CODE
           END-IF.

       6500-EXIT.
           EXIT.

      ******************************************************************
      * Check WS-KEYED-USER-ID / WS-KEYED-PASSWORD against the file,
      * counting a wrong password and locking at the limit. The
      * user's record is left in the record area for the caller.
      ******************************************************************
       7000-VERIFY-CREDENTIALS.
           MOVE '1' TO WS-VERIFY-RESULT
           MOVE WS-KEYED-USER-ID TO OS-USER-ID
           READ OPERATOR-SECURITY-FILE
               KEY IS OS-USER-ID
               INVALID KEY
                   PERFORM 9100-PRIME-ACCESS-LOG
                   MOVE WS-KEYED-USER-ID TO AL-USER-ID
                   MOVE SPACES TO AL-BRANCH
                   MOVE 'REFUSED' TO AL-EVENT
                   MOVE 'UNKNOWN USER ID' TO AL-DETAIL
                   PERFORM 9000-WRITE-ACCESS-LOG
                   GO TO 7000-EXIT
           END-READ

           IF NOT OS-STATUS-ACTIVE
               MOVE 'L' TO WS-VERIFY-RESULT
               PERFORM 9100-PRIME-ACCESS-LOG
               MOVE OS-USER-ID TO AL-USER-ID
               MOVE OS-BRANCH TO AL-BRANCH
               MOVE 'REFUSED' TO AL-EVENT
               IF OS-STATUS-LOCKED
                   MOVE 'USER LOCKED' TO AL-DETAIL
               ELSE
                   MOVE 'USER REVOKED' TO AL-DETAIL
               END-IF
               PERFORM 9000-WRITE-ACCESS-LOG
               GO TO 7000-EXIT
           END-IF

           CALL 'INSPWHSH' USING OS-USER-ID WS-KEYED-PASSWORD
                                 WS-HASH-VALUE
           IF WS-KEYED-PASSWORD = SPACES OR
              WS-HASH-VALUE NOT = OS-PASSWORD-HASH
               IF OS-FAILED-ATTEMPTS < 99
                   ADD 1 TO OS-FAILED-ATTEMPTS
               END-IF
               MOVE WS-TIMESTAMP TO OS-LAST-FAILURE-TIMESTAMP
               PERFORM 9100-PRIME-ACCESS-LOG
               MOVE OS-USER-ID TO AL-USER-ID
               MOVE OS-BRANCH TO AL-BRANCH
               MOVE OS-FAILED-ATTEMPTS TO WS-FAILED-DISPLAY
               IF OS-FAILED-ATTEMPTS NOT < WS-MAX-ATTEMPTS
                   MOVE 'L' TO OS-STATUS
                   MOVE 'L' TO WS-VERIFY-RESULT
                   MOVE 'LOCKED' TO AL-EVENT
                   STRING 'LOCKED AFTER ' WS-FAILED-DISPLAY
                          ' WRONG PASSWORDS'
                     DELIMITED BY SIZE
                     INTO AL-DETAIL
                   END-STRING
                   MOVE 'W' TO LOG-LEVEL
                   MOVE 'INSSIGN' TO LOG-MODULE
                   STRING 'Operator ' OS-USER-ID
                          ' locked after repeated wrong passwords at '
                          SO-PROGRAM
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               ELSE
                   MOVE 'REFUSED' TO AL-EVENT
                   STRING 'WRONG PASSWORD (' WS-FAILED-DISPLAY ')'
                     DELIMITED BY SIZE
                     INTO AL-DETAIL
                   END-STRING
               END-IF
               PERFORM 9000-WRITE-ACCESS-LOG
               REWRITE OPERATOR-SECURITY-RECORD
               END-REWRITE
               GO TO 7000-EXIT
           END-IF

           IF OS-FAILED-ATTEMPTS NOT = ZEROS
               MOVE ZEROS TO OS-FAILED-ATTEMPTS
               REWRITE OPERATOR-SECURITY-RECORD
               END-REWRITE
           END-IF
           MOVE '0' TO WS-VERIFY-RESULT.

       7000-EXIT.
           EXIT.

       8000-CHECK-ROLE.
      * Is SO-FUNCTION-CODE among WS-CHECK-ROLE's functions.
           MOVE 'N' TO WS-PERMITTED-FLAG
           IF SO-FUNCTION-CODE = SPACE
               MOVE 'Y' TO WS-PERMITTED-FLAG
           ELSE
               SET WS-ROLE-IDX TO 1
               SEARCH WS-ROLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-ROLE(WS-ROLE-IDX) = WS-CHECK-ROLE
                       MOVE ZEROS TO WS-FUNCTION-TALLY
                       INSPECT WS-RT-FUNCTIONS(WS-ROLE-IDX)
                           TALLYING WS-FUNCTION-TALLY
                           FOR ALL SO-FUNCTION-CODE
                       IF WS-FUNCTION-TALLY > 0
                           MOVE 'Y' TO WS-PERMITTED-FLAG
                       END-IF
               END-SEARCH
           END-IF.

       9000-WRITE-ACCESS-LOG.
           MOVE WS-TIMESTAMP TO AL-TIMESTAMP
           MOVE SO-PROGRAM TO AL-PROGRAM
           WRITE ACCESS-LOG-RECORD.

       9100-PRIME-ACCESS-LOG.
      * Session user and the function asked for; callers overwrite
      * what differs.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-SESSION-USER-ID TO AL-USER-ID
           MOVE WS-SESSION-BRANCH TO AL-BRANCH
           MOVE SO-FUNCTION-CODE TO AL-FUNCTION.

       END PROGRAM INSSIGN.
