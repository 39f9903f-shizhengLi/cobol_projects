      * Function: Maintain CLIENT-MASTER - add / change / inactivate
      *           policyholder records that INSPOLMNT validates the
      *           PM-CLIENT-ID link against, and that customer-
      *           facing outputs pull name and address from. Every
      *           add and change is screened against the sanctions
      *           watch list (INSSCRN); a potential match puts the
      *           client on compliance hold. A change of address
      *           on a client whose mail was coming back
      *           undeliverable clears the mark (and closes the
      *           episode on RETMAIL), so mail resumes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCLMNT.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : CH with a changed address clears
      *              CL-MAIL-STATUS undeliverable and closes the
      *              returned-mail episode on RETMAIL (INSRTMIN).
      * 2026-10-15 : AD and CH screen the client's name against the
      *              sanctions watch list through INSSCRN; a potential
      *              match sets CL-COMPLIANCE-HOLD, which only a
      *              compliance disposition (INSSCDSP) clears.
      * 2026-08-22 : Initial version, modeled on INSPOLMNT/INSAGMNT.
      *              Until now nothing in the system knew who owned
      *              a policy.
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT RETURNED-MAIL-FILE ASSIGN TO EXTERNAL RETMAIL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RM-CLIENT-ID
           FILE STATUS IS WS-RETMAIL-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL CLMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTMS.

       FD  RETURNED-MAIL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RETURNED-MAIL-RECORD.
       COPY RETMAIL.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       WORKING-STORAGE SECTION.
       01  WS-CLIENT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RETMAIL-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-RETMAIL-OPEN-FLAG      PIC X VALUE 'N'.
           88  RETMAIL-FILE-IS-OPEN  VALUE 'Y'.
       01  WS-ADDRESS-CHANGED-FLAG   PIC X VALUE 'N'.
           88  WS-ADDRESS-CHANGED    VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.

           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-INACTIVATE-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-HOLD-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-NOT-SCREENED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-MAIL-CLEARED-COUNT PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2     transaction code: AD=add, CH=change,

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.

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

      * Sanctions screening parameters
       COPY SCRNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT MAINT-LOG-FILE
           OPEN I-O CLIENT-MASTER-FILE
               CLOSE CLIENT-MASTER-FILE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF
      * No returned-mail file means nothing was ever marked
      * undeliverable; the master flag alone is cleared.
           OPEN I-O RETURNED-MAIL-FILE
           IF WS-RETMAIL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-RETMAIL-OPEN-FLAG
           END-IF

           STRING 'INSCLMNT CLIENT MAINTENANCE RUN STARTED'
             DELIMITED BY SIZE INTO WS-LOG-LINE
                   MOVE WS-TRAN-EMAIL       TO CL-EMAIL
                   MOVE WS-TRAN-LANGUAGE    TO CL-LANGUAGE
                   MOVE 'A'                 TO CL-CLIENT-STATUS
                   PERFORM 2600-SCREEN-CLIENT
                   WRITE CLIENT-MASTER-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   STRING 'ADDED CLIENT ' WS-TRAN-CLIENT-ID
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ADDRESS-CHANGED-FLAG
                   IF WS-TRAN-CLIENT-NAME NOT = SPACES
                       MOVE WS-TRAN-CLIENT-NAME TO CL-CLIENT-NAME
                   END-IF
                   IF WS-TRAN-ADDRESS-1 NOT = SPACES AND
                      WS-TRAN-ADDRESS-1 NOT = CL-ADDRESS-LINE-1
                       MOVE WS-TRAN-ADDRESS-1 TO CL-ADDRESS-LINE-1
                       MOVE 'Y' TO WS-ADDRESS-CHANGED-FLAG
                   END-IF
                   IF WS-TRAN-ADDRESS-2 NOT = SPACES AND
                      WS-TRAN-ADDRESS-2 NOT = CL-ADDRESS-LINE-2
                       MOVE WS-TRAN-ADDRESS-2 TO CL-ADDRESS-LINE-2
                       MOVE 'Y' TO WS-ADDRESS-CHANGED-FLAG
                   END-IF
                   IF WS-TRAN-CITY NOT = SPACES AND
                      WS-TRAN-CITY NOT = CL-CITY
                       MOVE WS-TRAN-CITY TO CL-CITY
                       MOVE 'Y' TO WS-ADDRESS-CHANGED-FLAG
                   END-IF
                   IF WS-TRAN-POSTAL-CODE NOT = SPACES AND
                      WS-TRAN-POSTAL-CODE NOT = CL-POSTAL-CODE
                       MOVE WS-TRAN-POSTAL-CODE TO CL-POSTAL-CODE
                       MOVE 'Y' TO WS-ADDRESS-CHANGED-FLAG
                   END-IF
                   IF WS-TRAN-PHONE NOT = SPACES
                       MOVE WS-TRAN-PHONE TO CL-PHONE
                   IF WS-TRAN-LANGUAGE NOT = SPACES
                       MOVE WS-TRAN-LANGUAGE TO CL-LANGUAGE
                   END-IF
                   PERFORM 2600-SCREEN-CLIENT
                   IF WS-ADDRESS-CHANGED AND CL-MAIL-UNDELIVERABLE
                       PERFORM 2700-CLEAR-UNDELIVERABLE
                   END-IF
                   REWRITE CLIENT-MASTER-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   STRING 'CHANGED CLIENT ' WS-TRAN-CLIENT-ID
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-READ.

       2600-SCREEN-CLIENT.
      * Screen the name as it will stand on the master. A hit puts
      * the client on hold; nothing here lifts a hold - that is the
      * compliance disposition's job.
           MOVE 'S' TO SC-FUNCTION-CODE
           MOVE 'CL' TO SC-PARTY-TYPE
           MOVE CL-CLIENT-ID TO SC-PARTY-ID
           MOVE CL-CLIENT-NAME TO SC-PARTY-NAME
           CALL 'INSSCRN' USING SCREEN-PARAMS
           EVALUATE TRUE
               WHEN SC-HIT
                   IF NOT CL-ON-COMPLIANCE-HOLD
                       MOVE 'H' TO CL-COMPLIANCE-HOLD
                       MOVE WS-TODAY-DATE TO CL-HOLD-DATE
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'COMPLIANCE HOLD ' CL-CLIENT-ID
                          ' - WATCH LIST ' SC-ENTRY-ID
                          ' ' SC-LIST-NAME
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               WHEN SC-LIST-UNAVAILABLE
                   ADD 1 TO WS-NOT-SCREENED-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'NOT SCREENED - WATCH LIST UNAVAILABLE: '
                          CL-CLIENT-ID
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-CLEAR-UNDELIVERABLE.
      * The new address is presumed good - mail resumes, and the
      * returned-mail episode is closed with today's date so a
      * late return of something sent to the old address does not
      * mark the client again.
           MOVE SPACE TO CL-MAIL-STATUS
           ADD 1 TO WS-MAIL-CLEARED-COUNT
           IF RETMAIL-FILE-IS-OPEN
               MOVE CL-CLIENT-ID TO RM-CLIENT-ID
               READ RETURNED-MAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO RM-STATUS
                       MOVE WS-TODAY-DATE TO RM-CLEARED-DATE
                       MOVE 'INSCLMNT' TO RM-CLEARED-BY
                       REWRITE RETURNED-MAIL-RECORD
               END-READ
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING 'ADDRESS CHANGED - UNDELIVERABLE MARK CLEARED: '
                  CL-CLIENT-ID
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE.

       3000-END-PROCESS.
           STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                  ' ADDED: ' WS-ADD-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           MOVE SPACES TO WS-LOG-LINE
           STRING 'COMPLIANCE HOLDS: ' WS-HOLD-COUNT
                  ' NOT SCREENED: ' WS-NOT-SCREENED-COUNT
                  ' MAIL MARKS CLEARED: ' WS-MAIL-CLEARED-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           MOVE 'C' TO SC-FUNCTION-CODE
           CALL 'INSSCRN' USING SCREEN-PARAMS

           CLOSE TRANSACTION-FILE
           CLOSE CLIENT-MASTER-FILE
           IF RETMAIL-FILE-IS-OPEN
               CLOSE RETURNED-MAIL-FILE
           END-IF
           CLOSE MAINT-LOG-FILE.
       END PROGRAM INSCLMNT.
