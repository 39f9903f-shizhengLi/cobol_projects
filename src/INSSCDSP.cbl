      ******************************************************************
      * Sanctions Screening Disposition Program
      * Function: Apply compliance's dispositions to the watch-list
      *           hits sanctions screening raised. FP marks a hit a
      *           false positive - it is never raised again for that
      *           list entry - and, once the party has no open or
      *           confirmed hit left, lifts the compliance hold on
      *           CLIENT-MASTER or AGENT-MASTER so the party is paid
      *           again. TM confirms a true match; the hold stays.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSSCDSP.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSCLMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-HIT-FILE ASSIGN TO EXTERNAL SCRNHITS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-HIT-KEY
           FILE STATUS IS WS-HIT-FILE-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO EXTERNAL AGENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL SCDSPIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL SCDSPLOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-HIT-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS SCREEN-HIT-RECORD.
       COPY SCRNHIT.

       FD  CLIENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
       COPY CLIENTMS.

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(80).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-AGENT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-HITS-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-PARTY-HITS     VALUE 'Y'.
       01  WS-STILL-HELD-FLAG        PIC X VALUE 'N'.
           88  WS-PARTY-STILL-HELD   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-FALSE-POS-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-TRUE-MATCH-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-RELEASED-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   disposition: FP=false positive, TM=true match
      *   3-4   party type: CL=client, AG=agent
      *   5-12  party ID
      *  13-22  watch-list entry ID
      *  23-62  reason / reference
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-FALSE-POS     VALUE 'FP'.
               88  WS-TRAN-TRUE-MATCH    VALUE 'TM'.
           05  WS-TRAN-PARTY-TYPE    PIC X(02).
               88  WS-TRAN-CLIENT        VALUE 'CL'.
               88  WS-TRAN-AGENT         VALUE 'AG'.
           05  WS-TRAN-PARTY-ID      PIC X(08).
           05  WS-TRAN-ENTRY-ID      PIC X(10).
           05  WS-TRAN-REASON        PIC X(40).

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
           OPEN I-O SCREEN-HIT-FILE
           OPEN I-O CLIENT-MASTER-FILE
           OPEN I-O AGENT-MASTER-FILE

           STRING 'INSSCDSP SCREENING DISPOSITION RUN STARTED'
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       2000-PROCESS-TRANSACTIONS.
           MOVE TRANSACTION-RECORD-IN(1:2)   TO WS-TRAN-CODE
           MOVE TRANSACTION-RECORD-IN(3:2)   TO WS-TRAN-PARTY-TYPE
           MOVE TRANSACTION-RECORD-IN(5:8)   TO WS-TRAN-PARTY-ID
           MOVE TRANSACTION-RECORD-IN(13:10) TO WS-TRAN-ENTRY-ID
           MOVE TRANSACTION-RECORD-IN(23:40) TO WS-TRAN-REASON

           IF NOT WS-TRAN-CLIENT AND NOT WS-TRAN-AGENT
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - UNKNOWN PARTY TYPE: '
                      WS-TRAN-PARTY-TYPE DELIMITED BY SIZE
                 INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TRAN-FALSE-POS
                       PERFORM 2200-DISPOSITION-FALSE-POS
                           THRU 2200-EXIT
                   WHEN WS-TRAN-TRUE-MATCH
                       PERFORM 2300-DISPOSITION-TRUE-MATCH
                           THRU 2300-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'REJECTED - UNKNOWN TRAN CODE: '
                              WS-TRAN-CODE DELIMITED BY SIZE
                         INTO WS-LOG-LINE
                       END-STRING
                       WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-DISPOSITION-FALSE-POS.
      * Close the hit as a false positive, then lift the hold if
      * nothing else open or confirmed stands against the party.
           PERFORM 2500-READ-HIT
           IF WS-HIT-FILE-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF
           MOVE 'F' TO SH-HIT-STATUS
           PERFORM 2600-STAMP-DISPOSITION
           ADD 1 TO WS-FALSE-POS-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'FALSE POSITIVE ' WS-TRAN-PARTY-TYPE ' '
                  WS-TRAN-PARTY-ID ' ENTRY ' WS-TRAN-ENTRY-ID
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2700-CHECK-OTHER-HITS
           IF WS-PARTY-STILL-HELD
               MOVE SPACES TO WS-LOG-LINE
               STRING 'HOLD REMAINS - OTHER HITS OPEN OR CONFIRMED: '
                      WS-TRAN-PARTY-ID
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               PERFORM 2800-SET-MASTER-HOLD
           END-IF.

       2200-EXIT.
           EXIT.

       2300-DISPOSITION-TRUE-MATCH.
      * A confirmed match keeps - or restores - the hold.
           PERFORM 2500-READ-HIT
           IF WS-HIT-FILE-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF
           MOVE 'T' TO SH-HIT-STATUS
           PERFORM 2600-STAMP-DISPOSITION
           ADD 1 TO WS-TRUE-MATCH-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'CONFIRMED MATCH - HOLD STAYS ' WS-TRAN-PARTY-TYPE
                  ' ' WS-TRAN-PARTY-ID ' ENTRY ' WS-TRAN-ENTRY-ID
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           MOVE 'H' TO WS-STILL-HELD-FLAG
           PERFORM 2800-SET-MASTER-HOLD.

       2300-EXIT.
           EXIT.

       2500-READ-HIT.
           MOVE WS-TRAN-PARTY-TYPE TO SH-PARTY-TYPE
           MOVE WS-TRAN-PARTY-ID TO SH-PARTY-ID
           MOVE WS-TRAN-ENTRY-ID TO SH-ENTRY-ID
           READ SCREEN-HIT-FILE
               KEY IS SH-HIT-KEY
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'REJECTED - NO SUCH HIT: '
                          WS-TRAN-PARTY-TYPE ' ' WS-TRAN-PARTY-ID
                          ' ' WS-TRAN-ENTRY-ID
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-READ.

       2600-STAMP-DISPOSITION.
           MOVE WS-TODAY-DATE TO SH-DISP-DATE
           MOVE WS-MAINT-USER TO SH-DISP-USER
           MOVE WS-TRAN-REASON TO SH-DISP-REASON
           REWRITE SCREEN-HIT-RECORD.

       2700-CHECK-OTHER-HITS.
      * Browse the party's hits from its first key.
           MOVE 'N' TO WS-STILL-HELD-FLAG
           MOVE 'N' TO WS-HITS-EOF-FLAG
           MOVE WS-TRAN-PARTY-TYPE TO SH-PARTY-TYPE
           MOVE WS-TRAN-PARTY-ID TO SH-PARTY-ID
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SCREEN-HIT-FILE KEY IS >= SH-HIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HITS-EOF-FLAG
           END-START
           PERFORM 2750-CHECK-NEXT-HIT
               UNTIL END-OF-PARTY-HITS OR WS-PARTY-STILL-HELD.

       2750-CHECK-NEXT-HIT.
           READ SCREEN-HIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HITS-EOF-FLAG
           END-READ
           IF NOT END-OF-PARTY-HITS
               IF SH-PARTY-TYPE NOT = WS-TRAN-PARTY-TYPE OR
                  SH-PARTY-ID NOT = WS-TRAN-PARTY-ID
                   MOVE 'Y' TO WS-HITS-EOF-FLAG
               ELSE
                   IF SH-STATUS-OPEN OR SH-STATUS-TRUE-MATCH
                       MOVE 'Y' TO WS-STILL-HELD-FLAG
                   END-IF
               END-IF
           END-IF.

       2800-SET-MASTER-HOLD.
      * WS-STILL-HELD-FLAG 'H' puts the party on hold; anything
      * else lifts it.
           IF WS-TRAN-CLIENT
               MOVE WS-TRAN-PARTY-ID TO CL-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   KEY IS CL-CLIENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = '00'
                   IF WS-STILL-HELD-FLAG = 'H'
                       IF NOT CL-ON-COMPLIANCE-HOLD
                           MOVE 'H' TO CL-COMPLIANCE-HOLD
                           MOVE WS-TODAY-DATE TO CL-HOLD-DATE
                       END-IF
                   ELSE
                       IF CL-ON-COMPLIANCE-HOLD
                           ADD 1 TO WS-RELEASED-COUNT
                           PERFORM 2850-LOG-RELEASE
                       END-IF
                       MOVE SPACE TO CL-COMPLIANCE-HOLD
                       MOVE SPACES TO CL-HOLD-DATE
                   END-IF
                   REWRITE CLIENT-MASTER-RECORD
               END-IF
           ELSE
               MOVE WS-TRAN-PARTY-ID TO AG-AGENT-ID
               READ AGENT-MASTER-FILE
                   KEY IS AG-AGENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-AGENT-FILE-STATUS = '00'
                   IF WS-STILL-HELD-FLAG = 'H'
                       IF NOT AG-ON-COMPLIANCE-HOLD
                           MOVE 'H' TO AG-COMPLIANCE-HOLD
                           MOVE WS-TODAY-DATE TO AG-HOLD-DATE
                       END-IF
                   ELSE
                       IF AG-ON-COMPLIANCE-HOLD
                           ADD 1 TO WS-RELEASED-COUNT
                           PERFORM 2850-LOG-RELEASE
                       END-IF
                       MOVE SPACE TO AG-COMPLIANCE-HOLD
                       MOVE SPACES TO AG-HOLD-DATE
                   END-IF
                   REWRITE AGENT-MASTER-RECORD
               END-IF
           END-IF.

       2850-LOG-RELEASE.
           MOVE SPACES TO WS-LOG-LINE
           STRING 'COMPLIANCE HOLD RELEASED ' WS-TRAN-PARTY-TYPE ' '
                  WS-TRAN-PARTY-ID
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       3000-END-PROCESS.
           MOVE SPACES TO WS-LOG-LINE
           STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                  ' FALSE POSITIVE: ' WS-FALSE-POS-COUNT
                  ' TRUE MATCH: ' WS-TRUE-MATCH-COUNT
                  ' HOLDS RELEASED: ' WS-RELEASED-COUNT
                  ' REJECTED: ' WS-REJECT-COUNT
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           CLOSE TRANSACTION-FILE
           CLOSE SCREEN-HIT-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE AGENT-MASTER-FILE
           CLOSE MAINT-LOG-FILE.
       END PROGRAM INSSCDSP.
