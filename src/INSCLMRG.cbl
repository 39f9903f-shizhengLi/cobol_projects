      ******************************************************************
      * Client Merge Run
      * Function: Fold duplicate policyholders into one client.
      *           Input (CLMRGIN, the DUPCAND layout INSCLDUP
      *           writes, reviewed and edited) carries one
      *           transaction per pair:
      *             MG  merge the loser into the survivor
      *             RV  reverse an earlier merge of the loser
      *           Every transaction is validated before anything
      *           moves - both clients on file, distinct and
      *           active, the loser not already merged, no client
      *           both kept and merged away in one run, and a
      *           loser on compliance hold only into a survivor
      *           that is held too, so a merge can never launder a
      *           hold away. A single POLICY-MASTER sweep then
      *           rewrites PM-CLIENT-ID on every policy of each
      *           loser, journaled to POLJRNL under transaction
      *           code 'CM' like any maintenance rewrite, so
      *           INSPJRCV can back the run out over the timestamp
      *           range printed on the control report. The loser
      *           is inactivated and its merged-into pointer
      *           written to CLMERGE.
      *           A reversal reactivates the loser, marks the
      *           pointer reversed and moves back - again
      *           journaled - each policy the CM journal shows came
      *           from it and that still sits with the survivor;
      *           one since moved elsewhere is listed, not touched.
      *           The control report lists every policy moved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCLMRG.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSAGTRF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT CLIENT-MERGE-FILE ASSIGN TO EXTERNAL CLMERGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MG-LOSER-CLIENT-ID
           FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT POLICY-JOURNAL-FILE ASSIGN TO EXTERNAL POLJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL CLMRGIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL CLMRGRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
       COPY CLIENTMS.

       FD  CLIENT-MERGE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLIENT-MERGE-RECORD.
       COPY CLMERGE.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  POLICY-JOURNAL-FILE
           RECORD CONTAINS 193 CHARACTERS
           DATA RECORD IS POLICY-JOURNAL-RECORD.
       COPY POLJRNL.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN       PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-MERGE-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-TRAN-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS     VALUE 'Y'.
       01  WS-POL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-POLICIES         VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-JOURNAL          VALUE 'Y'.
       01  WS-REJECT-FLAG              PIC X VALUE 'N'.
           88  TRANSACTION-REJECTED    VALUE 'Y'.
       01  WS-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-SURVIVOR-HOLD-FLAG       PIC X VALUE 'N'.
           88  SURVIVOR-ON-HOLD        VALUE 'Y'.
       01  WS-LOSER-HOLD-FLAG          PIC X VALUE 'N'.
           88  LOSER-ON-HOLD           VALUE 'Y'.
       01  WS-DUP-FLAG                 PIC X VALUE 'N'.
           88  RESTORE-IS-DUPLICATE    VALUE 'Y'.
       01  WS-POINTER-FLAG             PIC X VALUE 'N'.
           88  POINTER-ON-FILE         VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-MAINT-USER               PIC X(8) VALUE 'OPERATOR'.
       01  WS-MAINT-USER-TEXT          PIC X(8) VALUE SPACES.

      * Transaction layout - the same as INSCLDUP's DUPCAND.
       01  WS-TRANSACTION.
           05  WS-TR-CODE              PIC X(02).
               88  TR-MERGE                VALUE 'MG'.
               88  TR-REVERSE              VALUE 'RV'.
           05  WS-TR-SURVIVOR-ID       PIC X(08).
           05  WS-TR-LOSER-ID          PIC X(08).
           05  WS-TR-SCORE             PIC X(03).
           05  WS-TR-EVIDENCE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-TR-NOTE              PIC X(54).
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

      * Accepted transactions, in input order.
       01  WS-MERGE-TABLE.
           05  WS-MT-COUNT             PIC 9(3) VALUE ZEROS.
           05  WS-MT-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY WS-MT-IDX.
               10  WS-MT-CODE          PIC X(02).
               10  WS-MT-LOSER-ID      PIC X(08).
               10  WS-MT-SURVIVOR-ID   PIC X(08).
               10  WS-MT-SCORE         PIC 9(03).
               10  WS-MT-MOVED         PIC 9(05).
               10  WS-MT-NOT-MOVED     PIC 9(05).
       01  WS-MT-SUB                   PIC 9(3) VALUE ZEROS.

      * Policies a reversal moves back - from the CM journal.
       01  WS-RESTORE-TABLE.
           05  WS-RS-COUNT             PIC 9(5) VALUE ZEROS.
           05  WS-RS-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY WS-RS-IDX.
               10  WS-RS-POLICY-ID     PIC X(10).
               10  WS-RS-MT-SUB        PIC 9(3).
       01  WS-RS-SUB                   PIC 9(5) VALUE ZEROS.
       01  WS-JR-FROM-CLIENT           PIC X(08) VALUE SPACES.
       01  WS-JR-TO-CLIENT             PIC X(08) VALUE SPACES.
       01  WS-REVERSAL-COUNT           PIC 9(3) VALUE ZEROS.

      * Journal work areas - the same convention as INSPOLMNT.
       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-FIRST-TIMESTAMP          PIC X(19) VALUE SPACES.
       01  WS-LAST-TIMESTAMP           PIC X(19) VALUE SPACES.
       01  WS-NEW-CLIENT-ID            PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRAN-READ            PIC 9(5) VALUE ZEROS.
           05  WS-TRAN-ACCEPTED        PIC 9(5) VALUE ZEROS.
           05  WS-TRAN-REJECTED        PIC 9(5) VALUE ZEROS.
           05  WS-POLICIES-READ        PIC 9(7) VALUE ZEROS.
           05  WS-POLICIES-MOVED       PIC 9(7) VALUE ZEROS.
           05  WS-POLICIES-RESTORED    PIC 9(7) VALUE ZEROS.
           05  WS-POLICIES-NOT-MOVED   PIC 9(7) VALUE ZEROS.

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
             'CLIENT MERGE CONTROL REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  PL-PARM-LINE.
          05 FILLER                    PIC X(11) VALUE 'MERGED BY: '.
          05 PL-MAINT-USER             PIC X(08).

       01  RL-REJECT-LINE.
          05 FILLER                    PIC X(10) VALUE 'REJECTED'.
          05 RL-CODE                   PIC X(02).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'LOSER: '.
          05 RL-LOSER-ID               PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'SURVIVOR: '.
          05 RL-SURVIVOR-ID            PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 RL-REASON                 PIC X(40).

       01  DL-DETAIL-LINE.
          05 DL-ACTION                 PIC X(13).
          05 DL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'FROM: '.
          05 DL-FROM-CLIENT            PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 FILLER                    PIC X(04) VALUE 'TO: '.
          05 DL-TO-CLIENT              PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-NOTE                   PIC X(30).

       01  ML-MERGE-LINE.
          05 ML-ACTION                 PIC X(10).
          05 ML-LOSER-ID               PIC X(08).
          05 ML-DIRECTION              PIC X(08).
          05 ML-SURVIVOR-ID            PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'SCORE: '.
          05 ML-SCORE                  PIC ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'POLICIES: '.
          05 ML-MOVED                  PIC ZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             'NOT RESTORED: '.
          05 ML-NOT-MOVED              PIC ZZ,ZZ9.

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(14) VALUE
             'TRANSACTIONS: '.
          05 TL-TRAN-READ              PIC ZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'ACCEPTED: '.
          05 TL-TRAN-ACCEPTED          PIC ZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'REJECTED: '.
          05 TL-TRAN-REJECTED          PIC ZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             'POLICIES READ: '.
          05 TL-POLICIES-READ          PIC Z,ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(16) VALUE
             'POLICIES MOVED: '.
          05 TL-POLICIES-MOVED         PIC Z,ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'RESTORED: '.
          05 TL-POLICIES-RESTORED      PIC Z,ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE
             'NOT RESTORED: '.
          05 TL-POLICIES-NOT-MOVED     PIC Z,ZZZ,ZZ9.

       01  TL-JOURNAL-LINE.
          05 FILLER                    PIC X(26) VALUE
             'JOURNAL RANGE (CM) FROM: '.
          05 TL-FIRST-TIMESTAMP        PIC X(19).
          05 FILLER                    PIC X(6) VALUE '  TO: '.
          05 TL-LAST-TIMESTAMP         PIC X(19).

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 1200-VALIDATE-TRANSACTION THRU 1200-EXIT
               UNTIL END-OF-TRANSACTIONS
           IF WS-REVERSAL-COUNT > 0
               PERFORM 1500-LOAD-REVERSALS
           END-IF
           IF WS-MT-COUNT > 0
               PERFORM 2000-OPEN-FOR-UPDATE
               PERFORM 2100-SWEEP-POLICIES UNTIL END-OF-POLICIES
               PERFORM 2400-RESTORE-ONE-POLICY
                   VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-COUNT
               PERFORM 2600-UPDATE-CLIENTS
                   VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT
           END-IF
           PERFORM 3000-END-PROCESS
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               MOVE 'Y' TO WS-TRAN-EOF-FLAG
           END-IF
           OPEN I-O CLIENT-MASTER-FILE
           OPEN I-O CLIENT-MERGE-FILE
           IF WS-MERGE-FILE-STATUS = '35'
               OPEN OUTPUT CLIENT-MERGE-FILE
               CLOSE CLIENT-MERGE-FILE
               OPEN I-O CLIENT-MERGE-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE WS-MAINT-USER TO PL-MAINT-USER
           WRITE REPORT-LINE FROM PL-PARM-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCLMRG' TO LOG-MODULE
           MOVE 'Client merge run started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-TRANSACTIONS
               PERFORM 1100-READ-TRANSACTION
           END-IF.

       1100-READ-TRANSACTION.
           READ TRANSACTION-FILE INTO WS-TRANSACTION
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TRAN-READ
           END-READ.

      ******************************************************************
      * Every transaction is checked before a single policy moves;
      * a reject is reported and the rest of the run goes ahead.
      ******************************************************************
       1200-VALIDATE-TRANSACTION.
           MOVE 'N' TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT TR-MERGE AND NOT TR-REVERSE
               MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-REASON
               GO TO 1200-REJECT
           END-IF
           IF WS-TR-LOSER-ID = SPACES
               MOVE 'LOSING CLIENT MISSING' TO WS-REJECT-REASON
               GO TO 1200-REJECT
           END-IF
           IF WS-MT-COUNT >= 500
               MOVE 'TOO MANY TRANSACTIONS IN ONE RUN'
                 TO WS-REJECT-REASON
               GO TO 1200-REJECT
           END-IF

           IF TR-REVERSE
               PERFORM 1400-VALIDATE-REVERSAL THRU 1400-EXIT
           ELSE
               PERFORM 1300-VALIDATE-MERGE THRU 1300-EXIT
           END-IF
           IF TRANSACTION-REJECTED
               GO TO 1200-REJECT
           END-IF

      * No client may be merged away twice in one run, nor kept by
      * one transaction and merged away by another.
           PERFORM 1250-CHECK-RUN-CONFLICTS
               VARYING WS-MT-SUB FROM 1 BY 1
               UNTIL WS-MT-SUB > WS-MT-COUNT
                  OR TRANSACTION-REJECTED
           IF TRANSACTION-REJECTED
               GO TO 1200-REJECT
           END-IF

           ADD 1 TO WS-MT-COUNT
           ADD 1 TO WS-TRAN-ACCEPTED
           MOVE WS-TR-CODE TO WS-MT-CODE(WS-MT-COUNT)
           MOVE WS-TR-LOSER-ID TO WS-MT-LOSER-ID(WS-MT-COUNT)
           MOVE WS-TR-SURVIVOR-ID TO WS-MT-SURVIVOR-ID(WS-MT-COUNT)
           IF WS-TR-SCORE IS NUMERIC
               MOVE WS-TR-SCORE TO WS-MT-SCORE(WS-MT-COUNT)
           ELSE
               MOVE ZEROS TO WS-MT-SCORE(WS-MT-COUNT)
           END-IF
           MOVE ZEROS TO WS-MT-MOVED(WS-MT-COUNT)
                         WS-MT-NOT-MOVED(WS-MT-COUNT)
           IF TR-REVERSE
               ADD 1 TO WS-REVERSAL-COUNT
           END-IF
           PERFORM 1100-READ-TRANSACTION
           GO TO 1200-EXIT.

       1200-REJECT.
           ADD 1 TO WS-TRAN-REJECTED
           MOVE WS-TR-CODE TO RL-CODE
           MOVE WS-TR-LOSER-ID TO RL-LOSER-ID
           MOVE WS-TR-SURVIVOR-ID TO RL-SURVIVOR-ID
           MOVE WS-REJECT-REASON TO RL-REASON
           WRITE REPORT-LINE FROM RL-REJECT-LINE
           PERFORM 1100-READ-TRANSACTION.

       1200-EXIT.
           EXIT.

       1250-CHECK-RUN-CONFLICTS.
           IF WS-TR-LOSER-ID = WS-MT-LOSER-ID(WS-MT-SUB) OR
              WS-TR-LOSER-ID = WS-MT-SURVIVOR-ID(WS-MT-SUB) OR
              WS-TR-SURVIVOR-ID = WS-MT-LOSER-ID(WS-MT-SUB)
               MOVE 'CLIENT ALREADY IN AN EARLIER TRANSACTION'
                 TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-FLAG
           END-IF.

       1300-VALIDATE-MERGE.
           IF WS-TR-SURVIVOR-ID = SPACES OR
              WS-TR-SURVIVOR-ID = WS-TR-LOSER-ID
               MOVE 'SURVIVOR MISSING OR SAME AS LOSER'
                 TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-FLAG
               GO TO 1300-EXIT
           END-IF

           MOVE WS-TR-SURVIVOR-ID TO CL-CLIENT-ID
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE 'SURVIVOR NOT ON CLIENT MASTER'
                     TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-FLAG
                   GO TO 1300-EXIT
           END-READ
           IF CL-STATUS-INACTIVE
               MOVE 'SURVIVOR IS INACTIVE' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-FLAG
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-SURVIVOR-HOLD-FLAG
           IF CL-ON-COMPLIANCE-HOLD
               MOVE 'Y' TO WS-SURVIVOR-HOLD-FLAG
           END-IF

           MOVE WS-TR-LOSER-ID TO CL-CLIENT-ID
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE 'LOSER NOT ON CLIENT MASTER'
                     TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-FLAG
                   GO TO 1300-EXIT
           END-READ
           IF CL-STATUS-INACTIVE
               MOVE 'LOSER IS INACTIVE OR ALREADY MERGED'
                 TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-FLAG
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-LOSER-HOLD-FLAG
           IF CL-ON-COMPLIANCE-HOLD
               MOVE 'Y' TO WS-LOSER-HOLD-FLAG
           END-IF
           IF LOSER-ON-HOLD AND NOT SURVIVOR-ON-HOLD
               MOVE 'LOSER ON COMPLIANCE HOLD, SURVIVOR NOT'
                 TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-FLAG
               GO TO 1300-EXIT
           END-IF

           MOVE WS-TR-LOSER-ID TO MG-LOSER-CLIENT-ID
           READ CLIENT-MERGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MG-STATUS-MERGED
                       MOVE 'LOSER ALREADY MERGED' TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-REJECT-FLAG
                   END-IF
           END-READ.

       1300-EXIT.
           EXIT.

       1400-VALIDATE-REVERSAL.
      * The survivor comes from the pointer; one keyed on the
      * transaction must agree with it.
           MOVE WS-TR-LOSER-ID TO MG-LOSER-CLIENT-ID
           READ CLIENT-MERGE-FILE
               INVALID KEY
                   MOVE 'NO MERGE ON FILE FOR LOSER'
                     TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-FLAG
                   GO TO 1400-EXIT
           END-READ
           IF NOT MG-STATUS-MERGED
               MOVE 'MERGE ALREADY REVERSED' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-FLAG
               GO TO 1400-EXIT
           END-IF
           IF WS-TR-SURVIVOR-ID NOT = SPACES AND
              WS-TR-SURVIVOR-ID NOT = MG-SURVIVOR-CLIENT-ID
               MOVE 'SURVIVOR DOES NOT MATCH MERGE POINTER'
                 TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-FLAG
               GO TO 1400-EXIT
           END-IF
           MOVE MG-SURVIVOR-CLIENT-ID TO WS-TR-SURVIVOR-ID
           MOVE MG-MATCH-SCORE TO WS-TR-SCORE

           MOVE WS-TR-LOSER-ID TO CL-CLIENT-ID
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE 'LOSER NOT ON CLIENT MASTER'
                     TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-FLAG
           END-READ.

       1400-EXIT.
           EXIT.

      ******************************************************************
      * A reversal moves back the policies the CM journal shows
      * were moved from its loser to its survivor.
      ******************************************************************
       1500-LOAD-REVERSALS.
           OPEN INPUT POLICY-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '00'
               PERFORM 1600-READ-JOURNAL
               PERFORM 1700-CHECK-JOURNAL-ENTRY
                   UNTIL END-OF-JOURNAL
               CLOSE POLICY-JOURNAL-FILE
           END-IF.

       1600-READ-JOURNAL.
           READ POLICY-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
           END-READ.

       1700-CHECK-JOURNAL-ENTRY.
           IF JR-TRAN-CODE = 'CM' AND JR-ACTION-REWRITE
               MOVE JR-BEFORE-IMAGE TO POLICY-MASTER-RECORD
               MOVE PM-CLIENT-ID TO WS-JR-FROM-CLIENT
               MOVE JR-AFTER-IMAGE TO POLICY-MASTER-RECORD
               MOVE PM-CLIENT-ID TO WS-JR-TO-CLIENT
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM 1750-MATCH-REVERSAL
                   VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT
                      OR WS-ENTRY-FOUND
           END-IF
           PERFORM 1600-READ-JOURNAL.

       1750-MATCH-REVERSAL.
           IF WS-MT-CODE(WS-MT-SUB) = 'RV' AND
              WS-MT-LOSER-ID(WS-MT-SUB) = WS-JR-FROM-CLIENT AND
              WS-MT-SURVIVOR-ID(WS-MT-SUB) = WS-JR-TO-CLIENT
               MOVE 'Y' TO WS-FOUND-FLAG
               PERFORM 1800-ADD-RESTORE-POLICY
           END-IF.

       1800-ADD-RESTORE-POLICY.
      * A policy merged, reversed and merged again journals more
      * than once; it is moved back once.
           MOVE 'N' TO WS-DUP-FLAG
           PERFORM 1850-CHECK-RESTORE-DUP
               VARYING WS-RS-SUB FROM 1 BY 1
               UNTIL WS-RS-SUB > WS-RS-COUNT
                  OR RESTORE-IS-DUPLICATE
           IF NOT RESTORE-IS-DUPLICATE
               IF WS-RS-COUNT < 5000
                   ADD 1 TO WS-RS-COUNT
                   MOVE PM-POLICY-ID TO WS-RS-POLICY-ID(WS-RS-COUNT)
                   MOVE WS-MT-SUB TO WS-RS-MT-SUB(WS-RS-COUNT)
               ELSE
                   ADD 1 TO WS-MT-NOT-MOVED(WS-MT-SUB)
                   ADD 1 TO WS-POLICIES-NOT-MOVED
               END-IF
           END-IF.

       1850-CHECK-RESTORE-DUP.
           IF WS-RS-POLICY-ID(WS-RS-SUB) = PM-POLICY-ID
               MOVE 'Y' TO WS-DUP-FLAG
           END-IF.

       2000-OPEN-FOR-UPDATE.
           OPEN I-O POLICY-MASTER-FILE
           IF WS-POLICY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-POL-EOF-FLAG
           END-IF
           OPEN EXTEND POLICY-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT POLICY-JOURNAL-FILE
           END-IF
           IF NOT END-OF-POLICIES
               PERFORM 2200-READ-POLICY-MASTER
           END-IF.

       2100-SWEEP-POLICIES.
      * Every policy of a merged-away client moves to its survivor.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM 2150-MATCH-LOSER
               VARYING WS-MT-SUB FROM 1 BY 1
               UNTIL WS-MT-SUB > WS-MT-COUNT
                  OR WS-ENTRY-FOUND
           PERFORM 2200-READ-POLICY-MASTER.

       2150-MATCH-LOSER.
           IF WS-MT-CODE(WS-MT-SUB) = 'MG' AND
              WS-MT-LOSER-ID(WS-MT-SUB) = PM-CLIENT-ID
               MOVE 'Y' TO WS-FOUND-FLAG
               MOVE WS-MT-SURVIVOR-ID(WS-MT-SUB) TO WS-NEW-CLIENT-ID
               MOVE 'MOVED' TO DL-ACTION
               MOVE SPACES TO DL-NOTE
               PERFORM 2300-REPOINT-POLICY
               ADD 1 TO WS-MT-MOVED(WS-MT-SUB)
               ADD 1 TO WS-POLICIES-MOVED
           END-IF.

       2200-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POLICIES-READ
           END-READ.

       2300-REPOINT-POLICY.
           MOVE PM-CLIENT-ID TO DL-FROM-CLIENT
           MOVE POLICY-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEW-CLIENT-ID TO PM-CLIENT-ID
           REWRITE POLICY-MASTER-RECORD
           MOVE POLICY-MASTER-RECORD TO WS-AFTER-IMAGE
           PERFORM 2500-WRITE-JOURNAL

           MOVE PM-POLICY-ID TO DL-POLICY-ID
           MOVE WS-NEW-CLIENT-ID TO DL-TO-CLIENT
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2400-RESTORE-ONE-POLICY.
           MOVE WS-RS-MT-SUB(WS-RS-SUB) TO WS-MT-SUB
           MOVE WS-RS-POLICY-ID(WS-RS-SUB) TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                   MOVE SPACES TO PM-CLIENT-ID
           END-READ
           IF WS-POLICY-FILE-STATUS = '00' AND
              PM-CLIENT-ID = WS-MT-SURVIVOR-ID(WS-MT-SUB)
               MOVE WS-MT-LOSER-ID(WS-MT-SUB) TO WS-NEW-CLIENT-ID
               MOVE 'RESTORED' TO DL-ACTION
               MOVE SPACES TO DL-NOTE
               PERFORM 2300-REPOINT-POLICY
               ADD 1 TO WS-MT-MOVED(WS-MT-SUB)
               ADD 1 TO WS-POLICIES-RESTORED
           ELSE
      * Moved on since the merge, or gone - left where it is.
               ADD 1 TO WS-MT-NOT-MOVED(WS-MT-SUB)
               ADD 1 TO WS-POLICIES-NOT-MOVED
               MOVE 'NOT RESTORED' TO DL-ACTION
               MOVE WS-RS-POLICY-ID(WS-RS-SUB) TO DL-POLICY-ID
               MOVE PM-CLIENT-ID TO DL-FROM-CLIENT
               MOVE WS-MT-LOSER-ID(WS-MT-SUB) TO DL-TO-CLIENT
               MOVE 'NO LONGER WITH SURVIVOR' TO DL-NOTE
               WRITE REPORT-LINE FROM DL-DETAIL-LINE
           END-IF.

       2500-WRITE-JOURNAL.
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
             INTO JR-TIMESTAMP
           END-STRING
           MOVE 'CM' TO JR-TRAN-CODE
           MOVE 'RW' TO JR-ACTION
           MOVE PM-POLICY-ID TO JR-POLICY-ID
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE POLICY-JOURNAL-RECORD
           IF WS-FIRST-TIMESTAMP = SPACES
               MOVE JR-TIMESTAMP TO WS-FIRST-TIMESTAMP
           END-IF
           MOVE JR-TIMESTAMP TO WS-LAST-TIMESTAMP.

      ******************************************************************
      * Client side: inactivate and point the loser at the survivor,
      * or reactivate it and mark the pointer reversed.
      ******************************************************************
       2600-UPDATE-CLIENTS.
           MOVE WS-MT-LOSER-ID(WS-MT-SUB) TO CL-CLIENT-ID
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLIENT-FILE-STATUS = '00'
               IF WS-MT-CODE(WS-MT-SUB) = 'MG'
                   MOVE 'I' TO CL-CLIENT-STATUS
               ELSE
                   MOVE 'A' TO CL-CLIENT-STATUS
               END-IF
               REWRITE CLIENT-MASTER-RECORD
           END-IF

           MOVE WS-MT-LOSER-ID(WS-MT-SUB) TO MG-LOSER-CLIENT-ID
           IF WS-MT-CODE(WS-MT-SUB) = 'MG'
               PERFORM 2700-WRITE-MERGE-POINTER
               MOVE 'MERGED' TO ML-ACTION
               MOVE ' INTO ' TO ML-DIRECTION
               MOVE ZEROS TO ML-NOT-MOVED
           ELSE
               READ CLIENT-MERGE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MERGE-FILE-STATUS = '00'
                   MOVE 'R' TO MG-STATUS
                   MOVE WS-TODAY-DATE TO MG-REVERSED-DATE
                   MOVE WS-MAINT-USER TO MG-REVERSED-BY
                   REWRITE CLIENT-MERGE-RECORD
               END-IF
               MOVE 'REVERSED' TO ML-ACTION
               MOVE ' FROM ' TO ML-DIRECTION
               MOVE WS-MT-NOT-MOVED(WS-MT-SUB) TO ML-NOT-MOVED
           END-IF

           MOVE WS-MT-LOSER-ID(WS-MT-SUB) TO ML-LOSER-ID
           MOVE WS-MT-SURVIVOR-ID(WS-MT-SUB) TO ML-SURVIVOR-ID
           MOVE WS-MT-SCORE(WS-MT-SUB) TO ML-SCORE
           MOVE WS-MT-MOVED(WS-MT-SUB) TO ML-MOVED
           WRITE REPORT-LINE FROM ML-MERGE-LINE.

       2700-WRITE-MERGE-POINTER.
      * A client merged before and since reversed reuses its
      * record; the reversal stamp is cleared.
           MOVE 'N' TO WS-POINTER-FLAG
           READ CLIENT-MERGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POINTER-FLAG
           END-READ
           MOVE SPACES TO CLIENT-MERGE-RECORD
           MOVE WS-MT-LOSER-ID(WS-MT-SUB) TO MG-LOSER-CLIENT-ID
           MOVE WS-MT-SURVIVOR-ID(WS-MT-SUB) TO MG-SURVIVOR-CLIENT-ID
           MOVE 'M' TO MG-STATUS
           MOVE WS-TODAY-DATE TO MG-MERGE-DATE
           MOVE WS-MAINT-USER TO MG-MERGED-BY
           MOVE WS-MT-SCORE(WS-MT-SUB) TO MG-MATCH-SCORE
           MOVE WS-MT-MOVED(WS-MT-SUB) TO MG-POLICIES-MOVED
           IF POINTER-ON-FILE
               REWRITE CLIENT-MERGE-RECORD
           ELSE
               WRITE CLIENT-MERGE-RECORD
           END-IF.

       3000-END-PROCESS.
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE WS-TRAN-READ TO TL-TRAN-READ
           MOVE WS-TRAN-ACCEPTED TO TL-TRAN-ACCEPTED
           MOVE WS-TRAN-REJECTED TO TL-TRAN-REJECTED
           MOVE WS-POLICIES-READ TO TL-POLICIES-READ
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE WS-POLICIES-MOVED TO TL-POLICIES-MOVED
           MOVE WS-POLICIES-RESTORED TO TL-POLICIES-RESTORED
           MOVE WS-POLICIES-NOT-MOVED TO TL-POLICIES-NOT-MOVED
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2
      * The range to hand INSPJRCV (JOURNAL_FROM_TS/JOURNAL_TO_TS)
      * to back the whole run out.
           IF WS-FIRST-TIMESTAMP NOT = SPACES
               MOVE WS-FIRST-TIMESTAMP TO TL-FIRST-TIMESTAMP
               MOVE WS-LAST-TIMESTAMP TO TL-LAST-TIMESTAMP
               WRITE REPORT-LINE FROM TL-JOURNAL-LINE
           END-IF

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCLMRG' TO LOG-MODULE
           STRING 'Client merge run ended. Policies moved: '
                  WS-POLICIES-MOVED
                  ' Restored: '
                  WS-POLICIES-RESTORED
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF WS-MT-COUNT > 0
               CLOSE POLICY-MASTER-FILE
               CLOSE POLICY-JOURNAL-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CLIENT-MERGE-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSCLMRG.
