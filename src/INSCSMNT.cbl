      ******************************************************************
      * Commission Schedule Maintenance Program
      * Function: Maintain the commission schedule INSPMCOM rates
      *           premium from - add, change, or delete a rate
      *           effective-dated per product, commission tier and
      *           policy year. Like the exchange-rate table this
      *           moves money, so by default every transaction is
      *           STAGED to the maker-checker pending file
      *           (MCPENDING) with the keying user (MAINT_USER) and
      *           nothing touches the schedule; a second user
      *           approves through INSMCAPR, whose CSRELOUT release
      *           file is then applied by running this program with
      *           CSMNT_MODE=APPLY and CSMNTIN pointed at the release
      *           file. The whole schedule is loaded, transactions
      *           applied, and the file rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCSMNT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSXRMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO EXTERNAL COMMSCHED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL CSMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL CSMNTLOG
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-MAINT-FILE ASSIGN TO EXTERNAL MCPENDING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS COMMISSION-SCHEDULE-RECORD.
       COPY COMMSCHD.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(21).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       FD  PENDING-MAINT-FILE
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS PENDING-MAINT-RECORD.
       COPY MCPEND.

       WORKING-STORAGE SECTION.
       01  WS-SCHED-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-SCHED-EOF-FLAG         PIC X VALUE 'N'.
           88  END-OF-SCHEDULE-FILE  VALUE 'Y'.
       01  WS-VALID-FLAG             PIC X VALUE 'Y'.
           88  WS-TRAN-IS-VALID      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-ADD-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: AD=add, CH=change rate, DE=delete
      *   3-6   product code ('****' = house schedule)
      *   7     commission tier (1 standard, 2 senior, 3 broker)
      *   8-9   first policy year the rate applies to (01-99)
      *  10-17  effective date
      *  18-21  commission rate, 9V999 digits (for AD/CH)
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
               88  WS-TRAN-CHANGE        VALUE 'CH'.
               88  WS-TRAN-DELETE        VALUE 'DE'.
           05  WS-TRAN-PRODUCT       PIC X(04).
           05  WS-TRAN-TIER          PIC X(01).
               88  WS-TRAN-TIER-VALID    VALUE '1' '2' '3'.
           05  WS-TRAN-POLICY-YEAR   PIC X(02).
           05  WS-TRAN-EFF-DATE      PIC X(08).
           05  WS-TRAN-RATE-TEXT     PIC X(04).
           05  WS-TRAN-RATE REDEFINES WS-TRAN-RATE-TEXT
                                     PIC 9V999.

      * The whole schedule, loaded up front and rewritten at end of
      * run. WS-CS-DELETED marks an entry a DE transaction removed;
      * it is simply not written back.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-COUNT        PIC 9(5) VALUE ZEROS.
           05  WS-SCHED-ENTRY        OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-SCHED-COUNT
                                     INDEXED BY WS-CS-IDX.
               10  WS-CS-PRODUCT     PIC X(04).
               10  WS-CS-TIER        PIC X(01).
               10  WS-CS-POLICY-YEAR PIC 9(02).
               10  WS-CS-EFF-DATE    PIC X(08).
               10  WS-CS-RATE        PIC 9V999.
               10  WS-CS-DELETED     PIC X(01).

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.

      * Maker-checker staging: default mode stages to MCPENDING;
      * CSMNT_MODE=APPLY applies (the approval flow's release file
      * is fed back through CSMNTIN).
       01  WS-PENDING-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-MODE-TEXT              PIC X(10) VALUE SPACES.
       01  WS-APPLY-MODE-FLAG        PIC X VALUE 'N'.
           88  WS-APPLY-MODE         VALUE 'Y'.
       01  WS-MAINT-USER             PIC X(8) VALUE 'OPERATOR'.
       01  WS-MAINT-USER-TEXT        PIC X(8) VALUE SPACES.
       01  WS-STAGED-COUNT           PIC 9(5) VALUE ZEROS.

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

           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "CSMNT_MODE"
           IF WS-MODE-TEXT = 'APPLY'
               MOVE 'Y' TO WS-APPLY-MODE-FLAG
           END-IF
           ACCEPT WS-MAINT-USER-TEXT FROM ENVIRONMENT "MAINT_USER"
           IF WS-MAINT-USER-TEXT NOT = SPACES
               MOVE WS-MAINT-USER-TEXT TO WS-MAINT-USER
           END-IF

           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT MAINT-LOG-FILE

           IF WS-APPLY-MODE
               PERFORM 1100-LOAD-SCHEDULE-TABLE
               OPEN INPUT PRODUCT-MASTER-FILE
               STRING 'INSCSMNT COMMISSION SCHEDULE MAINTENANCE'
                      ' (APPLY) STARTED'
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           ELSE
               OPEN EXTEND PENDING-MAINT-FILE
               IF WS-PENDING-FILE-STATUS = '35'
                   OPEN OUTPUT PENDING-MAINT-FILE
               END-IF
               STRING 'INSCSMNT COMMISSION SCHEDULE MAINTENANCE'
                      ' (STAGE) STARTED - MAKER ' WS-MAINT-USER
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       1100-LOAD-SCHEDULE-TABLE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = '00'
               PERFORM 1150-READ-SCHEDULE-FILE
               PERFORM 1120-LOAD-ONE-ENTRY
                   UNTIL END-OF-SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
           END-IF.

       1120-LOAD-ONE-ENTRY.
           IF WS-SCHED-COUNT < 5000
               ADD 1 TO WS-SCHED-COUNT
               MOVE CS-PRODUCT-CODE
                 TO WS-CS-PRODUCT(WS-SCHED-COUNT)
               MOVE CS-COMMISSION-TIER
                 TO WS-CS-TIER(WS-SCHED-COUNT)
               MOVE CS-POLICY-YEAR
                 TO WS-CS-POLICY-YEAR(WS-SCHED-COUNT)
               MOVE CS-EFFECTIVE-DATE
                 TO WS-CS-EFF-DATE(WS-SCHED-COUNT)
               MOVE CS-COMMISSION-RATE
                 TO WS-CS-RATE(WS-SCHED-COUNT)
               MOVE 'N' TO WS-CS-DELETED(WS-SCHED-COUNT)
           END-IF
           PERFORM 1150-READ-SCHEDULE-FILE.

       1150-READ-SCHEDULE-FILE.
           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-FLAG
           END-READ.

       2000-PROCESS-TRANSACTIONS.
      * Staging mode records the transaction for the checker and
      * applies nothing.
           IF NOT WS-APPLY-MODE
               PERFORM 2500-STAGE-TRANSACTION
               PERFORM 2100-READ-TRANSACTION
           ELSE
               PERFORM 2050-APPLY-ONE-TRANSACTION
           END-IF.

       2050-APPLY-ONE-TRANSACTION.
           MOVE TRANSACTION-RECORD-IN(1:2)   TO WS-TRAN-CODE
           MOVE TRANSACTION-RECORD-IN(3:4)   TO WS-TRAN-PRODUCT
           MOVE TRANSACTION-RECORD-IN(7:1)   TO WS-TRAN-TIER
           MOVE TRANSACTION-RECORD-IN(8:2)   TO WS-TRAN-POLICY-YEAR
           MOVE TRANSACTION-RECORD-IN(10:8)  TO WS-TRAN-EFF-DATE
           MOVE TRANSACTION-RECORD-IN(18:4)  TO WS-TRAN-RATE-TEXT

           PERFORM 2060-VALIDATE-TRANSACTION
           IF NOT WS-TRAN-IS-VALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - ' WS-REJECT-REASON ': '
                      TRANSACTION-RECORD-IN
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               PERFORM 2150-FIND-SCHEDULE-ENTRY
               EVALUATE TRUE
                   WHEN WS-TRAN-ADD
                       PERFORM 2200-ADD-RATE
                   WHEN WS-TRAN-CHANGE
                       PERFORM 2300-CHANGE-RATE
                   WHEN WS-TRAN-DELETE
                       PERFORM 2400-DELETE-RATE
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-TRANSACTION.

       2060-VALIDATE-TRANSACTION.
      * The checker approved what was keyed; the apply still refuses
      * anything that would leave the schedule unusable - a rate of
      * more than 100% is a keying error, not a contract.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT WS-TRAN-ADD AND NOT WS-TRAN-CHANGE
                    AND NOT WS-TRAN-DELETE
                   MOVE 'UNKNOWN TRAN CODE' TO WS-REJECT-REASON
               WHEN NOT WS-TRAN-TIER-VALID
                   MOVE 'INVALID TIER' TO WS-REJECT-REASON
               WHEN WS-TRAN-POLICY-YEAR IS NOT NUMERIC
                 OR WS-TRAN-POLICY-YEAR = '00'
                   MOVE 'INVALID POLICY YEAR' TO WS-REJECT-REASON
               WHEN WS-TRAN-EFF-DATE IS NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN NOT WS-TRAN-DELETE AND
                    (WS-TRAN-RATE-TEXT IS NOT NUMERIC OR
                     WS-TRAN-RATE > 1)
                   MOVE 'INVALID RATE' TO WS-REJECT-REASON
               WHEN WS-TRAN-ADD AND WS-TRAN-PRODUCT NOT = '****'
                   MOVE WS-TRAN-PRODUCT TO PRD-PRODUCT-CODE
                   READ PRODUCT-MASTER-FILE
                       KEY IS PRD-PRODUCT-CODE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-PRODUCT-FILE-STATUS NOT = '00'
                       MOVE 'PRODUCT NOT ON MASTER'
                         TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

       2500-STAGE-TRANSACTION.
           MOVE 'CS' TO MC-SOURCE
           MOVE SPACES TO MC-TRAN-IMAGE
           MOVE TRANSACTION-RECORD-IN TO MC-TRAN-IMAGE(1:21)
           MOVE WS-MAINT-USER TO MC-MAKER
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
             INTO MC-KEYED-TIMESTAMP
           END-STRING
           WRITE PENDING-MAINT-RECORD
           ADD 1 TO WS-STAGED-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'STAGED FOR APPROVAL: '
                  TRANSACTION-RECORD-IN
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2100-READ-TRANSACTION.
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2150-FIND-SCHEDULE-ENTRY.
      * Leaves WS-CS-IDX on the live entry for this product, tier,
      * policy year and effective date, or past WS-SCHED-COUNT if
      * none.
           SET WS-CS-IDX TO 1
           IF WS-SCHED-COUNT > 0
               SEARCH WS-SCHED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CS-PRODUCT(WS-CS-IDX) = WS-TRAN-PRODUCT
                    AND WS-CS-TIER(WS-CS-IDX) = WS-TRAN-TIER
                    AND WS-CS-POLICY-YEAR(WS-CS-IDX) =
                        WS-TRAN-POLICY-YEAR
                    AND WS-CS-EFF-DATE(WS-CS-IDX) = WS-TRAN-EFF-DATE
                    AND WS-CS-DELETED(WS-CS-IDX) = 'N'
                       CONTINUE
               END-SEARCH
           END-IF.

       2200-ADD-RATE.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-CS-IDX <= WS-SCHED-COUNT
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED ADD - ALREADY EXISTS: '
                      TRANSACTION-RECORD-IN(3:15)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               IF WS-SCHED-COUNT < 5000
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE WS-TRAN-PRODUCT
                     TO WS-CS-PRODUCT(WS-SCHED-COUNT)
                   MOVE WS-TRAN-TIER TO WS-CS-TIER(WS-SCHED-COUNT)
                   MOVE WS-TRAN-POLICY-YEAR
                     TO WS-CS-POLICY-YEAR(WS-SCHED-COUNT)
                   MOVE WS-TRAN-EFF-DATE
                     TO WS-CS-EFF-DATE(WS-SCHED-COUNT)
                   MOVE WS-TRAN-RATE TO WS-CS-RATE(WS-SCHED-COUNT)
                   MOVE 'N' TO WS-CS-DELETED(WS-SCHED-COUNT)
                   ADD 1 TO WS-ADD-COUNT
                   STRING 'ADDED RATE '
                          TRANSACTION-RECORD-IN(3:19)
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED ADD - SCHEDULE TABLE FULL'
                     TO WS-LOG-LINE
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               END-IF
           END-IF.

       2300-CHANGE-RATE.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-CS-IDX <= WS-SCHED-COUNT
               MOVE WS-TRAN-RATE TO WS-CS-RATE(WS-CS-IDX)
               ADD 1 TO WS-CHANGE-COUNT
               STRING 'CHANGED RATE '
                      TRANSACTION-RECORD-IN(3:19)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED CHANGE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:15)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       2400-DELETE-RATE.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-CS-IDX <= WS-SCHED-COUNT
               MOVE 'Y' TO WS-CS-DELETED(WS-CS-IDX)
               ADD 1 TO WS-DELETE-COUNT
               STRING 'DELETED RATE '
                      TRANSACTION-RECORD-IN(3:15)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED DELETE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:15)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       3000-END-PROCESS.
      * APPLY mode rewrites the schedule from the table, dropping
      * deleted entries; staging mode touched only the pending
      * file.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-APPLY-MODE
               OPEN OUTPUT SCHEDULE-FILE
               PERFORM 3100-WRITE-SCHEDULE-ENTRY
                   VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-SCHED-COUNT
               CLOSE SCHEDULE-FILE
               CLOSE PRODUCT-MASTER-FILE
               STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                      ' ADDED: ' WS-ADD-COUNT
                      ' CHANGED: ' WS-CHANGE-COUNT
                      ' DELETED: ' WS-DELETE-COUNT
                      ' REJECTED: ' WS-REJECT-COUNT
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           ELSE
               CLOSE PENDING-MAINT-FILE
               STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                      ' STAGED: ' WS-STAGED-COUNT
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           CLOSE TRANSACTION-FILE
           CLOSE MAINT-LOG-FILE.

       3100-WRITE-SCHEDULE-ENTRY.
           IF WS-CS-DELETED(WS-CS-IDX) = 'N'
               MOVE SPACES TO COMMISSION-SCHEDULE-RECORD
               MOVE WS-CS-PRODUCT(WS-CS-IDX) TO CS-PRODUCT-CODE
               MOVE WS-CS-TIER(WS-CS-IDX) TO CS-COMMISSION-TIER
               MOVE WS-CS-POLICY-YEAR(WS-CS-IDX) TO CS-POLICY-YEAR
               MOVE WS-CS-EFF-DATE(WS-CS-IDX) TO CS-EFFECTIVE-DATE
               MOVE WS-CS-RATE(WS-CS-IDX) TO CS-COMMISSION-RATE
               WRITE COMMISSION-SCHEDULE-RECORD
           END-IF.

       END PROGRAM INSCSMNT.
