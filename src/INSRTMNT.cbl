      ******************************************************************
      * Reinsurance Treaty Maintenance Program
      * Function: Maintain the reinsurance treaty table INSRICES
      *           cedes premium from - add, change, or delete a
      *           treaty's terms for a product: reinsurer, quota
      *           share ceded, ceding commission rate and the dates
      *           the terms are in force. Ceded premium is money
      *           paid away, so like the commission schedule every
      *           transaction is by default STAGED to the maker-
      *           checker pending file (MCPENDING) with the keying
      *           user (MAINT_USER) and nothing touches the table; a
      *           second user approves through INSMCAPR, whose
      *           RIRELOUT release file is then applied by running
      *           this program with RTMNT_MODE=APPLY and RTMNTIN
      *           pointed at the release file. The whole table is
      *           loaded, transactions applied, and the file
      *           rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSRTMNT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSCSMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREATY-FILE ASSIGN TO EXTERNAL RITREATY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TREATY-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL RTMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL RTMNTLOG
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-MAINT-FILE ASSIGN TO EXTERNAL MCPENDING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREATY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REINSURANCE-TREATY-RECORD.
       COPY RITREATY.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(48).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       FD  PENDING-MAINT-FILE
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS PENDING-MAINT-RECORD.
       COPY MCPEND.

       WORKING-STORAGE SECTION.
       01  WS-TREATY-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-TREATY-EOF-FLAG        PIC X VALUE 'N'.
           88  END-OF-TREATY-FILE    VALUE 'Y'.
       01  WS-VALID-FLAG             PIC X VALUE 'Y'.
           88  WS-TRAN-IS-VALID      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-ADD-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: AD=add, CH=change terms, DE=delete
      *   3-10  treaty id
      *  11-14  product code ('****' = all products)
      *  15-22  reinsurer id (for AD/CH)
      *  23-27  ceded share, 9V9(4) digits (for AD/CH)
      *  28-32  ceding commission rate, 9V9(4) digits (for AD/CH)
      *  33-40  effective date (for AD/CH)
      *  41-48  expiry date, spaces = open-ended (for AD/CH)
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
               88  WS-TRAN-CHANGE        VALUE 'CH'.
               88  WS-TRAN-DELETE        VALUE 'DE'.
           05  WS-TRAN-TREATY        PIC X(08).
           05  WS-TRAN-PRODUCT       PIC X(04).
           05  WS-TRAN-REINSURER     PIC X(08).
           05  WS-TRAN-SHARE-TEXT    PIC X(05).
           05  WS-TRAN-SHARE REDEFINES WS-TRAN-SHARE-TEXT
                                     PIC 9V9(4).
           05  WS-TRAN-COMM-TEXT     PIC X(05).
           05  WS-TRAN-COMM-RATE REDEFINES WS-TRAN-COMM-TEXT
                                     PIC 9V9(4).
           05  WS-TRAN-EFF-DATE      PIC X(08).
           05  WS-TRAN-EXP-DATE      PIC X(08).

      * The whole table, loaded up front and rewritten at end of
      * run. WS-RT-DELETED marks an entry a DE transaction removed;
      * it is simply not written back.
       01  WS-TREATY-TABLE.
           05  WS-TREATY-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-TREATY-ENTRY       OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON WS-TREATY-COUNT
                                     INDEXED BY WS-RT-IDX.
               10  WS-RT-TREATY      PIC X(08).
               10  WS-RT-PRODUCT     PIC X(04).
               10  WS-RT-REINSURER   PIC X(08).
               10  WS-RT-SHARE       PIC 9V9(4).
               10  WS-RT-COMM-RATE   PIC 9V9(4).
               10  WS-RT-EFF-DATE    PIC X(08).
               10  WS-RT-EXP-DATE    PIC X(08).
               10  WS-RT-DELETED     PIC X(01).

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.

      * Maker-checker staging: default mode stages to MCPENDING;
      * RTMNT_MODE=APPLY applies (the approval flow's release file
      * is fed back through RTMNTIN).
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

           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "RTMNT_MODE"
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
               PERFORM 1100-LOAD-TREATY-TABLE
               OPEN INPUT PRODUCT-MASTER-FILE
               STRING 'INSRTMNT REINSURANCE TREATY MAINTENANCE'
                      ' (APPLY) STARTED'
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           ELSE
               OPEN EXTEND PENDING-MAINT-FILE
               IF WS-PENDING-FILE-STATUS = '35'
                   OPEN OUTPUT PENDING-MAINT-FILE
               END-IF
               STRING 'INSRTMNT REINSURANCE TREATY MAINTENANCE'
                      ' (STAGE) STARTED - MAKER ' WS-MAINT-USER
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       1100-LOAD-TREATY-TABLE.
           OPEN INPUT TREATY-FILE
           IF WS-TREATY-FILE-STATUS = '00'
               PERFORM 1150-READ-TREATY-FILE
               PERFORM 1120-LOAD-ONE-ENTRY
                   UNTIL END-OF-TREATY-FILE
               CLOSE TREATY-FILE
           END-IF.

       1120-LOAD-ONE-ENTRY.
           IF WS-TREATY-COUNT < 2000
               ADD 1 TO WS-TREATY-COUNT
               MOVE RT-TREATY-ID TO WS-RT-TREATY(WS-TREATY-COUNT)
               MOVE RT-PRODUCT-CODE TO WS-RT-PRODUCT(WS-TREATY-COUNT)
               MOVE RT-REINSURER-ID
                 TO WS-RT-REINSURER(WS-TREATY-COUNT)
               MOVE RT-CEDED-SHARE TO WS-RT-SHARE(WS-TREATY-COUNT)
               MOVE RT-CEDING-COMM-RATE
                 TO WS-RT-COMM-RATE(WS-TREATY-COUNT)
               MOVE RT-EFFECTIVE-DATE
                 TO WS-RT-EFF-DATE(WS-TREATY-COUNT)
               MOVE RT-EXPIRY-DATE TO WS-RT-EXP-DATE(WS-TREATY-COUNT)
               MOVE 'N' TO WS-RT-DELETED(WS-TREATY-COUNT)
           END-IF
           PERFORM 1150-READ-TREATY-FILE.

       1150-READ-TREATY-FILE.
           READ TREATY-FILE
               AT END
                   MOVE 'Y' TO WS-TREATY-EOF-FLAG
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
           MOVE TRANSACTION-RECORD-IN(3:8)   TO WS-TRAN-TREATY
           MOVE TRANSACTION-RECORD-IN(11:4)  TO WS-TRAN-PRODUCT
           MOVE TRANSACTION-RECORD-IN(15:8)  TO WS-TRAN-REINSURER
           MOVE TRANSACTION-RECORD-IN(23:5)  TO WS-TRAN-SHARE-TEXT
           MOVE TRANSACTION-RECORD-IN(28:5)  TO WS-TRAN-COMM-TEXT
           MOVE TRANSACTION-RECORD-IN(33:8)  TO WS-TRAN-EFF-DATE
           MOVE TRANSACTION-RECORD-IN(41:8)  TO WS-TRAN-EXP-DATE

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
               PERFORM 2150-FIND-TREATY-ENTRY
               EVALUATE TRUE
                   WHEN WS-TRAN-ADD
                       PERFORM 2200-ADD-TREATY
                   WHEN WS-TRAN-CHANGE
                       PERFORM 2300-CHANGE-TREATY
                   WHEN WS-TRAN-DELETE
                       PERFORM 2400-DELETE-TREATY
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-TRANSACTION.

       2060-VALIDATE-TRANSACTION.
      * The checker approved what was keyed; the apply still refuses
      * anything that would leave the table unusable - a share of
      * nothing or of more than the whole premium is a keying
      * error, and so is a treaty that expires before it starts.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT WS-TRAN-ADD AND NOT WS-TRAN-CHANGE
                    AND NOT WS-TRAN-DELETE
                   MOVE 'UNKNOWN TRAN CODE' TO WS-REJECT-REASON
               WHEN WS-TRAN-TREATY = SPACES
                   MOVE 'MISSING TREATY ID' TO WS-REJECT-REASON
               WHEN WS-TRAN-PRODUCT = SPACES
                   MOVE 'MISSING PRODUCT' TO WS-REJECT-REASON
               WHEN WS-TRAN-DELETE
                   CONTINUE
               WHEN WS-TRAN-REINSURER = SPACES
                   MOVE 'MISSING REINSURER' TO WS-REJECT-REASON
               WHEN WS-TRAN-SHARE-TEXT IS NOT NUMERIC OR
                    WS-TRAN-SHARE = 0 OR WS-TRAN-SHARE > 1
                   MOVE 'INVALID CEDED SHARE' TO WS-REJECT-REASON
               WHEN WS-TRAN-COMM-TEXT IS NOT NUMERIC OR
                    WS-TRAN-COMM-RATE > 1
                   MOVE 'INVALID CEDING COMMISSION'
                     TO WS-REJECT-REASON
               WHEN WS-TRAN-EFF-DATE IS NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN WS-TRAN-EXP-DATE NOT = SPACES AND
                    (WS-TRAN-EXP-DATE IS NOT NUMERIC OR
                     WS-TRAN-EXP-DATE < WS-TRAN-EFF-DATE)
                   MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
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
           MOVE 'RI' TO MC-SOURCE
           MOVE SPACES TO MC-TRAN-IMAGE
           MOVE TRANSACTION-RECORD-IN TO MC-TRAN-IMAGE(1:48)
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

       2150-FIND-TREATY-ENTRY.
      * Leaves WS-RT-IDX on the live entry for this treaty and
      * product, or past WS-TREATY-COUNT if none.
           SET WS-RT-IDX TO 1
           IF WS-TREATY-COUNT > 0
               SEARCH WS-TREATY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RT-TREATY(WS-RT-IDX) = WS-TRAN-TREATY
                    AND WS-RT-PRODUCT(WS-RT-IDX) = WS-TRAN-PRODUCT
                    AND WS-RT-DELETED(WS-RT-IDX) = 'N'
                       CONTINUE
               END-SEARCH
           END-IF.

       2200-ADD-TREATY.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-RT-IDX <= WS-TREATY-COUNT
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED ADD - ALREADY EXISTS: '
                      TRANSACTION-RECORD-IN(3:12)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               IF WS-TREATY-COUNT < 2000
                   ADD 1 TO WS-TREATY-COUNT
                   SET WS-RT-IDX TO WS-TREATY-COUNT
                   MOVE WS-TRAN-TREATY TO WS-RT-TREATY(WS-RT-IDX)
                   MOVE WS-TRAN-PRODUCT TO WS-RT-PRODUCT(WS-RT-IDX)
                   PERFORM 2350-MOVE-TREATY-TERMS
                   MOVE 'N' TO WS-RT-DELETED(WS-RT-IDX)
                   ADD 1 TO WS-ADD-COUNT
                   STRING 'ADDED TREATY '
                          TRANSACTION-RECORD-IN(3:46)
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED ADD - TREATY TABLE FULL'
                     TO WS-LOG-LINE
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               END-IF
           END-IF.

       2300-CHANGE-TREATY.
      * A change replaces every term but the key - typically a
      * renewal moving the dates, or a re-negotiated share.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-RT-IDX <= WS-TREATY-COUNT
               PERFORM 2350-MOVE-TREATY-TERMS
               ADD 1 TO WS-CHANGE-COUNT
               STRING 'CHANGED TREATY '
                      TRANSACTION-RECORD-IN(3:46)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED CHANGE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:12)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       2350-MOVE-TREATY-TERMS.
           MOVE WS-TRAN-REINSURER TO WS-RT-REINSURER(WS-RT-IDX)
           MOVE WS-TRAN-SHARE TO WS-RT-SHARE(WS-RT-IDX)
           MOVE WS-TRAN-COMM-RATE TO WS-RT-COMM-RATE(WS-RT-IDX)
           MOVE WS-TRAN-EFF-DATE TO WS-RT-EFF-DATE(WS-RT-IDX)
           MOVE WS-TRAN-EXP-DATE TO WS-RT-EXP-DATE(WS-RT-IDX).

       2400-DELETE-TREATY.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-RT-IDX <= WS-TREATY-COUNT
               MOVE 'Y' TO WS-RT-DELETED(WS-RT-IDX)
               ADD 1 TO WS-DELETE-COUNT
               STRING 'DELETED TREATY '
                      TRANSACTION-RECORD-IN(3:12)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED DELETE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:12)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       3000-END-PROCESS.
      * APPLY mode rewrites the table from memory, dropping deleted
      * entries; staging mode touched only the pending file.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-APPLY-MODE
               OPEN OUTPUT TREATY-FILE
               PERFORM 3100-WRITE-TREATY-ENTRY
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-TREATY-COUNT
               CLOSE TREATY-FILE
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

       3100-WRITE-TREATY-ENTRY.
           IF WS-RT-DELETED(WS-RT-IDX) = 'N'
               MOVE SPACES TO REINSURANCE-TREATY-RECORD
               MOVE WS-RT-TREATY(WS-RT-IDX) TO RT-TREATY-ID
               MOVE WS-RT-PRODUCT(WS-RT-IDX) TO RT-PRODUCT-CODE
               MOVE WS-RT-REINSURER(WS-RT-IDX) TO RT-REINSURER-ID
               MOVE WS-RT-SHARE(WS-RT-IDX) TO RT-CEDED-SHARE
               MOVE WS-RT-COMM-RATE(WS-RT-IDX) TO RT-CEDING-COMM-RATE
               MOVE WS-RT-EFF-DATE(WS-RT-IDX) TO RT-EFFECTIVE-DATE
               MOVE WS-RT-EXP-DATE(WS-RT-IDX) TO RT-EXPIRY-DATE
               WRITE REINSURANCE-TREATY-RECORD
           END-IF.

       END PROGRAM INSRTMNT.
