      ******************************************************************
      * Premium Tax Rate Maintenance Program
      * Function: Maintain the premium tax table INSPTXCL taxes
      *           premium from - add, change, or delete a premium
      *           tax and levy rate effective-dated per region
      *           (postal code prefix) and product, with the
      *           jurisdiction the tax is returned to. The tax is
      *           money owed to the authorities, so like the
      *           commission schedule every transaction is by
      *           default STAGED to the maker-checker pending file
      *           (MCPENDING) with the keying user (MAINT_USER) and
      *           nothing touches the table; a second user approves
      *           through INSMCAPR, whose TXRELOUT release file is
      *           then applied by running this program with
      *           TXMNT_MODE=APPLY and TXMNTIN pointed at the
      *           release file. The whole table is loaded,
      *           transactions applied, and the file rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTXMNT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSCSMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO EXTERNAL PREMTAX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL TXMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL TXMNTLOG
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-MAINT-FILE ASSIGN TO EXTERNAL MCPENDING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PREMIUM-TAX-RATE-RECORD.
       COPY PREMTAX.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(37).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       FD  PENDING-MAINT-FILE
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS PENDING-MAINT-RECORD.
       COPY MCPEND.

       WORKING-STORAGE SECTION.
       01  WS-TAX-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-TAX-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-TAX-FILE       VALUE 'Y'.
       01  WS-VALID-FLAG             PIC X VALUE 'Y'.
           88  WS-TRAN-IS-VALID      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-ADD-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-CHANGE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: AD=add, CH=change rates, DE=delete
      *   3-7   region - postal code prefix (spaces = default rate)
      *   8-11  product code ('****' = all products)
      *  12-19  effective date
      *  20-25  jurisdiction (for AD/CH)
      *  26-31  premium tax rate, 9V9(5) digits (for AD/CH)
      *  32-37  levy rate, 9V9(5) digits (for AD/CH)
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-ADD           VALUE 'AD'.
               88  WS-TRAN-CHANGE        VALUE 'CH'.
               88  WS-TRAN-DELETE        VALUE 'DE'.
           05  WS-TRAN-REGION        PIC X(05).
           05  WS-TRAN-PRODUCT       PIC X(04).
           05  WS-TRAN-EFF-DATE      PIC X(08).
           05  WS-TRAN-JURISDICTION  PIC X(06).
           05  WS-TRAN-TAX-RATE-TEXT PIC X(06).
           05  WS-TRAN-TAX-RATE REDEFINES WS-TRAN-TAX-RATE-TEXT
                                     PIC 9V9(5).
           05  WS-TRAN-LEVY-RATE-TEXT
                                     PIC X(06).
           05  WS-TRAN-LEVY-RATE REDEFINES WS-TRAN-LEVY-RATE-TEXT
                                     PIC 9V9(5).

      * The whole table, loaded up front and rewritten at end of
      * run. WS-TX-DELETED marks an entry a DE transaction removed;
      * it is simply not written back.
       01  WS-TAX-TABLE.
           05  WS-TAX-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-TAX-ENTRY          OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-TAX-COUNT
                                     INDEXED BY WS-TX-IDX.
               10  WS-TX-REGION      PIC X(05).
               10  WS-TX-PRODUCT     PIC X(04).
               10  WS-TX-EFF-DATE    PIC X(08).
               10  WS-TX-JURISDICTION
                                     PIC X(06).
               10  WS-TX-TAX-RATE    PIC 9V9(5).
               10  WS-TX-LEVY-RATE   PIC 9V9(5).
               10  WS-TX-DELETED     PIC X(01).

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.

      * Maker-checker staging: default mode stages to MCPENDING;
      * TXMNT_MODE=APPLY applies (the approval flow's release file
      * is fed back through TXMNTIN).
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

           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "TXMNT_MODE"
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
               PERFORM 1100-LOAD-TAX-TABLE
               OPEN INPUT PRODUCT-MASTER-FILE
               STRING 'INSTXMNT PREMIUM TAX RATE MAINTENANCE'
                      ' (APPLY) STARTED'
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           ELSE
               OPEN EXTEND PENDING-MAINT-FILE
               IF WS-PENDING-FILE-STATUS = '35'
                   OPEN OUTPUT PENDING-MAINT-FILE
               END-IF
               STRING 'INSTXMNT PREMIUM TAX RATE MAINTENANCE'
                      ' (STAGE) STARTED - MAKER ' WS-MAINT-USER
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

       1100-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-FILE-STATUS = '00'
               PERFORM 1150-READ-TAX-FILE
               PERFORM 1120-LOAD-ONE-ENTRY
                   UNTIL END-OF-TAX-FILE
               CLOSE TAX-RATE-FILE
           END-IF.

       1120-LOAD-ONE-ENTRY.
           IF WS-TAX-COUNT < 5000
               ADD 1 TO WS-TAX-COUNT
               MOVE TX-REGION-PREFIX
                 TO WS-TX-REGION(WS-TAX-COUNT)
               MOVE TX-PRODUCT-CODE
                 TO WS-TX-PRODUCT(WS-TAX-COUNT)
               MOVE TX-EFFECTIVE-DATE
                 TO WS-TX-EFF-DATE(WS-TAX-COUNT)
               MOVE TX-JURISDICTION
                 TO WS-TX-JURISDICTION(WS-TAX-COUNT)
               MOVE TX-TAX-RATE
                 TO WS-TX-TAX-RATE(WS-TAX-COUNT)
               MOVE TX-LEVY-RATE
                 TO WS-TX-LEVY-RATE(WS-TAX-COUNT)
               MOVE 'N' TO WS-TX-DELETED(WS-TAX-COUNT)
           END-IF
           PERFORM 1150-READ-TAX-FILE.

       1150-READ-TAX-FILE.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-FLAG
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
           MOVE TRANSACTION-RECORD-IN(3:5)   TO WS-TRAN-REGION
           MOVE TRANSACTION-RECORD-IN(8:4)   TO WS-TRAN-PRODUCT
           MOVE TRANSACTION-RECORD-IN(12:8)  TO WS-TRAN-EFF-DATE
           MOVE TRANSACTION-RECORD-IN(20:6)  TO WS-TRAN-JURISDICTION
           MOVE TRANSACTION-RECORD-IN(26:6)  TO WS-TRAN-TAX-RATE-TEXT
           MOVE TRANSACTION-RECORD-IN(32:6)  TO WS-TRAN-LEVY-RATE-TEXT

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
               PERFORM 2150-FIND-TAX-ENTRY
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
      * anything that would leave the table unusable - a rate of
      * more than 100% is a keying error, and a rate with no
      * jurisdiction could never be returned to anyone.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT WS-TRAN-ADD AND NOT WS-TRAN-CHANGE
                    AND NOT WS-TRAN-DELETE
                   MOVE 'UNKNOWN TRAN CODE' TO WS-REJECT-REASON
               WHEN WS-TRAN-PRODUCT = SPACES
                   MOVE 'MISSING PRODUCT' TO WS-REJECT-REASON
               WHEN WS-TRAN-EFF-DATE IS NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN NOT WS-TRAN-DELETE AND
                    WS-TRAN-JURISDICTION = SPACES
                   MOVE 'MISSING JURISDICTION' TO WS-REJECT-REASON
               WHEN NOT WS-TRAN-DELETE AND
                    (WS-TRAN-TAX-RATE-TEXT IS NOT NUMERIC OR
                     WS-TRAN-TAX-RATE > 1)
                   MOVE 'INVALID TAX RATE' TO WS-REJECT-REASON
               WHEN NOT WS-TRAN-DELETE AND
                    (WS-TRAN-LEVY-RATE-TEXT IS NOT NUMERIC OR
                     WS-TRAN-LEVY-RATE > 1)
                   MOVE 'INVALID LEVY RATE' TO WS-REJECT-REASON
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
           MOVE 'TX' TO MC-SOURCE
           MOVE SPACES TO MC-TRAN-IMAGE
           MOVE TRANSACTION-RECORD-IN TO MC-TRAN-IMAGE(1:37)
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

       2150-FIND-TAX-ENTRY.
      * Leaves WS-TX-IDX on the live entry for this region, product
      * and effective date, or past WS-TAX-COUNT if none.
           SET WS-TX-IDX TO 1
           IF WS-TAX-COUNT > 0
               SEARCH WS-TAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TX-REGION(WS-TX-IDX) = WS-TRAN-REGION
                    AND WS-TX-PRODUCT(WS-TX-IDX) = WS-TRAN-PRODUCT
                    AND WS-TX-EFF-DATE(WS-TX-IDX) = WS-TRAN-EFF-DATE
                    AND WS-TX-DELETED(WS-TX-IDX) = 'N'
                       CONTINUE
               END-SEARCH
           END-IF.

       2200-ADD-RATE.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-TX-IDX <= WS-TAX-COUNT
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED ADD - ALREADY EXISTS: '
                      TRANSACTION-RECORD-IN(3:17)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               IF WS-TAX-COUNT < 5000
                   ADD 1 TO WS-TAX-COUNT
                   MOVE WS-TRAN-REGION
                     TO WS-TX-REGION(WS-TAX-COUNT)
                   MOVE WS-TRAN-PRODUCT
                     TO WS-TX-PRODUCT(WS-TAX-COUNT)
                   MOVE WS-TRAN-EFF-DATE
                     TO WS-TX-EFF-DATE(WS-TAX-COUNT)
                   MOVE WS-TRAN-JURISDICTION
                     TO WS-TX-JURISDICTION(WS-TAX-COUNT)
                   MOVE WS-TRAN-TAX-RATE
                     TO WS-TX-TAX-RATE(WS-TAX-COUNT)
                   MOVE WS-TRAN-LEVY-RATE
                     TO WS-TX-LEVY-RATE(WS-TAX-COUNT)
                   MOVE 'N' TO WS-TX-DELETED(WS-TAX-COUNT)
                   ADD 1 TO WS-ADD-COUNT
                   STRING 'ADDED RATE '
                          TRANSACTION-RECORD-IN(3:35)
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED ADD - TAX RATE TABLE FULL'
                     TO WS-LOG-LINE
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               END-IF
           END-IF.

       2300-CHANGE-RATE.
      * A change may move the row to another jurisdiction as well as
      * re-rate it; a rate change from a new date is an AD.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-TX-IDX <= WS-TAX-COUNT
               MOVE WS-TRAN-JURISDICTION
                 TO WS-TX-JURISDICTION(WS-TX-IDX)
               MOVE WS-TRAN-TAX-RATE TO WS-TX-TAX-RATE(WS-TX-IDX)
               MOVE WS-TRAN-LEVY-RATE TO WS-TX-LEVY-RATE(WS-TX-IDX)
               ADD 1 TO WS-CHANGE-COUNT
               STRING 'CHANGED RATE '
                      TRANSACTION-RECORD-IN(3:35)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED CHANGE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:17)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       2400-DELETE-RATE.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-TX-IDX <= WS-TAX-COUNT
               MOVE 'Y' TO WS-TX-DELETED(WS-TX-IDX)
               ADD 1 TO WS-DELETE-COUNT
               STRING 'DELETED RATE '
                      TRANSACTION-RECORD-IN(3:17)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED DELETE - NOT FOUND: '
                      TRANSACTION-RECORD-IN(3:17)
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF.

       3000-END-PROCESS.
      * APPLY mode rewrites the table from memory, dropping deleted
      * entries; staging mode touched only the pending file.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-APPLY-MODE
               OPEN OUTPUT TAX-RATE-FILE
               PERFORM 3100-WRITE-TAX-ENTRY
                   VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TAX-COUNT
               CLOSE TAX-RATE-FILE
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

       3100-WRITE-TAX-ENTRY.
           IF WS-TX-DELETED(WS-TX-IDX) = 'N'
               MOVE SPACES TO PREMIUM-TAX-RATE-RECORD
               MOVE WS-TX-REGION(WS-TX-IDX) TO TX-REGION-PREFIX
               MOVE WS-TX-PRODUCT(WS-TX-IDX) TO TX-PRODUCT-CODE
               MOVE WS-TX-EFF-DATE(WS-TX-IDX) TO TX-EFFECTIVE-DATE
               MOVE WS-TX-JURISDICTION(WS-TX-IDX) TO TX-JURISDICTION
               MOVE WS-TX-TAX-RATE(WS-TX-IDX) TO TX-TAX-RATE
               MOVE WS-TX-LEVY-RATE(WS-TX-IDX) TO TX-LEVY-RATE
               WRITE PREMIUM-TAX-RATE-RECORD
           END-IF.

       END PROGRAM INSTXMNT.
