      ******************************************************************
      * Installation Parameter Maintenance Program
      * Function: Maintain the installation parameter file
      *           (INSTPARM) every program reads its operational
      *           knobs from through INSPARM - define a parameter
      *           (type, permitted range, description), set its
      *           value from an effective date, or delete a value
      *           row not yet in force. A parameter is a business
      *           rule, so like the commission schedule every
      *           transaction is by default STAGED to the maker-
      *           checker pending file (MCPENDING) with the keying
      *           user (MAINT_USER) and nothing touches the file; a
      *           second user approves through INSMCAPR, whose
      *           IPRELOUT release file (transaction, maker and
      *           approver) is then applied by running this program
      *           with IPMNT_MODE=APPLY and IPMNTIN pointed at the
      *           release file. The apply stamps each row it writes
      *           with the maker, the approver and the time, and
      *           refuses a transaction with no approver on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSIPMNT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSTXMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLATION-PARM-FILE ASSIGN TO EXTERNAL INSTPARM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-PARM-KEY
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL IPMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE ASSIGN TO EXTERNAL IPMNTLOG
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-MAINT-FILE ASSIGN TO EXTERNAL MCPENDING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLATION-PARM-FILE.
       COPY INSTPARM.

      * Keyed transactions are 76 bytes; the release file INSMCAPR
      * writes adds the maker (77-84) and the approver (85-92).
       FD  TRANSACTION-FILE
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  TRANSACTION-RECORD-IN    PIC X(92).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MAINT-LOG-LINE.
       01  MAINT-LOG-LINE            PIC X(132).

       FD  PENDING-MAINT-FILE
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS PENDING-MAINT-RECORD.
       COPY MCPEND.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS   VALUE 'Y'.
       01  WS-VALID-FLAG             PIC X VALUE 'Y'.
           88  WS-TRAN-IS-VALID      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-DEFINED-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-SET-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-DELETE-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.

      * Transaction layout
      *   1-2   transaction code: DF=define, SV=set value, DE=delete
      *   3-32  parameter name (the environment variable name the
      *         programs used to read)
      * DF:
      *  33     value type: N=numeric, A=text, F=flag (Y/N)
      *  34-44  minimum, 9(9)V99 digits (text: shortest length)
      *  45-55  maximum, 9(9)V99 digits (text: longest length)
      *  56-76  description
      * SV:
      *  33-40  effective date
      *  41-60  value, as the programs should see it
      * DE:
      *  33-40  effective date of the value row ('00000000' = the
      *         definition, once no value rows remain)
       01  WS-TRANSACTION.
           05  WS-TRAN-CODE          PIC X(02).
               88  WS-TRAN-DEFINE        VALUE 'DF'.
               88  WS-TRAN-SET-VALUE     VALUE 'SV'.
               88  WS-TRAN-DELETE        VALUE 'DE'.
           05  WS-TRAN-NAME          PIC X(30).
           05  WS-TRAN-BODY          PIC X(44).
           05  WS-TRAN-DEFINE-BODY REDEFINES WS-TRAN-BODY.
               10  WS-TRAN-TYPE      PIC X(01).
               10  WS-TRAN-MIN-TEXT  PIC X(11).
               10  WS-TRAN-MIN-VALUE REDEFINES WS-TRAN-MIN-TEXT
                                     PIC 9(9)V99.
               10  WS-TRAN-MAX-TEXT  PIC X(11).
               10  WS-TRAN-MAX-VALUE REDEFINES WS-TRAN-MAX-TEXT
                                     PIC 9(9)V99.
               10  WS-TRAN-DESCRIPTION
                                     PIC X(21).
           05  WS-TRAN-VALUE-BODY REDEFINES WS-TRAN-BODY.
               10  WS-TRAN-EFF-DATE  PIC X(08).
               10  WS-TRAN-VALUE     PIC X(20).
               10  FILLER            PIC X(16).
           05  WS-TRAN-MAKER         PIC X(08).
           05  WS-TRAN-CHECKER       PIC X(08).

      * The definition a SV is checked against.
       01  WS-DEF-TYPE               PIC X(01) VALUE SPACE.
       01  WS-DEF-MIN-VALUE          PIC 9(9)V99 VALUE ZEROS.
       01  WS-DEF-MAX-VALUE          PIC 9(9)V99 VALUE ZEROS.
       01  WS-CHECK-SIGNED           PIC S9(11)V99 VALUE ZEROS.
       01  WS-CHECK-LENGTH           PIC 9(3) VALUE ZEROS.
       01  WS-CHECK-TRAILING         PIC 9(3) VALUE ZEROS.
       01  WS-CHECK-MAX-LENGTH       PIC 9(3) VALUE ZEROS.

       01  WS-LOG-LINE               PIC X(132) VALUE SPACES.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-CHANGED-TIMESTAMP      PIC X(19) VALUE SPACES.

      * Maker-checker staging: default mode stages to MCPENDING;
      * IPMNT_MODE=APPLY applies (the approval flow's release file
      * is fed back through IPMNTIN).
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

      * Date calculation parameters
       COPY DATECALC.

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

      * Values take effect from a business date, so "the past" is
      * measured against the cycle's date, not the wall clock.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF

           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT "IPMNT_MODE"
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
               OPEN I-O INSTALLATION-PARM-FILE
               IF WS-PARM-FILE-STATUS = '35'
                   CLOSE INSTALLATION-PARM-FILE
                   OPEN OUTPUT INSTALLATION-PARM-FILE
                   CLOSE INSTALLATION-PARM-FILE
                   OPEN I-O INSTALLATION-PARM-FILE
               END-IF
               STRING 'INSIPMNT INSTALLATION PARAMETER MAINTENANCE'
                      ' (APPLY) STARTED'
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           ELSE
               OPEN EXTEND PENDING-MAINT-FILE
               IF WS-PENDING-FILE-STATUS = '35'
                   OPEN OUTPUT PENDING-MAINT-FILE
               END-IF
               STRING 'INSIPMNT INSTALLATION PARAMETER MAINTENANCE'
                      ' (STAGE) STARTED - MAKER ' WS-MAINT-USER
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
           END-IF
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE

           PERFORM 2100-READ-TRANSACTION.

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
           MOVE TRANSACTION-RECORD-IN TO WS-TRANSACTION

           PERFORM 2060-VALIDATE-TRANSACTION THRU 2060-EXIT
           IF NOT WS-TRAN-IS-VALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-LOG-LINE
               STRING 'REJECTED - ' WS-REJECT-REASON ': '
                      TRANSACTION-RECORD-IN
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TRAN-DEFINE
                       PERFORM 2200-DEFINE-PARAMETER
                   WHEN WS-TRAN-SET-VALUE
                       PERFORM 2300-SET-VALUE
                   WHEN WS-TRAN-DELETE
                       PERFORM 2400-DELETE-ROW THRU 2400-EXIT
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-TRANSACTION.

       2060-VALIDATE-TRANSACTION.
      * The checker approved what was keyed; the apply still refuses
      * a transaction that never went through approval, a value
      * outside its parameter's definition, and any change to a
      * value already in force - that would rewrite what earlier
      * runs were told. A wrong value is corrected by setting a new
      * one from the current business date.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT WS-TRAN-DEFINE AND NOT WS-TRAN-SET-VALUE
                    AND NOT WS-TRAN-DELETE
                   MOVE 'UNKNOWN TRAN CODE' TO WS-REJECT-REASON
               WHEN WS-TRAN-NAME = SPACES
                   MOVE 'MISSING PARAMETER NAME' TO WS-REJECT-REASON
               WHEN WS-TRAN-CHECKER = SPACES
                   MOVE 'NOT APPROVED' TO WS-REJECT-REASON
               WHEN WS-TRAN-CHECKER = WS-TRAN-MAKER
                   MOVE 'APPROVED BY ITS OWN MAKER'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2060-EXIT
           END-IF

           IF WS-TRAN-DEFINE
               EVALUATE TRUE
                   WHEN WS-TRAN-TYPE NOT = 'N' AND
                        WS-TRAN-TYPE NOT = 'A' AND
                        WS-TRAN-TYPE NOT = 'F'
                       MOVE 'INVALID VALUE TYPE' TO WS-REJECT-REASON
                   WHEN WS-TRAN-TYPE = 'F'
                       MOVE ZEROS TO WS-TRAN-MIN-VALUE
                       MOVE ZEROS TO WS-TRAN-MAX-VALUE
                   WHEN WS-TRAN-MIN-TEXT IS NOT NUMERIC OR
                        WS-TRAN-MAX-TEXT IS NOT NUMERIC
                       MOVE 'INVALID RANGE' TO WS-REJECT-REASON
                   WHEN WS-TRAN-MIN-VALUE > WS-TRAN-MAX-VALUE AND
                        WS-TRAN-TYPE = 'N'
                       MOVE 'MINIMUM ABOVE MAXIMUM' TO WS-REJECT-REASON
                   WHEN WS-TRAN-TYPE = 'A' AND
                        (WS-TRAN-MAX-VALUE > 20 OR
                         (WS-TRAN-MAX-VALUE > 0 AND
                          WS-TRAN-MIN-VALUE > WS-TRAN-MAX-VALUE))
                       MOVE 'INVALID LENGTH RANGE' TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO 2060-EXIT
           END-IF

      * SV and DE name a dated row.
           IF WS-TRAN-DELETE AND WS-TRAN-EFF-DATE = '00000000'
               GO TO 2060-EXIT
           END-IF
           MOVE 'C' TO DC-FUNCTION-CODE
           MOVE WS-TRAN-EFF-DATE TO DC-BASE-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF NOT DC-SUCCESS
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               GO TO 2060-EXIT
           END-IF
           IF WS-TRAN-EFF-DATE < WS-BUSINESS-DATE
               MOVE 'VALUE ALREADY IN FORCE' TO WS-REJECT-REASON
               GO TO 2060-EXIT
           END-IF
           IF WS-TRAN-DELETE
               GO TO 2060-EXIT
           END-IF

           MOVE WS-TRAN-NAME TO IP-PARM-NAME
           MOVE '00000000' TO IP-EFFECTIVE-DATE
           READ INSTALLATION-PARM-FILE
               KEY IS IP-PARM-KEY
               INVALID KEY
                   MOVE 'PARAMETER NOT DEFINED' TO WS-REJECT-REASON
                   GO TO 2060-EXIT
           END-READ
           MOVE IP-VALUE-TYPE TO WS-DEF-TYPE
           MOVE IP-MIN-VALUE TO WS-DEF-MIN-VALUE
           MOVE IP-MAX-VALUE TO WS-DEF-MAX-VALUE
           PERFORM 2070-VALIDATE-VALUE THRU 2070-EXIT.

       2060-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

       2070-VALIDATE-VALUE.
      * The same test INSPARM applies when it reads the value back.
           IF WS-TRAN-VALUE = SPACES
               MOVE 'MISSING VALUE' TO WS-REJECT-REASON
               GO TO 2070-EXIT
           END-IF
           EVALUATE WS-DEF-TYPE
               WHEN 'N'
                   IF FUNCTION TEST-NUMVAL(WS-TRAN-VALUE) NOT = 0
                       MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
                       GO TO 2070-EXIT
                   END-IF
                   COMPUTE WS-CHECK-SIGNED =
                       FUNCTION NUMVAL(WS-TRAN-VALUE)
                   IF WS-CHECK-SIGNED < WS-DEF-MIN-VALUE OR
                      WS-CHECK-SIGNED > WS-DEF-MAX-VALUE
                       MOVE 'VALUE OUTSIDE RANGE' TO WS-REJECT-REASON
                   END-IF
               WHEN 'F'
                   IF WS-TRAN-VALUE NOT = 'Y' AND
                      WS-TRAN-VALUE NOT = 'N'
                       MOVE 'FLAG MUST BE Y OR N' TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE ZEROS TO WS-CHECK-TRAILING
                   INSPECT FUNCTION REVERSE(WS-TRAN-VALUE)
                       TALLYING WS-CHECK-TRAILING FOR LEADING SPACES
                   COMPUTE WS-CHECK-LENGTH = 20 - WS-CHECK-TRAILING
                   MOVE WS-DEF-MAX-VALUE TO WS-CHECK-MAX-LENGTH
                   IF WS-CHECK-MAX-LENGTH = 0
                       MOVE 20 TO WS-CHECK-MAX-LENGTH
                   END-IF
                   IF WS-CHECK-LENGTH < WS-DEF-MIN-VALUE OR
                      WS-CHECK-LENGTH > WS-CHECK-MAX-LENGTH
                       MOVE 'VALUE LENGTH OUTSIDE RANGE'
                         TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2070-EXIT.
           EXIT.

       2500-STAGE-TRANSACTION.
           MOVE 'IP' TO MC-SOURCE
           MOVE TRANSACTION-RECORD-IN(1:76) TO MC-TRAN-IMAGE
           MOVE WS-MAINT-USER TO MC-MAKER
           MOVE WS-CHANGED-TIMESTAMP TO MC-KEYED-TIMESTAMP
           WRITE PENDING-MAINT-RECORD
           ADD 1 TO WS-STAGED-COUNT
           MOVE SPACES TO WS-LOG-LINE
           STRING 'STAGED FOR APPROVAL: '
                  TRANSACTION-RECORD-IN(1:76)
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2100-READ-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD-IN
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-DEFINE-PARAMETER.
      * A DF on an existing parameter redefines it; value rows
      * already on file are re-checked by INSPARM as they are read.
           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-TRAN-NAME TO IP-PARM-NAME
           MOVE '00000000' TO IP-EFFECTIVE-DATE
           READ INSTALLATION-PARM-FILE
               KEY IS IP-PARM-KEY
               INVALID KEY
                   MOVE SPACES TO INSTALLATION-PARM-RECORD
                   MOVE WS-TRAN-NAME TO IP-PARM-NAME
                   MOVE '00000000' TO IP-EFFECTIVE-DATE
                   PERFORM 2250-FILL-DEFINITION
                   WRITE INSTALLATION-PARM-RECORD
                   END-WRITE
                   STRING 'DEFINED PARAMETER ' WS-TRAN-NAME
                          ' TYPE ' WS-TRAN-TYPE
                          ' MIN ' WS-TRAN-MIN-TEXT
                          ' MAX ' WS-TRAN-MAX-TEXT
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
               NOT INVALID KEY
                   PERFORM 2250-FILL-DEFINITION
                   REWRITE INSTALLATION-PARM-RECORD
                   END-REWRITE
                   STRING 'REDEFINED PARAMETER ' WS-TRAN-NAME
                          ' TYPE ' WS-TRAN-TYPE
                          ' MIN ' WS-TRAN-MIN-TEXT
                          ' MAX ' WS-TRAN-MAX-TEXT
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
           END-READ
           ADD 1 TO WS-DEFINED-COUNT
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2250-FILL-DEFINITION.
           MOVE SPACES TO IP-PARM-DATA
           MOVE WS-TRAN-TYPE TO IP-VALUE-TYPE
           MOVE WS-TRAN-MIN-VALUE TO IP-MIN-VALUE
           MOVE WS-TRAN-MAX-VALUE TO IP-MAX-VALUE
           MOVE WS-TRAN-DESCRIPTION TO IP-DESCRIPTION
           MOVE WS-TRAN-MAKER TO IP-MAKER
           MOVE WS-TRAN-CHECKER TO IP-CHECKER
           MOVE WS-CHANGED-TIMESTAMP TO IP-CHANGED-TIMESTAMP.

       2300-SET-VALUE.
      * One row per effective date: a second SV for the same date
      * (still in the future) replaces the first.
           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-TRAN-NAME TO IP-PARM-NAME
           MOVE WS-TRAN-EFF-DATE TO IP-EFFECTIVE-DATE
           READ INSTALLATION-PARM-FILE
               KEY IS IP-PARM-KEY
               INVALID KEY
                   MOVE SPACES TO INSTALLATION-PARM-RECORD
                   MOVE WS-TRAN-NAME TO IP-PARM-NAME
                   MOVE WS-TRAN-EFF-DATE TO IP-EFFECTIVE-DATE
                   PERFORM 2350-FILL-VALUE
                   WRITE INSTALLATION-PARM-RECORD
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2350-FILL-VALUE
                   REWRITE INSTALLATION-PARM-RECORD
                   END-REWRITE
           END-READ
           ADD 1 TO WS-SET-COUNT
           STRING 'SET ' WS-TRAN-NAME
                  ' FROM ' WS-TRAN-EFF-DATE
                  ' = ' WS-TRAN-VALUE
                  ' MAKER ' WS-TRAN-MAKER
                  ' CHECKER ' WS-TRAN-CHECKER
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2350-FILL-VALUE.
           MOVE SPACES TO IP-PARM-DATA
           MOVE WS-TRAN-VALUE TO IP-VALUE-TEXT
           MOVE WS-TRAN-MAKER TO IP-MAKER
           MOVE WS-TRAN-CHECKER TO IP-CHECKER
           MOVE WS-CHANGED-TIMESTAMP TO IP-CHANGED-TIMESTAMP.

       2400-DELETE-ROW.
      * The definition goes only once no value rows are left, so a
      * parameter is never left with values nothing can check.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-TRAN-EFF-DATE = '00000000'
               MOVE WS-TRAN-NAME TO IP-PARM-NAME
               MOVE '00000001' TO IP-EFFECTIVE-DATE
               START INSTALLATION-PARM-FILE
                   KEY IS NOT LESS THAN IP-PARM-KEY
                   INVALID KEY
                       MOVE HIGH-VALUES TO IP-PARM-NAME
                   NOT INVALID KEY
                       READ INSTALLATION-PARM-FILE NEXT RECORD
                           AT END
                               MOVE HIGH-VALUES TO IP-PARM-NAME
                       END-READ
               END-START
               IF IP-PARM-NAME = WS-TRAN-NAME
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'REJECTED DELETE - VALUE ROWS REMAIN: '
                          WS-TRAN-NAME
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                   GO TO 2400-EXIT
               END-IF
           END-IF

           MOVE WS-TRAN-NAME TO IP-PARM-NAME
           MOVE WS-TRAN-EFF-DATE TO IP-EFFECTIVE-DATE
           READ INSTALLATION-PARM-FILE
               KEY IS IP-PARM-KEY
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'REJECTED DELETE - NOT FOUND: '
                          WS-TRAN-NAME ' ' WS-TRAN-EFF-DATE
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
               NOT INVALID KEY
                   DELETE INSTALLATION-PARM-FILE RECORD
                   END-DELETE
                   ADD 1 TO WS-DELETE-COUNT
                   STRING 'DELETED ' WS-TRAN-NAME
                          ' ' WS-TRAN-EFF-DATE
                          ' MAKER ' WS-TRAN-MAKER
                          ' CHECKER ' WS-TRAN-CHECKER
                     DELIMITED BY SIZE INTO WS-LOG-LINE
                   END-STRING
           END-READ
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE.

       2400-EXIT.
           EXIT.

       3000-END-PROCESS.
           MOVE SPACES TO WS-LOG-LINE
           IF WS-APPLY-MODE
               CLOSE INSTALLATION-PARM-FILE
               STRING 'TRANSACTIONS READ: ' WS-READ-COUNT
                      ' DEFINED: ' WS-DEFINED-COUNT
                      ' VALUES SET: ' WS-SET-COUNT
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

       END PROGRAM INSIPMNT.
