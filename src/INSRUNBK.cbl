      ******************************************************************
      * Whole-Run Backout Utility
      * Function: Take one collection run back off the books after
      *           the wrong file (or a bad extract) was processed.
      *           The run is named by the identity the run registry
      *           holds - the header run date and file ID
      *           (BACKOUT_RUN_DATE / BACKOUT_FILE_ID) - and its
      *           footprint is the run posting journal (RUNJRNL)
      *           INSPMUPD writes as it posts. Newest posting first,
      *           the utility deletes the payment history record
      *           and its reference cross-reference, puts the
      *           policy's paid-to and next due dates back where
      *           cash application found them, and reverses the
      *           premium-deposit movement through INSPMDEP. The
      *           run's records are then taken out of the day and
      *           period activity files, the commission file and
      *           the receipt extract; the journal entries and the
      *           registry entry are marked backed out (so the file
      *           can be processed again) and the run's posted count
      *           comes off RUNTOTALS, so the end-of-day balancing
      *           and the activity cutover still prove.
      *
      *           Nothing is touched unless every posting is in an
      *           accounting period still open on PERIODCTL and no
      *           payment of the run has since been reversed or
      *           refunded by a later run. A refusal lists why and
      *           ends with condition code 8. Every item removed is
      *           listed on the control report (BKORPT); an item
      *           that needs a person - a receipt already printed, a
      *           policy moved on since the run, a reinstatement, a
      *           deposit that has since been spent - is listed for
      *           review and the run ends with condition code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSRUNBK.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSPJRCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-JOURNAL-FILE ASSIGN TO EXTERNAL RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNJRNL-FILE-STATUS.

           SELECT RUN-REGISTRY-FILE ASSIGN TO EXTERNAL RUNREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNREG-FILE-STATUS.

           SELECT RUN-TOTALS-FILE ASSIGN TO EXTERNAL RUNTOTALS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNTOT-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO EXTERNAL PERIODCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PAYMENT-XREF-FILE ASSIGN TO EXTERNAL PAYREFXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RX-REFERENCE-NO
           FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT POLICY-JOURNAL-FILE ASSIGN TO EXTERNAL POLJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLJRNL-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO EXTERNAL ACTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

           SELECT ACTIVITY-HIST-FILE ASSIGN TO EXTERNAL ACTHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTHIST-FILE-STATUS.

           SELECT COMMISSION-FILE ASSIGN TO EXTERNAL COMMFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMM-FILE-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO EXTERNAL RECEIPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO EXTERNAL BKOWORK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL BKORPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-JOURNAL-FILE
           RECORD CONTAINS 134 CHARACTERS
           DATA RECORD IS RUN-JOURNAL-RECORD.
       COPY RUNJRNL.

       FD  RUN-REGISTRY-FILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS RUN-REGISTRY-RECORD.
       COPY RUNREG.

       FD  RUN-TOTALS-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS RUN-TOTALS-RECORD.
       COPY RUNTOTAL.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS PERIOD-CONTROL-RECORD.
       COPY PERIODCT.

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  PAYMENT-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAYMENT-XREF-RECORD.
       COPY PAYREFXR.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  POLICY-JOURNAL-FILE
           RECORD CONTAINS 193 CHARACTERS
           DATA RECORD IS POLICY-JOURNAL-RECORD.
       COPY POLJRNL.

       FD  ACTIVITY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS ACTIVITY-DAY-RECORD.
       01  ACTIVITY-DAY-RECORD         PIC X(90).

       FD  ACTIVITY-HIST-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS ACTIVITY-HIST-RECORD.
       01  ACTIVITY-HIST-RECORD        PIC X(90).

       FD  COMMISSION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS COMMISSION-RECORD.
       COPY COMMREC.

       FD  RECEIPT-FILE
           RECORD CONTAINS 202 CHARACTERS
           DATA RECORD IS RECEIPT-RECORD.
       01  RECEIPT-RECORD.
           05  RT-POLICY-ID            PIC X(10).
           05  RT-CLIENT-ID            PIC X(08).
           05  RT-CLIENT-NAME          PIC X(30).
           05  RT-ADDRESS-LINE-1       PIC X(30).
           05  RT-ADDRESS-LINE-2       PIC X(30).
           05  RT-CITY                 PIC X(20).
           05  RT-POSTAL-CODE          PIC X(10).
           05  RT-AMOUNT               PIC 9(8)V99.
           05  RT-CURRENCY-CODE        PIC X(03).
           05  RT-PAYMENT-METHOD       PIC X(02).
           05  RT-REFERENCE-NO         PIC X(16).
           05  RT-PAYMENT-ID           PIC X(12).
           05  RT-TRANSACTION-TYPE     PIC X(02).
           05  RT-POSTING-TIMESTAMP    PIC X(19).

       FD  WORK-FILE
           RECORD CONTAINS 202 CHARACTERS
           DATA RECORD IS WORK-RECORD.
       01  WORK-RECORD                 PIC X(202).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNJRNL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-RUNREG-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNTOT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POLJRNL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ACTIVITY-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-ACTHIST-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-COMM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RECEIPT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-INPUT-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-INPUT            VALUE 'Y'.
       01  WS-WORK-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-WORK             VALUE 'Y'.
       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  BACKOUT-REFUSED         VALUE 'Y'.
       01  WS-IN-RUN-FLAG              PIC X VALUE 'N'.
           88  KEY-IS-IN-RUN           VALUE 'Y'.
       01  WS-RECEIPTS-PRINTED-FLAG    PIC X VALUE 'N'.
           88  TODAYS-RECEIPTS-PRINTED VALUE 'Y'.

      * The run to back out - the registry's identity for it.
       01  WS-BACKOUT-RUN-DATE         PIC X(8) VALUE SPACES.
       01  WS-BACKOUT-FILE-ID          PIC X(12) VALUE SPACES.
       01  WS-REFUSE-REASON            PIC X(80) VALUE SPACES.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-TODAY-STAMP              PIC X(10) VALUE SPACES.

      * Business dates and accounting periods the run posted under.
      * The activity, commission and receipt passes only look up a
      * record inside these bounds.
       01  WS-FIRST-PROCESS-DATE       PIC X(8) VALUE HIGH-VALUES.
       01  WS-LAST-PROCESS-DATE        PIC X(8) VALUE LOW-VALUES.
       01  WS-FIRST-STAMP              PIC X(10) VALUE SPACES.
       01  WS-LAST-STAMP               PIC X(10) VALUE SPACES.
       01  WS-FIRST-PERIOD             PIC X(6) VALUE HIGH-VALUES.
       01  WS-LAST-PERIOD              PIC X(6) VALUE LOW-VALUES.

      * The run's postings still on the books, in posting order, so
      * they can be backed out newest-first.
       01  WS-POST-TABLE.
           05  WS-POST-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-POST-ENTRY           OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-POST-COUNT
                                       INDEXED BY WS-PT-IDX.
               10  WS-PT-KEY.
                   15  WS-PT-PAYMENT-ID    PIC X(12).
                   15  WS-PT-TXN-TYPE      PIC X(02).
               10  WS-PT-POLICY-ID         PIC X(10).
               10  WS-PT-PROCESS-DATE      PIC X(08).
               10  WS-PT-PERIOD            PIC X(06).
               10  WS-PT-AMOUNT            PIC 9(8)V99.
               10  WS-PT-BEFORE-PAID-TO    PIC X(08).
               10  WS-PT-BEFORE-NEXT-DUE   PIC X(08).
               10  WS-PT-AFTER-PAID-TO     PIC X(08).
               10  WS-PT-AFTER-NEXT-DUE    PIC X(08).
               10  WS-PT-DEPOSIT-HELD      PIC 9(9)V99.
               10  WS-PT-DEPOSIT-APPLIED   PIC 9(9)V99.
               10  WS-PT-POST-RESULT       PIC X(10).

       01  WS-POST-SUB                 PIC S9(7) COMP VALUE ZEROS.
       01  WS-FIND-KEY.
           05  WS-FIND-PAYMENT-ID      PIC X(12).
           05  WS-FIND-TXN-TYPE        PIC X(02).

      * Registry and run-totals entries for the run, by position in
      * their files (the last matching one is the run's).
       01  WS-REG-ORDINAL              PIC 9(7) VALUE ZEROS.
       01  WS-REG-MATCH-NO             PIC 9(7) VALUE ZEROS.
       01  WS-TOT-ORDINAL              PIC 9(7) VALUE ZEROS.
       01  WS-TOT-MATCH-NO             PIC 9(7) VALUE ZEROS.

      * One posting's activity image (the 90-byte history layout).
       01  WS-ACTIVITY-IMAGE.
           05  WS-AI-KEY               PIC X(14).
           05  WS-AI-POLICY-ID         PIC X(10).
           05  FILLER                  PIC X(45).
           05  WS-AI-STAMP-DATE        PIC X(10).
           05  FILLER                  PIC X(11).

       01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-DEPOSIT-NET              PIC S9(9)V99 VALUE ZEROS.
       01  WS-FILE-REMOVED             PIC 9(7) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-JRNL-READ            PIC 9(7) VALUE ZEROS.
           05  WS-POSTED-AMOUNT        PIC 9(11)V99 VALUE ZEROS.
           05  WS-HIST-REMOVED         PIC 9(7) VALUE ZEROS.
           05  WS-XREF-REMOVED         PIC 9(7) VALUE ZEROS.
           05  WS-POLICY-RESTORED      PIC 9(7) VALUE ZEROS.
           05  WS-DEPOSIT-REVERSED     PIC 9(7) VALUE ZEROS.
           05  WS-ACT-REMOVED          PIC 9(7) VALUE ZEROS.
           05  WS-ACTH-REMOVED         PIC 9(7) VALUE ZEROS.
           05  WS-COMM-REMOVED         PIC 9(7) VALUE ZEROS.
           05  WS-COMM-AMOUNT          PIC S9(9)V99 VALUE ZEROS.
           05  WS-RECEIPT-REMOVED      PIC 9(7) VALUE ZEROS.
           05  WS-REVIEW-COUNT         PIC 9(7) VALUE ZEROS.

       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-CYC-STEP                 PIC X(10) VALUE SPACES.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.

      * Premium-deposit ledger parameters
       COPY DEPPARM.

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
             'WHOLE-RUN BACKOUT CONTROL REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
          05 HL-RUN-DATE               PIC X(8).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(9) VALUE 'FILE ID: '.
          05 HL-FILE-ID                PIC X(12).

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(14) VALUE 'ITEM'.
          05 FILLER                    PIC X(12) VALUE 'POLICY'.
          05 FILLER                    PIC X(14) VALUE 'PAYMENT ID'.
          05 FILLER                    PIC X(4) VALUE 'TY'.
          05 FILLER                    PIC X(16) VALUE
             '        AMOUNT'.
          05 FILLER                    PIC X(42) VALUE 'ACTION'.
          05 FILLER                    PIC X(6) VALUE 'REVIEW'.

       01  HL-HEADING-LINE-4.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  DL-ITEM-LINE.
          05 DL-ITEM-TYPE              PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-PAYMENT-ID             PIC X(12).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-TXN-TYPE               PIC X(2).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-AMOUNT                 PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-ACTION                 PIC X(40).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-REVIEW                 PIC X(6).
             88 DL-NEEDS-REVIEW            VALUE 'REVIEW'.

       01  TL-COUNT-LINE.
          05 TL-LABEL                  PIC X(36).
          05 TL-COUNT                  PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 TL-AMOUNT-TEXT            PIC X(8).
          05 TL-AMOUNT                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  BL-REFUSAL-LINE.
          05 FILLER                    PIC X(18) VALUE
             'BACKOUT REFUSED - '.
          05 BL-REFUSE-REASON          PIC X(80).

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS THRU 1000-EXIT
           IF BACKOUT-REFUSED
               PERFORM 8000-REPORT-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-OPEN-FOR-UPDATE
           PERFORM 2000-BACK-OUT-POSTING
               VARYING WS-POST-SUB FROM WS-POST-COUNT BY -1
               UNTIL WS-POST-SUB < 1
           PERFORM 1600-CLOSE-FOR-UPDATE

           PERFORM 3000-FILTER-DAY-ACTIVITY THRU 3000-EXIT
           PERFORM 3100-FILTER-PERIOD-ACTIVITY THRU 3100-EXIT
           PERFORM 3200-FILTER-COMMISSION THRU 3200-EXIT
           PERFORM 3300-FILTER-RECEIPTS THRU 3300-EXIT

           PERFORM 4000-MARK-JOURNAL THRU 4000-EXIT
           PERFORM 4100-CORRECT-RUN-TOTALS THRU 4100-EXIT
           PERFORM 4200-MARK-REGISTRY THRU 4200-EXIT

           PERFORM 9000-END-PROCESS
           IF WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      ******************************************************************
      * Initialization: read the run's identity, load its postings
      * and prove the backout is allowed before anything is touched.
      ******************************************************************
       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO WS-TODAY-STAMP
           END-STRING

           ACCEPT WS-BACKOUT-RUN-DATE FROM ENVIRONMENT
               "BACKOUT_RUN_DATE"
           ACCEPT WS-BACKOUT-FILE-ID FROM ENVIRONMENT
               "BACKOUT_FILE_ID"

           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-STAMP TO HL-DATE
           MOVE WS-BACKOUT-RUN-DATE TO HL-RUN-DATE
           MOVE WS-BACKOUT-FILE-ID TO HL-FILE-ID
           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-4

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSRUNBK' TO LOG-MODULE
           STRING 'Run backout started for run date '
                  WS-BACKOUT-RUN-DATE
                  ' file ' WS-BACKOUT-FILE-ID
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF WS-BACKOUT-RUN-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'BACKOUT_RUN_DATE MUST BE THE HEADER RUN DATE'
                 TO WS-REFUSE-REASON
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-RUN-JOURNAL
           IF BACKOUT-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-SCAN-REGISTRY
           PERFORM 1250-SCAN-RUN-TOTALS

           IF WS-POST-COUNT = 0 AND WS-REG-MATCH-NO = 0
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'NO POSTINGS OR COMPLETED RUN ON FILE FOR THIS RUN'
                 TO WS-REFUSE-REASON
               GO TO 1000-EXIT
           END-IF

           PERFORM 1300-CHECK-PERIODS-OPEN
           IF BACKOUT-REFUSED
               GO TO 1000-EXIT
           END-IF

           PERFORM 1400-CHECK-LATER-ACTIVITY
           IF BACKOUT-REFUSED
               MOVE 'A LATER RUN HAS REVERSED OR REFUNDED A PAYMENT'
                 TO WS-REFUSE-REASON
               GO TO 1000-EXIT
           END-IF

           PERFORM 1450-CHECK-RECEIPTS-PRINTED.

       1000-EXIT.
           EXIT.

       1100-LOAD-RUN-JOURNAL.
      * Only entries still on the books - a run backed out before
      * and processed again journals afresh under the same name.
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           OPEN INPUT RUN-JOURNAL-FILE
           IF WS-RUNJRNL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-INPUT-EOF-FLAG
           ELSE
               PERFORM 1150-READ-RUN-JOURNAL
           END-IF
           PERFORM 1110-LOAD-ONE-POSTING
               UNTIL END-OF-INPUT OR BACKOUT-REFUSED
           IF WS-RUNJRNL-FILE-STATUS NOT = '35'
               CLOSE RUN-JOURNAL-FILE
           END-IF

           IF WS-POST-COUNT > 0
               STRING WS-FIRST-PROCESS-DATE(1:4) DELIMITED BY SIZE
                      '-'
                      WS-FIRST-PROCESS-DATE(5:2) DELIMITED BY SIZE
                      '-'
                      WS-FIRST-PROCESS-DATE(7:2) DELIMITED BY SIZE
                 INTO WS-FIRST-STAMP
               END-STRING
               STRING WS-LAST-PROCESS-DATE(1:4) DELIMITED BY SIZE
                      '-'
                      WS-LAST-PROCESS-DATE(5:2) DELIMITED BY SIZE
                      '-'
                      WS-LAST-PROCESS-DATE(7:2) DELIMITED BY SIZE
                 INTO WS-LAST-STAMP
               END-STRING
           END-IF.

       1110-LOAD-ONE-POSTING.
           IF RP-RUN-DATE = WS-BACKOUT-RUN-DATE AND
              RP-FILE-ID = WS-BACKOUT-FILE-ID AND
              RP-POSTED
               IF WS-POST-COUNT < 20000
                   ADD 1 TO WS-POST-COUNT
                   MOVE RP-POSTING-KEY TO WS-PT-KEY(WS-POST-COUNT)
                   MOVE RP-POLICY-ID
                     TO WS-PT-POLICY-ID(WS-POST-COUNT)
                   MOVE RP-PROCESS-DATE
                     TO WS-PT-PROCESS-DATE(WS-POST-COUNT)
                   MOVE RP-ACCOUNTING-PERIOD
                     TO WS-PT-PERIOD(WS-POST-COUNT)
                   MOVE RP-AMOUNT TO WS-PT-AMOUNT(WS-POST-COUNT)
                   MOVE RP-BEFORE-PAID-TO
                     TO WS-PT-BEFORE-PAID-TO(WS-POST-COUNT)
                   MOVE RP-BEFORE-NEXT-DUE
                     TO WS-PT-BEFORE-NEXT-DUE(WS-POST-COUNT)
                   MOVE RP-AFTER-PAID-TO
                     TO WS-PT-AFTER-PAID-TO(WS-POST-COUNT)
                   MOVE RP-AFTER-NEXT-DUE
                     TO WS-PT-AFTER-NEXT-DUE(WS-POST-COUNT)
                   MOVE RP-DEPOSIT-HELD
                     TO WS-PT-DEPOSIT-HELD(WS-POST-COUNT)
                   MOVE RP-DEPOSIT-APPLIED
                     TO WS-PT-DEPOSIT-APPLIED(WS-POST-COUNT)
                   MOVE RP-POST-RESULT
                     TO WS-PT-POST-RESULT(WS-POST-COUNT)
                   ADD RP-AMOUNT TO WS-POSTED-AMOUNT
                   IF RP-PROCESS-DATE < WS-FIRST-PROCESS-DATE
                       MOVE RP-PROCESS-DATE TO WS-FIRST-PROCESS-DATE
                   END-IF
                   IF RP-PROCESS-DATE > WS-LAST-PROCESS-DATE
                       MOVE RP-PROCESS-DATE TO WS-LAST-PROCESS-DATE
                   END-IF
                   IF RP-ACCOUNTING-PERIOD < WS-FIRST-PERIOD
                       MOVE RP-ACCOUNTING-PERIOD TO WS-FIRST-PERIOD
                   END-IF
                   IF RP-ACCOUNTING-PERIOD > WS-LAST-PERIOD
                       MOVE RP-ACCOUNTING-PERIOD TO WS-LAST-PERIOD
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   MOVE 'RUN HAS MORE THAN 20000 POSTINGS'
                     TO WS-REFUSE-REASON
               END-IF
           END-IF
           PERFORM 1150-READ-RUN-JOURNAL.

       1150-READ-RUN-JOURNAL.
           READ RUN-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-READ
           END-READ.

       1200-SCAN-REGISTRY.
      * The run's completed registry entry, if it got that far - an
      * interrupted run never registered and has none to release.
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           MOVE ZEROS TO WS-REG-ORDINAL
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-RUNREG-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-INPUT-EOF-FLAG
           ELSE
               PERFORM 1220-READ-REGISTRY
           END-IF
           PERFORM 1210-SCAN-ONE-REGISTRY UNTIL END-OF-INPUT
           IF WS-RUNREG-FILE-STATUS NOT = '35'
               CLOSE RUN-REGISTRY-FILE
           END-IF.

       1210-SCAN-ONE-REGISTRY.
           ADD 1 TO WS-REG-ORDINAL
           IF RR-RUN-DATE = WS-BACKOUT-RUN-DATE AND
              RR-FILE-ID = WS-BACKOUT-FILE-ID AND
              RR-RUN-COMPLETED
               MOVE WS-REG-ORDINAL TO WS-REG-MATCH-NO
           END-IF
           PERFORM 1220-READ-REGISTRY.

       1220-READ-REGISTRY.
           READ RUN-REGISTRY-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
           END-READ.

       1250-SCAN-RUN-TOTALS.
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           MOVE ZEROS TO WS-TOT-ORDINAL
           OPEN INPUT RUN-TOTALS-FILE
           IF WS-RUNTOT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-INPUT-EOF-FLAG
           ELSE
               PERFORM 1270-READ-RUN-TOTALS
           END-IF
           PERFORM 1260-SCAN-ONE-RUN-TOTAL UNTIL END-OF-INPUT
           IF WS-RUNTOT-FILE-STATUS NOT = '35'
               CLOSE RUN-TOTALS-FILE
           END-IF.

       1260-SCAN-ONE-RUN-TOTAL.
           ADD 1 TO WS-TOT-ORDINAL
           IF RN-HDR-RUN-DATE = WS-BACKOUT-RUN-DATE AND
              RN-FILE-ID = WS-BACKOUT-FILE-ID
               MOVE WS-TOT-ORDINAL TO WS-TOT-MATCH-NO
           END-IF
           PERFORM 1270-READ-RUN-TOTALS.

       1270-READ-RUN-TOTALS.
           READ RUN-TOTALS-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
           END-READ.

       1300-CHECK-PERIODS-OPEN.
      * A period absent from the control file is open; a closed one
      * holding any of the run's postings stops the backout.
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-INPUT-EOF-FLAG
           ELSE
               PERFORM 1320-READ-PERIOD-CONTROL
           END-IF
           PERFORM 1310-CHECK-ONE-PERIOD
               UNTIL END-OF-INPUT OR BACKOUT-REFUSED
           IF WS-CONTROL-FILE-STATUS NOT = '35'
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       1310-CHECK-ONE-PERIOD.
           IF PC-PERIOD-CLOSED AND WS-POST-COUNT > 0
               SET WS-PT-IDX TO 1
               SEARCH WS-POST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PT-PERIOD(WS-PT-IDX) = PC-PERIOD
                       MOVE 'Y' TO WS-REFUSED-FLAG
                       STRING 'ACCOUNTING PERIOD ' PC-PERIOD
                              ' IS CLOSED'
                         DELIMITED BY SIZE
                         INTO WS-REFUSE-REASON
                       END-STRING
               END-SEARCH
           END-IF
           PERFORM 1320-READ-PERIOD-CONTROL.

       1320-READ-PERIOD-CONTROL.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
           END-READ.

       1400-CHECK-LATER-ACTIVITY.
      * A payment of this run that a later run has since reversed or
      * refunded cannot simply disappear - that reversal would be
      * left crediting a payment no longer on the books. Each one is
      * listed and the backout is refused.
           IF WS-POST-COUNT > 0
               OPEN INPUT PAYMENT-HISTORY-FILE
               PERFORM 1410-CHECK-ONE-PAYMENT
                   VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-COUNT
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       1410-CHECK-ONE-PAYMENT.
           IF WS-PT-TXN-TYPE(WS-POST-SUB) = '01'
               MOVE WS-PT-PAYMENT-ID(WS-POST-SUB) TO WS-FIND-PAYMENT-ID
               MOVE '02' TO WS-FIND-TXN-TYPE
               PERFORM 1420-CHECK-LATER-KEY
               MOVE '03' TO WS-FIND-TXN-TYPE
               PERFORM 1420-CHECK-LATER-KEY
           END-IF.

       1420-CHECK-LATER-KEY.
           MOVE WS-FIND-KEY TO PH-RECORD-KEY
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1430-FIND-KEY-IN-RUN
                   IF NOT KEY-IS-IN-RUN
                       MOVE 'Y' TO WS-REFUSED-FLAG
                       MOVE 'LATER POSTING' TO DL-ITEM-TYPE
                       MOVE PH-POLICY-ID TO DL-POLICY-ID
                       MOVE PH-PAYMENT-ID TO DL-PAYMENT-ID
                       MOVE PH-TRANSACTION-TYPE TO DL-TXN-TYPE
                       MOVE PH-AMOUNT TO DL-AMOUNT
                       MOVE 'REVERSES THIS RUN - BACK IT OUT FIRST'
                         TO DL-ACTION
                       MOVE SPACES TO DL-REVIEW
                       WRITE REPORT-LINE FROM DL-ITEM-LINE
                   END-IF
           END-READ.

       1430-FIND-KEY-IN-RUN.
           MOVE 'N' TO WS-IN-RUN-FLAG
           SET WS-PT-IDX TO 1
           SEARCH WS-POST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-KEY(WS-PT-IDX) = WS-FIND-KEY
                   MOVE 'Y' TO WS-IN-RUN-FLAG
           END-SEARCH.

       1450-CHECK-RECEIPTS-PRINTED.
      * The letter step prints the whole receipt extract. Receipts
      * stamped on an earlier business date went out with that
      * cycle; today's have gone out once INSLTRFM has started on
      * today's cycle. With no step-control file the cycle is not
      * sequenced and today's are taken as still unprinted.
           MOVE 'P' TO WS-CYC-FUNCTION
           MOVE 'INSLTRFM' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-TODAY-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT
           IF WS-CYC-RESULT = 0 OR WS-CYC-RESULT = 2
               MOVE 'Y' TO WS-RECEIPTS-PRINTED-FLAG
           END-IF.

       1500-OPEN-FOR-UPDATE.
           OPEN I-O PAYMENT-HISTORY-FILE
           OPEN I-O PAYMENT-XREF-FILE
           OPEN I-O POLICY-MASTER-FILE
           OPEN EXTEND POLICY-JOURNAL-FILE
           IF WS-POLJRNL-FILE-STATUS = '35'
               OPEN OUTPUT POLICY-JOURNAL-FILE
           END-IF.

       1600-CLOSE-FOR-UPDATE.
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE PAYMENT-XREF-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE POLICY-JOURNAL-FILE.

      ******************************************************************
      * One posting, newest first: history and cross-reference out,
      * billing dates and deposit ledger back as they were.
      ******************************************************************
       2000-BACK-OUT-POSTING.
           MOVE WS-PT-POLICY-ID(WS-POST-SUB) TO DL-POLICY-ID
           MOVE WS-PT-PAYMENT-ID(WS-POST-SUB) TO DL-PAYMENT-ID
           MOVE WS-PT-TXN-TYPE(WS-POST-SUB) TO DL-TXN-TYPE
           MOVE WS-PT-AMOUNT(WS-POST-SUB) TO DL-AMOUNT

           PERFORM 2100-REMOVE-HISTORY
           PERFORM 2300-RESTORE-POLICY THRU 2300-EXIT
           PERFORM 2400-REVERSE-DEPOSIT THRU 2400-EXIT

           IF WS-PT-POST-RESULT(WS-POST-SUB) = 'REINSTATED'
               MOVE 'POLICY' TO DL-ITEM-TYPE
               MOVE WS-PT-AMOUNT(WS-POST-SUB) TO DL-AMOUNT
               MOVE 'REINSTATED BY THIS PAYMENT - NOT REVERSED'
                 TO DL-ACTION
               MOVE 'REVIEW' TO DL-REVIEW
               PERFORM 7000-WRITE-ITEM
           END-IF.

       2100-REMOVE-HISTORY.
           MOVE 'HISTORY' TO DL-ITEM-TYPE
           MOVE WS-PT-KEY(WS-POST-SUB) TO PH-RECORD-KEY
           READ PAYMENT-HISTORY-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE' TO DL-ACTION
                   MOVE 'REVIEW' TO DL-REVIEW
                   PERFORM 7000-WRITE-ITEM
               NOT INVALID KEY
                   IF PH-POLICY-ID = WS-PT-POLICY-ID(WS-POST-SUB)
                       DELETE PAYMENT-HISTORY-FILE RECORD
                       IF WS-HISTORY-FILE-STATUS = '00'
                           ADD 1 TO WS-HIST-REMOVED
                           MOVE 'REMOVED' TO DL-ACTION
                           MOVE SPACES TO DL-REVIEW
                           PERFORM 7000-WRITE-ITEM
                           PERFORM 2200-REMOVE-XREF
                       ELSE
                           MOVE 'DELETE FAILED' TO DL-ACTION
                           MOVE 'REVIEW' TO DL-REVIEW
                           PERFORM 7000-WRITE-ITEM
                       END-IF
                   ELSE
                       MOVE 'ON FILE FOR ANOTHER POLICY - KEPT'
                         TO DL-ACTION
                       MOVE 'REVIEW' TO DL-REVIEW
                       PERFORM 7000-WRITE-ITEM
                   END-IF
           END-READ.

       2200-REMOVE-XREF.
      * Only when the reference still points at this posting - the
      * first posting under a reference owns it.
           IF PH-REFERENCE-NO NOT = SPACES
               MOVE PH-REFERENCE-NO TO RX-REFERENCE-NO
               READ PAYMENT-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RX-PAYMENT-ID = PH-PAYMENT-ID AND
                          RX-TRANSACTION-TYPE = PH-TRANSACTION-TYPE
                           DELETE PAYMENT-XREF-FILE RECORD
                           IF WS-XREF-FILE-STATUS = '00'
                               ADD 1 TO WS-XREF-REMOVED
                               MOVE 'REFERENCE XREF' TO DL-ITEM-TYPE
                               MOVE SPACES TO DL-ACTION
                               STRING 'REMOVED ' PH-REFERENCE-NO
                                 DELIMITED BY SIZE
                                 INTO DL-ACTION
                               END-STRING
                               MOVE SPACES TO DL-REVIEW
                               PERFORM 7000-WRITE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-IF.

       2300-RESTORE-POLICY.
      * Cash application advanced the billing dates only when the
      * after-image is present. They go back only if the policy
      * still shows what this posting left; anything since (a later
      * payment, maintenance) is for a person to unpick.
           IF WS-PT-AFTER-PAID-TO(WS-POST-SUB) = SPACES AND
              WS-PT-AFTER-NEXT-DUE(WS-POST-SUB) = SPACES
               GO TO 2300-EXIT
           END-IF
           MOVE 'POLICY' TO DL-ITEM-TYPE
           MOVE WS-PT-POLICY-ID(WS-POST-SUB) TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - DATES NOT RESTORED' TO DL-ACTION
                   MOVE 'REVIEW' TO DL-REVIEW
                   PERFORM 7000-WRITE-ITEM
                   GO TO 2300-EXIT
           END-READ
           IF PM-PAID-TO-DATE NOT = WS-PT-AFTER-PAID-TO(WS-POST-SUB)
              OR PM-NEXT-DUE-DATE NOT =
                 WS-PT-AFTER-NEXT-DUE(WS-POST-SUB)
               MOVE 'MOVED ON SINCE - DATES NOT RESTORED' TO DL-ACTION
               MOVE 'REVIEW' TO DL-REVIEW
               PERFORM 7000-WRITE-ITEM
               GO TO 2300-EXIT
           END-IF

           MOVE POLICY-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-PT-BEFORE-PAID-TO(WS-POST-SUB) TO PM-PAID-TO-DATE
           MOVE WS-PT-BEFORE-NEXT-DUE(WS-POST-SUB)
             TO PM-NEXT-DUE-DATE
           REWRITE POLICY-MASTER-RECORD
           IF WS-POLICY-FILE-STATUS = '00'
               MOVE POLICY-MASTER-RECORD TO WS-AFTER-IMAGE
               PERFORM 2350-WRITE-POLICY-JOURNAL
               ADD 1 TO WS-POLICY-RESTORED
               MOVE SPACES TO DL-ACTION
               STRING 'PAID-TO ' PM-PAID-TO-DATE
                      ' NEXT DUE ' PM-NEXT-DUE-DATE ' RESTORED'
                 DELIMITED BY SIZE
                 INTO DL-ACTION
               END-STRING
               MOVE SPACES TO DL-REVIEW
           ELSE
               MOVE 'REWRITE FAILED - DATES NOT RESTORED' TO DL-ACTION
               MOVE 'REVIEW' TO DL-REVIEW
           END-IF
           PERFORM 7000-WRITE-ITEM.

       2300-EXIT.
           EXIT.

       2350-WRITE-POLICY-JOURNAL.
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
           MOVE 'BK' TO JR-TRAN-CODE
           MOVE 'RW' TO JR-ACTION
           MOVE PM-POLICY-ID TO JR-POLICY-ID
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE POLICY-JOURNAL-RECORD.

       2400-REVERSE-DEPOSIT.
      * What the posting put on deposit comes back off; what it took
      * off deposit goes back on. Netted to one ledger movement.
           COMPUTE WS-DEPOSIT-NET =
                   WS-PT-DEPOSIT-HELD(WS-POST-SUB)
                 - WS-PT-DEPOSIT-APPLIED(WS-POST-SUB)
           IF WS-DEPOSIT-NET = 0
               GO TO 2400-EXIT
           END-IF
           MOVE 'DEPOSIT' TO DL-ITEM-TYPE
           IF WS-DEPOSIT-NET > 0
               MOVE 'A' TO DEP-FUNCTION-CODE
               MOVE WS-DEPOSIT-NET TO DEP-AMOUNT
           ELSE
               MOVE 'O' TO DEP-FUNCTION-CODE
               COMPUTE DEP-AMOUNT = 0 - WS-DEPOSIT-NET
           END-IF
           MOVE WS-PT-POLICY-ID(WS-POST-SUB) TO DEP-POLICY-ID
           MOVE WS-TODAY-DATE TO DEP-MOVEMENT-DATE
           MOVE WS-PT-PAYMENT-ID(WS-POST-SUB) TO DEP-REFERENCE
           MOVE 'INSRUNBK' TO DEP-SOURCE-PROGRAM
           CALL 'INSPMDEP' USING DEPOSIT-LEDGER-PARAMS
           MOVE WS-DEPOSIT-NET TO DL-AMOUNT
           EVALUATE TRUE
               WHEN DEP-SUCCESS
                   ADD 1 TO WS-DEPOSIT-REVERSED
                   IF WS-DEPOSIT-NET > 0
                       MOVE 'HELD AMOUNT TAKEN OFF DEPOSIT'
                         TO DL-ACTION
                   ELSE
                       MOVE 'APPLIED AMOUNT PUT BACK ON DEPOSIT'
                         TO DL-ACTION
                   END-IF
                   MOVE SPACES TO DL-REVIEW
               WHEN DEP-INSUFFICIENT
                   MOVE 'BALANCE SINCE USED - NOT TAKEN OFF'
                     TO DL-ACTION
                   MOVE 'REVIEW' TO DL-REVIEW
               WHEN OTHER
                   MOVE 'LEDGER UPDATE FAILED' TO DL-ACTION
                   MOVE 'REVIEW' TO DL-REVIEW
           END-EVALUATE
           PERFORM 7000-WRITE-ITEM.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * Sequential files: copy every record the run did not write to
      * the work file, then copy the work file back over the input
      * when anything was taken out.
      ******************************************************************
       3000-FILTER-DAY-ACTIVITY.
           MOVE ZEROS TO WS-FILE-REMOVED
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-FILE-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 3020-READ-DAY-ACTIVITY
           PERFORM 3010-SCREEN-DAY-ACTIVITY UNTIL END-OF-INPUT
           CLOSE ACTIVITY-FILE
           CLOSE WORK-FILE
           ADD WS-FILE-REMOVED TO WS-ACT-REMOVED

           IF WS-FILE-REMOVED > 0
               OPEN INPUT WORK-FILE
               MOVE 'N' TO WS-WORK-EOF-FLAG
               OPEN OUTPUT ACTIVITY-FILE
               PERFORM 3900-READ-WORK
               PERFORM 3030-RESTORE-DAY-ACTIVITY UNTIL END-OF-WORK
               CLOSE WORK-FILE
               CLOSE ACTIVITY-FILE
           END-IF.

       3000-EXIT.
           EXIT.

       3010-SCREEN-DAY-ACTIVITY.
           MOVE ACTIVITY-DAY-RECORD TO WS-ACTIVITY-IMAGE
           MOVE 'DAY ACTIVITY' TO DL-ITEM-TYPE
           PERFORM 3800-MATCH-ACTIVITY
           IF NOT KEY-IS-IN-RUN
               WRITE WORK-RECORD FROM ACTIVITY-DAY-RECORD
           END-IF
           PERFORM 3020-READ-DAY-ACTIVITY.

       3020-READ-DAY-ACTIVITY.
           READ ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
           END-READ.

       3030-RESTORE-DAY-ACTIVITY.
           MOVE WORK-RECORD TO ACTIVITY-DAY-RECORD
           WRITE ACTIVITY-DAY-RECORD
           PERFORM 3900-READ-WORK.

       3100-FILTER-PERIOD-ACTIVITY.
      * The day file may already have been cut over to the period
      * file when the backout runs on a later day.
           MOVE ZEROS TO WS-FILE-REMOVED
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           OPEN INPUT ACTIVITY-HIST-FILE
           IF WS-ACTHIST-FILE-STATUS NOT = '00'
               GO TO 3100-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 3120-READ-PERIOD-ACTIVITY
           PERFORM 3110-SCREEN-PERIOD-ACTIVITY UNTIL END-OF-INPUT
           CLOSE ACTIVITY-HIST-FILE
           CLOSE WORK-FILE
           ADD WS-FILE-REMOVED TO WS-ACTH-REMOVED

           IF WS-FILE-REMOVED > 0
               OPEN INPUT WORK-FILE
               MOVE 'N' TO WS-WORK-EOF-FLAG
               OPEN OUTPUT ACTIVITY-HIST-FILE
               PERFORM 3900-READ-WORK
               PERFORM 3130-RESTORE-PERIOD-ACTIVITY UNTIL END-OF-WORK
               CLOSE WORK-FILE
               CLOSE ACTIVITY-HIST-FILE
           END-IF.

       3100-EXIT.
           EXIT.

       3110-SCREEN-PERIOD-ACTIVITY.
           MOVE ACTIVITY-HIST-RECORD TO WS-ACTIVITY-IMAGE
           MOVE 'PERIOD ACTVY' TO DL-ITEM-TYPE
           PERFORM 3800-MATCH-ACTIVITY
           IF NOT KEY-IS-IN-RUN
               WRITE WORK-RECORD FROM ACTIVITY-HIST-RECORD
           END-IF
           PERFORM 3120-READ-PERIOD-ACTIVITY.

       3120-READ-PERIOD-ACTIVITY.
           READ ACTIVITY-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
           END-READ.

       3130-RESTORE-PERIOD-ACTIVITY.
           MOVE WORK-RECORD TO ACTIVITY-HIST-RECORD
           WRITE ACTIVITY-HIST-RECORD
           PERFORM 3900-READ-WORK.

       3200-FILTER-COMMISSION.
           MOVE ZEROS TO WS-FILE-REMOVED
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           OPEN INPUT COMMISSION-FILE
           IF WS-COMM-FILE-STATUS NOT = '00'
               GO TO 3200-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 3220-READ-COMMISSION
           PERFORM 3210-SCREEN-COMMISSION UNTIL END-OF-INPUT
           CLOSE COMMISSION-FILE
           CLOSE WORK-FILE
           ADD WS-FILE-REMOVED TO WS-COMM-REMOVED

           IF WS-FILE-REMOVED > 0
               OPEN INPUT WORK-FILE
               MOVE 'N' TO WS-WORK-EOF-FLAG
               OPEN OUTPUT COMMISSION-FILE
               PERFORM 3900-READ-WORK
               PERFORM 3230-RESTORE-COMMISSION UNTIL END-OF-WORK
               CLOSE WORK-FILE
               CLOSE COMMISSION-FILE
           END-IF.

       3200-EXIT.
           EXIT.

       3210-SCREEN-COMMISSION.
      * A commission record carries the payment ID but not the
      * transaction type: a credit (clawback) belongs to the run's
      * reversal or refund of that payment, anything else to the
      * payment itself. Writing and override records all go.
           MOVE 'N' TO WS-IN-RUN-FLAG
           IF WS-POST-COUNT > 0 AND
              CM-ACCOUNTING-PERIOD >= WS-FIRST-PERIOD AND
              CM-ACCOUNTING-PERIOD <= WS-LAST-PERIOD
               SET WS-PT-IDX TO 1
               SEARCH WS-POST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PT-PAYMENT-ID(WS-PT-IDX) = CM-PAYMENT-ID
                    AND WS-PT-POLICY-ID(WS-PT-IDX) = CM-POLICY-ID
                    AND ((CM-COMMISSION-AMOUNT < 0 AND
                          WS-PT-TXN-TYPE(WS-PT-IDX) NOT = '01')
                      OR (CM-COMMISSION-AMOUNT >= 0 AND
                          WS-PT-TXN-TYPE(WS-PT-IDX) = '01'))
                       MOVE 'Y' TO WS-IN-RUN-FLAG
               END-SEARCH
           END-IF
           IF KEY-IS-IN-RUN
               ADD 1 TO WS-FILE-REMOVED
               ADD CM-COMMISSION-AMOUNT TO WS-COMM-AMOUNT
               MOVE 'COMMISSION' TO DL-ITEM-TYPE
               MOVE CM-POLICY-ID TO DL-POLICY-ID
               MOVE CM-PAYMENT-ID TO DL-PAYMENT-ID
               MOVE WS-PT-TXN-TYPE(WS-PT-IDX) TO DL-TXN-TYPE
               MOVE CM-COMMISSION-AMOUNT TO DL-AMOUNT
               MOVE SPACES TO DL-ACTION
               IF CM-TYPE-OVERRIDE
                   STRING 'OVERRIDE FOR ' CM-EARNING-AGENT-ID
                          ' REMOVED'
                     DELIMITED BY SIZE
                     INTO DL-ACTION
                   END-STRING
               ELSE
                   MOVE 'REMOVED' TO DL-ACTION
               END-IF
               MOVE SPACES TO DL-REVIEW
               PERFORM 7000-WRITE-ITEM
           ELSE
               WRITE WORK-RECORD FROM COMMISSION-RECORD
           END-IF
           PERFORM 3220-READ-COMMISSION.

       3220-READ-COMMISSION.
           READ COMMISSION-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
           END-READ.

       3230-RESTORE-COMMISSION.
           MOVE WORK-RECORD TO COMMISSION-RECORD
           WRITE COMMISSION-RECORD
           PERFORM 3900-READ-WORK.

       3300-FILTER-RECEIPTS.
           MOVE ZEROS TO WS-FILE-REMOVED
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-FILE-STATUS NOT = '00'
               GO TO 3300-EXIT
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 3320-READ-RECEIPT
           PERFORM 3310-SCREEN-RECEIPT UNTIL END-OF-INPUT
           CLOSE RECEIPT-FILE
           CLOSE WORK-FILE
           ADD WS-FILE-REMOVED TO WS-RECEIPT-REMOVED

           IF WS-FILE-REMOVED > 0
               OPEN INPUT WORK-FILE
               MOVE 'N' TO WS-WORK-EOF-FLAG
               OPEN OUTPUT RECEIPT-FILE
               PERFORM 3900-READ-WORK
               PERFORM 3330-RESTORE-RECEIPT UNTIL END-OF-WORK
               CLOSE WORK-FILE
               CLOSE RECEIPT-FILE
           END-IF.

       3300-EXIT.
           EXIT.

       3310-SCREEN-RECEIPT.
      * An unprinted receipt simply never goes out. One already
      * printed comes off the extract too - the end-of-day proof
      * holds receipts to history - and the letter is listed for
      * someone to recall.
           MOVE 'N' TO WS-IN-RUN-FLAG
           IF WS-POST-COUNT > 0 AND
              RT-POSTING-TIMESTAMP(1:10) >= WS-FIRST-STAMP AND
              RT-POSTING-TIMESTAMP(1:10) <= WS-LAST-STAMP
               MOVE RT-PAYMENT-ID TO WS-FIND-PAYMENT-ID
               MOVE RT-TRANSACTION-TYPE TO WS-FIND-TXN-TYPE
               PERFORM 1430-FIND-KEY-IN-RUN
           END-IF
           IF KEY-IS-IN-RUN
               ADD 1 TO WS-FILE-REMOVED
               MOVE 'RECEIPT' TO DL-ITEM-TYPE
               MOVE RT-POLICY-ID TO DL-POLICY-ID
               MOVE RT-PAYMENT-ID TO DL-PAYMENT-ID
               MOVE RT-TRANSACTION-TYPE TO DL-TXN-TYPE
               MOVE RT-AMOUNT TO DL-AMOUNT
               IF RT-POSTING-TIMESTAMP(1:10) < WS-TODAY-STAMP OR
                  TODAYS-RECEIPTS-PRINTED
                   MOVE 'REMOVED - ALREADY PRINTED, RECALL LETTER'
                     TO DL-ACTION
                   MOVE 'REVIEW' TO DL-REVIEW
               ELSE
                   MOVE 'REMOVED BEFORE PRINTING' TO DL-ACTION
                   MOVE SPACES TO DL-REVIEW
               END-IF
               PERFORM 7000-WRITE-ITEM
           ELSE
               WRITE WORK-RECORD FROM RECEIPT-RECORD
           END-IF
           PERFORM 3320-READ-RECEIPT.

       3320-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF-FLAG
           END-READ.

       3330-RESTORE-RECEIPT.
           MOVE WORK-RECORD TO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
           PERFORM 3900-READ-WORK.

       3800-MATCH-ACTIVITY.
      * Activity images carry the full history key and the posting
      * stamp; only images stamped on the run's business dates are
      * looked up.
           MOVE 'N' TO WS-IN-RUN-FLAG
           IF WS-POST-COUNT > 0 AND
              WS-AI-STAMP-DATE >= WS-FIRST-STAMP AND
              WS-AI-STAMP-DATE <= WS-LAST-STAMP
               MOVE WS-AI-KEY TO WS-FIND-KEY
               PERFORM 1430-FIND-KEY-IN-RUN
               IF KEY-IS-IN-RUN AND
                  WS-PT-POLICY-ID(WS-PT-IDX) NOT = WS-AI-POLICY-ID
                   MOVE 'N' TO WS-IN-RUN-FLAG
               END-IF
           END-IF
           IF KEY-IS-IN-RUN
               ADD 1 TO WS-FILE-REMOVED
               MOVE WS-AI-POLICY-ID TO DL-POLICY-ID
               MOVE WS-FIND-PAYMENT-ID TO DL-PAYMENT-ID
               MOVE WS-FIND-TXN-TYPE TO DL-TXN-TYPE
               MOVE WS-PT-AMOUNT(WS-PT-IDX) TO DL-AMOUNT
               MOVE 'REMOVED' TO DL-ACTION
               MOVE SPACES TO DL-REVIEW
               PERFORM 7000-WRITE-ITEM
           END-IF.

       3900-READ-WORK.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-FLAG
           END-READ.

      ******************************************************************
      * Control files: journal entries and registry entry marked
      * backed out, the run's posted count taken off RUNTOTALS.
      ******************************************************************
       4000-MARK-JOURNAL.
           IF WS-POST-COUNT = 0
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           OPEN INPUT RUN-JOURNAL-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM 1150-READ-RUN-JOURNAL
           PERFORM 4010-COPY-ONE-JOURNAL UNTIL END-OF-INPUT
           CLOSE RUN-JOURNAL-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-FLAG
           OPEN OUTPUT RUN-JOURNAL-FILE
           PERFORM 3900-READ-WORK
           PERFORM 4020-RESTORE-JOURNAL UNTIL END-OF-WORK
           CLOSE WORK-FILE
           CLOSE RUN-JOURNAL-FILE.

       4000-EXIT.
           EXIT.

       4010-COPY-ONE-JOURNAL.
           IF RP-RUN-DATE = WS-BACKOUT-RUN-DATE AND
              RP-FILE-ID = WS-BACKOUT-FILE-ID AND
              RP-POSTED
               MOVE 'B' TO RP-STATUS
           END-IF
           WRITE WORK-RECORD FROM RUN-JOURNAL-RECORD
           PERFORM 1150-READ-RUN-JOURNAL.

       4020-RESTORE-JOURNAL.
           MOVE WORK-RECORD TO RUN-JOURNAL-RECORD
           WRITE RUN-JOURNAL-RECORD
           PERFORM 3900-READ-WORK.

       4100-CORRECT-RUN-TOTALS.
      * The run's own counts record (the last one under its name)
      * loses the postings taken out, so the end-of-day and cutover
      * proofs still hold. Read and reject counts stand - the file
      * was read and the rejects are still on the reject file.
           MOVE 'RUN TOTALS' TO DL-ITEM-TYPE
           MOVE SPACES TO DL-POLICY-ID DL-PAYMENT-ID DL-TXN-TYPE
           MOVE WS-POSTED-AMOUNT TO DL-AMOUNT
           IF WS-TOT-MATCH-NO = 0
               IF WS-POST-COUNT > 0
                   MOVE 'NO RECORD FOR THIS RUN - CORRECT BY HAND'
                     TO DL-ACTION
                   MOVE 'REVIEW' TO DL-REVIEW
                   PERFORM 7000-WRITE-ITEM
               END-IF
               GO TO 4100-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-FLAG
           MOVE ZEROS TO WS-TOT-ORDINAL
           OPEN INPUT RUN-TOTALS-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM 1270-READ-RUN-TOTALS
           PERFORM 4110-COPY-ONE-RUN-TOTAL UNTIL END-OF-INPUT
           CLOSE RUN-TOTALS-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-FLAG
           OPEN OUTPUT RUN-TOTALS-FILE
           PERFORM 3900-READ-WORK
           PERFORM 4120-RESTORE-RUN-TOTAL UNTIL END-OF-WORK
           CLOSE WORK-FILE
           CLOSE RUN-TOTALS-FILE
           PERFORM 7000-WRITE-ITEM.

       4100-EXIT.
           EXIT.

       4110-COPY-ONE-RUN-TOTAL.
           ADD 1 TO WS-TOT-ORDINAL
           IF WS-TOT-ORDINAL = WS-TOT-MATCH-NO
               MOVE SPACES TO DL-ACTION
               IF RN-POSTED-COUNT < WS-POST-COUNT
                   MOVE ZEROS TO RN-POSTED-COUNT
                   MOVE 'POSTED COUNT SHORT - SET TO ZERO' TO DL-ACTION
                   MOVE 'REVIEW' TO DL-REVIEW
               ELSE
                   SUBTRACT WS-POST-COUNT FROM RN-POSTED-COUNT
                   STRING 'POSTED COUNT FOR ' RN-RUN-DATE
                          ' NOW ' RN-POSTED-COUNT
                     DELIMITED BY SIZE
                     INTO DL-ACTION
                   END-STRING
                   MOVE SPACES TO DL-REVIEW
               END-IF
           END-IF
           WRITE WORK-RECORD FROM RUN-TOTALS-RECORD
           PERFORM 1270-READ-RUN-TOTALS.

       4120-RESTORE-RUN-TOTAL.
           MOVE WORK-RECORD TO RUN-TOTALS-RECORD
           WRITE RUN-TOTALS-RECORD
           PERFORM 3900-READ-WORK.

       4200-MARK-REGISTRY.
      * Released, the entry no longer blocks the collection file, so
      * the corrected file can go through INSPMUPD again.
           MOVE 'REGISTRY' TO DL-ITEM-TYPE
           MOVE SPACES TO DL-POLICY-ID DL-PAYMENT-ID DL-TXN-TYPE
           MOVE ZERO TO DL-AMOUNT
           MOVE SPACES TO DL-REVIEW
           IF WS-REG-MATCH-NO = 0
               MOVE 'NO COMPLETED ENTRY - NOTHING TO RELEASE'
                 TO DL-ACTION
               PERFORM 7000-WRITE-ITEM
               GO TO 4200-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-FLAG
           MOVE ZEROS TO WS-REG-ORDINAL
           OPEN INPUT RUN-REGISTRY-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM 1220-READ-REGISTRY
           PERFORM 4210-COPY-ONE-REGISTRY UNTIL END-OF-INPUT
           CLOSE RUN-REGISTRY-FILE
           CLOSE WORK-FILE

           OPEN INPUT WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-FLAG
           OPEN OUTPUT RUN-REGISTRY-FILE
           PERFORM 3900-READ-WORK
           PERFORM 4220-RESTORE-REGISTRY UNTIL END-OF-WORK
           CLOSE WORK-FILE
           CLOSE RUN-REGISTRY-FILE

           MOVE 'MARKED BACKED OUT - FILE MAY BE REPROCESSED'
             TO DL-ACTION
           PERFORM 7000-WRITE-ITEM.

       4200-EXIT.
           EXIT.

       4210-COPY-ONE-REGISTRY.
           ADD 1 TO WS-REG-ORDINAL
           IF WS-REG-ORDINAL = WS-REG-MATCH-NO
               MOVE 'B' TO RR-STATUS
           END-IF
           WRITE WORK-RECORD FROM RUN-REGISTRY-RECORD
           PERFORM 1220-READ-REGISTRY.

       4220-RESTORE-REGISTRY.
           MOVE WORK-RECORD TO RUN-REGISTRY-RECORD
           WRITE RUN-REGISTRY-RECORD
           PERFORM 3900-READ-WORK.

       7000-WRITE-ITEM.
           IF DL-NEEDS-REVIEW
               ADD 1 TO WS-REVIEW-COUNT
           END-IF
           WRITE REPORT-LINE FROM DL-ITEM-LINE.

       8000-REPORT-REFUSAL.
           MOVE WS-REFUSE-REASON TO BL-REFUSE-REASON
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM BL-REFUSAL-LINE
           CLOSE REPORT-FILE

           MOVE 'E' TO LOG-LEVEL
           MOVE 'INSRUNBK' TO LOG-MODULE
           STRING 'Run backout refused - ' WS-REFUSE-REASON
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS
           DISPLAY 'INSRUNBK: BACKOUT REFUSED - ' WS-REFUSE-REASON.

       9000-END-PROCESS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO TL-AMOUNT-TEXT
           MOVE ZERO TO TL-AMOUNT
           MOVE 'POSTINGS BACKED OUT:' TO TL-LABEL
           MOVE WS-POST-COUNT TO TL-COUNT
           MOVE 'AMOUNT: ' TO TL-AMOUNT-TEXT
           MOVE WS-POSTED-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE SPACES TO TL-AMOUNT-TEXT
           MOVE ZERO TO TL-AMOUNT
           MOVE 'HISTORY RECORDS REMOVED:' TO TL-LABEL
           MOVE WS-HIST-REMOVED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'REFERENCE XREFS REMOVED:' TO TL-LABEL
           MOVE WS-XREF-REMOVED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'POLICY BILLING DATES RESTORED:' TO TL-LABEL
           MOVE WS-POLICY-RESTORED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'DEPOSIT MOVEMENTS REVERSED:' TO TL-LABEL
           MOVE WS-DEPOSIT-REVERSED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'DAY ACTIVITY RECORDS REMOVED:' TO TL-LABEL
           MOVE WS-ACT-REMOVED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'PERIOD ACTIVITY RECORDS REMOVED:' TO TL-LABEL
           MOVE WS-ACTH-REMOVED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'COMMISSION RECORDS REMOVED:' TO TL-LABEL
           MOVE WS-COMM-REMOVED TO TL-COUNT
           MOVE 'AMOUNT: ' TO TL-AMOUNT-TEXT
           MOVE WS-COMM-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE SPACES TO TL-AMOUNT-TEXT
           MOVE ZERO TO TL-AMOUNT
           MOVE 'RECEIPTS REMOVED:' TO TL-LABEL
           MOVE WS-RECEIPT-REMOVED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'ITEMS FOR REVIEW:' TO TL-LABEL
           MOVE WS-REVIEW-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           CLOSE REPORT-FILE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSRUNBK' TO LOG-MODULE
           STRING 'Run backout ended. Postings: ' WS-POST-COUNT
                  ' History: ' WS-HIST-REMOVED
                  ' Review: ' WS-REVIEW-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           DISPLAY 'INSRUNBK POSTINGS=' WS-POST-COUNT
                   ' HISTORY=' WS-HIST-REMOVED
                   ' ACTIVITY=' WS-ACT-REMOVED
                   ' PERIOD-ACT=' WS-ACTH-REMOVED
                   ' COMMISSION=' WS-COMM-REMOVED
                   ' RECEIPTS=' WS-RECEIPT-REMOVED
                   ' REVIEW=' WS-REVIEW-COUNT.

       END PROGRAM INSRUNBK.
