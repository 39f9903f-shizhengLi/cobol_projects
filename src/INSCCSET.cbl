      ******************************************************************
      * Card Acquirer Settlement and Chargeback Processing Program
      * Function: Prove the card (method 02) postings against what
      *           the card acquirer actually paid. Each item on the
      *           acquirer's daily settlement file is matched to its
      *           posting on PAYMENT-HISTORY-FILE through the payment
      *           reference cross-reference (reference, method 02,
      *           gross amount), and the matched items are reported
      *           gross, merchant fee and net-of-fee, with a
      *           balanced journal per currency - net to bank, fee
      *           to merchant-fee expense, gross out of card
      *           clearing - in the ledger's import layout (the same
      *           59-byte record and CTL control record as INSGLEXT).
      *           The acquirer's chargeback file is turned into '02'
      *           reversal records onto a PAYMENT-FILE - complete
      *           with HDR/TRL control records - the way INSDDRET
      *           does for bounced debits, so chargebacks flow
      *           through INSPMUPD's normal reversal validation
      *           instead of being keyed by hand weeks later.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCCSET.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Chargeback file header carries file id CARDCHBK.
      * 2026-10-15 : Initial version, modeled on INSDDRET and the
      *              INSBNKRC matching. INSBNKRC only covers the
      *              bank-settled methods, so card receipts were
      *              never proven against the acquirer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO EXTERNAL CARDSETL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-FILE-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO EXTERNAL CARDCHBK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHBK-FILE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO EXTERNAL PAYHISTORY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-RECORD-KEY
           ALTERNATE RECORD KEY IS PH-POLICY-ID WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PAYMENT-XREF-FILE ASSIGN TO EXTERNAL PAYREFXRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RX-REFERENCE-NO
           FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO EXTERNAL CCCHBKPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYFILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO EXTERNAL CCGLEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL CCSETRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Acquirer settlement item layout
      *   1-8   settlement date
      *   9-24  payment reference number (as authorised)
      *  25-34  gross amount, 9(8)V99 digits
      *  35-42  merchant fee, 9(6)V99 digits
      *  43-52  net amount paid, 9(8)V99 digits
      *  53-55  currency code
       FD  SETTLEMENT-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS SETTLEMENT-RECORD.
       01  SETTLEMENT-RECORD.
           05  SE-SETTLE-DATE          PIC X(08).
           05  SE-REFERENCE-NO         PIC X(16).
           05  SE-GROSS-AMOUNT         PIC 9(8)V99.
           05  SE-FEE-AMOUNT           PIC 9(6)V99.
           05  SE-NET-AMOUNT           PIC 9(8)V99.
           05  SE-CURRENCY-CODE        PIC X(03).

      * Acquirer chargeback item layout
      *   1-8   chargeback date
      *   9-24  payment reference number of the charged-back sale
      *  25-34  chargeback amount, 9(8)V99 digits
      *  35-38  acquirer reason code
       FD  CHARGEBACK-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS CHARGEBACK-RECORD.
       01  CHARGEBACK-RECORD.
           05  CB-CHARGEBACK-DATE      PIC X(08).
           05  CB-REFERENCE-NO         PIC X(16).
           05  CB-AMOUNT               PIC 9(8)V99.
           05  CB-REASON-CODE          PIC X(04).

       FD  PAYMENT-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
       COPY PAYHIST.

       FD  PAYMENT-XREF-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAYMENT-XREF-RECORD.
       COPY PAYREFXR.

       FD  PAYMENT-FILE
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS PAYMENT-RECORD-IN.
       COPY PAYFILIN.

      * The same ledger import layout INSGLEXT writes.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DR-CR                PIC X(02).
           05  GL-AMOUNT               PIC 9(11)V99.
           05  GL-PERIOD               PIC X(06).
           05  GL-DESCRIPTION          PIC X(30).
       01  GL-CONTROL-RECORD REDEFINES GL-EXTRACT-RECORD.
           05  GLC-MARKER              PIC X(03).
           05  GLC-ENTRY-COUNT         PIC 9(07).
           05  GLC-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(34).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SETTLE-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CHBK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PAYFILE-STATUS           PIC XX VALUE SPACES.
       01  WS-EXTRACT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-SETTLE-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-SETTLEMENTS      VALUE 'Y'.
       01  WS-CHBK-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-CHARGEBACKS      VALUE 'Y'.
       01  WS-HIST-OPEN-FLAG           PIC X VALUE 'N'.
           88  HISTORY-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-XREF-OPEN-FLAG           PIC X VALUE 'N'.
           88  XREF-FILE-IS-OPEN       VALUE 'Y'.

      * Outcome of resolving a reference to its card posting.
       01  WS-LOOKUP-REFERENCE         PIC X(16) VALUE SPACES.
       01  WS-LOOKUP-RESULT            PIC X(16) VALUE SPACES.
       01  WS-POSTING-FLAG             PIC X VALUE 'N'.
           88  WS-POSTING-FOUND        VALUE 'Y'.
       01  WS-ORIG-PAYMENT-ID          PIC X(12) VALUE SPACES.
       01  WS-ORIG-POLICY-ID           PIC X(10) VALUE SPACES.
       01  WS-ORIG-AMOUNT              PIC 9(8)V99 VALUE ZEROS.
       01  WS-ORIG-CURRENCY            PIC X(03) VALUE SPACES.

      * Ledger accounts for the settlement journal. Card receipts
      * are booked by INSGLEXT to the card clearing account; the
      * acquirer's payment moves them to the bank, less its fee.
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-CASH-BANK       PIC X(08) VALUE '10100000'.
           05  WS-ACCT-CARD-CLEARING   PIC X(08) VALUE '10200000'.
           05  WS-ACCT-MERCHANT-FEE    PIC X(08) VALUE '60200000'.

      * Matched settlement totals per currency, for the journal.
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-CCY-ENTRY            OCCURS 1 TO 50 TIMES
                                       DEPENDING ON WS-CCY-COUNT
                                       INDEXED BY WS-CY-IDX.
               10  WS-CY-CURRENCY      PIC X(03).
               10  WS-CY-PERIOD        PIC X(06).
               10  WS-CY-GROSS         PIC 9(11)V99.
               10  WS-CY-FEE           PIC 9(11)V99.
               10  WS-CY-NET           PIC 9(11)V99.

       01  WS-COUNTERS.
           05  WS-SETTLE-READ          PIC 9(7) VALUE ZEROS.
           05  WS-MATCHED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-UNMATCHED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-UNMATCHED-AMOUNT     PIC 9(11)V99 VALUE ZEROS.
           05  WS-MATCHED-GROSS        PIC 9(11)V99 VALUE ZEROS.
           05  WS-MATCHED-FEE          PIC 9(11)V99 VALUE ZEROS.
           05  WS-MATCHED-NET          PIC 9(11)V99 VALUE ZEROS.
           05  WS-CHBK-READ            PIC 9(7) VALUE ZEROS.
           05  WS-REVERSAL-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-CONTROL-TOTAL        PIC 9(11)V99 VALUE ZEROS.
           05  WS-CHBK-REJECT-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-ENTRY-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZEROS.

       01  WS-AMOUNT-TEXT              PIC 9(7).99.
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

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
             'CARD ACQUIRER SETTLEMENT / CHARGEBACKS'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  SL-SECTION-LINE.
          05 FILLER                    PIC X(5) VALUE '*** '.
          05 SL-SECTION-TITLE          PIC X(40).

       01  HL-SETTLE-HEADING.
          05 FILLER                    PIC X(16) VALUE 'REFERENCE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'SETTLED'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(03) VALUE 'CCY'.
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 FILLER                    PIC X(05) VALUE 'GROSS'.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(03) VALUE 'FEE'.
          05 FILLER                    PIC X(11) VALUE SPACES.
          05 FILLER                    PIC X(03) VALUE 'NET'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE 'RESULT'.

       01  DL-SETTLE-LINE.
          05 DL-REFERENCE-NO           PIC X(16).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-SETTLE-DATE            PIC X(08).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-CURRENCY               PIC X(03).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-GROSS                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-FEE                    PIC ZZZ,ZZ9.99.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-NET                    PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-RESULT                 PIC X(16).

       01  HL-CCY-HEADING.
          05 FILLER                    PIC X(03) VALUE 'CCY'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'PERIOD'.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(05) VALUE 'GROSS'.
          05 FILLER                    PIC X(9) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE 'MERCHANT FEES'.
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'NET TO BANK'.

       01  CL-CCY-LINE.
          05 CL-CURRENCY               PIC X(03).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 CL-PERIOD                 PIC X(06).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 CL-GROSS                  PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 CL-FEE                    PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 CL-NET                    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  HL-CHBK-HEADING.
          05 FILLER                    PIC X(16) VALUE 'REFERENCE'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'PAYMENT ID'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'CHBK DT'.
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'AMOUNT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'REASON'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE 'ACTION'.

       01  DL-CHBK-LINE.
          05 DL-CB-REFERENCE-NO        PIC X(16).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-CB-POLICY-ID           PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-CB-PAYMENT-ID          PIC X(12).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-CB-DATE                PIC X(08).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-CB-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-CB-REASON              PIC X(04).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-CB-ACTION              PIC X(16).

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 TL-LABEL                  PIC X(30).
          05 FILLER                    PIC X(8) VALUE 'COUNT: '.
          05 TL-COUNT                  PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(10) VALUE '  AMOUNT: '.
          05 TL-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-MATCH-SETTLEMENT UNTIL END-OF-SETTLEMENTS
           PERFORM 2500-WRITE-SETTLEMENT-SUMMARY
           PERFORM 3000-PROCESS-CHARGEBACKS
           PERFORM 4000-END-PROCESS
           IF WS-UNMATCHED-COUNT > 0 OR WS-CHBK-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Process as the cycle's business date when the control file
      * is present (advanced once per cycle by INSBDMNT); system
      * date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-FLAG
           END-IF
           OPEN INPUT PAYMENT-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN-FLAG
           END-IF

      * No settlement or chargeback file is the normal state on a
      * night the acquirer sent nothing.
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-SETTLE-EOF-FLAG
           END-IF
           OPEN INPUT CHARGEBACK-FILE
           IF WS-CHBK-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHBK-EOF-FLAG
           END-IF

           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
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
           MOVE 'SETTLEMENT ITEMS' TO SL-SECTION-TITLE
           WRITE REPORT-LINE FROM SL-SECTION-LINE
           WRITE REPORT-LINE FROM HL-SETTLE-HEADING

      * PAYFILE-style header so INSPMUPD's control-record checks
      * hold on this generated file like any other extract.
           MOVE SPACES TO PAYMENT-RECORD-IN
           MOVE 'HDR' TO HDR-MARKER
           MOVE WS-TODAY-DATE TO HDR-RUN-DATE
           MOVE 'CARDCHBK' TO HDR-FILE-ID
           WRITE PAYMENT-RECORD-IN

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCCSET' TO LOG-MODULE
           MOVE 'Card settlement processing started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-SETTLEMENTS
               PERFORM 2100-READ-SETTLEMENT-FILE
           END-IF.

       2000-MATCH-SETTLEMENT.
      * A settlement item matches when its reference resolves to a
      * forward card payment of the same gross amount, and the
      * acquirer's own arithmetic (gross less fee is net) holds.
           MOVE SE-REFERENCE-NO TO WS-LOOKUP-REFERENCE
           PERFORM 2300-RESOLVE-CARD-POSTING THRU 2300-EXIT

           MOVE SE-REFERENCE-NO TO DL-REFERENCE-NO
           MOVE WS-ORIG-POLICY-ID TO DL-POLICY-ID
           MOVE SE-SETTLE-DATE TO DL-SETTLE-DATE
           MOVE SE-CURRENCY-CODE TO DL-CURRENCY
           MOVE SE-GROSS-AMOUNT TO DL-GROSS
           MOVE SE-FEE-AMOUNT TO DL-FEE
           MOVE SE-NET-AMOUNT TO DL-NET

           IF WS-POSTING-FOUND
               IF WS-ORIG-AMOUNT NOT = SE-GROSS-AMOUNT
                   MOVE 'N' TO WS-POSTING-FLAG
                   MOVE 'AMOUNT DIFFERS' TO WS-LOOKUP-RESULT
               ELSE
                   IF SE-GROSS-AMOUNT - SE-FEE-AMOUNT NOT =
                      SE-NET-AMOUNT
                       MOVE 'N' TO WS-POSTING-FLAG
                       MOVE 'NET MISCALC' TO WS-LOOKUP-RESULT
                   END-IF
               END-IF
           END-IF

           IF WS-POSTING-FOUND
               ADD 1 TO WS-MATCHED-COUNT
               ADD SE-GROSS-AMOUNT TO WS-MATCHED-GROSS
               ADD SE-FEE-AMOUNT TO WS-MATCHED-FEE
               ADD SE-NET-AMOUNT TO WS-MATCHED-NET
               PERFORM 2400-ACCUMULATE-CURRENCY
               MOVE 'MATCHED' TO DL-RESULT
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD SE-GROSS-AMOUNT TO WS-UNMATCHED-AMOUNT
               MOVE WS-LOOKUP-RESULT TO DL-RESULT
           END-IF
           WRITE REPORT-LINE FROM DL-SETTLE-LINE

           PERFORM 2100-READ-SETTLEMENT-FILE.

       2100-READ-SETTLEMENT-FILE.
           READ SETTLEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-SETTLE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SETTLE-READ
           END-READ.

       2300-RESOLVE-CARD-POSTING.
      * Reference to payment through PAYREFXRF in one read, then the
      * forward posting itself - it must be a card payment.
           MOVE 'N' TO WS-POSTING-FLAG
           MOVE SPACES TO WS-ORIG-PAYMENT-ID
                          WS-ORIG-POLICY-ID
                          WS-ORIG-CURRENCY
           MOVE ZEROS TO WS-ORIG-AMOUNT
           MOVE 'NO POSTING' TO WS-LOOKUP-RESULT
           IF NOT XREF-FILE-IS-OPEN OR NOT HISTORY-FILE-IS-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE WS-LOOKUP-REFERENCE TO RX-REFERENCE-NO
           READ PAYMENT-XREF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XREF-FILE-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF
           MOVE RX-PAYMENT-ID TO PH-PAYMENT-ID
           MOVE '01' TO PH-TRANSACTION-TYPE
           READ PAYMENT-HISTORY-FILE
               KEY IS PH-RECORD-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF
           MOVE PH-PAYMENT-ID TO WS-ORIG-PAYMENT-ID
           MOVE PH-POLICY-ID TO WS-ORIG-POLICY-ID
           MOVE PH-AMOUNT TO WS-ORIG-AMOUNT
           MOVE PH-CURRENCY-CODE TO WS-ORIG-CURRENCY
           IF PH-PAYMENT-METHOD NOT = '02'
               MOVE 'NOT A CARD PMT' TO WS-LOOKUP-RESULT
               GO TO 2300-EXIT
           END-IF
           MOVE 'Y' TO WS-POSTING-FLAG
           MOVE SPACES TO WS-LOOKUP-RESULT.

       2300-EXIT.
           EXIT.

       2400-ACCUMULATE-CURRENCY.
           SET WS-CY-IDX TO 1
           IF WS-CCY-COUNT > 0
               SEARCH WS-CCY-ENTRY
                   AT END
                       PERFORM 2450-NEW-CURRENCY-ENTRY
                   WHEN WS-CY-CURRENCY(WS-CY-IDX) = SE-CURRENCY-CODE
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2450-NEW-CURRENCY-ENTRY
           END-IF
           IF WS-CY-IDX <= WS-CCY-COUNT
               ADD SE-GROSS-AMOUNT TO WS-CY-GROSS(WS-CY-IDX)
               ADD SE-FEE-AMOUNT TO WS-CY-FEE(WS-CY-IDX)
               ADD SE-NET-AMOUNT TO WS-CY-NET(WS-CY-IDX)
           END-IF.

       2450-NEW-CURRENCY-ENTRY.
           IF WS-CCY-COUNT < 50
               ADD 1 TO WS-CCY-COUNT
               SET WS-CY-IDX TO WS-CCY-COUNT
               MOVE SE-CURRENCY-CODE TO WS-CY-CURRENCY(WS-CY-IDX)
               MOVE SE-SETTLE-DATE(1:6) TO WS-CY-PERIOD(WS-CY-IDX)
               MOVE ZEROS TO WS-CY-GROSS(WS-CY-IDX)
                             WS-CY-FEE(WS-CY-IDX)
                             WS-CY-NET(WS-CY-IDX)
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSCCSET' TO LOG-MODULE
               MOVE 'Currency table full - settlement not journaled'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               SET WS-CY-IDX TO 51
           END-IF.

       2500-WRITE-SETTLEMENT-SUMMARY.
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'MATCHED GROSS' TO TL-LABEL
           MOVE WS-MATCHED-COUNT TO TL-COUNT
           MOVE WS-MATCHED-GROSS TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'MATCHED MERCHANT FEES' TO TL-LABEL
           MOVE WS-MATCHED-FEE TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'MATCHED NET SETTLEMENT' TO TL-LABEL
           MOVE WS-MATCHED-NET TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'UNMATCHED ITEMS (GROSS)' TO TL-LABEL
           MOVE WS-UNMATCHED-COUNT TO TL-COUNT
           MOVE WS-UNMATCHED-AMOUNT TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

      * The journal: per currency, net to bank and fee to expense
      * against gross out of card clearing - balanced by the
      * gross-less-fee test every matched item passed.
           MOVE 'SETTLEMENT JOURNAL BY CURRENCY' TO SL-SECTION-TITLE
           WRITE REPORT-LINE FROM SL-SECTION-LINE
           WRITE REPORT-LINE FROM HL-CCY-HEADING
           PERFORM 2550-JOURNAL-ONE-CURRENCY
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CCY-COUNT

      * Control record: entry count and amount hash total, the same
      * proof INSGLEXT hands the ledger import.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE 'CTL' TO GLC-MARKER
           MOVE WS-ENTRY-COUNT TO GLC-ENTRY-COUNT
           MOVE WS-HASH-TOTAL TO GLC-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2.

       2550-JOURNAL-ONE-CURRENCY.
           MOVE WS-CY-CURRENCY(WS-CY-IDX) TO CL-CURRENCY
           MOVE WS-CY-PERIOD(WS-CY-IDX) TO CL-PERIOD
           MOVE WS-CY-GROSS(WS-CY-IDX) TO CL-GROSS
           MOVE WS-CY-FEE(WS-CY-IDX) TO CL-FEE
           MOVE WS-CY-NET(WS-CY-IDX) TO CL-NET
           WRITE REPORT-LINE FROM CL-CCY-LINE

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-ACCT-CASH-BANK TO GL-ACCOUNT
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-CY-NET(WS-CY-IDX) TO GL-AMOUNT
           MOVE WS-CY-PERIOD(WS-CY-IDX) TO GL-PERIOD
           STRING 'CARD SETTLEMENT NET - '
                  WS-CY-CURRENCY(WS-CY-IDX)
             DELIMITED BY SIZE
             INTO GL-DESCRIPTION
           END-STRING
           PERFORM 2600-WRITE-GL-ENTRY

           IF WS-CY-FEE(WS-CY-IDX) > 0
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-ACCT-MERCHANT-FEE TO GL-ACCOUNT
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-CY-FEE(WS-CY-IDX) TO GL-AMOUNT
               MOVE WS-CY-PERIOD(WS-CY-IDX) TO GL-PERIOD
               STRING 'CARD MERCHANT FEES - '
                      WS-CY-CURRENCY(WS-CY-IDX)
                 DELIMITED BY SIZE
                 INTO GL-DESCRIPTION
               END-STRING
               PERFORM 2600-WRITE-GL-ENTRY
           END-IF

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-ACCT-CARD-CLEARING TO GL-ACCOUNT
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-CY-GROSS(WS-CY-IDX) TO GL-AMOUNT
           MOVE WS-CY-PERIOD(WS-CY-IDX) TO GL-PERIOD
           STRING 'CARD CLEARING SETTLED - '
                  WS-CY-CURRENCY(WS-CY-IDX)
             DELIMITED BY SIZE
             INTO GL-DESCRIPTION
           END-STRING
           PERFORM 2600-WRITE-GL-ENTRY.

       2600-WRITE-GL-ENTRY.
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-ENTRY-COUNT
           ADD GL-AMOUNT TO WS-HASH-TOTAL.

       3000-PROCESS-CHARGEBACKS.
           MOVE 'CHARGEBACKS' TO SL-SECTION-TITLE
           WRITE REPORT-LINE FROM SL-SECTION-LINE
           WRITE REPORT-LINE FROM HL-CHBK-HEADING
           IF NOT END-OF-CHARGEBACKS
               PERFORM 3100-READ-CHARGEBACK-FILE
           END-IF
           PERFORM 3200-PROCESS-ONE-CHARGEBACK THRU 3200-EXIT
               UNTIL END-OF-CHARGEBACKS.

       3100-READ-CHARGEBACK-FILE.
           READ CHARGEBACK-FILE
               AT END
                   MOVE 'Y' TO WS-CHBK-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CHBK-READ
           END-READ.

       3200-PROCESS-ONE-CHARGEBACK.
      * One '02' reversal detail per chargeback, reversing the card
      * payment the charged-back sale posted under. Only a full
      * chargeback of a not-yet-reversed card payment is cut -
      * INSPMUPD would reject anything else as AMT DIFFER or ALRDY
      * REVD, so those are left on the report for the cashier.
           MOVE CB-REFERENCE-NO TO WS-LOOKUP-REFERENCE
           PERFORM 2300-RESOLVE-CARD-POSTING THRU 2300-EXIT

           MOVE CB-REFERENCE-NO TO DL-CB-REFERENCE-NO
           MOVE WS-ORIG-POLICY-ID TO DL-CB-POLICY-ID
           MOVE WS-ORIG-PAYMENT-ID TO DL-CB-PAYMENT-ID
           MOVE CB-CHARGEBACK-DATE TO DL-CB-DATE
           MOVE CB-AMOUNT TO DL-CB-AMOUNT
           MOVE CB-REASON-CODE TO DL-CB-REASON

           IF NOT WS-POSTING-FOUND
               MOVE WS-LOOKUP-RESULT TO DL-CB-ACTION
               GO TO 3200-REJECT
           END-IF
           IF CB-AMOUNT NOT = WS-ORIG-AMOUNT
               MOVE 'PARTIAL - MANUAL' TO DL-CB-ACTION
               GO TO 3200-REJECT
           END-IF
           MOVE WS-ORIG-PAYMENT-ID TO PH-PAYMENT-ID
           MOVE '02' TO PH-TRANSACTION-TYPE
           READ PAYMENT-HISTORY-FILE
               KEY IS PH-RECORD-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'ALREADY REVERSED' TO DL-CB-ACTION
               GO TO 3200-REJECT
           END-IF

           MOVE SPACES TO PAYMENT-RECORD-IN
           MOVE WS-ORIG-POLICY-ID TO DTL-POLICY-ID
           MOVE CB-CHARGEBACK-DATE TO DTL-PAYMENT-DATE
           MOVE '02' TO DTL-PAYMENT-METHOD
           MOVE CB-AMOUNT TO WS-AMOUNT-TEXT
           MOVE WS-AMOUNT-TEXT TO DTL-AMOUNT-TEXT
           MOVE WS-ORIG-PAYMENT-ID TO DTL-PAYMENT-ID
           STRING 'CHARGEBACK ' CB-REASON-CODE
             DELIMITED BY SIZE
             INTO DTL-REFERENCE-NO
           END-STRING
           MOVE WS-ORIG-CURRENCY TO DTL-CURRENCY-CODE
           MOVE '02' TO DTL-TRANSACTION-TYPE
           MOVE 'CC' TO DTL-SOURCE-CHANNEL
           WRITE PAYMENT-RECORD-IN

           ADD 1 TO WS-REVERSAL-COUNT
           ADD CB-AMOUNT TO WS-CONTROL-TOTAL
           MOVE 'REVERSAL CUT' TO DL-CB-ACTION
           WRITE REPORT-LINE FROM DL-CHBK-LINE
           GO TO 3200-NEXT.

       3200-REJECT.
           ADD 1 TO WS-CHBK-REJECT-COUNT
           WRITE REPORT-LINE FROM DL-CHBK-LINE.

       3200-NEXT.
           PERFORM 3100-READ-CHARGEBACK-FILE.

       3200-EXIT.
           EXIT.

       4000-END-PROCESS.
      * PAYFILE-style trailer carrying the generated record count
      * and amount control total.
           MOVE SPACES TO PAYMENT-RECORD-IN
           MOVE 'TRL' TO TRL-MARKER
           MOVE WS-REVERSAL-COUNT TO TRL-RECORD-COUNT
           MOVE WS-CONTROL-TOTAL TO TRL-CONTROL-TOTAL
           WRITE PAYMENT-RECORD-IN

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'REVERSALS CUT' TO TL-LABEL
           MOVE WS-REVERSAL-COUNT TO TL-COUNT
           MOVE WS-CONTROL-TOTAL TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE 'CHARGEBACKS NOT CUT' TO TL-LABEL
           MOVE WS-CHBK-REJECT-COUNT TO TL-COUNT
           MOVE ZEROS TO TL-AMOUNT
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCCSET' TO LOG-MODULE
           STRING 'Card settlement ended. Matched: '
                  WS-MATCHED-COUNT
                  ' Unmatched: ' WS-UNMATCHED-COUNT
                  ' Chargeback reversals: ' WS-REVERSAL-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE SETTLEMENT-FILE
           CLOSE CHARGEBACK-FILE
           IF HISTORY-FILE-IS-OPEN
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           IF XREF-FILE-IS-OPEN
               CLOSE PAYMENT-XREF-FILE
           END-IF
           CLOSE PAYMENT-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSCCSET.
