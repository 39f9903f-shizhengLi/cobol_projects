      *           issued register the confirmation step matches
      *           against. An item without a bank account (agent
      *           with none on the master, refund payable only by
      *           post) is paid by system cheque instead: the next
      *           number in the cheque register (CHQREGISTER), a
      *           print-ready cheque image with the CLIENT-MASTER
      *           or AGENT-MASTER payee name and address (CHQPRINT),
      *           and an issue record on the bank's positive-pay
      *           file (CHQPOSPAY). INSCHQRC clears the register
      *           from the bank's paid-cheque file and voids stale
      *           cheques. Only an agent missing from the master is
      *           still reported NO ACCOUNT, and a payee with no
      *           mailing address NO ADDRESS, for manual handling.
      *           Premium-deposit refunds (INSDPREF) arrive on their
      *           own extract in the cancellation-refund layout (the
      *           amount widened to 9(9)V99) and originate the same
      *           way; one too large for the bank and cheque records
      *           is reported OVER LIMIT for manual payment.
      *           Nothing is paid to a client or agent on sanctions
      *           compliance hold: the item is withheld - reported
      *           COMPL HOLD and written to the withheld file
      *           (DBWITHHELD) in its extract image.
      *           Each run first feeds the withheld file back through
      *           the same checks: an item whose payee has since been
      *           released is paid and reported RELEASED in the
      *           totals, one still held is written back under its
      *           original run date. A cheque whose number is
      *           already on the register is not printed or sent to
      *           positive pay; it is reported NOT ISSUED and the run
      *           ends with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDBORG.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Withheld items are fed back from DBWITHHELD at
      *              the start of each run; the file is rewritten
      *              with those still held. A cheque number rejected
      *              by the register is reported NOT ISSUED (return
      *              code 8) instead of printed and sent to positive
      *              pay. DPREFEXT carries the deposit refund as
      *              9(9)V99; an amount too large for the bank and
      *              cheque files is reported OVER LIMIT.
      * 2026-10-15 : CHEQUE_ACCOUNT is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Payables and refunds to a party on compliance
      *              hold (AG-/CL-COMPLIANCE-HOLD, set by sanctions
      *              screening) are withheld from the submission and
      *              cheque files, reported COMPL HOLD and kept on the
      *              new withheld file DBWITHHELD.
      * 2026-10-15 : Items without a bank account are issued as
      *              system cheques - register, cheque image and
      *              positive-pay issue file - instead of being left
      *              NO ACCOUNT for accounts payable to write by
      *              hand. Numbering continues from the register's
      *              control record (CHEQUE_START_NUMBER seeds an
      *              empty register); CHEQUE_ACCOUNT names the
      *              drawing account on the positive-pay header.
      * 2026-10-15 : Reads the new premium-deposit refund extract
      *              (DPREFEXT, cut by INSDPREF for balances left on
      *              cancelled or matured policies) after the
      *              cancellation refunds, reported as type DEP and
      *              originated exactly like a refund.
      * 2026-09-02 : Initial version, modeled on INSDDORG.

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT DEPOSIT-REFUND-FILE ASSIGN TO EXTERNAL DPREFEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPREF-FILE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO EXTERNAL AGENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT CHEQUE-REGISTER-FILE ASSIGN TO EXTERNAL CHQREGISTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-CHEQUE-NO
           FILE STATUS IS WS-CHQREG-FILE-STATUS.

           SELECT CHEQUE-PRINT-FILE ASSIGN TO EXTERNAL CHQPRINT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHQPRT-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO EXTERNAL CHQPOSPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSPAY-FILE-STATUS.

           SELECT WITHHELD-FILE ASSIGN TO EXTERNAL DBWITHHELD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WITHHELD-FILE-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO EXTERNAL DBSUBMIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMIT-FILE-STATUS.
       FD  PAYABLE-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS PAYABLE-RECORD.
      * The extracts are read into working storage, where a
      * withheld item's image is also fed back.
       01  PAYABLE-RECORD              PIC X(30).

       FD  REFUND-EXTRACT-FILE
           RECORD CONTAINS 175 CHARACTERS
           DATA RECORD IS REFUND-EXTRACT-RECORD.
       01  REFUND-EXTRACT-RECORD       PIC X(175).

      * Premium-deposit refund extract - the refund extract's
      * layout with the amount widened to the ledger's 9(9)V99,
      * read into WS-DEPOSIT-REFUND.
       FD  DEPOSIT-REFUND-FILE
           RECORD CONTAINS 177 CHARACTERS
           DATA RECORD IS DEPOSIT-REFUND-RECORD.
       01  DEPOSIT-REFUND-RECORD       PIC X(177).

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.

       FD  CLIENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
       COPY CLIENTMS.

       FD  CHEQUE-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHEQUE-REGISTER-RECORD.
       COPY CHQREG.

      * Print-ready cheque images, one block of lines per cheque.
       FD  CHEQUE-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CHEQUE-PRINT-LINE.
       01  CHEQUE-PRINT-LINE           PIC X(132).

       FD  POSITIVE-PAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POSITIVE-PAY-RECORD.
       COPY POSPAY.

      * Withheld items - appended across runs; the extract record
      * as read, behind its item type and the run date, so the item
      * can be fed back through the origination once released.
       FD  WITHHELD-FILE
           RECORD CONTAINS 188 CHARACTERS
           DATA RECORD IS WITHHELD-RECORD.
       01  WITHHELD-RECORD.
           05  WH-ITEM-TYPE            PIC X(03).
           05  WH-RUN-DATE             PIC X(08).
           05  WH-EXTRACT-IMAGE        PIC X(177).

      * Credit submission record - the same 64-byte HDR/TRL frame
      * as the collection side's DDSUBMIT.
       FD  SUBMISSION-FILE
       WORKING-STORAGE SECTION.
       01  WS-PAYABLE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REFUND-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-DEPREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CHQREG-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CHQPRT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POSPAY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-WITHHELD-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-SUBMIT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-ISSUED-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
           88  END-OF-PAYABLES         VALUE 'Y'.
       01  WS-REFUND-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-REFUNDS          VALUE 'Y'.
       01  WS-DEPREF-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-DEPOSIT-REFUNDS  VALUE 'Y'.
       01  WS-WITHHELD-EOF-FLAG        PIC X VALUE 'N'.
           88  END-OF-WITHHELD         VALUE 'Y'.

       01  WS-PAYABLE.
           05  PX-AGENT-ID             PIC X(08).
           05  PX-PERIOD               PIC X(06).
           05  PX-ITEM-COUNT           PIC 9(05).
           05  PX-NET-AMOUNT           PIC S9(9)V99.

       01  WS-REFUND-EXTRACT.
           05  RF-POLICY-ID            PIC X(10).
           05  RF-CLIENT-ID            PIC X(08).
           05  RF-CLIENT-NAME          PIC X(30).
           05  RF-ADDRESS-LINE-1       PIC X(30).
           05  RF-ADDRESS-LINE-2       PIC X(30).
           05  RF-CITY                 PIC X(20).
           05  RF-POSTAL-CODE          PIC X(10).
           05  RF-BANK-ACCOUNT         PIC X(20).
           05  RF-REFUND-AMOUNT        PIC 9(7)V99.
           05  RF-CANCEL-DATE          PIC X(08).

       01  WS-DEPOSIT-REFUND.
           05  DR-POLICY-ID            PIC X(10).
           05  DR-CLIENT-ID            PIC X(08).
           05  DR-CLIENT-NAME          PIC X(30).
           05  DR-ADDRESS-LINE-1       PIC X(30).
           05  DR-ADDRESS-LINE-2       PIC X(30).
           05  DR-CITY                 PIC X(20).
           05  DR-POSTAL-CODE          PIC X(10).
           05  DR-BANK-ACCOUNT         PIC X(20).
           05  DR-REFUND-AMOUNT        PIC 9(9)V99.
           05  DR-REFUND-DATE          PIC X(08).

      * Largest amount the submission, cheque register and
      * positive-pay records carry (9(8)V99).
       01  WS-MAX-CREDIT-AMOUNT        PIC 9(9)V99 VALUE 99999999.99.

      * Items withheld on earlier runs, loaded from DBWITHHELD at
      * the start and fed back through the origination before the
      * night's extracts. A file too large for the table is only
      * appended to, as before.
       01  WS-HELD-MAX                 PIC 9(5) VALUE 5000.
       01  WS-HELD-OVERFLOW-FLAG       PIC X VALUE 'N'.
           88  WS-HELD-OVERFLOW        VALUE 'Y'.
       01  WS-HELD-TABLE.
           05  WS-HELD-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-HELD-ENTRY           OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-HELD-COUNT
                                       INDEXED BY WS-HD-IDX.
               10  WS-HD-ITEM-TYPE     PIC X(03).
               10  WS-HD-RUN-DATE      PIC X(08).
               10  WS-HD-EXTRACT-IMAGE PIC X(177).

      * Run date written on a withheld item - today for a new hold,
      * the original date for one fed back and still held.
       01  WS-WITHHELD-DATE            PIC X(8).
       01  WS-HOLDS-BEFORE             PIC 9(7) VALUE ZEROS.

      * Payment reference: 'P' + run date (YYMMDD) + a 5-digit
      * sequence, unique per run day - the bank echoes it back on
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-CREDIT-AMOUNT            PIC 9(8)V99 VALUE ZEROS.

      * Cheque numbering - the last number issued, carried on the
      * register's control record between runs.
       01  WS-LAST-CHEQUE-NO           PIC 9(8) VALUE 100000.
       01  WS-CHEQUE-START-TEXT        PIC X(10) VALUE '100001'.
       01  WS-CHEQUE-ACCOUNT           PIC X(20) VALUE SPACES.
       01  WS-CHQ-CONTROL-FLAG         PIC X VALUE 'N'.
           88  WS-CHQ-CONTROL-FOUND    VALUE 'Y'.
       01  WS-CLIENT-OPEN-FLAG         PIC X VALUE 'N'.
           88  CLIENT-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-PAYEE-HELD-FLAG          PIC X VALUE 'N'.
           88  WS-PAYEE-IS-HELD        VALUE 'Y'.

      * Cheque payee - set by the caller of 2300-ISSUE-CHEQUE.
       01  WS-CHQ-PAYEE.
           05  WS-CHQ-PAYEE-TYPE       PIC X(02).
           05  WS-CHQ-PAYEE-ID         PIC X(10).
           05  WS-CHQ-ITEM-TYPE        PIC X(03).
           05  WS-CHQ-NAME             PIC X(30).
           05  WS-CHQ-ADDRESS-LINE-1   PIC X(30).
           05  WS-CHQ-ADDRESS-LINE-2   PIC X(30).
           05  WS-CHQ-CITY             PIC X(20).
           05  WS-CHQ-POSTAL-CODE      PIC X(10).
           05  WS-CHQ-MEMO             PIC X(40).

      * Cheque image lines.
       01  CI-NUMBER-LINE.
          05 FILLER                    PIC X(60) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'CHEQUE NO. '.
          05 CI-CHEQUE-NO              PIC 9(08).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'DATE  '.
          05 CI-DATE                   PIC X(10).

       01  CI-PAYEE-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 FILLER                    PIC X(21) VALUE
             'PAY TO THE ORDER OF  '.
          05 CI-PAYEE-NAME             PIC X(30).
          05 FILLER                    PIC X(18) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'AMOUNT '.
          05 CI-AMOUNT                 PIC **,***,**9.99.

       01  CI-ADDRESS-LINE.
          05 FILLER                    PIC X(26) VALUE SPACES.
          05 CI-ADDRESS-TEXT           PIC X(40).

       01  CI-MEMO-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'MEMO  '.
          05 CI-MEMO                   PIC X(40).

       01  CI-SEPARATOR-LINE.
          05 FILLER                    PIC X(132) VALUE ALL '='.

       01  WS-COUNTERS.
           05  WS-PAYABLES-READ        PIC 9(7) VALUE ZEROS.
           05  WS-REFUNDS-READ         PIC 9(7) VALUE ZEROS.
           05  WS-DEPOSIT-REFUNDS-READ PIC 9(7) VALUE ZEROS.
           05  WS-ORIGINATED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ORIGINATED-AMOUNT    PIC 9(11)V99 VALUE ZEROS.
           05  WS-NO-ACCOUNT-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-NO-CREDIT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-CHEQUE-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-CHEQUE-AMOUNT        PIC 9(11)V99 VALUE ZEROS.
           05  WS-NO-ADDRESS-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-WITHHELD-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-WITHHELD-AMOUNT      PIC 9(11)V99 VALUE ZEROS.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-NOT-ISSUED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-OVER-LIMIT-COUNT     PIC 9(7) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-PAYEE-ID               PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-BANK-ACCOUNT           PIC X(20).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-REFERENCE              PIC X(12).
          05 FILLER                    PIC X(08) VALUE 'AMOUNT: '.
          05 TL-TOTAL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  TL-CHEQUE-LINE.
          05 FILLER                    PIC X(12) VALUE 'CHEQUES:    '.
          05 TL-TOTAL-CHEQUES          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'NO ADDRESS: '.
          05 TL-TOTAL-NO-ADDRESS       PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'NOT ISSUED: '.
          05 TL-TOTAL-NOT-ISSUED       PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'AMOUNT: '.
          05 TL-TOTAL-CHEQUE-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  TL-WITHHELD-LINE.
          05 FILLER                    PIC X(12) VALUE 'COMPL HOLD: '.
          05 TL-TOTAL-WITHHELD         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'RELEASED:   '.
          05 TL-TOTAL-RELEASED         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'OVER LIMIT: '.
          05 TL-TOTAL-OVER-LIMIT       PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'AMOUNT: '.
          05 TL-TOTAL-WITHHELD-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-PAYABLES UNTIL END-OF-PAYABLES
           PERFORM 2500-PROCESS-REFUNDS UNTIL END-OF-REFUNDS
           PERFORM 2700-PROCESS-DEPOSIT-REFUNDS
               UNTIL END-OF-DEPOSIT-REFUNDS
           PERFORM 3000-END-PROCESS
           IF WS-NOT-ISSUED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           MOVE WS-TODAY-DATE(3:6) TO WS-REF-DATE
           MOVE WS-TODAY-DATE TO WS-WITHHELD-DATE
           ACCEPT WS-CHEQUE-START-TEXT FROM ENVIRONMENT
               "CHEQUE_START_NUMBER"
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'CHEQUE_ACCOUNT' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-CHEQUE-ACCOUNT
           END-IF

           OPEN INPUT PAYABLE-FILE
           IF WS-PAYABLE-FILE-STATUS NOT = '00'
           IF WS-REFUND-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-REFUND-EOF-FLAG
           END-IF
           OPEN INPUT DEPOSIT-REFUND-FILE
           IF WS-DEPREF-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-DEPREF-EOF-FLAG
           END-IF
           OPEN INPUT AGENT-MASTER-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CLIENT-OPEN-FLAG
           END-IF
           PERFORM 1100-OPEN-CHEQUE-REGISTER
           OPEN OUTPUT CHEQUE-PRINT-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           PERFORM 1200-LOAD-WITHHELD-ITEMS
           OPEN OUTPUT SUBMISSION-FILE
           OPEN EXTEND ISSUED-REGISTER-FILE
           IF WS-ISSUED-FILE-STATUS = '35'
           MOVE WS-TODAY-DATE TO DBH-RUN-DATE
           WRITE SUBMISSION-RECORD

      * Positive-pay header, naming the account the cheques are
      * drawn on.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'HDR' TO PPH-MARKER
           MOVE WS-TODAY-DATE TO PPH-RUN-DATE
           MOVE WS-CHEQUE-ACCOUNT TO PPH-ACCOUNT
           WRITE POSITIVE-PAY-RECORD

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
           MOVE 'Disbursement origination started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 1500-REFEED-WITHHELD-ITEMS

           IF NOT END-OF-PAYABLES
               PERFORM 2100-READ-PAYABLE-FILE
           END-IF
           IF NOT END-OF-REFUNDS
               PERFORM 2600-READ-REFUND-FILE
           END-IF
           IF NOT END-OF-DEPOSIT-REFUNDS
               PERFORM 2800-READ-DEPOSIT-REFUND-FILE
           END-IF.

       1100-OPEN-CHEQUE-REGISTER.
      * The control record carries the last number issued; an
      * empty register starts from CHEQUE_START_NUMBER.
           OPEN I-O CHEQUE-REGISTER-FILE
           IF WS-CHQREG-FILE-STATUS = '35'
               OPEN OUTPUT CHEQUE-REGISTER-FILE
               CLOSE CHEQUE-REGISTER-FILE
               OPEN I-O CHEQUE-REGISTER-FILE
           END-IF
           MOVE ZEROS TO CR-CHEQUE-NO
           READ CHEQUE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CHQREG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CHQ-CONTROL-FLAG
               MOVE CC-LAST-CHEQUE-NO TO WS-LAST-CHEQUE-NO
           ELSE
               IF WS-CHEQUE-START-TEXT IS NUMERIC AND
                  WS-CHEQUE-START-TEXT NOT = SPACES
                   MOVE WS-CHEQUE-START-TEXT TO WS-LAST-CHEQUE-NO
               ELSE
                   MOVE 100001 TO WS-LAST-CHEQUE-NO
               END-IF
               SUBTRACT 1 FROM WS-LAST-CHEQUE-NO
           END-IF.

       1200-LOAD-WITHHELD-ITEMS.
      * Earlier runs' withheld items are loaded to be fed back, and
      * the file is rewritten with those still held plus tonight's
      * new holds. More items than the table holds: nothing is fed
      * back and the file is appended to as it stands.
           MOVE ZEROS TO WS-HELD-COUNT
           OPEN INPUT WITHHELD-FILE
           IF WS-WITHHELD-FILE-STATUS = '00'
               PERFORM 1210-READ-WITHHELD-FILE
               PERFORM 1220-STORE-WITHHELD-ITEM
                   UNTIL END-OF-WITHHELD OR WS-HELD-OVERFLOW
               CLOSE WITHHELD-FILE
           END-IF

           IF WS-HELD-OVERFLOW
               MOVE ZEROS TO WS-HELD-COUNT
               MOVE 'W' TO LOG-LEVEL
               MOVE 'INSDBORG' TO LOG-MODULE
               STRING 'Withheld file exceeds ' WS-HELD-MAX
                      ' items - not fed back this run'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               OPEN EXTEND WITHHELD-FILE
               IF WS-WITHHELD-FILE-STATUS = '35'
                   OPEN OUTPUT WITHHELD-FILE
               END-IF
           ELSE
               OPEN OUTPUT WITHHELD-FILE
           END-IF.

       1210-READ-WITHHELD-FILE.
           READ WITHHELD-FILE
               AT END
                   MOVE 'Y' TO WS-WITHHELD-EOF-FLAG
           END-READ.

       1220-STORE-WITHHELD-ITEM.
           IF WS-HELD-COUNT >= WS-HELD-MAX
               MOVE 'Y' TO WS-HELD-OVERFLOW-FLAG
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE WH-ITEM-TYPE TO WS-HD-ITEM-TYPE(WS-HELD-COUNT)
               MOVE WH-RUN-DATE TO WS-HD-RUN-DATE(WS-HELD-COUNT)
               MOVE WH-EXTRACT-IMAGE
                 TO WS-HD-EXTRACT-IMAGE(WS-HELD-COUNT)
               PERFORM 1210-READ-WITHHELD-FILE
           END-IF.

       1500-REFEED-WITHHELD-ITEMS.
           PERFORM 1550-REFEED-ONE-ITEM
               VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HELD-COUNT
           MOVE WS-TODAY-DATE TO WS-WITHHELD-DATE.

       1550-REFEED-ONE-ITEM.
      * The item goes back through the paragraph that first withheld
      * it. Released, it is paid like any other; still held, it is
      * written back under its original run date.
           MOVE WS-HD-RUN-DATE(WS-HD-IDX) TO WS-WITHHELD-DATE
           MOVE WS-WITHHELD-COUNT TO WS-HOLDS-BEFORE
           EVALUATE WS-HD-ITEM-TYPE(WS-HD-IDX)
               WHEN 'AGT'
                   MOVE WS-HD-EXTRACT-IMAGE(WS-HD-IDX) TO WS-PAYABLE
                   PERFORM 2050-PAY-ONE-PAYABLE
               WHEN 'RFD'
                   MOVE WS-HD-EXTRACT-IMAGE(WS-HD-IDX)
                     TO WS-REFUND-EXTRACT
                   PERFORM 2550-PAY-ONE-REFUND
               WHEN 'DEP'
                   MOVE WS-HD-EXTRACT-IMAGE(WS-HD-IDX)
                     TO WS-DEPOSIT-REFUND
                   PERFORM 2750-PAY-ONE-DEPOSIT-REFUND
                       THRU 2750-EXIT
               WHEN OTHER
                   MOVE WS-HD-ITEM-TYPE(WS-HD-IDX) TO WH-ITEM-TYPE
                   MOVE WS-HD-RUN-DATE(WS-HD-IDX) TO WH-RUN-DATE
                   MOVE WS-HD-EXTRACT-IMAGE(WS-HD-IDX)
                     TO WH-EXTRACT-IMAGE
                   WRITE WITHHELD-RECORD
                   ADD 1 TO WS-WITHHELD-COUNT
           END-EVALUATE
           IF WS-WITHHELD-COUNT = WS-HOLDS-BEFORE
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

       2000-PROCESS-PAYABLES.
           PERFORM 2050-PAY-ONE-PAYABLE
           PERFORM 2100-READ-PAYABLE-FILE.

       2050-PAY-ONE-PAYABLE.
      * One credit per agent with a positive net payable whose
      * master carries a bank account. A zero or negative net is
      * nothing to credit; no account means manual AP handling.
                       CONTINUE
               END-READ
               IF WS-AGENT-FILE-STATUS = '00' AND
                  AG-ON-COMPLIANCE-HOLD
                   MOVE PX-NET-AMOUNT TO WS-CREDIT-AMOUNT
                   MOVE 'AGT' TO WH-ITEM-TYPE
                   MOVE WS-PAYABLE TO WH-EXTRACT-IMAGE
                   PERFORM 2900-WITHHOLD-ITEM
               ELSE
                   IF WS-AGENT-FILE-STATUS = '00' AND
                      AG-BANK-ACCOUNT NOT = SPACES
                       MOVE PX-NET-AMOUNT TO WS-CREDIT-AMOUNT
                       MOVE AG-BANK-ACCOUNT TO DB-BANK-ACCOUNT
                       MOVE PX-AGENT-ID TO DB-PAYEE-ID
                       MOVE 'AG' TO DB-PAYEE-TYPE
                       PERFORM 2200-ORIGINATE-CREDIT
                   ELSE
                       IF WS-AGENT-FILE-STATUS = '00'
                           MOVE PX-NET-AMOUNT TO WS-CREDIT-AMOUNT
                           MOVE 'AG' TO WS-CHQ-PAYEE-TYPE
                           MOVE PX-AGENT-ID TO WS-CHQ-PAYEE-ID
                           MOVE 'AGT' TO WS-CHQ-ITEM-TYPE
                           MOVE AG-AGENT-NAME TO WS-CHQ-NAME
                           MOVE AG-ADDRESS-LINE-1
                             TO WS-CHQ-ADDRESS-LINE-1
                           MOVE AG-ADDRESS-LINE-2
                             TO WS-CHQ-ADDRESS-LINE-2
                           MOVE AG-CITY TO WS-CHQ-CITY
                           MOVE AG-POSTAL-CODE TO WS-CHQ-POSTAL-CODE
                           MOVE SPACES TO WS-CHQ-MEMO
                           STRING 'COMMISSION PERIOD ' PX-PERIOD
                             DELIMITED BY SIZE
                             INTO WS-CHQ-MEMO
                           END-STRING
                           PERFORM 2300-ISSUE-CHEQUE THRU 2300-EXIT
                       ELSE
                           ADD 1 TO WS-NO-ACCOUNT-COUNT
                           MOVE 'NO ACCOUNT' TO DL-RESULT
                           WRITE REPORT-LINE FROM DL-DETAIL-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-READ-PAYABLE-FILE.
           READ PAYABLE-FILE INTO WS-PAYABLE
               AT END
                   MOVE 'Y' TO WS-PAYABLE-EOF-FLAG
               NOT AT END
           MOVE 'ORIGINATED' TO DL-RESULT
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2300-ISSUE-CHEQUE.
      * WS-CHQ-PAYEE and WS-CREDIT-AMOUNT are set by the caller. A
      * cheque that cannot be mailed is not printed at all, nor one
      * whose number the register refuses.
           IF WS-CHQ-ADDRESS-LINE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE 'NO ADDRESS' TO DL-RESULT
               WRITE REPORT-LINE FROM DL-DETAIL-LINE
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-LAST-CHEQUE-NO

           MOVE SPACES TO CHEQUE-REGISTER-RECORD
           MOVE WS-LAST-CHEQUE-NO TO CR-CHEQUE-NO
           MOVE WS-TODAY-DATE TO CR-ISSUE-DATE
           MOVE WS-CHQ-PAYEE-TYPE TO CR-PAYEE-TYPE
           MOVE WS-CHQ-PAYEE-ID TO CR-PAYEE-ID
           MOVE WS-CHQ-ITEM-TYPE TO CR-ITEM-TYPE
           MOVE WS-CHQ-NAME TO CR-PAYEE-NAME
           MOVE WS-CREDIT-AMOUNT TO CR-AMOUNT
           MOVE 'O' TO CR-STATUS
           MOVE WS-TODAY-DATE TO CR-STATUS-DATE
           MOVE ZEROS TO CR-PAID-AMOUNT
           WRITE CHEQUE-REGISTER-RECORD
               INVALID KEY
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSDBORG' TO LOG-MODULE
                   STRING 'Cheque number ' WS-LAST-CHEQUE-NO
                          ' already on the register - not issued'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
                   ADD 1 TO WS-NOT-ISSUED-COUNT
                   MOVE WS-LAST-CHEQUE-NO TO DL-REFERENCE
                   MOVE WS-CREDIT-AMOUNT TO DL-AMOUNT
                   MOVE 'NOT ISSUED' TO DL-RESULT
                   WRITE REPORT-LINE FROM DL-DETAIL-LINE
                   GO TO 2300-EXIT
           END-WRITE

           PERFORM 2350-PRINT-CHEQUE-IMAGE

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE WS-CHEQUE-ACCOUNT TO PP-ACCOUNT
           MOVE WS-LAST-CHEQUE-NO TO PP-CHEQUE-NO
           MOVE WS-TODAY-DATE TO PP-ISSUE-DATE
           MOVE WS-CREDIT-AMOUNT TO PP-AMOUNT
           MOVE WS-CHQ-NAME TO PP-PAYEE-NAME
           MOVE 'I' TO PP-ACTION
           WRITE POSITIVE-PAY-RECORD

           ADD 1 TO WS-CHEQUE-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-CHEQUE-AMOUNT

           MOVE WS-LAST-CHEQUE-NO TO DL-REFERENCE
           MOVE WS-CREDIT-AMOUNT TO DL-AMOUNT
           MOVE 'CHEQUE' TO DL-RESULT
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2300-EXIT.
           EXIT.

       2350-PRINT-CHEQUE-IMAGE.
           MOVE WS-LAST-CHEQUE-NO TO CI-CHEQUE-NO
           MOVE HL-DATE TO CI-DATE
           WRITE CHEQUE-PRINT-LINE FROM CI-NUMBER-LINE
           MOVE WS-CHQ-NAME TO CI-PAYEE-NAME
           MOVE WS-CREDIT-AMOUNT TO CI-AMOUNT
           WRITE CHEQUE-PRINT-LINE FROM CI-PAYEE-LINE
           MOVE WS-CHQ-ADDRESS-LINE-1 TO CI-ADDRESS-TEXT
           WRITE CHEQUE-PRINT-LINE FROM CI-ADDRESS-LINE
           IF WS-CHQ-ADDRESS-LINE-2 NOT = SPACES
               MOVE WS-CHQ-ADDRESS-LINE-2 TO CI-ADDRESS-TEXT
               WRITE CHEQUE-PRINT-LINE FROM CI-ADDRESS-LINE
           END-IF
           MOVE SPACES TO CI-ADDRESS-TEXT
           STRING WS-CHQ-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-CHQ-POSTAL-CODE DELIMITED BY SIZE
             INTO CI-ADDRESS-TEXT
           END-STRING
           WRITE CHEQUE-PRINT-LINE FROM CI-ADDRESS-LINE
           MOVE WS-CHQ-MEMO TO CI-MEMO
           WRITE CHEQUE-PRINT-LINE FROM CI-MEMO-LINE
           WRITE CHEQUE-PRINT-LINE FROM CI-SEPARATOR-LINE.

       2400-LOAD-CLIENT-PAYEE.
      * Refund payee from CLIENT-MASTER by WS-CHQ-PAYEE-ID's client;
      * the caller has already loaded the extract's own name and
      * address, which stand if the client is not on the master.
           IF CLIENT-FILE-IS-OPEN
               READ CLIENT-MASTER-FILE
                   KEY IS CL-CLIENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = '00'
                   MOVE CL-CLIENT-NAME TO WS-CHQ-NAME
                   MOVE CL-ADDRESS-LINE-1 TO WS-CHQ-ADDRESS-LINE-1
                   MOVE CL-ADDRESS-LINE-2 TO WS-CHQ-ADDRESS-LINE-2
                   MOVE CL-CITY TO WS-CHQ-CITY
                   MOVE CL-POSTAL-CODE TO WS-CHQ-POSTAL-CODE
               END-IF
           END-IF.

       2450-CHECK-CLIENT-HOLD.
      * Is the refund's client (CL-CLIENT-ID, set by the caller) on
      * sanctions compliance hold?
           MOVE 'N' TO WS-PAYEE-HELD-FLAG
           IF CLIENT-FILE-IS-OPEN
               READ CLIENT-MASTER-FILE
                   KEY IS CL-CLIENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = '00' AND
                  CL-ON-COMPLIANCE-HOLD
                   MOVE 'Y' TO WS-PAYEE-HELD-FLAG
               END-IF
           END-IF.

       2500-PROCESS-REFUNDS.
           PERFORM 2550-PAY-ONE-REFUND
           PERFORM 2600-READ-REFUND-FILE.

       2550-PAY-ONE-REFUND.
           MOVE 'RFD' TO DL-PAYEE-TYPE
           MOVE RF-POLICY-ID TO DL-PAYEE-ID
           MOVE RF-REFUND-AMOUNT TO DL-AMOUNT
           MOVE SPACES TO DL-BANK-ACCOUNT
                          DL-REFERENCE
           MOVE RF-CLIENT-ID TO CL-CLIENT-ID
           PERFORM 2450-CHECK-CLIENT-HOLD

           IF WS-PAYEE-IS-HELD AND
              RF-REFUND-AMOUNT > 0
               MOVE RF-REFUND-AMOUNT TO WS-CREDIT-AMOUNT
               MOVE 'RFD' TO WH-ITEM-TYPE
               MOVE WS-REFUND-EXTRACT TO WH-EXTRACT-IMAGE
               PERFORM 2900-WITHHOLD-ITEM
           ELSE
               IF RF-BANK-ACCOUNT NOT = SPACES AND
                  RF-REFUND-AMOUNT > 0
                   MOVE SPACES TO SUBMISSION-RECORD
                   MOVE RF-REFUND-AMOUNT TO WS-CREDIT-AMOUNT
                   MOVE RF-BANK-ACCOUNT TO DB-BANK-ACCOUNT
                   MOVE RF-POLICY-ID TO DB-PAYEE-ID
                   MOVE 'CL' TO DB-PAYEE-TYPE
                   PERFORM 2200-ORIGINATE-CREDIT
               ELSE
                   IF RF-REFUND-AMOUNT > 0
                       MOVE RF-REFUND-AMOUNT TO WS-CREDIT-AMOUNT
                       MOVE 'CL' TO WS-CHQ-PAYEE-TYPE
                       MOVE RF-POLICY-ID TO WS-CHQ-PAYEE-ID
                       MOVE 'RFD' TO WS-CHQ-ITEM-TYPE
                       MOVE RF-CLIENT-NAME TO WS-CHQ-NAME
                       MOVE RF-ADDRESS-LINE-1 TO WS-CHQ-ADDRESS-LINE-1
                       MOVE RF-ADDRESS-LINE-2 TO WS-CHQ-ADDRESS-LINE-2
                       MOVE RF-CITY TO WS-CHQ-CITY
                       MOVE RF-POSTAL-CODE TO WS-CHQ-POSTAL-CODE
                       MOVE RF-CLIENT-ID TO CL-CLIENT-ID
                       PERFORM 2400-LOAD-CLIENT-PAYEE
                       MOVE SPACES TO WS-CHQ-MEMO
                       STRING 'CANCELLATION REFUND POLICY ' RF-POLICY-ID
                         DELIMITED BY SIZE
                         INTO WS-CHQ-MEMO
                       END-STRING
                       PERFORM 2300-ISSUE-CHEQUE THRU 2300-EXIT
                   ELSE
                       ADD 1 TO WS-NO-ACCOUNT-COUNT
                       MOVE 'NO ACCOUNT' TO DL-RESULT
                       WRITE REPORT-LINE FROM DL-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

       2600-READ-REFUND-FILE.
           READ REFUND-EXTRACT-FILE INTO WS-REFUND-EXTRACT
               AT END
                   MOVE 'Y' TO WS-REFUND-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-REFUNDS-READ
           END-READ.

       2700-PROCESS-DEPOSIT-REFUNDS.
           PERFORM 2750-PAY-ONE-DEPOSIT-REFUND
               THRU 2750-EXIT
           PERFORM 2800-READ-DEPOSIT-REFUND-FILE.

       2750-PAY-ONE-DEPOSIT-REFUND.
      * Premium deposit left on an ended policy - credited to the
      * mandate account like a cancellation refund, by post
      * otherwise. A balance beyond what the bank and cheque
      * records carry is left for manual payment.
           MOVE 'DEP' TO DL-PAYEE-TYPE
           MOVE DR-POLICY-ID TO DL-PAYEE-ID
           MOVE DR-REFUND-AMOUNT TO DL-AMOUNT
           MOVE SPACES TO DL-BANK-ACCOUNT
                          DL-REFERENCE
           IF DR-REFUND-AMOUNT > WS-MAX-CREDIT-AMOUNT
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE 'OVER LIMIT' TO DL-RESULT
               WRITE REPORT-LINE FROM DL-DETAIL-LINE
               GO TO 2750-EXIT
           END-IF
           MOVE DR-CLIENT-ID TO CL-CLIENT-ID
           PERFORM 2450-CHECK-CLIENT-HOLD

           IF WS-PAYEE-IS-HELD AND
              DR-REFUND-AMOUNT > 0
               MOVE DR-REFUND-AMOUNT TO WS-CREDIT-AMOUNT
               MOVE 'DEP' TO WH-ITEM-TYPE
               MOVE WS-DEPOSIT-REFUND TO WH-EXTRACT-IMAGE
               PERFORM 2900-WITHHOLD-ITEM
           ELSE
               IF DR-BANK-ACCOUNT NOT = SPACES AND
                  DR-REFUND-AMOUNT > 0
                   MOVE SPACES TO SUBMISSION-RECORD
                   MOVE DR-REFUND-AMOUNT TO WS-CREDIT-AMOUNT
                   MOVE DR-BANK-ACCOUNT TO DB-BANK-ACCOUNT
                   MOVE DR-POLICY-ID TO DB-PAYEE-ID
                   MOVE 'CL' TO DB-PAYEE-TYPE
                   PERFORM 2200-ORIGINATE-CREDIT
               ELSE
                   IF DR-REFUND-AMOUNT > 0
                       MOVE DR-REFUND-AMOUNT TO WS-CREDIT-AMOUNT
                       MOVE 'CL' TO WS-CHQ-PAYEE-TYPE
                       MOVE DR-POLICY-ID TO WS-CHQ-PAYEE-ID
                       MOVE 'DEP' TO WS-CHQ-ITEM-TYPE
                       MOVE DR-CLIENT-NAME TO WS-CHQ-NAME
                       MOVE DR-ADDRESS-LINE-1 TO WS-CHQ-ADDRESS-LINE-1
                       MOVE DR-ADDRESS-LINE-2 TO WS-CHQ-ADDRESS-LINE-2
                       MOVE DR-CITY TO WS-CHQ-CITY
                       MOVE DR-POSTAL-CODE TO WS-CHQ-POSTAL-CODE
                       MOVE DR-CLIENT-ID TO CL-CLIENT-ID
                       PERFORM 2400-LOAD-CLIENT-PAYEE
                       MOVE SPACES TO WS-CHQ-MEMO
                       STRING 'PREMIUM DEPOSIT REFUND POLICY '
                              DR-POLICY-ID
                         DELIMITED BY SIZE
                         INTO WS-CHQ-MEMO
                       END-STRING
                       PERFORM 2300-ISSUE-CHEQUE THRU 2300-EXIT
                   ELSE
                       ADD 1 TO WS-NO-ACCOUNT-COUNT
                       MOVE 'NO ACCOUNT' TO DL-RESULT
                       WRITE REPORT-LINE FROM DL-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

       2750-EXIT.
           EXIT.

       2800-READ-DEPOSIT-REFUND-FILE.
           READ DEPOSIT-REFUND-FILE INTO WS-DEPOSIT-REFUND
               AT END
                   MOVE 'Y' TO WS-DEPREF-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DEPOSIT-REFUNDS-READ
           END-READ.

       2900-WITHHOLD-ITEM.
      * WH-ITEM-TYPE, WH-EXTRACT-IMAGE and WS-CREDIT-AMOUNT are set
      * by the caller. The item goes to neither the bank nor a
      * cheque while the payee is on compliance hold.
           MOVE WS-WITHHELD-DATE TO WH-RUN-DATE
           WRITE WITHHELD-RECORD
           ADD 1 TO WS-WITHHELD-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-WITHHELD-AMOUNT
           MOVE WS-CREDIT-AMOUNT TO DL-AMOUNT
           MOVE 'COMPL HOLD' TO DL-RESULT
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       3000-END-PROCESS.
      * Submission trailer control record: credit count and amount
      * total for the bank to prove the file against.
           MOVE WS-ORIGINATED-AMOUNT TO DBT-CONTROL-TOTAL
           WRITE SUBMISSION-RECORD

      * Positive-pay trailer: cheque count and amount total.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'TRL' TO PPT-MARKER
           MOVE WS-CHEQUE-COUNT TO PPT-RECORD-COUNT
           MOVE WS-CHEQUE-AMOUNT TO PPT-CONTROL-TOTAL
           WRITE POSITIVE-PAY-RECORD

      * Carry the last number issued forward on the control record.
           MOVE SPACES TO CHEQUE-CONTROL-RECORD
           MOVE ZEROS TO CC-CONTROL-KEY
           MOVE WS-LAST-CHEQUE-NO TO CC-LAST-CHEQUE-NO
           IF WS-CHQ-CONTROL-FOUND
               REWRITE CHEQUE-REGISTER-RECORD
           ELSE
               WRITE CHEQUE-REGISTER-RECORD
           END-IF

           MOVE WS-ORIGINATED-COUNT TO TL-TOTAL-ORIGINATED
           MOVE WS-NO-ACCOUNT-COUNT TO TL-TOTAL-NO-ACCOUNT
           MOVE WS-NO-CREDIT-COUNT TO TL-TOTAL-NO-CREDIT

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE WS-CHEQUE-COUNT TO TL-TOTAL-CHEQUES
           MOVE WS-NO-ADDRESS-COUNT TO TL-TOTAL-NO-ADDRESS
           MOVE WS-NOT-ISSUED-COUNT TO TL-TOTAL-NOT-ISSUED
           MOVE WS-CHEQUE-AMOUNT TO TL-TOTAL-CHEQUE-AMOUNT
           WRITE REPORT-LINE FROM TL-CHEQUE-LINE
           MOVE WS-WITHHELD-COUNT TO TL-TOTAL-WITHHELD
           MOVE WS-RELEASED-COUNT TO TL-TOTAL-RELEASED
           MOVE WS-OVER-LIMIT-COUNT TO TL-TOTAL-OVER-LIMIT
           MOVE WS-WITHHELD-AMOUNT TO TL-TOTAL-WITHHELD-AMOUNT
           WRITE REPORT-LINE FROM TL-WITHHELD-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSDBORG' TO LOG-MODULE
           STRING 'Disbursement origination ended. Credits: '
                  WS-ORIGINATED-COUNT
                  ' Cheques: ' WS-CHEQUE-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING

           CLOSE PAYABLE-FILE
           CLOSE REFUND-EXTRACT-FILE
           CLOSE DEPOSIT-REFUND-FILE
           CLOSE AGENT-MASTER-FILE
           IF CLIENT-FILE-IS-OPEN
               CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE CHEQUE-REGISTER-FILE
           CLOSE CHEQUE-PRINT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE WITHHELD-FILE
           CLOSE SUBMISSION-FILE
           CLOSE ISSUED-REGISTER-FILE
           CLOSE REPORT-FILE.
