      * Letter Formatting Program
      * Function: The downstream print/mail step the receipt and
      *           dunning extracts have been waiting for: read
      *           RECEIPTFILE (INSPMRCT), DUNNOTICE (INSDUNNG) and
      *           MATNOTICE (INSMATUR pre-maturity notices),
      *           merge each record with a letter template selected
      *           by document type, notice level and the client's
      *           language (CL-LANGUAGE, falling back to EN), and
      *
      *           Templates live on the optional LTRTMPL file, one
      *           60-byte text line per record keyed by document
      *           type (RC receipt / DN dunning / MN maturity),
      *           notice level (0 for receipts and maturity
      *           notices), language and sequence. A line whose
      *           text begins with '*' is a substitution directive
      *           (*NAME, *ADDRESS, *POLICY, *AMOUNT, *DATE,
      *           *DUEDATE, *LEVEL, *REFERENCE) and emits the
      *           default letter is used, so the print step never
      *           goes out blank because someone mislaid the
      *           template deck.
      *
      *           A letter for a client whose address is marked
      *           undeliverable (returned mail) is not printed; it
      *           goes on the ADDRSUPP file for address research and
      *           is taken out of the expected page count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSLTRFM.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : The run now records its start and completion on
      *              the night-cycle step-control file (INSCYCST), so
      *              INSRUNBK can tell whether the cycle's receipts
      *              have been printed.
      * 2026-10-15 : Hold letters for clients whose address is
      *              undeliverable; list them on ADDRSUPP. Held
      *              letters are shown on the control summary and
      *              excluded from the expected pages.
      * 2026-10-15 : Third extract MATNOTICE - the pre-maturity
      *              notices INSMATUR cuts - printed as document type
      *              'MN', name and address resolved through the
      *              masters as for dunning notices, the maturity
      *              date as the letter's due date. Its pages are in
      *              the page-count control.
      * 2026-09-02 : Initial version. The raw extracts were being
      *              printed as-is and stuffed into window envelopes.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT MATURITY-NOTICE-FILE ASSIGN TO EXTERNAL MATNOTICE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATNTC-FILE-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO EXTERNAL LTRTMPL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT ADDR-SUPPRESS-FILE ASSIGN TO EXTERNAL ADDRSUPP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL LTRRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
           05  NT-DUE-DATE             PIC X(08).
           05  NT-NOTICE-DATE          PIC X(08).

       FD  MATURITY-NOTICE-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS MATURITY-NOTICE-RECORD.
       COPY MATNOTC.

       FD  TEMPLATE-FILE
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS TEMPLATE-RECORD.
           DATA RECORD IS LETTER-LINE.
       01  LETTER-LINE                 PIC X(80).

       FD  ADDR-SUPPRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ADDR-SUPPRESS-RECORD.
       COPY ADDRSUPP.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       WORKING-STORAGE SECTION.
       01  WS-RECEIPT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-MATNTC-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-TEMPLATE-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-LETTER-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SUPPRESS-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Night-cycle step recording (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-CYC-STEP                 PIC X(10) VALUE SPACES.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.

      * The letter's client is marked undeliverable (returned mail).
       01  WS-UNDELIVERABLE-FLAG       PIC X VALUE 'N'.
           88  WS-CLIENT-UNDELIVERABLE VALUE 'Y'.
       01  WS-HOLD-CLIENT-ID           PIC X(08) VALUE SPACES.
       01  WS-HOLD-AMOUNT              PIC 9(9)V99 VALUE ZEROS.

       01  WS-RCT-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-RECEIPTS         VALUE 'Y'.
       01  WS-NTC-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-NOTICES          VALUE 'Y'.
       01  WS-MTN-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-MATURITY-NOTICES VALUE 'Y'.
       01  WS-TMP-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-TEMPLATES        VALUE 'Y'.

           05  WS-NOTICES-READ         PIC 9(7) VALUE ZEROS.
           05  WS-RECEIPT-PAGES        PIC 9(7) VALUE ZEROS.
           05  WS-NOTICE-PAGES         PIC 9(7) VALUE ZEROS.
           05  WS-MATURITY-READ        PIC 9(7) VALUE ZEROS.
           05  WS-MATURITY-PAGES       PIC 9(7) VALUE ZEROS.
           05  WS-TOTAL-PAGES          PIC 9(7) VALUE ZEROS.
           05  WS-EXPECTED-PAGES       PIC 9(7) VALUE ZEROS.
           05  WS-SUPPRESSED-COUNT     PIC 9(7) VALUE ZEROS.

       01  WS-BALANCED-FLAG            PIC X VALUE 'Y'.
           88  PAGES-ARE-BALANCED      VALUE 'Y'.
          05 FILLER                    PIC X(15) VALUE
             'NOTICES READ: '.
          05 TL-NOTICES-READ           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(17) VALUE
             'MATURITY NOTICES:'.
          05 TL-MATURITY-READ          PIC ZZZ,ZZ9.

       01  TL-CONTROL-LINE-2.
          05 FILLER                    PIC X(15) VALUE
          05 FILLER                    PIC X(08) VALUE 'STATUS: '.
          05 TL-BALANCE-STATUS         PIC X(14).

       01  TL-CONTROL-LINE-3.
          05 FILLER                    PIC X(22) VALUE
             'HELD - UNDELIVERABLE: '.
          05 TL-SUPPRESSED             PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           MOVE 'S' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           PERFORM 2000-FORMAT-RECEIPTS UNTIL END-OF-RECEIPTS
           PERFORM 2500-FORMAT-NOTICES UNTIL END-OF-NOTICES
           PERFORM 2700-FORMAT-MATURITY-NOTICES
               UNTIL END-OF-MATURITY-NOTICES
           PERFORM 3000-END-PROCESS
           MOVE 'C' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           IF PAGES-ARE-BALANCED
               MOVE 0 TO RETURN-CODE
           ELSE

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-FILE-STATUS NOT = '00'
           IF WS-NOTICE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-NTC-EOF-FLAG
           END-IF
           OPEN INPUT MATURITY-NOTICE-FILE
           IF WS-MATNTC-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-MTN-EOF-FLAG
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT POLICY-MASTER-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ADDR-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS = '35'
               OPEN OUTPUT ADDR-SUPPRESS-FILE
           END-IF

           PERFORM 1100-LOAD-TEMPLATES

           END-IF
           IF NOT END-OF-NOTICES
               PERFORM 2600-READ-NOTICE-FILE
           END-IF
           IF NOT END-OF-MATURITY-NOTICES
               PERFORM 2800-READ-MATURITY-NOTICE
           END-IF.

       1100-LOAD-TEMPLATES.
           MOVE RT-REFERENCE-NO TO WS-LT-REFERENCE

      * The receipt already carries name and address; the client
      * master is only asked for the language and the mail status.
           MOVE 'EN' TO WS-LT-LANGUAGE
           MOVE 'N' TO WS-UNDELIVERABLE-FLAG
           IF RT-CLIENT-ID NOT = SPACES
               MOVE RT-CLIENT-ID TO CL-CLIENT-ID
               READ CLIENT-MASTER-FILE
                  CL-LANGUAGE NOT = SPACES
                   MOVE CL-LANGUAGE TO WS-LT-LANGUAGE
               END-IF
               IF WS-CLIENT-FILE-STATUS = '00' AND
                  CL-MAIL-UNDELIVERABLE
                   MOVE 'Y' TO WS-UNDELIVERABLE-FLAG
               END-IF
           END-IF

           IF WS-CLIENT-UNDELIVERABLE
               MOVE RT-CLIENT-ID TO WS-HOLD-CLIENT-ID
               MOVE RT-AMOUNT TO WS-HOLD-AMOUNT
               PERFORM 2900-HOLD-UNDELIVERABLE
           ELSE
               PERFORM 4000-BUILD-ONE-LETTER
               ADD 1 TO WS-RECEIPT-PAGES
           END-IF

           PERFORM 2100-READ-RECEIPT-FILE.

             INTO WS-LT-DUE-DATE
           END-STRING

           PERFORM 2550-RESOLVE-POLICY-CLIENT

           IF WS-CLIENT-UNDELIVERABLE
               MOVE PM-MODAL-PREMIUM TO WS-HOLD-AMOUNT
               PERFORM 2900-HOLD-UNDELIVERABLE
           ELSE
               PERFORM 4000-BUILD-ONE-LETTER
               ADD 1 TO WS-NOTICE-PAGES
           END-IF

           PERFORM 2600-READ-NOTICE-FILE.

       2550-RESOLVE-POLICY-CLIENT.
      * The notice carries only the policy - name, address, the
      * amount owed and the language resolve through the masters.
      * A broken link still sends a letter, with the address block
           MOVE ZEROS TO WS-LT-AMOUNT
           MOVE SPACES TO WS-LT-CURRENCY
           MOVE 'EN' TO WS-LT-LANGUAGE
           MOVE 'N' TO WS-UNDELIVERABLE-FLAG
           MOVE SPACES TO WS-HOLD-CLIENT-ID
           MOVE WS-LT-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
               INVALID KEY
                       IF CL-LANGUAGE NOT = SPACES
                           MOVE CL-LANGUAGE TO WS-LT-LANGUAGE
                       END-IF
                       IF CL-MAIL-UNDELIVERABLE
                           MOVE 'Y' TO WS-UNDELIVERABLE-FLAG
                           MOVE CL-CLIENT-ID TO WS-HOLD-CLIENT-ID
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-LT-NAME = SPACES
               MOVE '*NO LINK*' TO WS-LT-NAME
           END-IF.

       2600-READ-NOTICE-FILE.
           READ NOTICE-FILE
                   MOVE 'Y' TO WS-NTC-EOF-FLAG
           END-READ.

       2700-FORMAT-MATURITY-NOTICES.
           ADD 1 TO WS-MATURITY-READ

           MOVE 'MN' TO WS-LT-DOC-TYPE
           MOVE 0 TO WS-LT-LEVEL
           MOVE MN-POLICY-ID TO WS-LT-POLICY-ID
           MOVE 'MATURITY NOTICE' TO WS-LT-LEVEL-TEXT
           MOVE SPACES TO WS-LT-REFERENCE
           STRING MN-NOTICE-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  MN-NOTICE-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  MN-NOTICE-DATE(7:2) DELIMITED BY SIZE
             INTO WS-LT-DATE
           END-STRING
           STRING MN-MATURITY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  MN-MATURITY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  MN-MATURITY-DATE(7:2) DELIMITED BY SIZE
             INTO WS-LT-DUE-DATE
           END-STRING

           PERFORM 2550-RESOLVE-POLICY-CLIENT

           IF WS-CLIENT-UNDELIVERABLE
               MOVE ZEROS TO WS-HOLD-AMOUNT
               PERFORM 2900-HOLD-UNDELIVERABLE
           ELSE
               PERFORM 4000-BUILD-ONE-LETTER
               ADD 1 TO WS-MATURITY-PAGES
           END-IF

           PERFORM 2800-READ-MATURITY-NOTICE.

       2800-READ-MATURITY-NOTICE.
           READ MATURITY-NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-MTN-EOF-FLAG
           END-READ.

       2900-HOLD-UNDELIVERABLE.
      * WS-HOLD-CLIENT-ID and WS-HOLD-AMOUNT are set by the caller.
           ADD 1 TO WS-SUPPRESSED-COUNT
           INITIALIZE ADDR-SUPPRESS-RECORD
           MOVE WS-TODAY-DATE TO AS-SUPPRESS-DATE
           MOVE WS-HOLD-CLIENT-ID TO AS-CLIENT-ID
           MOVE WS-HOLD-AMOUNT TO AS-AMOUNT
           MOVE 'INSLTRFM' TO AS-PROGRAM
           MOVE WS-LT-DOC-TYPE TO AS-DOC-TYPE
           MOVE WS-LT-POLICY-ID TO AS-POLICY-ID
           MOVE WS-LT-LEVEL-TEXT TO AS-DESCRIPTION
           WRITE ADDR-SUPPRESS-RECORD.

       4000-BUILD-ONE-LETTER.
      * One page per extract record: separator, then the selected
      * template's lines (client language first, EN as fallback),

       3000-END-PROCESS.
      * The page-count control: one page per extract record, so
      * pages written must equal receipts plus notices (dunning and
      * maturity) read, less the letters held for an undeliverable
      * address.
           COMPUTE WS-EXPECTED-PAGES = WS-RECEIPTS-READ
                                       + WS-NOTICES-READ
                                       + WS-MATURITY-READ
                                       - WS-SUPPRESSED-COUNT
           IF WS-TOTAL-PAGES NOT = WS-EXPECTED-PAGES
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF

           MOVE WS-RECEIPTS-READ TO TL-RECEIPTS-READ
           MOVE WS-NOTICES-READ TO TL-NOTICES-READ
           MOVE WS-MATURITY-READ TO TL-MATURITY-READ
           MOVE WS-TOTAL-PAGES TO TL-TOTAL-PAGES
           MOVE WS-EXPECTED-PAGES TO TL-EXPECTED-PAGES
           IF PAGES-ARE-BALANCED
           END-IF
           WRITE REPORT-LINE FROM TL-CONTROL-LINE-1
           WRITE REPORT-LINE FROM TL-CONTROL-LINE-2
           MOVE WS-SUPPRESSED-COUNT TO TL-SUPPRESSED
           WRITE REPORT-LINE FROM TL-CONTROL-LINE-3

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSLTRFM' TO LOG-MODULE

           CLOSE RECEIPT-FILE
           CLOSE NOTICE-FILE
           CLOSE MATURITY-NOTICE-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE LETTER-FILE
           CLOSE ADDR-SUPPRESS-FILE
           CLOSE REPORT-FILE.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSLTRFM' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-TODAY-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSLTRFM.
