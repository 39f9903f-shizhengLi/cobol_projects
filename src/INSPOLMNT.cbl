       DATE-WRITTEN. 2025-08-09.

      * Modification History
      * 2026-10-15 : AD, and a CH that changes the policy's agent or
      *              product, now require the agent to hold an active
      *              appointment for the policy's product on the
      *              appointment file (AGAPPT, maintained by
      *              INSAGMNT) - for the product itself or for every
      *              product ('****'). A policy with no product is
      *              not checked; with no appointment file at all
      *              the check is logged as skipped.
      * 2026-10-15 : AD/CH now stamp PM-MATURITY-DATE - issue date
      *              plus the product's term (PRD-TERM-YEARS) - for
      *              the INSMATUR maturity run and the INSPMBIL
      *              past-maturity check. A product with no fixed
      *              term leaves the date blank.
      * 2026-09-02 : Transactions widened 76 -> 80: positions 77-80
      *              carry the policy's product code, validated
      *              against the new PRODUCT-MASTER (INSPRMNT). A
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO EXTERNAL AGAPPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AP-APPOINTMENT-KEY
           FILE STATUS IS WS-APPT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO EXTERNAL POLMNTIN
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  APPOINTMENT-FILE.
       COPY AGAPPT.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSACTION-RECORD-IN.
       01  WS-PRODUCT-VALID-FLAG     PIC X VALUE 'Y'.
           88  WS-PRODUCT-IS-VALID   VALUE 'Y'.
       01  WS-PRODUCT-REASON         PIC X(20) VALUE SPACES.
       01  WS-APPT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-APPT-OPEN-FLAG         PIC X VALUE 'N'.
           88  APPOINTMENTS-AVAILABLE VALUE 'Y'.
       01  WS-APPOINTED-FLAG         PIC X VALUE 'Y'.
           88  WS-AGENT-IS-APPOINTED VALUE 'Y'.
       01  WS-APPT-PRODUCT           PIC X(04) VALUE SPACES.
       01  WS-FREQ-SUB               PIC 9(1) VALUE ZEROS.
       01  WS-FREQ-ALLOWED-FLAG      PIC X VALUE 'N'.
           88  WS-FREQ-IS-ALLOWED    VALUE 'Y'.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.
       01  WS-GATE-DATE                PIC X(8) VALUE SPACES.

      * Date calculation parameters
       COPY DATECALC.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
              10 WS-CURRENT-YEAR     PIC 9(4).
           OPEN INPUT AGENT-MASTER-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT PRODUCT-MASTER-FILE
           OPEN INPUT APPOINTMENT-FILE
           IF WS-APPT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-APPT-OPEN-FLAG
           END-IF
           OPEN EXTEND POLICY-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT POLICY-JOURNAL-FILE
             DELIMITED BY SIZE INTO WS-LOG-LINE
           END-STRING
           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           IF NOT APPOINTMENTS-AVAILABLE
               MOVE 'APPOINTMENT FILE NOT AVAILABLE - PRODUCT'
                 & ' APPOINTMENTS NOT CHECKED' TO WS-LOG-LINE
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
           END-IF

           PERFORM 2100-READ-TRANSACTION.

               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-TRAN-PRODUCT-CODE TO WS-APPT-PRODUCT
           PERFORM 2160-CHECK-APPOINTMENT
           IF NOT WS-AGENT-IS-APPOINTED
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED ADD - AGENT ' WS-TRAN-AGENT-ID
                      ' NOT APPOINTED FOR ' WS-APPT-PRODUCT
                      ' FOR POLICY ' WS-TRAN-POLICY-ID
                 DELIMITED BY SIZE INTO WS-LOG-LINE
               END-STRING
               WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-TRAN-POLICY-ID TO PM-POLICY-ID
           READ POLICY-MASTER-FILE
               KEY IS PM-POLICY-ID
                   MOVE WS-TRAN-CLIENT-ID  TO PM-CLIENT-ID
                   MOVE WS-TRAN-PRODUCT-CODE TO PM-PRODUCT-CODE
                   PERFORM 2250-APPLY-BILLING-FIELDS
                   PERFORM 2190-STAMP-MATURITY-DATE THRU 2190-EXIT
      * A product carries the tariff's default grace - an AD keyed
      * without grace days takes it rather than zero.
                   IF WS-TRAN-GRACE-DAYS = 0 AND
                   WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                   END-WRITE
               NOT INVALID KEY
      * Only a change of agent or product is an assignment - a CH
      * correcting billing on an existing book is not re-checked.
                   IF WS-TRAN-PRODUCT-CODE NOT = SPACES
                       MOVE WS-TRAN-PRODUCT-CODE TO WS-APPT-PRODUCT
                   ELSE
                       MOVE PM-PRODUCT-CODE TO WS-APPT-PRODUCT
                   END-IF
                   IF WS-TRAN-AGENT-ID NOT = PM-AGENT-ID OR
                      WS-APPT-PRODUCT NOT = PM-PRODUCT-CODE
                       PERFORM 2160-CHECK-APPOINTMENT
                       IF NOT WS-AGENT-IS-APPOINTED
                           ADD 1 TO WS-REJECT-COUNT
                           STRING 'REJECTED CHANGE - AGENT '
                                  WS-TRAN-AGENT-ID
                                  ' NOT APPOINTED FOR '
                                  WS-APPT-PRODUCT
                                  ' FOR POLICY ' WS-TRAN-POLICY-ID
                             DELIMITED BY SIZE INTO WS-LOG-LINE
                           END-STRING
                           WRITE MAINT-LOG-LINE FROM WS-LOG-LINE
                           GO TO 2300-EXIT
                       END-IF
                   END-IF
                   MOVE POLICY-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-TRAN-STATUS     TO PM-POLICY-STATUS
                   MOVE WS-TRAN-ISSUE-DATE TO PM-ISSUE-DATE
                       MOVE WS-TRAN-PRODUCT-CODE TO PM-PRODUCT-CODE
                   END-IF
                   PERFORM 2250-APPLY-BILLING-FIELDS
                   PERFORM 2190-STAMP-MATURITY-DATE THRU 2190-EXIT
                   IF WS-TRAN-NEW-POLICY-ID = SPACES
                       REWRITE POLICY-MASTER-RECORD
                       MOVE POLICY-MASTER-RECORD TO WS-AFTER-IMAGE
               END-IF
           END-IF.

       2160-CHECK-APPOINTMENT.
      * The agent in WS-TRAN-AGENT-ID must hold an active
      * appointment for WS-APPT-PRODUCT, or for every product. A
      * policy with no product predates appointments and is not
      * checked.
           MOVE 'Y' TO WS-APPOINTED-FLAG
           IF APPOINTMENTS-AVAILABLE AND WS-APPT-PRODUCT NOT = SPACES
               MOVE 'N' TO WS-APPOINTED-FLAG
               MOVE WS-TRAN-AGENT-ID TO AP-AGENT-ID
               MOVE WS-APPT-PRODUCT TO AP-PRODUCT-CODE
               READ APPOINTMENT-FILE
                   KEY IS AP-APPOINTMENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-APPT-FILE-STATUS = '00' AND AP-STATUS-ACTIVE
                   MOVE 'Y' TO WS-APPOINTED-FLAG
               ELSE
                   MOVE '****' TO AP-PRODUCT-CODE
                   READ APPOINTMENT-FILE
                       KEY IS AP-APPOINTMENT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-APPT-FILE-STATUS = '00' AND
                      AP-STATUS-ACTIVE
                       MOVE 'Y' TO WS-APPOINTED-FLAG
                   END-IF
               END-IF
           END-IF.

       2180-VALIDATE-PRODUCT.
      * A supplied product must exist on PRODUCT-MASTER and must
      * allow the transaction's payment frequency (when one is
               END-IF
           END-IF.

       2190-STAMP-MATURITY-DATE.
      * The maturity date is issue date plus the product's term in
      * years. Re-derived on every AD/CH so a corrected issue date or
      * product carries through; a policy with no product, a
      * product with no fixed term or an unusable issue date gets
      * no maturity date and is never matured.
           MOVE SPACES TO PM-MATURITY-DATE
           IF PM-PRODUCT-CODE = SPACES OR
              PM-ISSUE-DATE IS NOT NUMERIC
               GO TO 2190-EXIT
           END-IF
           MOVE PM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PRD-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               GO TO 2190-EXIT
           END-IF
           IF PRD-TERM-YEARS IS NOT NUMERIC OR
              PRD-TERM-YEARS = 0
               GO TO 2190-EXIT
           END-IF
           MOVE 'M' TO DC-FUNCTION-CODE
           MOVE PM-ISSUE-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = PRD-TERM-YEARS * 12
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO PM-MATURITY-DATE
           END-IF.

       2190-EXIT.
           EXIT.

       2170-VALIDATE-CLIENT.
      * The policy's client link must resolve to a CLIENT-MASTER
      * record - customer-facing outputs die without the name and
           CLOSE AGENT-MASTER-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE
           IF APPOINTMENTS-AVAILABLE
               CLOSE APPOINTMENT-FILE
           END-IF
           CLOSE POLICY-JOURNAL-FILE
           CLOSE PENDING-FILE
           CLOSE MAINT-LOG-FILE.
