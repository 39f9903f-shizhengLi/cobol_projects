      *           the same access paths the batch runs use. (The
      *           screen handling stays plain ACCEPT/DISPLAY so the
      *           body lifts straight into a CICS map when we
      *           migrate.) The rep signs on through INSSIGN, and
      *           every policy and reference looked up is written to
      *           the access log under their user ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPOLINQ.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : Inquiry now requires an operator sign-on
      *              (INSSIGN) under a role allowed to inquire, and
      *              each policy and payment reference looked up -
      *              found or not - is recorded on the access log, so
      *              a privacy audit can see who looked at whose
      *              records.
      * 2026-09-02 : Type '03' cancellation refunds now display as
      *              REFUND instead of PAYMENT on both the policy
      *              browse and the reference lookup.

       01  SQLCODE                     PIC S9(9) COMP VALUE ZERO.

      * Operator sign-on and access-log parameters
       COPY SIGNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'S' TO SO-REQUEST
           MOVE 'INSPOLINQ' TO SO-PROGRAM
           MOVE 'I' TO SO-FUNCTION-CODE
           CALL 'INSSIGN' USING SIGNON-PARAMS
           IF NOT SO-GRANTED
               DISPLAY 'INQUIRY REFUSED - NOT SIGNED ON'
               MOVE 'O' TO SO-REQUEST
               CALL 'INSSIGN' USING SIGNON-PARAMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
           CLOSE POLICY-MASTER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE PAYMENT-XREF-FILE
           MOVE 'O' TO SO-REQUEST
           CALL 'INSSIGN' USING SIGNON-PARAMS
           GOBACK.

       1000-ONE-INQUIRY.
                   MOVE 'INACTIVE' TO WS-STATUS-TEXT
           END-EVALUATE

      * Every policy asked about is recorded, found or not.
           MOVE 'L' TO SO-REQUEST
           MOVE 'P' TO SO-SUBJECT-TYPE
           MOVE WS-INQ-POLICY-ID TO SO-SUBJECT-KEY
           MOVE SPACES TO SO-DETAIL
           STRING 'POLICY INQUIRY - ' WS-STATUS-TEXT
             DELIMITED BY SIZE
             INTO SO-DETAIL
           END-STRING
           CALL 'INSSIGN' USING SIGNON-PARAMS

           IF SQLCODE = 100
               DISPLAY 'POLICY ' WS-INQ-POLICY-ID ' NOT FOUND'
               GO TO 1000-EXIT
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE 'L' TO SO-REQUEST
           MOVE 'R' TO SO-SUBJECT-TYPE
           MOVE WS-INQ-REFERENCE-NO TO SO-SUBJECT-KEY
           MOVE SPACES TO SO-DETAIL
           IF WS-XREF-FILE-STATUS = '00'
               STRING 'REF LOOKUP - PAYMENT ' RX-PAYMENT-ID
                 DELIMITED BY SIZE
                 INTO SO-DETAIL
               END-STRING
           ELSE
               MOVE 'REFERENCE LOOKUP - NOT ON FILE' TO SO-DETAIL
           END-IF
           CALL 'INSSIGN' USING SIGNON-PARAMS

           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'REFERENCE ' WS-INQ-REFERENCE-NO
                       ' NOT ON FILE'
