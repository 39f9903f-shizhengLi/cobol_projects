      *           collection reference the bank echoes back on
      *           settlement and on returned items. Until now method
      *           05 collections were keyed by hand after the fact.
      *           A due date that is not a banking day (weekend or
      *           bank holiday on the HOLCAL calendar) is collected
      *           on the next banking day. An installment already
      *           settled (paid from deposit at billing, or covered
      *           by the paid-to-date) is not collected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDDORG.
       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : An installment already settled - marked paid from
      *              deposit by INSPMBIL, or covered by the policy's
      *              paid-to-date (POLICYMASTER, now read) - is not
      *              collected; counted on the report instead.
      * 2026-10-15 : Collection date now rolls forward to the next
      *              banking day (DATECALC business-day function on
      *              the installation holiday calendar) when the due
      *              date falls on a weekend or bank holiday. The
      *              report shows the collection date beside the due
      *              date and counts the rolled collections.
      * 2026-09-02 : The run now checks its night-cycle prerequisite
      *              at init through INSCYCST and refuses with
      *              condition code 10 when run out of order, and
           RECORD KEY IS MD-POLICY-ID
           FILE STATUS IS WS-MANDATE-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO EXTERNAL DDSUBMIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBMIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-DUE-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PREMIUM-DUE-RECORD.
       COPY PREMDUE.

       FD  MANDATE-FILE.
       COPY DDMANDAT.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

      * Collection submission record. The same 64-byte record also
      * carries the HDR/TRL control frame, PAYFILE-style.
       FD  SUBMISSION-FILE
       WORKING-STORAGE SECTION.
       01  WS-DUE-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-MANDATE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SUBMIT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-DUE-FILE         VALUE 'Y'.
       01  WS-SETTLED-FLAG             PIC X VALUE 'N'.
           88  WS-INSTALLMENT-SETTLED  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-ORIGINATED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ORIGINATED-AMOUNT    PIC 9(11)V99 VALUE ZEROS.
           05  WS-NO-MANDATE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ROLLED-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-SETTLED-COUNT        PIC 9(7) VALUE ZEROS.

      * Collection date - the due date, or the next banking day
      * after it when the due date is not one.
       01  WS-COLLECT-DATE             PIC X(8) VALUE SPACES.

      * Collection reference: 'D' + run date (YYMMDD) + a 5-digit
      * sequence, unique per run day. The bank echoes it back, and
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Date calculation parameters
       COPY DATECALC.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DUE DATE'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'COLLECT ON'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(12) VALUE 'AMOUNT'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'BANK ACCOUNT'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-DUE-DATE               PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-COLLECT-DATE           PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-BANK-ACCOUNT           PIC X(20).
          05 FILLER                    PIC X(08) VALUE 'AMOUNT: '.
          05 TL-TOTAL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  TL-ROLLED-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'ROLLED TO NEXT BANKING DAY:'.
          05 TL-TOTAL-ROLLED           PIC ZZZ,ZZ9.

       01  TL-SETTLED-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(40) VALUE
             'ALREADY SETTLED - NOT COLLECTED:'.
          05 TL-TOTAL-SETTLED          PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.

               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN INPUT MANDATE-FILE
           OPEN INPUT POLICY-MASTER-FILE
           OPEN OUTPUT SUBMISSION-FILE
           OPEN OUTPUT REPORT-FILE

       2000-PROCESS-DATA.
      * Only a due installment whose policy holds an active mandate
      * covering the due date is originated; everything else stays
      * on the ordinary collection channels. An installment already
      * settled - paid from deposit at billing, or covered by the
      * policy's paid-to-date since - has nothing left to collect.
           MOVE PD-POLICY-ID TO MD-POLICY-ID
           READ MANDATE-FILE
               KEY IS MD-POLICY-ID
              MD-STATUS-ACTIVE AND
              MD-START-DATE <= PD-DUE-DATE AND
              (MD-END-DATE = SPACES OR MD-END-DATE >= PD-DUE-DATE)
               PERFORM 2150-CHECK-SETTLED
               IF WS-INSTALLMENT-SETTLED
                   ADD 1 TO WS-SETTLED-COUNT
               ELSE
                   PERFORM 2200-ORIGINATE-COLLECTION
               END-IF
           ELSE
               ADD 1 TO WS-NO-MANDATE-COUNT
           END-IF
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2150-CHECK-SETTLED.
           MOVE 'N' TO WS-SETTLED-FLAG
           IF PD-SETTLED-FROM-DEPOSIT
               MOVE 'Y' TO WS-SETTLED-FLAG
           ELSE
               MOVE PD-POLICY-ID TO PM-POLICY-ID
               READ POLICY-MASTER-FILE
                   KEY IS PM-POLICY-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-POLICY-FILE-STATUS = '00' AND
                  PM-PAID-TO-DATE IS NUMERIC AND
                  PM-PAID-TO-DATE >= PD-DUE-DATE
                   MOVE 'Y' TO WS-SETTLED-FLAG
               END-IF
           END-IF.

       2200-ORIGINATE-COLLECTION.
      * The bank collects only on a banking day: roll a due date
      * that falls on a weekend or bank holiday forward to the
      * next banking day. A due date DATECALC cannot work with is
      * submitted as it stands.
           MOVE PD-DUE-DATE TO WS-COLLECT-DATE
           MOVE 'B' TO DC-FUNCTION-CODE
           MOVE PD-DUE-DATE TO DC-BASE-DATE
           MOVE ZERO TO DC-DAYS
           MOVE SPACES TO DC-CALENDAR-CODE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO WS-COLLECT-DATE
           END-IF
           IF WS-COLLECT-DATE NOT = PD-DUE-DATE
               ADD 1 TO WS-ROLLED-COUNT
           END-IF

           ADD 1 TO WS-REF-SEQUENCE
           MOVE WS-REF-SEQUENCE TO WS-REF-SEQ

           MOVE SPACES TO SUBMISSION-RECORD
           MOVE MD-BANK-ACCOUNT TO SB-BANK-ACCOUNT
           MOVE PD-MODAL-PREMIUM TO SB-AMOUNT
           MOVE WS-COLLECT-DATE TO SB-COLLECT-DATE
           MOVE PD-POLICY-ID TO SB-POLICY-ID
           MOVE WS-COLLECTION-REF TO SB-COLLECTION-REF
           WRITE SUBMISSION-RECORD
                  PD-DUE-DATE(7:2) DELIMITED BY SIZE
             INTO DL-DUE-DATE
           END-STRING
           STRING WS-COLLECT-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-COLLECT-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-COLLECT-DATE(7:2) DELIMITED BY SIZE
             INTO DL-COLLECT-DATE
           END-STRING
           MOVE PD-MODAL-PREMIUM TO DL-AMOUNT
           MOVE MD-BANK-ACCOUNT TO DL-BANK-ACCOUNT
           MOVE WS-COLLECTION-REF TO DL-REFERENCE
           MOVE WS-ORIGINATED-COUNT TO TL-TOTAL-ORIGINATED
           MOVE WS-NO-MANDATE-COUNT TO TL-TOTAL-NO-MANDATE
           MOVE WS-ORIGINATED-AMOUNT TO TL-TOTAL-AMOUNT
           MOVE WS-ROLLED-COUNT TO TL-TOTAL-ROLLED
           MOVE WS-SETTLED-COUNT TO TL-TOTAL-SETTLED

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           WRITE REPORT-LINE FROM TL-ROLLED-LINE
           WRITE REPORT-LINE FROM TL-SETTLED-LINE

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSDDORG' TO LOG-MODULE

           CLOSE PREMIUM-DUE-FILE
           CLOSE MANDATE-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE SUBMISSION-FILE
           CLOSE REPORT-FILE.

