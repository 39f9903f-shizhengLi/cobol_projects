      *           a tracking file keeps the nightly run from
      *           notifying the same installment twice. Suspended
      *           and cancelled mandates are skipped - those
      *           policies are not going to be debited. The date
      *           notified is the date INSDDORG will actually
      *           collect on: the due date rolled forward to the
      *           next banking day when it is not one. Nothing
      *           is sent for an installment already settled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDDPRE.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : No notification for an installment already
      *              settled - marked paid from deposit by INSPMBIL,
      *              or covered by the policy's paid-to-date, the
      *              INSPMNTC test; counted as SATISFIED.
      * 2026-10-15 : DD_PRENOTIFY_DAYS is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Collection date notified (and the lead window
      *              measured to) is the due date rolled to the next
      *              banking day on the installation holiday
      *              calendar, matching INSDDORG's submission.
      * 2026-09-02 : Initial version, modeled on INSPMNTC.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-DUE-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PREMIUM-DUE-RECORD.
       COPY PREMDUE.

           88  END-OF-TRACKING         VALUE 'Y'.

       01  WS-LEAD-DAYS                PIC 9(3) VALUE 5.
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-DAYS-UNTIL-DUE           PIC S9(5) VALUE ZEROS.
       01  WS-COLLECT-DATE             PIC X(8) VALUE SPACES.
       01  WS-ALREADY-SENT-FLAG        PIC X VALUE 'N'.
           88  WS-ALREADY-SENT         VALUE 'Y'.
       01  WS-SETTLED-FLAG             PIC X VALUE 'N'.
           88  WS-INSTALLMENT-SETTLED  VALUE 'Y'.

       01  WS-TRACK-TABLE.
           05  WS-TRACK-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-NOTIFY-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-NO-MANDATE-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-ALREADY-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-SATISFIED-COUNT      PIC 9(7) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'ALREADY SENT: '.
          05 TL-TOTAL-ALREADY          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'SATISFIED: '.
          05 TL-TOTAL-SATISFIED        PIC ZZZ,ZZ9.

      * Date calculation parameters
       COPY DATECALC.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'DD_PRENOTIFY_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-LEAD-DAYS
           END-IF

           PERFORM 1100-LOAD-TRACKING
               GO TO 2000-EXIT
           END-IF

      * Nothing is debited for an installment already settled - paid
      * from deposit at billing, or covered by the paid-to-date
      * since - so the client is not told it will be.
           PERFORM 2150-CHECK-SETTLED
           IF WS-INSTALLMENT-SETTLED
               ADD 1 TO WS-SATISFIED-COUNT
               GO TO 2000-EXIT
           END-IF

      * Collection falls on the next banking day when the due date
      * is a weekend or bank holiday, as INSDDORG submits it.
           MOVE PD-DUE-DATE TO WS-COLLECT-DATE
           MOVE 'B' TO DC-FUNCTION-CODE
           MOVE PD-DUE-DATE TO DC-BASE-DATE
           MOVE ZERO TO DC-DAYS
           MOVE SPACES TO DC-CALENDAR-CODE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO WS-COLLECT-DATE
           END-IF

           MOVE 'D' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           MOVE WS-COLLECT-DATE TO DC-TARGET-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-ERROR
               GO TO 2000-EXIT
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

       2200-CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-ALREADY-SENT-FLAG
           IF WS-TRACK-COUNT > 0
           MOVE PD-POLICY-ID TO PN-POLICY-ID
           MOVE MD-BANK-ACCOUNT TO PN-BANK-ACCOUNT
           MOVE PD-MODAL-PREMIUM TO PN-AMOUNT
           MOVE WS-COLLECT-DATE TO PN-COLLECT-DATE
           MOVE WS-TODAY-DATE TO PN-NOTICE-DATE

      * Name and address via the client link; a broken link still
           END-IF

           MOVE PD-POLICY-ID TO DL-POLICY-ID
           STRING WS-COLLECT-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-COLLECT-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-COLLECT-DATE(7:2) DELIMITED BY SIZE
             INTO DL-COLLECT-DATE
           END-STRING
           MOVE PD-MODAL-PREMIUM TO DL-AMOUNT
           MOVE WS-NOTIFY-COUNT TO TL-TOTAL-NOTIFIED
           MOVE WS-NO-MANDATE-COUNT TO TL-TOTAL-NO-MANDATE
           MOVE WS-ALREADY-COUNT TO TL-TOTAL-ALREADY
           MOVE WS-SATISFIED-COUNT TO TL-TOTAL-SATISFIED
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

