      *           on landing exactly on one lead day. A policy whose
      *           installment was satisfied between billing and the
      *           notice date (paid-to-date has reached the due
      *           date) is skipped. A client whose address is
      *           marked undeliverable (returned mail) is sent no
      *           notice; the installment goes on the ADDRSUPP
      *           file for address research instead and is not
      *           tracked, so the notice still goes out if the
      *           address is corrected inside the lead window.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPMNTC.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Premium-due record is now 35 bytes (settled
      *              indicator added by INSPMBIL).
      * 2026-10-15 : NOTICE_LEAD_DAYS is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Hold notices for clients whose address is
      *              undeliverable; list them on ADDRSUPP.
      * 2026-09-02 : Initial version.

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ADDR-SUPPRESS-FILE ASSIGN TO EXTERNAL ADDRSUPP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-DUE-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PREMIUM-DUE-RECORD.
       COPY PREMDUE.

           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       FD  ADDR-SUPPRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ADDR-SUPPRESS-RECORD.
       COPY ADDRSUPP.

       WORKING-STORAGE SECTION.
       01  WS-DUE-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-TRACK-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SUPPRESS-FILE-STATUS     PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-DUE-FILE         VALUE 'Y'.
           88  END-OF-TRACKING         VALUE 'Y'.

       01  WS-LEAD-DAYS                PIC 9(3) VALUE 14.
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-DAYS-UNTIL-DUE           PIC S9(5) VALUE ZEROS.
           05  WS-DD-COUNT             PIC 9(7) VALUE ZEROS.
           05  WS-SATISFIED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-ALREADY-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-UNDELIVERABLE-COUNT  PIC 9(7) VALUE ZEROS.

       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
          05 FILLER                    PIC X(14) VALUE 'ALREADY SENT: '.
          05 TL-TOTAL-ALREADY          PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(25) VALUE
             'HELD - UNDELIVERABLE:    '.
          05 TL-TOTAL-UNDELIVERABLE    PIC ZZZ,ZZ9.

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
           MOVE 'NOTICE_LEAD_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-LEAD-DAYS
           END-IF

           PERFORM 1100-LOAD-TRACKING
           OPEN INPUT MANDATE-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND ADDR-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS = '35'
               OPEN OUTPUT ADDR-SUPPRESS-FILE
           END-IF

           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
               GO TO 2000-EXIT
           END-IF

      * Returned mail: nothing goes to an address we know is bad.
      * Not tracked, so the notice is cut on a later night once
      * the address has been corrected.
           IF PM-CLIENT-ID NOT = SPACES
               MOVE PM-CLIENT-ID TO CL-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   KEY IS CL-CLIENT-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLIENT-FILE-STATUS = '00' AND
                  CL-MAIL-UNDELIVERABLE
                   PERFORM 2400-HOLD-UNDELIVERABLE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           PERFORM 2300-CUT-NOTICE.

       2000-EXIT.
           END-IF
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2400-HOLD-UNDELIVERABLE.
           ADD 1 TO WS-UNDELIVERABLE-COUNT
           INITIALIZE ADDR-SUPPRESS-RECORD
           MOVE WS-TODAY-DATE TO AS-SUPPRESS-DATE
           MOVE 'INSPMNTC' TO AS-PROGRAM
           MOVE 'BN' TO AS-DOC-TYPE
           MOVE CL-CLIENT-ID TO AS-CLIENT-ID
           MOVE PD-POLICY-ID TO AS-POLICY-ID
           MOVE 'PRE-DUE NOTICE' TO AS-DESCRIPTION
           MOVE PD-MODAL-PREMIUM TO AS-AMOUNT
           WRITE ADDR-SUPPRESS-RECORD

           MOVE PD-POLICY-ID TO DL-POLICY-ID
           STRING PD-DUE-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  PD-DUE-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  PD-DUE-DATE(7:2) DELIMITED BY SIZE
             INTO DL-DUE-DATE
           END-STRING
           MOVE PD-MODAL-PREMIUM TO DL-AMOUNT
           MOVE CL-CLIENT-ID TO DL-CLIENT-ID
           MOVE 'UNDELIVERABL' TO DL-COLLECTION
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       3000-END-PROCESS.
      * Rewrite the tracking file - purged entries are gone, new
      * notices are on it.

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE
           MOVE WS-UNDELIVERABLE-COUNT TO TL-TOTAL-UNDELIVERABLE
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSPMNTC' TO LOG-MODULE
           CLOSE CLIENT-MASTER-FILE
           CLOSE MANDATE-FILE
           CLOSE NOTICE-FILE
           CLOSE REPORT-FILE
           CLOSE ADDR-SUPPRESS-FILE.

       3100-WRITE-TRACK-ENTRY.
           MOVE WS-TK-POLICY-ID(WS-TK-IDX) TO NK-POLICY-ID
