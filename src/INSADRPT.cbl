      ******************************************************************
      * Address Research Report Program
      * Function: The work list for address research. Section one
      *           lists every client whose address is still marked
      *           undeliverable on RETMAIL (INSRTMIN) with what the
      *           researcher needs to trace them - name, the
      *           address the mail came back from, phone, email,
      *           first and last return, how many items came back
      *           and the last document type and reason. Section
      *           two lists the mail the letter programs held back
      *           for those clients on the business date (ADDRSUPP,
      *           appended by INSPMNTC, INSDUNNG, INSCLSTM and
      *           INSLTRFM), so the researcher can see what is
      *           waiting on each corrected address.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSADRPT.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSPMNTC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO EXTERNAL RETMAIL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-CLIENT-ID
           FILE STATUS IS WS-RETMAIL-FILE-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT ADDR-SUPPRESS-FILE ASSIGN TO EXTERNAL ADDRSUPP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL ADRRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RETURNED-MAIL-RECORD.
       COPY RETMAIL.

       FD  CLIENT-MASTER-FILE.
       COPY CLIENTMS.

       FD  ADDR-SUPPRESS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ADDR-SUPPRESS-RECORD.
       COPY ADDRSUPP.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RETMAIL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SUPPRESS-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-RM-EOF-FLAG              PIC X VALUE 'N'.
           88  END-OF-RETURNED-MAIL    VALUE 'Y'.
       01  WS-AS-EOF-FLAG              PIC X VALUE 'N'.
           88  END-OF-SUPPRESSED       VALUE 'Y'.
       01  WS-RETMAIL-OPEN-FLAG        PIC X VALUE 'N'.
           88  RETMAIL-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-SUPPRESS-OPEN-FLAG       PIC X VALUE 'N'.
           88  SUPPRESS-FILE-IS-OPEN   VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-WORK-DATE                PIC X(8) VALUE SPACES.
       01  WS-EDIT-DATE                PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RM-READ-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-OPEN-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-AS-READ-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-HELD-TODAY-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-HELD-TODAY-AMOUNT    PIC 9(11)V99 VALUE ZEROS.

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
             'ADDRESS RESEARCH - RETURNED MAIL'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-SECTION-LINE.
          05 HL-SECTION-TITLE          PIC X(60).

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(10) VALUE 'CLIENT'.
          05 FILLER                    PIC X(31) VALUE 'NAME'.
          05 FILLER                    PIC X(31) VALUE
             'RETURNED FROM'.
          05 FILLER                    PIC X(11) VALUE 'POSTAL'.
          05 FILLER                    PIC X(11) VALUE 'FIRST'.
          05 FILLER                    PIC X(11) VALUE 'LAST'.
          05 FILLER                    PIC X(5) VALUE 'CNT'.
          05 FILLER                    PIC X(4) VALUE 'DOC'.
          05 FILLER                    PIC X(4) VALUE 'RSN'.
          05 FILLER                    PIC X(10) VALUE 'POLICY'.

       01  DL-DETAIL-LINE.
          05 DL-CLIENT-ID              PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-CLIENT-NAME            PIC X(30).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-ADDRESS-1              PIC X(30).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-POSTAL-CODE            PIC X(10).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-FIRST-DATE             PIC X(10).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-LAST-DATE              PIC X(10).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-RETURN-COUNT           PIC ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-DOC-TYPE               PIC X(02).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-REASON                 PIC X(02).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-POLICY-ID              PIC X(10).

       01  DL-CONTACT-LINE.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'PHONE: '.
          05 DL-PHONE                  PIC X(15).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'EMAIL: '.
          05 DL-EMAIL                  PIC X(40).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'MARKED BY: '.
          05 DL-MARKED-BY              PIC X(08).

       01  HL-HEADING-LINE-4.
          05 FILLER                    PIC X(10) VALUE 'CLIENT'.
          05 FILLER                    PIC X(12) VALUE 'POLICY'.
          05 FILLER                    PIC X(10) VALUE 'PROGRAM'.
          05 FILLER                    PIC X(5) VALUE 'DOC'.
          05 FILLER                    PIC X(22) VALUE 'ITEM HELD'.
          05 FILLER                    PIC X(15) VALUE '        AMOUNT'.

       01  DL-HELD-LINE.
          05 DL-HD-CLIENT-ID           PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-HD-POLICY-ID           PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-HD-PROGRAM             PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-HD-DOC-TYPE            PIC X(02).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DL-HD-DESCRIPTION         PIC X(20).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-HD-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE-1.
          05 FILLER                    PIC X(36) VALUE
             'CLIENTS MARKED UNDELIVERABLE:'.
          05 TL-OPEN-COUNT             PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(36) VALUE
             'ITEMS HELD ON THE BUSINESS DATE:'.
          05 TL-HELD-COUNT             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'AMOUNT: '.
          05 TL-HELD-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-LIST-UNDELIVERABLE
               UNTIL END-OF-RETURNED-MAIL
           PERFORM 2500-START-HELD-SECTION
           PERFORM 2600-LIST-HELD-ITEMS
               UNTIL END-OF-SUPPRESSED
           PERFORM 3000-END-PROCESS
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

      * Neither input existing simply means nothing has come back
      * and nothing has been held.
           OPEN INPUT RETURNED-MAIL-FILE
           IF WS-RETMAIL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-RETMAIL-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-RM-EOF-FLAG
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
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
           MOVE 'CLIENTS WITH UNDELIVERABLE ADDRESS' TO
               HL-SECTION-TITLE
           WRITE REPORT-LINE FROM HL-SECTION-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSADRPT' TO LOG-MODULE
           MOVE 'Address research report started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF NOT END-OF-RETURNED-MAIL
               PERFORM 2100-READ-RETURNED-MAIL
           END-IF.

       2000-LIST-UNDELIVERABLE.
      * Cleared episodes stay on RETMAIL as history; only the open
      * ones are work.
           IF RM-STATUS-UNDELIVERABLE
               ADD 1 TO WS-OPEN-COUNT
               PERFORM 2200-WRITE-CLIENT-LINES
           END-IF
           PERFORM 2100-READ-RETURNED-MAIL.

       2100-READ-RETURNED-MAIL.
           READ RETURNED-MAIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RM-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RM-READ-COUNT
           END-READ.

       2200-WRITE-CLIENT-LINES.
           MOVE SPACES TO CL-CLIENT-NAME
                          CL-PHONE
                          CL-EMAIL
           MOVE RM-CLIENT-ID TO CL-CLIENT-ID
           READ CLIENT-MASTER-FILE
               KEY IS CL-CLIENT-ID
               INVALID KEY
                   MOVE '*NOT ON CLIENT MASTER*' TO CL-CLIENT-NAME
                   MOVE SPACES TO CL-PHONE
                                  CL-EMAIL
           END-READ

           MOVE RM-CLIENT-ID TO DL-CLIENT-ID
           MOVE CL-CLIENT-NAME TO DL-CLIENT-NAME
           MOVE RM-RETURNED-ADDRESS-1 TO DL-ADDRESS-1
           MOVE RM-RETURNED-POSTAL-CODE TO DL-POSTAL-CODE
           MOVE RM-FIRST-RETURN-DATE TO WS-WORK-DATE
           PERFORM 2900-EDIT-DATE
           MOVE WS-EDIT-DATE TO DL-FIRST-DATE
           MOVE RM-LAST-RETURN-DATE TO WS-WORK-DATE
           PERFORM 2900-EDIT-DATE
           MOVE WS-EDIT-DATE TO DL-LAST-DATE
           MOVE RM-RETURN-COUNT TO DL-RETURN-COUNT
           MOVE RM-LAST-DOC-TYPE TO DL-DOC-TYPE
           MOVE RM-LAST-REASON TO DL-REASON
           MOVE RM-POLICY-ID TO DL-POLICY-ID
           WRITE REPORT-LINE FROM DL-DETAIL-LINE

           MOVE CL-PHONE TO DL-PHONE
           MOVE CL-EMAIL TO DL-EMAIL
           MOVE RM-MARKED-BY TO DL-MARKED-BY
           WRITE REPORT-LINE FROM DL-CONTACT-LINE.

       2500-START-HELD-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MAIL HELD TODAY FOR UNDELIVERABLE ADDRESS' TO
               HL-SECTION-TITLE
           WRITE REPORT-LINE FROM HL-SECTION-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-4
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           OPEN INPUT ADDR-SUPPRESS-FILE
           IF WS-SUPPRESS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SUPPRESS-OPEN-FLAG
               PERFORM 2700-READ-SUPPRESSED
           ELSE
               MOVE 'Y' TO WS-AS-EOF-FLAG
           END-IF.

       2600-LIST-HELD-ITEMS.
      * The file is appended to every night; only the business
      * date's holds are listed.
           IF AS-SUPPRESS-DATE = WS-TODAY-DATE
               ADD 1 TO WS-HELD-TODAY-COUNT
               ADD AS-AMOUNT TO WS-HELD-TODAY-AMOUNT
               MOVE AS-CLIENT-ID TO DL-HD-CLIENT-ID
               MOVE AS-POLICY-ID TO DL-HD-POLICY-ID
               MOVE AS-PROGRAM TO DL-HD-PROGRAM
               MOVE AS-DOC-TYPE TO DL-HD-DOC-TYPE
               MOVE AS-DESCRIPTION TO DL-HD-DESCRIPTION
               MOVE AS-AMOUNT TO DL-HD-AMOUNT
               WRITE REPORT-LINE FROM DL-HELD-LINE
           END-IF
           PERFORM 2700-READ-SUPPRESSED.

       2700-READ-SUPPRESSED.
           READ ADDR-SUPPRESS-FILE
               AT END
                   MOVE 'Y' TO WS-AS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-AS-READ-COUNT
           END-READ.

       2900-EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE
           IF WS-WORK-DATE NOT = SPACES
               STRING WS-WORK-DATE(1:4) DELIMITED BY SIZE
                      '-'
                      WS-WORK-DATE(5:2) DELIMITED BY SIZE
                      '-'
                      WS-WORK-DATE(7:2) DELIMITED BY SIZE
                 INTO WS-EDIT-DATE
               END-STRING
           END-IF.

       3000-END-PROCESS.
           MOVE WS-OPEN-COUNT TO TL-OPEN-COUNT
           MOVE WS-HELD-TODAY-COUNT TO TL-HELD-COUNT
           MOVE WS-HELD-TODAY-AMOUNT TO TL-HELD-AMOUNT

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-1
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSADRPT' TO LOG-MODULE
           STRING 'Address research report ended. Undeliverable: '
                  WS-OPEN-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           IF RETMAIL-FILE-IS-OPEN
               CLOSE RETURNED-MAIL-FILE
           END-IF
           IF SUPPRESS-FILE-IS-OPEN
               CLOSE ADDR-SUPPRESS-FILE
           END-IF
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSADRPT.
