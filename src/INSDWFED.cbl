      ******************************************************************
      * Data Warehouse Daily Change Feed Program
      * Function: Write the business day's changes - and only the
      *           day's changes - as pipe-delimited files for the
      *           warehouse load, instead of full dumps of the
      *           masters the warehouse has to diff for itself:
      *             DWPOLICY  - policy adds/changes/deletes, with the
      *                         before and after images, off the
      *                         POLJRNL entries journaled since the
      *                         last business date fed
      *             DWCLIENT  - client, agent and product adds,
      *             DWAGENT     changes, inactivations and deletes,
      *             DWPRODUCT   found by comparing tonight's image of
      *                         each master with the one taken for
      *                         the last business date fed
      *             DWPOSTING - the day's postings (ACTHIST plus the
      *                         current-day ACTFILE, by the business
      *                         date INSPMINS stamps on each)
      *             DWCOMMISS - the commission records written for
      *                         those postings
      *             DWEVENT   - direct-debit returns and lapses
      *           Every row carries a change type and the business
      *           date; every file ends with a trailer carrying its
      *           row count and amount hash total. Each business
      *           date's journal range and master images are kept,
      *           so a rerun for the same date writes the same files.
      *           Completion is recorded on the cycle-control file
      *           (INSCYCST) for the warehouse load to gate on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDWFED.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version, modeled on INSDLQSN and
      *              INSGLEXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-JOURNAL-FILE ASSIGN TO EXTERNAL POLJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO EXTERNAL AGENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-AGENT-ID
           FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO EXTERNAL ACTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACT-FILE-STATUS.

           SELECT ACTIVITY-HIST-FILE ASSIGN TO EXTERNAL ACTHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTH-FILE-STATUS.

           SELECT COMMISSION-FILE ASSIGN TO EXTERNAL COMMFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMM-FILE-STATUS.

           SELECT FEED-CONTROL-FILE ASSIGN TO EXTERNAL DWFEEDCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDCTL-FILE-STATUS.

           SELECT PRIOR-IMAGE-FILE ASSIGN TO EXTERNAL DWIMGPRV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-FILE-STATUS.

           SELECT CURRENT-IMAGE-FILE ASSIGN TO EXTERNAL DWIMGCUR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURRENT-FILE-STATUS.

           SELECT POSTING-SORT-FILE ASSIGN TO DWFSORT.

           SELECT DW-POLICY-FILE ASSIGN TO EXTERNAL DWPOLICY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT DW-CLIENT-FILE ASSIGN TO EXTERNAL DWCLIENT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT DW-AGENT-FILE ASSIGN TO EXTERNAL DWAGENT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT DW-PRODUCT-FILE ASSIGN TO EXTERNAL DWPRODUCT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT DW-POSTING-FILE ASSIGN TO EXTERNAL DWPOSTING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT DW-COMMISSION-FILE ASSIGN TO EXTERNAL DWCOMMISS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT DW-EVENT-FILE ASSIGN TO EXTERNAL DWEVENT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DW-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL DWFEEDRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-JOURNAL-FILE
           RECORD CONTAINS 193 CHARACTERS
           DATA RECORD IS POLICY-JOURNAL-RECORD.
       COPY POLJRNL.

       FD  CLIENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
       COPY CLIENTMS.

       FD  AGENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS AGENT-MASTER-RECORD.
       COPY AGENTMST.

       FD  PRODUCT-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       COPY PRODMST.

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

      * One record per business date fed, appended by the first run
      * for the date: the range of POLJRNL records (by position -
      * the journal is only ever appended to) that date's policy
      * changes were taken from. A rerun for the date takes the
      * same range again, whatever has been journaled since.
       FD  FEED-CONTROL-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS FEED-CONTROL-RECORD.
       01  FEED-CONTROL-RECORD.
           05  FC-BUSINESS-DATE        PIC X(08).
           05  FC-JOURNAL-FROM         PIC 9(09).
           05  FC-JOURNAL-TO           PIC 9(09).
           05  FC-RUN-TIMESTAMP        PIC X(19).

      * Master images - one record per agent, client and product, in
      * that order and each in key order, so two generations merge
      * in one pass. The current generation is taken by the first
      * run for a business date, after the one before it has been
      * copied over the prior generation; the control record (type
      * 'Z') goes on last, so an image without one did not finish.
       FD  PRIOR-IMAGE-FILE
           RECORD CONTAINS 211 CHARACTERS
           DATA RECORD IS PRIOR-IMAGE-RECORD.
       01  PRIOR-IMAGE-RECORD.
           05  PI-IMAGE-KEY.
               10  PI-ENTITY-TYPE      PIC X(01).
                   88  PI-IS-CONTROL       VALUE 'Z'.
               10  PI-ENTITY-KEY       PIC X(10).
           05  PI-ENTITY-IMAGE         PIC X(200).

       FD  CURRENT-IMAGE-FILE
           RECORD CONTAINS 211 CHARACTERS
           DATA RECORDS ARE CURRENT-IMAGE-RECORD
                            CURRENT-IMAGE-CONTROL.
       01  CURRENT-IMAGE-RECORD.
           05  CI-IMAGE-KEY.
               10  CI-ENTITY-TYPE      PIC X(01).
                   88  CI-IS-AGENT         VALUE 'A'.
                   88  CI-IS-CLIENT        VALUE 'C'.
                   88  CI-IS-PRODUCT       VALUE 'P'.
                   88  CI-IS-CONTROL       VALUE 'Z'.
               10  CI-ENTITY-KEY       PIC X(10).
           05  CI-ENTITY-IMAGE         PIC X(200).
       01  CURRENT-IMAGE-CONTROL.
           05  CC-ENTITY-TYPE          PIC X(01).
           05  CC-BUSINESS-DATE        PIC X(08).
           05  CC-CAPTURE-TIMESTAMP    PIC X(19).
           05  CC-IMAGE-COUNT          PIC 9(09).
           05  FILLER                  PIC X(174).

      * The day's postings and the commission file, brought
      * together on payment ID, direction and amount - a posting
      * sorts ahead of the commission records written for it.
       SD  POSTING-SORT-FILE
           DATA RECORD IS POSTING-SORT-RECORD.
       01  POSTING-SORT-RECORD.
           05  SR-PAYMENT-ID           PIC X(12).
           05  SR-DIRECTION            PIC X(01).
           05  SR-AMOUNT               PIC 9(8)V99.
           05  SR-KIND                 PIC X(01).
               88  SR-IS-POSTING           VALUE '1'.
               88  SR-IS-COMMISSION        VALUE '2'.
           05  SR-SEQUENCE             PIC 9(09).
           05  SR-COMMISSION-DATA      PIC X(63).

       FD  DW-POLICY-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS DW-POLICY-LINE.
       01  DW-POLICY-LINE              PIC X(400).

       FD  DW-CLIENT-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS DW-CLIENT-LINE.
       01  DW-CLIENT-LINE              PIC X(400).

       FD  DW-AGENT-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS DW-AGENT-LINE.
       01  DW-AGENT-LINE               PIC X(400).

       FD  DW-PRODUCT-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS DW-PRODUCT-LINE.
       01  DW-PRODUCT-LINE             PIC X(400).

       FD  DW-POSTING-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS DW-POSTING-LINE.
       01  DW-POSTING-LINE             PIC X(400).

       FD  DW-COMMISSION-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS DW-COMMISSION-LINE.
       01  DW-COMMISSION-LINE          PIC X(400).

       FD  DW-EVENT-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS DW-EVENT-LINE.
       01  DW-EVENT-LINE               PIC X(400).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AGENT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ACT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-ACTH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-COMM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-FEEDCTL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-PRIOR-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-CURRENT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-DW-FILE-STATUS           PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-JRNL-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-JOURNAL          VALUE 'Y'.
       01  WS-MASTER-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-MASTER           VALUE 'Y'.
       01  WS-FEEDCTL-EOF-FLAG         PIC X VALUE 'N'.
           88  END-OF-FEED-CONTROL     VALUE 'Y'.
       01  WS-PRIOR-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-PRIOR-IMAGE      VALUE 'Y'.
       01  WS-CURRENT-EOF-FLAG         PIC X VALUE 'N'.
           88  END-OF-CURRENT-IMAGE    VALUE 'Y'.
       01  WS-ACT-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-ACTIVITY         VALUE 'Y'.
       01  WS-COMM-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-COMMISSION       VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-SORTED-POSTINGS  VALUE 'Y'.

       01  WS-REFUSED-FLAG             PIC X VALUE 'N'.
           88  RUN-IS-REFUSED          VALUE 'Y'.
       01  WS-CLEAN-FLAG               PIC X VALUE 'Y'.
           88  RUN-IS-CLEAN            VALUE 'Y'.
      * A date already on the feed control file is a rerun - same
      * journal range, same master images.
       01  WS-RERUN-FLAG               PIC X VALUE 'N'.
           88  RUN-IS-RERUN            VALUE 'Y'.
       01  WS-PRIOR-OPEN-FLAG          PIC X VALUE 'N'.
           88  PRIOR-IMAGE-IS-OPEN     VALUE 'Y'.
       01  WS-COMM-OPEN-FLAG           PIC X VALUE 'N'.
           88  COMMISSION-FILE-IS-OPEN VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-DATE-DASHED        PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUN-TIMESTAMP            PIC X(19) VALUE SPACES.

      * Feed control - the range this date's journal entries come
      * from, and the last date fed before it.
       01  WS-LAST-FED-DATE            PIC X(8) VALUE SPACES.
       01  WS-LAST-JOURNAL-TO          PIC 9(9) VALUE ZEROS.
       01  WS-JOURNAL-FROM             PIC 9(9) VALUE ZEROS.
       01  WS-JOURNAL-TO               PIC 9(9) VALUE ZEROS.
       01  WS-JOURNAL-SEQ              PIC 9(9) VALUE ZEROS.

      * State of the current image generation when the run starts:
      * 'M' missing, 'I' incomplete, 'C' complete (dated below).
       01  WS-IMAGE-STATE              PIC X VALUE 'M'.
           88  IMAGE-IS-COMPLETE       VALUE 'C'.
       01  WS-IMAGE-DATE               PIC X(8) VALUE SPACES.
       01  WS-IMAGE-COUNT              PIC 9(9) VALUE ZEROS.
       01  WS-IMAGE-WRITE-ERRORS       PIC 9(7) VALUE ZEROS.

       01  WS-PRIOR-KEY                PIC X(11) VALUE SPACES.
       01  WS-CURRENT-KEY              PIC X(11) VALUE SPACES.
       01  WS-ENTITY-TYPE              PIC X(01) VALUE SPACE.
       01  WS-ENTITY-IMAGE             PIC X(200) VALUE SPACES.
       01  WS-PRIOR-STATUS             PIC X(01) VALUE SPACE.
       01  WS-CHANGE-TYPE              PIC X(10) VALUE SPACES.

      * Commission matching: the posting the sorted commission
      * records that follow it belong to.
       01  WS-MATCH-KEY.
           05  WS-MATCH-PAYMENT-ID     PIC X(12) VALUE SPACES.
           05  WS-MATCH-DIRECTION      PIC X(01) VALUE SPACE.
           05  WS-MATCH-AMOUNT         PIC 9(8)V99 VALUE ZEROS.
       01  WS-SORT-KEY.
           05  WS-SORT-PAYMENT-ID      PIC X(12).
           05  WS-SORT-DIRECTION       PIC X(01).
           05  WS-SORT-AMOUNT          PIC 9(8)V99.
       01  WS-RELEASE-SEQ              PIC 9(9) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-JOURNAL-READ         PIC 9(9) VALUE ZEROS.
           05  WS-IMAGES-UNCHANGED     PIC 9(9) VALUE ZEROS.
           05  WS-ACTIVITY-READ        PIC 9(9) VALUE ZEROS.
           05  WS-COMMISSION-READ      PIC 9(9) VALUE ZEROS.
           05  WS-LAPSE-COUNT          PIC 9(9) VALUE ZEROS.
           05  WS-DD-RETURN-COUNT      PIC 9(9) VALUE ZEROS.

      * Rows written and amount hash per feed file. The client,
      * agent and product files carry no amounts; their hash is
      * zero and the count alone proves them.
       01  WS-FILE-TOTALS.
           05  WS-POLICY-ROWS          PIC 9(9) VALUE ZEROS.
           05  WS-POLICY-HASH          PIC S9(13)V99 VALUE ZEROS.
           05  WS-CLIENT-ROWS          PIC 9(9) VALUE ZEROS.
           05  WS-AGENT-ROWS           PIC 9(9) VALUE ZEROS.
           05  WS-PRODUCT-ROWS         PIC 9(9) VALUE ZEROS.
           05  WS-POSTING-ROWS         PIC 9(9) VALUE ZEROS.
           05  WS-POSTING-HASH         PIC S9(13)V99 VALUE ZEROS.
           05  WS-COMMISSION-ROWS      PIC 9(9) VALUE ZEROS.
           05  WS-COMMISSION-HASH      PIC S9(13)V99 VALUE ZEROS.
           05  WS-EVENT-ROWS           PIC 9(9) VALUE ZEROS.
           05  WS-EVENT-HASH           PIC S9(13)V99 VALUE ZEROS.

      * Delimited line assembly - each field is appended trimmed,
      * behind a '|'.
       01  WS-DW-LINE                  PIC X(400) VALUE SPACES.
       01  WS-DW-PTR                   PIC 9(4) VALUE 1.
       01  WS-DW-FIELD                 PIC X(60) VALUE SPACES.
       01  WS-DW-AMOUNT                PIC S9(13)V99 VALUE ZEROS.
       01  WS-DW-AMOUNT-TEXT           PIC -(13)9.99.
       01  WS-DW-RATE-TEXT             PIC 9.999.
       01  WS-DW-COUNT-TEXT            PIC Z(8)9.
       01  WS-TRL-COUNT                PIC 9(9) VALUE ZEROS.
       01  WS-TRL-HASH                 PIC S9(13)V99 VALUE ZEROS.

      * Journal images and the day's postings are laid out here.
       COPY POLICYMST.
       COPY PAYHIST.

      * Night-cycle step sequencing (INSCYCST against the
      * cycle-control file INSBDMNT resets each cycle).
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-CYC-STEP                 PIC X(10) VALUE SPACES.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.
       01  WS-CYC-BYPASS-TEXT          PIC X(10) VALUE SPACES.
       01  WS-GATE-DATE                PIC X(8) VALUE SPACES.
       01  WS-SEQ-BLOCKED-FLAG         PIC X VALUE 'N'.
           88  WS-SEQ-IS-BLOCKED       VALUE 'Y'.

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
             'DATA WAREHOUSE DAILY CHANGE FEED'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE
             'BUSINESS DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  TL-COUNT-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-LABEL                  PIC X(40).
          05 TL-COUNT                  PIC ZZZ,ZZZ,ZZ9.

       01  TL-FILE-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-FILE-NAME              PIC X(12).
          05 TL-FILE-ROWS              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-FILE-HASH              PIC -,---,---,---,--9.99.

       01  TL-STATUS-LINE.
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 TL-STATUS-TEXT            PIC X(80).

      * Logging parameters
       COPY LOGGER.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-CHECK-SEQUENCE-GATE
           IF WS-SEQ-IS-BLOCKED
               MOVE 10 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INIT-PROCESS THRU 1000-EXIT
           IF RUN-IS-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           PERFORM 2000-EXTRACT-POLICY-CHANGES THRU 2000-EXIT
           PERFORM 3000-EXTRACT-MASTER-CHANGES
           SORT POSTING-SORT-FILE
               ON ASCENDING KEY SR-PAYMENT-ID
                                SR-DIRECTION
                                SR-AMOUNT
                                SR-KIND
                                SR-SEQUENCE
               INPUT PROCEDURE IS 4000-EXTRACT-POSTINGS
                   THRU 4000-EXIT
               OUTPUT PROCEDURE IS 5000-EXTRACT-COMMISSIONS
                   THRU 5000-EXIT
           PERFORM 6000-END-PROCESS
           IF RUN-IS-CLEAN
               MOVE 0 TO RETURN-CODE
               MOVE 'C' TO WS-CYC-FUNCTION
               PERFORM 0200-RECORD-STEP-EVENT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * The feed is for the cycle's business date when the control
      * file is present (advanced once per cycle by INSBDMNT);
      * system date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  '-'
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
             INTO WS-TODAY-DATE-DASHED
           END-STRING

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
             INTO WS-RUN-TIMESTAMP
           END-STRING

           MOVE 'INSDWFED' TO LOG-MODULE
           PERFORM 1100-READ-FEED-CONTROL THRU 1100-EXIT
           IF RUN-IS-REFUSED
               GO TO 1000-EXIT
           END-IF

      * The masters stay open for the run - the image records are
      * laid out through their record areas.
           OPEN INPUT AGENT-MASTER-FILE
           OPEN INPUT CLIENT-MASTER-FILE
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00' OR
              WS-CLIENT-FILE-STATUS NOT = '00' OR
              WS-PRODUCT-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               STRING 'Master open failed, agent/client/product '
                      'status '
                      WS-AGENT-FILE-STATUS '/'
                      WS-CLIENT-FILE-STATUS '/'
                      WS-PRODUCT-FILE-STATUS
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               PERFORM 1900-CLOSE-MASTERS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1000-EXIT
           END-IF

           PERFORM 1300-CHECK-IMAGE-STATE
           IF IMAGE-IS-COMPLETE AND WS-IMAGE-DATE > WS-TODAY-DATE
               MOVE 'E' TO LOG-LEVEL
               STRING 'Master images are already taken for '
                      WS-IMAGE-DATE
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               PERFORM 1950-CLOSE-MASTERS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1000-EXIT
           END-IF
      * A complete image for an earlier date becomes the prior
      * generation; an incomplete one is simply taken again (the
      * prior generation was already rolled). An image already
      * taken for this date is the one a rerun compares again.
           IF NOT IMAGE-IS-COMPLETE OR WS-IMAGE-DATE < WS-TODAY-DATE
               IF IMAGE-IS-COMPLETE
                   PERFORM 1400-ROLL-IMAGES
               END-IF
               PERFORM 1500-CAPTURE-IMAGES THRU 1500-EXIT
               IF WS-IMAGE-WRITE-ERRORS > 0
                   MOVE 'E' TO LOG-LEVEL
                   STRING 'Master image write failures: '
                          WS-IMAGE-WRITE-ERRORS
                          ' - run refused'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
                   PERFORM 1950-CLOSE-MASTERS
                   MOVE 'Y' TO WS-REFUSED-FLAG
                   GO TO 1000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT DW-POLICY-FILE
           OPEN OUTPUT DW-CLIENT-FILE
           OPEN OUTPUT DW-AGENT-FILE
           OPEN OUTPUT DW-PRODUCT-FILE
           OPEN OUTPUT DW-POSTING-FILE
           OPEN OUTPUT DW-COMMISSION-FILE
           OPEN OUTPUT DW-EVENT-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-DATE-DASHED TO HL-DATE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           IF RUN-IS-RERUN
               STRING 'Change feed rerun for '
                      WS-TODAY-DATE
                      ' - journal records '
                      WS-JOURNAL-FROM ' to ' WS-JOURNAL-TO
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
           ELSE
               STRING 'Change feed started for '
                      WS-TODAY-DATE
                      ' - journal records '
                      WS-JOURNAL-FROM ' to ' WS-JOURNAL-TO
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
           END-IF
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * Find this date on the feed control file (a rerun), or fix
      * its journal range as everything journaled since the last
      * date fed and record it before anything is extracted.
      ******************************************************************
       1100-READ-FEED-CONTROL.
           OPEN INPUT FEED-CONTROL-FILE
           IF WS-FEEDCTL-FILE-STATUS = '00'
               PERFORM 1110-READ-CONTROL-RECORD
               PERFORM 1120-TAKE-CONTROL-RECORD
                   UNTIL END-OF-FEED-CONTROL
               CLOSE FEED-CONTROL-FILE
           END-IF

           IF NOT RUN-IS-RERUN AND WS-LAST-FED-DATE > WS-TODAY-DATE
               MOVE 'E' TO LOG-LEVEL
               STRING 'Business date ' WS-TODAY-DATE
                      ' is before the last date fed, '
                      WS-LAST-FED-DATE
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1100-EXIT
           END-IF
      * The master images only go back one generation - a date
      * that has since been followed by another cannot be rerun.
           IF RUN-IS-RERUN AND WS-LAST-FED-DATE > WS-TODAY-DATE
               MOVE 'E' TO LOG-LEVEL
               STRING 'Business date ' WS-TODAY-DATE
                      ' was superseded by '
                      WS-LAST-FED-DATE
                      ' - rerun refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
               GO TO 1100-EXIT
           END-IF
           IF RUN-IS-RERUN
               GO TO 1100-EXIT
           END-IF

           PERFORM 1200-COUNT-JOURNAL
           COMPUTE WS-JOURNAL-FROM = WS-LAST-JOURNAL-TO + 1
           IF WS-JOURNAL-TO < WS-LAST-JOURNAL-TO
               MOVE 'W' TO LOG-LEVEL
               STRING 'Policy journal holds ' WS-JOURNAL-TO
                      ' records, fewer than the '
                      WS-LAST-JOURNAL-TO
                      ' already fed'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE WS-LAST-JOURNAL-TO TO WS-JOURNAL-TO
           END-IF

           OPEN EXTEND FEED-CONTROL-FILE
           IF WS-FEEDCTL-FILE-STATUS = '35'
               OPEN OUTPUT FEED-CONTROL-FILE
           END-IF
           MOVE WS-TODAY-DATE TO FC-BUSINESS-DATE
           MOVE WS-JOURNAL-FROM TO FC-JOURNAL-FROM
           MOVE WS-JOURNAL-TO TO FC-JOURNAL-TO
           MOVE WS-RUN-TIMESTAMP TO FC-RUN-TIMESTAMP
           WRITE FEED-CONTROL-RECORD
           IF WS-FEEDCTL-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               STRING 'Feed control write failed, status '
                      WS-FEEDCTL-FILE-STATUS
                      ' - run refused'
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'Y' TO WS-REFUSED-FLAG
           END-IF
           CLOSE FEED-CONTROL-FILE.

       1100-EXIT.
           EXIT.

       1110-READ-CONTROL-RECORD.
           READ FEED-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-FEEDCTL-EOF-FLAG
           END-READ.

       1120-TAKE-CONTROL-RECORD.
           IF FC-BUSINESS-DATE = WS-TODAY-DATE
               MOVE 'Y' TO WS-RERUN-FLAG
               MOVE FC-JOURNAL-FROM TO WS-JOURNAL-FROM
               MOVE FC-JOURNAL-TO TO WS-JOURNAL-TO
           END-IF
           IF FC-BUSINESS-DATE > WS-LAST-FED-DATE OR
              WS-LAST-FED-DATE = SPACES
               MOVE FC-BUSINESS-DATE TO WS-LAST-FED-DATE
           END-IF
           IF FC-JOURNAL-TO > WS-LAST-JOURNAL-TO
               MOVE FC-JOURNAL-TO TO WS-LAST-JOURNAL-TO
           END-IF
           PERFORM 1110-READ-CONTROL-RECORD.

      * No journal yet is an empty range, not an error.
       1200-COUNT-JOURNAL.
           MOVE ZEROS TO WS-JOURNAL-TO
           OPEN INPUT POLICY-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '00'
               MOVE 'N' TO WS-JRNL-EOF-FLAG
               PERFORM 1210-COUNT-JOURNAL-RECORD
                   UNTIL END-OF-JOURNAL
               CLOSE POLICY-JOURNAL-FILE
           END-IF.

       1210-COUNT-JOURNAL-RECORD.
           READ POLICY-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JOURNAL-TO
           END-READ.

      ******************************************************************
      * Where the current master image generation stands - its
      * last record is the control record when it is complete.
      ******************************************************************
       1300-CHECK-IMAGE-STATE.
           MOVE 'M' TO WS-IMAGE-STATE
           OPEN INPUT CURRENT-IMAGE-FILE
           IF WS-CURRENT-FILE-STATUS = '00'
               MOVE 'I' TO WS-IMAGE-STATE
               MOVE 'N' TO WS-CURRENT-EOF-FLAG
               PERFORM 1310-CHECK-IMAGE-RECORD
                   UNTIL END-OF-CURRENT-IMAGE
               CLOSE CURRENT-IMAGE-FILE
           END-IF.

       1310-CHECK-IMAGE-RECORD.
           READ CURRENT-IMAGE-FILE
               AT END
                   MOVE 'Y' TO WS-CURRENT-EOF-FLAG
               NOT AT END
                   IF CI-IS-CONTROL
                       MOVE 'C' TO WS-IMAGE-STATE
                       MOVE CC-BUSINESS-DATE TO WS-IMAGE-DATE
                   ELSE
                       MOVE 'I' TO WS-IMAGE-STATE
                   END-IF
           END-READ.

       1400-ROLL-IMAGES.
           OPEN INPUT CURRENT-IMAGE-FILE
           OPEN OUTPUT PRIOR-IMAGE-FILE
           MOVE 'N' TO WS-CURRENT-EOF-FLAG
           PERFORM 1410-ROLL-IMAGE-RECORD
               UNTIL END-OF-CURRENT-IMAGE
           CLOSE CURRENT-IMAGE-FILE
           CLOSE PRIOR-IMAGE-FILE.

       1410-ROLL-IMAGE-RECORD.
           READ CURRENT-IMAGE-FILE
               AT END
                   MOVE 'Y' TO WS-CURRENT-EOF-FLAG
               NOT AT END
                   WRITE PRIOR-IMAGE-RECORD FROM CURRENT-IMAGE-RECORD
           END-READ.

      ******************************************************************
      * Take tonight's image of the agent, client and product
      * masters - each swept in key order - with the control record
      * last.
      ******************************************************************
       1500-CAPTURE-IMAGES.
           MOVE ZEROS TO WS-IMAGE-COUNT
           MOVE ZEROS TO WS-IMAGE-WRITE-ERRORS
           OPEN OUTPUT CURRENT-IMAGE-FILE
           IF WS-CURRENT-FILE-STATUS NOT = '00'
               ADD 1 TO WS-IMAGE-WRITE-ERRORS
               GO TO 1500-EXIT
           END-IF

           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE LOW-VALUES TO AG-AGENT-ID
           START AGENT-MASTER-FILE KEY IS >= AG-AGENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM 1510-CAPTURE-AGENT
               UNTIL END-OF-MASTER

           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE LOW-VALUES TO CL-CLIENT-ID
           START CLIENT-MASTER-FILE KEY IS >= CL-CLIENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM 1520-CAPTURE-CLIENT
               UNTIL END-OF-MASTER

           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE LOW-VALUES TO PRD-PRODUCT-CODE
           START PRODUCT-MASTER-FILE KEY IS >= PRD-PRODUCT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM 1530-CAPTURE-PRODUCT
               UNTIL END-OF-MASTER

           IF WS-IMAGE-WRITE-ERRORS = 0
               MOVE SPACES TO CURRENT-IMAGE-CONTROL
               MOVE 'Z' TO CC-ENTITY-TYPE
               MOVE WS-TODAY-DATE TO CC-BUSINESS-DATE
               MOVE WS-RUN-TIMESTAMP TO CC-CAPTURE-TIMESTAMP
               MOVE WS-IMAGE-COUNT TO CC-IMAGE-COUNT
               PERFORM 1590-WRITE-IMAGE
           END-IF
           CLOSE CURRENT-IMAGE-FILE.

       1500-EXIT.
           EXIT.

       1510-CAPTURE-AGENT.
           READ AGENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO CURRENT-IMAGE-RECORD
                   MOVE 'A' TO CI-ENTITY-TYPE
                   MOVE AG-AGENT-ID TO CI-ENTITY-KEY
                   MOVE AGENT-MASTER-RECORD TO CI-ENTITY-IMAGE
                   PERFORM 1590-WRITE-IMAGE
           END-READ.

       1520-CAPTURE-CLIENT.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO CURRENT-IMAGE-RECORD
                   MOVE 'C' TO CI-ENTITY-TYPE
                   MOVE CL-CLIENT-ID TO CI-ENTITY-KEY
                   MOVE CLIENT-MASTER-RECORD TO CI-ENTITY-IMAGE
                   PERFORM 1590-WRITE-IMAGE
           END-READ.

       1530-CAPTURE-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO CURRENT-IMAGE-RECORD
                   MOVE 'P' TO CI-ENTITY-TYPE
                   MOVE PRD-PRODUCT-CODE TO CI-ENTITY-KEY
                   MOVE PRODUCT-MASTER-RECORD TO CI-ENTITY-IMAGE
                   PERFORM 1590-WRITE-IMAGE
           END-READ.

       1590-WRITE-IMAGE.
           WRITE CURRENT-IMAGE-RECORD
           IF WS-CURRENT-FILE-STATUS = '00'
               IF NOT CI-IS-CONTROL
                   ADD 1 TO WS-IMAGE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-IMAGE-WRITE-ERRORS
           END-IF.

      * A master that failed to open is not closed.
       1900-CLOSE-MASTERS.
           IF WS-AGENT-FILE-STATUS = '00'
               CLOSE AGENT-MASTER-FILE
           END-IF
           IF WS-CLIENT-FILE-STATUS = '00'
               CLOSE CLIENT-MASTER-FILE
           END-IF
           IF WS-PRODUCT-FILE-STATUS = '00'
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       1950-CLOSE-MASTERS.
           CLOSE AGENT-MASTER-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE.

      ******************************************************************
      * Policy changes: the journal entries in this date's range,
      * one row each with the before and after images. A rewrite
      * that takes an in-force policy to lapsed is a lapse event
      * as well.
      ******************************************************************
       2000-EXTRACT-POLICY-CHANGES.
           IF WS-JOURNAL-FROM > WS-JOURNAL-TO
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT POLICY-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               STRING 'Policy journal open failed, status '
                      WS-JOURNAL-FILE-STATUS
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'N' TO WS-CLEAN-FLAG
               GO TO 2000-EXIT
           END-IF
           MOVE ZEROS TO WS-JOURNAL-SEQ
           MOVE 'N' TO WS-JRNL-EOF-FLAG
           PERFORM 2100-READ-JOURNAL
           PERFORM 2200-TAKE-JOURNAL-ENTRY
               UNTIL END-OF-JOURNAL
                  OR WS-JOURNAL-SEQ > WS-JOURNAL-TO
           CLOSE POLICY-JOURNAL-FILE
      * The range was fixed when the date was first fed - a journal
      * that no longer reaches it cannot give the same feed again.
           IF WS-JOURNAL-SEQ < WS-JOURNAL-TO
               MOVE 'E' TO LOG-LEVEL
               STRING 'Policy journal ends at record '
                      WS-JOURNAL-SEQ
                      ', short of ' WS-JOURNAL-TO
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               MOVE 'N' TO WS-CLEAN-FLAG
           END-IF.

       2000-EXIT.
           EXIT.

       2100-READ-JOURNAL.
           READ POLICY-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JOURNAL-SEQ
           END-READ.

       2200-TAKE-JOURNAL-ENTRY.
           IF WS-JOURNAL-SEQ NOT < WS-JOURNAL-FROM
               ADD 1 TO WS-JOURNAL-READ
               PERFORM 2300-WRITE-POLICY-CHANGE
               PERFORM 2400-CHECK-LAPSE
           END-IF
           PERFORM 2100-READ-JOURNAL.

       2300-WRITE-POLICY-CHANGE.
           EVALUATE TRUE
               WHEN JR-ACTION-WRITE
                   MOVE 'ADD' TO WS-CHANGE-TYPE
               WHEN JR-ACTION-DELETE
                   MOVE 'DELETE' TO WS-CHANGE-TYPE
               WHEN OTHER
                   MOVE 'CHANGE' TO WS-CHANGE-TYPE
           END-EVALUATE
      * Hash the premium the policy is left with - the before image
      * when the policy is gone.
           IF JR-ACTION-DELETE
               MOVE JR-BEFORE-IMAGE TO POLICY-MASTER-RECORD
           ELSE
               MOVE JR-AFTER-IMAGE TO POLICY-MASTER-RECORD
           END-IF
           IF PM-MODAL-PREMIUM IS NUMERIC
               ADD PM-MODAL-PREMIUM TO WS-POLICY-HASH
           END-IF

           PERFORM 7800-START-LINE
           MOVE JR-TIMESTAMP TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE JR-TRAN-CODE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE JR-POLICY-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE JR-BEFORE-IMAGE TO POLICY-MASTER-RECORD
           PERFORM 2350-ADD-POLICY-IMAGE
           MOVE JR-AFTER-IMAGE TO POLICY-MASTER-RECORD
           PERFORM 2350-ADD-POLICY-IMAGE
           WRITE DW-POLICY-LINE FROM WS-DW-LINE
           ADD 1 TO WS-POLICY-ROWS.

      * Eleven fields, empty when there is no image (the before
      * image of an add, the after image of a delete).
       2350-ADD-POLICY-IMAGE.
           IF POLICY-MASTER-RECORD = SPACES
               MOVE SPACES TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD 11 TIMES
           ELSE
               MOVE PM-POLICY-STATUS TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-ISSUE-DATE TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-GRACE-PERIOD-DAYS TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-AGENT-ID TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               IF PM-MODAL-PREMIUM IS NUMERIC
                   MOVE PM-MODAL-PREMIUM TO WS-DW-AMOUNT
                   PERFORM 7910-ADD-AMOUNT
               ELSE
                   MOVE SPACES TO WS-DW-FIELD
                   PERFORM 7900-ADD-FIELD
               END-IF
               MOVE PM-PAYMENT-FREQUENCY TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-NEXT-DUE-DATE TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-PAID-TO-DATE TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-CLIENT-ID TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-PRODUCT-CODE TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-MATURITY-DATE TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
           END-IF.

       2400-CHECK-LAPSE.
           MOVE JR-BEFORE-IMAGE TO POLICY-MASTER-RECORD
           MOVE PM-POLICY-STATUS TO WS-PRIOR-STATUS
           MOVE JR-AFTER-IMAGE TO POLICY-MASTER-RECORD
           IF JR-ACTION-REWRITE AND PM-STATUS-LAPSED
              AND WS-PRIOR-STATUS NOT = 'L'
               MOVE 'LAPSE' TO WS-CHANGE-TYPE
               PERFORM 7800-START-LINE
               MOVE JR-POLICY-ID TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE JR-TIMESTAMP TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE ZEROS TO WS-DW-AMOUNT
               IF PM-MODAL-PREMIUM IS NUMERIC
                   MOVE PM-MODAL-PREMIUM TO WS-DW-AMOUNT
               END-IF
               ADD WS-DW-AMOUNT TO WS-EVENT-HASH
               PERFORM 7910-ADD-AMOUNT
               MOVE JR-TRAN-CODE TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               MOVE PM-PAID-TO-DATE TO WS-DW-FIELD
               PERFORM 7900-ADD-FIELD
               WRITE DW-EVENT-LINE FROM WS-DW-LINE
               ADD 1 TO WS-EVENT-ROWS
               ADD 1 TO WS-LAPSE-COUNT
           END-IF.

      ******************************************************************
      * Client, agent and product changes: merge the prior image
      * generation against the current one on type and key.
      ******************************************************************
       3000-EXTRACT-MASTER-CHANGES.
           MOVE 'N' TO WS-PRIOR-EOF-FLAG
           OPEN INPUT PRIOR-IMAGE-FILE
      * No prior generation is the first feed - everything on the
      * masters goes as an add.
           IF WS-PRIOR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-PRIOR-EOF-FLAG
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
               MOVE 'Y' TO WS-PRIOR-OPEN-FLAG
               PERFORM 3100-READ-PRIOR-IMAGE
           END-IF
           MOVE 'N' TO WS-CURRENT-EOF-FLAG
           OPEN INPUT CURRENT-IMAGE-FILE
           PERFORM 3200-READ-CURRENT-IMAGE
           PERFORM 3300-COMPARE-IMAGES
               UNTIL END-OF-PRIOR-IMAGE AND END-OF-CURRENT-IMAGE
           IF PRIOR-IMAGE-IS-OPEN
               CLOSE PRIOR-IMAGE-FILE
           END-IF
           CLOSE CURRENT-IMAGE-FILE.

      * The control record ends each generation.
       3100-READ-PRIOR-IMAGE.
           READ PRIOR-IMAGE-FILE
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-FLAG
               NOT AT END
                   IF PI-IS-CONTROL
                       MOVE 'Y' TO WS-PRIOR-EOF-FLAG
                   END-IF
           END-READ
           IF END-OF-PRIOR-IMAGE
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
               MOVE PI-IMAGE-KEY TO WS-PRIOR-KEY
           END-IF.

       3200-READ-CURRENT-IMAGE.
           READ CURRENT-IMAGE-FILE
               AT END
                   MOVE 'Y' TO WS-CURRENT-EOF-FLAG
               NOT AT END
                   IF CI-IS-CONTROL
                       MOVE 'Y' TO WS-CURRENT-EOF-FLAG
                   END-IF
           END-READ
           IF END-OF-CURRENT-IMAGE
               MOVE HIGH-VALUES TO WS-CURRENT-KEY
           ELSE
               MOVE CI-IMAGE-KEY TO WS-CURRENT-KEY
           END-IF.

       3300-COMPARE-IMAGES.
           EVALUATE TRUE
               WHEN WS-PRIOR-KEY < WS-CURRENT-KEY
                   MOVE 'DELETE' TO WS-CHANGE-TYPE
                   MOVE PI-ENTITY-TYPE TO WS-ENTITY-TYPE
                   MOVE PI-ENTITY-IMAGE TO WS-ENTITY-IMAGE
                   PERFORM 3400-WRITE-MASTER-CHANGE
                   PERFORM 3100-READ-PRIOR-IMAGE
               WHEN WS-PRIOR-KEY > WS-CURRENT-KEY
                   MOVE 'ADD' TO WS-CHANGE-TYPE
                   MOVE CI-ENTITY-TYPE TO WS-ENTITY-TYPE
                   MOVE CI-ENTITY-IMAGE TO WS-ENTITY-IMAGE
                   PERFORM 3400-WRITE-MASTER-CHANGE
                   PERFORM 3200-READ-CURRENT-IMAGE
               WHEN OTHER
                   IF PI-ENTITY-IMAGE = CI-ENTITY-IMAGE
                       ADD 1 TO WS-IMAGES-UNCHANGED
                   ELSE
                       PERFORM 3350-CLASSIFY-CHANGE
                       MOVE CI-ENTITY-TYPE TO WS-ENTITY-TYPE
                       MOVE CI-ENTITY-IMAGE TO WS-ENTITY-IMAGE
                       PERFORM 3400-WRITE-MASTER-CHANGE
                   END-IF
                   PERFORM 3100-READ-PRIOR-IMAGE
                   PERFORM 3200-READ-CURRENT-IMAGE
           END-EVALUATE.

      * A client going inactive or an agent being terminated is an
      * inactivation; anything else, reactivation included, is a
      * change. Products carry no status.
       3350-CLASSIFY-CHANGE.
           MOVE 'CHANGE' TO WS-CHANGE-TYPE
           EVALUATE TRUE
               WHEN CI-IS-CLIENT
                   MOVE PI-ENTITY-IMAGE TO CLIENT-MASTER-RECORD
                   MOVE CL-CLIENT-STATUS TO WS-PRIOR-STATUS
                   MOVE CI-ENTITY-IMAGE TO CLIENT-MASTER-RECORD
                   IF CL-STATUS-INACTIVE AND WS-PRIOR-STATUS NOT = 'I'
                       MOVE 'INACTIVATE' TO WS-CHANGE-TYPE
                   END-IF
               WHEN CI-IS-AGENT
                   MOVE PI-ENTITY-IMAGE TO AGENT-MASTER-RECORD
                   MOVE AG-AGENT-STATUS TO WS-PRIOR-STATUS
                   MOVE CI-ENTITY-IMAGE TO AGENT-MASTER-RECORD
                   IF AG-STATUS-TERMINATED AND
                      WS-PRIOR-STATUS NOT = 'T'
                       MOVE 'INACTIVATE' TO WS-CHANGE-TYPE
                   END-IF
           END-EVALUATE.

       3400-WRITE-MASTER-CHANGE.
           PERFORM 7800-START-LINE
           EVALUATE WS-ENTITY-TYPE
               WHEN 'A'
                   MOVE WS-ENTITY-IMAGE TO AGENT-MASTER-RECORD
                   PERFORM 3500-FORMAT-AGENT
                   WRITE DW-AGENT-LINE FROM WS-DW-LINE
                   ADD 1 TO WS-AGENT-ROWS
               WHEN 'C'
                   MOVE WS-ENTITY-IMAGE TO CLIENT-MASTER-RECORD
                   PERFORM 3600-FORMAT-CLIENT
                   WRITE DW-CLIENT-LINE FROM WS-DW-LINE
                   ADD 1 TO WS-CLIENT-ROWS
               WHEN 'P'
                   MOVE WS-ENTITY-IMAGE TO PRODUCT-MASTER-RECORD
                   PERFORM 3700-FORMAT-PRODUCT
                   WRITE DW-PRODUCT-LINE FROM WS-DW-LINE
                   ADD 1 TO WS-PRODUCT-ROWS
           END-EVALUATE.

       3500-FORMAT-AGENT.
           MOVE AG-AGENT-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-AGENT-NAME TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-AGENT-STATUS TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-COMMISSION-TIER TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-OVERRIDE-RATE TO WS-DW-RATE-TEXT
           MOVE WS-DW-RATE-TEXT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-BANK-ACCOUNT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-ADDRESS-LINE-1 TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-ADDRESS-LINE-2 TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-CITY TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-POSTAL-CODE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-COMPLIANCE-HOLD TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-HOLD-DATE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-UPLINE-AGENT-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-AGENT-ROLE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-MGR-OVERRIDE-RATE TO WS-DW-RATE-TEXT
           MOVE WS-DW-RATE-TEXT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-LICENSE-NUMBER TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE AG-LICENSE-EXPIRY TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD.

       3600-FORMAT-CLIENT.
           MOVE CL-CLIENT-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-CLIENT-NAME TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-ADDRESS-LINE-1 TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-ADDRESS-LINE-2 TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-CITY TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-POSTAL-CODE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-PHONE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-EMAIL TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-LANGUAGE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-CLIENT-STATUS TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-COMPLIANCE-HOLD TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-HOLD-DATE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CL-MAIL-STATUS TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD.

       3700-FORMAT-PRODUCT.
           MOVE PRD-PRODUCT-CODE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PRD-DESCRIPTION TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PRD-GL-INCOME-ACCT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PRD-ALLOWED-FREQS TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PRD-GRACE-DAY-DEFAULT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PRD-TERM-YEARS TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD.

      ******************************************************************
      * Sort input: the postings INSPMINS stamped with this business
      * date - off the period activity file and the current-day
      * file both, so the feed is the same before and after the
      * INSACTCO cutover - then every commission record.
      ******************************************************************
       4000-EXTRACT-POSTINGS.
           MOVE ZEROS TO WS-RELEASE-SEQ
           OPEN INPUT ACTIVITY-HIST-FILE
           IF WS-ACTH-FILE-STATUS = '00'
               MOVE 'N' TO WS-ACT-EOF-FLAG
               PERFORM 4110-READ-ACTIVITY-HIST
               PERFORM 4210-TAKE-HIST-POSTING
                   UNTIL END-OF-ACTIVITY
               CLOSE ACTIVITY-HIST-FILE
           END-IF
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACT-FILE-STATUS = '00'
               MOVE 'N' TO WS-ACT-EOF-FLAG
               PERFORM 4120-READ-ACTIVITY-DAY
               PERFORM 4220-TAKE-DAY-POSTING
                   UNTIL END-OF-ACTIVITY
               CLOSE ACTIVITY-FILE
           END-IF

      * The commission file stays open until the end of the run -
      * the sorted commission records are laid out through its
      * record area.
           OPEN INPUT COMMISSION-FILE
           IF WS-COMM-FILE-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF
           MOVE 'Y' TO WS-COMM-OPEN-FLAG
           PERFORM 4400-READ-COMMISSION
           PERFORM 4500-RELEASE-COMMISSION
               UNTIL END-OF-COMMISSION.

       4000-EXIT.
           EXIT.

       4110-READ-ACTIVITY-HIST.
           READ ACTIVITY-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-ACT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACTIVITY-READ
                   MOVE ACTIVITY-HIST-RECORD
                     TO PAYMENT-HISTORY-RECORD
           END-READ.

       4120-READ-ACTIVITY-DAY.
           READ ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO WS-ACT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACTIVITY-READ
                   MOVE ACTIVITY-DAY-RECORD
                     TO PAYMENT-HISTORY-RECORD
           END-READ.

       4210-TAKE-HIST-POSTING.
           IF PH-INSERT-TIMESTAMP(1:10) = WS-TODAY-DATE-DASHED
               PERFORM 4300-WRITE-POSTING
           END-IF
           PERFORM 4110-READ-ACTIVITY-HIST.

       4220-TAKE-DAY-POSTING.
           IF PH-INSERT-TIMESTAMP(1:10) = WS-TODAY-DATE-DASHED
               PERFORM 4300-WRITE-POSTING
           END-IF
           PERFORM 4120-READ-ACTIVITY-DAY.

       4300-WRITE-POSTING.
           MOVE 'ADD' TO WS-CHANGE-TYPE
           PERFORM 7800-START-LINE
           MOVE PH-PAYMENT-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-TRANSACTION-TYPE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-POLICY-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-PAYMENT-DATE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-PAYMENT-METHOD TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-AMOUNT TO WS-DW-AMOUNT
           PERFORM 7910-ADD-AMOUNT
           MOVE PH-REFERENCE-NO TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-CURRENCY-CODE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-ACCOUNTING-PERIOD TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-INSERT-TIMESTAMP TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-SOURCE-CHANNEL TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           WRITE DW-POSTING-LINE FROM WS-DW-LINE
           ADD 1 TO WS-POSTING-ROWS
           ADD PH-AMOUNT TO WS-POSTING-HASH

      * A direct-debit return comes through as an '02' reversal
      * on the DD channel, its reason code in the reference.
           IF PH-TXN-IS-REVERSAL AND PH-SOURCE-CHANNEL = 'DD'
               PERFORM 4350-WRITE-DD-RETURN
           END-IF

           MOVE SPACES TO POSTING-SORT-RECORD
           MOVE PH-PAYMENT-ID TO SR-PAYMENT-ID
           IF PH-TXN-IS-PAYMENT
               MOVE '+' TO SR-DIRECTION
           ELSE
               MOVE '-' TO SR-DIRECTION
           END-IF
           MOVE PH-AMOUNT TO SR-AMOUNT
           MOVE '1' TO SR-KIND
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SR-SEQUENCE
           RELEASE POSTING-SORT-RECORD.

       4350-WRITE-DD-RETURN.
           MOVE 'DDRETURN' TO WS-CHANGE-TYPE
           PERFORM 7800-START-LINE
           MOVE PH-POLICY-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-INSERT-TIMESTAMP TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE PH-AMOUNT TO WS-DW-AMOUNT
           PERFORM 7910-ADD-AMOUNT
           IF PH-REFERENCE-NO(1:10) = 'DD RETURN '
               MOVE PH-REFERENCE-NO(11:2) TO WS-DW-FIELD
           ELSE
               MOVE SPACES TO WS-DW-FIELD
           END-IF
           PERFORM 7900-ADD-FIELD
           MOVE PH-PAYMENT-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           WRITE DW-EVENT-LINE FROM WS-DW-LINE
           ADD 1 TO WS-EVENT-ROWS
           ADD PH-AMOUNT TO WS-EVENT-HASH
           ADD 1 TO WS-DD-RETURN-COUNT.

       4400-READ-COMMISSION.
           READ COMMISSION-FILE
               AT END
                   MOVE 'Y' TO WS-COMM-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-COMMISSION-READ
           END-READ.

      * A reversal or refund commission is written negative.
       4500-RELEASE-COMMISSION.
           MOVE SPACES TO POSTING-SORT-RECORD
           MOVE CM-PAYMENT-ID TO SR-PAYMENT-ID
           IF CM-COMMISSION-AMOUNT < 0
               MOVE '-' TO SR-DIRECTION
           ELSE
               MOVE '+' TO SR-DIRECTION
           END-IF
           MOVE CM-PAYMENT-AMOUNT TO SR-AMOUNT
           MOVE '2' TO SR-KIND
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SR-SEQUENCE
           MOVE COMMISSION-RECORD TO SR-COMMISSION-DATA
           RELEASE POSTING-SORT-RECORD
           PERFORM 4400-READ-COMMISSION.

      ******************************************************************
      * Sort output: a commission record is the day's when it sorts
      * straight behind one of the day's postings - same payment
      * ID, direction and amount.
      ******************************************************************
       5000-EXTRACT-COMMISSIONS.
           MOVE HIGH-VALUES TO WS-MATCH-PAYMENT-ID
           PERFORM 5100-RETURN-SORTED
           PERFORM 5200-TAKE-SORTED
               UNTIL END-OF-SORTED-POSTINGS.

       5000-EXIT.
           EXIT.

       5100-RETURN-SORTED.
           RETURN POSTING-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       5200-TAKE-SORTED.
           MOVE SR-PAYMENT-ID TO WS-SORT-PAYMENT-ID
           MOVE SR-DIRECTION TO WS-SORT-DIRECTION
           MOVE SR-AMOUNT TO WS-SORT-AMOUNT
           IF SR-IS-POSTING
               MOVE WS-SORT-KEY TO WS-MATCH-KEY
           ELSE
               IF WS-SORT-KEY = WS-MATCH-KEY
                   MOVE SR-COMMISSION-DATA TO COMMISSION-RECORD
                   PERFORM 5300-WRITE-COMMISSION
               END-IF
           END-IF
           PERFORM 5100-RETURN-SORTED.

       5300-WRITE-COMMISSION.
           MOVE 'ADD' TO WS-CHANGE-TYPE
           PERFORM 7800-START-LINE
           MOVE CM-POLICY-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CM-PAYMENT-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CM-PAYMENT-METHOD TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CM-PAYMENT-AMOUNT TO WS-DW-AMOUNT
           PERFORM 7910-ADD-AMOUNT
           MOVE CM-COMMISSION-RATE TO WS-DW-RATE-TEXT
           MOVE WS-DW-RATE-TEXT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CM-COMMISSION-AMOUNT TO WS-DW-AMOUNT
           PERFORM 7910-ADD-AMOUNT
           MOVE CM-ACCOUNTING-PERIOD TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CM-COMMISSION-TYPE TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CM-EARNING-AGENT-ID TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE CM-OVERRIDE-LEVEL TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           WRITE DW-COMMISSION-LINE FROM WS-DW-LINE
           ADD 1 TO WS-COMMISSION-ROWS
           ADD CM-COMMISSION-AMOUNT TO WS-COMMISSION-HASH.

      ******************************************************************
      * Trailers, report and close-down.
      ******************************************************************
       6000-END-PROCESS.
           MOVE WS-POLICY-ROWS TO WS-TRL-COUNT
           MOVE WS-POLICY-HASH TO WS-TRL-HASH
           PERFORM 6100-BUILD-TRAILER
           WRITE DW-POLICY-LINE FROM WS-DW-LINE
           MOVE WS-CLIENT-ROWS TO WS-TRL-COUNT
           MOVE ZEROS TO WS-TRL-HASH
           PERFORM 6100-BUILD-TRAILER
           WRITE DW-CLIENT-LINE FROM WS-DW-LINE
           MOVE WS-AGENT-ROWS TO WS-TRL-COUNT
           MOVE ZEROS TO WS-TRL-HASH
           PERFORM 6100-BUILD-TRAILER
           WRITE DW-AGENT-LINE FROM WS-DW-LINE
           MOVE WS-PRODUCT-ROWS TO WS-TRL-COUNT
           MOVE ZEROS TO WS-TRL-HASH
           PERFORM 6100-BUILD-TRAILER
           WRITE DW-PRODUCT-LINE FROM WS-DW-LINE
           MOVE WS-POSTING-ROWS TO WS-TRL-COUNT
           MOVE WS-POSTING-HASH TO WS-TRL-HASH
           PERFORM 6100-BUILD-TRAILER
           WRITE DW-POSTING-LINE FROM WS-DW-LINE
           MOVE WS-COMMISSION-ROWS TO WS-TRL-COUNT
           MOVE WS-COMMISSION-HASH TO WS-TRL-HASH
           PERFORM 6100-BUILD-TRAILER
           WRITE DW-COMMISSION-LINE FROM WS-DW-LINE
           MOVE WS-EVENT-ROWS TO WS-TRL-COUNT
           MOVE WS-EVENT-HASH TO WS-TRL-HASH
           PERFORM 6100-BUILD-TRAILER
           WRITE DW-EVENT-LINE FROM WS-DW-LINE

           MOVE 'DWPOLICY' TO TL-FILE-NAME
           MOVE WS-POLICY-ROWS TO TL-FILE-ROWS
           MOVE WS-POLICY-HASH TO TL-FILE-HASH
           WRITE REPORT-LINE FROM TL-FILE-LINE
           MOVE 'DWCLIENT' TO TL-FILE-NAME
           MOVE WS-CLIENT-ROWS TO TL-FILE-ROWS
           MOVE ZEROS TO TL-FILE-HASH
           WRITE REPORT-LINE FROM TL-FILE-LINE
           MOVE 'DWAGENT' TO TL-FILE-NAME
           MOVE WS-AGENT-ROWS TO TL-FILE-ROWS
           MOVE ZEROS TO TL-FILE-HASH
           WRITE REPORT-LINE FROM TL-FILE-LINE
           MOVE 'DWPRODUCT' TO TL-FILE-NAME
           MOVE WS-PRODUCT-ROWS TO TL-FILE-ROWS
           MOVE ZEROS TO TL-FILE-HASH
           WRITE REPORT-LINE FROM TL-FILE-LINE
           MOVE 'DWPOSTING' TO TL-FILE-NAME
           MOVE WS-POSTING-ROWS TO TL-FILE-ROWS
           MOVE WS-POSTING-HASH TO TL-FILE-HASH
           WRITE REPORT-LINE FROM TL-FILE-LINE
           MOVE 'DWCOMMISS' TO TL-FILE-NAME
           MOVE WS-COMMISSION-ROWS TO TL-FILE-ROWS
           MOVE WS-COMMISSION-HASH TO TL-FILE-HASH
           WRITE REPORT-LINE FROM TL-FILE-LINE
           MOVE 'DWEVENT' TO TL-FILE-NAME
           MOVE WS-EVENT-ROWS TO TL-FILE-ROWS
           MOVE WS-EVENT-HASH TO TL-FILE-HASH
           WRITE REPORT-LINE FROM TL-FILE-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'JOURNAL RECORDS FROM' TO TL-LABEL
           MOVE WS-JOURNAL-FROM TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'JOURNAL RECORDS TO' TO TL-LABEL
           MOVE WS-JOURNAL-TO TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  LAPSES' TO TL-LABEL
           MOVE WS-LAPSE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'MASTER RECORDS UNCHANGED' TO TL-LABEL
           MOVE WS-IMAGES-UNCHANGED TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'ACTIVITY RECORDS READ' TO TL-LABEL
           MOVE WS-ACTIVITY-READ TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE '  DIRECT-DEBIT RETURNS' TO TL-LABEL
           MOVE WS-DD-RETURN-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           MOVE 'COMMISSION RECORDS READ' TO TL-LABEL
           MOVE WS-COMMISSION-READ TO TL-COUNT
           WRITE REPORT-LINE FROM TL-COUNT-LINE
           EVALUATE TRUE
               WHEN NOT RUN-IS-CLEAN
                   MOVE 'FEED INCOMPLETE - SEE THE RUN LOG'
                     TO TL-STATUS-TEXT
               WHEN RUN-IS-RERUN
                   MOVE 'RERUN - SAME JOURNAL RANGE AND MASTER IMAGES'
                     TO TL-STATUS-TEXT
               WHEN OTHER
                   MOVE 'FEED COMPLETE' TO TL-STATUS-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM TL-STATUS-LINE

           IF RUN-IS-CLEAN
               MOVE 'I' TO LOG-LEVEL
               STRING 'Change feed written. Policy rows: '
                      WS-POLICY-ROWS
                      ' Postings: '
                      WS-POSTING-ROWS
                 DELIMITED BY SIZE
                 INTO LOG-MESSAGE
               END-STRING
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'Change feed incomplete - not marked complete'
                 TO LOG-MESSAGE
           END-IF
           MOVE 'INSDWFED' TO LOG-MODULE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 1950-CLOSE-MASTERS
           IF COMMISSION-FILE-IS-OPEN
               CLOSE COMMISSION-FILE
           END-IF
           CLOSE DW-POLICY-FILE
           CLOSE DW-CLIENT-FILE
           CLOSE DW-AGENT-FILE
           CLOSE DW-PRODUCT-FILE
           CLOSE DW-POSTING-FILE
           CLOSE DW-COMMISSION-FILE
           CLOSE DW-EVENT-FILE
           CLOSE REPORT-FILE.

       6100-BUILD-TRAILER.
           MOVE 'TRL' TO WS-CHANGE-TYPE
           PERFORM 7800-START-LINE
           MOVE WS-TRL-COUNT TO WS-DW-COUNT-TEXT
           MOVE WS-DW-COUNT-TEXT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD
           MOVE WS-TRL-HASH TO WS-DW-AMOUNT
           PERFORM 7910-ADD-AMOUNT.

      * Every row opens with its change type and the business date.
       7800-START-LINE.
           MOVE SPACES TO WS-DW-LINE
           MOVE 1 TO WS-DW-PTR
           STRING FUNCTION TRIM(WS-CHANGE-TYPE) DELIMITED BY SIZE
                  '|'                           DELIMITED BY SIZE
                  WS-TODAY-DATE                 DELIMITED BY SIZE
             INTO WS-DW-LINE
             WITH POINTER WS-DW-PTR
           END-STRING.

       7900-ADD-FIELD.
           STRING '|'                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DW-FIELD)    DELIMITED BY SIZE
             INTO WS-DW-LINE
             WITH POINTER WS-DW-PTR
           END-STRING.

       7910-ADD-AMOUNT.
           MOVE WS-DW-AMOUNT TO WS-DW-AMOUNT-TEXT
           MOVE WS-DW-AMOUNT-TEXT TO WS-DW-FIELD
           PERFORM 7900-ADD-FIELD.

       0100-CHECK-SEQUENCE-GATE.
      * Refuse to start while the prerequisite step has not
      * completed this cycle (or is still in flight) - the day's
      * postings are only worth feeding once they have balanced.
      * An absent cycle-control file means sequencing is not in
      * use; CYCLE_GATE_BYPASS=Y lets the operator wave an
      * exceptional run through deliberately.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-GATE-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-GATE-DATE
           END-IF
           ACCEPT WS-CYC-BYPASS-TEXT FROM ENVIRONMENT
               "CYCLE_GATE_BYPASS"
           IF WS-CYC-BYPASS-TEXT NOT = 'Y' AND
              WS-CYC-BYPASS-TEXT NOT = 'y'
               MOVE 'P' TO WS-CYC-FUNCTION
               MOVE 'INSEODBL' TO WS-CYC-STEP
               CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                      WS-GATE-DATE
                                      WS-CYC-STEP
                                      WS-CYC-RESULT
               IF WS-CYC-RESULT = 1 OR WS-CYC-RESULT = 2
                   MOVE 'Y' TO WS-SEQ-BLOCKED-FLAG
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSDWFED' TO LOG-MODULE
                   STRING 'Prerequisite step INSEODBL has not '
                          'completed this cycle - run refused'
                     DELIMITED BY SIZE
                     INTO LOG-MESSAGE
                   END-STRING
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSDWFED' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-GATE-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSDWFED.
