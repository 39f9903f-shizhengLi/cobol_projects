      ******************************************************************
      * Policy Maturity Processing Program
      * Function: Nightly sweep of POLICY-MASTER for policies that
      *           have reached the end of their term. An active
      *           policy whose maturity date (PM-MATURITY-DATE, or
      *           issue date plus the product's term) has arrived
      *           gets a DE transaction in POLMNTIN format with
      *           status 'M', so tonight's INSPOLMNT step matures it
      *           through the normal journaled path. A policy coming
      *           up to maturity inside the notice window gets one
      *           pre-maturity notice for INSLTRFM to print; a
      *           tracking file keeps a rerun from sending it twice.
      *           The report lists tonight's actions, then every
      *           maturity falling in the business month by product
      *           and agent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSMATUR.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Maturity cut and notice paragraphs are performed
      *              through their exits.
      * 2026-10-15 : MATURITY_NOTICE_DAYS is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Initial version. Until now a policy past the
      *              end of its term stayed active and kept being
      *              billed until someone keyed a DE by hand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO EXTERNAL PRODMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRD-PRODUCT-CODE
           FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT MAT-TRACK-FILE ASSIGN TO EXTERNAL MATNTRK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRACK-FILE-STATUS.

           SELECT MAT-TRAN-FILE ASSIGN TO EXTERNAL MATTRNOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT MAT-NOTICE-FILE ASSIGN TO EXTERNAL MATNOTICE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL MATRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODMST.

       FD  MAT-TRACK-FILE
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS MAT-TRACK-RECORD.
       01  MAT-TRACK-RECORD.
           05  MK-POLICY-ID            PIC X(10).
           05  MK-ACTION               PIC X(01).
           05  MK-ACTION-DATE          PIC X(08).

       FD  MAT-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAT-TRAN-RECORD.
       01  MAT-TRAN-RECORD             PIC X(80).

       FD  MAT-NOTICE-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS MATURITY-NOTICE-RECORD.
       COPY MATNOTC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PRODUCT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-TRACK-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TRACK-EOF-FLAG           PIC X VALUE 'N'.
           88  END-OF-TRACKING         VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-MATURITY-DATE            PIC X(8) VALUE SPACES.
       01  WS-DAYS-TO-MATURITY         PIC S9(5) VALUE ZEROS.
       01  WS-RECORDED-ACTION          PIC X(01) VALUE SPACE.
       01  WS-RECORDED-DATE            PIC X(08) VALUE SPACES.
       01  WS-MONTH-STATUS             PIC X(16) VALUE SPACES.

      * Pre-maturity notice window in days, MATURITY_NOTICE_DAYS
      * overriding the default.
       01  WS-NOTICE-DAYS              PIC 9(3) VALUE 60.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
           05  WS-MATURED-COUNT        PIC 9(7) VALUE ZEROS.
           05  WS-NOTICE-COUNT         PIC 9(7) VALUE ZEROS.
           05  WS-PRODUCT-POLICIES     PIC 9(7) VALUE ZEROS.
           05  WS-AGENT-POLICIES       PIC 9(7) VALUE ZEROS.

       01  WS-AMOUNTS.
           05  WS-PRODUCT-PREMIUM      PIC 9(9)V99 VALUE ZEROS.
           05  WS-AGENT-PREMIUM        PIC 9(9)V99 VALUE ZEROS.
           05  WS-MONTH-PREMIUM        PIC 9(9)V99 VALUE ZEROS.

      * Notice/maturity tracking, one entry per active policy that
      * has been sent its pre-maturity notice or had its maturity
      * transaction cut. Loaded from MATNTRK at startup and written
      * back at the end - a policy no longer active (matured, or
      * lapsed/cancelled in the meantime) is not written back.
       01  WS-TRACK-TABLE.
           05  WS-TRACK-COUNT          PIC 9(7) VALUE ZEROS.
           05  WS-TRACK-ENTRY          OCCURS 1 TO 50000 TIMES
                                       DEPENDING ON WS-TRACK-COUNT
                                       INDEXED BY WS-TK-IDX.
               10  WS-TK-POLICY-ID     PIC X(10).
               10  WS-TK-ACTION        PIC X(01).
                   88  WS-TK-NOTICE-SENT   VALUE 'N'.
                   88  WS-TK-MATURITY-CUT  VALUE 'M'.
               10  WS-TK-DATE          PIC X(08).
               10  WS-TK-STILL-OPEN    PIC X(01).

      * Maturities falling in the business month, collected as the
      * master is read and sorted by product, agent and policy for
      * the month section of the report.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-COUNT          PIC 9(5) VALUE ZEROS.
           05  WS-MONTH-ENTRY          OCCURS 1 TO 20000 TIMES
                                       DEPENDING ON WS-MONTH-COUNT
                                       INDEXED BY WS-MM-IDX.
               10  WS-MM-SORT-KEY.
                   15  WS-MM-PRODUCT   PIC X(04).
                   15  WS-MM-AGENT     PIC X(08).
                   15  WS-MM-POLICY    PIC X(10).
               10  WS-MM-MATURITY-DATE PIC X(08).
               10  WS-MM-STATUS        PIC X(16).
               10  WS-MM-PREMIUM       PIC 9(7)V99.

       01  WS-SWAP-ENTRY.
           05  FILLER                  PIC X(22).
           05  FILLER                  PIC X(08).
           05  FILLER                  PIC X(16).
           05  FILLER                  PIC 9(7)V99.

       01  WS-SORT-SUB                 PIC 9(5) VALUE ZEROS.
       01  WS-SORT-SUB-2               PIC 9(5) VALUE ZEROS.
       01  WS-PREV-PRODUCT             PIC X(04) VALUE SPACES.
       01  WS-PREV-AGENT               PIC X(08) VALUE SPACES.

      * Night-cycle step recording (INSCYCST against the cycle-
      * control file INSBDMNT resets each cycle). The maturity
      * transactions feed tonight's INSPOLMNT, so this step runs
      * ahead of it with no prerequisite of its own.
       01  WS-CYC-FUNCTION             PIC X(1) VALUE SPACE.
       01  WS-CYC-STEP                 PIC X(10) VALUE SPACES.
       01  WS-CYC-RESULT               PIC 9(1) VALUE ZERO.
       01  WS-GATE-DATE                PIC X(8) VALUE SPACES.

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
             'POLICY MATURITY PROCESSING REPORT'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'PRODUCT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'AGENT'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'MATURES'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE 'DAYS'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'ACTION'.

       01  DL-DETAIL-LINE.
          05 DL-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-PRODUCT-CODE           PIC X(04).
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 DL-AGENT-ID               PIC X(08).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-MATURITY-DATE          PIC X(08).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-DAYS                   PIC ZZ,ZZ9.
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 DL-ACTION                 PIC X(20).

       01  ML-MONTH-HEADING.
          05 FILLER                    PIC X(33) VALUE
             'MATURITIES FOR BUSINESS MONTH '.
          05 ML-MONTH                  PIC X(06).
          05 FILLER                    PIC X(27) VALUE
             ' BY PRODUCT AND AGENT'.

       01  ML-COLUMN-HEADING.
          05 FILLER                    PIC X(07) VALUE 'PRODUCT'.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'AGENT'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'POLICY ID'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'MATURES'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(16) VALUE 'STATUS'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'MODAL PREMIUM'.

       01  ML-DETAIL-LINE.
          05 ML-PRODUCT-CODE           PIC X(04).
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 ML-AGENT-ID               PIC X(08).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 ML-POLICY-ID              PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 ML-MATURITY-DATE          PIC X(08).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 ML-STATUS                 PIC X(16).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 ML-PREMIUM                PIC Z,ZZZ,ZZ9.99.

       01  ML-SUBTOTAL-LINE.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 ML-SUB-LABEL              PIC X(08).
          05 FILLER                    PIC X(1) VALUE SPACE.
          05 ML-SUB-KEY                PIC X(08).
          05 FILLER                    PIC X(11) VALUE ' POLICIES:'.
          05 ML-SUB-COUNT              PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(24) VALUE SPACES.
          05 ML-SUB-PREMIUM            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'POLICIES READ:'.
          05 TL-TOTAL-READ             PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'MATURED:'.
          05 TL-TOTAL-MATURED          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'NOTICES:'.
          05 TL-TOTAL-NOTICES          PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(14) VALUE 'MONTH TOTAL:'.
          05 TL-TOTAL-MONTH            PIC ZZZ,ZZ9.

      * Date calculation parameters
       COPY DATECALC.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-RESOLVE-GATE-DATE
           MOVE 'S' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-PROCESS-DATA UNTIL END-OF-FILE
           PERFORM 3000-END-PROCESS
           MOVE 'C' TO WS-CYC-FUNCTION
           PERFORM 0200-RECORD-STEP-EVENT
           GOBACK.

       1000-INIT-PROCESS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

      * Process as the cycle's business date when the control file
      * is present (advanced once per cycle by INSBDMNT); system
      * date otherwise.
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'MATURITY_NOTICE_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-NOTICE-DAYS
           END-IF

           PERFORM 1100-LOAD-TRACKING

           OPEN INPUT POLICY-MASTER-FILE
           OPEN INPUT PRODUCT-MASTER-FILE
           OPEN OUTPUT MAT-TRAN-FILE
           OPEN OUTPUT MAT-NOTICE-FILE
           OPEN OUTPUT REPORT-FILE

           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE
             INTO HL-DATE
           END-STRING

           WRITE REPORT-LINE FROM HL-HEADING-LINE-1
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM HL-HEADING-LINE-3
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSMATUR' TO LOG-MODULE
           MOVE 'Policy maturity processing started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           PERFORM 2100-READ-POLICY-MASTER.

       1100-LOAD-TRACKING.
      * Every entry starts marked not-still-open; a policy found
      * still active this run re-marks it.
           MOVE 'N' TO WS-TRACK-EOF-FLAG
           OPEN INPUT MAT-TRACK-FILE
           IF WS-TRACK-FILE-STATUS = '00'
               PERFORM 1150-READ-TRACK-FILE
               PERFORM UNTIL END-OF-TRACKING
                   IF WS-TRACK-COUNT < 50000
                       ADD 1 TO WS-TRACK-COUNT
                       MOVE MK-POLICY-ID
                         TO WS-TK-POLICY-ID(WS-TRACK-COUNT)
                       MOVE MK-ACTION
                         TO WS-TK-ACTION(WS-TRACK-COUNT)
                       MOVE MK-ACTION-DATE
                         TO WS-TK-DATE(WS-TRACK-COUNT)
                       MOVE 'N' TO WS-TK-STILL-OPEN(WS-TRACK-COUNT)
                   END-IF
                   PERFORM 1150-READ-TRACK-FILE
               END-PERFORM
               CLOSE MAT-TRACK-FILE
           END-IF.

       1150-READ-TRACK-FILE.
           READ MAT-TRACK-FILE
               AT END
                   MOVE 'Y' TO WS-TRACK-EOF-FLAG
           END-READ.

       2000-PROCESS-DATA.
           IF PM-STATUS-ACTIVE OR PM-STATUS-MATURED
               PERFORM 2200-CHECK-MATURITY THRU 2200-EXIT
           END-IF
           PERFORM 2100-READ-POLICY-MASTER.

       2100-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       2200-CHECK-MATURITY.
           PERFORM 2250-RESOLVE-MATURITY-DATE THRU 2250-EXIT
           IF WS-MATURITY-DATE = SPACES
               GO TO 2200-EXIT
           END-IF

      * A policy already matured only appears in the month section.
           IF PM-STATUS-MATURED
               IF WS-MATURITY-DATE(1:6) = WS-TODAY-DATE(1:6)
                   MOVE 'MATURED' TO WS-MONTH-STATUS
                   PERFORM 2600-ADD-MONTH-ENTRY
               END-IF
               GO TO 2200-EXIT
           END-IF

           MOVE 'D' TO DC-FUNCTION-CODE
           MOVE WS-TODAY-DATE TO DC-BASE-DATE
           MOVE WS-MATURITY-DATE TO DC-TARGET-DATE
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-ERROR
               GO TO 2200-EXIT
           END-IF
           MOVE DC-DAYS TO WS-DAYS-TO-MATURITY

           PERFORM 2300-FIND-TRACK-ENTRY

           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY <= 0
                   PERFORM 2400-CUT-MATURITY THRU 2400-EXIT
                   MOVE 'MATURING TONIGHT' TO WS-MONTH-STATUS
               WHEN WS-DAYS-TO-MATURITY <= WS-NOTICE-DAYS
                   PERFORM 2500-SEND-NOTICE THRU 2500-EXIT
                   MOVE 'DUE' TO WS-MONTH-STATUS
               WHEN OTHER
                   MOVE 'DUE' TO WS-MONTH-STATUS
           END-EVALUATE

           IF WS-MATURITY-DATE(1:6) = WS-TODAY-DATE(1:6)
               PERFORM 2600-ADD-MONTH-ENTRY
           END-IF.

       2200-EXIT.
           EXIT.

       2250-RESOLVE-MATURITY-DATE.
      * The date INSPOLMNT stamped when the policy was written;
      * failing that (a policy written before maturity dates were
      * carried), issue date plus the product's term.
           MOVE SPACES TO WS-MATURITY-DATE
           IF PM-MATURITY-DATE IS NUMERIC
               MOVE PM-MATURITY-DATE TO WS-MATURITY-DATE
               GO TO 2250-EXIT
           END-IF
           IF PM-PRODUCT-CODE = SPACES OR
              PM-ISSUE-DATE IS NOT NUMERIC
               GO TO 2250-EXIT
           END-IF
           MOVE PM-PRODUCT-CODE TO PRD-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRODUCT-FILE-STATUS NOT = '00'
               GO TO 2250-EXIT
           END-IF
           IF PRD-TERM-YEARS IS NOT NUMERIC OR
              PRD-TERM-YEARS = 0
               GO TO 2250-EXIT
           END-IF
           MOVE 'M' TO DC-FUNCTION-CODE
           MOVE PM-ISSUE-DATE TO DC-BASE-DATE
           COMPUTE DC-DAYS = PRD-TERM-YEARS * 12
           CALL 'DATECALC' USING DATE-CALC-PARAMS
           IF DC-SUCCESS
               MOVE DC-TARGET-DATE TO WS-MATURITY-DATE
           END-IF.

       2250-EXIT.
           EXIT.

       2300-FIND-TRACK-ENTRY.
      * Any active policy already tracked stays on the tracking file
      * until it leaves active status.
           MOVE SPACE TO WS-RECORDED-ACTION
           MOVE SPACES TO WS-RECORDED-DATE
           IF WS-TRACK-COUNT > 0
               SET WS-TK-IDX TO 1
               SEARCH WS-TRACK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TK-POLICY-ID(WS-TK-IDX) = PM-POLICY-ID
                       MOVE WS-TK-ACTION(WS-TK-IDX)
                         TO WS-RECORDED-ACTION
                       MOVE WS-TK-DATE(WS-TK-IDX) TO WS-RECORDED-DATE
                       MOVE 'Y' TO WS-TK-STILL-OPEN(WS-TK-IDX)
               END-SEARCH
           END-IF.

       2400-CUT-MATURITY.
      * Cut a DE transaction in POLMNTIN format so tonight's
      * INSPOLMNT step matures the policy itself - status 'M', which
      * stops billing, dunning and lapse from touching it again. A
      * rerun the same night does not cut a second one; a policy
      * still active on a later night (its DE was not applied) is
      * cut again.
           IF WS-RECORDED-ACTION = 'M' AND
              WS-RECORDED-DATE = WS-TODAY-DATE
               GO TO 2400-EXIT
           END-IF
           MOVE SPACES TO MAT-TRAN-RECORD
           MOVE 'DE' TO MAT-TRAN-RECORD(1:2)
           MOVE PM-POLICY-ID TO MAT-TRAN-RECORD(3:10)
           MOVE 'M' TO MAT-TRAN-RECORD(13:1)
           WRITE MAT-TRAN-RECORD
           ADD 1 TO WS-MATURED-COUNT
           MOVE 'M' TO WS-RECORDED-ACTION
           PERFORM 2450-RECORD-ACTION

           MOVE PM-POLICY-ID TO DL-POLICY-ID
           MOVE PM-PRODUCT-CODE TO DL-PRODUCT-CODE
           MOVE PM-AGENT-ID TO DL-AGENT-ID
           MOVE WS-MATURITY-DATE TO DL-MATURITY-DATE
           MOVE 0 TO DL-DAYS
           MOVE 'MATURED - DE CUT' TO DL-ACTION
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2400-EXIT.
           EXIT.

       2450-RECORD-ACTION.
           IF WS-TRACK-COUNT > 0
               SET WS-TK-IDX TO 1
               SEARCH WS-TRACK-ENTRY
                   AT END
                       PERFORM 2460-NEW-TRACK-ENTRY
                   WHEN WS-TK-POLICY-ID(WS-TK-IDX) = PM-POLICY-ID
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2460-NEW-TRACK-ENTRY
           END-IF
           IF WS-TK-IDX <= WS-TRACK-COUNT
               MOVE WS-RECORDED-ACTION TO WS-TK-ACTION(WS-TK-IDX)
               MOVE WS-TODAY-DATE TO WS-TK-DATE(WS-TK-IDX)
               MOVE 'Y' TO WS-TK-STILL-OPEN(WS-TK-IDX)
           END-IF.

       2460-NEW-TRACK-ENTRY.
           IF WS-TRACK-COUNT < 50000
               ADD 1 TO WS-TRACK-COUNT
               MOVE PM-POLICY-ID TO WS-TK-POLICY-ID(WS-TRACK-COUNT)
               SET WS-TK-IDX TO WS-TRACK-COUNT
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSMATUR' TO LOG-MODULE
               MOVE 'Tracking table full - action not recorded'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
               SET WS-TK-IDX TO 50001
           END-IF.

       2500-SEND-NOTICE.
      * One pre-maturity notice per policy - the tracking entry is
      * what stops the next night's run sending it again.
           IF WS-RECORDED-ACTION NOT = SPACE
               GO TO 2500-EXIT
           END-IF
           MOVE SPACES TO MATURITY-NOTICE-RECORD
           MOVE PM-POLICY-ID TO MN-POLICY-ID
           MOVE PM-AGENT-ID TO MN-AGENT-ID
           MOVE PM-CLIENT-ID TO MN-CLIENT-ID
           MOVE PM-PRODUCT-CODE TO MN-PRODUCT-CODE
           MOVE WS-MATURITY-DATE TO MN-MATURITY-DATE
           MOVE WS-DAYS-TO-MATURITY TO MN-DAYS-TO-MATURITY
           MOVE WS-TODAY-DATE TO MN-NOTICE-DATE
           WRITE MATURITY-NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           MOVE 'N' TO WS-RECORDED-ACTION
           PERFORM 2450-RECORD-ACTION

           MOVE PM-POLICY-ID TO DL-POLICY-ID
           MOVE PM-PRODUCT-CODE TO DL-PRODUCT-CODE
           MOVE PM-AGENT-ID TO DL-AGENT-ID
           MOVE WS-MATURITY-DATE TO DL-MATURITY-DATE
           MOVE WS-DAYS-TO-MATURITY TO DL-DAYS
           MOVE 'PRE-MATURITY NOTICE' TO DL-ACTION
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

       2500-EXIT.
           EXIT.

       2600-ADD-MONTH-ENTRY.
           IF WS-MONTH-COUNT < 20000
               ADD 1 TO WS-MONTH-COUNT
               MOVE PM-PRODUCT-CODE TO WS-MM-PRODUCT(WS-MONTH-COUNT)
               MOVE PM-AGENT-ID TO WS-MM-AGENT(WS-MONTH-COUNT)
               MOVE PM-POLICY-ID TO WS-MM-POLICY(WS-MONTH-COUNT)
               MOVE WS-MATURITY-DATE
                 TO WS-MM-MATURITY-DATE(WS-MONTH-COUNT)
               MOVE WS-MONTH-STATUS TO WS-MM-STATUS(WS-MONTH-COUNT)
               MOVE PM-MODAL-PREMIUM
                 TO WS-MM-PREMIUM(WS-MONTH-COUNT)
           ELSE
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSMATUR' TO LOG-MODULE
               MOVE 'Month table full - maturity not reported'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           END-IF.

       3000-END-PROCESS.
      * Rewrite the tracking file with only the policies still
      * active - a matured (or otherwise closed) policy drops off.
           OPEN OUTPUT MAT-TRACK-FILE
           PERFORM 3100-WRITE-TRACK-ENTRY
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TRACK-COUNT
           CLOSE MAT-TRACK-FILE

           MOVE WS-READ-COUNT TO TL-TOTAL-READ
           MOVE WS-MATURED-COUNT TO TL-TOTAL-MATURED
           MOVE WS-NOTICE-COUNT TO TL-TOTAL-NOTICES
           MOVE WS-MONTH-COUNT TO TL-TOTAL-MONTH
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE

           PERFORM 3200-SORT-MONTH-TABLE
           PERFORM 3300-WRITE-MONTH-SECTION

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSMATUR' TO LOG-MODULE
           STRING 'Maturity processing ended. Matured: '
                  WS-MATURED-COUNT
                  ' Notices: ' WS-NOTICE-COUNT
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE POLICY-MASTER-FILE
           CLOSE PRODUCT-MASTER-FILE
           CLOSE MAT-TRAN-FILE
           CLOSE MAT-NOTICE-FILE
           CLOSE REPORT-FILE.

       3100-WRITE-TRACK-ENTRY.
           IF WS-TK-STILL-OPEN(WS-TK-IDX) = 'Y'
               MOVE WS-TK-POLICY-ID(WS-TK-IDX) TO MK-POLICY-ID
               MOVE WS-TK-ACTION(WS-TK-IDX) TO MK-ACTION
               MOVE WS-TK-DATE(WS-TK-IDX) TO MK-ACTION-DATE
               WRITE MAT-TRACK-RECORD
           END-IF.

       3200-SORT-MONTH-TABLE.
      * Straight exchange sort, ascending on product, agent and
      * policy - a month's maturities are a small slice of the book.
           IF WS-MONTH-COUNT < 2
               CONTINUE
           ELSE
               PERFORM 3250-SORT-ONE-PASS
                   VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB >= WS-MONTH-COUNT
           END-IF.

       3250-SORT-ONE-PASS.
           PERFORM 3260-COMPARE-AND-SWAP
               VARYING WS-SORT-SUB-2 FROM 1 BY 1
               UNTIL WS-SORT-SUB-2 >= WS-MONTH-COUNT.

       3260-COMPARE-AND-SWAP.
           IF WS-MM-SORT-KEY(WS-SORT-SUB-2) >
              WS-MM-SORT-KEY(WS-SORT-SUB-2 + 1)
               MOVE WS-MONTH-ENTRY(WS-SORT-SUB-2) TO WS-SWAP-ENTRY
               MOVE WS-MONTH-ENTRY(WS-SORT-SUB-2 + 1)
                 TO WS-MONTH-ENTRY(WS-SORT-SUB-2)
               MOVE WS-SWAP-ENTRY
                 TO WS-MONTH-ENTRY(WS-SORT-SUB-2 + 1)
           END-IF.

       3300-WRITE-MONTH-SECTION.
      * Control breaks on agent within product, each with a policy
      * count and the modal premium that stops coming in.
           MOVE WS-TODAY-DATE(1:6) TO ML-MONTH
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM ML-MONTH-HEADING
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM ML-COLUMN-HEADING
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE ZEROS TO WS-PRODUCT-POLICIES WS-AGENT-POLICIES
           MOVE ZEROS TO WS-PRODUCT-PREMIUM WS-AGENT-PREMIUM
                         WS-MONTH-PREMIUM
           PERFORM 3350-WRITE-MONTH-ENTRY
               VARYING WS-MM-IDX FROM 1 BY 1
               UNTIL WS-MM-IDX > WS-MONTH-COUNT
           IF WS-MONTH-COUNT > 0
               PERFORM 3400-AGENT-BREAK
               PERFORM 3450-PRODUCT-BREAK
           END-IF

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           MOVE 'MONTH' TO ML-SUB-LABEL
           MOVE WS-TODAY-DATE(1:6) TO ML-SUB-KEY
           MOVE WS-MONTH-COUNT TO ML-SUB-COUNT
           MOVE WS-MONTH-PREMIUM TO ML-SUB-PREMIUM
           WRITE REPORT-LINE FROM ML-SUBTOTAL-LINE.

       3350-WRITE-MONTH-ENTRY.
           IF WS-MM-IDX > 1
               IF WS-MM-PRODUCT(WS-MM-IDX) NOT = WS-PREV-PRODUCT
                   PERFORM 3400-AGENT-BREAK
                   PERFORM 3450-PRODUCT-BREAK
               ELSE
                   IF WS-MM-AGENT(WS-MM-IDX) NOT = WS-PREV-AGENT
                       PERFORM 3400-AGENT-BREAK
                   END-IF
               END-IF
           END-IF
           MOVE WS-MM-PRODUCT(WS-MM-IDX) TO WS-PREV-PRODUCT
           MOVE WS-MM-AGENT(WS-MM-IDX) TO WS-PREV-AGENT

           MOVE WS-MM-PRODUCT(WS-MM-IDX) TO ML-PRODUCT-CODE
           MOVE WS-MM-AGENT(WS-MM-IDX) TO ML-AGENT-ID
           MOVE WS-MM-POLICY(WS-MM-IDX) TO ML-POLICY-ID
           MOVE WS-MM-MATURITY-DATE(WS-MM-IDX) TO ML-MATURITY-DATE
           MOVE WS-MM-STATUS(WS-MM-IDX) TO ML-STATUS
           MOVE WS-MM-PREMIUM(WS-MM-IDX) TO ML-PREMIUM
           WRITE REPORT-LINE FROM ML-DETAIL-LINE

           ADD 1 TO WS-AGENT-POLICIES WS-PRODUCT-POLICIES
           ADD WS-MM-PREMIUM(WS-MM-IDX) TO WS-AGENT-PREMIUM
                                           WS-PRODUCT-PREMIUM
                                           WS-MONTH-PREMIUM.

       3400-AGENT-BREAK.
           MOVE 'AGENT' TO ML-SUB-LABEL
           MOVE WS-PREV-AGENT TO ML-SUB-KEY
           MOVE WS-AGENT-POLICIES TO ML-SUB-COUNT
           MOVE WS-AGENT-PREMIUM TO ML-SUB-PREMIUM
           WRITE REPORT-LINE FROM ML-SUBTOTAL-LINE
           MOVE ZEROS TO WS-AGENT-POLICIES
           MOVE ZEROS TO WS-AGENT-PREMIUM.

       3450-PRODUCT-BREAK.
           MOVE 'PRODUCT' TO ML-SUB-LABEL
           MOVE WS-PREV-PRODUCT TO ML-SUB-KEY
           MOVE WS-PRODUCT-POLICIES TO ML-SUB-COUNT
           MOVE WS-PRODUCT-PREMIUM TO ML-SUB-PREMIUM
           WRITE REPORT-LINE FROM ML-SUBTOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-PRODUCT-POLICIES
           MOVE ZEROS TO WS-PRODUCT-PREMIUM.

       0100-RESOLVE-GATE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-GATE-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-GATE-DATE
           END-IF.

       0200-RECORD-STEP-EVENT.
           MOVE 'INSMATUR' TO WS-CYC-STEP
           CALL 'INSCYCST' USING WS-CYC-FUNCTION
                                  WS-GATE-DATE
                                  WS-CYC-STEP
                                  WS-CYC-RESULT.

       END PROGRAM INSMATUR.
