      ******************************************************************
      * Client Duplicate Detection Program
      * Function: Find policyholders keyed more than once under
      *           different client IDs - usually an agent adding a
      *           new client with every new policy - and score how
      *           likely each pair is the same person. Every active
      *           client is released to a sort once per match key
      *           it has:
      *             N  name and postal code     50 points
      *             E  email address            40 points
      *             P  phone number (digits)    30 points
      *             A  address line 1 and postal 20 points
      *           Names and addresses are folded (upper case,
      *           punctuation and spaces dropped) so 'O''Brien, J.'
      *           and 'OBRIEN J' match. Clients sharing a key pair
      *           up; a pair's score is the sum of its keys, capped
      *           at 100. A key shared by more than DUP_MAX_GROUP
      *           clients (an agency switchboard, a broker's
      *           mailbox) says nothing about identity and is
      *           listed, not paired. Pairs scoring DUP_MIN_SCORE or
      *           better print highest score first with both
      *           clients' details and policy counts, and go to the
      *           DUPCAND file in the merge run's input layout with
      *           a suggested survivor - the client with more
      *           policies, the older ID on a tie - for review
      *           before anything is merged (INSCLMRG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCLDUP.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Pair-evidence paragraph is performed through its
      *              exit.
      * 2026-10-15 : DUP_MIN_SCORE and DUP_MAX_GROUP are read from the
      *              installation parameter file through INSPARM; an
      *              exported variable of the same name still overrides
      *              it for a single run.
      * 2026-10-15 : Initial version.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO EXTERNAL CLIENTMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-CLIENT-ID
           FILE STATUS IS WS-CLIENT-FILE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO EXTERNAL POLICYMASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT MATCH-SORT-FILE ASSIGN TO DUPSORT.

           SELECT CANDIDATE-FILE ASSIGN TO EXTERNAL DUPCAND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAND-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXTERNAL DUPRPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE.
       COPY CLIENTMS.

       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       SD  MATCH-SORT-FILE
           DATA RECORD IS MATCH-SORT-RECORD.
       01  MATCH-SORT-RECORD.
           05  SR-KEY-TYPE             PIC X(01).
           05  SR-MATCH-KEY            PIC X(40).
           05  SR-CLIENT-ID            PIC X(08).

      * Same layout as the merge run's input (CLMRGIN).
       FD  CANDIDATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CANDIDATE-RECORD.
       01  CANDIDATE-RECORD.
           05  CD-TRAN-CODE            PIC X(02).
           05  CD-SURVIVOR-ID          PIC X(08).
           05  CD-LOSER-ID             PIC X(08).
           05  CD-SCORE                PIC 9(03).
           05  CD-EVIDENCE             PIC X(04).
           05  FILLER                  PIC X(01).
           05  CD-NOTE                 PIC X(54).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLIENT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CAND-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-CLIENT-EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-CLIENTS          VALUE 'Y'.
       01  WS-POL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-POLICIES         VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-SORTED-KEYS      VALUE 'Y'.
       01  WS-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-PAIR-FOUND           VALUE 'Y'.

       01  WS-TODAY-DATE               PIC X(8).
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * Run parameters
       01  WS-MIN-SCORE                PIC 9(3) VALUE 50.
       01  WS-MAX-GROUP                PIC 9(3) VALUE 20.

      * Active clients in ascending ID order (the master's own
      * order) with their policy counts.
       01  WS-CLIENT-TABLE.
           05  WS-CLT-COUNT            PIC 9(7) VALUE ZEROS.
           05  WS-CLT-ENTRY            OCCURS 1 TO 50000 TIMES
                                       DEPENDING ON WS-CLT-COUNT
                                       ASCENDING KEY WS-CT-CLIENT-ID
                                       INDEXED BY WS-CT-IDX.
               10  WS-CT-CLIENT-ID     PIC X(08).
               10  WS-CT-POLICY-COUNT  PIC 9(05).

      * The clients sharing the current sort key.
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT            PIC 9(5) VALUE ZEROS.
           05  WS-GRP-CLIENT-ID        PIC X(08) OCCURS 100 TIMES.
       01  WS-GRP-KEY-TYPE             PIC X(01) VALUE SPACES.
       01  WS-GRP-MATCH-KEY            PIC X(40) VALUE SPACES.
       01  WS-GRP-I                    PIC 9(3) VALUE ZEROS.
       01  WS-GRP-J                    PIC 9(3) VALUE ZEROS.

      * Candidate pairs, lower client ID first; evidence byte per
      * key type - 1 N, 2 E, 3 P, 4 A.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-PAIR-ENTRY           OCCURS 1 TO 10000 TIMES
                                       DEPENDING ON WS-PAIR-COUNT
                                       INDEXED BY WS-PR-IDX.
               10  WS-PR-CLIENT-A      PIC X(08).
               10  WS-PR-CLIENT-B      PIC X(08).
               10  WS-PR-EVIDENCE      PIC X(04).
               10  WS-PR-SCORE         PIC 9(03).
       01  WS-PAIR-A                   PIC X(08) VALUE SPACES.
       01  WS-PAIR-B                   PIC X(08) VALUE SPACES.
       01  WS-PAIR-POINTS              PIC 9(3) VALUE ZEROS.
       01  WS-SCORE-LEVEL              PIC 9(3) VALUE ZEROS.
       01  WS-SCORE-WORK               PIC 9(3) VALUE ZEROS.

      * Folding work area - WS-FOLD-TEXT in, WS-FOLD-COMPACT out
      * (letters and digits only, or digits only for phones).
       01  WS-FOLD-TEXT                PIC X(40) VALUE SPACES.
       01  WS-FOLD-COMPACT             PIC X(40) VALUE SPACES.
       01  WS-FOLD-LEN                 PIC 9(2) VALUE ZEROS.
       01  WS-FOLD-POS                 PIC 9(2) VALUE ZEROS.
       01  WS-FOLD-CHAR                PIC X(01) VALUE SPACE.
       01  WS-FOLD-DIGITS-FLAG         PIC X VALUE 'N'.
           88  WS-FOLD-DIGITS-ONLY     VALUE 'Y'.
       01  WS-FOLD-NAME                PIC X(40) VALUE SPACES.
       01  WS-FOLD-POSTAL              PIC X(40) VALUE SPACES.
       01  WS-AT-COUNT                 PIC 9(2) VALUE ZEROS.

      * The two clients of the pair being printed.
       01  WS-SURVIVOR-ID              PIC X(08) VALUE SPACES.
       01  WS-LOSER-ID                 PIC X(08) VALUE SPACES.
       01  WS-COUNT-A                  PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-B                  PIC 9(5) VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-CLIENTS-READ         PIC 9(7) VALUE ZEROS.
           05  WS-KEYS-RELEASED        PIC 9(7) VALUE ZEROS.
           05  WS-COMMON-KEY-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-PAIRS-REPORTED       PIC 9(7) VALUE ZEROS.
           05  WS-PAIRS-BELOW          PIC 9(7) VALUE ZEROS.
           05  WS-OVERFLOW-COUNT       PIC 9(7) VALUE ZEROS.

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
             'CLIENT DUPLICATE DETECTION'.
          05 FILLER                    PIC X(20) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'DATE: '.
          05 HL-DATE                   PIC X(10).

       01  HL-HEADING-LINE-2.
          05 FILLER                    PIC X(132) VALUE ALL '-'.

       01  PL-PARM-LINE.
          05 FILLER                    PIC X(15) VALUE
             'MINIMUM SCORE: '.
          05 PL-MIN-SCORE              PIC ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(22) VALUE
             'COMMON KEY THRESHOLD: '.
          05 PL-MAX-GROUP              PIC ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(47) VALUE
             'EVIDENCE: N NAME+POSTAL E EMAIL P PHONE A ADDR'.

       01  HL-HEADING-LINE-3.
          05 FILLER                    PIC X(7) VALUE 'SCORE'.
          05 FILLER                    PIC X(6) VALUE 'EVID'.
          05 FILLER                    PIC X(10) VALUE 'CLIENT'.
          05 FILLER                    PIC X(31) VALUE 'NAME'.
          05 FILLER                    PIC X(11) VALUE 'POSTAL'.
          05 FILLER                    PIC X(16) VALUE 'PHONE'.
          05 FILLER                    PIC X(36) VALUE 'EMAIL'.
          05 FILLER                    PIC X(5) VALUE 'POLS'.
          05 FILLER                    PIC X(8) VALUE 'KEEP'.

       01  DL-DETAIL-LINE.
          05 DL-SCORE                  PIC ZZ9 BLANK WHEN ZERO.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-EVIDENCE               PIC X(04).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-CLIENT-ID              PIC X(08).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DL-CLIENT-NAME            PIC X(30).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-POSTAL-CODE            PIC X(10).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-PHONE                  PIC X(15).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-EMAIL                  PIC X(35).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-POLICY-COUNT           PIC ZZZ9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-KEEP                   PIC X(08).

       01  DL-COMMON-KEY-LINE.
          05 FILLER                    PIC X(20) VALUE
             'COMMON KEY SKIPPED: '.
          05 DL-CK-TYPE                PIC X(01).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DL-CK-KEY                 PIC X(40).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE 'CLIENTS: '.
          05 DL-CK-COUNT               PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-1.
          05 FILLER                    PIC X(36) VALUE
             'ACTIVE CLIENTS READ:'.
          05 TL-CLIENTS-READ           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             'KEYS COMPARED: '.
          05 TL-KEYS-RELEASED          PIC ZZZ,ZZ9.

       01  TL-TOTAL-LINE-2.
          05 FILLER                    PIC X(36) VALUE
             'PAIRS REPORTED:'.
          05 TL-PAIRS-REPORTED         PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             'BELOW MINIMUM: '.
          05 TL-PAIRS-BELOW            PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE
             'COMMON KEYS: '.
          05 TL-COMMON-KEYS            PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE
             'OVERFLOW: '.
          05 TL-OVERFLOW               PIC ZZZ,ZZ9.

      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INIT-PROCESS
           SORT MATCH-SORT-FILE
               ON ASCENDING KEY SR-KEY-TYPE SR-MATCH-KEY SR-CLIENT-ID
               INPUT PROCEDURE IS 2000-RELEASE-CLIENT-KEYS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PAIR-SHARED-KEYS
                   THRU 3000-EXIT
           PERFORM 4000-REPORT-PAIRS
               VARYING WS-SCORE-LEVEL FROM 100 BY -1
               UNTIL WS-SCORE-LEVEL < WS-MIN-SCORE
                  OR WS-SCORE-LEVEL = 0
           PERFORM 9000-END-PROCESS
           IF WS-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INIT-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'DUP_MIN_SCORE' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-MIN-SCORE
           END-IF
           IF WS-MIN-SCORE = 0 OR WS-MIN-SCORE > 100
               MOVE 50 TO WS-MIN-SCORE
           END-IF
           MOVE 'DUP_MAX_GROUP' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-MAX-GROUP
           END-IF
           IF WS-MAX-GROUP < 2 OR WS-MAX-GROUP > 100
               MOVE 20 TO WS-MAX-GROUP
           END-IF

           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIENT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-CLIENT-EOF-FLAG
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF WS-POLICY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-POL-EOF-FLAG
           END-IF
           OPEN OUTPUT CANDIDATE-FILE
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
           MOVE WS-MIN-SCORE TO PL-MIN-SCORE
           MOVE WS-MAX-GROUP TO PL-MAX-GROUP
           WRITE REPORT-LINE FROM PL-PARM-LINE
           WRITE REPORT-LINE FROM HL-HEADING-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCLDUP' TO LOG-MODULE
           MOVE 'Client duplicate detection started' TO LOG-MESSAGE
           CALL 'INSPMLOG_EN' USING LOG-PARAMS.

      ******************************************************************
      * Sort input: every active client, one record per match key
      * it carries. The client table is built on the same pass.
      ******************************************************************
       2000-RELEASE-CLIENT-KEYS.
           IF NOT END-OF-CLIENTS
               PERFORM 2100-READ-CLIENT-MASTER
           END-IF
           PERFORM 2200-RELEASE-ONE-CLIENT
               UNTIL END-OF-CLIENTS

      * Policy counts per client - the suggested survivor is the
      * client with the bigger book.
           IF NOT END-OF-POLICIES
               PERFORM 2500-READ-POLICY-MASTER
           END-IF
           PERFORM 2400-COUNT-ONE-POLICY
               UNTIL END-OF-POLICIES.

       2000-EXIT.
           EXIT.

       2100-READ-CLIENT-MASTER.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CLIENT-EOF-FLAG
           END-READ.

       2200-RELEASE-ONE-CLIENT.
           IF NOT CL-STATUS-INACTIVE
               IF WS-CLT-COUNT < 50000
                   ADD 1 TO WS-CLIENTS-READ
                   ADD 1 TO WS-CLT-COUNT
                   MOVE CL-CLIENT-ID TO WS-CT-CLIENT-ID(WS-CLT-COUNT)
                   MOVE ZEROS TO WS-CT-POLICY-COUNT(WS-CLT-COUNT)
                   PERFORM 2300-BUILD-CLIENT-KEYS
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           PERFORM 2100-READ-CLIENT-MASTER.

       2300-BUILD-CLIENT-KEYS.
           MOVE CL-CLIENT-ID TO SR-CLIENT-ID

           MOVE 'N' TO WS-FOLD-DIGITS-FLAG
           MOVE CL-POSTAL-CODE TO WS-FOLD-TEXT
           PERFORM 5000-FOLD-TEXT
           MOVE WS-FOLD-COMPACT TO WS-FOLD-POSTAL

      * N - folded name plus postal code
           MOVE CL-CLIENT-NAME TO WS-FOLD-TEXT
           PERFORM 5000-FOLD-TEXT
           MOVE WS-FOLD-COMPACT TO WS-FOLD-NAME
           IF WS-FOLD-NAME NOT = SPACES AND
              WS-FOLD-POSTAL NOT = SPACES
               MOVE 'N' TO SR-KEY-TYPE
               MOVE SPACES TO SR-MATCH-KEY
               MOVE WS-FOLD-NAME(1:30) TO SR-MATCH-KEY(1:30)
               MOVE WS-FOLD-POSTAL(1:10) TO SR-MATCH-KEY(31:10)
               PERFORM 2350-RELEASE-KEY
           END-IF

      * E - email as keyed, upper case; must look like an address
           IF CL-EMAIL NOT = SPACES
               MOVE ZEROS TO WS-AT-COUNT
               INSPECT CL-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
               IF WS-AT-COUNT = 1
                   MOVE 'E' TO SR-KEY-TYPE
                   MOVE CL-EMAIL TO SR-MATCH-KEY
                   INSPECT SR-MATCH-KEY CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM 2350-RELEASE-KEY
               END-IF
           END-IF

      * P - phone digits only; fewer than seven is not a number
           MOVE 'Y' TO WS-FOLD-DIGITS-FLAG
           MOVE CL-PHONE TO WS-FOLD-TEXT
           PERFORM 5000-FOLD-TEXT
           IF WS-FOLD-LEN >= 7
               MOVE 'P' TO SR-KEY-TYPE
               MOVE WS-FOLD-COMPACT TO SR-MATCH-KEY
               PERFORM 2350-RELEASE-KEY
           END-IF

      * A - folded address line 1 plus postal code
           MOVE 'N' TO WS-FOLD-DIGITS-FLAG
           MOVE CL-ADDRESS-LINE-1 TO WS-FOLD-TEXT
           PERFORM 5000-FOLD-TEXT
           IF WS-FOLD-COMPACT NOT = SPACES AND
              WS-FOLD-POSTAL NOT = SPACES
               MOVE 'A' TO SR-KEY-TYPE
               MOVE SPACES TO SR-MATCH-KEY
               MOVE WS-FOLD-COMPACT(1:30) TO SR-MATCH-KEY(1:30)
               MOVE WS-FOLD-POSTAL(1:10) TO SR-MATCH-KEY(31:10)
               PERFORM 2350-RELEASE-KEY
           END-IF.

       2350-RELEASE-KEY.
           RELEASE MATCH-SORT-RECORD
           ADD 1 TO WS-KEYS-RELEASED.

       2400-COUNT-ONE-POLICY.
           IF PM-CLIENT-ID NOT = SPACES AND WS-CLT-COUNT > 0
               SEARCH ALL WS-CLT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-CLIENT-ID(WS-CT-IDX) = PM-CLIENT-ID
                       ADD 1 TO WS-CT-POLICY-COUNT(WS-CT-IDX)
               END-SEARCH
           END-IF
           PERFORM 2500-READ-POLICY-MASTER.

       2500-READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-POL-EOF-FLAG
           END-READ.

      ******************************************************************
      * Sort output: clients sharing a key pair up.
      ******************************************************************
       3000-PAIR-SHARED-KEYS.
           MOVE ZEROS TO WS-GRP-COUNT
           PERFORM 3100-RETURN-SORTED-KEY
           PERFORM 3200-COLLECT-GROUP
               UNTIL END-OF-SORTED-KEYS
           PERFORM 3300-PAIR-GROUP.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-KEY.
           RETURN MATCH-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.

       3200-COLLECT-GROUP.
           IF WS-GRP-COUNT > 0 AND
              (SR-KEY-TYPE NOT = WS-GRP-KEY-TYPE OR
               SR-MATCH-KEY NOT = WS-GRP-MATCH-KEY)
               PERFORM 3300-PAIR-GROUP
               MOVE ZEROS TO WS-GRP-COUNT
           END-IF
           IF WS-GRP-COUNT = 0
               MOVE SR-KEY-TYPE TO WS-GRP-KEY-TYPE
               MOVE SR-MATCH-KEY TO WS-GRP-MATCH-KEY
           END-IF
      * Beyond the table the group is a common key regardless.
           ADD 1 TO WS-GRP-COUNT
           IF WS-GRP-COUNT <= 100
               MOVE SR-CLIENT-ID TO WS-GRP-CLIENT-ID(WS-GRP-COUNT)
           END-IF
           PERFORM 3100-RETURN-SORTED-KEY.

       3300-PAIR-GROUP.
           EVALUATE TRUE
               WHEN WS-GRP-COUNT < 2
                   CONTINUE
               WHEN WS-GRP-COUNT > WS-MAX-GROUP
                   ADD 1 TO WS-COMMON-KEY-COUNT
                   MOVE WS-GRP-KEY-TYPE TO DL-CK-TYPE
                   MOVE WS-GRP-MATCH-KEY TO DL-CK-KEY
                   MOVE WS-GRP-COUNT TO DL-CK-COUNT
                   WRITE REPORT-LINE FROM DL-COMMON-KEY-LINE
               WHEN OTHER
                   EVALUATE WS-GRP-KEY-TYPE
                       WHEN 'N'
                           MOVE 50 TO WS-PAIR-POINTS
                       WHEN 'E'
                           MOVE 40 TO WS-PAIR-POINTS
                       WHEN 'P'
                           MOVE 30 TO WS-PAIR-POINTS
                       WHEN OTHER
                           MOVE 20 TO WS-PAIR-POINTS
                   END-EVALUATE
                   PERFORM 3400-PAIR-FROM-MEMBER
                       VARYING WS-GRP-I FROM 1 BY 1
                       UNTIL WS-GRP-I >= WS-GRP-COUNT
           END-EVALUATE.

       3400-PAIR-FROM-MEMBER.
           COMPUTE WS-GRP-J = WS-GRP-I + 1
           PERFORM 3500-ADD-PAIR-EVIDENCE THRU 3500-EXIT
               VARYING WS-GRP-J FROM WS-GRP-J BY 1
               UNTIL WS-GRP-J > WS-GRP-COUNT.

       3500-ADD-PAIR-EVIDENCE.
      * Members come off the sort in client ID order, so the pair
      * is already lower ID first.
           MOVE WS-GRP-CLIENT-ID(WS-GRP-I) TO WS-PAIR-A
           MOVE WS-GRP-CLIENT-ID(WS-GRP-J) TO WS-PAIR-B
           IF WS-PAIR-A = WS-PAIR-B
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           IF WS-PAIR-COUNT > 0
               SET WS-PR-IDX TO 1
               SEARCH WS-PAIR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PR-CLIENT-A(WS-PR-IDX) = WS-PAIR-A AND
                        WS-PR-CLIENT-B(WS-PR-IDX) = WS-PAIR-B
                       MOVE 'Y' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-COUNT >= 10000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               SET WS-PR-IDX TO WS-PAIR-COUNT
               MOVE WS-PAIR-A TO WS-PR-CLIENT-A(WS-PR-IDX)
               MOVE WS-PAIR-B TO WS-PR-CLIENT-B(WS-PR-IDX)
               MOVE SPACES TO WS-PR-EVIDENCE(WS-PR-IDX)
               MOVE ZEROS TO WS-PR-SCORE(WS-PR-IDX)
           END-IF

      * A key type counts once per pair.
           EVALUATE WS-GRP-KEY-TYPE
               WHEN 'N'
                   IF WS-PR-EVIDENCE(WS-PR-IDX)(1:1) = SPACE
                       MOVE 'N' TO WS-PR-EVIDENCE(WS-PR-IDX)(1:1)
                       PERFORM 3600-ADD-POINTS
                   END-IF
               WHEN 'E'
                   IF WS-PR-EVIDENCE(WS-PR-IDX)(2:1) = SPACE
                       MOVE 'E' TO WS-PR-EVIDENCE(WS-PR-IDX)(2:1)
                       PERFORM 3600-ADD-POINTS
                   END-IF
               WHEN 'P'
                   IF WS-PR-EVIDENCE(WS-PR-IDX)(3:1) = SPACE
                       MOVE 'P' TO WS-PR-EVIDENCE(WS-PR-IDX)(3:1)
                       PERFORM 3600-ADD-POINTS
                   END-IF
               WHEN OTHER
                   IF WS-PR-EVIDENCE(WS-PR-IDX)(4:1) = SPACE
                       MOVE 'A' TO WS-PR-EVIDENCE(WS-PR-IDX)(4:1)
                       PERFORM 3600-ADD-POINTS
                   END-IF
           END-EVALUATE.

       3500-EXIT.
           EXIT.

       3600-ADD-POINTS.
           COMPUTE WS-SCORE-WORK = WS-PR-SCORE(WS-PR-IDX)
                                   + WS-PAIR-POINTS
           IF WS-SCORE-WORK > 100
               MOVE 100 TO WS-SCORE-WORK
           END-IF
           MOVE WS-SCORE-WORK TO WS-PR-SCORE(WS-PR-IDX).

      ******************************************************************
      * Report and candidate file, highest score first.
      ******************************************************************
       4000-REPORT-PAIRS.
           PERFORM 4100-REPORT-ONE-PAIR
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAIR-COUNT.

       4100-REPORT-ONE-PAIR.
           IF WS-PR-SCORE(WS-PR-IDX) = WS-SCORE-LEVEL
               ADD 1 TO WS-PAIRS-REPORTED
               PERFORM 4200-CHOOSE-SURVIVOR
               MOVE WS-PR-SCORE(WS-PR-IDX) TO DL-SCORE
               MOVE WS-PR-EVIDENCE(WS-PR-IDX) TO DL-EVIDENCE
               MOVE WS-PR-CLIENT-A(WS-PR-IDX) TO CL-CLIENT-ID
               MOVE WS-COUNT-A TO DL-POLICY-COUNT
               PERFORM 4300-WRITE-CLIENT-LINE
               MOVE SPACES TO DL-EVIDENCE
               MOVE ZEROS TO DL-SCORE
               MOVE WS-PR-CLIENT-B(WS-PR-IDX) TO CL-CLIENT-ID
               MOVE WS-COUNT-B TO DL-POLICY-COUNT
               PERFORM 4300-WRITE-CLIENT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE SPACES TO CANDIDATE-RECORD
               MOVE 'MG' TO CD-TRAN-CODE
               MOVE WS-SURVIVOR-ID TO CD-SURVIVOR-ID
               MOVE WS-LOSER-ID TO CD-LOSER-ID
               MOVE WS-PR-SCORE(WS-PR-IDX) TO CD-SCORE
               MOVE WS-PR-EVIDENCE(WS-PR-IDX) TO CD-EVIDENCE
               MOVE 'SUGGESTED - REVIEW BEFORE MERGE' TO CD-NOTE
               WRITE CANDIDATE-RECORD
           ELSE
               IF WS-SCORE-LEVEL = WS-MIN-SCORE AND
                  WS-PR-SCORE(WS-PR-IDX) < WS-MIN-SCORE
                   ADD 1 TO WS-PAIRS-BELOW
               END-IF
           END-IF.

       4200-CHOOSE-SURVIVOR.
           MOVE ZEROS TO WS-COUNT-A
                         WS-COUNT-B
           SEARCH ALL WS-CLT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-CLIENT-ID(WS-CT-IDX) =
                    WS-PR-CLIENT-A(WS-PR-IDX)
                   MOVE WS-CT-POLICY-COUNT(WS-CT-IDX) TO WS-COUNT-A
           END-SEARCH
           SEARCH ALL WS-CLT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-CLIENT-ID(WS-CT-IDX) =
                    WS-PR-CLIENT-B(WS-PR-IDX)
                   MOVE WS-CT-POLICY-COUNT(WS-CT-IDX) TO WS-COUNT-B
           END-SEARCH
           IF WS-COUNT-B > WS-COUNT-A
               MOVE WS-PR-CLIENT-B(WS-PR-IDX) TO WS-SURVIVOR-ID
               MOVE WS-PR-CLIENT-A(WS-PR-IDX) TO WS-LOSER-ID
           ELSE
               MOVE WS-PR-CLIENT-A(WS-PR-IDX) TO WS-SURVIVOR-ID
               MOVE WS-PR-CLIENT-B(WS-PR-IDX) TO WS-LOSER-ID
           END-IF.

       4300-WRITE-CLIENT-LINE.
           MOVE CL-CLIENT-ID TO DL-CLIENT-ID
           READ CLIENT-MASTER-FILE
               KEY IS CL-CLIENT-ID
               INVALID KEY
                   MOVE SPACES TO CL-CLIENT-NAME
                                  CL-POSTAL-CODE
                                  CL-PHONE
                                  CL-EMAIL
           END-READ
           MOVE CL-CLIENT-NAME TO DL-CLIENT-NAME
           MOVE CL-POSTAL-CODE TO DL-POSTAL-CODE
           MOVE CL-PHONE TO DL-PHONE
           MOVE CL-EMAIL TO DL-EMAIL
           IF DL-CLIENT-ID = WS-SURVIVOR-ID
               MOVE 'SURVIVOR' TO DL-KEEP
           ELSE
               MOVE 'MERGE' TO DL-KEEP
           END-IF
           WRITE REPORT-LINE FROM DL-DETAIL-LINE.

      ******************************************************************
      * Fold WS-FOLD-TEXT into WS-FOLD-COMPACT: upper case, letters
      * and digits only (digits only when WS-FOLD-DIGITS-ONLY).
      ******************************************************************
       5000-FOLD-TEXT.
           INSPECT WS-FOLD-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-FOLD-COMPACT
           MOVE ZEROS TO WS-FOLD-LEN
           PERFORM 5100-FOLD-ONE-CHARACTER
               VARYING WS-FOLD-POS FROM 1 BY 1
               UNTIL WS-FOLD-POS > 40.

       5100-FOLD-ONE-CHARACTER.
           MOVE WS-FOLD-TEXT(WS-FOLD-POS:1) TO WS-FOLD-CHAR
           IF WS-FOLD-CHAR IS NUMERIC OR
              (NOT WS-FOLD-DIGITS-ONLY AND
               WS-FOLD-CHAR IS ALPHABETIC-UPPER AND
               WS-FOLD-CHAR NOT = SPACE)
               ADD 1 TO WS-FOLD-LEN
               MOVE WS-FOLD-CHAR TO WS-FOLD-COMPACT(WS-FOLD-LEN:1)
           END-IF.

       9000-END-PROCESS.
           MOVE WS-CLIENTS-READ TO TL-CLIENTS-READ
           MOVE WS-KEYS-RELEASED TO TL-KEYS-RELEASED
           MOVE WS-PAIRS-REPORTED TO TL-PAIRS-REPORTED
           MOVE WS-PAIRS-BELOW TO TL-PAIRS-BELOW
           MOVE WS-COMMON-KEY-COUNT TO TL-COMMON-KEYS
           MOVE WS-OVERFLOW-COUNT TO TL-OVERFLOW

           WRITE REPORT-LINE FROM HL-HEADING-LINE-2
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-1
           WRITE REPORT-LINE FROM TL-TOTAL-LINE-2

           MOVE 'I' TO LOG-LEVEL
           MOVE 'INSCLDUP' TO LOG-MODULE
           STRING 'Client duplicate detection ended. Pairs: '
                  WS-PAIRS-REPORTED
             DELIMITED BY SIZE
             INTO LOG-MESSAGE
           END-STRING
           CALL 'INSPMLOG_EN' USING LOG-PARAMS

           CLOSE CLIENT-MASTER-FILE
           CLOSE POLICY-MASTER-FILE
           CLOSE CANDIDATE-FILE
           CLOSE REPORT-FILE.

       END PROGRAM INSCLDUP.
