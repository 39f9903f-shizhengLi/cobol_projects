      * Maker-Checker Approval Review Program
      * Function: The second pair of eyes over staged maintenance
      *           against the files that move money. Each pending
      *           transaction (MCPENDING - exchange-rate table,
      *           AGENT-MASTER override rates, the commission
      *           schedule, the premium tax table, the
      *           reinsurance treaties and the installation
      *           parameters) is shown with its keying
      *           user and age; the reviewer approves,
      *           rejects, or skips it in the same ACCEPT/DISPLAY
      *           session style as the counter programs. Approved
      *           transactions are released in the maintenance
      *           program's own transaction format - XRRELOUT feeds
      *           INSXRMNT with XRMNT_MODE=APPLY, AGRELOUT feeds
      *           INSAGMNT with AGMNT_MODE=APPLY, CSRELOUT feeds
      *           INSCSMNT with CSMNT_MODE=APPLY, TXRELOUT feeds
      *           INSTXMNT with TXMNT_MODE=APPLY, RIRELOUT feeds
      *           INSRTMNT with RTMNT_MODE=APPLY, IPRELOUT feeds
      *           INSIPMNT with IPMNT_MODE=APPLY - so only approved
      *           transactions ever apply. The reviewer signs on
      *           through INSSIGN under a role allowed to approve,
      *           and may not be the maker. Pending items older
      *           than the expiry cutoff (APPROVAL_EXPIRE_DAYS,
      *           default 7) auto-expire. Every decision is
      *           written to the approval trail log with maker,
      *           checker and timestamp, and skipped items carry
      *           forward on the pending file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSMCAPR.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : The reviewer signs on through INSSIGN under a
      *              role allowed to approve; the signed-on user is
      *              the checker on every release and trail line.
      *              APPROVER_USER is no longer read - anyone could
      *              set it. An item whose maker is not a registered
      *              operator is not offered for approval.
      * 2026-10-15 : APPROVAL_EXPIRE_DAYS is read from the installation
      *              parameter file through INSPARM; an exported
      *              variable of the same name still overrides it for a
      *              single run.
      * 2026-10-15 : Installation parameter maintenance (source 'IP',
      *              INSIPMNT) is reviewed here too; approved items
      *              are released to IPRELOUT with the maker and the
      *              approver appended, so the parameter file records
      *              who keyed and who approved each change.
      * 2026-10-15 : Reinsurance treaty maintenance (source 'RI',
      *              INSRTMNT) is reviewed here too; approved items
      *              are released to RIRELOUT.
      * 2026-10-15 : Premium tax table maintenance (source 'TX',
      *              INSTXMNT) is reviewed here too; approved items
      *              are released to TXRELOUT.
      * 2026-10-15 : Commission schedule maintenance (source 'CS',
      *              INSCSMNT) is reviewed here too; approved items
      *              are released to CSRELOUT.
      * 2026-09-02 : Initial version.

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGREL-FILE-STATUS.

           SELECT SCHEDULE-RELEASE-FILE ASSIGN TO EXTERNAL CSRELOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSREL-FILE-STATUS.

           SELECT TAX-RELEASE-FILE ASSIGN TO EXTERNAL TXRELOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXREL-FILE-STATUS.

           SELECT TREATY-RELEASE-FILE ASSIGN TO EXTERNAL RIRELOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RIREL-FILE-STATUS.

           SELECT PARAMETER-RELEASE-FILE ASSIGN TO EXTERNAL IPRELOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IPREL-FILE-STATUS.

           SELECT APPROVAL-LOG-FILE ASSIGN TO EXTERNAL MCAPRLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APRLOG-FILE-STATUS.
           DATA RECORD IS AGENT-RELEASE-RECORD.
       01  AGENT-RELEASE-RECORD        PIC X(70).

       FD  SCHEDULE-RELEASE-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS SCHEDULE-RELEASE-RECORD.
       01  SCHEDULE-RELEASE-RECORD     PIC X(21).

       FD  TAX-RELEASE-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS TAX-RELEASE-RECORD.
       01  TAX-RELEASE-RECORD          PIC X(37).

       FD  TREATY-RELEASE-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS TREATY-RELEASE-RECORD.
       01  TREATY-RELEASE-RECORD       PIC X(48).

      * Parameter release: the 76-byte transaction, then the maker
      * and the approver.
       FD  PARAMETER-RELEASE-FILE
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PARAMETER-RELEASE-RECORD.
       01  PARAMETER-RELEASE-RECORD    PIC X(92).

       FD  APPROVAL-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS APPROVAL-LOG-LINE.
       01  WS-PENDNEW-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-XRREL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-AGREL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-CSREL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-TXREL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-RIREL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-IPREL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-APRLOG-FILE-STATUS       PIC XX VALUE SPACES.

       01  WS-EOF-FLAG                 PIC X VALUE 'N'.
           88  END-OF-PENDING          VALUE 'Y'.

       01  WS-APPROVER                 PIC X(8) VALUE SPACES.
       01  WS-EXPIRE-DAYS              PIC 9(3) VALUE 7.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-KEYED-DATE               PIC X(8) VALUE SPACES.
      * Logging parameters
       COPY LOGGER.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

      * Operator sign-on parameters
       COPY SIGNPARM.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
      * The checker is whoever signs on under a role that may
      * approve; the maker-versus-checker test runs per item.
           MOVE 'S' TO SO-REQUEST
           MOVE 'INSMCAPR' TO SO-PROGRAM
           MOVE 'A' TO SO-FUNCTION-CODE
           CALL 'INSSIGN' USING SIGNON-PARAMS
           IF NOT SO-GRANTED
               DISPLAY 'INSMCAPR: NOT SIGNED ON - SESSION REFUSED'
               MOVE 'O' TO SO-REQUEST
               CALL 'INSSIGN' USING SIGNON-PARAMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SO-USER-ID TO WS-APPROVER

           PERFORM 1000-INIT-PROCESS
           PERFORM 2000-REVIEW-ONE-ITEM THRU 2000-EXIT
               UNTIL END-OF-PENDING
           PERFORM 3000-END-PROCESS
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'APPROVAL_EXPIRE_DAYS' TO PRM-NAME
           MOVE 'N' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-NUMERIC-VALUE TO WS-EXPIRE-DAYS
           END-IF

           OPEN INPUT PENDING-MAINT-FILE
           OPEN OUTPUT PENDING-NEW-FILE
           OPEN OUTPUT RATE-RELEASE-FILE
           OPEN OUTPUT AGENT-RELEASE-FILE
           OPEN OUTPUT SCHEDULE-RELEASE-FILE
           OPEN OUTPUT TAX-RELEASE-FILE
           OPEN OUTPUT TREATY-RELEASE-FILE
           OPEN OUTPUT PARAMETER-RELEASE-FILE
           OPEN EXTEND APPROVAL-LOG-FILE
           IF WS-APRLOG-FILE-STATUS = '35'
               OPEN OUTPUT APPROVAL-LOG-FILE
               GO TO 2000-EXIT
           END-IF

      * The keying job's MAINT_USER is only a name until it is
      * found on the operator security file.
           MOVE 'K' TO SO-REQUEST
           MOVE MC-MAKER TO SO-SUBJECT-KEY
           CALL 'INSSIGN' USING SIGNON-PARAMS
           IF NOT SO-GRANTED
               DISPLAY 'MAKER ' MC-MAKER
                       ' IS NOT A REGISTERED OPERATOR - ITEM SKIPPED'
               PERFORM 2300-CARRY-FORWARD
               GO TO 2000-EXIT
           END-IF

           DISPLAY 'ACTION (A/R/S): ' WITH NO ADVANCING
           ACCEPT WS-ACTION

       2200-RELEASE-APPROVED.
      * Released in the maintenance program's own transaction
      * format, for its APPLY mode to pick up.
           EVALUATE TRUE
               WHEN MC-SOURCE-RATE
                   MOVE MC-TRAN-IMAGE(1:22) TO RATE-RELEASE-RECORD
                   WRITE RATE-RELEASE-RECORD
               WHEN MC-SOURCE-COMM-SCHEDULE
                   MOVE MC-TRAN-IMAGE(1:21)
                     TO SCHEDULE-RELEASE-RECORD
                   WRITE SCHEDULE-RELEASE-RECORD
               WHEN MC-SOURCE-PREMIUM-TAX
                   MOVE MC-TRAN-IMAGE(1:37) TO TAX-RELEASE-RECORD
                   WRITE TAX-RELEASE-RECORD
               WHEN MC-SOURCE-TREATY
                   MOVE MC-TRAN-IMAGE(1:48) TO TREATY-RELEASE-RECORD
                   WRITE TREATY-RELEASE-RECORD
               WHEN MC-SOURCE-PARAMETER
                   MOVE SPACES TO PARAMETER-RELEASE-RECORD
                   STRING MC-TRAN-IMAGE MC-MAKER WS-APPROVER
                     DELIMITED BY SIZE
                     INTO PARAMETER-RELEASE-RECORD
                   END-STRING
                   WRITE PARAMETER-RELEASE-RECORD
               WHEN OTHER
                   MOVE MC-TRAN-IMAGE(1:70) TO AGENT-RELEASE-RECORD
                   WRITE AGENT-RELEASE-RECORD
           END-EVALUATE.

       2300-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           CLOSE PENDING-NEW-FILE
           CLOSE RATE-RELEASE-FILE
           CLOSE AGENT-RELEASE-FILE
           CLOSE SCHEDULE-RELEASE-FILE
           CLOSE TAX-RELEASE-FILE
           CLOSE TREATY-RELEASE-FILE
           CLOSE PARAMETER-RELEASE-FILE
           CLOSE APPROVAL-LOG-FILE

           MOVE 'O' TO SO-REQUEST
           CALL 'INSSIGN' USING SIGNON-PARAMS.

       END PROGRAM INSMCAPR.
