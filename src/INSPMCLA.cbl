      *              arrived as one detail against a single policy,
      *              posted OVERPAY there, and the client's other
      *              policies marched toward dunning.
      * 2026-10-15 : A payment quoting a client merged away as a
      *              duplicate allocates across the surviving
      *              client's book (CLMERGE pointer).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS PM-POLICY-ID
           FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT CLIENT-MERGE-FILE ASSIGN TO EXTERNAL CLMERGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MG-LOSER-CLIENT-ID
           FILE STATUS IS WS-MERGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       COPY POLICYMST.

       FD  CLIENT-MERGE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLIENT-MERGE-RECORD.
       COPY CLMERGE.

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-FILE-OPENED              PIC X VALUE 'N'.
           88  POLICY-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-POL-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-POLICIES         VALUE 'Y'.
       01  WS-MERGE-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-MERGE-OPENED             PIC X VALUE 'N'.
           88  MERGE-FILE-IS-OPEN      VALUE 'Y'.

      * The client whose book is allocated - the caller's client,
      * or the client it was merged into.
       01  WS-ALLOC-CLIENT-ID          PIC X(08) VALUE SPACES.
       01  WS-HOP-COUNT                PIC 9(1) VALUE ZEROS.
       01  WS-POINTER-DONE-FLAG        PIC X VALUE 'N'.
           88  POINTER-RESOLVED        VALUE 'Y'.

      * The client's policies with billing set up - a full master
      * sweep per call, which is acceptable because client-level
           IF NOT POLICY-FILE-IS-OPEN
               OPEN INPUT POLICY-MASTER-FILE
               MOVE 'Y' TO WS-FILE-OPENED
      * CLMERGE is optional - no merges yet, no file.
               OPEN INPUT CLIENT-MERGE-FILE
               IF WS-MERGE-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-MERGE-OPENED
               END-IF
           END-IF

           INITIALIZE LS-ALLOCATION
           MOVE LS-CLIENT-ID TO WS-ALLOC-CLIENT-ID
           IF MERGE-FILE-IS-OPEN
               MOVE ZEROS TO WS-HOP-COUNT
               MOVE 'N' TO WS-POINTER-DONE-FLAG
               PERFORM 0500-FOLLOW-MERGE-POINTER
                   UNTIL POINTER-RESOLVED
           END-IF
           MOVE LS-PAY-AMOUNT TO WS-REMAINING
           MOVE ZEROS TO WS-CAND-COUNT

           MOVE WS-REMAINING TO LS-REMAINDER
           GOBACK.

       0500-FOLLOW-MERGE-POINTER.
      * A survivor may itself have been merged later; the chain is
      * followed a few links, no further.
           MOVE WS-ALLOC-CLIENT-ID TO MG-LOSER-CLIENT-ID
           READ CLIENT-MERGE-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-POINTER-DONE-FLAG
           END-READ
           IF NOT POINTER-RESOLVED
               IF MG-STATUS-MERGED AND
                  MG-SURVIVOR-CLIENT-ID NOT = SPACES
                   MOVE MG-SURVIVOR-CLIENT-ID TO WS-ALLOC-CLIENT-ID
               ELSE
                   MOVE 'Y' TO WS-POINTER-DONE-FLAG
               END-IF
           END-IF
           ADD 1 TO WS-HOP-COUNT
           IF WS-HOP-COUNT >= 5
               MOVE 'Y' TO WS-POINTER-DONE-FLAG
           END-IF.

       1000-COLLECT-CANDIDATES.
      * Every active policy of the client with billing set up is a
      * candidate; its pending due date starts at the next due date
                   MOVE 'Y' TO WS-POL-EOF-FLAG
           END-READ
           IF NOT END-OF-POLICIES
               IF PM-CLIENT-ID = WS-ALLOC-CLIENT-ID AND
                  PM-STATUS-ACTIVE AND
                  PM-MODAL-PREMIUM > 0 AND
                  PM-NEXT-DUE-DATE IS NUMERIC AND
