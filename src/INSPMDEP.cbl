      ******************************************************************
      * Premium Deposit Ledger Subroutine
      * Function: Own the per-policy premium-deposit (unapplied
      *           cash) ledger. Cash application holds the excess
      *           of an overpayment and the whole of a short
      *           payment here; billing and cash application take
      *           an installment back out once the balance covers
      *           it; the deposit refund run empties the balance of
      *           a cancelled or matured policy. Every change is
      *           written to the deposit movement trail, so the
      *           balance can always be proved. A sweep of the
      *           whole ledger browses it through here as well, so
      *           the file only ever has the one connector open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPMDEP.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Browse function 'N' returns the ledger record
      *              after a given policy ID, so the deposit refund
      *              run sweeps the ledger through this subroutine
      *              instead of opening the file itself. The ledger
      *              is now opened for dynamic access.
      * 2026-10-15 : Initial version. Until now the difference on an
      *              OVERPAY or SHORTPAY result simply disappeared -
      *              nobody tracked the excess, and a short payment
      *              never added up with the next one.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-LEDGER-FILE ASSIGN TO EXTERNAL PREMDEP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-POLICY-ID
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT DEPOSIT-MOVEMENT-FILE ASSIGN TO EXTERNAL DEPMOVE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PREMIUM-DEPOSIT-RECORD.
       COPY PREMDEP.

       FD  DEPOSIT-MOVEMENT-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS DEPOSIT-MOVEMENT-RECORD.
       COPY DEPMOVE.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-MOVEMENT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-FILE-OPENED              PIC X VALUE 'N'.
           88  LEDGER-FILES-ARE-OPEN   VALUE 'Y'.
       01  WS-RECORD-FOUND-FLAG        PIC X VALUE 'N'.
           88  WS-RECORD-WAS-FOUND     VALUE 'Y'.
       01  WS-MOVEMENT-TYPE            PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       COPY DEPPARM.

       PROCEDURE DIVISION USING DEPOSIT-LEDGER-PARAMS.
       0000-MAIN-PROCESS.
      * Open the ledger and trail once; they stay open for the life
      * of the run unit, since the callers come in once per payment
      * or once per policy.
           IF NOT LEDGER-FILES-ARE-OPEN
               PERFORM 0100-OPEN-FILES
           END-IF

           MOVE '0' TO DEP-RETURN-CODE
           MOVE ZEROS TO DEP-BALANCE
           IF DEP-BROWSE-NEXT
               PERFORM 7000-BROWSE-NEXT THRU 7000-EXIT
               GOBACK
           END-IF

           PERFORM 1000-READ-LEDGER
           IF WS-LEDGER-FILE-STATUS NOT = '00' AND
              WS-LEDGER-FILE-STATUS NOT = '23'
               MOVE '9' TO DEP-RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN DEP-HOLD-OVERPAY
                   MOVE 'HO' TO WS-MOVEMENT-TYPE
                   PERFORM 2000-HOLD-AMOUNT
               WHEN DEP-HOLD-SHORTPAY
                   MOVE 'HS' TO WS-MOVEMENT-TYPE
                   PERFORM 2000-HOLD-AMOUNT
               WHEN DEP-APPLY
                   PERFORM 3000-APPLY-AMOUNT THRU 3000-EXIT
               WHEN DEP-QUERY
                   IF WS-RECORD-WAS-FOUND
                       MOVE DP-BALANCE TO DEP-BALANCE
                   ELSE
                       MOVE '1' TO DEP-RETURN-CODE
                   END-IF
               WHEN DEP-REFUND
                   PERFORM 4000-REFUND-BALANCE THRU 4000-EXIT
               WHEN OTHER
                   MOVE '9' TO DEP-RETURN-CODE
           END-EVALUATE

           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O DEPOSIT-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT DEPOSIT-LEDGER-FILE
               CLOSE DEPOSIT-LEDGER-FILE
               OPEN I-O DEPOSIT-LEDGER-FILE
           END-IF
           OPEN EXTEND DEPOSIT-MOVEMENT-FILE
           IF WS-MOVEMENT-FILE-STATUS = '35'
               OPEN OUTPUT DEPOSIT-MOVEMENT-FILE
           END-IF
           MOVE 'Y' TO WS-FILE-OPENED.

       1000-READ-LEDGER.
           MOVE 'N' TO WS-RECORD-FOUND-FLAG
           MOVE DEP-POLICY-ID TO DP-POLICY-ID
           READ DEPOSIT-LEDGER-FILE
               KEY IS DP-POLICY-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND-FLAG
           END-READ.

       2000-HOLD-AMOUNT.
      * First money on deposit opens the policy's ledger record;
      * after that the amount simply adds to the balance.
           IF WS-RECORD-WAS-FOUND
               ADD DEP-AMOUNT TO DP-BALANCE
               PERFORM 5000-STAMP-LEDGER
               REWRITE PREMIUM-DEPOSIT-RECORD
           ELSE
               INITIALIZE PREMIUM-DEPOSIT-RECORD
               MOVE DEP-POLICY-ID TO DP-POLICY-ID
               MOVE DEP-AMOUNT TO DP-BALANCE
               MOVE DEP-MOVEMENT-DATE TO DP-OPENED-DATE
               PERFORM 5000-STAMP-LEDGER
               WRITE PREMIUM-DEPOSIT-RECORD
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               MOVE '9' TO DEP-RETURN-CODE
           ELSE
               MOVE DP-BALANCE TO DEP-BALANCE
               PERFORM 6000-WRITE-MOVEMENT
           END-IF.

       3000-APPLY-AMOUNT.
      * An installment only comes off deposit whole - a balance that
      * doesn't cover it stays where it is for the next payment.
           IF NOT WS-RECORD-WAS-FOUND
               MOVE '1' TO DEP-RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE DP-BALANCE TO DEP-BALANCE
           IF DEP-AMOUNT = 0 OR DP-BALANCE < DEP-AMOUNT
               MOVE '2' TO DEP-RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           SUBTRACT DEP-AMOUNT FROM DP-BALANCE
           MOVE 'AP' TO WS-MOVEMENT-TYPE
           PERFORM 5000-STAMP-LEDGER
           REWRITE PREMIUM-DEPOSIT-RECORD
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               MOVE '9' TO DEP-RETURN-CODE
           ELSE
               MOVE DP-BALANCE TO DEP-BALANCE
               PERFORM 6000-WRITE-MOVEMENT
           END-IF.

       3000-EXIT.
           EXIT.

       4000-REFUND-BALANCE.
      * The whole balance goes back to the policyholder; the record
      * stays, at zero, so the policy's deposit history survives.
           MOVE ZEROS TO DEP-AMOUNT
           IF NOT WS-RECORD-WAS-FOUND
               MOVE '1' TO DEP-RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           IF DP-BALANCE = 0
               MOVE '2' TO DEP-RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           MOVE DP-BALANCE TO DEP-AMOUNT
           MOVE ZEROS TO DP-BALANCE
           MOVE 'RF' TO WS-MOVEMENT-TYPE
           PERFORM 5000-STAMP-LEDGER
           REWRITE PREMIUM-DEPOSIT-RECORD
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               MOVE '9' TO DEP-RETURN-CODE
               MOVE ZEROS TO DEP-AMOUNT
           ELSE
               PERFORM 6000-WRITE-MOVEMENT
           END-IF.

       4000-EXIT.
           EXIT.

       5000-STAMP-LEDGER.
           MOVE DEP-MOVEMENT-DATE TO DP-LAST-ACTIVITY-DATE
           MOVE WS-MOVEMENT-TYPE TO DP-LAST-MOVEMENT
           MOVE DEP-REFERENCE TO DP-LAST-REFERENCE.

       6000-WRITE-MOVEMENT.
           INITIALIZE DEPOSIT-MOVEMENT-RECORD
           MOVE DEP-POLICY-ID TO DM-POLICY-ID
           MOVE DEP-MOVEMENT-DATE TO DM-MOVEMENT-DATE
           MOVE WS-MOVEMENT-TYPE TO DM-MOVEMENT-TYPE
           MOVE DEP-AMOUNT TO DM-AMOUNT
           MOVE DP-BALANCE TO DM-BALANCE-AFTER
           MOVE DEP-REFERENCE TO DM-REFERENCE
           MOVE DEP-SOURCE-PROGRAM TO DM-SOURCE-PROGRAM
           WRITE DEPOSIT-MOVEMENT-RECORD.

       7000-BROWSE-NEXT.
      * Positioned afresh by key on every call, so the caller can
      * refund or apply through this subroutine between one record
      * and the next without disturbing the browse.
           MOVE DEP-POLICY-ID TO DP-POLICY-ID
           START DEPOSIT-LEDGER-FILE
               KEY IS > DP-POLICY-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-LEDGER-FILE-STATUS = '23'
               MOVE '1' TO DEP-RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               MOVE '9' TO DEP-RETURN-CODE
               GO TO 7000-EXIT
           END-IF

           READ DEPOSIT-LEDGER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
           IF WS-LEDGER-FILE-STATUS = '10'
               MOVE '1' TO DEP-RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               MOVE '9' TO DEP-RETURN-CODE
               GO TO 7000-EXIT
           END-IF

           MOVE DP-POLICY-ID TO DEP-POLICY-ID
           MOVE DP-BALANCE TO DEP-BALANCE.

       7000-EXIT.
           EXIT.

       END PROGRAM INSPMDEP.
