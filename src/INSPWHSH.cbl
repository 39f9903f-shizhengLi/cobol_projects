      ******************************************************************
      * Operator Password Hash Subroutine
      * Function: Reduce a user ID and password to the 10-digit
      *           value held on the operator security file
      *           (OPERSEC.cpy), so the password itself is never
      *           stored. The user ID salts the hash - two users
      *           with the same password hold different values. The
      *           24 characters are folded in forwards and then
      *           backwards, modulo the largest 10-digit prime, so a
      *           one-character change moves the whole result.
      *           Shared by INSSIGN (sign-on, password change) and
      *           INSOPMNT (new users, resets) - one routine, so the
      *           two can never disagree.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPWHSH.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-INPUT               PIC X(24) VALUE SPACES.
       01  WS-HASH-WORK                PIC 9(13) VALUE ZEROS.
       01  WS-HASH-IDX                 PIC S9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01  PWH-USER-ID                 PIC X(08).
       01  PWH-PASSWORD                PIC X(16).
       01  PWH-HASH-VALUE              PIC 9(10).

       PROCEDURE DIVISION USING PWH-USER-ID PWH-PASSWORD
                                PWH-HASH-VALUE.
       0000-MAIN-PROCESS.
           MOVE SPACES TO WS-HASH-INPUT
           STRING PWH-USER-ID PWH-PASSWORD
             DELIMITED BY SIZE
             INTO WS-HASH-INPUT
           END-STRING

           MOVE 5381 TO WS-HASH-WORK
           PERFORM 1000-FOLD-ONE-CHARACTER
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 24
           PERFORM 1000-FOLD-ONE-CHARACTER
               VARYING WS-HASH-IDX FROM 24 BY -1
               UNTIL WS-HASH-IDX < 1

           MOVE WS-HASH-WORK TO PWH-HASH-VALUE
           GOBACK.

       1000-FOLD-ONE-CHARACTER.
           COMPUTE WS-HASH-WORK =
               FUNCTION MOD(WS-HASH-WORK * 131 +
                   FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1)),
                   9999999967).

       END PROGRAM INSPWHSH.
