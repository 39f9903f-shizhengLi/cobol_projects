      ******************************************************************
      * Sanctions Screening Subroutine
      * Function: Screen a policyholder or agent name against the
      *           sanctions watch list from the compliance feed
      *           (WATCHLIST), loaded into storage on the first
      *           call. Names are compared after folding case and
      *           punctuation: a potential match is the whole name
      *           run together equal to the listed name run
      *           together, or - for a listed name of two words or
      *           more - every listed word present in the party's
      *           name in any order. Each match is recorded on the
      *           screening hit file (SCRNHITS) as an open hit; a
      *           hit compliance has dispositioned false positive
      *           is remembered there and not raised again for the
      *           same list entry. Called by client and agent
      *           maintenance on every add and change, and by the
      *           nightly rescreen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSSCRN.
       AUTHOR. DEMO.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      * 2026-10-15 : Initial version. Until now nothing checked the
      *              people we pay against a sanctions list.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO EXTERNAL WATCHLIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-FILE-STATUS.

           SELECT SCREEN-HIT-FILE ASSIGN TO EXTERNAL SCRNHITS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SH-HIT-KEY
           FILE STATUS IS WS-HIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WATCH-LIST-RECORD.
       COPY WATCHLST.

       FD  SCREEN-HIT-FILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS SCREEN-HIT-RECORD.
       COPY SCRNHIT.

       WORKING-STORAGE SECTION.
       01  WS-LIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-HIT-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-OPENED              PIC X VALUE 'N'.
           88  SCREEN-FILES-ARE-OPEN   VALUE 'Y'.
       01  WS-LIST-LOADED-FLAG         PIC X VALUE 'N'.
           88  WS-LIST-IS-LOADED       VALUE 'Y'.
       01  WS-LIST-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-WATCH-LIST       VALUE 'Y'.
       01  WS-LIST-VERSION             PIC X(10) VALUE SPACES.
       01  WS-TRAILER-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.

      * The watch list, each name folded into its words and its
      * run-together form once at load.
       01  WS-LIST-TABLE.
           05  WS-LIST-COUNT           PIC 9(5) VALUE ZEROS.
           05  WS-LIST-ENTRY           OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-LIST-COUNT
                                       INDEXED BY WS-LT-IDX.
               10  WS-LT-ENTRY-ID      PIC X(10).
               10  WS-LT-NAME          PIC X(40).
               10  WS-LT-COMPACT       PIC X(40).
               10  WS-LT-WORD-COUNT    PIC 9(1).
               10  WS-LT-WORD          PIC X(20) OCCURS 8 TIMES.

      * Name folding work area - WS-TK-TEXT in, words and
      * run-together form out.
       01  WS-TK-TEXT                  PIC X(40) VALUE SPACES.
       01  WS-TK-COMPACT               PIC X(40) VALUE SPACES.
       01  WS-TK-WORD-COUNT            PIC 9(1) VALUE ZERO.
       01  WS-TK-WORDS.
           05  WS-TK-WORD              PIC X(20) OCCURS 8 TIMES.
       01  WS-TK-POS                   PIC 9(2) VALUE ZEROS.
       01  WS-TK-COMPACT-LEN           PIC 9(2) VALUE ZEROS.
       01  WS-TK-WORD-LEN              PIC 9(2) VALUE ZEROS.
       01  WS-TK-IN-WORD-FLAG          PIC X VALUE 'N'.
           88  WS-TK-IN-WORD           VALUE 'Y'.

      * The party being screened, folded the same way.
       01  WS-PARTY-COMPACT            PIC X(40) VALUE SPACES.
       01  WS-PARTY-WORD-COUNT         PIC 9(1) VALUE ZERO.
       01  WS-PARTY-WORDS.
           05  WS-PARTY-WORD           PIC X(20) OCCURS 8 TIMES.

       01  WS-MATCH-FLAG               PIC X VALUE 'N'.
           88  WS-NAME-MATCHES         VALUE 'Y'.
       01  WS-WORD-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-WORD-WAS-FOUND       VALUE 'Y'.
       01  WS-LIST-WORD-SUB            PIC 9(1) VALUE ZERO.
       01  WS-PARTY-WORD-SUB           PIC 9(1) VALUE ZERO.

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

      * Logging parameters
       COPY LOGGER.

       LINKAGE SECTION.
       COPY SCRNPARM.

       PROCEDURE DIVISION USING SCREEN-PARAMS.
       0000-MAIN-PROCESS.
      * Load the list and open the hit file once; they stay for the
      * life of the run unit, since the callers come in once per
      * party.
           IF SC-CLOSE
               IF SCREEN-FILES-ARE-OPEN
                   CLOSE SCREEN-HIT-FILE
                   MOVE 'N' TO WS-FILE-OPENED
               END-IF
               GOBACK
           END-IF
           IF NOT SCREEN-FILES-ARE-OPEN
               PERFORM 0100-OPEN-FILES
           END-IF

           MOVE ZERO TO SC-RESULT
           MOVE ZEROS TO SC-NEW-HIT-COUNT
           MOVE SPACES TO SC-ENTRY-ID
                          SC-LIST-NAME
           MOVE WS-LIST-VERSION TO SC-LIST-VERSION
           MOVE WS-LIST-COUNT TO SC-LIST-ENTRY-COUNT
           IF NOT WS-LIST-IS-LOADED
               MOVE 9 TO SC-RESULT
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN SC-SCREEN
                   PERFORM 2000-SCREEN-PARTY
               WHEN SC-VERSION
                   PERFORM 3000-READ-CONTROL
               WHEN SC-MARK-SCREENED
                   PERFORM 4000-MARK-SCREENED
               WHEN OTHER
                   MOVE 9 TO SC-RESULT
           END-EVALUATE

           GOBACK.

       0100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           CALL 'INSBDATE' USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE IS NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF

           OPEN I-O SCREEN-HIT-FILE
           IF WS-HIT-FILE-STATUS = '35'
               OPEN OUTPUT SCREEN-HIT-FILE
               CLOSE SCREEN-HIT-FILE
               OPEN I-O SCREEN-HIT-FILE
           END-IF
           MOVE 'Y' TO WS-FILE-OPENED

           PERFORM 1000-LOAD-WATCH-LIST.

       1000-LOAD-WATCH-LIST.
      * The list only counts as loaded when its header was seen and
      * its trailer count agrees - screening against half a feed
      * would clear people it should not.
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE SPACES TO WS-LIST-VERSION
           MOVE ZEROS TO WS-TRAILER-COUNT
           MOVE 'N' TO WS-LIST-EOF-FLAG
           OPEN INPUT WATCH-LIST-FILE
           IF WS-LIST-FILE-STATUS NOT = '00'
               MOVE 'E' TO LOG-LEVEL
               MOVE 'INSSCRN' TO LOG-MODULE
               MOVE 'Watch list not available - nothing screened'
                 TO LOG-MESSAGE
               CALL 'INSPMLOG_EN' USING LOG-PARAMS
           ELSE
               PERFORM 1100-READ-WATCH-LIST
               PERFORM 1200-LOAD-ONE-ENTRY UNTIL END-OF-WATCH-LIST
               CLOSE WATCH-LIST-FILE
               IF WS-LIST-VERSION NOT = SPACES AND
                  WS-TRAILER-COUNT = WS-LIST-COUNT
                   MOVE 'Y' TO WS-LIST-LOADED-FLAG
               ELSE
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSSCRN' TO LOG-MODULE
                   MOVE 'Watch list header/trailer out of balance'
                     TO LOG-MESSAGE
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               END-IF
           END-IF.

       1100-READ-WATCH-LIST.
           READ WATCH-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-LIST-EOF-FLAG
           END-READ.

       1200-LOAD-ONE-ENTRY.
           EVALUATE TRUE
               WHEN WLH-MARKER = 'HDR'
                   MOVE WLH-LIST-VERSION TO WS-LIST-VERSION
               WHEN WLT-MARKER = 'TRL'
                   MOVE WLT-ENTRY-COUNT TO WS-TRAILER-COUNT
               WHEN WL-ENTRY-NAME = SPACES
                   CONTINUE
               WHEN WS-LIST-COUNT >= 5000
                   MOVE 'E' TO LOG-LEVEL
                   MOVE 'INSSCRN' TO LOG-MODULE
                   MOVE 'Watch list table full - entry not loaded'
                     TO LOG-MESSAGE
                   CALL 'INSPMLOG_EN' USING LOG-PARAMS
               WHEN OTHER
                   ADD 1 TO WS-LIST-COUNT
                   SET WS-LT-IDX TO WS-LIST-COUNT
                   MOVE WL-ENTRY-ID TO WS-LT-ENTRY-ID(WS-LT-IDX)
                   MOVE WL-ENTRY-NAME TO WS-LT-NAME(WS-LT-IDX)
                   MOVE WL-ENTRY-NAME TO WS-TK-TEXT
                   PERFORM 5000-FOLD-NAME
                   MOVE WS-TK-COMPACT TO WS-LT-COMPACT(WS-LT-IDX)
                   MOVE WS-TK-WORD-COUNT
                     TO WS-LT-WORD-COUNT(WS-LT-IDX)
                   PERFORM 1250-STORE-ENTRY-WORD
                       VARYING WS-LIST-WORD-SUB FROM 1 BY 1
                       UNTIL WS-LIST-WORD-SUB > 8
           END-EVALUATE
           PERFORM 1100-READ-WATCH-LIST.

       1250-STORE-ENTRY-WORD.
           MOVE WS-TK-WORD(WS-LIST-WORD-SUB)
             TO WS-LT-WORD(WS-LT-IDX, WS-LIST-WORD-SUB).

       2000-SCREEN-PARTY.
           MOVE SC-PARTY-NAME TO WS-TK-TEXT
           PERFORM 5000-FOLD-NAME
           MOVE WS-TK-COMPACT TO WS-PARTY-COMPACT
           MOVE WS-TK-WORD-COUNT TO WS-PARTY-WORD-COUNT
           MOVE WS-TK-WORDS TO WS-PARTY-WORDS

           IF WS-PARTY-COMPACT NOT = SPACES
               PERFORM 2100-CHECK-ONE-ENTRY
                   VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LIST-COUNT
           END-IF.

       2100-CHECK-ONE-ENTRY.
           MOVE 'N' TO WS-MATCH-FLAG
           IF WS-LT-COMPACT(WS-LT-IDX) = WS-PARTY-COMPACT
               MOVE 'Y' TO WS-MATCH-FLAG
           ELSE
               IF WS-LT-WORD-COUNT(WS-LT-IDX) > 1
                   MOVE 'Y' TO WS-MATCH-FLAG
                   PERFORM 2200-FIND-LIST-WORD
                       VARYING WS-LIST-WORD-SUB FROM 1 BY 1
                       UNTIL WS-LIST-WORD-SUB >
                             WS-LT-WORD-COUNT(WS-LT-IDX)
                          OR NOT WS-NAME-MATCHES
               END-IF
           END-IF
           IF WS-NAME-MATCHES
               PERFORM 2300-RECORD-HIT
           END-IF.

       2200-FIND-LIST-WORD.
           MOVE 'N' TO WS-WORD-FOUND-FLAG
           PERFORM 2250-COMPARE-PARTY-WORD
               VARYING WS-PARTY-WORD-SUB FROM 1 BY 1
               UNTIL WS-PARTY-WORD-SUB > WS-PARTY-WORD-COUNT
                  OR WS-WORD-WAS-FOUND
           IF NOT WS-WORD-WAS-FOUND
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF.

       2250-COMPARE-PARTY-WORD.
           IF WS-PARTY-WORD(WS-PARTY-WORD-SUB) =
              WS-LT-WORD(WS-LT-IDX, WS-LIST-WORD-SUB)
               MOVE 'Y' TO WS-WORD-FOUND-FLAG
           END-IF.

       2300-RECORD-HIT.
      * A match already on file keeps its disposition; a new one
      * opens as an open hit. Open and true-match hits hold the
      * party; false positives alone leave it clear.
           MOVE SC-PARTY-TYPE TO SH-PARTY-TYPE
           MOVE SC-PARTY-ID TO SH-PARTY-ID
           MOVE WS-LT-ENTRY-ID(WS-LT-IDX) TO SH-ENTRY-ID
           READ SCREEN-HIT-FILE
               KEY IS SH-HIT-KEY
               INVALID KEY
                   MOVE SPACES TO SCREEN-HIT-RECORD
                   MOVE SC-PARTY-TYPE TO SH-PARTY-TYPE
                   MOVE SC-PARTY-ID TO SH-PARTY-ID
                   MOVE WS-LT-ENTRY-ID(WS-LT-IDX) TO SH-ENTRY-ID
                   MOVE SC-PARTY-NAME TO SH-PARTY-NAME
                   MOVE WS-LT-NAME(WS-LT-IDX) TO SH-LIST-NAME
                   MOVE WS-TODAY-DATE TO SH-HIT-DATE
                   MOVE 'O' TO SH-HIT-STATUS
                   WRITE SCREEN-HIT-RECORD
                   ADD 1 TO SC-NEW-HIT-COUNT
           END-READ

           IF SH-STATUS-FALSE-POS
               IF SC-CLEAR
                   MOVE 2 TO SC-RESULT
               END-IF
           ELSE
               IF NOT SC-HIT
                   MOVE WS-LT-ENTRY-ID(WS-LT-IDX) TO SC-ENTRY-ID
                   MOVE WS-LT-NAME(WS-LT-IDX) TO SC-LIST-NAME
               END-IF
               MOVE 1 TO SC-RESULT
           END-IF.

       3000-READ-CONTROL.
           MOVE SPACES TO SC-LAST-VERSION
           MOVE SPACES TO SCC-CONTROL-KEY
           READ SCREEN-HIT-FILE
               KEY IS SH-HIT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCC-LAST-VERSION TO SC-LAST-VERSION
           END-READ.

       4000-MARK-SCREENED.
           MOVE SPACES TO SCC-CONTROL-KEY
           READ SCREEN-HIT-FILE
               KEY IS SH-HIT-KEY
               INVALID KEY
                   MOVE SPACES TO SCREEN-CONTROL-RECORD
                   MOVE WS-LIST-VERSION TO SCC-LAST-VERSION
                   MOVE WS-TODAY-DATE TO SCC-LAST-SCREEN-DATE
                   WRITE SCREEN-HIT-RECORD
               NOT INVALID KEY
                   MOVE WS-LIST-VERSION TO SCC-LAST-VERSION
                   MOVE WS-TODAY-DATE TO SCC-LAST-SCREEN-DATE
                   REWRITE SCREEN-HIT-RECORD
           END-READ
           MOVE WS-LIST-VERSION TO SC-LAST-VERSION.

       5000-FOLD-NAME.
      * Upper-case, punctuation to spaces, then split into words
      * and run together - 'O''Brien-Smith, J.' and 'OBRIEN SMITH
      * J' fold the same way.
           INSPECT WS-TK-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,''-/&()'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ        '
           MOVE SPACES TO WS-TK-COMPACT
                          WS-TK-WORDS
           MOVE ZERO TO WS-TK-WORD-COUNT
           MOVE ZEROS TO WS-TK-COMPACT-LEN
                         WS-TK-WORD-LEN
           MOVE 'N' TO WS-TK-IN-WORD-FLAG
           PERFORM 5100-FOLD-ONE-CHARACTER
               VARYING WS-TK-POS FROM 1 BY 1
               UNTIL WS-TK-POS > 40.

       5100-FOLD-ONE-CHARACTER.
           IF WS-TK-TEXT(WS-TK-POS:1) = SPACE
               MOVE 'N' TO WS-TK-IN-WORD-FLAG
           ELSE
               IF NOT WS-TK-IN-WORD
                   MOVE 'Y' TO WS-TK-IN-WORD-FLAG
                   MOVE ZEROS TO WS-TK-WORD-LEN
                   IF WS-TK-WORD-COUNT < 8
                       ADD 1 TO WS-TK-WORD-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-TK-COMPACT-LEN
               MOVE WS-TK-TEXT(WS-TK-POS:1)
                 TO WS-TK-COMPACT(WS-TK-COMPACT-LEN:1)
               IF WS-TK-WORD-LEN < 20
                   ADD 1 TO WS-TK-WORD-LEN
                   MOVE WS-TK-TEXT(WS-TK-POS:1)
                     TO WS-TK-WORD(WS-TK-WORD-COUNT)
                        (WS-TK-WORD-LEN:1)
               END-IF
           END-IF.

       END PROGRAM INSSCRN.
