      * Sanctions screening hit record - one per party and watch-
      * list entry the party's name matched, keyed by party type,
      * party ID and entry ID. A hit opens as O (open - the party
      * is on compliance hold); the compliance disposition
      * (INSSCDSP) closes it F (false positive - never re-flagged
      * for that entry) or T (true match - the hold stays). The
      * all-space key holds the control record carrying the list
      * version the masters were last rescreened against.
       01  SCREEN-HIT-RECORD.
           05  SH-HIT-KEY.
               10  SH-PARTY-TYPE      PIC X(02).
                   88  SH-PARTY-CLIENT    VALUE 'CL'.
                   88  SH-PARTY-AGENT     VALUE 'AG'.
               10  SH-PARTY-ID        PIC X(08).
               10  SH-ENTRY-ID        PIC X(10).
           05  SH-PARTY-NAME          PIC X(30).
           05  SH-LIST-NAME           PIC X(40).
           05  SH-HIT-DATE            PIC X(08).
           05  SH-HIT-STATUS          PIC X(01).
               88  SH-STATUS-OPEN         VALUE 'O'.
               88  SH-STATUS-FALSE-POS    VALUE 'F'.
               88  SH-STATUS-TRUE-MATCH   VALUE 'T'.
           05  SH-DISP-DATE           PIC X(08).
           05  SH-DISP-USER           PIC X(08).
           05  SH-DISP-REASON         PIC X(40).
           05  FILLER                 PIC X(05).
       01  SCREEN-CONTROL-RECORD REDEFINES SCREEN-HIT-RECORD.
           05  SCC-CONTROL-KEY        PIC X(20).
           05  SCC-LAST-VERSION       PIC X(10).
           05  SCC-LAST-SCREEN-DATE   PIC X(08).
           05  FILLER                 PIC X(122).
