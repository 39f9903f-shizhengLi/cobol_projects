      * Sanctions screening subroutine (INSSCRN) parameters.
      *   S = screen SC-PARTY-NAME for SC-PARTY-TYPE/SC-PARTY-ID;
      *       new matches are recorded as open hits
      *   V = return the watch-list version (SC-LIST-VERSION) and
      *       the version last rescreened (SC-LAST-VERSION)
      *   M = mark the current watch-list version as rescreened
      *   C = close the screening files at end of run
      * SC-RESULT on S: 0 = clear, 1 = open or true-match hit (put
      * the party on hold), 2 = matched only entries already
      * dispositioned false positive (clear), 9 = the watch list
      * could not be loaded (nothing screened).
       01  SCREEN-PARAMS.
           05  SC-FUNCTION-CODE       PIC X(01).
               88  SC-SCREEN              VALUE 'S'.
               88  SC-VERSION             VALUE 'V'.
               88  SC-MARK-SCREENED       VALUE 'M'.
               88  SC-CLOSE               VALUE 'C'.
           05  SC-PARTY-TYPE          PIC X(02).
           05  SC-PARTY-ID            PIC X(08).
           05  SC-PARTY-NAME          PIC X(30).
           05  SC-RESULT              PIC 9(01).
               88  SC-CLEAR               VALUE 0.
               88  SC-HIT                 VALUE 1.
               88  SC-CLEARED-BEFORE      VALUE 2.
               88  SC-LIST-UNAVAILABLE    VALUE 9.
           05  SC-NEW-HIT-COUNT       PIC 9(03).
           05  SC-ENTRY-ID            PIC X(10).
           05  SC-LIST-NAME           PIC X(40).
           05  SC-LIST-VERSION        PIC X(10).
           05  SC-LAST-VERSION        PIC X(10).
           05  SC-LIST-ENTRY-COUNT    PIC 9(07).
