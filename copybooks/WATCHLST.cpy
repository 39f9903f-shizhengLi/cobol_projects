      * Sanctions watch-list record - the compliance feed, one
      * entry per listed individual or entity between HDR and TRL
      * control records. The header carries the list version the
      * nightly rescreen (INSSCRNB) compares with the version last
      * screened; the trailer carries the entry count the feed is
      * proved against.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID            PIC X(10).
           05  WL-ENTRY-NAME          PIC X(40).
           05  WL-ENTRY-TYPE          PIC X(01).
               88  WL-TYPE-INDIVIDUAL     VALUE 'I'.
               88  WL-TYPE-ENTITY         VALUE 'E'.
           05  WL-LIST-PROGRAM        PIC X(10).
           05  FILLER                 PIC X(19).
       01  WATCH-LIST-HDR-RECORD REDEFINES WATCH-LIST-RECORD.
           05  WLH-MARKER             PIC X(03).
           05  WLH-LIST-DATE          PIC X(08).
           05  WLH-LIST-VERSION       PIC X(10).
           05  FILLER                 PIC X(59).
       01  WATCH-LIST-TRL-RECORD REDEFINES WATCH-LIST-RECORD.
           05  WLT-MARKER             PIC X(03).
           05  WLT-ENTRY-COUNT        PIC 9(07).
           05  FILLER                 PIC X(70).
