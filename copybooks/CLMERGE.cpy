      * Client merge record - the merged-into pointer for a client
      * inactivated as a duplicate. Keyed by the losing client ID;
      * written by the merge run (INSCLMRG) when the loser's
      * policies are repointed to the survivor, marked reversed
      * when the merge is undone. INSPMCLA follows a live pointer
      * so a client-level payment still quoting the old client ID
      * allocates across the survivor's book.
       01  CLIENT-MERGE-RECORD.
           05  MG-LOSER-CLIENT-ID      PIC X(08).
           05  MG-SURVIVOR-CLIENT-ID   PIC X(08).
           05  MG-STATUS               PIC X(01).
               88  MG-STATUS-MERGED        VALUE 'M'.
               88  MG-STATUS-REVERSED      VALUE 'R'.
           05  MG-MERGE-DATE           PIC X(08).
           05  MG-MERGED-BY            PIC X(08).
           05  MG-MATCH-SCORE          PIC 9(03).
           05  MG-POLICIES-MOVED       PIC 9(05).
           05  MG-REVERSED-DATE        PIC X(08).
           05  MG-REVERSED-BY          PIC X(08).
           05  FILLER                  PIC X(23).
