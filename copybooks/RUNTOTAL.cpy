           05  RN-READ-COUNT          PIC 9(07).
           05  RN-POSTED-COUNT        PIC 9(07).
           05  RN-REJECT-COUNT        PIC 9(07).
      * Identity of the collection file the run processed (header
      * run date and file ID), so INSRUNBK can correct the run's
      * own counts when it backs the run out. Spaces on records
      * written before the identity was carried.
           05  RN-HDR-RUN-DATE        PIC X(08).
           05  RN-FILE-ID             PIC X(12).
