      * processed, keyed informally by the header's run date and
      * file identity. A completed entry blocks the same extract
      * from being processed again; INSRUNRQ reports the registry
      * for operations. An entry INSRUNBK has backed out no longer
      * blocks the file, which may then be processed again.
       01  RUN-REGISTRY-RECORD.
           05  RR-RUN-DATE            PIC X(08).
           05  RR-FILE-ID             PIC X(12).
           05  RR-RECORD-COUNT        PIC 9(07).
           05  RR-STATUS              PIC X(01).
               88  RR-RUN-COMPLETED       VALUE 'C'.
               88  RR-RUN-BACKED-OUT      VALUE 'B'.
           05  RR-TIMESTAMP           PIC X(19).
