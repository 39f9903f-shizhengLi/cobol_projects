       DATE-WRITTEN. 2026-08-22.

      * Modification History
      * 2026-10-15 : An entry backed out by INSRUNBK lists as BACKED
      *              OUT.
      * 2026-08-22 : Initial version.

       ENVIRONMENT DIVISION.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'RECORDS'.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'STATUS'.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 FILLER                    PIC X(19) VALUE 'COMPLETED'.

       01  DL-DETAIL-LINE.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DL-RECORD-COUNT           PIC ZZZ,ZZ9.
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 DL-STATUS                 PIC X(10).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DL-TIMESTAMP              PIC X(19).

       01  TL-TOTAL-LINE.
           END-STRING
           MOVE RR-FILE-ID TO DL-FILE-ID
           MOVE RR-RECORD-COUNT TO DL-RECORD-COUNT
           EVALUATE TRUE
               WHEN RR-RUN-COMPLETED
                   MOVE 'COMPLETE' TO DL-STATUS
               WHEN RR-RUN-BACKED-OUT
                   MOVE 'BACKED OUT' TO DL-STATUS
               WHEN OTHER
                   MOVE 'OPEN' TO DL-STATUS
           END-EVALUATE
           MOVE RR-TIMESTAMP TO DL-TIMESTAMP
           WRITE REPORT-LINE FROM DL-DETAIL-LINE

