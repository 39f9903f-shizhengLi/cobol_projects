      * Maker-checker pending-maintenance record - one per staged
      * transaction against the files that move money (the exchange
      * rate table first, AGENT-MASTER override rates next, then
      * the commission schedule, the premium tax table, the
      * reinsurance treaties and the installation parameter file).
      * The keying user's transaction lands here instead of
      * applying; a second user approves or rejects it through
      * INSMCAPR, and only approved transactions are released to
      * the maintenance program's APPLY mode.
      * Unapproved items older than the expiry cutoff auto-expire
      * at review time.
       01  PENDING-MAINT-RECORD.
           05  MC-SOURCE              PIC X(02).
               88  MC-SOURCE-RATE         VALUE 'XR'.
               88  MC-SOURCE-AGENT        VALUE 'AG'.
               88  MC-SOURCE-COMM-SCHEDULE VALUE 'CS'.
               88  MC-SOURCE-PREMIUM-TAX  VALUE 'TX'.
               88  MC-SOURCE-TREATY       VALUE 'RI'.
               88  MC-SOURCE-PARAMETER    VALUE 'IP'.
           05  MC-TRAN-IMAGE          PIC X(76).
           05  MC-MAKER               PIC X(08).
           05  MC-KEYED-TIMESTAMP     PIC X(19).
