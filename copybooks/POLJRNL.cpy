      * POLICY-MASTER-RECORD images. A CH that moves a policy to a
      * new key journals as a DL of the old record followed by a WR
      * of the new one. INSPJRCV replays or backs out journal
      * entries to rebuild the master to a point in time. INSDWFED
      * feeds each business date's entries to the warehouse by
      * record position, so the journal is only ever appended to.
       01  POLICY-JOURNAL-RECORD.
           05  JR-TIMESTAMP           PIC X(19).
           05  JR-TRAN-CODE           PIC X(02).
