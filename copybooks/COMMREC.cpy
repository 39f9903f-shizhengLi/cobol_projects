      * Agent commission record, shared between INSPMCOM (writes one
      * per posted payment) and INSCMSET (reads them back for the
      * commission-payable settlement run), 63 bytes.
       01  COMMISSION-RECORD.
           05  CM-POLICY-ID            PIC X(10).
           05  CM-PAYMENT-ID           PIC X(12).
           05  CM-COMMISSION-RATE      PIC 9V999.
           05  CM-COMMISSION-AMOUNT    PIC S9(7)V99.
           05  CM-ACCOUNTING-PERIOD    PIC X(06).
      * A manager override is written alongside the writing agent's
      * record, one per level up the hierarchy, and is paid to the
      * earning agent named here; a writing record (type spaces or
      * 'W' - records written before overrides have spaces) is paid
      * to the policy's agent. Level 1 is the writing agent's own
      * manager.
           05  CM-COMMISSION-TYPE      PIC X(01).
               88  CM-TYPE-WRITING         VALUE 'W' ' '.
               88  CM-TYPE-OVERRIDE        VALUE 'O'.
           05  CM-EARNING-AGENT-ID     PIC X(08).
           05  CM-OVERRIDE-LEVEL       PIC X(01).
