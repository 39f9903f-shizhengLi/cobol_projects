      * 'MQSA' or 'A   ' - the same M/Q/S/A codes POLICYMST uses.
           05  PRD-ALLOWED-FREQS      PIC X(04).
           05  PRD-GRACE-DAY-DEFAULT  PIC 9(03).
      * Policy term in years for an endowment/term plan - the policy
      * matures this many years after issue. Zero for a whole-life
      * or other plan with no fixed term; such policies never mature.
           05  PRD-TERM-YEARS         PIC 9(03).
           05  FILLER                 PIC X(08).
