      * business date, so it always describes the current cycle;
      * INSCYCST appends and answers prerequisite questions from
      * it, and INSCYCRQ reports the cycle's state for operations.
      * Before the reset INSBDMNT appends the finished cycle's
      * events, unchanged, to the cycle history file (CYCHIST),
      * which the INSCYCTM timing report reads with this layout.
      * An absent file means the installation has not adopted step
      * sequencing - nothing is recorded and every gate passes.
       01  CYCLE-CONTROL-RECORD.
