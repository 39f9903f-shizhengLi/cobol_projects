      * through INSAGCNV, the same cutover INSPLCNV gave the policy
      * master.
           05  AG-BANK-ACCOUNT        PIC X(20).
      * Mailing address for the cheques the disbursement origination
      * issues to an agent with no bank account (and anything else
      * posted to the agent). The trailing filler rounds the record
      * to the client master's 200 bytes so later additions need no
      * reload; a 64-byte master loads once through INSAGCNV.
           05  AG-ADDRESS-LINE-1      PIC X(30).
           05  AG-ADDRESS-LINE-2      PIC X(30).
           05  AG-CITY                PIC X(20).
           05  AG-POSTAL-CODE         PIC X(10).
      * Compliance hold - set when sanctions screening (INSSCRN)
      * finds a potential watch-list match, cleared only by a
      * compliance disposition (INSSCDSP). A held agent's
      * payables are withheld from the disbursement origination.
           05  AG-COMPLIANCE-HOLD     PIC X(01).
               88  AG-ON-COMPLIANCE-HOLD  VALUE 'H'.
           05  AG-HOLD-DATE           PIC X(08).
      * Hierarchy - the reporting manager (spaces at the top of the
      * tree), the agent's own place in it, and the override rate
      * a manager earns on the production of everyone below (zero
      * = the role's standard rate). Maintained by INSAGMNT's UP
      * transaction under maker-checker; INSPMCOM writes an override
      * commission record for each manager up the line.
           05  AG-UPLINE-AGENT-ID     PIC X(08).
           05  AG-AGENT-ROLE          PIC X(01).
               88  AG-ROLE-AGENT          VALUE 'A' ' '.
               88  AG-ROLE-UNIT-MANAGER   VALUE 'U'.
               88  AG-ROLE-BRANCH-MANAGER VALUE 'B'.
           05  AG-MGR-OVERRIDE-RATE   PIC 9V999.
      * Licensing - the agent's license number and the date it
      * expires (spaces = not yet recorded), maintained by
      * INSAGMNT's LI transaction. INSCMSET holds a lapsed agent's
      * commission; INSAGLIC reports licenses coming up for
      * renewal. The products the agent is appointed to sell are
      * kept on the appointment file (AGAPPT).
           05  AG-LICENSE-NUMBER      PIC X(15).
           05  AG-LICENSE-EXPIRY      PIC X(08).
           05  FILLER                 PIC X(01).
