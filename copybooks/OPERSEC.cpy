      * Operator security record - one per person allowed on the
      * online programs (INSPMENT counter entry and reversal,
      * INSTILL till open and close, INSPOLINQ inquiry, INSMCAPR
      * approval). INDEXED, keyed by user ID. Maintained by
      * INSOPMNT; read and updated at sign-on by the INSSIGN
      * security routine, which keeps the failed-attempt count and
      * locks the user out at the installation's limit. Only a hash
      * of the password (salted with the user ID) is held - never
      * the password itself.
      * The role decides the online functions the user may perform
      * (INSSIGN holds the table):
      *   T teller          - counter posting, inquiry
      *   R senior teller   - counter posting and reversal, inquiry
      *   S supervisor      - as R, plus supervisor authorization
      *   A approver        - maker-checker approval, inquiry
      *   I inquiry only    - policy/payment inquiry
       01  OPERATOR-SECURITY-RECORD.
           05  OS-USER-ID             PIC X(08).
           05  OS-USER-NAME           PIC X(30).
           05  OS-PASSWORD-HASH       PIC 9(10).
           05  OS-ROLE                PIC X(01).
               88  OS-ROLE-TELLER         VALUE 'T'.
               88  OS-ROLE-SENIOR-TELLER  VALUE 'R'.
               88  OS-ROLE-SUPERVISOR     VALUE 'S'.
               88  OS-ROLE-APPROVER       VALUE 'A'.
               88  OS-ROLE-INQUIRY        VALUE 'I'.
               88  OS-ROLE-IS-VALID       VALUE 'T' 'R' 'S' 'A' 'I'.
           05  OS-BRANCH              PIC X(04).
           05  OS-STATUS              PIC X(01).
               88  OS-STATUS-ACTIVE       VALUE 'A'.
               88  OS-STATUS-LOCKED       VALUE 'L'.
               88  OS-STATUS-REVOKED      VALUE 'R'.
      * Set by INSOPMNT on a new user or a password reset: the next
      * sign-on must choose a new password before going further.
           05  OS-PASSWORD-RESET-FLAG PIC X(01).
               88  OS-PASSWORD-MUST-CHANGE VALUE 'Y'.
           05  OS-FAILED-ATTEMPTS     PIC 9(02).
           05  OS-LAST-SIGNON-TIMESTAMP  PIC X(19).
           05  OS-LAST-FAILURE-TIMESTAMP PIC X(19).
           05  OS-MAINT-USER          PIC X(08).
           05  OS-MAINT-TIMESTAMP     PIC X(19).
           05  FILLER                 PIC X(10).
