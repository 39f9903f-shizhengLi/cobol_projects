       DATE-WRITTEN. 2025-07-15.

      * Modification History
      * 2026-10-15 : POLICY_AUDIT_ENABLED is read from the installation
      *              parameter file through INSPARM (flag Y/N); an
      *              exported variable still overrides for a single run.
      * 2025-08-09 : Replaced hardcoded policy literal list with an
      *              indexed READ against the POLICY-MASTER file so
      *              new policies are recognized without a recompile.
       01  WS-FILE-OPENED             PIC X VALUE 'N'.
           88  POLICY-FILE-IS-OPEN    VALUE 'Y'.

      * Policy-validation audit trail - optional, enabled by the
      * POLICY_AUDIT_ENABLED installation parameter so a
      * reconciliation run can be turned on without changing
      * behavior for installations that don't use it.
       01  WS-AUDIT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-ENABLED-FLAG      PIC X VALUE 'N'.
           88  AUDIT-IS-ENABLED       VALUE 'Y'.
       01  WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
              10 WS-CURRENT-YEAR      PIC 9(4).
           05  WSRC-MATURED           PIC S9(9) COMP VALUE 103.
           05  WSRC-INACTIVE          PIC S9(9) COMP VALUE 104.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       LINKAGE SECTION.
       01  LS-POLICY-ID               PIC X(10).
       01  LS-SQLCODE                 PIC S9(9) COMP.
           IF NOT POLICY-FILE-IS-OPEN
               OPEN INPUT POLICY-MASTER-FILE

               MOVE SPACES TO PRM-AS-OF-DATE
               MOVE 'POLICY_AUDIT_ENABLED' TO PRM-NAME
               MOVE 'F' TO PRM-VALUE-TYPE
               CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
               IF PRM-VALUE-FOUND AND PRM-VALUE-TEXT = 'Y'
                   MOVE 'Y' TO WS-AUDIT-ENABLED-FLAG
                   OPEN EXTEND POLICY-AUDIT-FILE
                   IF WS-AUDIT-FILE-STATUS = '35'
