      * Online access log record - appended by the INSSIGN security
      * routine for every sign-on, sign-off, refusal, lockout,
      * function denial, supervisor authorization and password
      * change, and for every policy or payment the online
      * programs display, so a privacy audit can see who looked at
      * whose records and when. LINE SEQUENTIAL, never rewritten.
       01  ACCESS-LOG-RECORD.
           05  AL-TIMESTAMP           PIC X(19).
           05  AL-USER-ID             PIC X(08).
           05  AL-BRANCH              PIC X(04).
           05  AL-PROGRAM             PIC X(10).
           05  AL-EVENT               PIC X(08).
               88  AL-EVENT-SIGNON        VALUE 'SIGNON'.
               88  AL-EVENT-SIGNOFF       VALUE 'SIGNOFF'.
               88  AL-EVENT-REFUSED       VALUE 'REFUSED'.
               88  AL-EVENT-LOCKED        VALUE 'LOCKED'.
               88  AL-EVENT-DENIED        VALUE 'DENIED'.
               88  AL-EVENT-AUTHORIZED    VALUE 'AUTHRZD'.
               88  AL-EVENT-PASSWORD      VALUE 'PASSWORD'.
               88  AL-EVENT-INQUIRY       VALUE 'INQUIRY'.
      * The online function asked for (SIGNPARM.cpy codes).
           05  AL-FUNCTION            PIC X(01).
      * What was looked at: P policy, Y payment ID, R payment
      * reference; blank for the session events.
           05  AL-SUBJECT-TYPE        PIC X(01).
               88  AL-SUBJECT-POLICY      VALUE 'P'.
               88  AL-SUBJECT-PAYMENT     VALUE 'Y'.
               88  AL-SUBJECT-REFERENCE   VALUE 'R'.
           05  AL-SUBJECT-KEY         PIC X(16).
           05  AL-DETAIL              PIC X(33).
