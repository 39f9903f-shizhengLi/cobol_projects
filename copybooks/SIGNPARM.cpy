      * Online security (INSSIGN) parameters.
      *   S sign on     - prompt for user ID and password, check the
      *                   role allows SO-FUNCTION-CODE (the program's
      *                   entry function) and return the signed-on
      *                   user, role and branch
      *   C check       - may the signed-on user perform
      *                   SO-FUNCTION-CODE
      *   A authorize   - a second user (not the signed-on one)
      *                   keys their own ID and password to authorize
      *                   SO-FUNCTION-CODE; returned in
      *                   SO-AUTHORIZER-ID
      *   L log access  - record an inquiry on SO-SUBJECT-TYPE /
      *                   SO-SUBJECT-KEY with SO-DETAIL
      *   K known user  - is the user ID in SO-SUBJECT-KEY a
      *                   registered operator, not revoked
      *   O sign off    - end the session
      * Function codes: P counter posting, R counter reversal,
      * S supervisor authorization, A approval, I inquiry.
       01  SIGNON-PARAMS.
           05  SO-REQUEST             PIC X(01).
               88  SO-SIGN-ON             VALUE 'S'.
               88  SO-CHECK-FUNCTION      VALUE 'C'.
               88  SO-AUTHORIZE           VALUE 'A'.
               88  SO-LOG-ACCESS          VALUE 'L'.
               88  SO-KNOWN-USER          VALUE 'K'.
               88  SO-SIGN-OFF            VALUE 'O'.
           05  SO-PROGRAM             PIC X(10).
           05  SO-FUNCTION-CODE       PIC X(01).
               88  SO-FUNC-POSTING        VALUE 'P'.
               88  SO-FUNC-REVERSAL       VALUE 'R'.
               88  SO-FUNC-SUPERVISOR     VALUE 'S'.
               88  SO-FUNC-APPROVAL       VALUE 'A'.
               88  SO-FUNC-INQUIRY        VALUE 'I'.
           05  SO-SUBJECT-TYPE        PIC X(01).
           05  SO-SUBJECT-KEY         PIC X(16).
           05  SO-DETAIL              PIC X(33).
      * Returned.
           05  SO-USER-ID             PIC X(08).
           05  SO-USER-NAME           PIC X(30).
           05  SO-ROLE                PIC X(01).
           05  SO-BRANCH              PIC X(04).
           05  SO-AUTHORIZER-ID       PIC X(08).
           05  SO-RETURN-CODE         PIC X(01).
               88  SO-GRANTED             VALUE '0'.
               88  SO-REFUSED             VALUE '1'.
               88  SO-NOT-PERMITTED       VALUE '2'.
               88  SO-SECURITY-DOWN       VALUE '9'.
