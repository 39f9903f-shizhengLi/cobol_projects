      * Installation parameter lookup (INSPARM) parameters.
      * The caller names the parameter and the type it expects
      * (N numeric, A text, F flag Y/N); PRM-AS-OF-DATE spaces means
      * the cycle business date. An environment variable of the same
      * name, when set and valid, overrides the file for that run.
      * PRM-NOT-FOUND means neither gave a usable value - the caller
      * keeps its own default.
       01  PARM-LOOKUP-PARAMS.
           05  PRM-NAME               PIC X(30).
           05  PRM-AS-OF-DATE         PIC X(08).
           05  PRM-VALUE-TYPE         PIC X(01).
               88  PRM-TYPE-NUMERIC       VALUE 'N'.
               88  PRM-TYPE-TEXT          VALUE 'A'.
               88  PRM-TYPE-FLAG          VALUE 'F'.
           05  PRM-VALUE-TEXT         PIC X(20).
           05  PRM-NUMERIC-VALUE      PIC 9(9)V99.
           05  PRM-SOURCE             PIC X(01).
               88  PRM-FROM-ENVIRONMENT   VALUE 'E'.
               88  PRM-FROM-FILE          VALUE 'F'.
      * Effective date of the file row used (spaces for an override).
           05  PRM-EFFECTIVE-DATE     PIC X(08).
           05  PRM-RETURN-CODE        PIC X(01).
               88  PRM-VALUE-FOUND        VALUE '0'.
               88  PRM-NOT-FOUND          VALUE '1'.
