      * Installation parameter record - the operational knobs the
      * batch and counter programs used to take only from job
      * environment variables (tolerances, ceilings, day counts,
      * the base currency). INDEXED, keyed by parameter name and
      * effective date. Each parameter has one definition row
      * (effective date '00000000') giving its type, permitted
      * range and description, then one value row per effective
      * date; the latest value row effective on or before the
      * business date is the one in force. Maintained by INSIPMNT
      * under maker-checker, so every row carries the keying and
      * approving users; read through the INSPARM lookup routine,
      * reported by INSIPRPT.
       01  INSTALLATION-PARM-RECORD.
           05  IP-PARM-KEY.
               10  IP-PARM-NAME       PIC X(30).
               10  IP-EFFECTIVE-DATE  PIC X(08).
                   88  IP-DEFINITION-ROW  VALUE '00000000'.
           05  IP-PARM-DATA           PIC X(53).
      * Definition row. Numeric values must lie between the minimum
      * and maximum; for a text value the two bounds are the
      * shortest and longest length allowed (a maximum of zero
      * means the full 20); a flag is Y or N and has no bounds.
           05  IP-DEFINITION-DATA REDEFINES IP-PARM-DATA.
               10  IP-VALUE-TYPE      PIC X(01).
                   88  IP-TYPE-NUMERIC    VALUE 'N'.
                   88  IP-TYPE-TEXT       VALUE 'A'.
                   88  IP-TYPE-FLAG       VALUE 'F'.
               10  IP-MIN-VALUE       PIC 9(9)V99.
               10  IP-MAX-VALUE       PIC 9(9)V99.
               10  IP-DESCRIPTION     PIC X(21).
               10  FILLER             PIC X(09).
      * Value row. A numeric value is held as keyed ('3', '100000.00')
      * and converted by the lookup routine.
           05  IP-VALUE-DATA REDEFINES IP-PARM-DATA.
               10  IP-VALUE-TEXT      PIC X(20).
               10  FILLER             PIC X(33).
           05  IP-MAKER               PIC X(08).
           05  IP-CHECKER             PIC X(08).
           05  IP-CHANGED-TIMESTAMP   PIC X(19).
