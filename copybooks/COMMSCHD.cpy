      * Commission schedule record: the rate paid on premium for one
      * product, commission tier and policy year, effective from
      * CS-EFFECTIVE-DATE until a later-dated record for the same
      * key supersedes it. CS-POLICY-YEAR is the first policy year
      * the rate applies to - 01 is the first-year rate, and a 02
      * row covers every renewal year unless a later year has its
      * own row. CS-PRODUCT-CODE '****' is the house schedule for a
      * product with no rows of its own. Written by INSCSMNT (under
      * maker-checker); read by INSPMCOM to rate each payment.
       01  COMMISSION-SCHEDULE-RECORD.
           05  CS-PRODUCT-CODE         PIC X(04).
           05  CS-COMMISSION-TIER      PIC X(01).
           05  CS-POLICY-YEAR          PIC 9(02).
           05  CS-EFFECTIVE-DATE       PIC X(08).
           05  CS-COMMISSION-RATE      PIC 9V999.
           05  FILLER                  PIC X(01).
