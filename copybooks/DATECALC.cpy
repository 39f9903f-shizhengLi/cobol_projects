             88 DC-DIFF-DAYS        VALUE 'D'.
             88 DC-CHECK-DATE       VALUE 'C'.
             88 DC-ADD-MONTHS       VALUE 'M'.
      * Business-day functions - weekends and the bank holidays on
      * the DC-CALENDAR-CODE calendar are not business days.
             88 DC-NEXT-BUS-DAY     VALUE 'N'.
             88 DC-PREV-BUS-DAY     VALUE 'P'.
             88 DC-ADD-BUS-DAYS     VALUE 'B'.
             88 DC-TEST-BUS-DAY     VALUE 'T'.
          05 DC-BASE-DATE           PIC X(8).
          05 DC-TARGET-DATE         PIC X(8).
          05 DC-DAYS                PIC S9(5) COMP-3.
          05 DC-RETURN-CODE         PIC X.
             88 DC-SUCCESS          VALUE '0'.
             88 DC-ERROR            VALUE '9'.
      * Holiday calendar for the business-day functions; spaces =
      * the installation calendar.
          05 DC-CALENDAR-CODE       PIC X(3).
      * Set by the business-day functions: what DC-BASE-DATE is.
          05 DC-DAY-TYPE            PIC X.
             88 DC-BUSINESS-DAY     VALUE 'B'.
             88 DC-WEEKEND-DAY      VALUE 'W'.
             88 DC-HOLIDAY          VALUE 'H'.
