      * Function: Add/subtract days from a date, add months to a
      *           date, compute the difference in days between two
      *           dates, or check that a date is a valid calendar
      *           date - and the business-day functions: next and
      *           previous business day, add N business days, and
      *           whether a date is a business day, against the
      *           bank-holiday calendar (HOLCAL). Shared by any
      *           program that COPYs DATECALC.cpy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC.
       DATE-WRITTEN. 2025-08-09.

      * Modification History
      * 2026-10-15 : The installation calendar (BANK_CALENDAR, else
      *              BASE_CURRENCY) is read from the installation
      *              parameter file through INSPARM.
      * 2026-10-15 : Added the business-day functions 'N' (next
      *              business day after DC-BASE-DATE), 'P'
      *              (previous), 'B' (add DC-DAYS business days;
      *              zero rolls a non-business day forward,
      *              negative counts back) and 'T' (classify only).
      *              Saturday, Sunday and the dates on the HOLCAL
      *              calendar named in DC-CALENDAR-CODE are not
      *              business days; DC-DAY-TYPE returns what the
      *              base date is. The calendar loads on first use;
      *              no file means weekends only.
      * 2026-08-22 : Added function code 'M' - add DC-DAYS months to
      *              DC-BASE-DATE (day-of-month kept, clamped to the
      *              end of a shorter target month) - for billing
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO EXTERNAL HOLCAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS HOLIDAY-CALENDAR-RECORD.
       COPY HOLCAL.

       WORKING-STORAGE SECTION.
       01  WS-BASE-DATE-NUM           PIC 9(8).
       01  WS-TARGET-DATE-NUM         PIC 9(8).
       01  WS-MONTH-WORK              PIC S9(7) COMP.
       01  WS-MAX-DD                  PIC 9(2).

      * Bank-holiday calendar, loaded once per run unit on the first
      * business-day call.
       01  WS-HOLIDAY-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-HOLIDAY-EOF-FLAG        PIC X VALUE 'N'.
           88  END-OF-HOLIDAY-FILE    VALUE 'Y'.
       01  WS-HOLIDAYS-LOADED-FLAG    PIC X VALUE 'N'.
           88  HOLIDAYS-LOADED        VALUE 'Y'.
       01  WS-DEFAULT-CALENDAR        PIC X(3) VALUE 'USD'.
       01  WS-CALENDAR-TEXT           PIC X(3) VALUE SPACES.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-HOLIDAY-ENTRY       OCCURS 1 TO 5000 TIMES
                                      DEPENDING ON WS-HOLIDAY-COUNT
                                      INDEXED BY WS-HC-IDX.
               10  WS-HC-CALENDAR     PIC X(3).
               10  WS-HC-DATE         PIC X(8).

      * Business-day work areas.
       01  WS-CALENDAR                PIC X(3).
       01  WS-WORK-INTEGER            PIC S9(9) COMP.
       01  WS-WORK-DATE-NUM           PIC 9(8).
       01  WS-WORK-DATE               PIC X(8).
       01  WS-DAY-OF-WEEK             PIC 9.
       01  WS-WORK-DAY-TYPE           PIC X.
           88  WORK-DAY-IS-BUSINESS   VALUE 'B'.
       01  WS-STEP-GUARD              PIC 9(3) COMP.
       01  WS-BUS-DAYS-TO-GO          PIC 9(5) COMP.

      * Installation parameter lookup parameters
       COPY PARMLKUP.

       LINKAGE SECTION.
       COPY DATECALC.

                   IF DATE-IS-VALID
                       PERFORM 2400-ADD-MONTHS
                   END-IF
               WHEN DC-NEXT-BUS-DAY OR DC-PREV-BUS-DAY OR
                    DC-ADD-BUS-DAYS OR DC-TEST-BUS-DAY
                   PERFORM 1000-VALIDATE-BASE-DATE
                   IF DATE-IS-VALID
                       PERFORM 3000-BUSINESS-DAY-FUNCTION
                   END-IF
               WHEN OTHER
                   MOVE '9' TO DC-RETURN-CODE
           END-EVALUATE
               (WS-YYYY * 10000) + (WS-MM * 100) + WS-DD
           MOVE WS-TARGET-DATE-NUM TO DC-TARGET-DATE.

       3000-BUSINESS-DAY-FUNCTION.
           IF NOT HOLIDAYS-LOADED
               PERFORM 3900-LOAD-HOLIDAYS
           END-IF
           MOVE DC-CALENDAR-CODE TO WS-CALENDAR
           IF WS-CALENDAR = SPACES OR LOW-VALUES
               MOVE WS-DEFAULT-CALENDAR TO WS-CALENDAR
           END-IF

           MOVE WS-BASE-INTEGER TO WS-WORK-INTEGER
           PERFORM 3100-CLASSIFY-WORK-DAY
           MOVE WS-WORK-DAY-TYPE TO DC-DAY-TYPE

           EVALUATE TRUE
               WHEN DC-NEXT-BUS-DAY
                   PERFORM 3200-STEP-TO-NEXT-BUS-DAY
               WHEN DC-PREV-BUS-DAY
                   PERFORM 3300-STEP-TO-PREV-BUS-DAY
               WHEN DC-ADD-BUS-DAYS
                   PERFORM 3400-ADD-BUSINESS-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF DC-SUCCESS
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
               MOVE WS-WORK-DATE-NUM TO DC-TARGET-DATE
           END-IF.

       3100-CLASSIFY-WORK-DAY.
      * Day 1 of the integer calendar (1601-01-01) is a Monday, so
      * the remainder 5 is Saturday and 6 Sunday.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-WORK-INTEGER - 1, 7)
           IF WS-DAY-OF-WEEK >= 5
               MOVE 'W' TO WS-WORK-DAY-TYPE
           ELSE
               MOVE 'B' TO WS-WORK-DAY-TYPE
               IF WS-HOLIDAY-COUNT > 0
                   COMPUTE WS-WORK-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
                   MOVE WS-WORK-DATE-NUM TO WS-WORK-DATE
                   SET WS-HC-IDX TO 1
                   SEARCH WS-HOLIDAY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HC-DATE(WS-HC-IDX) = WS-WORK-DATE
                        AND WS-HC-CALENDAR(WS-HC-IDX) = WS-CALENDAR
                           MOVE 'H' TO WS-WORK-DAY-TYPE
                   END-SEARCH
               END-IF
           END-IF.

       3200-STEP-TO-NEXT-BUS-DAY.
      * The first business day strictly after the work date. A
      * calendar with no business day in a year is a keying error,
      * not a reason to loop forever.
           MOVE ZEROS TO WS-STEP-GUARD
           MOVE 'W' TO WS-WORK-DAY-TYPE
           PERFORM 3250-STEP-FORWARD-ONE-DAY
               UNTIL WORK-DAY-IS-BUSINESS OR WS-STEP-GUARD > 366
           IF NOT WORK-DAY-IS-BUSINESS
               MOVE '9' TO DC-RETURN-CODE
           END-IF.

       3250-STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-WORK-INTEGER
           ADD 1 TO WS-STEP-GUARD
           PERFORM 3100-CLASSIFY-WORK-DAY.

       3300-STEP-TO-PREV-BUS-DAY.
           MOVE ZEROS TO WS-STEP-GUARD
           MOVE 'W' TO WS-WORK-DAY-TYPE
           PERFORM 3350-STEP-BACK-ONE-DAY
               UNTIL WORK-DAY-IS-BUSINESS OR WS-STEP-GUARD > 366
           IF NOT WORK-DAY-IS-BUSINESS
               MOVE '9' TO DC-RETURN-CODE
           END-IF.

       3350-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WORK-INTEGER
           ADD 1 TO WS-STEP-GUARD
           PERFORM 3100-CLASSIFY-WORK-DAY.

       3400-ADD-BUSINESS-DAYS.
      * A non-business base date first rolls to the business day in
      * the direction of travel - so zero days is the settlement
      * roll - then steps DC-DAYS business days from there.
           IF DC-DAYS >= 0
               MOVE DC-DAYS TO WS-BUS-DAYS-TO-GO
               IF NOT DC-BUSINESS-DAY
                   PERFORM 3200-STEP-TO-NEXT-BUS-DAY
               END-IF
               PERFORM 3450-ADD-ONE-BUSINESS-DAY
                   UNTIL WS-BUS-DAYS-TO-GO = 0 OR DC-ERROR
           ELSE
               COMPUTE WS-BUS-DAYS-TO-GO = 0 - DC-DAYS
               IF NOT DC-BUSINESS-DAY
                   PERFORM 3300-STEP-TO-PREV-BUS-DAY
               END-IF
               PERFORM 3460-SUB-ONE-BUSINESS-DAY
                   UNTIL WS-BUS-DAYS-TO-GO = 0 OR DC-ERROR
           END-IF.

       3450-ADD-ONE-BUSINESS-DAY.
           PERFORM 3200-STEP-TO-NEXT-BUS-DAY
           SUBTRACT 1 FROM WS-BUS-DAYS-TO-GO.

       3460-SUB-ONE-BUSINESS-DAY.
           PERFORM 3300-STEP-TO-PREV-BUS-DAY
           SUBTRACT 1 FROM WS-BUS-DAYS-TO-GO.

       3900-LOAD-HOLIDAYS.
      * The installation calendar: BANK_CALENDAR, else the base
      * currency's.
           MOVE 'Y' TO WS-HOLIDAYS-LOADED-FLAG
           MOVE SPACES TO WS-CALENDAR-TEXT
           MOVE SPACES TO PRM-AS-OF-DATE
           MOVE 'BANK_CALENDAR' TO PRM-NAME
           MOVE 'A' TO PRM-VALUE-TYPE
           CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
           IF PRM-VALUE-FOUND
               MOVE PRM-VALUE-TEXT TO WS-CALENDAR-TEXT
           ELSE
               MOVE 'BASE_CURRENCY' TO PRM-NAME
               CALL 'INSPARM' USING PARM-LOOKUP-PARAMS
               IF PRM-VALUE-FOUND
                   MOVE PRM-VALUE-TEXT TO WS-CALENDAR-TEXT
               END-IF
           END-IF
           IF WS-CALENDAR-TEXT NOT = SPACES
               MOVE WS-CALENDAR-TEXT TO WS-DEFAULT-CALENDAR
           END-IF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = '00'
               PERFORM 3950-READ-HOLIDAY-FILE
               PERFORM 3920-LOAD-ONE-HOLIDAY
                   UNTIL END-OF-HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
           END-IF.

       3920-LOAD-ONE-HOLIDAY.
           IF WS-HOLIDAY-COUNT < 5000
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HC-CALENDAR-CODE
                 TO WS-HC-CALENDAR(WS-HOLIDAY-COUNT)
               MOVE HC-HOLIDAY-DATE TO WS-HC-DATE(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM 3950-READ-HOLIDAY-FILE.

       3950-READ-HOLIDAY-FILE.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HOLIDAY-EOF-FLAG
           END-READ.

       END PROGRAM DATECALC.
