      * Bank-holiday calendar record - one per non-banking day other
      * than Saturday and Sunday, per calendar. The calendar code is
      * the country or currency whose banks are shut (e.g. 'USD',
      * 'GB '); a run that does not name one uses the installation
      * calendar (BANK_CALENDAR, else BASE_CURRENCY, else 'USD').
      * Maintained by INSHCMNT; read by the DATECALC business-day
      * functions.
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-CALENDAR-CODE       PIC X(03).
           05  HC-HOLIDAY-DATE        PIC X(08).
           05  HC-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X(04).
