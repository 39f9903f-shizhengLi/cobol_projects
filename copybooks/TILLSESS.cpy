      * Counter till session record - one per cashier session.
      * INDEXED, keyed by cashier user ID, business date and a
      * session number within the day (a cashier who closes at
      * lunch opens session 02 after it). Opened with a float and
      * closed with the counted amounts by INSTILL; INSPMENT posts
      * only while the cashier's session is open and adds each
      * counter payment and reversal to its method's totals here.
      * Summarized by branch for the day's banking by INSTILDP.
      * The method slots follow the payment method codes:
      *   1 BANK  2 CREDIT  3 CASH  4 WIRE  5 DIR DEBIT
      * The float is cash, so the expected cash in the drawer is
      * the float plus cash taken less cash reversed.
       01  TILL-SESSION-RECORD.
           05  TS-SESSION-KEY.
               10  TS-USER-ID         PIC X(08).
               10  TS-BUSINESS-DATE   PIC X(08).
               10  TS-SESSION-SEQ     PIC 9(02).
           05  TS-BRANCH              PIC X(04).
           05  TS-STATUS              PIC X(01).
               88  TS-STATUS-OPEN         VALUE 'O'.
               88  TS-STATUS-CLOSED       VALUE 'C'.
           05  TS-OPEN-TIMESTAMP      PIC X(19).
           05  TS-CLOSE-TIMESTAMP     PIC X(19).
           05  TS-FLOAT-AMOUNT        PIC 9(7)V99.
           05  TS-METHOD-TOTALS       OCCURS 5 TIMES.
               10  TS-POSTED-COUNT    PIC 9(05).
               10  TS-POSTED-AMOUNT   PIC 9(9)V99.
               10  TS-REVERSED-COUNT  PIC 9(05).
               10  TS-REVERSED-AMOUNT PIC 9(9)V99.
      * Keyed by the cashier at close; zero while the till is open.
               10  TS-COUNTED-AMOUNT  PIC 9(9)V99.
           05  FILLER                 PIC X(15).
