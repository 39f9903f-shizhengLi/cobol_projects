      * Counter deposit summary record - written by INSTILDP, one
      * 'B' record per branch with counter activity on the business
      * date and one 'T' day total. LINE SEQUENTIAL, rewritten each
      * run. The posting count and net posted amount cover every
      * session, open or closed, and are what INSACTCO proves the
      * day file's counter (CT) postings against; the deposit and
      * over/short cover closed sessions only - an open till has
      * not been counted. The deposit is what goes to the bank:
      * the counted amount by method, less the float for cash.
       01  TILL-DEPOSIT-RECORD.
           05  TD-RECORD-TYPE         PIC X(01).
               88  TD-BRANCH-SUMMARY      VALUE 'B'.
               88  TD-DAY-TOTAL           VALUE 'T'.
           05  TD-BUSINESS-DATE       PIC X(08).
           05  TD-BRANCH              PIC X(04).
           05  TD-SESSION-COUNT       PIC 9(03).
           05  TD-OPEN-SESSIONS       PIC 9(03).
           05  TD-POSTING-COUNT       PIC 9(07).
           05  TD-NET-POSTED          PIC S9(11)V99.
           05  TD-FLOAT-AMOUNT        PIC 9(9)V99.
           05  TD-METHOD-DEPOSIT      PIC S9(11)V99 OCCURS 5 TIMES.
           05  TD-DEPOSIT-AMOUNT      PIC S9(11)V99.
           05  TD-OVER-SHORT          PIC S9(11)V99.
           05  FILLER                 PIC X(09).
