      * Delinquency snapshot record - INDEXED, keyed by policy ID,
      * rebuilt from scratch each night by INSDLQSN early in the
      * cycle (after cash application). One record per policy on
      * the master: every policy carries its status and book
      * fields; an in-force (active) policy also carries where it
      * stands on premium - days past its paid-to-date (or first
      * due date when nothing was ever applied), its last forward
      * payment, its open late fees and its direct-debit mandate.
      * INSARRLP, INSLFASS, INSDUNNG and INSAGPRD read this instead
      * of each sweeping the policy master and payment history.
      * Days past due are measured to the business date the
      * snapshot was built for.
       01  DELINQ-SNAPSHOT-RECORD.
           05  DS-POLICY-ID           PIC X(10).
               88  DS-IS-CONTROL          VALUE LOW-VALUES.
           05  DS-POLICY-STATUS       PIC X(01).
               88  DS-STATUS-ACTIVE       VALUE 'A'.
               88  DS-STATUS-LAPSED       VALUE 'L'.
               88  DS-STATUS-CANCELLED    VALUE 'C'.
           05  DS-AGENT-ID            PIC X(08).
           05  DS-CLIENT-ID           PIC X(08).
           05  DS-PRODUCT-CODE        PIC X(04).
           05  DS-ISSUE-DATE          PIC X(08).
           05  DS-MODAL-PREMIUM       PIC 9(7)V99.
           05  DS-PAYMENT-FREQUENCY   PIC X(01).
           05  DS-GRACE-PERIOD-DAYS   PIC 9(03).
           05  DS-PAID-TO-DATE        PIC X(08).
           05  DS-NEXT-DUE-DATE       PIC X(08).
      * The date arrears run from - the paid-to-date, or the next
      * due date when nothing was ever applied; spaces when the
      * policy has no billing to measure against.
           05  DS-ARREARS-BASE-DATE   PIC X(08).
           05  DS-DELINQ-STATUS       PIC X(01).
      * Not measured: not in force, no billing, or a bad date.
               88  DS-NOT-MEASURED        VALUE 'N'.
               88  DS-CURRENT             VALUE 'C'.
               88  DS-PAST-DUE            VALUE 'D'.
      * Days from the base date to the business date - before any
      * grace period; zero or less while the policy is current.
           05  DS-DAYS-PAST-DUE       PIC S9(05).
      * Latest forward payment (type 01) on the payment history;
      * spaces and zero when the policy has never paid.
           05  DS-LAST-PAYMENT-DATE   PIC X(08).
           05  DS-LAST-PAYMENT-AMOUNT PIC 9(8)V99.
      * Late fees assessed (FEEDUE) and not cancelled.
           05  DS-OPEN-FEE-COUNT      PIC 9(03).
           05  DS-OPEN-FEE-AMOUNT     PIC 9(7)V99.
      * Mandate status from the direct-debit mandate file (A, C or
      * S); spaces when the policy has no mandate.
           05  DS-MANDATE-STATUS      PIC X(01).
               88  DS-NO-MANDATE          VALUE SPACE.
               88  DS-MANDATE-ACTIVE      VALUE 'A'.
           05  FILLER                 PIC X(37).

      * Control record - keyed LOW-VALUES, so it is the first record
      * on the file. Written last, once the totals are known; a
      * snapshot without one did not finish building. A reader
      * checks the business date before it starts and proves its
      * own count and hash totals against these when it finishes.
       01  DELINQ-SNAPSHOT-CONTROL.
           05  DS-CTL-KEY             PIC X(10).
           05  DS-CTL-BUSINESS-DATE   PIC X(08).
           05  DS-CTL-BUILD-TIMESTAMP PIC X(19).
      * Policy records on the file.
           05  DS-CTL-POLICY-COUNT    PIC 9(09).
           05  DS-CTL-INFORCE-COUNT   PIC 9(09).
           05  DS-CTL-PAST-DUE-COUNT  PIC 9(09).
      * Sum of DS-DAYS-PAST-DUE over the past-due policies.
           05  DS-CTL-DAYS-HASH       PIC 9(13).
      * Sum of DS-MODAL-PREMIUM over every policy record.
           05  DS-CTL-PREMIUM-TOTAL   PIC 9(13)V99.
           05  FILLER                 PIC X(58).
