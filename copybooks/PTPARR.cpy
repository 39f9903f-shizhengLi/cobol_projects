      * Promise-to-pay arrangement record, keyed by PA-POLICY-ID; one
      * record per policy a collector has taken a payment promise
      * on. Keyed through INSPAMNT; while the arrangement is live
      * INSARRLP, INSLFASS and INSDUNNG hold the policy back from
      * lapse, late fees and dunning. INSPAMON checks it nightly
      * against the payment history and closes it kept or broken -
      * a broken promise puts the policy straight back into normal
      * escalation.
       01  PROMISE-ARRANGEMENT-RECORD.
           05  PA-POLICY-ID           PIC X(10).
           05  PA-STATUS              PIC X(01).
               88  PA-STATUS-LIVE         VALUE 'L'.
               88  PA-STATUS-KEPT         VALUE 'K'.
               88  PA-STATUS-BROKEN       VALUE 'B'.
               88  PA-STATUS-CANCELLED    VALUE 'C'.
      * Payments dated on or after the keyed date count toward the
      * promise.
           05  PA-KEYED-DATE          PIC X(08).
           05  PA-KEYED-BY            PIC X(08).
           05  PA-PROMISE-COUNT       PIC 9(01).
           05  PA-PROMISE             OCCURS 3 TIMES.
               10  PA-PROMISE-DATE    PIC X(08).
               10  PA-PROMISE-AMOUNT  PIC 9(7)V99.
      * Forward payments less reversals since the keyed date, as
      * last counted by INSPAMON.
           05  PA-RECEIVED-AMOUNT     PIC 9(7)V99.
           05  PA-CLOSED-DATE         PIC X(08).
           05  FILLER                 PIC X(04).
