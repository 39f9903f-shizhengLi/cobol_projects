      * coexist; a second reversal of the same payment collides on
      * the key, which is exactly right). The alternate key gives
      * inquiry programs the sequential-by-policy path.
      * Written by INSPMINS; read by INSPMHIST, INSPMRVV, INSDLQSN,
      * INSGLEXT, INSBNKRC and the archive/balancing steps. The
      * one-time load from the old sequential history is INSPHCNV.
       01  PAYMENT-HISTORY-RECORD.
