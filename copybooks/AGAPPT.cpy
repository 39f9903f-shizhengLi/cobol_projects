      * Agent appointment record - one per agent and product the
      * agent is appointed to sell, keyed by agent ID + product
      * code. AP-PRODUCT-CODE '****' appoints the agent for every
      * product. Maintained by INSAGMNT (AP appoint / RA revoke);
      * INSPOLMNT and INSAGTRF refuse to put a policy with an agent
      * who holds no active appointment for the policy's product.
      * A revoked appointment stays on file with its dates.
       01  AGENT-APPOINTMENT-RECORD.
           05  AP-APPOINTMENT-KEY.
               10  AP-AGENT-ID         PIC X(08).
               10  AP-PRODUCT-CODE     PIC X(04).
           05  AP-STATUS               PIC X(01).
               88  AP-STATUS-ACTIVE        VALUE 'A'.
               88  AP-STATUS-REVOKED       VALUE 'R'.
           05  AP-APPOINTED-DATE       PIC X(08).
           05  AP-REVOKED-DATE         PIC X(08).
           05  AP-MAINT-USER           PIC X(08).
           05  FILLER                  PIC X(03).
