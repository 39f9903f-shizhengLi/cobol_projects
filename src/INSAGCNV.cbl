      ******************************************************************
      * Agent Master Conversion Utility
      * Function: One-time load of the previous 64-byte AGENT-
      *           MASTER (agent, name, status, tier, override rate,
      *           bank account - the layout before the mailing
      *           address was added for cheque issuance) into the
      *           current 200-byte layout, with the new fields
      *           defaulted: address spaces, which the origination
      *           run reports NO ADDRESS rather than print a cheque
      *           it cannot mail. Run once at cutover - rename the
      *           live file to the old ddname first - the same way
      *           INSPLCNV loads the old policy master; an
      *           unconverted file fails to open under the new
      *           record length.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSAGCNV.
       DATE-WRITTEN. 2026-09-02.

      * Modification History
      * 2026-10-15 : Source layout moved up to the 64-byte master
      *              (bank account included) now that AGENT-MASTER
      *              carries a mailing address and reserve filler;
      *              the 59-byte cutover it was written for is long
      *              done.
      * 2026-09-02 : Initial version.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
      * The previous 64-byte layout, as INSAGMNT wrote it before
      * the mailing address was added.
       FD  OLD-AGENT-FILE.
       01  OLD-AGENT-RECORD.
           05  OA-AGENT-ID             PIC X(08).
           05  OA-AGENT-STATUS         PIC X(01).
           05  OA-COMMISSION-TIER      PIC X(01).
           05  OA-OVERRIDE-RATE        PIC 9V999.
           05  OA-BANK-ACCOUNT         PIC X(20).

       FD  AGENT-MASTER-FILE.
       COPY AGENTMST.
           END-IF.

       2000-CONVERT-RECORD.
      * Carry the original fields across; the address starts
      * blank, which the disbursement origination reports NO
      * ADDRESS for a cheque payee until INSAGMNT maintenance
      * fills it.
           INITIALIZE AGENT-MASTER-RECORD
           MOVE OA-AGENT-ID         TO AG-AGENT-ID
           MOVE OA-AGENT-NAME       TO AG-AGENT-NAME
           MOVE OA-AGENT-STATUS     TO AG-AGENT-STATUS
           MOVE OA-COMMISSION-TIER  TO AG-COMMISSION-TIER
           MOVE OA-OVERRIDE-RATE    TO AG-OVERRIDE-RATE
           MOVE OA-BANK-ACCOUNT     TO AG-BANK-ACCOUNT
           MOVE SPACES TO AG-ADDRESS-LINE-1
                          AG-ADDRESS-LINE-2
                          AG-CITY
                          AG-POSTAL-CODE

           WRITE AGENT-MASTER-RECORD
               INVALID KEY
