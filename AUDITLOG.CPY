      * ONE RECORD PER POSTED TRANSACTION, STAMPED WITH THE
      * OPERATOR AND THE FULL CURRENT-DATE TIMESTAMP.
      * AL-TRANS-TYPE IS "P" (PAYMENT), "R" (REFUND),
      * "N" (NSF RETURNED CHECK), "W" (WAIVER/
      * SCHOLARSHIP CREDIT) OR "L" (LATE PAYMENT CHARGE,
      * STAMPED WITH THE LATE CHARGE RUN'S SYSTEM ID IN
      * PLACE OF AN OPERATOR). LOCKBOX AND PORTAL PAYMENTS
      * TAKEN IN BY THE INTAKE RUN CARRY "LOCKBOX" AS THEIR
      * OPERATOR. THE WRITEOFF RUN LOGS "X" (BAD DEBT
      * WRITE-OFF, UNDER THE APPROVING SUPERVISOR), AND FOR
      * A COLLECTION AGENCY CHECK "Y" (RECOVERY), "P" (NET
      * PAYMENT) AND "A" (AGENCY COMMISSION), ALL THREE
      * CARRYING "COLLAGCY" AS THEIR OPERATOR.
      * AL-PAY-METHOD IS "C" (CASH), "K" (CHECK) OR "D"
      * (CARD) WITH THE CHECK OR CARD REFERENCE IN
      * AL-REFERENCE-NO - THE DRAWER-CLOSE RUN BALANCES
