      * "P" (PAYMENT), "R" (REFUND/REVERSAL), "N" (NSF
      * RETURNED CHECK - THE REVERSAL CARRIES METHOD "K"
      * AND THE CHECK NUMBER, THE SERVICE CHARGE A BLANK
      * METHOD), "W" (WAIVER/SCHOLARSHIP CREDIT - NO
      * TENDER, AWARD REFERENCE IN FL-REFERENCE-NO) OR "L"
      * (LATE PAYMENT CHARGE - NO TENDER, "LC" REFERENCE
      * NAMING THE LATE INSTALLMENT; A "W" CARRYING THAT
      * SAME REFERENCE WAIVES THE CHARGE). THE WRITEOFF RUN
      * ADDS "X" (BAD DEBT WRITE-OFF, "WO" REFERENCE), AND
      * FOR A COLLECTION AGENCY CHECK "Y" (RECOVERY OF A
      * WRITTEN-OFF BALANCE, GROSS), A "P" FOR THE NET CHECK
      * AND "A" (AGENCY COMMISSION), ALL UNDER AN "AGY"
      * REFERENCE. THE STUDENTS RUN LOGS A "Y" UNDER THE
      * "WO" REFERENCE FOR THE PART OF A WINDOW PAYMENT THAT
      * RECOVERS A WRITTEN-OFF BALANCE. X, Y AND A CARRY NO
      * TENDER.
      * REFUNDS ARE NETTED OUT OF THE DAILY TOTALS; NSF
      * AND WAIVER ACTIVITY EACH ROLL INTO THEIR OWN
      * SECTION. FL-PAY-METHOD IS
      * "C" (CASH), "K" (CHECK) OR "D" (CARD), WITH THE
      * CHECK OR CARD REFERENCE IN FL-REFERENCE-NO.
      * EVERY PROGRAM THAT WRITES THIS LOG ADDS THE SAME ENTRY
      * TO THE INDEXED FEE HISTORY FEEHIST.DAT (FEEHIST LAYOUT).
      *****************************************************
       01  FEE-LOG-RECORD.
           05  FL-STUDENT-ID           PIC X(10).
