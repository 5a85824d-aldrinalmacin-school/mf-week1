      *****************************************************
      * LATE CHARGE REGISTER RECORD LAYOUT - LATEREG.DAT
      * INDEXED FILE, RECORD KEY IS LC-INSTALLMENT-KEY - THE
      * OPEN ITEM KEY OF THE TERM INSTALLMENT THAT WAS PAID
      * LATE, SO AN INSTALLMENT CAN CARRY ONE LATE CHARGE AND
      * NEVER A SECOND, HOWEVER OFTEN THE LATE CHARGE RUN IS
      * REPEATED. LC-CHARGE-DUE-DATE/LC-CHARGE-SEQ LOCATE THE
      * CHARGE'S OWN OPEN ITEM. LC-STATUS IS "A" (ASSESSED)
      * OR "W" (WAIVED BY A SUPERVISOR THROUGH A "W" CREDIT
      * WHOSE REFERENCE IS THE CHARGE'S "LC" REFERENCE).
      * THE FEE LOG CARRIES A LATE CHARGE UNDER REFERENCE
      * "LC" + INSTALLMENT DUE DATE + INSTALLMENT SEQUENCE.
      *****************************************************
       01  LATE-CHARGE-RECORD.
           05  LC-INSTALLMENT-KEY.
               10  LC-STUDENT-ID        PIC X(10).
               10  LC-DUE-DATE          PIC X(8).
               10  LC-ITEM-SEQ          PIC 99.
           05  LC-SEMESTER              PIC 999.
           05  LC-ASSESS-DATE           PIC X(8).
           05  LC-CHARGE-AMOUNT         PIC 9(3)V99.
           05  LC-CHARGE-DUE-DATE       PIC X(8).
           05  LC-CHARGE-SEQ            PIC 99.
           05  LC-STATUS                PIC X.
           05  LC-WAIVE-DATE            PIC X(8).
           05  LC-WAIVED-BY             PIC X(10).
