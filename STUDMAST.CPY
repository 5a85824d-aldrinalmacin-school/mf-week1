      * NOTICES AND STATEMENTS AND FEED THE MAILING
      * EXTRACTS; SM-DELIVERY-CODE IS "P" (POST) OR "E"
      * (EMAIL) FOR THE MAIL-MERGE SERVICE.
      * SM-CREDIT-BALANCE HOLDS WHAT THE DEPARTMENT OWES THE
      * STUDENT - THE PART OF A PAYMENT OR AWARD BEYOND THE
      * BALANCE DUE. IT IS NEVER NETTED INTO SM-BALANCE-DUE;
      * TERM BILLING SPENDS IT AGAINST THE NEXT TERM'S CHARGE
      * AND A REFUND PAYS IT BACK OUT. SM-CREDIT-DATE
      * (YYYYMMDD) IS WHEN THE CURRENT CREDIT FIRST AROSE, SO
      * THE CREDIT BALANCE REGISTER CAN AGE IT; IT IS BLANK
      * WHENEVER THE CREDIT IS ZERO.
      *****************************************************
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID            PIC X(10).
           05  SM-ZIP-CODE              PIC X(10).
           05  SM-EMAIL-ADDRESS         PIC X(30).
           05  SM-DELIVERY-CODE         PIC X.
           05  SM-CREDIT-BALANCE        PIC 9(5)V99.
           05  SM-CREDIT-DATE           PIC X(8).
