      *****************************************************
      * BAD DEBT WRITE-OFF REGISTER RECORD LAYOUT - WOREG.DAT
      * INDEXED FILE, RECORD KEY IS WO-STUDENT-ID - ONE
      * RECORD PER STUDENT WHOSE BALANCE HAS EVER BEEN
      * WRITTEN OFF, CARRYING THE AMOUNT WRITTEN OFF, WHAT
      * HAS SINCE BEEN RECOVERED - BY THE COLLECTION AGENCY
      * (GROSS, BEFORE ITS COMMISSION) OR PAID AT THE WINDOW -
      * AND THE COMMISSION THE AGENCY KEPT.
      * WO-AMOUNT-WRITTEN-OFF LESS WO-AMOUNT-RECOVERED IS
      * WHAT IS STILL UNRECOVERED. WRITTEN BY THE WRITEOFF
      * RUN; THE STUDENTS POSTING RUN UPDATES ONLY THE
      * RECOVERED AMOUNT AND DATE.
      * THE FEE LOG CARRIES A WRITE-OFF AS TYPE "X" UNDER
      * REFERENCE "WO" + WRITE-OFF DATE, AND AN AGENCY
      * REMITTANCE AS A "Y" RECOVERY (GROSS), A "P" PAYMENT
      * (NET, METHOD "K") AND AN "A" COMMISSION, ALL THREE
      * UNDER REFERENCE "AGY" + THE AGENCY'S CHECK NUMBER.
      * A WINDOW PAYMENT BEYOND THE BALANCE DUE ON A WRITTEN-
      * OFF ACCOUNT LOGS ITS "P" AS USUAL PLUS A "Y" RECOVERY
      * FOR THE PART APPLIED TO THE UNRECOVERED AMOUNT, UNDER
      * THE WRITE-OFF'S OWN "WO" REFERENCE.
      *****************************************************
       01  WRITE-OFF-RECORD.
           05  WO-STUDENT-ID            PIC X(10).
           05  WO-FIRST-WRITEOFF-DATE   PIC X(8).
           05  WO-LAST-WRITEOFF-DATE    PIC X(8).
           05  WO-APPROVED-BY           PIC X(10).
           05  WO-AMOUNT-WRITTEN-OFF    PIC 9(7)V99.
           05  WO-AGENCY-CODE           PIC X(4).
           05  WO-PLACED-DATE           PIC X(8).
           05  WO-AMOUNT-RECOVERED      PIC 9(7)V99.
           05  WO-COMMISSION-PAID       PIC 9(7)V99.
           05  WO-LAST-RECOVERY-DATE    PIC X(8).
