               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT AR-CONTROL-FILE ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CONTROL-KEY
               FILE STATUS IS WS-AR-CONTROL-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT LATE-CHARGE-FILE ASSIGN TO "LATEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-INSTALLMENT-KEY
               FILE STATUS IS WS-LATE-CHARGE-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HISTORY-KEY
               ALTERNATE RECORD KEY IS FH-POSTING-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FEE-HISTORY-STATUS.

           SELECT WRITE-OFF-FILE ASSIGN TO "WOREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-STUDENT-ID
               FILE STATUS IS WS-WRITE-OFF-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-TRANSACTION-LOG.
       COPY FEELOG.

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE         PIC X(60).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD           PIC X(60).

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       FD  FEE-SCHEDULE-FILE.
       COPY FEESCHED.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  LATE-CHARGE-FILE.
       COPY LATEREG.

       FD  WRITE-OFF-FILE.
       COPY WOREG.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID               PIC X(10).
       01  WS-FEE-TRANS-IN-STATUS      PIC XX.
       01  WS-FEE-LOG-STATUS           PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-SUMMARY-STATUS           PIC XX.
       01  WS-RECEIPT-STATUS           PIC XX.
       01  WS-BALANCE-DUE-BEFORE-PAYMENT  PIC 9(5)V99 VALUE ZERO.
       01  WS-DEPOSIT-STATUS           PIC XX.
       01  WS-DEPOSIT-TENDER           PIC X.
      *    EACH DEPOSIT SECTION IS ONE TENDER FROM ONE SOURCE: "W"
      *    THE WINDOW'S CASHIERS, "L" THE LOCKBOX/PORTAL INTAKE AND
      *    "A" THE COLLECTION AGENCY'S CHECKS. THE BANK CREDITS
      *    EACH SEPARATELY, SO EACH IS A DEPOSIT OF ITS OWN.
       01  WS-DEPOSIT-SOURCE           PIC X.
       01  WS-ENTRY-SOURCE             PIC X.
       01  WS-AGENCY-OPERATOR-ID       PIC X(10) VALUE "COLLAGCY".
       01  WS-AUDIT-EOF-FLAG           PIC X.
       01  WS-LOG-METHOD               PIC X.
       01  WS-CASH-TOTAL               PIC S9(6)V99 VALUE ZERO.
       01  WS-CHECK-TOTAL              PIC S9(6)V99 VALUE ZERO.
           05  WS-DD-STUDENT-ID        PIC X(10).
           05  WS-DD-REFERENCE-NO      PIC X(12).
           05  WS-DD-AMOUNT            PIC 9(3)V99.
           05  WS-DD-SOURCE            PIC X.
       01  WS-DEP-TRAILER-LINE.
           05  FILLER                  PIC X VALUE "T".
           05  WS-DT-TENDER            PIC X.
           05  WS-DT-COUNT             PIC 9(5).
           05  WS-DT-TOTAL             PIC 9(7)V99.
           05  WS-DT-SOURCE            PIC X.
       01  WS-DEP-TOTAL-LINE.
           05  FILLER                  PIC X VALUE "F".
           05  WS-DF-COUNT             PIC 9(5).
       01  WS-GL-BATCH-REF.
           05  FILLER                  PIC X(3) VALUE "FEE".
           05  WS-GL-BATCH-DATE        PIC X(8).
       01  WS-GL-DESC-SEM              PIC 99.
       01  WS-GL-CASH-ACCT             PIC X(8) VALUE "10100000".
      *    WHAT THE DAY'S EXTRACT DEBITED AND CREDITED TO THE
      *    STUDENT RECEIVABLES CONTROL ACCOUNT, KEPT ON THE
      *    RECEIVABLES CONTROL LEDGER FOR THE MONTH-END PROOF.
       01  WS-GL-AR-DEBIT              PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-AR-CREDIT             PIC 9(9)V99 VALUE ZERO.
       01  WS-AR-CONTROL-STATUS        PIC XX.
       01  WS-FEE-SCHEDULE-STATUS      PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-FILE-FLAG           PIC X VALUE "N".
       01  WS-NSF-CHECK-TOTAL          PIC S9(6)V99 VALUE ZERO.
       01  WS-NSF-CHECK-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-NSF-CHARGE-TOTAL        PIC S9(6)V99 VALUE ZERO.
       01  WS-GL-NSFFEE-ACCT           PIC X(8) VALUE "44100000".
       01  WS-WAIVER-TOTAL             PIC S9(6)V99 VALUE ZERO.
       01  WS-WAIVER-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-GL-WAIVER-ACCT           PIC X(8) VALUE "61500000".
       01  WS-LATE-CHARGE-STATUS       PIC XX.
       01  WS-LATEREG-FILE-FLAG        PIC X VALUE "N".
       01  WS-LATE-WAIVER-FLAG         PIC X.
       01  WS-LATE-ACTIVITY-FLAG       PIC X.
       01  WS-LATE-FOUND-FLAG          PIC X.
       01  WS-LATE-CHARGE-TOTAL        PIC S9(6)V99 VALUE ZERO.
       01  WS-LATE-CHARGE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LATE-WAIVER-TOTAL        PIC S9(6)V99 VALUE ZERO.
       01  WS-LATE-WAIVER-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-GL-LATEFEE-ACCT          PIC X(8) VALUE "44200000".
      *    BAD DEBT WRITE-OFFS ("X"), AGENCY RECOVERIES ("Y") AND
      *    AGENCY COMMISSIONS ("A") ARE LOGGED BY THE WRITEOFF RUN,
      *    WHICH BOOKS THEM ON ITS OWN GL EXTRACT; THE AGENCY'S NET
      *    CHECK ARRIVES AS AN ORDINARY "P" UNDER AN "AGY"
      *    REFERENCE AND IS CASH, SO IT IS BOOKED HERE ON ITS OWN
      *    LINE AGAINST THE STUDENT RECEIVABLE. A WINDOW PAYMENT
      *    THAT RECOVERS A WRITTEN-OFF BALANCE LOGS ITS OWN "Y"
      *    UNDER THE WRITE-OFF'S "WO" REFERENCE, AND THAT ONE IS
      *    BOOKED HERE.
       01  WS-BAD-DEBT-ACTIVITY-FLAG   PIC X.
       01  WS-WRITE-OFF-TOTAL          PIC S9(6)V99 VALUE ZERO.
       01  WS-WRITE-OFF-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RECOVERY-TOTAL           PIC S9(6)V99 VALUE ZERO.
       01  WS-RECOVERY-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-COMMISSION-TOTAL         PIC S9(6)V99 VALUE ZERO.
       01  WS-AGENCY-NET-TOTAL         PIC S9(6)V99 VALUE ZERO.
       01  WS-WINDOW-RECOVERY-TOTAL    PIC S9(6)V99 VALUE ZERO.
       01  WS-GL-RECOVERY-ACCT         PIC X(8) VALUE "44300000".
       01  WS-WRITE-OFF-STATUS         PIC XX.
       01  WS-WOREG-FILE-FLAG          PIC X VALUE "N".
       01  WS-WOREG-FOUND-FLAG         PIC X.
       01  WS-RECOVERY-PORTION         PIC 9(5)V99 VALUE ZERO.
       01  WS-UNRECOVERED              PIC 9(7)V99.
       01  WS-RECOVERY-REFERENCE.
           05  FILLER                  PIC XX VALUE "WO".
           05  WS-RR-WRITEOFF-DATE     PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
       01  WS-GL-AR-ACCT               PIC X(8) VALUE "11000000".
       01  WS-OPEN-ITEM-STATUS         PIC XX.
       01  WS-OPENITEM-FILE-FLAG       PIC X VALUE "N".
       01  WS-APPLY-REMAINING          PIC 9(5)V99.
       01  WS-BALANCE-PORTION          PIC 9(5)V99.
       01  WS-CREDIT-PORTION           PIC 9(5)V99.
       01  WS-CREDIT-EDIT              PIC ZZZZ9.99.
       01  WS-ITEM-PORTION             PIC 9(5)V99.
       01  WS-ITEM-EOF-FLAG            PIC X.
       01  WS-ITEM-WRITTEN-FLAG        PIC X.
       01  WS-OPERATOR-MASTER-STATUS   PIC XX.
       01  WS-OPERATOR-PASSWORD        PIC X(10).
       01  WS-OPERATOR-LEVEL           PIC X.
      *    PAYMENTS THE LOCKBOX/PORTAL INTAKE ADDS TO FEEIN.DAT ARE
      *    NUMBERED FROM WS-INTAKE-FIRST-SEQ UP AND ARE AUDITED
      *    UNDER THE INTAKE'S SYSTEM ID, NOT THE SIGNED-ON CASHIER'S
      *    - NO DRAWER EVER HELD THAT MONEY.
       01  WS-INTAKE-FIRST-SEQ         PIC 9(6) VALUE 900001.
       01  WS-INTAKE-OPERATOR-ID       PIC X(10) VALUE "LOCKBOX".
       01  WS-SCHED-MAX-ENTRIES        PIC 9(4) COMP VALUE 200.
       01  WS-SCHED-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-SCHED-TABLE.
               STOP RUN
           END-IF

      *    EVERY LOG ENTRY ALSO GOES TO THE INDEXED HISTORY, SO THE
      *    HISTORY MUST EXIST BEFORE ANYTHING POSTS - IT IS BUILT
      *    ONCE FROM THE ARCHIVE AND THE LOG, NEVER CREATED EMPTY.
           OPEN I-O FEE-HISTORY-FILE
           IF WS-FEE-HISTORY-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN FEEHIST.DAT, STATUS=",
                   WS-FEE-HISTORY-STATUS,
                   " - RUN HISTBLD TO BUILD THE FEE HISTORY"
               STOP RUN
           END-IF

           OPEN I-O STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN STUDMAST.DAT, STATUS=",
               END-IF
           END-IF

      *    NO LATE CHARGE REGISTER YET JUST MEANS THE LATE CHARGE
      *    RUN HAS NEVER ASSESSED ONE - A WAIVER NAMING A LATE
      *    CHARGE THEN HAS NOTHING TO WAIVE AND GOES TO SUSPENSE.
           OPEN I-O LATE-CHARGE-FILE
           IF WS-LATE-CHARGE-STATUS = "00"
               MOVE "Y" TO WS-LATEREG-FILE-FLAG
           ELSE
               IF WS-LATE-CHARGE-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN LATEREG.DAT, STATUS=",
                       WS-LATE-CHARGE-STATUS
                   STOP RUN
               END-IF
           END-IF

      *    NO WRITE-OFF REGISTER YET JUST MEANS NO BALANCE HAS EVER
      *    BEEN WRITTEN OFF - THERE IS NOTHING A PAYMENT COULD
      *    RECOVER.
           OPEN I-O WRITE-OFF-FILE
           IF WS-WRITE-OFF-STATUS = "00"
               MOVE "Y" TO WS-WOREG-FILE-FLAG
           ELSE
               IF WS-WRITE-OFF-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN WOREG.DAT, STATUS=",
                       WS-WRITE-OFF-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM 165-LOAD-FEE-SCHEDULE

           PERFORM 170-LOAD-CHECKPOINT-TABLE
                   WS-REFERENCE-NO-IN
               PERFORM 650-WRITE-SUSPENSE-RECORD
           ELSE
      *        A BOUNCED CHECK THAT HAD LEFT A CREDIT TAKES THAT
      *        CREDIT BACK FIRST; ONLY THE REST IS REINSTATED AS
      *        BALANCE DUE.
               PERFORM 405-DRAW-DOWN-CREDIT
               COMPUTE SM-BALANCE-DUE =
                   SM-BALANCE-DUE + WS-BALANCE-PORTION + WS-NSF-CHARGE
               MOVE "Y" TO SM-NSF-FLAG
               MOVE WS-TODAY-YMD TO SM-LAST-ACTIVITY-DATE
               REWRITE STUDENT-MASTER-RECORD
               MOVE "Y" TO WS-VALID-FLAG
               MOVE "N" TO WS-EXCEEDS-SCHEDULE-FLAG
               MOVE "N" TO WS-EXCEEDS-BALANCE-FLAG
               MOVE "N" TO WS-LATE-WAIVER-FLAG
               MOVE SPACES TO WS-SUSPENSE-REASON
               MOVE SPACES TO WS-SUSPENSE-FIELD
               PERFORM 260-LOOKUP-STUDENT-MASTER
                   END-IF
                   PERFORM 850-WRITE-CHECKPOINT
                   PERFORM 950-WRITE-AUDIT-RECORD
                   IF WS-RECOVERY-PORTION > ZERO
                       PERFORM 720-LOG-BAD-DEBT-RECOVERY
                   END-IF
               ELSE
                   PERFORM 650-WRITE-SUSPENSE-RECORD
               END-IF
      ********************************************************

       400-APPLY-PAYMENT-TO-BALANCE.
      *    A PAYMENT DRAWS THE BALANCE DOWN, NEVER BELOW ZERO; WHAT
      *    IS LEFT OVER ONCE THE BALANCE IS CLEARED IS HELD AS A
      *    CREDIT ON THE STUDENT'S ACCOUNT - THE MONEY IS IN THE
      *    DEPOSIT, SO THE ACCOUNT MUST SHOW WHO IT BELONGS TO. A
      *    REFUND PAYS BACK ANY CREDIT HELD FIRST AND PUTS ONLY THE
      *    REST BACK ONTO THE BALANCE. WS-BALANCE-PORTION CARRIES
      *    THE PART THAT MOVED THE BALANCE ITSELF, WHICH IS ALL THE
      *    OPEN ITEMS EVER SEE. ON AN ACCOUNT WRITTEN OFF TO BAD
      *    DEBT, 407 TAKES THE AMOUNT STILL UNRECOVERED OUT OF A
      *    PAYMENT'S EXCESS BEFORE ANY OF IT BECOMES A CREDIT.
           MOVE ZERO TO WS-RECOVERY-PORTION
           IF WS-TRANS-TYPE-IN = "R"
               PERFORM 405-DRAW-DOWN-CREDIT
               ADD WS-BALANCE-PORTION TO SM-BALANCE-DUE
           ELSE
               IF STUDENT-FEES-IN > SM-BALANCE-DUE
                   MOVE SM-BALANCE-DUE TO WS-BALANCE-PORTION
                   COMPUTE WS-CREDIT-PORTION =
                       STUDENT-FEES-IN - SM-BALANCE-DUE
                   MOVE ZERO TO SM-BALANCE-DUE
                   IF WS-TRANS-TYPE-IN = "P"
                       AND WS-WOREG-FILE-FLAG = "Y"
                       PERFORM 407-APPLY-BAD-DEBT-RECOVERY
                   END-IF
                   IF WS-CREDIT-PORTION > ZERO
                       IF SM-CREDIT-BALANCE = ZERO
                           MOVE WS-TODAY-YMD TO SM-CREDIT-DATE
                       END-IF
                       ADD WS-CREDIT-PORTION TO SM-CREDIT-BALANCE
                   END-IF
               ELSE
                   MOVE STUDENT-FEES-IN TO WS-BALANCE-PORTION
                   MOVE ZERO TO WS-CREDIT-PORTION
                   SUBTRACT STUDENT-FEES-IN FROM SM-BALANCE-DUE
               END-IF
           END-IF
               IF WS-TRANS-TYPE-IN = "R"
                   PERFORM 420-REVERSE-PAYMENT-FROM-ITEMS
               ELSE
                   IF WS-LATE-WAIVER-FLAG = "Y"
                       PERFORM 412-APPLY-WAIVER-TO-CHARGE
                   ELSE
                       PERFORM 410-APPLY-PAYMENT-TO-ITEMS
                   END-IF
               END-IF
           END-IF

           IF WS-LATE-WAIVER-FLAG = "Y"
               PERFORM 470-MARK-LATE-CHARGE-WAIVED
           END-IF

      *    A PAYMENT THAT EITHER CLEARS THE BALANCE OR LEAVES NO
      *    INSTALLMENT PAST DUE HAS BROUGHT THE ACCOUNT CURRENT -
      *    A STUDENT MEETING THE PLAN IS CURRENT EVEN WITH FUTURE
           END-IF.
      ********************************************************

       405-DRAW-DOWN-CREDIT.
      *    MONEY GOING BACK OUT - A REFUND OR A RETURNED CHECK -
      *    COMES OFF ANY CREDIT ON ACCOUNT BEFORE IT RAISES THE
      *    BALANCE DUE. THE CREDIT DATE CLEARS WITH THE CREDIT SO
      *    THE NEXT OVERPAYMENT STARTS ITS OWN AGE.
           IF STUDENT-FEES-IN > SM-CREDIT-BALANCE
               MOVE SM-CREDIT-BALANCE TO WS-CREDIT-PORTION
           ELSE
               MOVE STUDENT-FEES-IN TO WS-CREDIT-PORTION
           END-IF
           SUBTRACT WS-CREDIT-PORTION FROM SM-CREDIT-BALANCE
           COMPUTE WS-BALANCE-PORTION =
               STUDENT-FEES-IN - WS-CREDIT-PORTION
           IF SM-CREDIT-BALANCE = ZERO
               MOVE SPACES TO SM-CREDIT-DATE
           END-IF.
      ********************************************************

       407-APPLY-BAD-DEBT-RECOVERY.
      *    A WRITTEN-OFF BALANCE IS STILL OWED. THE PART OF THE
      *    EXCESS UP TO WHAT IS STILL UNRECOVERED IS A RECOVERY,
      *    ADDED TO THE REGISTER THE SAME WAY AN AGENCY RECOVERY
      *    IS, SO THE AGENCY IS NEVER PAID ON IT AGAIN; 720 LOGS
      *    IT AS A "Y" UNDER THE WRITE-OFF'S OWN REFERENCE.
           MOVE "Y" TO WS-WOREG-FOUND-FLAG
           MOVE STUDENT-ID-IN TO WO-STUDENT-ID
           READ WRITE-OFF-FILE
               INVALID KEY
                   MOVE "N" TO WS-WOREG-FOUND-FLAG
           END-READ

           IF WS-WOREG-FOUND-FLAG = "Y"
               AND WO-AMOUNT-WRITTEN-OFF > WO-AMOUNT-RECOVERED
               COMPUTE WS-UNRECOVERED =
                   WO-AMOUNT-WRITTEN-OFF - WO-AMOUNT-RECOVERED
               IF WS-CREDIT-PORTION > WS-UNRECOVERED
                   MOVE WS-UNRECOVERED TO WS-RECOVERY-PORTION
               ELSE
                   MOVE WS-CREDIT-PORTION TO WS-RECOVERY-PORTION
               END-IF
               SUBTRACT WS-RECOVERY-PORTION FROM WS-CREDIT-PORTION

               ADD WS-RECOVERY-PORTION TO WO-AMOUNT-RECOVERED
               MOVE WS-TODAY-YMD TO WO-LAST-RECOVERY-DATE
               REWRITE WRITE-OFF-RECORD
               IF WS-WRITE-OFF-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT REWRITE WOREG.DAT, STATUS=",
                       WS-WRITE-OFF-STATUS
                   STOP RUN
               END-IF
               MOVE WO-LAST-WRITEOFF-DATE TO WS-RR-WRITEOFF-DATE
           END-IF.
      ********************************************************

       410-APPLY-PAYMENT-TO-ITEMS.
      *    EACH PAYMENT RETIRES THE OLDEST OPEN INSTALLMENT FIRST;
      *    THE KEY ORDERS A STUDENT'S ITEMS BY DUE DATE, SO ONE
      *    FORWARD PASS IS OLDEST-FIRST. ANYTHING LEFT AFTER THE
      *    LAST OPEN ITEM BELONGS TO BALANCES POSTED BEFORE THE
      *    SUB-LEDGER EXISTED AND STAYS ON THE MASTER ALONE. AN
      *    OVERPAYMENT'S EXCESS WENT TO THE CREDIT, NOT THE ITEMS.
           MOVE WS-BALANCE-PORTION TO WS-APPLY-REMAINING
           PERFORM 411-APPLY-OLDEST-FIRST.

       411-APPLY-OLDEST-FIRST.
           MOVE STUDENT-ID-IN TO OI-STUDENT-ID
           MOVE LOW-VALUES TO OI-DUE-DATE
           MOVE ZERO TO OI-ITEM-SEQ
               END-READ
           END-PERFORM.

       412-APPLY-WAIVER-TO-CHARGE.
      *    A LATE CHARGE WAIVER CLEARS THAT CHARGE'S OWN ITEM, NOT
      *    THE OLDEST INSTALLMENT - THE INSTALLMENT STAYS AS LATE AS
      *    IT WAS. ONLY WHAT THE STUDENT HAD ALREADY PAID ON THE
      *    CHARGE SPILLS OVER TO THE OTHER ITEMS, OLDEST FIRST.
           MOVE WS-BALANCE-PORTION TO WS-APPLY-REMAINING
           MOVE STUDENT-ID-IN      TO OI-STUDENT-ID
           MOVE LC-CHARGE-DUE-DATE TO OI-DUE-DATE
           MOVE LC-CHARGE-SEQ      TO OI-ITEM-SEQ
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OI-ITEM-STATUS = "O"
                       PERFORM 415-APPLY-TO-ONE-ITEM
                   END-IF
           END-READ

           IF WS-APPLY-REMAINING > ZERO
               PERFORM 411-APPLY-OLDEST-FIRST
           END-IF.

       415-APPLY-TO-ONE-ITEM.
           COMPUTE WS-ITEM-PORTION =
               OI-AMOUNT-DUE - OI-AMOUNT-PAID
      *    DATES STAY RETIRED AND AGING PICKS THE REINSTATED DEBT
      *    UP FROM THE LATEST DUE DATE FIRST. INDEXED FILES ONLY
      *    READ FORWARD, SO THE PAID ITEM KEYS ARE TABLED ON A
      *    FORWARD PASS AND WALKED BACKWARDS. WHAT CAME OFF A
      *    CREDIT ON ACCOUNT NEVER PAID AN ITEM AND RE-OPENS NONE.
           MOVE WS-BALANCE-PORTION TO WS-APPLY-REMAINING
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE STUDENT-ID-IN TO OI-STUDENT-ID
           MOVE LOW-VALUES TO OI-DUE-DATE
           END-PERFORM.
      ********************************************************

       470-MARK-LATE-CHARGE-WAIVED.
      *    THE REGISTER KEEPS THE WAIVED CHARGE, MARKED WITH WHO
      *    WAIVED IT AND WHEN, SO THE LATE CHARGE RUN NEVER
      *    RE-ASSESSES THE INSTALLMENT AND THE WAIVER CANNOT BE
      *    KEYED A SECOND TIME.
           MOVE "W"            TO LC-STATUS
           MOVE WS-TODAY-YMD   TO LC-WAIVE-DATE
           MOVE WS-OPERATOR-ID TO LC-WAIVED-BY
           REWRITE LATE-CHARGE-RECORD
           IF WS-LATE-CHARGE-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT REWRITE LATEREG.DAT, STATUS=",
                   WS-LATE-CHARGE-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       460-RELEASE-REGISTRATION-HOLD.
      *    A PAYMENT THAT BRINGS THE ACCOUNT CURRENT LIFTS THE
      *    REGISTRATION HOLD THE AGING RUN PLACED, SO THE REGISTRAR
      ********************************************************

       950-WRITE-AUDIT-RECORD.
           IF WS-RUN-MODE NOT = "B"
               AND WS-TRANS-SEQ-NO >= WS-INTAKE-FIRST-SEQ
               MOVE WS-INTAKE-OPERATOR-ID TO AL-OPERATOR-ID
           ELSE
               MOVE WS-OPERATOR-ID      TO AL-OPERATOR-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE STUDENT-ID-IN       TO AL-STUDENT-ID
           MOVE STUDENT-SEMESTER-IN TO AL-SEMESTER
                   STUDENT-NAME-IN
           END-IF

      *    A WAIVER WHOSE REFERENCE IS A LATE CHARGE'S "LC"
      *    REFERENCE WAIVES THAT ONE CHARGE - IT MUST NAME A CHARGE
      *    STILL STANDING ON THE REGISTER, FOR ITS FULL AMOUNT.
           IF WS-TRANS-TYPE-IN = "W"
               AND WS-REFERENCE-NO-IN(1:2) = "LC"
               PERFORM 255-VALIDATE-LATE-WAIVER
           END-IF

      *    A CHECK WITHOUT ITS CHECK NUMBER CANNOT BE MATCHED ON THE
      *    BANK DEPOSIT, SO IT IS HELD IN SUSPENSE UNTIL THE CASHIER
      *    SUPPLIES THE NUMBER.
           END-IF.
      ********************************************************

       255-VALIDATE-LATE-WAIVER.
           MOVE "Y" TO WS-LATE-WAIVER-FLAG
           IF WS-LATEREG-FILE-FLAG = "N"
               MOVE "N" TO WS-LATE-FOUND-FLAG
           ELSE
               MOVE STUDENT-ID-IN TO LC-STUDENT-ID
               MOVE WS-REFERENCE-NO-IN(3:8) TO LC-DUE-DATE
               MOVE WS-REFERENCE-NO-IN(11:2) TO LC-ITEM-SEQ
               MOVE "Y" TO WS-LATE-FOUND-FLAG
               READ LATE-CHARGE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-LATE-FOUND-FLAG
               END-READ
           END-IF

           IF WS-LATE-FOUND-FLAG = "N" OR LC-STATUS NOT = "A"
               MOVE "N" TO WS-VALID-FLAG
               IF WS-SUSPENSE-REASON = SPACES
                   MOVE "NOLC" TO WS-SUSPENSE-REASON
                   MOVE WS-REFERENCE-NO-IN TO WS-SUSPENSE-FIELD
               END-IF
               DISPLAY "REJECTED - NO STANDING LATE CHARGE ",
                   WS-REFERENCE-NO-IN, " FOR ", STUDENT-NAME-IN
           ELSE
               IF STUDENT-FEES-IN NOT = LC-CHARGE-AMOUNT
                   MOVE "N" TO WS-VALID-FLAG
                   IF WS-SUSPENSE-REASON = SPACES
                       MOVE "AMT" TO WS-SUSPENSE-REASON
                       MOVE STUDENT-FEES-IN TO WS-FEES-EDIT
                       MOVE WS-FEES-EDIT TO WS-SUSPENSE-FIELD
                   END-IF
                   DISPLAY "REJECTED - LATE CHARGE WAIVER FOR ",
                       STUDENT-NAME-IN, " IS NOT THE CHARGE AMOUNT"
               END-IF
           END-IF.
      ********************************************************

       700-LOG-TRANSACTION.
           PERFORM 750-COMPUTE-PAYMENT-DATE

               DISPLAY "FATAL - CANNOT WRITE FEELOG.DAT, STATUS=",
                   WS-FEE-LOG-STATUS
               STOP RUN
           END-IF

           PERFORM 710-ADD-TO-FEE-HISTORY.

       710-ADD-TO-FEE-HISTORY.
      *    THE SAME ENTRY GOES TO THE HISTORY UNDER THE STUDENT AND
      *    THE POSTING DATE, TAKING THE NEXT FREE SEQUENCE FOR THAT
      *    STUDENT AND DATE (A TAKEN ONE ANSWERS STATUS "22").
           MOVE FL-STUDENT-ID TO FH-STUDENT-ID
           MOVE SPACES TO FH-POSTING-DATE
           STRING FL-PAYMENT-DATE(7:4) FL-PAYMENT-DATE(1:2)
               FL-PAYMENT-DATE(4:2)
               DELIMITED BY SIZE INTO FH-POSTING-DATE
           MOVE 1 TO FH-ENTRY-SEQ
           MOVE "N" TO FH-ARCHIVED-FLAG
           MOVE FEE-LOG-RECORD TO FH-LOG-IMAGE
           WRITE FEE-HISTORY-RECORD
           PERFORM UNTIL WS-FEE-HISTORY-STATUS NOT = "22"
               ADD 1 TO FH-ENTRY-SEQ
               WRITE FEE-HISTORY-RECORD
           END-PERFORM
           IF WS-FEE-HISTORY-STATUS NOT = "00"
               AND WS-FEE-HISTORY-STATUS NOT = "02"
               DISPLAY "FATAL - CANNOT WRITE FEEHIST.DAT, STATUS=",
                   WS-FEE-HISTORY-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       720-LOG-BAD-DEBT-RECOVERY.
      *    THE PAYMENT ITSELF IS LOGGED IN FULL BY 700; THE PART OF
      *    IT 407 APPLIED TO THE WRITTEN-OFF BALANCE IS LOGGED AND
      *    AUDITED AGAIN AS A "Y" RECOVERY, WHICH PUTS IT BACK ON
      *    THE RECEIVABLE FOR THE PAYMENT TO SETTLE - THE SAME PAIR
      *    THE WRITEOFF RUN LOGS FOR AN AGENCY CHECK. IT MOVES NO
      *    MONEY OF ITS OWN, SO IT CARRIES NO TENDER. LIKE THE NSF
      *    SERVICE CHARGE, IT IS WRITTEN THROUGH 700 AND 950 ONCE
      *    THE PAYMENT'S OWN RECEIPT AND AUDIT ENTRY ARE OUT, SO
      *    THE TRANSACTION FIELDS CAN BE TAKEN OVER FOR IT.
           MOVE WS-RECOVERY-PORTION   TO STUDENT-FEES-IN
           MOVE "Y"                   TO WS-TRANS-TYPE-IN
           MOVE SPACE                 TO WS-PAY-METHOD-IN
           MOVE WS-RECOVERY-REFERENCE TO WS-REFERENCE-NO-IN
           PERFORM 700-LOG-TRANSACTION
           PERFORM 950-WRITE-AUDIT-RECORD.
      ********************************************************

       750-COMPUTE-PAYMENT-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
           STRING "BALANCE REMAINING: $" WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           IF WS-RECOVERY-PORTION > ZERO
               MOVE WS-RECOVERY-PORTION TO WS-CREDIT-EDIT
               MOVE SPACES TO RECEIPT-LINE
               STRING "APPLIED TO BALANCE WRITTEN OFF: $"
                   WS-CREDIT-EDIT
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           PERFORM 825-PRINT-CREDIT-ON-ACCOUNT

           IF WS-EXCEEDS-BALANCE-FLAG = "Y"
               MOVE WS-BALANCE-DUE-BEFORE-PAYMENT
           STRING "BALANCE NOW DUE: $" WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           PERFORM 825-PRINT-CREDIT-ON-ACCOUNT

           IF WS-EXCEEDS-SCHEDULE-FLAG = "Y"
               MOVE "** REFUND EXCEEDS OFFICIAL FEE SCHEDULE **"
           STRING "BALANCE REMAINING: $" WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO RECEIPT-LINE
           WRITE RECEIPT-LINE
           PERFORM 825-PRINT-CREDIT-ON-ACCOUNT

           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE.
      ********************************************************

       825-PRINT-CREDIT-ON-ACCOUNT.
      *    WHATEVER THE DOCUMENT, A STUDENT HOLDING A CREDIT SEES
      *    IT - ON A RECEIPT IT IS WHERE THE OVERPAYMENT WENT, ON A
      *    VOUCHER IT IS WHAT IS STILL OWED BACK AFTER THE REFUND.
           IF SM-CREDIT-BALANCE > ZERO
               MOVE SM-CREDIT-BALANCE TO WS-CREDIT-EDIT
               MOVE SPACES TO RECEIPT-LINE
               STRING "CREDIT ON ACCOUNT: $" WS-CREDIT-EDIT
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
      ********************************************************

       820-SAVE-RECEIPT-COUNTER.
      *    SAVED THE MOMENT THE NUMBER IS TAKEN, SO A RESTART NEVER
      *    RE-ISSUES A NUMBER THAT IS ALREADY ON A PRINTED DOCUMENT.
           MOVE ZERO TO WS-NSF-CHARGE-TOTAL
           MOVE ZERO TO WS-WAIVER-TOTAL
           MOVE ZERO TO WS-WAIVER-COUNT
           MOVE ZERO TO WS-LATE-CHARGE-TOTAL
           MOVE ZERO TO WS-LATE-CHARGE-COUNT
           MOVE ZERO TO WS-LATE-WAIVER-TOTAL
           MOVE ZERO TO WS-LATE-WAIVER-COUNT
           MOVE ZERO TO WS-WRITE-OFF-TOTAL
           MOVE ZERO TO WS-WRITE-OFF-COUNT
           MOVE ZERO TO WS-RECOVERY-TOTAL
           MOVE ZERO TO WS-RECOVERY-COUNT
           MOVE ZERO TO WS-COMMISSION-TOTAL
           MOVE ZERO TO WS-AGENCY-NET-TOTAL
           MOVE ZERO TO WS-WINDOW-RECOVERY-TOTAL
           MOVE "N" TO WS-UNIQUE-TABLE-FULL-FLAG
           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1 UNTIL WS-SEM-SUB > 10
               MOVE ZERO TO WS-SEM-TOTAL(WS-SEM-SUB)
                   AT END
                       MOVE "Y" TO WS-LOG-EOF-FLAG
                   NOT AT END
                       PERFORM 565-TALLY-LATE-CHARGE-ACTIVITY
                       PERFORM 566-TALLY-BAD-DEBT-ACTIVITY
                       IF FL-PAYMENT-DATE = WS-RUN-DATE
                           AND WS-LATE-ACTIVITY-FLAG = "N"
                           AND WS-BAD-DEBT-ACTIVITY-FLAG = "N"
      *                    NSF POSTINGS MOVE NO MONEY AT THE WINDOW
      *                    AND MUST NOT DISTORT THE COLLECTION OR
      *                    TENDER FIGURES - THEY ROLL INTO THEIR
                                       TO WS-NSF-CHARGE-TOTAL
                               END-IF
                           ELSE
      *                        A WAIVER CREDIT CLEARS THE
      *                        SEMESTER'S RECEIVABLE BUT MOVES NO
      *                        TENDER - IT STAYS OUT OF THE CASH
      *                        GRAND TOTAL AND THE TENDER BREAKDOWN
      *                        AND NETS ON ITS OWN SUMMARY LINE AND
      *                        GL EXPENSE ACCOUNT.
                               IF FL-TRANS-TYPE = "W"
                                   ADD FL-AMOUNT TO WS-WAIVER-TOTAL
                                   ADD 1 TO WS-WAIVER-COUNT
                                   ELSE
                                       ADD FL-AMOUNT
                                           TO WS-GRAND-TOTAL
      *                                AN AGENCY CHECK PAYS OFF A
      *                                WRITTEN-OFF ACCOUNT - IT IS
      *                                BOOKED ON ITS OWN GL LINE.
                                       IF FL-REFERENCE-NO(1:3)
                                           = "AGY"
                                           ADD FL-AMOUNT TO
                                               WS-AGENCY-NET-TOTAL
                                       ELSE
                                           ADD FL-AMOUNT TO
                                           WS-SEM-TOTAL(FL-SEMESTER)
                                       END-IF
      *                                ONLY ACTUAL PAYMENTS COUNT
      *                                TOWARD THE STUDENTS-PAID
      *                                FIGURE - A REFUND ALONE IS
           MOVE WS-UNIQUE-COUNT TO WS-STUDENT-COUNT.
      ********************************************************

       565-TALLY-LATE-CHARGE-ACTIVITY.
      *    LATE CHARGES AND THEIR WAIVERS MOVE NO MONEY AND EARN NO
      *    TUITION - EACH ROLLS INTO ITS OWN SECTION, CLEAR OF THE
      *    COLLECTION, TENDER AND SCHOLARSHIP FIGURES. THE CHARGES
      *    ARE BOOKED ON THE LATECHG RUN'S OWN GL EXTRACT; ONLY THE
      *    WAIVERS, KEYED HERE, GET GL LINES HERE.
      *    A LATE CHARGE WAIVER IS THE "W" CREDIT CARRYING A
      *    CHARGE'S "LC" REFERENCE.
           MOVE "N" TO WS-LATE-ACTIVITY-FLAG
           IF FL-TRANS-TYPE = "L"
               MOVE "Y" TO WS-LATE-ACTIVITY-FLAG
               IF FL-PAYMENT-DATE = WS-RUN-DATE
                   ADD FL-AMOUNT TO WS-LATE-CHARGE-TOTAL
                   ADD 1 TO WS-LATE-CHARGE-COUNT
               END-IF
           END-IF
           IF FL-TRANS-TYPE = "W" AND FL-REFERENCE-NO(1:2) = "LC"
               MOVE "Y" TO WS-LATE-ACTIVITY-FLAG
               IF FL-PAYMENT-DATE = WS-RUN-DATE
                   ADD FL-AMOUNT TO WS-LATE-WAIVER-TOTAL
                   ADD 1 TO WS-LATE-WAIVER-COUNT
               END-IF
           END-IF.
      ********************************************************

       566-TALLY-BAD-DEBT-ACTIVITY.
      *    WRITE-OFFS, RECOVERIES AND AGENCY COMMISSIONS MOVE NO
      *    MONEY AT THE WINDOW AND EARN NO TUITION - EACH ROLLS INTO
      *    THE BAD DEBT SECTION. THEIR GL LINES ARE ON THE WRITEOFF
      *    RUN'S OWN EXTRACT, EXCEPT A RECOVERY TAKEN AT THE WINDOW
      *    ("WO" REFERENCE), WHICH 590 BOOKS.
           MOVE "N" TO WS-BAD-DEBT-ACTIVITY-FLAG
           IF FL-TRANS-TYPE = "X" OR FL-TRANS-TYPE = "Y"
               OR FL-TRANS-TYPE = "A"
               MOVE "Y" TO WS-BAD-DEBT-ACTIVITY-FLAG
               IF FL-PAYMENT-DATE = WS-RUN-DATE
                   IF FL-TRANS-TYPE = "X"
                       ADD FL-AMOUNT TO WS-WRITE-OFF-TOTAL
                       ADD 1 TO WS-WRITE-OFF-COUNT
                   END-IF
                   IF FL-TRANS-TYPE = "Y"
                       ADD FL-AMOUNT TO WS-RECOVERY-TOTAL
                       ADD 1 TO WS-RECOVERY-COUNT
                       IF FL-REFERENCE-NO(1:2) = "WO"
                           ADD FL-AMOUNT TO WS-WINDOW-RECOVERY-TOTAL
                       END-IF
                   END-IF
                   IF FL-TRANS-TYPE = "A"
                       ADD FL-AMOUNT TO WS-COMMISSION-TOTAL
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       570-TRACK-UNIQUE-STUDENT.
           MOVE "N" TO WS-UNIQUE-FOUND-FLAG
           PERFORM VARYING WS-UNIQUE-SUB FROM 1 BY 1
      *    REBUILT IN FULL EVERY RUN. ONLY TODAY'S ACTUAL PAYMENTS GO
      *    TO THE BANK - REFUNDS ARE PAID BACK OUT OF THE DRAWER AND
      *    APPEAR ONLY ON THE SUMMARY'S NET TENDER BREAKDOWN. ONE
      *    SECTION PER SOURCE AND TENDER TYPE: H HEADER, D DETAIL,
      *    T SECTION TRAILER, F FILE TRAILER. THE WINDOW'S THREE
      *    SECTIONS CARRY ONLY WHAT THE CASHIERS TOOK IN; THE
      *    LOCKBOX/PORTAL INTAKE AND THE AGENCY'S CHECKS FOLLOW IN
      *    SECTIONS OF THEIR OWN, SINCE NO DRAWER EVER HELD THAT
      *    MONEY AND THE BANK CREDITS IT SEPARATELY.
           OPEN OUTPUT DEPOSIT-FILE
           IF WS-DEPOSIT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN DEPOSIT.DAT, STATUS=",
               STOP RUN
           END-IF

           MOVE "W" TO WS-DEPOSIT-SOURCE
           MOVE "C" TO WS-DEPOSIT-TENDER
           PERFORM 585-WRITE-DEPOSIT-SECTION
           MOVE "K" TO WS-DEPOSIT-TENDER
           MOVE "D" TO WS-DEPOSIT-TENDER
           PERFORM 585-WRITE-DEPOSIT-SECTION

           MOVE "L" TO WS-DEPOSIT-SOURCE
           MOVE "C" TO WS-DEPOSIT-TENDER
           PERFORM 585-WRITE-DEPOSIT-SECTION
           MOVE "K" TO WS-DEPOSIT-TENDER
           PERFORM 585-WRITE-DEPOSIT-SECTION
           MOVE "D" TO WS-DEPOSIT-TENDER
           PERFORM 585-WRITE-DEPOSIT-SECTION

           MOVE "A" TO WS-DEPOSIT-SOURCE
           MOVE "K" TO WS-DEPOSIT-TENDER
           PERFORM 585-WRITE-DEPOSIT-SECTION

           MOVE WS-DEP-GRAND-COUNT TO WS-DF-COUNT
           MOVE WS-DEP-GRAND-TOTAL TO WS-DF-TOTAL
           WRITE DEPOSIT-RECORD FROM WS-DEP-TOTAL-LINE
      ********************************************************

       585-WRITE-DEPOSIT-SECTION.
      *    THE SECTIONS ARE BUILT FROM THE AUDIT LOG, NOT THE FEE
      *    LOG - ONLY THE AUDIT LOG SAYS WHO TOOK THE MONEY IN, AND
      *    EODRECON PROVES THE TWO AGREE ENTRY FOR ENTRY. THE
      *    INTAKE'S AND THE AGENCY'S SYSTEM IDS MARK THEIR ENTRIES;
      *    EVERY OTHER OPERATOR IS A CASHIER AT THE WINDOW.
           MOVE ZERO TO WS-DEP-SECT-COUNT
           MOVE ZERO TO WS-DEP-SECT-TOTAL

           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN AUDITLOG.DAT, STATUS=",
                   WS-AUDIT-LOG-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           PERFORM UNTIL WS-AUDIT-EOF-FLAG = "Y"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF-FLAG
                   NOT AT END
                       MOVE AL-PAY-METHOD TO WS-LOG-METHOD
                       IF WS-LOG-METHOD = SPACE
                           MOVE "C" TO WS-LOG-METHOD
                       END-IF
                       IF AL-OPERATOR-ID = WS-INTAKE-OPERATOR-ID
                           MOVE "L" TO WS-ENTRY-SOURCE
                       ELSE
                           IF AL-OPERATOR-ID = WS-AGENCY-OPERATOR-ID
                               MOVE "A" TO WS-ENTRY-SOURCE
                           ELSE
                               MOVE "W" TO WS-ENTRY-SOURCE
                           END-IF
                       END-IF
      *                ONLY ACTUAL PAYMENTS GO TO THE BANK - NSF
      *                REVERSALS ARE THE BANK'S OWN DOING AND NEVER
      *                BELONG ON A DEPOSIT.
                       IF AL-TIMESTAMP(1:8) = WS-TODAY-YMD
                           AND (AL-TRANS-TYPE = "P"
                               OR AL-TRANS-TYPE = SPACE)
                           AND WS-LOG-METHOD = WS-DEPOSIT-TENDER
                           AND WS-ENTRY-SOURCE = WS-DEPOSIT-SOURCE
                           MOVE WS-DEPOSIT-TENDER TO WS-DD-TENDER
                           MOVE AL-STUDENT-ID   TO WS-DD-STUDENT-ID
                           MOVE AL-REFERENCE-NO TO WS-DD-REFERENCE-NO
                           MOVE AL-AMOUNT       TO WS-DD-AMOUNT
                           MOVE WS-DEPOSIT-SOURCE TO WS-DD-SOURCE
                           WRITE DEPOSIT-RECORD
                               FROM WS-DEP-DETAIL-LINE
                           IF WS-DEPOSIT-STATUS NOT = "00"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-DEP-SECT-COUNT
                           ADD AL-AMOUNT TO WS-DEP-SECT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE

           MOVE WS-DEPOSIT-TENDER  TO WS-DT-TENDER
           MOVE WS-DEP-SECT-COUNT  TO WS-DT-COUNT
           MOVE WS-DEP-SECT-TOTAL  TO WS-DT-TOTAL
           MOVE WS-DEPOSIT-SOURCE  TO WS-DT-SOURCE
           WRITE DEPOSIT-RECORD FROM WS-DEP-TRAILER-LINE
           IF WS-DEPOSIT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE DEPOSIT.DAT, STATUS=",
       590-WRITE-GL-EXTRACT.
      *    ONE BALANCED JOURNAL ENTRY PER DAY FOR ACCOUNTING TO
      *    IMPORT: THE CASH ACCOUNT CARRIES THE DAY'S NET AND EACH
      *    SEMESTER'S NET COLLECTED COMES OFF THE STUDENT
      *    RECEIVABLES CONTROL ACCOUNT - THE TUITION REVENUE WAS
      *    BOOKED WHEN THE TERM WAS BILLED (GLBILL.DAT), SO CASH
      *    ONLY SETTLES THE RECEIVABLE. AN OVERPAYMENT'S EXCESS
      *    GOES THE SAME WAY: A CREDIT ON ACCOUNT IS A CREDIT
      *    BALANCE IN THE CONTROL ACCOUNT, AND A REFUND OR A TERM
      *    CHARGE TAKES IT BACK OUT. A NET REFUND DAY SIMPLY SWAPS
      *    THE DEBIT/CREDIT SIDES, SO DEBITS ALWAYS EQUAL CREDITS.
      *    THE TRAILER CARRIES A HASH TOTAL (SUM OF ALL UNSIGNED
      *    AMOUNTS) AND A RECORD COUNT SO ACCOUNTING CAN PROVE THE
      *    FILE ARRIVED INTACT. LATE CHARGES AND BAD DEBT ACTIVITY
      *    ARE BOOKED ON THE LATECHG AND WRITEOFF RUNS' OWN
      *    EXTRACTS, NOT HERE - ALL BUT A RECOVERY TAKEN AT THE
      *    WINDOW, WHICH NO WRITEOFF RUN EVER SEES.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN GLEXTR.DAT, STATUS=",

           MOVE ZERO TO WS-GL-RECORD-CT
           MOVE ZERO TO WS-GL-HASH-TOTAL
           MOVE ZERO TO WS-GL-AR-DEBIT
           MOVE ZERO TO WS-GL-AR-CREDIT

           MOVE WS-TODAY-YMD TO WS-GL-BATCH-DATE
           MOVE WS-TODAY-YMD TO WS-GH-POSTING-DATE
                       COMPUTE WS-GL-WORK-AMT =
                           ZERO - WS-SEM-TOTAL(WS-SEM-SUB)
                   END-IF
                   MOVE WS-SEM-SUB TO WS-GL-DESC-SEM
                   MOVE WS-GL-AR-ACCT  TO WS-GD-ACCOUNT
                   MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
                   MOVE SPACES TO WS-GD-DESCRIPTION
                   STRING "AR COLLECTED SEM " WS-GL-DESC-SEM
                       DELIMITED BY SIZE INTO WS-GD-DESCRIPTION
                   PERFORM 595-WRITE-GL-DETAIL
               END-IF
           END-PERFORM

      *    WAIVER/SCHOLARSHIP CREDITS CLEARED THE RECEIVABLE IN THE
      *    SEMESTER LINES ABOVE WITHOUT TOUCHING CASH, SO THEIR
      *    BALANCING DEBIT GOES TO THE SCHOLARSHIP/WAIVER EXPENSE
      *    ACCOUNT.
           IF WS-WAIVER-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-WAIVER-ACCT TO WS-GD-ACCOUNT

      *    AN NSF DAY CARRIES ITS OWN BALANCED LINES: THE BANK TOOK
      *    THE CHECK MONEY BACK OUT OF CASH, THE FULL REINSTATED
      *    AMOUNT GOES BACK ON THE STUDENT RECEIVABLE (IT IS BACK
      *    ON THE STUDENT'S BALANCE DUE), AND THE SERVICE CHARGE IS
      *    FEE INCOME.
           IF WS-NSF-CHECK-TOTAL NOT = ZERO
               OR WS-NSF-CHARGE-TOTAL NOT = ZERO
               COMPUTE WS-GL-WORK-AMT =
                   WS-NSF-CHECK-TOTAL + WS-NSF-CHARGE-TOTAL
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "NSF RETURNED CHECKS " TO WS-GD-DESCRIPTION
               PERFORM 595-WRITE-GL-DETAIL
               END-IF
           END-IF

      *    THE LATE CHARGE ITSELF WAS BOOKED BY THE LATECHG RUN;
      *    A WAIVER KEYED AT THE WINDOW TAKES IT BACK OUT OF LATE
      *    CHARGE INCOME AND OFF THE RECEIVABLE, SO A WAIVER NEVER
      *    LANDS ON SCHOLARSHIP EXPENSE.
           IF WS-LATE-WAIVER-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-LATEFEE-ACCT TO WS-GD-ACCOUNT
               MOVE WS-LATE-WAIVER-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "LATE CHARGES WAIVED " TO WS-GD-DESCRIPTION
               PERFORM 595-WRITE-GL-DETAIL

               MOVE "C" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               PERFORM 595-WRITE-GL-DETAIL
           END-IF

      *    THE AGENCY'S NET CHECK IS IN THE CASH LINE ABOVE AND
      *    COMES OFF THE RECEIVABLE THE WRITEOFF RUN PUT BACK ON
      *    WITH THE RECOVERY.
           IF WS-AGENCY-NET-TOTAL NOT = ZERO
               MOVE "C" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               MOVE WS-AGENCY-NET-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "AGENCY COLLECTIONS  " TO WS-GD-DESCRIPTION
               PERFORM 595-WRITE-GL-DETAIL
           END-IF

      *    A WINDOW PAYMENT ON A WRITTEN-OFF ACCOUNT CAME OFF THE
      *    RECEIVABLE IN FULL IN THE SEMESTER LINES ABOVE; THE PART
      *    THAT RECOVERED THE BAD DEBT GOES BACK ON IT AS RECOVERY
      *    INCOME, THE WAY THE WRITEOFF RUN BOOKS AN AGENCY'S.
           IF WS-WINDOW-RECOVERY-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               MOVE WS-WINDOW-RECOVERY-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "BAD DEBT RECOVERED  " TO WS-GD-DESCRIPTION
               PERFORM 595-WRITE-GL-DETAIL

               MOVE "C" TO WS-GD-REC-TYPE
               MOVE WS-GL-RECOVERY-ACCT TO WS-GD-ACCOUNT
               PERFORM 595-WRITE-GL-DETAIL
           END-IF

           MOVE WS-GL-RECORD-CT  TO WS-GT-RECORD-CT
           MOVE WS-GL-HASH-TOTAL TO WS-GT-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD FROM WS-GL-TRAILER-LINE
               STOP RUN
           END-IF

           CLOSE GL-EXTRACT-FILE

           PERFORM 598-UPDATE-AR-CONTROL.

       595-WRITE-GL-DETAIL.
           WRITE GL-EXTRACT-RECORD FROM WS-GL-DETAIL-LINE
               STOP RUN
           END-IF
           ADD 1 TO WS-GL-RECORD-CT
           ADD WS-GL-WORK-AMT TO WS-GL-HASH-TOTAL
           IF WS-GD-ACCOUNT = WS-GL-AR-ACCT
               IF WS-GD-REC-TYPE = "D"
                   ADD WS-GL-WORK-AMT TO WS-GL-AR-DEBIT
               ELSE
                   ADD WS-GL-WORK-AMT TO WS-GL-AR-CREDIT
               END-IF
           END-IF.

       598-UPDATE-AR-CONTROL.
      *    THE EXTRACT IS REBUILT FOR THE WHOLE DAY ON EVERY RUN, SO
      *    THE DAY'S LEDGER RECORD IS REPLACED, NEVER ADDED TO. THE
      *    FIRST RUN TO POST TO THE CONTROL ACCOUNT CREATES THE
      *    LEDGER.
           OPEN I-O AR-CONTROL-FILE
           IF WS-AR-CONTROL-STATUS = "35"
               OPEN OUTPUT AR-CONTROL-FILE
               IF WS-AR-CONTROL-STATUS = "00"
                   CLOSE AR-CONTROL-FILE
                   OPEN I-O AR-CONTROL-FILE
               END-IF
           END-IF
           IF WS-AR-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN ARCTL.DAT, STATUS=",
                   WS-AR-CONTROL-STATUS
               STOP RUN
           END-IF

           MOVE WS-TODAY-YMD TO AC-POSTING-DATE
           MOVE "FEE" TO AC-SOURCE
           READ AR-CONTROL-FILE
               INVALID KEY
                   MOVE WS-GL-AR-DEBIT TO AC-DEBIT-AMT
                   MOVE WS-GL-AR-CREDIT TO AC-CREDIT-AMT
                   MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
                   WRITE AR-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE WS-GL-AR-DEBIT TO AC-DEBIT-AMT
                   MOVE WS-GL-AR-CREDIT TO AC-CREDIT-AMT
                   MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
                   REWRITE AR-CONTROL-RECORD
           END-READ
           IF WS-AR-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT UPDATE ARCTL.DAT, STATUS=",
                   WS-AR-CONTROL-STATUS
               STOP RUN
           END-IF

           CLOSE AR-CONTROL-FILE.
      ********************************************************

       500-PRODUCE-SUMMARY-REPORT.
           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE "LATE PAYMENT CHARGES:" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-LATE-CHARGE-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-LATE-CHARGE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  ASSESSED: $" WS-TOTAL-EDIT
               "  CHARGES: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-LATE-WAIVER-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-LATE-WAIVER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  WAIVED:   $" WS-TOTAL-EDIT
               "  CHARGES: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE "BAD DEBT AND COLLECTION AGENCY:" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-WRITE-OFF-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-WRITE-OFF-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  WRITTEN OFF:        $" WS-TOTAL-EDIT
               "  ENTRIES: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-RECOVERY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  BAD DEBT RECOVERY:  $" WS-TOTAL-EDIT
               "  ENTRIES: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-COMMISSION-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  AGENCY COMMISSION:  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-AGENCY-NET-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  NET AGENCY CHECKS:  $" WS-TOTAL-EDIT
               "  (IN GRAND TOTAL COLLECTED)"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "GRAND TOTAL COLLECTED: $" WS-TOTAL-EDIT
       900-TERMINATE.
      *    560-REBUILD-DAILY-TOTALS CLOSES FEE-TRANSACTION-LOG ITSELF
      *    (IT RE-OPENS THE LOG INPUT TO RE-DERIVE THE DAY'S TOTALS), SO
      *    IT IS NOT CLOSED AGAIN BELOW. THE AUDIT LOG IS CLOSED HERE,
      *    AHEAD OF 580, WHICH RE-OPENS AND CLOSES IT FOR EACH
      *    SECTION OF THE DEPOSIT.
           CLOSE AUDIT-LOG-FILE
           PERFORM 560-REBUILD-DAILY-TOTALS
           PERFORM 500-PRODUCE-SUMMARY-REPORT
           PERFORM 580-BUILD-DEPOSIT-FILE
               END-IF
           END-IF
           CLOSE STUDENT-MASTER-FILE
           CLOSE FEE-HISTORY-FILE
           CLOSE RECEIPT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE SUSPENSE-FILE
           IF WS-HOLD-FILE-FLAG = "Y"
               CLOSE STUDENT-HOLD-FILE
           IF WS-OPENITEM-FILE-FLAG = "Y"
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-LATEREG-FILE-FLAG = "Y"
               CLOSE LATE-CHARGE-FILE
           END-IF
           IF WS-WOREG-FILE-FLAG = "Y"
               CLOSE WRITE-OFF-FILE
           END-IF

           MOVE "C" TO WS-RC-EVENT
           MOVE WS-RUN-MODE TO WS-RC-RESULT
