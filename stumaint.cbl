      *NAME: ANJU CHAWLA
      *DATE: AUGUST 22, 2026
      *PURPOSE:TO MAINTAIN THE STUDENT MASTER FILE AND TO POST
      *        THE TERM CHARGES AT THE START OF EACH SEMESTER AND
      *        BOOK THEM TO THE GENERAL LEDGER

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT AR-CONTROL-FILE ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CONTROL-KEY
               FILE STATUS IS WS-AR-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJRNL.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD           PIC X(60).

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-IN-STATUS          PIC XX.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-BILLED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CHARGED            PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT-APPLIED     PIC 9(7)V99 VALUE ZERO.
       01  WS-CREDIT-APPLIED           PIC 9(5)V99 VALUE ZERO.
       01  WS-CREDIT-REMAINING         PIC 9(5)V99 VALUE ZERO.
       01  WS-TERM-CHARGE              PIC 9(3)V99 VALUE ZERO.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).
       01  WS-POSTING-OPEN-FLAG        PIC X.
       01  WS-OPERATOR-MASTER-STATUS   PIC XX.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-OPERATOR-PASSWORD        PIC X(10).
       01  WS-OPERATOR-LEVEL           PIC X.
       01  WS-CHANGE-JOURNAL-STATUS    PIC XX.
      *    THE MASTER FIELDS A C CARD CAN CHANGE, AS THEY STOOD
      *    BEFORE THE CARD WAS APPLIED, FOR THE CHANGE JOURNAL. FOR
      *    AN A CARD THERE WAS NO RECORD, SO THEY ARE ALL BLANK.
       01  WS-OLD-MASTER-FIELDS.
           05  WS-OLD-STUDENT-NAME     PIC X(20).
           05  WS-OLD-SEMESTER         PIC 999.
           05  WS-OLD-ADDRESS-LINE-1   PIC X(25).
           05  WS-OLD-ADDRESS-LINE-2   PIC X(25).
           05  WS-OLD-CITY             PIC X(15).
           05  WS-OLD-STATE            PIC XX.
           05  WS-OLD-ZIP-CODE         PIC X(10).
           05  WS-OLD-EMAIL-ADDRESS    PIC X(30).
           05  WS-OLD-DELIVERY-CODE    PIC X.
      *    THE DAY'S TERM CHARGES ARE BOOKED ON THEIR OWN GL EXTRACT
      *    IN THE STUDENTS RUN'S LAYOUT: THE FULL CHARGE GOES ON THE
      *    STUDENT RECEIVABLES CONTROL ACCOUNT AND EACH SEMESTER'S
      *    CHARGES ARE ITS TUITION REVENUE. A CREDIT ON ACCOUNT
      *    SPENT ON THE NEW TERM IS ALREADY A CREDIT IN THE CONTROL
      *    ACCOUNT, SO IT NEEDS NO LINE OF ITS OWN.
       01  WS-GL-EXTRACT-STATUS        PIC XX.
       01  WS-AR-CONTROL-STATUS        PIC XX.
       01  WS-ITEM-EOF-FLAG            PIC X.
       01  WS-ITEM-DUE-NUM             PIC 9(8).
       01  WS-ITEM-BILL-INT            PIC 9(7) COMP.
       01  WS-SEM-SUB                  PIC 99.
       01  WS-GL-SEM-TABLE.
           05  WS-GL-SEM-BILLED        OCCURS 10 TIMES
                                        PIC 9(9)V99.
       01  WS-GL-DAY-TOTAL             PIC 9(9)V99 VALUE ZERO.
      *    THE EARLIER DAYS OF THIS BILLING PERIOD WHOSE TERM
      *    CHARGES ARE ALREADY BOOKED - EACH HAS A "BIL" RECORD ON
      *    THE RECEIVABLES CONTROL LEDGER - AND WHAT TODAY'S
      *    EXTRACT PICKS UP FROM A DAY WHOSE B RUN NEVER FINISHED.
       01  WS-BOOKED-COUNT             PIC 99 VALUE ZERO.
       01  WS-BOOKED-TABLE.
           05  WS-BOOKED-INT           OCCURS 31 TIMES
                                        PIC 9(7) COMP.
       01  WS-BOOKED-SUB               PIC 99.
       01  WS-BOOKED-YMD-NUM           PIC 9(8).
       01  WS-ITEM-BOOKED-FLAG         PIC X.
       01  WS-GL-EARLIER-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-RECORD-CT             PIC 9(5) VALUE ZERO.
       01  WS-GL-HASH-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-WORK-AMT              PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-AR-DEBIT              PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-AR-CREDIT             PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-HEADER-LINE.
           05  FILLER                  PIC X VALUE "H".
           05  WS-GH-POSTING-DATE      PIC X(8).
           05  WS-GH-BATCH-REF         PIC X(11).
       01  WS-GL-DETAIL-LINE.
           05  WS-GD-REC-TYPE          PIC X.
           05  WS-GD-ACCOUNT           PIC X(8).
           05  WS-GD-AMOUNT            PIC 9(9)V99.
           05  WS-GD-POSTING-DATE      PIC X(8).
           05  WS-GD-BATCH-REF         PIC X(11).
           05  WS-GD-DESCRIPTION       PIC X(20).
       01  WS-GL-TRAILER-LINE.
           05  FILLER                  PIC X VALUE "T".
           05  WS-GT-RECORD-CT         PIC 9(5).
           05  WS-GT-HASH-TOTAL        PIC 9(11)V99.
       01  WS-GL-BATCH-REF.
           05  FILLER                  PIC X(3) VALUE "BIL".
           05  WS-GL-BATCH-DATE        PIC X(8).
       01  WS-GL-REVENUE-ACCT.
           05  FILLER                  PIC X(4) VALUE "4010".
           05  WS-GL-REVENUE-SEM       PIC 99.
           05  FILLER                  PIC XX VALUE SPACES.
       01  WS-GL-AR-ACCT               PIC X(8) VALUE "11000000".
      *    "Y" ONCE ANYTHING IS ON THE RECEIVABLES CONTROL LEDGER -
      *    FROM THEN ON A BALANCE CAN ONLY REACH THE MASTER THROUGH
      *    A RUN THAT BOOKS IT.
       01  WS-AR-CUTOVER-FLAG          PIC X VALUE "N".
       01  WS-LEDGER-EOF-FLAG          PIC X.

      ******************************************************
       PROCEDURE DIVISION.
      ********************************************************

       150-INITIALIZE.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD
           PERFORM 145-VALIDATE-OPERATOR

           DISPLAY "ENTER RUN MODE (M=MAINTENANCE, B=TERM BILLING): "
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE NOT = "M" AND WS-RUN-MODE NOT = "B"
                       WS-MAINT-IN-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND CHANGE-JOURNAL-FILE
               IF WS-CHANGE-JOURNAL-STATUS = "35"
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
               END-IF
               IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN CHGJRNL.DAT, STATUS=",
                       WS-CHANGE-JOURNAL-STATUS
                   STOP RUN
               END-IF
               PERFORM 175-CHECK-AR-CUTOVER
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 200-READ-NEXT-MAINT-TRANS
           ELSE
               STOP RUN
           END-IF.

       175-CHECK-AR-CUTOVER.
      *    THE ARRECON OPENING BALANCE TAKES THE MASTER'S BALANCES AS
      *    THEY STAND AT CUTOVER, SO UNTIL THE CONTROL LEDGER HOLDS
      *    ANYTHING AN A CARD MAY STILL CARRY A BALANCE IN. AFTER
      *    THAT A BALANCE KEYED HERE WOULD BE ON THE MASTER BUT IN
      *    NO GL EXTRACT, AND THE CONTROL ACCOUNT WOULD NEVER AGREE.
           MOVE "N" TO WS-AR-CUTOVER-FLAG
           OPEN INPUT AR-CONTROL-FILE
           IF WS-AR-CONTROL-STATUS = "00"
               MOVE "N" TO WS-LEDGER-EOF-FLAG
               MOVE LOW-VALUES TO AC-CONTROL-KEY
               START AR-CONTROL-FILE KEY >= AC-CONTROL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LEDGER-EOF-FLAG
               END-START
               IF WS-LEDGER-EOF-FLAG NOT = "Y"
                   READ AR-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LEDGER-EOF-FLAG
                   END-READ
               END-IF
               IF WS-LEDGER-EOF-FLAG NOT = "Y"
                   MOVE "Y" TO WS-AR-CUTOVER-FLAG
               END-IF
               CLOSE AR-CONTROL-FILE
           ELSE
               IF WS-AR-CONTROL-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN ARCTL.DAT, STATUS=",
                       WS-AR-CONTROL-STATUS
                   STOP RUN
               END-IF
           END-IF.
      ********************************************************

       145-VALIDATE-OPERATOR.
      *    EVERY CHANGE TO THE MASTER IS JOURNALED UNDER THE
      *    OPERATOR WHO MADE IT, SO THE SIGN-ON IS PROVED AGAINST
      *    THE OPERATOR MASTER BEFORE ANY OTHER FILE OPENS. ANY
      *    ACTIVE OPERATOR MAY RUN MAINTENANCE AND BILLING; THE
      *    LEVEL IS KEPT SO 250 CAN HOLD N CARDS TO SUPERVISORS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN OPERMAST.DAT, STATUS=",
                   WS-OPERATOR-MASTER-STATUS,
                   " - RUN OPERMNT TO LOAD THE OPERATOR MASTER"
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "FATAL - OPERATOR ", WS-OPERATOR-ID,
                       " IS NOT ON THE OPERATOR MASTER"
                   STOP RUN
           END-READ

           IF OP-STATUS NOT = "A"
               DISPLAY "FATAL - OPERATOR ", WS-OPERATOR-ID,
                   " IS NOT ACTIVE"
               STOP RUN
           END-IF

           IF OP-PASSWORD NOT = WS-OPERATOR-PASSWORD
               DISPLAY "FATAL - PASSWORD DOES NOT MATCH FOR ",
                   "OPERATOR ", WS-OPERATOR-ID
               STOP RUN
           END-IF

           MOVE OP-AUTHORITY-LEVEL TO WS-OPERATOR-LEVEL

           CLOSE OPERATOR-MASTER-FILE.
      ********************************************************

       140-CHECK-RUN-CONTROL.
      *    THE SHARED RUN CONTROL FILE LOGS WHEN EVERY JOB RAN AND
      *    WHETHER IT FINISHED. BILLING IN THE MIDDLE OF A POSTING

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE-OUT
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

               MOVE "STUDENT ID IS BLANK" TO WS-REJECT-REASON
           END-IF

      *    THE NSF FLAG HOLDS A STUDENT'S CHECKS IN SUSPENSE, SO
      *    ONLY A SUPERVISOR MAY CLEAR IT.
           IF WS-VALID-FLAG = "Y" AND MT-ACTION-CODE = "N"
               AND WS-OPERATOR-LEVEL NOT = "S"
               MOVE "N" TO WS-VALID-FLAG
               MOVE "N CARDS NEED SUPERVISOR AUTHORITY"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-VALID-FLAG = "Y" AND MT-ACTION-CODE = "A"
               IF MT-STUDENT-NAME = SPACES
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF

      *    ONCE THE RECEIVABLES CONTROL ACCOUNT IS IN USE A NEW
      *    STUDENT STARTS AT ZERO AND IS CHARGED BY TERM BILLING,
      *    WHICH BOOKS THE CHARGE - SEE 175.
           IF WS-VALID-FLAG = "Y" AND MT-ACTION-CODE = "A"
               AND MT-BALANCE-DUE NOT = ZERO
               AND WS-AR-CUTOVER-FLAG = "Y"
               MOVE "N" TO WS-VALID-FLAG
               MOVE "NO OPENING BALANCE AFTER AR CUTOVER"
                   TO WS-REJECT-REASON
           END-IF

      *    A BLANK DELIVERY CODE ON AN A CARD DEFAULTS TO POSTAL
      *    MAIL; EMAIL DELIVERY TAKES AN ADDRESS TO DELIVER TO. ON
      *    A C CARD A BLANK EMAIL MEANS "LEAVE AS IS", SO THE
               ELSE
                   MOVE "P" TO SM-DELIVERY-CODE
               END-IF
               MOVE ZERO            TO SM-CREDIT-BALANCE
               MOVE SPACES          TO SM-CREDIT-DATE
               WRITE STUDENT-MASTER-RECORD
               IF WS-STUDENT-MASTER-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT WRITE STUDMAST.DAT, ",
                       "STATUS=", WS-STUDENT-MASTER-STATUS
                   STOP RUN
               END-IF
      *        EVERY FIELD THE CARD SET IS JOURNALED AGAINST A
      *        BLANK BEFORE IMAGE, THE SAME WAY 325 JOURNALS A C
      *        CARD; A FIELD THE CARD LEFT BLANK HAS NOTHING TO
      *        SHOW.
               INITIALIZE WS-OLD-MASTER-FIELDS
               PERFORM 325-JOURNAL-STUDENT-CHANGES
               MOVE "STATUS" TO CJ-FIELD-NAME
               MOVE SPACES TO CJ-BEFORE-IMAGE
               MOVE SM-STATUS TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
               IF SM-BALANCE-DUE NOT = ZERO
                   MOVE "BALANCE DUE" TO CJ-FIELD-NAME
                   MOVE ZERO TO WS-BALANCE-EDIT
                   MOVE WS-BALANCE-EDIT TO CJ-BEFORE-IMAGE
                   MOVE SM-BALANCE-DUE TO WS-BALANCE-EDIT
                   MOVE WS-BALANCE-EDIT TO CJ-AFTER-IMAGE
                   PERFORM 720-WRITE-CHANGE-JOURNAL
               END-IF
           END-IF.
      ********************************************************

                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "NO MASTER RECORD FOR STUDENT ID"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME    TO WS-OLD-STUDENT-NAME
                   MOVE SM-SEMESTER        TO WS-OLD-SEMESTER
                   MOVE SM-ADDRESS-LINE-1  TO WS-OLD-ADDRESS-LINE-1
                   MOVE SM-ADDRESS-LINE-2  TO WS-OLD-ADDRESS-LINE-2
                   MOVE SM-CITY            TO WS-OLD-CITY
                   MOVE SM-STATE           TO WS-OLD-STATE
                   MOVE SM-ZIP-CODE        TO WS-OLD-ZIP-CODE
                   MOVE SM-EMAIL-ADDRESS   TO WS-OLD-EMAIL-ADDRESS
                   MOVE SM-DELIVERY-CODE   TO WS-OLD-DELIVERY-CODE
           END-READ

           IF WS-VALID-FLAG = "Y"
                       "STATUS=", WS-STUDENT-MASTER-STATUS
                   STOP RUN
               END-IF
               PERFORM 325-JOURNAL-STUDENT-CHANGES
           END-IF.
      ********************************************************

       325-JOURNAL-STUDENT-CHANGES.
      *    ONLY THE FIELDS THE CARD ACTUALLY CHANGED ARE JOURNALED -
      *    A CARD REPEATING WHAT THE MASTER ALREADY SAYS LEAVES NO
      *    TRACE. 310 USES THE SAME CHECKS FOR A NEW STUDENT, WITH
      *    EVERY OLD FIELD BLANK.
           IF SM-STUDENT-NAME NOT = WS-OLD-STUDENT-NAME
               MOVE "NAME" TO CJ-FIELD-NAME
               MOVE WS-OLD-STUDENT-NAME TO CJ-BEFORE-IMAGE
               MOVE SM-STUDENT-NAME TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-SEMESTER NOT = WS-OLD-SEMESTER
               MOVE "SEMESTER" TO CJ-FIELD-NAME
               MOVE WS-OLD-SEMESTER TO CJ-BEFORE-IMAGE
               MOVE SM-SEMESTER TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-ADDRESS-LINE-1 NOT = WS-OLD-ADDRESS-LINE-1
               MOVE "ADDRESS 1" TO CJ-FIELD-NAME
               MOVE WS-OLD-ADDRESS-LINE-1 TO CJ-BEFORE-IMAGE
               MOVE SM-ADDRESS-LINE-1 TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-ADDRESS-LINE-2 NOT = WS-OLD-ADDRESS-LINE-2
               MOVE "ADDRESS 2" TO CJ-FIELD-NAME
               MOVE WS-OLD-ADDRESS-LINE-2 TO CJ-BEFORE-IMAGE
               MOVE SM-ADDRESS-LINE-2 TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-CITY NOT = WS-OLD-CITY
               MOVE "CITY" TO CJ-FIELD-NAME
               MOVE WS-OLD-CITY TO CJ-BEFORE-IMAGE
               MOVE SM-CITY TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-STATE NOT = WS-OLD-STATE
               MOVE "STATE" TO CJ-FIELD-NAME
               MOVE WS-OLD-STATE TO CJ-BEFORE-IMAGE
               MOVE SM-STATE TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-ZIP-CODE NOT = WS-OLD-ZIP-CODE
               MOVE "ZIP CODE" TO CJ-FIELD-NAME
               MOVE WS-OLD-ZIP-CODE TO CJ-BEFORE-IMAGE
               MOVE SM-ZIP-CODE TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-EMAIL-ADDRESS NOT = WS-OLD-EMAIL-ADDRESS
               MOVE "EMAIL" TO CJ-FIELD-NAME
               MOVE WS-OLD-EMAIL-ADDRESS TO CJ-BEFORE-IMAGE
               MOVE SM-EMAIL-ADDRESS TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF SM-DELIVERY-CODE NOT = WS-OLD-DELIVERY-CODE
               MOVE "DELIVERY" TO CJ-FIELD-NAME
               MOVE WS-OLD-DELIVERY-CODE TO CJ-BEFORE-IMAGE
               MOVE SM-DELIVERY-CODE TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF.
      ********************************************************

                   MOVE "STUDENT IS ALREADY INACTIVE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE SM-STATUS TO CJ-BEFORE-IMAGE
                   MOVE "I" TO SM-STATUS
                   REWRITE STUDENT-MASTER-RECORD
                   IF WS-STUDENT-MASTER-STATUS NOT = "00"
                           "STATUS=", WS-STUDENT-MASTER-STATUS
                       STOP RUN
                   END-IF
                   MOVE "STATUS" TO CJ-FIELD-NAME
                   MOVE SM-STATUS TO CJ-AFTER-IMAGE
                   PERFORM 720-WRITE-CHANGE-JOURNAL
               END-IF
           END-IF.
      ********************************************************
                           "STATUS=", WS-STUDENT-MASTER-STATUS
                       STOP RUN
                   END-IF
                   MOVE "NSF FLAG" TO CJ-FIELD-NAME
                   MOVE "Y" TO CJ-BEFORE-IMAGE
                   MOVE SM-NSF-FLAG TO CJ-AFTER-IMAGE
                   PERFORM 720-WRITE-CHANGE-JOURNAL
               END-IF
           END-IF.
      ********************************************************
      ********************************************************

       430-POST-ONE-TERM-CHARGE.
      *    A CREDIT ON ACCOUNT FROM AN EARLIER OVERPAYMENT IS SPENT
      *    ON THE NEW TERM BEFORE ANYTHING IS OWED - THE CHARGE GOES
      *    ON IN FULL AND THE CREDIT COMES STRAIGHT BACK OFF IT, SO
      *    THE BALANCE DUE IS ONLY WHAT THE CREDIT DID NOT COVER.
      *    440 MARKS THE SAME AMOUNT PAID ON THE INSTALLMENTS,
      *    EARLIEST DUE DATE FIRST.
           MOVE ZERO TO WS-CREDIT-APPLIED
           IF SM-CREDIT-BALANCE > ZERO
               IF SM-CREDIT-BALANCE > WS-TERM-CHARGE
                   MOVE WS-TERM-CHARGE TO WS-CREDIT-APPLIED
               ELSE
                   MOVE SM-CREDIT-BALANCE TO WS-CREDIT-APPLIED
               END-IF
               SUBTRACT WS-CREDIT-APPLIED FROM SM-CREDIT-BALANCE
               IF SM-CREDIT-BALANCE = ZERO
                   MOVE SPACES TO SM-CREDIT-DATE
               END-IF
           END-IF
           COMPUTE SM-BALANCE-DUE =
               SM-BALANCE-DUE + WS-TERM-CHARGE - WS-CREDIT-APPLIED
      *    THE TERM CHARGE RESTARTS THE AGING CLOCK - A FRESHLY
      *    BILLED STUDENT IS CURRENT, NOT PAST DUE. THE BILLED
      *    PERIOD STAMP GOES OUT ON THE SAME REWRITE AS THE CHARGE,
           PERFORM 440-WRITE-TERM-INSTALLMENTS
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-TERM-CHARGE TO WS-TOTAL-CHARGED
           ADD WS-CREDIT-APPLIED TO WS-TOTAL-CREDIT-APPLIED
           MOVE WS-TERM-CHARGE TO WS-CHARGE-EDIT
           MOVE SM-BALANCE-DUE TO WS-BALANCE-EDIT
           MOVE SPACES TO MAINT-REPORT-LINE
               " CHARGE $" WS-CHARGE-EDIT
               " NEW BALANCE $" WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           IF WS-CREDIT-APPLIED > ZERO
               MOVE WS-CREDIT-APPLIED TO WS-CHARGE-EDIT
               MOVE SM-CREDIT-BALANCE TO WS-BALANCE-EDIT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "         CREDIT ON ACCOUNT APPLIED $"
                   WS-CHARGE-EDIT
                   " CREDIT REMAINING $" WS-BALANCE-EDIT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.
      ********************************************************

       440-WRITE-TERM-INSTALLMENTS.
      *    RERUN, SO A DUPLICATE ITEM KEY HERE (STATUS 22 FROM A
      *    RESTART THAT GOT THE REWRITE OUT BUT NOT ALL FOUR
      *    ITEMS) IS SIMPLY LEFT STANDING RATHER THAN CHARGED ON
      *    TOP OF. ANY CREDIT 430 APPLIED IS SPREAD OVER THE
      *    INSTALLMENTS IN DUE-DATE ORDER, AN INSTALLMENT IT COVERS
      *    IN FULL GOING ON FILE ALREADY PAID.
           MOVE WS-CREDIT-APPLIED TO WS-CREDIT-REMAINING
           COMPUTE WS-INST-AMOUNT = WS-TERM-CHARGE / WS-INST-PER-TERM
           COMPUTE WS-FIRST-INST-AMOUNT = WS-TERM-CHARGE -
               (WS-INST-AMOUNT * (WS-INST-PER-TERM - 1))
               ELSE
                   MOVE WS-INST-AMOUNT TO OI-AMOUNT-DUE
               END-IF
               IF WS-CREDIT-REMAINING > OI-AMOUNT-DUE
                   MOVE OI-AMOUNT-DUE  TO OI-AMOUNT-PAID
               ELSE
                   MOVE WS-CREDIT-REMAINING TO OI-AMOUNT-PAID
               END-IF
               SUBTRACT OI-AMOUNT-PAID FROM WS-CREDIT-REMAINING
               IF OI-AMOUNT-PAID >= OI-AMOUNT-DUE
                   MOVE "P"            TO OI-ITEM-STATUS
               ELSE
                   MOVE "O"            TO OI-ITEM-STATUS
               END-IF
               MOVE WS-CURRENT-PERIOD  TO OI-BILLED-PERIOD
               WRITE OPEN-ITEM-RECORD
               IF WS-OPEN-ITEM-STATUS NOT = "00"
           END-PERFORM.
      ********************************************************

       450-WRITE-GL-EXTRACT.
      *    TERM BILLING NEVER TOUCHES THE FEE LOG, SO THE DAY'S
      *    CHARGES ARE REBUILT FROM THE OPEN ITEM FILE: EVERY TERM
      *    INSTALLMENT (SEQUENCES BELOW 51) OF THIS BILLING PERIOD
      *    BILLED TODAY, PLUS ANY BILLED ON AN EARLIER DAY OF THE
      *    PERIOD THAT NO FINISHED B RUN HAS BOOKED YET - A RUN
      *    THAT ABORTED BEFORE GETTING HERE LEAVES ITS STUDENTS
      *    STAMPED AS BILLED, SO THE RESTART SKIPS THEM AND THEIR
      *    CHARGES ARE BOOKED ON THE RESTART'S DAY INSTEAD. LIKE THE
      *    POSTING RUN'S EXTRACT IT ALWAYS CARRIES THE WHOLE DAY, SO
      *    A RESTARTED OR REPEATED B RUN REPLACES THE EARLIER
      *    EXTRACT WITHOUT LOSING OR DOUBLING A CHARGE.
           MOVE ZERO TO WS-GL-DAY-TOTAL
           MOVE ZERO TO WS-GL-EARLIER-TOTAL
           PERFORM 452-LOAD-EARLIER-BOOKINGS
           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               MOVE ZERO TO WS-GL-SEM-BILLED(WS-SEM-SUB)
           END-PERFORM

           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPEN-ITEM-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-EOF-FLAG
           END-START
           PERFORM UNTIL WS-ITEM-EOF-FLAG = "Y"
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF-FLAG
                   NOT AT END
                       IF OI-ITEM-SEQ < 51
                           AND OI-BILLED-PERIOD = WS-CURRENT-PERIOD
                           AND OI-SEMESTER >= 1 AND OI-SEMESTER <= 10
                           PERFORM 455-TALLY-UNBOOKED-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM

           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN GLBILL.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-GL-RECORD-CT
           MOVE ZERO TO WS-GL-HASH-TOTAL
           MOVE ZERO TO WS-GL-AR-DEBIT
           MOVE ZERO TO WS-GL-AR-CREDIT

           MOVE WS-TODAY-YMD TO WS-GL-BATCH-DATE
           MOVE WS-TODAY-YMD TO WS-GH-POSTING-DATE
           MOVE WS-GL-BATCH-REF TO WS-GH-BATCH-REF
           WRITE GL-EXTRACT-RECORD FROM WS-GL-HEADER-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLBILL.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           MOVE WS-TODAY-YMD    TO WS-GD-POSTING-DATE
           MOVE WS-GL-BATCH-REF TO WS-GD-BATCH-REF

           IF WS-GL-DAY-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               MOVE WS-GL-DAY-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "TERM CHARGES BILLED " TO WS-GD-DESCRIPTION
               PERFORM 460-WRITE-GL-DETAIL
           END-IF

           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               IF WS-GL-SEM-BILLED(WS-SEM-SUB) NOT = ZERO
                   MOVE "C" TO WS-GD-REC-TYPE
                   MOVE WS-SEM-SUB TO WS-GL-REVENUE-SEM
                   MOVE WS-GL-REVENUE-ACCT TO WS-GD-ACCOUNT
                   MOVE WS-GL-SEM-BILLED(WS-SEM-SUB) TO WS-GL-WORK-AMT
                   MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
                   MOVE SPACES TO WS-GD-DESCRIPTION
                   STRING "TUITION REV SEM " WS-GL-REVENUE-SEM
                       DELIMITED BY SIZE INTO WS-GD-DESCRIPTION
                   PERFORM 460-WRITE-GL-DETAIL
               END-IF
           END-PERFORM

           MOVE WS-GL-RECORD-CT  TO WS-GT-RECORD-CT
           MOVE WS-GL-HASH-TOTAL TO WS-GT-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD FROM WS-GL-TRAILER-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLBILL.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           CLOSE GL-EXTRACT-FILE

           PERFORM 470-UPDATE-AR-CONTROL

           MOVE WS-GL-DAY-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "TERM CHARGES BOOKED TODAY (GLBILL.DAT): $"
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE

           IF WS-GL-EARLIER-TOTAL NOT = ZERO
               MOVE WS-GL-EARLIER-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "  OF WHICH BILLED ON AN EARLIER DAY: $"
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.

       452-LOAD-EARLIER-BOOKINGS.
      *    470 WRITES A DAY'S "BIL" RECORD ONLY ONCE THAT DAY'S
      *    EXTRACT IS COMPLETE, SO EVERY EARLIER DAY OF THE PERIOD
      *    WITH ONE HAS BOOKED WHAT WAS BILLED ON IT AND ON ANY
      *    UNBOOKED DAY BEFORE IT.
           MOVE ZERO TO WS-BOOKED-COUNT
           MOVE "N" TO WS-LEDGER-EOF-FLAG
           OPEN INPUT AR-CONTROL-FILE
           IF WS-AR-CONTROL-STATUS = "35"
               MOVE "Y" TO WS-LEDGER-EOF-FLAG
           ELSE
               IF WS-AR-CONTROL-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN ARCTL.DAT, STATUS=",
                       WS-AR-CONTROL-STATUS
                   STOP RUN
               END-IF
               PERFORM 453-READ-PERIOD-BOOKINGS
               CLOSE AR-CONTROL-FILE
           END-IF.

       453-READ-PERIOD-BOOKINGS.
           MOVE LOW-VALUES TO AC-CONTROL-KEY
           MOVE WS-CURRENT-PERIOD TO AC-POSTING-DATE(1:6)
           START AR-CONTROL-FILE KEY >= AC-CONTROL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-START
           PERFORM UNTIL WS-LEDGER-EOF-FLAG = "Y"
               READ AR-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-FLAG
                   NOT AT END
                       IF AC-POSTING-DATE(1:6) NOT = WS-CURRENT-PERIOD
                           OR AC-POSTING-DATE NOT < WS-TODAY-YMD
                           MOVE "Y" TO WS-LEDGER-EOF-FLAG
                       ELSE
                           IF AC-SOURCE = "BIL"
                               AND WS-BOOKED-COUNT < 31
                               ADD 1 TO WS-BOOKED-COUNT
                               MOVE AC-POSTING-DATE
                                   TO WS-BOOKED-YMD-NUM
                               COMPUTE WS-BOOKED-INT(WS-BOOKED-COUNT) =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-BOOKED-YMD-NUM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       455-TALLY-UNBOOKED-INSTALLMENT.
      *    440 DATES INSTALLMENT N (N - 1) GAPS AFTER THE BILLING
      *    DATE, SO STEPPING BACK THAT FAR GIVES THE DAY IT WAS
      *    BILLED. AN INSTALLMENT BILLED TODAY IS ALWAYS TODAY'S; ONE
      *    BILLED EARLIER IN THE PERIOD IS TODAY'S ONLY IF NO DAY
      *    FROM ITS BILLING DAY UP TO YESTERDAY HAS BOOKED IT.
           MOVE OI-DUE-DATE TO WS-ITEM-DUE-NUM
           COMPUTE WS-ITEM-BILL-INT =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-DUE-NUM)
               - (WS-INST-GAP-DAYS * (OI-ITEM-SEQ - 1))
           MOVE "N" TO WS-ITEM-BOOKED-FLAG
           IF WS-ITEM-BILL-INT > WS-BILL-DATE-INT
               MOVE "Y" TO WS-ITEM-BOOKED-FLAG
           END-IF
           PERFORM VARYING WS-BOOKED-SUB FROM 1 BY 1
               UNTIL WS-BOOKED-SUB > WS-BOOKED-COUNT
               IF WS-BOOKED-INT(WS-BOOKED-SUB) >= WS-ITEM-BILL-INT
                   MOVE "Y" TO WS-ITEM-BOOKED-FLAG
               END-IF
           END-PERFORM
           IF WS-ITEM-BOOKED-FLAG = "N"
               MOVE OI-SEMESTER TO WS-SEM-SUB
               ADD OI-AMOUNT-DUE TO WS-GL-SEM-BILLED(WS-SEM-SUB)
               ADD OI-AMOUNT-DUE TO WS-GL-DAY-TOTAL
               IF WS-ITEM-BILL-INT < WS-BILL-DATE-INT
                   ADD OI-AMOUNT-DUE TO WS-GL-EARLIER-TOTAL
               END-IF
           END-IF.

       460-WRITE-GL-DETAIL.
           WRITE GL-EXTRACT-RECORD FROM WS-GL-DETAIL-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLBILL.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
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

       470-UPDATE-AR-CONTROL.
      *    THE DAY'S RECEIVABLES CONTROL LEDGER RECORD FOR TERM
      *    BILLING IS REPLACED, NEVER ADDED TO, SINCE THE EXTRACT
      *    ALWAYS CARRIES THE WHOLE DAY.
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
           MOVE "BIL" TO AC-SOURCE
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

       600-WRITE-APPLIED-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "APPLIED  " MT-ACTION-CODE " " MT-STUDENT-ID
               MT-STUDENT-ID, ")".
      ********************************************************

       720-WRITE-CHANGE-JOURNAL.
      *    THE CALLER HAS SET THE FIELD NAME AND THE BEFORE AND
      *    AFTER IMAGES; THE REST IS STAMPED HERE.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CJ-TIMESTAMP
           MOVE "STUMAINT" TO CJ-PROGRAM-ID
           MOVE MT-ACTION-CODE TO CJ-ACTION-CODE
           MOVE MT-STUDENT-ID TO CJ-RECORD-KEY
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE CHGJRNL.DAT, STATUS=",
                   WS-CHANGE-JOURNAL-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       750-COMPUTE-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
               CLOSE MAINT-TRANSACTIONS-IN
               CLOSE CHANGE-JOURNAL-FILE
           ELSE
               MOVE WS-BILLED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "TOTAL CHARGES POSTED: $" WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
               MOVE WS-TOTAL-CREDIT-APPLIED TO WS-TOTAL-EDIT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "CREDITS ON ACCOUNT APPLIED: $" WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
               PERFORM 450-WRITE-GL-EXTRACT
               CLOSE OPEN-ITEM-FILE
           END-IF

