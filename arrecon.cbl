      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO PROVE AT MONTH END THAT THE STUDENT RECEIVABLES
      *        CONTROL ACCOUNT AGREES WITH THE STUDENT MASTER'S
      *        BALANCES AND THE OPEN INSTALLMENTS, LISTING EVERY
      *        DIFFERENCE, AND TO BOOK THE ACCOUNT'S ONE-TIME
      *        OPENING BALANCE

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT AR-CONTROL-FILE ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CONTROL-KEY
               FILE STATUS IS WS-AR-CONTROL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLAROPN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "ARRECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM.

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD           PIC X(60).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE           PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-OPEN-ITEM-STATUS         PIC XX.
       01  WS-AR-CONTROL-STATUS        PIC XX.
       01  WS-GL-EXTRACT-STATUS        PIC XX.
       01  WS-RECON-REPORT-STATUS      PIC XX.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).
       01  WS-RUN-MODE                 PIC X.
       01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
       01  WS-ITEM-EOF-FLAG            PIC X VALUE "N".
       01  WS-LEDGER-EOF-FLAG          PIC X VALUE "N".
       01  WS-LEDGER-FILE-FLAG         PIC X VALUE "N".
       01  WS-OPENITEM-FILE-FLAG       PIC X VALUE "N".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-TODAY-YMD                PIC X(8).
       01  WS-CURRENT-PERIOD           PIC X(6).
      *    WHAT THE STUDENT MASTER SAYS IS OWED. A CREDIT ON
      *    ACCOUNT IS A CREDIT BALANCE IN THE CONTROL ACCOUNT, SO
      *    THE MASTER'S FIGURE TO PROVE IS BALANCE DUE LESS CREDIT.
       01  WS-MASTER-BALANCE-DUE       PIC 9(9)V99 VALUE ZERO.
       01  WS-MASTER-CREDIT            PIC 9(9)V99 VALUE ZERO.
       01  WS-MASTER-NET               PIC S9(9)V99 VALUE ZERO.
       01  WS-MASTER-COUNT             PIC 9(5) VALUE ZERO.
      *    WHAT THE OPEN ITEM FILE SAYS IS OWED - THE UNPAID PART
      *    OF EVERY ITEM STILL OPEN.
       01  WS-ITEM-UNPAID              PIC 9(5)V99.
       01  WS-STUDENT-UNPAID           PIC 9(7)V99.
       01  WS-ITEMS-UNPAID-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-ORPHAN-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-STUDENT-DIFF             PIC S9(7)V99.
       01  WS-DIFF-COUNT               PIC 9(5) VALUE ZERO.
      *    WHAT THE GENERAL LEDGER HAS BEEN TOLD, ONE ARCTL.DAT
      *    RECORD PER GL EXTRACT PER DAY.
       01  WS-CONTROL-BALANCE          PIC S9(9)V99 VALUE ZERO.
       01  WS-LEDGER-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-LAST-POSTING-DATE        PIC X(8) VALUE SPACES.
       01  WS-SOURCE-LIST.
           05  FILLER                  PIC X(3) VALUE "OPN".
           05  FILLER                  PIC X(3) VALUE "FEE".
           05  FILLER                  PIC X(3) VALUE "BIL".
           05  FILLER                  PIC X(3) VALUE "LAT".
           05  FILLER                  PIC X(3) VALUE "WOF".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
           05  WS-SOURCE-CODE          OCCURS 5 TIMES PIC X(3).
       01  WS-SOURCE-NAME-LIST.
           05  FILLER                  PIC X(30)
                   VALUE "OPENING BALANCE   GLAROPN.DAT".
           05  FILLER                  PIC X(30)
                   VALUE "FEE POSTING       GLEXTR.DAT ".
           05  FILLER                  PIC X(30)
                   VALUE "TERM BILLING      GLBILL.DAT ".
           05  FILLER                  PIC X(30)
                   VALUE "LATE CHARGES      GLLATE.DAT ".
           05  FILLER                  PIC X(30)
                   VALUE "WRITE-OFFS        GLWOFF.DAT ".
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-LIST.
           05  WS-SOURCE-NAME          OCCURS 5 TIMES PIC X(30).
       01  WS-MONTH-ACTIVITY.
           05  WS-MONTH-SOURCE         OCCURS 5 TIMES.
               10  WS-MONTH-DEBIT      PIC 9(9)V99.
               10  WS-MONTH-CREDIT     PIC 9(9)V99.
       01  WS-SOURCE-SUB               PIC 9.
       01  WS-SOURCE-FOUND-FLAG        PIC X.
       01  WS-MONTH-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTH-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-UNKNOWN-DEBIT            PIC 9(9)V99 VALUE ZERO.
       01  WS-UNKNOWN-CREDIT           PIC 9(9)V99 VALUE ZERO.
       01  WS-CONTROL-DIFF             PIC S9(9)V99 VALUE ZERO.
       01  WS-ITEM-DIFF                PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-LABEL              PIC X(44).
       01  WS-TOTAL-AMT                PIC S9(9)V99.
       01  WS-BALANCE-EDIT             PIC Z,ZZZ,ZZ9.99.
       01  WS-UNPAID-EDIT              PIC Z,ZZZ,ZZ9.99.
       01  WS-DIFF-EDIT                PIC Z,ZZZ,ZZ9.99-.
       01  WS-BIG-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BIG-SIGNED-EDIT          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-CREDIT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
      *    THE OPENING BALANCE ENTRY, IN THE SAME LAYOUT AS EVERY
      *    OTHER GL EXTRACT: EACH SEMESTER'S NET OWED IS ITS
      *    TUITION REVENUE (COLLECTIONS USED TO BE BOOKED STRAIGHT
      *    TO REVENUE, SO WHAT WAS STILL OWING WAS NEVER BOOKED AT
      *    ALL) AND THE WHOLE NET IS THE CONTROL ACCOUNT.
       01  WS-SEM-SUB                  PIC 99.
       01  WS-OPEN-SEM-TABLE.
           05  WS-OPEN-SEM-NET         OCCURS 10 TIMES
                                        PIC S9(9)V99.
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
           05  FILLER                  PIC X(3) VALUE "OPN".
           05  WS-GL-BATCH-DATE        PIC X(8).
       01  WS-GL-REVENUE-ACCT.
           05  FILLER                  PIC X(4) VALUE "4010".
           05  WS-GL-REVENUE-SEM       PIC 99.
           05  FILLER                  PIC XX VALUE SPACES.
       01  WS-GL-AR-ACCT               PIC X(8) VALUE "11000000".

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           IF WS-RUN-MODE = "O"
               PERFORM 200-BOOK-OPENING-BALANCE
           ELSE
               PERFORM 300-MATCH-STUDENTS
               PERFORM 400-TOTAL-CONTROL-LEDGER
               PERFORM 500-WRITE-RECONCILIATION
           END-IF

           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           DISPLAY "ENTER RUN MODE (R=RECONCILE, ",
               "O=BOOK OPENING BALANCE): "
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE NOT = "R" AND WS-RUN-MODE NOT = "O"
               DISPLAY "FATAL - RUN MODE MUST BE R OR O"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-CURRENT-PERIOD
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           MOVE "S" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER-FILE KEY >= SM-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-START

           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-RECON-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN ARRECRPT.DAT, STATUS=",
                   WS-RECON-REPORT-STATUS
               STOP RUN
           END-IF

           IF WS-RUN-MODE = "O"
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "ABC DEPARTMENT - RECEIVABLES CONTROL "
                   "OPENING BALANCE"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "ABC DEPARTMENT - RECEIVABLES CONTROL "
                   "RECONCILIATION"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
      ********************************************************

       200-BOOK-OPENING-BALANCE.
      *    RUN ONCE, WHEN THE RECEIVABLES CONTROL ACCOUNT IS FIRST
      *    PUT IN USE AND BEFORE ANY RUN HAS POSTED TO IT: THE
      *    STUDENT MASTER'S NET BALANCES BECOME THE ACCOUNT'S
      *    OPENING BALANCE, AND EVERY GL EXTRACT FROM THEN ON
      *    MOVES IT. ONCE ANYTHING IS ON THE CONTROL LEDGER AN
      *    OPENING BALANCE WOULD COUNT THAT ACTIVITY TWICE, SO THE
      *    RUN IS REFUSED.
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
               DISPLAY "FATAL - ARCTL.DAT ALREADY HOLDS POSTINGS ",
                   "FROM ", AC-POSTING-DATE, " - OPENING BALANCE ",
                   "NOT BOOKED"
               STOP RUN
           END-IF

           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               MOVE ZERO TO WS-OPEN-SEM-NET(WS-SEM-SUB)
           END-PERFORM

           PERFORM UNTIL WS-MASTER-EOF-FLAG = "Y"
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 210-ADD-STUDENT-TO-OPENING
               END-READ
           END-PERFORM

           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN GLAROPN.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           MOVE WS-TODAY-YMD TO WS-GL-BATCH-DATE
           MOVE WS-TODAY-YMD TO WS-GH-POSTING-DATE
           MOVE WS-GL-BATCH-REF TO WS-GH-BATCH-REF
           WRITE GL-EXTRACT-RECORD FROM WS-GL-HEADER-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLAROPN.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           MOVE WS-TODAY-YMD    TO WS-GD-POSTING-DATE
           MOVE WS-GL-BATCH-REF TO WS-GD-BATCH-REF

           IF WS-MASTER-NET NOT = ZERO
               IF WS-MASTER-NET > ZERO
                   MOVE "D" TO WS-GD-REC-TYPE
                   MOVE WS-MASTER-NET TO WS-GL-WORK-AMT
               ELSE
                   MOVE "C" TO WS-GD-REC-TYPE
                   COMPUTE WS-GL-WORK-AMT = ZERO - WS-MASTER-NET
               END-IF
               MOVE WS-GL-AR-ACCT  TO WS-GD-ACCOUNT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "AR OPENING BALANCE  " TO WS-GD-DESCRIPTION
               PERFORM 250-WRITE-GL-DETAIL
           END-IF

           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               IF WS-OPEN-SEM-NET(WS-SEM-SUB) NOT = ZERO
                   IF WS-OPEN-SEM-NET(WS-SEM-SUB) > ZERO
                       MOVE "C" TO WS-GD-REC-TYPE
                       MOVE WS-OPEN-SEM-NET(WS-SEM-SUB)
                           TO WS-GL-WORK-AMT
                   ELSE
                       MOVE "D" TO WS-GD-REC-TYPE
                       COMPUTE WS-GL-WORK-AMT =
                           ZERO - WS-OPEN-SEM-NET(WS-SEM-SUB)
                   END-IF
                   MOVE WS-SEM-SUB TO WS-GL-REVENUE-SEM
                   MOVE WS-GL-REVENUE-ACCT TO WS-GD-ACCOUNT
                   MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
                   MOVE SPACES TO WS-GD-DESCRIPTION
                   STRING "AR OPENING SEM " WS-GL-REVENUE-SEM
                       DELIMITED BY SIZE INTO WS-GD-DESCRIPTION
                   PERFORM 250-WRITE-GL-DETAIL
               END-IF
           END-PERFORM

           MOVE WS-GL-RECORD-CT  TO WS-GT-RECORD-CT
           MOVE WS-GL-HASH-TOTAL TO WS-GT-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD FROM WS-GL-TRAILER-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLAROPN.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           CLOSE GL-EXTRACT-FILE

           MOVE WS-TODAY-YMD TO AC-POSTING-DATE
           MOVE "OPN" TO AC-SOURCE
           MOVE WS-GL-AR-DEBIT TO AC-DEBIT-AMT
           MOVE WS-GL-AR-CREDIT TO AC-CREDIT-AMT
           MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
           WRITE AR-CONTROL-RECORD
           IF WS-AR-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE ARCTL.DAT, STATUS=",
                   WS-AR-CONTROL-STATUS
               STOP RUN
           END-IF

           CLOSE AR-CONTROL-FILE

           MOVE "STUDENTS ON THE MASTER" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING WS-TOTAL-LABEL "        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE "STUDENT MASTER BALANCE DUE" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-BALANCE-DUE TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "LESS CREDIT BALANCES HELD" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-CREDIT TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "OPENING BALANCE BOOKED TO 11000000"
               TO WS-TOTAL-LABEL
           MOVE WS-MASTER-NET TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE "OPENING ENTRY WRITTEN TO GLAROPN.DAT"
               TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE "OPENING" TO WS-RC-RESULT.
      ********************************************************

       210-ADD-STUDENT-TO-OPENING.
      *    A SEMESTER OUTSIDE 1-10 IS BOOKED TO THE NEAREST ONE SO
      *    THE ENTRY STILL BALANCES TO THE MASTER.
           ADD 1 TO WS-MASTER-COUNT
           ADD SM-BALANCE-DUE TO WS-MASTER-BALANCE-DUE
           ADD SM-CREDIT-BALANCE TO WS-MASTER-CREDIT
           COMPUTE WS-MASTER-NET =
               WS-MASTER-NET + SM-BALANCE-DUE - SM-CREDIT-BALANCE

           IF SM-SEMESTER < 1
               MOVE 1 TO WS-SEM-SUB
           ELSE
               IF SM-SEMESTER > 10
                   MOVE 10 TO WS-SEM-SUB
               ELSE
                   MOVE SM-SEMESTER TO WS-SEM-SUB
               END-IF
           END-IF
           COMPUTE WS-OPEN-SEM-NET(WS-SEM-SUB) =
               WS-OPEN-SEM-NET(WS-SEM-SUB) + SM-BALANCE-DUE
               - SM-CREDIT-BALANCE.
      ********************************************************

       250-WRITE-GL-DETAIL.
           WRITE GL-EXTRACT-RECORD FROM WS-GL-DETAIL-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLAROPN.DAT, STATUS=",
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
      ********************************************************

       300-MATCH-STUDENTS.
      *    THE STUDENT MASTER AND THE OPEN ITEM FILE ARE BOTH IN
      *    STUDENT ORDER, SO ONE PASS OF EACH MATCHES EVERY
      *    STUDENT'S BALANCE DUE TO THE UNPAID PART OF THEIR OPEN
      *    ITEMS. A STUDENT WHOSE TWO FIGURES DISAGREE IS LISTED,
      *    AS IS ANY OPEN ITEM LEFT WITH NO MASTER RECORD.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS = "00"
               MOVE "Y" TO WS-OPENITEM-FILE-FLAG
               MOVE LOW-VALUES TO OI-ITEM-KEY
               START OPEN-ITEM-FILE KEY >= OI-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF-FLAG
               END-START
           ELSE
               IF WS-OPEN-ITEM-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN OPENITEM.DAT, STATUS=",
                       WS-OPEN-ITEM-STATUS
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-ITEM-EOF-FLAG
           END-IF
           IF WS-ITEM-EOF-FLAG NOT = "Y"
               PERFORM 340-READ-NEXT-ITEM
           END-IF

           MOVE SPACES TO RECON-REPORT-LINE
           STRING "STUDENTS WHOSE BALANCE DUE DIFFERS FROM THEIR "
               "OPEN ITEMS"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           STRING "STUDENT ID STUDENT NAME          BALANCE DUE"
               "   OPEN ITEMS    DIFFERENCE"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           PERFORM UNTIL WS-MASTER-EOF-FLAG = "Y"
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 310-MATCH-ONE-STUDENT
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-ITEM-EOF-FLAG = "Y"
               PERFORM 330-LIST-ORPHAN-ITEM
           END-PERFORM

           IF WS-DIFF-COUNT = ZERO AND WS-ORPHAN-COUNT = ZERO
               MOVE "  NONE - EVERY BALANCE AGREES WITH ITS OPEN ITEMS"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF

           IF WS-OPENITEM-FILE-FLAG = "Y"
               CLOSE OPEN-ITEM-FILE
           END-IF

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
      ********************************************************

       310-MATCH-ONE-STUDENT.
           ADD 1 TO WS-MASTER-COUNT
           ADD SM-BALANCE-DUE TO WS-MASTER-BALANCE-DUE
           ADD SM-CREDIT-BALANCE TO WS-MASTER-CREDIT

           PERFORM UNTIL WS-ITEM-EOF-FLAG = "Y"
               OR OI-STUDENT-ID NOT < SM-STUDENT-ID
               PERFORM 330-LIST-ORPHAN-ITEM
           END-PERFORM

           MOVE ZERO TO WS-STUDENT-UNPAID
           PERFORM UNTIL WS-ITEM-EOF-FLAG = "Y"
               OR OI-STUDENT-ID NOT = SM-STUDENT-ID
               IF OI-ITEM-STATUS = "O"
                   COMPUTE WS-ITEM-UNPAID =
                       OI-AMOUNT-DUE - OI-AMOUNT-PAID
                   ADD WS-ITEM-UNPAID TO WS-STUDENT-UNPAID
                   ADD WS-ITEM-UNPAID TO WS-ITEMS-UNPAID-TOTAL
               END-IF
               PERFORM 340-READ-NEXT-ITEM
           END-PERFORM

           IF SM-BALANCE-DUE NOT = WS-STUDENT-UNPAID
               PERFORM 320-LIST-STUDENT-DIFFERENCE
           END-IF.
      ********************************************************

       320-LIST-STUDENT-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT
           COMPUTE WS-STUDENT-DIFF = SM-BALANCE-DUE - WS-STUDENT-UNPAID
           MOVE SM-BALANCE-DUE    TO WS-BALANCE-EDIT
           MOVE WS-STUDENT-UNPAID TO WS-UNPAID-EDIT
           MOVE WS-STUDENT-DIFF   TO WS-DIFF-EDIT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
               WS-BALANCE-EDIT " " WS-UNPAID-EDIT " " WS-DIFF-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
      ********************************************************

       330-LIST-ORPHAN-ITEM.
      *    AN OPEN ITEM WHOSE STUDENT IS NOT ON THE MASTER IS OWED
      *    MONEY NOBODY WILL EVER BE BILLED FOR.
           IF OI-ITEM-STATUS = "O"
               COMPUTE WS-ITEM-UNPAID = OI-AMOUNT-DUE - OI-AMOUNT-PAID
               ADD 1 TO WS-ORPHAN-COUNT
               ADD WS-ITEM-UNPAID TO WS-ORPHAN-TOTAL
               ADD WS-ITEM-UNPAID TO WS-ITEMS-UNPAID-TOTAL
               COMPUTE WS-STUDENT-DIFF = ZERO - WS-ITEM-UNPAID
               MOVE ZERO           TO WS-BALANCE-EDIT
               MOVE WS-ITEM-UNPAID TO WS-UNPAID-EDIT
               MOVE WS-STUDENT-DIFF TO WS-DIFF-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING OI-STUDENT-ID " NO MASTER - DUE "
                   OI-DUE-DATE " " WS-BALANCE-EDIT " "
                   WS-UNPAID-EDIT " " WS-DIFF-EDIT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
           PERFORM 340-READ-NEXT-ITEM.
      ********************************************************

       340-READ-NEXT-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-FLAG
           END-READ.
      ********************************************************

       400-TOTAL-CONTROL-LEDGER.
      *    THE CONTROL ACCOUNT'S BALANCE IS EVERY DEBIT LESS EVERY
      *    CREDIT EVER EXTRACTED TO IT. THIS MONTH'S SHARE IS ALSO
      *    BROKEN OUT BY THE RUN THAT POSTED IT.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 5
               MOVE ZERO TO WS-MONTH-DEBIT(WS-SOURCE-SUB)
               MOVE ZERO TO WS-MONTH-CREDIT(WS-SOURCE-SUB)
           END-PERFORM

           OPEN INPUT AR-CONTROL-FILE
           IF WS-AR-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-FILE-FLAG
           ELSE
               IF WS-AR-CONTROL-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN ARCTL.DAT, STATUS=",
                       WS-AR-CONTROL-STATUS
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-IF

           IF WS-LEDGER-FILE-FLAG = "Y"
               MOVE LOW-VALUES TO AC-CONTROL-KEY
               START AR-CONTROL-FILE KEY >= AC-CONTROL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LEDGER-EOF-FLAG
               END-START
           END-IF

           PERFORM UNTIL WS-LEDGER-EOF-FLAG = "Y"
               READ AR-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-FLAG
                   NOT AT END
                       PERFORM 410-ADD-LEDGER-RECORD
               END-READ
           END-PERFORM

           IF WS-LEDGER-FILE-FLAG = "Y"
               CLOSE AR-CONTROL-FILE
           END-IF.
      ********************************************************

       410-ADD-LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-COUNT
           COMPUTE WS-CONTROL-BALANCE =
               WS-CONTROL-BALANCE + AC-DEBIT-AMT - AC-CREDIT-AMT
           IF AC-POSTING-DATE > WS-LAST-POSTING-DATE
               MOVE AC-POSTING-DATE TO WS-LAST-POSTING-DATE
           END-IF

           IF AC-POSTING-DATE (1:6) = WS-CURRENT-PERIOD
               ADD AC-DEBIT-AMT  TO WS-MONTH-DEBIT-TOTAL
               ADD AC-CREDIT-AMT TO WS-MONTH-CREDIT-TOTAL
               MOVE "N" TO WS-SOURCE-FOUND-FLAG
               PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > 5
                   IF AC-SOURCE = WS-SOURCE-CODE(WS-SOURCE-SUB)
                       ADD AC-DEBIT-AMT
                           TO WS-MONTH-DEBIT(WS-SOURCE-SUB)
                       ADD AC-CREDIT-AMT
                           TO WS-MONTH-CREDIT(WS-SOURCE-SUB)
                       MOVE "Y" TO WS-SOURCE-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-SOURCE-FOUND-FLAG = "N"
                   ADD AC-DEBIT-AMT  TO WS-UNKNOWN-DEBIT
                   ADD AC-CREDIT-AMT TO WS-UNKNOWN-CREDIT
               END-IF
           END-IF.
      ********************************************************

       500-WRITE-RECONCILIATION.
           COMPUTE WS-MASTER-NET =
               WS-MASTER-BALANCE-DUE - WS-MASTER-CREDIT
           COMPUTE WS-CONTROL-DIFF = WS-MASTER-NET - WS-CONTROL-BALANCE
           COMPUTE WS-ITEM-DIFF =
               WS-MASTER-BALANCE-DUE - WS-ITEMS-UNPAID-TOTAL

           MOVE SPACES TO RECON-REPORT-LINE
           STRING "RECEIVABLES CONTROL 11000000 - ACTIVITY FOR "
               WS-TODAY-MM "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           STRING "SOURCE RUN         EXTRACT               DEBITS"
               "        CREDITS"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 5
               MOVE WS-MONTH-DEBIT(WS-SOURCE-SUB)  TO WS-BIG-EDIT
               MOVE WS-MONTH-CREDIT(WS-SOURCE-SUB) TO WS-CREDIT-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING WS-SOURCE-NAME(WS-SOURCE-SUB) " " WS-BIG-EDIT
                   " " WS-CREDIT-EDIT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-PERFORM

           IF WS-UNKNOWN-DEBIT NOT = ZERO
               OR WS-UNKNOWN-CREDIT NOT = ZERO
               MOVE WS-UNKNOWN-DEBIT  TO WS-BIG-EDIT
               MOVE WS-UNKNOWN-CREDIT TO WS-CREDIT-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "OTHER SOURCES                 " " " WS-BIG-EDIT
                   " " WS-CREDIT-EDIT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF

           MOVE WS-MONTH-DEBIT-TOTAL  TO WS-BIG-EDIT
           MOVE WS-MONTH-CREDIT-TOTAL TO WS-CREDIT-EDIT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "TOTAL FOR THE MONTH           " " " WS-BIG-EDIT
               " " WS-CREDIT-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-LEDGER-COUNT = ZERO
               MOVE "NO POSTINGS ON THE CONTROL LEDGER (ARCTL.DAT)"
                   TO RECON-REPORT-LINE
           ELSE
               STRING "LAST POSTING ON THE CONTROL LEDGER: "
                   WS-LAST-POSTING-DATE
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE "RECONCILIATION" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE "STUDENT MASTER BALANCE DUE" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-BALANCE-DUE TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "LESS CREDIT BALANCES HELD" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-CREDIT TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "NET STUDENT RECEIVABLES PER MASTER" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-NET TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "RECEIVABLES CONTROL ACCOUNT 11000000"
               TO WS-TOTAL-LABEL
           MOVE WS-CONTROL-BALANCE TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "DIFFERENCE - MASTER LESS CONTROL ACCOUNT"
               TO WS-TOTAL-LABEL
           MOVE WS-CONTROL-DIFF TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE "STUDENT MASTER BALANCE DUE" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-BALANCE-DUE TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "OPEN ITEMS UNPAID (OPENITEM.DAT)" TO WS-TOTAL-LABEL
           MOVE WS-ITEMS-UNPAID-TOTAL TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "DIFFERENCE - BALANCE DUE LESS OPEN ITEMS"
               TO WS-TOTAL-LABEL
           MOVE WS-ITEM-DIFF TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE "  OF WHICH ITEMS WITH NO MASTER RECORD"
               TO WS-TOTAL-LABEL
           MOVE WS-ORPHAN-TOTAL TO WS-TOTAL-AMT
           PERFORM 520-WRITE-TOTAL-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "STUDENTS LISTED:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "ITEMS WITH NO MASTER:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           IF WS-CONTROL-DIFF = ZERO
               MOVE "RECEIVABLES CONTROL ACCOUNT IS IN BALANCE"
                   TO RECON-REPORT-LINE
               MOVE "IN BALANCE" TO WS-RC-RESULT
           ELSE
               MOVE "*** RECEIVABLES CONTROL ACCOUNT IS OUT OF BALANCE"
                   TO RECON-REPORT-LINE
               MOVE "OUT OF BAL" TO WS-RC-RESULT
           END-IF
           WRITE RECON-REPORT-LINE.
      ********************************************************

       520-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-AMT TO WS-BIG-SIGNED-EDIT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING WS-TOTAL-LABEL " $" WS-BIG-SIGNED-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
      ********************************************************

       700-WRITE-RUN-CONTROL-RECORD.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN RUNCTL.DAT, STATUS=",
                   WS-RUN-CONTROL-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RN-RUN-DATE
           MOVE "ARRECON" TO RN-PROGRAM-ID
           MOVE WS-RC-EVENT TO RN-EVENT
           MOVE FUNCTION CURRENT-DATE TO RN-TIMESTAMP
           MOVE WS-RC-RESULT TO RN-RESULT
           WRITE RUN-CONTROL-RECORD
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE RUNCTL.DAT, STATUS=",
                   WS-RUN-CONTROL-STATUS
               STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.
      ********************************************************

       900-TERMINATE.
           CLOSE STUDENT-MASTER-FILE
           CLOSE RECON-REPORT-FILE

           MOVE "C" TO WS-RC-EVENT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           IF WS-RUN-MODE = "O"
               DISPLAY "RECEIVABLES OPENING BALANCE BOOKED - ",
                   "SEE GLAROPN.DAT AND ARRECRPT.DAT"
           ELSE
               DISPLAY "RECEIVABLES RECONCILIATION COMPLETE - ",
                   WS-RC-RESULT, "; SEE ARRECRPT.DAT"
           END-IF.
      ********************************************************
