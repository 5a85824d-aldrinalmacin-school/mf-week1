      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO WRITE OFF, ON A SUPERVISOR'S APPROVAL, THE BALANCES
      *        OF INACTIVE AND GRADUATED STUDENTS THAT WILL NOT BE
      *        COLLECTED, PLACE THOSE ACCOUNTS WITH THE OUTSIDE
      *        COLLECTION AGENCY, AND POST WHAT THE AGENCY LATER
      *        REMITS AS A BAD DEBT RECOVERY NET OF ITS COMMISSION.
      *        MODE L LISTS THE CANDIDATES FOR APPROVAL, MODE W
      *        WRITES OFF THE APPROVED ACCOUNTS IN WOIN.DAT, MODE A
      *        POSTS THE AGENCY'S REMITTANCE FILE AGYREMIT.DAT. RUN
      *        W AND A BEFORE THE DAY'S STUDENTS POSTING RUN SO THE
      *        ACTIVITY REACHES THAT RUN'S SUMMARY AND THE AGENCY'S
      *        NET CHECK REACHES ITS DEPOSIT. THE DAY'S WRITE-OFFS,
      *        RECOVERIES AND COMMISSIONS GO TO THE GENERAL LEDGER
      *        ON THIS RUN'S OWN GL EXTRACT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-TRANS-IN ASSIGN TO "WOIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-IN-STATUS.

           SELECT AGENCY-REMITTANCE-IN ASSIGN TO "AGYREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCY-REMIT-STATUS.

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

           SELECT WRITE-OFF-FILE ASSIGN TO "WOREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-STUDENT-ID
               FILE STATUS IS WS-WRITE-OFF-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT AGENCY-PLACEMENT-FILE ASSIGN TO "AGYPLACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCY-PLACE-STATUS.

           SELECT FEE-TRANSACTION-LOG ASSIGN TO "FEELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-LOG-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HISTORY-KEY
               ALTERNATE RECORD KEY IS FH-POSTING-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FEE-HISTORY-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT WRITE-OFF-REPORT-FILE ASSIGN TO "WORPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-RPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLWOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT AR-CONTROL-FILE ASSIGN TO "ARCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CONTROL-KEY
               FILE STATUS IS WS-AR-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER ACCOUNT THE SIGNED-ON SUPERVISOR APPROVES
      *    FOR WRITE-OFF, USUALLY MARKED UP FROM A MODE L LISTING.
       FD  WRITE-OFF-TRANS-IN.
       01  WRITE-OFF-TRANS-RECORD.
           05  WI-STUDENT-ID            PIC X(10).
           05  WI-REASON                PIC X(30).

      *    ONE FILE PER AGENCY CHECK: AN H HEADER CARRYING THE
      *    AGENCY, ITS CHECK NUMBER AND THE COUNT, GROSS COLLECTED,
      *    COMMISSION KEPT AND NET CHECK AMOUNT IT VOUCHES FOR, THEN
      *    ONE D RECORD PER ACCOUNT COLLECTED ON.
       FD  AGENCY-REMITTANCE-IN.
       01  AGENCY-REMIT-DETAIL.
           05  AD-REC-TYPE              PIC X.
           05  AD-STUDENT-ID            PIC X(10).
           05  AD-GROSS-AMOUNT          PIC 9(5)V99.
           05  AD-COMMISSION            PIC 9(5)V99.
       01  AGENCY-REMIT-HEADER.
           05  AH-REC-TYPE              PIC X.
           05  AH-AGENCY-CODE           PIC X(4).
           05  AH-REMIT-DATE            PIC X(8).
           05  AH-CHECK-NO              PIC X(9).
           05  AH-ITEM-COUNT            PIC 9(5).
           05  AH-GROSS-TOTAL           PIC 9(7)V99.
           05  AH-COMMISSION-TOTAL      PIC 9(7)V99.
           05  AH-NET-AMOUNT            PIC 9(7)V99.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM.

       FD  WRITE-OFF-FILE.
       COPY WOREG.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

      *    THE ACCOUNTS PLACED WITH THE AGENCY, ADDED TO BY EVERY
      *    WRITE-OFF RUN UNTIL THE FILE IS SENT AND CLEARED.
       FD  AGENCY-PLACEMENT-FILE.
       01  AGENCY-PLACEMENT-RECORD.
           05  AP-AGENCY-CODE           PIC X(4).
           05  AP-PLACED-DATE           PIC X(8).
           05  AP-STUDENT-ID            PIC X(10).
           05  AP-STUDENT-NAME          PIC X(20).
           05  AP-ADDRESS-LINE-1        PIC X(25).
           05  AP-ADDRESS-LINE-2        PIC X(25).
           05  AP-CITY                  PIC X(15).
           05  AP-STATE                 PIC XX.
           05  AP-ZIP-CODE              PIC X(10).
           05  AP-EMAIL-ADDRESS         PIC X(30).
           05  AP-STUDENT-STATUS        PIC X.
           05  AP-SEMESTER              PIC 999.
           05  AP-LAST-ACTIVITY-DATE    PIC X(8).
           05  AP-AMOUNT-PLACED         PIC 9(7)V99.

       FD  FEE-TRANSACTION-LOG.
       COPY FEELOG.

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  WRITE-OFF-REPORT-FILE.
       01  WRITE-OFF-REPORT-LINE       PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD           PIC X(60).

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       WORKING-STORAGE SECTION.
       01  WS-WRITE-OFF-IN-STATUS      PIC XX.
       01  WS-AGENCY-REMIT-STATUS      PIC XX.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-OPEN-ITEM-STATUS         PIC XX.
       01  WS-WRITE-OFF-STATUS         PIC XX.
       01  WS-OPERATOR-MASTER-STATUS   PIC XX.
       01  WS-AGENCY-PLACE-STATUS      PIC XX.
       01  WS-FEE-LOG-STATUS           PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-AUDIT-LOG-STATUS         PIC XX.
       01  WS-WRITE-OFF-RPT-STATUS     PIC XX.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-OPERATOR-PASSWORD        PIC X(10).
       01  WS-RUN-MODE                 PIC X.
      *    THE DEPARTMENT'S COLLECTION AGENCY. AGENCY REMITTANCES
      *    ARRIVE BY MAIL, NOT AT A WINDOW - THE AUDIT LOG CARRIES
      *    THIS ID IN PLACE OF AN OPERATOR ON THE AGENCY'S PAYMENTS
      *    SO THE DRAWER-CLOSE RUN NEVER COUNTS ONE AGAINST A
      *    CASHIER'S DRAWER.
       01  WS-AGENCY-CODE              PIC X(4) VALUE "CA01".
       01  WS-SYSTEM-OPERATOR-ID       PIC X(10) VALUE "COLLAGCY".
      *    THE LARGEST AMOUNT A SINGLE FEE LOG RECORD CAN CARRY -
      *    LARGER AMOUNTS ARE LOGGED IN PARTS UNDER ONE REFERENCE.
       01  WS-POSTING-LIMIT            PIC 9(3)V99 VALUE 999.99.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
       01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
       01  WS-ITEM-EOF-FLAG            PIC X.
       01  WS-MASTER-FOUND-FLAG        PIC X.
       01  WS-ON-REGISTER-FLAG         PIC X.
       01  WS-VALID-FLAG               PIC X.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-TODAY-YMD                PIC X(8).
       01  WS-WRITE-OFF-AMOUNT         PIC 9(5)V99.
       01  WS-OUTSTANDING              PIC 9(7)V99.
       01  WS-NET-AMOUNT               PIC 9(5)V99.
       01  WS-ITEMS-CLOSED             PIC 9(3).
       01  WS-WRITE-OFF-REFERENCE.
           05  FILLER                  PIC XX VALUE "WO".
           05  WS-WR-DATE              PIC X(8).
           05  FILLER                  PIC XX VALUE SPACES.
       01  WS-AGENCY-REFERENCE.
           05  FILLER                  PIC X(3) VALUE "AGY".
           05  WS-AR-CHECK-NO          PIC X(9).
      *    ONE FEE LOG / AUDIT LOG POSTING, SPLIT BY 470 INTO AS
      *    MANY RECORDS AS THE POSTING LIMIT REQUIRES.
       01  WS-LOG-TYPE                 PIC X.
       01  WS-LOG-METHOD               PIC X.
       01  WS-LOG-REFERENCE            PIC X(12).
       01  WS-LOG-OPERATOR             PIC X(10).
       01  WS-LOG-REMAINING            PIC 9(7)V99.
       01  WS-LOG-PART                 PIC 9(3)V99.
       01  WS-AGENCY-CHECK-NO          PIC X(9).
       01  WS-REMIT-DATE               PIC X(8).
       01  WS-HEADER-AGENCY            PIC X(4).
       01  WS-HEADER-COUNT             PIC 9(5).
       01  WS-HEADER-GROSS             PIC 9(7)V99.
       01  WS-HEADER-COMMISSION        PIC 9(7)V99.
       01  WS-HEADER-NET               PIC 9(7)V99.
       01  WS-HEADER-SEEN-FLAG         PIC X VALUE "N".
       01  WS-DETAIL-CT                PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-GROSS             PIC 9(7)V99 VALUE ZERO.
       01  WS-DETAIL-COMMISSION        PIC 9(7)V99 VALUE ZERO.
       01  WS-RECOV-MAX-ENTRIES        PIC 9(4) COMP VALUE 2000.
       01  WS-RECOV-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-RECOV-TABLE.
           05  WS-RECOV-ENTRY          OCCURS 0 TO 2000 TIMES
                                        DEPENDING ON WS-RECOV-COUNT.
               10  WS-RECOV-STUDENT-ID PIC X(10).
               10  WS-RECOV-GROSS      PIC 9(5)V99.
               10  WS-RECOV-COMMISSION PIC 9(5)V99.
       01  WS-RECOV-SUB                PIC 9(4) COMP.
       01  WS-DUP-SUB                  PIC 9(4) COMP.
       01  WS-CANDIDATE-CT             PIC 9(5) VALUE ZERO.
       01  WS-CANDIDATE-TOTAL          PIC 9(7)V99 VALUE ZERO.
       01  WS-WRITTEN-OFF-CT           PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-OFF-TOTAL        PIC 9(7)V99 VALUE ZERO.
       01  WS-REJECTED-CT              PIC 9(5) VALUE ZERO.
       01  WS-RECOVERED-CT             PIC 9(5) VALUE ZERO.
       01  WS-RECOVERED-TOTAL          PIC 9(7)V99 VALUE ZERO.
       01  WS-COMMISSION-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01  WS-NET-TOTAL                PIC 9(7)V99 VALUE ZERO.
       01  WS-EXCEPTION-CT             PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-EDIT              PIC ZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-2            PIC ZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-3            PIC ZZ,ZZ9.99.
       01  WS-BIG-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-ITEMS-EDIT               PIC ZZ9.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EOF-FLAG              PIC X.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).
       01  WS-POSTED-TODAY-FLAG        PIC X.
       01  WS-CHECK-TAKEN-FLAG         PIC X.
      *    THE DAY'S BAD DEBT ACTIVITY IS BOOKED ON ITS OWN GL
      *    EXTRACT IN THE STUDENTS RUN'S LAYOUT. THE AGENCY'S NET
      *    CHECK IS CASH AND IS BOOKED BY THE POSTING RUN WITH THE
      *    DEPOSIT IT GOES INTO.
       01  WS-GL-EXTRACT-STATUS        PIC XX.
       01  WS-AR-CONTROL-STATUS        PIC XX.
       01  WS-LOG-EOF-FLAG             PIC X.
       01  WS-GL-WRITE-OFF-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-RECOVERY-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-COMMISSION-TOTAL      PIC 9(9)V99 VALUE ZERO.
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
           05  FILLER                  PIC X(3) VALUE "WOF".
           05  WS-GL-BATCH-DATE        PIC X(8).
       01  WS-GL-AR-ACCT               PIC X(8) VALUE "11000000".
       01  WS-GL-BADDEBT-ACCT          PIC X(8) VALUE "61600000".
       01  WS-GL-RECOVERY-ACCT         PIC X(8) VALUE "44300000".
       01  WS-GL-COMMISSION-ACCT       PIC X(8) VALUE "61700000".

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           IF WS-RUN-MODE = "L"
               PERFORM 200-LIST-CANDIDATES
           END-IF

           IF WS-RUN-MODE = "W"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 300-READ-NEXT-WRITE-OFF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM 310-WRITE-OFF-ONE-ACCOUNT
                   PERFORM 300-READ-NEXT-WRITE-OFF
               END-PERFORM
           END-IF

           IF WS-RUN-MODE = "A"
               PERFORM 400-CHECK-REMITTANCE
               PERFORM VARYING WS-RECOV-SUB FROM 1 BY 1
                   UNTIL WS-RECOV-SUB > WS-RECOV-COUNT
                   PERFORM 420-POST-ONE-RECOVERY
               END-PERFORM
           END-IF

           PERFORM 500-WRITE-RUN-TOTALS
           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD
           PERFORM 145-VALIDATE-OPERATOR

           DISPLAY "ENTER RUN MODE (L=LIST CANDIDATES, W=WRITE OFF, ",
               "A=AGENCY REMITTANCE): "
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE NOT = "L" AND WS-RUN-MODE NOT = "W"
               AND WS-RUN-MODE NOT = "A"
               DISPLAY "FATAL - RUN MODE MUST BE L, W OR A"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE WS-TODAY-YMD TO WS-WR-DATE

           IF WS-RUN-MODE = "A"
               PERFORM 120-PROVE-REMITTANCE-FILE
           END-IF

           PERFORM 140-CHECK-RUN-CONTROL

           IF WS-RUN-MODE = "W"
               OPEN INPUT WRITE-OFF-TRANS-IN
               IF WS-WRITE-OFF-IN-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN WOIN.DAT, STATUS=",
                       WS-WRITE-OFF-IN-STATUS
                   STOP RUN
               END-IF
           END-IF

           IF WS-RUN-MODE = "A"
               OPEN INPUT AGENCY-REMITTANCE-IN
               IF WS-AGENCY-REMIT-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN AGYREMIT.DAT, STATUS=",
                       WS-AGENCY-REMIT-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

      *    THE FIRST WRITE-OFF RUN CREATES THE REGISTER.
           OPEN I-O WRITE-OFF-FILE
           IF WS-WRITE-OFF-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-FILE
               IF WS-WRITE-OFF-STATUS = "00"
                   CLOSE WRITE-OFF-FILE
                   OPEN I-O WRITE-OFF-FILE
               END-IF
           END-IF
           IF WS-WRITE-OFF-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN WOREG.DAT, STATUS=",
                   WS-WRITE-OFF-STATUS
               STOP RUN
           END-IF

           IF WS-RUN-MODE = "W"
               OPEN I-O OPEN-ITEM-FILE
               IF WS-OPEN-ITEM-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN OPENITEM.DAT, STATUS=",
                       WS-OPEN-ITEM-STATUS
                   STOP RUN
               END-IF

               OPEN EXTEND AGENCY-PLACEMENT-FILE
               IF WS-AGENCY-PLACE-STATUS = "35"
                   OPEN OUTPUT AGENCY-PLACEMENT-FILE
               END-IF
               IF WS-AGENCY-PLACE-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN AGYPLACE.DAT, STATUS=",
                       WS-AGENCY-PLACE-STATUS
                   STOP RUN
               END-IF
           END-IF

           IF WS-RUN-MODE NOT = "L"
               OPEN EXTEND FEE-TRANSACTION-LOG
               IF WS-FEE-LOG-STATUS = "35"
                   OPEN OUTPUT FEE-TRANSACTION-LOG
               END-IF
               IF WS-FEE-LOG-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN FEELOG.DAT, STATUS=",
                       WS-FEE-LOG-STATUS
                   STOP RUN
               END-IF

               OPEN I-O FEE-HISTORY-FILE
               IF WS-FEE-HISTORY-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN FEEHIST.DAT, STATUS=",
                       WS-FEE-HISTORY-STATUS,
                       " - RUN HISTBLD TO BUILD THE FEE HISTORY"
                   STOP RUN
               END-IF

               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-LOG-STATUS = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               IF WS-AUDIT-LOG-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN AUDITLOG.DAT, STATUS=",
                       WS-AUDIT-LOG-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT WRITE-OFF-REPORT-FILE
           IF WS-WRITE-OFF-RPT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN WORPT.DAT, STATUS=",
                   WS-WRITE-OFF-RPT-STATUS
               STOP RUN
           END-IF

           IF WS-RUN-MODE = "L"
               MOVE "ABC DEPARTMENT - BAD DEBT WRITE-OFF CANDIDATES"
                   TO WRITE-OFF-REPORT-LINE
           END-IF
           IF WS-RUN-MODE = "W"
               MOVE "ABC DEPARTMENT - BAD DEBT WRITE-OFF REGISTER"
                   TO WRITE-OFF-REPORT-LINE
           END-IF
           IF WS-RUN-MODE = "A"
               MOVE "ABC DEPARTMENT - COLLECTION AGENCY REMITTANCE"
                   TO WRITE-OFF-REPORT-LINE
           END-IF
           WRITE WRITE-OFF-REPORT-LINE

           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               "   SUPERVISOR: " WS-OPERATOR-ID
               "   AGENCY: " WS-AGENCY-CODE
               DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           WRITE WRITE-OFF-REPORT-LINE

           IF WS-RUN-MODE = "A"
               MOVE WS-HEADER-NET TO WS-BIG-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "AGENCY CHECK: " WS-AGENCY-CHECK-NO
                   "   REMITTANCE DATE: " WS-REMIT-DATE
                   "   CHECK AMOUNT: $" WS-BIG-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
           END-IF

           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           WRITE WRITE-OFF-REPORT-LINE

           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           IF WS-RUN-MODE = "L"
               STRING "STUDENT ID STUDENT NAME         ST SEM "
                   "LAST ACT   BALANCE DUE  WRITTEN OFF BEFORE"
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           END-IF
           IF WS-RUN-MODE = "W"
               STRING "STUDENT ID STUDENT NAME         ST SEM "
                   "WRITTEN OFF ITEMS  ACTION"
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           END-IF
           IF WS-RUN-MODE = "A"
               STRING "STUDENT ID STUDENT NAME         "
                   "    GROSS  COMMISSION        NET  ACTION"
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           END-IF
           WRITE WRITE-OFF-REPORT-LINE.
      ********************************************************

       120-PROVE-REMITTANCE-FILE.
      *    THE WHOLE FILE MUST AGREE WITH ITS OWN HEADER, AND THE
      *    GROSS LESS THE COMMISSION WITH THE CHECK, BEFORE ONE
      *    RECOVERY IS POSTED - A SHORT OR DAMAGED FILE GOES BACK
      *    TO THE AGENCY, NOT HALF POSTED.
           OPEN INPUT AGENCY-REMITTANCE-IN
           IF WS-AGENCY-REMIT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN AGYREMIT.DAT, STATUS=",
                   WS-AGENCY-REMIT-STATUS
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AGENCY-REMITTANCE-IN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AH-REC-TYPE = "H"
                           MOVE "Y" TO WS-HEADER-SEEN-FLAG
                           MOVE AH-AGENCY-CODE  TO WS-HEADER-AGENCY
                           MOVE AH-REMIT-DATE   TO WS-REMIT-DATE
                           MOVE AH-CHECK-NO     TO WS-AGENCY-CHECK-NO
                           MOVE AH-ITEM-COUNT   TO WS-HEADER-COUNT
                           MOVE AH-GROSS-TOTAL  TO WS-HEADER-GROSS
                           MOVE AH-COMMISSION-TOTAL
                               TO WS-HEADER-COMMISSION
                           MOVE AH-NET-AMOUNT   TO WS-HEADER-NET
                       ELSE
                           IF AD-REC-TYPE = "D"
                               ADD 1 TO WS-DETAIL-CT
                               ADD AD-GROSS-AMOUNT TO WS-DETAIL-GROSS
                               ADD AD-COMMISSION
                                   TO WS-DETAIL-COMMISSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENCY-REMITTANCE-IN

           IF WS-HEADER-SEEN-FLAG = "N"
               DISPLAY "FATAL - AGYREMIT.DAT HAS NO HEADER RECORD - ",
                   "NOTHING POSTED"
               STOP RUN
           END-IF
           IF WS-HEADER-AGENCY NOT = WS-AGENCY-CODE
               DISPLAY "FATAL - AGYREMIT.DAT IS FROM AGENCY ",
                   WS-HEADER-AGENCY, ", NOT ", WS-AGENCY-CODE,
                   " - NOTHING POSTED"
               STOP RUN
           END-IF
           IF WS-AGENCY-CHECK-NO = SPACES
               DISPLAY "FATAL - AGYREMIT.DAT CARRIES NO CHECK NUMBER ",
                   "- NOTHING POSTED"
               STOP RUN
           END-IF
           IF WS-DETAIL-CT NOT = WS-HEADER-COUNT
               OR WS-DETAIL-GROSS NOT = WS-HEADER-GROSS
               OR WS-DETAIL-COMMISSION NOT = WS-HEADER-COMMISSION
               DISPLAY "FATAL - AGYREMIT.DAT CHECK ",
                   WS-AGENCY-CHECK-NO,
                   " DOES NOT AGREE WITH ITS HEADER (HEADER ",
                   WS-HEADER-COUNT, " ITEMS / ", WS-HEADER-GROSS,
                   " / ", WS-HEADER-COMMISSION, ", FILE ",
                   WS-DETAIL-CT, " ITEMS / ", WS-DETAIL-GROSS,
                   " / ", WS-DETAIL-COMMISSION, ") - NOTHING POSTED"
               STOP RUN
           END-IF
           IF WS-HEADER-GROSS < WS-HEADER-COMMISSION
               OR WS-HEADER-GROSS - WS-HEADER-COMMISSION
                   NOT = WS-HEADER-NET
               DISPLAY "FATAL - AGYREMIT.DAT CHECK AMOUNT ",
                   WS-HEADER-NET, " IS NOT GROSS COLLECTED LESS ",
                   "COMMISSION - NOTHING POSTED"
               STOP RUN
           END-IF

           MOVE WS-AGENCY-CHECK-NO TO WS-AR-CHECK-NO.
      ********************************************************

       140-CHECK-RUN-CONTROL.
      *    THE POSTING RUN REBUILDS THE DAY'S SUMMARY, DEPOSIT AND
      *    GL EXTRACT FROM THE FEE LOG, SO A WRITE-OFF OR RECOVERY
      *    LOGGED AFTER TODAY'S POSTING HAS COMPLETED WOULD MISS THE
      *    DAY'S FIGURES AND THE AGENCY'S NET CHECK WOULD MISS THE
      *    DEPOSIT AND THE LEDGER - W AND A RUNS REFUSE ONCE TODAY'S
      *    STUDENTS N RUN HAS COMPLETED. AN AGENCY CHECK ALREADY
      *    POSTED IS REFUSED TOO, SO A RERUN CAN NEVER RECOVER THE
      *    SAME MONEY TWICE. A REPEATED W RUN NEEDS NO SUCH GUARD -
      *    AN ACCOUNT ALREADY WRITTEN OFF HAS NO BALANCE LEFT AND IS
      *    REJECTED.
           MOVE "N" TO WS-POSTED-TODAY-FLAG
           MOVE "N" TO WS-CHECK-TAKEN-FLAG
           MOVE SPACES TO WS-RC-RESULT
           IF WS-RUN-MODE = "A"
               STRING "A" WS-AGENCY-CHECK-NO
                   DELIMITED BY SIZE INTO WS-RC-RESULT
           ELSE
               MOVE WS-RUN-MODE TO WS-RC-RESULT
           END-IF

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-FLAG
               PERFORM UNTIL WS-RC-EOF-FLAG = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF-FLAG
                       NOT AT END
                           IF RN-PROGRAM-ID = "STUDENTS"
                               AND RN-RUN-DATE = WS-RUN-DATE
                               AND RN-EVENT = "C"
                               AND RN-RESULT(1:1) = "N"
                               MOVE "Y" TO WS-POSTED-TODAY-FLAG
                           END-IF
                           IF RN-PROGRAM-ID = "WRITEOFF"
                               AND RN-EVENT = "C"
                               AND RN-RESULT = WS-RC-RESULT
                               AND WS-RUN-MODE = "A"
                               MOVE "Y" TO WS-CHECK-TAKEN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               IF WS-RUN-CONTROL-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN RUNCTL.DAT, STATUS=",
                       WS-RUN-CONTROL-STATUS
                   STOP RUN
               END-IF
           END-IF

           IF WS-POSTED-TODAY-FLAG = "Y" AND WS-RUN-MODE NOT = "L"
               DISPLAY "FATAL - TODAY'S POSTING (STUDENTS N RUN) ",
                   "HAS ALREADY COMPLETED; RUN WRITE-OFFS AND AGENCY ",
                   "REMITTANCES BEFORE THE DAY'S POSTING"
               STOP RUN
           END-IF

           IF WS-CHECK-TAKEN-FLAG = "Y"
               DISPLAY "FATAL - AGENCY CHECK ", WS-AGENCY-CHECK-NO,
                   " HAS ALREADY BEEN POSTED - NOTHING POSTED"
               STOP RUN
           END-IF

           MOVE "S" TO WS-RC-EVENT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD.
      ********************************************************

       145-VALIDATE-OPERATOR.
      *    WRITING OFF A BALANCE IS A SUPERVISOR-ONLY ACTION AND THE
      *    SIGNED-ON SUPERVISOR IS RECORDED AS ITS APPROVER, SO THE
      *    SIGN-ON IS PROVED AGAINST THE OPERATOR MASTER BEFORE ANY
      *    OTHER FILE OPENS.
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

           IF OP-AUTHORITY-LEVEL NOT = "S"
               DISPLAY "FATAL - OPERATOR ", WS-OPERATOR-ID,
                   " DOES NOT HOLD SUPERVISOR AUTHORITY"
               STOP RUN
           END-IF

           CLOSE OPERATOR-MASTER-FILE.
      ********************************************************

       200-LIST-CANDIDATES.
      *    EVERY INACTIVE OR GRADUATED STUDENT STILL OWING MONEY IS
      *    A CANDIDATE. NOTHING IS CHANGED - THE LISTING IS WHAT
      *    THE SUPERVISOR MARKS UP TO BUILD WOIN.DAT.
           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER-FILE KEY >= SM-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-FLAG
           END-START

           PERFORM UNTIL WS-MASTER-EOF-FLAG = "Y"
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       IF (SM-STATUS = "I" OR SM-STATUS = "G")
                           AND SM-BALANCE-DUE > ZERO
                           PERFORM 210-LIST-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

       210-LIST-ONE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-CT
           ADD SM-BALANCE-DUE TO WS-CANDIDATE-TOTAL

           MOVE SM-STUDENT-ID TO WO-STUDENT-ID
           MOVE "Y" TO WS-ON-REGISTER-FLAG
           READ WRITE-OFF-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-REGISTER-FLAG
           END-READ

           MOVE SM-BALANCE-DUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           IF WS-ON-REGISTER-FLAG = "Y"
               MOVE WO-AMOUNT-WRITTEN-OFF TO WS-BIG-EDIT
               STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
                   SM-STATUS "  " SM-SEMESTER " "
                   SM-LAST-ACTIVITY-DATE "   " WS-AMOUNT-EDIT
                   "  " WS-BIG-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           ELSE
               STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
                   SM-STATUS "  " SM-SEMESTER " "
                   SM-LAST-ACTIVITY-DATE "   " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           END-IF
           WRITE WRITE-OFF-REPORT-LINE.
      ********************************************************

       300-READ-NEXT-WRITE-OFF.
           READ WRITE-OFF-TRANS-IN
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       310-WRITE-OFF-ONE-ACCOUNT.
      *    ONLY AN INACTIVE OR GRADUATED STUDENT WITH A BALANCE DUE
      *    CAN BE WRITTEN OFF - AN ACTIVE STUDENT IS STILL BILLED
      *    AND COLLECTED AT THE WINDOW.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           MOVE WI-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "NOT ON STUDENT MASTER" TO WS-REJECT-REASON
           END-READ

           IF WS-VALID-FLAG = "Y"
               IF SM-STATUS NOT = "I" AND SM-STATUS NOT = "G"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "STUDENT IS NOT INACTIVE/GRADUATED"
                       TO WS-REJECT-REASON
               ELSE
                   IF SM-BALANCE-DUE = ZERO
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "NO BALANCE DUE" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-FLAG = "N"
               ADD 1 TO WS-REJECTED-CT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING WI-STUDENT-ID " REJECTED - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
           ELSE
               MOVE SM-BALANCE-DUE TO WS-WRITE-OFF-AMOUNT
               PERFORM 320-CLOSE-OPEN-ITEMS
               PERFORM 330-UPDATE-REGISTER

               MOVE ZERO TO SM-BALANCE-DUE
               REWRITE STUDENT-MASTER-RECORD
               IF WS-STUDENT-MASTER-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT REWRITE STUDMAST.DAT, ",
                       "STATUS=", WS-STUDENT-MASTER-STATUS
                   STOP RUN
               END-IF

               MOVE "X" TO WS-LOG-TYPE
               MOVE SPACE TO WS-LOG-METHOD
               MOVE WS-WRITE-OFF-REFERENCE TO WS-LOG-REFERENCE
               MOVE WS-OPERATOR-ID TO WS-LOG-OPERATOR
               MOVE WS-WRITE-OFF-AMOUNT TO WS-LOG-REMAINING
               PERFORM 470-LOG-IN-PARTS

               PERFORM 340-WRITE-PLACEMENT

               ADD 1 TO WS-WRITTEN-OFF-CT
               ADD WS-WRITE-OFF-AMOUNT TO WS-WRITTEN-OFF-TOTAL

               MOVE WS-WRITE-OFF-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-ITEMS-CLOSED TO WS-ITEMS-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
                   SM-STATUS "  " SM-SEMESTER " " WS-AMOUNT-EDIT
                   "   " WS-ITEMS-EDIT "  WRITTEN OFF, PLACED "
                   WS-WRITE-OFF-REFERENCE
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
           END-IF.
      ********************************************************

       320-CLOSE-OPEN-ITEMS.
      *    EVERY ITEM STILL OPEN ON THE SUB-LEDGER IS MARKED "X"
      *    (WRITTEN OFF) SO THE AGING AND LATE CHARGE RUNS PASS IT
      *    OVER. OI-AMOUNT-PAID IS LEFT AS IT STANDS - IT IS WHAT
      *    THE STUDENT ACTUALLY PAID ON THE ITEM.
           MOVE ZERO TO WS-ITEMS-CLOSED
           MOVE "N" TO WS-ITEM-EOF-FLAG
           MOVE SM-STUDENT-ID TO OI-STUDENT-ID
           MOVE LOW-VALUES TO OI-DUE-DATE
           MOVE ZERO TO OI-ITEM-SEQ
           START OPEN-ITEM-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-EOF-FLAG
           END-START

           PERFORM UNTIL WS-ITEM-EOF-FLAG = "Y"
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF-FLAG
                   NOT AT END
                       IF OI-STUDENT-ID NOT = SM-STUDENT-ID
                           MOVE "Y" TO WS-ITEM-EOF-FLAG
                       ELSE
                           IF OI-ITEM-STATUS = "O"
                               MOVE "X" TO OI-ITEM-STATUS
                               REWRITE OPEN-ITEM-RECORD
                               IF WS-OPEN-ITEM-STATUS NOT = "00"
                                   DISPLAY "FATAL - CANNOT REWRITE ",
                                       "OPENITEM.DAT, STATUS=",
                                       WS-OPEN-ITEM-STATUS
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-ITEMS-CLOSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ********************************************************

       330-UPDATE-REGISTER.
      *    A STUDENT WRITTEN OFF A SECOND TIME (NEW CHARGES AFTER
      *    THE FIRST) KEEPS ONE REGISTER RECORD, WITH THE AMOUNTS
      *    ACCUMULATED AND THE LATEST APPROVER.
           MOVE SM-STUDENT-ID TO WO-STUDENT-ID
           MOVE "Y" TO WS-ON-REGISTER-FLAG
           READ WRITE-OFF-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-REGISTER-FLAG
           END-READ

           IF WS-ON-REGISTER-FLAG = "N"
               MOVE SM-STUDENT-ID   TO WO-STUDENT-ID
               MOVE WS-TODAY-YMD    TO WO-FIRST-WRITEOFF-DATE
               MOVE ZERO            TO WO-AMOUNT-WRITTEN-OFF
               MOVE ZERO            TO WO-AMOUNT-RECOVERED
               MOVE ZERO            TO WO-COMMISSION-PAID
               MOVE SPACES          TO WO-LAST-RECOVERY-DATE
           END-IF

           MOVE WS-TODAY-YMD        TO WO-LAST-WRITEOFF-DATE
           MOVE WS-OPERATOR-ID      TO WO-APPROVED-BY
           ADD WS-WRITE-OFF-AMOUNT  TO WO-AMOUNT-WRITTEN-OFF
           MOVE WS-AGENCY-CODE      TO WO-AGENCY-CODE
           MOVE WS-TODAY-YMD        TO WO-PLACED-DATE

           IF WS-ON-REGISTER-FLAG = "N"
               WRITE WRITE-OFF-RECORD
           ELSE
               REWRITE WRITE-OFF-RECORD
           END-IF
           IF WS-WRITE-OFF-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE WOREG.DAT, STATUS=",
                   WS-WRITE-OFF-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       340-WRITE-PLACEMENT.
           MOVE SPACES                TO AGENCY-PLACEMENT-RECORD
           MOVE WS-AGENCY-CODE        TO AP-AGENCY-CODE
           MOVE WS-TODAY-YMD          TO AP-PLACED-DATE
           MOVE SM-STUDENT-ID         TO AP-STUDENT-ID
           MOVE SM-STUDENT-NAME       TO AP-STUDENT-NAME
           MOVE SM-ADDRESS-LINE-1     TO AP-ADDRESS-LINE-1
           MOVE SM-ADDRESS-LINE-2     TO AP-ADDRESS-LINE-2
           MOVE SM-CITY               TO AP-CITY
           MOVE SM-STATE              TO AP-STATE
           MOVE SM-ZIP-CODE           TO AP-ZIP-CODE
           MOVE SM-EMAIL-ADDRESS      TO AP-EMAIL-ADDRESS
           MOVE SM-STATUS             TO AP-STUDENT-STATUS
           MOVE SM-SEMESTER           TO AP-SEMESTER
           MOVE SM-LAST-ACTIVITY-DATE TO AP-LAST-ACTIVITY-DATE
           MOVE WS-WRITE-OFF-AMOUNT   TO AP-AMOUNT-PLACED
           WRITE AGENCY-PLACEMENT-RECORD
           IF WS-AGENCY-PLACE-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE AGYPLACE.DAT, STATUS=",
                   WS-AGENCY-PLACE-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       400-CHECK-REMITTANCE.
      *    EVERY ACCOUNT ON THE CHECK IS PROVED BEFORE ANY IS POSTED:
      *    IT MUST BE ON THE MASTER AND THE WRITE-OFF REGISTER, APPEAR
      *    ONCE, AND NOT RECOVER MORE THAN IS STILL PLACED. ONE BAD
      *    ACCOUNT HOLDS THE WHOLE CHECK BACK, SINCE THE DEPOSIT HAS
      *    TO AGREE WITH THE AGENCY'S CHECK AMOUNT.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AGENCY-REMITTANCE-IN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AD-REC-TYPE = "D"
                           PERFORM 410-CHECK-ONE-RECOVERY
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EXCEPTION-CT > ZERO
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
               MOVE WS-EXCEPTION-CT TO WS-COUNT-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "** " WS-COUNT-EDIT " EXCEPTION(S) - AGENCY "
                   "CHECK " WS-AGENCY-CHECK-NO " NOT POSTED **"
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
               CLOSE WRITE-OFF-REPORT-FILE
               DISPLAY "FATAL - ", WS-EXCEPTION-CT, " EXCEPTION(S) ",
                   "ON AGENCY CHECK ", WS-AGENCY-CHECK-NO,
                   " - NOTHING POSTED; SEE WORPT.DAT"
               STOP RUN
           END-IF.

       410-CHECK-ONE-RECOVERY.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           MOVE AD-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "NOT ON STUDENT MASTER" TO WS-REJECT-REASON
           END-READ

           IF WS-VALID-FLAG = "Y"
               MOVE AD-STUDENT-ID TO WO-STUDENT-ID
               READ WRITE-OFF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "NEVER WRITTEN OFF" TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-VALID-FLAG = "Y"
               PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB > WS-RECOV-COUNT
                   IF WS-RECOV-STUDENT-ID(WS-DUP-SUB) = AD-STUDENT-ID
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "APPEARS TWICE ON THE CHECK"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF

           IF WS-VALID-FLAG = "Y"
               COMPUTE WS-OUTSTANDING =
                   WO-AMOUNT-WRITTEN-OFF - WO-AMOUNT-RECOVERED
               IF AD-GROSS-AMOUNT = ZERO
                   OR AD-GROSS-AMOUNT > WS-OUTSTANDING
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "GROSS NOT WITHIN AMOUNT PLACED"
                       TO WS-REJECT-REASON
               ELSE
                   IF AD-COMMISSION > AD-GROSS-AMOUNT
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "COMMISSION EXCEEDS GROSS"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-FLAG = "N"
               ADD 1 TO WS-EXCEPTION-CT
               MOVE AD-GROSS-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING AD-STUDENT-ID " ** EXCEPTION **      "
                   WS-AMOUNT-EDIT "  " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
           ELSE
               IF WS-RECOV-COUNT >= WS-RECOV-MAX-ENTRIES
                   DISPLAY "FATAL - MORE THAN ", WS-RECOV-MAX-ENTRIES,
                       " ACCOUNTS ON ONE AGENCY CHECK; NOTHING HAS ",
                       "BEEN POSTED - RAISE THE TABLE LIMIT"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RECOV-COUNT
               MOVE AD-STUDENT-ID
                   TO WS-RECOV-STUDENT-ID(WS-RECOV-COUNT)
               MOVE AD-GROSS-AMOUNT TO WS-RECOV-GROSS(WS-RECOV-COUNT)
               MOVE AD-COMMISSION
                   TO WS-RECOV-COMMISSION(WS-RECOV-COUNT)
           END-IF.
      ********************************************************

       420-POST-ONE-RECOVERY.
      *    THE GROSS COLLECTED GOES BACK ON THE ACCOUNT AS A "Y"
      *    RECOVERY, THE NET CHECK MONEY COMES OFF IT AS AN ORDINARY
      *    "P" PAYMENT BY CHECK, AND THE AGENCY'S COMMISSION COMES
      *    OFF AS AN "A" - THE STUDENT'S BALANCE ENDS WHERE IT
      *    STARTED, THE DEPOSIT CARRIES THE NET, AND THE GL EXTRACT
      *    SHOWS THE RECOVERY AND THE COMMISSION SEPARATELY.
           MOVE WS-RECOV-STUDENT-ID(WS-RECOV-SUB) TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "FATAL - CANNOT READ STUDMAST.DAT FOR ",
                       SM-STUDENT-ID
                   STOP RUN
           END-READ
           MOVE SM-STUDENT-ID TO WO-STUDENT-ID
           READ WRITE-OFF-FILE
               INVALID KEY
                   DISPLAY "FATAL - CANNOT READ WOREG.DAT FOR ",
                       SM-STUDENT-ID
                   STOP RUN
           END-READ

           COMPUTE WS-NET-AMOUNT = WS-RECOV-GROSS(WS-RECOV-SUB)
               - WS-RECOV-COMMISSION(WS-RECOV-SUB)

           ADD WS-RECOV-GROSS(WS-RECOV-SUB) TO WO-AMOUNT-RECOVERED
           ADD WS-RECOV-COMMISSION(WS-RECOV-SUB) TO WO-COMMISSION-PAID
           MOVE WS-TODAY-YMD TO WO-LAST-RECOVERY-DATE
           REWRITE WRITE-OFF-RECORD
           IF WS-WRITE-OFF-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT REWRITE WOREG.DAT, STATUS=",
                   WS-WRITE-OFF-STATUS
               STOP RUN
           END-IF

           MOVE WS-AGENCY-REFERENCE TO WS-LOG-REFERENCE
           MOVE WS-SYSTEM-OPERATOR-ID TO WS-LOG-OPERATOR

           MOVE "Y" TO WS-LOG-TYPE
           MOVE SPACE TO WS-LOG-METHOD
           MOVE WS-RECOV-GROSS(WS-RECOV-SUB) TO WS-LOG-REMAINING
           PERFORM 470-LOG-IN-PARTS

           MOVE "P" TO WS-LOG-TYPE
           MOVE "K" TO WS-LOG-METHOD
           MOVE WS-NET-AMOUNT TO WS-LOG-REMAINING
           PERFORM 470-LOG-IN-PARTS

           MOVE "A" TO WS-LOG-TYPE
           MOVE SPACE TO WS-LOG-METHOD
           MOVE WS-RECOV-COMMISSION(WS-RECOV-SUB) TO WS-LOG-REMAINING
           PERFORM 470-LOG-IN-PARTS

           ADD 1 TO WS-RECOVERED-CT
           ADD WS-RECOV-GROSS(WS-RECOV-SUB) TO WS-RECOVERED-TOTAL
           ADD WS-RECOV-COMMISSION(WS-RECOV-SUB)
               TO WS-COMMISSION-TOTAL
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL

           MOVE WS-RECOV-GROSS(WS-RECOV-SUB) TO WS-AMOUNT-EDIT
           MOVE WS-RECOV-COMMISSION(WS-RECOV-SUB) TO WS-AMOUNT-EDIT-2
           MOVE WS-NET-AMOUNT TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
               WS-AMOUNT-EDIT "   " WS-AMOUNT-EDIT-2 "  "
               WS-AMOUNT-EDIT-3 "  BAD DEBT RECOVERY"
               DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           WRITE WRITE-OFF-REPORT-LINE.
      ********************************************************

       470-LOG-IN-PARTS.
      *    ONE LOG/AUDIT PAIR PER PART, NONE LARGER THAN THE
      *    POSTING LIMIT, ALL UNDER THE SAME REFERENCE.
           PERFORM UNTIL WS-LOG-REMAINING = ZERO
               IF WS-LOG-REMAINING > WS-POSTING-LIMIT
                   MOVE WS-POSTING-LIMIT TO WS-LOG-PART
               ELSE
                   MOVE WS-LOG-REMAINING TO WS-LOG-PART
               END-IF
               SUBTRACT WS-LOG-PART FROM WS-LOG-REMAINING
               PERFORM 480-WRITE-LOG-PAIR
           END-PERFORM.

       480-WRITE-LOG-PAIR.
           MOVE SM-STUDENT-ID     TO FL-STUDENT-ID
           MOVE SM-STUDENT-NAME   TO FL-STUDENT-NAME
           MOVE SM-SEMESTER       TO FL-SEMESTER
           MOVE WS-LOG-PART       TO FL-AMOUNT
           MOVE WS-RUN-DATE       TO FL-PAYMENT-DATE
           MOVE WS-LOG-TYPE       TO FL-TRANS-TYPE
           MOVE WS-LOG-METHOD     TO FL-PAY-METHOD
           MOVE WS-LOG-REFERENCE  TO FL-REFERENCE-NO
           WRITE FEE-LOG-RECORD
           IF WS-FEE-LOG-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE FEELOG.DAT, STATUS=",
                   WS-FEE-LOG-STATUS
               STOP RUN
           END-IF
           PERFORM 490-ADD-TO-FEE-HISTORY

           MOVE WS-LOG-OPERATOR   TO AL-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SM-STUDENT-ID     TO AL-STUDENT-ID
           MOVE SM-SEMESTER       TO AL-SEMESTER
           MOVE WS-LOG-PART       TO AL-AMOUNT
           MOVE WS-LOG-TYPE       TO AL-TRANS-TYPE
           MOVE WS-LOG-METHOD     TO AL-PAY-METHOD
           MOVE WS-LOG-REFERENCE  TO AL-REFERENCE-NO
           WRITE AUDIT-LOG-RECORD
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE AUDITLOG.DAT, STATUS=",
                   WS-AUDIT-LOG-STATUS
               STOP RUN
           END-IF.

       490-ADD-TO-FEE-HISTORY.
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

       500-WRITE-RUN-TOTALS.
           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           WRITE WRITE-OFF-REPORT-LINE

           IF WS-RUN-MODE = "L"
               MOVE WS-CANDIDATE-CT TO WS-COUNT-EDIT
               MOVE WS-CANDIDATE-TOTAL TO WS-BIG-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "CANDIDATES FOR WRITE-OFF: " WS-COUNT-EDIT
                   "   TOTAL BALANCE DUE: $" WS-BIG-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
           END-IF

           IF WS-RUN-MODE = "W"
               MOVE WS-WRITTEN-OFF-CT TO WS-COUNT-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "ACCOUNTS WRITTEN OFF AND PLACED:  " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE

               MOVE WS-REJECTED-CT TO WS-COUNT-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "ACCOUNTS REJECTED:                " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE

               MOVE WS-WRITTEN-OFF-TOTAL TO WS-BIG-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "TOTAL WRITTEN OFF TO BAD DEBT: $" WS-BIG-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
           END-IF

           IF WS-RUN-MODE = "A"
               MOVE WS-RECOVERED-CT TO WS-COUNT-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "ACCOUNTS COLLECTED ON:       " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE

               MOVE WS-RECOVERED-TOTAL TO WS-BIG-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "BAD DEBT RECOVERED (GROSS): $" WS-BIG-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE

               MOVE WS-COMMISSION-TOTAL TO WS-BIG-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "AGENCY COMMISSION:          $" WS-BIG-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE

               MOVE WS-NET-TOTAL TO WS-BIG-EDIT
               MOVE SPACES TO WRITE-OFF-REPORT-LINE
               STRING "NET TO DEPOSIT:             $" WS-BIG-EDIT
                   DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
               WRITE WRITE-OFF-REPORT-LINE
           END-IF.
      ********************************************************

       550-WRITE-GL-EXTRACT.
      *    THE EXTRACT IS REBUILT FROM THE FEE LOG FOR THE WHOLE DAY,
      *    THE WAY THE POSTING RUN BUILDS ITS OWN, SO A W RUN AND AN
      *    A RUN ON THE SAME DAY LEAVE ONE EXTRACT CARRYING BOTH. A
      *    WRITE-OFF TAKES THE BALANCE OFF THE STUDENT RECEIVABLE TO
      *    BAD DEBT EXPENSE. AN AGENCY RECOVERY PUTS THE GROSS
      *    COLLECTED BACK ON THE RECEIVABLE AS RECOVERY INCOME, AND
      *    THE AGENCY'S COMMISSION TAKES ITS SHARE OFF AGAIN - THE
      *    NET CHECK TAKES OFF THE REST ON THE POSTING RUN'S
      *    EXTRACT. A RECOVERY PAID AT THE WINDOW ("WO" REFERENCE)
      *    IS BOOKED ON THE POSTING RUN'S EXTRACT, SO ONLY THE
      *    AGENCY'S ("AGY") ARE TAKEN HERE.
           MOVE ZERO TO WS-GL-WRITE-OFF-TOTAL
           MOVE ZERO TO WS-GL-RECOVERY-TOTAL
           MOVE ZERO TO WS-GL-COMMISSION-TOTAL
           OPEN INPUT FEE-TRANSACTION-LOG
           IF WS-FEE-LOG-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN FEELOG.DAT, STATUS=",
                   WS-FEE-LOG-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-LOG-EOF-FLAG
           PERFORM UNTIL WS-LOG-EOF-FLAG = "Y"
               READ FEE-TRANSACTION-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF FL-PAYMENT-DATE = WS-RUN-DATE
                           IF FL-TRANS-TYPE = "X"
                               ADD FL-AMOUNT TO WS-GL-WRITE-OFF-TOTAL
                           END-IF
                           IF FL-TRANS-TYPE = "Y"
                               AND FL-REFERENCE-NO(1:3) = "AGY"
                               ADD FL-AMOUNT TO WS-GL-RECOVERY-TOTAL
                           END-IF
                           IF FL-TRANS-TYPE = "A"
                               ADD FL-AMOUNT TO WS-GL-COMMISSION-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-TRANSACTION-LOG

           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN GLWOFF.DAT, STATUS=",
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
               DISPLAY "FATAL - CANNOT WRITE GLWOFF.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           MOVE WS-TODAY-YMD    TO WS-GD-POSTING-DATE
           MOVE WS-GL-BATCH-REF TO WS-GD-BATCH-REF

           IF WS-GL-WRITE-OFF-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-BADDEBT-ACCT TO WS-GD-ACCOUNT
               MOVE WS-GL-WRITE-OFF-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "BAD DEBT WRITE-OFFS " TO WS-GD-DESCRIPTION
               PERFORM 555-WRITE-GL-DETAIL

               MOVE "C" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               PERFORM 555-WRITE-GL-DETAIL
           END-IF

           IF WS-GL-RECOVERY-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               MOVE WS-GL-RECOVERY-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "BAD DEBT RECOVERIES " TO WS-GD-DESCRIPTION
               PERFORM 555-WRITE-GL-DETAIL

               MOVE "C" TO WS-GD-REC-TYPE
               MOVE WS-GL-RECOVERY-ACCT TO WS-GD-ACCOUNT
               PERFORM 555-WRITE-GL-DETAIL
           END-IF

           IF WS-GL-COMMISSION-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-COMMISSION-ACCT TO WS-GD-ACCOUNT
               MOVE WS-GL-COMMISSION-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "AGENCY COMMISSION   " TO WS-GD-DESCRIPTION
               PERFORM 555-WRITE-GL-DETAIL

               MOVE "C" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               PERFORM 555-WRITE-GL-DETAIL
           END-IF

           MOVE WS-GL-RECORD-CT  TO WS-GT-RECORD-CT
           MOVE WS-GL-HASH-TOTAL TO WS-GT-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD FROM WS-GL-TRAILER-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLWOFF.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           CLOSE GL-EXTRACT-FILE

           PERFORM 560-UPDATE-AR-CONTROL

           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           WRITE WRITE-OFF-REPORT-LINE

           MOVE WS-GL-RECORD-CT TO WS-COUNT-EDIT
           MOVE SPACES TO WRITE-OFF-REPORT-LINE
           STRING "GL EXTRACT (GLWOFF.DAT) FOR TODAY - LINES: "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WRITE-OFF-REPORT-LINE
           WRITE WRITE-OFF-REPORT-LINE.

       555-WRITE-GL-DETAIL.
           WRITE GL-EXTRACT-RECORD FROM WS-GL-DETAIL-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLWOFF.DAT, STATUS=",
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

       560-UPDATE-AR-CONTROL.
      *    THE DAY'S RECEIVABLES CONTROL LEDGER RECORD FOR BAD DEBT
      *    ACTIVITY IS REPLACED, NEVER ADDED TO, SINCE THE EXTRACT
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
           MOVE "WOF" TO AC-SOURCE
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
           MOVE "WRITEOFF" TO RN-PROGRAM-ID
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
           CLOSE WRITE-OFF-FILE
           IF WS-RUN-MODE = "W"
               CLOSE WRITE-OFF-TRANS-IN
               CLOSE OPEN-ITEM-FILE
               CLOSE AGENCY-PLACEMENT-FILE
           END-IF
           IF WS-RUN-MODE = "A"
               CLOSE AGENCY-REMITTANCE-IN
           END-IF
           IF WS-RUN-MODE NOT = "L"
               CLOSE FEE-TRANSACTION-LOG
               CLOSE FEE-HISTORY-FILE
               CLOSE AUDIT-LOG-FILE
               PERFORM 550-WRITE-GL-EXTRACT
           END-IF
           CLOSE WRITE-OFF-REPORT-FILE

      *    THE RUN CONTROL RESULT WAS SET BY 140 - THE MODE, OR FOR
      *    AN AGENCY REMITTANCE "A" AND THE CHECK NUMBER.
           MOVE "C" TO WS-RC-EVENT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "WRITE-OFF RUN COMPLETE - MODE ", WS-RUN-MODE,
               "; SEE WORPT.DAT".
      ********************************************************
