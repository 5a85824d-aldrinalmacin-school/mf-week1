      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO ASSESS THE DEPARTMENT'S LATE PAYMENT CHARGE ON
      *        EVERY TERM INSTALLMENT STILL UNPAID ONCE THE GRACE
      *        PERIOD AFTER ITS DUE DATE HAS RUN OUT - ONCE PER
      *        INSTALLMENT, NEVER TWICE. RUN BEFORE THE DAY'S
      *        STUDENTS POSTING RUN SO THE CHARGES REACH THAT RUN'S
      *        SUMMARY. THE DAY'S CHARGES GO TO THE GENERAL LEDGER
      *        ON THIS RUN'S OWN GL EXTRACT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATECHG.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT LATE-CHARGE-FILE ASSIGN TO "LATEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-INSTALLMENT-KEY
               FILE STATUS IS WS-LATE-CHARGE-STATUS.

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

           SELECT LATE-REPORT-FILE ASSIGN TO "LATERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLLATE.DAT"
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
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM.

       FD  LATE-CHARGE-FILE.
       COPY LATEREG.

       FD  FEE-TRANSACTION-LOG.
       COPY FEELOG.

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-LINE            PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD           PIC X(60).

       FD  AR-CONTROL-FILE.
       COPY ARCTL.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-OPEN-ITEM-STATUS         PIC XX.
       01  WS-LATE-CHARGE-STATUS       PIC XX.
       01  WS-FEE-LOG-STATUS           PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-AUDIT-LOG-STATUS         PIC XX.
       01  WS-LATE-REPORT-STATUS       PIC XX.
      *    THE DEPARTMENT'S LATE PAYMENT CHARGE AND THE DAYS OF
      *    GRACE ALLOWED PAST AN INSTALLMENT'S DUE DATE BEFORE IT
      *    IS CHARGED.
       01  WS-LATE-CHARGE              PIC 9(3)V99 VALUE 15.00.
       01  WS-LATE-GRACE-DAYS          PIC 9(3) VALUE 10.
      *    LATE CHARGES ARE ASSESSED BY THE SYSTEM, NOT AT A
      *    WINDOW - THE AUDIT LOG CARRIES THIS ID IN PLACE OF AN
      *    OPERATOR SO THE DRAWER-CLOSE RUN NEVER MISTAKES ONE
      *    FOR A CASHIER.
       01  WS-SYSTEM-OPERATOR-ID       PIC X(10) VALUE "LATECHG".
       01  WS-ITEM-EOF-FLAG            PIC X VALUE "N".
      *    A LATE CHARGE TAKES THE FIRST FREE SEQUENCE FROM 61 TO
      *    69 UNDER THE STUDENT AND TODAY'S DATE.
       01  WS-CHARGE-SEQ               PIC 99.
       01  WS-FREE-SEQ-FLAG            PIC X.
       01  WS-ALREADY-CHARGED-FLAG     PIC X.
       01  WS-MASTER-FOUND-FLAG        PIC X.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-TODAY-YMD                PIC 9(8).
       01  WS-TODAY-YMD-X REDEFINES WS-TODAY-YMD
                                       PIC X(8).
       01  WS-TODAY-INT                PIC 9(7) COMP.
       01  WS-DUE-YMD                  PIC 9(8).
       01  WS-DUE-YMD-X REDEFINES WS-DUE-YMD
                                       PIC X(8).
       01  WS-DUE-INT                  PIC 9(7) COMP.
       01  WS-DAYS-LATE                PIC S9(5) COMP.
       01  WS-DAYS-LATE-EDIT           PIC ZZZZ9.
       01  WS-ITEM-UNPAID              PIC 9(5)V99.
       01  WS-LATE-MAX-ENTRIES         PIC 9(4) COMP VALUE 5000.
       01  WS-LATE-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-LATE-TABLE.
           05  WS-LATE-ENTRY           OCCURS 0 TO 5000 TIMES
                                        DEPENDING ON WS-LATE-COUNT.
               10  WS-LATE-ITEM-KEY    PIC X(20).
               10  WS-LATE-SEMESTER    PIC 999.
               10  WS-LATE-UNPAID      PIC 9(5)V99.
               10  WS-LATE-DAYS        PIC S9(5) COMP.
       01  WS-LATE-SUB                 PIC 9(4) COMP.
       01  WS-LATE-REFERENCE.
           05  FILLER                  PIC XX VALUE "LC".
           05  WS-LR-DUE-DATE          PIC X(8).
           05  WS-LR-ITEM-SEQ          PIC 99.
       01  WS-PAST-GRACE-CT            PIC 9(5) VALUE ZERO.
       01  WS-ASSESSED-CT              PIC 9(5) VALUE ZERO.
       01  WS-ALREADY-CT               PIC 9(5) VALUE ZERO.
       01  WS-NO-MASTER-CT             PIC 9(5) VALUE ZERO.
       01  WS-NO-SEQ-CT                PIC 9(5) VALUE ZERO.
       01  WS-ASSESSED-TOTAL           PIC 9(7)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT              PIC ZZ,ZZ9.99.
       01  WS-CHARGE-EDIT              PIC ZZ9.99.
       01  WS-BIG-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EOF-FLAG              PIC X.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).
       01  WS-POSTED-TODAY-FLAG        PIC X.
      *    THE DAY'S LATE CHARGES ARE BOOKED ON THEIR OWN GL EXTRACT
      *    IN THE STUDENTS RUN'S LAYOUT: THE CHARGE GOES ON THE
      *    STUDENT RECEIVABLES CONTROL ACCOUNT AND IS LATE CHARGE
      *    INCOME.
       01  WS-GL-EXTRACT-STATUS        PIC XX.
       01  WS-AR-CONTROL-STATUS        PIC XX.
       01  WS-LOG-EOF-FLAG             PIC X.
       01  WS-GL-RECORD-CT             PIC 9(5) VALUE ZERO.
       01  WS-GL-HASH-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-WORK-AMT              PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-DAY-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-GL-DAY-COUNT             PIC 9(5) VALUE ZERO.
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
           05  FILLER                  PIC X(3) VALUE "LAT".
           05  WS-GL-BATCH-DATE        PIC X(8).
       01  WS-GL-AR-ACCT               PIC X(8) VALUE "11000000".
       01  WS-GL-LATEFEE-ACCT          PIC X(8) VALUE "44200000".

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM 200-FIND-LATE-INSTALLMENTS

           PERFORM VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-LATE-COUNT
               PERFORM 300-ASSESS-ONE-INSTALLMENT
           END-PERFORM

           PERFORM 500-WRITE-RUN-TOTALS
           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)

           PERFORM 140-CHECK-RUN-CONTROL

           OPEN I-O STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

      *    NO OPEN ITEM FILE MEANS TERM BILLING HAS NEVER WRITTEN AN
      *    INSTALLMENT, SO NOTHING CAN BE LATE - THAT IS FATAL HERE,
      *    NOT A PASS-THROUGH, SINCE THE RUN WOULD PROVE NOTHING.
           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN OPENITEM.DAT, STATUS=",
                   WS-OPEN-ITEM-STATUS
               STOP RUN
           END-IF

      *    THE FIRST LATE CHARGE RUN CREATES THE REGISTER.
           OPEN I-O LATE-CHARGE-FILE
           IF WS-LATE-CHARGE-STATUS = "35"
               OPEN OUTPUT LATE-CHARGE-FILE
               IF WS-LATE-CHARGE-STATUS = "00"
                   CLOSE LATE-CHARGE-FILE
                   OPEN I-O LATE-CHARGE-FILE
               END-IF
           END-IF
           IF WS-LATE-CHARGE-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN LATEREG.DAT, STATUS=",
                   WS-LATE-CHARGE-STATUS
               STOP RUN
           END-IF

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

           OPEN OUTPUT LATE-REPORT-FILE
           IF WS-LATE-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN LATERPT.DAT, STATUS=",
                   WS-LATE-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - LATE PAYMENT CHARGE REGISTER"
               TO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE SPACES TO LATE-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE WS-LATE-CHARGE TO WS-CHARGE-EDIT
           MOVE WS-LATE-GRACE-DAYS TO WS-DAYS-LATE-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "CHARGE PER INSTALLMENT: $" WS-CHARGE-EDIT
               "   GRACE PERIOD: " WS-DAYS-LATE-EDIT " DAYS"
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE SPACES TO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE SPACES TO LATE-REPORT-LINE
           STRING "STUDENT ID STUDENT NAME         SEM DUE DATE SQ"
               "    UNPAID  DAYS  CHARGE  ACTION"
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE.
      ********************************************************

       140-CHECK-RUN-CONTROL.
      *    THE POSTING RUN REBUILDS THE DAY'S SUMMARY FROM THE FEE
      *    LOG, SO A CHARGE LOGGED AFTER TODAY'S POSTING HAS
      *    COMPLETED WOULD MISS THE DAY'S FIGURES. THE RUN THEREFORE
      *    REFUSES ONCE TODAY'S STUDENTS N RUN HAS COMPLETED.
           MOVE "N" TO WS-POSTED-TODAY-FLAG
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

           IF WS-POSTED-TODAY-FLAG = "Y"
               DISPLAY "FATAL - TODAY'S POSTING (STUDENTS N RUN) ",
                   "HAS ALREADY COMPLETED; RUN LATE CHARGES BEFORE ",
                   "THE DAY'S POSTING"
               STOP RUN
           END-IF

           MOVE "S" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD.
      ********************************************************

       200-FIND-LATE-INSTALLMENTS.
      *    ONLY TERM INSTALLMENTS (SEQUENCES BELOW 51) ARE CHARGED -
      *    A RETURNED-CHECK CHARGE OR AN EARLIER LATE CHARGE NEVER
      *    DRAWS A CHARGE OF ITS OWN. THE LATE INSTALLMENTS ARE
      *    TABLED ON ONE FORWARD PASS BEFORE ANY CHARGE ITEM IS
      *    WRITTEN, SO THE NEW ITEMS NEVER DISTURB THE PASS.
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
                       IF OI-ITEM-STATUS = "O"
                           AND OI-ITEM-SEQ < 51
                           PERFORM 210-TEST-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.

       210-TEST-ONE-INSTALLMENT.
           COMPUTE WS-ITEM-UNPAID = OI-AMOUNT-DUE - OI-AMOUNT-PAID
           MOVE OI-DUE-DATE TO WS-DUE-YMD-X
           IF WS-ITEM-UNPAID > ZERO AND WS-DUE-YMD NUMERIC
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
               COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DUE-INT
               IF WS-DAYS-LATE > WS-LATE-GRACE-DAYS
                   ADD 1 TO WS-PAST-GRACE-CT
                   IF WS-LATE-COUNT >= WS-LATE-MAX-ENTRIES
                       DISPLAY "FATAL - MORE THAN ",
                           WS-LATE-MAX-ENTRIES,
                           " LATE INSTALLMENTS; NOTHING HAS BEEN ",
                           "CHARGED - RAISE THE TABLE LIMIT"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LATE-COUNT
                   MOVE OI-ITEM-KEY TO WS-LATE-ITEM-KEY(WS-LATE-COUNT)
                   MOVE OI-SEMESTER TO WS-LATE-SEMESTER(WS-LATE-COUNT)
                   MOVE WS-ITEM-UNPAID
                       TO WS-LATE-UNPAID(WS-LATE-COUNT)
                   MOVE WS-DAYS-LATE TO WS-LATE-DAYS(WS-LATE-COUNT)
               END-IF
           END-IF.
      ********************************************************

       300-ASSESS-ONE-INSTALLMENT.
      *    THE REGISTER IS KEYED BY THE LATE INSTALLMENT ITSELF, SO
      *    AN INSTALLMENT ALREADY CHARGED - BY THIS RUN YESTERDAY OR
      *    BY A RERUN TODAY - IS FOUND THERE AND PASSED OVER, AND A
      *    WAIVED CHARGE IS NEVER RE-ASSESSED EITHER.
           MOVE WS-LATE-ITEM-KEY(WS-LATE-SUB) TO LC-INSTALLMENT-KEY
           MOVE "Y" TO WS-ALREADY-CHARGED-FLAG
           READ LATE-CHARGE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ALREADY-CHARGED-FLAG
           END-READ

           MOVE WS-LATE-ITEM-KEY(WS-LATE-SUB) TO OI-ITEM-KEY
           MOVE WS-LATE-UNPAID(WS-LATE-SUB) TO WS-AMOUNT-EDIT
           MOVE WS-LATE-DAYS(WS-LATE-SUB) TO WS-DAYS-LATE-EDIT

           IF WS-ALREADY-CHARGED-FLAG = "Y"
               ADD 1 TO WS-ALREADY-CT
           ELSE
               MOVE OI-STUDENT-ID TO SM-STUDENT-ID
               MOVE "Y" TO WS-MASTER-FOUND-FLAG
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MASTER-FOUND-FLAG
               END-READ

               IF WS-MASTER-FOUND-FLAG = "N"
                   ADD 1 TO WS-NO-MASTER-CT
                   MOVE SPACES TO LATE-REPORT-LINE
                   STRING OI-STUDENT-ID " ** NOT ON STUDENT MASTER **"
                       "  " OI-DUE-DATE " " OI-ITEM-SEQ
                       " " WS-AMOUNT-EDIT " " WS-DAYS-LATE-EDIT
                       "          NOT CHARGED"
                       DELIMITED BY SIZE INTO LATE-REPORT-LINE
                   WRITE LATE-REPORT-LINE
               ELSE
                   PERFORM 410-FIND-FREE-CHARGE-SEQ
                   IF WS-FREE-SEQ-FLAG = "N"
                       ADD 1 TO WS-NO-SEQ-CT
                       MOVE SPACES TO LATE-REPORT-LINE
                       STRING OI-STUDENT-ID
                           " ** NO FREE CHARGE SEQUENCE **"
                           "  " OI-DUE-DATE " " OI-ITEM-SEQ
                           " " WS-AMOUNT-EDIT " " WS-DAYS-LATE-EDIT
                           "          NOT CHARGED"
                           DELIMITED BY SIZE INTO LATE-REPORT-LINE
                       WRITE LATE-REPORT-LINE
                   ELSE
                       PERFORM 400-POST-LATE-CHARGE
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       400-POST-LATE-CHARGE.
      *    THE CHARGE IS DUE AT ONCE AND GOES ON THE SUB-LEDGER AS
      *    ITS OWN ITEM DATED TODAY, IN SEQUENCES 61 UP - CLEAR OF
      *    THE TERM INSTALLMENTS AND OF THE RETURNED-CHECK CHARGES.
      *    THE REGISTER ENTRY IS WRITTEN THE MOMENT THE CHARGE ITEM
      *    EXISTS, BEFORE THE BALANCE AND THE LOGS ARE TOUCHED. 410
      *    HAS ALREADY FOUND THE ITEM'S SEQUENCE FREE.
           MOVE OI-DUE-DATE   TO WS-LR-DUE-DATE
           MOVE OI-ITEM-SEQ   TO WS-LR-ITEM-SEQ

           MOVE SM-STUDENT-ID                TO OI-STUDENT-ID
           MOVE WS-TODAY-YMD-X               TO OI-DUE-DATE
           MOVE WS-CHARGE-SEQ                TO OI-ITEM-SEQ
           MOVE WS-LATE-SEMESTER(WS-LATE-SUB) TO OI-SEMESTER
           MOVE WS-LATE-CHARGE               TO OI-AMOUNT-DUE
           MOVE ZERO                         TO OI-AMOUNT-PAID
           MOVE "O"                          TO OI-ITEM-STATUS
           MOVE WS-TODAY-YMD-X(1:6)          TO OI-BILLED-PERIOD

           WRITE OPEN-ITEM-RECORD
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE OPENITEM.DAT, ",
                   "STATUS=", WS-OPEN-ITEM-STATUS
               STOP RUN
           END-IF

           MOVE WS-LATE-ITEM-KEY(WS-LATE-SUB) TO LC-INSTALLMENT-KEY
           MOVE WS-LATE-SEMESTER(WS-LATE-SUB) TO LC-SEMESTER
           MOVE WS-TODAY-YMD-X  TO LC-ASSESS-DATE
           MOVE WS-LATE-CHARGE  TO LC-CHARGE-AMOUNT
           MOVE OI-DUE-DATE     TO LC-CHARGE-DUE-DATE
           MOVE OI-ITEM-SEQ     TO LC-CHARGE-SEQ
           MOVE "A"             TO LC-STATUS
           MOVE SPACES          TO LC-WAIVE-DATE
           MOVE SPACES          TO LC-WAIVED-BY
           WRITE LATE-CHARGE-RECORD
           IF WS-LATE-CHARGE-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE LATEREG.DAT, STATUS=",
                   WS-LATE-CHARGE-STATUS
               STOP RUN
           END-IF

           ADD WS-LATE-CHARGE TO SM-BALANCE-DUE
           REWRITE STUDENT-MASTER-RECORD
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT REWRITE STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

           PERFORM 450-LOG-LATE-CHARGE

           ADD 1 TO WS-ASSESSED-CT
           ADD WS-LATE-CHARGE TO WS-ASSESSED-TOTAL

           MOVE WS-LATE-CHARGE TO WS-CHARGE-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
               LC-SEMESTER " " LC-DUE-DATE " " LC-ITEM-SEQ
               " " WS-AMOUNT-EDIT " " WS-DAYS-LATE-EDIT
               "  " WS-CHARGE-EDIT "  CHARGED " WS-LATE-REFERENCE
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE.
      ********************************************************

       410-FIND-FREE-CHARGE-SEQ.
      *    A STUDENT CAN DRAW AT MOST NINE LATE CHARGES IN ONE DAY.
      *    THE SEQUENCES ARE TRIED BEFORE ANY FILE IS UPDATED, SO A
      *    STUDENT WITH ALL NINE TAKEN IS PASSED OVER AND REPORTED
      *    RATHER THAN STOPPING THE RUN PART WAY THROUGH - THE
      *    INSTALLMENT IS NOT ON THE REGISTER, SO THE NEXT DAY'S RUN
      *    CHARGES IT UNDER THAT DAY'S DATE. THE INSTALLMENT'S OWN
      *    KEY IS PUT BACK AFTERWARDS FOR 300 AND 400.
           MOVE "N" TO WS-FREE-SEQ-FLAG
           MOVE 61 TO WS-CHARGE-SEQ
           PERFORM UNTIL WS-FREE-SEQ-FLAG = "Y"
                   OR WS-CHARGE-SEQ > 69
               MOVE WS-LATE-ITEM-KEY(WS-LATE-SUB)(1:10)
                   TO OI-STUDENT-ID
               MOVE WS-TODAY-YMD-X TO OI-DUE-DATE
               MOVE WS-CHARGE-SEQ  TO OI-ITEM-SEQ
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-FREE-SEQ-FLAG
               END-READ
               IF WS-FREE-SEQ-FLAG = "N"
                   ADD 1 TO WS-CHARGE-SEQ
               END-IF
           END-PERFORM
           MOVE WS-LATE-ITEM-KEY(WS-LATE-SUB) TO OI-ITEM-KEY.
      ********************************************************

       450-LOG-LATE-CHARGE.
      *    ONE LOG/AUDIT PAIR PER CHARGE, TYPE "L", NO TENDER, UNDER
      *    THE "LC" REFERENCE THAT NAMES THE LATE INSTALLMENT - THE
      *    SAME REFERENCE A SUPERVISOR KEYS ON A "W" CREDIT TO WAIVE
      *    THE CHARGE.
           MOVE SM-STUDENT-ID     TO FL-STUDENT-ID
           MOVE SM-STUDENT-NAME   TO FL-STUDENT-NAME
           MOVE LC-SEMESTER       TO FL-SEMESTER
           MOVE WS-LATE-CHARGE    TO FL-AMOUNT
           MOVE WS-RUN-DATE       TO FL-PAYMENT-DATE
           MOVE "L"               TO FL-TRANS-TYPE
           MOVE SPACE             TO FL-PAY-METHOD
           MOVE WS-LATE-REFERENCE TO FL-REFERENCE-NO
           WRITE FEE-LOG-RECORD
           IF WS-FEE-LOG-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE FEELOG.DAT, STATUS=",
                   WS-FEE-LOG-STATUS
               STOP RUN
           END-IF
           PERFORM 460-ADD-TO-FEE-HISTORY

           MOVE WS-SYSTEM-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE SM-STUDENT-ID     TO AL-STUDENT-ID
           MOVE LC-SEMESTER       TO AL-SEMESTER
           MOVE WS-LATE-CHARGE    TO AL-AMOUNT
           MOVE "L"               TO AL-TRANS-TYPE
           MOVE SPACE             TO AL-PAY-METHOD
           MOVE WS-LATE-REFERENCE TO AL-REFERENCE-NO
           WRITE AUDIT-LOG-RECORD
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE AUDITLOG.DAT, STATUS=",
                   WS-AUDIT-LOG-STATUS
               STOP RUN
           END-IF.

       460-ADD-TO-FEE-HISTORY.
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
           MOVE SPACES TO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE WS-PAST-GRACE-CT TO WS-COUNT-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "INSTALLMENTS PAST GRACE PERIOD:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE WS-ALREADY-CT TO WS-COUNT-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "  ALREADY CHARGED OR WAIVED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE WS-NO-MASTER-CT TO WS-COUNT-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "  NOT CHARGED - NO MASTER RECORD: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE WS-NO-SEQ-CT TO WS-COUNT-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "  NOT CHARGED - NO FREE SEQUENCE: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE WS-ASSESSED-CT TO WS-COUNT-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "  CHARGED THIS RUN:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE

           MOVE WS-ASSESSED-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "TOTAL LATE CHARGES ASSESSED: $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE.
      ********************************************************

       550-WRITE-GL-EXTRACT.
      *    THE EXTRACT IS REBUILT FROM THE FEE LOG FOR THE WHOLE DAY,
      *    THE WAY THE POSTING RUN BUILDS ITS OWN, SO A SECOND LATE
      *    CHARGE RUN THE SAME DAY REPLACES THE FIRST RUN'S EXTRACT
      *    WITH ONE CARRYING BOTH RUNS' CHARGES. A WAIVER IS KEYED
      *    AT THE WINDOW AND BOOKED ON THE POSTING RUN'S EXTRACT.
           MOVE ZERO TO WS-GL-DAY-TOTAL
           MOVE ZERO TO WS-GL-DAY-COUNT
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
                       IF FL-TRANS-TYPE = "L"
                           AND FL-PAYMENT-DATE = WS-RUN-DATE
                           ADD FL-AMOUNT TO WS-GL-DAY-TOTAL
                           ADD 1 TO WS-GL-DAY-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-TRANSACTION-LOG

           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN GLLATE.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-GL-RECORD-CT
           MOVE ZERO TO WS-GL-HASH-TOTAL
           MOVE ZERO TO WS-GL-AR-DEBIT
           MOVE ZERO TO WS-GL-AR-CREDIT

           MOVE WS-TODAY-YMD-X TO WS-GL-BATCH-DATE
           MOVE WS-TODAY-YMD-X TO WS-GH-POSTING-DATE
           MOVE WS-GL-BATCH-REF TO WS-GH-BATCH-REF
           WRITE GL-EXTRACT-RECORD FROM WS-GL-HEADER-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLLATE.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           MOVE WS-TODAY-YMD-X  TO WS-GD-POSTING-DATE
           MOVE WS-GL-BATCH-REF TO WS-GD-BATCH-REF

           IF WS-GL-DAY-TOTAL NOT = ZERO
               MOVE "D" TO WS-GD-REC-TYPE
               MOVE WS-GL-AR-ACCT TO WS-GD-ACCOUNT
               MOVE WS-GL-DAY-TOTAL TO WS-GL-WORK-AMT
               MOVE WS-GL-WORK-AMT TO WS-GD-AMOUNT
               MOVE "LATE CHARGES BILLED " TO WS-GD-DESCRIPTION
               PERFORM 555-WRITE-GL-DETAIL

               MOVE "C" TO WS-GD-REC-TYPE
               MOVE WS-GL-LATEFEE-ACCT TO WS-GD-ACCOUNT
               MOVE "LATE CHARGE INCOME  " TO WS-GD-DESCRIPTION
               PERFORM 555-WRITE-GL-DETAIL
           END-IF

           MOVE WS-GL-RECORD-CT  TO WS-GT-RECORD-CT
           MOVE WS-GL-HASH-TOTAL TO WS-GT-HASH-TOTAL
           WRITE GL-EXTRACT-RECORD FROM WS-GL-TRAILER-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLLATE.DAT, STATUS=",
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF

           CLOSE GL-EXTRACT-FILE

           PERFORM 560-UPDATE-AR-CONTROL

           MOVE WS-GL-DAY-COUNT TO WS-COUNT-EDIT
           MOVE WS-GL-DAY-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO LATE-REPORT-LINE
           STRING "GL EXTRACT (GLLATE.DAT) - TODAY'S CHARGES: "
               WS-COUNT-EDIT "  $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO LATE-REPORT-LINE
           WRITE LATE-REPORT-LINE.

       555-WRITE-GL-DETAIL.
           WRITE GL-EXTRACT-RECORD FROM WS-GL-DETAIL-LINE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE GLLATE.DAT, STATUS=",
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
      *    THE DAY'S RECEIVABLES CONTROL LEDGER RECORD FOR LATE
      *    CHARGES IS REPLACED, NEVER ADDED TO, SINCE THE EXTRACT
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

           MOVE WS-TODAY-YMD-X TO AC-POSTING-DATE
           MOVE "LAT" TO AC-SOURCE
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
           MOVE "LATECHG" TO RN-PROGRAM-ID
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
           CLOSE OPEN-ITEM-FILE
           CLOSE LATE-CHARGE-FILE
           CLOSE FEE-TRANSACTION-LOG
           CLOSE FEE-HISTORY-FILE
           CLOSE AUDIT-LOG-FILE

           PERFORM 550-WRITE-GL-EXTRACT
           CLOSE LATE-REPORT-FILE

           MOVE "C" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "LATE CHARGE RUN COMPLETE - ", WS-ASSESSED-CT,
               " CHARGE(S) ASSESSED; SEE LATERPT.DAT".
      ********************************************************
