      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO LIST EVERY STUDENT THE DEPARTMENT OWES MONEY TO -
      *        THE CREDIT BALANCES LEFT BY OVERPAYMENTS - WITH THE
      *        AGE OF EACH CREDIT, SO THE SUPERVISOR CAN DECIDE
      *        WHICH TO REFUND AND WHICH TO CARRY TO NEXT TERM

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREG.
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

           SELECT CREDIT-REPORT-FILE ASSIGN TO "CREDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  CREDIT-REPORT-FILE.
       01  CREDIT-REPORT-LINE          PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-CREDIT-REPORT-STATUS     PIC XX.
       01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-TODAY-YMD                PIC 9(8).
       01  WS-TODAY-INT                PIC 9(7) COMP.
       01  WS-CREDIT-YMD               PIC 9(8).
       01  WS-CREDIT-YMD-X REDEFINES WS-CREDIT-YMD
                                       PIC X(8).
       01  WS-CREDIT-INT               PIC 9(7) COMP.
       01  WS-AGE-DAYS                 PIC S9(5) COMP.
       01  WS-AGE-DAYS-EDIT            PIC ZZZZ9.
       01  WS-AGE-COL                  PIC X(5).
       01  WS-NO-DATE-FLAG             PIC X.
       01  WS-BUCKET-SUB               PIC 9.
       01  WS-CREDIT-TOTALS.
           05  WS-BUCKET-TOTAL         OCCURS 4 TIMES
                                        PIC 9(7)V99 VALUE ZERO.
       01  WS-BUCKET-COUNTS.
           05  WS-BUCKET-COUNT         OCCURS 4 TIMES
                                        PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-NOT-ENROLLED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-GRAND-CREDIT             PIC 9(9)V99 VALUE ZERO.
       01  WS-ACTION-TEXT              PIC X(21).
       01  WS-BALANCE-EDIT             PIC ZZ,ZZ9.99.
       01  WS-BUCKET-EDIT              PIC ZZZ,ZZ9.99.
       01  WS-BIG-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM UNTIL WS-MASTER-EOF-FLAG = "Y"
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       IF SM-CREDIT-BALANCE > ZERO
                           PERFORM 300-LIST-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 500-WRITE-REGISTER-TOTALS
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

           OPEN OUTPUT CREDIT-REPORT-FILE
           IF WS-CREDIT-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN CREDRPT.DAT, STATUS=",
                   WS-CREDIT-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - STUDENT CREDIT BALANCE REGISTER"
               TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE SPACES TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "STUDENT ID STUDENT NAME         ST"
               "     CREDIT CREDIT DT   AGE  SUGGESTED ACTION"
               "       DECISION"
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE.
      ********************************************************

       300-LIST-ONE-CREDIT.
      *    EACH CREDIT AGES FROM THE DAY IT FIRST AROSE. A STUDENT
      *    NO LONGER ENROLLED WILL NEVER BE BILLED AGAINST IT, SO
      *    THE REGISTER POINTS THAT CREDIT AT A REFUND; AN ACTIVE
      *    STUDENT'S CREDIT CAN SIMPLY RIDE TO NEXT TERM'S BILLING.
      *    THE DECISION COLUMN IS LEFT FOR THE SUPERVISOR - A
      *    REFUND IS THEN KEYED AS AN ORDINARY "R" TRANSACTION,
      *    WHICH DRAWS THE CREDIT DOWN.
           PERFORM 310-AGE-ONE-CREDIT

           ADD 1 TO WS-CREDIT-COUNT
           ADD SM-CREDIT-BALANCE TO WS-GRAND-CREDIT
           ADD SM-CREDIT-BALANCE TO WS-BUCKET-TOTAL(WS-BUCKET-SUB)
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)

           IF SM-STATUS = "A"
               MOVE "CARRY OR REFUND" TO WS-ACTION-TEXT
           ELSE
               MOVE "REFUND - NOT ENROLLED" TO WS-ACTION-TEXT
               ADD 1 TO WS-NOT-ENROLLED-COUNT
           END-IF

           IF WS-NO-DATE-FLAG = "Y"
               MOVE "  N/A" TO WS-AGE-COL
           ELSE
               MOVE WS-AGE-DAYS TO WS-AGE-DAYS-EDIT
               MOVE WS-AGE-DAYS-EDIT TO WS-AGE-COL
           END-IF

           MOVE SM-CREDIT-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING SM-STUDENT-ID " " SM-STUDENT-NAME " " SM-STATUS
               "  " WS-BALANCE-EDIT " " SM-CREDIT-DATE " "
               WS-AGE-COL "  " WS-ACTION-TEXT "  __________"
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE.
      ********************************************************

       310-AGE-ONE-CREDIT.
      *    THE SAME BUCKET WIDTHS THE AGING RUN USES. A CREDIT WITH
      *    NO USABLE DATE IS PUT IN THE OLDEST BUCKET SO IT IS
      *    LOOKED AT FIRST RATHER THAN LEFT TO SIT.
           MOVE "N" TO WS-NO-DATE-FLAG
           MOVE SM-CREDIT-DATE TO WS-CREDIT-YMD-X
           IF WS-CREDIT-YMD NOT NUMERIC
               MOVE "Y" TO WS-NO-DATE-FLAG
           ELSE
               IF WS-CREDIT-YMD = ZERO
                   MOVE "Y" TO WS-NO-DATE-FLAG
               END-IF
           END-IF

           IF WS-NO-DATE-FLAG = "Y"
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-CREDIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CREDIT-YMD)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CREDIT-INT
           END-IF

           IF WS-AGE-DAYS < 30
               MOVE 1 TO WS-BUCKET-SUB
           ELSE
               IF WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET-SUB
               ELSE
                   IF WS-AGE-DAYS < 90
                       MOVE 3 TO WS-BUCKET-SUB
                   ELSE
                       MOVE 4 TO WS-BUCKET-SUB
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       500-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE WS-BUCKET-TOTAL(1) TO WS-BUCKET-EDIT
           MOVE WS-BUCKET-COUNT(1) TO WS-COUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "CREDITS UNDER 30 DAYS OLD: $" WS-BUCKET-EDIT
               "  STUDENTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE WS-BUCKET-TOTAL(2) TO WS-BUCKET-EDIT
           MOVE WS-BUCKET-COUNT(2) TO WS-COUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "CREDITS 30-59 DAYS OLD:    $" WS-BUCKET-EDIT
               "  STUDENTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE WS-BUCKET-TOTAL(3) TO WS-BUCKET-EDIT
           MOVE WS-BUCKET-COUNT(3) TO WS-COUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "CREDITS 60-89 DAYS OLD:    $" WS-BUCKET-EDIT
               "  STUDENTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE WS-BUCKET-TOTAL(4) TO WS-BUCKET-EDIT
           MOVE WS-BUCKET-COUNT(4) TO WS-COUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "CREDITS 90+ DAYS OLD:      $" WS-BUCKET-EDIT
               "  STUDENTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE SPACES TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE WS-CREDIT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "STUDENTS HOLDING A CREDIT: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE WS-NOT-ENROLLED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "  OF WHOM NO LONGER ENROLLED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE WS-GRAND-CREDIT TO WS-BIG-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "TOTAL OWED TO STUDENTS: $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE SPACES TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE

           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "SUPERVISOR REVIEW: ________________________"
               "   DATE: ____________"
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE.
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
           MOVE "CREDREG" TO RN-PROGRAM-ID
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
           CLOSE CREDIT-REPORT-FILE

           MOVE "C" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "CREDIT REGISTER COMPLETE - ", WS-CREDIT-COUNT,
               " STUDENT(S) HOLDING A CREDIT; SEE CREDRPT.DAT".
      ********************************************************
