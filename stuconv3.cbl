      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:ONE-TIME CONVERSION OF THE STUDENT MASTER FROM THE
      *        LAYOUT ENDING AT THE DELIVERY CODE TO THE CURRENT
      *        LAYOUT WITH THE CREDIT BALANCE AND CREDIT DATE.
      *        RENAME THE OLD MASTER TO STUDMAST.OLD BEFORE
      *        RUNNING; THE NEW STUDMAST.DAT IS BUILT FRESH. EVERY
      *        CREDIT STARTS AT ZERO - OVERPAYMENTS TAKEN BEFORE
      *        THE CREDIT FIELD EXISTED ARE ON FEELOG/FEEARCH AND
      *        ARE RESEARCHED BY HAND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUCONV3.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "STUDMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OSM-STUDENT-ID
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT CONVERT-REPORT-FILE ASSIGN TO "CONV3RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERT-REPORT-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OSM-STUDENT-ID           PIC X(10).
           05  OSM-STUDENT-NAME         PIC X(20).
           05  OSM-BALANCE-DUE          PIC 9(5)V99.
           05  OSM-SEMESTER             PIC 999.
           05  OSM-STATUS               PIC X.
           05  OSM-LAST-ACTIVITY-DATE   PIC X(8).
           05  OSM-LAST-BILLED-PERIOD   PIC X(6).
           05  OSM-NSF-FLAG             PIC X.
           05  OSM-LAST-PROMOTED-PERIOD PIC X(6).
           05  OSM-ADDRESS-LINE-1       PIC X(25).
           05  OSM-ADDRESS-LINE-2       PIC X(25).
           05  OSM-CITY                 PIC X(15).
           05  OSM-STATE                PIC XX.
           05  OSM-ZIP-CODE             PIC X(10).
           05  OSM-EMAIL-ADDRESS        PIC X(30).
           05  OSM-DELIVERY-CODE        PIC X.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OLD-MASTER-STATUS        PIC XX.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-CONVERT-REPORT-STATUS    PIC XX.
       01  WS-OLD-EOF-FLAG             PIC X VALUE "N".
       01  WS-CONVERTED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-BALANCE-EDIT             PIC ZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM UNTIL WS-OLD-EOF-FLAG = "Y"
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OLD-EOF-FLAG
                   NOT AT END
                       PERFORM 300-CONVERT-ONE-STUDENT
               END-READ
           END-PERFORM

           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

      *    REFUSE TO RUN OVER AN EXISTING MASTER - THE OPERATOR
      *    RENAMES THE OLD FILE TO STUDMAST.OLD FIRST, AND A
      *    SECOND RUN MUST NEVER WIPE A CONVERTED FILE.
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "35"
               IF WS-STUDENT-MASTER-STATUS = "00"
                   CLOSE STUDENT-MASTER-FILE
               END-IF
               DISPLAY "FATAL - STUDMAST.DAT ALREADY EXISTS; RENAME ",
                   "THE OLD MASTER TO STUDMAST.OLD AND REMOVE ",
                   "STUDMAST.DAT BEFORE CONVERTING"
               STOP RUN
           END-IF

           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN STUDMAST.OLD, STATUS=",
                   WS-OLD-MASTER-STATUS,
                   " - RENAME THE OLD MASTER TO STUDMAST.OLD"
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO OSM-STUDENT-ID
           START OLD-MASTER-FILE KEY >= OSM-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-OLD-EOF-FLAG
           END-START

           OPEN OUTPUT STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT CREATE STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERT-REPORT-FILE
           IF WS-CONVERT-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN CONV3RPT.DAT, STATUS=",
                   WS-CONVERT-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - STUDENT MASTER CONVERSION REPORT"
               TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE.
      ********************************************************

       300-CONVERT-ONE-STUDENT.
      *    EVERYTHING THE OLD LAYOUT CARRIED COMES ACROSS AS IS;
      *    THE NEW FIELDS START AT THEIR SAFE DEFAULTS - NO CREDIT
      *    ON ACCOUNT AND THEREFORE NO CREDIT DATE.
           MOVE OSM-STUDENT-ID          TO SM-STUDENT-ID
           MOVE OSM-STUDENT-NAME        TO SM-STUDENT-NAME
           MOVE OSM-BALANCE-DUE         TO SM-BALANCE-DUE
           MOVE OSM-SEMESTER            TO SM-SEMESTER
           MOVE OSM-STATUS              TO SM-STATUS
           MOVE OSM-LAST-ACTIVITY-DATE  TO SM-LAST-ACTIVITY-DATE
           MOVE OSM-LAST-BILLED-PERIOD  TO SM-LAST-BILLED-PERIOD
           MOVE OSM-NSF-FLAG            TO SM-NSF-FLAG
           MOVE OSM-LAST-PROMOTED-PERIOD TO SM-LAST-PROMOTED-PERIOD
           MOVE OSM-ADDRESS-LINE-1      TO SM-ADDRESS-LINE-1
           MOVE OSM-ADDRESS-LINE-2      TO SM-ADDRESS-LINE-2
           MOVE OSM-CITY                TO SM-CITY
           MOVE OSM-STATE               TO SM-STATE
           MOVE OSM-ZIP-CODE            TO SM-ZIP-CODE
           MOVE OSM-EMAIL-ADDRESS       TO SM-EMAIL-ADDRESS
           MOVE OSM-DELIVERY-CODE       TO SM-DELIVERY-CODE
           MOVE ZERO                    TO SM-CREDIT-BALANCE
           MOVE SPACES                  TO SM-CREDIT-DATE

           WRITE STUDENT-MASTER-RECORD
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

           ADD 1 TO WS-CONVERTED-COUNT
           MOVE SM-BALANCE-DUE TO WS-BALANCE-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "CONVERTED " SM-STUDENT-ID " " SM-STUDENT-NAME
               " BALANCE $" WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE.
      ********************************************************

       900-TERMINATE.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE WS-CONVERTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "STUDENTS CONVERTED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           MOVE "EVERY CREDIT BALANCE STARTS AT ZERO; OVERPAYMENTS "
               TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE "TAKEN BEFORE NOW ARE RESEARCHED FROM THE FEE LOG."
               TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE

           CLOSE OLD-MASTER-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE CONVERT-REPORT-FILE

           DISPLAY "CONVERSION COMPLETE - ", WS-CONVERTED-COUNT,
               " STUDENT(S) CONVERTED; SEE CONV3RPT.DAT".
      ********************************************************
