               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-REPORT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-REPORT-FILE.
       01  SCHED-REPORT-LINE           PIC X(80).

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-RATE-CARDS-STATUS        PIC XX.
       01  WS-FEE-SCHEDULE-STATUS      PIC XX.
       01  WS-RUN-DATE-OUT             PIC X(10).
       01  WS-RATE-EDIT                PIC ZZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-OPERATOR-MASTER-STATUS   PIC XX.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-OPERATOR-PASSWORD        PIC X(10).
       01  WS-CHANGE-JOURNAL-STATUS    PIC XX.
       01  WS-OLD-RATE                 PIC 9(3)V99.

      ******************************************************
       PROCEDURE DIVISION.
      ********************************************************

       150-INITIALIZE.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD
           PERFORM 145-VALIDATE-OPERATOR

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-OUT
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

           MOVE "ABC DEPARTMENT - FEE SCHEDULE MAINTENANCE REPORT"
               TO SCHED-REPORT-LINE
           WRITE SCHED-REPORT-LINE

           MOVE SPACES TO SCHED-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE-OUT
               "   SUPERVISOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO SCHED-REPORT-LINE
           WRITE SCHED-REPORT-LINE


           PERFORM 200-READ-NEXT-RATE-CARD.

       145-VALIDATE-OPERATOR.
      *    A RATE LOAD SETS WHAT EVERY STUDENT IS BILLED, SO ONLY A
      *    SUPERVISOR MAY RUN IT AND EVERY RATE LOADED IS JOURNALED
      *    UNDER THEIR ID. THE SIGN-ON IS PROVED AGAINST THE
      *    OPERATOR MASTER BEFORE ANY OTHER FILE OPENS.
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

       200-READ-NEXT-RATE-CARD.
           READ RATE-CARDS-IN
               AT END
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RATE-ON-FILE-FLAG
               NOT INVALID KEY
                   MOVE FS-SCHED-RATE TO WS-OLD-RATE
           END-READ

           MOVE RT-SEMESTER TO FS-SCHED-SEMESTER
                       "STATUS=", WS-FEE-SCHEDULE-STATUS
                   STOP RUN
               END-IF
               MOVE "L" TO CJ-ACTION-CODE
               MOVE ZERO TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO CJ-BEFORE-IMAGE
               MOVE RT-RATE TO WS-RATE-EDIT
               PERFORM 720-WRITE-CHANGE-JOURNAL
               ADD 1 TO WS-LOADED-COUNT
               MOVE SPACES TO SCHED-REPORT-LINE
               STRING "LOADED   SEM " RT-SEMESTER
                       "STATUS=", WS-FEE-SCHEDULE-STATUS
                   STOP RUN
               END-IF
      *        A CARD REPEATING THE RATE ALREADY ON FILE CHANGES
      *        NOTHING, SO IT LEAVES NO JOURNAL ENTRY.
               IF WS-OLD-RATE NOT = RT-RATE
                   MOVE "R" TO CJ-ACTION-CODE
                   MOVE WS-OLD-RATE TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO CJ-BEFORE-IMAGE
                   MOVE RT-RATE TO WS-RATE-EDIT
                   PERFORM 720-WRITE-CHANGE-JOURNAL
               END-IF
               ADD 1 TO WS-REPLACED-COUNT
               MOVE SPACES TO SCHED-REPORT-LINE
               STRING "REPLACED SEM " RT-SEMESTER
           END-IF.
      ********************************************************

       720-WRITE-CHANGE-JOURNAL.
      *    THE CALLER HAS SET THE ACTION AND THE BEFORE IMAGE AND
      *    LEFT THE NEW RATE IN WS-RATE-EDIT; THE KEY IS THE
      *    SEMESTER AND EFFECTIVE DATE OF THE SCHEDULE ENTRY.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CJ-TIMESTAMP
           MOVE "FEESCHMT" TO CJ-PROGRAM-ID
           MOVE FS-SCHED-KEY TO CJ-RECORD-KEY
           MOVE "RATE" TO CJ-FIELD-NAME
           MOVE WS-RATE-EDIT TO CJ-AFTER-IMAGE
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE CHGJRNL.DAT, STATUS=",
                   WS-CHANGE-JOURNAL-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       900-TERMINATE.
           MOVE SPACES TO SCHED-REPORT-LINE
           WRITE SCHED-REPORT-LINE

           CLOSE RATE-CARDS-IN
           CLOSE FEE-SCHEDULE-FILE
           CLOSE SCHED-REPORT-FILE
           CLOSE CHANGE-JOURNAL-FILE.
      ********************************************************
