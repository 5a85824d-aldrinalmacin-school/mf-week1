               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-REPORT-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE            PIC X(100).

       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-IN-STATUS           PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-TODAY-YMD                PIC X(8).
       01  WS-BALANCE-EDIT             PIC ZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-CHANGE-JOURNAL-STATUS    PIC XX.
      *    THE HOLD RECORD AS IT STOOD BEFORE THE CARD WAS
      *    APPLIED, FOR THE CHANGE JOURNAL - BLANK FOR A STUDENT
      *    WITH NO HOLD RECORD YET.
       01  WS-OLD-HOLD-FIELDS.
           05  WS-OLD-HOLD-STATUS      PIC X.
           05  WS-OLD-HOLD-REASON      PIC X(20).
           05  WS-OLD-PLACED-BY        PIC X(10).

      ******************************************************
       PROCEDURE DIVISION.
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

           MOVE "ABC DEPARTMENT - REGISTRATION HOLD MAINTENANCE"
               TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
       310-PLACE-HOLD.
           MOVE HT-STUDENT-ID TO HD-STUDENT-ID
           MOVE "Y" TO WS-HOLD-ON-FILE-FLAG
           MOVE SPACES TO WS-OLD-HOLD-FIELDS
           READ STUDENT-HOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-HOLD-ON-FILE-FLAG
               NOT INVALID KEY
                   MOVE HD-HOLD-STATUS TO WS-OLD-HOLD-STATUS
                   MOVE HD-REASON      TO WS-OLD-HOLD-REASON
                   MOVE HD-PLACED-BY   TO WS-OLD-PLACED-BY
           END-READ

           IF WS-HOLD-ON-FILE-FLAG = "Y"
                       "STATUS=", WS-HOLD-STATUS
                   STOP RUN
               END-IF
               PERFORM 330-JOURNAL-HOLD-CHANGE
               ADD 1 TO WS-PLACED-COUNT
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING "PLACED   " HT-STUDENT-ID " "
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "HOLD IS ALREADY RELEASED" TO WS-REJECT-REASON
               ELSE
                   MOVE HD-HOLD-STATUS TO WS-OLD-HOLD-STATUS
                   MOVE HD-REASON      TO WS-OLD-HOLD-REASON
                   MOVE HD-PLACED-BY   TO WS-OLD-PLACED-BY
                   MOVE "R" TO HD-HOLD-STATUS
                   MOVE WS-TODAY-YMD TO HD-RELEASE-DATE
                   MOVE HT-REASON    TO HD-REASON
                           "STATUS=", WS-HOLD-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 330-JOURNAL-HOLD-CHANGE
                   ADD 1 TO WS-LIFTED-COUNT
                   MOVE SPACES TO HOLD-REPORT-LINE
                   STRING "LIFTED   " HT-STUDENT-ID " "
           END-IF.
      ********************************************************

       330-JOURNAL-HOLD-CHANGE.
      *    A PLACE OR LIFT ALWAYS CHANGES THE HOLD STATUS, THE
      *    REASON AND WHO ACTED ON IT, SO ALL THREE GO ON THE
      *    CHANGE JOURNAL WITH WHAT THE RECORD SAID BEFORE, EVEN
      *    WHEN THE HOLD BEING LIFTED WAS PLACED BY THE AGING RUN.
           MOVE "HOLD STATUS" TO CJ-FIELD-NAME
           MOVE WS-OLD-HOLD-STATUS TO CJ-BEFORE-IMAGE
           MOVE HD-HOLD-STATUS TO CJ-AFTER-IMAGE
           PERFORM 720-WRITE-CHANGE-JOURNAL
           MOVE "REASON" TO CJ-FIELD-NAME
           MOVE WS-OLD-HOLD-REASON TO CJ-BEFORE-IMAGE
           MOVE HD-REASON TO CJ-AFTER-IMAGE
           PERFORM 720-WRITE-CHANGE-JOURNAL
           MOVE "PLACED BY" TO CJ-FIELD-NAME
           MOVE WS-OLD-PLACED-BY TO CJ-BEFORE-IMAGE
           MOVE HD-PLACED-BY TO CJ-AFTER-IMAGE
           PERFORM 720-WRITE-CHANGE-JOURNAL.
      ********************************************************

       720-WRITE-CHANGE-JOURNAL.
      *    THE CALLER HAS SET THE FIELD NAME AND THE BEFORE AND
      *    AFTER IMAGES; THE REST IS STAMPED HERE.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CJ-TIMESTAMP
           MOVE "HOLDMNT" TO CJ-PROGRAM-ID
           MOVE HT-ACTION-CODE TO CJ-ACTION-CODE
           MOVE HT-STUDENT-ID TO CJ-RECORD-KEY
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE CHGJRNL.DAT, STATUS=",
                   WS-CHANGE-JOURNAL-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       500-WRITE-HOLD-REGISTER.
      *    THE FULL ACTIVE-HOLD REGISTER GOES OUT ON EVERY RUN SO
      *    THE REGISTRAR'S COPY IS NEVER STALER THAN THE LAST TIME
           CLOSE STUDENT-HOLD-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE HOLD-REPORT-FILE
           CLOSE CHANGE-JOURNAL-FILE

           DISPLAY "HOLD MAINTENANCE COMPLETE - SEE HOLDRPT.DAT".
      ********************************************************
