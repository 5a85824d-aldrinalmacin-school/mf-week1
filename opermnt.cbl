               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-REPORT-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-REPORT-FILE.
       01  OPER-REPORT-LINE            PIC X(80).

       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-OPER-IN-STATUS           PIC XX.
       01  WS-OPERATOR-MASTER-STATUS   PIC XX.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-OPERATOR-PASSWORD        PIC X(10).
       01  WS-NEW-MASTER-FLAG          PIC X VALUE "N".
       01  WS-CHANGE-JOURNAL-STATUS    PIC XX.
      *    THE OPERATOR RECORD AS IT STOOD BEFORE THE CARD WAS
      *    APPLIED, FOR THE CHANGE JOURNAL.
       01  WS-OLD-OPERATOR-FIELDS.
           05  WS-OLD-PASSWORD         PIC X(10).
           05  WS-OLD-OPERATOR-NAME    PIC X(20).
           05  WS-OLD-AUTHORITY-LEVEL  PIC X.
           05  WS-OLD-STATUS           PIC X.

      ******************************************************
       PROCEDURE DIVISION.
      ********************************************************

       150-INITIALIZE.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           OPEN I-O OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS = "35"
               MOVE "Y" TO WS-NEW-MASTER-FLAG
               OPEN OUTPUT OPERATOR-MASTER-FILE
               IF WS-OPERATOR-MASTER-STATUS = "00"
                   CLOSE OPERATOR-MASTER-FILE
               STOP RUN
           END-IF

           PERFORM 145-VALIDATE-OPERATOR

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-CHANGE-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN CHGJRNL.DAT, STATUS=",
                   WS-CHANGE-JOURNAL-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT OPER-REPORT-FILE
           IF WS-OPER-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN OPERRPT.DAT, STATUS=",

           MOVE SPACES TO OPER-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               "   SUPERVISOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO OPER-REPORT-LINE
           WRITE OPER-REPORT-LINE


           PERFORM 200-READ-NEXT-OPER-TRANS.

       145-VALIDATE-OPERATOR.
      *    EVERY CHANGE TO THE OPERATOR MASTER IS JOURNALED UNDER
      *    THE SUPERVISOR WHO MADE IT, SO THE SIGN-ON IS PROVED
      *    AGAINST THE MASTER ITSELF. THE ONE EXCEPTION IS THE
      *    RUN THAT CREATES THE MASTER - THERE IS NO SUPERVISOR ON
      *    FILE YET, SO THE ID KEYED IS JOURNALED AS GIVEN AND
      *    THAT RUN'S CARDS MUST LOAD THE FIRST SUPERVISOR.
           IF WS-NEW-MASTER-FLAG = "Y"
               DISPLAY "WARNING - OPERMAST.DAT CREATED BY THIS RUN; ",
                   "SIGN-ON NOT CHECKED FOR ", WS-OPERATOR-ID
           ELSE
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
           END-IF.
      ********************************************************

       200-READ-NEXT-OPER-TRANS.
           READ OPER-TRANSACTIONS-IN
               AT END
                       "STATUS=", WS-OPERATOR-MASTER-STATUS
                   STOP RUN
               END-IF
               MOVE "NAME" TO CJ-FIELD-NAME
               MOVE SPACES TO CJ-BEFORE-IMAGE
               MOVE OP-OPERATOR-NAME TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
               MOVE "AUTHORITY" TO CJ-FIELD-NAME
               MOVE SPACES TO CJ-BEFORE-IMAGE
               MOVE OP-AUTHORITY-LEVEL TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
               MOVE "STATUS" TO CJ-FIELD-NAME
               MOVE SPACES TO CJ-BEFORE-IMAGE
               MOVE OP-STATUS TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF.
      ********************************************************

                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "NO MASTER RECORD FOR OPERATOR ID"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE OP-PASSWORD        TO WS-OLD-PASSWORD
                   MOVE OP-OPERATOR-NAME   TO WS-OLD-OPERATOR-NAME
                   MOVE OP-AUTHORITY-LEVEL TO WS-OLD-AUTHORITY-LEVEL
                   MOVE OP-STATUS          TO WS-OLD-STATUS
           END-READ

           IF WS-VALID-FLAG = "Y"
                       "STATUS=", WS-OPERATOR-MASTER-STATUS
                   STOP RUN
               END-IF
               PERFORM 325-JOURNAL-OPERATOR-CHANGES
           END-IF.
      ********************************************************

       325-JOURNAL-OPERATOR-CHANGES.
      *    ONLY THE FIELDS THE CARD ACTUALLY CHANGED ARE JOURNALED.
      *    A NEW PASSWORD IS RECORDED AS CHANGED, NEVER SHOWN.
           IF OP-PASSWORD NOT = WS-OLD-PASSWORD
               MOVE "PASSWORD" TO CJ-FIELD-NAME
               MOVE SPACES TO CJ-BEFORE-IMAGE
               MOVE "(CHANGED)" TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF OP-OPERATOR-NAME NOT = WS-OLD-OPERATOR-NAME
               MOVE "NAME" TO CJ-FIELD-NAME
               MOVE WS-OLD-OPERATOR-NAME TO CJ-BEFORE-IMAGE
               MOVE OP-OPERATOR-NAME TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF OP-AUTHORITY-LEVEL NOT = WS-OLD-AUTHORITY-LEVEL
               MOVE "AUTHORITY" TO CJ-FIELD-NAME
               MOVE WS-OLD-AUTHORITY-LEVEL TO CJ-BEFORE-IMAGE
               MOVE OP-AUTHORITY-LEVEL TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF
           IF OP-STATUS NOT = WS-OLD-STATUS
               MOVE "STATUS" TO CJ-FIELD-NAME
               MOVE WS-OLD-STATUS TO CJ-BEFORE-IMAGE
               MOVE OP-STATUS TO CJ-AFTER-IMAGE
               PERFORM 720-WRITE-CHANGE-JOURNAL
           END-IF.
      ********************************************************

                   MOVE "OPERATOR IS ALREADY INACTIVE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE OP-STATUS TO CJ-BEFORE-IMAGE
                   MOVE "I" TO OP-STATUS
                   REWRITE OPERATOR-MASTER-RECORD
                   IF WS-OPERATOR-MASTER-STATUS NOT = "00"
                           "STATUS=", WS-OPERATOR-MASTER-STATUS
                       STOP RUN
                   END-IF
                   MOVE "STATUS" TO CJ-FIELD-NAME
                   MOVE OP-STATUS TO CJ-AFTER-IMAGE
                   PERFORM 720-WRITE-CHANGE-JOURNAL
               END-IF
           END-IF.
      ********************************************************

       720-WRITE-CHANGE-JOURNAL.
      *    THE CALLER HAS SET THE FIELD NAME AND THE BEFORE AND
      *    AFTER IMAGES; THE REST IS STAMPED HERE.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO CJ-TIMESTAMP
           MOVE "OPERMNT" TO CJ-PROGRAM-ID
           MOVE OT-ACTION-CODE TO CJ-ACTION-CODE
           MOVE OT-OPERATOR-ID TO CJ-RECORD-KEY
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE CHGJRNL.DAT, STATUS=",
                   WS-CHANGE-JOURNAL-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       900-TERMINATE.
           MOVE SPACES TO OPER-REPORT-LINE
           WRITE OPER-REPORT-LINE
           CLOSE OPER-TRANSACTIONS-IN
           CLOSE OPERATOR-MASTER-FILE
           CLOSE OPER-REPORT-FILE
           CLOSE CHANGE-JOURNAL-FILE

           DISPLAY "OPERATOR MAINTENANCE COMPLETE - SEE OPERRPT.DAT".
      ********************************************************
