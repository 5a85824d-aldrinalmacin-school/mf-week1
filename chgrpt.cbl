      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO LIST THE CHANGE JOURNAL - WHO CHANGED WHICH
      *        MASTER RECORD, WHEN, AND WHAT EACH CHANGED FIELD
      *        SAID BEFORE AND AFTER - SELECTED BY DATE RANGE,
      *        PROGRAM, OPERATOR OR RECORD KEY FOR THE AUDITORS

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJRNL.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE          PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CHANGE-JOURNAL-STATUS    PIC XX.
       01  WS-CHANGE-REPORT-STATUS     PIC XX.
       01  WS-JOURNAL-EOF-FLAG         PIC X VALUE "N".
       01  WS-JOURNAL-FOUND-FLAG       PIC X VALUE "Y".
       01  WS-SELECTED-FLAG            PIC X.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
      *    THE SELECTION - A BLANK ANSWER MEANS "ANY". THE DATES
      *    ARE YYYYMMDD AND INCLUSIVE.
       01  WS-SEL-FROM-DATE            PIC X(8).
       01  WS-SEL-FROM-DATE-NUM REDEFINES WS-SEL-FROM-DATE
                                       PIC 9(8).
       01  WS-SEL-TO-DATE              PIC X(8).
       01  WS-SEL-TO-DATE-NUM REDEFINES WS-SEL-TO-DATE
                                       PIC 9(8).
       01  WS-SEL-PROGRAM              PIC X(8).
       01  WS-SEL-OPERATOR             PIC X(10).
       01  WS-SEL-KEY                  PIC X(20).
       01  WS-CHANGE-DATE              PIC X(8).
       01  WS-CHANGE-TIME.
           05  WS-CHANGE-HH            PIC XX.
           05  FILLER                  PIC X VALUE ":".
           05  WS-CHANGE-MN            PIC XX.
           05  FILLER                  PIC X VALUE ":".
           05  WS-CHANGE-SS            PIC XX.
       01  WS-READ-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM UNTIL WS-JOURNAL-EOF-FLAG = "Y"
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 250-CHECK-SELECTION
                       IF WS-SELECTED-FLAG = "Y"
                           PERFORM 300-LIST-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 500-WRITE-REPORT-TOTALS
           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           DISPLAY "ENTER FROM DATE YYYYMMDD (BLANK = ALL): "
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "ENTER TO DATE YYYYMMDD (BLANK = ALL): "
           ACCEPT WS-SEL-TO-DATE
           DISPLAY "ENTER PROGRAM (BLANK = ALL): "
           ACCEPT WS-SEL-PROGRAM
           DISPLAY "ENTER OPERATOR ID (BLANK = ALL): "
           ACCEPT WS-SEL-OPERATOR
           DISPLAY "ENTER RECORD KEY (BLANK = ALL): "
           ACCEPT WS-SEL-KEY

           IF WS-SEL-FROM-DATE NOT = SPACES
               AND WS-SEL-FROM-DATE-NUM NOT NUMERIC
               DISPLAY "FATAL - FROM DATE MUST BE YYYYMMDD OR BLANK"
               STOP RUN
           END-IF
           IF WS-SEL-TO-DATE NOT = SPACES
               AND WS-SEL-TO-DATE-NUM NOT NUMERIC
               DISPLAY "FATAL - TO DATE MUST BE YYYYMMDD OR BLANK"
               STOP RUN
           END-IF
           IF WS-SEL-FROM-DATE NOT = SPACES
               AND WS-SEL-TO-DATE NOT = SPACES
               AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY "FATAL - FROM DATE IS AFTER TO DATE"
               STOP RUN
           END-IF

           MOVE "S" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

      *    NO JOURNAL YET SIMPLY MEANS NO MAINTENANCE RUN HAS
      *    CHANGED A MASTER - THE REPORT SAYS SO RATHER THAN FAILS.
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-CHANGE-JOURNAL-STATUS = "35"
               MOVE "N" TO WS-JOURNAL-FOUND-FLAG
               MOVE "Y" TO WS-JOURNAL-EOF-FLAG
           ELSE
               IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN CHGJRNL.DAT, STATUS=",
                       WS-CHANGE-JOURNAL-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CHANGE-REPORT-FILE
           IF WS-CHANGE-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN CHGRPT.DAT, STATUS=",
                   WS-CHANGE-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - MASTER FILE CHANGE JOURNAL"
               TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "SELECTED: DATES " WS-SEL-FROM-DATE
               " TO " WS-SEL-TO-DATE
               "  PROGRAM " WS-SEL-PROGRAM
               "  OPERATOR " WS-SEL-OPERATOR
               "  KEY " WS-SEL-KEY
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "DATE     TIME     OPERATOR   PROGRAM  A "
               "RECORD KEY           FIELD"
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.
      ********************************************************

       250-CHECK-SELECTION.
           MOVE "Y" TO WS-SELECTED-FLAG
           MOVE CJ-TIMESTAMP (1:8) TO WS-CHANGE-DATE

           IF WS-SEL-FROM-DATE NOT = SPACES
               AND WS-CHANGE-DATE < WS-SEL-FROM-DATE
               MOVE "N" TO WS-SELECTED-FLAG
           END-IF

           IF WS-SEL-TO-DATE NOT = SPACES
               AND WS-CHANGE-DATE > WS-SEL-TO-DATE
               MOVE "N" TO WS-SELECTED-FLAG
           END-IF

           IF WS-SEL-PROGRAM NOT = SPACES
               AND CJ-PROGRAM-ID NOT = WS-SEL-PROGRAM
               MOVE "N" TO WS-SELECTED-FLAG
           END-IF

           IF WS-SEL-OPERATOR NOT = SPACES
               AND CJ-OPERATOR-ID NOT = WS-SEL-OPERATOR
               MOVE "N" TO WS-SELECTED-FLAG
           END-IF

           IF WS-SEL-KEY NOT = SPACES
               AND CJ-RECORD-KEY NOT = WS-SEL-KEY
               MOVE "N" TO WS-SELECTED-FLAG
           END-IF.
      ********************************************************

       300-LIST-ONE-CHANGE.
      *    EACH CHANGED FIELD PRINTS ON TWO LINES - WHO, WHEN AND
      *    WHERE, THEN WHAT THE FIELD SAID BEFORE AND AFTER.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE CJ-TIMESTAMP (9:2)  TO WS-CHANGE-HH
           MOVE CJ-TIMESTAMP (11:2) TO WS-CHANGE-MN
           MOVE CJ-TIMESTAMP (13:2) TO WS-CHANGE-SS

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING WS-CHANGE-DATE " " WS-CHANGE-TIME " "
               CJ-OPERATOR-ID " " CJ-PROGRAM-ID " "
               CJ-ACTION-CODE " " CJ-RECORD-KEY " " CJ-FIELD-NAME
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "         WAS: " CJ-BEFORE-IMAGE
               "  NOW: " CJ-AFTER-IMAGE
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.
      ********************************************************

       500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           IF WS-JOURNAL-FOUND-FLAG = "N"
               MOVE "(NO CHANGE JOURNAL ON FILE)"
                   TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF

           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "JOURNAL ENTRIES READ:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE

           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "JOURNAL ENTRIES SELECTED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.
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
           MOVE "CHGRPT" TO RN-PROGRAM-ID
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
           IF WS-JOURNAL-FOUND-FLAG = "Y"
               CLOSE CHANGE-JOURNAL-FILE
           END-IF
           CLOSE CHANGE-REPORT-FILE

           MOVE "C" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "CHANGE JOURNAL REPORT COMPLETE - ",
               WS-SELECTED-COUNT, " ENTRIES SELECTED; SEE CHGRPT.DAT".
      ********************************************************
