      *NAME: ANJU CHAWLA
      *DATE: AUGUST 22, 2026
      *PURPOSE:TO ROLL CLOSED-PERIOD FEE LOG AND AUDIT LOG RECORDS
      *        OFF TO MONTHLY ARCHIVE FILES, MARK THE SAME FEE
      *        ENTRIES ARCHIVED IN THE FEE HISTORY, DROP CHECKPOINT
      *        ENTRIES FOR COMPLETED DAYS, AND REPORT WHAT WAS
      *        ARCHIVED, SO THE DAILY RUN STAYS FAST AND THE
      *        CHECKPOINT TABLE NEVER FILLS

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ARCHIVE-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HISTORY-KEY
               ALTERNATE RECORD KEY IS FH-POSTING-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FEE-HISTORY-STATUS.

           SELECT FEE-WORK-FILE ASSIGN TO "FEEWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-WORK-STATUS.
       FD  FEE-ARCHIVE-FILE.
       01  FEE-ARCHIVE-RECORD          PIC X(62).

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  FEE-WORK-FILE.
       01  FEE-WORK-RECORD             PIC X(62).

       01  WS-FEE-LOG-STATUS           PIC XX.
       01  WS-FEE-ARCHIVE-STATUS       PIC XX.
       01  WS-FEE-WORK-STATUS          PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-AUDIT-LOG-STATUS         PIC XX.
       01  WS-AUDIT-ARCHIVE-STATUS     PIC XX.
       01  WS-AUDIT-WORK-STATUS        PIC XX.
       01  WS-CURRENT-PERIOD           PIC X(6).
       01  WS-FEE-ARCHIVED-CT          PIC 9(7) VALUE ZERO.
       01  WS-FEE-KEPT-CT              PIC 9(7) VALUE ZERO.
       01  WS-HIST-MARKED-CT           PIC 9(7) VALUE ZERO.
       01  WS-HIST-ADDED-CT            PIC 9(7) VALUE ZERO.
       01  WS-HIST-EOF-FLAG            PIC X.
       01  WS-HIST-FOUND-FLAG          PIC X.
       01  WS-HIST-POSTING-DATE        PIC X(8).
       01  WS-FEE-ARCHIVED-AMT         PIC S9(9)V99 VALUE ZERO.
       01  WS-AUDIT-ARCHIVED-CT        PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-KEPT-CT            PIC 9(7) VALUE ZERO.
                   STOP RUN
               END-IF

               OPEN I-O FEE-HISTORY-FILE
               IF WS-FEE-HISTORY-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN FEEHIST.DAT, STATUS=",
                       WS-FEE-HISTORY-STATUS,
                       " - RUN HISTBLD TO BUILD THE FEE HISTORY"
                   STOP RUN
               END-IF

               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FEE-TRANSACTION-LOG
               CLOSE FEE-TRANSACTION-LOG
               CLOSE FEE-ARCHIVE-FILE
               CLOSE FEE-WORK-FILE
               CLOSE FEE-HISTORY-FILE

               PERFORM 350-REWRITE-FEE-LOG
           END-IF.
               ELSE
                   ADD FL-AMOUNT TO WS-FEE-ARCHIVED-AMT
               END-IF
               PERFORM 330-MARK-HISTORY-ARCHIVED
           ELSE
               WRITE FEE-WORK-RECORD FROM FEE-LOG-RECORD
               IF WS-FEE-WORK-STATUS NOT = "00"
               ADD 1 TO WS-FEE-KEPT-CT
           END-IF.

       330-MARK-HISTORY-ARCHIVED.
      *    THE HISTORY KEEPS EVERY ENTRY; ARCHIVING ONLY FLAGS IT.
      *    THE ENTRY IS FOUND AMONG THE STUDENT'S ENTRIES FOR THE
      *    SAME DATE AS THE FIRST NOT YET ARCHIVED WHOSE LOG IMAGE
      *    IS THIS RECORD. ONE THE HISTORY NEVER RECEIVED IS ADDED,
      *    ALREADY ARCHIVED, SO THE HISTORY STAYS COMPLETE.
           MOVE SPACES TO WS-HIST-POSTING-DATE
           STRING FL-PAYMENT-DATE(7:4) FL-PAYMENT-DATE(1:2)
               FL-PAYMENT-DATE(4:2)
               DELIMITED BY SIZE INTO WS-HIST-POSTING-DATE
           MOVE FL-STUDENT-ID TO FH-STUDENT-ID
           MOVE WS-HIST-POSTING-DATE TO FH-POSTING-DATE
           MOVE ZERO TO FH-ENTRY-SEQ
           MOVE "N" TO WS-HIST-FOUND-FLAG
           MOVE "N" TO WS-HIST-EOF-FLAG
           START FEE-HISTORY-FILE KEY >= FH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-START

           PERFORM UNTIL WS-HIST-EOF-FLAG = "Y"
               OR WS-HIST-FOUND-FLAG = "Y"
               READ FEE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF FH-STUDENT-ID NOT = FL-STUDENT-ID
                           OR FH-POSTING-DATE NOT = WS-HIST-POSTING-DATE
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                       ELSE
                           IF FH-ARCHIVED-FLAG = "N"
                               AND FH-LOG-IMAGE = FEE-LOG-RECORD
                               MOVE "Y" TO WS-HIST-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HIST-FOUND-FLAG = "Y"
               MOVE "Y" TO FH-ARCHIVED-FLAG
               REWRITE FEE-HISTORY-RECORD
               IF WS-FEE-HISTORY-STATUS NOT = "00"
                   AND WS-FEE-HISTORY-STATUS NOT = "02"
                   DISPLAY "FATAL - CANNOT REWRITE FEEHIST.DAT, ",
                       "STATUS=", WS-FEE-HISTORY-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIST-MARKED-CT
           ELSE
               MOVE FL-STUDENT-ID TO FH-STUDENT-ID
               MOVE WS-HIST-POSTING-DATE TO FH-POSTING-DATE
               MOVE 1 TO FH-ENTRY-SEQ
               MOVE "Y" TO FH-ARCHIVED-FLAG
               MOVE FEE-LOG-RECORD TO FH-LOG-IMAGE
               WRITE FEE-HISTORY-RECORD
               PERFORM UNTIL WS-FEE-HISTORY-STATUS NOT = "22"
                   ADD 1 TO FH-ENTRY-SEQ
                   WRITE FEE-HISTORY-RECORD
               END-PERFORM
               IF WS-FEE-HISTORY-STATUS NOT = "00"
                   AND WS-FEE-HISTORY-STATUS NOT = "02"
                   DISPLAY "FATAL - CANNOT WRITE FEEHIST.DAT, ",
                       "STATUS=", WS-FEE-HISTORY-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIST-ADDED-CT
           END-IF.

       350-REWRITE-FEE-LOG.
           OPEN OUTPUT FEE-TRANSACTION-LOG
           IF WS-FEE-LOG-STATUS NOT = "00"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE WS-HIST-MARKED-CT TO WS-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "FEE HISTORY MARKED ARCHIVED:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

      *    AN ENTRY ADDED HERE WAS ON THE LOG BUT MISSING FROM THE
      *    HISTORY - THE END-OF-DAY HISTORY CHECK SHOULD HAVE
      *    REPORTED IT ON THE DAY IT WAS POSTED.
           MOVE WS-HIST-ADDED-CT TO WS-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "FEE HISTORY ENTRIES ADDED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

