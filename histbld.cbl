      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO BUILD THE INDEXED FEE HISTORY FEEHIST.DAT, ONCE,
      *        FROM EVERY ENTRY ON THE FEE ARCHIVE AND THE LIVE FEE
      *        LOG, SO STATEMENTS AND PAYMENT INQUIRIES CAN READ A
      *        STUDENT'S HISTORY DIRECTLY. FROM THEN ON THE POSTING
      *        RUNS ADD TO THE HISTORY AS THEY LOG AND MONTH-END
      *        MARKS WHAT IT ARCHIVES. RUN IT BEFORE THE FIRST
      *        POSTING RUN THAT WRITES THE HISTORY; IT REFUSES TO
      *        RUN OVER A HISTORY THAT ALREADY EXISTS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTBLD.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-TRANSACTION-LOG ASSIGN TO "FEELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-LOG-STATUS.

           SELECT FEE-ARCHIVE-FILE ASSIGN TO "FEEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ARCHIVE-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HISTORY-KEY
               ALTERNATE RECORD KEY IS FH-POSTING-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FEE-HISTORY-STATUS.

           SELECT BUILD-REPORT-FILE ASSIGN TO "HISTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILD-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-TRANSACTION-LOG.
       COPY FEELOG.

      *    THE ARCHIVE CARRIES THE SAME LAYOUT THE MONTH-END RUN
      *    WROTE FROM THE LIVE LOG; EACH RECORD IS READ INTO
      *    FEE-LOG-RECORD SO ONE SET OF FIELDS SERVES BOTH FILES.
       FD  FEE-ARCHIVE-FILE.
       01  FEE-ARCHIVE-RECORD          PIC X(62).

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  BUILD-REPORT-FILE.
       01  BUILD-REPORT-LINE           PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FEE-LOG-STATUS           PIC XX.
       01  WS-FEE-ARCHIVE-STATUS       PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-BUILD-REPORT-STATUS      PIC XX.
       01  WS-LOG-EOF-FLAG             PIC X.
       01  WS-ARCH-EOF-FLAG            PIC X.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
      *    "Y" WHILE LOADING THE ARCHIVE, "N" WHILE LOADING THE LOG -
      *    CARRIED INTO FH-ARCHIVED-FLAG ON EVERY ENTRY WRITTEN.
       01  WS-LOADING-ARCHIVE-FLAG     PIC X.
       01  WS-ARCH-READ-CT             PIC 9(7) VALUE ZERO.
       01  WS-ARCH-NET                 PIC S9(9)V99 VALUE ZERO.
       01  WS-LOG-READ-CT              PIC 9(7) VALUE ZERO.
       01  WS-LOG-NET                  PIC S9(9)V99 VALUE ZERO.
       01  WS-HIST-WRITTEN-CT          PIC 9(7) VALUE ZERO.
       01  WS-HIST-NET                 PIC S9(9)V99 VALUE ZERO.
       01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM 200-LOAD-FEE-ARCHIVE
           PERFORM 300-LOAD-FEE-LOG

           PERFORM 500-WRITE-CONTROL-TOTALS
           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

      *    THE BUILD IS ONE-TIME: ONCE THE HISTORY EXISTS THE
      *    POSTING RUNS AND MONTH-END KEEP IT, AND REBUILDING OVER
      *    IT WOULD THROW AWAY WHAT THEY HAVE ADDED SINCE.
           OPEN INPUT FEE-HISTORY-FILE
           IF WS-FEE-HISTORY-STATUS = "00"
               CLOSE FEE-HISTORY-FILE
               DISPLAY "FATAL - FEEHIST.DAT ALREADY EXISTS; THE FEE ",
                   "HISTORY IS BUILT ONLY ONCE"
               STOP RUN
           END-IF
           IF WS-FEE-HISTORY-STATUS NOT = "35"
               DISPLAY "FATAL - CANNOT OPEN FEEHIST.DAT, STATUS=",
                   WS-FEE-HISTORY-STATUS
               STOP RUN
           END-IF

           MOVE "S" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           OPEN OUTPUT FEE-HISTORY-FILE
           IF WS-FEE-HISTORY-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT CREATE FEEHIST.DAT, STATUS=",
                   WS-FEE-HISTORY-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT BUILD-REPORT-FILE
           IF WS-BUILD-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN HISTRPT.DAT, STATUS=",
                   WS-BUILD-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - FEE HISTORY BUILD CONTROL REPORT"
               TO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE SPACES TO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE.
      ********************************************************

       200-LOAD-FEE-ARCHIVE.
      *    ARCHIVED MONTHS FIRST, THEN THE LIVE LOG, SO WITHIN A
      *    STUDENT AND DATE THE SEQUENCES FOLLOW POSTING ORDER. A
      *    MISSING FILE SIMPLY MEANS NO HISTORY ON THAT SIDE.
           MOVE "Y" TO WS-LOADING-ARCHIVE-FLAG
           OPEN INPUT FEE-ARCHIVE-FILE
           IF WS-FEE-ARCHIVE-STATUS = "35"
               MOVE "NO FEEARCH.DAT ON FILE - NO ARCHIVED HISTORY"
                   TO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           ELSE
               IF WS-FEE-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN FEEARCH.DAT, STATUS=",
                       WS-FEE-ARCHIVE-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO WS-ARCH-EOF-FLAG
               PERFORM UNTIL WS-ARCH-EOF-FLAG = "Y"
                   READ FEE-ARCHIVE-FILE INTO FEE-LOG-RECORD
                       AT END
                           MOVE "Y" TO WS-ARCH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ-CT
                           IF FL-TRANS-TYPE = "R"
                               SUBTRACT FL-AMOUNT FROM WS-ARCH-NET
                           ELSE
                               ADD FL-AMOUNT TO WS-ARCH-NET
                           END-IF
                           PERFORM 400-ADD-TO-FEE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE FEE-ARCHIVE-FILE
           END-IF.
      ********************************************************

       300-LOAD-FEE-LOG.
           MOVE "N" TO WS-LOADING-ARCHIVE-FLAG
           OPEN INPUT FEE-TRANSACTION-LOG
           IF WS-FEE-LOG-STATUS = "35"
               MOVE "NO FEELOG.DAT ON FILE - NO LIVE HISTORY"
                   TO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           ELSE
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
                           ADD 1 TO WS-LOG-READ-CT
                           IF FL-TRANS-TYPE = "R"
                               SUBTRACT FL-AMOUNT FROM WS-LOG-NET
                           ELSE
                               ADD FL-AMOUNT TO WS-LOG-NET
                           END-IF
                           PERFORM 400-ADD-TO-FEE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE FEE-TRANSACTION-LOG
           END-IF.
      ********************************************************

       400-ADD-TO-FEE-HISTORY.
      *    THE SAME KEYING THE POSTING RUNS USE - STUDENT, POSTING
      *    DATE AS YYYYMMDD, AND THE NEXT FREE SEQUENCE FOR THAT
      *    STUDENT AND DATE (A TAKEN ONE ANSWERS STATUS "22").
           MOVE FL-STUDENT-ID TO FH-STUDENT-ID
           MOVE SPACES TO FH-POSTING-DATE
           STRING FL-PAYMENT-DATE(7:4) FL-PAYMENT-DATE(1:2)
               FL-PAYMENT-DATE(4:2)
               DELIMITED BY SIZE INTO FH-POSTING-DATE
           MOVE 1 TO FH-ENTRY-SEQ
           MOVE WS-LOADING-ARCHIVE-FLAG TO FH-ARCHIVED-FLAG
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
           END-IF

           ADD 1 TO WS-HIST-WRITTEN-CT
           IF FL-TRANS-TYPE = "R"
               SUBTRACT FL-AMOUNT FROM WS-HIST-NET
           ELSE
               ADD FL-AMOUNT TO WS-HIST-NET
           END-IF.
      ********************************************************

       500-WRITE-CONTROL-TOTALS.
      *    THE NETS FOLLOW THE MONTH-END ARCHIVE REPORT'S RULE (ONLY
      *    A REFUND SUBTRACTS), SO THE ARCHIVE FIGURE HERE TIES TO
      *    THE SUM OF THE MONTH-END REPORTS THAT BUILT THE ARCHIVE.
           MOVE WS-ARCH-READ-CT TO WS-COUNT-EDIT
           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "FEE ARCHIVE RECORDS READ:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE WS-ARCH-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "FEE ARCHIVE NET AMOUNT:     $" WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE WS-LOG-READ-CT TO WS-COUNT-EDIT
           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "FEE LOG RECORDS READ:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE WS-LOG-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "FEE LOG NET AMOUNT:         $" WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE SPACES TO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE WS-HIST-WRITTEN-CT TO WS-COUNT-EDIT
           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "FEE HISTORY ENTRIES WRITTEN:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           MOVE WS-HIST-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "FEE HISTORY NET AMOUNT:     $" WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE.
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
           MOVE "HISTBLD" TO RN-PROGRAM-ID
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
           CLOSE FEE-HISTORY-FILE
           CLOSE BUILD-REPORT-FILE

           MOVE "C" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "FEE HISTORY BUILD COMPLETE - ", WS-HIST-WRITTEN-CT,
               " ENTRIES; SEE HISTRPT.DAT".
      ********************************************************
