      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO PRODUCE THE YEAR-END TUITION STATEMENT FAMILIES NEED
      *        FOR THEIR TAX RETURNS - FOR ONE CALENDAR YEAR, PER
      *        STUDENT, THE PAYMENTS RECEIVED NET OF REFUNDS AND
      *        RETURNED CHECKS, THE TERM CHARGES BILLED AND THE
      *        SCHOLARSHIPS/WAIVERS CREDITED - AND THE FIXED-FORMAT
      *        FILING EXTRACT FOR THE TAX AUTHORITY. MODE O ISSUES
      *        THE ORIGINALS FOR THE YEAR; MODE C REISSUES, MARKED
      *        CORRECTED, ONLY THE STATEMENTS WHOSE FIGURES HAVE
      *        CHANGED SINCE THEY WENT OUT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.
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

           SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-REGISTER-KEY
               FILE STATUS IS WS-TAX-REGISTER-STATUS.

           SELECT FEE-TRANSACTION-LOG ASSIGN TO "FEELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-LOG-STATUS.

           SELECT FEE-ARCHIVE-FILE ASSIGN TO "FEEARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ARCHIVE-STATUS.

           SELECT TAX-STATEMENT-FILE ASSIGN TO "TAXSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATEMENT-STATUS.

           SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILING-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM.

       FD  TAX-REGISTER-FILE.
       COPY TAXREG.

       FD  FEE-TRANSACTION-LOG.
       COPY FEELOG.

      *    THE ARCHIVE CARRIES THE SAME LAYOUT THE MONTH-END RUN
      *    WROTE FROM THE LIVE LOG; EACH RECORD IS READ INTO
      *    FEE-LOG-RECORD SO ONE SET OF FIELDS SERVES BOTH FILES.
       FD  FEE-ARCHIVE-FILE.
       01  FEE-ARCHIVE-RECORD          PIC X(62).

       FD  TAX-STATEMENT-FILE.
       01  TAX-STATEMENT-LINE          PIC X(70).

      *    THE FILING EXTRACT, REBUILT EVERY RUN: AN H HEADER NAMING
      *    THE FILER, THE TAX YEAR AND WHETHER THE FILE CARRIES
      *    ORIGINALS ("O") OR CORRECTIONS ("C"); ONE D RECORD PER
      *    STATEMENT ISSUED, WITH THE STUDENT'S OWN TOTALS; AND A T
      *    TRAILER WITH THE RECORD COUNT AND THE GRAND TOTAL OF EACH
      *    AMOUNT. AMOUNTS ARE UNSIGNED WITH A SEPARATE SIGN BYTE
      *    ("+" OR "-") WHERE A FIGURE CAN GO NEGATIVE.
       FD  TAX-FILING-FILE.
       01  TAX-FILING-RECORD           PIC X(200).

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE             PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-OPEN-ITEM-STATUS         PIC XX.
       01  WS-TAX-REGISTER-STATUS      PIC XX.
       01  WS-FEE-LOG-STATUS           PIC XX.
       01  WS-FEE-ARCHIVE-STATUS       PIC XX.
       01  WS-TAX-STATEMENT-STATUS     PIC XX.
       01  WS-TAX-FILING-STATUS        PIC XX.
       01  WS-TAX-REPORT-STATUS        PIC XX.
      *    THE DEPARTMENT AS FILER - THE IDENTIFICATION NUMBER THE
      *    TAX AUTHORITY KNOWS IT BY AND THE NAME ON ITS RETURNS.
       01  WS-FILER-ID                 PIC X(9) VALUE "000000000".
       01  WS-FILER-NAME               PIC X(30)
                                       VALUE "ABC DEPARTMENT".
       01  WS-RUN-MODE                 PIC X.
       01  WS-TAX-YEAR                 PIC X(4).
       01  WS-TAX-YEAR-NUM REDEFINES WS-TAX-YEAR
                                       PIC 9(4).
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-TODAY-YMD                PIC X(8).
       01  WS-REG-EOF-FLAG             PIC X.
       01  WS-LOG-EOF-FLAG             PIC X.
       01  WS-ARCH-EOF-FLAG            PIC X.
       01  WS-ITEM-EOF-FLAG            PIC X.
       01  WS-OPENITEM-FILE-FLAG       PIC X VALUE "N".
       01  WS-MASTER-FOUND-FLAG        PIC X.
       01  WS-ON-REGISTER-FLAG         PIC X.
       01  WS-ISSUE-FLAG               PIC X.
       01  WS-ISSUE-TYPE               PIC X.
       01  WS-UNCHANGED-FLAG           PIC X.
      *    ONE FEE HISTORY ENTRY'S EFFECT ON THE STATEMENT, SET BY
      *    310 AND ADDED TO THE STUDENT'S REGISTER RECORD BY 320.
       01  WS-ADD-STUDENT-ID           PIC X(10).
       01  WS-ADD-PAYMENTS             PIC S9(7)V99.
       01  WS-ADD-BILLED               PIC 9(7)V99.
       01  WS-ADD-WAIVERS              PIC 9(7)V99.
       01  WS-HISTORY-READ-CT          PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-USED-CT          PIC 9(7) VALUE ZERO.
       01  WS-BILLED-ITEM-CT           PIC 9(7) VALUE ZERO.
       01  WS-ORIGINAL-CT              PIC 9(5) VALUE ZERO.
       01  WS-CORRECTED-CT             PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED-CT             PIC 9(5) VALUE ZERO.
       01  WS-NO-MASTER-CT             PIC 9(5) VALUE ZERO.
       01  WS-FILING-RECORD-CT         PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  WS-BILLED-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-WAIVERS-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-2            PIC ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT-3            PIC ZZZ,ZZ9.99.
       01  WS-BIG-EDIT                 PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-BIG-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-FILING-HEADER.
           05  FILLER                  PIC X VALUE "H".
           05  WS-FH-TAX-YEAR          PIC X(4).
           05  WS-FH-FILER-ID          PIC X(9).
           05  WS-FH-FILER-NAME        PIC X(30).
           05  WS-FH-FILING-TYPE       PIC X.
           05  WS-FH-CREATED-DATE      PIC X(8).
       01  WS-FILING-DETAIL.
           05  FILLER                  PIC X VALUE "D".
           05  WS-FD-TAX-YEAR          PIC X(4).
           05  WS-FD-STUDENT-ID        PIC X(10).
           05  WS-FD-STUDENT-NAME      PIC X(20).
           05  WS-FD-ADDRESS-LINE-1    PIC X(25).
           05  WS-FD-ADDRESS-LINE-2    PIC X(25).
           05  WS-FD-CITY              PIC X(15).
           05  WS-FD-STATE             PIC XX.
           05  WS-FD-ZIP-CODE          PIC X(10).
           05  WS-FD-STATEMENT-TYPE    PIC X.
           05  WS-FD-PAYMENTS-SIGN     PIC X.
           05  WS-FD-PAYMENTS          PIC 9(7)V99.
           05  WS-FD-BILLED            PIC 9(7)V99.
           05  WS-FD-WAIVERS           PIC 9(7)V99.
       01  WS-FILING-TRAILER.
           05  FILLER                  PIC X VALUE "T".
           05  WS-FT-TAX-YEAR          PIC X(4).
           05  WS-FT-RECORD-CT         PIC 9(7).
           05  WS-FT-PAYMENTS-SIGN     PIC X.
           05  WS-FT-PAYMENTS-TOTAL    PIC 9(11)V99.
           05  WS-FT-BILLED-TOTAL      PIC 9(11)V99.
           05  WS-FT-WAIVERS-TOTAL     PIC 9(11)V99.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EOF-FLAG              PIC X.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).
       01  WS-ORIGINALS-DONE-FLAG      PIC X.

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM 200-CLEAR-YEAR-FIGURES
           PERFORM 300-TALLY-FEE-HISTORY
           PERFORM 350-TALLY-TERM-BILLING
           PERFORM 400-ISSUE-STATEMENTS

           PERFORM 500-WRITE-CONTROL-TOTALS
           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           DISPLAY "ENTER TAX YEAR (YYYY): "
           ACCEPT WS-TAX-YEAR
      *    ONLY A CLOSED CALENDAR YEAR CAN BE STATED - A STATEMENT
      *    FOR THE YEAR STILL RUNNING WOULD BE WRONG BY JANUARY.
           IF WS-TAX-YEAR NOT NUMERIC
               OR WS-TAX-YEAR-NUM NOT < WS-TODAY-YYYY
               DISPLAY "FATAL - TAX YEAR MUST BE A COMPLETED ",
                   "CALENDAR YEAR (YYYY)"
               STOP RUN
           END-IF

           DISPLAY "ENTER RUN MODE (O=ORIGINAL STATEMENTS, ",
               "C=CORRECTED STATEMENTS): "
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE NOT = "O" AND WS-RUN-MODE NOT = "C"
               DISPLAY "FATAL - RUN MODE MUST BE O OR C"
               STOP RUN
           END-IF

           PERFORM 140-CHECK-RUN-CONTROL

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

      *    NO OPEN ITEM FILE MEANS TERM BILLING HAS NEVER RUN, SO
      *    NOTHING WAS BILLED - THE STATEMENTS CARRY PAYMENTS ONLY.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS = "00"
               MOVE "Y" TO WS-OPENITEM-FILE-FLAG
           ELSE
               IF WS-OPEN-ITEM-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN OPENITEM.DAT, STATUS=",
                       WS-OPEN-ITEM-STATUS
                   STOP RUN
               END-IF
           END-IF

      *    THE FIRST STATEMENT RUN CREATES THE REGISTER.
           OPEN I-O TAX-REGISTER-FILE
           IF WS-TAX-REGISTER-STATUS = "35"
               OPEN OUTPUT TAX-REGISTER-FILE
               IF WS-TAX-REGISTER-STATUS = "00"
                   CLOSE TAX-REGISTER-FILE
                   OPEN I-O TAX-REGISTER-FILE
               END-IF
           END-IF
           IF WS-TAX-REGISTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN TAXREG.DAT, STATUS=",
                   WS-TAX-REGISTER-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TAX-STATEMENT-FILE
           IF WS-TAX-STATEMENT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN TAXSTMT.DAT, STATUS=",
                   WS-TAX-STATEMENT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TAX-FILING-FILE
           IF WS-TAX-FILING-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN TAXFILE.DAT, STATUS=",
                   WS-TAX-FILING-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TAX-REPORT-FILE
           IF WS-TAX-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN TAXRPT.DAT, STATUS=",
                   WS-TAX-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE WS-TAX-YEAR      TO WS-FH-TAX-YEAR
           MOVE WS-FILER-ID      TO WS-FH-FILER-ID
           MOVE WS-FILER-NAME    TO WS-FH-FILER-NAME
           MOVE WS-RUN-MODE      TO WS-FH-FILING-TYPE
           MOVE WS-TODAY-YMD     TO WS-FH-CREATED-DATE
           MOVE SPACES TO TAX-FILING-RECORD
           WRITE TAX-FILING-RECORD FROM WS-FILING-HEADER
           IF WS-TAX-FILING-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE TAXFILE.DAT, STATUS=",
                   WS-TAX-FILING-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - TUITION TAX STATEMENT CONTROL REPORT"
               TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           IF WS-RUN-MODE = "O"
               STRING "RUN DATE: " WS-RUN-DATE
                   "   TAX YEAR: " WS-TAX-YEAR
                   "   ORIGINAL STATEMENTS"
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
           ELSE
               STRING "RUN DATE: " WS-RUN-DATE
                   "   TAX YEAR: " WS-TAX-YEAR
                   "   CORRECTED STATEMENTS"
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
           END-IF
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           STRING "STUDENT ID STUDENT NAME         "
               "   NET PAYMENTS       BILLED      WAIVERS  ACTION"
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.
      ********************************************************

       140-CHECK-RUN-CONTROL.
      *    THE ORIGINALS GO OUT ONCE PER TAX YEAR - ANY CHANGE AFTER
      *    THAT IS A CORRECTION, SO A SECOND O RUN FOR THE SAME YEAR
      *    IS REFUSED, AND A C RUN IS REFUSED UNTIL THE ORIGINALS
      *    HAVE GONE OUT.
           MOVE "N" TO WS-ORIGINALS-DONE-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-FLAG
               PERFORM UNTIL WS-RC-EOF-FLAG = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF-FLAG
                       NOT AT END
                           IF RN-PROGRAM-ID = "TAXSTMT"
                               AND RN-EVENT = "C"
                               AND RN-RESULT(1:1) = "O"
                               AND RN-RESULT(2:4) = WS-TAX-YEAR
                               MOVE "Y" TO WS-ORIGINALS-DONE-FLAG
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

           IF WS-RUN-MODE = "O" AND WS-ORIGINALS-DONE-FLAG = "Y"
               DISPLAY "FATAL - ORIGINAL STATEMENTS FOR ", WS-TAX-YEAR,
                   " HAVE ALREADY BEEN ISSUED - RUN MODE C TO ",
                   "CORRECT THEM"
               STOP RUN
           END-IF
           IF WS-RUN-MODE = "C" AND WS-ORIGINALS-DONE-FLAG = "N"
               DISPLAY "FATAL - NO ORIGINAL STATEMENTS FOR ",
                   WS-TAX-YEAR, " HAVE BEEN ISSUED YET - RUN MODE O"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RC-RESULT
           STRING WS-RUN-MODE WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-RC-RESULT
           MOVE "S" TO WS-RC-EVENT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD.
      ********************************************************

       200-CLEAR-YEAR-FIGURES.
      *    THE YEAR'S FIGURES ARE WORKED OUT AFRESH EVERY RUN; WHAT
      *    WAS FILED STAYS IN THE TX-FILED- FIELDS FOR THE COMPARE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE LOW-VALUES TO TX-STUDENT-ID
           MOVE "N" TO WS-REG-EOF-FLAG
           START TAX-REGISTER-FILE KEY >= TX-REGISTER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REG-EOF-FLAG
           END-START

           PERFORM UNTIL WS-REG-EOF-FLAG = "Y"
               READ TAX-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REG-EOF-FLAG
                   NOT AT END
                       IF TX-TAX-YEAR NOT = WS-TAX-YEAR
                           MOVE "Y" TO WS-REG-EOF-FLAG
                       ELSE
                           MOVE ZERO TO TX-PAYMENTS
                           MOVE ZERO TO TX-BILLED
                           MOVE ZERO TO TX-WAIVERS
                           REWRITE TAX-REGISTER-RECORD
                           IF WS-TAX-REGISTER-STATUS NOT = "00"
                               DISPLAY "FATAL - CANNOT REWRITE ",
                                   "TAXREG.DAT, STATUS=",
                                   WS-TAX-REGISTER-STATUS
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ********************************************************

       300-TALLY-FEE-HISTORY.
      *    ARCHIVED MONTHS FIRST, THEN THE LIVE LOG. A MISSING FILE
      *    SIMPLY MEANS NO HISTORY ON THAT SIDE.
           OPEN INPUT FEE-ARCHIVE-FILE
           IF WS-FEE-ARCHIVE-STATUS = "35"
               CONTINUE
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
                           PERFORM 310-TALLY-ONE-HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE FEE-ARCHIVE-FILE
           END-IF

           OPEN INPUT FEE-TRANSACTION-LOG
           IF WS-FEE-LOG-STATUS = "35"
               CONTINUE
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
                           PERFORM 310-TALLY-ONE-HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE FEE-TRANSACTION-LOG
           END-IF.

       310-TALLY-ONE-HISTORY-REC.
      *    ONLY MONEY THE STUDENT PAID TOWARD THE ACCOUNT COUNTS AS
      *    A PAYMENT: A "P" (INCLUDING THE NET OF AN AGENCY CHECK)
      *    AND THE "A" COMMISSION THE AGENCY KEPT OUT OF WHAT THE
      *    STUDENT PAID IT. A REFUND AND A RETURNED CHECK ("N" WITH
      *    METHOD K) TAKE MONEY BACK. A "W" SCHOLARSHIP OR WAIVER IS
      *    STATED ON ITS OWN LINE - BUT A "W" CARRYING A LATE
      *    CHARGE'S "LC" REFERENCE ONLY CANCELS THAT CHARGE AND IS
      *    NOT A SCHOLARSHIP. LATE CHARGES, RETURNED-CHECK CHARGES,
      *    WRITE-OFFS AND RECOVERIES ARE NOT TUITION AND ARE LEFT OUT.
           ADD 1 TO WS-HISTORY-READ-CT
           IF FL-PAYMENT-DATE(7:4) = WS-TAX-YEAR
               MOVE ZERO TO WS-ADD-PAYMENTS
               MOVE ZERO TO WS-ADD-BILLED
               MOVE ZERO TO WS-ADD-WAIVERS
               IF FL-TRANS-TYPE = "P" OR FL-TRANS-TYPE = SPACE
                   OR FL-TRANS-TYPE = "A"
                   MOVE FL-AMOUNT TO WS-ADD-PAYMENTS
               END-IF
               IF FL-TRANS-TYPE = "R"
                   COMPUTE WS-ADD-PAYMENTS = ZERO - FL-AMOUNT
               END-IF
               IF FL-TRANS-TYPE = "N" AND FL-PAY-METHOD = "K"
                   COMPUTE WS-ADD-PAYMENTS = ZERO - FL-AMOUNT
               END-IF
               IF FL-TRANS-TYPE = "W"
                   AND FL-REFERENCE-NO(1:2) NOT = "LC"
                   MOVE FL-AMOUNT TO WS-ADD-WAIVERS
               END-IF
               IF WS-ADD-PAYMENTS NOT = ZERO
                   OR WS-ADD-WAIVERS NOT = ZERO
                   ADD 1 TO WS-HISTORY-USED-CT
                   MOVE FL-STUDENT-ID TO WS-ADD-STUDENT-ID
                   PERFORM 320-ADD-TO-REGISTER
               END-IF
           END-IF.

       320-ADD-TO-REGISTER.
      *    A STUDENT'S FIRST ENTRY FOR THE YEAR STARTS THE REGISTER
      *    RECORD, NOT YET FILED.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE WS-ADD-STUDENT-ID TO TX-STUDENT-ID
           MOVE "Y" TO WS-ON-REGISTER-FLAG
           READ TAX-REGISTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-REGISTER-FLAG
           END-READ

           IF WS-ON-REGISTER-FLAG = "N"
               MOVE WS-TAX-YEAR       TO TX-TAX-YEAR
               MOVE WS-ADD-STUDENT-ID TO TX-STUDENT-ID
               MOVE ZERO              TO TX-PAYMENTS
               MOVE ZERO              TO TX-BILLED
               MOVE ZERO              TO TX-WAIVERS
               MOVE "N"               TO TX-FILED-FLAG
               MOVE SPACE             TO TX-FILED-TYPE
               MOVE SPACES            TO TX-FILED-DATE
               MOVE ZERO              TO TX-FILED-PAYMENTS
               MOVE ZERO              TO TX-FILED-BILLED
               MOVE ZERO              TO TX-FILED-WAIVERS
               MOVE ZERO              TO TX-CORRECTION-CT
           END-IF

           ADD WS-ADD-PAYMENTS TO TX-PAYMENTS
           ADD WS-ADD-BILLED   TO TX-BILLED
           ADD WS-ADD-WAIVERS  TO TX-WAIVERS

           IF WS-ON-REGISTER-FLAG = "N"
               WRITE TAX-REGISTER-RECORD
           ELSE
               REWRITE TAX-REGISTER-RECORD
           END-IF
           IF WS-TAX-REGISTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE TAXREG.DAT, STATUS=",
                   WS-TAX-REGISTER-STATUS
               STOP RUN
           END-IF.
      ********************************************************

       350-TALLY-TERM-BILLING.
      *    THE LOGS NEVER CARRY THE TERM CHARGES - TERM BILLING
      *    WRITES THEM STRAIGHT TO THE OPEN ITEM FILE AS DATED
      *    INSTALLMENTS (SEQUENCES BELOW 51). A CHARGE IS STATED
      *    IN THE YEAR IT WAS BILLED, WHATEVER ITS DUE DATES.
           IF WS-OPENITEM-FILE-FLAG = "Y"
               MOVE LOW-VALUES TO OI-ITEM-KEY
               MOVE "N" TO WS-ITEM-EOF-FLAG
               START OPEN-ITEM-FILE KEY >= OI-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-EOF-FLAG
               END-START

               PERFORM UNTIL WS-ITEM-EOF-FLAG = "Y"
                   READ OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ITEM-EOF-FLAG
                       NOT AT END
                           IF OI-ITEM-SEQ < 51
                               AND OI-BILLED-PERIOD(1:4) = WS-TAX-YEAR
                               ADD 1 TO WS-BILLED-ITEM-CT
                               MOVE ZERO TO WS-ADD-PAYMENTS
                               MOVE OI-AMOUNT-DUE TO WS-ADD-BILLED
                               MOVE ZERO TO WS-ADD-WAIVERS
                               MOVE OI-STUDENT-ID TO WS-ADD-STUDENT-ID
                               PERFORM 320-ADD-TO-REGISTER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      ********************************************************

       400-ISSUE-STATEMENTS.
      *    ONE PASS OVER THE YEAR'S REGISTER IN STUDENT ORDER. IN
      *    MODE O EVERY STUDENT WITH ANY FIGURE GETS AN ORIGINAL. IN
      *    MODE C A STUDENT ALREADY FILED GETS A CORRECTED STATEMENT
      *    ONLY IF A FIGURE HAS MOVED (EVEN TO ZERO), AND ONE NEVER
      *    FILED BUT NOW WITH FIGURES GETS A LATE ORIGINAL. NOTHING
      *    IS MARKED FILED HERE - 450 DOES THAT ONCE THE FILING
      *    EXTRACT IS WHOLE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE LOW-VALUES TO TX-STUDENT-ID
           MOVE "N" TO WS-REG-EOF-FLAG
           START TAX-REGISTER-FILE KEY >= TX-REGISTER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REG-EOF-FLAG
           END-START

           PERFORM UNTIL WS-REG-EOF-FLAG = "Y"
               READ TAX-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REG-EOF-FLAG
                   NOT AT END
                       IF TX-TAX-YEAR NOT = WS-TAX-YEAR
                           MOVE "Y" TO WS-REG-EOF-FLAG
                       ELSE
                           PERFORM 410-DECIDE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       405-DECIDE-ISSUE.
      *    IN MODE O NO ORIGINAL FOR THE YEAR HAS GONE OUT - 140 HAS
      *    PROVED IT - SO A FILED FLAG CAN ONLY HAVE BEEN LEFT BY AN
      *    O RUN THAT STOPPED SHORT, AND THE STUDENT IS ISSUED AN
      *    ORIGINAL AGAIN.
           MOVE "N" TO WS-ISSUE-FLAG
           MOVE "N" TO WS-UNCHANGED-FLAG
           IF TX-FILED-FLAG = "Y" AND WS-RUN-MODE = "C"
               IF TX-PAYMENTS = TX-FILED-PAYMENTS
                   AND TX-BILLED = TX-FILED-BILLED
                   AND TX-WAIVERS = TX-FILED-WAIVERS
                   MOVE "Y" TO WS-UNCHANGED-FLAG
               ELSE
                   MOVE "Y" TO WS-ISSUE-FLAG
                   MOVE "C" TO WS-ISSUE-TYPE
               END-IF
           ELSE
               IF TX-PAYMENTS NOT = ZERO OR TX-BILLED NOT = ZERO
                   OR TX-WAIVERS NOT = ZERO
                   MOVE "Y" TO WS-ISSUE-FLAG
                   MOVE "O" TO WS-ISSUE-TYPE
               END-IF
           END-IF.
      ********************************************************

       410-DECIDE-ONE-STUDENT.
           PERFORM 405-DECIDE-ISSUE
           IF WS-UNCHANGED-FLAG = "Y"
               ADD 1 TO WS-UNCHANGED-CT
           END-IF

           IF WS-ISSUE-FLAG = "Y"
               MOVE TX-STUDENT-ID TO SM-STUDENT-ID
               MOVE "Y" TO WS-MASTER-FOUND-FLAG
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MASTER-FOUND-FLAG
               END-READ

      *        WITH NO MASTER RECORD THERE IS NO NAME OR ADDRESS TO
      *        STATE - THE STUDENT IS LEFT UNFILED AND LISTED, AND A
      *        LATER CORRECTION RUN PICKS THEM UP ONCE RESTORED.
               IF WS-MASTER-FOUND-FLAG = "N"
                   ADD 1 TO WS-NO-MASTER-CT
                   MOVE TX-PAYMENTS TO WS-AMOUNT-EDIT
                   MOVE TX-BILLED TO WS-AMOUNT-EDIT-2
                   MOVE TX-WAIVERS TO WS-AMOUNT-EDIT-3
                   MOVE SPACES TO TAX-REPORT-LINE
                   STRING TX-STUDENT-ID " ** NOT ON STUDENT MASTER **"
                       WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                       WS-AMOUNT-EDIT-3 "  NOT ISSUED"
                       DELIMITED BY SIZE INTO TAX-REPORT-LINE
                   WRITE TAX-REPORT-LINE
               ELSE
                   PERFORM 420-PRINT-TAX-STATEMENT
                   PERFORM 430-WRITE-FILING-DETAIL
                   PERFORM 440-LIST-ISSUED
               END-IF
           END-IF.
      ********************************************************

       420-PRINT-TAX-STATEMENT.
           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "ABC DEPARTMENT - TUITION STATEMENT FOR TAX YEAR "
               WS-TAX-YEAR
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           IF WS-ISSUE-TYPE = "C"
               MOVE "*** CORRECTED STATEMENT - REPLACES THE ONE SENT "
                   TO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
               MOVE SPACES TO TAX-STATEMENT-LINE
               STRING "    EARLIER FOR THIS TAX YEAR (FILED "
                   TX-FILED-DATE ") ***"
                   DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
           END-IF

           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "STATEMENT DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "FILER: " WS-FILER-NAME " ID: " WS-FILER-ID
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE SPACES TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "STUDENT ID: " SM-STUDENT-ID
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "STUDENT NAME: " SM-STUDENT-NAME
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           IF SM-ADDRESS-LINE-1 = SPACES
               MOVE "    (NO MAILING ADDRESS ON FILE)"
                   TO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
           ELSE
               MOVE SPACES TO TAX-STATEMENT-LINE
               STRING "    " SM-ADDRESS-LINE-1
                   DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
               IF SM-ADDRESS-LINE-2 NOT = SPACES
                   MOVE SPACES TO TAX-STATEMENT-LINE
                   STRING "    " SM-ADDRESS-LINE-2
                       DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
                   WRITE TAX-STATEMENT-LINE
               END-IF
               MOVE SPACES TO TAX-STATEMENT-LINE
               STRING "    " SM-CITY " " SM-STATE " " SM-ZIP-CODE
                   DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
           END-IF

           MOVE SPACES TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE TX-PAYMENTS TO WS-AMOUNT-EDIT
           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "PAYMENTS RECEIVED, NET OF REFUNDS:     $"
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE TX-BILLED TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "TERM CHARGES BILLED:                   $"
               WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE TX-WAIVERS TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO TAX-STATEMENT-LINE
           STRING "SCHOLARSHIPS AND WAIVERS:              $"
               WS-AMOUNT-EDIT-3
               DELIMITED BY SIZE INTO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE SPACES TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE "  PAYMENTS ARE NET OF REFUNDS AND RETURNED CHECKS AND"
               TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE "  EXCLUDE LATE AND RETURNED-CHECK CHARGES. KEEP THIS"
               TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE "  STATEMENT WITH YOUR TAX RECORDS."
               TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE ALL "-" TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE

           MOVE SPACES TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE.
      ********************************************************

       430-WRITE-FILING-DETAIL.
           MOVE WS-TAX-YEAR           TO WS-FD-TAX-YEAR
           MOVE SM-STUDENT-ID         TO WS-FD-STUDENT-ID
           MOVE SM-STUDENT-NAME       TO WS-FD-STUDENT-NAME
           MOVE SM-ADDRESS-LINE-1     TO WS-FD-ADDRESS-LINE-1
           MOVE SM-ADDRESS-LINE-2     TO WS-FD-ADDRESS-LINE-2
           MOVE SM-CITY               TO WS-FD-CITY
           MOVE SM-STATE              TO WS-FD-STATE
           MOVE SM-ZIP-CODE           TO WS-FD-ZIP-CODE
           MOVE WS-ISSUE-TYPE         TO WS-FD-STATEMENT-TYPE
           IF TX-PAYMENTS < ZERO
               MOVE "-" TO WS-FD-PAYMENTS-SIGN
               COMPUTE WS-FD-PAYMENTS = ZERO - TX-PAYMENTS
           ELSE
               MOVE "+" TO WS-FD-PAYMENTS-SIGN
               MOVE TX-PAYMENTS TO WS-FD-PAYMENTS
           END-IF
           MOVE TX-BILLED             TO WS-FD-BILLED
           MOVE TX-WAIVERS            TO WS-FD-WAIVERS
           MOVE SPACES TO TAX-FILING-RECORD
           WRITE TAX-FILING-RECORD FROM WS-FILING-DETAIL
           IF WS-TAX-FILING-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE TAXFILE.DAT, STATUS=",
                   WS-TAX-FILING-STATUS
               STOP RUN
           END-IF

           ADD 1 TO WS-FILING-RECORD-CT
           ADD TX-PAYMENTS TO WS-PAYMENTS-TOTAL
           ADD TX-BILLED TO WS-BILLED-TOTAL
           ADD TX-WAIVERS TO WS-WAIVERS-TOTAL.
      ********************************************************

       440-LIST-ISSUED.
           IF WS-ISSUE-TYPE = "C"
               ADD 1 TO WS-CORRECTED-CT
           ELSE
               ADD 1 TO WS-ORIGINAL-CT
           END-IF

           MOVE TX-PAYMENTS TO WS-AMOUNT-EDIT
           MOVE TX-BILLED TO WS-AMOUNT-EDIT-2
           MOVE TX-WAIVERS TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO TAX-REPORT-LINE
           IF WS-ISSUE-TYPE = "C"
               STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
                   WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                   WS-AMOUNT-EDIT-3 "  CORRECTED"
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
           ELSE
               STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
                   WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                   WS-AMOUNT-EDIT-3 "  ORIGINAL"
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
           END-IF
           WRITE TAX-REPORT-LINE.
      ********************************************************

       450-MARK-FILED-STATEMENTS.
      *    WHAT WENT OUT IS WHAT THE NEXT CORRECTION RUN COMPARES
      *    AGAINST, SO THE REGISTER IS MARKED ONLY ONCE THE FILING
      *    EXTRACT IS WHOLE, TRAILER AND ALL: A RUN THAT STOPS
      *    BEFORE THIS POINT HAS MARKED NOTHING, AND ITS RERUN
      *    ISSUES AND FILES THE SAME STATEMENTS IN FULL. THE SECOND
      *    PASS MAKES THE SAME DECISION 410 MADE AND MARKS ONLY
      *    WHAT WAS ISSUED.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE LOW-VALUES TO TX-STUDENT-ID
           MOVE "N" TO WS-REG-EOF-FLAG
           START TAX-REGISTER-FILE KEY >= TX-REGISTER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REG-EOF-FLAG
           END-START

           PERFORM UNTIL WS-REG-EOF-FLAG = "Y"
               READ TAX-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REG-EOF-FLAG
                   NOT AT END
                       IF TX-TAX-YEAR NOT = WS-TAX-YEAR
                           MOVE "Y" TO WS-REG-EOF-FLAG
                       ELSE
                           PERFORM 460-MARK-ONE-FILED
                       END-IF
               END-READ
           END-PERFORM.
      ********************************************************

       460-MARK-ONE-FILED.
           PERFORM 405-DECIDE-ISSUE
           IF WS-ISSUE-FLAG = "Y"
               MOVE TX-STUDENT-ID TO SM-STUDENT-ID
               MOVE "Y" TO WS-MASTER-FOUND-FLAG
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MASTER-FOUND-FLAG
               END-READ
           END-IF

           IF WS-ISSUE-FLAG = "Y" AND WS-MASTER-FOUND-FLAG = "Y"
               IF WS-ISSUE-TYPE = "C"
                   ADD 1 TO TX-CORRECTION-CT
               END-IF
               MOVE "Y"            TO TX-FILED-FLAG
               MOVE WS-ISSUE-TYPE  TO TX-FILED-TYPE
               MOVE WS-TODAY-YMD   TO TX-FILED-DATE
               MOVE TX-PAYMENTS    TO TX-FILED-PAYMENTS
               MOVE TX-BILLED      TO TX-FILED-BILLED
               MOVE TX-WAIVERS     TO TX-FILED-WAIVERS
               REWRITE TAX-REGISTER-RECORD
               IF WS-TAX-REGISTER-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT REWRITE TAXREG.DAT, ",
                       "STATUS=", WS-TAX-REGISTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
      ********************************************************

       500-WRITE-CONTROL-TOTALS.
      *    THE TRAILER CARRIES THE GRAND TOTALS OF EVERY D RECORD
      *    SO THE TAX AUTHORITY CAN PROVE THE FILE ARRIVED WHOLE.
           MOVE WS-TAX-YEAR         TO WS-FT-TAX-YEAR
           MOVE WS-FILING-RECORD-CT TO WS-FT-RECORD-CT
           IF WS-PAYMENTS-TOTAL < ZERO
               MOVE "-" TO WS-FT-PAYMENTS-SIGN
               COMPUTE WS-FT-PAYMENTS-TOTAL = ZERO - WS-PAYMENTS-TOTAL
           ELSE
               MOVE "+" TO WS-FT-PAYMENTS-SIGN
               MOVE WS-PAYMENTS-TOTAL TO WS-FT-PAYMENTS-TOTAL
           END-IF
           MOVE WS-BILLED-TOTAL     TO WS-FT-BILLED-TOTAL
           MOVE WS-WAIVERS-TOTAL    TO WS-FT-WAIVERS-TOTAL
           MOVE SPACES TO TAX-FILING-RECORD
           WRITE TAX-FILING-RECORD FROM WS-FILING-TRAILER
           IF WS-TAX-FILING-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE TAXFILE.DAT, STATUS=",
                   WS-TAX-FILING-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-HISTORY-READ-CT TO WS-BIG-COUNT-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "FEE HISTORY RECORDS READ:      " WS-BIG-COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-HISTORY-USED-CT TO WS-BIG-COUNT-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "  STATED FOR THE TAX YEAR:     " WS-BIG-COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-BILLED-ITEM-CT TO WS-BIG-COUNT-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "TERM INSTALLMENTS BILLED:      " WS-BIG-COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-ORIGINAL-CT TO WS-COUNT-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "ORIGINAL STATEMENTS ISSUED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-CORRECTED-CT TO WS-COUNT-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "CORRECTED STATEMENTS ISSUED:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           IF WS-RUN-MODE = "C"
               MOVE WS-UNCHANGED-CT TO WS-COUNT-EDIT
               MOVE SPACES TO TAX-REPORT-LINE
               STRING "FILED STATEMENTS UNCHANGED:      " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
           END-IF

           MOVE WS-NO-MASTER-CT TO WS-COUNT-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "NOT ISSUED - NO MASTER RECORD:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-FILING-RECORD-CT TO WS-COUNT-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "FILING EXTRACT DETAIL RECORDS:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-PAYMENTS-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "  TOTAL NET PAYMENTS:      $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-BILLED-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "  TOTAL TERM CHARGES:      $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE

           MOVE WS-WAIVERS-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO TAX-REPORT-LINE
           STRING "  TOTAL SCHOLARSHIPS:      $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.
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
           MOVE "TAXSTMT" TO RN-PROGRAM-ID
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
           CLOSE TAX-STATEMENT-FILE
           CLOSE TAX-FILING-FILE
           CLOSE TAX-REPORT-FILE

           PERFORM 450-MARK-FILED-STATEMENTS

           CLOSE STUDENT-MASTER-FILE
           IF WS-OPENITEM-FILE-FLAG = "Y"
               CLOSE OPEN-ITEM-FILE
           END-IF
           CLOSE TAX-REGISTER-FILE

      *    THE RUN CONTROL RESULT WAS SET BY 140 - THE MODE AND THE
      *    TAX YEAR, WHICH IS HOW A LATER RUN KNOWS THE ORIGINALS
      *    FOR THE YEAR HAVE GONE OUT.
           MOVE "C" TO WS-RC-EVENT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "TAX STATEMENT RUN COMPLETE - ", WS-ORIGINAL-CT,
               " ORIGINAL(S), ", WS-CORRECTED-CT,
               " CORRECTED; SEE TAXSTMT.DAT AND TAXRPT.DAT".
      ********************************************************
