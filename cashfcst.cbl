      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO FORECAST THE CASH THE OPEN INSTALLMENTS WILL
      *        BRING IN OVER THE NEXT THIRTEEN WEEKS, BY WEEK AND
      *        SEMESTER, AT BOTH THE CONTRACTUAL AMOUNT AND THE
      *        AMOUNT EXPECTED AT THE ON-TIME COLLECTION RATE
      *        MEASURED FROM THE FEE HISTORY - AND TO SHOW HOW
      *        EARLIER FORECASTS COMPARED WITH THE CASH ACTUALLY
      *        COLLECTED ONCE THEIR WEEKS HAVE PASSED

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HISTORY-KEY
               ALTERNATE RECORD KEY IS FH-POSTING-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FEE-HISTORY-STATUS.

           SELECT CASH-FORECAST-FILE ASSIGN TO "FORECAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FORECAST-KEY
               FILE STATUS IS WS-CASH-FORECAST-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "FCSTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
       COPY OPENITEM.

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  CASH-FORECAST-FILE.
       COPY FORECAST.

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE        PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
      *    EACH HISTORY ENTRY'S FH-LOG-IMAGE IS MOVED HERE SO THE
      *    FEE LOG FIELD NAMES CAN BE USED ON IT.
       COPY FEELOG.

       01  WS-OPEN-ITEM-STATUS         PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-CASH-FORECAST-STATUS     PIC XX.
       01  WS-FORECAST-REPORT-STATUS   PIC XX.
       01  WS-ITEM-EOF-FLAG            PIC X VALUE "N".
       01  WS-HIST-EOF-FLAG            PIC X.
       01  WS-FCST-EOF-FLAG            PIC X.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-TODAY-YMD                PIC 9(8).
       01  WS-TODAY-YMD-X REDEFINES WS-TODAY-YMD
                                       PIC X(8).
       01  WS-TODAY-INT                PIC 9(7) COMP.
      *    THE FORECAST WEEKS RUN MONDAY THROUGH SUNDAY, THE FIRST
      *    BEING THE WEEK THE RUN FALLS IN, SO EVERY RUN BUCKETS
      *    ON THE SAME CALENDAR WEEKS AND A SAVED WEEK CAN BE
      *    FOUND AGAIN BY ITS MONDAY. DAY 1 OF THE INTEGER DATES
      *    (JANUARY 1, 1601) WAS A MONDAY.
       01  WS-WEEKS-FORECAST           PIC 99 VALUE 13.
       01  WS-DAYS-INTO-WEEK           PIC 9 COMP.
       01  WS-WEEK1-START-INT          PIC 9(7) COMP.
       01  WS-HORIZON-END-INT          PIC 9(7) COMP.
      *    THE ON-TIME RATE IS MEASURED OVER THE INSTALLMENTS THAT
      *    FELL DUE IN THE FIFTY-TWO WEEKS BEFORE TODAY.
       01  WS-LOOKBACK-DAYS            PIC 999 VALUE 364.
       01  WS-LOOKBACK-START-INT       PIC 9(7) COMP.
       01  WS-WEEK-START-INT           PIC 9(7) COMP.
       01  WS-WEEK-END-INT             PIC 9(7) COMP.
       01  WS-WEEK-START-YMD           PIC 9(8).
       01  WS-WEEK-START-YMD-X REDEFINES WS-WEEK-START-YMD
                                       PIC X(8).
       01  WS-WEEK-END-YMD             PIC 9(8).
       01  WS-WEEK-END-YMD-X REDEFINES WS-WEEK-END-YMD
                                       PIC X(8).
       01  WS-DUE-YMD                  PIC 9(8).
       01  WS-DUE-YMD-X REDEFINES WS-DUE-YMD
                                       PIC X(8).
       01  WS-DUE-INT                  PIC 9(7) COMP.
       01  WS-WEEK-SUB                 PIC 99.
       01  WS-SEM-SUB                  PIC 99.
      *    THE FORECAST ITSELF - CONTRACTUAL AND EXPECTED AMOUNTS
      *    BY WEEK AND SEMESTER.
       01  WS-FORECAST-TABLE.
           05  WS-FC-WEEK              OCCURS 13 TIMES.
               10  WS-FC-SEM           OCCURS 10 TIMES.
                   15  WS-FC-CONTRACT  PIC 9(7)V99 VALUE ZERO.
                   15  WS-FC-EXPECTED  PIC 9(7)V99 VALUE ZERO.
      *    THE ON-TIME MEASURE BY SEMESTER. WS-RT-SOURCE IS "M"
      *    (MEASURED), "O" (NO HISTORY FOR THE SEMESTER - THE
      *    OVERALL RATE IS USED) OR "N" (NO HISTORY AT ALL - THE
      *    CONTRACTUAL AMOUNT IS EXPECTED IN FULL).
       01  WS-RATE-TABLE.
           05  WS-RT-SEM               OCCURS 10 TIMES.
               10  WS-RT-DUE           PIC 9(9)V99 VALUE ZERO.
               10  WS-RT-ON-TIME       PIC 9(9)V99 VALUE ZERO.
               10  WS-RT-RATE          PIC 9V9999 VALUE ZERO.
               10  WS-RT-SOURCE        PIC X VALUE SPACE.
       01  WS-ALL-DUE                  PIC 9(9)V99 VALUE ZERO.
       01  WS-ALL-ON-TIME              PIC 9(9)V99 VALUE ZERO.
       01  WS-ALL-RATE                 PIC 9V9999 VALUE 1.
      *    ONE STUDENT'S RUNNING POSITION WHILE THE INSTALLMENTS
      *    AND THE CASH HISTORY ARE WALKED SIDE BY SIDE.
       01  WS-CUR-STUDENT-ID           PIC X(10) VALUE SPACES.
       01  WS-CUM-DUE                  PIC S9(7)V99.
       01  WS-CUM-PAID                 PIC S9(7)V99.
       01  WS-AVAILABLE                PIC S9(7)V99.
       01  WS-ON-TIME-AMT              PIC 9(5)V99.
       01  WS-UNPAID-AMT               PIC 9(5)V99.
       01  WS-CASH-AMT                 PIC S9(5)V99.
      *    ACTUAL CASH COLLECTED IN ONE PASSED WEEK, BY SEMESTER.
       01  WS-ACTUAL-WEEK-START        PIC X(8) VALUE SPACES.
       01  WS-ACTUAL-TABLE.
           05  WS-ACTUAL-AMT           OCCURS 10 TIMES
                                        PIC S9(7)V99.
       01  WS-PRINT-WEEK-START         PIC X(8) VALUE SPACES.
       01  WS-PRINT-WEEK-END           PIC X(8).
       01  WS-WK-CONTRACT              PIC 9(7)V99 VALUE ZERO.
       01  WS-WK-EXPECTED              PIC 9(7)V99 VALUE ZERO.
       01  WS-WK-ACTUAL                PIC S9(7)V99 VALUE ZERO.
       01  WS-DIFFERENCE               PIC S9(7)V99.
       01  WS-GRAND-CONTRACT           PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-EXPECTED           PIC 9(9)V99 VALUE ZERO.
       01  WS-ARREARS-AMT              PIC 9(9)V99 VALUE ZERO.
       01  WS-BEYOND-AMT               PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-BAD-ITEM-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-COMPARED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SAVED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-AMT-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-AMT2-EDIT                PIC Z,ZZZ,ZZ9.99.
       01  WS-AMT3-EDIT                PIC -,---,--9.99.
       01  WS-DIFF-EDIT                PIC -,---,--9.99.
       01  WS-BIG-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT                      PIC 999V99.
       01  WS-PCT-EDIT                 PIC ZZ9.99.
       01  WS-WEEK-EDIT                PIC Z9.
       01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-RATE-NOTE                PIC X(30).
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM 200-COMPARE-PASSED-WEEKS

           PERFORM UNTIL WS-ITEM-EOF-FLAG = "Y"
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF-FLAG
                   NOT AT END
                       PERFORM 300-PROCESS-ONE-ITEM
               END-READ
           END-PERFORM

           PERFORM 350-SET-COLLECTION-RATES
           PERFORM 400-SAVE-FORECAST
           PERFORM 500-WRITE-FORECAST-REPORT
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
           COMPUTE WS-DAYS-INTO-WEEK =
               FUNCTION MOD(WS-TODAY-INT - 1, 7)
           COMPUTE WS-WEEK1-START-INT =
               WS-TODAY-INT - WS-DAYS-INTO-WEEK
           COMPUTE WS-HORIZON-END-INT =
               WS-WEEK1-START-INT + (7 * WS-WEEKS-FORECAST) - 1
           COMPUTE WS-LOOKBACK-START-INT =
               WS-TODAY-INT - WS-LOOKBACK-DAYS

           MOVE "S" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN OPENITEM.DAT, STATUS=",
                   WS-OPEN-ITEM-STATUS
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPEN-ITEM-FILE KEY >= OI-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-EOF-FLAG
           END-START

           OPEN INPUT FEE-HISTORY-FILE
           IF WS-FEE-HISTORY-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN FEEHIST.DAT, STATUS=",
                   WS-FEE-HISTORY-STATUS,
                   " - RUN HISTBLD TO BUILD THE FEE HISTORY"
               STOP RUN
           END-IF

           OPEN I-O CASH-FORECAST-FILE
           IF WS-CASH-FORECAST-STATUS = "35"
               OPEN OUTPUT CASH-FORECAST-FILE
               IF WS-CASH-FORECAST-STATUS = "00"
                   CLOSE CASH-FORECAST-FILE
                   OPEN I-O CASH-FORECAST-FILE
               END-IF
           END-IF
           IF WS-CASH-FORECAST-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN FORECAST.DAT, STATUS=",
                   WS-CASH-FORECAST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT FORECAST-REPORT-FILE
           IF WS-FORECAST-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN FCSTRPT.DAT, STATUS=",
                   WS-FORECAST-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - THIRTEEN-WEEK CASH-FLOW FORECAST"
               TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
      ********************************************************

       200-COMPARE-PASSED-WEEKS.
      *    EVERY SAVED FORECAST WEEK THAT HAS ENDED AND HAS NOT YET
      *    BEEN COMPARED IS SET AGAINST THE CASH ACTUALLY COLLECTED
      *    IN IT, BY SEMESTER, AND MARKED COMPARED. THE ACTUAL IS
      *    ALL THE CASH THAT CAME IN THAT WEEK - ARREARS AND
      *    PREPAYMENTS INCLUDED - SINCE THAT IS WHAT THE BUSINESS
      *    OFFICE ACTUALLY HAD TO SPEND.
           MOVE "FORECAST ACCURACY - WEEKS PASSED SINCE LAST RUN"
               TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "WEEK OF   SEM   CONTRACTUAL      EXPECTED"
               "        ACTUAL    DIFFERENCE"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE "N" TO WS-FCST-EOF-FLAG
           MOVE LOW-VALUES TO FC-FORECAST-KEY
           START CASH-FORECAST-FILE KEY >= FC-FORECAST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FCST-EOF-FLAG
           END-START

           PERFORM UNTIL WS-FCST-EOF-FLAG = "Y"
               READ CASH-FORECAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FCST-EOF-FLAG
                   NOT AT END
                       IF FC-COMPARED-FLAG = "N"
                           AND FC-WEEK-END < WS-TODAY-YMD-X
                           PERFORM 210-COMPARE-ONE-WEEK-SEMESTER
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRINT-WEEK-START NOT = SPACES
               PERFORM 230-WRITE-WEEK-COMPARE-TOTAL
           END-IF

           IF WS-COMPARED-COUNT = ZERO
               MOVE "  (NO SAVED FORECAST WEEK HAS PASSED SINCE THE "
                   TO FORECAST-REPORT-LINE
               MOVE "LAST RUN)" TO FORECAST-REPORT-LINE (48:9)
               WRITE FORECAST-REPORT-LINE
           END-IF

           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
      ********************************************************

       210-COMPARE-ONE-WEEK-SEMESTER.
           IF FC-WEEK-START NOT = WS-ACTUAL-WEEK-START
               IF WS-PRINT-WEEK-START NOT = SPACES
                   PERFORM 230-WRITE-WEEK-COMPARE-TOTAL
               END-IF
               MOVE FC-WEEK-START TO WS-PRINT-WEEK-START
               MOVE FC-WEEK-END TO WS-PRINT-WEEK-END
               PERFORM 220-TALLY-WEEK-ACTUALS
           END-IF

           MOVE FC-SEMESTER TO WS-SEM-SUB
           MOVE WS-ACTUAL-AMT(WS-SEM-SUB) TO FC-ACTUAL-AMT
           MOVE "Y" TO FC-COMPARED-FLAG
           MOVE WS-TODAY-YMD-X TO FC-COMPARE-DATE
           REWRITE CASH-FORECAST-RECORD
           IF WS-CASH-FORECAST-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT REWRITE FORECAST.DAT, STATUS=",
                   WS-CASH-FORECAST-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-COMPARED-COUNT

           ADD FC-CONTRACT-AMT TO WS-WK-CONTRACT
           ADD FC-EXPECTED-AMT TO WS-WK-EXPECTED
           ADD FC-ACTUAL-AMT TO WS-WK-ACTUAL

           IF FC-CONTRACT-AMT NOT = ZERO OR FC-ACTUAL-AMT NOT = ZERO
               COMPUTE WS-DIFFERENCE = FC-ACTUAL-AMT - FC-EXPECTED-AMT
               MOVE FC-CONTRACT-AMT TO WS-AMT-EDIT
               MOVE FC-EXPECTED-AMT TO WS-AMT2-EDIT
               MOVE FC-ACTUAL-AMT TO WS-AMT3-EDIT
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING FC-WEEK-START "  " FC-SEMESTER "  "
                   WS-AMT-EDIT "  " WS-AMT2-EDIT "  "
                   WS-AMT3-EDIT "  " WS-DIFF-EDIT
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.
      ********************************************************

       220-TALLY-WEEK-ACTUALS.
      *    THE WEEK'S CASH IS READ BY POSTING DATE FROM THE FEE
      *    HISTORY'S ALTERNATE KEY: PAYMENTS IN, REFUNDS AND
      *    RETURNED CHECKS (NSF ENTRIES CARRYING METHOD K) OUT.
           MOVE FC-WEEK-START TO WS-ACTUAL-WEEK-START
           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               MOVE ZERO TO WS-ACTUAL-AMT(WS-SEM-SUB)
           END-PERFORM

           MOVE FC-WEEK-START TO FH-POSTING-DATE
           MOVE "N" TO WS-HIST-EOF-FLAG
           START FEE-HISTORY-FILE KEY >= FH-POSTING-DATE
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-START

           PERFORM UNTIL WS-HIST-EOF-FLAG = "Y"
               READ FEE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF FH-POSTING-DATE > FC-WEEK-END
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                       ELSE
                           MOVE FH-LOG-IMAGE TO FEE-LOG-RECORD
                           PERFORM 340-CLASSIFY-CASH
                           IF FL-SEMESTER >= 1 AND FL-SEMESTER <= 10
                               MOVE FL-SEMESTER TO WS-SEM-SUB
                               ADD WS-CASH-AMT
                                   TO WS-ACTUAL-AMT(WS-SEM-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ********************************************************

       230-WRITE-WEEK-COMPARE-TOTAL.
           COMPUTE WS-DIFFERENCE = WS-WK-ACTUAL - WS-WK-EXPECTED
           MOVE WS-WK-CONTRACT TO WS-AMT-EDIT
           MOVE WS-WK-EXPECTED TO WS-AMT2-EDIT
           MOVE WS-WK-ACTUAL TO WS-AMT3-EDIT
           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "  WEEK TOTAL " "  " WS-AMT-EDIT "  "
               WS-AMT2-EDIT "  " WS-AMT3-EDIT "  " WS-DIFF-EDIT
               "  THRU " WS-PRINT-WEEK-END
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE ZERO TO WS-WK-CONTRACT
           MOVE ZERO TO WS-WK-EXPECTED
           MOVE ZERO TO WS-WK-ACTUAL.
      ********************************************************

       300-PROCESS-ONE-ITEM.
      *    THE OPEN ITEM FILE READS BACK STUDENT BY STUDENT, EACH
      *    STUDENT'S ITEMS OLDEST DUE DATE FIRST, AND THE FEE
      *    HISTORY READS THE SAME STUDENT'S CASH IN POSTING ORDER,
      *    SO THE TWO ARE WALKED SIDE BY SIDE. CASH IS APPLIED TO
      *    THE OLDEST ITEM FIRST, AS THE FEE PAYMENT RUN DOES, AND
      *    AN ITEM COUNTS AS COLLECTED ON TIME TO THE EXTENT THE
      *    STUDENT'S CASH TO DATE HAD COVERED IT BY ITS DUE DATE.
           ADD 1 TO WS-ITEM-COUNT
           IF OI-STUDENT-ID NOT = WS-CUR-STUDENT-ID
               PERFORM 310-START-STUDENT
           END-IF

           MOVE OI-DUE-DATE TO WS-DUE-YMD-X
           IF WS-DUE-YMD NOT NUMERIC
               OR OI-SEMESTER < 1 OR OI-SEMESTER > 10
               ADD 1 TO WS-BAD-ITEM-COUNT
           ELSE
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
               MOVE OI-SEMESTER TO WS-SEM-SUB
               PERFORM 320-MEASURE-ON-TIME
               PERFORM 330-BUCKET-UNPAID-AMOUNT
           END-IF.
      ********************************************************

       310-START-STUDENT.
           MOVE OI-STUDENT-ID TO WS-CUR-STUDENT-ID
           MOVE ZERO TO WS-CUM-DUE
           MOVE ZERO TO WS-CUM-PAID
           MOVE OI-STUDENT-ID TO FH-STUDENT-ID
           MOVE LOW-VALUES TO FH-POSTING-DATE
           MOVE ZERO TO FH-ENTRY-SEQ
           MOVE "N" TO WS-HIST-EOF-FLAG
           START FEE-HISTORY-FILE KEY >= FH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-START
           IF WS-HIST-EOF-FLAG = "N"
               PERFORM 315-READ-STUDENT-HISTORY
           END-IF.
      ********************************************************

       315-READ-STUDENT-HISTORY.
           READ FEE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF FH-STUDENT-ID NOT = WS-CUR-STUDENT-ID
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   END-IF
           END-READ.
      ********************************************************

       320-MEASURE-ON-TIME.
      *    TAKE IN THE STUDENT'S CASH POSTED UP TO AND INCLUDING
      *    THIS ITEM'S DUE DATE, THEN SEE HOW MUCH OF THE ITEM IT
      *    COVERS AFTER THE ITEMS DUE BEFORE IT. ONLY ITEMS DUE IN
      *    THE LOOK-BACK WINDOW ARE MEASURED, BUT EVERY ITEM -
      *    PAID, OPEN OR WRITTEN OFF - TAKES ITS SHARE OF THE CASH.
           PERFORM UNTIL WS-HIST-EOF-FLAG = "Y"
               OR FH-POSTING-DATE > OI-DUE-DATE
               MOVE FH-LOG-IMAGE TO FEE-LOG-RECORD
               PERFORM 340-CLASSIFY-CASH
               ADD WS-CASH-AMT TO WS-CUM-PAID
               PERFORM 315-READ-STUDENT-HISTORY
           END-PERFORM

           IF WS-DUE-INT >= WS-LOOKBACK-START-INT
               AND WS-DUE-INT < WS-TODAY-INT
               COMPUTE WS-AVAILABLE = WS-CUM-PAID - WS-CUM-DUE
               IF WS-AVAILABLE < ZERO
                   MOVE ZERO TO WS-ON-TIME-AMT
               ELSE
                   IF WS-AVAILABLE > OI-AMOUNT-DUE
                       MOVE OI-AMOUNT-DUE TO WS-ON-TIME-AMT
                   ELSE
                       MOVE WS-AVAILABLE TO WS-ON-TIME-AMT
                   END-IF
               END-IF
               ADD OI-AMOUNT-DUE TO WS-RT-DUE(WS-SEM-SUB)
               ADD WS-ON-TIME-AMT TO WS-RT-ON-TIME(WS-SEM-SUB)
               ADD OI-AMOUNT-DUE TO WS-ALL-DUE
               ADD WS-ON-TIME-AMT TO WS-ALL-ON-TIME
           END-IF

           ADD OI-AMOUNT-DUE TO WS-CUM-DUE.
      ********************************************************

       330-BUCKET-UNPAID-AMOUNT.
      *    ONLY WHAT IS STILL OWED ON AN OPEN ITEM IS FORECAST. AN
      *    ITEM ALREADY PAST DUE IS ARREARS, NOT A SCHEDULED
      *    RECEIPT, AND IS TOTALED SEPARATELY.
           IF OI-ITEM-STATUS = "O"
               AND OI-AMOUNT-DUE > OI-AMOUNT-PAID
               COMPUTE WS-UNPAID-AMT = OI-AMOUNT-DUE - OI-AMOUNT-PAID
               IF WS-DUE-INT < WS-TODAY-INT
                   ADD WS-UNPAID-AMT TO WS-ARREARS-AMT
               ELSE
                   IF WS-DUE-INT > WS-HORIZON-END-INT
                       ADD WS-UNPAID-AMT TO WS-BEYOND-AMT
                   ELSE
                       COMPUTE WS-WEEK-SUB =
                           (WS-DUE-INT - WS-WEEK1-START-INT) / 7 + 1
                       ADD WS-UNPAID-AMT
                           TO WS-FC-CONTRACT(WS-WEEK-SUB, WS-SEM-SUB)
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       340-CLASSIFY-CASH.
      *    CASH IS PAYMENTS IN LESS REFUNDS AND RETURNED CHECKS. A
      *    WAIVER, A LATE OR NSF CHARGE, A WRITE-OFF, A RECOVERY
      *    OR AN AGENCY COMMISSION MOVES NO CASH (THE AGENCY'S NET
      *    CHECK IS ITS OWN "P").
           MOVE ZERO TO WS-CASH-AMT
           IF FL-TRANS-TYPE = "P"
               MOVE FL-AMOUNT TO WS-CASH-AMT
           ELSE
               IF FL-TRANS-TYPE = "R"
                   COMPUTE WS-CASH-AMT = ZERO - FL-AMOUNT
               ELSE
                   IF FL-TRANS-TYPE = "N" AND FL-PAY-METHOD = "K"
                       COMPUTE WS-CASH-AMT = ZERO - FL-AMOUNT
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       350-SET-COLLECTION-RATES.
      *    A SEMESTER WITH NOTHING DUE IN THE LOOK-BACK WINDOW
      *    BORROWS THE OVERALL RATE; WITH NO HISTORY AT ALL THE
      *    CONTRACTUAL AMOUNT IS EXPECTED IN FULL.
           IF WS-ALL-DUE > ZERO
               COMPUTE WS-ALL-RATE ROUNDED =
                   WS-ALL-ON-TIME / WS-ALL-DUE
           END-IF

           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               IF WS-RT-DUE(WS-SEM-SUB) > ZERO
                   COMPUTE WS-RT-RATE(WS-SEM-SUB) ROUNDED =
                       WS-RT-ON-TIME(WS-SEM-SUB) / WS-RT-DUE(WS-SEM-SUB)
                   MOVE "M" TO WS-RT-SOURCE(WS-SEM-SUB)
               ELSE
                   MOVE WS-ALL-RATE TO WS-RT-RATE(WS-SEM-SUB)
                   IF WS-ALL-DUE > ZERO
                       MOVE "O" TO WS-RT-SOURCE(WS-SEM-SUB)
                   ELSE
                       MOVE "N" TO WS-RT-SOURCE(WS-SEM-SUB)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEKS-FORECAST
               PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
                   UNTIL WS-SEM-SUB > 10
                   COMPUTE WS-FC-EXPECTED(WS-WEEK-SUB, WS-SEM-SUB)
                       ROUNDED =
                       WS-FC-CONTRACT(WS-WEEK-SUB, WS-SEM-SUB)
                       * WS-RT-RATE(WS-SEM-SUB)
               END-PERFORM
           END-PERFORM.
      ********************************************************

       400-SAVE-FORECAST.
      *    A WEEK NOT YET STARTED TAKES THIS RUN'S FIGURES IN PLACE
      *    OF ANY EARLIER FORECAST FOR IT. THE CURRENT WEEK HAS
      *    ALREADY BEGUN - PART OF ITS CASH IS IN - SO A FORECAST
      *    ALREADY SAVED FOR IT IS LEFT AS IT WAS, AND ONE IS ONLY
      *    WRITTEN IF THIS IS THE FIRST RUN TO COVER IT.
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEKS-FORECAST
               PERFORM 410-SET-WEEK-DATES
               PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
                   UNTIL WS-SEM-SUB > 10
                   PERFORM 420-SAVE-ONE-WEEK-SEMESTER
               END-PERFORM
           END-PERFORM.
      ********************************************************

       410-SET-WEEK-DATES.
           COMPUTE WS-WEEK-START-INT =
               WS-WEEK1-START-INT + (7 * (WS-WEEK-SUB - 1))
           COMPUTE WS-WEEK-END-INT = WS-WEEK-START-INT + 6
           COMPUTE WS-WEEK-START-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
           COMPUTE WS-WEEK-END-YMD =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT).
      ********************************************************

       420-SAVE-ONE-WEEK-SEMESTER.
           MOVE WS-WEEK-START-YMD-X TO FC-WEEK-START
           MOVE WS-SEM-SUB TO FC-SEMESTER
           READ CASH-FORECAST-FILE
               INVALID KEY
                   PERFORM 430-MOVE-FORECAST-FIGURES
                   WRITE CASH-FORECAST-RECORD
                   IF WS-CASH-FORECAST-STATUS NOT = "00"
                       DISPLAY "FATAL - CANNOT WRITE FORECAST.DAT, ",
                           "STATUS=", WS-CASH-FORECAST-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SAVED-COUNT
               NOT INVALID KEY
                   IF WS-WEEK-START-INT > WS-TODAY-INT
                       PERFORM 430-MOVE-FORECAST-FIGURES
                       REWRITE CASH-FORECAST-RECORD
                       IF WS-CASH-FORECAST-STATUS NOT = "00"
                           DISPLAY "FATAL - CANNOT REWRITE ",
                               "FORECAST.DAT, STATUS=",
                               WS-CASH-FORECAST-STATUS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SAVED-COUNT
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
           END-READ.
      ********************************************************

       430-MOVE-FORECAST-FIGURES.
           MOVE WS-WEEK-START-YMD-X TO FC-WEEK-START
           MOVE WS-SEM-SUB TO FC-SEMESTER
           MOVE WS-WEEK-END-YMD-X TO FC-WEEK-END
           MOVE WS-TODAY-YMD-X TO FC-FORECAST-DATE
           MOVE WS-FC-CONTRACT(WS-WEEK-SUB, WS-SEM-SUB)
               TO FC-CONTRACT-AMT
           MOVE WS-RT-RATE(WS-SEM-SUB) TO FC-ON-TIME-RATE
           MOVE WS-FC-EXPECTED(WS-WEEK-SUB, WS-SEM-SUB)
               TO FC-EXPECTED-AMT
           MOVE "N" TO FC-COMPARED-FLAG
           MOVE ZERO TO FC-ACTUAL-AMT
           MOVE SPACES TO FC-COMPARE-DATE.
      ********************************************************

       500-WRITE-FORECAST-REPORT.
           MOVE "ON-TIME COLLECTION RATES - ITEMS DUE IN THE LAST "
               TO FORECAST-REPORT-LINE
           MOVE "52 WEEKS" TO FORECAST-REPORT-LINE (50:8)
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "SEM     AMOUNT DUE  PAID ON TIME    RATE"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               PERFORM 510-WRITE-ONE-RATE-LINE
           END-PERFORM

           MOVE WS-ALL-DUE TO WS-BIG-EDIT
           MOVE WS-ALL-ON-TIME TO WS-AMT-EDIT
           COMPUTE WS-PCT ROUNDED = WS-ALL-RATE * 100
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "ALL " WS-BIG-EDIT "  " WS-AMT-EDIT "  "
               WS-PCT-EDIT "%"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE "FORECAST - UNPAID INSTALLMENTS FALLING DUE BY WEEK"
               TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "WK WEEK OF  THRU      SEM   CONTRACTUAL"
               "      EXPECTED"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEKS-FORECAST
               PERFORM 520-WRITE-ONE-FORECAST-WEEK
           END-PERFORM

           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-GRAND-CONTRACT TO WS-BIG-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "THIRTEEN-WEEK CONTRACTUAL TOTAL: $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-GRAND-EXPECTED TO WS-BIG-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "THIRTEEN-WEEK EXPECTED TOTAL:    $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-ARREARS-AMT TO WS-BIG-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "ALREADY PAST DUE (NOT FORECAST): $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-BEYOND-AMT TO WS-BIG-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "DUE AFTER THE THIRTEEN WEEKS:    $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "OPEN ITEM RECORDS READ:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-BAD-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "  SKIPPED - BAD DATE OR SEM: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-COMPARED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "SAVED FORECASTS COMPARED:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-SAVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "FORECASTS SAVED:             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "  CURRENT WEEK KEPT AS SAVED:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
      ********************************************************

       510-WRITE-ONE-RATE-LINE.
           MOVE SPACES TO WS-RATE-NOTE
           IF WS-RT-SOURCE(WS-SEM-SUB) = "O"
               MOVE "NO HISTORY - OVERALL RATE USED" TO WS-RATE-NOTE
           END-IF
           IF WS-RT-SOURCE(WS-SEM-SUB) = "N"
               MOVE "NO HISTORY - EXPECTED IN FULL" TO WS-RATE-NOTE
           END-IF
           MOVE WS-RT-DUE(WS-SEM-SUB) TO WS-BIG-EDIT
           MOVE WS-RT-ON-TIME(WS-SEM-SUB) TO WS-AMT-EDIT
           COMPUTE WS-PCT ROUNDED = WS-RT-RATE(WS-SEM-SUB) * 100
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-SEM-SUB TO WS-WEEK-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING " " WS-WEEK-EDIT " " WS-BIG-EDIT "  " WS-AMT-EDIT
               "  " WS-PCT-EDIT "%  " WS-RATE-NOTE
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
      ********************************************************

       520-WRITE-ONE-FORECAST-WEEK.
      *    ONE LINE PER SEMESTER WITH ANYTHING FALLING DUE, THEN
      *    THE WEEK'S TOTAL.
           PERFORM 410-SET-WEEK-DATES
           MOVE ZERO TO WS-WK-CONTRACT
           MOVE ZERO TO WS-WK-EXPECTED
           MOVE WS-WEEK-SUB TO WS-WEEK-EDIT
           PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
               UNTIL WS-SEM-SUB > 10
               IF WS-FC-CONTRACT(WS-WEEK-SUB, WS-SEM-SUB) > ZERO
                   ADD WS-FC-CONTRACT(WS-WEEK-SUB, WS-SEM-SUB)
                       TO WS-WK-CONTRACT
                   ADD WS-FC-EXPECTED(WS-WEEK-SUB, WS-SEM-SUB)
                       TO WS-WK-EXPECTED
                   MOVE WS-FC-CONTRACT(WS-WEEK-SUB, WS-SEM-SUB)
                       TO WS-AMT-EDIT
                   MOVE WS-FC-EXPECTED(WS-WEEK-SUB, WS-SEM-SUB)
                       TO WS-AMT2-EDIT
                   MOVE WS-SEM-SUB TO FC-SEMESTER
                   MOVE SPACES TO FORECAST-REPORT-LINE
                   STRING WS-WEEK-EDIT " " WS-WEEK-START-YMD-X " "
                       WS-WEEK-END-YMD-X "  " FC-SEMESTER "  "
                       WS-AMT-EDIT "  " WS-AMT2-EDIT
                       DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
               END-IF
           END-PERFORM
           ADD WS-WK-CONTRACT TO WS-GRAND-CONTRACT
           ADD WS-WK-EXPECTED TO WS-GRAND-EXPECTED
           MOVE WS-WK-CONTRACT TO WS-AMT-EDIT
           MOVE WS-WK-EXPECTED TO WS-AMT2-EDIT
           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING WS-WEEK-EDIT " " WS-WEEK-START-YMD-X " "
               WS-WEEK-END-YMD-X "  ALL  " WS-AMT-EDIT "  "
               WS-AMT2-EDIT "  WEEK TOTAL"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
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
           MOVE "CASHFCST" TO RN-PROGRAM-ID
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
           CLOSE OPEN-ITEM-FILE
           CLOSE FEE-HISTORY-FILE
           CLOSE CASH-FORECAST-FILE
           CLOSE FORECAST-REPORT-FILE

           MOVE "C" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "CASH-FLOW FORECAST COMPLETE - SEE FCSTRPT.DAT".
      ********************************************************
