      *DATE: AUGUST 22, 2026
      *PURPOSE:TO PRODUCE A FORMATTED STATEMENT OF ACCOUNT FOR ONE
      *        STUDENT, OR FOR EVERY STUDENT AT TERM END, PAIRING
      *        THE STUDENT'S FEE HISTORY WITH THE MASTER BALANCE
      *        OVER A CHOSEN DATE RANGE, AND TO ANSWER "DID THIS
      *        STUDENT PAY ON THIS DATE" INQUIRIES FROM THE SAME
      *        RECORDS WITHOUT A FULL STATEMENT

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMNT.
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HISTORY-KEY
               ALTERNATE RECORD KEY IS FH-POSTING-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FEE-HISTORY-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(70).
       COPY MAILXTR.

       WORKING-STORAGE SECTION.
      *    EACH HISTORY ENTRY CARRIES THE FEE LOG RECORD AS POSTED;
      *    IT IS MOVED INTO FEE-LOG-RECORD SO THE STATEMENT WORKS
      *    FROM THE SAME FIELDS THE LOGS THEMSELVES USE.
       COPY FEELOG.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-STATEMENT-STATUS         PIC XX.
       01  WS-MAIL-EXTRACT-STATUS      PIC XX.
       01  WS-REQUEST-MODE             PIC X.
       01  WS-TO-DATE                  PIC X(8).
       01  WS-INQUIRY-DATE             PIC X(8).
       01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
       01  WS-HIST-EOF-FLAG            PIC X.
       01  WS-REC-DATE-YMD             PIC X(8).
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
               STOP RUN
           END-IF

           OPEN INPUT FEE-HISTORY-FILE
           IF WS-FEE-HISTORY-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN FEEHIST.DAT, STATUS=",
                   WS-FEE-HISTORY-STATUS,
                   " - RUN HISTBLD TO BUILD THE FEE HISTORY"
               STOP RUN
           END-IF

           IF WS-REQUEST-MODE = "S"
               OPEN OUTPUT STATEMENT-FILE
               IF WS-STATEMENT-STATUS NOT = "00"
      *    NOT THE TERM CHARGES, SO THE STATEMENT OPENS FROM A
      *    RECONSTRUCTED BALANCE FORWARD AS OF THE FROM DATE:
      *    TODAY'S BALANCE PLUS THE NET OF EVERYTHING POSTED ON OR
      *    AFTER THAT DATE. EACH ENTRY IN RANGE, IN POSTING ORDER,
      *    ROLLS THE RUNNING BALANCE TO THE POSITION AT THE END OF
      *    THE RANGE. TODAY'S POSITION IS THE BALANCE DUE LESS ANY
      *    CREDIT HELD ON ACCOUNT, SO AN OVERPAYMENT SHOWS AS A
      *    CREDIT (NEGATIVE) RUNNING BALANCE.
           PERFORM 310-TOTAL-STUDENT-HISTORY
           COMPUTE WS-OPENING-BALANCE =
               SM-BALANCE-DUE - SM-CREDIT-BALANCE + WS-HISTORY-NET
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE

           ADD 1 TO WS-STATEMENT-CT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

      *    A CREDIT IS MONEY THE DEPARTMENT HOLDS FOR THE STUDENT -
      *    IT GOES AGAINST NEXT TERM'S CHARGE UNLESS A REFUND IS
      *    ASKED FOR, AND THE STATEMENT SAYS SO.
           IF SM-CREDIT-BALANCE > ZERO
               MOVE SM-CREDIT-BALANCE TO WS-CURRENT-DUE-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "CREDIT ON ACCOUNT:                        $"
                   WS-CURRENT-DUE-EDIT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "  (APPLIED TO NEXT TERM'S CHARGES UNLESS A REFUND"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "   IS REQUESTED FROM THE FEES OFFICE)"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

       310-TOTAL-STUDENT-HISTORY.
      *    THE NET TAKES EVERYTHING ON OR AFTER THE FROM DATE SO
      *    THE BALANCE FORWARD IS THE TRUE POSITION AT THAT DATE;
      *    THE COUNT TAKES ONLY WHAT THE STATEMENT WILL PRINT. THE
      *    HISTORY IS KEYED BY STUDENT AND POSTING DATE, SO THE READ
      *    STARTS AT THE FROM DATE AND STOPS AT THE NEXT STUDENT.
           MOVE ZERO TO WS-HISTORY-NET
           MOVE ZERO TO WS-HISTORY-CT

           PERFORM 305-START-STUDENT-HISTORY
           PERFORM UNTIL WS-HIST-EOF-FLAG = "Y"
               READ FEE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF FH-STUDENT-ID NOT = SM-STUDENT-ID
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                       ELSE
                           MOVE FH-LOG-IMAGE TO FEE-LOG-RECORD
                           PERFORM 315-TALLY-ONE-HISTORY-REC
                       END-IF
               END-READ
           END-PERFORM.
      ********************************************************

       305-START-STUDENT-HISTORY.
           MOVE SM-STUDENT-ID TO FH-STUDENT-ID
           MOVE WS-FROM-DATE TO FH-POSTING-DATE
           MOVE ZERO TO FH-ENTRY-SEQ
           MOVE "N" TO WS-HIST-EOF-FLAG
           START FEE-HISTORY-FILE KEY >= FH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-START.
      ********************************************************

       315-TALLY-ONE-HISTORY-REC.
           IF FL-STUDENT-ID = SM-STUDENT-ID
               PERFORM 340-CONVERT-LOG-DATE
               IF WS-REC-DATE-YMD >= WS-FROM-DATE
                   IF FL-TRANS-TYPE = "R" OR FL-TRANS-TYPE = "N"
                       OR FL-TRANS-TYPE = "L" OR FL-TRANS-TYPE = "Y"
                       SUBTRACT FL-AMOUNT FROM WS-HISTORY-NET
                   ELSE
                       ADD FL-AMOUNT TO WS-HISTORY-NET
      ********************************************************

       320-PRINT-STUDENT-HISTORY.
      *    THE HISTORY COMES BACK IN POSTING ORDER - ARCHIVED AND
      *    LIVE ENTRIES ALIKE - SO IT READS AS ONE CONTINUOUS
      *    RUNNING BALANCE EVEN THE DAY AFTER MONTH-END ROLLED A
      *    PERIOD OFF. THE READ STOPS PAST THE TO DATE.
           PERFORM 305-START-STUDENT-HISTORY
           PERFORM UNTIL WS-HIST-EOF-FLAG = "Y"
               READ FEE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF FH-STUDENT-ID NOT = SM-STUDENT-ID
                           OR FH-POSTING-DATE > WS-TO-DATE
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                       ELSE
                           MOVE FH-LOG-IMAGE TO FEE-LOG-RECORD
                           PERFORM 325-PRINT-IF-IN-RANGE
                       END-IF
               END-READ
           END-PERFORM.

       325-PRINT-IF-IN-RANGE.
           IF FL-STUDENT-ID = SM-STUDENT-ID
           END-IF.

       330-PRINT-ONE-HISTORY-LINE.
      *    A REFUND, AN NSF REVERSAL, A LATE CHARGE OR A BAD DEBT
      *    RECOVERY PUTS THE AMOUNT ON THE BALANCE; ANYTHING ELSE
      *    DRAWS IT DOWN.
           IF FL-TRANS-TYPE = "R"
               MOVE "REFUND " TO WS-TRANS-LABEL
               ADD FL-AMOUNT TO WS-RUNNING-BALANCE
           ELSE
               IF FL-TRANS-TYPE = "N" OR FL-TRANS-TYPE = "L"
                   OR FL-TRANS-TYPE = "Y"
                   IF FL-TRANS-TYPE = "N"
                       MOVE "NSF RTN" TO WS-TRANS-LABEL
                   END-IF
                   IF FL-TRANS-TYPE = "L"
                       MOVE "LATECHG" TO WS-TRANS-LABEL
                   END-IF
                   IF FL-TRANS-TYPE = "Y"
                       MOVE "RECOVRY" TO WS-TRANS-LABEL
                   END-IF
                   ADD FL-AMOUNT TO WS-RUNNING-BALANCE
               ELSE
                   IF FL-TRANS-TYPE = "W"
                       MOVE "WAIVER " TO WS-TRANS-LABEL
                   ELSE
                       IF FL-TRANS-TYPE = "X"
                           MOVE "WRITOFF" TO WS-TRANS-LABEL
                       ELSE
                           IF FL-TRANS-TYPE = "A"
                               MOVE "AGY COM" TO WS-TRANS-LABEL
                           ELSE
                               MOVE "PAYMENT" TO WS-TRANS-LABEL
                           END-IF
                       END-IF
                   END-IF
                   SUBTRACT FL-AMOUNT FROM WS-RUNNING-BALANCE
               END-IF

       600-ANSWER-INQUIRY.
      *    THE SAME-DAY ANSWER TO "DID THIS STUDENT PAY ON THIS
      *    DATE" - THE HISTORY HOLDS ARCHIVED AND LIVE ENTRIES
      *    ALIKE, SO A PAYMENT FROM A CLOSED PERIOD ANSWERS AS
      *    READILY AS YESTERDAY'S, WITH NO STATEMENT PRODUCED.
           MOVE WS-REQUEST-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO ENROLLMENT RECORD FOR ID ",
                       WS-REQUEST-ID
               NOT INVALID KEY
                   PERFORM 610-SEARCH-FEE-HISTORY
           END-READ.

       610-SEARCH-FEE-HISTORY.
      *    ONLY THE STUDENT'S ENTRIES FOR THE ONE DATE ARE READ.
           MOVE ZERO TO WS-INQUIRY-HIT-CT

           MOVE SM-STUDENT-ID TO FH-STUDENT-ID
           MOVE WS-INQUIRY-DATE TO FH-POSTING-DATE
           MOVE ZERO TO FH-ENTRY-SEQ
           MOVE "N" TO WS-HIST-EOF-FLAG
           START FEE-HISTORY-FILE KEY >= FH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-START

           PERFORM UNTIL WS-HIST-EOF-FLAG = "Y"
               READ FEE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   NOT AT END
                       IF FH-STUDENT-ID NOT = SM-STUDENT-ID
                           OR FH-POSTING-DATE NOT = WS-INQUIRY-DATE
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                       ELSE
                           MOVE FH-LOG-IMAGE TO FEE-LOG-RECORD
                           PERFORM 620-REPORT-IF-MATCH
                       END-IF
               END-READ
           END-PERFORM

           IF WS-INQUIRY-HIT-CT = ZERO
               DISPLAY "NO TRANSACTION ON RECORD FOR ",

       900-TERMINATE.
           CLOSE STUDENT-MASTER-FILE
           CLOSE FEE-HISTORY-FILE

           IF WS-REQUEST-MODE = "S"
               CLOSE STATEMENT-FILE
