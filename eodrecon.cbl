      *DATE: AUGUST 22, 2026
      *PURPOSE:TO PROVE THE FEE LOG, THE AUDIT LOG AND THE STUDENT
      *        MASTER BALANCES AGREE AT END OF DAY, AND TO REPORT
      *        EVERY ENTRY PRESENT IN ONE FILE BUT NOT THE OTHER;
      *        ALSO TO PROVE THE DAY'S FEE HISTORY TOTALS AGREE
      *        WITH THE FEE LOG

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODRECON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-LOG-STATUS.

           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-HISTORY-KEY
               ALTERNATE RECORD KEY IS FH-POSTING-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-FEE-HISTORY-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
       FD  FEE-TRANSACTION-LOG.
       COPY FEELOG.

       FD  FEE-HISTORY-FILE.
       COPY FEEHIST.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  BALANCE-SNAPSHOT-RECORD.
           05  BS-SNAP-DATE             PIC X(10).
           05  BS-TOTAL-BALANCE         PIC 9(9)V99.
           05  BS-TOTAL-CREDIT          PIC 9(9)V99.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FEE-LOG-STATUS           PIC XX.
       01  WS-FEE-HISTORY-STATUS       PIC XX.
       01  WS-AUDIT-LOG-STATUS         PIC XX.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-SNAPSHOT-STATUS          PIC XX.
       01  WS-AUDIT-TYPE               PIC X.
       01  WS-FEE-NET                  PIC S9(7)V99 VALUE ZERO.
       01  WS-FEE-ENTRY-CT             PIC 9(5) VALUE ZERO.
       01  WS-FEE-GROSS                PIC 9(7)V99 VALUE ZERO.
      *    TODAY'S ENTRIES AS THE FEE HISTORY HOLDS THEM, FOR THE
      *    250 CHECK AGAINST THE FEE LOG FIGURES ABOVE.
       01  WS-HIST-EOF-FLAG            PIC X.
       01  WS-HIST-NET                 PIC S9(7)V99 VALUE ZERO.
       01  WS-HIST-GROSS               PIC 9(7)V99 VALUE ZERO.
       01  WS-HIST-ENTRY-CT            PIC 9(5) VALUE ZERO.
       01  WS-HIST-FILE-FLAG           PIC X VALUE "N".
       01  WS-AUDIT-NET                PIC S9(7)V99 VALUE ZERO.
       01  WS-AUDIT-ENTRY-CT           PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-CT             PIC 9(5) VALUE ZERO.
       01  WS-MASTER-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-MASTER-CREDIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-PRIOR-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-PRIOR-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-PRIOR-SNAP-DATE          PIC X(10).
       01  WS-PRIOR-FOUND-FLAG         PIC X VALUE "N".
       01  WS-MASTER-CHANGE            PIC S9(9)V99 VALUE ZERO.
           PERFORM 150-INITIALIZE

           PERFORM 200-LOAD-FEE-TABLE
           PERFORM 250-CHECK-FEE-HISTORY
           PERFORM 300-MATCH-AUDIT-LOG
           PERFORM 350-REPORT-UNMATCHED-FEES
           PERFORM 400-TOTAL-MASTER-BALANCES

       220-TALLY-ONE-FEE-ENTRY.
      *    THE NET TRACKS THE BALANCE MOVEMENT THE SNAPSHOT COMPARE
      *    MEASURES - A REFUND, AN NSF REINSTATEMENT, A LATE CHARGE
      *    AND A BAD DEBT RECOVERY ALL RAISE BALANCES, SO ALL COME
      *    OUT OF THE NET.
           ADD 1 TO WS-FEE-ENTRY-CT
           ADD FL-AMOUNT TO WS-FEE-GROSS
           IF FL-TRANS-TYPE = "R" OR FL-TRANS-TYPE = "N"
               OR FL-TRANS-TYPE = "L" OR FL-TRANS-TYPE = "Y"
               SUBTRACT FL-AMOUNT FROM WS-FEE-NET
           ELSE
               ADD FL-AMOUNT TO WS-FEE-NET
           END-IF.
      ********************************************************

       250-CHECK-FEE-HISTORY.
      *    EVERY FEE LOG ENTRY IS ALSO WRITTEN TO THE INDEXED FEE
      *    HISTORY, WHICH THE STATEMENTS NOW READ INSTEAD OF THE
      *    LOGS - SO TODAY'S HISTORY ENTRIES, READ BY THEIR POSTING
      *    DATE, MUST AGREE WITH TODAY'S FEE LOG IN COUNT, NET (THE
      *    220 NETTING RULE) AND GROSS. A DIFFERENCE IS AN EXCEPTION
      *    AND KEEPS THE DAY OUT OF BALANCE.
           OPEN INPUT FEE-HISTORY-FILE
           IF WS-FEE-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HIST-FILE-FLAG
               MOVE WS-RUN-DATE-YMD TO FH-POSTING-DATE
               MOVE "N" TO WS-HIST-EOF-FLAG
               START FEE-HISTORY-FILE KEY = FH-POSTING-DATE
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF-FLAG
               END-START
               PERFORM UNTIL WS-HIST-EOF-FLAG = "Y"
                   READ FEE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                       NOT AT END
                           IF FH-POSTING-DATE NOT = WS-RUN-DATE-YMD
                               MOVE "Y" TO WS-HIST-EOF-FLAG
                           ELSE
                               PERFORM 260-TALLY-ONE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-HISTORY-FILE
           ELSE
               IF WS-FEE-HISTORY-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN FEEHIST.DAT, STATUS=",
                       WS-FEE-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF

           IF WS-HIST-FILE-FLAG = "N"
               ADD 1 TO WS-EXCEPTION-CT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "EXCEPTION - NO FEEHIST.DAT ON FILE; "
                   "RUN HISTBLD TO BUILD THE FEE HISTORY"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               IF WS-HIST-ENTRY-CT NOT = WS-FEE-ENTRY-CT
                   OR WS-HIST-NET NOT = WS-FEE-NET
                   OR WS-HIST-GROSS NOT = WS-FEE-GROSS
                   ADD 1 TO WS-EXCEPTION-CT
                   MOVE WS-HIST-NET TO WS-NET-EDIT
                   MOVE WS-HIST-ENTRY-CT TO WS-COUNT-EDIT
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "EXCEPTION - FEE HISTORY DISAGREES WITH "
                       "FEE LOG: HISTORY NET $" WS-NET-EDIT
                       "  ENTRIES: " WS-COUNT-EDIT
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-IF.

       260-TALLY-ONE-HISTORY-ENTRY.
           MOVE FH-LOG-IMAGE TO FEE-LOG-RECORD
           ADD 1 TO WS-HIST-ENTRY-CT
           ADD FL-AMOUNT TO WS-HIST-GROSS
           IF FL-TRANS-TYPE = "R" OR FL-TRANS-TYPE = "N"
               OR FL-TRANS-TYPE = "L" OR FL-TRANS-TYPE = "Y"
               SUBTRACT FL-AMOUNT FROM WS-HIST-NET
           ELSE
               ADD FL-AMOUNT TO WS-HIST-NET
           END-IF.
      ********************************************************

       300-MATCH-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "35"
           END-IF.

       320-MATCH-ONE-AUDIT-ENTRY.
      *    SAME NETTING RULE AS 220 - "R", "N", "L" AND "Y" ALL
      *    RAISE BALANCES, SO ALL SUBTRACT.
           ADD 1 TO WS-AUDIT-ENTRY-CT
           IF AL-TRANS-TYPE = "R" OR AL-TRANS-TYPE = "N"
               OR AL-TRANS-TYPE = "L" OR AL-TRANS-TYPE = "Y"
               SUBTRACT AL-AMOUNT FROM WS-AUDIT-NET
           ELSE
               ADD AL-AMOUNT TO WS-AUDIT-NET
                       MOVE "Y" TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       ADD SM-BALANCE-DUE TO WS-MASTER-TOTAL
                       ADD SM-CREDIT-BALANCE TO WS-MASTER-CREDIT-TOTAL
               END-READ
           END-PERFORM

      *    THE MASTER CARRIES NO HISTORY, SO YESTERDAY'S CLOSING
      *    TOTAL COMES FROM THE SNAPSHOT THIS PROGRAM WRITES AT THE
      *    END OF EVERY RUN. ON THE VERY FIRST RUN THERE IS NOTHING
      *    TO COMPARE AGAINST AND THE REPORT SAYS SO. A SNAPSHOT
      *    WRITTEN BEFORE CREDITS WERE CARRIED HAS NO CREDIT TOTAL;
      *    THERE WERE NO CREDITS THEN, SO IT IS TAKEN AS ZERO.
           OPEN INPUT BALANCE-SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = "00"
               MOVE "N" TO WS-SNAPSHOT-EOF-FLAG
                           MOVE "Y" TO WS-PRIOR-FOUND-FLAG
                           MOVE BS-SNAP-DATE TO WS-PRIOR-SNAP-DATE
                           MOVE BS-TOTAL-BALANCE TO WS-PRIOR-TOTAL
                           IF BS-TOTAL-CREDIT NUMERIC
                               MOVE BS-TOTAL-CREDIT
                                   TO WS-PRIOR-CREDIT-TOTAL
                           ELSE
                               MOVE ZERO TO WS-PRIOR-CREDIT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-SNAPSHOT-FILE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           IF WS-HIST-FILE-FLAG = "Y"
               MOVE WS-HIST-NET TO WS-NET-EDIT
               MOVE WS-HIST-ENTRY-CT TO WS-COUNT-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "FEE HISTORY NET FOR TODAY: $" WS-NET-EDIT
                   "  ENTRIES: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-MASTER-CREDIT-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "STUDENT MASTER TOTAL CREDIT ON ACCOUNT: $"
               WS-BIG-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           IF WS-PRIOR-FOUND-FLAG = "Y"
               MOVE WS-PRIOR-TOTAL TO WS-BIG-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE

               MOVE WS-PRIOR-CREDIT-TOTAL TO WS-BIG-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "PRIOR SNAPSHOT CREDIT ON ACCOUNT: $"
                   WS-BIG-EDIT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE

      *        AN OVERPAYMENT CLEARS THE BALANCE AND RAISES THE
      *        CREDIT, AND A REFUND OF A CREDIT LOWERS IT, SO THE
      *        MOVEMENT COMPARED WITH THE FEE LOG IS THE BALANCE
      *        REDUCTION PLUS THE GROWTH IN CREDITS HELD.
               COMPUTE WS-MASTER-CHANGE =
                   WS-PRIOR-TOTAL - WS-MASTER-TOTAL
                   + WS-MASTER-CREDIT-TOTAL - WS-PRIOR-CREDIT-TOTAL
               MOVE WS-MASTER-CHANGE TO WS-BIG-EDIT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "NET REDUCTION IN POSITION SINCE SNAPSHOT: $"
                   WS-BIG-EDIT
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE

      *        A DIFFERENCE HERE IS NOT BY ITSELF AN ERROR - TERM
      *        BILLING AND MASTER MAINTENANCE MOVE BALANCES WITHOUT
      *        TOUCHING THE FEE LOG - BUT THE SUPERVISOR MUST BE
      *        ABLE TO SEE AND EXPLAIN IT.
               IF WS-MASTER-CHANGE NOT = WS-FEE-NET
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "NOTE - BALANCE REDUCTION DIFFERS FROM "
           END-IF
           MOVE WS-RUN-DATE     TO BS-SNAP-DATE
           MOVE WS-MASTER-TOTAL TO BS-TOTAL-BALANCE
           MOVE WS-MASTER-CREDIT-TOTAL TO BS-TOTAL-CREDIT
           WRITE BALANCE-SNAPSHOT-RECORD
           CLOSE BALANCE-SNAPSHOT-FILE.
      ********************************************************
