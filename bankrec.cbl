      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO PROVE THE BANK ACTUALLY CREDITED WHAT WE DEPOSITED -
      *        MATCHING THE BANK'S DAILY CREDIT FILE TO THE CASH,
      *        CHECK AND CARD SECTIONS OF DEPOSIT.DAT BY DEPOSIT
      *        DATE AND TENDER, AND CARRYING EVERY UNMATCHED OR
      *        PART-CREDITED ITEM FORWARD UNTIL IT CLEARS

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.

           SELECT BANK-STATEMENT-IN ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATEMENT-STATUS.

           SELECT CARRY-FORWARD-FILE ASSIGN TO "BANKCF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FORWARD-STATUS.

           SELECT BANK-REPORT-FILE ASSIGN TO "BANKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE.
       01  DEPOSIT-RECORD              PIC X(32).

      *    THE BANK'S DAILY CREDIT FILE: ONE H HEADER WITH THE
      *    STATEMENT DATE, ONE C RECORD PER CREDIT TO THE FEES
      *    ACCOUNT, ONE T TRAILER WITH THE CREDIT COUNT AND TOTAL.
      *    BK-DEPOSIT-DATE IS THE DATE ON OUR DEPOSIT SLIP (THE
      *    BATCH DATE FOR A CARD SETTLEMENT) AND BK-TENDER-CODE THE
      *    SAME C/K/D CODE OUR DEPOSIT SECTIONS CARRY. A CARD
      *    SETTLEMENT IS CREDITED NET - THE PROCESSOR'S FEES ARE
      *    IN BK-FEE-AMOUNT.
       FD  BANK-STATEMENT-IN.
       01  BANK-CREDIT-RECORD.
           05  BK-REC-TYPE              PIC X.
           05  BK-DEPOSIT-DATE          PIC X(8).
           05  BK-TENDER-CODE           PIC X.
           05  BK-CREDIT-AMOUNT         PIC 9(7)V99.
           05  BK-FEE-AMOUNT            PIC 9(5)V99.
           05  BK-BANK-REF              PIC X(16).
       01  BANK-HEADER-RECORD.
           05  BH-REC-TYPE              PIC X.
           05  BH-STATEMENT-DATE        PIC X(8).
           05  BH-ACCOUNT-NO            PIC X(16).
       01  BANK-TRAILER-RECORD.
           05  BT-REC-TYPE              PIC X.
           05  BT-CREDIT-COUNT          PIC 9(5).
           05  BT-CREDIT-TOTAL          PIC 9(9)V99.

      *    REBUILT IN FULL EVERY RUN: ONE H CONTROL RECORD WITH THE
      *    LAST DEPOSIT DATE AND BANK STATEMENT DATE ALREADY TAKEN
      *    IN (SO A RERUN NEVER LOADS EITHER FILE TWICE), THEN ONE
      *    D RECORD PER DEPOSIT STILL IN TRANSIT AND ONE B RECORD
      *    PER BANK CREDIT STILL UNIDENTIFIED. A D RECORD CARRIES
      *    THE AMOUNT BOOKED AND WHATEVER THE BANK HAS CREDITED
      *    AGAINST IT SO FAR - NET IN CF-CREDITED-AMOUNT, CARD FEES
      *    IN CF-FEE-AMOUNT, THE FIRST CREDIT'S REFERENCE IN
      *    CF-BANK-REF - AND THE SECTION'S SOURCE IN CF-SOURCE.
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05  CF-REC-TYPE              PIC X.
           05  CF-DEPOSIT-DATE          PIC X(8).
           05  CF-TENDER                PIC X.
           05  CF-AMOUNT                PIC 9(7)V99.
           05  CF-FEE-AMOUNT            PIC 9(5)V99.
           05  CF-BANK-REF              PIC X(16).
           05  CF-FIRST-SEEN            PIC X(8).
           05  CF-CREDITED-AMOUNT       PIC 9(7)V99.
           05  CF-SOURCE                PIC X.
       01  CARRY-CONTROL-RECORD.
           05  CC-REC-TYPE              PIC X.
           05  CC-LAST-DEPOSIT-DATE     PIC X(8).
           05  CC-LAST-STATEMENT-DATE   PIC X(8).

       FD  BANK-REPORT-FILE.
       01  BANK-REPORT-LINE            PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-DEPOSIT-STATUS           PIC XX.
       01  WS-BANK-STATEMENT-STATUS    PIC XX.
       01  WS-CARRY-FORWARD-STATUS     PIC XX.
       01  WS-BANK-REPORT-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC X.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-TODAY-YMD                PIC 9(8).
       01  WS-TODAY-YMD-X REDEFINES WS-TODAY-YMD
                                       PIC X(8).
       01  WS-TODAY-INT                PIC 9(7) COMP.
       01  WS-ITEM-YMD                 PIC 9(8).
       01  WS-ITEM-YMD-X REDEFINES WS-ITEM-YMD
                                       PIC X(8).
       01  WS-ITEM-INT                 PIC 9(7) COMP.
       01  WS-AGE-DAYS                 PIC S9(5) COMP.
       01  WS-AGE-EDIT                 PIC ZZZZ9.
      *    THE DEPOSIT FILE'S OWN RECORD LAYOUTS, AS THE POSTING RUN
      *    WRITES THEM. ONLY THE HEADER DATE AND THE SECTION
      *    TRAILERS MATTER HERE - THE BANK CREDITS EACH SECTION, IN
      *    ONE CREDIT OR A FEW, NEVER ITEM BY ITEM. WS-DT-SOURCE IS
      *    "W" (WINDOW), "L" (LOCKBOX/PORTAL) OR "A" (COLLECTION
      *    AGENCY); A FILE WRITTEN BEFORE THE SOURCES WERE SPLIT
      *    HAS A SPACE AND IS ALL THE WINDOW'S.
       01  WS-DEP-HEADER-LINE.
           05  WS-DH-REC-TYPE          PIC X.
           05  WS-DH-DEPOSIT-DATE      PIC X(10).
           05  WS-DH-ACCOUNT-NAME      PIC X(20).
       01  WS-DEP-TRAILER-LINE.
           05  WS-DT-REC-TYPE          PIC X.
           05  WS-DT-TENDER            PIC X.
           05  WS-DT-COUNT             PIC 9(5).
           05  WS-DT-TOTAL             PIC 9(7)V99.
           05  WS-DT-SOURCE            PIC X.
       01  WS-DEPOSIT-YMD              PIC X(8).
       01  WS-LAST-DEPOSIT-DATE        PIC X(8) VALUE SPACES.
       01  WS-LAST-STATEMENT-DATE      PIC X(8) VALUE SPACES.
       01  WS-DEPOSIT-LOADED-FLAG      PIC X VALUE "N".
       01  WS-STATEMENT-LOADED-FLAG    PIC X VALUE "N".
       01  WS-BANK-CREDIT-CT           PIC 9(5) VALUE ZERO.
       01  WS-BANK-CREDIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-TRAILER-SEEN-FLAG        PIC X VALUE "N".
       01  WS-DEP-MAX-ENTRIES          PIC 9(4) COMP VALUE 500.
       01  WS-DEP-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY            OCCURS 0 TO 500 TIMES
                                        DEPENDING ON WS-DEP-COUNT.
               10  WS-DEP-DATE         PIC X(8).
               10  WS-DEP-TENDER       PIC X.
               10  WS-DEP-AMOUNT       PIC 9(7)V99.
               10  WS-DEP-SOURCE       PIC X.
               10  WS-DEP-CREDITED     PIC 9(7)V99.
               10  WS-DEP-FEES         PIC 9(5)V99.
               10  WS-DEP-REF          PIC X(16).
               10  WS-DEP-PARTS        PIC 9(4) COMP.
               10  WS-DEP-PRIOR-FLAG   PIC X.
               10  WS-DEP-MATCHED      PIC X.
       01  WS-DEP-SUB                  PIC 9(4) COMP.
       01  WS-BANK-MAX-ENTRIES         PIC 9(4) COMP VALUE 500.
       01  WS-BANK-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY           OCCURS 0 TO 500 TIMES
                                        DEPENDING ON WS-BANK-COUNT.
               10  WS-BANK-DATE        PIC X(8).
               10  WS-BANK-TENDER      PIC X.
               10  WS-BANK-AMOUNT      PIC 9(7)V99.
               10  WS-BANK-FEE         PIC 9(5)V99.
               10  WS-BANK-REF         PIC X(16).
               10  WS-BANK-FIRST-SEEN  PIC X(8).
               10  WS-BANK-MATCHED     PIC X.
       01  WS-BANK-SUB                 PIC 9(4) COMP.
       01  WS-MATCH-SUB                PIC 9(4) COMP.
       01  WS-GROSS-CREDIT             PIC 9(7)V99.
       01  WS-REMAINING                PIC S9(7)V99.
       01  WS-TENDER-NAME              PIC X(5).
       01  WS-SOURCE-NAME              PIC X(7).
       01  WS-DIFFERENCE               PIC S9(7)V99.
       01  WS-MATCHED-CT               PIC 9(5) VALUE ZERO.
       01  WS-MATCHED-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-CARD-FEE-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-DIFFER-CT                PIC 9(5) VALUE ZERO.
       01  WS-DIFFER-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-TRANSIT-CT               PIC 9(5) VALUE ZERO.
       01  WS-TRANSIT-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-PART-CREDIT-CT           PIC 9(5) VALUE ZERO.
      *    A DEPOSIT THE BANK HAS CREDITED ONLY IN PART, OR NOT AT
      *    ALL MORE THAN WS-SHORT-DAYS AFTER IT WAS MADE, IS TAKEN
      *    AS SHORT AND REFERRED TO THE BANK. IT STAYS IN TRANSIT,
      *    SO A LATE CREDIT STILL CLEARS IT.
       01  WS-SHORT-DAYS               PIC 9(3) VALUE 5.
       01  WS-SHORT-CT                 PIC 9(5) VALUE ZERO.
       01  WS-SHORT-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-OVER-SHORT-CT            PIC 9(5) VALUE ZERO.
       01  WS-OVER-SHORT-NET           PIC S9(9)V99 VALUE ZERO.
       01  WS-UNIDENT-CT               PIC 9(5) VALUE ZERO.
       01  WS-UNIDENT-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZ9.99.
       01  WS-BANK-AMOUNT-EDIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-FEE-EDIT                 PIC ZZ,ZZ9.99.
       01  WS-DIFF-EDIT                PIC Z,ZZZ,ZZ9.99-.
       01  WS-BIG-EDIT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BIG-SIGNED-EDIT          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           PERFORM 200-LOAD-CARRY-FORWARD
           PERFORM 220-LOAD-DEPOSIT-FILE
           PERFORM 240-LOAD-BANK-STATEMENT

           PERFORM 300-MATCH-BANK-CREDITS
           PERFORM 400-REPORT-DEPOSITS-IN-TRANSIT
           PERFORM 450-REPORT-UNIDENTIFIED-CREDITS

           PERFORM 500-WRITE-RECONCILIATION-TOTALS
           PERFORM 600-WRITE-CARRY-FORWARD
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

           MOVE "S" TO WS-RC-EVENT
           MOVE SPACES TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           OPEN OUTPUT BANK-REPORT-FILE
           IF WS-BANK-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN BANKRPT.DAT, STATUS=",
                   WS-BANK-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - BANK DEPOSIT RECONCILIATION"
               TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE SPACES TO BANK-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE SPACES TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE.
      ********************************************************

       200-LOAD-CARRY-FORWARD.
      *    NO CARRY-FORWARD FILE JUST MEANS THIS IS THE FIRST
      *    RECONCILIATION - NOTHING IS OUTSTANDING YET.
           OPEN INPUT CARRY-FORWARD-FILE
           IF WS-CARRY-FORWARD-STATUS = "35"
               DISPLAY "NO BANKCF.DAT - FIRST RECONCILIATION, ",
                   "NOTHING CARRIED FORWARD"
           ELSE
               IF WS-CARRY-FORWARD-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN BANKCF.DAT, STATUS=",
                       WS-CARRY-FORWARD-STATUS
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CARRY-FORWARD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 210-LOAD-ONE-CARRIED-ITEM
                   END-READ
               END-PERFORM
               CLOSE CARRY-FORWARD-FILE
           END-IF.
      ********************************************************

       210-LOAD-ONE-CARRIED-ITEM.
           IF CF-REC-TYPE = "H"
               MOVE CC-LAST-DEPOSIT-DATE   TO WS-LAST-DEPOSIT-DATE
               MOVE CC-LAST-STATEMENT-DATE TO WS-LAST-STATEMENT-DATE
           ELSE
               IF CF-REC-TYPE = "D"
                   PERFORM 260-ADD-DEPOSIT-ENTRY
                   MOVE CF-DEPOSIT-DATE TO WS-DEP-DATE(WS-DEP-COUNT)
                   MOVE CF-TENDER       TO WS-DEP-TENDER(WS-DEP-COUNT)
                   MOVE CF-AMOUNT       TO WS-DEP-AMOUNT(WS-DEP-COUNT)
      *            A DEPOSIT CARRIED BEFORE PART CREDITS WERE KEPT
      *            HAS NEITHER A CREDITED AMOUNT NOR A SOURCE -
      *            NOTHING HAD BEEN CREDITED, AND IT WAS THE
      *            WINDOW'S.
                   IF CF-CREDITED-AMOUNT NUMERIC
                       MOVE CF-CREDITED-AMOUNT
                           TO WS-DEP-CREDITED(WS-DEP-COUNT)
                       MOVE CF-FEE-AMOUNT
                           TO WS-DEP-FEES(WS-DEP-COUNT)
                       MOVE CF-BANK-REF TO WS-DEP-REF(WS-DEP-COUNT)
                       IF CF-CREDITED-AMOUNT > ZERO
                           OR CF-FEE-AMOUNT > ZERO
                           MOVE "Y"
                               TO WS-DEP-PRIOR-FLAG(WS-DEP-COUNT)
                       END-IF
                   END-IF
                   IF CF-SOURCE NOT = SPACE
                       MOVE CF-SOURCE TO WS-DEP-SOURCE(WS-DEP-COUNT)
                   END-IF
               ELSE
                   PERFORM 270-ADD-BANK-ENTRY
                   MOVE CF-DEPOSIT-DATE TO WS-BANK-DATE(WS-BANK-COUNT)
                   MOVE CF-TENDER TO WS-BANK-TENDER(WS-BANK-COUNT)
                   MOVE CF-AMOUNT TO WS-BANK-AMOUNT(WS-BANK-COUNT)
                   MOVE CF-FEE-AMOUNT TO WS-BANK-FEE(WS-BANK-COUNT)
                   MOVE CF-BANK-REF TO WS-BANK-REF(WS-BANK-COUNT)
                   MOVE CF-FIRST-SEEN
                       TO WS-BANK-FIRST-SEEN(WS-BANK-COUNT)
               END-IF
           END-IF.
      ********************************************************

       220-LOAD-DEPOSIT-FILE.
      *    DEPOSIT.DAT HOLDS ONE DAY, REBUILT BY EVERY POSTING RUN.
      *    EACH TENDER SECTION WITH MONEY IN IT IS ONE DEPOSIT THE
      *    BANK MUST CREDIT. A DAY ALREADY TAKEN IN BY AN EARLIER
      *    RECONCILIATION IS NOT TAKEN IN AGAIN.
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-STATUS = "35"
               DISPLAY "NO DEPOSIT.DAT - NO NEW DEPOSITS TAKEN IN"
           ELSE
               IF WS-DEPOSIT-STATUS NOT = "00"
                   DISPLAY "FATAL - CANNOT OPEN DEPOSIT.DAT, STATUS=",
                       WS-DEPOSIT-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-DEPOSIT-YMD
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DEPOSIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 230-LOAD-ONE-DEPOSIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
           END-IF.
      ********************************************************

       230-LOAD-ONE-DEPOSIT-RECORD.
           IF DEPOSIT-RECORD(1:1) = "H"
               MOVE DEPOSIT-RECORD TO WS-DEP-HEADER-LINE
               STRING WS-DH-DEPOSIT-DATE(7:4) WS-DH-DEPOSIT-DATE(1:2)
                   WS-DH-DEPOSIT-DATE(4:2)
                   DELIMITED BY SIZE INTO WS-DEPOSIT-YMD
               IF WS-DEPOSIT-YMD <= WS-LAST-DEPOSIT-DATE
                   AND WS-LAST-DEPOSIT-DATE NOT = SPACES
                   DISPLAY "DEPOSIT.DAT FOR ", WS-DH-DEPOSIT-DATE,
                       " WAS ALREADY RECONCILED - NOT TAKEN IN AGAIN"
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   MOVE "Y" TO WS-DEPOSIT-LOADED-FLAG
                   MOVE WS-DEPOSIT-YMD TO WS-LAST-DEPOSIT-DATE
               END-IF
           ELSE
               IF DEPOSIT-RECORD(1:1) = "T"
                   MOVE DEPOSIT-RECORD TO WS-DEP-TRAILER-LINE
                   IF WS-DT-TOTAL > ZERO
                       PERFORM 260-ADD-DEPOSIT-ENTRY
                       MOVE WS-DEPOSIT-YMD
                           TO WS-DEP-DATE(WS-DEP-COUNT)
                       MOVE WS-DT-TENDER
                           TO WS-DEP-TENDER(WS-DEP-COUNT)
                       MOVE WS-DT-TOTAL
                           TO WS-DEP-AMOUNT(WS-DEP-COUNT)
                       IF WS-DT-SOURCE NOT = SPACE
                           MOVE WS-DT-SOURCE
                               TO WS-DEP-SOURCE(WS-DEP-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       240-LOAD-BANK-STATEMENT.
      *    THE BANK'S FILE MUST PROVE TO ITS OWN TRAILER BEFORE ANY
      *    OF IT IS MATCHED - A TRUNCATED FILE WOULD OTHERWISE TURN
      *    GOOD DEPOSITS INTO FALSE DEPOSITS IN TRANSIT. NOTHING HAS
      *    BEEN WRITTEN TO THE CARRY-FORWARD YET, SO STOPPING HERE
      *    LEAVES YESTERDAY'S POSITION UNTOUCHED.
           OPEN INPUT BANK-STATEMENT-IN
           IF WS-BANK-STATEMENT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN BANKSTMT.DAT, STATUS=",
                   WS-BANK-STATEMENT-STATUS
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BANK-STATEMENT-IN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 250-LOAD-ONE-BANK-RECORD
               END-READ
           END-PERFORM
           CLOSE BANK-STATEMENT-IN

           IF WS-STATEMENT-LOADED-FLAG = "Y"
               IF WS-TRAILER-SEEN-FLAG = "N"
                   DISPLAY "FATAL - BANKSTMT.DAT HAS NO TRAILER; ",
                       "FILE IS INCOMPLETE - NOTHING RECONCILED"
                   STOP RUN
               END-IF
               IF BT-CREDIT-COUNT NOT = WS-BANK-CREDIT-CT
                   OR BT-CREDIT-TOTAL NOT = WS-BANK-CREDIT-TOTAL
                   DISPLAY "FATAL - BANKSTMT.DAT DOES NOT AGREE WITH ",
                       "ITS TRAILER - NOTHING RECONCILED"
                   STOP RUN
               END-IF
           END-IF.
      ********************************************************

       250-LOAD-ONE-BANK-RECORD.
           IF BK-REC-TYPE = "H"
               IF BH-STATEMENT-DATE <= WS-LAST-STATEMENT-DATE
                   AND WS-LAST-STATEMENT-DATE NOT = SPACES
                   DISPLAY "BANK STATEMENT FOR ", BH-STATEMENT-DATE,
                       " WAS ALREADY RECONCILED - NOT TAKEN IN AGAIN"
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   MOVE "Y" TO WS-STATEMENT-LOADED-FLAG
                   MOVE BH-STATEMENT-DATE TO WS-LAST-STATEMENT-DATE
               END-IF
           ELSE
               IF BK-REC-TYPE = "T"
                   MOVE "Y" TO WS-TRAILER-SEEN-FLAG
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   IF BK-REC-TYPE = "C"
                       AND WS-STATEMENT-LOADED-FLAG = "Y"
                       ADD 1 TO WS-BANK-CREDIT-CT
                       ADD BK-CREDIT-AMOUNT TO WS-BANK-CREDIT-TOTAL
                       PERFORM 270-ADD-BANK-ENTRY
                       MOVE BK-DEPOSIT-DATE
                           TO WS-BANK-DATE(WS-BANK-COUNT)
                       MOVE BK-TENDER-CODE
                           TO WS-BANK-TENDER(WS-BANK-COUNT)
                       MOVE BK-CREDIT-AMOUNT
                           TO WS-BANK-AMOUNT(WS-BANK-COUNT)
                       MOVE BK-FEE-AMOUNT
                           TO WS-BANK-FEE(WS-BANK-COUNT)
                       MOVE BK-BANK-REF
                           TO WS-BANK-REF(WS-BANK-COUNT)
                       MOVE WS-TODAY-YMD-X
                           TO WS-BANK-FIRST-SEEN(WS-BANK-COUNT)
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       260-ADD-DEPOSIT-ENTRY.
           IF WS-DEP-COUNT >= WS-DEP-MAX-ENTRIES
               DISPLAY "FATAL - MORE THAN ", WS-DEP-MAX-ENTRIES,
                   " DEPOSITS OUTSTANDING; CLEAR OLD ITEMS FROM ",
                   "BANKCF.DAT BEFORE RERUNNING"
               STOP RUN
           END-IF
           ADD 1 TO WS-DEP-COUNT
           MOVE "W"    TO WS-DEP-SOURCE(WS-DEP-COUNT)
           MOVE ZERO   TO WS-DEP-CREDITED(WS-DEP-COUNT)
           MOVE ZERO   TO WS-DEP-FEES(WS-DEP-COUNT)
           MOVE SPACES TO WS-DEP-REF(WS-DEP-COUNT)
           MOVE ZERO   TO WS-DEP-PARTS(WS-DEP-COUNT)
           MOVE "N"    TO WS-DEP-PRIOR-FLAG(WS-DEP-COUNT)
           MOVE "N"    TO WS-DEP-MATCHED(WS-DEP-COUNT).
      ********************************************************

       270-ADD-BANK-ENTRY.
           IF WS-BANK-COUNT >= WS-BANK-MAX-ENTRIES
               DISPLAY "FATAL - MORE THAN ", WS-BANK-MAX-ENTRIES,
                   " BANK CREDITS OUTSTANDING; CLEAR OLD ITEMS FROM ",
                   "BANKCF.DAT BEFORE RERUNNING"
               STOP RUN
           END-IF
           ADD 1 TO WS-BANK-COUNT
           MOVE "N" TO WS-BANK-MATCHED(WS-BANK-COUNT).
      ********************************************************

       300-MATCH-BANK-CREDITS.
      *    EACH OPEN BANK CREDIT, WHETHER TODAY'S OR ONE CARRIED FROM
      *    AN EARLIER DAY, IS APPLIED BY 310 TO ONE OPEN DEPOSIT WITH
      *    THE SAME DEPOSIT DATE AND TENDER. THE WINDOW, THE LOCKBOX/
      *    PORTAL AND THE COLLECTION AGENCY EACH HAVE THEIR OWN
      *    SECTIONS OF A DAY'S DEPOSIT, AND THE BANK CREDITS EACH
      *    SECTION SEPARATELY, IN ONE CREDIT OR A FEW. A DEPOSIT
      *    CLEARS ONLY WHEN ITS CREDITS, IN THIS RUN AND ANY EARLIER
      *    ONE, REACH WHAT WAS BOOKED - UNTIL THEN THE REST STAYS IN
      *    TRANSIT. ONE CREDITED OVER WHAT WAS BOOKED STILL CLEARS;
      *    THE DIFFERENCE IS REPORTED FOR THE BANK TO EXPLAIN, NOT
      *    CARRIED.
           MOVE "MATCHED DEPOSITS:" TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "  DEP DATE TENDER SOURCE        BOOKED     CREDITED"
               "      FEES    DIFFERENCE  BANK REFERENCE"
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
               IF WS-BANK-MATCHED(WS-BANK-SUB) = "N"
                   PERFORM 310-APPLY-ONE-CREDIT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-MATCHED(WS-DEP-SUB) = "Y"
                   PERFORM 320-REPORT-ONE-MATCH
               END-IF
           END-PERFORM

           IF WS-MATCHED-CT = ZERO
               MOVE "  NONE" TO BANK-REPORT-LINE
               WRITE BANK-REPORT-LINE
           END-IF

           MOVE SPACES TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE.
      ********************************************************

       310-APPLY-ONE-CREDIT.
      *    A CARD SETTLEMENT ARRIVES NET OF THE PROCESSOR'S FEES, SO
      *    THE FEES ARE ADDED BACK BEFORE THE CREDIT IS COMPARED.
      *    IT GOES TO THE FIRST DEPOSIT WHOSE UNCREDITED REMAINDER
      *    IT SETTLES EXACTLY; FAILING THAT, TO THE FIRST ONE IT
      *    DOES NOT OVERSHOOT; FAILING THAT, TO THE FIRST ONE STILL
      *    OPEN - SO WHEN SEVERAL SOURCES SHARE A DATE AND TENDER,
      *    EACH CREDIT FINDS ITS OWN SECTION. A CREDIT WITH NO OPEN
      *    DEPOSIT AT ALL STAYS UNIDENTIFIED.
           COMPUTE WS-GROSS-CREDIT = WS-BANK-AMOUNT(WS-BANK-SUB)
               + WS-BANK-FEE(WS-BANK-SUB)
           MOVE ZERO TO WS-MATCH-SUB

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   OR WS-MATCH-SUB NOT = ZERO
               IF WS-DEP-MATCHED(WS-DEP-SUB) = "N"
                   AND WS-DEP-DATE(WS-DEP-SUB)
                       = WS-BANK-DATE(WS-BANK-SUB)
                   AND WS-DEP-TENDER(WS-DEP-SUB)
                       = WS-BANK-TENDER(WS-BANK-SUB)
                   AND WS-DEP-AMOUNT(WS-DEP-SUB)
                       - WS-DEP-CREDITED(WS-DEP-SUB)
                       - WS-DEP-FEES(WS-DEP-SUB) = WS-GROSS-CREDIT
                   MOVE WS-DEP-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   OR WS-MATCH-SUB NOT = ZERO
               IF WS-DEP-MATCHED(WS-DEP-SUB) = "N"
                   AND WS-DEP-DATE(WS-DEP-SUB)
                       = WS-BANK-DATE(WS-BANK-SUB)
                   AND WS-DEP-TENDER(WS-DEP-SUB)
                       = WS-BANK-TENDER(WS-BANK-SUB)
                   AND WS-DEP-AMOUNT(WS-DEP-SUB)
                       - WS-DEP-CREDITED(WS-DEP-SUB)
                       - WS-DEP-FEES(WS-DEP-SUB) > WS-GROSS-CREDIT
                   MOVE WS-DEP-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
                   OR WS-MATCH-SUB NOT = ZERO
               IF WS-DEP-MATCHED(WS-DEP-SUB) = "N"
                   AND WS-DEP-DATE(WS-DEP-SUB)
                       = WS-BANK-DATE(WS-BANK-SUB)
                   AND WS-DEP-TENDER(WS-DEP-SUB)
                       = WS-BANK-TENDER(WS-BANK-SUB)
                   MOVE WS-DEP-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-MATCH-SUB NOT = ZERO
               MOVE "Y" TO WS-BANK-MATCHED(WS-BANK-SUB)
               ADD WS-BANK-AMOUNT(WS-BANK-SUB)
                   TO WS-DEP-CREDITED(WS-MATCH-SUB)
               ADD WS-BANK-FEE(WS-BANK-SUB)
                   TO WS-DEP-FEES(WS-MATCH-SUB)
               ADD 1 TO WS-DEP-PARTS(WS-MATCH-SUB)
               IF WS-DEP-REF(WS-MATCH-SUB) = SPACES
                   MOVE WS-BANK-REF(WS-BANK-SUB)
                       TO WS-DEP-REF(WS-MATCH-SUB)
               END-IF
               IF WS-DEP-CREDITED(WS-MATCH-SUB)
                   + WS-DEP-FEES(WS-MATCH-SUB)
                   >= WS-DEP-AMOUNT(WS-MATCH-SUB)
                   MOVE "Y" TO WS-DEP-MATCHED(WS-MATCH-SUB)
               END-IF
           END-IF.
      ********************************************************

       320-REPORT-ONE-MATCH.
      *    CASH AND CHECK DEPOSITS CARRY NO FEE AND MUST AGREE TO
      *    THE CENT; A CARD DEPOSIT AGREES WHEN ITS CREDITS PLUS
      *    THE FEES WITHHELD DO.
           ADD 1 TO WS-MATCHED-CT
           ADD WS-DEP-AMOUNT(WS-DEP-SUB) TO WS-MATCHED-TOTAL
           ADD WS-DEP-FEES(WS-DEP-SUB) TO WS-CARD-FEE-TOTAL
           COMPUTE WS-DIFFERENCE = WS-DEP-CREDITED(WS-DEP-SUB)
               + WS-DEP-FEES(WS-DEP-SUB) - WS-DEP-AMOUNT(WS-DEP-SUB)

           MOVE WS-DEP-TENDER(WS-DEP-SUB) TO WS-TENDER-NAME
           PERFORM 800-NAME-TENDER
           MOVE WS-DEP-SOURCE(WS-DEP-SUB) TO WS-SOURCE-NAME
           PERFORM 805-NAME-SOURCE
           MOVE WS-DEP-AMOUNT(WS-DEP-SUB) TO WS-AMOUNT-EDIT
           MOVE WS-DEP-CREDITED(WS-DEP-SUB) TO WS-BANK-AMOUNT-EDIT
           MOVE WS-DEP-FEES(WS-DEP-SUB) TO WS-FEE-EDIT
           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "  " WS-DEP-DATE(WS-DEP-SUB) " " WS-TENDER-NAME
               "  " WS-SOURCE-NAME
               " " WS-AMOUNT-EDIT " " WS-BANK-AMOUNT-EDIT
               " " WS-FEE-EDIT " " WS-DIFF-EDIT
               "  " WS-DEP-REF(WS-DEP-SUB)
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           IF WS-DEP-PARTS(WS-DEP-SUB) > 1
               MOVE WS-DEP-PARTS(WS-DEP-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO BANK-REPORT-LINE
               STRING "    CREDITED IN " WS-COUNT-EDIT " PARTS"
                   DELIMITED BY SIZE INTO BANK-REPORT-LINE
               WRITE BANK-REPORT-LINE
           END-IF

           IF WS-DEP-PRIOR-FLAG(WS-DEP-SUB) = "Y"
               MOVE "    PART CREDITED ON AN EARLIER STATEMENT"
                   TO BANK-REPORT-LINE
               WRITE BANK-REPORT-LINE
           END-IF

           IF WS-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-DIFFER-CT
               ADD WS-DIFFERENCE TO WS-DIFFER-TOTAL
               MOVE "    ** CREDITED DIFFERS FROM BOOKED **"
                   TO BANK-REPORT-LINE
               WRITE BANK-REPORT-LINE
           END-IF.
      ********************************************************

       400-REPORT-DEPOSITS-IN-TRANSIT.
      *    WHAT IS IN TRANSIT IS WHAT THE BANK HAS STILL TO CREDIT -
      *    THE WHOLE DEPOSIT, OR THE REST OF ONE CREDITED IN PART.
      *    WHAT IS STILL MISSING FROM A PART-CREDITED DEPOSIT, OR
      *    FROM ONE PAST THE CUT-OFF, IS REPORTED AS SHORT.
           MOVE "DEPOSITS IN TRANSIT (BOOKED, NOT YET CREDITED):"
               TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-MATCHED(WS-DEP-SUB) = "N"
                   COMPUTE WS-REMAINING = WS-DEP-AMOUNT(WS-DEP-SUB)
                       - WS-DEP-CREDITED(WS-DEP-SUB)
                       - WS-DEP-FEES(WS-DEP-SUB)
                   ADD 1 TO WS-TRANSIT-CT
                   ADD WS-REMAINING TO WS-TRANSIT-TOTAL
                   MOVE WS-DEP-DATE(WS-DEP-SUB) TO WS-ITEM-YMD-X
                   PERFORM 810-AGE-ITEM
                   MOVE WS-DEP-TENDER(WS-DEP-SUB) TO WS-TENDER-NAME
                   PERFORM 800-NAME-TENDER
                   MOVE WS-DEP-SOURCE(WS-DEP-SUB) TO WS-SOURCE-NAME
                   PERFORM 805-NAME-SOURCE
                   MOVE WS-REMAINING TO WS-AMOUNT-EDIT
                   MOVE SPACES TO BANK-REPORT-LINE
                   STRING "  " WS-DEP-DATE(WS-DEP-SUB) " "
                       WS-TENDER-NAME "  " WS-SOURCE-NAME " "
                       WS-AMOUNT-EDIT
                       "  DAYS OUTSTANDING: " WS-AGE-EDIT
                       DELIMITED BY SIZE INTO BANK-REPORT-LINE
                   WRITE BANK-REPORT-LINE
                   IF WS-DEP-CREDITED(WS-DEP-SUB) > ZERO
                       OR WS-DEP-FEES(WS-DEP-SUB) > ZERO
                       ADD 1 TO WS-PART-CREDIT-CT
                       MOVE WS-DEP-AMOUNT(WS-DEP-SUB)
                           TO WS-AMOUNT-EDIT
                       MOVE WS-DEP-CREDITED(WS-DEP-SUB)
                           TO WS-BANK-AMOUNT-EDIT
                       MOVE WS-DEP-FEES(WS-DEP-SUB) TO WS-FEE-EDIT
                       MOVE SPACES TO BANK-REPORT-LINE
                       STRING "    PART CREDITED - BOOKED $"
                           WS-AMOUNT-EDIT
                           "  CREDITED $" WS-BANK-AMOUNT-EDIT
                           "  FEES $" WS-FEE-EDIT
                           DELIMITED BY SIZE INTO BANK-REPORT-LINE
                       WRITE BANK-REPORT-LINE
                   END-IF
                   IF WS-DEP-CREDITED(WS-DEP-SUB) > ZERO
                       OR WS-DEP-FEES(WS-DEP-SUB) > ZERO
                       OR WS-AGE-DAYS > WS-SHORT-DAYS
                       ADD 1 TO WS-SHORT-CT
                       ADD WS-REMAINING TO WS-SHORT-TOTAL
                       MOVE "    ** SHORT - REFER TO THE BANK **"
                           TO BANK-REPORT-LINE
                       WRITE BANK-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TRANSIT-CT = ZERO
               MOVE "  NONE" TO BANK-REPORT-LINE
               WRITE BANK-REPORT-LINE
           END-IF

           MOVE SPACES TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE.
      ********************************************************

       450-REPORT-UNIDENTIFIED-CREDITS.
           MOVE "BANK CREDITS NOT IDENTIFIED TO ANY DEPOSIT:"
               TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
               IF WS-BANK-MATCHED(WS-BANK-SUB) = "N"
                   ADD 1 TO WS-UNIDENT-CT
                   ADD WS-BANK-AMOUNT(WS-BANK-SUB) TO WS-UNIDENT-TOTAL
                   MOVE WS-BANK-FIRST-SEEN(WS-BANK-SUB)
                       TO WS-ITEM-YMD-X
                   PERFORM 810-AGE-ITEM
                   MOVE WS-BANK-TENDER(WS-BANK-SUB) TO WS-TENDER-NAME
                   PERFORM 800-NAME-TENDER
                   MOVE WS-BANK-AMOUNT(WS-BANK-SUB)
                       TO WS-BANK-AMOUNT-EDIT
                   MOVE SPACES TO BANK-REPORT-LINE
                   STRING "  " WS-BANK-DATE(WS-BANK-SUB) " "
                       WS-TENDER-NAME " " WS-BANK-AMOUNT-EDIT
                       "  REF " WS-BANK-REF(WS-BANK-SUB)
                       "  DAYS UNIDENTIFIED: " WS-AGE-EDIT
                       DELIMITED BY SIZE INTO BANK-REPORT-LINE
                   WRITE BANK-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-UNIDENT-CT = ZERO
               MOVE "  NONE" TO BANK-REPORT-LINE
               WRITE BANK-REPORT-LINE
           END-IF

           MOVE SPACES TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE.
      ********************************************************

       500-WRITE-RECONCILIATION-TOTALS.
           MOVE WS-MATCHED-CT TO WS-COUNT-EDIT
           MOVE WS-MATCHED-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "DEPOSITS CLEARED:          " WS-COUNT-EDIT
               "   BOOKED $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE WS-CARD-FEE-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "CARD PROCESSING FEES WITHHELD:        $"
               WS-BIG-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

      *    OVER IS WHAT CLEARED DEPOSITS WERE CREDITED BEYOND WHAT
      *    WAS BOOKED; SHORT IS WHAT IS STILL MISSING FROM THE
      *    DEPOSITS 400 REFERRED TO THE BANK.
           COMPUTE WS-OVER-SHORT-CT = WS-DIFFER-CT + WS-SHORT-CT
           COMPUTE WS-OVER-SHORT-NET = WS-DIFFER-TOTAL - WS-SHORT-TOTAL
           MOVE WS-OVER-SHORT-CT TO WS-COUNT-EDIT
           MOVE WS-OVER-SHORT-NET TO WS-BIG-SIGNED-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "DEPOSITS OVER/SHORT:       " WS-COUNT-EDIT
               "   NET $" WS-BIG-SIGNED-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE WS-DIFFER-CT TO WS-COUNT-EDIT
           MOVE WS-DIFFER-TOTAL TO WS-BIG-SIGNED-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "  CREDITED OVER:           " WS-COUNT-EDIT
               "   NET $" WS-BIG-SIGNED-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE WS-SHORT-CT TO WS-COUNT-EDIT
           MOVE WS-SHORT-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "  SHORT, STILL MISSING:    " WS-COUNT-EDIT
               "   TOTAL  $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE WS-TRANSIT-CT TO WS-COUNT-EDIT
           MOVE WS-TRANSIT-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "DEPOSITS IN TRANSIT:       " WS-COUNT-EDIT
               "   TOTAL  $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE WS-PART-CREDIT-CT TO WS-COUNT-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "  OF WHICH PART CREDITED:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE WS-UNIDENT-CT TO WS-COUNT-EDIT
           MOVE WS-UNIDENT-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO BANK-REPORT-LINE
           STRING "UNIDENTIFIED BANK CREDITS: " WS-COUNT-EDIT
               "   TOTAL  $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           MOVE SPACES TO BANK-REPORT-LINE
           WRITE BANK-REPORT-LINE

           IF WS-OVER-SHORT-CT = ZERO AND WS-UNIDENT-CT = ZERO
               MOVE "BANK AGREES WITH EVERY DEPOSIT IT HAS CREDITED"
                   TO BANK-REPORT-LINE
           ELSE
               MOVE "** DIFFERENCES FOUND - REFER TO THE BANK **"
                   TO BANK-REPORT-LINE
           END-IF
           WRITE BANK-REPORT-LINE.
      ********************************************************

       600-WRITE-CARRY-FORWARD.
      *    EVERYTHING STILL OPEN ROLLS INTO TOMORROW'S RUN, WITH THE
      *    LATEST DEPOSIT AND STATEMENT DATES TAKEN IN SO NEITHER
      *    FILE IS EVER COUNTED TWICE. A DEPOSIT CREDITED IN PART
      *    CARRIES WHAT HAS BEEN CREDITED SO FAR, SO TOMORROW'S
      *    CREDITS ARE MEASURED ONLY AGAINST THE REST.
           OPEN OUTPUT CARRY-FORWARD-FILE
           IF WS-CARRY-FORWARD-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN BANKCF.DAT, STATUS=",
                   WS-CARRY-FORWARD-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO CARRY-FORWARD-RECORD
           MOVE "H" TO CC-REC-TYPE
           MOVE WS-LAST-DEPOSIT-DATE   TO CC-LAST-DEPOSIT-DATE
           MOVE WS-LAST-STATEMENT-DATE TO CC-LAST-STATEMENT-DATE
           PERFORM 650-WRITE-CARRY-RECORD

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEP-COUNT
               IF WS-DEP-MATCHED(WS-DEP-SUB) = "N"
                   MOVE "D"                       TO CF-REC-TYPE
                   MOVE WS-DEP-DATE(WS-DEP-SUB)   TO CF-DEPOSIT-DATE
                   MOVE WS-DEP-TENDER(WS-DEP-SUB) TO CF-TENDER
                   MOVE WS-DEP-AMOUNT(WS-DEP-SUB) TO CF-AMOUNT
                   MOVE WS-DEP-FEES(WS-DEP-SUB)   TO CF-FEE-AMOUNT
                   MOVE WS-DEP-REF(WS-DEP-SUB)    TO CF-BANK-REF
                   MOVE WS-DEP-DATE(WS-DEP-SUB)   TO CF-FIRST-SEEN
                   MOVE WS-DEP-CREDITED(WS-DEP-SUB)
                       TO CF-CREDITED-AMOUNT
                   MOVE WS-DEP-SOURCE(WS-DEP-SUB) TO CF-SOURCE
                   PERFORM 650-WRITE-CARRY-RECORD
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT
               IF WS-BANK-MATCHED(WS-BANK-SUB) = "N"
                   MOVE "B"                         TO CF-REC-TYPE
                   MOVE WS-BANK-DATE(WS-BANK-SUB)   TO CF-DEPOSIT-DATE
                   MOVE WS-BANK-TENDER(WS-BANK-SUB) TO CF-TENDER
                   MOVE WS-BANK-AMOUNT(WS-BANK-SUB) TO CF-AMOUNT
                   MOVE WS-BANK-FEE(WS-BANK-SUB)    TO CF-FEE-AMOUNT
                   MOVE WS-BANK-REF(WS-BANK-SUB)    TO CF-BANK-REF
                   MOVE WS-BANK-FIRST-SEEN(WS-BANK-SUB)
                       TO CF-FIRST-SEEN
                   MOVE ZERO  TO CF-CREDITED-AMOUNT
                   MOVE SPACE TO CF-SOURCE
                   PERFORM 650-WRITE-CARRY-RECORD
               END-IF
           END-PERFORM

           CLOSE CARRY-FORWARD-FILE.
      ********************************************************

       650-WRITE-CARRY-RECORD.
           WRITE CARRY-FORWARD-RECORD
           IF WS-CARRY-FORWARD-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE BANKCF.DAT, STATUS=",
                   WS-CARRY-FORWARD-STATUS
               STOP RUN
           END-IF.
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
           MOVE "BANKREC" TO RN-PROGRAM-ID
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

       800-NAME-TENDER.
           IF WS-TENDER-NAME = "C"
               MOVE "CASH " TO WS-TENDER-NAME
           ELSE
               IF WS-TENDER-NAME = "K"
                   MOVE "CHECK" TO WS-TENDER-NAME
               ELSE
                   IF WS-TENDER-NAME = "D"
                       MOVE "CARD " TO WS-TENDER-NAME
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       805-NAME-SOURCE.
           IF WS-SOURCE-NAME = "L"
               MOVE "LOCKBOX" TO WS-SOURCE-NAME
           ELSE
               IF WS-SOURCE-NAME = "A"
                   MOVE "AGENCY " TO WS-SOURCE-NAME
               ELSE
                   MOVE "WINDOW " TO WS-SOURCE-NAME
               END-IF
           END-IF.
      ********************************************************

       810-AGE-ITEM.
           IF WS-ITEM-YMD NUMERIC
               COMPUTE WS-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-YMD)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
      ********************************************************

       900-TERMINATE.
           CLOSE BANK-REPORT-FILE

           IF WS-OVER-SHORT-CT = ZERO AND WS-UNIDENT-CT = ZERO
               MOVE "AGREED" TO WS-RC-RESULT
           ELSE
               MOVE "DIFFERENCE" TO WS-RC-RESULT
           END-IF
           MOVE "C" TO WS-RC-EVENT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "BANK RECONCILIATION COMPLETE - ", WS-MATCHED-CT,
               " CLEARED, ", WS-TRANSIT-CT, " IN TRANSIT (",
               WS-SHORT-CT, " SHORT), ",
               WS-UNIDENT-CT, " UNIDENTIFIED; SEE BANKRPT.DAT".
      ********************************************************
