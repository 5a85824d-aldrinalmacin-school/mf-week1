      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE:TO TAKE IN THE BANK LOCKBOX AND ONLINE PAYMENT PORTAL
      *        REMITTANCE FILES WITHOUT RE-KEYING - EACH REMITTANCE
      *        IS MATCHED TO THE STUDENT MASTER BY ID, OR BY NAME
      *        WHEN THE ID FAILS, AND ADDED TO THE DAY'S FEEIN.DAT
      *        FOR THE NORMAL STUDENTS N RUN. WHAT CANNOT BE MATCHED
      *        GOES TO THE UNIDENTIFIED CASH FILE. RUN AFTER THE
      *        MORNING'S FEEIN.DAT HAS ARRIVED AND BEFORE THE DAY'S
      *        STUDENTS POSTING RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       AUTHOR. ANJU CHAWLA.
       INSTALLATION. PC.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ONLY USED BY ABC DEPARTMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-IN ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-STATUS.

           SELECT FEE-TRANSACTIONS-OUT ASSIGN TO "FEEIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TRANS-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT UNIDENTIFIED-CASH-FILE ASSIGN TO "UNIDCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIDENTIFIED-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO "LOCKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *****************************************************
       DATA DIVISION.
       FILE SECTION.
      *    ONE REMITTANCE FILE PER BATCH FROM THE LOCKBOX BANK OR
      *    THE PAYMENT PORTAL: AN H HEADER CARRYING THE SOURCE ("L"
      *    LOCKBOX, "O" ONLINE PORTAL), THE BATCH ID, AND THE ITEM
      *    COUNT AND DOLLAR TOTAL THE SENDER VOUCHES FOR, THEN ONE
      *    D RECORD PER REMITTANCE. RD-REFERENCE-NO IS THE CHECK
      *    NUMBER OR THE PORTAL CONFIRMATION NUMBER.
       FD  REMITTANCE-IN.
       01  REMITTANCE-DETAIL-RECORD.
           05  RD-REC-TYPE              PIC X.
           05  RD-ITEM-SEQ              PIC 9(5).
           05  RD-STUDENT-ID            PIC X(10).
           05  RD-STUDENT-NAME          PIC X(20).
           05  RD-SEMESTER              PIC 999.
           05  RD-AMOUNT                PIC 9(5)V99.
           05  RD-PAY-METHOD            PIC X.
           05  RD-REFERENCE-NO          PIC X(12).
       01  REMITTANCE-HEADER-RECORD.
           05  RH-REC-TYPE              PIC X.
           05  RH-SOURCE                PIC X.
           05  RH-BATCH-ID              PIC X(10).
           05  RH-BATCH-DATE            PIC X(8).
           05  RH-ITEM-COUNT            PIC 9(5).
           05  RH-BATCH-TOTAL           PIC 9(7)V99.

       FD  FEE-TRANSACTIONS-OUT.
       01  FEE-TRANS-RECORD-OUT.
           05  FT-TRANS-SEQ-NO          PIC 9(6).
           05  FT-STUDENT-ID            PIC X(10).
           05  FT-STUDENT-NAME          PIC X(20).
           05  FT-SEMESTER              PIC 999.
           05  FT-FEE-AMOUNT            PIC 9(3)V99.
           05  FT-TRANS-TYPE            PIC X.
           05  FT-PAY-METHOD            PIC X.
           05  FT-REFERENCE-NO          PIC X(12).

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

      *    EVERY REMITTANCE THE INTAKE COULD NOT POST, KEPT UNTIL
      *    THE CASHIERS IDENTIFY THE PAYER AND KEY IT AT THE WINDOW.
      *    UC-REASON-CODE: NOID (NO STUDENT BY ID OR NAME), NAME (ID
      *    FOUND BUT THE NAME DISAGREES), DUPN (NAME MATCHES MORE
      *    THAN ONE STUDENT), METH (TENDER NOT C, K OR D), AMT (NO
      *    AMOUNT), LIMT (OVER THE SINGLE-POSTING LIMIT).
       FD  UNIDENTIFIED-CASH-FILE.
       01  UNIDENTIFIED-CASH-RECORD.
           05  UC-RECEIVED-DATE         PIC X(10).
           05  UC-SOURCE                PIC X.
           05  UC-BATCH-ID              PIC X(10).
           05  UC-ITEM-SEQ              PIC 9(5).
           05  UC-REASON-CODE           PIC X(4).
           05  UC-STUDENT-ID            PIC X(10).
           05  UC-STUDENT-NAME          PIC X(20).
           05  UC-SEMESTER              PIC 999.
           05  UC-AMOUNT                PIC 9(5)V99.
           05  UC-PAY-METHOD            PIC X.
           05  UC-REFERENCE-NO          PIC X(12).

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-LINE          PIC X(100).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-REMITTANCE-STATUS        PIC XX.
       01  WS-FEE-TRANS-STATUS         PIC XX.
       01  WS-STUDENT-MASTER-STATUS    PIC XX.
       01  WS-UNIDENTIFIED-STATUS      PIC XX.
       01  WS-INTAKE-REPORT-STATUS     PIC XX.
       01  WS-EOF-FLAG                 PIC X.
       01  WS-MASTER-EOF-FLAG          PIC X.
       01  WS-DETAIL-FOUND-FLAG        PIC X.
      *    INTAKE PAYMENTS ARE NUMBERED FROM THIS SEQUENCE UP IN
      *    FEEIN.DAT, CLEAR OF THE CASHIERS' OWN NUMBERS, SO THE
      *    POSTING RUN'S CHECKPOINTS NEVER CONFUSE THE TWO AND KNOW
      *    THEM FOR INTAKE POSTINGS. THE POSTING RUN STAMPS THEM
      *    WITH THIS SYSTEM ID IN PLACE OF AN OPERATOR, SINCE NO
      *    CASHIER'S DRAWER EVER HELD THE MONEY.
       01  WS-INTAKE-FIRST-SEQ         PIC 9(6) VALUE 900001.
       01  WS-SYSTEM-OPERATOR-ID       PIC X(10) VALUE "LOCKBOX".
      *    THE LARGEST AMOUNT A SINGLE FEEIN.DAT RECORD CAN CARRY.
       01  WS-POSTING-LIMIT            PIC 9(5)V99 VALUE 999.99.
       01  WS-NEXT-SEQ-NO              PIC 9(6).
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-RUN-DATE                 PIC X(10).
       01  WS-BATCH-SOURCE             PIC X.
       01  WS-BATCH-ID                 PIC X(10).
       01  WS-BATCH-DATE               PIC X(8).
       01  WS-HEADER-COUNT             PIC 9(5).
       01  WS-HEADER-TOTAL             PIC 9(7)V99.
       01  WS-HEADER-SEEN-FLAG         PIC X VALUE "N".
       01  WS-DETAIL-CT                PIC 9(5) VALUE ZERO.
       01  WS-DETAIL-TOTAL             PIC 9(7)V99 VALUE ZERO.
       01  WS-MATCH-FLAG               PIC X.
       01  WS-MATCHED-BY               PIC X(7).
       01  WS-NAME-MATCH-CT            PIC 9(5).
       01  WS-NAME-MATCH-ID            PIC X(10).
       01  WS-REASON-CODE              PIC X(4).
       01  WS-PAY-METHOD               PIC X.
       01  WS-SEMESTER                 PIC 999.
       01  WS-POSTED-CT                PIC 9(5) VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC 9(7)V99 VALUE ZERO.
       01  WS-BY-NAME-CT               PIC 9(5) VALUE ZERO.
       01  WS-UNIDENT-CT               PIC 9(5) VALUE ZERO.
       01  WS-UNIDENT-TOTAL            PIC 9(7)V99 VALUE ZERO.
       01  WS-ACCOUNTED-CT             PIC 9(5).
       01  WS-ACCOUNTED-TOTAL          PIC 9(7)V99.
       01  WS-AMOUNT-EDIT              PIC ZZ,ZZ9.99.
       01  WS-BIG-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
       01  WS-SEQ-EDIT                 PIC ZZZZ9.
       01  WS-RUN-CONTROL-STATUS       PIC XX.
       01  WS-RC-EOF-FLAG              PIC X.
       01  WS-RC-EVENT                 PIC X.
       01  WS-RC-RESULT                PIC X(10).
       01  WS-POSTED-TODAY-FLAG        PIC X.
       01  WS-BATCH-TAKEN-FLAG         PIC X.

      ******************************************************
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 150-INITIALIZE

           MOVE "N" TO WS-EOF-FLAG
           PERFORM 200-READ-NEXT-REMITTANCE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               PERFORM 300-PROCESS-ONE-REMITTANCE
               PERFORM 200-READ-NEXT-REMITTANCE
           END-PERFORM

           PERFORM 500-WRITE-CONTROL-TOTALS
           PERFORM 900-TERMINATE

           STOP RUN.
      ********************************************************

       150-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE

           PERFORM 120-PROVE-REMITTANCE-FILE
           PERFORM 140-CHECK-RUN-CONTROL
           PERFORM 160-FIND-NEXT-SEQUENCE

           OPEN INPUT REMITTANCE-IN
           IF WS-REMITTANCE-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN REMIT.DAT, STATUS=",
                   WS-REMITTANCE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN STUDMAST.DAT, STATUS=",
                   WS-STUDENT-MASTER-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND FEE-TRANSACTIONS-OUT
           IF WS-FEE-TRANS-STATUS = "35"
               OPEN OUTPUT FEE-TRANSACTIONS-OUT
           END-IF
           IF WS-FEE-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN FEEIN.DAT, STATUS=",
                   WS-FEE-TRANS-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND UNIDENTIFIED-CASH-FILE
           IF WS-UNIDENTIFIED-STATUS = "35"
               OPEN OUTPUT UNIDENTIFIED-CASH-FILE
           END-IF
           IF WS-UNIDENTIFIED-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN UNIDCASH.DAT, STATUS=",
                   WS-UNIDENTIFIED-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT INTAKE-REPORT-FILE
           IF WS-INTAKE-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN LOCKRPT.DAT, STATUS=",
                   WS-INTAKE-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE "ABC DEPARTMENT - LOCKBOX / ONLINE PAYMENT INTAKE"
               TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "RUN DATE: " WS-RUN-DATE
               "   BATCH: " WS-BATCH-ID
               "   SOURCE: " WS-BATCH-SOURCE
               "   BATCH DATE: " WS-BATCH-DATE
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.
      ********************************************************

       120-PROVE-REMITTANCE-FILE.
      *    THE WHOLE FILE MUST AGREE WITH ITS OWN HEADER BEFORE ONE
      *    PAYMENT IS TAKEN IN - A SHORT OR DAMAGED FILE IS SENT
      *    BACK TO THE SENDER, NOT HALF POSTED.
           OPEN INPUT REMITTANCE-IN
           IF WS-REMITTANCE-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT OPEN REMIT.DAT, STATUS=",
                   WS-REMITTANCE-STATUS
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ REMITTANCE-IN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RH-REC-TYPE = "H"
                           MOVE "Y" TO WS-HEADER-SEEN-FLAG
                           MOVE RH-SOURCE      TO WS-BATCH-SOURCE
                           MOVE RH-BATCH-ID    TO WS-BATCH-ID
                           MOVE RH-BATCH-DATE  TO WS-BATCH-DATE
                           MOVE RH-ITEM-COUNT  TO WS-HEADER-COUNT
                           MOVE RH-BATCH-TOTAL TO WS-HEADER-TOTAL
                       ELSE
                           IF RD-REC-TYPE = "D"
                               ADD 1 TO WS-DETAIL-CT
                               ADD RD-AMOUNT TO WS-DETAIL-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMITTANCE-IN

           IF WS-HEADER-SEEN-FLAG = "N"
               DISPLAY "FATAL - REMIT.DAT HAS NO HEADER RECORD - ",
                   "NOTHING TAKEN IN"
               STOP RUN
           END-IF
           IF WS-BATCH-SOURCE NOT = "L" AND WS-BATCH-SOURCE NOT = "O"
               DISPLAY "FATAL - REMIT.DAT SOURCE MUST BE L (LOCKBOX) ",
                   "OR O (ONLINE PORTAL) - NOTHING TAKEN IN"
               STOP RUN
           END-IF
           IF WS-DETAIL-CT NOT = WS-HEADER-COUNT
               OR WS-DETAIL-TOTAL NOT = WS-HEADER-TOTAL
               DISPLAY "FATAL - REMIT.DAT BATCH ", WS-BATCH-ID,
                   " DOES NOT AGREE WITH ITS HEADER (HEADER ",
                   WS-HEADER-COUNT, " ITEMS / ", WS-HEADER-TOTAL,
                   ", FILE ", WS-DETAIL-CT, " ITEMS / ",
                   WS-DETAIL-TOTAL, ") - NOTHING TAKEN IN"
               STOP RUN
           END-IF.
      ********************************************************

       140-CHECK-RUN-CONTROL.
      *    INTAKE PAYMENTS ONLY REACH THE BOOKS THROUGH THE DAY'S
      *    POSTING RUN, AND THE NEXT MORNING'S FEEIN.DAT REPLACES
      *    TODAY'S - SO THE INTAKE REFUSES ONCE TODAY'S STUDENTS N
      *    RUN HAS COMPLETED. A BATCH ID ALREADY TAKEN IN BY AN
      *    EARLIER INTAKE IS REFUSED TOO, SO A RERUN CAN NEVER ADD
      *    THE SAME PAYMENTS TO FEEIN.DAT TWICE.
           MOVE "N" TO WS-POSTED-TODAY-FLAG
           MOVE "N" TO WS-BATCH-TAKEN-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-FLAG
               PERFORM UNTIL WS-RC-EOF-FLAG = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF-FLAG
                       NOT AT END
                           IF RN-PROGRAM-ID = "STUDENTS"
                               AND RN-RUN-DATE = WS-RUN-DATE
                               AND RN-EVENT = "C"
                               AND RN-RESULT(1:1) = "N"
                               MOVE "Y" TO WS-POSTED-TODAY-FLAG
                           END-IF
                           IF RN-PROGRAM-ID = "LOCKBOX"
                               AND RN-EVENT = "C"
                               AND RN-RESULT = WS-BATCH-ID
                               MOVE "Y" TO WS-BATCH-TAKEN-FLAG
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

           IF WS-POSTED-TODAY-FLAG = "Y"
               DISPLAY "FATAL - TODAY'S POSTING (STUDENTS N RUN) ",
                   "HAS ALREADY COMPLETED; TAKE THIS BATCH IN ",
                   "BEFORE THE NEXT DAY'S POSTING"
               STOP RUN
           END-IF

           IF WS-BATCH-TAKEN-FLAG = "Y"
               DISPLAY "FATAL - REMITTANCE BATCH ", WS-BATCH-ID,
                   " HAS ALREADY BEEN TAKEN IN - NOTHING ADDED"
               STOP RUN
           END-IF

           MOVE "S" TO WS-RC-EVENT
           MOVE WS-BATCH-ID TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD.
      ********************************************************

       160-FIND-NEXT-SEQUENCE.
      *    A SECOND BATCH THE SAME DAY (LOCKBOX AND PORTAL, SAY)
      *    CARRIES ON FROM THE HIGHEST INTAKE NUMBER ALREADY IN
      *    FEEIN.DAT. NO FEEIN.DAT YET SIMPLY MEANS NO CASHIER
      *    BATCH HAS ARRIVED - THE INTAKE STARTS THE FILE.
           MOVE WS-INTAKE-FIRST-SEQ TO WS-NEXT-SEQ-NO
           OPEN INPUT FEE-TRANSACTIONS-OUT
           IF WS-FEE-TRANS-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FEE-TRANSACTIONS-OUT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FT-TRANS-SEQ-NO >= WS-NEXT-SEQ-NO
                               COMPUTE WS-NEXT-SEQ-NO =
                                   FT-TRANS-SEQ-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-TRANSACTIONS-OUT
           ELSE
               IF WS-FEE-TRANS-STATUS NOT = "35"
                   DISPLAY "FATAL - CANNOT OPEN FEEIN.DAT, STATUS=",
                       WS-FEE-TRANS-STATUS
                   STOP RUN
               END-IF
           END-IF.
      ********************************************************

       200-READ-NEXT-REMITTANCE.
      *    THE HEADER WAS PROVED IN 120; ONLY D RECORDS ARE TAKEN.
           MOVE "N" TO WS-MATCH-FLAG
           MOVE "N" TO WS-DETAIL-FOUND-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               OR WS-DETAIL-FOUND-FLAG = "Y"
               READ REMITTANCE-IN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RD-REC-TYPE = "D"
                           MOVE "Y" TO WS-DETAIL-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM.
      ********************************************************

       300-PROCESS-ONE-REMITTANCE.
      *    THE TENDER DEFAULTS FROM THE SOURCE - THE LOCKBOX ONLY
      *    EVER RECEIVES CHECKS, THE PORTAL ONLY CARD PAYMENTS.
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-MATCHED-BY
           MOVE RD-PAY-METHOD TO WS-PAY-METHOD
           IF WS-PAY-METHOD = SPACE
               IF WS-BATCH-SOURCE = "L"
                   MOVE "K" TO WS-PAY-METHOD
               ELSE
                   MOVE "D" TO WS-PAY-METHOD
               END-IF
           END-IF

           IF WS-PAY-METHOD NOT = "C" AND WS-PAY-METHOD NOT = "K"
               AND WS-PAY-METHOD NOT = "D"
               MOVE "METH" TO WS-REASON-CODE
           ELSE
               IF RD-AMOUNT = ZERO
                   MOVE "AMT" TO WS-REASON-CODE
               ELSE
                   IF RD-AMOUNT > WS-POSTING-LIMIT
                       MOVE "LIMT" TO WS-REASON-CODE
                   ELSE
                       PERFORM 310-MATCH-BY-ID
                       IF WS-MATCH-FLAG = "N"
                           PERFORM 320-MATCH-BY-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-MATCH-FLAG = "Y"
               PERFORM 400-WRITE-INTAKE-PAYMENT
           ELSE
               PERFORM 450-WRITE-UNIDENTIFIED-CASH
           END-IF.
      ********************************************************

       310-MATCH-BY-ID.
      *    THE ID ALONE IS ENOUGH WHEN THE PAYER GAVE NO NAME; WHEN
      *    A NAME WAS GIVEN IT MUST AGREE, SINCE ONE MIS-WRITTEN
      *    DIGIT WOULD OTHERWISE CREDIT SOMEBODY ELSE'S CHILD.
           MOVE "NOID" TO WS-REASON-CODE
           IF RD-STUDENT-ID NOT = SPACES
               MOVE RD-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "NOID" TO WS-REASON-CODE
                   NOT INVALID KEY
                       IF RD-STUDENT-NAME = SPACES
                           OR RD-STUDENT-NAME = SM-STUDENT-NAME
                           MOVE "Y" TO WS-MATCH-FLAG
                           MOVE "ID" TO WS-MATCHED-BY
                       ELSE
                           MOVE "NAME" TO WS-REASON-CODE
                       END-IF
               END-READ
           END-IF.
      ********************************************************

       320-MATCH-BY-NAME.
      *    THE FALLBACK: THE NAME GIVEN MUST BELONG TO EXACTLY ONE
      *    STUDENT ON THE MASTER. TWO STUDENTS OF THE SAME NAME ARE
      *    LEFT FOR A CASHIER TO TELL APART.
           IF RD-STUDENT-NAME NOT = SPACES
               MOVE ZERO TO WS-NAME-MATCH-CT
               MOVE LOW-VALUES TO SM-STUDENT-ID
               START STUDENT-MASTER-FILE KEY >= SM-STUDENT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-MASTER-EOF-FLAG
               END-START
               PERFORM UNTIL WS-MASTER-EOF-FLAG = "Y"
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-FLAG
                       NOT AT END
                           IF SM-STUDENT-NAME = RD-STUDENT-NAME
                               ADD 1 TO WS-NAME-MATCH-CT
                               MOVE SM-STUDENT-ID TO WS-NAME-MATCH-ID
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-NAME-MATCH-CT = 1
                   MOVE WS-NAME-MATCH-ID TO SM-STUDENT-ID
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           MOVE "NOID" TO WS-REASON-CODE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-MATCH-FLAG
                           MOVE "NAME" TO WS-MATCHED-BY
                   END-READ
               ELSE
                   IF WS-NAME-MATCH-CT > 1
                       MOVE "DUPN" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF.
      ********************************************************

       400-WRITE-INTAKE-PAYMENT.
      *    THE MASTER'S OWN NAME GOES ON THE BATCH SO THE POSTING
      *    RUN'S NAME CHECK PASSES; THE SEMESTER IS THE ONE ON THE
      *    COUPON, OR THE STUDENT'S CURRENT ONE WHEN NONE WAS GIVEN.
           IF RD-SEMESTER = ZERO
               MOVE SM-SEMESTER TO WS-SEMESTER
           ELSE
               MOVE RD-SEMESTER TO WS-SEMESTER
           END-IF

           MOVE WS-NEXT-SEQ-NO   TO FT-TRANS-SEQ-NO
           MOVE SM-STUDENT-ID    TO FT-STUDENT-ID
           MOVE SM-STUDENT-NAME  TO FT-STUDENT-NAME
           MOVE WS-SEMESTER      TO FT-SEMESTER
           MOVE RD-AMOUNT        TO FT-FEE-AMOUNT
           MOVE "P"              TO FT-TRANS-TYPE
           MOVE WS-PAY-METHOD    TO FT-PAY-METHOD
           MOVE RD-REFERENCE-NO  TO FT-REFERENCE-NO
           WRITE FEE-TRANS-RECORD-OUT
           IF WS-FEE-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE FEEIN.DAT, STATUS=",
                   WS-FEE-TRANS-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-NEXT-SEQ-NO

           ADD 1 TO WS-POSTED-CT
           ADD RD-AMOUNT TO WS-POSTED-TOTAL
           IF WS-MATCHED-BY = "NAME"
               ADD 1 TO WS-BY-NAME-CT
           END-IF

           MOVE RD-ITEM-SEQ TO WS-SEQ-EDIT
           MOVE RD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "BATCHED  " WS-SEQ-EDIT "  " SM-STUDENT-ID " "
               SM-STUDENT-NAME " " WS-AMOUNT-EDIT " " WS-PAY-METHOD
               " " RD-REFERENCE-NO "  BY " WS-MATCHED-BY
               "  AS " FT-TRANS-SEQ-NO
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.
      ********************************************************

       450-WRITE-UNIDENTIFIED-CASH.
           MOVE WS-RUN-DATE      TO UC-RECEIVED-DATE
           MOVE WS-BATCH-SOURCE  TO UC-SOURCE
           MOVE WS-BATCH-ID      TO UC-BATCH-ID
           MOVE RD-ITEM-SEQ      TO UC-ITEM-SEQ
           MOVE WS-REASON-CODE   TO UC-REASON-CODE
           MOVE RD-STUDENT-ID    TO UC-STUDENT-ID
           MOVE RD-STUDENT-NAME  TO UC-STUDENT-NAME
           MOVE RD-SEMESTER      TO UC-SEMESTER
           MOVE RD-AMOUNT        TO UC-AMOUNT
           MOVE WS-PAY-METHOD    TO UC-PAY-METHOD
           MOVE RD-REFERENCE-NO  TO UC-REFERENCE-NO
           WRITE UNIDENTIFIED-CASH-RECORD
           IF WS-UNIDENTIFIED-STATUS NOT = "00"
               DISPLAY "FATAL - CANNOT WRITE UNIDCASH.DAT, STATUS=",
                   WS-UNIDENTIFIED-STATUS
               STOP RUN
           END-IF

           ADD 1 TO WS-UNIDENT-CT
           ADD RD-AMOUNT TO WS-UNIDENT-TOTAL

           MOVE RD-ITEM-SEQ TO WS-SEQ-EDIT
           MOVE RD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "UNIDENT  " WS-SEQ-EDIT "  " RD-STUDENT-ID " "
               RD-STUDENT-NAME " " WS-AMOUNT-EDIT " " WS-PAY-METHOD
               " " RD-REFERENCE-NO "  REASON " WS-REASON-CODE
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE.
      ********************************************************

       500-WRITE-CONTROL-TOTALS.
      *    EVERY REMITTANCE ON THE HEADER IS EITHER IN THE BATCH OR
      *    ON THE UNIDENTIFIED CASH FILE - NOTHING IS DROPPED.
           COMPUTE WS-ACCOUNTED-CT = WS-POSTED-CT + WS-UNIDENT-CT
           COMPUTE WS-ACCOUNTED-TOTAL =
               WS-POSTED-TOTAL + WS-UNIDENT-TOTAL

           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE WS-HEADER-COUNT TO WS-COUNT-EDIT
           MOVE WS-HEADER-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "REMITTANCE HEADER:        " WS-COUNT-EDIT
               " ITEMS  $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE WS-POSTED-CT TO WS-COUNT-EDIT
           MOVE WS-POSTED-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "BATCHED FOR POSTING:      " WS-COUNT-EDIT
               " ITEMS  $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE WS-BY-NAME-CT TO WS-COUNT-EDIT
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "  OF WHICH MATCHED BY NAME" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE WS-UNIDENT-CT TO WS-COUNT-EDIT
           MOVE WS-UNIDENT-TOTAL TO WS-BIG-EDIT
           MOVE SPACES TO INTAKE-REPORT-LINE
           STRING "TO UNIDENTIFIED CASH:     " WS-COUNT-EDIT
               " ITEMS  $" WS-BIG-EDIT
               DELIMITED BY SIZE INTO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE

           IF WS-ACCOUNTED-CT = WS-HEADER-COUNT
               AND WS-ACCOUNTED-TOTAL = WS-HEADER-TOTAL
               MOVE "INTAKE BATCH TIES TO THE REMITTANCE HEADER"
                   TO INTAKE-REPORT-LINE
           ELSE
               MOVE "** INTAKE BATCH DOES NOT TIE TO THE HEADER **"
                   TO INTAKE-REPORT-LINE
           END-IF
           WRITE INTAKE-REPORT-LINE.
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
           MOVE "LOCKBOX" TO RN-PROGRAM-ID
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
           CLOSE REMITTANCE-IN
           CLOSE STUDENT-MASTER-FILE
           CLOSE FEE-TRANSACTIONS-OUT
           CLOSE UNIDENTIFIED-CASH-FILE
           CLOSE INTAKE-REPORT-FILE

      *    THE COMPLETION RECORD CARRIES THE BATCH ID - IT IS WHAT
      *    STOPS THE SAME BATCH BEING TAKEN IN A SECOND TIME.
           MOVE "C" TO WS-RC-EVENT
           MOVE WS-BATCH-ID TO WS-RC-RESULT
           PERFORM 700-WRITE-RUN-CONTROL-RECORD

           DISPLAY "INTAKE COMPLETE - BATCH ", WS-BATCH-ID, ": ",
               WS-POSTED-CT, " BATCHED FOR POSTING, ",
               WS-UNIDENT-CT, " TO UNIDENTIFIED CASH; ",
               "SEE LOCKRPT.DAT".
      ********************************************************
