      *****************************************************
      * RECEIVABLES CONTROL LEDGER RECORD LAYOUT - ARCTL.DAT
      * INDEXED FILE, RECORD KEY IS AC-CONTROL-KEY (POSTING
      * DATE YYYYMMDD PLUS THE GL EXTRACT'S BATCH SOURCE).
      * ONE RECORD PER GL EXTRACT PER DAY, HOLDING WHAT THAT
      * EXTRACT DEBITED AND CREDITED TO THE STUDENT RECEIVABLES
      * CONTROL ACCOUNT 11000000. EVERY RUN THAT WRITES A GL
      * EXTRACT REBUILDS THE WHOLE DAY'S EXTRACT, SO IT REPLACES
      * ITS OWN RECORD FOR THE DAY RATHER THAN ADDING TO IT.
      * SOURCES: "FEE" STUDENTS POSTING (GLEXTR.DAT), "BIL" TERM
      * BILLING (GLBILL.DAT), "LAT" LATE CHARGES (GLLATE.DAT),
      * "WOF" WRITE-OFFS AND AGENCY RECOVERIES (GLWOFF.DAT),
      * "OPN" THE ONE-TIME OPENING BALANCE (GLAROPN.DAT). THE
      * SUM OF ALL RECORDS IS THE CONTROL ACCOUNT'S BALANCE AS
      * POSTED, WHICH THE ARRECON RUN PROVES TO THE STUDENT
      * MASTER AND THE OPEN ITEM FILE.
      *****************************************************
       01  AR-CONTROL-RECORD.
           05  AC-CONTROL-KEY.
               10  AC-POSTING-DATE      PIC X(8).
               10  AC-SOURCE            PIC X(3).
           05  AC-DEBIT-AMT             PIC 9(9)V99.
           05  AC-CREDIT-AMT            PIC 9(9)V99.
           05  AC-TIMESTAMP             PIC X(21).
