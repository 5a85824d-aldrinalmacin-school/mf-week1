      *****************************************************
      * CASH-FLOW FORECAST RECORD LAYOUT - FORECAST.DAT
      * INDEXED FILE, RECORD KEY IS FC-FORECAST-KEY (WEEK
      * START YYYYMMDD - ALWAYS A MONDAY - PLUS SEMESTER).
      * ONE RECORD PER FORECAST WEEK PER SEMESTER, WRITTEN BY
      * THE CASHFCST RUN. A LATER RUN REPLACES THE FIGURES
      * FOR A WEEK THAT HAS NOT YET STARTED, SO WHAT IS KEPT
      * FOR EACH WEEK IS THE LAST FORECAST MADE BEFORE IT
      * BEGAN. FC-CONTRACT-AMT IS THE UNPAID INSTALLMENT
      * AMOUNT FALLING DUE THAT WEEK; FC-EXPECTED-AMT IS THAT
      * AMOUNT TIMES FC-ON-TIME-RATE, THE SEMESTER'S MEASURED
      * ON-TIME COLLECTION RATE. ONCE THE WEEK HAS ENDED THE
      * NEXT RUN STORES THE CASH ACTUALLY COLLECTED THAT WEEK
      * IN FC-ACTUAL-AMT (PAYMENTS NET OF REFUNDS AND RETURNED
      * CHECKS - IT CAN BE NEGATIVE) AND SETS
      * FC-COMPARED-FLAG FROM "N" TO "Y".
      *****************************************************
       01  CASH-FORECAST-RECORD.
           05  FC-FORECAST-KEY.
               10  FC-WEEK-START        PIC X(8).
               10  FC-SEMESTER          PIC 999.
           05  FC-WEEK-END              PIC X(8).
           05  FC-FORECAST-DATE         PIC X(8).
           05  FC-CONTRACT-AMT          PIC 9(7)V99.
           05  FC-ON-TIME-RATE          PIC 9V9999.
           05  FC-EXPECTED-AMT          PIC 9(7)V99.
           05  FC-COMPARED-FLAG         PIC X.
           05  FC-ACTUAL-AMT            PIC S9(7)V99.
           05  FC-COMPARE-DATE          PIC X(8).
