      *****************************************************
      * TUITION TAX STATEMENT REGISTER RECORD LAYOUT -
      * TAXREG.DAT
      * INDEXED FILE, RECORD KEY IS TX-REGISTER-KEY (TAX
      * YEAR, STUDENT) - ONE RECORD PER STUDENT PER CALENDAR
      * YEAR. TX-PAYMENTS/TX-BILLED/TX-WAIVERS ARE THE
      * FIGURES AS LAST WORKED OUT BY THE TAXSTMT RUN FROM
      * THE FEE ARCHIVE, THE FEE LOG AND THE TERM BILLING ON
      * THE OPEN ITEM FILE; THE TX-FILED- FIELDS ARE THE
      * FIGURES ON THE LAST STATEMENT ACTUALLY SENT AND FILED,
      * SO A CORRECTION RUN REISSUES ONLY THE STATEMENTS WHOSE
      * FIGURES HAVE SINCE CHANGED. TX-FILED-TYPE IS "O"
      * (ORIGINAL) OR "C" (CORRECTED); TX-FILED-FLAG IS "N"
      * UNTIL A STATEMENT HAS GONE OUT FOR THE YEAR.
      * PAYMENTS ARE NET OF REFUNDS AND RETURNED CHECKS AND
      * MAY BE NEGATIVE IN A YEAR THAT ONLY REFUNDED MONEY.
      *****************************************************
       01  TAX-REGISTER-RECORD.
           05  TX-REGISTER-KEY.
               10  TX-TAX-YEAR          PIC X(4).
               10  TX-STUDENT-ID        PIC X(10).
           05  TX-PAYMENTS              PIC S9(7)V99.
           05  TX-BILLED                PIC 9(7)V99.
           05  TX-WAIVERS               PIC 9(7)V99.
           05  TX-FILED-FLAG            PIC X.
           05  TX-FILED-TYPE            PIC X.
           05  TX-FILED-DATE            PIC X(8).
           05  TX-FILED-PAYMENTS        PIC S9(7)V99.
           05  TX-FILED-BILLED          PIC 9(7)V99.
           05  TX-FILED-WAIVERS         PIC 9(7)V99.
           05  TX-CORRECTION-CT         PIC 99.
