      *****************************************************
      * CHANGE JOURNAL RECORD LAYOUT - CHGJRNL.DAT
      * ONE RECORD PER FIELD CHANGED ON A MASTER FILE BY A
      * MAINTENANCE RUN, STAMPED WITH THE SIGNED-ON OPERATOR
      * AND THE FULL CURRENT-DATE TIMESTAMP. AUDITLOG.DAT
      * COVERS THE MONEY; THIS FILE COVERS THE MASTERS, SO
      * WHO CHANGED A RECORD AND WHAT IT SAID BEFORE CAN
      * ALWAYS BE ANSWERED. APPENDED BY STUMAINT (STUDENT
      * MASTER), OPERMNT (OPERATOR MASTER), HOLDMNT (HOLD
      * FILE) AND FEESCHMT (FEE SCHEDULE); NEVER ARCHIVED OR
      * CLEARED. CJ-ACTION-CODE IS THE MAINTENANCE ACTION
      * THAT MADE THE CHANGE - THE PROGRAM'S OWN TRANSACTION
      * CODE (A/C/D/N, P/L), OR "L" LOADED AND "R" REPLACED
      * FOR A RATE CARD. CJ-RECORD-KEY IS THE KEY OF THE
      * RECORD CHANGED. CJ-BEFORE-IMAGE IS BLANK (ZEROS FOR A
      * NUMBER) WHEN THE RECORD WAS NEW. A PASSWORD IS NEVER
      * JOURNALED - ONLY THE FACT THAT IT CHANGED. REPORTED
      * BY CHGRPT.
      *****************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-OPERATOR-ID           PIC X(10).
           05  CJ-TIMESTAMP             PIC X(21).
           05  CJ-PROGRAM-ID            PIC X(8).
           05  CJ-ACTION-CODE           PIC X.
           05  CJ-RECORD-KEY            PIC X(20).
           05  CJ-FIELD-NAME            PIC X(12).
           05  CJ-BEFORE-IMAGE          PIC X(30).
           05  CJ-AFTER-IMAGE           PIC X(30).
