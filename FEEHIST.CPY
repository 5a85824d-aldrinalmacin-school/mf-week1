      *****************************************************
      * FEE HISTORY RECORD LAYOUT - FEEHIST.DAT
      * INDEXED FILE, RECORD KEY IS FH-HISTORY-KEY (STUDENT,
      * POSTING DATE AS YYYYMMDD, ENTRY SEQUENCE WITHIN THE
      * STUDENT AND DATE), ALTERNATE KEY FH-POSTING-DATE WITH
      * DUPLICATES - ONE RECORD PER FEE LOG ENTRY EVER POSTED,
      * SO A STUDENT'S WHOLE HISTORY, OR ONE DAY'S POSTINGS,
      * READS DIRECTLY INSTEAD OF FROM THE TOP OF FEELOG.DAT
      * AND FEEARCH.DAT. FH-LOG-IMAGE IS THE FEE LOG RECORD
      * EXACTLY AS WRITTEN (FEELOG LAYOUT). EVERY PROGRAM THAT
      * WRITES THE FEE LOG ADDS THE SAME ENTRY HERE, TAKING THE
      * NEXT FREE SEQUENCE FOR THE STUDENT AND DATE, SO THE
      * SEQUENCE KEEPS THE ORDER THE ENTRIES WERE POSTED.
      * FH-ARCHIVED-FLAG IS "N" WHILE THE ENTRY IS ON THE LIVE
      * LOG AND "Y" ONCE MONTH-END HAS ROLLED IT TO THE ARCHIVE.
      * BUILT ONCE FROM THE ARCHIVE AND THE LOG BY HISTBLD.
      * A WRITE OR REWRITE THAT LEAVES MORE THAN ONE RECORD
      * ON A POSTING DATE RETURNS STATUS "02" (DUPLICATE
      * ALTERNATE KEY), WHICH IS A SUCCESSFUL WRITE.
      *****************************************************
       01  FEE-HISTORY-RECORD.
           05  FH-HISTORY-KEY.
               10  FH-STUDENT-ID        PIC X(10).
               10  FH-POSTING-DATE      PIC X(8).
               10  FH-ENTRY-SEQ         PIC 9(4).
           05  FH-ARCHIVED-FLAG         PIC X.
           05  FH-LOG-IMAGE             PIC X(62).
