                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF-FLAG
                   NOT AT END
      *                NSF POSTINGS, WAIVER CREDITS, LATE CHARGES
      *                AND BAD DEBT WRITE-OFFS, RECOVERIES AND
      *                COMMISSIONS MOVE NO MONEY AT THE WINDOW, SO
      *                NONE EVER TOUCHES A DRAWER. NOR DO LOCKBOX,
      *                PORTAL AND COLLECTION AGENCY PAYMENTS - THAT
      *                MONEY NEVER PASSED THROUGH A DRAWER.
                       IF AL-TIMESTAMP(1:8) = WS-RUN-DATE-YMD
                           AND AL-TRANS-TYPE NOT = "N"
                           AND AL-TRANS-TYPE NOT = "W"
                           AND AL-TRANS-TYPE NOT = "L"
                           AND AL-TRANS-TYPE NOT = "X"
                           AND AL-TRANS-TYPE NOT = "Y"
                           AND AL-TRANS-TYPE NOT = "A"
                           AND AL-OPERATOR-ID NOT = "LOCKBOX"
                           AND AL-OPERATOR-ID NOT = "COLLAGCY"
                           PERFORM 220-TALLY-ONE-POSTING
                       END-IF
               END-READ
