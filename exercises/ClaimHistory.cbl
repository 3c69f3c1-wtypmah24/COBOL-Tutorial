           05 CHS-TO-STATUS    PIC X(09).
           05 CHS-TIMESTAMP    PIC X(26).
           05 CHS-OPERATOR     PIC X(10).
           05 CHS-APPROVER     PIC X(10).

       FD  LIFECYCLE-REPORT-FILE.
       01  LIFECYCLE-REPORT-LINE PIC X(80).
                       " BY " CHS-OPERATOR
                       DELIMITED BY SIZE INTO LIFECYCLE-REPORT-LINE
                   WRITE LIFECYCLE-REPORT-LINE
                   IF CHS-APPROVER NOT = SPACES
                   AND CHS-APPROVER NOT = LOW-VALUES
                       MOVE SPACES TO LIFECYCLE-REPORT-LINE
                       STRING "     MONEY OVER AUTHORITY APPROVED BY "
                           CHS-APPROVER
                           DELIMITED BY SIZE INTO LIFECYCLE-REPORT-LINE
                       WRITE LIFECYCLE-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF LIFECYCLE-ROWS = 0
           DISPLAY "CLAIM-HISTORY: CYCLE TIMES TO CYCLTIME.RPT"
       .

      *>  A row whose status is the same on both sides is an
      *>  approved money posting, not a move, and does not end a
      *>  stay.
       MEASURE-ONE-STAY.
           IF CHS-FROM-STATUS = CHS-TO-STATUS
           AND CHS-CLAIM-ID = PREV-CLAIM-ID
               CONTINUE
           ELSE
           IF CHS-CLAIM-ID = PREV-CLAIM-ID
           AND CHS-TIMESTAMP(1:8) IS NUMERIC
               MOVE 'D' TO DATE-FUNCTION
           ELSE
               MOVE 0 TO PREV-STAMP-DATE
           END-IF
           END-IF
       .

       TALLY-ONE-STAY.
