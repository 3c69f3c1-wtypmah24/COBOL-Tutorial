      *>  accumulate each half.
       01 TREND-COUNT          PIC 9(02) VALUE 0.
       01 TREND-TABLE.
           05 TREND-ENTRY OCCURS 1 TO 60 TIMES
              DEPENDING ON TREND-COUNT.
               10 TRD-STEP-NAME PIC X(15).
               10 TRD-RUNS      PIC 9(05).
               END-IF
           END-PERFORM
           IF TRD-FOUND-INDEX = 0
           AND TREND-COUNT < 60
               ADD 1 TO TREND-COUNT
               MOVE TREND-COUNT TO TRD-FOUND-INDEX
               MOVE DUR-STEP-NAME TO TRD-STEP-NAME(TRD-FOUND-INDEX)
