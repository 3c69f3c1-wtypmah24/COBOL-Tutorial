       01 BD-RESULT-COUNT     PIC 9(05).
       01 BD-RESULT-DATE      PIC 9(08).
       01 BD-STATUS           PIC X.
       01 BD-CALENDAR-ID       PIC X(08) VALUE "OFFICE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 0 TO BD-DATE-2
               CALL "BUSINESS-DAYS" USING BD-FUNCTION BD-DATE-1
                   BD-DATE-2 BD-RESULT-COUNT BD-RESULT-DATE
                   BD-STATUS BD-CALENDAR-ID
               MOVE SPACES TO BUSINESS-CALENDAR-RECORD
               MOVE CAL-DATE-N TO BUSCAL-DATE
               MOVE BD-RESULT-COUNT TO BUSCAL-DAY-OF-WEEK
