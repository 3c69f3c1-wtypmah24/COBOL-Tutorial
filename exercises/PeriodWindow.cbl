       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-WINDOW.
      *>  Callable period-end test in the style of BUSINESS-DAYS, for
      *>  the steps that run every night but only do some of their
      *>  work at a week-end, month-end or quarter-end - the same
      *>  rule the nightly control program applies to its schedule.
      *>  The run date is month-end when it is a business day whose
      *>  next business day falls in a different month, and a
      *>  month-end closing month 3, 6, 9 or 12 is also quarter-end;
      *>  it is week-end when the next business day lies past the
      *>  coming Sunday. Weekends and the holiday file both count,
      *>  through BUSINESS-DAYS.
      *>
      *>  USING: LS-RUN-DATE      CCYYMMDD date to test
      *>         LS-MONTH-END     'Y' when a month-end, else 'N'
      *>         LS-QUARTER-END   'Y' when a quarter-end, else 'N'
      *>         LS-WEEK-END      'Y' when a week-end, else 'N'
      *>         LS-WINDOW-STATUS '0' ok, '1' bad date or calendar
      *>                          unavailable (all windows left 'N')
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>  BUSINESS-DAYS call set.
       01 BUSDAY-FUNCTION      PIC X.
       01 BUSDAY-DATE-1        PIC 9(08).
       01 BUSDAY-DATE-2        PIC 9(08).
       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "OFFICE".

      *>  DATE-ARITH call set, per its CHECK-LEAP-YEAR-style USING
      *>  list.
       01 DATE-FUNCTION        PIC X.
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

       01 RUN-DATE-SPLIT.
           05 RUN-YYYY         PIC 9(04).
           05 RUN-MM           PIC 9(02).
           05 RUN-DD           PIC 9(02).
       01 RUN-DATE-SPLIT-N REDEFINES RUN-DATE-SPLIT PIC 9(08).
       01 NEXT-BUSINESS-DATE.
           05 NEXT-BUS-YYYY    PIC 9(04).
           05 NEXT-BUS-MM      PIC 9(02).
           05 NEXT-BUS-DD      PIC 9(02).
       01 NEXT-BUSINESS-DATE-N REDEFINES NEXT-BUSINESS-DATE
                               PIC 9(08).
      *>  Any Monday will do as the reference the weekday is counted
      *>  from.
       01 KNOWN-MONDAY         PIC 9(08) VALUE 20000103.
       01 WEEKDAY-NUMBER       PIC 9(01).
       01 WEEKS-ELAPSED        PIC 9(07).
       01 DAYS-TO-NEXT-BUSINESS PIC S9(07).

       LINKAGE SECTION.
       01 LS-RUN-DATE          PIC 9(08).
       01 LS-MONTH-END         PIC X.
       01 LS-QUARTER-END       PIC X.
       01 LS-WEEK-END          PIC X.
       01 LS-WINDOW-STATUS     PIC X.

       PROCEDURE DIVISION USING LS-RUN-DATE LS-MONTH-END
                                LS-QUARTER-END LS-WEEK-END
                                LS-WINDOW-STATUS.
       MAIN-PROCEDURE.
           MOVE 'N' TO LS-MONTH-END
           MOVE 'N' TO LS-QUARTER-END
           MOVE 'N' TO LS-WEEK-END
           MOVE '0' TO LS-WINDOW-STATUS
           MOVE 'D' TO BUSDAY-FUNCTION
           MOVE LS-RUN-DATE TO BUSDAY-DATE-1
           MOVE 0 TO BUSDAY-DATE-2
           CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION BUSDAY-DATE-1
               BUSDAY-DATE-2 BUSDAY-RESULT-COUNT BUSDAY-RESULT-DATE
               BUSDAY-STATUS BUSDAY-CALENDAR-ID
               ON EXCEPTION
                   MOVE '1' TO BUSDAY-STATUS
           END-CALL
      *>  Only a business day can close a period; a weekend or
      *>  holiday leaves every window closed, and is not an error.
           EVALUATE BUSDAY-STATUS
               WHEN '0'
                   PERFORM TEST-PERIOD-ENDS
               WHEN 'W'
               WHEN 'H'
                   CONTINUE
               WHEN OTHER
                   MOVE '1' TO LS-WINDOW-STATUS
           END-EVALUATE
           GOBACK.

       TEST-PERIOD-ENDS.
           MOVE 'N' TO BUSDAY-FUNCTION
           MOVE LS-RUN-DATE TO BUSDAY-DATE-1
           CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
               BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
               BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               ON EXCEPTION
                   MOVE '1' TO BUSDAY-STATUS
           END-CALL
           IF BUSDAY-STATUS NOT = '0'
               MOVE '1' TO LS-WINDOW-STATUS
           ELSE
               MOVE LS-RUN-DATE TO RUN-DATE-SPLIT-N
               MOVE BUSDAY-RESULT-DATE TO NEXT-BUSINESS-DATE-N
               IF NEXT-BUS-MM NOT = RUN-MM
                   MOVE 'Y' TO LS-MONTH-END
                   IF RUN-MM = 3 OR RUN-MM = 6
                   OR RUN-MM = 9 OR RUN-MM = 12
                       MOVE 'Y' TO LS-QUARTER-END
                   END-IF
               END-IF
               PERFORM TEST-WEEK-END
           END-IF
       .

      *>  Weekday of the run date, then the calendar days to the
      *>  next business day: a gap that reaches past Sunday makes
      *>  the run date the last business day of the week.
       TEST-WEEK-END.
           MOVE 'D' TO DATE-FUNCTION
           CALL "DATE-ARITH" USING DATE-FUNCTION KNOWN-MONDAY
               LS-RUN-DATE DATE-OFFSET-DAYS DATE-RESULT-DAYS
               DATE-RESULT-DATE DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0'
           AND DATE-RESULT-DAYS >= 0
               DIVIDE DATE-RESULT-DAYS BY 7 GIVING WEEKS-ELAPSED
                   REMAINDER WEEKDAY-NUMBER
               CALL "DATE-ARITH" USING DATE-FUNCTION LS-RUN-DATE
                   NEXT-BUSINESS-DATE-N DATE-OFFSET-DAYS
                   DATE-RESULT-DAYS DATE-RESULT-DATE DATE-CALL-STATUS
               MOVE DATE-RESULT-DAYS TO DAYS-TO-NEXT-BUSINESS
               IF DATE-CALL-STATUS = '0'
               AND DAYS-TO-NEXT-BUSINESS > 6 - WEEKDAY-NUMBER
                   MOVE 'Y' TO LS-WEEK-END
               END-IF
           END-IF
       .

       END PROGRAM PERIOD-WINDOW.
