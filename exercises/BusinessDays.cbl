      *>  year. Weekends come from the day-of-week rule (Zeller's
      *>  congruence); holidays come from the ops-maintained
      *>  HOLIDAYS.DAT, loaded once on the first call of the run.
      *>  The file holds several named calendars (HOLIDAY.cpy), and
      *>  every caller names the one its dates follow: BANK for
      *>  settlement and pay dates, OFFICE (or spaces) for office
      *>  work, a location code for a site's own days. A calendar
      *>  with no rows of its own is answered from OFFICE.
      *>
      *>  USING: LS-FUNCTION   'C' = count business days from
      *>                             LS-DATE-1 through LS-DATE-2
      *>         LS-BUSDAY-STATUS '0' ok/business day, '1' bad date
      *>                          or function, and for 'D' also
      *>                          'W' weekend / 'H' holiday
      *>         LS-CALENDAR-ID   holiday calendar to apply
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY "HOLIDAY.cpy".

       WORKING-STORAGE SECTION.
       01 HOLIDAY-FILE-STATUS  PIC XX.
          88 NO-MORE-HOLIDAYS  VALUE "10".
       01 HOLIDAYS-LOADED-FLAG PIC X VALUE 'N'.
          88 HOLIDAYS-LOADED   VALUE 'Y'.
       01 HOLIDAY-COUNT        PIC 9(04) VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 2000 TIMES.
               10 HT-DATE       PIC 9(08).
               10 HT-CALENDAR   PIC X(08).
       01 HOLIDAY-INDEX        PIC 9(04).

      *>  The calendar the current call is answered from, resolved
      *>  once per change of LS-CALENDAR-ID.
       01 REQUESTED-CALENDAR   PIC X(08) VALUE LOW-VALUES.
       01 ACTIVE-CALENDAR      PIC X(08) VALUE "OFFICE".
       01 CALENDAR-FOUND-FLAG  PIC X VALUE 'N'.
          88 CALENDAR-FOUND    VALUE 'Y'.

       01 WORK-DATE.
           05 WORK-YYYY        PIC 9(4).
       01 LS-RESULT-COUNT      PIC 9(05).
       01 LS-RESULT-DATE       PIC 9(08).
       01 LS-BUSDAY-STATUS     PIC X.
       01 LS-CALENDAR-ID       PIC X(08).

       PROCEDURE DIVISION USING LS-FUNCTION LS-DATE-1 LS-DATE-2
                                LS-RESULT-COUNT LS-RESULT-DATE
                                LS-BUSDAY-STATUS LS-CALENDAR-ID.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-BUSDAY-STATUS
           MOVE 0 TO LS-RESULT-COUNT
           IF NOT HOLIDAYS-LOADED
               PERFORM LOAD-HOLIDAY-TABLE
           END-IF
           IF LS-CALENDAR-ID NOT = REQUESTED-CALENDAR
               PERFORM RESOLVE-CALENDAR
           END-IF

           EVALUATE LS-FUNCTION
               WHEN 'C'
                       AT END SET NO-MORE-HOLIDAYS TO TRUE
                   END-READ
                   IF NOT NO-MORE-HOLIDAYS
                   AND HOLIDAY-COUNT < 2000
                   AND HOL-DATE-IN IS NUMERIC
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOL-DATE-IN TO HT-DATE(HOLIDAY-COUNT)
                       IF HOL-CALENDAR-IN = SPACES
                           MOVE "OFFICE" TO HT-CALENDAR(HOLIDAY-COUNT)
                       ELSE
                           MOVE HOL-CALENDAR-IN
                               TO HT-CALENDAR(HOLIDAY-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE HOLIDAY-FILE
       .

      *>  A calendar nobody has loaded any rows for (a new location,
      *>  say) falls back to OFFICE rather than to no holidays at
      *>  all.
       RESOLVE-CALENDAR.
           MOVE LS-CALENDAR-ID TO REQUESTED-CALENDAR
           IF LS-CALENDAR-ID = SPACES
               MOVE "OFFICE" TO ACTIVE-CALENDAR
           ELSE
               MOVE 'N' TO CALENDAR-FOUND-FLAG
               PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
               UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT OR CALENDAR-FOUND
                   IF HT-CALENDAR(HOLIDAY-INDEX) = LS-CALENDAR-ID
                       SET CALENDAR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF CALENDAR-FOUND
                   MOVE LS-CALENDAR-ID TO ACTIVE-CALENDAR
               ELSE
                   MOVE "OFFICE" TO ACTIVE-CALENDAR
               END-IF
           END-IF
       .

      *>  Inclusive count of business days from LS-DATE-1 through
      *>  LS-DATE-2; a reversed or malformed range answers status 1.
       COUNT-BUSINESS-DAYS.
       .

      *>  Business day = not Saturday, not Sunday, not on the
      *>  active calendar's holidays.
       CHECK-BUSINESS-DAY.
           PERFORM COMPUTE-DAY-OF-WEEK
      *>  ZELLER-H: 0 = Saturday, 1 = Sunday.
               MOVE 'Y' TO BUSINESS-DAY-FLAG
               PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
               UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
                   IF HT-DATE(HOLIDAY-INDEX) = WORK-DATE-N
                   AND HT-CALENDAR(HOLIDAY-INDEX) = ACTIVE-CALENDAR
                       MOVE 'N' TO BUSINESS-DAY-FLAG
                   END-IF
               END-PERFORM
