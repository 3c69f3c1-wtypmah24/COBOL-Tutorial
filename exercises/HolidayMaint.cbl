      *>  OPERATOR.DAT operator carrying the 'H' letter, and logs
      *>  every change to HOLIDAYS.LOG.
      *>
      *>  The description rides past the date column, and the
      *>  calendar id past the description.
      *>
      *>  The file carries several named calendars (HOLIDAY.cpy):
      *>  the session picks one - OFFICE, BANK or a location code -
      *>  and lists, adds and removes only its rows. (C)opy seeds a
      *>  new calendar from an existing one, so a site that keeps
      *>  the office days plus one of its own starts from the office
      *>  list instead of being keyed from scratch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY "HOLIDAY.cpy".

       FD  HOLIDAY-AUDIT-LOG.
       01  HOLIDAY-AUDIT-LINE  PIC X(90).

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       WORKING-STORAGE SECTION.
       01 HOLIDAY-FILE-STATUS  PIC XX.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-REMOVE     VALUE 'R'.
          88 ACTION-COPY       VALUE 'C'.
          88 ACTION-QUIT       VALUE 'Q'.

      *>  The whole calendar is small; maintenance loads it, applies
      *>  the change in the table, and rewrites the file, the same
      *>  load-work-rewrite shape VIP-LIST-MAINT uses.
       01 HOLIDAY-COUNT        PIC 9(04) VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 2000 TIMES.
               10 HT-DATE       PIC 9(08).
               10 HT-DESC       PIC X(20).
               10 HT-CALENDAR   PIC X(08).
       01 HOLIDAY-INDEX        PIC 9(04).
       01 ENTRY-FOUND-FLAG     PIC X VALUE 'N'.
          88 ENTRY-FOUND       VALUE 'Y'.
       01 ENTRY-INDEX          PIC 9(04).

      *>  The calendar this session maintains, and the one a (C)opy
      *>  takes its rows from.
       01 CURRENT-CALENDAR     PIC X(08) VALUE "OFFICE".
       01 SOURCE-CALENDAR      PIC X(08).
       01 SOURCE-COUNT         PIC 9(04).
       01 SOURCE-INDEX         PIC 9(04).
       01 CALENDAR-ROW-COUNT   PIC 9(04).
       01 ROWS-COPIED          PIC 9(04).

       01 WORK-DATE-TEXT       PIC X(08).
       01 WORK-DESC            PIC X(20).
           05 HAUD-DETAIL      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HAUD-TIMESTAMP   PIC X(26).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HAUD-CALENDAR    PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                DISPLAY "NOT AUTHORIZED FOR CALENDAR MAINTENANCE: "
                    OPERATOR-ID
                CLOSE HOLIDAY-AUDIT-LOG
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-HOLIDAY-TABLE
            DISPLAY "Calendar? (blank = OFFICE, BANK, or a location"
                " code)"
            ACCEPT CURRENT-CALENDAR
            IF CURRENT-CALENDAR = SPACES
                MOVE "OFFICE" TO CURRENT-CALENDAR
            END-IF
            PERFORM COUNT-CALENDAR-ROWS
            IF CALENDAR-ROW-COUNT = 0
                DISPLAY "Calendar " CURRENT-CALENDAR " has no rows -"
                    " BUSINESS-DAYS answers it from OFFICE until it"
                    " does"
            ELSE
                PERFORM WARN-EMPTY-YEARS
            END-IF

            PERFORM UNTIL ACTION-QUIT
                DISPLAY "Action? (L)ist (A)dd (R)emove (C)opy (Q)uit"
                ACCEPT ACTION-CHOICE
                EVALUATE TRUE
                    WHEN ACTION-LIST
                        PERFORM ADD-HOLIDAY
                    WHEN ACTION-REMOVE
                        PERFORM REMOVE-HOLIDAY
                    WHEN ACTION-COPY
                        PERFORM COPY-CALENDAR
                    WHEN ACTION-QUIT
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Choose L, A, R, C or Q."
                END-EVALUATE
            END-PERFORM

            PERFORM COUNT-CALENDAR-ROWS
            IF CALENDAR-ROW-COUNT > 0
                PERFORM WARN-EMPTY-YEARS
            END-IF
            CLOSE HOLIDAY-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Rows from the old date-only file read back with spaces in
      *>  the description and keep it blank until someone names
      *>  them; rows from before the calendar column belong to
      *>  OFFICE, and are written back that way.
       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
                   END-READ
                   IF NOT NO-MORE-HOLIDAYS
                   AND HOL-DATE-IN IS NUMERIC
                   AND HOLIDAY-COUNT < 2000
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOL-DATE-IN TO HT-DATE(HOLIDAY-COUNT)
                       MOVE HOL-DESC-IN TO HT-DESC(HOLIDAY-COUNT)
                       IF HOL-CALENDAR-IN = SPACES
                           MOVE "OFFICE" TO HT-CALENDAR(HOLIDAY-COUNT)
                       ELSE
                           MOVE HOL-CALENDAR-IN
                               TO HT-CALENDAR(HOLIDAY-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
               MOVE SPACES TO HOLIDAY-FILE-RECORD
               MOVE HT-DATE(HOLIDAY-INDEX) TO HOL-DATE-IN
               MOVE HT-DESC(HOLIDAY-INDEX) TO HOL-DESC-IN
               MOVE HT-CALENDAR(HOLIDAY-INDEX) TO HOL-CALENDAR-IN
               WRITE HOLIDAY-FILE-RECORD
           END-PERFORM
           CLOSE HOLIDAY-FILE
       .

       LIST-HOLIDAYS.
           PERFORM COUNT-CALENDAR-ROWS
           IF CALENDAR-ROW-COUNT = 0
               DISPLAY "No holidays on file for " CURRENT-CALENDAR
           ELSE
               PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
               UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
                   IF HT-CALENDAR(HOLIDAY-INDEX) = CURRENT-CALENDAR
                       DISPLAY HT-DATE(HOLIDAY-INDEX) " "
                           HT-DESC(HOLIDAY-INDEX)
                   END-IF
               END-PERFORM
           END-IF
       .

       COUNT-CALENDAR-ROWS.
           MOVE 0 TO CALENDAR-ROW-COUNT
           PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
           UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
               IF HT-CALENDAR(HOLIDAY-INDEX) = CURRENT-CALENDAR
                   ADD 1 TO CALENDAR-ROW-COUNT
               END-IF
           END-PERFORM
       .

       FIND-HOLIDAY-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-FLAG
           PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
           UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT OR ENTRY-FOUND
               IF HT-DATE(HOLIDAY-INDEX) = DATE-VALUE-CHECK-N
               AND HT-CALENDAR(HOLIDAY-INDEX) = CURRENT-CALENDAR
                   SET ENTRY-FOUND TO TRUE
                   MOVE HOLIDAY-INDEX TO ENTRY-INDEX
               END-IF
                   DISPLAY "Already on file: " DATE-VALUE-CHECK-N
                       " " HT-DESC(ENTRY-INDEX)
               ELSE
               IF HOLIDAY-COUNT >= 2000
                   DISPLAY "Calendar is full."
               ELSE
                   DISPLAY "Description?"
                   MOVE DATE-VALUE-CHECK-N
                       TO HT-DATE(HOLIDAY-COUNT)
                   MOVE WORK-DESC TO HT-DESC(HOLIDAY-COUNT)
                   MOVE CURRENT-CALENDAR TO HT-CALENDAR(HOLIDAY-COUNT)
                   PERFORM REWRITE-HOLIDAY-FILE
                   MOVE "ADD" TO HAUD-ACTION
                   MOVE DATE-VALUE-CHECK-N TO HAUD-DATE
           END-IF
       .

      *>  Seeds the session's calendar with every row of another
      *>  calendar it does not already carry; each row copied is
      *>  logged like an add.
       COPY-CALENDAR.
           DISPLAY "Copy holidays from which calendar?"
           ACCEPT SOURCE-CALENDAR
           IF SOURCE-CALENDAR = SPACES
               MOVE "OFFICE" TO SOURCE-CALENDAR
           END-IF
           MOVE 0 TO ROWS-COPIED
           IF SOURCE-CALENDAR = CURRENT-CALENDAR
               DISPLAY "Choose a calendar other than "
                   CURRENT-CALENDAR
           ELSE
               MOVE HOLIDAY-COUNT TO SOURCE-COUNT
               PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
               UNTIL SOURCE-INDEX > SOURCE-COUNT
                   IF HT-CALENDAR(SOURCE-INDEX) = SOURCE-CALENDAR
                       PERFORM COPY-ONE-HOLIDAY
                   END-IF
               END-PERFORM
               IF ROWS-COPIED > 0
                   PERFORM REWRITE-HOLIDAY-FILE
               END-IF
               DISPLAY "Copied " ROWS-COPIED " holidays from "
                   SOURCE-CALENDAR
           END-IF
       .

       COPY-ONE-HOLIDAY.
           MOVE HT-DATE(SOURCE-INDEX) TO DATE-VALUE-CHECK-N
           PERFORM FIND-HOLIDAY-ENTRY
           IF NOT ENTRY-FOUND
               IF HOLIDAY-COUNT >= 2000
                   DISPLAY "Calendar is full at "
                       HT-DATE(SOURCE-INDEX)
               ELSE
                   ADD 1 TO HOLIDAY-COUNT
                   MOVE HT-DATE(SOURCE-INDEX)
                       TO HT-DATE(HOLIDAY-COUNT)
                   MOVE HT-DESC(SOURCE-INDEX)
                       TO HT-DESC(HOLIDAY-COUNT)
                   MOVE CURRENT-CALENDAR TO HT-CALENDAR(HOLIDAY-COUNT)
                   ADD 1 TO ROWS-COPIED
                   MOVE "COPY" TO HAUD-ACTION
                   MOVE HT-DATE(SOURCE-INDEX) TO HAUD-DATE
                   MOVE HT-DESC(SOURCE-INDEX) TO HAUD-DETAIL
                   PERFORM WRITE-HOLIDAY-AUDIT-LINE
               END-IF
           END-IF
       .

      *>  The same YYYYMMDD test the interview runs: numeric, month
      *>  in range, and the day inside the month's real length,
      *>  February delegated to the shared CHECK-LEAP-YEAR
           MOVE CUR-YYYY TO CHECK-YEAR
           PERFORM CHECK-ONE-YEAR
           IF NOT YEAR-HAS-ENTRIES
               DISPLAY "WARNING: NO " CURRENT-CALENDAR
                   " HOLIDAYS ON FILE FOR " CHECK-YEAR
           END-IF
           COMPUTE CHECK-YEAR = CUR-YYYY + 1
           PERFORM CHECK-ONE-YEAR
           IF NOT YEAR-HAS-ENTRIES
               DISPLAY "WARNING: NO " CURRENT-CALENDAR
                   " HOLIDAYS ON FILE FOR " CHECK-YEAR
           END-IF
       .

           PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
           UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
               IF HT-DATE(HOLIDAY-INDEX)(1:4) = CHECK-YEAR
               AND HT-CALENDAR(HOLIDAY-INDEX) = CURRENT-CALENDAR
                   SET YEAR-HAS-ENTRIES TO TRUE
               END-IF
           END-PERFORM
           MOVE OPERATOR-ID TO HAUD-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE AUDIT-TIMESTAMP TO HAUD-TIMESTAMP
           MOVE CURRENT-CALENDAR TO HAUD-CALENDAR
           MOVE HOLIDAY-AUDIT-RECORD TO HOLIDAY-AUDIT-LINE
           WRITE HOLIDAY-AUDIT-LINE
       .
                   END-READ
                   IF NOT NO-MORE-OPERATORS
                   AND OPER-ID = OPERATOR-ID
                   AND NOT OPER-DISABLED
                   AND (OPER-EXPIRY-DATE = SPACES
                       OR OPER-EXPIRY-DATE
                           >= FUNCTION CURRENT-DATE(1:8))
                       PERFORM VARYING FUNC-INDEX FROM 1 BY 1
                       UNTIL FUNC-INDEX > 10
                           IF OPER-FUNCTIONS(FUNC-INDEX:1)
