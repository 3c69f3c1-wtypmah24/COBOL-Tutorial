       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-CALENDAR.
      *>  Forward-looking team absence calendar. LEAVE-PROCESS draws
      *>  down the balances once leave is taken, but a manager
      *>  approving vacation could not see who else in the department
      *>  is already out. This step lays the approved ('A') and
      *>  requested ('R') leave on LEAVREQ.DAT over the coming
      *>  business days (BUSINESS-DAYS, so weekends and HOLIDAYS.DAT
      *>  are skipped), one grid per MASTER-DEPT-CODE with a row per
      *>  absent employee and the count out each day, and flags every
      *>  day a department's absence is over the limit.
      *>
      *>  New requests ('N') are checked before they post: one that
      *>  would take its department over the limit on any calendar
      *>  day is refused ('J', with the day in the reason) and goes to
      *>  the exception summary; the rest are booked as 'R' and count
      *>  against the days they cover from then on. Approved leave is
      *>  laid down first, so approval always outranks a new request.
      *>
      *>  ABSCAL.PRM: business days ahead (default and most 20), then
      *>  the limit as a percentage of department headcount (default
      *>  25).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-PARAM-FILE ASSIGN TO "ABSCAL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-PARAM-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Department reference (DEPT-CODE-MAINT): the grid headings
      *>  carry the name beside the code.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-REQUEST-FILE-STATUS.
      *>  Decided requests go through a work file and back, so a
      *>  crash mid-run never leaves a half-written request file.
           SELECT REQUEST-WORK-FILE ASSIGN TO "LEAVREQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-WORK-FILE-STATUS.
           SELECT CALENDAR-REPORT-FILE ASSIGN TO "ABSCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-PARAM-FILE.
       01  CALENDAR-PARAM-RECORD.
           05 PRM-HORIZON-DAYS  PIC 9(02).
           05 FILLER            PIC X(01).
           05 PRM-LIMIT-PERCENT PIC 9(03).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).

       FD  LEAVE-REQUEST-FILE.
           COPY "LEAVE-REQUEST.cpy".

       FD  REQUEST-WORK-FILE.
       01  REQUEST-WORK-LINE   PIC X(72).

       FD  CALENDAR-REPORT-FILE.
       01  CALENDAR-REPORT-LINE PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 CALENDAR-PARAM-FILE-STATUS PIC XX.
          88 NO-CALENDAR-PARAM-FILE VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 LEAVE-REQUEST-FILE-STATUS PIC XX.
          88 NO-LEAVE-REQUEST-FILE VALUE "35".
       01 REQUEST-WORK-FILE-STATUS PIC XX.
       01 CALENDAR-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 END-OF-MASTER-FLAG   PIC X VALUE 'N'.
          88 END-OF-EMPLOYEE-MASTER VALUE 'Y'.
       01 END-OF-REQUESTS-FLAG PIC X VALUE 'N'.
          88 END-OF-LEAVE-REQUESTS VALUE 'Y'.
       01 END-OF-WORK-FLAG     PIC X VALUE 'N'.
          88 END-OF-WORK-ROWS  VALUE 'Y'.

       01 HORIZON-DAYS         PIC 9(02) VALUE 20.
       01 LIMIT-PERCENT        PIC 9(03) VALUE 25.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  BUSINESS-DAYS call set, per its CHECK-LEAP-YEAR-style
      *>  USING list.
       01 BUSDAY-FUNCTION      PIC X.
       01 BUSDAY-DATE-1        PIC 9(08).
       01 BUSDAY-DATE-2        PIC 9(08).
       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "OFFICE".

      *>  NAME-FORMAT call set - grid rows show "SURNAME, GIVEN".
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

      *>  The calendar's business days, today first when today is
      *>  one.
       01 CALENDAR-DAY-COUNT   PIC 9(02) VALUE 0.
       01 CALENDAR-DAY-TABLE.
           05 CALENDAR-DAY      PIC 9(08) OCCURS 20 TIMES.
       01 DAY-INDEX            PIC 9(02).
       01 DAY-WORK-DATE.
           05 DAY-WORK-YYYY     PIC 9(04).
           05 DAY-WORK-MM       PIC 9(02).
           05 DAY-WORK-DD       PIC 9(02).
       01 DAY-WORK-DATE-N REDEFINES DAY-WORK-DATE PIC 9(08).

      *>  Active employees with their department, for the join from
      *>  a request to its department and name.
       01 STAFF-COUNT          PIC 9(04) VALUE 0.
       01 STAFF-TABLE.
           05 STAFF-ENTRY OCCURS 2000 TIMES.
               10 ST-EMP-ID     PIC X(06).
               10 ST-DEPT-INDEX PIC 9(03).
               10 ST-NAME       PIC X(19).
       01 STAFF-INDEX          PIC 9(04).
       01 STAFF-FOUND-INDEX    PIC 9(04).

      *>  One row per department: headcount, the most that may be
      *>  out on a day, and how many are out on each calendar day.
       01 DEPT-TALLY-COUNT     PIC 9(03) VALUE 0.
       01 DEPT-TALLY-TABLE.
           05 DEPT-TALLY-ENTRY OCCURS 100 TIMES.
               10 DT-DEPT-CODE  PIC X(04).
               10 DT-DEPT-NAME  PIC X(20).
               10 DT-HEADS      PIC 9(05).
               10 DT-MAX-OUT    PIC 9(05).
               10 DT-OUT-COUNT  PIC 9(03) OCCURS 20 TIMES.
       01 DEPT-INDEX           PIC 9(03).
       01 DEPT-WORK-CODE       PIC X(04).

      *>  One row per employee with leave in the window; the marks
      *>  hold the leave type on each day off, '?' where the day is
      *>  only requested.
       01 ABSENTEE-COUNT       PIC 9(04) VALUE 0.
       01 ABSENTEE-TABLE.
           05 ABSENTEE-ENTRY OCCURS 1000 TIMES.
               10 AB-STAFF-INDEX PIC 9(04).
               10 AB-DAY-MARK   PIC X(01) OCCURS 20 TIMES.
       01 ABSENTEE-INDEX       PIC 9(04).
       01 ABSENTEE-FOUND-INDEX PIC 9(04).
       01 DAY-MARK             PIC X(01).

       01 REQUEST-FITS-FLAG    PIC X VALUE 'Y'.
          88 REQUEST-FITS      VALUE 'Y'.
       01 CLASH-DAY-INDEX      PIC 9(02).
       01 DEPT-OVER-FLAG       PIC X VALUE 'N'.
          88 DEPT-WAS-OVER     VALUE 'Y'.

       01 REQUESTS-BOOKED      PIC 9(05) VALUE 0.
       01 REQUESTS-REFUSED     PIC 9(05) VALUE 0.
       01 DAYS-OVER-LIMIT      PIC 9(05) VALUE 0.
       01 COUNT-EDIT           PIC ZZ9.
       01 HEADS-EDIT           PIC ZZZZ9.
       01 PERCENT-EDIT         PIC ZZ9.
       01 LINE-POSITION        PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-CALENDAR-PARAMETERS
            PERFORM BUILD-CALENDAR-DAYS
            OPEN OUTPUT CALENDAR-REPORT-FILE
            MOVE LIMIT-PERCENT TO PERCENT-EDIT
            MOVE SPACES TO CALENDAR-REPORT-LINE
            STRING "TEAM ABSENCE CALENDAR FROM " CALENDAR-DAY(1)
                " FOR " HORIZON-DAYS " BUSINESS DAYS - LIMIT "
                PERCENT-EDIT "% OF HEADCOUNT"
                DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
            WRITE CALENDAR-REPORT-LINE
            MOVE "  V/S/U APPROVED LEAVE BY TYPE, ? REQUESTED,"
                & " * OVER THE LIMIT" TO CALENDAR-REPORT-LINE
            WRITE CALENDAR-REPORT-LINE

            OPEN INPUT EMPLOYEE-MASTER
            IF MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
                    MASTER-FILE-STATUS
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "EMPMAST.DAT OPEN FAILED, STATUS="
                    MASTER-FILE-STATUS
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'C' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM LOAD-DEPT-NAMES
                PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                    READ EMPLOYEE-MASTER NEXT RECORD
                        AT END SET END-OF-EMPLOYEE-MASTER TO TRUE
                    END-READ
                    IF NOT END-OF-EMPLOYEE-MASTER
                    AND NOT MASTER-TERMINATED
                        PERFORM LOAD-ONE-EMPLOYEE
                    END-IF
                END-PERFORM
                CLOSE EMPLOYEE-MASTER
                PERFORM FIGURE-DEPARTMENT-LIMITS
                PERFORM LAY-DOWN-BOOKED-LEAVE
                PERFORM DECIDE-NEW-REQUESTS
                PERFORM WRITE-DEPARTMENT-GRIDS
                DISPLAY "ABSENCE-CALENDAR: " REQUESTS-BOOKED
                    " BOOKED, " REQUESTS-REFUSED " REFUSED, "
                    DAYS-OVER-LIMIT " DEPARTMENT-DAYS OVER LIMIT"
            END-IF
            CLOSE CALENDAR-REPORT-FILE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-CALENDAR-PARAMETERS.
           OPEN INPUT CALENDAR-PARAM-FILE
           IF NOT NO-CALENDAR-PARAM-FILE
               READ CALENDAR-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-HORIZON-DAYS IS NUMERIC
                       AND PRM-HORIZON-DAYS > 0
                       AND PRM-HORIZON-DAYS <= 20
                           MOVE PRM-HORIZON-DAYS TO HORIZON-DAYS
                       END-IF
                       IF PRM-LIMIT-PERCENT IS NUMERIC
                       AND PRM-LIMIT-PERCENT > 0
                       AND PRM-LIMIT-PERCENT <= 100
                           MOVE PRM-LIMIT-PERCENT TO LIMIT-PERCENT
                       END-IF
               END-READ
           END-IF
           CLOSE CALENDAR-PARAM-FILE
       .

      *>  Today if it is a business day, then each next business day
      *>  until the horizon is filled.
       BUILD-CALENDAR-DAYS.
           MOVE 0 TO CALENDAR-DAY-COUNT
           MOVE 'D' TO BUSDAY-FUNCTION
           MOVE TODAYS-DATE-N TO BUSDAY-DATE-1
           MOVE 0 TO BUSDAY-DATE-2
           CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION BUSDAY-DATE-1
               BUSDAY-DATE-2 BUSDAY-RESULT-COUNT BUSDAY-RESULT-DATE
               BUSDAY-STATUS BUSDAY-CALENDAR-ID
           IF BUSDAY-STATUS = '0'
               ADD 1 TO CALENDAR-DAY-COUNT
               MOVE TODAYS-DATE-N TO CALENDAR-DAY(CALENDAR-DAY-COUNT)
           END-IF
           MOVE TODAYS-DATE-N TO BUSDAY-DATE-1
           PERFORM UNTIL CALENDAR-DAY-COUNT >= HORIZON-DAYS
               MOVE 'N' TO BUSDAY-FUNCTION
               MOVE 0 TO BUSDAY-DATE-2
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               IF BUSDAY-STATUS = '0'
                   ADD 1 TO CALENDAR-DAY-COUNT
                   MOVE BUSDAY-RESULT-DATE
                       TO CALENDAR-DAY(CALENDAR-DAY-COUNT)
                   MOVE BUSDAY-RESULT-DATE TO BUSDAY-DATE-1
               ELSE
                   MOVE CALENDAR-DAY-COUNT TO HORIZON-DAYS
               END-IF
           END-PERFORM
       .

       LOAD-DEPT-NAMES.
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                       MOVE DEPT-CODE-REF TO DEPT-WORK-CODE
                       PERFORM FIND-DEPT-TALLY
                       MOVE DEPT-NAME-REF TO DT-DEPT-NAME(DEPT-INDEX)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DEPT-REF-FILE
       .

       LOAD-ONE-EMPLOYEE.
           MOVE MASTER-DEPT-CODE TO DEPT-WORK-CODE
           PERFORM FIND-DEPT-TALLY
           ADD 1 TO DT-HEADS(DEPT-INDEX)
           IF STAFF-COUNT < 2000
               ADD 1 TO STAFF-COUNT
               MOVE MASTER-EMP-ID TO ST-EMP-ID(STAFF-COUNT)
               MOVE DEPT-INDEX TO ST-DEPT-INDEX(STAFF-COUNT)
               CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
                   MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
               MOVE NAME-RESULT TO ST-NAME(STAFF-COUNT)
           END-IF
       .

      *>  The most that may be out on one day without going over the
      *>  limit; a department always lets at least one person go.
       FIGURE-DEPARTMENT-LIMITS.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               COMPUTE DT-MAX-OUT(DEPT-INDEX) =
                   DT-HEADS(DEPT-INDEX) * LIMIT-PERCENT / 100
               IF DT-MAX-OUT(DEPT-INDEX) = 0
                   MOVE 1 TO DT-MAX-OUT(DEPT-INDEX)
               END-IF
           END-PERFORM
       .

      *>  First pass: approved and already-booked requests go on the
      *>  calendar as they stand, whatever the count comes to; the
      *>  limit only decides new requests.
       LAY-DOWN-BOOKED-LEAVE.
           OPEN INPUT LEAVE-REQUEST-FILE
           IF NOT NO-LEAVE-REQUEST-FILE
               PERFORM UNTIL END-OF-LEAVE-REQUESTS
                   READ LEAVE-REQUEST-FILE
                       AT END SET END-OF-LEAVE-REQUESTS TO TRUE
                   END-READ
                   IF NOT END-OF-LEAVE-REQUESTS
                   AND (LRQ-APPROVED OR LRQ-REQUESTED)
                   AND LRQ-START-DATE IS NUMERIC
                   AND LRQ-END-DATE IS NUMERIC
                       PERFORM FIND-STAFF-ENTRY
                       IF STAFF-FOUND-INDEX > 0
                           PERFORM MARK-REQUEST-DAYS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE LEAVE-REQUEST-FILE
       .

      *>  Second pass: every row is copied to the work file, each new
      *>  request with its decision, and the work file copied back.
       DECIDE-NEW-REQUESTS.
           MOVE 'N' TO END-OF-REQUESTS-FLAG
           OPEN INPUT LEAVE-REQUEST-FILE
           IF NOT NO-LEAVE-REQUEST-FILE
               OPEN OUTPUT REQUEST-WORK-FILE
               PERFORM UNTIL END-OF-LEAVE-REQUESTS
                   READ LEAVE-REQUEST-FILE
                       AT END SET END-OF-LEAVE-REQUESTS TO TRUE
                   END-READ
                   IF NOT END-OF-LEAVE-REQUESTS
                       IF LRQ-NEW
                           PERFORM DECIDE-ONE-REQUEST
                       END-IF
                       MOVE LEAVE-REQUEST-RECORD TO REQUEST-WORK-LINE
                       WRITE REQUEST-WORK-LINE
                   END-IF
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
               CLOSE REQUEST-WORK-FILE
               PERFORM COPY-WORK-BACK-TO-REQUESTS
           ELSE
               CLOSE LEAVE-REQUEST-FILE
           END-IF
       .

       DECIDE-ONE-REQUEST.
           MOVE SPACES TO LRQ-REASON
           PERFORM FIND-STAFF-ENTRY
           EVALUATE TRUE
               WHEN LRQ-START-DATE NOT NUMERIC
               OR LRQ-END-DATE NOT NUMERIC
               OR LRQ-END-DATE < LRQ-START-DATE
               OR NOT (LRQ-VACATION OR LRQ-SICK OR LRQ-UNPAID)
                   MOVE "BAD TYPE OR DATES" TO LRQ-REASON
               WHEN STAFF-FOUND-INDEX = 0
                   MOVE "NOT AN ACTIVE EMPLOYEE" TO LRQ-REASON
               WHEN OTHER
                   PERFORM CHECK-REQUEST-FITS
                   IF NOT REQUEST-FITS
                       MOVE SPACES TO LRQ-REASON
                       STRING "DEPT OVER LIMIT ON "
                           CALENDAR-DAY(CLASH-DAY-INDEX)
                           DELIMITED BY SIZE INTO LRQ-REASON
                   END-IF
           END-EVALUATE
           IF LRQ-REASON = SPACES
               SET LRQ-REQUESTED TO TRUE
               PERFORM MARK-REQUEST-DAYS
               ADD 1 TO REQUESTS-BOOKED
           ELSE
               SET LRQ-REJECTED TO TRUE
               ADD 1 TO REQUESTS-REFUSED
               MOVE "DECIDE-ONE-REQUEST" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "LEAVE " LRQ-EMP-ID " " LRQ-START-DATE
                   " REFUSED: " LRQ-REASON
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  The request fits unless some calendar day it covers, where
      *>  the employee is not already out, is already at the
      *>  department's most.
       CHECK-REQUEST-FITS.
           MOVE 'Y' TO REQUEST-FITS-FLAG
           MOVE 0 TO CLASH-DAY-INDEX
           MOVE ST-DEPT-INDEX(STAFF-FOUND-INDEX) TO DEPT-INDEX
           PERFORM FIND-ABSENTEE-ENTRY
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
           UNTIL DAY-INDEX > CALENDAR-DAY-COUNT OR NOT REQUEST-FITS
               IF CALENDAR-DAY(DAY-INDEX) >= LRQ-START-DATE
               AND CALENDAR-DAY(DAY-INDEX) <= LRQ-END-DATE
                   MOVE SPACE TO DAY-MARK
                   IF ABSENTEE-FOUND-INDEX > 0
                       MOVE AB-DAY-MARK(ABSENTEE-FOUND-INDEX, DAY-INDEX)
                           TO DAY-MARK
                   END-IF
                   IF DAY-MARK = SPACE
                   AND DT-OUT-COUNT(DEPT-INDEX, DAY-INDEX)
                       >= DT-MAX-OUT(DEPT-INDEX)
                       MOVE 'N' TO REQUEST-FITS-FLAG
                       MOVE DAY-INDEX TO CLASH-DAY-INDEX
                   END-IF
               END-IF
           END-PERFORM
       .

      *>  Puts the request on the employee's row for every calendar
      *>  day it covers; a day first marked counts one more out for
      *>  the department, and an approved mark replaces a '?'.
       MARK-REQUEST-DAYS.
           MOVE ST-DEPT-INDEX(STAFF-FOUND-INDEX) TO DEPT-INDEX
           IF LRQ-APPROVED
               MOVE LRQ-TYPE TO DAY-MARK
           ELSE
               MOVE '?' TO DAY-MARK
           END-IF
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
           UNTIL DAY-INDEX > CALENDAR-DAY-COUNT
               IF CALENDAR-DAY(DAY-INDEX) >= LRQ-START-DATE
               AND CALENDAR-DAY(DAY-INDEX) <= LRQ-END-DATE
                   PERFORM FIND-ABSENTEE-ENTRY
                   IF ABSENTEE-FOUND-INDEX = 0
                       PERFORM ADD-ABSENTEE-ENTRY
                   END-IF
                   IF ABSENTEE-FOUND-INDEX > 0
                       IF AB-DAY-MARK(ABSENTEE-FOUND-INDEX, DAY-INDEX)
                           = SPACE
                           ADD 1 TO DT-OUT-COUNT(DEPT-INDEX, DAY-INDEX)
                           MOVE DAY-MARK TO AB-DAY-MARK
                               (ABSENTEE-FOUND-INDEX, DAY-INDEX)
                       ELSE
                           IF LRQ-APPROVED
                               MOVE DAY-MARK TO AB-DAY-MARK
                                   (ABSENTEE-FOUND-INDEX, DAY-INDEX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       .

       FIND-STAFF-ENTRY.
           MOVE 0 TO STAFF-FOUND-INDEX
           PERFORM VARYING STAFF-INDEX FROM 1 BY 1
           UNTIL STAFF-INDEX > STAFF-COUNT OR STAFF-FOUND-INDEX > 0
               IF ST-EMP-ID(STAFF-INDEX) = LRQ-EMP-ID
                   MOVE STAFF-INDEX TO STAFF-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       FIND-ABSENTEE-ENTRY.
           MOVE 0 TO ABSENTEE-FOUND-INDEX
           PERFORM VARYING ABSENTEE-INDEX FROM 1 BY 1
           UNTIL ABSENTEE-INDEX > ABSENTEE-COUNT
           OR ABSENTEE-FOUND-INDEX > 0
               IF AB-STAFF-INDEX(ABSENTEE-INDEX) = STAFF-FOUND-INDEX
                   MOVE ABSENTEE-INDEX TO ABSENTEE-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       ADD-ABSENTEE-ENTRY.
           IF ABSENTEE-COUNT < 1000
               ADD 1 TO ABSENTEE-COUNT
               MOVE ABSENTEE-COUNT TO ABSENTEE-FOUND-INDEX
               MOVE SPACES TO ABSENTEE-ENTRY(ABSENTEE-FOUND-INDEX)
               MOVE STAFF-FOUND-INDEX
                   TO AB-STAFF-INDEX(ABSENTEE-FOUND-INDEX)
           END-IF
       .

       COPY-WORK-BACK-TO-REQUESTS.
           OPEN INPUT REQUEST-WORK-FILE
           OPEN OUTPUT LEAVE-REQUEST-FILE
           PERFORM UNTIL END-OF-WORK-ROWS
               READ REQUEST-WORK-FILE
                   AT END SET END-OF-WORK-ROWS TO TRUE
               END-READ
               IF NOT END-OF-WORK-ROWS
                   MOVE REQUEST-WORK-LINE TO LEAVE-REQUEST-RECORD
                   WRITE LEAVE-REQUEST-RECORD
               END-IF
           END-PERFORM
           CLOSE REQUEST-WORK-FILE
           CLOSE LEAVE-REQUEST-FILE
       .

      *>  Leaves DEPT-INDEX on DEPT-WORK-CODE's row, adding the row
      *>  the first time the code is seen; past the table's end the
      *>  last row takes the overflow.
       FIND-DEPT-TALLY.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
           OR DT-DEPT-CODE(DEPT-INDEX) = DEPT-WORK-CODE
               CONTINUE
           END-PERFORM
           IF DEPT-INDEX > DEPT-TALLY-COUNT
               IF DEPT-TALLY-COUNT < 100
                   ADD 1 TO DEPT-TALLY-COUNT
                   MOVE DEPT-TALLY-COUNT TO DEPT-INDEX
                   MOVE DEPT-WORK-CODE TO DT-DEPT-CODE(DEPT-INDEX)
                   MOVE "(NOT ON DEPTREF.DAT)"
                       TO DT-DEPT-NAME(DEPT-INDEX)
                   MOVE 0 TO DT-HEADS(DEPT-INDEX)
                   MOVE 0 TO DT-MAX-OUT(DEPT-INDEX)
                   PERFORM VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX > 20
                       MOVE 0 TO DT-OUT-COUNT(DEPT-INDEX, DAY-INDEX)
                   END-PERFORM
               ELSE
                   MOVE 100 TO DEPT-INDEX
               END-IF
           END-IF
       .

      *>  One grid per department with active staff: the day
      *>  headings, a row per absent employee, the count out and the
      *>  days over the limit.
       WRITE-DEPARTMENT-GRIDS.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               IF DT-HEADS(DEPT-INDEX) > 0
                   PERFORM WRITE-ONE-GRID
               END-IF
           END-PERFORM
       .

       WRITE-ONE-GRID.
           MOVE SPACES TO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE DT-HEADS(DEPT-INDEX) TO HEADS-EDIT
           MOVE DT-MAX-OUT(DEPT-INDEX) TO COUNT-EDIT
           MOVE SPACES TO CALENDAR-REPORT-LINE
           STRING "DEPARTMENT " DT-DEPT-CODE(DEPT-INDEX) " "
               DT-DEPT-NAME(DEPT-INDEX) " HEADCOUNT" HEADS-EDIT
               "  MOST OUT A DAY" COUNT-EDIT
               DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
           WRITE CALENDAR-REPORT-LINE
           MOVE SPACES TO CALENDAR-REPORT-LINE
           MOVE "MONTH" TO CALENDAR-REPORT-LINE
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
           UNTIL DAY-INDEX > CALENDAR-DAY-COUNT
               MOVE CALENDAR-DAY(DAY-INDEX) TO DAY-WORK-DATE-N
               COMPUTE LINE-POSITION = 26 + (DAY-INDEX * 3)
               MOVE DAY-WORK-MM TO CALENDAR-REPORT-LINE(LINE-POSITION:2)
           END-PERFORM
           WRITE CALENDAR-REPORT-LINE
           MOVE SPACES TO CALENDAR-REPORT-LINE
           MOVE "EMP-ID NAME           DAY" TO CALENDAR-REPORT-LINE
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
           UNTIL DAY-INDEX > CALENDAR-DAY-COUNT
               MOVE CALENDAR-DAY(DAY-INDEX) TO DAY-WORK-DATE-N
               COMPUTE LINE-POSITION = 26 + (DAY-INDEX * 3)
               MOVE DAY-WORK-DD TO CALENDAR-REPORT-LINE(LINE-POSITION:2)
           END-PERFORM
           WRITE CALENDAR-REPORT-LINE
           PERFORM VARYING ABSENTEE-INDEX FROM 1 BY 1
           UNTIL ABSENTEE-INDEX > ABSENTEE-COUNT
               MOVE AB-STAFF-INDEX(ABSENTEE-INDEX) TO STAFF-INDEX
               IF ST-DEPT-INDEX(STAFF-INDEX) = DEPT-INDEX
                   MOVE SPACES TO CALENDAR-REPORT-LINE
                   STRING ST-EMP-ID(STAFF-INDEX) " "
                       ST-NAME(STAFF-INDEX)
                       DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
                   PERFORM VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX > CALENDAR-DAY-COUNT
                       COMPUTE LINE-POSITION = 27 + (DAY-INDEX * 3)
                       MOVE AB-DAY-MARK(ABSENTEE-INDEX, DAY-INDEX)
                           TO CALENDAR-REPORT-LINE(LINE-POSITION:1)
                   END-PERFORM
                   WRITE CALENDAR-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CALENDAR-REPORT-LINE
           MOVE "OUT" TO CALENDAR-REPORT-LINE
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
           UNTIL DAY-INDEX > CALENDAR-DAY-COUNT
               MOVE DT-OUT-COUNT(DEPT-INDEX, DAY-INDEX) TO COUNT-EDIT
               COMPUTE LINE-POSITION = 25 + (DAY-INDEX * 3)
               MOVE COUNT-EDIT TO CALENDAR-REPORT-LINE(LINE-POSITION:3)
           END-PERFORM
           WRITE CALENDAR-REPORT-LINE
           MOVE 'N' TO DEPT-OVER-FLAG
           MOVE SPACES TO CALENDAR-REPORT-LINE
           MOVE "OVER LIMIT" TO CALENDAR-REPORT-LINE
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
           UNTIL DAY-INDEX > CALENDAR-DAY-COUNT
               IF DT-OUT-COUNT(DEPT-INDEX, DAY-INDEX)
                   > DT-MAX-OUT(DEPT-INDEX)
                   COMPUTE LINE-POSITION = 27 + (DAY-INDEX * 3)
                   MOVE "*" TO CALENDAR-REPORT-LINE(LINE-POSITION:1)
                   ADD 1 TO DAYS-OVER-LIMIT
                   IF NOT DEPT-WAS-OVER
                       SET DEPT-WAS-OVER TO TRUE
                       MOVE DAY-INDEX TO CLASH-DAY-INDEX
                   END-IF
               END-IF
           END-PERFORM
           WRITE CALENDAR-REPORT-LINE
      *>  Booked leave already over the limit is for the manager to
      *>  sort out; one warning per department names the first day.
           IF DEPT-WAS-OVER
               MOVE "WRITE-ONE-GRID" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "DEPT " DT-DEPT-CODE(DEPT-INDEX)
                   " ABSENCE OVER LIMIT FROM "
                   CALENDAR-DAY(CLASH-DAY-INDEX)
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "ABSENCE-CALENDAR" TO EXC-SOURCE-PROGRAM
      *>  EXCSUMM.DAT may not exist on a fresh checkout; OPEN EXTEND
      *>  on a missing LINE SEQUENTIAL file used to be a fatal libcob
      *>  abend (status 35), so create it first instead of truncating
      *>  an existing summary on every call.
           OPEN EXTEND EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-SUMMARY-FILE
               CLOSE EXCEPTION-SUMMARY-FILE
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
           END-IF
           MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
           WRITE EXCEPTION-SUMMARY-LINE
           CLOSE EXCEPTION-SUMMARY-FILE
      *>  A critical line pages the operator the moment it lands,
      *>  through the shared RAISE-ALERT subprogram, instead of
      *>  waiting for the morning triage.
           IF EXC-SEVERITY = 'C'
               CALL "RAISE-ALERT" USING EXC-SOURCE-PROGRAM
                   EXC-SOURCE-PARAGRAPH EXC-DESCRIPTION
           END-IF
       .

       END PROGRAM ABSENCE-CALENDAR.
