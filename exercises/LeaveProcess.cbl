      *>  Absence types: V vacation (draws the vacation balance),
      *>  S sick (draws the sick balance), U unpaid outright. Hours
      *>  past the balance go unpaid instead of being quietly paid.
      *>
      *>  Before an absence posts it is held to the same department
      *>  absence limit ABSENCE-CALENDAR enforces (ABSCAL.PRM, 25% of
      *>  headcount by default): leave already booked or approved on
      *>  LEAVREQ.DAT passed that check and posts, but a vacation or
      *>  unpaid day that was never booked and would put one more of
      *>  the department out than the limit allows is rejected to the
      *>  exception summary. Sickness is not planned - a sick day over
      *>  the limit still posts, with a warning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVB-EMP-ID
               FILE STATUS IS LEAVE-BALANCE-FILE-STATUS.
      *>  Forward leave requests and the absence limit, shared with
      *>  ABSENCE-CALENDAR.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-REQUEST-FILE-STATUS.
           SELECT CALENDAR-PARAM-FILE ASSIGN TO "ABSCAL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-PARAM-FILE-STATUS.
      *>  Staged dated absences for the cycle.
           SELECT LEAVE-TRAN-FILE ASSIGN TO "LEAVTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 LVB-VAC-BALANCE  PIC 9(4)V9.
           05 LVB-SICK-BALANCE PIC 9(4)V9.

       FD  LEAVE-REQUEST-FILE.
           COPY "LEAVE-REQUEST.cpy".

      *>  Same layout ABSENCE-CALENDAR reads; only the limit is used
      *>  here.
       FD  CALENDAR-PARAM-FILE.
       01  CALENDAR-PARAM-RECORD.
           05 PRM-HORIZON-DAYS  PIC 9(02).
           05 FILLER            PIC X(01).
           05 PRM-LIMIT-PERCENT PIC 9(03).

       FD  LEAVE-TRAN-FILE.
       01  LEAVE-TRAN-RECORD.
           05 LVT-EMP-ID       PIC X(06).
       01 LEAVE-TRAN-FILE-STATUS PIC XX.
          88 NO-LEAVE-TRAN-FILE VALUE "35".
          88 NO-MORE-LEAVE-TRANS VALUE "10".
       01 LEAVE-REQUEST-FILE-STATUS PIC XX.
          88 NO-LEAVE-REQUEST-FILE VALUE "35".
          88 NO-MORE-LEAVE-REQUESTS VALUE "10".
       01 CALENDAR-PARAM-FILE-STATUS PIC XX.
          88 NO-CALENDAR-PARAM-FILE VALUE "35".
       01 LEAVE-FEED-FILE-STATUS PIC XX.
       01 LEAVE-REGISTER-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
       01 FEED-INDEX           PIC 9(03).
       01 FEED-FOUND-INDEX     PIC 9(03).

      *>  Department absence limit: the share of headcount that may
      *>  be out on one day, the rule ABSENCE-CALENDAR applies.
       01 LIMIT-PERCENT        PIC 9(03) VALUE 25.

      *>  Active employees and their department, off the accrual
      *>  pass over the master.
       01 STAFF-COUNT          PIC 9(04) VALUE 0.
       01 STAFF-TABLE.
           05 STAFF-ENTRY OCCURS 2000 TIMES.
               10 ST-EMP-ID     PIC X(06).
               10 ST-DEPT-INDEX PIC 9(03).
       01 STAFF-INDEX          PIC 9(04).
       01 STAFF-FOUND-INDEX    PIC 9(04).

      *>  Headcount and the most that may be out a day, by
      *>  department.
       01 DEPT-TALLY-COUNT     PIC 9(03) VALUE 0.
       01 DEPT-TALLY-TABLE.
           05 DEPT-TALLY-ENTRY OCCURS 100 TIMES.
               10 DT-DEPT-CODE  PIC X(04).
               10 DT-HEADS      PIC 9(05).
               10 DT-MAX-OUT    PIC 9(05).
       01 DEPT-INDEX           PIC 9(03).
       01 DEPT-WORK-CODE       PIC X(04).

      *>  Booked ('R') and approved ('A') leave off LEAVREQ.DAT.
       01 BOOKED-COUNT         PIC 9(04) VALUE 0.
       01 BOOKED-TABLE.
           05 BOOKED-ENTRY OCCURS 2000 TIMES.
               10 BK-EMP-ID     PIC X(06).
               10 BK-DEPT-INDEX PIC 9(03).
               10 BK-START-DATE PIC 9(08).
               10 BK-END-DATE   PIC 9(08).
       01 BOOKED-INDEX         PIC 9(04).

      *>  Absences posted so far this cycle, so two unbooked days off
      *>  on the same date count against each other.
       01 POSTED-COUNT         PIC 9(04) VALUE 0.
       01 POSTED-TABLE.
           05 POSTED-ENTRY OCCURS 2000 TIMES.
               10 PD-EMP-ID     PIC X(06).
               10 PD-DEPT-INDEX PIC 9(03).
               10 PD-DATE       PIC 9(08).
       01 POSTED-INDEX         PIC 9(04).

      *>  The distinct colleagues out on the absence's date.
       01 OUT-COUNT            PIC 9(03) VALUE 0.
       01 OUT-TABLE.
           05 OUT-EMP-ID       PIC X(06) OCCURS 500 TIMES.
       01 OUT-INDEX            PIC 9(03).
       01 OUT-WORK-EMP-ID      PIC X(06).
       01 OUT-FOUND-FLAG       PIC X VALUE 'N'.
          88 OUT-ALREADY-LISTED VALUE 'Y'.

       01 LIMIT-CHECK-FLAG     PIC X VALUE 'N'.
          88 ABSENCE-OVER-LIMIT VALUE 'Y'.
       01 ABSENCE-BOOKED-FLAG  PIC X VALUE 'N'.
          88 ABSENCE-WAS-BOOKED VALUE 'Y'.
       01 ABSENCES-OVER-LIMIT  PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-ACCRUAL-RATES
            PERFORM LOAD-ABSENCE-LIMIT
            PERFORM OPEN-LEAVE-BALANCES
            IF LEAVE-BALANCE-FILE-STATUS = "00"
                PERFORM ACCRUE-ALL-BALANCES
                DISPLAY "LEAVE-PROCESS: " EMPLOYEES-ACCRUED
                    " ACCRUED, " ABSENCES-APPLIED " ABSENCES, "
                    ABSENCES-REJECTED " REJECTED"
                IF ABSENCES-OVER-LIMIT > 0
                    DISPLAY "LEAVE-PROCESS: " ABSENCES-OVER-LIMIT
                        " ABSENCES OVER THE DEPARTMENT LIMIT"
                END-IF
            END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           CLOSE LEAVE-RATE-PARAM
       .

       LOAD-ABSENCE-LIMIT.
           OPEN INPUT CALENDAR-PARAM-FILE
           IF NOT NO-CALENDAR-PARAM-FILE
               READ CALENDAR-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-LIMIT-PERCENT IS NUMERIC
                       AND PRM-LIMIT-PERCENT > 0
                       AND PRM-LIMIT-PERCENT <= 100
                           MOVE PRM-LIMIT-PERCENT TO LIMIT-PERCENT
                       END-IF
               END-READ
           END-IF
           CLOSE CALENDAR-PARAM-FILE
       .

      *>  LEAVEBAL.DAT may not exist on the first run; create it the
      *>  same way SAVE-EMPLOYEE-MASTER creates a fresh master.
       OPEN-LEAVE-BALANCES.
               PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                   IF NOT MASTER-TERMINATED
                       PERFORM ACCRUE-ONE-EMPLOYEE
                       PERFORM TALLY-STAFF-MEMBER
                   END-IF
                   PERFORM READ-EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               PERFORM FIGURE-DEPARTMENT-LIMITS
           END-IF
       .

           END-IF
       .

      *>  Department headcounts for the absence limit, counted off
      *>  the same active employees that accrue.
       TALLY-STAFF-MEMBER.
           MOVE MASTER-DEPT-CODE TO DEPT-WORK-CODE
           PERFORM FIND-DEPT-TALLY
           ADD 1 TO DT-HEADS(DEPT-INDEX)
           IF STAFF-COUNT < 2000
               ADD 1 TO STAFF-COUNT
               MOVE MASTER-EMP-ID TO ST-EMP-ID(STAFF-COUNT)
               MOVE DEPT-INDEX TO ST-DEPT-INDEX(STAFF-COUNT)
           END-IF
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
                   MOVE 0 TO DT-HEADS(DEPT-INDEX)
                   MOVE 0 TO DT-MAX-OUT(DEPT-INDEX)
               ELSE
                   MOVE 100 TO DEPT-INDEX
               END-IF
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

      *>  Requested and approved leave for active employees; a new
      *>  or refused request books nobody out.
       LOAD-BOOKED-LEAVE.
           MOVE 0 TO BOOKED-COUNT
           OPEN INPUT LEAVE-REQUEST-FILE
           IF NOT NO-LEAVE-REQUEST-FILE
               PERFORM UNTIL NO-MORE-LEAVE-REQUESTS
                   READ LEAVE-REQUEST-FILE
                       AT END SET NO-MORE-LEAVE-REQUESTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-LEAVE-REQUESTS
                   AND (LRQ-REQUESTED OR LRQ-APPROVED)
                   AND LRQ-START-DATE IS NUMERIC
                   AND LRQ-END-DATE IS NUMERIC
                   AND BOOKED-COUNT < 2000
                       MOVE LRQ-EMP-ID TO OUT-WORK-EMP-ID
                       PERFORM FIND-STAFF-ENTRY
                       IF STAFF-FOUND-INDEX > 0
                           ADD 1 TO BOOKED-COUNT
                           MOVE LRQ-EMP-ID TO BK-EMP-ID(BOOKED-COUNT)
                           MOVE ST-DEPT-INDEX(STAFF-FOUND-INDEX)
                               TO BK-DEPT-INDEX(BOOKED-COUNT)
                           MOVE LRQ-START-DATE
                               TO BK-START-DATE(BOOKED-COUNT)
                           MOVE LRQ-END-DATE
                               TO BK-END-DATE(BOOKED-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE LEAVE-REQUEST-FILE
       .

       FIND-STAFF-ENTRY.
           MOVE 0 TO STAFF-FOUND-INDEX
           PERFORM VARYING STAFF-INDEX FROM 1 BY 1
           UNTIL STAFF-INDEX > STAFF-COUNT OR STAFF-FOUND-INDEX > 0
               IF ST-EMP-ID(STAFF-INDEX) = OUT-WORK-EMP-ID
                   MOVE STAFF-INDEX TO STAFF-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       APPLY-LEAVE-TRANSACTIONS.
           PERFORM LOAD-BOOKED-LEAVE
           OPEN OUTPUT LEAVE-REGISTER-FILE
           MOVE "LEAVE REGISTER  (PAID / UNPAID HOURS)"
               TO LEAVE-REGISTER-LINE
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               ELSE
                   PERFORM CHECK-ABSENCE-LIMIT
                   IF ABSENCE-OVER-LIMIT
                       ADD 1 TO ABSENCES-OVER-LIMIT
                   END-IF
                   IF ABSENCE-OVER-LIMIT
                   AND NOT LVT-SICK
                       PERFORM REJECT-OVER-LIMIT-ABSENCE
                   ELSE
                       IF ABSENCE-OVER-LIMIT
                           MOVE "APPLY-ONE-ABSENCE"
                               TO EXC-SOURCE-PARAGRAPH
                           MOVE SPACES TO EXC-DESCRIPTION
                           STRING "SICK " LVT-EMP-ID " " LVT-DATE
                               " OVER DEPT LIMIT"
                               DELIMITED BY SIZE INTO EXC-DESCRIPTION
                           MOVE 'W' TO EXC-SEVERITY
                           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                       END-IF
                       PERFORM DRAW-DOWN-ONE-ABSENCE
                       PERFORM RECORD-POSTED-ABSENCE
                   END-IF
               END-IF
           END-IF
       .

      *>  Counts the colleagues out on the absence's date - booked or
      *>  approved on LEAVREQ.DAT, or already posted this cycle - and
      *>  sets ABSENCE-OVER-LIMIT when the employee would make one
      *>  more than the department's most. Leave the employee booked
      *>  for that date already passed the calendar's check, and an
      *>  employee missing from the master pass is not checked.
       CHECK-ABSENCE-LIMIT.
           MOVE 'N' TO LIMIT-CHECK-FLAG
           MOVE 'N' TO ABSENCE-BOOKED-FLAG
           MOVE LVT-EMP-ID TO OUT-WORK-EMP-ID
           PERFORM FIND-STAFF-ENTRY
           IF STAFF-FOUND-INDEX > 0
               MOVE ST-DEPT-INDEX(STAFF-FOUND-INDEX) TO DEPT-INDEX
               MOVE 0 TO OUT-COUNT
               PERFORM VARYING BOOKED-INDEX FROM 1 BY 1
               UNTIL BOOKED-INDEX > BOOKED-COUNT
                   IF BK-START-DATE(BOOKED-INDEX) <= LVT-DATE
                   AND BK-END-DATE(BOOKED-INDEX) >= LVT-DATE
                       IF BK-EMP-ID(BOOKED-INDEX) = LVT-EMP-ID
                           SET ABSENCE-WAS-BOOKED TO TRUE
                       ELSE
                           IF BK-DEPT-INDEX(BOOKED-INDEX) = DEPT-INDEX
                               MOVE BK-EMP-ID(BOOKED-INDEX)
                                   TO OUT-WORK-EMP-ID
                               PERFORM ADD-TO-OUT-LIST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING POSTED-INDEX FROM 1 BY 1
               UNTIL POSTED-INDEX > POSTED-COUNT
                   IF PD-DATE(POSTED-INDEX) = LVT-DATE
                   AND PD-DEPT-INDEX(POSTED-INDEX) = DEPT-INDEX
                       IF PD-EMP-ID(POSTED-INDEX) = LVT-EMP-ID
                           SET ABSENCE-WAS-BOOKED TO TRUE
                       ELSE
                           MOVE PD-EMP-ID(POSTED-INDEX)
                               TO OUT-WORK-EMP-ID
                           PERFORM ADD-TO-OUT-LIST
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT ABSENCE-WAS-BOOKED
               AND OUT-COUNT >= DT-MAX-OUT(DEPT-INDEX)
                   SET ABSENCE-OVER-LIMIT TO TRUE
               END-IF
           END-IF
       .

       ADD-TO-OUT-LIST.
           MOVE 'N' TO OUT-FOUND-FLAG
           PERFORM VARYING OUT-INDEX FROM 1 BY 1
           UNTIL OUT-INDEX > OUT-COUNT OR OUT-ALREADY-LISTED
               IF OUT-EMP-ID(OUT-INDEX) = OUT-WORK-EMP-ID
                   SET OUT-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT OUT-ALREADY-LISTED
           AND OUT-COUNT < 500
               ADD 1 TO OUT-COUNT
               MOVE OUT-WORK-EMP-ID TO OUT-EMP-ID(OUT-COUNT)
           END-IF
       .

       REJECT-OVER-LIMIT-ABSENCE.
           ADD 1 TO ABSENCES-REJECTED
           MOVE "APPLY-ONE-ABSENCE" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "LEAVE " LVT-EMP-ID " " LVT-DATE
               " OVER DEPT LIMIT"
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'E' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           MOVE SPACES TO LEAVE-REGISTER-LINE
           STRING LVT-EMP-ID " " LVT-TYPE " " LVT-DATE
               " REJECTED - DEPARTMENT ABSENCE LIMIT, NOT BOOKED"
               DELIMITED BY SIZE INTO LEAVE-REGISTER-LINE
           WRITE LEAVE-REGISTER-LINE
       .

       RECORD-POSTED-ABSENCE.
           IF STAFF-FOUND-INDEX > 0
           AND POSTED-COUNT < 2000
               ADD 1 TO POSTED-COUNT
               MOVE LVT-EMP-ID TO PD-EMP-ID(POSTED-COUNT)
               MOVE DEPT-INDEX TO PD-DEPT-INDEX(POSTED-COUNT)
               MOVE LVT-DATE TO PD-DATE(POSTED-COUNT)
           END-IF
       .

       DRAW-DOWN-ONE-ABSENCE.
           MOVE 0 TO PAID-LEAVE-HOURS
           MOVE 0 TO UNPAID-LEAVE-HOURS
