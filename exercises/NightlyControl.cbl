      *>
      *>  On-failure actions: C = continue with the next step,
      *>  S = skip the remaining steps, H = halt immediately.
      *>
      *>  A step that depends on a file another party drops off
      *>  (bank returns, goods receipts, vendor acknowledgements) can
      *>  name that inbound file in its schedule row with a latest
      *>  arrival time and a poll interval. The control waits for the
      *>  file inside that window and runs the step the moment it
      *>  lands; when the window closes first the step is logged
      *>  LATE-SKIPPED rather than failed, the operator is paged
      *>  through RAISE-ALERT, and dependent steps say why they stood
      *>  still.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.
      *>  Whatever inbound file the current step waits on; only
      *>  ever opened to see whether it has arrived yet.
           SELECT INBOUND-FILE ASSIGN USING INBOUND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER             PIC X(01).
           05 SCH-ON-FAILURE-IN  PIC X(01).
           05 FILLER             PIC X(01).
      *>  Run window: D (or blank) = every night, W = last business
      *>  day of the week only, M = last business day of the month
      *>  only, Q = last business day of the quarter only. Schedules
      *>  written before the column existed read blank there and stay
      *>  nightly.
           05 SCH-FREQUENCY-IN   PIC X(01).
           05 FILLER             PIC X(01).
      *>  Up to two steps this one depends on: a prerequisite that
      *>  inputs without its outputs standing. SHADOW-COMPARE diffs
      *>  the shadows afterwards.
           05 SCH-SHADOW-IN      PIC X(01).
           05 FILLER             PIC X(01).
      *>  File-arrival trigger: the inbound file the step needs, the
      *>  latest time it may arrive (HHMM; a time earlier in the day
      *>  than the night's start means after midnight) and the
      *>  minutes between looks for it (blank means 5). A blank file
      *>  name runs the step without waiting; a blank latest time
      *>  looks once and does not wait.
           05 SCH-INBOUND-FILE-IN PIC X(20).
           05 FILLER             PIC X(01).
           05 SCH-LATEST-ARRIVAL-IN PIC X(04).
           05 FILLER             PIC X(01).
           05 SCH-POLL-MINUTES-IN PIC X(02).

       FD  JOB-STATE-FILE.
       01  JOB-STATE-RECORD.
       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE   PIC X(80).

       FD  INBOUND-FILE.
       01  INBOUND-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "source program, paragraph, description" layout
      *>  shared with Assignment-2 and HAMMING-DISTANCE.
      *>  default chain.
       01 SCHEDULE-COUNT       PIC 9(02) VALUE 0.
       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 60 TIMES.
               10 SCH-STEP-NAME  PIC X(15).
               10 SCH-PROGRAM    PIC X(20).
               10 SCH-ENABLED    PIC X(01).
               10 SCH-PREREQ-1   PIC X(15).
               10 SCH-PREREQ-2   PIC X(15).
               10 SCH-SHADOW     PIC X(01).
               10 SCH-INBOUND-FILE PIC X(20).
               10 SCH-LATEST-ARRIVAL PIC X(04).
               10 SCH-POLL-MINUTES PIC 9(02).
       01 SCH-INDEX            PIC 9(02).
       01 STEP-PREREQ-FLAG     PIC X VALUE 'N'.
          88 STEP-PREREQ-MISSING VALUE 'Y'.
          88 NO-MORE-JOB-STATE VALUE "10".
       01 COMPLETED-COUNT      PIC 9(02) VALUE 0.
       01 COMPLETED-TABLE.
           05 COMPLETED-STEP PIC X(15) OCCURS 60 TIMES.
       01 COMPLETED-INDEX      PIC 9(02).
       01 STEP-DONE-FLAG       PIC X VALUE 'N'.
          88 STEP-ALREADY-DONE VALUE 'Y'.
          88 OVERRIDE-PRESENT  VALUE 'Y'.
       01 RUN-CONTROL-COUNT    PIC 9(02) VALUE 0.
       01 RUN-CONTROL-TABLE.
           05 RUN-CONTROL-ENTRY OCCURS 60 TIMES.
               10 RUN-TBL-STEP  PIC X(15).
               10 RUN-TBL-DATE  PIC 9(08).
       01 RUN-INDEX            PIC 9(02).
      *>  file). Tonight is month-end when it is a business day whose
      *>  next business day falls in a different month; a month-end
      *>  closing month 3, 6, 9 or 12 is also quarter-end. Steps
      *>  scheduled W, M or Q only run inside their window, so the
      *>  vendor extract and the deep reconciliation happen because
      *>  they are scheduled, not because someone remembered.
       01 BUSDAY-FUNCTION      PIC X.
       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "OFFICE".
       01 BUSINESS-DATE-SPLIT.
           05 BUS-YYYY         PIC 9(04).
           05 BUS-MM           PIC 9(02).
           05 NEXT-BUS-DD      PIC 9(02).
       01 NEXT-BUSINESS-DATE-N REDEFINES NEXT-BUSINESS-DATE
                               PIC 9(08).
      *>  Tonight is week-end when the next business day falls past
      *>  the coming Sunday. The weekday comes off the day count from
      *>  a known Monday through DATE-ARITH: 0 Monday to 6 Sunday.
       01 KNOWN-MONDAY         PIC 9(08) VALUE 20000103.
       01 WEEKDAY-NUMBER       PIC 9(01).
       01 WEEKS-ELAPSED        PIC 9(07).
       01 DAYS-TO-NEXT-BUSINESS PIC S9(07).
       01 DATE-FUNCTION        PIC X.
       01 DATE-OFFSET-DAYS     PIC S9(05) VALUE 0.
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.
      *>  Duration bookkeeping: each step's history averaged at
      *>  startup, tonight's elapsed measured off the step-log
      *>  stamps (a run across midnight folds one day back in).
       01 OVERRUN-MULTIPLE     PIC 9(02) VALUE 3.
       01 DURATION-AVG-COUNT   PIC 9(02) VALUE 0.
       01 DURATION-AVG-TABLE.
           05 DURATION-AVG-ENTRY OCCURS 60 TIMES.
               10 DAV-STEP-NAME PIC X(15).
               10 DAV-TOTAL     PIC 9(09).
               10 DAV-RUNS      PIC 9(05).
       01 SHADOW-NAME-WORK     PIC X(20).
       01 KEEP-SAFE-NAME-WORK  PIC X(20).

      *>  File-arrival waits. Clock times are minutes past the
      *>  midnight the wait started from, so a window running past
      *>  midnight keeps counting upward. Steps skipped because their
      *>  file never came - and the steps skipped behind them - are
      *>  kept so the prerequisite log can say so.
       01 INBOUND-FILE-STATUS  PIC XX.
          88 INBOUND-NOT-ARRIVED VALUE "35".
       01 INBOUND-FILE-NAME    PIC X(20).
       01 INBOUND-ARRIVED-FLAG PIC X VALUE 'N'.
          88 INBOUND-FILE-ARRIVED VALUE 'Y'.
       01 CLOCK-NOW            PIC 9(08).
       01 CLOCK-NOW-SPLIT REDEFINES CLOCK-NOW.
           05 CLOCK-HH         PIC 9(02).
           05 CLOCK-MM         PIC 9(02).
           05 FILLER           PIC 9(04).
       01 LATEST-ARRIVAL-SPLIT.
           05 LATEST-HH        PIC 9(02).
           05 LATEST-MM        PIC 9(02).
       01 WAIT-START-MINUTES   PIC 9(04).
       01 WAIT-NOW-MINUTES     PIC 9(04).
       01 WAIT-DEADLINE-MINUTES PIC 9(04).
       01 WAIT-SLEEP-MINUTES   PIC 9(04).
       01 WAIT-SLEEP-SECONDS   PIC 9(06) COMP-5.
       01 LATE-SKIPPED-COUNT   PIC 9(02) VALUE 0.
       01 LATE-SKIPPED-TABLE.
           05 LATE-SKIPPED-STEP PIC X(15) OCCURS 60 TIMES.
       01 LATE-SKIPPED-INDEX   PIC 9(02).
       01 PREREQ-LATE-FLAG     PIC X VALUE 'N'.
          88 PREREQ-WAS-LATE-SKIPPED VALUE 'Y'.

       01 MONTH-END-FLAG       PIC X VALUE 'N'.
          88 MONTH-END-TONIGHT VALUE 'Y'.
       01 QUARTER-END-FLAG     PIC X VALUE 'N'.
          88 QUARTER-END-TONIGHT VALUE 'Y'.
       01 WEEK-END-FLAG        PIC X VALUE 'N'.
          88 WEEK-END-TONIGHT  VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           WHEN SCH-FREQUENCY(SCH-INDEX) = 'Q'
                           AND NOT QUARTER-END-TONIGHT
                               PERFORM LOG-OUT-OF-WINDOW-STEP
                           WHEN SCH-FREQUENCY(SCH-INDEX) = 'W'
                           AND NOT WEEK-END-TONIGHT
                               PERFORM LOG-OUT-OF-WINDOW-STEP
                           WHEN STEP-ALREADY-DONE
                               PERFORM LOG-ALREADY-DONE-STEP
                           WHEN STEP-RUN-REFUSED
                               PERFORM LOG-REFUSED-STEP
                           WHEN STEP-PREREQ-MISSING
                               PERFORM LOG-PREREQ-SKIPPED-STEP
                           WHEN SCH-INBOUND-FILE(SCH-INDEX)
                               NOT = SPACES
                               PERFORM RUN-TRIGGERED-STEP
                           WHEN SCH-SHADOW(SCH-INDEX) = 'Y'
                               PERFORM RUN-SHADOW-STEP
                           WHEN OTHER
               PERFORM RECORD-STEP-RUN-DATE
      *>  A clean finish also lands in the in-memory completed set,
      *>  which is what the prerequisite checks read.
               IF COMPLETED-COUNT < 60
                   ADD 1 TO COMPLETED-COUNT
                   MOVE SCH-STEP-NAME(SCH-INDEX)
                       TO COMPLETED-STEP(COMPLETED-COUNT)
           END-IF
       .

      *>  A step waiting on an inbound file: wait out the window,
      *>  then run it (shadowed if the row says so) or set it down
      *>  as late-skipped.
       RUN-TRIGGERED-STEP.
           PERFORM WAIT-FOR-INBOUND-FILE
           IF INBOUND-FILE-ARRIVED
               IF SCH-SHADOW(SCH-INDEX) = 'Y'
                   PERFORM RUN-SHADOW-STEP
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           ELSE
               PERFORM LOG-LATE-SKIPPED-STEP
           END-IF
       .

      *>  Looks for the file, then sleeps a poll interval (never
      *>  past the deadline) and looks again until it turns up or
      *>  the latest-arrival time goes by. A latest time already
      *>  behind the clock by under twelve hours has passed; more
      *>  than that and the window runs on past midnight.
       WAIT-FOR-INBOUND-FILE.
           MOVE SCH-INBOUND-FILE(SCH-INDEX) TO INBOUND-FILE-NAME
           ACCEPT CLOCK-NOW FROM TIME
           COMPUTE WAIT-START-MINUTES = CLOCK-HH * 60 + CLOCK-MM
           MOVE WAIT-START-MINUTES TO WAIT-NOW-MINUTES
           MOVE SCH-LATEST-ARRIVAL(SCH-INDEX) TO LATEST-ARRIVAL-SPLIT
           IF LATEST-ARRIVAL-SPLIT IS NUMERIC
               COMPUTE WAIT-DEADLINE-MINUTES =
                   LATEST-HH * 60 + LATEST-MM
           ELSE
               MOVE WAIT-START-MINUTES TO WAIT-DEADLINE-MINUTES
           END-IF
           IF WAIT-DEADLINE-MINUTES < WAIT-START-MINUTES
               IF WAIT-START-MINUTES - WAIT-DEADLINE-MINUTES > 720
                   ADD 1440 TO WAIT-DEADLINE-MINUTES
               ELSE
                   MOVE WAIT-START-MINUTES TO WAIT-DEADLINE-MINUTES
               END-IF
           END-IF

           PERFORM CHECK-INBOUND-FILE
           IF NOT INBOUND-FILE-ARRIVED
           AND WAIT-DEADLINE-MINUTES > WAIT-NOW-MINUTES
               MOVE SPACES TO NIGHTLY-CONTROL-LOG-LINE
               STRING SCH-STEP-NAME(SCH-INDEX)
                   " WAITING FOR " DELIMITED BY SIZE
                   INBOUND-FILE-NAME DELIMITED BY SPACE
                   " UNTIL " LATEST-ARRIVAL-SPLIT
                   DELIMITED BY SIZE INTO NIGHTLY-CONTROL-LOG-LINE
               WRITE NIGHTLY-CONTROL-LOG-LINE
           END-IF
           PERFORM UNTIL INBOUND-FILE-ARRIVED
               OR WAIT-NOW-MINUTES >= WAIT-DEADLINE-MINUTES
               PERFORM WAIT-ONE-POLL-INTERVAL
               PERFORM CHECK-INBOUND-FILE
           END-PERFORM
       .

      *>  The one place the controller suspends itself: one poll
      *>  interval, or less if the window closes sooner, then the
      *>  clock is read again. C$SLEEP is the runtime library's
      *>  suspend routine and the only call of its kind in the
      *>  suite; a runtime without it needs this paragraph changed
      *>  and nothing else. Should the call not resolve, the wait is
      *>  given up there and then - logged, and the step treated as
      *>  a file that never came - rather than polling in a tight
      *>  loop until the deadline.
       WAIT-ONE-POLL-INTERVAL.
           COMPUTE WAIT-SLEEP-MINUTES =
               WAIT-DEADLINE-MINUTES - WAIT-NOW-MINUTES
           IF WAIT-SLEEP-MINUTES > SCH-POLL-MINUTES(SCH-INDEX)
               MOVE SCH-POLL-MINUTES(SCH-INDEX) TO WAIT-SLEEP-MINUTES
           END-IF
           COMPUTE WAIT-SLEEP-SECONDS = WAIT-SLEEP-MINUTES * 60
           CALL "C$SLEEP" USING WAIT-SLEEP-SECONDS
               ON EXCEPTION
                   MOVE SPACES TO NIGHTLY-CONTROL-LOG-LINE
                   STRING SCH-STEP-NAME(SCH-INDEX)
                       " CANNOT WAIT - NO SLEEP ROUTINE, WINDOW ENDED"
                       DELIMITED BY SIZE INTO NIGHTLY-CONTROL-LOG-LINE
                   WRITE NIGHTLY-CONTROL-LOG-LINE
                   MOVE WAIT-DEADLINE-MINUTES TO WAIT-NOW-MINUTES
           END-CALL
           IF WAIT-NOW-MINUTES < WAIT-DEADLINE-MINUTES
               ACCEPT CLOCK-NOW FROM TIME
               COMPUTE WAIT-NOW-MINUTES = CLOCK-HH * 60 + CLOCK-MM
               IF WAIT-NOW-MINUTES < WAIT-START-MINUTES
                   ADD 1440 TO WAIT-NOW-MINUTES
               END-IF
           END-IF
       .

       CHECK-INBOUND-FILE.
           MOVE 'N' TO INBOUND-ARRIVED-FLAG
           OPEN INPUT INBOUND-FILE
           IF NOT INBOUND-NOT-ARRIVED
               SET INBOUND-FILE-ARRIVED TO TRUE
               CLOSE INBOUND-FILE
           END-IF
       .

      *>  The window closed with no file: not a failure of the step,
      *>  so no on-failure action, but a page to the operator and a
      *>  dirty night so the rerun picks the step back up once the
      *>  file is in.
       LOG-LATE-SKIPPED-STEP.
           MOVE SPACES TO NIGHTLY-CONTROL-LOG-LINE
           STRING SCH-STEP-NAME(SCH-INDEX)
               " LATE-SKIPPED - " DELIMITED BY SIZE
               INBOUND-FILE-NAME DELIMITED BY SPACE
               " NOT ARRIVED BY " LATEST-ARRIVAL-SPLIT
               DELIMITED BY SIZE INTO NIGHTLY-CONTROL-LOG-LINE
           WRITE NIGHTLY-CONTROL-LOG-LINE
           MOVE 'N' TO NIGHT-CLEAN-FLAG
           PERFORM ADD-LATE-SKIPPED-STEP
           MOVE "NIGHTLY-CONTROL" TO EXC-SOURCE-PROGRAM
           MOVE "LOG-LATE-SKIPPED" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING SCH-STEP-NAME(SCH-INDEX) DELIMITED BY SPACE
               " LATE-SKIPPED, NO " DELIMITED BY SIZE
               INBOUND-FILE-NAME DELIMITED BY SIZE
               INTO EXC-DESCRIPTION
           MOVE 'C' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
       .

       ADD-LATE-SKIPPED-STEP.
           IF LATE-SKIPPED-COUNT < 60
               ADD 1 TO LATE-SKIPPED-COUNT
               MOVE SCH-STEP-NAME(SCH-INDEX)
                   TO LATE-SKIPPED-STEP(LATE-SKIPPED-COUNT)
           END-IF
       .

      *>  A step with a prerequisite only runs once that step has
      *>  completed cleanly tonight (or on an earlier pass of this
      *>  same night); otherwise a single failure stops exactly its

      *>  The distinct step-log status the morning review reads, and
      *>  the exception line that says why this branch stood still.
      *>  A prerequisite that was late-skipped is named as such, and
      *>  this step joins the late-skipped set so the reason carries
      *>  on down the branch.
       LOG-PREREQ-SKIPPED-STEP.
           MOVE 'N' TO PREREQ-LATE-FLAG
           PERFORM VARYING LATE-SKIPPED-INDEX FROM 1 BY 1
           UNTIL LATE-SKIPPED-INDEX > LATE-SKIPPED-COUNT
               IF LATE-SKIPPED-STEP(LATE-SKIPPED-INDEX)
                   = PREREQ-MISSING-NAME
                   SET PREREQ-WAS-LATE-SKIPPED TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO NIGHTLY-CONTROL-LOG-LINE
           IF PREREQ-WAS-LATE-SKIPPED
               STRING SCH-STEP-NAME(SCH-INDEX)
                   " PREREQ " PREREQ-MISSING-NAME
                   " LATE-SKIPPED - SKIPPED"
                   DELIMITED BY SIZE INTO NIGHTLY-CONTROL-LOG-LINE
               PERFORM ADD-LATE-SKIPPED-STEP
           ELSE
               STRING SCH-STEP-NAME(SCH-INDEX)
                   " PREREQ " PREREQ-MISSING-NAME
                   " NOT COMPLETE - SKIPPED"
                   DELIMITED BY SIZE INTO NIGHTLY-CONTROL-LOG-LINE
           END-IF
           WRITE NIGHTLY-CONTROL-LOG-LINE
           MOVE 'N' TO NIGHT-CLEAN-FLAG
           MOVE "NIGHTLY-CONTROL" TO EXC-SOURCE-PROGRAM
               END-IF
           END-PERFORM
           IF DAV-FOUND-INDEX = 0
           AND DURATION-AVG-COUNT < 60
               ADD 1 TO DURATION-AVG-COUNT
               MOVE DURATION-AVG-COUNT TO DAV-FOUND-INDEX
               MOVE DUR-STEP-NAME
                   END-READ
                   IF NOT NO-MORE-RUN-CONTROL
                   AND RUN-STEP-NAME NOT = SPACES
                   AND RUN-CONTROL-COUNT < 60
                       ADD 1 TO RUN-CONTROL-COUNT
                       MOVE RUN-STEP-NAME
                           TO RUN-TBL-STEP(RUN-CONTROL-COUNT)
       DETERMINE-PERIOD-WINDOWS.
           MOVE 'N' TO MONTH-END-FLAG
           MOVE 'N' TO QUARTER-END-FLAG
           MOVE 'N' TO WEEK-END-FLAG
           MOVE 'D' TO BUSDAY-FUNCTION
           MOVE BUSINESS-DATE TO BUSDAY-DATE-1
           MOVE 0 TO BUSDAY-DATE-2
           CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION BUSDAY-DATE-1
               BUSDAY-DATE-2 BUSDAY-RESULT-COUNT BUSDAY-RESULT-DATE
               BUSDAY-STATUS BUSDAY-CALENDAR-ID
               ON EXCEPTION
                   MOVE '1' TO BUSDAY-STATUS
           END-CALL
               MOVE BUSINESS-DATE TO BUSDAY-DATE-1
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
                   ON EXCEPTION
                       MOVE '1' TO BUSDAY-STATUS
               END-CALL
                           SET QUARTER-END-TONIGHT TO TRUE
                       END-IF
                   END-IF
                   PERFORM DETERMINE-WEEK-END
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WEEK-END-TONIGHT
               MOVE SPACES TO NIGHTLY-CONTROL-LOG-LINE
               STRING "WEEK-END WINDOW APPLIES FOR " BUSINESS-DATE
                   DELIMITED BY SIZE INTO NIGHTLY-CONTROL-LOG-LINE
               WRITE NIGHTLY-CONTROL-LOG-LINE
           END-IF
       .

      *>  Weekday of the business date, then the calendar days to
      *>  the next business day: a gap that reaches past Sunday makes
      *>  tonight the last business day of the week.
       DETERMINE-WEEK-END.
           MOVE 'D' TO DATE-FUNCTION
           CALL "DATE-ARITH" USING DATE-FUNCTION KNOWN-MONDAY
               BUSINESS-DATE DATE-OFFSET-DAYS DATE-RESULT-DAYS
               DATE-RESULT-DATE DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0'
           AND DATE-RESULT-DAYS >= 0
               DIVIDE DATE-RESULT-DAYS BY 7 GIVING WEEKS-ELAPSED
                   REMAINDER WEEKDAY-NUMBER
               CALL "DATE-ARITH" USING DATE-FUNCTION BUSINESS-DATE
                   NEXT-BUSINESS-DATE-N DATE-OFFSET-DAYS
                   DATE-RESULT-DAYS DATE-RESULT-DATE DATE-CALL-STATUS
               MOVE DATE-RESULT-DAYS TO DAYS-TO-NEXT-BUSINESS
               IF DATE-CALL-STATUS = '0'
               AND DAYS-TO-NEXT-BUSINESS > 6 - WEEKDAY-NUMBER
                   SET WEEK-END-TONIGHT TO TRUE
               END-IF
           END-IF
       .

      *>  A period-end step outside its window leaves a trace, same
               END-IF
           END-PERFORM
           IF RUN-FOUND-INDEX = 0
           AND RUN-CONTROL-COUNT < 60
               ADD 1 TO RUN-CONTROL-COUNT
               MOVE RUN-CONTROL-COUNT TO RUN-FOUND-INDEX
           END-IF
                       AT END SET NO-MORE-JOB-STATE TO TRUE
                   END-READ
                   IF NOT NO-MORE-JOB-STATE
                   AND COMPLETED-COUNT < 60
                       ADD 1 TO COMPLETED-COUNT
                       MOVE STATE-STEP-NAME
                           TO COMPLETED-STEP(COMPLETED-COUNT)
                   IF NOT NO-MORE-SCHEDULE-ROWS
                   AND SCH-STEP-NAME-IN NOT = SPACES
                   AND SCH-PROGRAM-IN NOT = SPACES
                   AND SCHEDULE-COUNT < 60
                       ADD 1 TO SCHEDULE-COUNT
                       MOVE SCH-STEP-NAME-IN
                           TO SCH-STEP-NAME(SCHEDULE-COUNT)
                       END-IF
                       IF SCH-FREQUENCY-IN = 'M'
                       OR SCH-FREQUENCY-IN = 'Q'
                       OR SCH-FREQUENCY-IN = 'W'
                           MOVE SCH-FREQUENCY-IN
                               TO SCH-FREQUENCY(SCHEDULE-COUNT)
                       ELSE
                           TO SCH-PREREQ-2(SCHEDULE-COUNT)
                       MOVE SCH-SHADOW-IN
                           TO SCH-SHADOW(SCHEDULE-COUNT)
                       MOVE SCH-INBOUND-FILE-IN
                           TO SCH-INBOUND-FILE(SCHEDULE-COUNT)
                       MOVE SCH-LATEST-ARRIVAL-IN
                           TO SCH-LATEST-ARRIVAL(SCHEDULE-COUNT)
                       IF SCH-POLL-MINUTES-IN IS NUMERIC
                       AND SCH-POLL-MINUTES-IN NOT = "00"
                           MOVE SCH-POLL-MINUTES-IN
                               TO SCH-POLL-MINUTES(SCHEDULE-COUNT)
                       ELSE
                           MOVE 5 TO SCH-POLL-MINUTES(SCHEDULE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SCHEDULE-FILE
           PERFORM ADD-DEFAULT-RECEIPT-STEP
           PERFORM ADD-DEFAULT-STEP-9
           PERFORM ADD-DEFAULT-EXPIRY-STEP
           PERFORM ADD-DEFAULT-VENDOR-CREDIT-STEP
           PERFORM ADD-DEFAULT-SCREEN-STEP
           PERFORM ADD-DEFAULT-ESCALATE-STEP
           PERFORM ADD-DEFAULT-DIARY-STEP
           PERFORM ADD-DEFAULT-STEP-10
           PERFORM ADD-DEFAULT-INVOICE-MATCH-STEP
           PERFORM ADD-DEFAULT-STEP-11
           PERFORM ADD-DEFAULT-STEP-12
           PERFORM ADD-DEFAULT-ORG-CHART-STEP
           PERFORM ADD-DEFAULT-POSITION-STEP
           PERFORM ADD-DEFAULT-CERT-STEP
           PERFORM ADD-DEFAULT-PROBATION-STEP
           PERFORM ADD-DEFAULT-ABSENCE-STEP
           PERFORM ADD-DEFAULT-INTEGRITY-STEP
           PERFORM ADD-DEFAULT-VOTER-CHANGE-STEP
           PERFORM ADD-DEFAULT-STEP-13
      *>  Every default step runs nightly unless its own paragraph
      *>  says otherwise; the period-end steps below override this.
           UNTIL SCH-INDEX > SCHEDULE-COUNT
               MOVE 'D' TO SCH-FREQUENCY(SCH-INDEX)
           END-PERFORM
           PERFORM ADD-DEFAULT-DATA-QUALITY-STEP
           PERFORM ADD-DEFAULT-SUCCESSION-STEP
           PERFORM ADD-DEFAULT-SHRINK-STEP
           PERFORM ADD-DEFAULT-VENDOR-STEP
           PERFORM ADD-DEFAULT-VENDOR-ACK-STEP
           PERFORM ADD-DEFAULT-ACCRUAL-STEP
           PERFORM ADD-DEFAULT-INV-CLOSE-STEP
           PERFORM ADD-DEFAULT-LOSS-TRIANGLE-STEP
           PERFORM ADD-DEFAULT-CLAIM-ARCHIVE-STEP
           PERFORM ADD-DEFAULT-RECON-STEP
           PERFORM ADD-DEFAULT-QTR-RETURN-STEP
           PERFORM ADD-DEFAULT-LEAVE-LIAB-STEP
           PERFORM ADD-DEFAULT-PENSION-LIAB-STEP
           PERFORM ADD-DEFAULT-ACCESS-REVIEW-STEP
           PERFORM ADD-DEFAULT-GENKEEPER-STEP
           PERFORM ADD-DEFAULT-BALANCE-STEP
           PERFORM ADD-DEFAULT-SPELL-REPORT-STEP
           PERFORM ADD-DEFAULT-BURST-STEP
           PERFORM ADD-DEFAULT-CAPACITY-STEP
           PERFORM ADD-DEFAULT-STEP-14
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
           PERFORM ADD-DEFAULT-EXC-REGISTER-STEP
           PERFORM ADD-DEFAULT-EXC-AGING-STEP
           PERFORM ADD-DEFAULT-STEP-15
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
           PERFORM SET-DEFAULT-PREREQUISITES
                   WHEN "RETIRE-LETTERS"
                       MOVE "ARITHMETIC"
                           TO SCH-PREREQ-1(SCH-INDEX)
                   WHEN "QTR-RETURN"
                       MOVE "PAYROLL"
                           TO SCH-PREREQ-1(SCH-INDEX)
                   WHEN "PAY-ACCRUAL"
                       MOVE "PAYROLL"
                           TO SCH-PREREQ-1(SCH-INDEX)
                   WHEN "PENSION-LIAB"
                       MOVE "ARITHMETIC"
                           TO SCH-PREREQ-1(SCH-INDEX)
                   WHEN "EXC-AGING"
                       MOVE "EXC-REGISTER"
                           TO SCH-PREREQ-1(SCH-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  Credit notes are matched against the night's returns to
      *>  vendor right after Assignment-2 has recorded them, and the
      *>  credits still owed are aged.
       ADD-DEFAULT-VENDOR-CREDIT-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "VENDOR-CREDIT" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "VENDOR-CREDIT" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  The day's new claims are screened for fraud indicators
      *>  before escalation looks at the queue, so a referred claim
      *>  is already held when it does.
       ADD-DEFAULT-SCREEN-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "CLAIM-SCREEN" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "CLAIM-SCREEN" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  Stale pending claims escalate themselves every night
      *>  instead of waiting for someone to type the transitions.
       ADD-DEFAULT-ESCALATE-STEP.
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  Each adjuster's due and overdue follow-ups, printed after
      *>  escalation has moved the queue, ready for the morning.
       ADD-DEFAULT-DIARY-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "CLAIM-DIARY" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "CLAIM-DIARY" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

       ADD-DEFAULT-STEP-10.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "SUPPLIER-PRICE" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .
      *>  Supplier invoices are matched once the day's receipts
      *>  and the supplier price list are both on file.
       ADD-DEFAULT-INVOICE-MATCH-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "INVOICE-MATCH" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "INVOICE-MATCH" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .
       ADD-DEFAULT-STEP-11.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "LEAP-YEAR" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .
      *>  The division view of the headcount, off the same parent
      *>  codes HEADCOUNT-REPORT rolls its totals up by.
       ADD-DEFAULT-ORG-CHART-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "ORG-CHART" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "ORG-CHART" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .
      *>  Vacancies and departments over their budgeted FTE are set
      *>  out beside the headcount every night.
       ADD-DEFAULT-POSITION-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "POSITIONS" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "POSITION-REPORT" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .
      *>  Lapsed, expiring and missing licences surface nightly
      *>  instead of living in a spreadsheet.
       ADD-DEFAULT-CERT-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "CERTIFICATES" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "CERT-EXPIRY" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .
      *>  Probation reviews surface nightly so a due date never again
      *>  depends on somebody's wall chart.
       ADD-DEFAULT-PROBATION-STEP.
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  New leave requests are checked against the department
      *>  absence calendar every night, before a manager sees them.
       ADD-DEFAULT-ABSENCE-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "ABSENCE-CAL" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "ABSENCE-CALENDAR" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  The satellites are proven against the master every night,
      *>  so a bad restore surfaces the next morning, not at the
      *>  next audit.
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  The elections office's registration change feed is
      *>  applied to the voter master every night, so the roll is
      *>  current whenever screening is next run.
       ADD-DEFAULT-VOTER-CHANGE-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "VOTER-CHANGE" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "VOTER-CHANGE" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

       ADD-DEFAULT-STEP-13.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "MASTER-BACKUP" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  The master data-quality scorecard is a weekly worklist,
      *>  not a nightly alarm.
       ADD-DEFAULT-DATA-QUALITY-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "DATA-QUALITY" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "DATA-QUALITY" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'W' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Unknown free-text words are a week's worth of sightings
      *>  for the dictionary keeper, not a nightly alarm.
       ADD-DEFAULT-SPELL-REPORT-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "SPELL-REPORT" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "SPELL-REPORT" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'W' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Succession risk is a planning view off the nightly age
      *>  projection; weekly is often enough to see it move.
       ADD-DEFAULT-SUCCESSION-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "SUCCESSION" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "SUCCESSION-RISK" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'W' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Shrink by reason is read week on week, so the report
      *>  runs weekly off the write-off history.
       ADD-DEFAULT-SHRINK-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "SHRINK-REPORT" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "SHRINK-REPORT" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'W' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Every night: each extract profile carries its own
      *>  frequency, so VENDOR-EXTRACT decides which vendor feeds are
      *>  due - the benefits feed still goes out at month-end only.
       ADD-DEFAULT-VENDOR-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "VENDOR-EXTRACT" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "VENDOR-EXTRACT" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Right behind the extract, every night: each profile's
      *>  acknowledgment has to tie out on the nights it goes out.
       ADD-DEFAULT-VENDOR-ACK-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "VENDOR-ACK" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "VENDOR-ACK-RECON" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Month-end only: each claim's paid and incurred photographed
      *>  for the month and the loss development triangles rebuilt
      *>  for the actuaries.
       ADD-DEFAULT-LOSS-TRIANGLE-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "LOSS-TRIANGLE" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "LOSS-TRIANGLE" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'M' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Month-end only, and after LOSS-TRIANGLE: long-closed
      *>  claims move to the dated archive only once the month's
      *>  snapshot has photographed them.
       ADD-DEFAULT-CLAIM-ARCHIVE-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "CLAIM-ARCHIVE" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "CLAIM-ARCHIVE" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'M' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Month-end payroll accrual: runs in the month-end window,
      *>  after PAYROLL so a pay date falling on the month end is
      *>  counted as paid rather than accrued.
       ADD-DEFAULT-ACCRUAL-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "PAY-ACCRUAL" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "PAY-ACCRUAL" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'M' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Month-end only, after Assignment-2 has posted the month's
      *>  last movements: the inventory roll-forward is tied to the
      *>  cost layers and the month frozen against back-dating.
       ADD-DEFAULT-INV-CLOSE-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "INVENTORY-CLOSE" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "INVENTORY-CLOSE" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'M' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

           MOVE 'Q' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Quarter-end only, after the last pay run of the quarter has
      *>  posted: the statutory withholding return per tax code.
       ADD-DEFAULT-QTR-RETURN-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "QTR-RETURN" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "QTR-RETURN" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'Q' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Quarter-end only: the accrued vacation liability and its
      *>  movement, booked for the finance close.
       ADD-DEFAULT-LEAVE-LIAB-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "LEAVE-LIAB" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "LEAVE-LIABILITY" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'Q' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Quarter-end only, the year end among them: the pension
      *>  liability projection finance books in the annual accounts,
      *>  off the milestone projection ARITHMETIC writes nightly.
       ADD-DEFAULT-PENSION-LIAB-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "PENSION-LIAB" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "PENSION-LIABILITY" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'Q' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Quarter-end only: the operator access review - every
      *>  account's functions, the dormant ones and the leavers.
       ADD-DEFAULT-ACCESS-REVIEW-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "ACCESS-REVIEW" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "ACCESS-REVIEW" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'Q' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  After every producer has written tonight's outputs: copy
      *>  them to dated generation files and purge the oldest, so
      *>  yesterday's reports survive tomorrow's OPEN OUTPUT.
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  The managers' copies are cut from the night's reports once
      *>  every producer above has written them.
       ADD-DEFAULT-BURST-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "REPORT-BURST" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "REPORT-BURST" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Every night, just ahead of the triage so a file nearing
      *>  its table ceiling is on the morning list.
       ADD-DEFAULT-CAPACITY-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "CAPACITY" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "CAPACITY-REPORT" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Last, so the triage covers everything the night above it
      *>  wrote.
       ADD-DEFAULT-STEP-14.
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
       .

      *>  Every night, after the triage and ahead of the log
      *>  housekeeping that archives the exception summary, so each
      *>  line the night raised lands on the register.
       ADD-DEFAULT-EXC-REGISTER-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "EXC-REGISTER" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "EXC-REG-LOAD" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Every night, straight after the register load, so the
      *>  aging by owner includes what the night just raised.
       ADD-DEFAULT-EXC-AGING-STEP.
           ADD 1 TO SCHEDULE-COUNT
           MOVE "EXC-AGING" TO SCH-STEP-NAME(SCHEDULE-COUNT)
           MOVE "EXC-AGING" TO SCH-PROGRAM(SCHEDULE-COUNT)
           MOVE 'Y' TO SCH-ENABLED(SCHEDULE-COUNT)
           MOVE 'C' TO SCH-ON-FAILURE(SCHEDULE-COUNT)
           MOVE 'D' TO SCH-FREQUENCY(SCHEDULE-COUNT)
       .

      *>  Log housekeeping closes the night, after the triage step
      *>  has read the exception summary it archives.
       ADD-DEFAULT-STEP-15.
