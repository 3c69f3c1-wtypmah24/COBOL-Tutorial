       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-LIABILITY.
      *>  Pension liability projection for the annual accounts.
      *>  AGEPROJ.DAT and the rule of 85 say when each active employee
      *>  becomes eligible to retire; this puts a figure on what the
      *>  plan will then owe. Each projection row is joined to the
      *>  employee master for the department and service (prior
      *>  service bridged by EMP-REHIRE included) and to COMPMAST.DAT
      *>  for the pay in effect today, and the benefit formula turns
      *>  those into an annual pension paid from the eligibility year.
      *>
      *>  PENLIAB.RPT shows the projected benefit outflows year by
      *>  year for the next 20 years and by department, each
      *>  discounted to a present value, then the total present value
      *>  and the same total one point either side of the discount
      *>  rate. An employee not eligible within the 20 years owes
      *>  nothing inside the horizon and is only counted.
      *>
      *>  The eligibility date is the nearer of the eligibility
      *>  milestone and the rule of 85, worked out the same way
      *>  SUCCESSION-RISK does. The benefit formula is
      *>      pay today, grown at the pay-growth rate to eligibility,
      *>      x accrual percent x years of service at eligibility
      *>  paid yearly for the payment period. Pay is the annual
      *>  salary, or the hourly rate over the standard 2080-hour
      *>  year the way COBOLTUT prices an hour of salaried time.
      *>
      *>  PENLIAB.PRM, maintained by operations, one line:
      *>      accrual percent    9V999  (1500 = 1.500%, default 1.5)
      *>      discount rate      99V99  (0450 = 4.50%, default 4.5)
      *>      pay growth         99V99  (0300 = 3.00%, default 0)
      *>      payment years      99     (default 20)
      *>      eligibility age    99     (default 65)
      *>  each separated by one space, e.g. "1500 0450 0300 20 65".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIABILITY-PARAM-FILE ASSIGN TO "PENLIAB.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIABILITY-PARAM-FILE-STATUS.
           SELECT AGE-PROJECTION-FILE ASSIGN TO "AGEPROJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-PROJECTION-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT COMPENSATION-FILE ASSIGN TO "COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-KEY
               FILE STATUS IS COMPENSATION-FILE-STATUS.
      *>  Department reference (DEPT-CODE-MAINT): name and manager.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO "PENLIAB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIABILITY-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIABILITY-PARAM-FILE.
       01  LIABILITY-PARAM-RECORD.
           05 PRM-ACCRUAL-PERCENT PIC 9V999.
           05 FILLER              PIC X(01).
           05 PRM-DISCOUNT-RATE   PIC 99V99.
           05 FILLER              PIC X(01).
           05 PRM-PAY-GROWTH      PIC 99V99.
           05 FILLER              PIC X(01).
           05 PRM-PAYMENT-YEARS   PIC 9(02).
           05 FILLER              PIC X(01).
           05 PRM-ELIGIBLE-AGE    PIC 9(02).

      *>  Mirror of the AGE-PROJECTION-RECORD Arithmetic writes: one
      *>  "age / years-until / out-of-range" trio per milestone.
       FD  AGE-PROJECTION-FILE.
       01  AGE-PROJECTION-RECORD.
           05 PROJ-EMP-ID       PIC X(06).
           05 PROJ-EMP-AGE      PIC 9(02).
           05 PROJ-OUT-OF-RANGE PIC X.
           05 PROJ-MILESTONE-ENTRY OCCURS 5 TIMES.
               10 PROJ-MILESTONE-AGE       PIC 9(02).
               10 PROJ-MILESTONE-YEARSUNIL PIC 9(02).
               10 PROJ-MILESTONE-RANGE     PIC X.

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  COMPENSATION-FILE.
           COPY "COMPENSATION.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-LINE PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 LIABILITY-PARAM-FILE-STATUS PIC XX.
          88 NO-LIABILITY-PARAM-FILE VALUE "35".
       01 AGE-PROJECTION-FILE-STATUS PIC XX.
          88 NO-AGE-PROJECTION-FILE VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 COMPENSATION-FILE-STATUS PIC XX.
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 LIABILITY-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 END-OF-PROJECTION-FLAG PIC X VALUE 'N'.
          88 END-OF-AGE-PROJECTIONS VALUE 'Y'.
       01 COMP-MASTER-FLAG     PIC X VALUE 'N'.
          88 COMP-MASTER-ON-FILE VALUE 'Y'.
       01 COMP-SCAN-FLAG       PIC X VALUE 'N'.
          88 COMP-SCAN-DONE    VALUE 'Y'.
       01 PAY-FOUND-FLAG       PIC X VALUE 'N'.
          88 PAY-FOUND         VALUE 'Y'.

      *>  The benefit formula and discount basis, PENLIAB.PRM over
      *>  these defaults.
       01 ACCRUAL-PERCENT      PIC 9V999 VALUE 1.500.
       01 DISCOUNT-RATE        PIC 99V99 VALUE 4.50.
       01 PAY-GROWTH           PIC 99V99 VALUE 0.
       01 PAYMENT-YEARS        PIC 9(02) VALUE 20.
       01 ELIGIBLE-AGE         PIC 9(02) VALUE 65.
       01 STANDARD-ANNUAL-HOURS PIC 9(04) VALUE 2080.
       01 HORIZON-YEARS        PIC 9(02) VALUE 20.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  Years until the employee can go: the nearer of the
      *>  eligibility milestone and the rule of 85, worked out the
      *>  same way Arithmetic's PROJECT-RULE-OF-85 does (age and
      *>  service both grow by one a year, so the gap closes at two
      *>  a year, rounded up). 99 means no date within reach.
       01 MS-INDEX             PIC 9(02).
       01 ELIGIBLE-YEARS       PIC 9(02).
       01 RULE85-YEARS         PIC 9(02).
       01 SERVICE-YEARS        PIC 9(02).
       01 SERVICE-KNOWN-FLAG   PIC X VALUE 'N'.
          88 SERVICE-KNOWN     VALUE 'Y'.
       01 RULE85-SUM           PIC 9(03).
       01 LEAVE-YEARS          PIC 9(02).

      *>  One employee's projection.
       01 ANNUAL-PAY           PIC 9(07)V99.
       01 PROJECTED-PAY        PIC 9(09)V99.
       01 SERVICE-AT-ELIGIBILITY PIC 9(03).
       01 ANNUAL-BENEFIT       PIC 9(09)V99.
       01 FIRST-PAY-YEAR       PIC 9(02).
       01 LAST-PAY-YEAR        PIC 9(03).
       01 YEAR-INDEX           PIC 9(02).

      *>  Three discount bases: the rate itself, one point under and
      *>  one point over. DF-FACTOR(basis, year) is what one unit
      *>  paid in that year is worth today.
       01 BASIS-RATE-TABLE.
           05 BASIS-RATE       PIC 99V99 OCCURS 3 TIMES.
       01 BASIS-INDEX          PIC 9(01).
       01 DISCOUNT-FACTOR-TABLE.
           05 DF-BASIS OCCURS 3 TIMES.
               10 DF-FACTOR    PIC 9V9(08) OCCURS 20 TIMES.
       01 PREVIOUS-FACTOR      PIC 9V9(08).
       01 BASIS-PRESENT-VALUE-TABLE.
           05 BASIS-PRESENT-VALUE PIC 9(11)V99 OCCURS 3 TIMES.

      *>  Outflow by projection year, 1 being the year after this.
       01 YEAR-TABLE.
           05 YEAR-ENTRY OCCURS 20 TIMES.
               10 YR-STARTERS   PIC 9(05).
               10 YR-OUTFLOW    PIC 9(11)V99.
       01 TOTAL-OUTFLOW        PIC 9(11)V99 VALUE 0.
       01 YEAR-PRESENT-VALUE   PIC 9(11)V99.

      *>  One row per department seen on DEPTREF.DAT or among the
      *>  members projected, with its own outflow by year.
       01 DEPT-TALLY-COUNT     PIC 9(03) VALUE 0.
       01 DEPT-TALLY-TABLE.
           05 DEPT-TALLY-ENTRY OCCURS 100 TIMES.
               10 DT-DEPT-CODE  PIC X(04).
               10 DT-DEPT-NAME  PIC X(20).
               10 DT-MEMBERS    PIC 9(05).
               10 DT-OUTFLOW    PIC 9(11)V99 OCCURS 20 TIMES.
       01 DEPT-INDEX           PIC 9(03).
       01 DEPT-WORK-CODE       PIC X(04).
       01 DEPT-FIVE-YEAR       PIC 9(11)V99.
       01 DEPT-TWENTY-YEAR     PIC 9(11)V99.
       01 DEPT-PRESENT-VALUE   PIC 9(11)V99.

       01 PROJECTIONS-READ     PIC 9(05) VALUE 0.
       01 MEMBERS-PROJECTED    PIC 9(05) VALUE 0.
       01 BEYOND-HORIZON-COUNT PIC 9(05) VALUE 0.
       01 NO-PAY-COUNT         PIC 9(05) VALUE 0.
       01 NO-SERVICE-COUNT     PIC 9(05) VALUE 0.
       01 MISSING-MASTER-COUNT PIC 9(05) VALUE 0.

       01 YEAR-LABEL           PIC 9(04).
       01 COUNT-EDIT           PIC ZZZZ9.
       01 MONEY-EDIT           PIC Z(10)9.99.
       01 PV-EDIT              PIC Z(10)9.99.
       01 FACTOR-EDIT          PIC 9.9(06).
       01 RATE-EDIT            PIC Z9.99.
       01 ACCRUAL-EDIT         PIC 9.999.
       01 DIFFERENCE-AMOUNT    PIC S9(11)V99.
       01 DIFFERENCE-EDIT      PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-LIABILITY-PARAMETERS
            PERFORM BUILD-DISCOUNT-FACTORS
            INITIALIZE YEAR-TABLE
            OPEN OUTPUT LIABILITY-REPORT-FILE
            MOVE SPACES TO LIABILITY-REPORT-LINE
            STRING "PENSION LIABILITY PROJECTION AS OF "
                TODAYS-DATE-N
                DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
            WRITE LIABILITY-REPORT-LINE
            MOVE ACCRUAL-PERCENT TO ACCRUAL-EDIT
            MOVE PAY-GROWTH TO RATE-EDIT
            MOVE SPACES TO LIABILITY-REPORT-LINE
            STRING "BENEFIT " ACCRUAL-EDIT "% OF PAY PER YEAR OF"
                " SERVICE AT ELIGIBILITY; PAY GROWN " RATE-EDIT
                "% A YEAR; PAID " PAYMENT-YEARS " YEARS"
                DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
            WRITE LIABILITY-REPORT-LINE
            MOVE DISCOUNT-RATE TO RATE-EDIT
            MOVE SPACES TO LIABILITY-REPORT-LINE
            STRING "ELIGIBLE AT AGE " ELIGIBLE-AGE
                " OR ON THE RULE OF 85; DISCOUNTED AT " RATE-EDIT
                "%"
                DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
            WRITE LIABILITY-REPORT-LINE
            MOVE SPACES TO LIABILITY-REPORT-LINE
            WRITE LIABILITY-REPORT-LINE

            OPEN INPUT AGE-PROJECTION-FILE
            OPEN INPUT EMPLOYEE-MASTER
            IF NO-AGE-PROJECTION-FILE
                DISPLAY "ERROR: AGEPROJ.DAT NOT FOUND - NO PENSION"
                    " LIABILITY PROJECTION"
                MOVE "AGEPROJ.DAT NOT FOUND - NOTHING TO PROJECT"
                    TO LIABILITY-REPORT-LINE
                WRITE LIABILITY-REPORT-LINE
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "AGEPROJ.DAT NOT FOUND"
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'C' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
            ELSE
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
                PERFORM OPEN-COMPENSATION-MASTER
                PERFORM LOAD-DEPARTMENTS
                PERFORM READ-AGE-PROJECTION
                PERFORM UNTIL END-OF-AGE-PROJECTIONS
                    ADD 1 TO PROJECTIONS-READ
                    PERFORM PROJECT-ONE-MEMBER
                    PERFORM READ-AGE-PROJECTION
                END-PERFORM
                IF COMP-MASTER-ON-FILE
                    CLOSE COMPENSATION-FILE
                END-IF
                PERFORM WRITE-YEAR-SECTION
                PERFORM WRITE-DEPARTMENT-SECTION
                PERFORM WRITE-PRESENT-VALUE-SECTION
                IF NO-PAY-COUNT > 0
                    MOVE NO-PAY-COUNT TO COUNT-EDIT
                    MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                    MOVE SPACES TO EXC-DESCRIPTION
                    STRING COUNT-EDIT " MEMBERS NOT PROJECTED - NO"
                        " PAY ON FILE"
                        DELIMITED BY SIZE INTO EXC-DESCRIPTION
                    MOVE 'W' TO EXC-SEVERITY
                    PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                END-IF
                MOVE BASIS-PRESENT-VALUE(1) TO PV-EDIT
                DISPLAY "PENSION-LIABILITY: " MEMBERS-PROJECTED
                    " MEMBERS PROJECTED, PRESENT VALUE " PV-EDIT
            END-IF
            END-IF

            CLOSE AGE-PROJECTION-FILE
            CLOSE EMPLOYEE-MASTER
            CLOSE LIABILITY-REPORT-FILE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  A field left blank or out of range keeps its default.
       LOAD-LIABILITY-PARAMETERS.
           OPEN INPUT LIABILITY-PARAM-FILE
           IF NOT NO-LIABILITY-PARAM-FILE
               READ LIABILITY-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-ACCRUAL-PERCENT IS NUMERIC
                       AND PRM-ACCRUAL-PERCENT > 0
                           MOVE PRM-ACCRUAL-PERCENT TO ACCRUAL-PERCENT
                       END-IF
                       IF PRM-DISCOUNT-RATE IS NUMERIC
                           MOVE PRM-DISCOUNT-RATE TO DISCOUNT-RATE
                       END-IF
                       IF PRM-PAY-GROWTH IS NUMERIC
                           MOVE PRM-PAY-GROWTH TO PAY-GROWTH
                       END-IF
                       IF PRM-PAYMENT-YEARS IS NUMERIC
                       AND PRM-PAYMENT-YEARS > 0
                           MOVE PRM-PAYMENT-YEARS TO PAYMENT-YEARS
                       END-IF
                       IF PRM-ELIGIBLE-AGE IS NUMERIC
                       AND PRM-ELIGIBLE-AGE > 0
                           MOVE PRM-ELIGIBLE-AGE TO ELIGIBLE-AGE
                       END-IF
               END-READ
           END-IF
           CLOSE LIABILITY-PARAM-FILE
       .

      *>  Each year's factor is the year before's over one plus the
      *>  rate, so year n carries n years of discount. The lower
      *>  basis stops at zero rather than go negative.
       BUILD-DISCOUNT-FACTORS.
           MOVE DISCOUNT-RATE TO BASIS-RATE(1)
           IF DISCOUNT-RATE > 1
               COMPUTE BASIS-RATE(2) = DISCOUNT-RATE - 1
           ELSE
               MOVE 0 TO BASIS-RATE(2)
           END-IF
           COMPUTE BASIS-RATE(3) = DISCOUNT-RATE + 1
           PERFORM VARYING BASIS-INDEX FROM 1 BY 1
           UNTIL BASIS-INDEX > 3
               MOVE 1 TO PREVIOUS-FACTOR
               MOVE 0 TO BASIS-PRESENT-VALUE(BASIS-INDEX)
               PERFORM VARYING YEAR-INDEX FROM 1 BY 1
               UNTIL YEAR-INDEX > HORIZON-YEARS
                   COMPUTE DF-FACTOR(BASIS-INDEX, YEAR-INDEX) ROUNDED
                       = PREVIOUS-FACTOR
                       / (1 + BASIS-RATE(BASIS-INDEX) / 100)
                   MOVE DF-FACTOR(BASIS-INDEX, YEAR-INDEX)
                       TO PREVIOUS-FACTOR
               END-PERFORM
           END-PERFORM
       .

       OPEN-COMPENSATION-MASTER.
           MOVE 'N' TO COMP-MASTER-FLAG
           OPEN INPUT COMPENSATION-FILE
           IF COMPENSATION-FILE-STATUS = "00"
               SET COMP-MASTER-ON-FILE TO TRUE
           ELSE
               DISPLAY "WARNING: NO COMPMAST.DAT - NO MEMBER CAN BE"
                   " PROJECTED"
           END-IF
       .

      *>  Every department on DEPTREF.DAT gets a row up front, so a
      *>  department with no one eligible in the horizon still
      *>  prints.
       LOAD-DEPARTMENTS.
           MOVE 0 TO DEPT-TALLY-COUNT
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

       READ-AGE-PROJECTION.
           READ AGE-PROJECTION-FILE
               AT END SET END-OF-AGE-PROJECTIONS TO TRUE
           END-READ
       .

      *>  A leaver still on a projection written before the
      *>  termination is passed over; a row with no master at all is
      *>  only counted - RETIREMENT-LETTERS reports those each night.
       PROJECT-ONE-MEMBER.
           MOVE PROJ-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               ADD 1 TO MISSING-MASTER-COUNT
           ELSE
           IF NOT MASTER-TERMINATED
               PERFORM FIGURE-SERVICE-YEARS
               PERFORM FIGURE-ELIGIBLE-YEARS
               PERFORM FIGURE-RULE85-YEARS
               IF RULE85-YEARS < ELIGIBLE-YEARS
                   MOVE RULE85-YEARS TO LEAVE-YEARS
               ELSE
                   MOVE ELIGIBLE-YEARS TO LEAVE-YEARS
               END-IF
               EVALUATE TRUE
                   WHEN LEAVE-YEARS > HORIZON-YEARS
                       ADD 1 TO BEYOND-HORIZON-COUNT
                   WHEN NOT SERVICE-KNOWN
                       ADD 1 TO NO-SERVICE-COUNT
                   WHEN OTHER
                       PERFORM LOOK-UP-ANNUAL-PAY
                       IF PAY-FOUND
                           PERFORM SPREAD-MEMBER-BENEFIT
                       ELSE
                           ADD 1 TO NO-PAY-COUNT
                       END-IF
               END-EVALUATE
           END-IF
           END-IF
       .

      *>  Completed years since the hire date, plus any service a
      *>  rehire bridged from earlier spells.
       FIGURE-SERVICE-YEARS.
           MOVE 0 TO SERVICE-YEARS
           MOVE 'N' TO SERVICE-KNOWN-FLAG
           IF MASTER-HIRE-DATE IS NUMERIC
           AND MASTER-HIRE-DATE NOT = ZERO
           AND MASTER-HIRE-YYYY <= CUR-YYYY
               SET SERVICE-KNOWN TO TRUE
               COMPUTE SERVICE-YEARS = CUR-YYYY - MASTER-HIRE-YYYY
               IF CUR-MM < MASTER-HIRE-MM
               OR (CUR-MM = MASTER-HIRE-MM AND CUR-DD < MASTER-HIRE-DD)
                   IF SERVICE-YEARS > 0
                       SUBTRACT 1 FROM SERVICE-YEARS
                   END-IF
               END-IF
               IF MASTER-PRIOR-SERVICE IS NUMERIC
                   ADD MASTER-PRIOR-SERVICE TO SERVICE-YEARS
               END-IF
           END-IF
       .

      *>  The eligibility milestone off the projection row; one
      *>  already passed means eligible now. A projection written
      *>  without that milestone falls back to the plain age gap.
       FIGURE-ELIGIBLE-YEARS.
           MOVE 99 TO ELIGIBLE-YEARS
           PERFORM VARYING MS-INDEX FROM 1 BY 1
           UNTIL MS-INDEX > 5
               IF PROJ-MILESTONE-AGE(MS-INDEX) = ELIGIBLE-AGE
                   IF PROJ-MILESTONE-RANGE(MS-INDEX) = 'N'
                       MOVE PROJ-MILESTONE-YEARSUNIL(MS-INDEX)
                           TO ELIGIBLE-YEARS
                   ELSE
                       MOVE 0 TO ELIGIBLE-YEARS
                   END-IF
               END-IF
           END-PERFORM
           IF ELIGIBLE-YEARS = 99
           AND PROJ-EMP-AGE IS NUMERIC
               IF PROJ-EMP-AGE >= ELIGIBLE-AGE
                   MOVE 0 TO ELIGIBLE-YEARS
               ELSE
                   COMPUTE ELIGIBLE-YEARS = ELIGIBLE-AGE - PROJ-EMP-AGE
               END-IF
           END-IF
       .

       FIGURE-RULE85-YEARS.
           MOVE 99 TO RULE85-YEARS
           IF SERVICE-KNOWN
           AND PROJ-EMP-AGE IS NUMERIC
               COMPUTE RULE85-SUM = PROJ-EMP-AGE + SERVICE-YEARS
               IF RULE85-SUM >= 85
                   MOVE 0 TO RULE85-YEARS
               ELSE
                   COMPUTE RULE85-YEARS = (85 - RULE85-SUM + 1) / 2
               END-IF
           END-IF
       .

      *>  The employee's latest compensation row dated on or before
      *>  today, found the way LEAVE-LIABILITY finds it, as an annual
      *>  figure.
       LOOK-UP-ANNUAL-PAY.
           MOVE 'N' TO PAY-FOUND-FLAG
           MOVE 0 TO ANNUAL-PAY
           IF COMP-MASTER-ON-FILE
               MOVE 'N' TO COMP-SCAN-FLAG
               MOVE MASTER-EMP-ID TO COMP-EMP-ID
               MOVE 0 TO COMP-EFFECTIVE-DATE
               START COMPENSATION-FILE KEY >= COMP-KEY
                   INVALID KEY SET COMP-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL COMP-SCAN-DONE
                   READ COMPENSATION-FILE NEXT RECORD
                       AT END SET COMP-SCAN-DONE TO TRUE
                   END-READ
                   IF COMPENSATION-FILE-STATUS NOT = "00"
                   OR COMP-EMP-ID NOT = MASTER-EMP-ID
                   OR COMP-EFFECTIVE-DATE > TODAYS-DATE-N
                       SET COMP-SCAN-DONE TO TRUE
                   END-IF
                   IF NOT COMP-SCAN-DONE
                       SET PAY-FOUND TO TRUE
                       IF COMP-BASIS-SALARIED
                           MOVE COMP-ANNUAL-SALARY TO ANNUAL-PAY
                       ELSE
                           COMPUTE ANNUAL-PAY ROUNDED
                               = COMP-HOURLY-RATE
                               * STANDARD-ANNUAL-HOURS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       .

      *>  The annual benefit is paid from the eligibility year (the
      *>  coming year for someone already eligible) for the payment
      *>  period, as far as the horizon reaches.
       SPREAD-MEMBER-BENEFIT.
           COMPUTE PROJECTED-PAY ROUNDED = ANNUAL-PAY
               * (1 + PAY-GROWTH / 100) ** LEAVE-YEARS
           COMPUTE SERVICE-AT-ELIGIBILITY = SERVICE-YEARS + LEAVE-YEARS
           COMPUTE ANNUAL-BENEFIT ROUNDED = PROJECTED-PAY
               * SERVICE-AT-ELIGIBILITY * ACCRUAL-PERCENT / 100
           IF LEAVE-YEARS = 0
               MOVE 1 TO FIRST-PAY-YEAR
           ELSE
               MOVE LEAVE-YEARS TO FIRST-PAY-YEAR
           END-IF
           COMPUTE LAST-PAY-YEAR = FIRST-PAY-YEAR + PAYMENT-YEARS - 1
           IF LAST-PAY-YEAR > HORIZON-YEARS
               MOVE HORIZON-YEARS TO LAST-PAY-YEAR
           END-IF
           ADD 1 TO MEMBERS-PROJECTED
           ADD 1 TO YR-STARTERS(FIRST-PAY-YEAR)
           MOVE MASTER-DEPT-CODE TO DEPT-WORK-CODE
           IF DEPT-WORK-CODE = SPACES
               MOVE "????" TO DEPT-WORK-CODE
           END-IF
           PERFORM FIND-DEPT-TALLY
           ADD 1 TO DT-MEMBERS(DEPT-INDEX)
           PERFORM VARYING YEAR-INDEX FROM FIRST-PAY-YEAR BY 1
           UNTIL YEAR-INDEX > LAST-PAY-YEAR
               ADD ANNUAL-BENEFIT TO YR-OUTFLOW(YEAR-INDEX)
               ADD ANNUAL-BENEFIT TO DT-OUTFLOW(DEPT-INDEX, YEAR-INDEX)
               ADD ANNUAL-BENEFIT TO TOTAL-OUTFLOW
           END-PERFORM
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
                   INITIALIZE DEPT-TALLY-ENTRY(DEPT-INDEX)
                   MOVE DEPT-WORK-CODE TO DT-DEPT-CODE(DEPT-INDEX)
                   MOVE "(NOT ON DEPTREF.DAT)"
                       TO DT-DEPT-NAME(DEPT-INDEX)
               ELSE
                   MOVE 100 TO DEPT-INDEX
               END-IF
           END-IF
       .

      *>  One line per projection year: who starts drawing, what is
      *>  paid out, and its worth today at the discount rate. The
      *>  present values at all three bases are summed here.
       WRITE-YEAR-SECTION.
           MOVE SPACES TO LIABILITY-REPORT-LINE
           STRING "BY YEAR  STARTING  BENEFIT OUTFLOW"
               "   DISCOUNT FACTOR     PRESENT VALUE"
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           PERFORM VARYING YEAR-INDEX FROM 1 BY 1
           UNTIL YEAR-INDEX > HORIZON-YEARS
               PERFORM VARYING BASIS-INDEX FROM 1 BY 1
               UNTIL BASIS-INDEX > 3
                   COMPUTE BASIS-PRESENT-VALUE(BASIS-INDEX) ROUNDED
                       = BASIS-PRESENT-VALUE(BASIS-INDEX)
                       + YR-OUTFLOW(YEAR-INDEX)
                       * DF-FACTOR(BASIS-INDEX, YEAR-INDEX)
               END-PERFORM
               COMPUTE YEAR-PRESENT-VALUE ROUNDED
                   = YR-OUTFLOW(YEAR-INDEX) * DF-FACTOR(1, YEAR-INDEX)
               COMPUTE YEAR-LABEL = CUR-YYYY + YEAR-INDEX
               MOVE YR-STARTERS(YEAR-INDEX) TO COUNT-EDIT
               MOVE YR-OUTFLOW(YEAR-INDEX) TO MONEY-EDIT
               MOVE DF-FACTOR(1, YEAR-INDEX) TO FACTOR-EDIT
               MOVE YEAR-PRESENT-VALUE TO PV-EDIT
               MOVE SPACES TO LIABILITY-REPORT-LINE
               STRING YEAR-LABEL "        " COUNT-EDIT "   "
                   MONEY-EDIT "          " FACTOR-EDIT "    "
                   PV-EDIT
                   DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-PERFORM
           MOVE MEMBERS-PROJECTED TO COUNT-EDIT
           MOVE TOTAL-OUTFLOW TO MONEY-EDIT
           MOVE BASIS-PRESENT-VALUE(1) TO PV-EDIT
           MOVE SPACES TO LIABILITY-REPORT-LINE
           STRING "TOTAL       " COUNT-EDIT "   " MONEY-EDIT
               "                      " PV-EDIT
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
       .

      *>  Per department: members eligible inside the horizon, what
      *>  goes out in the next five years and the whole twenty, and
      *>  the present value of the twenty at the discount rate.
       WRITE-DEPARTMENT-SECTION.
           MOVE SPACES TO LIABILITY-REPORT-LINE
           STRING "DEPT NAME               MEMBERS"
               "     NEXT 5 YEARS    NEXT 20 YEARS      PRESENT VALUE"
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               MOVE 0 TO DEPT-FIVE-YEAR
               MOVE 0 TO DEPT-TWENTY-YEAR
               MOVE 0 TO DEPT-PRESENT-VALUE
               PERFORM VARYING YEAR-INDEX FROM 1 BY 1
               UNTIL YEAR-INDEX > HORIZON-YEARS
                   IF YEAR-INDEX <= 5
                       ADD DT-OUTFLOW(DEPT-INDEX, YEAR-INDEX)
                           TO DEPT-FIVE-YEAR
                   END-IF
                   ADD DT-OUTFLOW(DEPT-INDEX, YEAR-INDEX)
                       TO DEPT-TWENTY-YEAR
                   COMPUTE DEPT-PRESENT-VALUE ROUNDED
                       = DEPT-PRESENT-VALUE
                       + DT-OUTFLOW(DEPT-INDEX, YEAR-INDEX)
                       * DF-FACTOR(1, YEAR-INDEX)
               END-PERFORM
               MOVE DT-MEMBERS(DEPT-INDEX) TO COUNT-EDIT
               MOVE SPACES TO LIABILITY-REPORT-LINE
               STRING DT-DEPT-CODE(DEPT-INDEX) " "
                   DT-DEPT-NAME(DEPT-INDEX) " " COUNT-EDIT
                   DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
               MOVE DEPT-FIVE-YEAR TO MONEY-EDIT
               MOVE MONEY-EDIT TO LIABILITY-REPORT-LINE(35:14)
               MOVE DEPT-TWENTY-YEAR TO MONEY-EDIT
               MOVE MONEY-EDIT TO LIABILITY-REPORT-LINE(52:14)
               MOVE DEPT-PRESENT-VALUE TO PV-EDIT
               MOVE PV-EDIT TO LIABILITY-REPORT-LINE(71:14)
               WRITE LIABILITY-REPORT-LINE
           END-PERFORM
           IF DEPT-TALLY-COUNT = 0
               MOVE "  NO DEPARTMENTS" TO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-IF
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
       .

      *>  The total present value, then the same outflows one point
      *>  either side of the discount rate and how far each moves
      *>  the total.
       WRITE-PRESENT-VALUE-SECTION.
           MOVE BASIS-RATE(1) TO RATE-EDIT
           MOVE BASIS-PRESENT-VALUE(1) TO PV-EDIT
           MOVE SPACES TO LIABILITY-REPORT-LINE
           STRING "TOTAL PRESENT VALUE AT " RATE-EDIT "%:      "
               PV-EDIT
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           PERFORM VARYING BASIS-INDEX FROM 2 BY 1
           UNTIL BASIS-INDEX > 3
               MOVE BASIS-RATE(BASIS-INDEX) TO RATE-EDIT
               MOVE BASIS-PRESENT-VALUE(BASIS-INDEX) TO PV-EDIT
               COMPUTE DIFFERENCE-AMOUNT
                   = BASIS-PRESENT-VALUE(BASIS-INDEX)
                   - BASIS-PRESENT-VALUE(1)
               MOVE DIFFERENCE-AMOUNT TO DIFFERENCE-EDIT
               MOVE SPACES TO LIABILITY-REPORT-LINE
               STRING "SENSITIVITY AT " RATE-EDIT "%:  "
                   "        " PV-EDIT "  CHANGE " DIFFERENCE-EDIT
                   DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE SPACES TO LIABILITY-REPORT-LINE
           STRING PROJECTIONS-READ " PROJECTIONS READ, "
               MEMBERS-PROJECTED " PROJECTED, "
               BEYOND-HORIZON-COUNT " NOT ELIGIBLE IN 20 YEARS, "
               NO-PAY-COUNT " WITH NO PAY ON FILE"
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE SPACES TO LIABILITY-REPORT-LINE
           STRING NO-SERVICE-COUNT " WITH NO HIRE DATE, "
               MISSING-MASTER-COUNT " NOT ON THE MASTER"
               DELIMITED BY SIZE INTO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "PENSION-LIAB" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM PENSION-LIABILITY.
