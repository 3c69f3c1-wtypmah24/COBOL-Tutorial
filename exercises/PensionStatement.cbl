       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-STATEMENT.
      *>  Yearly pension member statement off the PENSION.DAT ledger
      *>  COBOLTUT posts to: one page per member with the year's
      *>  employee and employer contributions, the account balance at
      *>  the year end, and the vested percentage on service to the
      *>  year end - prior service EMP-REHIRE bridged onto the master
      *>  included - through the shared PENSION-VESTING rule. A
      *>  frozen account shows the vesting fixed at its termination,
      *>  with the vested and forfeited amounts.
      *>
      *>  The statement year comes from PENSTMT.PRM when present;
      *>  without it the year before the run date is reported, the
      *>  same default YEAR-END-CLOSE uses, so the normal run is made
      *>  early in January. The ledger keeps a year's contributions
      *>  through the whole of the following year, so the run does
      *>  not have to beat January's first payroll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-PARAM-FILE ASSIGN TO "PENSTMT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-PARAM-FILE-STATUS.
           SELECT PENSION-FILE ASSIGN TO "PENSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEN-EMP-ID
               FILE STATUS IS PENSION-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT PENSION-STATEMENT-FILE ASSIGN TO "PENSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENSION-STATEMENT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-PARAM-FILE.
       01  STATEMENT-PARAM-RECORD.
           05 PRM-STATEMENT-YEAR PIC 9(04).

       FD  PENSION-FILE.
           COPY "PENSION-MEMBER.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  PENSION-STATEMENT-FILE.
       01  PENSION-STATEMENT-LINE PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 STATEMENT-PARAM-FILE-STATUS PIC XX.
          88 NO-STATEMENT-PARAM-FILE VALUE "35".
       01 PENSION-FILE-STATUS  PIC XX.
          88 NO-PENSION-FILE   VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 PENSION-STATEMENT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 EOF-FLAG             PIC X VALUE 'N'.
          88 END-OF-PENSION-FILE VALUE 'Y'.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 STATEMENT-YEAR       PIC 9(04).
       01 YEAR-END-DATE.
           05 YEAR-END-YYYY    PIC 9(04).
           05 FILLER           PIC X(04) VALUE "1231".
       01 YEAR-END-DATE-N REDEFINES YEAR-END-DATE PIC 9(08).
       01 ENROLL-YEAR          PIC 9(04).

      *>  The statement year's figures and the balance as it stood at
      *>  the year end: contributions posted in a later plan year are
      *>  backed out of the lifetime totals.
       01 YEAR-EMPLOYEE        PIC 9(07)V99.
       01 YEAR-EMPLOYER        PIC 9(07)V99.
       01 BALANCE-EMPLOYEE     PIC 9(09)V99.
       01 BALANCE-EMPLOYER     PIC 9(09)V99.
       01 BALANCE-TOTAL        PIC 9(09)V99.

      *>  PENSION-VESTING call set.
       01 VEST-HIRE-DATE       PIC 9(08).
       01 VEST-PRIOR-SERVICE   PIC 9(02).
       01 VEST-SERVICE-YEARS   PIC 9(03).
       01 VEST-PCT             PIC 9(03).
       01 VEST-STATUS          PIC X.

       01 STATEMENTS-WRITTEN   PIC 9(05) VALUE 0.
       01 MEMBERS-SKIPPED      PIC 9(05) VALUE 0.

      *>  NAME-FORMAT call set - statements carry the legal name,
      *>  "GIVEN SURNAME", as on the cheque payee line.
       01 NAME-FUNCTION        PIC X VALUE 'A'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

      *>  One-page statement, form-fed per member the same way the
      *>  annual earnings statements print.
       01 STMT-HEADING-LINE.
           05 FILLER           PIC X(31) VALUE
               "PENSION PLAN MEMBER STATEMENT ".
           05 STMT-HDR-YEAR    PIC 9(04).
       01 STMT-BLANK-LINE      PIC X(80) VALUE SPACES.
       01 STMT-ID-LINE.
           05 FILLER           PIC X(24) VALUE "Employee Id:".
           05 STMT-EMP-ID      PIC X(06).
       01 STMT-NAME-LINE.
           05 FILLER           PIC X(24) VALUE "Name:".
           05 STMT-NAME        PIC X(40).
       01 STMT-ENROLL-LINE.
           05 FILLER           PIC X(24) VALUE "Member Since:".
           05 STMT-ENROLL-DATE PIC 9(08).
       01 STMT-EE-LINE.
           05 FILLER           PIC X(24) VALUE
               "Your Contributions:".
           05 STMT-EE-AMOUNT   PIC $$$,$$$,$$9.99.
       01 STMT-ER-LINE.
           05 FILLER           PIC X(24) VALUE
               "Employer Contributions:".
           05 STMT-ER-AMOUNT   PIC $$$,$$$,$$9.99.
       01 STMT-BALANCE-LINE.
           05 FILLER           PIC X(24) VALUE "Balance At 31 Dec:".
           05 STMT-BALANCE     PIC $$$,$$$,$$9.99.
       01 STMT-SERVICE-LINE.
           05 FILLER           PIC X(24) VALUE "Years Of Service:".
           05 STMT-SERVICE     PIC ZZ9.
       01 STMT-VESTED-LINE.
           05 FILLER           PIC X(24) VALUE
               "Employer Side Vested:".
           05 STMT-VESTED-PCT  PIC ZZ9.
           05 FILLER           PIC X(01) VALUE "%".
       01 STMT-FROZEN-LINE.
           05 FILLER           PIC X(24) VALUE "Account Frozen:".
           05 STMT-FROZEN-DATE PIC 9(08).
       01 STMT-VESTED-AMT-LINE.
           05 FILLER           PIC X(24) VALUE "Vested Amount:".
           05 STMT-VESTED-AMOUNT PIC $$$,$$$,$$9.99.
       01 STMT-FORFEIT-LINE.
           05 FILLER           PIC X(24) VALUE "Forfeited:".
           05 STMT-FORFEITED   PIC $$$,$$$,$$9.99.
       01 STMT-NOTE-LINE       PIC X(80).
       01 STMT-PAGE-BREAK      PIC X(01) VALUE X"0C".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM DETERMINE-STATEMENT-YEAR

            OPEN INPUT PENSION-FILE
            IF NO-PENSION-FILE
                DISPLAY "PENSION-STATEMENT: NO PENSION.DAT - NO"
                    " MEMBERS YET"
            ELSE
            IF PENSION-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN PENSION.DAT, STATUS="
                    PENSION-FILE-STATUS
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "PENSION.DAT OPEN FAILED, STATUS="
                    PENSION-FILE-STATUS
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'E' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
            ELSE
                OPEN INPUT EMPLOYEE-MASTER
                OPEN OUTPUT PENSION-STATEMENT-FILE
                PERFORM READ-PENSION-RECORD
                PERFORM UNTIL END-OF-PENSION-FILE
                    PERFORM REPORT-ONE-MEMBER
                    PERFORM READ-PENSION-RECORD
                END-PERFORM
                CLOSE PENSION-STATEMENT-FILE
                CLOSE EMPLOYEE-MASTER
                CLOSE PENSION-FILE
                DISPLAY "PENSION-STATEMENT: " STATEMENTS-WRITTEN
                    " STATEMENTS FOR " STATEMENT-YEAR ", "
                    MEMBERS-SKIPPED " MEMBERS ENROLLED LATER"
            END-IF
            END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       DETERMINE-STATEMENT-YEAR.
           COMPUTE STATEMENT-YEAR = CUR-YYYY - 1
           OPEN INPUT STATEMENT-PARAM-FILE
           IF NOT NO-STATEMENT-PARAM-FILE
               READ STATEMENT-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-STATEMENT-YEAR IS NUMERIC
                       AND PRM-STATEMENT-YEAR > 0
                           MOVE PRM-STATEMENT-YEAR TO STATEMENT-YEAR
                       END-IF
               END-READ
           END-IF
           CLOSE STATEMENT-PARAM-FILE
           MOVE STATEMENT-YEAR TO YEAR-END-YYYY
       .

       READ-PENSION-RECORD.
           READ PENSION-FILE NEXT RECORD
               AT END SET END-OF-PENSION-FILE TO TRUE
           END-READ
       .

      *>  A member who joined after the statement year has nothing to
      *>  report for it and is only counted.
       REPORT-ONE-MEMBER.
           MOVE PEN-ENROLL-DATE(1:4) TO ENROLL-YEAR
           IF ENROLL-YEAR > STATEMENT-YEAR
               ADD 1 TO MEMBERS-SKIPPED
           ELSE
               PERFORM FIGURE-YEAR-AND-BALANCE
               PERFORM FIGURE-VESTING
               PERFORM WRITE-ONE-STATEMENT
           END-IF
       .

       FIGURE-YEAR-AND-BALANCE.
           MOVE 0 TO YEAR-EMPLOYEE
           MOVE 0 TO YEAR-EMPLOYER
           MOVE PEN-TOTAL-EMPLOYEE TO BALANCE-EMPLOYEE
           MOVE PEN-TOTAL-EMPLOYER TO BALANCE-EMPLOYER
           EVALUATE TRUE
               WHEN PEN-PLAN-YEAR = STATEMENT-YEAR
                   MOVE PEN-YTD-EMPLOYEE TO YEAR-EMPLOYEE
                   MOVE PEN-YTD-EMPLOYER TO YEAR-EMPLOYER
               WHEN PEN-PRIOR-YEAR = STATEMENT-YEAR
                   MOVE PEN-PRIOR-EMPLOYEE TO YEAR-EMPLOYEE
                   MOVE PEN-PRIOR-EMPLOYER TO YEAR-EMPLOYER
           END-EVALUATE
           IF PEN-PLAN-YEAR > STATEMENT-YEAR
               SUBTRACT PEN-YTD-EMPLOYEE FROM BALANCE-EMPLOYEE
               SUBTRACT PEN-YTD-EMPLOYER FROM BALANCE-EMPLOYER
           END-IF
           IF PEN-PRIOR-YEAR > STATEMENT-YEAR
               SUBTRACT PEN-PRIOR-EMPLOYEE FROM BALANCE-EMPLOYEE
               SUBTRACT PEN-PRIOR-EMPLOYER FROM BALANCE-EMPLOYER
           END-IF
           COMPUTE BALANCE-TOTAL = BALANCE-EMPLOYEE + BALANCE-EMPLOYER
      *>  Once frozen, what the member holds is the vested amount;
      *>  the forfeited employer money has left the account.
           IF PEN-FROZEN
           AND PEN-FROZEN-DATE <= YEAR-END-DATE-N
               MOVE PEN-VESTED-AMOUNT TO BALANCE-TOTAL
           END-IF
       .

      *>  Vesting on service to the year end, or as fixed at the
      *>  freeze for an account frozen by then.
       FIGURE-VESTING.
           MOVE 0 TO VEST-SERVICE-YEARS
           MOVE 0 TO VEST-PCT
           MOVE PEN-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS = "00"
               CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
                   MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
               MOVE NAME-RESULT TO STMT-NAME
               MOVE MASTER-HIRE-DATE TO VEST-HIRE-DATE
               MOVE MASTER-PRIOR-SERVICE TO VEST-PRIOR-SERVICE
               IF PEN-FROZEN
               AND PEN-FROZEN-DATE <= YEAR-END-DATE-N
                   CALL "PENSION-VESTING" USING VEST-HIRE-DATE
                       VEST-PRIOR-SERVICE PEN-FROZEN-DATE
                       VEST-SERVICE-YEARS VEST-PCT VEST-STATUS
               ELSE
                   CALL "PENSION-VESTING" USING VEST-HIRE-DATE
                       VEST-PRIOR-SERVICE YEAR-END-DATE-N
                       VEST-SERVICE-YEARS VEST-PCT VEST-STATUS
               END-IF
           ELSE
               MOVE SPACES TO STMT-NAME
               MOVE "FIGURE-VESTING" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "NO MASTER RECORD FOR " PEN-EMP-ID
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           IF PEN-FROZEN
           AND PEN-FROZEN-DATE <= YEAR-END-DATE-N
               MOVE PEN-VESTED-PCT TO VEST-PCT
           END-IF
       .

       WRITE-ONE-STATEMENT.
           MOVE STATEMENT-YEAR TO STMT-HDR-YEAR
           MOVE STMT-HEADING-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE STMT-BLANK-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE PEN-EMP-ID TO STMT-EMP-ID
           MOVE STMT-ID-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE STMT-NAME-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE PEN-ENROLL-DATE TO STMT-ENROLL-DATE
           MOVE STMT-ENROLL-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE STMT-BLANK-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE YEAR-EMPLOYEE TO STMT-EE-AMOUNT
           MOVE STMT-EE-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE YEAR-EMPLOYER TO STMT-ER-AMOUNT
           MOVE STMT-ER-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE BALANCE-TOTAL TO STMT-BALANCE
           MOVE STMT-BALANCE-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE VEST-SERVICE-YEARS TO STMT-SERVICE
           MOVE STMT-SERVICE-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE VEST-PCT TO STMT-VESTED-PCT
           MOVE STMT-VESTED-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           MOVE "Your own contributions are always fully vested."
               TO STMT-NOTE-LINE
           MOVE STMT-NOTE-LINE TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           IF PEN-FROZEN
           AND PEN-FROZEN-DATE <= YEAR-END-DATE-N
               MOVE STMT-BLANK-LINE TO PENSION-STATEMENT-LINE
               WRITE PENSION-STATEMENT-LINE
               MOVE PEN-FROZEN-DATE TO STMT-FROZEN-DATE
               MOVE STMT-FROZEN-LINE TO PENSION-STATEMENT-LINE
               WRITE PENSION-STATEMENT-LINE
               MOVE PEN-VESTED-AMOUNT TO STMT-VESTED-AMOUNT
               MOVE STMT-VESTED-AMT-LINE TO PENSION-STATEMENT-LINE
               WRITE PENSION-STATEMENT-LINE
               MOVE PEN-FORFEITED-AMOUNT TO STMT-FORFEITED
               MOVE STMT-FORFEIT-LINE TO PENSION-STATEMENT-LINE
               WRITE PENSION-STATEMENT-LINE
           END-IF
           MOVE STMT-PAGE-BREAK TO PENSION-STATEMENT-LINE
           WRITE PENSION-STATEMENT-LINE
           ADD 1 TO STATEMENTS-WRITTEN
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "PENSION-STATEMENT" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM PENSION-STATEMENT.
