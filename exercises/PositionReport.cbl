       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-REPORT.
      *>  Nightly vacancy and over-budget report by department. The
      *>  budgeted positions on POSITION.DAT are set against the
      *>  active headcount on the employee master: per department the
      *>  positions and budgeted FTE, how many seats are filled and
      *>  vacant, the active heads, and heads with no position at
      *>  all. A department whose heads exceed its budgeted FTE is
      *>  flagged OVER BUDGET and lands on the exception summary, so
      *>  hiring over budget is seen the next morning instead of at
      *>  quarter end. A second section lists every seat that is
      *>  open: vacant, or still showing a holder who has since been
      *>  terminated, left the master, or moved department.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-ID
               FILE STATUS IS POSITION-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Department reference (DEPT-CODE-MAINT): the department
      *>  lines carry the name beside the code.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT POSITION-REPORT-FILE ASSIGN TO "POSVAC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
           COPY "POSITION.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  POSITION-REPORT-FILE.
       01  POSITION-REPORT-LINE PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 POSITION-FILE-STATUS PIC XX.
          88 NO-POSITION-FILE  VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 POSITION-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 END-OF-POSITIONS-FLAG PIC X VALUE 'N'.
          88 END-OF-POSITIONS  VALUE 'Y'.
       01 END-OF-MASTER-FLAG   PIC X VALUE 'N'.
          88 END-OF-EMPLOYEE-MASTER VALUE 'Y'.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  Every position on file, with what the master says about
      *>  its holder: 'V' vacant, 'A' held by an active employee of
      *>  the department, 'X' held by an active employee now in
      *>  another department, 'G' held by somebody no longer active.
       01 POSITION-COUNT       PIC 9(04) VALUE 0.
       01 POSITION-TABLE.
           05 POSITION-ENTRY OCCURS 1000 TIMES.
               10 PT-POS-ID     PIC X(06).
               10 PT-DEPT-CODE  PIC X(04).
               10 PT-TITLE      PIC X(20).
               10 PT-FTE        PIC 9(01)V99.
               10 PT-FILLED-BY  PIC X(06).
               10 PT-HOLDER-STATE PIC X(01).
       01 POS-INDEX            PIC 9(04).
       01 POS-FOUND-INDEX      PIC 9(04).

      *>  One row per department seen on either file.
       01 DEPT-TALLY-COUNT     PIC 9(03) VALUE 0.
       01 DEPT-TALLY-TABLE.
           05 DEPT-TALLY-ENTRY OCCURS 100 TIMES.
               10 DT-DEPT-CODE  PIC X(04).
               10 DT-POSITIONS  PIC 9(04).
               10 DT-BUDGET-FTE PIC 9(04)V99.
               10 DT-FILLED     PIC 9(04).
               10 DT-VACANT     PIC 9(04).
               10 DT-HEADS      PIC 9(05).
               10 DT-UNSEATED   PIC 9(04).
       01 DEPT-INDEX           PIC 9(03).
       01 DEPT-WORK-CODE       PIC X(04).

       01 DEPT-REF-COUNT       PIC 9(03) VALUE 0.
       01 DEPT-REF-TABLE.
           05 DEPT-REF-ENTRY OCCURS 50 TIMES.
               10 DEPT-REF-CODE PIC X(04).
               10 DEPT-REF-NAME PIC X(20).
       01 DEPT-REF-INDEX       PIC 9(03).
       01 DEPT-NAME-FOUND      PIC X(20).

       01 OVER-BUDGET-COUNT    PIC 9(03) VALUE 0.
       01 OPEN-SEAT-COUNT      PIC 9(04) VALUE 0.
       01 HEADS-EDIT           PIC ZZZZ9.
       01 FTE-EDIT             PIC ZZZ9.99.

       01 DEPT-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "DEPT NAME".
           05 FILLER PIC X(48) VALUE
               "POSNS  BUDGET FILLED VACANT  HEADS UNST STATUS".
       01 DEPT-DETAIL-LINE.
           05 PRD-DEPT-CODE    PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRD-DEPT-NAME    PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRD-POSITIONS    PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRD-BUDGET-FTE   PIC ZZZ9.99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 PRD-FILLED       PIC ZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 PRD-VACANT       PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PRD-HEADS        PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRD-UNSEATED     PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRD-STATUS       PIC X(11).
       01 OPEN-SEAT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OSL-POS-ID       PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OSL-DEPT-CODE    PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OSL-TITLE        PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OSL-FTE          PIC 9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OSL-REASON       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            OPEN OUTPUT POSITION-REPORT-FILE
            MOVE SPACES TO POSITION-REPORT-LINE
            STRING "POSITION CONTROL - VACANCY AND BUDGET AS OF "
                TODAYS-DATE-N
                DELIMITED BY SIZE INTO POSITION-REPORT-LINE
            WRITE POSITION-REPORT-LINE
            MOVE SPACES TO POSITION-REPORT-LINE
            WRITE POSITION-REPORT-LINE

            OPEN INPUT POSITION-FILE
            IF NO-POSITION-FILE
      *>  Nobody has set up positions yet: a quiet night, not a fault.
                MOVE "NO POSITION.DAT - POSITION CONTROL NOT IN USE"
                    TO POSITION-REPORT-LINE
                WRITE POSITION-REPORT-LINE
                DISPLAY "POSITION-REPORT: NO POSITION.DAT - NOTHING"
                    " TO REPORT"
            ELSE
                OPEN INPUT EMPLOYEE-MASTER
                IF POSITION-FILE-STATUS NOT = "00"
                OR MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "ERROR: CANNOT OPEN POSITION.DAT/"
                        "EMPMAST.DAT, STATUS=" POSITION-FILE-STATUS "/"
                        MASTER-FILE-STATUS
                    MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                    MOVE SPACES TO EXC-DESCRIPTION
                    STRING "OPEN FAILED, POSITION/MASTER STATUS="
                        POSITION-FILE-STATUS "/" MASTER-FILE-STATUS
                        DELIMITED BY SIZE INTO EXC-DESCRIPTION
                    MOVE 'C' TO EXC-SEVERITY
                    PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM LOAD-DEPT-NAMES
                    PERFORM LOAD-POSITION-TABLE
                    PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                        READ EMPLOYEE-MASTER NEXT RECORD
                            AT END SET END-OF-EMPLOYEE-MASTER TO TRUE
                        END-READ
                        IF NOT END-OF-EMPLOYEE-MASTER
                        AND NOT MASTER-TERMINATED
                            PERFORM TALLY-ONE-EMPLOYEE
                        END-IF
                    END-PERFORM
                    PERFORM TALLY-POSITION-SEATS
                    PERFORM WRITE-DEPARTMENT-SECTION
                    PERFORM WRITE-OPEN-SEAT-SECTION
                    DISPLAY "POSITION-REPORT: " POSITION-COUNT
                        " POSITIONS, " OPEN-SEAT-COUNT " OPEN, "
                        OVER-BUDGET-COUNT " DEPARTMENTS OVER BUDGET"
                END-IF
                CLOSE EMPLOYEE-MASTER
            END-IF
            CLOSE POSITION-FILE
            CLOSE POSITION-REPORT-FILE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-POSITION-TABLE.
           MOVE 0 TO POSITION-COUNT
           PERFORM UNTIL END-OF-POSITIONS
               READ POSITION-FILE NEXT RECORD
                   AT END SET END-OF-POSITIONS TO TRUE
               END-READ
               IF NOT END-OF-POSITIONS
                   IF POSITION-COUNT < 1000
                       ADD 1 TO POSITION-COUNT
                       MOVE POS-ID TO PT-POS-ID(POSITION-COUNT)
                       MOVE POS-DEPT-CODE
                           TO PT-DEPT-CODE(POSITION-COUNT)
                       MOVE POS-TITLE TO PT-TITLE(POSITION-COUNT)
                       MOVE POS-BUDGET-FTE TO PT-FTE(POSITION-COUNT)
                       MOVE POS-FILLED-BY
                           TO PT-FILLED-BY(POSITION-COUNT)
                       IF POS-VACANT
                           MOVE 'V' TO PT-HOLDER-STATE(POSITION-COUNT)
                       ELSE
                           MOVE 'G' TO PT-HOLDER-STATE(POSITION-COUNT)
                       END-IF
                       MOVE POS-DEPT-CODE TO DEPT-WORK-CODE
                       PERFORM FIND-DEPT-TALLY
                       ADD 1 TO DT-POSITIONS(DEPT-INDEX)
                       ADD POS-BUDGET-FTE TO DT-BUDGET-FTE(DEPT-INDEX)
                   ELSE
                       MOVE "LOAD-POSITION-TABLE"
                           TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "POSITION " POS-ID
                           " PAST 1000-ENTRY TABLE - NOT COUNTED"
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'E' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   END-IF
               END-IF
           END-PERFORM
       .

      *>  An active employee counts toward the master department's
      *>  heads, and either settles the position showing the id or,
      *>  holding none, counts as unseated.
       TALLY-ONE-EMPLOYEE.
           MOVE MASTER-DEPT-CODE TO DEPT-WORK-CODE
           PERFORM FIND-DEPT-TALLY
           ADD 1 TO DT-HEADS(DEPT-INDEX)
           MOVE 0 TO POS-FOUND-INDEX
           PERFORM VARYING POS-INDEX FROM 1 BY 1
           UNTIL POS-INDEX > POSITION-COUNT
               IF PT-FILLED-BY(POS-INDEX) = MASTER-EMP-ID
               AND PT-HOLDER-STATE(POS-INDEX) NOT = 'V'
                   MOVE POS-INDEX TO POS-FOUND-INDEX
                   IF PT-DEPT-CODE(POS-INDEX) = MASTER-DEPT-CODE
                       MOVE 'A' TO PT-HOLDER-STATE(POS-INDEX)
                   ELSE
                       MOVE 'X' TO PT-HOLDER-STATE(POS-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           IF POS-FOUND-INDEX = 0
               ADD 1 TO DT-UNSEATED(DEPT-INDEX)
           END-IF
       .

      *>  Only a seat held by an active employee of its own
      *>  department counts as filled; every other seat is open.
       TALLY-POSITION-SEATS.
           PERFORM VARYING POS-INDEX FROM 1 BY 1
           UNTIL POS-INDEX > POSITION-COUNT
               MOVE PT-DEPT-CODE(POS-INDEX) TO DEPT-WORK-CODE
               PERFORM FIND-DEPT-TALLY
               IF PT-HOLDER-STATE(POS-INDEX) = 'A'
                   ADD 1 TO DT-FILLED(DEPT-INDEX)
               ELSE
                   ADD 1 TO DT-VACANT(DEPT-INDEX)
               END-IF
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
                   MOVE DEPT-WORK-CODE TO DT-DEPT-CODE(DEPT-INDEX)
                   MOVE 0 TO DT-POSITIONS(DEPT-INDEX)
                   MOVE 0 TO DT-BUDGET-FTE(DEPT-INDEX)
                   MOVE 0 TO DT-FILLED(DEPT-INDEX)
                   MOVE 0 TO DT-VACANT(DEPT-INDEX)
                   MOVE 0 TO DT-HEADS(DEPT-INDEX)
                   MOVE 0 TO DT-UNSEATED(DEPT-INDEX)
               ELSE
                   MOVE 100 TO DEPT-INDEX
               END-IF
           END-IF
       .

      *>  Heads above the budgeted FTE put the department over
      *>  budget; each one raises a warning for the morning triage.
       WRITE-DEPARTMENT-SECTION.
           MOVE "BY DEPARTMENT" TO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           MOVE DEPT-HEADING-LINE TO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               PERFORM LOOKUP-DEPT-NAME
               MOVE DT-DEPT-CODE(DEPT-INDEX) TO PRD-DEPT-CODE
               MOVE DEPT-NAME-FOUND TO PRD-DEPT-NAME
               MOVE DT-POSITIONS(DEPT-INDEX) TO PRD-POSITIONS
               MOVE DT-BUDGET-FTE(DEPT-INDEX) TO PRD-BUDGET-FTE
               MOVE DT-FILLED(DEPT-INDEX) TO PRD-FILLED
               MOVE DT-VACANT(DEPT-INDEX) TO PRD-VACANT
               MOVE DT-HEADS(DEPT-INDEX) TO PRD-HEADS
               MOVE DT-UNSEATED(DEPT-INDEX) TO PRD-UNSEATED
               EVALUATE TRUE
                   WHEN DT-HEADS(DEPT-INDEX) > DT-BUDGET-FTE(DEPT-INDEX)
                       MOVE "OVER BUDGET" TO PRD-STATUS
                       ADD 1 TO OVER-BUDGET-COUNT
                       MOVE DT-HEADS(DEPT-INDEX) TO HEADS-EDIT
                       MOVE DT-BUDGET-FTE(DEPT-INDEX) TO FTE-EDIT
                       MOVE "WRITE-DEPARTMENT" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "DEPT " DT-DEPT-CODE(DEPT-INDEX)
                           " OVER BUDGET:" HEADS-EDIT " HEADS,"
                           FTE-EDIT " FTE"
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'W' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   WHEN DT-VACANT(DEPT-INDEX) > 0
                       MOVE "VACANCIES" TO PRD-STATUS
                   WHEN OTHER
                       MOVE "OK" TO PRD-STATUS
               END-EVALUATE
               MOVE DEPT-DETAIL-LINE TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
           END-PERFORM
           IF DEPT-TALLY-COUNT = 0
               MOVE "  NO DEPARTMENTS" TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
           END-IF
       .

       WRITE-OPEN-SEAT-SECTION.
           MOVE SPACES TO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           MOVE "OPEN POSITIONS" TO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           PERFORM VARYING POS-INDEX FROM 1 BY 1
           UNTIL POS-INDEX > POSITION-COUNT
               IF PT-HOLDER-STATE(POS-INDEX) NOT = 'A'
                   ADD 1 TO OPEN-SEAT-COUNT
                   MOVE PT-POS-ID(POS-INDEX) TO OSL-POS-ID
                   MOVE PT-DEPT-CODE(POS-INDEX) TO OSL-DEPT-CODE
                   MOVE PT-TITLE(POS-INDEX) TO OSL-TITLE
                   MOVE PT-FTE(POS-INDEX) TO OSL-FTE
                   MOVE SPACES TO OSL-REASON
                   EVALUATE PT-HOLDER-STATE(POS-INDEX)
                       WHEN 'V'
                           MOVE "VACANT" TO OSL-REASON
                       WHEN 'X'
                           STRING "HOLDER " PT-FILLED-BY(POS-INDEX)
                               " NOW IN OTHER DEPT"
                               DELIMITED BY SIZE INTO OSL-REASON
                       WHEN OTHER
                           STRING "HOLDER " PT-FILLED-BY(POS-INDEX)
                               " NOT ACTIVE"
                               DELIMITED BY SIZE INTO OSL-REASON
                   END-EVALUATE
                   MOVE OPEN-SEAT-LINE TO POSITION-REPORT-LINE
                   WRITE POSITION-REPORT-LINE
               END-IF
           END-PERFORM
           IF OPEN-SEAT-COUNT = 0
               MOVE "  NONE" TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
           END-IF
       .

       LOAD-DEPT-NAMES.
           MOVE 0 TO DEPT-REF-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                   AND DEPT-REF-COUNT < 50
                       ADD 1 TO DEPT-REF-COUNT
                       MOVE DEPT-CODE-REF
                           TO DEPT-REF-CODE(DEPT-REF-COUNT)
                       MOVE DEPT-NAME-REF
                           TO DEPT-REF-NAME(DEPT-REF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF
       .

       LOOKUP-DEPT-NAME.
           MOVE SPACES TO DEPT-NAME-FOUND
           PERFORM VARYING DEPT-REF-INDEX FROM 1 BY 1
           UNTIL DEPT-REF-INDEX > DEPT-REF-COUNT
               IF DEPT-REF-CODE(DEPT-REF-INDEX)
                   = DT-DEPT-CODE(DEPT-INDEX)
                   MOVE DEPT-REF-NAME(DEPT-REF-INDEX)
                       TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "POSITION-REPORT" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM POSITION-REPORT.
