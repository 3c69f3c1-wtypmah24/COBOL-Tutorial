       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCCESSION-RISK.
      *>  Retirement succession-risk report by department. AGEPROJ.DAT
      *>  says who reaches a milestone when; this joins it to the
      *>  employee master and DEPTREF.DAT to show where the leavers
      *>  bunch up. Per department: the active headcount, how many
      *>  employees reach retirement eligibility or the rule of 85
      *>  within one, three and five years and the share of the
      *>  headcount each represents, and whether the department
      *>  manager is among them. A department whose five-year share
      *>  is over the risk threshold is flagged AT RISK and lands on
      *>  the exception summary as a warning.
      *>
      *>  SUCCRISK.PRM: risk threshold percent (default 25), then the
      *>  retirement eligibility age (default 65), the milestone on
      *>  AGEPROJ.DAT that counts as eligibility.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-PARAM-FILE ASSIGN TO "SUCCRISK.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISK-PARAM-FILE-STATUS.
           SELECT AGE-PROJECTION-FILE ASSIGN TO "AGEPROJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-PROJECTION-FILE-STATUS.
      *>  Read through once in key order for the headcount, then
      *>  by key for each projection row.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Department reference (DEPT-CODE-MAINT): name and manager.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "SUCCRISK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISK-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-PARAM-FILE.
       01  RISK-PARAM-RECORD.
           05 PRM-RISK-PERCENT  PIC 9(03).
           05 FILLER            PIC X(01).
           05 PRM-ELIGIBLE-AGE  PIC 9(02).

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

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-LINE    PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 RISK-PARAM-FILE-STATUS PIC XX.
          88 NO-RISK-PARAM-FILE VALUE "35".
       01 AGE-PROJECTION-FILE-STATUS PIC XX.
          88 NO-AGE-PROJECTION-FILE VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 RISK-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 END-OF-MASTER-FLAG   PIC X VALUE 'N'.
          88 END-OF-EMPLOYEE-MASTER VALUE 'Y'.
       01 END-OF-PROJECTION-FLAG PIC X VALUE 'N'.
          88 END-OF-AGE-PROJECTIONS VALUE 'Y'.

       01 RISK-PERCENT         PIC 9(03) VALUE 25.
       01 ELIGIBLE-AGE         PIC 9(02) VALUE 65.

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
       01 RULE85-SUM           PIC 9(03).
       01 LEAVE-YEARS          PIC 9(02).

      *>  One row per department seen on DEPTREF.DAT or the master.
      *>  DT-MANAGER-YEARS is the manager's own LEAVE-YEARS, 99 until
      *>  the manager's projection row turns up.
       01 DEPT-TALLY-COUNT     PIC 9(03) VALUE 0.
       01 DEPT-TALLY-TABLE.
           05 DEPT-TALLY-ENTRY OCCURS 100 TIMES.
               10 DT-DEPT-CODE  PIC X(04).
               10 DT-DEPT-NAME  PIC X(20).
               10 DT-MANAGER-ID PIC X(06).
               10 DT-HEADS      PIC 9(05).
               10 DT-WITHIN-1   PIC 9(05).
               10 DT-WITHIN-3   PIC 9(05).
               10 DT-WITHIN-5   PIC 9(05).
               10 DT-MANAGER-YEARS PIC 9(02).
       01 DEPT-INDEX           PIC 9(03).
       01 DEPT-WORK-CODE       PIC X(04).

       01 PROJECTIONS-READ     PIC 9(05) VALUE 0.
       01 MISSING-MASTER-COUNT PIC 9(05) VALUE 0.
       01 AT-RISK-COUNT        PIC 9(03) VALUE 0.
       01 SHARE-COUNT          PIC 9(05).
       01 SHARE-PERCENT        PIC 9(03).
       01 PERCENT-EDIT         PIC ZZ9.

       01 RISK-HEADING-LINE-1.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(48) VALUE
               " -1 YEAR-- -3 YEARS- -5 YEARS-".
       01 RISK-HEADING-LINE-2.
           05 FILLER PIC X(32) VALUE "DEPT NAME                  HEADS".
           05 FILLER PIC X(48) VALUE
               "  NUM PCT   NUM PCT   NUM PCT  MANAGER  STATUS".
       01 RISK-DETAIL-LINE.
           05 SRD-DEPT-CODE    PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SRD-DEPT-NAME    PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SRD-HEADS        PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SRD-WITHIN-1     PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SRD-SHARE-1      PIC ZZ9.
           05 FILLER           PIC X(02) VALUE "% ".
           05 SRD-WITHIN-3     PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SRD-SHARE-3      PIC ZZ9.
           05 FILLER           PIC X(02) VALUE "% ".
           05 SRD-WITHIN-5     PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SRD-SHARE-5      PIC ZZ9.
           05 FILLER           PIC X(02) VALUE "% ".
           05 SRD-MANAGER      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SRD-STATUS       PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-RISK-PARAMETERS
            OPEN OUTPUT RISK-REPORT-FILE
            MOVE SPACES TO RISK-REPORT-LINE
            STRING "RETIREMENT SUCCESSION RISK BY DEPARTMENT AS OF "
                TODAYS-DATE-N
                DELIMITED BY SIZE INTO RISK-REPORT-LINE
            WRITE RISK-REPORT-LINE
            MOVE RISK-PERCENT TO PERCENT-EDIT
            MOVE SPACES TO RISK-REPORT-LINE
            STRING "ELIGIBLE AT AGE " ELIGIBLE-AGE
                " OR ON THE RULE OF 85; AT RISK OVER " PERCENT-EDIT
                "% WITHIN FIVE YEARS"
                DELIMITED BY SIZE INTO RISK-REPORT-LINE
            WRITE RISK-REPORT-LINE
            MOVE SPACES TO RISK-REPORT-LINE
            WRITE RISK-REPORT-LINE

            OPEN INPUT AGE-PROJECTION-FILE
            OPEN INPUT EMPLOYEE-MASTER
            IF NO-AGE-PROJECTION-FILE
                DISPLAY "ERROR: AGEPROJ.DAT NOT FOUND - NO SUCCESSION"
                    " REPORT"
                MOVE "AGEPROJ.DAT NOT FOUND - NOTHING TO REPORT"
                    TO RISK-REPORT-LINE
                WRITE RISK-REPORT-LINE
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
                PERFORM LOAD-DEPARTMENTS
                PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                    READ EMPLOYEE-MASTER NEXT RECORD
                        AT END SET END-OF-EMPLOYEE-MASTER TO TRUE
                    END-READ
                    IF NOT END-OF-EMPLOYEE-MASTER
                    AND NOT MASTER-TERMINATED
                        MOVE MASTER-DEPT-CODE TO DEPT-WORK-CODE
                        PERFORM FIND-DEPT-TALLY
                        ADD 1 TO DT-HEADS(DEPT-INDEX)
                    END-IF
                END-PERFORM
                PERFORM READ-AGE-PROJECTION
                PERFORM UNTIL END-OF-AGE-PROJECTIONS
                    ADD 1 TO PROJECTIONS-READ
                    PERFORM TALLY-ONE-PROJECTION
                    PERFORM READ-AGE-PROJECTION
                END-PERFORM
                PERFORM WRITE-DEPARTMENT-SECTION
                DISPLAY "SUCCESSION-RISK: " DEPT-TALLY-COUNT
                    " DEPARTMENTS, " AT-RISK-COUNT " AT RISK, "
                    MISSING-MASTER-COUNT " PROJECTIONS OFF MASTER"
            END-IF
            END-IF

            CLOSE AGE-PROJECTION-FILE
            CLOSE EMPLOYEE-MASTER
            CLOSE RISK-REPORT-FILE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-RISK-PARAMETERS.
           OPEN INPUT RISK-PARAM-FILE
           IF NOT NO-RISK-PARAM-FILE
               READ RISK-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-RISK-PERCENT IS NUMERIC
                       AND PRM-RISK-PERCENT > 0
                       AND PRM-RISK-PERCENT <= 100
                           MOVE PRM-RISK-PERCENT TO RISK-PERCENT
                       END-IF
                       IF PRM-ELIGIBLE-AGE IS NUMERIC
                       AND PRM-ELIGIBLE-AGE > 0
                           MOVE PRM-ELIGIBLE-AGE TO ELIGIBLE-AGE
                       END-IF
               END-READ
           END-IF
           CLOSE RISK-PARAM-FILE
       .

      *>  Every department on DEPTREF.DAT gets a row up front, so a
      *>  department with nobody near retirement still prints.
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
                       MOVE DEPT-MANAGER-REF
                           TO DT-MANAGER-ID(DEPT-INDEX)
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

      *>  The projection row is joined to the master for the
      *>  department and the service dates; a leaver still on a
      *>  projection written before the termination is passed over,
      *>  and a row with no master at all is only counted -
      *>  RETIREMENT-LETTERS already reports those each night.
       TALLY-ONE-PROJECTION.
           MOVE PROJ-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               ADD 1 TO MISSING-MASTER-COUNT
           ELSE
           IF NOT MASTER-TERMINATED
               PERFORM FIGURE-ELIGIBLE-YEARS
               PERFORM FIGURE-RULE85-YEARS
               IF RULE85-YEARS < ELIGIBLE-YEARS
                   MOVE RULE85-YEARS TO LEAVE-YEARS
               ELSE
                   MOVE ELIGIBLE-YEARS TO LEAVE-YEARS
               END-IF
               MOVE MASTER-DEPT-CODE TO DEPT-WORK-CODE
               PERFORM FIND-DEPT-TALLY
               IF LEAVE-YEARS <= 1
                   ADD 1 TO DT-WITHIN-1(DEPT-INDEX)
               END-IF
               IF LEAVE-YEARS <= 3
                   ADD 1 TO DT-WITHIN-3(DEPT-INDEX)
               END-IF
               IF LEAVE-YEARS <= 5
                   ADD 1 TO DT-WITHIN-5(DEPT-INDEX)
               END-IF
               IF DT-MANAGER-ID(DEPT-INDEX) = MASTER-EMP-ID
                   MOVE LEAVE-YEARS TO DT-MANAGER-YEARS(DEPT-INDEX)
               END-IF
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
           IF MASTER-HIRE-DATE IS NUMERIC
           AND MASTER-HIRE-DATE NOT = ZERO
           AND MASTER-HIRE-YYYY <= CUR-YYYY
           AND PROJ-EMP-AGE IS NUMERIC
               COMPUTE SERVICE-YEARS = CUR-YYYY - MASTER-HIRE-YYYY
               IF CUR-MM < MASTER-HIRE-MM
               OR (CUR-MM = MASTER-HIRE-MM AND CUR-DD < MASTER-HIRE-DD)
                   IF SERVICE-YEARS > 0
                       SUBTRACT 1 FROM SERVICE-YEARS
                   END-IF
               END-IF
      *>  A rehired employee's earlier spells count toward the 85.
               IF MASTER-PRIOR-SERVICE IS NUMERIC
                   ADD MASTER-PRIOR-SERVICE TO SERVICE-YEARS
               END-IF
               COMPUTE RULE85-SUM = PROJ-EMP-AGE + SERVICE-YEARS
               IF RULE85-SUM >= 85
                   MOVE 0 TO RULE85-YEARS
               ELSE
                   COMPUTE RULE85-YEARS = (85 - RULE85-SUM + 1) / 2
               END-IF
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
                   MOVE "(NOT ON DEPTREF.DAT)"
                       TO DT-DEPT-NAME(DEPT-INDEX)
                   MOVE SPACES TO DT-MANAGER-ID(DEPT-INDEX)
                   MOVE 0 TO DT-HEADS(DEPT-INDEX)
                   MOVE 0 TO DT-WITHIN-1(DEPT-INDEX)
                   MOVE 0 TO DT-WITHIN-3(DEPT-INDEX)
                   MOVE 0 TO DT-WITHIN-5(DEPT-INDEX)
                   MOVE 99 TO DT-MANAGER-YEARS(DEPT-INDEX)
               ELSE
                   MOVE 100 TO DEPT-INDEX
               END-IF
           END-IF
       .

      *>  The five-year share over the threshold puts the department
      *>  at risk; each one raises a warning for the morning triage.
       WRITE-DEPARTMENT-SECTION.
           MOVE RISK-HEADING-LINE-1 TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE RISK-HEADING-LINE-2 TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               MOVE DT-DEPT-CODE(DEPT-INDEX) TO SRD-DEPT-CODE
               MOVE DT-DEPT-NAME(DEPT-INDEX) TO SRD-DEPT-NAME
               MOVE DT-HEADS(DEPT-INDEX) TO SRD-HEADS
               MOVE DT-WITHIN-1(DEPT-INDEX) TO SRD-WITHIN-1
               MOVE DT-WITHIN-3(DEPT-INDEX) TO SRD-WITHIN-3
               MOVE DT-WITHIN-5(DEPT-INDEX) TO SRD-WITHIN-5
               MOVE DT-WITHIN-1(DEPT-INDEX) TO SHARE-COUNT
               PERFORM FIGURE-SHARE-PERCENT
               MOVE SHARE-PERCENT TO SRD-SHARE-1
               MOVE DT-WITHIN-3(DEPT-INDEX) TO SHARE-COUNT
               PERFORM FIGURE-SHARE-PERCENT
               MOVE SHARE-PERCENT TO SRD-SHARE-3
               MOVE DT-WITHIN-5(DEPT-INDEX) TO SHARE-COUNT
               PERFORM FIGURE-SHARE-PERCENT
               MOVE SHARE-PERCENT TO SRD-SHARE-5
               EVALUATE TRUE
                   WHEN DT-MANAGER-ID(DEPT-INDEX) = SPACES
                       MOVE "NONE" TO SRD-MANAGER
                   WHEN DT-MANAGER-YEARS(DEPT-INDEX) <= 1
                       MOVE "YES 1YR" TO SRD-MANAGER
                   WHEN DT-MANAGER-YEARS(DEPT-INDEX) <= 3
                       MOVE "YES 3YR" TO SRD-MANAGER
                   WHEN DT-MANAGER-YEARS(DEPT-INDEX) <= 5
                       MOVE "YES 5YR" TO SRD-MANAGER
                   WHEN OTHER
                       MOVE "NO" TO SRD-MANAGER
               END-EVALUATE
               IF SHARE-PERCENT > RISK-PERCENT
                   MOVE "AT RISK" TO SRD-STATUS
                   ADD 1 TO AT-RISK-COUNT
                   MOVE SHARE-PERCENT TO PERCENT-EDIT
                   MOVE "WRITE-DEPARTMENT" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "DEPT " DT-DEPT-CODE(DEPT-INDEX)
                       " SUCCESSION RISK:" PERCENT-EDIT
                       "% ELIGIBLE IN 5 YRS"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               ELSE
                   MOVE "OK" TO SRD-STATUS
               END-IF
               MOVE RISK-DETAIL-LINE TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
           END-PERFORM
           IF DEPT-TALLY-COUNT = 0
               MOVE "  NO DEPARTMENTS" TO RISK-REPORT-LINE
               WRITE RISK-REPORT-LINE
           END-IF
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           STRING PROJECTIONS-READ " PROJECTIONS READ, "
               MISSING-MASTER-COUNT " NOT ON THE MASTER, "
               AT-RISK-COUNT " DEPARTMENTS AT RISK"
               DELIMITED BY SIZE INTO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
       .

      *>  Turns SHARE-COUNT into SHARE-PERCENT, its share of the
      *>  department's heads, rounded; a department with no active
      *>  heads shows nothing at risk.
       FIGURE-SHARE-PERCENT.
           IF DT-HEADS(DEPT-INDEX) = 0
               MOVE 0 TO SHARE-PERCENT
           ELSE
               COMPUTE SHARE-PERCENT ROUNDED =
                   SHARE-COUNT * 100 / DT-HEADS(DEPT-INDEX)
           END-IF
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "SUCCESSION-RISK" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM SUCCESSION-RISK.
