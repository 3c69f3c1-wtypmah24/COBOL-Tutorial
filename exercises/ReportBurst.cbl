       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.
      *>  Splits the company-wide reports by department so each
      *>  department manager gets only their own lines, instead of
      *>  ops cutting them out of the printout by hand. Every report
      *>  on the compiled-in list below is read line by line and each
      *>  detail line is keyed to a department one of two ways:
      *>    E  an employee id at the given column, looked up on
      *>       EMPMAST.DAT for its MASTER-DEPT-CODE;
      *>    D  a department code at the given column, which must be
      *>       on DEPTREF.DAT.
      *>  The department's manager comes from DEPTREF.DAT, and every
      *>  manager with anything to receive gets one file, BURST.<id>,
      *>  opening on a cover page that lists each report, what it is
      *>  and how many of its lines follow. Each report's section in
      *>  the file repeats that report's heading lines above the
      *>  manager's own lines. Lines that key to no department -
      *>  company totals, the withheld-by-code lines, "no reviews
      *>  due" notes - stay in the full report only. A department
      *>  with no manager on DEPTREF.DAT goes to BURST.NOMGR for ops
      *>  to place, and is raised as a warning.
      *>
      *>  BURSTREG.DAT, the distribution register, gets one line per
      *>  run date, report, department and manager: how many lines
      *>  of which report went to whom, in which file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT REPORT-IN-FILE ASSIGN USING REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-IN-FILE-STATUS.
           SELECT BURST-OUT-FILE ASSIGN USING BURST-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BURST-OUT-FILE-STATUS.
           SELECT DISTRIBUTION-REGISTER-FILE ASSIGN TO "BURSTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRIBUTION-REGISTER-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  REPORT-IN-FILE.
       01  REPORT-IN-LINE       PIC X(132).

       FD  BURST-OUT-FILE.
       01  BURST-OUT-LINE       PIC X(132).

      *>  One line per run date, report, department and manager.
       FD  DISTRIBUTION-REGISTER-FILE.
       01  DISTRIBUTION-REGISTER-RECORD.
           05 DREG-RUN-DATE     PIC 9(08).
           05 FILLER            PIC X(01).
           05 DREG-REPORT       PIC X(12).
           05 FILLER            PIC X(01).
           05 DREG-DEPT         PIC X(04).
           05 FILLER            PIC X(01).
           05 DREG-MANAGER      PIC X(06).
           05 FILLER            PIC X(01).
           05 DREG-LINES        PIC 9(05).
           05 FILLER            PIC X(01).
           05 DREG-FILE-NAME    PIC X(16).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-DEPT-REF-FILE  VALUE "35".
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
       01 MASTER-FILE-FLAG     PIC X VALUE 'N'.
          88 MASTER-ON-FILE    VALUE 'Y'.
       01 REPORT-IN-FILE-STATUS PIC XX.
          88 NO-MORE-REPORT-LINES VALUE "10".
       01 BURST-OUT-FILE-STATUS PIC XX.
       01 DISTRIBUTION-REGISTER-STATUS PIC XX.
          88 NO-DISTRIBUTION-REGISTER VALUE "35".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 REPORT-IN-NAME       PIC X(12).
       01 BURST-OUT-NAME       PIC X(16).
       01 RUN-DATE             PIC 9(08).

      *>  The reports burst: file name, what it is, how its detail
      *>  lines are keyed (E employee id, D department code) and at
      *>  which column, how many lines at the top are its headings,
      *>  and - for a report where only one section is by
      *>  department - the line that opens that section. A scoped
      *>  section runs to the next blank line, and its opening line
      *>  is carried with the headings.
       01 REPORT-SPEC-DATA.
           05 FILLER PIC X(40)
               VALUE "PAYREG.RPT   PAYROLL REGISTER         E ".
           05 FILLER PIC X(30)
               VALUE "002 2                         ".
           05 FILLER PIC X(40)
               VALUE "LABRCOST.RPT DEPARTMENT LABOR COST    D ".
           05 FILLER PIC X(30)
               VALUE "001 2                         ".
           05 FILLER PIC X(40)
               VALUE "LEAVEREG.RPT LEAVE REGISTER           E ".
           05 FILLER PIC X(30)
               VALUE "001 1                         ".
           05 FILLER PIC X(40)
               VALUE "PROBATON.RPT PROBATION REVIEWS        E ".
           05 FILLER PIC X(30)
               VALUE "003 1                         ".
           05 FILLER PIC X(40)
               VALUE "HEADCNT.RPT  HEADCOUNT BY DEPARTMENT  D ".
           05 FILLER PIC X(30)
               VALUE "003 1 HEADCOUNT BY DEPARTMENT ".
       01 REPORT-SPEC-TABLE REDEFINES REPORT-SPEC-DATA.
           05 REPORT-SPEC OCCURS 5 TIMES.
               10 SPEC-REPORT-NAME PIC X(12).
               10 FILLER        PIC X(01).
               10 SPEC-DESCRIPTION PIC X(24).
               10 FILLER        PIC X(01).
               10 SPEC-KEY-TYPE PIC X(01).
                  88 SPEC-KEYED-BY-EMPLOYEE VALUE 'E'.
                  88 SPEC-KEYED-BY-DEPT VALUE 'D'.
               10 FILLER        PIC X(01).
               10 SPEC-KEY-COLUMN PIC 9(03).
               10 FILLER        PIC X(01).
               10 SPEC-HEADING-LINES PIC 9(01).
               10 FILLER        PIC X(01).
               10 SPEC-SCOPE-LINE PIC X(24).
       01 SPEC-COUNT           PIC 9(01) VALUE 5.
       01 SPEC-INDEX           PIC 9(01).
      *>  Clears the per-report counts of a new row without
      *>  disturbing SPEC-INDEX mid-report.
       01 COUNT-SLOT           PIC 9(01).

      *>  Per report: whether it was there to burst tonight, and the
      *>  heading lines repeated above each manager's section.
       01 REPORT-STATE-TABLE.
           05 REPORT-STATE OCCURS 5 TIMES.
               10 RS-FOUND      PIC X(01).
                  88 REPORT-WAS-FOUND VALUE 'Y'.
               10 RS-HEADING-COUNT PIC 9(01).
               10 RS-HEADING-LINE PIC X(132) OCCURS 4 TIMES.
       01 HEADING-INDEX        PIC 9(01).

      *>  DEPTREF.DAT, plus any department found on the master that
      *>  DEPTREF.DAT does not know (no manager, so index 1). The
      *>  line counts are per report, for the register.
       01 DEPT-COUNT           PIC 9(02) VALUE 0.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 60 TIMES.
               10 DT-CODE       PIC X(04).
               10 DT-NAME       PIC X(20).
               10 DT-MANAGER    PIC X(06).
               10 DT-MGR-INDEX  PIC 9(02).
               10 DT-WARNED     PIC X(01).
                  88 DEPT-ALREADY-WARNED VALUE 'Y'.
               10 DT-LINES      PIC 9(05) OCCURS 5 TIMES.
       01 DEPT-INDEX           PIC 9(02).
       01 FOUND-DEPT-INDEX     PIC 9(02).

      *>  One entry per distinct manager on DEPTREF.DAT. Entry 1 is
      *>  the holding file for departments without one.
       01 MANAGER-COUNT        PIC 9(02) VALUE 0.
       01 MANAGER-TABLE.
           05 MANAGER-ENTRY OCCURS 61 TIMES.
               10 MGR-ID        PIC X(06).
               10 MGR-FILE-NAME PIC X(16).
               10 MGR-TOTAL     PIC 9(05).
               10 MGR-LINES     PIC 9(05) OCCURS 5 TIMES.
       01 MANAGER-INDEX        PIC 9(02).
       01 FOUND-MANAGER-INDEX  PIC 9(02).

      *>  Every routed line, in report and read order, tagged with
      *>  the manager it goes to.
       01 BURST-LINE-COUNT     PIC 9(04) VALUE 0.
       01 BURST-LINE-TABLE.
           05 BURST-LINE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON BURST-LINE-COUNT.
               10 BL-MGR-INDEX  PIC 9(02).
               10 BL-SPEC-INDEX PIC 9(01).
               10 BL-TEXT       PIC X(132).
       01 BURST-LINE-INDEX     PIC 9(04).

       01 LINE-NUMBER          PIC 9(05).
       01 SCOPE-FLAG           PIC X VALUE 'N'.
          88 IN-KEYED-SCOPE    VALUE 'Y'.
       01 KEY-EMP-ID           PIC X(06).
       01 KEY-DEPT-CODE        PIC X(04).
       01 EMPS-NOT-ON-MASTER   PIC 9(05).

       01 LINES-READ           PIC 9(07) VALUE 0.
       01 LINES-ROUTED         PIC 9(07) VALUE 0.
       01 LINES-KEPT-BACK      PIC 9(07) VALUE 0.
       01 LINES-DROPPED        PIC 9(07) VALUE 0.
       01 FILES-WRITTEN        PIC 9(03) VALUE 0.
       01 REGISTER-ROWS        PIC 9(05) VALUE 0.
       01 COUNT-EDIT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DEPARTMENTS

           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS = "00"
               SET MASTER-ON-FILE TO TRUE
           ELSE
               DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE - REPORTS"
                   " KEYED BY EMPLOYEE NOT BURST"
               MOVE "REPORT-BURST" TO EXC-SOURCE-PROGRAM
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE "NO EMPMAST.DAT - EMP-KEYED REPORTS HELD"
                   TO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF

           PERFORM VARYING SPEC-INDEX FROM 1 BY 1
           UNTIL SPEC-INDEX > SPEC-COUNT
               PERFORM BURST-ONE-REPORT
           END-PERFORM
           IF MASTER-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF

           PERFORM VARYING MANAGER-INDEX FROM 1 BY 1
           UNTIL MANAGER-INDEX > MANAGER-COUNT
               IF MGR-TOTAL(MANAGER-INDEX) > 0
                   PERFORM WRITE-MANAGER-FILE
               END-IF
           END-PERFORM
           PERFORM WRITE-DISTRIBUTION-REGISTER

           IF LINES-DROPPED > 0
               MOVE "REPORT-BURST" TO EXC-SOURCE-PROGRAM
               MOVE "ROUTE-ONE-LINE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING LINES-DROPPED " LINES OVER 5000 NOT BURST"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF

           DISPLAY "REPORT-BURST: " LINES-READ " LINES READ, "
               LINES-ROUTED " ROUTED, " LINES-KEPT-BACK
               " NOT DEPARTMENTAL, " FILES-WRITTEN " MANAGER FILES"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

      *>  Departments and their managers. Manager entry 1 is the
      *>  no-manager holding file, there even when DEPTREF.DAT is
      *>  missing.
       LOAD-DEPARTMENTS.
           MOVE 1 TO MANAGER-COUNT
           MOVE SPACES TO MGR-ID(1)
           MOVE "BURST.NOMGR" TO MGR-FILE-NAME(1)
           MOVE 0 TO MGR-TOTAL(1)
           PERFORM VARYING COUNT-SLOT FROM 1 BY 1
           UNTIL COUNT-SLOT > SPEC-COUNT
               MOVE 0 TO MGR-LINES(1, COUNT-SLOT)
           END-PERFORM
           OPEN INPUT DEPT-REF-FILE
           IF NO-DEPT-REF-FILE
               DISPLAY "WARNING: NO DEPTREF.DAT - EVERY LINE GOES TO"
                   " BURST.NOMGR"
               MOVE "REPORT-BURST" TO EXC-SOURCE-PROGRAM
               MOVE "LOAD-DEPARTMENTS" TO EXC-SOURCE-PARAGRAPH
               MOVE "NO DEPTREF.DAT - NO MANAGERS TO BURST TO"
                   TO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                   AND DEPT-COUNT < 60
                       MOVE DEPT-CODE-REF TO KEY-DEPT-CODE
                       PERFORM ADD-DEPARTMENT
                       MOVE DEPT-NAME-REF TO DT-NAME(DEPT-COUNT)
                       MOVE DEPT-MANAGER-REF TO DT-MANAGER(DEPT-COUNT)
                       IF DEPT-MANAGER-REF NOT = SPACES
                           PERFORM FIND-OR-ADD-MANAGER
                           MOVE FOUND-MANAGER-INDEX
                               TO DT-MGR-INDEX(DEPT-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF
       .

      *>  New department row for KEY-DEPT-CODE, with no name and no
      *>  manager until the caller says otherwise.
       ADD-DEPARTMENT.
           ADD 1 TO DEPT-COUNT
           MOVE KEY-DEPT-CODE TO DT-CODE(DEPT-COUNT)
           MOVE SPACES TO DT-NAME(DEPT-COUNT)
           MOVE SPACES TO DT-MANAGER(DEPT-COUNT)
           MOVE 1 TO DT-MGR-INDEX(DEPT-COUNT)
           MOVE 'N' TO DT-WARNED(DEPT-COUNT)
           PERFORM VARYING COUNT-SLOT FROM 1 BY 1
           UNTIL COUNT-SLOT > SPEC-COUNT
               MOVE 0 TO DT-LINES(DEPT-COUNT, COUNT-SLOT)
           END-PERFORM
           MOVE DEPT-COUNT TO FOUND-DEPT-INDEX
       .

       FIND-OR-ADD-MANAGER.
           MOVE 0 TO FOUND-MANAGER-INDEX
           PERFORM VARYING MANAGER-INDEX FROM 2 BY 1
           UNTIL MANAGER-INDEX > MANAGER-COUNT
               IF MGR-ID(MANAGER-INDEX) = DEPT-MANAGER-REF
                   MOVE MANAGER-INDEX TO FOUND-MANAGER-INDEX
               END-IF
           END-PERFORM
           IF FOUND-MANAGER-INDEX = 0
               ADD 1 TO MANAGER-COUNT
               MOVE DEPT-MANAGER-REF TO MGR-ID(MANAGER-COUNT)
               MOVE SPACES TO MGR-FILE-NAME(MANAGER-COUNT)
               STRING "BURST." DEPT-MANAGER-REF
                   DELIMITED BY SPACE
                   INTO MGR-FILE-NAME(MANAGER-COUNT)
               MOVE 0 TO MGR-TOTAL(MANAGER-COUNT)
               PERFORM VARYING COUNT-SLOT FROM 1 BY 1
               UNTIL COUNT-SLOT > SPEC-COUNT
                   MOVE 0 TO MGR-LINES(MANAGER-COUNT, COUNT-SLOT)
               END-PERFORM
               MOVE MANAGER-COUNT TO FOUND-MANAGER-INDEX
           END-IF
       .

      *>  A report that was not produced tonight (the leave register
      *>  runs with the pay cycle, not nightly) is noted, not an
      *>  error.
       BURST-ONE-REPORT.
           MOVE 'N' TO RS-FOUND(SPEC-INDEX)
           MOVE 0 TO RS-HEADING-COUNT(SPEC-INDEX)
           MOVE SPEC-REPORT-NAME(SPEC-INDEX) TO REPORT-IN-NAME
           OPEN INPUT REPORT-IN-FILE
           IF REPORT-IN-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-BURST: " REPORT-IN-NAME
                   " NOT PRODUCED - NOT BURST"
               MOVE "REPORT-BURST" TO EXC-SOURCE-PROGRAM
               MOVE "BURST-ONE-REPORT" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING REPORT-IN-NAME DELIMITED BY SPACE
                   " NOT PRODUCED - NOT BURST"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'I' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               SET REPORT-WAS-FOUND(SPEC-INDEX) TO TRUE
               MOVE 0 TO LINE-NUMBER
               MOVE 0 TO EMPS-NOT-ON-MASTER
               IF SPEC-SCOPE-LINE(SPEC-INDEX) = SPACES
                   SET IN-KEYED-SCOPE TO TRUE
               ELSE
                   MOVE 'N' TO SCOPE-FLAG
               END-IF
               MOVE "00" TO REPORT-IN-FILE-STATUS
               PERFORM UNTIL NO-MORE-REPORT-LINES
                   READ REPORT-IN-FILE
                       AT END SET NO-MORE-REPORT-LINES TO TRUE
                   END-READ
                   IF NOT NO-MORE-REPORT-LINES
                       PERFORM ROUTE-ONE-LINE
                   END-IF
               END-PERFORM
               CLOSE REPORT-IN-FILE
               IF EMPS-NOT-ON-MASTER > 0
                   MOVE "REPORT-BURST" TO EXC-SOURCE-PROGRAM
                   MOVE "RESOLVE-EMPLOYEE-KEY"
                       TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING REPORT-IN-NAME DELIMITED BY SPACE
                       " " EMPS-NOT-ON-MASTER
                       " EMP IDS NOT ON EMPMAST"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  Headings first, then the opening line of a scoped section,
      *>  then the detail lines; anything that keys to no department
      *>  stays in the full report only.
       ROUTE-ONE-LINE.
           ADD 1 TO LINE-NUMBER
           ADD 1 TO LINES-READ
           MOVE 0 TO FOUND-DEPT-INDEX
           EVALUATE TRUE
               WHEN LINE-NUMBER <= SPEC-HEADING-LINES(SPEC-INDEX)
                   PERFORM KEEP-HEADING-LINE
               WHEN SPEC-SCOPE-LINE(SPEC-INDEX) NOT = SPACES
               AND REPORT-IN-LINE(1:24) = SPEC-SCOPE-LINE(SPEC-INDEX)
                   SET IN-KEYED-SCOPE TO TRUE
                   PERFORM KEEP-HEADING-LINE
               WHEN SPEC-SCOPE-LINE(SPEC-INDEX) NOT = SPACES
               AND REPORT-IN-LINE = SPACES
                   MOVE 'N' TO SCOPE-FLAG
                   ADD 1 TO LINES-KEPT-BACK
               WHEN NOT IN-KEYED-SCOPE
                   ADD 1 TO LINES-KEPT-BACK
               WHEN SPEC-KEYED-BY-EMPLOYEE(SPEC-INDEX)
                   MOVE REPORT-IN-LINE(SPEC-KEY-COLUMN(SPEC-INDEX):6)
                       TO KEY-EMP-ID
                   PERFORM RESOLVE-EMPLOYEE-KEY
               WHEN OTHER
                   MOVE REPORT-IN-LINE(SPEC-KEY-COLUMN(SPEC-INDEX):4)
                       TO KEY-DEPT-CODE
                   PERFORM FIND-DEPARTMENT
           END-EVALUATE
           IF FOUND-DEPT-INDEX > 0
               PERFORM ADD-BURST-LINE
           END-IF
       .

       KEEP-HEADING-LINE.
           IF RS-HEADING-COUNT(SPEC-INDEX) < 4
               ADD 1 TO RS-HEADING-COUNT(SPEC-INDEX)
               MOVE REPORT-IN-LINE TO RS-HEADING-LINE(SPEC-INDEX,
                   RS-HEADING-COUNT(SPEC-INDEX))
           END-IF
       .

      *>  Only a numeric id that is not on the master is counted as
      *>  missing; a title or totals line simply is not a detail
      *>  line.
       RESOLVE-EMPLOYEE-KEY.
           IF MASTER-ON-FILE
           AND KEY-EMP-ID NOT = SPACES
               MOVE KEY-EMP-ID TO MASTER-EMP-ID
               READ EMPLOYEE-MASTER
               IF MASTER-FILE-STATUS = "00"
               AND MASTER-DEPT-CODE NOT = SPACES
                   MOVE MASTER-DEPT-CODE TO KEY-DEPT-CODE
                   PERFORM FIND-DEPARTMENT
                   IF FOUND-DEPT-INDEX = 0
                   AND DEPT-COUNT < 60
                       PERFORM ADD-DEPARTMENT
                   END-IF
               ELSE
                   IF MASTER-FILE-STATUS NOT = "00"
                   AND KEY-EMP-ID IS NUMERIC
                       ADD 1 TO EMPS-NOT-ON-MASTER
                   END-IF
               END-IF
           END-IF
           IF FOUND-DEPT-INDEX = 0
               ADD 1 TO LINES-KEPT-BACK
           END-IF
       .

       FIND-DEPARTMENT.
           MOVE 0 TO FOUND-DEPT-INDEX
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-COUNT
               IF DT-CODE(DEPT-INDEX) = KEY-DEPT-CODE
                   MOVE DEPT-INDEX TO FOUND-DEPT-INDEX
               END-IF
           END-PERFORM
           IF FOUND-DEPT-INDEX = 0
           AND SPEC-KEYED-BY-DEPT(SPEC-INDEX)
               ADD 1 TO LINES-KEPT-BACK
           END-IF
       .

      *>  A department with no manager is warned about once a run,
      *>  however many of its lines turn up.
       ADD-BURST-LINE.
           MOVE DT-MGR-INDEX(FOUND-DEPT-INDEX) TO FOUND-MANAGER-INDEX
           IF FOUND-MANAGER-INDEX = 1
           AND NOT DEPT-ALREADY-WARNED(FOUND-DEPT-INDEX)
               MOVE 'Y' TO DT-WARNED(FOUND-DEPT-INDEX)
               MOVE "REPORT-BURST" TO EXC-SOURCE-PROGRAM
               MOVE "ADD-BURST-LINE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "DEPT " DT-CODE(FOUND-DEPT-INDEX)
                   ": NO MANAGER, TO BURST.NOMGR"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           IF BURST-LINE-COUNT < 5000
               ADD 1 TO BURST-LINE-COUNT
               MOVE FOUND-MANAGER-INDEX
                   TO BL-MGR-INDEX(BURST-LINE-COUNT)
               MOVE SPEC-INDEX TO BL-SPEC-INDEX(BURST-LINE-COUNT)
               MOVE REPORT-IN-LINE TO BL-TEXT(BURST-LINE-COUNT)
               ADD 1 TO LINES-ROUTED
               ADD 1 TO DT-LINES(FOUND-DEPT-INDEX, SPEC-INDEX)
               ADD 1 TO MGR-LINES(FOUND-MANAGER-INDEX, SPEC-INDEX)
               ADD 1 TO MGR-TOTAL(FOUND-MANAGER-INDEX)
           ELSE
               ADD 1 TO LINES-DROPPED
           END-IF
       .

      *>  Cover page, then each report's headings and this manager's
      *>  lines of it, in report order.
       WRITE-MANAGER-FILE.
           MOVE MGR-FILE-NAME(MANAGER-INDEX) TO BURST-OUT-NAME
           OPEN OUTPUT BURST-OUT-FILE
           PERFORM WRITE-COVER-PAGE
           PERFORM VARYING SPEC-INDEX FROM 1 BY 1
           UNTIL SPEC-INDEX > SPEC-COUNT
               IF MGR-LINES(MANAGER-INDEX, SPEC-INDEX) > 0
                   PERFORM WRITE-MANAGER-SECTION
               END-IF
           END-PERFORM
           CLOSE BURST-OUT-FILE
           ADD 1 TO FILES-WRITTEN
       .

       WRITE-COVER-PAGE.
           MOVE SPACES TO BURST-OUT-LINE
           IF MANAGER-INDEX = 1
               STRING "REPORT DISTRIBUTION - DEPARTMENTS WITH NO "
                   "MANAGER ON DEPTREF.DAT - RUN DATE " RUN-DATE
                   DELIMITED BY SIZE INTO BURST-OUT-LINE
           ELSE
               STRING "REPORT DISTRIBUTION - MANAGER "
                   MGR-ID(MANAGER-INDEX) " - RUN DATE " RUN-DATE
                   DELIMITED BY SIZE INTO BURST-OUT-LINE
           END-IF
           WRITE BURST-OUT-LINE
           MOVE SPACES TO BURST-OUT-LINE
           WRITE BURST-OUT-LINE
           MOVE "DEPARTMENTS" TO BURST-OUT-LINE
           WRITE BURST-OUT-LINE
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-COUNT
               IF DT-MGR-INDEX(DEPT-INDEX) = MANAGER-INDEX
                   MOVE SPACES TO BURST-OUT-LINE
                   STRING "  " DT-CODE(DEPT-INDEX) " "
                       DT-NAME(DEPT-INDEX)
                       DELIMITED BY SIZE INTO BURST-OUT-LINE
                   WRITE BURST-OUT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO BURST-OUT-LINE
           WRITE BURST-OUT-LINE
           MOVE "CONTENTS" TO BURST-OUT-LINE
           WRITE BURST-OUT-LINE
           PERFORM VARYING SPEC-INDEX FROM 1 BY 1
           UNTIL SPEC-INDEX > SPEC-COUNT
               MOVE SPACES TO BURST-OUT-LINE
               IF REPORT-WAS-FOUND(SPEC-INDEX)
                   MOVE MGR-LINES(MANAGER-INDEX, SPEC-INDEX)
                       TO COUNT-EDIT
                   STRING "  " SPEC-REPORT-NAME(SPEC-INDEX) " "
                       SPEC-DESCRIPTION(SPEC-INDEX) " "
                       COUNT-EDIT " LINES"
                       DELIMITED BY SIZE INTO BURST-OUT-LINE
               ELSE
                   STRING "  " SPEC-REPORT-NAME(SPEC-INDEX) " "
                       SPEC-DESCRIPTION(SPEC-INDEX)
                       " NOT PRODUCED THIS RUN"
                       DELIMITED BY SIZE INTO BURST-OUT-LINE
               END-IF
               WRITE BURST-OUT-LINE
           END-PERFORM
           MOVE SPACES TO BURST-OUT-LINE
           WRITE BURST-OUT-LINE
       .

       WRITE-MANAGER-SECTION.
           MOVE ALL "-" TO BURST-OUT-LINE
           WRITE BURST-OUT-LINE
           MOVE SPACES TO BURST-OUT-LINE
           STRING SPEC-REPORT-NAME(SPEC-INDEX) " "
               SPEC-DESCRIPTION(SPEC-INDEX)
               DELIMITED BY SIZE INTO BURST-OUT-LINE
           WRITE BURST-OUT-LINE
           PERFORM VARYING HEADING-INDEX FROM 1 BY 1
           UNTIL HEADING-INDEX > RS-HEADING-COUNT(SPEC-INDEX)
               MOVE RS-HEADING-LINE(SPEC-INDEX, HEADING-INDEX)
                   TO BURST-OUT-LINE
               WRITE BURST-OUT-LINE
           END-PERFORM
           PERFORM VARYING BURST-LINE-INDEX FROM 1 BY 1
           UNTIL BURST-LINE-INDEX > BURST-LINE-COUNT
               IF BL-MGR-INDEX(BURST-LINE-INDEX) = MANAGER-INDEX
               AND BL-SPEC-INDEX(BURST-LINE-INDEX) = SPEC-INDEX
                   MOVE BL-TEXT(BURST-LINE-INDEX) TO BURST-OUT-LINE
                   WRITE BURST-OUT-LINE
               END-IF
           END-PERFORM
       .

      *>  Appended, so the register builds up run date by run date;
      *>  created on the first run.
       WRITE-DISTRIBUTION-REGISTER.
           OPEN EXTEND DISTRIBUTION-REGISTER-FILE
           IF NO-DISTRIBUTION-REGISTER
               OPEN OUTPUT DISTRIBUTION-REGISTER-FILE
               CLOSE DISTRIBUTION-REGISTER-FILE
               OPEN EXTEND DISTRIBUTION-REGISTER-FILE
           END-IF
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-COUNT
               PERFORM VARYING SPEC-INDEX FROM 1 BY 1
               UNTIL SPEC-INDEX > SPEC-COUNT
                   IF DT-LINES(DEPT-INDEX, SPEC-INDEX) > 0
                       PERFORM WRITE-REGISTER-ROW
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE DISTRIBUTION-REGISTER-FILE
       .

       WRITE-REGISTER-ROW.
           MOVE SPACES TO DISTRIBUTION-REGISTER-RECORD
           MOVE RUN-DATE TO DREG-RUN-DATE
           MOVE SPEC-REPORT-NAME(SPEC-INDEX) TO DREG-REPORT
           MOVE DT-CODE(DEPT-INDEX) TO DREG-DEPT
           MOVE DT-MANAGER(DEPT-INDEX) TO DREG-MANAGER
           MOVE DT-LINES(DEPT-INDEX, SPEC-INDEX) TO DREG-LINES
           MOVE MGR-FILE-NAME(DT-MGR-INDEX(DEPT-INDEX))
               TO DREG-FILE-NAME
           WRITE DISTRIBUTION-REGISTER-RECORD
           ADD 1 TO REGISTER-ROWS
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file.
       WRITE-EXCEPTION-SUMMARY-LINE.
      *>  EXCSUMM.DAT may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing summary.
           OPEN EXTEND EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-SUMMARY-FILE
               CLOSE EXCEPTION-SUMMARY-FILE
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
           END-IF
           MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
           WRITE EXCEPTION-SUMMARY-LINE
           CLOSE EXCEPTION-SUMMARY-FILE
       .

       END PROGRAM REPORT-BURST.
