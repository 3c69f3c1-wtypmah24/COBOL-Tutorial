       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORG-CHART.
      *>  Indented organization chart off DEPTREF.DAT's parent
      *>  department codes: every department under the one it rolls
      *>  up into, with its manager's name from the employee master,
      *>  its own active headcount, and the headcount of its whole
      *>  division beneath it, so management's by-division numbers
      *>  come off the same reference table everything else uses.
      *>  The division totals come through the shared DEPT-ROLLUP
      *>  subprogram, the same roll-up HEADCOUNT-REPORT and the
      *>  labor-cost report print. Active employees in a code that is
      *>  not on the table are counted on a line of their own so the
      *>  chart still ties to the master's total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Department reference (DEPT-CODE-MAINT), parent code
      *>  included.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT ORG-CHART-FILE ASSIGN TO "ORGCHART.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORG-CHART-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).
           05 DEPT-PARENT-REF  PIC X(04).

       FD  ORG-CHART-FILE.
       01  ORG-CHART-LINE      PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 MASTER-FILE-STATUS   PIC XX.
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-DEPT-REF-FILE  VALUE "35".
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 ORG-CHART-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 END-OF-MASTER-FLAG   PIC X VALUE 'N'.
          88 END-OF-EMPLOYEE-MASTER VALUE 'Y'.

      *>  One row per department on DEPTREF.DAT, with what the master
      *>  and the roll-up add to it.
       01 ORG-DEPT-COUNT       PIC 9(03) VALUE 0.
       01 ORG-DEPT-TABLE.
           05 ORG-DEPT-ENTRY OCCURS 50 TIMES.
               10 ORG-CODE         PIC X(04).
               10 ORG-NAME         PIC X(20).
               10 ORG-MANAGER-ID   PIC X(06).
               10 ORG-PARENT       PIC X(04).
               10 ORG-MANAGER-NAME PIC X(30).
               10 ORG-OWN-HEADS    PIC 9(05).
               10 ORG-DIVISION-HEADS PIC 9(05).
               10 ORG-PRINTED-FLAG PIC X(01).
                  88 ORG-PRINTED   VALUE 'Y'.
               10 ORG-ROOT-FLAG    PIC X(01).
                  88 ORG-IS-ROOT   VALUE 'Y'.
       01 ORG-INDEX            PIC 9(03).
       01 ORG-FOUND-INDEX      PIC 9(03).
       01 ORG-WORK-CODE        PIC X(04).
       01 CHILD-INDEX          PIC 9(03).

      *>  Depth-first walk of the tree without recursion: a stack of
      *>  departments still to print, each with its depth.
       01 STACK-TOP            PIC 9(03) VALUE 0.
       01 ORG-STACK.
           05 STACK-ENTRY OCCURS 100 TIMES.
               10 STACK-DEPT-INDEX PIC 9(03).
               10 STACK-DEPTH      PIC 9(02).
       01 CURRENT-DEPT-INDEX   PIC 9(03).
       01 CURRENT-DEPTH        PIC 9(02).
       01 LINE-POINTER         PIC 9(03).

      *>  DEPT-ROLLUP call set.
       01 ROLLUP-DEPT-CODE     PIC X(04).
       01 ROLLUP-ANCESTOR-COUNT PIC 9(02).
       01 ROLLUP-ANCESTORS.
           05 ROLLUP-ANCESTOR  PIC X(04) OCCURS 20 TIMES.
       01 ROLLUP-STATUS        PIC X.
       01 ANCESTOR-INDEX       PIC 9(02).

       01 UNLISTED-HEADS       PIC 9(05) VALUE 0.
       01 TOTAL-HEADS          PIC 9(05) VALUE 0.
       01 LOOP-COUNT           PIC 9(03) VALUE 0.
       01 OWN-EDIT             PIC ZZZZ9.
       01 DIVISION-EDIT        PIC ZZZZ9.

      *>  NAME-FORMAT call set - managers show as "SURNAME, GIVEN".
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

       01 ORG-HEADING-LINE.
           05 FILLER PIC X(46) VALUE
               "DEPARTMENT (INDENTED UNDER ITS PARENT)".
           05 FILLER PIC X(54) VALUE
               "MANAGER                          OWN  DIVISION".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT ORG-CHART-FILE
            MOVE "ORGANIZATION CHART" TO ORG-CHART-LINE
            WRITE ORG-CHART-LINE
            MOVE SPACES TO ORG-CHART-LINE
            WRITE ORG-CHART-LINE
            PERFORM LOAD-DEPARTMENTS
            OPEN INPUT EMPLOYEE-MASTER
            IF MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
                    MASTER-FILE-STATUS
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "OPEN FAILED ON EMPMAST.DAT, STATUS="
                    MASTER-FILE-STATUS
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'C' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                    READ EMPLOYEE-MASTER NEXT RECORD
                        AT END SET END-OF-EMPLOYEE-MASTER TO TRUE
                    END-READ
                    IF NOT END-OF-EMPLOYEE-MASTER
                        PERFORM TALLY-ONE-EMPLOYEE
                    END-IF
                END-PERFORM
                CLOSE EMPLOYEE-MASTER
                PERFORM ROLL-UP-DIVISIONS
                PERFORM WRITE-ORG-CHART
                DISPLAY "ORG-CHART: " ORG-DEPT-COUNT " DEPARTMENTS, "
                    TOTAL-HEADS " ACTIVE"
            END-IF
            CLOSE ORG-CHART-FILE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-DEPARTMENTS.
           MOVE 0 TO ORG-DEPT-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF NO-DEPT-REF-FILE
               MOVE "NO DEPTREF.DAT - NO DEPARTMENTS TO CHART"
                   TO ORG-CHART-LINE
               WRITE ORG-CHART-LINE
           ELSE
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                   AND ORG-DEPT-COUNT < 50
                       ADD 1 TO ORG-DEPT-COUNT
                       MOVE ORG-DEPT-COUNT TO ORG-INDEX
                       MOVE DEPT-CODE-REF TO ORG-CODE(ORG-INDEX)
                       MOVE DEPT-NAME-REF TO ORG-NAME(ORG-INDEX)
                       MOVE DEPT-MANAGER-REF
                           TO ORG-MANAGER-ID(ORG-INDEX)
                       MOVE DEPT-PARENT-REF TO ORG-PARENT(ORG-INDEX)
                       MOVE SPACES TO ORG-MANAGER-NAME(ORG-INDEX)
                       MOVE 0 TO ORG-OWN-HEADS(ORG-INDEX)
                       MOVE 0 TO ORG-DIVISION-HEADS(ORG-INDEX)
                       MOVE 'N' TO ORG-PRINTED-FLAG(ORG-INDEX)
                       MOVE 'N' TO ORG-ROOT-FLAG(ORG-INDEX)
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF
       .

      *>  Active employees count toward their department; any
      *>  employee named as a manager lends the chart a name, with a
      *>  terminated manager still shown by name for the chart to
      *>  flag.
       TALLY-ONE-EMPLOYEE.
           PERFORM VARYING ORG-INDEX FROM 1 BY 1
           UNTIL ORG-INDEX > ORG-DEPT-COUNT
               IF ORG-MANAGER-ID(ORG-INDEX) = MASTER-EMP-ID
                   IF MASTER-TERMINATED
                       MOVE "(LEFT)" TO ORG-MANAGER-NAME(ORG-INDEX)
                   ELSE
                       CALL "NAME-FORMAT" USING NAME-FUNCTION
                           MASTER-SURNAME MASTER-GIVEN-NAME
                           MASTER-PREFERRED-NAME NAME-RESULT NAME-STATUS
                       MOVE NAME-RESULT TO ORG-MANAGER-NAME(ORG-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT MASTER-TERMINATED
               ADD 1 TO TOTAL-HEADS
               MOVE MASTER-DEPT-CODE TO ORG-WORK-CODE
               PERFORM FIND-ORG-DEPT
               IF ORG-FOUND-INDEX = 0
                   ADD 1 TO UNLISTED-HEADS
               ELSE
                   ADD 1 TO ORG-OWN-HEADS(ORG-FOUND-INDEX)
               END-IF
           END-IF
       .

      *>  Each department's own count goes into its division total
      *>  and that of every department above it. A department with
      *>  no parent on file heads a tree of its own; one caught in a
      *>  loop is warned about and charted at the top level.
       ROLL-UP-DIVISIONS.
           PERFORM VARYING ORG-INDEX FROM 1 BY 1
           UNTIL ORG-INDEX > ORG-DEPT-COUNT
               ADD ORG-OWN-HEADS(ORG-INDEX)
                   TO ORG-DIVISION-HEADS(ORG-INDEX)
               MOVE ORG-CODE(ORG-INDEX) TO ROLLUP-DEPT-CODE
               CALL "DEPT-ROLLUP" USING ROLLUP-DEPT-CODE
                   ROLLUP-ANCESTOR-COUNT ROLLUP-ANCESTORS ROLLUP-STATUS
               IF ROLLUP-STATUS = '2'
                   ADD 1 TO LOOP-COUNT
                   MOVE "ROLL-UP-DIVISIONS" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "DEPT " ORG-CODE(ORG-INDEX)
                       " PARENT CHAIN LOOPS ON DEPTREF.DAT"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
               PERFORM VARYING ANCESTOR-INDEX FROM 1 BY 1
               UNTIL ANCESTOR-INDEX > ROLLUP-ANCESTOR-COUNT
                   MOVE ROLLUP-ANCESTOR(ANCESTOR-INDEX)
                       TO ORG-WORK-CODE
                   PERFORM FIND-ORG-DEPT
                   IF ORG-FOUND-INDEX > 0
                       ADD ORG-OWN-HEADS(ORG-INDEX)
                           TO ORG-DIVISION-HEADS(ORG-FOUND-INDEX)
                   END-IF
               END-PERFORM
               MOVE ORG-PARENT(ORG-INDEX) TO ORG-WORK-CODE
               PERFORM FIND-ORG-DEPT
               IF ORG-PARENT(ORG-INDEX) = SPACES
               OR ORG-FOUND-INDEX = 0
                   MOVE 'Y' TO ORG-ROOT-FLAG(ORG-INDEX)
               END-IF
           END-PERFORM
       .

       WRITE-ORG-CHART.
           MOVE ORG-HEADING-LINE TO ORG-CHART-LINE
           WRITE ORG-CHART-LINE
           MOVE 0 TO STACK-TOP
           PERFORM VARYING ORG-INDEX FROM ORG-DEPT-COUNT BY -1
           UNTIL ORG-INDEX < 1
               IF ORG-IS-ROOT(ORG-INDEX)
                   MOVE ORG-INDEX TO CURRENT-DEPT-INDEX
                   MOVE 0 TO CURRENT-DEPTH
                   PERFORM PUSH-DEPARTMENT
               END-IF
           END-PERFORM
           PERFORM WALK-ORG-STACK
      *>  Whatever a loop kept out of every tree is charted at the
      *>  top level rather than silently dropped.
           PERFORM VARYING ORG-INDEX FROM ORG-DEPT-COUNT BY -1
           UNTIL ORG-INDEX < 1
               IF NOT ORG-PRINTED(ORG-INDEX)
                   MOVE ORG-INDEX TO CURRENT-DEPT-INDEX
                   MOVE 0 TO CURRENT-DEPTH
                   PERFORM PUSH-DEPARTMENT
                   PERFORM WALK-ORG-STACK
               END-IF
           END-PERFORM

           MOVE SPACES TO ORG-CHART-LINE
           WRITE ORG-CHART-LINE
           IF UNLISTED-HEADS > 0
               MOVE UNLISTED-HEADS TO OWN-EDIT
               MOVE SPACES TO ORG-CHART-LINE
               STRING "ACTIVE IN CODES NOT ON DEPTREF.DAT: " OWN-EDIT
                   DELIMITED BY SIZE INTO ORG-CHART-LINE
               WRITE ORG-CHART-LINE
           END-IF
           IF LOOP-COUNT > 0
               MOVE "PARENT LOOPS ON DEPTREF.DAT - SEE EXCSUMM.DAT"
                   TO ORG-CHART-LINE
               WRITE ORG-CHART-LINE
           END-IF
           MOVE TOTAL-HEADS TO OWN-EDIT
           MOVE SPACES TO ORG-CHART-LINE
           STRING "TOTAL ACTIVE HEADCOUNT: " OWN-EDIT
               DELIMITED BY SIZE INTO ORG-CHART-LINE
           WRITE ORG-CHART-LINE
       .

      *>  Pops a department, prints it at its depth, and pushes its
      *>  children (last first, so they print in table order) one
      *>  level deeper.
       WALK-ORG-STACK.
           PERFORM UNTIL STACK-TOP = 0
               MOVE STACK-DEPT-INDEX(STACK-TOP) TO CURRENT-DEPT-INDEX
               MOVE STACK-DEPTH(STACK-TOP) TO CURRENT-DEPTH
               SUBTRACT 1 FROM STACK-TOP
               IF NOT ORG-PRINTED(CURRENT-DEPT-INDEX)
                   PERFORM WRITE-ORG-LINE
                   MOVE CURRENT-DEPT-INDEX TO ORG-FOUND-INDEX
                   IF CURRENT-DEPTH < 10
                       ADD 1 TO CURRENT-DEPTH
                   END-IF
                   PERFORM VARYING CHILD-INDEX FROM ORG-DEPT-COUNT
                   BY -1 UNTIL CHILD-INDEX < 1
                       IF ORG-PARENT(CHILD-INDEX)
                           = ORG-CODE(ORG-FOUND-INDEX)
                       AND NOT ORG-PRINTED(CHILD-INDEX)
                       AND NOT ORG-IS-ROOT(CHILD-INDEX)
                           MOVE CHILD-INDEX TO CURRENT-DEPT-INDEX
                           PERFORM PUSH-DEPARTMENT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
       .

       PUSH-DEPARTMENT.
           IF STACK-TOP < 100
               ADD 1 TO STACK-TOP
               MOVE CURRENT-DEPT-INDEX TO STACK-DEPT-INDEX(STACK-TOP)
               MOVE CURRENT-DEPTH TO STACK-DEPTH(STACK-TOP)
           END-IF
       .

      *>  Two columns of indent per level (ten levels at most), then
      *>  code, name, manager, own and division headcount.
       WRITE-ORG-LINE.
           MOVE 'Y' TO ORG-PRINTED-FLAG(CURRENT-DEPT-INDEX)
           MOVE ORG-OWN-HEADS(CURRENT-DEPT-INDEX) TO OWN-EDIT
           MOVE ORG-DIVISION-HEADS(CURRENT-DEPT-INDEX) TO DIVISION-EDIT
           MOVE SPACES TO ORG-CHART-LINE
           COMPUTE LINE-POINTER = (CURRENT-DEPTH * 2) + 1
           STRING ORG-CODE(CURRENT-DEPT-INDEX) " "
               ORG-NAME(CURRENT-DEPT-INDEX)
               DELIMITED BY SIZE INTO ORG-CHART-LINE
               WITH POINTER LINE-POINTER
           MOVE 47 TO LINE-POINTER
           IF ORG-MANAGER-NAME(CURRENT-DEPT-INDEX) = SPACES
               STRING "NONE"
                   DELIMITED BY SIZE INTO ORG-CHART-LINE
                   WITH POINTER LINE-POINTER
           ELSE
               STRING ORG-MANAGER-NAME(CURRENT-DEPT-INDEX)
                   DELIMITED BY SIZE INTO ORG-CHART-LINE
                   WITH POINTER LINE-POINTER
           END-IF
           MOVE 77 TO LINE-POINTER
           STRING " " OWN-EDIT "     " DIVISION-EDIT
               DELIMITED BY SIZE INTO ORG-CHART-LINE
               WITH POINTER LINE-POINTER
           WRITE ORG-CHART-LINE
       .

       FIND-ORG-DEPT.
           MOVE 0 TO ORG-FOUND-INDEX
           PERFORM VARYING CHILD-INDEX FROM 1 BY 1
           UNTIL CHILD-INDEX > ORG-DEPT-COUNT
               IF ORG-CODE(CHILD-INDEX) = ORG-WORK-CODE
                   MOVE CHILD-INDEX TO ORG-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "ORG-CHART" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM ORG-CHART.
