       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-QUALITY.
      *>  Weekly employee master data-quality scorecard. INTEGRITY-
      *>  CHECK proves the files agree with each other; this proves
      *>  each active master record is actually complete. Every
      *>  active employee is scored against a rule list - date of
      *>  birth and hire date present, a department that is on
      *>  DEPTREF.DAT, a retire age above the current age, name and
      *>  profession filled in, a usable EMPADDR.DAT address and a
      *>  live BANKACCT.DAT account. DQRULES.DAT lets ops switch a
      *>  rule off or weight it heavier; absent, every rule runs at
      *>  weight one. DATAQUAL.RPT carries the worklist of specific
      *>  defects, each with the program that fixes it, followed by
      *>  the completeness percentage per department. Scheduled on
      *>  the nightly control program's week-end window.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Ops-maintained rule list: "rule-code enabled weight" per
      *>  line, e.g. "BANK     N 01" to stop scoring bank accounts.
      *>  Rules not named keep their compiled-in setting.
           SELECT RULE-PARAM-FILE ASSIGN TO "DQRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-PARAM-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Companion address/contact file, probed per employee.
           SELECT EMPLOYEE-ADDRESS-FILE ASSIGN TO "EMPADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADDR-EMP-ID
               FILE STATUS IS EMPLOYEE-ADDRESS-FILE-STATUS.
      *>  Bank account master, probed per employee.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-EMP-ID
               FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.
      *>  Department reference table DEPT-CODE-MAINT keeps.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT QUALITY-REPORT-FILE ASSIGN TO "DATAQUAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUALITY-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-PARAM-FILE.
       01  RULE-PARAM-RECORD.
           05 PRM-RULE-CODE    PIC X(08).
           05 FILLER           PIC X(01).
           05 PRM-RULE-ENABLED PIC X(01).
           05 FILLER           PIC X(01).
           05 PRM-RULE-WEIGHT  PIC X(02).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  EMPLOYEE-ADDRESS-FILE.
           COPY "EMPLOYEE-ADDRESS.cpy".

       FD  BANK-ACCOUNT-FILE.
           COPY "BANK-ACCOUNT.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).
           05 DEPT-PARENT-REF  PIC X(04).

       FD  QUALITY-REPORT-FILE.
       01  QUALITY-REPORT-LINE PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 RULE-PARAM-FILE-STATUS PIC XX.
          88 NO-RULE-PARAM-FILE VALUE "35".
          88 NO-MORE-RULE-PARAMS VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
          88 NO-MASTER-FILE    VALUE "35".
       01 EMPLOYEE-ADDRESS-FILE-STATUS PIC XX.
          88 NO-EMPLOYEE-ADDRESS-FILE VALUE "35".
       01 BANK-ACCOUNT-FILE-STATUS PIC XX.
          88 NO-BANK-ACCOUNT-FILE VALUE "35".
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-DEPT-REF-FILE  VALUE "35".
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 QUALITY-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 EOF-FLAG     PIC X VALUE 'N'.
          88 END-OF-EMPLOYEE-MASTER VALUE 'Y'.
       01 ADDRESS-FILE-FLAG    PIC X VALUE 'N'.
          88 ADDRESS-FILE-OPEN VALUE 'Y'.
       01 BANK-FILE-FLAG       PIC X VALUE 'N'.
          88 BANK-FILE-OPEN    VALUE 'Y'.
      *>  With no DEPTREF.DAT on file there is nothing to check a
      *>  code against, so the DEPTREF rule stands down for the run
      *>  rather than fail every employee.
       01 DEPT-REF-FLAG        PIC X VALUE 'N'.
          88 DEPT-REF-LOADED   VALUE 'Y'.

      *>  The rule list. Codes are fixed here - each has its own
      *>  test in APPLY-ONE-RULE - but whether it runs and what it
      *>  weighs come from DQRULES.DAT.
       01 RULE-COUNT           PIC 9(02) VALUE 0.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES.
               10 RULE-CODE        PIC X(08).
               10 RULE-ENABLED     PIC X(01).
                  88 RULE-IS-ENABLED VALUE 'Y'.
               10 RULE-WEIGHT      PIC 9(02).
               10 RULE-TEXT        PIC X(24).
               10 RULE-FIX-PROGRAM PIC X(16).
               10 RULE-FAIL-COUNT  PIC 9(05).
       01 RULE-INDEX           PIC 9(02).
       01 RULE-FOUND-INDEX     PIC 9(02).
       01 NEW-RULE-CODE        PIC X(08).
       01 NEW-RULE-TEXT        PIC X(24).
       01 NEW-RULE-FIX-PROGRAM PIC X(16).
       01 RULE-FAILED-FLAG     PIC X VALUE 'N'.
          88 RULE-FAILED       VALUE 'Y'.

       01 DEPT-REF-COUNT       PIC 9(03) VALUE 0.
       01 DEPT-REF-TABLE.
           05 DEPT-REF-CODE OCCURS 200 TIMES PIC X(04).
       01 DEPT-REF-INDEX       PIC 9(03).
       01 DEPT-KNOWN-FLAG      PIC X VALUE 'N'.
          88 DEPT-IS-KNOWN     VALUE 'Y'.

      *>  One row per department met on the master; a blank code
      *>  collects under "????" so the unassigned show up as a
      *>  department of their own.
       01 DQ-DEPT-COUNT        PIC 9(03) VALUE 0.
       01 DQ-DEPT-TABLE.
           05 DQ-DEPT-ENTRY OCCURS 200 TIMES.
               10 DQ-DEPT-CODE       PIC X(04).
               10 DQ-DEPT-HEADS      PIC 9(05).
               10 DQ-DEPT-COMPLETE   PIC 9(05).
               10 DQ-DEPT-PASSED     PIC 9(07).
               10 DQ-DEPT-POSSIBLE   PIC 9(07).
       01 DQ-DEPT-INDEX        PIC 9(03).
       01 DQ-DEPT-FOUND-INDEX  PIC 9(03).
       01 SCORE-DEPT-CODE      PIC X(04).

      *>  The current employee's failed rules, held until every rule
      *>  has run so each worklist line can carry the overall score.
       01 EMP-DEFECT-COUNT     PIC 9(02) VALUE 0.
       01 EMP-DEFECT-TABLE.
           05 EMP-DEFECT-RULE OCCURS 20 TIMES PIC 9(02).
       01 EMP-DEFECT-INDEX     PIC 9(02).
       01 EMP-PASSED-WEIGHT    PIC 9(04).
       01 EMP-POSSIBLE-WEIGHT  PIC 9(04).
       01 EMP-SCORE            PIC 9(03).

       01 ACTIVE-SCORED-COUNT  PIC 9(05) VALUE 0.
       01 COMPLETE-COUNT       PIC 9(05) VALUE 0.
       01 DEFECT-TOTAL         PIC 9(05) VALUE 0.
       01 TOTAL-PASSED         PIC 9(07) VALUE 0.
       01 TOTAL-POSSIBLE       PIC 9(07) VALUE 0.
       01 COMPLETE-PERCENT     PIC 9(03)V9.
       01 RUN-DATE             PIC 9(08).

       01 SCORE-EDIT           PIC ZZ9.
       01 PERCENT-EDIT         PIC ZZ9.9.
       01 COUNT-EDIT           PIC ZZZZ9.
       01 HEADS-EDIT           PIC ZZZZ9.
       01 WEIGHT-EDIT          PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-DEFAULT-RULES
            PERFORM LOAD-RULE-PARAMETERS
            PERFORM LOAD-DEPT-REFERENCE
            OPEN OUTPUT QUALITY-REPORT-FILE
            PERFORM WRITE-REPORT-HEADING
            PERFORM SCORE-EMPLOYEE-MASTER
            PERFORM WRITE-DEPARTMENT-SUMMARY
            CLOSE QUALITY-REPORT-FILE
            IF DEFECT-TOTAL > 0
                MOVE DEFECT-TOTAL TO COUNT-EDIT
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING COUNT-EDIT " MASTER DEFECTS - SEE DATAQUAL.RPT"
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'W' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
            END-IF
            DISPLAY "DATA-QUALITY: " ACTIVE-SCORED-COUNT
                " ACTIVE SCORED, " COMPLETE-COUNT " COMPLETE, "
                DEFECT-TOTAL " DEFECTS"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  Compiled-in rule list: everything on at weight one, each
      *>  defect pointed at the maintenance program that fixes it.
       LOAD-DEFAULT-RULES.
           MOVE 0 TO RULE-COUNT
           MOVE "NAME" TO NEW-RULE-CODE
           MOVE "SURNAME IS BLANK" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "DOB" TO NEW-RULE-CODE
           MOVE "DATE OF BIRTH MISSING" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "HIREDATE" TO NEW-RULE-CODE
           MOVE "HIRE DATE MISSING" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "DEPT" TO NEW-RULE-CODE
           MOVE "DEPARTMENT IS BLANK" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "DEPTREF" TO NEW-RULE-CODE
           MOVE "DEPT NOT ON DEPTREF" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "PROF" TO NEW-RULE-CODE
           MOVE "PROFESSION IS BLANK" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "RETAGE" TO NEW-RULE-CODE
           MOVE "RETIRE AGE NOT ABOVE AGE" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "ADDRESS" TO NEW-RULE-CODE
           MOVE "NO USABLE ADDRESS" TO NEW-RULE-TEXT
           MOVE "EMP-MAINTENANCE" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
           MOVE "BANK" TO NEW-RULE-CODE
           MOVE "NO LIVE BANK ACCOUNT" TO NEW-RULE-TEXT
           MOVE "BANK-ACCT-MAINT" TO NEW-RULE-FIX-PROGRAM
           PERFORM ADD-DEFAULT-RULE
       .

       ADD-DEFAULT-RULE.
           ADD 1 TO RULE-COUNT
           MOVE NEW-RULE-CODE TO RULE-CODE(RULE-COUNT)
           MOVE 'Y' TO RULE-ENABLED(RULE-COUNT)
           MOVE 1 TO RULE-WEIGHT(RULE-COUNT)
           MOVE NEW-RULE-TEXT TO RULE-TEXT(RULE-COUNT)
           MOVE NEW-RULE-FIX-PROGRAM TO RULE-FIX-PROGRAM(RULE-COUNT)
           MOVE 0 TO RULE-FAIL-COUNT(RULE-COUNT)
       .

      *>  Each DQRULES.DAT line overrides the named rule's switch and
      *>  weight. A code this program has no test for is warned
      *>  about and ignored, so a typo can't silently drop a rule.
       LOAD-RULE-PARAMETERS.
           OPEN INPUT RULE-PARAM-FILE
           IF NOT NO-RULE-PARAM-FILE
               PERFORM UNTIL NO-MORE-RULE-PARAMS
                   READ RULE-PARAM-FILE
                       AT END SET NO-MORE-RULE-PARAMS TO TRUE
                   END-READ
                   IF NOT NO-MORE-RULE-PARAMS
                   AND PRM-RULE-CODE NOT = SPACES
                       PERFORM APPLY-RULE-PARAMETER
                   END-IF
               END-PERFORM
               CLOSE RULE-PARAM-FILE
           END-IF
       .

       APPLY-RULE-PARAMETER.
           MOVE 0 TO RULE-FOUND-INDEX
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
           UNTIL RULE-INDEX > RULE-COUNT
               IF RULE-CODE(RULE-INDEX) = PRM-RULE-CODE
                   MOVE RULE-INDEX TO RULE-FOUND-INDEX
               END-IF
           END-PERFORM
           IF RULE-FOUND-INDEX = 0
               DISPLAY "DATA-QUALITY: UNKNOWN RULE " PRM-RULE-CODE
                   " IN DQRULES.DAT IGNORED"
               MOVE "APPLY-RULE-PARAMETER" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "DQRULES.DAT UNKNOWN RULE " PRM-RULE-CODE
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               IF PRM-RULE-ENABLED = 'N'
                   MOVE 'N' TO RULE-ENABLED(RULE-FOUND-INDEX)
               ELSE
                   MOVE 'Y' TO RULE-ENABLED(RULE-FOUND-INDEX)
               END-IF
               IF PRM-RULE-WEIGHT IS NUMERIC
               AND PRM-RULE-WEIGHT > "00"
                   MOVE PRM-RULE-WEIGHT
                       TO RULE-WEIGHT(RULE-FOUND-INDEX)
               END-IF
           END-IF
       .

       LOAD-DEPT-REFERENCE.
           MOVE 0 TO DEPT-REF-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF NOT NO-DEPT-REF-FILE
               SET DEPT-REF-LOADED TO TRUE
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                   AND DEPT-REF-COUNT < 200
                       ADD 1 TO DEPT-REF-COUNT
                       MOVE DEPT-CODE-REF
                           TO DEPT-REF-CODE(DEPT-REF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF
       .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO QUALITY-REPORT-LINE
           STRING "EMPLOYEE MASTER DATA-QUALITY SCORECARD  "
               RUN-DATE
               DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE "RULES IN FORCE:" TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
           UNTIL RULE-INDEX > RULE-COUNT
               MOVE RULE-WEIGHT(RULE-INDEX) TO WEIGHT-EDIT
               MOVE SPACES TO QUALITY-REPORT-LINE
               IF RULE-IS-ENABLED(RULE-INDEX)
                   STRING "  " RULE-CODE(RULE-INDEX) " WEIGHT "
                       WEIGHT-EDIT "  " RULE-TEXT(RULE-INDEX)
                       DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
               ELSE
                   STRING "  " RULE-CODE(RULE-INDEX) " OFF"
                       DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
               END-IF
               WRITE QUALITY-REPORT-LINE
           END-PERFORM
           IF NOT DEPT-REF-LOADED
               MOVE "  (NO DEPTREF.DAT - DEPTREF RULE NOT APPLIED)"
                   TO QUALITY-REPORT-LINE
               WRITE QUALITY-REPORT-LINE
           END-IF
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE "DEFECT WORKLIST" TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE SPACES TO QUALITY-REPORT-LINE
           STRING "EMP-ID SURNAME              DEPT SCORE RULE     "
               "DEFECT"
               "                   FIX THROUGH"
               DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
       .

      *>  Terminated records are history, not a worklist; only the
      *>  actives are scored. The address and bank files are probed
      *>  by key per employee, so a missing file simply fails those
      *>  rules for everyone - which is what it means.
       SCORE-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-ADDRESS-FILE
           IF EMPLOYEE-ADDRESS-FILE-STATUS = "00"
               SET ADDRESS-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BANK-ACCOUNT-FILE
           IF BANK-ACCOUNT-FILE-STATUS = "00"
               SET BANK-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
                   MASTER-FILE-STATUS
               MOVE "SCORE-EMPLOYEE-MAST" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "EMPMAST.DAT OPEN FAILED, STATUS="
                   MASTER-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM READ-EMPLOYEE-MASTER
               PERFORM UNTIL END-OF-EMPLOYEE-MASTER
                   IF NOT MASTER-TERMINATED
                       PERFORM SCORE-ONE-EMPLOYEE
                   END-IF
                   PERFORM READ-EMPLOYEE-MASTER
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF ADDRESS-FILE-OPEN
               CLOSE EMPLOYEE-ADDRESS-FILE
           END-IF
           IF BANK-FILE-OPEN
               CLOSE BANK-ACCOUNT-FILE
           END-IF
       .

       READ-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET END-OF-EMPLOYEE-MASTER TO TRUE
           END-READ
       .

       SCORE-ONE-EMPLOYEE.
           ADD 1 TO ACTIVE-SCORED-COUNT
           MOVE 0 TO EMP-DEFECT-COUNT
           MOVE 0 TO EMP-PASSED-WEIGHT
           MOVE 0 TO EMP-POSSIBLE-WEIGHT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
           UNTIL RULE-INDEX > RULE-COUNT
               IF RULE-IS-ENABLED(RULE-INDEX)
                   PERFORM APPLY-ONE-RULE
               END-IF
           END-PERFORM
           IF EMP-POSSIBLE-WEIGHT > 0
               COMPUTE EMP-SCORE =
                   EMP-PASSED-WEIGHT * 100 / EMP-POSSIBLE-WEIGHT
           ELSE
               MOVE 100 TO EMP-SCORE
           END-IF
           IF EMP-DEFECT-COUNT = 0
               ADD 1 TO COMPLETE-COUNT
           ELSE
               PERFORM WRITE-EMPLOYEE-DEFECTS
           END-IF
           PERFORM ADD-TO-DEPARTMENT
       .

       APPLY-ONE-RULE.
           MOVE 'N' TO RULE-FAILED-FLAG
           EVALUATE RULE-CODE(RULE-INDEX)
               WHEN "NAME"
                   IF MASTER-SURNAME = SPACES
                       SET RULE-FAILED TO TRUE
                   END-IF
               WHEN "DOB"
                   IF MASTER-DOB NOT NUMERIC
                   OR MASTER-DOB = ZERO
                       SET RULE-FAILED TO TRUE
                   END-IF
               WHEN "HIREDATE"
                   IF MASTER-HIRE-DATE NOT NUMERIC
                   OR MASTER-HIRE-DATE = ZERO
                       SET RULE-FAILED TO TRUE
                   END-IF
               WHEN "DEPT"
                   IF MASTER-DEPT-CODE = SPACES
                       SET RULE-FAILED TO TRUE
                   END-IF
      *>  A blank code is the DEPT rule's defect; this one is for a
      *>  code that was keyed but names no real department.
               WHEN "DEPTREF"
                   IF DEPT-REF-LOADED
                   AND MASTER-DEPT-CODE NOT = SPACES
                       PERFORM CHECK-DEPT-KNOWN
                       IF NOT DEPT-IS-KNOWN
                           SET RULE-FAILED TO TRUE
                       END-IF
                   END-IF
               WHEN "PROF"
                   IF MASTER-PROFESSION = SPACES
                       SET RULE-FAILED TO TRUE
                   END-IF
               WHEN "RETAGE"
                   IF MASTER-RETIRE-AGE NOT NUMERIC
                   OR MASTER-AGE NOT NUMERIC
                       SET RULE-FAILED TO TRUE
                   ELSE
                       IF MASTER-RETIRE-AGE = 0
                       OR MASTER-RETIRE-AGE < MASTER-AGE
                           SET RULE-FAILED TO TRUE
                       END-IF
                   END-IF
               WHEN "ADDRESS"
                   SET RULE-FAILED TO TRUE
                   IF ADDRESS-FILE-OPEN
                       MOVE MASTER-EMP-ID TO ADDR-EMP-ID
                       READ EMPLOYEE-ADDRESS-FILE
                       IF EMPLOYEE-ADDRESS-FILE-STATUS = "00"
                       AND ADDR-STREET-1 NOT = SPACES
                       AND ADDR-CITY NOT = SPACES
                           MOVE 'N' TO RULE-FAILED-FLAG
                       END-IF
                   END-IF
      *>  A pending prenote is an account on its way, not a defect;
      *>  only no account at all, or a dead one, fails.
               WHEN "BANK"
                   SET RULE-FAILED TO TRUE
                   IF BANK-FILE-OPEN
                       MOVE MASTER-EMP-ID TO ACCT-EMP-ID
                       READ BANK-ACCOUNT-FILE
                       IF BANK-ACCOUNT-FILE-STATUS = "00"
                       AND NOT ACCT-CLOSED
                       AND NOT ACCT-REJECTED
                           MOVE 'N' TO RULE-FAILED-FLAG
                       END-IF
                   END-IF
           END-EVALUATE
           ADD RULE-WEIGHT(RULE-INDEX) TO EMP-POSSIBLE-WEIGHT
           IF RULE-FAILED
               ADD 1 TO RULE-FAIL-COUNT(RULE-INDEX)
               ADD 1 TO DEFECT-TOTAL
               IF EMP-DEFECT-COUNT < 20
                   ADD 1 TO EMP-DEFECT-COUNT
                   MOVE RULE-INDEX TO EMP-DEFECT-RULE(EMP-DEFECT-COUNT)
               END-IF
           ELSE
               ADD RULE-WEIGHT(RULE-INDEX) TO EMP-PASSED-WEIGHT
           END-IF
       .

       CHECK-DEPT-KNOWN.
           MOVE 'N' TO DEPT-KNOWN-FLAG
           PERFORM VARYING DEPT-REF-INDEX FROM 1 BY 1
           UNTIL DEPT-REF-INDEX > DEPT-REF-COUNT OR DEPT-IS-KNOWN
               IF DEPT-REF-CODE(DEPT-REF-INDEX) = MASTER-DEPT-CODE
                   SET DEPT-IS-KNOWN TO TRUE
               END-IF
           END-PERFORM
       .

       WRITE-EMPLOYEE-DEFECTS.
           MOVE EMP-SCORE TO SCORE-EDIT
           PERFORM VARYING EMP-DEFECT-INDEX FROM 1 BY 1
           UNTIL EMP-DEFECT-INDEX > EMP-DEFECT-COUNT
               MOVE EMP-DEFECT-RULE(EMP-DEFECT-INDEX) TO RULE-INDEX
               MOVE SPACES TO QUALITY-REPORT-LINE
               STRING MASTER-EMP-ID " " MASTER-SURNAME " "
                   MASTER-DEPT-CODE " " SCORE-EDIT "%  "
                   RULE-CODE(RULE-INDEX) " " RULE-TEXT(RULE-INDEX)
                   " " RULE-FIX-PROGRAM(RULE-INDEX)
                   DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
               WRITE QUALITY-REPORT-LINE
           END-PERFORM
       .

       ADD-TO-DEPARTMENT.
           IF MASTER-DEPT-CODE = SPACES
               MOVE "????" TO SCORE-DEPT-CODE
           ELSE
               MOVE MASTER-DEPT-CODE TO SCORE-DEPT-CODE
           END-IF
           MOVE 0 TO DQ-DEPT-FOUND-INDEX
           PERFORM VARYING DQ-DEPT-INDEX FROM 1 BY 1
           UNTIL DQ-DEPT-INDEX > DQ-DEPT-COUNT
               IF DQ-DEPT-CODE(DQ-DEPT-INDEX) = SCORE-DEPT-CODE
                   MOVE DQ-DEPT-INDEX TO DQ-DEPT-FOUND-INDEX
               END-IF
           END-PERFORM
           IF DQ-DEPT-FOUND-INDEX = 0
           AND DQ-DEPT-COUNT < 200
               ADD 1 TO DQ-DEPT-COUNT
               MOVE DQ-DEPT-COUNT TO DQ-DEPT-FOUND-INDEX
               MOVE SCORE-DEPT-CODE
                   TO DQ-DEPT-CODE(DQ-DEPT-FOUND-INDEX)
               MOVE 0 TO DQ-DEPT-HEADS(DQ-DEPT-FOUND-INDEX)
               MOVE 0 TO DQ-DEPT-COMPLETE(DQ-DEPT-FOUND-INDEX)
               MOVE 0 TO DQ-DEPT-PASSED(DQ-DEPT-FOUND-INDEX)
               MOVE 0 TO DQ-DEPT-POSSIBLE(DQ-DEPT-FOUND-INDEX)
           END-IF
           IF DQ-DEPT-FOUND-INDEX > 0
               ADD 1 TO DQ-DEPT-HEADS(DQ-DEPT-FOUND-INDEX)
               IF EMP-DEFECT-COUNT = 0
                   ADD 1 TO DQ-DEPT-COMPLETE(DQ-DEPT-FOUND-INDEX)
               END-IF
               ADD EMP-PASSED-WEIGHT
                   TO DQ-DEPT-PASSED(DQ-DEPT-FOUND-INDEX)
               ADD EMP-POSSIBLE-WEIGHT
                   TO DQ-DEPT-POSSIBLE(DQ-DEPT-FOUND-INDEX)
           END-IF
           ADD EMP-PASSED-WEIGHT TO TOTAL-PASSED
           ADD EMP-POSSIBLE-WEIGHT TO TOTAL-POSSIBLE
       .

      *>  Completeness is weighted: the share of possible rule weight
      *>  the department's actives pass, alongside the plain count of
      *>  heads with nothing left to fix.
       WRITE-DEPARTMENT-SUMMARY.
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE "COMPLETENESS BY DEPARTMENT" TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE "DEPT  HEADS  COMPLETE  COMPLETENESS"
               TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           PERFORM VARYING DQ-DEPT-INDEX FROM 1 BY 1
           UNTIL DQ-DEPT-INDEX > DQ-DEPT-COUNT
               IF DQ-DEPT-POSSIBLE(DQ-DEPT-INDEX) > 0
                   COMPUTE COMPLETE-PERCENT ROUNDED =
                       DQ-DEPT-PASSED(DQ-DEPT-INDEX) * 100
                       / DQ-DEPT-POSSIBLE(DQ-DEPT-INDEX)
               ELSE
                   MOVE 100 TO COMPLETE-PERCENT
               END-IF
               MOVE COMPLETE-PERCENT TO PERCENT-EDIT
               MOVE DQ-DEPT-HEADS(DQ-DEPT-INDEX) TO HEADS-EDIT
               MOVE DQ-DEPT-COMPLETE(DQ-DEPT-INDEX) TO COUNT-EDIT
               MOVE SPACES TO QUALITY-REPORT-LINE
               STRING DQ-DEPT-CODE(DQ-DEPT-INDEX) "  " HEADS-EDIT
                   "     " COUNT-EDIT "        " PERCENT-EDIT "%"
                   DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
               WRITE QUALITY-REPORT-LINE
           END-PERFORM
           IF TOTAL-POSSIBLE > 0
               COMPUTE COMPLETE-PERCENT ROUNDED =
                   TOTAL-PASSED * 100 / TOTAL-POSSIBLE
           ELSE
               MOVE 100 TO COMPLETE-PERCENT
           END-IF
           MOVE COMPLETE-PERCENT TO PERCENT-EDIT
           MOVE ACTIVE-SCORED-COUNT TO HEADS-EDIT
           MOVE COMPLETE-COUNT TO COUNT-EDIT
           MOVE SPACES TO QUALITY-REPORT-LINE
           STRING "ALL   " HEADS-EDIT "     " COUNT-EDIT "        "
               PERCENT-EDIT "%"
               DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE "DEFECTS BY RULE" TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
           UNTIL RULE-INDEX > RULE-COUNT
               IF RULE-IS-ENABLED(RULE-INDEX)
                   MOVE RULE-FAIL-COUNT(RULE-INDEX) TO COUNT-EDIT
                   MOVE SPACES TO QUALITY-REPORT-LINE
                   STRING "  " RULE-CODE(RULE-INDEX) " " COUNT-EDIT
                       DELIMITED BY SIZE INTO QUALITY-REPORT-LINE
                   WRITE QUALITY-REPORT-LINE
               END-IF
           END-PERFORM
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "DATA-QUALITY" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM DATA-QUALITY.
