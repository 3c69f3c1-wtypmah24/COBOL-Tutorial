       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-APPROVE.
      *>  Manager decision on booked leave requests. ABSENCE-CALENDAR
      *>  books a new request on LEAVREQ.DAT as 'R' requested once it
      *>  fits under the department's absence limit; here the manager
      *>  of the employee's department - the manager id on
      *>  DEPTREF.DAT, signed on under their own employee id with the
      *>  manager approval letter 'T' TIMECARD-APPROVE also checks -
      *>  approves each one ('A') or refuses it ('J') with a reason.
      *>  A manager's own requests are never offered to them. The
      *>  decision, who made it and the date are stamped onto the
      *>  request itself; an approved request outranks every new one
      *>  on the next calendar run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-REQUEST-FILE-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY "LEAVE-REQUEST.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       WORKING-STORAGE SECTION.
       01 LEAVE-REQUEST-FILE-STATUS PIC XX.
          88 NO-LEAVE-REQUEST-FILE VALUE "35".
          88 NO-MORE-LEAVE-REQUESTS VALUE "10".
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.

       01 MANAGER-EMP-ID       PIC X(06).
       01 MANAGED-DEPT-COUNT   PIC 9(02) VALUE 0.
       01 MANAGED-DEPT-TABLE.
           05 MANAGED-DEPT-CODE PIC X(04) OCCURS 50 TIMES.
       01 MANAGED-DEPT-INDEX   PIC 9(02).
       01 DEPT-MANAGED-FLAG    PIC X VALUE 'N'.
          88 DEPT-IS-MANAGED   VALUE 'Y'.

      *>  The whole file is held while the manager decides, then
      *>  written back - the load-work-rewrite shape TIMECARD-APPROVE
      *>  uses on its cards. A file too big to hold is refused
      *>  rather than cut short on the rewrite.
       01 REQUEST-COUNT        PIC 9(04) VALUE 0.
       01 REQUEST-OVERFLOW-FLAG PIC X VALUE 'N'.
          88 REQUESTS-OVERFLOWED VALUE 'Y'.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 2000 TIMES.
               10 RQT-IMAGE     PIC X(72).
       01 REQUEST-INDEX        PIC 9(04).
       01 DECISION-CHOICE      PIC X VALUE SPACE.
       01 QUIT-FLAG            PIC X VALUE 'N'.
          88 MANAGER-QUIT      VALUE 'Y'.
       01 APPROVALS-DONE       PIC 9(04) VALUE 0.
       01 REFUSALS-DONE        PIC 9(04) VALUE 0.
       01 REQUESTS-OFFERED     PIC 9(04) VALUE 0.
       01 REFUSAL-REASON       PIC X(30).
       01 TODAYS-DATE-N        PIC 9(08).
      *>  NAME-FORMAT call set - each request shows "SURNAME, GIVEN".
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.
       01 REQUEST-NAME         PIC X(30).

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  onto every request decided. 'T' is the manager approval
      *>  letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'T'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "LEAVE-APPROVE: OPERATOR "
                    SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION T - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE SIGNON-OPERATOR-ID(1:6) TO MANAGER-EMP-ID
            ACCEPT TODAYS-DATE-N FROM DATE YYYYMMDD

            PERFORM LOAD-MANAGED-DEPARTMENTS
            IF MANAGED-DEPT-COUNT = 0
                DISPLAY "LEAVE-APPROVE: " MANAGER-EMP-ID
                    " MANAGES NO DEPARTMENT ON DEPTREF.DAT"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM LOAD-LEAVE-REQUESTS
            EVALUATE TRUE
                WHEN REQUESTS-OVERFLOWED
                    DISPLAY "LEAVE-APPROVE: LEAVREQ.DAT HOLDS MORE"
                        " THAN 2000 REQUESTS - NOTHING CHANGED"
                    MOVE 1 TO RETURN-CODE
                WHEN REQUEST-COUNT = 0
                    DISPLAY "No leave requests on file."
                WHEN OTHER
                    PERFORM REVIEW-BOOKED-REQUESTS
            END-EVALUATE
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LOAD-MANAGED-DEPARTMENTS.
           MOVE 0 TO MANAGED-DEPT-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF DEPT-REF-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                   AND DEPT-MANAGER-REF = MANAGER-EMP-ID
                   AND MANAGED-DEPT-COUNT < 50
                       ADD 1 TO MANAGED-DEPT-COUNT
                       MOVE DEPT-CODE-REF
                           TO MANAGED-DEPT-CODE(MANAGED-DEPT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF
       .

       LOAD-LEAVE-REQUESTS.
           MOVE 0 TO REQUEST-COUNT
           OPEN INPUT LEAVE-REQUEST-FILE
           IF NOT NO-LEAVE-REQUEST-FILE
               PERFORM UNTIL NO-MORE-LEAVE-REQUESTS
                   READ LEAVE-REQUEST-FILE
                       AT END SET NO-MORE-LEAVE-REQUESTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-LEAVE-REQUESTS
                       IF REQUEST-COUNT < 2000
                           ADD 1 TO REQUEST-COUNT
                           MOVE LEAVE-REQUEST-RECORD
                               TO RQT-IMAGE(REQUEST-COUNT)
                       ELSE
                           SET REQUESTS-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE LEAVE-REQUEST-FILE
       .

       REVIEW-BOOKED-REQUESTS.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
                   MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUEST-COUNT
               OR MANAGER-QUIT
                   PERFORM OFFER-ONE-REQUEST
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               IF APPROVALS-DONE > 0 OR REFUSALS-DONE > 0
                   PERFORM REWRITE-LEAVE-REQUEST-FILE
               END-IF
               DISPLAY "LEAVE-APPROVE: " REQUESTS-OFFERED
                   " OFFERED, " APPROVALS-DONE " APPROVED, "
                   REFUSALS-DONE " REFUSED"
           END-IF
       .

      *>  Only booked requests for the manager's own departments, and
      *>  never the manager's own leave. New requests wait for the
      *>  calendar's limit check before a manager sees them.
       OFFER-ONE-REQUEST.
           MOVE RQT-IMAGE(REQUEST-INDEX) TO LEAVE-REQUEST-RECORD
           IF LRQ-REQUESTED
           AND LRQ-EMP-ID NOT = MANAGER-EMP-ID
               MOVE LRQ-EMP-ID TO MASTER-EMP-ID
               READ EMPLOYEE-MASTER
               MOVE 'N' TO DEPT-MANAGED-FLAG
               IF MASTER-FILE-STATUS = "00"
                   PERFORM VARYING MANAGED-DEPT-INDEX FROM 1 BY 1
                   UNTIL MANAGED-DEPT-INDEX > MANAGED-DEPT-COUNT
                       IF MANAGED-DEPT-CODE(MANAGED-DEPT-INDEX)
                           = MASTER-DEPT-CODE
                           SET DEPT-IS-MANAGED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF DEPT-IS-MANAGED
                   PERFORM DECIDE-ONE-REQUEST
               END-IF
           END-IF
       .

       DECIDE-ONE-REQUEST.
           ADD 1 TO REQUESTS-OFFERED
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE NAME-RESULT TO REQUEST-NAME
           DISPLAY LRQ-EMP-ID " " REQUEST-NAME " "
               MASTER-DEPT-CODE " " LRQ-TYPE " "
               LRQ-START-DATE " TO " LRQ-END-DATE
           DISPLAY "  (A)pprove (R)efuse (S)kip (Q)uit?"
           MOVE SPACE TO DECISION-CHOICE
           ACCEPT DECISION-CHOICE
           EVALUATE TRUE
               WHEN DECISION-CHOICE = 'A'
                   SET LRQ-APPROVED TO TRUE
                   PERFORM STAMP-DECISION
                   ADD 1 TO APPROVALS-DONE
                   DISPLAY "  Approved."
               WHEN DECISION-CHOICE = 'R'
                   DISPLAY "  Reason?"
                   MOVE SPACES TO REFUSAL-REASON
                   ACCEPT REFUSAL-REASON
                   IF REFUSAL-REASON = SPACES
                       MOVE "REFUSED BY MANAGER" TO REFUSAL-REASON
                   END-IF
                   MOVE REFUSAL-REASON TO LRQ-REASON
                   SET LRQ-REJECTED TO TRUE
                   PERFORM STAMP-DECISION
                   ADD 1 TO REFUSALS-DONE
                   DISPLAY "  Refused."
               WHEN DECISION-CHOICE = 'Q'
                   SET MANAGER-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "  Skipped."
           END-EVALUATE
       .

       STAMP-DECISION.
           MOVE SIGNON-OPERATOR-ID TO LRQ-DECIDED-BY
           MOVE TODAYS-DATE-N TO LRQ-DECIDED-DATE
           MOVE LEAVE-REQUEST-RECORD TO RQT-IMAGE(REQUEST-INDEX)
       .

       REWRITE-LEAVE-REQUEST-FILE.
           OPEN OUTPUT LEAVE-REQUEST-FILE
           PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
           UNTIL REQUEST-INDEX > REQUEST-COUNT
               MOVE RQT-IMAGE(REQUEST-INDEX) TO LEAVE-REQUEST-RECORD
               WRITE LEAVE-REQUEST-RECORD
           END-PERFORM
           IF LEAVE-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LEAVREQ.DAT REWRITE FAILED, STATUS="
                   LEAVE-REQUEST-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE LEAVE-REQUEST-FILE
       .

       END PROGRAM LEAVE-APPROVE.
