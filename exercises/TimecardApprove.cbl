       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECARD-APPROVE.
      *>  Manager approval of the daily timecards on TIMECARD.DAT.
      *>  The pay run pays only approved cards, so nobody's hours
      *>  reach a slip until the manager of their department - the
      *>  manager id on DEPTREF.DAT - has seen them. Managers sign on
      *>  through OPERATOR-SIGNON under their own employee id ('T' is
      *>  this program's function letter); the session lists every
      *>  pending card for the departments that id manages, and each
      *>  one is approved, rejected or left for later. A manager's
      *>  own cards are never offered to them, the same two-person
      *>  rule CHANGE-APPROVE holds master changes to. The decision
      *>  and who made it are stamped onto the card itself.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.
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
       FD  TIMECARD-FILE.
           COPY "TIMECARD.cpy".

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       WORKING-STORAGE SECTION.
       01 TIMECARD-FILE-STATUS PIC XX.
          88 NO-TIMECARD-FILE  VALUE "35".
          88 NO-MORE-TIMECARDS VALUE "10".
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
      *>  written back - the load-work-rewrite shape CHANGE-APPROVE
      *>  uses on its queue. A file too big to hold is refused
      *>  rather than cut short on the rewrite.
       01 TIMECARD-COUNT       PIC 9(04) VALUE 0.
       01 TIMECARD-OVERFLOW-FLAG PIC X VALUE 'N'.
          88 TIMECARDS-OVERFLOWED VALUE 'Y'.
       01 TIMECARD-TABLE.
           05 TIMECARD-ENTRY OCCURS 2000 TIMES.
               10 TCT-IMAGE     PIC X(50).
       01 TIMECARD-INDEX       PIC 9(04).
       01 DECISION-CHOICE      PIC X VALUE SPACE.
       01 QUIT-FLAG            PIC X VALUE 'N'.
          88 MANAGER-QUIT      VALUE 'Y'.
       01 CARD-HOURS-VALID-FLAG PIC X VALUE 'Y'.
          88 CARD-HOURS-VALID  VALUE 'Y'.
       01 APPROVALS-DONE       PIC 9(04) VALUE 0.
       01 REJECTIONS-DONE      PIC 9(04) VALUE 0.
       01 CARDS-OFFERED        PIC 9(04) VALUE 0.
       01 CARD-HOURS-EDIT      PIC Z9.9.
      *>  NAME-FORMAT call set - each card shows "SURNAME, GIVEN".
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.
       01 CARD-NAME            PIC X(30).

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  onto every card decided. 'T' is this program's function
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
                DISPLAY "TIMECARD-APPROVE: OPERATOR "
                    SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION T - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE SIGNON-OPERATOR-ID(1:6) TO MANAGER-EMP-ID

            PERFORM LOAD-MANAGED-DEPARTMENTS
            IF MANAGED-DEPT-COUNT = 0
                DISPLAY "TIMECARD-APPROVE: " MANAGER-EMP-ID
                    " MANAGES NO DEPARTMENT ON DEPTREF.DAT"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM LOAD-TIMECARDS
            EVALUATE TRUE
                WHEN TIMECARDS-OVERFLOWED
                    DISPLAY "TIMECARD-APPROVE: TIMECARD.DAT HOLDS MORE"
                        " THAN 2000 CARDS - NOTHING CHANGED"
                    MOVE 1 TO RETURN-CODE
                WHEN TIMECARD-COUNT = 0
                    DISPLAY "No timecards on file."
                WHEN OTHER
                    PERFORM REVIEW-PENDING-TIMECARDS
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

       LOAD-TIMECARDS.
           MOVE 0 TO TIMECARD-COUNT
           OPEN INPUT TIMECARD-FILE
           IF NOT NO-TIMECARD-FILE
               PERFORM UNTIL NO-MORE-TIMECARDS
                   READ TIMECARD-FILE
                       AT END SET NO-MORE-TIMECARDS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TIMECARDS
                       IF TIMECARD-COUNT < 2000
                           ADD 1 TO TIMECARD-COUNT
                           MOVE TIMECARD-RECORD
                               TO TCT-IMAGE(TIMECARD-COUNT)
                       ELSE
                           SET TIMECARDS-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TIMECARD-FILE
       .

       REVIEW-PENDING-TIMECARDS.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN EMPMAST.DAT, STATUS="
                   MASTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
               UNTIL TIMECARD-INDEX > TIMECARD-COUNT
               OR MANAGER-QUIT
                   PERFORM OFFER-ONE-TIMECARD
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               IF APPROVALS-DONE > 0 OR REJECTIONS-DONE > 0
                   PERFORM REWRITE-TIMECARD-FILE
               END-IF
               DISPLAY "TIMECARD-APPROVE: " CARDS-OFFERED
                   " OFFERED, " APPROVALS-DONE " APPROVED, "
                   REJECTIONS-DONE " REJECTED"
           END-IF
       .

      *>  Only pending cards for the manager's own departments, and
      *>  never the manager's own card. A card with no sensible
      *>  hours can be rejected but not approved.
       OFFER-ONE-TIMECARD.
           MOVE TCT-IMAGE(TIMECARD-INDEX) TO TIMECARD-RECORD
           IF TC-PENDING
           AND TC-EMP-ID NOT = MANAGER-EMP-ID
               MOVE TC-EMP-ID TO MASTER-EMP-ID
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
                   PERFORM DECIDE-ONE-TIMECARD
               END-IF
           END-IF
       .

       DECIDE-ONE-TIMECARD.
           ADD 1 TO CARDS-OFFERED
           MOVE 'Y' TO CARD-HOURS-VALID-FLAG
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE NAME-RESULT TO CARD-NAME
           IF TC-HOURS NOT NUMERIC
           OR TC-WORK-DATE NOT NUMERIC
               MOVE 'N' TO CARD-HOURS-VALID-FLAG
               DISPLAY TC-EMP-ID " " CARD-NAME " "
                   TC-WORK-DATE " HOURS NOT READABLE"
           ELSE
               IF TC-HOURS = 0 OR TC-HOURS > 24
                   MOVE 'N' TO CARD-HOURS-VALID-FLAG
               END-IF
               MOVE TC-HOURS TO CARD-HOURS-EDIT
               DISPLAY TC-EMP-ID " " CARD-NAME " "
                   MASTER-DEPT-CODE " " TC-WORK-DATE " "
                   CARD-HOURS-EDIT " HOURS"
           END-IF
           IF CARD-HOURS-VALID
               DISPLAY "  (A)pprove (R)eject (S)kip (Q)uit?"
           ELSE
               DISPLAY "  Hours not payable - (R)eject (S)kip "
                   "(Q)uit?"
           END-IF
           MOVE SPACE TO DECISION-CHOICE
           ACCEPT DECISION-CHOICE
           EVALUATE TRUE
               WHEN DECISION-CHOICE = 'A' AND CARD-HOURS-VALID
                   SET TC-APPROVED TO TRUE
                   PERFORM STAMP-DECISION
                   ADD 1 TO APPROVALS-DONE
                   DISPLAY "  Approved."
               WHEN DECISION-CHOICE = 'R'
                   SET TC-REJECTED TO TRUE
                   PERFORM STAMP-DECISION
                   ADD 1 TO REJECTIONS-DONE
                   DISPLAY "  Rejected."
               WHEN DECISION-CHOICE = 'Q'
                   SET MANAGER-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "  Skipped."
           END-EVALUATE
       .

       STAMP-DECISION.
           MOVE SIGNON-OPERATOR-ID TO TC-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO TC-DECIDED-STAMP
           MOVE TIMECARD-RECORD TO TCT-IMAGE(TIMECARD-INDEX)
       .

       REWRITE-TIMECARD-FILE.
           OPEN OUTPUT TIMECARD-FILE
           PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
           UNTIL TIMECARD-INDEX > TIMECARD-COUNT
               MOVE TCT-IMAGE(TIMECARD-INDEX) TO TIMECARD-RECORD
               WRITE TIMECARD-RECORD
           END-PERFORM
           IF TIMECARD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: TIMECARD.DAT REWRITE FAILED, STATUS="
                   TIMECARD-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE TIMECARD-FILE
       .

       END PROGRAM TIMECARD-APPROVE.
