       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-MAINT.
      *>  Maintenance for the position-control file POSITION.DAT: the
      *>  budgeted seats each department is allowed, DEPTREF.DAT only
      *>  ever knowing a department's name and manager. List a
      *>  department's positions, add a position, change its title,
      *>  FTE or department, vacate it by hand, or delete one keyed in
      *>  error. Seating is not done here - onboarding and
      *>  DEPT-TRANSFER fill a position as they place the employee -
      *>  so a department is only moved, and a position only deleted,
      *>  while it is vacant. The session goes through the shared
      *>  OPERATOR-SIGNON under the reference-table letter 'P', and
      *>  every WRITE, REWRITE and DELETE leaves a before/after row on
      *>  POSHIST.DAT in the EMPHIST.DAT layout, the way COMP-MAINT
      *>  trails the compensation master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ID
               FILE STATUS IS POSITION-FILE-STATUS.
      *>  Before/after image trail for every position change, the
      *>  EMPHIST.DAT row shape with the position record in the image
      *>  columns.
           SELECT POSITION-HISTORY-FILE ASSIGN TO "POSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-HISTORY-FILE-STATUS.
      *>  Maintained department reference; a position in a code that
      *>  is not on the table is refused.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
           COPY "POSITION.cpy".

       FD  POSITION-HISTORY-FILE.
       01  POSITION-HISTORY-LINE PIC X(341).

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the position record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
       01 POSITION-HISTORY-FILE-STATUS PIC XX.
          88 NO-POSITION-HISTORY-FILE VALUE "35".
       01 POSITION-FILE-STATUS PIC XX.
          88 NO-POSITION-FILE  VALUE "35".
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-CHANGE     VALUE 'C'.
          88 ACTION-VACATE     VALUE 'V'.
          88 ACTION-DELETE     VALUE 'D'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 ACTION-CONFIRMED  VALUE 'Y'.

       01 WORK-POS-ID          PIC X(06).
       01 WORK-DEPT-CODE       PIC X(04).
       01 WORK-TITLE           PIC X(20).
       01 WORK-FTE-IN          PIC X(06).
       01 WORK-FTE             PIC 9(01)V99.
       01 LIST-DONE-FLAG       PIC X VALUE 'N'.
          88 LIST-DONE         VALUE 'Y'.
       01 ROWS-LISTED          PIC 9(04) VALUE 0.
       01 LIST-FTE-TOTAL       PIC 9(03)V99 VALUE 0.
       01 ROW-INPUT-FLAG       PIC X VALUE 'N'.
          88 ROW-INPUT-VALID   VALUE 'Y'.
       01 LIST-FTE-EDIT        PIC 9.99.
       01 LIST-TOTAL-EDIT      PIC ZZ9.99.
       01 LIST-HOLDER          PIC X(06).

      *>  Department reference table, loaded once at startup the way
      *>  onboarding loads it. When DEPTREF.DAT is missing the table
      *>  stays empty and any code is accepted, the same degrade the
      *>  onboarding check applies.
       01 DEPT-REF-COUNT       PIC 9(03) VALUE 0.
       01 DEPT-REF-TABLE.
           05 DEPT-REF-ENTRY PIC X(04) OCCURS 50 TIMES.
       01 DEPT-REF-INDEX       PIC 9(03).
       01 DEPT-CODE-VALID-FLAG PIC X VALUE 'N'.
          88 DEPT-CODE-VALID   VALUE 'Y'.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the change traces to a
      *>  person. 'P' is the reference-table maintenance letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'P'.
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
                DISPLAY "POSITION-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION P - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LOAD-DEPT-CODES

      *>  POSITION.DAT may not exist on the first run; create it the
      *>  same way SAVE-EMPLOYEE-MASTER creates a fresh master.
            OPEN I-O POSITION-FILE
            IF NO-POSITION-FILE
                OPEN OUTPUT POSITION-FILE
                CLOSE POSITION-FILE
                OPEN I-O POSITION-FILE
            END-IF
            IF POSITION-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN POSITION.DAT, STATUS="
                    POSITION-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (L)ist (A)dd (C)hange (V)acate"
                        " (D)elete (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-LIST
                            PERFORM LIST-POSITIONS
                        WHEN ACTION-ADD
                            PERFORM ADD-POSITION
                        WHEN ACTION-CHANGE
                            PERFORM CHANGE-POSITION
                        WHEN ACTION-VACATE
                            PERFORM VACATE-POSITION
                        WHEN ACTION-DELETE
                            PERFORM DELETE-POSITION
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose L, A, C, V, D or Q."
                    END-EVALUATE
                END-PERFORM
                CLOSE POSITION-FILE
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Every position on file, or one department's, with who
      *>  holds each and the department's budgeted FTE total.
       LIST-POSITIONS.
           DISPLAY "Department code (blank for all)?"
           MOVE SPACES TO WORK-DEPT-CODE
           ACCEPT WORK-DEPT-CODE
           MOVE 0 TO ROWS-LISTED
           MOVE 0 TO LIST-FTE-TOTAL
           MOVE 'N' TO LIST-DONE-FLAG
           MOVE LOW-VALUES TO POS-ID
           START POSITION-FILE KEY >= POS-ID
               INVALID KEY SET LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL LIST-DONE
               READ POSITION-FILE NEXT RECORD
                   AT END SET LIST-DONE TO TRUE
               END-READ
               IF POSITION-FILE-STATUS NOT = "00"
                   SET LIST-DONE TO TRUE
               END-IF
               IF NOT LIST-DONE
               AND (WORK-DEPT-CODE = SPACES
                    OR POS-DEPT-CODE = WORK-DEPT-CODE)
                   ADD 1 TO ROWS-LISTED
                   ADD POS-BUDGET-FTE TO LIST-FTE-TOTAL
                   MOVE POS-BUDGET-FTE TO LIST-FTE-EDIT
                   IF POS-VACANT
                       MOVE "VACANT" TO LIST-HOLDER
                   ELSE
                       MOVE POS-FILLED-BY TO LIST-HOLDER
                   END-IF
                   DISPLAY POS-ID " " POS-DEPT-CODE " " POS-TITLE
                       " FTE " LIST-FTE-EDIT " " LIST-HOLDER
               END-IF
           END-PERFORM
           IF ROWS-LISTED = 0
               DISPLAY "No positions on file."
           ELSE
               MOVE LIST-FTE-TOTAL TO LIST-TOTAL-EDIT
               DISPLAY ROWS-LISTED " POSITIONS, BUDGETED FTE "
                   LIST-TOTAL-EDIT
           END-IF
       .

      *>  A new position starts vacant; onboarding or a transfer
      *>  seats the first holder.
       ADD-POSITION.
           PERFORM ACCEPT-POSITION-ID
           IF ROW-INPUT-VALID
               READ POSITION-FILE
               IF POSITION-FILE-STATUS = "00"
                   DISPLAY "Already on file: " WORK-POS-ID
                       " - use (C)hange."
               ELSE
                   INITIALIZE POSITION-RECORD
                   MOVE WORK-POS-ID TO POS-ID
                   PERFORM ACCEPT-POSITION-DETAILS
                   IF ROW-INPUT-VALID
                       MOVE WORK-DEPT-CODE TO POS-DEPT-CODE
                       MOVE WORK-TITLE TO POS-TITLE
                       MOVE WORK-FTE TO POS-BUDGET-FTE
                       MOVE SPACES TO POS-FILLED-BY
                       MOVE 0 TO POS-FILLED-DATE
                       MOVE SPACES TO HIST-PRIOR-IMAGE
                       WRITE POSITION-RECORD
                       IF POSITION-FILE-STATUS = "00"
                           MOVE "ADD" TO HIST-ACTION
                           MOVE POSITION-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-POSITION-HISTORY
                           DISPLAY "Added."
                       ELSE
                           DISPLAY "WRITE FAILED, STATUS="
                               POSITION-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Title, FTE and department are re-entered whole; a filled
      *>  position keeps its department, since moving the seat would
      *>  move its holder without a transfer on record.
       CHANGE-POSITION.
           PERFORM ACCEPT-POSITION-ID
           IF ROW-INPUT-VALID
               READ POSITION-FILE
               IF POSITION-FILE-STATUS NOT = "00"
                   DISPLAY "No position " WORK-POS-ID
               ELSE
                   MOVE POSITION-RECORD TO HIST-PRIOR-IMAGE
                   PERFORM ACCEPT-POSITION-DETAILS
                   IF ROW-INPUT-VALID
                   AND NOT POS-VACANT
                   AND WORK-DEPT-CODE NOT = POS-DEPT-CODE
                       DISPLAY "Position is filled by " POS-FILLED-BY
                           " - transfer the holder or vacate it first."
                       MOVE 'N' TO ROW-INPUT-FLAG
                   END-IF
                   IF ROW-INPUT-VALID
                       MOVE WORK-DEPT-CODE TO POS-DEPT-CODE
                       MOVE WORK-TITLE TO POS-TITLE
                       MOVE WORK-FTE TO POS-BUDGET-FTE
                       PERFORM REWRITE-POSITION
                   END-IF
               END-IF
           END-IF
       .

      *>  Clears the holder by hand - a seat left filled by somebody
      *>  who has since gone, which POSITION-REPORT lists.
       VACATE-POSITION.
           PERFORM ACCEPT-POSITION-ID
           IF ROW-INPUT-VALID
               READ POSITION-FILE
               EVALUATE TRUE
                   WHEN POSITION-FILE-STATUS NOT = "00"
                       DISPLAY "No position " WORK-POS-ID
                   WHEN POS-VACANT
                       DISPLAY "Already vacant: " WORK-POS-ID
                   WHEN OTHER
                       DISPLAY "Vacate " POS-ID " held by "
                           POS-FILLED-BY "? (Y/N)"
                       MOVE SPACE TO CONFIRM-CHOICE
                       ACCEPT CONFIRM-CHOICE
                       IF ACTION-CONFIRMED
                           MOVE POSITION-RECORD TO HIST-PRIOR-IMAGE
                           MOVE SPACES TO POS-FILLED-BY
                           MOVE 0 TO POS-FILLED-DATE
                           PERFORM REWRITE-POSITION
                       ELSE
                           DISPLAY "Not vacated."
                       END-IF
               END-EVALUATE
           END-IF
       .

       DELETE-POSITION.
           PERFORM ACCEPT-POSITION-ID
           IF ROW-INPUT-VALID
               READ POSITION-FILE
               EVALUATE TRUE
                   WHEN POSITION-FILE-STATUS NOT = "00"
                       DISPLAY "No position " WORK-POS-ID
                   WHEN NOT POS-VACANT
                       DISPLAY "Position is filled by " POS-FILLED-BY
                           " - vacate it first."
                   WHEN OTHER
                       DISPLAY "Delete " POS-ID " " POS-TITLE
                           "? (Y/N)"
                       MOVE SPACE TO CONFIRM-CHOICE
                       ACCEPT CONFIRM-CHOICE
                       IF ACTION-CONFIRMED
                           MOVE POSITION-RECORD TO HIST-PRIOR-IMAGE
                           DELETE POSITION-FILE
                           IF POSITION-FILE-STATUS = "00"
                               MOVE "DELETE" TO HIST-ACTION
                               MOVE SPACES TO HIST-NEW-IMAGE
                               PERFORM WRITE-POSITION-HISTORY
                               DISPLAY "Deleted."
                           ELSE
                               DISPLAY "DELETE FAILED, STATUS="
                                   POSITION-FILE-STATUS
                           END-IF
                       ELSE
                           DISPLAY "Not deleted."
                       END-IF
               END-EVALUATE
           END-IF
       .

       REWRITE-POSITION.
           REWRITE POSITION-RECORD
           IF POSITION-FILE-STATUS = "00"
               MOVE "CHANGE" TO HIST-ACTION
               MOVE POSITION-RECORD TO HIST-NEW-IMAGE
               PERFORM WRITE-POSITION-HISTORY
               DISPLAY "Changed."
           ELSE
               DISPLAY "REWRITE FAILED, STATUS=" POSITION-FILE-STATUS
           END-IF
       .

       ACCEPT-POSITION-ID.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Position id?"
           ACCEPT WORK-POS-ID
           IF WORK-POS-ID = SPACES
               DISPLAY "Position id must not be blank."
           ELSE
               SET ROW-INPUT-VALID TO TRUE
               MOVE WORK-POS-ID TO POS-ID
           END-IF
       .

      *>  Department from the maintained table, a title, and the FTE
      *>  the budget allows the seat (0.01 to 1.00).
       ACCEPT-POSITION-DETAILS.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Department code?"
           ACCEPT WORK-DEPT-CODE
           DISPLAY "Title?"
           ACCEPT WORK-TITLE
           DISPLAY "Budgeted FTE (e.g. 1.00, 0.50)?"
           ACCEPT WORK-FTE-IN
           PERFORM CHECK-DEPT-CODE
           EVALUATE TRUE
               WHEN WORK-DEPT-CODE = SPACES
                   DISPLAY "Department code must not be blank."
               WHEN NOT DEPT-CODE-VALID
                   DISPLAY "Unknown department code: " WORK-DEPT-CODE
               WHEN WORK-TITLE = SPACES
                   DISPLAY "Title must not be blank."
               WHEN FUNCTION TEST-NUMVAL(WORK-FTE-IN) NOT = 0
                   DISPLAY "FTE must be numeric."
               WHEN OTHER
                   COMPUTE WORK-FTE = FUNCTION NUMVAL(WORK-FTE-IN)
                       ON SIZE ERROR MOVE 0 TO WORK-FTE
                   END-COMPUTE
                   IF WORK-FTE = 0 OR WORK-FTE > 1
                       DISPLAY "FTE must be from 0.01 to 1.00."
                   ELSE
                       SET ROW-INPUT-VALID TO TRUE
                   END-IF
           END-EVALUATE
       .

       LOAD-DEPT-CODES.
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
                           TO DEPT-REF-ENTRY(DEPT-REF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF
       .

       CHECK-DEPT-CODE.
           MOVE 'N' TO DEPT-CODE-VALID-FLAG
           IF DEPT-REF-COUNT = 0
               SET DEPT-CODE-VALID TO TRUE
           ELSE
               PERFORM VARYING DEPT-REF-INDEX FROM 1 BY 1
               UNTIL DEPT-REF-INDEX > DEPT-REF-COUNT
                   IF DEPT-REF-ENTRY(DEPT-REF-INDEX) = WORK-DEPT-CODE
                       SET DEPT-CODE-VALID TO TRUE
                   END-IF
               END-PERFORM
           END-IF
       .

      *>  Appends the staged before/after images to POSHIST.DAT,
      *>  timestamped with the signed-on operator, opened and closed
      *>  per call the same way EMPHIST.DAT is appended.
       WRITE-POSITION-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO HIST-OPERATOR
           OPEN EXTEND POSITION-HISTORY-FILE
           IF NO-POSITION-HISTORY-FILE
               OPEN OUTPUT POSITION-HISTORY-FILE
               CLOSE POSITION-HISTORY-FILE
               OPEN EXTEND POSITION-HISTORY-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO POSITION-HISTORY-LINE
           WRITE POSITION-HISTORY-LINE
           CLOSE POSITION-HISTORY-FILE
       .

       END PROGRAM POSITION-MAINT.
