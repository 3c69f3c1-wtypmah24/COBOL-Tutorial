       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-MAINT.
      *>  Maintenance for the policy and coverage master CLAIM-STATUS
      *>  now checks every claim against: look a policy up, add one,
      *>  correct one, or delete one keyed in error. The session goes
      *>  through the shared OPERATOR-SIGNON ('L' is this program's
      *>  function letter), and every WRITE, REWRITE and DELETE
      *>  leaves a before/after row on POLHIST.DAT in the same layout
      *>  EMPHIST.DAT carries, so a changed limit or a backdated
      *>  expiry traces to a person. The paid-to-date figure belongs
      *>  to CLAIM-STATUS and is shown here, never keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "POLICY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-NUMBER
               FILE STATUS IS POLICY-FILE-STATUS.
      *>  Before/after image trail for every policy change, the
      *>  EMPHIST.DAT row shape with the policy record in the image
      *>  columns.
           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
           COPY "POLICY.cpy".

       FD  POLICY-HISTORY-FILE.
       01  POLICY-HISTORY-LINE PIC X(341).

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the policy record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
       01 POLICY-HISTORY-FILE-STATUS PIC XX.
          88 NO-POLICY-HISTORY-FILE VALUE "35".
       01 POLICY-FILE-STATUS   PIC XX.
          88 NO-POLICY-FILE    VALUE "35".

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-INQUIRY    VALUE 'I'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-CHANGE     VALUE 'C'.
          88 ACTION-DELETE     VALUE 'D'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 DELETE-CONFIRMED  VALUE 'Y'.

       01 WORK-POLICY-NUMBER   PIC X(10).
       01 WORK-HOLDER-IN       PIC X(30).
       01 WORK-COVERAGE-IN     PIC X(04).
       01 WORK-EFFECTIVE-IN    PIC X(08).
       01 WORK-EXPIRY-IN       PIC X(08).
       01 WORK-AMOUNT-IN       PIC X(12).
       01 WORK-LIMIT           PIC 9(07)V99.
       01 WORK-DEDUCTIBLE      PIC 9(07)V99.
       01 ROW-INPUT-FLAG       PIC X VALUE 'N'.
          88 ROW-INPUT-VALID   VALUE 'Y'.
       01 LIST-AMOUNT-EDIT     PIC Z,ZZZ,ZZ9.99.
       01 LIST-AMOUNT-EDIT-2   PIC Z,ZZZ,ZZ9.99.
       01 LIST-AMOUNT-EDIT-3   PIC Z,ZZZ,ZZ9.99.

      *>  Date check: the same month/day-in-month sanity
      *>  EMP-MAINTENANCE applies to a hire date, February through
      *>  the shared CHECK-LEAP-YEAR subprogram.
       01 DATE-VALUE-CHECK.
           05 CHK-YYYY         PIC 9(04).
           05 CHK-MM           PIC 9(02).
           05 CHK-DD           PIC 9(02).
       01 DAYS-IN-CHECK-MONTH  PIC 9(02).
       01 DATE-VALUE-VALID-FLAG PIC X VALUE 'N'.
          88 DATE-VALUE-VALID  VALUE 'Y'.
       01 LEAP-CHECK-YEAR      PIC 9(4).
       01 LEAP-CHECK-STATUS PIC X VALUE 'N'.
          88 LEAP-CHECK-IS-LEAP-YEAR     VALUE 'Y'.
          88 LEAP-CHECK-IS-NOT-LEAP-YEAR VALUE 'N'.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the change traces to a
      *>  person. 'L' is this program's function letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'L'.
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
                DISPLAY "POLICY-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION L - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

      *>  POLICY.DAT may not exist on the first run; create it the
      *>  same way SAVE-EMPLOYEE-MASTER creates a fresh master.
            OPEN I-O POLICY-FILE
            IF NO-POLICY-FILE
                OPEN OUTPUT POLICY-FILE
                CLOSE POLICY-FILE
                OPEN I-O POLICY-FILE
            END-IF
            IF POLICY-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN POLICY.DAT, STATUS="
                    POLICY-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (I)nquiry (A)dd (C)hange"
                        " (D)elete (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-INQUIRY
                            PERFORM SHOW-POLICY
                        WHEN ACTION-ADD
                            PERFORM ADD-POLICY
                        WHEN ACTION-CHANGE
                            PERFORM CHANGE-POLICY
                        WHEN ACTION-DELETE
                            PERFORM DELETE-POLICY
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose I, A, C, D or Q."
                    END-EVALUATE
                END-PERFORM
                CLOSE POLICY-FILE
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       SHOW-POLICY.
           PERFORM ACCEPT-POLICY-KEY
           IF ROW-INPUT-VALID
               READ POLICY-FILE
               IF POLICY-FILE-STATUS NOT = "00"
                   DISPLAY "No policy " WORK-POLICY-NUMBER
               ELSE
                   MOVE POL-LIMIT TO LIST-AMOUNT-EDIT
                   MOVE POL-DEDUCTIBLE TO LIST-AMOUNT-EDIT-2
                   MOVE POL-PAID-TO-DATE TO LIST-AMOUNT-EDIT-3
                   DISPLAY POL-NUMBER " " POL-HOLDER
                   DISPLAY "  COVER " POL-COVERAGE-TYPE
                       " FROM " POL-EFFECTIVE-DATE
                       " TO " POL-EXPIRY-DATE
                   DISPLAY "  LIMIT " LIST-AMOUNT-EDIT
                       " DEDUCTIBLE " LIST-AMOUNT-EDIT-2
                       " PAID " LIST-AMOUNT-EDIT-3
               END-IF
           END-IF
       .

      *>  A new policy starts with nothing paid against it.
       ADD-POLICY.
           PERFORM ACCEPT-POLICY-KEY
           IF ROW-INPUT-VALID
               READ POLICY-FILE
               IF POLICY-FILE-STATUS = "00"
                   DISPLAY "Policy " WORK-POLICY-NUMBER
                       " already on file - use (C)hange."
               ELSE
                   INITIALIZE POLICY-RECORD
                   MOVE WORK-POLICY-NUMBER TO POL-NUMBER
                   MOVE 0 TO POL-PAID-TO-DATE
                   PERFORM ACCEPT-POLICY-TERMS
                   IF ROW-INPUT-VALID
                       MOVE SPACES TO HIST-PRIOR-IMAGE
                       WRITE POLICY-RECORD
                       IF POLICY-FILE-STATUS = "00"
                           MOVE "ADD" TO HIST-ACTION
                           MOVE POLICY-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-POLICY-HISTORY
                           DISPLAY "Added."
                       ELSE
                           DISPLAY "WRITE FAILED, STATUS="
                               POLICY-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  The terms are re-entered whole so the new image is never
      *>  half-edited; what has been paid stays as it was, and a
      *>  limit below it is refused.
       CHANGE-POLICY.
           PERFORM ACCEPT-POLICY-KEY
           IF ROW-INPUT-VALID
               READ POLICY-FILE
               IF POLICY-FILE-STATUS NOT = "00"
                   DISPLAY "No policy " WORK-POLICY-NUMBER
               ELSE
                   MOVE POLICY-RECORD TO HIST-PRIOR-IMAGE
                   PERFORM ACCEPT-POLICY-TERMS
                   IF ROW-INPUT-VALID
                   AND POL-LIMIT < POL-PAID-TO-DATE
                       DISPLAY "Limit is below what has already been"
                           " paid - not changed."
                       MOVE 'N' TO ROW-INPUT-FLAG
                   END-IF
                   IF ROW-INPUT-VALID
                       REWRITE POLICY-RECORD
                       IF POLICY-FILE-STATUS = "00"
                           MOVE "CHANGE" TO HIST-ACTION
                           MOVE POLICY-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-POLICY-HISTORY
                           DISPLAY "Changed."
                       ELSE
                           DISPLAY "REWRITE FAILED, STATUS="
                               POLICY-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Only a policy nothing has been paid on may go; one with
      *>  payments is the record those payments were made under.
       DELETE-POLICY.
           PERFORM ACCEPT-POLICY-KEY
           IF ROW-INPUT-VALID
               READ POLICY-FILE
               IF POLICY-FILE-STATUS NOT = "00"
                   DISPLAY "No policy " WORK-POLICY-NUMBER
               ELSE
                   IF POL-PAID-TO-DATE > 0
                       DISPLAY "Policy " POL-NUMBER " has payments"
                           " against it - not deleted."
                   ELSE
                       DISPLAY "Delete policy " POL-NUMBER " "
                           POL-HOLDER "? (Y/N)"
                       MOVE SPACE TO CONFIRM-CHOICE
                       ACCEPT CONFIRM-CHOICE
                       IF DELETE-CONFIRMED
                           MOVE POLICY-RECORD TO HIST-PRIOR-IMAGE
                           DELETE POLICY-FILE
                           IF POLICY-FILE-STATUS = "00"
                               MOVE "DELETE" TO HIST-ACTION
                               MOVE SPACES TO HIST-NEW-IMAGE
                               PERFORM WRITE-POLICY-HISTORY
                               DISPLAY "Deleted."
                           ELSE
                               DISPLAY "DELETE FAILED, STATUS="
                                   POLICY-FILE-STATUS
                           END-IF
                       ELSE
                           DISPLAY "Not deleted."
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       ACCEPT-POLICY-KEY.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Policy number?"
           ACCEPT WORK-POLICY-NUMBER
           IF WORK-POLICY-NUMBER = SPACES
               DISPLAY "Policy number must not be blank."
           ELSE
               SET ROW-INPUT-VALID TO TRUE
               MOVE WORK-POLICY-NUMBER TO POL-NUMBER
           END-IF
       .

      *>  Holder, cover type, the dates the cover runs between, the
      *>  limit and the deductible. The cover must end after it
      *>  starts, and the deductible must leave something to pay.
       ACCEPT-POLICY-TERMS.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Policy holder?"
           ACCEPT WORK-HOLDER-IN
           DISPLAY "Coverage type (e.g. AUTO, HOME, LIFE, HLTH)?"
           ACCEPT WORK-COVERAGE-IN
           DISPLAY "Effective date (YYYYMMDD)?"
           ACCEPT WORK-EFFECTIVE-IN
           DISPLAY "Expiry date (YYYYMMDD)?"
           ACCEPT WORK-EXPIRY-IN
           EVALUATE TRUE
               WHEN WORK-HOLDER-IN = SPACES
                   DISPLAY "Policy holder must not be blank."
               WHEN WORK-COVERAGE-IN = SPACES
                   DISPLAY "Coverage type must not be blank."
               WHEN OTHER
                   MOVE WORK-EFFECTIVE-IN TO DATE-VALUE-CHECK
                   PERFORM CHECK-DATE-VALUE
                   IF NOT DATE-VALUE-VALID
                       DISPLAY "Effective date must be a valid"
                           " YYYYMMDD."
                   ELSE
                       MOVE WORK-EXPIRY-IN TO DATE-VALUE-CHECK
                       PERFORM CHECK-DATE-VALUE
                       IF NOT DATE-VALUE-VALID
                           DISPLAY "Expiry date must be a valid"
                               " YYYYMMDD."
                       ELSE
                           IF WORK-EXPIRY-IN <= WORK-EFFECTIVE-IN
                               DISPLAY "Expiry date must be after"
                                   " the effective date."
                           ELSE
                               PERFORM ACCEPT-POLICY-AMOUNTS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF ROW-INPUT-VALID
               MOVE FUNCTION UPPER-CASE(WORK-HOLDER-IN) TO POL-HOLDER
               MOVE FUNCTION UPPER-CASE(WORK-COVERAGE-IN)
                   TO POL-COVERAGE-TYPE
               MOVE WORK-EFFECTIVE-IN TO POL-EFFECTIVE-DATE
               MOVE WORK-EXPIRY-IN TO POL-EXPIRY-DATE
               MOVE WORK-LIMIT TO POL-LIMIT
               MOVE WORK-DEDUCTIBLE TO POL-DEDUCTIBLE
           END-IF
       .

       ACCEPT-POLICY-AMOUNTS.
           DISPLAY "Policy limit (e.g. 250000.00)?"
           ACCEPT WORK-AMOUNT-IN
           IF FUNCTION TEST-NUMVAL(WORK-AMOUNT-IN) NOT = 0
               DISPLAY "Limit must be numeric."
           ELSE
               COMPUTE WORK-LIMIT = FUNCTION NUMVAL(WORK-AMOUNT-IN)
               DISPLAY "Deductible (e.g. 500.00, 0 for none)?"
               ACCEPT WORK-AMOUNT-IN
               IF FUNCTION TEST-NUMVAL(WORK-AMOUNT-IN) NOT = 0
                   DISPLAY "Deductible must be numeric."
               ELSE
                   COMPUTE WORK-DEDUCTIBLE =
                       FUNCTION NUMVAL(WORK-AMOUNT-IN)
                   EVALUATE TRUE
                       WHEN WORK-LIMIT = 0
                           DISPLAY "Limit must be greater than zero."
                       WHEN WORK-DEDUCTIBLE >= WORK-LIMIT
                           DISPLAY "Deductible must be less than the"
                               " limit."
                       WHEN OTHER
                           SET ROW-INPUT-VALID TO TRUE
                   END-EVALUATE
               END-IF
           END-IF
       .

      *>  The same YYYYMMDD test EMP-MAINTENANCE runs: numeric, month
      *>  in range, and the day inside the month's real length.
       CHECK-DATE-VALUE.
           MOVE 'N' TO DATE-VALUE-VALID-FLAG
           IF DATE-VALUE-CHECK IS NUMERIC
               IF CHK-YYYY > 0 AND CHK-MM >= 1 AND CHK-MM <= 12
               AND CHK-DD >= 1
                   PERFORM GET-DAYS-IN-CHECK-MONTH
                   IF CHK-DD <= DAYS-IN-CHECK-MONTH
                       SET DATE-VALUE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF
       .

       GET-DAYS-IN-CHECK-MONTH.
           EVALUATE CHK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-CHECK-MONTH
               WHEN 2
                   MOVE CHK-YYYY TO LEAP-CHECK-YEAR
                   CALL "CHECK-LEAP-YEAR"
                       USING LEAP-CHECK-YEAR LEAP-CHECK-STATUS
                   IF LEAP-CHECK-IS-LEAP-YEAR
                       MOVE 29 TO DAYS-IN-CHECK-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-CHECK-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-CHECK-MONTH
           END-EVALUATE
       .

      *>  Appends the staged before/after images to POLHIST.DAT,
      *>  timestamped with the signed-on operator, opened and closed
      *>  per call the same way EMPHIST.DAT is appended.
       WRITE-POLICY-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO HIST-OPERATOR
           OPEN EXTEND POLICY-HISTORY-FILE
           IF NO-POLICY-HISTORY-FILE
               OPEN OUTPUT POLICY-HISTORY-FILE
               CLOSE POLICY-HISTORY-FILE
               OPEN EXTEND POLICY-HISTORY-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO POLICY-HISTORY-LINE
           WRITE POLICY-HISTORY-LINE
           CLOSE POLICY-HISTORY-FILE
       .

       END PROGRAM POLICY-MAINT.
