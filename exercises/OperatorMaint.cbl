       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
      *>  Maintenance for OPERATOR.DAT, the file every gated program
      *>  and the OPERATOR-SIGNON subprogram check function letters
      *>  against. It used to be edited by hand: leavers kept their
      *>  access and nobody could say who granted what. This program,
      *>  in the HOLIDAY-MAINT mould, adds an operator, changes an
      *>  operator's function letters (which also reinstates a
      *>  disabled account) and disables an account, and only for a
      *>  signed-on operator carrying the security-admin letter 'U'.
      *>  Every account carries an expiry date (a year out unless
      *>  one is keyed), the employee id behind it, and the operator
      *>  and date of its last grant; every change is logged to
      *>  OPERAUD.LOG with the letters and standing before and after.
      *>
      *>  Disabled rows stay on file so the access review and the
      *>  audit trail still see them. An administrator cannot change
      *>  or disable their own account - a second administrator has
      *>  to. With no OPERATOR.DAT at all the sign-on degrades to the
      *>  honor system as everywhere else, which is how the first
      *>  administrator gets keyed in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT OPERATOR-AUDIT-LOG ASSIGN TO "OPERAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-AUDIT-LOG-STATUS.
      *>  The employee behind an account has to be on the master and
      *>  not CLOSED when the account is added.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       FD  OPERATOR-AUDIT-LOG.
       01  OPERATOR-AUDIT-LINE PIC X(100).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       WORKING-STORAGE SECTION.
       01 OPERATOR-FILE-STATUS PIC XX.
          88 NO-OPERATOR-FILE  VALUE "35".
          88 NO-MORE-OPERATORS VALUE "10".
       01 OPERATOR-AUDIT-LOG-STATUS PIC XX.
          88 NO-OPERATOR-AUDIT-LOG VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
          88 NO-MASTER-FILE    VALUE "35".
       01 MASTER-FILE-FLAG     PIC X VALUE 'N'.
          88 MASTER-ON-FILE    VALUE 'Y'.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into the audit log and onto every grant as the granting
      *>  operator. 'U' is this program's function letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'U'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-CHANGE     VALUE 'C'.
          88 ACTION-DISABLE    VALUE 'D'.
          88 ACTION-QUIT       VALUE 'Q'.

      *>  The operator file is small; maintenance loads it, applies
      *>  the change in the table, and rewrites the file, the same
      *>  load-work-rewrite shape HOLIDAY-MAINT uses. The table holds
      *>  the same 200 rows OPERATOR-SIGNON does.
       01 OPERATOR-COUNT       PIC 9(03) VALUE 0.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 200 TIMES.
               10 OT-ID            PIC X(10).
               10 OT-FUNCTIONS     PIC X(10).
               10 OT-STATUS        PIC X(01).
                  88 OT-DISABLED   VALUE 'D'.
               10 OT-EXPIRY-DATE   PIC X(08).
               10 OT-LAST-SIGNON   PIC X(08).
               10 OT-EMP-ID        PIC X(06).
               10 OT-GRANTED-BY    PIC X(10).
               10 OT-GRANTED-DATE  PIC X(08).
       01 OPERATOR-INDEX       PIC 9(03).
       01 ENTRY-INDEX          PIC 9(03).
       01 ENTRY-FOUND-FLAG     PIC X VALUE 'N'.
          88 ENTRY-FOUND       VALUE 'Y'.

       01 WORK-OPERATOR-ID     PIC X(10).
       01 WORK-FUNCTIONS       PIC X(10).
       01 WORK-EMP-ID          PIC X(06).
       01 WORK-INPUT-FLAG      PIC X VALUE 'Y'.
          88 WORK-INPUT-OK     VALUE 'Y'.
       01 STATUS-TEXT          PIC X(08).

       01 WORK-DATE-TEXT       PIC X(08).
       01 DATE-VALUE-CHECK.
           05 CHK-YYYY         PIC 9(04).
           05 CHK-MM           PIC 9(02).
           05 CHK-DD           PIC 9(02).
       01 DATE-VALUE-CHECK-N REDEFINES DATE-VALUE-CHECK PIC 9(08).
       01 DAYS-IN-CHECK-MONTH  PIC 9(02).
       01 DATE-VALUE-VALID-FLAG PIC X VALUE 'N'.
          88 DATE-VALUE-VALID  VALUE 'Y'.
       01 LEAP-CHECK-YEAR      PIC 9(4).
       01 LEAP-CHECK-STATUS PIC X VALUE 'N'.
          88 LEAP-CHECK-IS-LEAP-YEAR     VALUE 'Y'.
          88 LEAP-CHECK-IS-NOT-LEAP-YEAR VALUE 'N'.

      *>  Default expiry: a year from today, through DATE-ARITH.
       01 TODAY-DATE           PIC 9(08).
       01 DEFAULT-EXPIRY-DATE  PIC 9(08).
       01 DA-FUNCTION          PIC X.
       01 DA-DATE-1            PIC 9(08).
       01 DA-DATE-2            PIC 9(08).
       01 DA-OFFSET-DAYS       PIC S9(05).
       01 DA-RESULT-DAYS       PIC S9(07).
       01 DA-RESULT-DATE       PIC 9(08).
       01 DA-DATE-STATUS       PIC X.

       01 OPERATOR-AUDIT-RECORD.
           05 OAUD-ADMIN       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-ACTION      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-TARGET      PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-OLD-FUNCTIONS PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-NEW-FUNCTIONS PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-OLD-STATUS  PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-NEW-STATUS  PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-EXPIRY-DATE PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OAUD-TIMESTAMP   PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "OPERATOR-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION U - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

      *>  OPERAUD.LOG may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing log on every run.
            OPEN EXTEND OPERATOR-AUDIT-LOG
            IF NO-OPERATOR-AUDIT-LOG
                OPEN OUTPUT OPERATOR-AUDIT-LOG
                CLOSE OPERATOR-AUDIT-LOG
                OPEN EXTEND OPERATOR-AUDIT-LOG
            END-IF

      *>  A missing employee master only loses the employee check,
      *>  loudly; the account maintenance itself still works.
            OPEN INPUT EMPLOYEE-MASTER
            IF MASTER-FILE-STATUS = "00"
                SET MASTER-ON-FILE TO TRUE
            ELSE
                DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE - EMPLOYEE"
                    " IDS NOT CHECKED"
            END-IF

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD
            PERFORM COMPUTE-DEFAULT-EXPIRY
            PERFORM LOAD-OPERATOR-TABLE

            PERFORM UNTIL ACTION-QUIT
                DISPLAY "Action? (L)ist (A)dd (C)hange functions"
                    " (D)isable (Q)uit"
                ACCEPT ACTION-CHOICE
                EVALUATE TRUE
                    WHEN ACTION-LIST
                        PERFORM LIST-OPERATORS
                    WHEN ACTION-ADD
                        PERFORM ADD-OPERATOR
                    WHEN ACTION-CHANGE
                        PERFORM CHANGE-OPERATOR-FUNCTIONS
                    WHEN ACTION-DISABLE
                        PERFORM DISABLE-OPERATOR
                    WHEN ACTION-QUIT
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Choose L, A, C, D or Q."
                END-EVALUATE
            END-PERFORM

            IF MASTER-ON-FILE
                CLOSE EMPLOYEE-MASTER
            END-IF
            CLOSE OPERATOR-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       COMPUTE-DEFAULT-EXPIRY.
           MOVE 'O' TO DA-FUNCTION
           MOVE TODAY-DATE TO DA-DATE-1
           MOVE 365 TO DA-OFFSET-DAYS
           CALL "DATE-ARITH" USING DA-FUNCTION DA-DATE-1 DA-DATE-2
               DA-OFFSET-DAYS DA-RESULT-DAYS DA-RESULT-DATE
               DA-DATE-STATUS
           IF DA-DATE-STATUS = '0'
               MOVE DA-RESULT-DATE TO DEFAULT-EXPIRY-DATE
           ELSE
               COMPUTE DEFAULT-EXPIRY-DATE = TODAY-DATE + 10000
           END-IF
       .

      *>  Rows from before the standing columns read back blank there
      *>  and are written back the same way until someone changes
      *>  them.
       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OPERATOR-COUNT
           OPEN INPUT OPERATOR-FILE
           IF NOT NO-OPERATOR-FILE
               PERFORM UNTIL NO-MORE-OPERATORS
                   READ OPERATOR-FILE
                       AT END SET NO-MORE-OPERATORS TO TRUE
                   END-READ
                   IF NOT NO-MORE-OPERATORS
                   AND OPER-ID NOT = SPACES
                   AND OPERATOR-COUNT < 200
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OPER-ID TO OT-ID(OPERATOR-COUNT)
                       MOVE OPER-FUNCTIONS
                           TO OT-FUNCTIONS(OPERATOR-COUNT)
                       MOVE OPER-STATUS TO OT-STATUS(OPERATOR-COUNT)
                       MOVE OPER-EXPIRY-DATE
                           TO OT-EXPIRY-DATE(OPERATOR-COUNT)
                       MOVE OPER-LAST-SIGNON
                           TO OT-LAST-SIGNON(OPERATOR-COUNT)
                       MOVE OPER-EMP-ID TO OT-EMP-ID(OPERATOR-COUNT)
                       MOVE OPER-GRANTED-BY
                           TO OT-GRANTED-BY(OPERATOR-COUNT)
                       MOVE OPER-GRANTED-DATE
                           TO OT-GRANTED-DATE(OPERATOR-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE OPERATOR-FILE
       .

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
           UNTIL OPERATOR-INDEX > OPERATOR-COUNT
               MOVE SPACES TO OPERATOR-RECORD
               MOVE OT-ID(OPERATOR-INDEX) TO OPER-ID
               MOVE OT-FUNCTIONS(OPERATOR-INDEX) TO OPER-FUNCTIONS
               MOVE OT-STATUS(OPERATOR-INDEX) TO OPER-STATUS
               MOVE OT-EXPIRY-DATE(OPERATOR-INDEX) TO OPER-EXPIRY-DATE
               MOVE OT-LAST-SIGNON(OPERATOR-INDEX) TO OPER-LAST-SIGNON
               MOVE OT-EMP-ID(OPERATOR-INDEX) TO OPER-EMP-ID
               MOVE OT-GRANTED-BY(OPERATOR-INDEX) TO OPER-GRANTED-BY
               MOVE OT-GRANTED-DATE(OPERATOR-INDEX)
                   TO OPER-GRANTED-DATE
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE
       .

       LIST-OPERATORS.
           IF OPERATOR-COUNT = 0
               DISPLAY "No operators on file."
           ELSE
               DISPLAY "ID         LETTERS    STATUS   EXPIRES  "
                   "LAST-ON  EMP-ID GRANTED-BY ON"
               PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
               UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                   MOVE OPERATOR-INDEX TO ENTRY-INDEX
                   PERFORM SET-STATUS-TEXT
                   DISPLAY OT-ID(OPERATOR-INDEX) " "
                       OT-FUNCTIONS(OPERATOR-INDEX) " "
                       STATUS-TEXT " "
                       OT-EXPIRY-DATE(OPERATOR-INDEX) " "
                       OT-LAST-SIGNON(OPERATOR-INDEX) " "
                       OT-EMP-ID(OPERATOR-INDEX) " "
                       OT-GRANTED-BY(OPERATOR-INDEX) " "
                       OT-GRANTED-DATE(OPERATOR-INDEX)
               END-PERFORM
           END-IF
       .

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN OT-DISABLED(ENTRY-INDEX)
                   MOVE "DISABLED" TO STATUS-TEXT
               WHEN OT-EXPIRY-DATE(ENTRY-INDEX) NOT = SPACES
               AND OT-EXPIRY-DATE(ENTRY-INDEX) < TODAY-DATE
                   MOVE "EXPIRED" TO STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO STATUS-TEXT
           END-EVALUATE
       .

       FIND-OPERATOR-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-FLAG
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
           UNTIL OPERATOR-INDEX > OPERATOR-COUNT OR ENTRY-FOUND
               IF OT-ID(OPERATOR-INDEX) = WORK-OPERATOR-ID
                   SET ENTRY-FOUND TO TRUE
                   MOVE OPERATOR-INDEX TO ENTRY-INDEX
               END-IF
           END-PERFORM
       .

       ADD-OPERATOR.
           DISPLAY "New operator id?"
           ACCEPT WORK-OPERATOR-ID
           IF WORK-OPERATOR-ID = SPACES
               DISPLAY "Operator id is required."
           ELSE
               PERFORM FIND-OPERATOR-ENTRY
               IF ENTRY-FOUND
                   DISPLAY "Already on file: " WORK-OPERATOR-ID
                       " - use (C)hange"
               ELSE
               IF OPERATOR-COUNT >= 200
                   DISPLAY "Operator file is full."
               ELSE
                   PERFORM ACCEPT-NEW-OPERATOR
               END-IF
               END-IF
           END-IF
       .

       ACCEPT-NEW-OPERATOR.
           MOVE 'Y' TO WORK-INPUT-FLAG
           DISPLAY "Function letters?"
           ACCEPT WORK-FUNCTIONS
           IF WORK-FUNCTIONS = SPACES
               DISPLAY "At least one function letter is required."
               MOVE 'N' TO WORK-INPUT-FLAG
           END-IF
           IF WORK-INPUT-OK
               DISPLAY "Employee id? (blank for a system id)"
               ACCEPT WORK-EMP-ID
               PERFORM CHECK-EMPLOYEE-ID
           END-IF
           IF WORK-INPUT-OK
               PERFORM ACCEPT-EXPIRY-DATE
           END-IF
           IF WORK-INPUT-OK
               ADD 1 TO OPERATOR-COUNT
               MOVE OPERATOR-COUNT TO ENTRY-INDEX
               MOVE WORK-OPERATOR-ID TO OT-ID(ENTRY-INDEX)
               MOVE WORK-FUNCTIONS TO OT-FUNCTIONS(ENTRY-INDEX)
               MOVE 'A' TO OT-STATUS(ENTRY-INDEX)
               MOVE DATE-VALUE-CHECK-N TO OT-EXPIRY-DATE(ENTRY-INDEX)
               MOVE SPACES TO OT-LAST-SIGNON(ENTRY-INDEX)
               MOVE WORK-EMP-ID TO OT-EMP-ID(ENTRY-INDEX)
               MOVE SIGNON-OPERATOR-ID TO OT-GRANTED-BY(ENTRY-INDEX)
               MOVE TODAY-DATE TO OT-GRANTED-DATE(ENTRY-INDEX)
               PERFORM REWRITE-OPERATOR-FILE
               MOVE "ADD" TO OAUD-ACTION
               MOVE SPACES TO OAUD-OLD-FUNCTIONS
               MOVE SPACE TO OAUD-OLD-STATUS
               PERFORM WRITE-OPERATOR-AUDIT-LINE
               DISPLAY "Added: " WORK-OPERATOR-ID " expires "
                   OT-EXPIRY-DATE(ENTRY-INDEX)
           END-IF
       .

      *>  The person behind a new account must be a current employee.
       CHECK-EMPLOYEE-ID.
           IF WORK-EMP-ID NOT = SPACES
           AND MASTER-ON-FILE
               MOVE WORK-EMP-ID TO MASTER-EMP-ID
               READ EMPLOYEE-MASTER
               IF MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "Not on the employee master: " WORK-EMP-ID
                   MOVE 'N' TO WORK-INPUT-FLAG
               ELSE
                   IF MASTER-TERMINATED
                       DISPLAY "Employee " WORK-EMP-ID
                           " is CLOSED - no access for leavers"
                       MOVE 'N' TO WORK-INPUT-FLAG
                   END-IF
               END-IF
           END-IF
       .

      *>  Blank takes the default a year out; a keyed date must be a
      *>  real date no earlier than today.
       ACCEPT-EXPIRY-DATE.
           DISPLAY "Expiry date? (YYYYMMDD, blank = "
               DEFAULT-EXPIRY-DATE ")"
           ACCEPT WORK-DATE-TEXT
           IF WORK-DATE-TEXT = SPACES
               MOVE DEFAULT-EXPIRY-DATE TO DATE-VALUE-CHECK-N
           ELSE
               PERFORM CHECK-DATE-FIELD-VALUE
               IF NOT DATE-VALUE-VALID
                   DISPLAY "Date must be a valid YYYYMMDD."
                   MOVE 'N' TO WORK-INPUT-FLAG
               ELSE
                   IF DATE-VALUE-CHECK-N < TODAY-DATE
                       DISPLAY "Expiry date is already past."
                       MOVE 'N' TO WORK-INPUT-FLAG
                   END-IF
               END-IF
           END-IF
       .

      *>  New letters and a fresh expiry for an existing account; a
      *>  disabled account comes back active, and the change counts
      *>  as a new grant by this administrator.
       CHANGE-OPERATOR-FUNCTIONS.
           DISPLAY "Operator id to change?"
           ACCEPT WORK-OPERATOR-ID
           PERFORM FIND-OPERATOR-ENTRY
           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   DISPLAY "Not on file: " WORK-OPERATOR-ID
               WHEN WORK-OPERATOR-ID = SIGNON-OPERATOR-ID
                   DISPLAY "You cannot change your own access -"
                       " another administrator must."
               WHEN OTHER
                   PERFORM SET-STATUS-TEXT
                   DISPLAY "Now: " OT-FUNCTIONS(ENTRY-INDEX) " "
                       STATUS-TEXT " expires "
                       OT-EXPIRY-DATE(ENTRY-INDEX)
                   MOVE 'Y' TO WORK-INPUT-FLAG
                   DISPLAY "New function letters?"
                   ACCEPT WORK-FUNCTIONS
                   IF WORK-FUNCTIONS = SPACES
                       DISPLAY "At least one function letter is"
                           " required - use (D)isable to remove"
                           " access."
                       MOVE 'N' TO WORK-INPUT-FLAG
                   END-IF
                   IF WORK-INPUT-OK
                       PERFORM ACCEPT-EXPIRY-DATE
                   END-IF
                   IF WORK-INPUT-OK
                       MOVE OT-FUNCTIONS(ENTRY-INDEX)
                           TO OAUD-OLD-FUNCTIONS
                       MOVE OT-STATUS(ENTRY-INDEX) TO OAUD-OLD-STATUS
                       MOVE WORK-FUNCTIONS TO OT-FUNCTIONS(ENTRY-INDEX)
                       MOVE 'A' TO OT-STATUS(ENTRY-INDEX)
                       MOVE DATE-VALUE-CHECK-N
                           TO OT-EXPIRY-DATE(ENTRY-INDEX)
                       MOVE SIGNON-OPERATOR-ID
                           TO OT-GRANTED-BY(ENTRY-INDEX)
                       MOVE TODAY-DATE TO OT-GRANTED-DATE(ENTRY-INDEX)
                       PERFORM REWRITE-OPERATOR-FILE
                       MOVE "CHANGE" TO OAUD-ACTION
                       PERFORM WRITE-OPERATOR-AUDIT-LINE
                       DISPLAY "Changed: " WORK-OPERATOR-ID
                   END-IF
           END-EVALUATE
       .

       DISABLE-OPERATOR.
           DISPLAY "Operator id to disable?"
           ACCEPT WORK-OPERATOR-ID
           PERFORM FIND-OPERATOR-ENTRY
           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   DISPLAY "Not on file: " WORK-OPERATOR-ID
               WHEN WORK-OPERATOR-ID = SIGNON-OPERATOR-ID
                   DISPLAY "You cannot disable your own account -"
                       " another administrator must."
               WHEN OT-DISABLED(ENTRY-INDEX)
                   DISPLAY "Already disabled: " WORK-OPERATOR-ID
               WHEN OTHER
                   MOVE OT-FUNCTIONS(ENTRY-INDEX) TO OAUD-OLD-FUNCTIONS
                   MOVE OT-STATUS(ENTRY-INDEX) TO OAUD-OLD-STATUS
                   MOVE 'D' TO OT-STATUS(ENTRY-INDEX)
                   PERFORM REWRITE-OPERATOR-FILE
                   MOVE "DISABLE" TO OAUD-ACTION
                   PERFORM WRITE-OPERATOR-AUDIT-LINE
                   DISPLAY "Disabled: " WORK-OPERATOR-ID
           END-EVALUATE
       .

       CHECK-DATE-FIELD-VALUE.
           MOVE 'N' TO DATE-VALUE-VALID-FLAG
           IF WORK-DATE-TEXT IS NUMERIC
               MOVE WORK-DATE-TEXT(1:4) TO CHK-YYYY
               MOVE WORK-DATE-TEXT(5:2) TO CHK-MM
               MOVE WORK-DATE-TEXT(7:2) TO CHK-DD
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
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DAYS-IN-CHECK-MONTH
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

      *>  One line per change: who, what, whose account, the letters
      *>  and standing before and after, and the expiry left behind.
       WRITE-OPERATOR-AUDIT-LINE.
           MOVE SIGNON-OPERATOR-ID TO OAUD-ADMIN
           MOVE WORK-OPERATOR-ID TO OAUD-TARGET
           MOVE OT-FUNCTIONS(ENTRY-INDEX) TO OAUD-NEW-FUNCTIONS
           MOVE OT-STATUS(ENTRY-INDEX) TO OAUD-NEW-STATUS
           MOVE OT-EXPIRY-DATE(ENTRY-INDEX) TO OAUD-EXPIRY-DATE
           MOVE FUNCTION CURRENT-DATE TO OAUD-TIMESTAMP
           MOVE OPERATOR-AUDIT-RECORD TO OPERATOR-AUDIT-LINE
           WRITE OPERATOR-AUDIT-LINE
       .

       END PROGRAM OPERATOR-MAINT.
