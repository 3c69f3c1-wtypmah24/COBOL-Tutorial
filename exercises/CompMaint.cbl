       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-MAINT.
      *>  Maintenance for the effective-dated compensation master the
      *>  pay run now takes its rates from: list an employee's dated
      *>  rows, add a new effective row (a raise, a move to salary),
      *>  correct a row, or delete one keyed in error. The session
      *>  goes through the shared OPERATOR-SIGNON ('W' is this
      *>  program's function letter), and every WRITE, REWRITE and
      *>  DELETE leaves a before/after row on COMPHIST.DAT in the
      *>  same layout EMPHIST.DAT carries, so "who gave this person
      *>  that rate, and what was it before" is answered off the file
      *>  instead of off the PAYTRAN.DAT staging desk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENSATION-FILE ASSIGN TO "COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-KEY
               FILE STATUS IS COMPENSATION-FILE-STATUS.
      *>  Before/after image trail for every compensation change, the
      *>  EMPHIST.DAT row shape with the compensation record in the
      *>  image columns.
           SELECT COMP-HISTORY-FILE ASSIGN TO "COMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMP-HISTORY-FILE-STATUS.
      *>  The employee master, read only to refuse a rate for an id
      *>  nobody has onboarded.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPENSATION-FILE.
           COPY "COMPENSATION.cpy".

       FD  COMP-HISTORY-FILE.
       01  COMP-HISTORY-LINE   PIC X(341).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the compensation record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
       01 COMP-HISTORY-FILE-STATUS PIC XX.
          88 NO-COMP-HISTORY-FILE VALUE "35".
       01 COMPENSATION-FILE-STATUS PIC XX.
          88 NO-COMPENSATION-FILE VALUE "35".
          88 COMP-ROW-NOT-FOUND VALUE "23".
          88 COMP-ROW-DUPLICATE VALUE "22".
       01 MASTER-FILE-STATUS   PIC XX.
          88 NO-MASTER-FILE    VALUE "35".
       01 MASTER-FILE-FLAG     PIC X VALUE 'N'.
          88 MASTER-ON-FILE    VALUE 'Y'.

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-INQUIRY    VALUE 'I'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-CHANGE     VALUE 'C'.
          88 ACTION-DELETE     VALUE 'D'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 DELETE-CONFIRMED  VALUE 'Y'.

       01 WORK-EMP-ID          PIC X(06).
       01 WORK-EFFECTIVE-IN    PIC X(08).
       01 WORK-BASIS-IN        PIC X(01).
       01 WORK-AMOUNT-IN       PIC X(12).
       01 WORK-AMOUNT          PIC 9(07)V99.
       01 LIST-DONE-FLAG       PIC X VALUE 'N'.
          88 LIST-DONE         VALUE 'Y'.
       01 ROWS-LISTED          PIC 9(04) VALUE 0.
       01 ROW-INPUT-FLAG       PIC X VALUE 'N'.
          88 ROW-INPUT-VALID   VALUE 'Y'.
       01 LIST-RATE-EDIT       PIC ZZ9.99.
       01 LIST-SALARY-EDIT     PIC Z,ZZZ,ZZ9.99.

      *>  Effective-date check: the same month/day-in-month sanity
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
      *>  person. 'W' is this program's function letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'W'.
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
                DISPLAY "COMP-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION W - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

      *>  A missing employee master only loses the onboarded-id
      *>  check, loudly; the rate maintenance itself still works.
            OPEN INPUT EMPLOYEE-MASTER
            IF MASTER-FILE-STATUS = "00"
                SET MASTER-ON-FILE TO TRUE
            ELSE
                DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE - EMPLOYEE"
                    " IDS NOT CHECKED"
            END-IF

      *>  COMPMAST.DAT may not exist on the first run; create it the
      *>  same way SAVE-EMPLOYEE-MASTER creates a fresh master.
            OPEN I-O COMPENSATION-FILE
            IF NO-COMPENSATION-FILE
                OPEN OUTPUT COMPENSATION-FILE
                CLOSE COMPENSATION-FILE
                OPEN I-O COMPENSATION-FILE
            END-IF
            IF COMPENSATION-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN COMPMAST.DAT, STATUS="
                    COMPENSATION-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (I)nquiry (A)dd (C)hange"
                        " (D)elete (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-INQUIRY
                            PERFORM LIST-EMPLOYEE-RATES
                        WHEN ACTION-ADD
                            PERFORM ADD-RATE-ROW
                        WHEN ACTION-CHANGE
                            PERFORM CHANGE-RATE-ROW
                        WHEN ACTION-DELETE
                            PERFORM DELETE-RATE-ROW
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose I, A, C, D or Q."
                    END-EVALUATE
                END-PERFORM
                CLOSE COMPENSATION-FILE
            END-IF
            IF MASTER-ON-FILE
                CLOSE EMPLOYEE-MASTER
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Every dated row for one employee, oldest first; the last
      *>  row dated on or before a pay date is the one that pays.
       LIST-EMPLOYEE-RATES.
           DISPLAY "Employee id?"
           ACCEPT WORK-EMP-ID
           MOVE 0 TO ROWS-LISTED
           MOVE 'N' TO LIST-DONE-FLAG
           MOVE WORK-EMP-ID TO COMP-EMP-ID
           MOVE 0 TO COMP-EFFECTIVE-DATE
           START COMPENSATION-FILE KEY >= COMP-KEY
               INVALID KEY SET LIST-DONE TO TRUE
           END-START
           PERFORM UNTIL LIST-DONE
               READ COMPENSATION-FILE NEXT RECORD
                   AT END SET LIST-DONE TO TRUE
               END-READ
               IF COMPENSATION-FILE-STATUS NOT = "00"
               OR COMP-EMP-ID NOT = WORK-EMP-ID
                   SET LIST-DONE TO TRUE
               END-IF
               IF NOT LIST-DONE
                   ADD 1 TO ROWS-LISTED
                   MOVE COMP-HOURLY-RATE TO LIST-RATE-EDIT
                   MOVE COMP-ANNUAL-SALARY TO LIST-SALARY-EDIT
                   DISPLAY COMP-EMP-ID " FROM " COMP-EFFECTIVE-DATE
                       " BASIS " COMP-PAY-BASIS
                       " RATE " LIST-RATE-EDIT
                       " SALARY " LIST-SALARY-EDIT
               END-IF
           END-PERFORM
           IF ROWS-LISTED = 0
               DISPLAY "No compensation rows for " WORK-EMP-ID
           END-IF
       .

      *>  A new effective row: the employee must be onboarded, the
      *>  date a real date, and the row must carry the figure its
      *>  basis pays on - an hourly row its rate, a salaried row its
      *>  annual salary.
       ADD-RATE-ROW.
           PERFORM ACCEPT-ROW-KEY
           IF ROW-INPUT-VALID
               READ COMPENSATION-FILE
               IF COMPENSATION-FILE-STATUS = "00"
                   DISPLAY "Row already on file for " WORK-EMP-ID
                       " from " WORK-EFFECTIVE-IN " - use (C)hange."
               ELSE
                   INITIALIZE COMPENSATION-RECORD
                   MOVE WORK-EMP-ID TO COMP-EMP-ID
                   MOVE WORK-EFFECTIVE-IN TO COMP-EFFECTIVE-DATE
                   PERFORM ACCEPT-ROW-FIGURES
                   IF ROW-INPUT-VALID
                       MOVE SPACES TO HIST-PRIOR-IMAGE
                       WRITE COMPENSATION-RECORD
                       IF COMPENSATION-FILE-STATUS = "00"
                           MOVE "ADD" TO HIST-ACTION
                           MOVE COMPENSATION-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-COMP-HISTORY
                           DISPLAY "Added."
                       ELSE
                           DISPLAY "WRITE FAILED, STATUS="
                               COMPENSATION-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Correcting a row keeps its key; basis and figures are
      *>  re-entered whole so the new image is never half-edited.
       CHANGE-RATE-ROW.
           PERFORM ACCEPT-ROW-KEY
           IF ROW-INPUT-VALID
               READ COMPENSATION-FILE
               IF COMPENSATION-FILE-STATUS NOT = "00"
                   DISPLAY "No row for " WORK-EMP-ID " from "
                       WORK-EFFECTIVE-IN
               ELSE
                   MOVE COMPENSATION-RECORD TO HIST-PRIOR-IMAGE
                   PERFORM ACCEPT-ROW-FIGURES
                   IF ROW-INPUT-VALID
                       REWRITE COMPENSATION-RECORD
                       IF COMPENSATION-FILE-STATUS = "00"
                           MOVE "CHANGE" TO HIST-ACTION
                           MOVE COMPENSATION-RECORD TO HIST-NEW-IMAGE
                           PERFORM WRITE-COMP-HISTORY
                           DISPLAY "Changed."
                       ELSE
                           DISPLAY "REWRITE FAILED, STATUS="
                               COMPENSATION-FILE-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       DELETE-RATE-ROW.
           PERFORM ACCEPT-ROW-KEY
           IF ROW-INPUT-VALID
               READ COMPENSATION-FILE
               IF COMPENSATION-FILE-STATUS NOT = "00"
                   DISPLAY "No row for " WORK-EMP-ID " from "
                       WORK-EFFECTIVE-IN
               ELSE
                   DISPLAY "Delete " COMP-EMP-ID " from "
                       COMP-EFFECTIVE-DATE "? (Y/N)"
                   MOVE SPACE TO CONFIRM-CHOICE
                   ACCEPT CONFIRM-CHOICE
                   IF DELETE-CONFIRMED
                       MOVE COMPENSATION-RECORD TO HIST-PRIOR-IMAGE
                       DELETE COMPENSATION-FILE
                       IF COMPENSATION-FILE-STATUS = "00"
                           MOVE "DELETE" TO HIST-ACTION
                           MOVE SPACES TO HIST-NEW-IMAGE
                           PERFORM WRITE-COMP-HISTORY
                           DISPLAY "Deleted."
                       ELSE
                           DISPLAY "DELETE FAILED, STATUS="
                               COMPENSATION-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Not deleted."
                   END-IF
               END-IF
           END-IF
       .

      *>  Employee id and effective date, staged into the record key
      *>  for the keyed READ that follows.
       ACCEPT-ROW-KEY.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Employee id?"
           ACCEPT WORK-EMP-ID
           DISPLAY "Effective date (YYYYMMDD)?"
           ACCEPT WORK-EFFECTIVE-IN
           MOVE WORK-EFFECTIVE-IN TO DATE-VALUE-CHECK
           PERFORM CHECK-DATE-VALUE
           EVALUATE TRUE
               WHEN WORK-EMP-ID = SPACES
                   DISPLAY "Employee id must not be blank."
               WHEN NOT DATE-VALUE-VALID
                   DISPLAY "Effective date must be a valid YYYYMMDD."
               WHEN OTHER
                   SET ROW-INPUT-VALID TO TRUE
                   IF MASTER-ON-FILE
                       MOVE WORK-EMP-ID TO MASTER-EMP-ID
                       READ EMPLOYEE-MASTER
                       IF MASTER-FILE-STATUS NOT = "00"
                           DISPLAY "Not on the employee master: "
                               WORK-EMP-ID
                           MOVE 'N' TO ROW-INPUT-FLAG
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE WORK-EMP-ID TO COMP-EMP-ID
           IF ROW-INPUT-VALID
               MOVE WORK-EFFECTIVE-IN TO COMP-EFFECTIVE-DATE
           END-IF
       .

      *>  Pay basis and the figure that basis pays on; the other
      *>  figure is zeroed so a row never carries a stale rate
      *>  beside a salary.
       ACCEPT-ROW-FIGURES.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Pay basis? (H)ourly (S)alaried"
           ACCEPT WORK-BASIS-IN
           MOVE FUNCTION UPPER-CASE(WORK-BASIS-IN) TO COMP-PAY-BASIS
           IF NOT COMP-BASIS-VALID
               DISPLAY "Pay basis must be H or S."
           ELSE
               IF COMP-BASIS-HOURLY
                   DISPLAY "Hourly rate (e.g. 18.50)?"
               ELSE
                   DISPLAY "Annual salary (e.g. 52000.00)?"
               END-IF
               ACCEPT WORK-AMOUNT-IN
               IF FUNCTION TEST-NUMVAL(WORK-AMOUNT-IN) NOT = 0
                   DISPLAY "Amount must be numeric."
               ELSE
                   COMPUTE WORK-AMOUNT =
                       FUNCTION NUMVAL(WORK-AMOUNT-IN)
                   EVALUATE TRUE
                       WHEN WORK-AMOUNT = 0
                           DISPLAY "Amount must be greater than zero."
                       WHEN COMP-BASIS-HOURLY AND WORK-AMOUNT > 999.99
                           DISPLAY "Hourly rate must not exceed"
                               " 999.99."
                       WHEN COMP-BASIS-HOURLY
                           MOVE WORK-AMOUNT TO COMP-HOURLY-RATE
                           MOVE 0 TO COMP-ANNUAL-SALARY
                           SET ROW-INPUT-VALID TO TRUE
                       WHEN OTHER
                           MOVE 0 TO COMP-HOURLY-RATE
                           MOVE WORK-AMOUNT TO COMP-ANNUAL-SALARY
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

      *>  Appends the staged before/after images to COMPHIST.DAT,
      *>  timestamped with the signed-on operator, opened and closed
      *>  per call the same way EMPHIST.DAT is appended.
       WRITE-COMP-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO HIST-OPERATOR
           OPEN EXTEND COMP-HISTORY-FILE
           IF NO-COMP-HISTORY-FILE
               OPEN OUTPUT COMP-HISTORY-FILE
               CLOSE COMP-HISTORY-FILE
               OPEN EXTEND COMP-HISTORY-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO COMP-HISTORY-LINE
           WRITE COMP-HISTORY-LINE
           CLOSE COMP-HISTORY-FILE
       .

       END PROGRAM COMP-MAINT.
