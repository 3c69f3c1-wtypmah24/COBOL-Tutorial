       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-MAINT.
      *>  Maintenance for the benefits files: the dependents an
      *>  employee can cover (DEPENDNT.DAT) and the plan and coverage
      *>  tier the employee chose (BENENROL.DAT), so what the vendor
      *>  is told stops travelling by fax. List an employee's
      *>  dependents and enrollments, add or remove a dependent,
      *>  enroll in a plan or change tier, or end a plan's coverage.
      *>
      *>  An enrollment change is only taken inside the open-
      *>  enrollment window staged on BENOPEN.PRM (the change then
      *>  starts on the window's coverage date) or against a
      *>  qualifying-event code dated within the allowed days (the
      *>  change then starts on the event date). A change ends the
      *>  current row the day before and starts a new one, so the
      *>  tier in force on any date stays answerable. The tier must
      *>  be backed by dependents on file - a spouse or partner for
      *>  ES, a child for EC, both for FA - and a dependent a live
      *>  tier still needs cannot be removed.
      *>
      *>  The plan code is the DEDTABLE.DAT deduction code its
      *>  premium is taken under; BENPLAN.DAT carries the premium per
      *>  tier, which COBOLTUT deducts for every live enrollment. The
      *>  session goes through the shared OPERATOR-SIGNON under the
      *>  master-maintenance letter 'M', and every WRITE, REWRITE and
      *>  DELETE leaves a before/after row on BENHIST.DAT in the
      *>  EMPHIST.DAT layout, the way CERT-MAINT trails CERTIFY.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               FILE STATUS IS DEPENDENT-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
      *>  Plan table: code, description and premium per tier.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFIT-PLAN-FILE-STATUS.
      *>  Open-enrollment window: first and last day changes are
      *>  taken, the date the new elections start, and how many days
      *>  after a qualifying event a change is still accepted.
           SELECT OPEN-ENROLLMENT-PARAM ASSIGN TO "BENOPEN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ENROLLMENT-PARAM-STATUS.
      *>  Before/after image trail for every dependent and enrollment
      *>  change, the EMPHIST.DAT row shape with the changed record in
      *>  the image columns.
           SELECT BENEFIT-HISTORY-FILE ASSIGN TO "BENHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFIT-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENT-FILE.
           COPY "DEPENDENT.cpy".

       FD  ENROLLMENT-FILE.
           COPY "BENEFIT-ENROLLMENT.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  BENEFIT-PLAN-FILE.
           COPY "BENEFIT-PLAN.cpy".

       FD  OPEN-ENROLLMENT-PARAM.
       01  OPEN-ENROLLMENT-PARAM-RECORD.
           05 PRM-OPEN-START      PIC X(08).
           05 FILLER              PIC X(01).
           05 PRM-OPEN-END        PIC X(08).
           05 FILLER              PIC X(01).
           05 PRM-COVERAGE-START  PIC X(08).
           05 FILLER              PIC X(01).
           05 PRM-EVENT-DAYS      PIC X(03).

       FD  BENEFIT-HISTORY-FILE.
       01  BENEFIT-HISTORY-LINE   PIC X(341).

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the dependent or enrollment record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
       01 BENEFIT-HISTORY-FILE-STATUS PIC XX.
          88 NO-BENEFIT-HISTORY-FILE VALUE "35".
       01 DEPENDENT-FILE-STATUS PIC XX.
          88 NO-DEPENDENT-FILE VALUE "35".
       01 ENROLLMENT-FILE-STATUS PIC XX.
          88 NO-ENROLLMENT-FILE VALUE "35".
       01 MASTER-FILE-STATUS   PIC XX.
       01 BENEFIT-PLAN-FILE-STATUS PIC XX.
          88 NO-BENEFIT-PLAN-FILE VALUE "35".
          88 NO-MORE-PLANS     VALUE "10".
       01 OPEN-ENROLLMENT-PARAM-STATUS PIC XX.
          88 NO-OPEN-ENROLLMENT-PARAM VALUE "35".

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD-DEPENDENT VALUE 'A'.
          88 ACTION-REMOVE-DEPENDENT VALUE 'R'.
          88 ACTION-ENROLL     VALUE 'E'.
          88 ACTION-TERMINATE  VALUE 'T'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 ACTION-CONFIRMED  VALUE 'Y'.

       01 TODAYS-DATE          PIC 9(08).

      *>  The open-enrollment window as staged; with no BENOPEN.PRM
      *>  the window stays shut and only qualifying events get in.
       01 OPEN-START-DATE      PIC 9(08) VALUE 0.
       01 OPEN-END-DATE        PIC 9(08) VALUE 0.
       01 OPEN-COVERAGE-DATE   PIC 9(08) VALUE 0.
       01 EVENT-DAYS-ALLOWED   PIC 9(03) VALUE 30.
       01 OPEN-WINDOW-FLAG     PIC X VALUE 'N'.
          88 OPEN-WINDOW-IS-OPEN VALUE 'Y'.

      *>  Plan table, loaded once per session.
       01 PLAN-COUNT           PIC 9(02) VALUE 0.
       01 PLAN-TABLE.
           05 PLAN-ENTRY OCCURS 50 TIMES.
               10 PLAN-ENTRY-CODE    PIC X(04).
               10 PLAN-ENTRY-DESC    PIC X(20).
               10 PLAN-ENTRY-PREMIUM PIC 9(5)V99 OCCURS 4 TIMES.
       01 PLAN-INDEX           PIC 9(02).
       01 PLAN-FOUND-INDEX     PIC 9(02).
       01 TIER-INDEX           PIC 9(01).
       01 DISPLAY-PREMIUM      PIC ZZ,ZZ9.99.

       01 WORK-EMP-ID          PIC X(06).
       01 WORK-PLAN-CODE       PIC X(04).
       01 WORK-TIER            PIC X(02).
          88 WORK-TIER-VALID   VALUE 'EE' 'ES' 'EC' 'FA'.
       01 WORK-DEP-NAME        PIC X(20).
       01 WORK-RELATIONSHIP    PIC X(01).
          88 WORK-RELATIONSHIP-VALID VALUE 'S' 'P' 'C'.
          88 WORK-RELATIONSHIP-SPOUSE VALUE 'S' 'P'.
       01 WORK-DATE-IN         PIC X(08).
       01 WORK-BIRTH-DATE      PIC 9(08).
       01 WORK-DEP-SEQ-IN      PIC X(02).
       01 WORK-DEP-SEQ         PIC 9(02).
       01 NEXT-DEP-SEQ         PIC 9(03).
       01 ROW-INPUT-FLAG       PIC X VALUE 'N'.
          88 ROW-INPUT-VALID   VALUE 'Y'.
       01 SCAN-DONE-FLAG       PIC X VALUE 'N'.
          88 SCAN-DONE         VALUE 'Y'.
       01 ROWS-LISTED          PIC 9(04) VALUE 0.
       01 LIST-END             PIC X(08).

      *>  What let an enrollment change through, and the day it
      *>  starts.
       01 CHANGE-EVENT-IN      PIC X(04).
          88 QUALIFYING-EVENT  VALUE 'MARR' 'DIVR' 'BRTH' 'ADPT'
                                     'DEAT' 'LOSS' 'GAIN' 'HIRE'.
       01 CHANGE-EVENT-CODE    PIC X(04).
       01 CHANGE-EVENT-DATE    PIC 9(08).
       01 CHANGE-EFFECTIVE-DATE PIC 9(08).
       01 CHANGE-ALLOWED-FLAG  PIC X VALUE 'N'.
          88 CHANGE-ALLOWED    VALUE 'Y'.

      *>  Dependents backing a tier; SKIP-DEP-SEQ leaves out the one
      *>  about to be removed.
       01 SPOUSE-COUNT         PIC 9(02) VALUE 0.
       01 CHILD-COUNT          PIC 9(02) VALUE 0.
       01 SKIP-DEP-SEQ         PIC 9(02) VALUE 0.
       01 CHECK-TIER           PIC X(02).
       01 TIER-SUPPORTED-FLAG  PIC X VALUE 'Y'.
          88 TIER-SUPPORTED    VALUE 'Y'.
       01 TIER-BLOCKED-FLAG    PIC X VALUE 'N'.
          88 TIER-BLOCKS-REMOVAL VALUE 'Y'.
       01 SAVED-DEPENDENT-RECORD PIC X(37).

      *>  The most recent enrollment row for one employee and plan.
       01 LATEST-FOUND-FLAG    PIC X VALUE 'N'.
          88 LATEST-ROW-FOUND  VALUE 'Y'.
       01 LATEST-ENROLLMENT-RECORD PIC X(40).

      *>  DATE-ARITH call set; a zero-day offset proves a keyed date
      *>  is a real calendar date.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.
          88 DATE-CALL-OK      VALUE '0'.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the change traces to a
      *>  person. 'M' is the master-maintenance letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'M'.
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
                DISPLAY "BENEFIT-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION M - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-OPEN-ENROLLMENT-WINDOW
            PERFORM LOAD-BENEFIT-PLANS

      *>  Neither indexed file need exist on the first run; create
      *>  them the same way SAVE-EMPLOYEE-MASTER creates a fresh
      *>  master.
            OPEN I-O DEPENDENT-FILE
            IF NO-DEPENDENT-FILE
                OPEN OUTPUT DEPENDENT-FILE
                CLOSE DEPENDENT-FILE
                OPEN I-O DEPENDENT-FILE
            END-IF
            OPEN I-O ENROLLMENT-FILE
            IF NO-ENROLLMENT-FILE
                OPEN OUTPUT ENROLLMENT-FILE
                CLOSE ENROLLMENT-FILE
                OPEN I-O ENROLLMENT-FILE
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF DEPENDENT-FILE-STATUS NOT = "00"
            OR ENROLLMENT-FILE-STATUS NOT = "00"
            OR MASTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN DEPENDNT.DAT/BENENROL.DAT"
                    "/EMPMAST.DAT, STATUS=" DEPENDENT-FILE-STATUS "/"
                    ENROLLMENT-FILE-STATUS "/" MASTER-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                IF OPEN-WINDOW-IS-OPEN
                    DISPLAY "Open enrollment runs to " OPEN-END-DATE
                        " for coverage from " OPEN-COVERAGE-DATE
                ELSE
                    DISPLAY "Open enrollment is closed - plan changes"
                        " need a qualifying event."
                END-IF
                PERFORM UNTIL ACTION-QUIT
                    DISPLAY "Action? (L)ist (A)dd dependent (R)emove"
                        " dependent (E)nroll (T)erminate (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-LIST
                            PERFORM LIST-BENEFITS
                        WHEN ACTION-ADD-DEPENDENT
                            PERFORM ADD-DEPENDENT
                        WHEN ACTION-REMOVE-DEPENDENT
                            PERFORM REMOVE-DEPENDENT
                        WHEN ACTION-ENROLL
                            PERFORM ENROLL-IN-PLAN
                        WHEN ACTION-TERMINATE
                            PERFORM TERMINATE-ENROLLMENT
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose L, A, R, E, T or Q."
                    END-EVALUATE
                END-PERFORM
            END-IF
            CLOSE DEPENDENT-FILE
            CLOSE ENROLLMENT-FILE
            CLOSE EMPLOYEE-MASTER
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  The window is open when the run date falls between its
      *>  first and last day. Coverage chosen in it starts on the
      *>  staged date, or the day after the window shuts when none is
      *>  staged.
       LOAD-OPEN-ENROLLMENT-WINDOW.
           MOVE 'N' TO OPEN-WINDOW-FLAG
           OPEN INPUT OPEN-ENROLLMENT-PARAM
           IF NOT NO-OPEN-ENROLLMENT-PARAM
               READ OPEN-ENROLLMENT-PARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-OPEN-START IS NUMERIC
                       AND PRM-OPEN-END IS NUMERIC
                           MOVE PRM-OPEN-START TO OPEN-START-DATE
                           MOVE PRM-OPEN-END TO OPEN-END-DATE
                       END-IF
                       IF PRM-COVERAGE-START IS NUMERIC
                           MOVE PRM-COVERAGE-START
                               TO OPEN-COVERAGE-DATE
                       END-IF
                       IF PRM-EVENT-DAYS IS NUMERIC
                           MOVE PRM-EVENT-DAYS TO EVENT-DAYS-ALLOWED
                       END-IF
               END-READ
           END-IF
           CLOSE OPEN-ENROLLMENT-PARAM
           IF OPEN-START-DATE NOT = 0
           AND OPEN-START-DATE <= TODAYS-DATE
           AND OPEN-END-DATE >= TODAYS-DATE
               SET OPEN-WINDOW-IS-OPEN TO TRUE
               IF OPEN-COVERAGE-DATE = 0
                   MOVE OPEN-END-DATE TO DATE-ONE
                   MOVE 1 TO DATE-OFFSET-DAYS
                   PERFORM SHIFT-DATE
                   MOVE DATE-RESULT-DATE TO OPEN-COVERAGE-DATE
               END-IF
           END-IF
       .

       LOAD-BENEFIT-PLANS.
           MOVE 0 TO PLAN-COUNT
           OPEN INPUT BENEFIT-PLAN-FILE
           IF NO-BENEFIT-PLAN-FILE
               DISPLAY "No BENPLAN.DAT on file - enrollment is"
                   " unavailable."
           ELSE
               PERFORM UNTIL NO-MORE-PLANS
                   READ BENEFIT-PLAN-FILE
                       AT END SET NO-MORE-PLANS TO TRUE
                   END-READ
                   IF NOT NO-MORE-PLANS
                   AND BPLAN-CODE NOT = SPACES
                   AND PLAN-COUNT < 50
                       ADD 1 TO PLAN-COUNT
                       MOVE BPLAN-CODE TO PLAN-ENTRY-CODE(PLAN-COUNT)
                       MOVE BPLAN-DESC TO PLAN-ENTRY-DESC(PLAN-COUNT)
                       MOVE 0 TO PLAN-ENTRY-PREMIUM(PLAN-COUNT, 1)
                           PLAN-ENTRY-PREMIUM(PLAN-COUNT, 2)
                           PLAN-ENTRY-PREMIUM(PLAN-COUNT, 3)
                           PLAN-ENTRY-PREMIUM(PLAN-COUNT, 4)
                       IF BPLAN-PREMIUM-EE IS NUMERIC
                           MOVE BPLAN-PREMIUM-EE
                               TO PLAN-ENTRY-PREMIUM(PLAN-COUNT, 1)
                       END-IF
                       IF BPLAN-PREMIUM-ES IS NUMERIC
                           MOVE BPLAN-PREMIUM-ES
                               TO PLAN-ENTRY-PREMIUM(PLAN-COUNT, 2)
                       END-IF
                       IF BPLAN-PREMIUM-EC IS NUMERIC
                           MOVE BPLAN-PREMIUM-EC
                               TO PLAN-ENTRY-PREMIUM(PLAN-COUNT, 3)
                       END-IF
                       IF BPLAN-PREMIUM-FA IS NUMERIC
                           MOVE BPLAN-PREMIUM-FA
                               TO PLAN-ENTRY-PREMIUM(PLAN-COUNT, 4)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE BENEFIT-PLAN-FILE
       .

      *>  Every dependent and every enrollment row one employee has,
      *>  ended rows included.
       LIST-BENEFITS.
           DISPLAY "Employee id?"
           MOVE SPACES TO WORK-EMP-ID
           ACCEPT WORK-EMP-ID
           MOVE 0 TO ROWS-LISTED
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE WORK-EMP-ID TO DEP-EMP-ID
           MOVE 0 TO DEP-SEQ
           START DEPENDENT-FILE KEY >= DEP-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ DEPENDENT-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF DEPENDENT-FILE-STATUS NOT = "00"
               OR DEP-EMP-ID NOT = WORK-EMP-ID
                   SET SCAN-DONE TO TRUE
               END-IF
               IF NOT SCAN-DONE
                   ADD 1 TO ROWS-LISTED
                   DISPLAY "DEPENDENT " DEP-SEQ " " DEP-NAME " "
                       DEP-RELATIONSHIP " BORN " DEP-BIRTH-DATE
               END-IF
           END-PERFORM
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE WORK-EMP-ID TO ENR-EMP-ID
           MOVE LOW-VALUES TO ENR-PLAN-CODE
           MOVE 0 TO ENR-EFFECTIVE-DATE
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF ENROLLMENT-FILE-STATUS NOT = "00"
               OR ENR-EMP-ID NOT = WORK-EMP-ID
                   SET SCAN-DONE TO TRUE
               END-IF
               IF NOT SCAN-DONE
                   ADD 1 TO ROWS-LISTED
                   IF ENR-OPEN-ENDED
                       MOVE "OPEN" TO LIST-END
                   ELSE
                       MOVE ENR-END-DATE TO LIST-END
                   END-IF
                   DISPLAY "PLAN " ENR-PLAN-CODE " TIER " ENR-TIER
                       " FROM " ENR-EFFECTIVE-DATE " TO " LIST-END
                       " (" ENR-EVENT-CODE " " ENR-EVENT-DATE ")"
               END-IF
           END-PERFORM
           IF ROWS-LISTED = 0
               DISPLAY "No dependents or enrollments for " WORK-EMP-ID
           END-IF
       .

      *>  A dependent takes the next free sequence number for the
      *>  employee. Only one spouse or partner may be on file.
       ADD-DEPENDENT.
           PERFORM ACCEPT-EMPLOYEE-ID
           IF ROW-INPUT-VALID
               MOVE 0 TO SKIP-DEP-SEQ
               PERFORM COUNT-COVERED-DEPENDENTS
               MOVE 'N' TO ROW-INPUT-FLAG
               DISPLAY "Dependent name?"
               MOVE SPACES TO WORK-DEP-NAME
               ACCEPT WORK-DEP-NAME
               DISPLAY "Relationship? (S)pouse (P)artner (C)hild"
               MOVE SPACE TO WORK-RELATIONSHIP
               ACCEPT WORK-RELATIONSHIP
               DISPLAY "Date of birth (CCYYMMDD)?"
               MOVE SPACES TO WORK-DATE-IN
               ACCEPT WORK-DATE-IN
               MOVE 0 TO WORK-BIRTH-DATE
               IF WORK-DATE-IN IS NUMERIC
                   MOVE WORK-DATE-IN TO WORK-BIRTH-DATE
                   MOVE WORK-BIRTH-DATE TO DATE-ONE
                   PERFORM CHECK-CALENDAR-DATE
               END-IF
               EVALUATE TRUE
                   WHEN NEXT-DEP-SEQ > 99
                       DISPLAY "No free dependent number for "
                           WORK-EMP-ID
                   WHEN WORK-DEP-NAME = SPACES
                       DISPLAY "Name must not be blank."
                   WHEN NOT WORK-RELATIONSHIP-VALID
                       DISPLAY "Relationship must be S, P or C."
                   WHEN WORK-RELATIONSHIP-SPOUSE
                   AND SPOUSE-COUNT > 0
                       DISPLAY "A spouse or partner is already on"
                           " file for " WORK-EMP-ID
                   WHEN WORK-DATE-IN NOT NUMERIC
                       DISPLAY "Date of birth must be CCYYMMDD."
                   WHEN NOT DATE-CALL-OK
                       DISPLAY "Not a calendar date: " WORK-BIRTH-DATE
                   WHEN WORK-BIRTH-DATE > TODAYS-DATE
                       DISPLAY "Date of birth is in the future."
                   WHEN OTHER
                       SET ROW-INPUT-VALID TO TRUE
               END-EVALUATE
               IF ROW-INPUT-VALID
                   INITIALIZE DEPENDENT-RECORD
                   MOVE WORK-EMP-ID TO DEP-EMP-ID
                   MOVE NEXT-DEP-SEQ TO DEP-SEQ
                   MOVE WORK-DEP-NAME TO DEP-NAME
                   MOVE WORK-RELATIONSHIP TO DEP-RELATIONSHIP
                   MOVE WORK-BIRTH-DATE TO DEP-BIRTH-DATE
                   MOVE SPACES TO HIST-PRIOR-IMAGE
                   WRITE DEPENDENT-RECORD
                   IF DEPENDENT-FILE-STATUS = "00"
                       MOVE "ADD" TO HIST-ACTION
                       MOVE DEPENDENT-RECORD TO HIST-NEW-IMAGE
                       PERFORM WRITE-BENEFIT-HISTORY
                       DISPLAY "Added as dependent " DEP-SEQ "."
                   ELSE
                       DISPLAY "WRITE FAILED, STATUS="
                           DEPENDENT-FILE-STATUS
                   END-IF
               END-IF
           END-IF
       .

      *>  A dependent a live or pending tier still relies on stays
      *>  until the tier is changed.
       REMOVE-DEPENDENT.
           PERFORM ACCEPT-EMPLOYEE-ID
           IF ROW-INPUT-VALID
               DISPLAY "Dependent number?"
               MOVE SPACES TO WORK-DEP-SEQ-IN
               ACCEPT WORK-DEP-SEQ-IN
               MOVE 0 TO WORK-DEP-SEQ
               IF WORK-DEP-SEQ-IN IS NUMERIC
                   MOVE WORK-DEP-SEQ-IN TO WORK-DEP-SEQ
               END-IF
               MOVE WORK-EMP-ID TO DEP-EMP-ID
               MOVE WORK-DEP-SEQ TO DEP-SEQ
               READ DEPENDENT-FILE
               IF DEPENDENT-FILE-STATUS NOT = "00"
                   DISPLAY "No dependent " WORK-DEP-SEQ-IN " for "
                       WORK-EMP-ID
               ELSE
                   MOVE DEPENDENT-RECORD TO SAVED-DEPENDENT-RECORD
                   MOVE WORK-DEP-SEQ TO SKIP-DEP-SEQ
                   PERFORM COUNT-COVERED-DEPENDENTS
                   PERFORM CHECK-LIVE-TIERS
                   MOVE SAVED-DEPENDENT-RECORD TO DEPENDENT-RECORD
                   IF TIER-BLOCKS-REMOVAL
                       DISPLAY "Plan " ENR-PLAN-CODE " tier " ENR-TIER
                           " still needs this dependent - change"
                           " the tier first."
                   ELSE
                       DISPLAY "Remove " DEP-SEQ " " DEP-NAME
                           " for " DEP-EMP-ID "? (Y/N)"
                       MOVE SPACE TO CONFIRM-CHOICE
                       ACCEPT CONFIRM-CHOICE
                       IF ACTION-CONFIRMED
                           MOVE DEPENDENT-RECORD TO HIST-PRIOR-IMAGE
                           DELETE DEPENDENT-FILE
                           IF DEPENDENT-FILE-STATUS = "00"
                               MOVE "DELETE" TO HIST-ACTION
                               MOVE SPACES TO HIST-NEW-IMAGE
                               PERFORM WRITE-BENEFIT-HISTORY
                               DISPLAY "Removed."
                           ELSE
                               DISPLAY "DELETE FAILED, STATUS="
                                   DEPENDENT-FILE-STATUS
                           END-IF
                       ELSE
                           DISPLAY "Not removed."
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  Enrolls in a plan, or moves an existing enrollment to a new
      *>  tier: the row in force is ended the day before the change
      *>  starts and a new row written. A row already starting that
      *>  day is corrected in place; a later pending row must be
      *>  ended first.
       ENROLL-IN-PLAN.
           PERFORM ACCEPT-EMPLOYEE-ID
           IF ROW-INPUT-VALID
               PERFORM ACCEPT-PLAN-CODE
           END-IF
           IF ROW-INPUT-VALID
               MOVE 'N' TO ROW-INPUT-FLAG
               DISPLAY "Coverage tier? EE ES EC FA"
               MOVE SPACES TO WORK-TIER
               ACCEPT WORK-TIER
               MOVE 0 TO SKIP-DEP-SEQ
               PERFORM COUNT-COVERED-DEPENDENTS
               MOVE WORK-TIER TO CHECK-TIER
               PERFORM CHECK-TIER-SUPPORTED
               EVALUATE TRUE
                   WHEN NOT WORK-TIER-VALID
                       DISPLAY "Tier must be EE, ES, EC or FA."
                   WHEN NOT TIER-SUPPORTED
                       DISPLAY "Tier " WORK-TIER " needs dependents"
                           " not on file for " WORK-EMP-ID
                   WHEN OTHER
                       SET ROW-INPUT-VALID TO TRUE
               END-EVALUATE
           END-IF
           IF ROW-INPUT-VALID
               EVALUATE WORK-TIER
                   WHEN "EE" MOVE 1 TO TIER-INDEX
                   WHEN "ES" MOVE 2 TO TIER-INDEX
                   WHEN "EC" MOVE 3 TO TIER-INDEX
                   WHEN OTHER MOVE 4 TO TIER-INDEX
               END-EVALUATE
               MOVE PLAN-ENTRY-PREMIUM(PLAN-FOUND-INDEX, TIER-INDEX)
                   TO DISPLAY-PREMIUM
               DISPLAY PLAN-ENTRY-DESC(PLAN-FOUND-INDEX) " "
                   WORK-TIER " PREMIUM PER PAY RUN " DISPLAY-PREMIUM
               PERFORM ACCEPT-CHANGE-REASON
           END-IF
           IF ROW-INPUT-VALID AND CHANGE-ALLOWED
               PERFORM FIND-LATEST-ENROLLMENT
               EVALUATE TRUE
                   WHEN LATEST-ROW-FOUND
                   AND ENR-EFFECTIVE-DATE > CHANGE-EFFECTIVE-DATE
                       DISPLAY "A change from " ENR-EFFECTIVE-DATE
                           " is already on file - end it first."
                   WHEN LATEST-ROW-FOUND
                   AND ENR-EFFECTIVE-DATE = CHANGE-EFFECTIVE-DATE
                       MOVE ENROLLMENT-RECORD TO HIST-PRIOR-IMAGE
                       MOVE WORK-TIER TO ENR-TIER
                       MOVE 0 TO ENR-END-DATE
                       MOVE CHANGE-EVENT-CODE TO ENR-EVENT-CODE
                       MOVE CHANGE-EVENT-DATE TO ENR-EVENT-DATE
                       PERFORM REWRITE-ENROLLMENT
                   WHEN LATEST-ROW-FOUND
                   AND ENR-OPEN-ENDED
                   AND ENR-TIER = WORK-TIER
                       DISPLAY "Already enrolled in " WORK-PLAN-CODE
                           " at tier " WORK-TIER
                   WHEN LATEST-ROW-FOUND
                   AND (ENR-OPEN-ENDED
                       OR ENR-END-DATE >= CHANGE-EFFECTIVE-DATE)
                       PERFORM END-LATEST-ENROLLMENT
                       IF ENROLLMENT-FILE-STATUS = "00"
                           PERFORM WRITE-NEW-ENROLLMENT
                       END-IF
                   WHEN OTHER
                       PERFORM WRITE-NEW-ENROLLMENT
               END-EVALUATE
           END-IF
       .

      *>  Ends a plan's coverage the day before the change starts.
      *>  Coverage that has not started by then is taken off file
      *>  instead.
       TERMINATE-ENROLLMENT.
           PERFORM ACCEPT-EMPLOYEE-ID
           IF ROW-INPUT-VALID
               DISPLAY "Plan code?"
               MOVE SPACES TO WORK-PLAN-CODE
               ACCEPT WORK-PLAN-CODE
               PERFORM FIND-LATEST-ENROLLMENT
               IF NOT LATEST-ROW-FOUND
               OR (NOT ENR-OPEN-ENDED
                   AND ENR-END-DATE < TODAYS-DATE)
                   DISPLAY "No current coverage in " WORK-PLAN-CODE
                       " for " WORK-EMP-ID
                   MOVE 'N' TO ROW-INPUT-FLAG
               END-IF
           END-IF
           IF ROW-INPUT-VALID
               PERFORM ACCEPT-CHANGE-REASON
           END-IF
           IF ROW-INPUT-VALID AND CHANGE-ALLOWED
               PERFORM FIND-LATEST-ENROLLMENT
               IF ENR-EFFECTIVE-DATE >= CHANGE-EFFECTIVE-DATE
                   MOVE ENROLLMENT-RECORD TO HIST-PRIOR-IMAGE
                   DELETE ENROLLMENT-FILE
                   IF ENROLLMENT-FILE-STATUS = "00"
                       MOVE "DELETE" TO HIST-ACTION
                       MOVE SPACES TO HIST-NEW-IMAGE
                       PERFORM WRITE-BENEFIT-HISTORY
                       DISPLAY "Pending coverage from "
                           ENR-EFFECTIVE-DATE " cancelled."
                   ELSE
                       DISPLAY "DELETE FAILED, STATUS="
                           ENROLLMENT-FILE-STATUS
                   END-IF
               ELSE
                   PERFORM END-LATEST-ENROLLMENT
                   IF ENROLLMENT-FILE-STATUS = "00"
                       DISPLAY "Coverage ends " ENR-END-DATE "."
                   END-IF
               END-IF
           END-IF
       .

       WRITE-NEW-ENROLLMENT.
           INITIALIZE ENROLLMENT-RECORD
           MOVE WORK-EMP-ID TO ENR-EMP-ID
           MOVE WORK-PLAN-CODE TO ENR-PLAN-CODE
           MOVE CHANGE-EFFECTIVE-DATE TO ENR-EFFECTIVE-DATE
           MOVE WORK-TIER TO ENR-TIER
           MOVE 0 TO ENR-END-DATE
           MOVE CHANGE-EVENT-CODE TO ENR-EVENT-CODE
           MOVE CHANGE-EVENT-DATE TO ENR-EVENT-DATE
           MOVE SPACES TO HIST-PRIOR-IMAGE
           WRITE ENROLLMENT-RECORD
           IF ENROLLMENT-FILE-STATUS = "00"
               MOVE "ADD" TO HIST-ACTION
               MOVE ENROLLMENT-RECORD TO HIST-NEW-IMAGE
               PERFORM WRITE-BENEFIT-HISTORY
               DISPLAY "Enrolled in " ENR-PLAN-CODE " at tier "
                   ENR-TIER " from " ENR-EFFECTIVE-DATE "."
           ELSE
               DISPLAY "WRITE FAILED, STATUS=" ENROLLMENT-FILE-STATUS
           END-IF
       .

      *>  The row in hand stops the day before the change starts.
       END-LATEST-ENROLLMENT.
           MOVE ENROLLMENT-RECORD TO HIST-PRIOR-IMAGE
           MOVE CHANGE-EFFECTIVE-DATE TO DATE-ONE
           MOVE -1 TO DATE-OFFSET-DAYS
           PERFORM SHIFT-DATE
           MOVE DATE-RESULT-DATE TO ENR-END-DATE
           MOVE CHANGE-EVENT-CODE TO ENR-EVENT-CODE
           MOVE CHANGE-EVENT-DATE TO ENR-EVENT-DATE
           PERFORM REWRITE-ENROLLMENT
       .

       REWRITE-ENROLLMENT.
           REWRITE ENROLLMENT-RECORD
           IF ENROLLMENT-FILE-STATUS = "00"
               MOVE "CHANGE" TO HIST-ACTION
               MOVE ENROLLMENT-RECORD TO HIST-NEW-IMAGE
               PERFORM WRITE-BENEFIT-HISTORY
           ELSE
               DISPLAY "REWRITE FAILED, STATUS="
                   ENROLLMENT-FILE-STATUS
           END-IF
       .

      *>  Leaves the newest row for the employee and plan in the
      *>  record area, LATEST-ROW-FOUND set when there is one.
       FIND-LATEST-ENROLLMENT.
           MOVE 'N' TO LATEST-FOUND-FLAG
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE WORK-EMP-ID TO ENR-EMP-ID
           MOVE WORK-PLAN-CODE TO ENR-PLAN-CODE
           MOVE 0 TO ENR-EFFECTIVE-DATE
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF ENROLLMENT-FILE-STATUS NOT = "00"
               OR ENR-EMP-ID NOT = WORK-EMP-ID
               OR ENR-PLAN-CODE NOT = WORK-PLAN-CODE
                   SET SCAN-DONE TO TRUE
               END-IF
               IF NOT SCAN-DONE
                   SET LATEST-ROW-FOUND TO TRUE
                   MOVE ENROLLMENT-RECORD TO LATEST-ENROLLMENT-RECORD
               END-IF
           END-PERFORM
           IF LATEST-ROW-FOUND
               MOVE LATEST-ENROLLMENT-RECORD TO ENROLLMENT-RECORD
               READ ENROLLMENT-FILE
           END-IF
       .

      *>  Open enrollment needs no code inside the window; outside
      *>  it, or for a change that cannot wait for the new coverage
      *>  date, a qualifying event dated no later than today and no
      *>  more than the allowed days back lets the change start on
      *>  the event date.
       ACCEPT-CHANGE-REASON.
           MOVE 'N' TO CHANGE-ALLOWED-FLAG
           DISPLAY "Qualifying event code (blank for open"
               " enrollment)?"
           MOVE SPACES TO CHANGE-EVENT-IN
           ACCEPT CHANGE-EVENT-IN
           EVALUATE TRUE
               WHEN CHANGE-EVENT-IN = SPACES
               AND OPEN-WINDOW-IS-OPEN
                   MOVE "OPEN" TO CHANGE-EVENT-CODE
                   MOVE TODAYS-DATE TO CHANGE-EVENT-DATE
                   MOVE OPEN-COVERAGE-DATE TO CHANGE-EFFECTIVE-DATE
                   SET CHANGE-ALLOWED TO TRUE
               WHEN CHANGE-EVENT-IN = SPACES
                   DISPLAY "Outside open enrollment - a qualifying"
                       " event code is required. Nothing changed."
               WHEN NOT QUALIFYING-EVENT
                   DISPLAY "Not a qualifying event: " CHANGE-EVENT-IN
                       " - MARR DIVR BRTH ADPT DEAT LOSS GAIN HIRE."
               WHEN OTHER
                   PERFORM ACCEPT-EVENT-DATE
           END-EVALUATE
       .

       ACCEPT-EVENT-DATE.
           DISPLAY "Event date (CCYYMMDD)?"
           MOVE SPACES TO WORK-DATE-IN
           ACCEPT WORK-DATE-IN
           IF WORK-DATE-IN NOT NUMERIC
               DISPLAY "Event date must be CCYYMMDD."
           ELSE
               MOVE WORK-DATE-IN TO DATE-ONE
               PERFORM CHECK-CALENDAR-DATE
               IF DATE-CALL-OK
                   MOVE 'D' TO DATE-FUNCTION
                   MOVE TODAYS-DATE TO DATE-TWO
                   CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
                       DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
                       DATE-RESULT-DATE DATE-CALL-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN NOT DATE-CALL-OK
                       DISPLAY "Not a calendar date: " WORK-DATE-IN
                   WHEN DATE-RESULT-DAYS < 0
                       DISPLAY "Event date is in the future."
                   WHEN DATE-RESULT-DAYS > EVENT-DAYS-ALLOWED
                       DISPLAY "Event is more than "
                           EVENT-DAYS-ALLOWED " days old - wait for"
                           " open enrollment. Nothing changed."
                   WHEN OTHER
                       MOVE CHANGE-EVENT-IN TO CHANGE-EVENT-CODE
                       MOVE DATE-ONE TO CHANGE-EVENT-DATE
                       MOVE DATE-ONE TO CHANGE-EFFECTIVE-DATE
                       SET CHANGE-ALLOWED TO TRUE
               END-EVALUATE
           END-IF
       .

      *>  The employee must be on the master.
       ACCEPT-EMPLOYEE-ID.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Employee id?"
           MOVE SPACES TO WORK-EMP-ID
           ACCEPT WORK-EMP-ID
           MOVE WORK-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           EVALUATE TRUE
               WHEN WORK-EMP-ID = SPACES
                   DISPLAY "Employee id must not be blank."
               WHEN MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "No employee " WORK-EMP-ID " on the master."
               WHEN OTHER
                   SET ROW-INPUT-VALID TO TRUE
           END-EVALUATE
       .

      *>  The plan must be on BENPLAN.DAT.
       ACCEPT-PLAN-CODE.
           MOVE 'N' TO ROW-INPUT-FLAG
           DISPLAY "Plan code?"
           MOVE SPACES TO WORK-PLAN-CODE
           ACCEPT WORK-PLAN-CODE
           MOVE 0 TO PLAN-FOUND-INDEX
           PERFORM VARYING PLAN-INDEX FROM 1 BY 1
           UNTIL PLAN-INDEX > PLAN-COUNT
               IF PLAN-ENTRY-CODE(PLAN-INDEX) = WORK-PLAN-CODE
                   MOVE PLAN-INDEX TO PLAN-FOUND-INDEX
               END-IF
           END-PERFORM
           IF PLAN-FOUND-INDEX = 0
               DISPLAY "No plan " WORK-PLAN-CODE " on BENPLAN.DAT."
           ELSE
               SET ROW-INPUT-VALID TO TRUE
           END-IF
       .

      *>  Spouses or partners and children on file for the employee,
      *>  less SKIP-DEP-SEQ, and the next free dependent number.
       COUNT-COVERED-DEPENDENTS.
           MOVE 0 TO SPOUSE-COUNT
           MOVE 0 TO CHILD-COUNT
           MOVE 1 TO NEXT-DEP-SEQ
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE WORK-EMP-ID TO DEP-EMP-ID
           MOVE 0 TO DEP-SEQ
           START DEPENDENT-FILE KEY >= DEP-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ DEPENDENT-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF DEPENDENT-FILE-STATUS NOT = "00"
               OR DEP-EMP-ID NOT = WORK-EMP-ID
                   SET SCAN-DONE TO TRUE
               END-IF
               IF NOT SCAN-DONE
                   COMPUTE NEXT-DEP-SEQ = DEP-SEQ + 1
                   IF DEP-SEQ NOT = SKIP-DEP-SEQ
                       IF DEP-IS-CHILD
                           ADD 1 TO CHILD-COUNT
                       ELSE
                           ADD 1 TO SPOUSE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       .

       CHECK-TIER-SUPPORTED.
           MOVE 'Y' TO TIER-SUPPORTED-FLAG
           EVALUATE CHECK-TIER
               WHEN "ES"
                   IF SPOUSE-COUNT = 0
                       MOVE 'N' TO TIER-SUPPORTED-FLAG
                   END-IF
               WHEN "EC"
                   IF CHILD-COUNT = 0
                       MOVE 'N' TO TIER-SUPPORTED-FLAG
                   END-IF
               WHEN "FA"
                   IF SPOUSE-COUNT = 0 OR CHILD-COUNT = 0
                       MOVE 'N' TO TIER-SUPPORTED-FLAG
                   END-IF
           END-EVALUATE
       .

      *>  Every enrollment row for the employee that has not ended
      *>  before today, checked against the counted dependents; the
      *>  first one left unsupported stays in the record area.
       CHECK-LIVE-TIERS.
           MOVE 'N' TO TIER-BLOCKED-FLAG
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE WORK-EMP-ID TO ENR-EMP-ID
           MOVE LOW-VALUES TO ENR-PLAN-CODE
           MOVE 0 TO ENR-EFFECTIVE-DATE
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF ENROLLMENT-FILE-STATUS NOT = "00"
               OR ENR-EMP-ID NOT = WORK-EMP-ID
                   SET SCAN-DONE TO TRUE
               END-IF
               IF NOT SCAN-DONE
               AND (ENR-OPEN-ENDED OR ENR-END-DATE >= TODAYS-DATE)
                   MOVE ENR-TIER TO CHECK-TIER
                   PERFORM CHECK-TIER-SUPPORTED
                   IF NOT TIER-SUPPORTED
                       SET TIER-BLOCKS-REMOVAL TO TRUE
                       SET SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
       .

       CHECK-CALENDAR-DATE.
           MOVE 'O' TO DATE-FUNCTION
           MOVE 0 TO DATE-OFFSET-DAYS
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
      *>  DATE-ARITH only shape-checks the day; a 31st in a short
      *>  month comes back rolled into the next, so insist on the
      *>  same date back.
           IF DATE-CALL-OK
           AND DATE-RESULT-DATE NOT = DATE-ONE
               MOVE '1' TO DATE-CALL-STATUS
           END-IF
       .

      *>  DATE-ONE moved by DATE-OFFSET-DAYS, into DATE-RESULT-DATE.
       SHIFT-DATE.
           MOVE 'O' TO DATE-FUNCTION
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
       .

      *>  Appends the staged before/after images to BENHIST.DAT,
      *>  timestamped with the signed-on operator, opened and closed
      *>  per call the same way EMPHIST.DAT is appended.
       WRITE-BENEFIT-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO HIST-OPERATOR
           OPEN EXTEND BENEFIT-HISTORY-FILE
           IF NO-BENEFIT-HISTORY-FILE
               OPEN OUTPUT BENEFIT-HISTORY-FILE
               CLOSE BENEFIT-HISTORY-FILE
               OPEN EXTEND BENEFIT-HISTORY-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO BENEFIT-HISTORY-LINE
           WRITE BENEFIT-HISTORY-LINE
           CLOSE BENEFIT-HISTORY-FILE
       .

       END PROGRAM BENEFIT-MAINT.
