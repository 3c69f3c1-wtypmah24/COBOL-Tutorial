       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RELEASE.
      *>  Supervisor sign-off between the payroll trial and the live
      *>  run. COBOLTUT on a pay date with nothing released runs as a
      *>  trial - register, slips and labor cost marked TRIAL, no
      *>  bank file, no YTD/QTD, no GL journal - and leaves its
      *>  control totals on PAYREL.DAT with status 'T'. The
      *>  supervisor reviews the trial register, runs this program
      *>  ('R' is its function letter) and releases the trial; the
      *>  next COBOLTUT run proves its totals still equal the
      *>  released ones before it pays anyone. The operator who ran
      *>  the trial cannot release it, the same two-person rule
      *>  CHANGE-APPROVE holds master changes to.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RELEASE-FILE ASSIGN TO "PAYREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RELEASE-FILE-STATUS.
      *>  Releases land on the shared exception summary as 'I' lines,
      *>  so the morning triage sees who let the money go.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-RELEASE-FILE.
           COPY "PAY-RELEASE.cpy".

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "EXCEPTION-SUMMARY.cpy".
       01 PAY-RELEASE-FILE-STATUS PIC XX.
          88 NO-PAY-RELEASE-FILE VALUE "35".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 RELEASE-ON-FILE-FLAG PIC X VALUE 'N'.
          88 RELEASE-ON-FILE   VALUE 'Y'.
       01 RELEASE-CHOICE       PIC X VALUE SPACE.
       01 TOTAL-AMOUNT-EDIT    PIC $$$,$$$,$$9.99.
       01 COUNT-EDIT           PIC ZZ,ZZ9.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  onto the release record. 'R' is this program's function
      *>  letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'R'.
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
                DISPLAY "PAY-RELEASE: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION R - NOTHING RELEASED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM READ-RELEASE-RECORD
            EVALUATE TRUE
                WHEN NOT RELEASE-ON-FILE
                    DISPLAY "PAY-RELEASE: NO PAYROLL TRIAL ON FILE"
                WHEN REL-RELEASED
                    DISPLAY "PAY-RELEASE: TRIAL FOR " REL-PAY-DATE
                        " ALREADY RELEASED BY " REL-RELEASE-OPERATOR
                WHEN REL-POSTED
                    DISPLAY "PAY-RELEASE: PAYROLL FOR " REL-PAY-DATE
                        " ALREADY POSTED - RUN A NEW TRIAL FIRST"
                WHEN NOT REL-AWAITING-RELEASE
                    DISPLAY "PAY-RELEASE: PAYREL.DAT STATUS '"
                        REL-STATUS "' NOT RECOGNISED"
                    MOVE 1 TO RETURN-CODE
                WHEN REL-TRIAL-OPERATOR = SIGNON-OPERATOR-ID
                    DISPLAY "PAY-RELEASE: TRIAL WAS RUN BY YOU - LEFT"
                        " FOR ANOTHER SUPERVISOR"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM SHOW-TRIAL-TOTALS
                    PERFORM CONFIRM-RELEASE
            END-EVALUATE
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       READ-RELEASE-RECORD.
           MOVE 'N' TO RELEASE-ON-FILE-FLAG
           OPEN INPUT PAY-RELEASE-FILE
           IF PAY-RELEASE-FILE-STATUS = "00"
               READ PAY-RELEASE-FILE
                   AT END CONTINUE
                   NOT AT END SET RELEASE-ON-FILE TO TRUE
               END-READ
           END-IF
           CLOSE PAY-RELEASE-FILE
       .

      *>  The same figures the trial register printed at its foot,
      *>  so the supervisor releases exactly what was reviewed.
       SHOW-TRIAL-TOTALS.
           DISPLAY "PAYROLL TRIAL FOR " REL-PAY-DATE " RUN BY "
               REL-TRIAL-OPERATOR " AT " REL-TRIAL-STAMP
           MOVE REL-EMPLOYEES-PAID TO COUNT-EDIT
           DISPLAY "  EMPLOYEES PAID     " COUNT-EDIT
           MOVE REL-EMPLOYEES-REJECTED TO COUNT-EDIT
           DISPLAY "  EMPLOYEES REJECTED " COUNT-EDIT
           MOVE REL-GROSS TO TOTAL-AMOUNT-EDIT
           DISPLAY "  GROSS              " TOTAL-AMOUNT-EDIT
           MOVE REL-OVERTIME TO TOTAL-AMOUNT-EDIT
           DISPLAY "  OVERTIME           " TOTAL-AMOUNT-EDIT
           MOVE REL-NET TO TOTAL-AMOUNT-EDIT
           DISPLAY "  NET                " TOTAL-AMOUNT-EDIT
           MOVE REL-EMPLOYER TO TOTAL-AMOUNT-EDIT
           DISPLAY "  EMPLOYER COST      " TOTAL-AMOUNT-EDIT
       .

       CONFIRM-RELEASE.
           DISPLAY "Release this payroll for payment? (Y/N)"
           MOVE SPACE TO RELEASE-CHOICE
           ACCEPT RELEASE-CHOICE
           IF RELEASE-CHOICE NOT = 'Y' AND RELEASE-CHOICE NOT = 'y'
               DISPLAY "PAY-RELEASE: NOT RELEASED"
           ELSE
               SET REL-RELEASED TO TRUE
               MOVE SIGNON-OPERATOR-ID TO REL-RELEASE-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO REL-RELEASE-STAMP
               OPEN OUTPUT PAY-RELEASE-FILE
               WRITE PAY-RELEASE-RECORD
               IF PAY-RELEASE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: CANNOT WRITE PAYREL.DAT, STATUS="
                       PAY-RELEASE-FILE-STATUS
                   MOVE 1 TO RETURN-CODE
                   CLOSE PAY-RELEASE-FILE
               ELSE
                   CLOSE PAY-RELEASE-FILE
                   DISPLAY "PAY-RELEASE: PAYROLL FOR " REL-PAY-DATE
                       " RELEASED"
                   MOVE "CONFIRM-RELEASE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "PAYROLL " REL-PAY-DATE " RELEASED BY "
                       SIGNON-OPERATOR-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'I' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "PAY-RELEASE" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM PAY-RELEASE.
