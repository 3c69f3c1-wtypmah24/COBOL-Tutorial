       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-MAINT.
      *>  Cheque stock control for the employees the pay run pays by
      *>  cheque. The pre-numbered stock in the printer is one range
      *>  on CHQSTOCK.DAT; COBOLTUT takes numbers from it in order and
      *>  registers each cheque issued on CHQREG.DAT. This program
      *>  ('K' is its function letter) loads the next range once the
      *>  current one is used up, voids an issued cheque that will
      *>  never be cashed, spoils a number lost in the printer, and
      *>  reconciles the stock: every number used from the range
      *>  must be on the register exactly once - issued, voided or
      *>  spoiled - and no number not yet used may be on it at all.
      *>  The reconciliation prints to CHQRECN.RPT; anything that
      *>  does not account for itself is a severity-E line on the
      *>  exception summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-STOCK-FILE ASSIGN TO "CHQSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-STOCK-FILE-STATUS.
           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHQREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMBER
               FILE STATUS IS CHEQUE-REGISTER-FILE-STATUS.
           SELECT RECONCILE-REPORT-FILE ASSIGN TO "CHQRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECONCILE-REPORT-FILE-STATUS.
      *>  Every stock movement lands on the shared exception summary
      *>  as an 'I' line, so the morning triage sees who voided or
      *>  spoiled what.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-STOCK-FILE.
           COPY "CHEQUE-STOCK.cpy".

       FD  CHEQUE-REGISTER-FILE.
           COPY "CHEQUE-REGISTER.cpy".

       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "EXCEPTION-SUMMARY.cpy".
       01 CHEQUE-STOCK-FILE-STATUS PIC XX.
          88 NO-CHEQUE-STOCK-FILE VALUE "35".
       01 CHEQUE-REGISTER-FILE-STATUS PIC XX.
          88 NO-CHEQUE-REGISTER-FILE VALUE "35".
          88 CHEQUE-NOT-ON-REGISTER VALUE "23".
       01 RECONCILE-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

      *>  The stock record is held here for the whole session and
      *>  written back whole after every change.
       01 STOCK-ON-FILE-FLAG   PIC X VALUE 'N'.
          88 STOCK-ON-FILE     VALUE 'Y'.
       01 STOCK-HELD           PIC X(42).

       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LOAD       VALUE 'L'.
          88 ACTION-VOID       VALUE 'V'.
          88 ACTION-SPOIL      VALUE 'S'.
          88 ACTION-RECONCILE  VALUE 'R'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.

       01 ENTERED-NUMBER       PIC X(08).
       01 ENTERED-FIRST        PIC X(08).
       01 ENTERED-LAST         PIC X(08).
       01 ENTERED-REASON       PIC X(20).
       01 WORK-CHEQUE-NUMBER   PIC 9(08).
       01 WORK-FIRST-NUMBER    PIC 9(08).
       01 WORK-LAST-NUMBER     PIC 9(08).
       01 RANGE-CLEAR-FLAG     PIC X VALUE 'Y'.
          88 RANGE-IS-CLEAR    VALUE 'Y'.
       01 TODAYS-DATE-N        PIC 9(08).
       01 AMOUNT-EDIT          PIC $$,$$$,$$9.99.

      *>  Reconciliation tallies.
       01 RECON-NUMBER         PIC 9(09).
       01 RECON-ISSUED-COUNT   PIC 9(07) VALUE 0.
       01 RECON-VOIDED-COUNT   PIC 9(07) VALUE 0.
       01 RECON-SPOILED-COUNT  PIC 9(07) VALUE 0.
       01 RECON-MISSING-COUNT  PIC 9(07) VALUE 0.
       01 RECON-UNUSED-COUNT   PIC 9(07) VALUE 0.
       01 RECON-PREMATURE-COUNT PIC 9(07) VALUE 0.
       01 RECON-ISSUED-TOTAL   PIC 9(9)V99 VALUE 0.
       01 RECON-VOIDED-TOTAL   PIC 9(9)V99 VALUE 0.
       01 RECON-EXCEPTION-COUNT PIC 9(07) VALUE 0.
       01 RECON-COUNT-EDIT     PIC Z,ZZZ,ZZ9.

       01 RECON-TITLE-LINE.
           05 FILLER            PIC X(30) VALUE
               "CHEQUE STOCK RECONCILIATION  ".
           05 FILLER            PIC X(06) VALUE "RANGE ".
           05 RCN-TITLE-FIRST   PIC 9(08).
           05 FILLER            PIC X(03) VALUE " - ".
           05 RCN-TITLE-LAST    PIC 9(08).
           05 FILLER            PIC X(06) VALUE "  NEXT".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RCN-TITLE-NEXT    PIC 9(08).
       01 RECON-HEADER-LINE.
           05 FILLER            PIC X(10) VALUE "CHEQUE NO".
           05 FILLER            PIC X(30) VALUE "PROBLEM".
           05 FILLER            PIC X(08) VALUE "EMP ID".
           05 FILLER            PIC X(15) VALUE "AMOUNT".
       01 RECON-DETAIL-LINE.
           05 RCN-NUMBER        PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RCN-PROBLEM       PIC X(30).
           05 RCN-EMP-ID        PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RCN-AMOUNT        PIC $$,$$$,$$9.99.
       01 RECON-SUMMARY-LINE.
           05 RCN-SUM-LABEL     PIC X(30).
           05 RCN-SUM-COUNT     PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RCN-SUM-AMOUNT    PIC $$$,$$$,$$9.99.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  onto every void, spoil and range load. 'K' is this
      *>  program's function letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'K'.
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
                DISPLAY "CHEQUE-MAINT: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION K - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE-N

            PERFORM READ-CHEQUE-STOCK
      *>  CHQREG.DAT may not exist before the first cheque; create it
      *>  the same way SAVE-EMPLOYEE-MASTER creates a fresh master.
            OPEN I-O CHEQUE-REGISTER-FILE
            IF NO-CHEQUE-REGISTER-FILE
                OPEN OUTPUT CHEQUE-REGISTER-FILE
                CLOSE CHEQUE-REGISTER-FILE
                OPEN I-O CHEQUE-REGISTER-FILE
            END-IF
            IF CHEQUE-REGISTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN CHQREG.DAT, STATUS="
                    CHEQUE-REGISTER-FILE-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM UNTIL ACTION-QUIT
                    PERFORM SHOW-STOCK-POSITION
                    DISPLAY "Action? (L)oad range (V)oid (S)poil"
                        " (R)econcile (Q)uit"
                    ACCEPT ACTION-CHOICE
                    EVALUATE TRUE
                        WHEN ACTION-LOAD
                            PERFORM LOAD-NEW-RANGE
                        WHEN ACTION-VOID
                            PERFORM VOID-CHEQUE
                        WHEN ACTION-SPOIL
                            PERFORM SPOIL-NEXT-CHEQUE
                        WHEN ACTION-RECONCILE
                            PERFORM RECONCILE-CHEQUE-STOCK
                        WHEN ACTION-QUIT
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Choose L, V, S, R or Q."
                    END-EVALUATE
                END-PERFORM
                CLOSE CHEQUE-REGISTER-FILE
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  A stock record that will not read as a sane range is
      *>  treated as no stock at all: only a fresh range load can put
      *>  it right.
       READ-CHEQUE-STOCK.
           MOVE 'N' TO STOCK-ON-FILE-FLAG
           OPEN INPUT CHEQUE-STOCK-FILE
           IF CHEQUE-STOCK-FILE-STATUS = "00"
               READ CHEQUE-STOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF STK-FIRST-NUMBER IS NUMERIC
                       AND STK-LAST-NUMBER IS NUMERIC
                       AND STK-NEXT-NUMBER IS NUMERIC
                       AND STK-FIRST-NUMBER NOT > STK-LAST-NUMBER
                       AND STK-NEXT-NUMBER NOT < STK-FIRST-NUMBER
                       AND STK-NEXT-NUMBER NOT > STK-LAST-NUMBER + 1
                           SET STOCK-ON-FILE TO TRUE
                           MOVE CHEQUE-STOCK-RECORD TO STOCK-HELD
                       END-IF
               END-READ
           END-IF
           CLOSE CHEQUE-STOCK-FILE
       .

       SHOW-STOCK-POSITION.
           IF STOCK-ON-FILE
               MOVE STOCK-HELD TO CHEQUE-STOCK-RECORD
               DISPLAY "STOCK " STK-FIRST-NUMBER " - " STK-LAST-NUMBER
                   " NEXT " STK-NEXT-NUMBER " LOADED "
                   STK-LOADED-DATE " BY " STK-LOADED-BY
               IF STK-NEXT-NUMBER > STK-LAST-NUMBER
                   DISPLAY "STOCK USED UP - LOAD THE NEXT RANGE"
               END-IF
           ELSE
               DISPLAY "NO CHEQUE STOCK ON FILE - LOAD A RANGE"
           END-IF
       .

       SAVE-CHEQUE-STOCK.
           MOVE STOCK-HELD TO CHEQUE-STOCK-RECORD
           OPEN OUTPUT CHEQUE-STOCK-FILE
           WRITE CHEQUE-STOCK-RECORD
           IF CHEQUE-STOCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT WRITE CHQSTOCK.DAT, STATUS="
                   CHEQUE-STOCK-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE CHEQUE-STOCK-FILE
       .

      *>  A new range only goes in once every number of the old one
      *>  is used - unused numbers are spoiled first, so they are on
      *>  the register rather than silently dropped - and never over
      *>  numbers the register already holds.
       LOAD-NEW-RANGE.
           IF STOCK-ON-FILE
               MOVE STOCK-HELD TO CHEQUE-STOCK-RECORD
           END-IF
           IF STOCK-ON-FILE AND STK-NEXT-NUMBER NOT > STK-LAST-NUMBER
               DISPLAY "Numbers " STK-NEXT-NUMBER " - "
                   STK-LAST-NUMBER " are still unused; spoil them"
                   " before loading a new range."
           ELSE
               DISPLAY "First cheque number of the new stock?"
               ACCEPT ENTERED-FIRST
               DISPLAY "Last cheque number of the new stock?"
               ACCEPT ENTERED-LAST
               IF ENTERED-FIRST IS NOT NUMERIC
               OR ENTERED-LAST IS NOT NUMERIC
                   DISPLAY "Cheque numbers are eight digits."
               ELSE
                   MOVE ENTERED-FIRST TO WORK-FIRST-NUMBER
                   MOVE ENTERED-LAST TO WORK-LAST-NUMBER
                   IF WORK-FIRST-NUMBER = 0
                   OR WORK-FIRST-NUMBER > WORK-LAST-NUMBER
                       DISPLAY "First must be above zero and not"
                           " above last."
                   ELSE
                       PERFORM CHECK-RANGE-CLEAR
                       IF RANGE-IS-CLEAR
                           PERFORM RECORD-NEW-RANGE
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       CHECK-RANGE-CLEAR.
           SET RANGE-IS-CLEAR TO TRUE
           MOVE WORK-FIRST-NUMBER TO CHQ-NUMBER
           START CHEQUE-REGISTER-FILE KEY >= CHQ-NUMBER
               INVALID KEY CONTINUE
           END-START
           IF CHEQUE-REGISTER-FILE-STATUS = "00"
               READ CHEQUE-REGISTER-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF CHEQUE-REGISTER-FILE-STATUS = "00"
               AND CHQ-NUMBER NOT > WORK-LAST-NUMBER
                   MOVE 'N' TO RANGE-CLEAR-FLAG
                   DISPLAY "Cheque " CHQ-NUMBER " is already on the"
                       " register - range not loaded."
               END-IF
           END-IF
       .

       RECORD-NEW-RANGE.
           MOVE SPACES TO CHEQUE-STOCK-RECORD
           MOVE WORK-FIRST-NUMBER TO STK-FIRST-NUMBER
           MOVE WORK-LAST-NUMBER TO STK-LAST-NUMBER
           MOVE WORK-FIRST-NUMBER TO STK-NEXT-NUMBER
           MOVE TODAYS-DATE-N TO STK-LOADED-DATE
           MOVE SIGNON-OPERATOR-ID TO STK-LOADED-BY
           MOVE CHEQUE-STOCK-RECORD TO STOCK-HELD
           SET STOCK-ON-FILE TO TRUE
           PERFORM SAVE-CHEQUE-STOCK
           DISPLAY "Loaded cheque stock " WORK-FIRST-NUMBER " - "
               WORK-LAST-NUMBER
           MOVE "LOAD-NEW-RANGE" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "CHEQUE STOCK " WORK-FIRST-NUMBER "-"
               WORK-LAST-NUMBER " LOADED BY " SIGNON-OPERATOR-ID
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'I' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
       .

      *>  Only an issued cheque can be voided. The row stays on the
      *>  register with its payee and amount so the number is still
      *>  accounted for; the pay itself is made good through the
      *>  pay run, not here.
       VOID-CHEQUE.
           DISPLAY "Cheque number to void?"
           ACCEPT ENTERED-NUMBER
           IF ENTERED-NUMBER IS NOT NUMERIC
               DISPLAY "Cheque numbers are eight digits."
           ELSE
               MOVE ENTERED-NUMBER TO CHQ-NUMBER
               READ CHEQUE-REGISTER-FILE
               EVALUATE TRUE
                   WHEN CHEQUE-NOT-ON-REGISTER
                       DISPLAY "Cheque " ENTERED-NUMBER
                           " is not on the register."
                   WHEN CHEQUE-REGISTER-FILE-STATUS NOT = "00"
                       DISPLAY "READ FAILED, STATUS="
                           CHEQUE-REGISTER-FILE-STATUS
                   WHEN NOT CHQ-ISSUED
                       DISPLAY "Cheque " CHQ-NUMBER " is "
                           CHQ-STATUS " - only an issued cheque can"
                           " be voided."
                   WHEN OTHER
                       PERFORM CONFIRM-VOID
               END-EVALUATE
           END-IF
       .

       CONFIRM-VOID.
           MOVE CHQ-AMOUNT TO AMOUNT-EDIT
           DISPLAY "Cheque " CHQ-NUMBER " to " CHQ-EMP-ID " "
               CHQ-PAYEE-NAME " " AMOUNT-EDIT " paid "
               CHQ-PAY-DATE
           DISPLAY "Reason for void?"
           ACCEPT ENTERED-REASON
           DISPLAY "Void this cheque? (Y/N)"
           MOVE SPACE TO CONFIRM-CHOICE
           ACCEPT CONFIRM-CHOICE
           IF ENTERED-REASON = SPACES
               DISPLAY "A reason is required - not voided."
           ELSE
               IF CONFIRM-CHOICE NOT = 'Y' AND CONFIRM-CHOICE NOT = 'y'
                   DISPLAY "Not voided."
               ELSE
                   SET CHQ-VOIDED TO TRUE
                   MOVE TODAYS-DATE-N TO CHQ-STATUS-DATE
                   MOVE SIGNON-OPERATOR-ID TO CHQ-STATUS-BY
                   MOVE ENTERED-REASON TO CHQ-STATUS-REASON
                   REWRITE CHEQUE-REGISTER-RECORD
                   IF CHEQUE-REGISTER-FILE-STATUS NOT = "00"
                       DISPLAY "REWRITE FAILED, STATUS="
                           CHEQUE-REGISTER-FILE-STATUS
                   ELSE
                       DISPLAY "Voided cheque " CHQ-NUMBER
                       MOVE "VOID-CHEQUE" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "CHEQUE " CHQ-NUMBER " FOR " CHQ-EMP-ID
                           " VOIDED BY " SIGNON-OPERATOR-ID
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'I' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   END-IF
               END-IF
           END-IF
       .

      *>  A form lost in the printer is always the next number, since
      *>  the stock prints in order; spoiling it puts a row on the
      *>  register and moves the stock past it, so the next pay run
      *>  starts on the form actually next in the printer.
       SPOIL-NEXT-CHEQUE.
           IF NOT STOCK-ON-FILE
               DISPLAY "No cheque stock on file."
           ELSE
               MOVE STOCK-HELD TO CHEQUE-STOCK-RECORD
               IF STK-NEXT-NUMBER > STK-LAST-NUMBER
                   DISPLAY "Stock is used up - nothing to spoil."
               ELSE
                   DISPLAY "Spoil cheque " STK-NEXT-NUMBER "? (Y/N)"
                   MOVE SPACE TO CONFIRM-CHOICE
                   ACCEPT CONFIRM-CHOICE
                   IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
                       DISPLAY "Reason?"
                       ACCEPT ENTERED-REASON
                       PERFORM WRITE-SPOILED-ROW
                   ELSE
                       DISPLAY "Not spoiled."
                   END-IF
               END-IF
           END-IF
       .

       WRITE-SPOILED-ROW.
           MOVE STK-NEXT-NUMBER TO WORK-CHEQUE-NUMBER
           MOVE SPACES TO CHEQUE-REGISTER-RECORD
           MOVE WORK-CHEQUE-NUMBER TO CHQ-NUMBER
           SET CHQ-SPOILED TO TRUE
           MOVE 0 TO CHQ-PAY-DATE
           MOVE 0 TO CHQ-AMOUNT
           MOVE TODAYS-DATE-N TO CHQ-STATUS-DATE
           MOVE SIGNON-OPERATOR-ID TO CHQ-STATUS-BY
           MOVE ENTERED-REASON TO CHQ-STATUS-REASON
           WRITE CHEQUE-REGISTER-RECORD
           IF CHEQUE-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "WRITE FAILED, STATUS="
                   CHEQUE-REGISTER-FILE-STATUS
                   " - STOCK NOT MOVED"
           ELSE
               MOVE STOCK-HELD TO CHEQUE-STOCK-RECORD
               ADD 1 TO STK-NEXT-NUMBER
               MOVE CHEQUE-STOCK-RECORD TO STOCK-HELD
               PERFORM SAVE-CHEQUE-STOCK
               DISPLAY "Spoiled cheque " WORK-CHEQUE-NUMBER
               MOVE "SPOIL-NEXT-CHEQUE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CHEQUE " WORK-CHEQUE-NUMBER
                   " SPOILED BY " SIGNON-OPERATOR-ID
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'I' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Walks every number of the current range against the
      *>  register: below the next number each must be on file, and
      *>  from the next number up none may be.
       RECONCILE-CHEQUE-STOCK.
           IF NOT STOCK-ON-FILE
               DISPLAY "No cheque stock on file to reconcile."
           ELSE
               MOVE STOCK-HELD TO CHEQUE-STOCK-RECORD
               MOVE 0 TO RECON-ISSUED-COUNT RECON-VOIDED-COUNT
                   RECON-SPOILED-COUNT RECON-MISSING-COUNT
                   RECON-UNUSED-COUNT RECON-PREMATURE-COUNT
                   RECON-ISSUED-TOTAL RECON-VOIDED-TOTAL
               OPEN OUTPUT RECONCILE-REPORT-FILE
               MOVE STK-FIRST-NUMBER TO RCN-TITLE-FIRST
               MOVE STK-LAST-NUMBER TO RCN-TITLE-LAST
               MOVE STK-NEXT-NUMBER TO RCN-TITLE-NEXT
               MOVE RECON-TITLE-LINE TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
               MOVE RECON-HEADER-LINE TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
               PERFORM RECONCILE-ONE-NUMBER
                   VARYING RECON-NUMBER FROM STK-FIRST-NUMBER BY 1
                   UNTIL RECON-NUMBER > STK-LAST-NUMBER
               PERFORM WRITE-RECONCILE-SUMMARY
               CLOSE RECONCILE-REPORT-FILE
               PERFORM REPORT-RECONCILE-RESULT
           END-IF
       .

       RECONCILE-ONE-NUMBER.
           MOVE RECON-NUMBER TO CHQ-NUMBER
           READ CHEQUE-REGISTER-FILE
           IF RECON-NUMBER < STK-NEXT-NUMBER
               IF CHEQUE-REGISTER-FILE-STATUS NOT = "00"
                   ADD 1 TO RECON-MISSING-COUNT
                   MOVE SPACES TO RCN-EMP-ID
                   MOVE 0 TO RCN-AMOUNT
                   MOVE "USED BUT NOT ON REGISTER" TO RCN-PROBLEM
                   PERFORM WRITE-RECONCILE-DETAIL
               ELSE
                   PERFORM TALLY-REGISTER-ROW
               END-IF
           ELSE
               IF CHEQUE-REGISTER-FILE-STATUS = "00"
                   ADD 1 TO RECON-PREMATURE-COUNT
                   MOVE CHQ-EMP-ID TO RCN-EMP-ID
                   MOVE CHQ-AMOUNT TO RCN-AMOUNT
                   MOVE "ON REGISTER BUT NOT YET USED"
                       TO RCN-PROBLEM
                   PERFORM WRITE-RECONCILE-DETAIL
               ELSE
                   ADD 1 TO RECON-UNUSED-COUNT
               END-IF
           END-IF
       .

       TALLY-REGISTER-ROW.
           EVALUATE TRUE
               WHEN CHQ-ISSUED
                   ADD 1 TO RECON-ISSUED-COUNT
                   ADD CHQ-AMOUNT TO RECON-ISSUED-TOTAL
               WHEN CHQ-VOIDED
                   ADD 1 TO RECON-VOIDED-COUNT
                   ADD CHQ-AMOUNT TO RECON-VOIDED-TOTAL
               WHEN CHQ-SPOILED
                   ADD 1 TO RECON-SPOILED-COUNT
               WHEN OTHER
                   ADD 1 TO RECON-MISSING-COUNT
                   MOVE CHQ-EMP-ID TO RCN-EMP-ID
                   MOVE CHQ-AMOUNT TO RCN-AMOUNT
                   MOVE "UNKNOWN STATUS ON REGISTER" TO RCN-PROBLEM
                   PERFORM WRITE-RECONCILE-DETAIL
           END-EVALUATE
       .

       WRITE-RECONCILE-DETAIL.
           MOVE CHQ-NUMBER TO RCN-NUMBER
           MOVE RECON-DETAIL-LINE TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
       .

       WRITE-RECONCILE-SUMMARY.
           MOVE SPACES TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
           MOVE "ISSUED" TO RCN-SUM-LABEL
           MOVE RECON-ISSUED-COUNT TO RCN-SUM-COUNT
           MOVE RECON-ISSUED-TOTAL TO RCN-SUM-AMOUNT
           PERFORM WRITE-RECONCILE-SUMMARY-LINE
           MOVE "VOIDED" TO RCN-SUM-LABEL
           MOVE RECON-VOIDED-COUNT TO RCN-SUM-COUNT
           MOVE RECON-VOIDED-TOTAL TO RCN-SUM-AMOUNT
           PERFORM WRITE-RECONCILE-SUMMARY-LINE
           MOVE "SPOILED" TO RCN-SUM-LABEL
           MOVE RECON-SPOILED-COUNT TO RCN-SUM-COUNT
           MOVE 0 TO RCN-SUM-AMOUNT
           PERFORM WRITE-RECONCILE-SUMMARY-LINE
           MOVE "UNUSED" TO RCN-SUM-LABEL
           MOVE RECON-UNUSED-COUNT TO RCN-SUM-COUNT
           MOVE 0 TO RCN-SUM-AMOUNT
           PERFORM WRITE-RECONCILE-SUMMARY-LINE
           MOVE "USED, NOT ON REGISTER" TO RCN-SUM-LABEL
           MOVE RECON-MISSING-COUNT TO RCN-SUM-COUNT
           MOVE 0 TO RCN-SUM-AMOUNT
           PERFORM WRITE-RECONCILE-SUMMARY-LINE
           MOVE "ON REGISTER, NOT YET USED" TO RCN-SUM-LABEL
           MOVE RECON-PREMATURE-COUNT TO RCN-SUM-COUNT
           MOVE 0 TO RCN-SUM-AMOUNT
           PERFORM WRITE-RECONCILE-SUMMARY-LINE
       .

       WRITE-RECONCILE-SUMMARY-LINE.
           MOVE RECON-SUMMARY-LINE TO RECONCILE-REPORT-LINE
           WRITE RECONCILE-REPORT-LINE
       .

       REPORT-RECONCILE-RESULT.
           COMPUTE RECON-EXCEPTION-COUNT =
               RECON-MISSING-COUNT + RECON-PREMATURE-COUNT
           MOVE "RECONCILE-STOCK" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           IF RECON-EXCEPTION-COUNT = 0
               DISPLAY "CHEQUE STOCK RECONCILES - SEE CHQRECN.RPT"
               STRING "CHEQUE STOCK " STK-FIRST-NUMBER "-"
                   STK-LAST-NUMBER " RECONCILES"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'I' TO EXC-SEVERITY
           ELSE
               MOVE RECON-EXCEPTION-COUNT TO RECON-COUNT-EDIT
               DISPLAY "CHEQUE STOCK OUT OF BALANCE: "
                   RECON-COUNT-EDIT " NUMBERS - SEE CHQRECN.RPT"
               STRING "CHEQUE STOCK OUT OF BALANCE, "
                   RECON-EXCEPTION-COUNT " NUMBERS"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "CHEQUE-MAINT" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM CHEQUE-MAINT.
