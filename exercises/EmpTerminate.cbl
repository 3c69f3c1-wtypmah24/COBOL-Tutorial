      *>  master (the age extract, the letters, the reports) skip
      *>  terminated records automatically. Each termination is
      *>  audit-logged to ONBOARD.LOG, so one log tells the whole
      *>  story of a master record from hire to leave. A leaver with
      *>  a pension account has it frozen at the effective date, with
      *>  the vested and forfeited amounts recorded on the ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYEE-HISTORY-FILE-STATUS.
      *>  Pension member ledger the payroll posts contributions to.
           SELECT PENSION-FILE ASSIGN TO "PENSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-EMP-ID
               FILE STATUS IS PENSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  PENSION-FILE.
           COPY "PENSION-MEMBER.cpy".

       WORKING-STORAGE SECTION.
      *>  Before/after images of every master REWRITE, shared layout
       01 LOCK-CALL-STATUS     PIC X.
          88 MASTER-LOCK-TAKEN VALUE '0' '2'.

      *>  No PENSION.DAT means no member has contributed yet, so
      *>  there is nothing to freeze.
       01 PENSION-FILE-STATUS  PIC XX.
          88 NO-PENSION-FILE   VALUE "35".
          88 PENSION-MEMBER-NOT-FOUND VALUE "23".
       01 PENSION-LEDGER-FLAG  PIC X VALUE 'N'.
          88 PENSION-LEDGER-OPEN VALUE 'Y'.
      *>  PENSION-VESTING call set.
       01 VEST-HIRE-DATE       PIC 9(08).
       01 VEST-SERVICE-YEARS   PIC 9(03).
       01 VEST-PCT             PIC 9(03).
       01 VEST-STATUS          PIC X.
       01 VESTED-EMPLOYER-AMOUNT PIC 9(09)V99.
       01 PENSION-AMOUNT-EDIT  PIC $$$,$$$,$$9.99.

       01 TERMINATIONS-APPLIED PIC 9(05) VALUE 0.
       01 TERMINATIONS-REJECTED PIC 9(05) VALUE 0.

                        OPEN EXTEND ONBOARD-AUDIT-LOG
                    END-IF
                    PERFORM LOG-RUN-HEADER
                    PERFORM OPEN-PENSION-LEDGER
                    PERFORM APPLY-ALL-TERMINATIONS
                    IF PENSION-LEDGER-OPEN
                        CLOSE PENSION-FILE
                    END-IF
                    CLOSE ONBOARD-AUDIT-LOG
                    CLOSE EMPLOYEE-MASTER
                    DISPLAY "EMP-TERMINATE: " TERMINATIONS-APPLIED
                       STRING TERM-EMP-ID " EFF " TERM-EFF-DATE
                           DELIMITED BY SIZE INTO AUDIT-FIELD-VALUE
                       PERFORM LOG-AUDIT-LINE
                       IF PENSION-LEDGER-OPEN
                           PERFORM FREEZE-PENSION-ACCOUNT
                       END-IF
                   ELSE
                       ADD 1 TO TERMINATIONS-REJECTED
                       MOVE "APPLY-ONE-TERMINATION"
           END-EVALUATE
       .

       OPEN-PENSION-LEDGER.
           MOVE 'N' TO PENSION-LEDGER-FLAG
           OPEN I-O PENSION-FILE
           EVALUATE TRUE
               WHEN PENSION-FILE-STATUS = "00"
                   SET PENSION-LEDGER-OPEN TO TRUE
               WHEN NO-PENSION-FILE
                   CONTINUE
               WHEN OTHER
                   MOVE "OPEN-PENSION-LEDGER" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "PENSION.DAT OPEN FAILED, STATUS="
                       PENSION-FILE-STATUS " - NOT FROZEN"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
       .

      *>  Vests the employer side on service to the effective date
      *>  (prior service included) through PENSION-VESTING; the
      *>  member's own contributions always vest in full. What is
      *>  not vested is forfeited, and the account takes no further
      *>  postings. A leaver who never contributed has no account
      *>  and nothing to freeze.
       FREEZE-PENSION-ACCOUNT.
           MOVE TERM-EMP-ID TO PEN-EMP-ID
           READ PENSION-FILE
           EVALUATE TRUE
               WHEN PENSION-MEMBER-NOT-FOUND
                   CONTINUE
               WHEN PENSION-FILE-STATUS NOT = "00"
                   MOVE "FREEZE-PENSION" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "PENSION READ FAILED " TERM-EMP-ID
                       " STATUS=" PENSION-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN PEN-FROZEN
                   CONTINUE
               WHEN OTHER
                   MOVE MASTER-HIRE-DATE TO VEST-HIRE-DATE
                   CALL "PENSION-VESTING" USING VEST-HIRE-DATE
                       MASTER-PRIOR-SERVICE TERM-EFF-DATE
                       VEST-SERVICE-YEARS VEST-PCT VEST-STATUS
      *>  No usable hire date on the master proves no service; the
      *>  employer side is held at nothing vested and flagged for
      *>  the plan administrator rather than guessed at.
                   IF VEST-STATUS NOT = '0'
                       MOVE 0 TO VEST-PCT
                       MOVE "FREEZE-PENSION" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "NO HIRE DATE FOR VESTING " TERM-EMP-ID
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'W' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   END-IF
                   COMPUTE VESTED-EMPLOYER-AMOUNT ROUNDED
                       MODE IS NEAREST-AWAY-FROM-ZERO
                       = PEN-TOTAL-EMPLOYER * VEST-PCT / 100
                   SET PEN-FROZEN TO TRUE
                   MOVE TERM-EFF-DATE TO PEN-FROZEN-DATE
                   MOVE VEST-PCT TO PEN-VESTED-PCT
                   COMPUTE PEN-VESTED-AMOUNT =
                       PEN-TOTAL-EMPLOYEE + VESTED-EMPLOYER-AMOUNT
                   COMPUTE PEN-FORFEITED-AMOUNT =
                       PEN-TOTAL-EMPLOYER - VESTED-EMPLOYER-AMOUNT
                   REWRITE PENSION-MEMBER-RECORD
                   IF PENSION-FILE-STATUS = "00"
                       MOVE "FREEZE-PENSION" TO AUDIT-PARAGRAPH
                       MOVE "PENSION VESTED" TO AUDIT-FIELD-NAME
                       MOVE PEN-VESTED-AMOUNT TO PENSION-AMOUNT-EDIT
                       MOVE PENSION-AMOUNT-EDIT TO AUDIT-FIELD-VALUE
                       PERFORM LOG-AUDIT-LINE
                       MOVE "PENSION FORFEIT" TO AUDIT-FIELD-NAME
                       MOVE PEN-FORFEITED-AMOUNT TO PENSION-AMOUNT-EDIT
                       MOVE PENSION-AMOUNT-EDIT TO AUDIT-FIELD-VALUE
                       PERFORM LOG-AUDIT-LINE
                   ELSE
                       MOVE "FREEZE-PENSION" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "PENSION REWRITE FAILED " TERM-EMP-ID
                           " STATUS=" PENSION-FILE-STATUS
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'E' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                       MOVE 2 TO RETURN-CODE
                   END-IF
           END-EVALUATE
       .

       LOG-RUN-HEADER.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE "BATCH" TO AUDIT-HDR-OPERATOR
