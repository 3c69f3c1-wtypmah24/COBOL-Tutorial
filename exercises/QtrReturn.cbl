       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTR-RETURN.
      *>  Quarterly withholding return. Finance used to rebuild each
      *>  quarter's per-code withholding by hand from old PAYREG.RPT
      *>  copies to file the statutory return; COBOLTUT now keeps
      *>  quarter-to-date gross and withholding per employee in
      *>  PAYQTD.DAT, so this step prints the return straight off it:
      *>  one section per tax code in DEDTABLE.DAT (the global-scope
      *>  rows - elected rows are voluntary deductions, not tax),
      *>  with a line per employee who had money withheld under the
      *>  code and the code's totals.
      *>
      *>  Each section's total is then tied to the sum of that
      *>  quarter's pay registers, taken from the PAYRCTL.DAT control
      *>  rows every live pay run appends, and the quarter's gross is
      *>  tied the same way. A return that does not tie is printed
      *>  anyway, marked, and raised as an exception so it is fixed
      *>  before filing rather than discovered by the tax office.
      *>
      *>  The quarter comes from QTRRET.PRM (CCYYQ) when present;
      *>  without it the quarter containing the run date is reported,
      *>  the right answer on the quarter-end night the step runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-PARAM-FILE ASSIGN TO "QTRRET.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-PARAM-FILE-STATUS.
           SELECT QTD-PAY-FILE ASSIGN TO "PAYQTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTD-KEY
               FILE STATUS IS QTD-PAY-FILE-STATUS.
           SELECT REGISTER-CONTROL-FILE ASSIGN TO "PAYRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-CONTROL-FILE-STATUS.
           SELECT DEDUCTION-TABLE-FILE ASSIGN TO "DEDTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCTION-TABLE-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO "QTRRET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-PARAM-FILE.
       01  RETURN-PARAM-RECORD.
           05 PRM-RETURN-YEAR  PIC 9(04).
           05 PRM-RETURN-QUARTER PIC 9(01).

       FD  QTD-PAY-FILE.
           COPY "QTD-PAY.cpy".

       FD  REGISTER-CONTROL-FILE.
           COPY "REGISTER-CONTROL.cpy".

      *>  Same layout COBOLTUT loads.
       FD  DEDUCTION-TABLE-FILE.
       01  DEDUCTION-TABLE-RECORD.
           05 DED-CODE-IN      PIC X(04).
           05 DED-DESC-IN      PIC X(20).
           05 DED-TYPE-IN      PIC X.
           05 DED-VALUE-IN     PIC 9(5)V99.
           05 DED-SCOPE-IN     PIC X(01).
           05 DED-EMPLOYER-IN  PIC 9(5)V99.
           05 DED-CLASS-IN     PIC X(01).
              88 DED-IS-PENSION VALUE 'P'.

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE  PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 RETURN-PARAM-FILE-STATUS PIC XX.
          88 NO-RETURN-PARAM-FILE VALUE "35".
       01 QTD-PAY-FILE-STATUS  PIC XX.
          88 NO-QTD-PAY-FILE   VALUE "35".
       01 REGISTER-CONTROL-FILE-STATUS PIC XX.
          88 NO-REGISTER-CONTROL-FILE VALUE "35".
          88 NO-MORE-CONTROL-ROWS VALUE "10".
       01 DEDUCTION-TABLE-FILE-STATUS PIC XX.
          88 NO-DEDUCTION-TABLE VALUE "35".
          88 NO-MORE-DEDUCTIONS VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
          88 NO-MASTER-FILE    VALUE "35".
       01 RETURN-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 QTD-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-QTD-FILE   VALUE 'Y'.
       01 MASTER-OPEN-FLAG     PIC X VALUE 'N'.
          88 MASTER-IS-OPEN    VALUE 'Y'.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 RETURN-YEAR          PIC 9(04).
       01 RETURN-QUARTER       PIC 9(01).
      *>  Control-row pay date split so its quarter can be worked out.
       01 CONTROL-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CTL-YYYY==
                         ==DATE-GROUP-MM==   BY ==CTL-MM==
                         ==DATE-GROUP-DD==   BY ==CTL-DD==.
       01 CONTROL-DATE-N REDEFINES CONTROL-DATE PIC 9(08).
       01 CONTROL-QUARTER      PIC 9(01).

      *>  Tax codes off DEDTABLE.DAT, each with the return's own
      *>  totals and the registers' total to tie them to.
       01 TAX-CODE-COUNT       PIC 9(02) VALUE 0.
       01 TAX-CODE-TABLE.
           05 TAX-CODE-ENTRY OCCURS 20 TIMES.
               10 TAX-CODE         PIC X(04).
               10 TAX-DESC         PIC X(20).
               10 TAX-EMP-COUNT    PIC 9(05).
               10 TAX-GROSS-TOTAL  PIC 9(09)V99.
               10 TAX-WITHHELD     PIC 9(09)V99.
               10 TAX-REGISTER-TOTAL PIC 9(09)V99.
       01 TAX-INDEX            PIC 9(02).
       01 QTD-INDEX            PIC 9(02).
       01 EMP-WITHHELD         PIC 9(07)V99.
      *>  NAME-FORMAT call set - the return lists "SURNAME, GIVEN".
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

       01 QUARTER-GROSS-TOTAL  PIC 9(09)V99 VALUE 0.
       01 REGISTER-GROSS-TOTAL PIC 9(09)V99 VALUE 0.
       01 REGISTER-RUN-COUNT   PIC 9(05) VALUE 0.
       01 QTD-RECORD-COUNT     PIC 9(05) VALUE 0.
       01 MISMATCH-COUNT       PIC 9(03) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER           PIC X(29) VALUE
               "QUARTERLY WITHHOLDING RETURN ".
           05 RPT-TITLE-YEAR   PIC 9(04).
           05 FILLER           PIC X(02) VALUE " Q".
           05 RPT-TITLE-QUARTER PIC 9(01).
       01 RPT-BLANK-LINE       PIC X(80) VALUE SPACES.
       01 RPT-CODE-LINE.
           05 FILLER           PIC X(10) VALUE "TAX CODE: ".
           05 RPT-CODE         PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-CODE-DESC    PIC X(20).
       01 RPT-COLUMN-LINE.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "EMP-ID".
           05 FILLER           PIC X(32) VALUE "NAME".
           05 FILLER           PIC X(16) VALUE "     QTD GROSS".
           05 FILLER           PIC X(14) VALUE "      WITHHELD".
       01 RPT-DETAIL-LINE.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 RPT-EMP-ID       PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME     PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-EMP-GROSS    PIC $$,$$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-EMP-WITHHELD PIC $$,$$$,$$9.99.
       01 RPT-CODE-TOTAL-LINE.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE "TOTAL ".
           05 RPT-TOT-COUNT    PIC ZZZZ9.
           05 FILLER           PIC X(06) VALUE " EMPS ".
           05 RPT-TOT-GROSS    PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-TOT-WITHHELD PIC $$$,$$$,$$9.99.
       01 RPT-TIE-LINE.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "PER PAY REGISTERS:".
           05 RPT-TIE-REGISTER PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-TIE-RESULT   PIC X(13).
       01 RPT-GROSS-LINE.
           05 FILLER           PIC X(24) VALUE "QUARTER GROSS, PAYQTD:".
           05 RPT-GROSS-QTD    PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(12) VALUE "  REGISTERS:".
           05 RPT-GROSS-REGISTER PIC $$$,$$$,$$9.99.
       01 RPT-GROSS-TIE-LINE.
           05 FILLER           PIC X(24) VALUE "PAY RUNS IN QUARTER:".
           05 RPT-RUN-COUNT    PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-GROSS-RESULT PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM DETERMINE-RETURN-QUARTER
            PERFORM LOAD-TAX-CODES
            PERFORM LOAD-REGISTER-CONTROL

            OPEN INPUT QTD-PAY-FILE
            EVALUATE TRUE
                WHEN NO-QTD-PAY-FILE
                    DISPLAY "QTR-RETURN: NO PAYQTD.DAT - NOTHING"
                        " TO REPORT"
                WHEN QTD-PAY-FILE-STATUS NOT = "00"
                    DISPLAY "ERROR: CANNOT OPEN PAYQTD.DAT, STATUS="
                        QTD-PAY-FILE-STATUS
                    MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                    MOVE SPACES TO EXC-DESCRIPTION
                    STRING "PAYQTD.DAT OPEN FAILED, STATUS="
                        QTD-PAY-FILE-STATUS
                        DELIMITED BY SIZE INTO EXC-DESCRIPTION
                    MOVE 'C' TO EXC-SEVERITY
                    PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    CLOSE QTD-PAY-FILE
                    PERFORM PRODUCE-RETURN
            END-EVALUATE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  QTRRET.PRM names the quarter (CCYYQ) for a late or repeat
      *>  filing; without it the run date's own quarter is reported.
       DETERMINE-RETURN-QUARTER.
           MOVE CUR-YYYY TO RETURN-YEAR
           COMPUTE RETURN-QUARTER = (CUR-MM - 1) / 3 + 1
           OPEN INPUT RETURN-PARAM-FILE
           IF NOT NO-RETURN-PARAM-FILE
               READ RETURN-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-RETURN-YEAR IS NUMERIC
                       AND PRM-RETURN-YEAR > 0
                       AND PRM-RETURN-QUARTER IS NUMERIC
                       AND PRM-RETURN-QUARTER >= 1
                       AND PRM-RETURN-QUARTER <= 4
                           MOVE PRM-RETURN-YEAR TO RETURN-YEAR
                           MOVE PRM-RETURN-QUARTER TO RETURN-QUARTER
                       END-IF
               END-READ
           END-IF
           CLOSE RETURN-PARAM-FILE
       .

      *>  Global-scope rows only (blank or 'G'): those are the
      *>  statutory withholdings; 'E' rows are employee elections,
      *>  and class 'P' rows are pension contributions, not tax.
       LOAD-TAX-CODES.
           MOVE 0 TO TAX-CODE-COUNT
           OPEN INPUT DEDUCTION-TABLE-FILE
           IF DEDUCTION-TABLE-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-DEDUCTIONS
                   READ DEDUCTION-TABLE-FILE
                       AT END SET NO-MORE-DEDUCTIONS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEDUCTIONS
                   AND TAX-CODE-COUNT < 20
                   AND (DED-SCOPE-IN = SPACE OR DED-SCOPE-IN = 'G')
                   AND NOT DED-IS-PENSION
                       ADD 1 TO TAX-CODE-COUNT
                       MOVE DED-CODE-IN TO TAX-CODE(TAX-CODE-COUNT)
                       MOVE DED-DESC-IN TO TAX-DESC(TAX-CODE-COUNT)
                       MOVE 0 TO TAX-EMP-COUNT(TAX-CODE-COUNT)
                       MOVE 0 TO TAX-GROSS-TOTAL(TAX-CODE-COUNT)
                       MOVE 0 TO TAX-WITHHELD(TAX-CODE-COUNT)
                       MOVE 0 TO TAX-REGISTER-TOTAL(TAX-CODE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEDUCTION-TABLE-FILE
           ELSE
               DISPLAY "WARNING: NO DEDTABLE.DAT - NO TAX CODES"
               MOVE "LOAD-TAX-CODES" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "DEDTABLE.DAT NOT AVAILABLE, STATUS="
                   DEDUCTION-TABLE-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Sums the control rows of every pay run dated inside the
      *>  quarter: the "*GRS" rows give the registers' gross, the
      *>  code rows each code's withheld total.
       LOAD-REGISTER-CONTROL.
           OPEN INPUT REGISTER-CONTROL-FILE
           IF REGISTER-CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-CONTROL-ROWS
                   READ REGISTER-CONTROL-FILE
                       AT END SET NO-MORE-CONTROL-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-CONTROL-ROWS
                   AND RCTL-PAY-DATE IS NUMERIC
                       PERFORM TAKE-ONE-CONTROL-ROW
                   END-IF
               END-PERFORM
               CLOSE REGISTER-CONTROL-FILE
           ELSE
               DISPLAY "WARNING: NO PAYRCTL.DAT - RETURN CANNOT BE"
                   " TIED TO THE REGISTERS"
               MOVE "LOAD-REGISTER-CTL" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "PAYRCTL.DAT NOT AVAILABLE, STATUS="
                   REGISTER-CONTROL-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       TAKE-ONE-CONTROL-ROW.
           MOVE RCTL-PAY-DATE TO CONTROL-DATE-N
           COMPUTE CONTROL-QUARTER = (CTL-MM - 1) / 3 + 1
           IF CTL-YYYY = RETURN-YEAR
           AND CONTROL-QUARTER = RETURN-QUARTER
               IF RCTL-GROSS-ROW
                   ADD RCTL-AMOUNT TO REGISTER-GROSS-TOTAL
                   ADD 1 TO REGISTER-RUN-COUNT
               ELSE
                   PERFORM VARYING TAX-INDEX FROM 1 BY 1
                   UNTIL TAX-INDEX > TAX-CODE-COUNT
                       IF TAX-CODE(TAX-INDEX) = RCTL-CODE
                           ADD RCTL-AMOUNT
                               TO TAX-REGISTER-TOTAL(TAX-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       .

      *>  One pass of PAYQTD.DAT per tax code keeps each section in
      *>  employee-id order without a sort; the file holds one record
      *>  per employee per quarter, so the passes stay short.
       PRODUCE-RETURN.
           OPEN OUTPUT RETURN-REPORT-FILE
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: EMPMAST.DAT NOT AVAILABLE - NAMES"
                   " LEFT BLANK"
           END-IF
           MOVE RETURN-YEAR TO RPT-TITLE-YEAR
           MOVE RETURN-QUARTER TO RPT-TITLE-QUARTER
           MOVE RPT-TITLE-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE

           PERFORM TOTAL-QUARTER-GROSS
           PERFORM VARYING TAX-INDEX FROM 1 BY 1
           UNTIL TAX-INDEX > TAX-CODE-COUNT
               PERFORM WRITE-CODE-SECTION
           END-PERFORM
           PERFORM WRITE-GROSS-TIE

           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE RETURN-REPORT-FILE
           DISPLAY "QTR-RETURN: " RETURN-YEAR " Q" RETURN-QUARTER
               ", " TAX-CODE-COUNT " TAX CODES, " QTD-RECORD-COUNT
               " EMPLOYEES, " MISMATCH-COUNT " NOT TIED"
       .

       TOTAL-QUARTER-GROSS.
           OPEN INPUT QTD-PAY-FILE
           MOVE 'N' TO QTD-EOF-FLAG
           PERFORM READ-QTD-RECORD
           PERFORM UNTIL END-OF-QTD-FILE
               IF QTD-YEAR = RETURN-YEAR
               AND QTD-QUARTER = RETURN-QUARTER
                   ADD QTD-GROSS TO QUARTER-GROSS-TOTAL
                   ADD 1 TO QTD-RECORD-COUNT
               END-IF
               PERFORM READ-QTD-RECORD
           END-PERFORM
           CLOSE QTD-PAY-FILE
       .

       READ-QTD-RECORD.
           READ QTD-PAY-FILE NEXT RECORD
               AT END SET END-OF-QTD-FILE TO TRUE
           END-READ
       .

       WRITE-CODE-SECTION.
           MOVE RPT-BLANK-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE TAX-CODE(TAX-INDEX) TO RPT-CODE
           MOVE TAX-DESC(TAX-INDEX) TO RPT-CODE-DESC
           MOVE RPT-CODE-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE RPT-COLUMN-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE

           OPEN INPUT QTD-PAY-FILE
           MOVE 'N' TO QTD-EOF-FLAG
           PERFORM READ-QTD-RECORD
           PERFORM UNTIL END-OF-QTD-FILE
               IF QTD-YEAR = RETURN-YEAR
               AND QTD-QUARTER = RETURN-QUARTER
                   PERFORM WRITE-EMPLOYEE-DETAIL
               END-IF
               PERFORM READ-QTD-RECORD
           END-PERFORM
           CLOSE QTD-PAY-FILE

           MOVE TAX-EMP-COUNT(TAX-INDEX) TO RPT-TOT-COUNT
           MOVE TAX-GROSS-TOTAL(TAX-INDEX) TO RPT-TOT-GROSS
           MOVE TAX-WITHHELD(TAX-INDEX) TO RPT-TOT-WITHHELD
           MOVE RPT-CODE-TOTAL-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE

           MOVE TAX-REGISTER-TOTAL(TAX-INDEX) TO RPT-TIE-REGISTER
           IF TAX-REGISTER-TOTAL(TAX-INDEX) = TAX-WITHHELD(TAX-INDEX)
               MOVE "TIES" TO RPT-TIE-RESULT
           ELSE
               MOVE "DOES NOT TIE" TO RPT-TIE-RESULT
               ADD 1 TO MISMATCH-COUNT
               MOVE "WRITE-CODE-SECTION" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "RETURN " TAX-CODE(TAX-INDEX)
                   " NOT TIED TO REGISTERS Q" RETURN-QUARTER
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           MOVE RPT-TIE-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
       .

      *>  An employee appears under a code only if the quarter took
      *>  money from them under it.
       WRITE-EMPLOYEE-DETAIL.
           MOVE 0 TO EMP-WITHHELD
           PERFORM VARYING QTD-INDEX FROM 1 BY 1
           UNTIL QTD-INDEX > 20
               IF QTD-DED-CODE(QTD-INDEX) = TAX-CODE(TAX-INDEX)
                   ADD QTD-DED-AMOUNT(QTD-INDEX) TO EMP-WITHHELD
               END-IF
           END-PERFORM
           IF EMP-WITHHELD > 0
               MOVE QTD-EMP-ID TO RPT-EMP-ID
               MOVE SPACES TO RPT-EMP-NAME
               IF MASTER-IS-OPEN
                   MOVE QTD-EMP-ID TO MASTER-EMP-ID
                   READ EMPLOYEE-MASTER
                   IF MASTER-FILE-STATUS = "00"
                       CALL "NAME-FORMAT" USING NAME-FUNCTION
                           MASTER-SURNAME MASTER-GIVEN-NAME
                           MASTER-PREFERRED-NAME NAME-RESULT NAME-STATUS
                       MOVE NAME-RESULT TO RPT-EMP-NAME
                   END-IF
               END-IF
               MOVE QTD-GROSS TO RPT-EMP-GROSS
               MOVE EMP-WITHHELD TO RPT-EMP-WITHHELD
               MOVE RPT-DETAIL-LINE TO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
               ADD 1 TO TAX-EMP-COUNT(TAX-INDEX)
               ADD QTD-GROSS TO TAX-GROSS-TOTAL(TAX-INDEX)
               ADD EMP-WITHHELD TO TAX-WITHHELD(TAX-INDEX)
           END-IF
       .

       WRITE-GROSS-TIE.
           MOVE RPT-BLANK-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE QUARTER-GROSS-TOTAL TO RPT-GROSS-QTD
           MOVE REGISTER-GROSS-TOTAL TO RPT-GROSS-REGISTER
           MOVE RPT-GROSS-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE REGISTER-RUN-COUNT TO RPT-RUN-COUNT
           IF QUARTER-GROSS-TOTAL = REGISTER-GROSS-TOTAL
               MOVE "TIES" TO RPT-GROSS-RESULT
           ELSE
               MOVE "DOES NOT TIE" TO RPT-GROSS-RESULT
               ADD 1 TO MISMATCH-COUNT
               MOVE "WRITE-GROSS-TIE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "QTD GROSS NOT TIED TO REGISTERS Q"
                   RETURN-QUARTER
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           MOVE RPT-GROSS-TIE-LINE TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "QTR-RETURN" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM QTR-RETURN.
