       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.
      *>  Bank statement reconciliation. We send BANKPAY.DAT, print
      *>  cheques and pay claims, and BANK-RETURNS handles what
      *>  bounces - but until now nobody proved that what actually
      *>  left the account is what we sent. Every payment is
      *>  journalled on DISBJRNL.DAT by the program that sends it;
      *>  this step takes each new journal line up once onto its
      *>  outstanding-items ledger BANKITEM.DAT, then matches the
      *>  debits on the bank's daily statement BANKSTMT.DAT against
      *>  it: a payroll run's payment file cleared by one bulk debit
      *>  of its trailer total or detail by detail, cheques by
      *>  number, claim payments by claim id. BANKRECN.RPT lists
      *>  what cleared, what is still outstanding - aged from the
      *>  day it was sent - and every debit nothing of ours
      *>  explains. An unexpected debit, and anything outstanding
      *>  past a month, is a severity-E line on the exception
      *>  summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  The bank's statement for one business day, framed by the
      *>  BATCH-CONTROL.cpy header and trailer like every other
      *>  inbound feed.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATEMENT-FILE-STATUS.
           SELECT DISBURSEMENT-JOURNAL ASSIGN TO "DISBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISBURSEMENT-JOURNAL-STATUS.
           SELECT BANK-ITEM-FILE ASSIGN TO "BANKITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-ITEM-NO
               FILE STATUS IS BANK-ITEM-FILE-STATUS.
      *>  A cheque voided through CHEQUE-MAINT will never clear; it
      *>  comes off the outstanding list instead of ageing forever.
           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHQREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-NUMBER
               FILE STATUS IS CHEQUE-REGISTER-FILE-STATUS.
      *>  Date of the last statement reconciled, so the same day's
      *>  statement run twice cannot report its own debits as
      *>  unexpected.
           SELECT RECON-CONTROL-FILE ASSIGN TO "BANKRECN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CONTROL-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "BANKRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>  Detail lines: posting date, D(ebit) or C(redit), amount,
      *>  and the reference we gave the bank - employee id, cheque
      *>  number or claim id; the bank's own reference on a bulk
      *>  file debit.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05 STM-POST-DATE    PIC 9(08).
           05 STM-DR-CR        PIC X(01).
              88 STM-DEBIT     VALUE 'D'.
              88 STM-CREDIT    VALUE 'C'.
           05 STM-AMOUNT       PIC 9(09)V99.
           05 STM-REFERENCE    PIC X(10).
           05 STM-DESCRIPTION  PIC X(20).

       FD  DISBURSEMENT-JOURNAL.
           COPY "DISBURSEMENT.cpy".

       FD  BANK-ITEM-FILE.
           COPY "BANK-ITEM.cpy".

       FD  CHEQUE-REGISTER-FILE.
           COPY "CHEQUE-REGISTER.cpy".

       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           05 RCC-LAST-STATEMENT-DATE PIC 9(08).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE   PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".
           COPY "BATCH-CONTROL.cpy".

       01 BANK-STATEMENT-FILE-STATUS PIC XX.
          88 NO-BANK-STATEMENT-FILE VALUE "35".
          88 NO-MORE-STATEMENT-LINES VALUE "10".
       01 DISBURSEMENT-JOURNAL-STATUS PIC XX.
          88 NO-DISBURSEMENT-JOURNAL VALUE "35".
          88 NO-MORE-JOURNAL-LINES VALUE "10".
       01 BANK-ITEM-FILE-STATUS PIC XX.
          88 NO-BANK-ITEM-FILE VALUE "35".
          88 NO-MORE-BANK-ITEMS VALUE "10".
          88 BANK-ITEM-ALREADY-ON-FILE VALUE "22".
       01 CHEQUE-REGISTER-FILE-STATUS PIC XX.
       01 RECON-CONTROL-FILE-STATUS PIC XX.
       01 RECON-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

      *>  Hard file statuses (30/34 disk or boundary faults, the 9x
      *>  runtime family) fail the step through RETURN-CODE with a
      *>  critical line on the exception summary.
       01 IO-CHECK-STATUS      PIC XX.
       01 IO-CHECK-FILE-NAME   PIC X(12).
       01 HARD-IO-FLAG         PIC X VALUE 'N'.
          88 HARD-IO-FAILED    VALUE 'Y'.

       01 STATEMENT-DATE       PIC 9(08) VALUE 0.
       01 LAST-STATEMENT-DATE  PIC 9(08) VALUE 0.
       01 STATEMENT-OK-FLAG    PIC X VALUE 'Y'.
          88 STATEMENT-IS-OK   VALUE 'Y'.
       01 TRAILER-SEEN-FLAG    PIC X VALUE 'N'.
          88 TRAILER-SEEN      VALUE 'Y'.
       01 STATEMENT-LINE-COUNT PIC 9(07) VALUE 0.
       01 STATEMENT-HASH-TOTAL PIC 9(10) VALUE 0.
       01 AMOUNT-IN-CENTS      PIC 9(11).

       01 JOURNAL-LINE-NO      PIC 9(07) VALUE 0.
       01 ITEMS-TAKEN-UP       PIC 9(07) VALUE 0.

      *>  Items still outstanding at the start of the run, in journal
      *>  order so the oldest candidate always clears first. The new
      *>  status stays blank until this run clears or closes the
      *>  item; only changed items are rewritten.
       01 OUTSTANDING-COUNT    PIC 9(04) VALUE 0.
       01 OUTSTANDING-OVERFLOW-FLAG PIC X VALUE 'N'.
          88 OUTSTANDING-OVERFLOWED VALUE 'Y'.
       01 OUTSTANDING-TABLE.
           05 OUTSTANDING-ENTRY OCCURS 5000 TIMES.
               10 OT-ITEM-NO     PIC 9(07).
               10 OT-SOURCE      PIC X(01).
               10 OT-REFERENCE   PIC X(10).
               10 OT-ISSUE-DATE  PIC 9(08).
               10 OT-AMOUNT      PIC 9(09)V99.
               10 OT-NEW-STATUS  PIC X(01).
               10 OT-CLEARED-DATE PIC 9(08).
               10 OT-STATEMENT-REF PIC X(10).
       01 OT-INDEX             PIC 9(04).
       01 DETAIL-INDEX         PIC 9(04).
       01 MATCH-INDEX          PIC 9(04).
       01 DETAIL-OPEN-FLAG     PIC X VALUE 'N'.
          88 DETAIL-STILL-OPEN VALUE 'Y'.

      *>  Debits nothing of ours explains, held to print as their own
      *>  section after the cleared items.
       01 UNEXPECTED-COUNT     PIC 9(05) VALUE 0.
       01 UNEXPECTED-TABLE.
           05 UNEXPECTED-ENTRY OCCURS 500 TIMES.
               10 UX-POST-DATE   PIC 9(08).
               10 UX-AMOUNT      PIC 9(09)V99.
               10 UX-REFERENCE   PIC X(10).
               10 UX-DESCRIPTION PIC X(20).
       01 UX-INDEX             PIC 9(05).

       01 DEBIT-COUNT          PIC 9(07) VALUE 0.
       01 DEBIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01 CLEARED-COUNT        PIC 9(07) VALUE 0.
       01 CLEARED-TOTAL        PIC 9(11)V99 VALUE 0.
       01 UNEXPECTED-TOTAL     PIC 9(11)V99 VALUE 0.
       01 CREDIT-COUNT         PIC 9(07) VALUE 0.
       01 CREDIT-TOTAL         PIC 9(11)V99 VALUE 0.
       01 VOIDED-CHEQUE-COUNT  PIC 9(05) VALUE 0.

      *>  Outstanding items by age in calendar days since sent.
       01 STALE-AGE-DAYS       PIC 9(03) VALUE 30.
       01 AGE-BAND-COUNTS.
           05 AGE-BAND-COUNT   PIC 9(07) OCCURS 4 TIMES.
       01 AGE-BAND-TOTALS.
           05 AGE-BAND-TOTAL   PIC 9(11)V99 OCCURS 4 TIMES.
       01 AGE-BAND-LABELS-VALUES PIC X(60) VALUE
           "0 - 7 DAYS     8 - 30 DAYS    31 - 60 DAYS   OVER 60 DAYS".
       01 AGE-BAND-LABELS REDEFINES AGE-BAND-LABELS-VALUES.
           05 AGE-BAND-LABEL   PIC X(15) OCCURS 4 TIMES.
       01 AGE-BAND-INDEX       PIC 9(01).
       01 ITEM-AGE-DAYS        PIC S9(07).
       01 STALE-COUNT          PIC 9(07) VALUE 0.
       01 STALE-TOTAL          PIC 9(11)V99 VALUE 0.
       01 OUTSTANDING-LISTED   PIC 9(07) VALUE 0.
       01 OUTSTANDING-TOTAL    PIC 9(11)V99 VALUE 0.

      *>  DATE-ARITH call set.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

       01 SOURCE-NAME          PIC X(08).
       01 AMOUNT-EDIT          PIC $$$,$$$,$$9.99.
       01 COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01 AGE-EDIT             PIC Z,ZZ9.

       01 RECON-DETAIL-LINE.
           05 RCN-SOURCE       PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RCN-REFERENCE    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RCN-ISSUE-DATE   PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RCN-AMOUNT       PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RCN-TAIL         PIC X(25).
       01 RECON-TOTAL-LINE.
           05 RCN-TOT-LABEL    PIC X(30).
           05 RCN-TOT-COUNT    PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RCN-TOT-AMOUNT   PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT BANK-STATEMENT-FILE
            IF NO-BANK-STATEMENT-FILE
      *>  No statement staged yet is a quiet morning, not an error.
                DISPLAY "BANK-RECON: NO BANKSTMT.DAT - NOTHING TO"
                    " RECONCILE"
                CLOSE BANK-STATEMENT-FILE
                GOBACK
            END-IF
            PERFORM OPEN-ITEM-LEDGER
            IF NOT HARD-IO-FAILED
                PERFORM TAKE-UP-DISBURSEMENTS
                PERFORM LOAD-OUTSTANDING-ITEMS
            END-IF
            EVALUATE TRUE
                WHEN HARD-IO-FAILED
                    CONTINUE
                WHEN OUTSTANDING-OVERFLOWED
                    DISPLAY "ERROR: MORE THAN 5000 OUTSTANDING ITEMS"
                        " - NOT RECONCILED"
                    MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                    MOVE SPACES TO EXC-DESCRIPTION
                    STRING "BANKITEM.DAT OVER 5000 OUTSTANDING, NOT"
                        " RECONCILED"
                        DELIMITED BY SIZE INTO EXC-DESCRIPTION
                    MOVE 'C' TO EXC-SEVERITY
                    PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM CLOSE-VOIDED-CHEQUES
                    PERFORM RECONCILE-STATEMENT
            END-EVALUATE
            CLOSE BANK-ITEM-FILE
            CLOSE BANK-STATEMENT-FILE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  BANKITEM.DAT may not exist before the first reconciliation;
      *>  create it the same way SAVE-EMPLOYEE-MASTER creates a fresh
      *>  master.
       OPEN-ITEM-LEDGER.
           OPEN I-O BANK-ITEM-FILE
           IF NO-BANK-ITEM-FILE
               OPEN OUTPUT BANK-ITEM-FILE
               CLOSE BANK-ITEM-FILE
               OPEN I-O BANK-ITEM-FILE
           END-IF
           IF BANK-ITEM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BANKITEM.DAT, STATUS="
                   BANK-ITEM-FILE-STATUS
               MOVE "OPEN-ITEM-LEDGER" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "BANKITEM.DAT OPEN FAILED, STATUS="
                   BANK-ITEM-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               SET HARD-IO-FAILED TO TRUE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

      *>  The ledger is keyed on the journal line number, so a line
      *>  already taken up on an earlier morning is refused by the
      *>  WRITE itself (status 22) and simply skipped.
       TAKE-UP-DISBURSEMENTS.
           MOVE 0 TO JOURNAL-LINE-NO
           MOVE 0 TO ITEMS-TAKEN-UP
           OPEN INPUT DISBURSEMENT-JOURNAL
           IF NOT NO-DISBURSEMENT-JOURNAL
               PERFORM UNTIL NO-MORE-JOURNAL-LINES OR HARD-IO-FAILED
                   READ DISBURSEMENT-JOURNAL
                       AT END SET NO-MORE-JOURNAL-LINES TO TRUE
                   END-READ
                   IF NOT NO-MORE-JOURNAL-LINES
                       ADD 1 TO JOURNAL-LINE-NO
                       PERFORM TAKE-UP-ONE-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DISBURSEMENT-JOURNAL
           DISPLAY "BANK-RECON: " ITEMS-TAKEN-UP
               " NEW PAYMENTS TAKEN UP FROM DISBJRNL.DAT"
       .

       TAKE-UP-ONE-LINE.
           MOVE SPACES TO BANK-ITEM-RECORD
           MOVE JOURNAL-LINE-NO TO BI-ITEM-NO
           MOVE DSB-SOURCE TO BI-SOURCE
           MOVE DSB-REFERENCE TO BI-REFERENCE
           MOVE DSB-ISSUE-DATE TO BI-ISSUE-DATE
           MOVE 0 TO BI-AMOUNT
           IF DSB-AMOUNT IS NUMERIC
               MOVE DSB-AMOUNT TO BI-AMOUNT
           END-IF
           MOVE 1 TO BI-ITEM-COUNT
           IF DSB-ITEM-COUNT IS NUMERIC
               MOVE DSB-ITEM-COUNT TO BI-ITEM-COUNT
           END-IF
           SET BI-OUTSTANDING TO TRUE
           MOVE 0 TO BI-CLEARED-DATE
           WRITE BANK-ITEM-RECORD
           IF BANK-ITEM-FILE-STATUS = "00"
               ADD 1 TO ITEMS-TAKEN-UP
           ELSE
               IF NOT BANK-ITEM-ALREADY-ON-FILE
                   MOVE BANK-ITEM-FILE-STATUS TO IO-CHECK-STATUS
                   MOVE "BANKITEM.DAT" TO IO-CHECK-FILE-NAME
                   MOVE "TAKE-UP-ONE-LINE" TO EXC-SOURCE-PARAGRAPH
                   PERFORM CHECK-HARD-IO-STATUS
               END-IF
           END-IF
       .

       LOAD-OUTSTANDING-ITEMS.
           MOVE 0 TO OUTSTANDING-COUNT
           MOVE 0 TO BI-ITEM-NO
           START BANK-ITEM-FILE KEY >= BI-ITEM-NO
               INVALID KEY SET NO-MORE-BANK-ITEMS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-BANK-ITEMS
               READ BANK-ITEM-FILE NEXT RECORD
                   AT END SET NO-MORE-BANK-ITEMS TO TRUE
               END-READ
               IF BANK-ITEM-FILE-STATUS NOT = "00"
                   SET NO-MORE-BANK-ITEMS TO TRUE
               END-IF
               IF NOT NO-MORE-BANK-ITEMS AND BI-OUTSTANDING
                   IF OUTSTANDING-COUNT < 5000
                       ADD 1 TO OUTSTANDING-COUNT
                       PERFORM STAGE-OUTSTANDING-ITEM
                   ELSE
                       SET OUTSTANDING-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
       .

       STAGE-OUTSTANDING-ITEM.
           MOVE BI-ITEM-NO TO OT-ITEM-NO(OUTSTANDING-COUNT)
           MOVE BI-SOURCE TO OT-SOURCE(OUTSTANDING-COUNT)
           MOVE BI-REFERENCE TO OT-REFERENCE(OUTSTANDING-COUNT)
           MOVE BI-ISSUE-DATE TO OT-ISSUE-DATE(OUTSTANDING-COUNT)
           MOVE BI-AMOUNT TO OT-AMOUNT(OUTSTANDING-COUNT)
           MOVE SPACE TO OT-NEW-STATUS(OUTSTANDING-COUNT)
           MOVE 0 TO OT-CLEARED-DATE(OUTSTANDING-COUNT)
           MOVE SPACES TO OT-STATEMENT-REF(OUTSTANDING-COUNT)
       .

      *>  A missing cheque register just means no cheque was ever
      *>  voided.
       CLOSE-VOIDED-CHEQUES.
           OPEN INPUT CHEQUE-REGISTER-FILE
           IF CHEQUE-REGISTER-FILE-STATUS = "00"
               PERFORM VARYING OT-INDEX FROM 1 BY 1
               UNTIL OT-INDEX > OUTSTANDING-COUNT
                   IF OT-SOURCE(OT-INDEX) = 'Q'
                   AND OT-REFERENCE(OT-INDEX)(1:8) IS NUMERIC
                       MOVE OT-REFERENCE(OT-INDEX)(1:8) TO CHQ-NUMBER
                       READ CHEQUE-REGISTER-FILE
                       IF CHEQUE-REGISTER-FILE-STATUS = "00"
                       AND CHQ-VOIDED
                           MOVE 'V' TO OT-NEW-STATUS(OT-INDEX)
                           MOVE CHQ-STATUS-DATE
                               TO OT-CLEARED-DATE(OT-INDEX)
                           ADD 1 TO VOIDED-CHEQUE-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHEQUE-REGISTER-FILE
           END-IF
       .

      *>  A statement with no header, a trailer that does not tie, or
      *>  a date already reconciled still prints what it would have
      *>  done, but nothing on the ledger moves.
       RECONCILE-STATEMENT.
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE RECON-REPORT-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "BANKRECN.RPT" TO IO-CHECK-FILE-NAME
           MOVE "RECONCILE-STATEMENT" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           PERFORM VALIDATE-STATEMENT-HEADER
           PERFORM CHECK-STATEMENT-NOT-DONE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "BANK STATEMENT RECONCILIATION  STATEMENT DATE "
               STATEMENT-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CLEARED ITEMS" TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM UNTIL NO-MORE-STATEMENT-LINES OR HARD-IO-FAILED
               READ BANK-STATEMENT-FILE
                   AT END SET NO-MORE-STATEMENT-LINES TO TRUE
               END-READ
               IF NOT NO-MORE-STATEMENT-LINES
                   MOVE BANK-STATEMENT-RECORD TO BATCH-CONTROL-RECORD
                   IF BC-TRAILER-RECORD
                       SET TRAILER-SEEN TO TRUE
                       PERFORM CHECK-STATEMENT-TRAILER
                       SET NO-MORE-STATEMENT-LINES TO TRUE
                   ELSE
                       PERFORM PROCESS-STATEMENT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT TRAILER-SEEN
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "BANKSTMT.DAT TRAILER MISSING"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               PERFORM REJECT-STATEMENT
           END-IF

           PERFORM CLEAR-FILES-PAID-BY-DETAIL
           PERFORM WRITE-UNEXPECTED-SECTION
           PERFORM WRITE-OUTSTANDING-SECTION
           PERFORM WRITE-RECON-TOTALS
           IF STATEMENT-IS-OK AND NOT HARD-IO-FAILED
               PERFORM SAVE-ITEM-CHANGES
               PERFORM RECORD-STATEMENT-DONE
               PERFORM RAISE-RECON-EXCEPTIONS
           ELSE
               MOVE SPACES TO RECON-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "*** STATEMENT NOT ACCEPTED - LEDGER NOT UPDATED"
                   TO RECON-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE RECON-REPORT-FILE
           DISPLAY "BANK-RECON: " CLEARED-COUNT " CLEARED, "
               UNEXPECTED-COUNT " UNEXPECTED, " OUTSTANDING-LISTED
               " OUTSTANDING"
       .

       VALIDATE-STATEMENT-HEADER.
           READ BANK-STATEMENT-FILE
               AT END SET NO-MORE-STATEMENT-LINES TO TRUE
           END-READ
           MOVE BANK-STATEMENT-RECORD TO BATCH-CONTROL-RECORD
           IF NO-MORE-STATEMENT-LINES
           OR NOT BC-HEADER-RECORD
           OR BC-BUSINESS-DATE NOT NUMERIC
               SET NO-MORE-STATEMENT-LINES TO TRUE
               SET TRAILER-SEEN TO TRUE
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "BANKSTMT.DAT HEADER MISSING"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               PERFORM REJECT-STATEMENT
           ELSE
               MOVE BC-BUSINESS-DATE TO STATEMENT-DATE
           END-IF
       .

       CHECK-STATEMENT-NOT-DONE.
           MOVE 0 TO LAST-STATEMENT-DATE
           OPEN INPUT RECON-CONTROL-FILE
           IF RECON-CONTROL-FILE-STATUS = "00"
               READ RECON-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RCC-LAST-STATEMENT-DATE IS NUMERIC
                           MOVE RCC-LAST-STATEMENT-DATE
                               TO LAST-STATEMENT-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE RECON-CONTROL-FILE
           IF STATEMENT-IS-OK
           AND STATEMENT-DATE NOT > LAST-STATEMENT-DATE
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "STATEMENT " STATEMENT-DATE
                   " NOT AFTER LAST DONE " LAST-STATEMENT-DATE
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               PERFORM REJECT-STATEMENT
           END-IF
       .

       REJECT-STATEMENT.
           MOVE 'N' TO STATEMENT-OK-FLAG
           DISPLAY "ERROR: " EXC-DESCRIPTION
           MOVE "RECONCILE-STATEMENT" TO EXC-SOURCE-PARAGRAPH
           MOVE 'C' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           MOVE 1 TO RETURN-CODE
       .

      *>  Trailer count and hash (each line's amount in cents) must
      *>  match what was actually read, or the transfer truncated.
       CHECK-STATEMENT-TRAILER.
           IF BC-RECORD-COUNT NOT = STATEMENT-LINE-COUNT
           OR BC-HASH-TOTAL NOT = STATEMENT-HASH-TOTAL
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "BANKSTMT.DAT TRL " BC-RECORD-COUNT
                   " VS READ " STATEMENT-LINE-COUNT " OR HASH"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               PERFORM REJECT-STATEMENT
           END-IF
       .

       PROCESS-STATEMENT-LINE.
           ADD 1 TO STATEMENT-LINE-COUNT
           IF STM-AMOUNT IS NOT NUMERIC
               MOVE 0 TO STM-AMOUNT
           END-IF
           COMPUTE AMOUNT-IN-CENTS = STM-AMOUNT * 100
           ADD AMOUNT-IN-CENTS TO STATEMENT-HASH-TOTAL
               ON SIZE ERROR CONTINUE
           END-ADD
           EVALUATE TRUE
               WHEN STM-DEBIT
                   ADD 1 TO DEBIT-COUNT
                   ADD STM-AMOUNT TO DEBIT-TOTAL
                   PERFORM MATCH-ONE-DEBIT
      *>  Credits are returns and interest - BANK-RETURNS' business,
      *>  counted here only so the statement totals tie.
               WHEN OTHER
                   ADD 1 TO CREDIT-COUNT
                   ADD STM-AMOUNT TO CREDIT-TOTAL
           END-EVALUATE
       .

      *>  Our own reference and amount first; then a payroll payment
      *>  file's trailer total, which the bank debits in one sum
      *>  under a reference of its own; then, only for a debit that
      *>  carries no reference at all, the amount alone.
       MATCH-ONE-DEBIT.
           MOVE 0 TO MATCH-INDEX
           PERFORM VARYING OT-INDEX FROM 1 BY 1
           UNTIL OT-INDEX > OUTSTANDING-COUNT OR MATCH-INDEX > 0
               IF OT-NEW-STATUS(OT-INDEX) = SPACE
               AND OT-SOURCE(OT-INDEX) NOT = 'B'
               AND OT-REFERENCE(OT-INDEX) = STM-REFERENCE
               AND OT-AMOUNT(OT-INDEX) = STM-AMOUNT
                   MOVE OT-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM
           PERFORM VARYING OT-INDEX FROM 1 BY 1
           UNTIL OT-INDEX > OUTSTANDING-COUNT OR MATCH-INDEX > 0
               IF OT-NEW-STATUS(OT-INDEX) = SPACE
               AND OT-SOURCE(OT-INDEX) = 'B'
               AND OT-AMOUNT(OT-INDEX) = STM-AMOUNT
                   MOVE OT-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM
           IF STM-REFERENCE = SPACES
               PERFORM VARYING OT-INDEX FROM 1 BY 1
               UNTIL OT-INDEX > OUTSTANDING-COUNT OR MATCH-INDEX > 0
                   IF OT-NEW-STATUS(OT-INDEX) = SPACE
                   AND OT-SOURCE(OT-INDEX) NOT = 'B'
                   AND OT-AMOUNT(OT-INDEX) = STM-AMOUNT
                       MOVE OT-INDEX TO MATCH-INDEX
                   END-IF
               END-PERFORM
           END-IF
           IF MATCH-INDEX > 0
               PERFORM CLEAR-MATCHED-ITEM
           ELSE
               PERFORM HOLD-UNEXPECTED-DEBIT
           END-IF
       .

       CLEAR-MATCHED-ITEM.
           MOVE 'C' TO OT-NEW-STATUS(MATCH-INDEX)
           MOVE STM-POST-DATE TO OT-CLEARED-DATE(MATCH-INDEX)
           MOVE STM-REFERENCE TO OT-STATEMENT-REF(MATCH-INDEX)
           ADD 1 TO CLEARED-COUNT
           ADD STM-AMOUNT TO CLEARED-TOTAL
           MOVE MATCH-INDEX TO OT-INDEX
           PERFORM NAME-ITEM-SOURCE
           MOVE SPACES TO RCN-TAIL
           STRING "CLEARED " STM-POST-DATE
               DELIMITED BY SIZE INTO RCN-TAIL
           PERFORM WRITE-ITEM-LINE
      *>  The whole payment file went in one debit: every detail of
      *>  that run clears with it.
           IF OT-SOURCE(MATCH-INDEX) = 'B'
               PERFORM VARYING DETAIL-INDEX FROM 1 BY 1
               UNTIL DETAIL-INDEX > OUTSTANDING-COUNT
                   IF OT-SOURCE(DETAIL-INDEX) = 'P'
                   AND OT-NEW-STATUS(DETAIL-INDEX) = SPACE
                   AND OT-ISSUE-DATE(DETAIL-INDEX)
                       = OT-ISSUE-DATE(MATCH-INDEX)
                       MOVE 'R' TO OT-NEW-STATUS(DETAIL-INDEX)
                       MOVE STM-POST-DATE
                           TO OT-CLEARED-DATE(DETAIL-INDEX)
                       MOVE STM-REFERENCE
                           TO OT-STATEMENT-REF(DETAIL-INDEX)
                   END-IF
               END-PERFORM
           END-IF
       .

       HOLD-UNEXPECTED-DEBIT.
           ADD 1 TO UNEXPECTED-COUNT
           ADD STM-AMOUNT TO UNEXPECTED-TOTAL
           IF UNEXPECTED-COUNT NOT > 500
               MOVE STM-POST-DATE TO UX-POST-DATE(UNEXPECTED-COUNT)
               MOVE STM-AMOUNT TO UX-AMOUNT(UNEXPECTED-COUNT)
               MOVE STM-REFERENCE TO UX-REFERENCE(UNEXPECTED-COUNT)
               MOVE STM-DESCRIPTION
                   TO UX-DESCRIPTION(UNEXPECTED-COUNT)
           END-IF
       .

      *>  A payment file whose details have all cleared one by one
      *>  is itself settled.
       CLEAR-FILES-PAID-BY-DETAIL.
           PERFORM VARYING OT-INDEX FROM 1 BY 1
           UNTIL OT-INDEX > OUTSTANDING-COUNT
               IF OT-SOURCE(OT-INDEX) = 'B'
               AND OT-NEW-STATUS(OT-INDEX) = SPACE
                   MOVE 'N' TO DETAIL-OPEN-FLAG
                   PERFORM VARYING DETAIL-INDEX FROM 1 BY 1
                   UNTIL DETAIL-INDEX > OUTSTANDING-COUNT
                       IF OT-SOURCE(DETAIL-INDEX) = 'P'
                       AND OT-NEW-STATUS(DETAIL-INDEX) = SPACE
                       AND OT-ISSUE-DATE(DETAIL-INDEX)
                           = OT-ISSUE-DATE(OT-INDEX)
                           SET DETAIL-STILL-OPEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT DETAIL-STILL-OPEN
                       MOVE 'R' TO OT-NEW-STATUS(OT-INDEX)
                       MOVE STATEMENT-DATE TO OT-CLEARED-DATE(OT-INDEX)
                   END-IF
               END-IF
           END-PERFORM
       .

       WRITE-UNEXPECTED-SECTION.
           MOVE SPACES TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "UNEXPECTED DEBITS" TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING UX-INDEX FROM 1 BY 1
           UNTIL UX-INDEX > UNEXPECTED-COUNT OR UX-INDEX > 500
               MOVE "UNKNOWN" TO RCN-SOURCE
               MOVE UX-REFERENCE(UX-INDEX) TO RCN-REFERENCE
               MOVE UX-POST-DATE(UX-INDEX) TO RCN-ISSUE-DATE
               MOVE UX-AMOUNT(UX-INDEX) TO RCN-AMOUNT
               MOVE UX-DESCRIPTION(UX-INDEX) TO RCN-TAIL
               MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF UNEXPECTED-COUNT > 500
               MOVE "*** MORE THAN 500 - LIST CUT SHORT"
                   TO RECON-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
       .

      *>  Payment file lines are control totals, not payments of
      *>  their own - their details carry the outstanding money.
       WRITE-OUTSTANDING-SECTION.
           MOVE SPACES TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OUTSTANDING ITEMS" TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           INITIALIZE AGE-BAND-COUNTS AGE-BAND-TOTALS
           PERFORM VARYING OT-INDEX FROM 1 BY 1
           UNTIL OT-INDEX > OUTSTANDING-COUNT
               IF OT-NEW-STATUS(OT-INDEX) = SPACE
               AND OT-SOURCE(OT-INDEX) NOT = 'B'
                   PERFORM LIST-OUTSTANDING-ITEM
               END-IF
           END-PERFORM
           MOVE SPACES TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "OUTSTANDING BY AGE" TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING AGE-BAND-INDEX FROM 1 BY 1
           UNTIL AGE-BAND-INDEX > 4
               MOVE AGE-BAND-LABEL(AGE-BAND-INDEX) TO RCN-TOT-LABEL
               MOVE AGE-BAND-COUNT(AGE-BAND-INDEX) TO RCN-TOT-COUNT
               MOVE AGE-BAND-TOTAL(AGE-BAND-INDEX) TO RCN-TOT-AMOUNT
               MOVE RECON-TOTAL-LINE TO RECON-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
       .

       LIST-OUTSTANDING-ITEM.
           MOVE 'D' TO DATE-FUNCTION
           MOVE OT-ISSUE-DATE(OT-INDEX) TO DATE-ONE
           MOVE STATEMENT-DATE TO DATE-TWO
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
               DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
               DATE-RESULT-DATE DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0' AND DATE-RESULT-DAYS > 0
               MOVE DATE-RESULT-DAYS TO ITEM-AGE-DAYS
           ELSE
               MOVE 0 TO ITEM-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS NOT > 7
                   MOVE 1 TO AGE-BAND-INDEX
               WHEN ITEM-AGE-DAYS NOT > 30
                   MOVE 2 TO AGE-BAND-INDEX
               WHEN ITEM-AGE-DAYS NOT > 60
                   MOVE 3 TO AGE-BAND-INDEX
               WHEN OTHER
                   MOVE 4 TO AGE-BAND-INDEX
           END-EVALUATE
           ADD 1 TO AGE-BAND-COUNT(AGE-BAND-INDEX)
           ADD OT-AMOUNT(OT-INDEX) TO AGE-BAND-TOTAL(AGE-BAND-INDEX)
           ADD 1 TO OUTSTANDING-LISTED
           ADD OT-AMOUNT(OT-INDEX) TO OUTSTANDING-TOTAL
           IF ITEM-AGE-DAYS > STALE-AGE-DAYS
               ADD 1 TO STALE-COUNT
               ADD OT-AMOUNT(OT-INDEX) TO STALE-TOTAL
           END-IF
           PERFORM NAME-ITEM-SOURCE
           MOVE ITEM-AGE-DAYS TO AGE-EDIT
           MOVE SPACES TO RCN-TAIL
           STRING "AGE " AGE-EDIT " DAYS"
               DELIMITED BY SIZE INTO RCN-TAIL
           PERFORM WRITE-ITEM-LINE
       .

       NAME-ITEM-SOURCE.
           EVALUATE OT-SOURCE(OT-INDEX)
               WHEN 'P'
                   MOVE "PAY" TO SOURCE-NAME
               WHEN 'B'
                   MOVE "PAYFILE" TO SOURCE-NAME
               WHEN 'Q'
                   MOVE "CHEQUE" TO SOURCE-NAME
               WHEN 'C'
                   MOVE "CLAIM" TO SOURCE-NAME
               WHEN OTHER
                   MOVE "OTHER" TO SOURCE-NAME
           END-EVALUATE
       .

       WRITE-ITEM-LINE.
           MOVE SOURCE-NAME TO RCN-SOURCE
           MOVE OT-REFERENCE(OT-INDEX) TO RCN-REFERENCE
           MOVE OT-ISSUE-DATE(OT-INDEX) TO RCN-ISSUE-DATE
           MOVE OT-AMOUNT(OT-INDEX) TO RCN-AMOUNT
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
       .

       WRITE-RECON-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STATEMENT DEBITS" TO RCN-TOT-LABEL
           MOVE DEBIT-COUNT TO RCN-TOT-COUNT
           MOVE DEBIT-TOTAL TO RCN-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  CLEARED" TO RCN-TOT-LABEL
           MOVE CLEARED-COUNT TO RCN-TOT-COUNT
           MOVE CLEARED-TOTAL TO RCN-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  UNEXPECTED" TO RCN-TOT-LABEL
           MOVE UNEXPECTED-COUNT TO RCN-TOT-COUNT
           MOVE UNEXPECTED-TOTAL TO RCN-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STATEMENT CREDITS (NOT HERE)" TO RCN-TOT-LABEL
           MOVE CREDIT-COUNT TO RCN-TOT-COUNT
           MOVE CREDIT-TOTAL TO RCN-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "OUTSTANDING" TO RCN-TOT-LABEL
           MOVE OUTSTANDING-LISTED TO RCN-TOT-COUNT
           MOVE OUTSTANDING-TOTAL TO RCN-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CHEQUES VOIDED, CLOSED OFF" TO RCN-TOT-LABEL
           MOVE VOIDED-CHEQUE-COUNT TO RCN-TOT-COUNT
           MOVE 0 TO RCN-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
       .

       WRITE-TOTAL-LINE.
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
       .

       WRITE-REPORT-LINE.
           WRITE RECON-REPORT-LINE
           MOVE RECON-REPORT-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "BANKRECN.RPT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-REPORT-LINE" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

       SAVE-ITEM-CHANGES.
           PERFORM VARYING OT-INDEX FROM 1 BY 1
           UNTIL OT-INDEX > OUTSTANDING-COUNT OR HARD-IO-FAILED
               IF OT-NEW-STATUS(OT-INDEX) NOT = SPACE
                   MOVE OT-ITEM-NO(OT-INDEX) TO BI-ITEM-NO
                   READ BANK-ITEM-FILE
                   IF BANK-ITEM-FILE-STATUS = "00"
                       MOVE OT-NEW-STATUS(OT-INDEX) TO BI-STATUS
                       MOVE OT-CLEARED-DATE(OT-INDEX)
                           TO BI-CLEARED-DATE
                       MOVE OT-STATEMENT-REF(OT-INDEX)
                           TO BI-STATEMENT-REF
                       REWRITE BANK-ITEM-RECORD
                   END-IF
                   MOVE BANK-ITEM-FILE-STATUS TO IO-CHECK-STATUS
                   MOVE "BANKITEM.DAT" TO IO-CHECK-FILE-NAME
                   MOVE "SAVE-ITEM-CHANGES" TO EXC-SOURCE-PARAGRAPH
                   PERFORM CHECK-HARD-IO-STATUS
               END-IF
           END-PERFORM
       .

       RECORD-STATEMENT-DONE.
           MOVE STATEMENT-DATE TO RCC-LAST-STATEMENT-DATE
           OPEN OUTPUT RECON-CONTROL-FILE
           WRITE RECON-CONTROL-RECORD
           MOVE RECON-CONTROL-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "BANKRECN.CTL" TO IO-CHECK-FILE-NAME
           MOVE "RECORD-STATEMENT-DONE" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           CLOSE RECON-CONTROL-FILE
       .

      *>  One line per debit nothing explains, so each can be chased
      *>  on its own; one line for the stale outstanding total.
       RAISE-RECON-EXCEPTIONS.
           PERFORM VARYING UX-INDEX FROM 1 BY 1
           UNTIL UX-INDEX > UNEXPECTED-COUNT OR UX-INDEX > 500
               MOVE UX-AMOUNT(UX-INDEX) TO AMOUNT-EDIT
               MOVE "RAISE-RECON-EXC" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "UNEXPECTED DEBIT " UX-REFERENCE(UX-INDEX)
                   AMOUNT-EDIT
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-PERFORM
           IF STALE-COUNT > 0
               MOVE STALE-COUNT TO COUNT-EDIT
               MOVE STALE-TOTAL TO AMOUNT-EDIT
               MOVE "RAISE-RECON-EXC" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING COUNT-EDIT " UNCLEARED OVER 30 DAYS"
                   AMOUNT-EDIT
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       CHECK-HARD-IO-STATUS.
           IF IO-CHECK-STATUS = "30" OR IO-CHECK-STATUS = "34"
           OR IO-CHECK-STATUS(1:1) = '9'
               SET HARD-IO-FAILED TO TRUE
               DISPLAY "ERROR: HARD I/O STATUS " IO-CHECK-STATUS
                   " ON " IO-CHECK-FILE-NAME
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "HARD I/O STATUS " IO-CHECK-STATUS
                   " ON " IO-CHECK-FILE-NAME
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "BANK-RECON" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM BANK-RECON.
