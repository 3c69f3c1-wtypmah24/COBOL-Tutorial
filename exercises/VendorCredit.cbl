       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-CREDIT.
      *>  Open credits owed by suppliers for produce sent back. Each
      *>  return to vendor Assignment-2 applies leaves an expected
      *>  credit on VENDCRED.DAT at the FIFO cost of the returned
      *>  units; this step matches the supplier credit notes staged
      *>  on CREDNOTE.DAT against them - same supplier and SKU, the
      *>  oldest open return first, or the one ordered on the date
      *>  the note quotes - and then ages every credit still open
      *>  from its return date (differenced through the shared
      *>  DATE-ARITH subprogram) into 0-30, 31-60, 61-90 and over-90
      *>  day bands on VENDCRED.RPT, by supplier, so a missing credit
      *>  note is chased from a report instead of from memory. A
      *>  note credited short of (or over) what was expected prints
      *>  with the difference; a note with no open return to match
      *>  goes on the exception summary. A credit note number
      *>  already matched for the supplier is not applied twice, so
      *>  a rerun over the same CREDNOTE.DAT changes nothing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Expected credits, load-work-rewrite like GOODS-RECEIPT's
      *>  open-order ledger; matched rows are kept as the history.
           SELECT VENDOR-CREDIT-FILE ASSIGN TO "VENDCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-CREDIT-FILE-STATUS.
      *>  Supplier credit notes received, keyed by AP.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-NOTE-FILE-STATUS.
           SELECT CREDIT-REPORT-FILE ASSIGN TO "VENDCRED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-CREDIT-FILE.
           COPY "VENDOR-CREDIT.cpy".

      *>  One credit note line per returned SKU; a zero order date
      *>  matches the supplier's oldest open return of the SKU.
       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-RECORD.
           05 CRN-SUPPLIER      PIC X(10).
           05 CRN-CREDIT-NOTE   PIC X(12).
           05 CRN-CREDIT-DATE   PIC 9(08).
           05 CRN-SKU           PIC X(10).
           05 CRN-PO-DATE       PIC 9(08).
           05 CRN-AMOUNT        PIC 9(09)V99.

       FD  CREDIT-REPORT-FILE.
       01  CREDIT-REPORT-LINE  PIC X(132).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 VENDOR-CREDIT-FILE-STATUS PIC XX.
          88 NO-VENDOR-CREDIT-FILE VALUE "35".
          88 NO-MORE-VENDOR-CREDITS VALUE "10".
       01 CREDIT-NOTE-FILE-STATUS PIC XX.
          88 NO-CREDIT-NOTE-FILE VALUE "35".
          88 NO-MORE-CREDIT-NOTES VALUE "10".
       01 CREDIT-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  DATE-ARITH call set, per its CHECK-LEAP-YEAR-style USING
      *>  list.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

      *>  Every expected credit on file, in file order until the
      *>  file is saved, then SORTed by supplier and return date
      *>  for the aging.
       01 CREDIT-COUNT         PIC 9(04) VALUE 0.
       01 CREDIT-TABLE.
           05 CREDIT-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON CREDIT-COUNT.
               10 CT-SUPPLIER    PIC X(10).
               10 CT-RETURN-DATE PIC 9(08).
               10 CT-PO-DATE     PIC 9(08).
               10 CT-SKU         PIC X(10).
               10 CT-LOCATION    PIC X(04).
               10 CT-QTY         PIC 9(05).
               10 CT-EXPECTED    PIC 9(09)V99.
               10 CT-STATUS      PIC X(01).
                  88 CT-OPEN     VALUE 'O'.
               10 CT-CREDIT-NOTE PIC X(12).
               10 CT-CREDIT-DATE PIC 9(08).
               10 CT-CREDIT-AMOUNT PIC 9(09)V99.
       01 CREDIT-INDEX         PIC 9(04).
       01 CREDIT-FOUND-INDEX   PIC 9(04).
       01 CREDITS-SKIPPED      PIC 9(04) VALUE 0.
       01 NOTE-APPLIED-FLAG    PIC X VALUE 'N'.
          88 NOTE-ALREADY-APPLIED VALUE 'Y'.

       01 NOTES-READ           PIC 9(05) VALUE 0.
       01 NOTES-MATCHED        PIC 9(05) VALUE 0.
       01 NOTES-UNMATCHED      PIC 9(05) VALUE 0.
       01 NOTES-REPEATED       PIC 9(05) VALUE 0.
       01 CREDIT-DIFFERENCE    PIC S9(09)V99.

      *>  Aging of what is still open: per supplier and overall,
      *>  count and amount per band.
       01 CREDIT-AGE-DAYS      PIC 9(05).
       01 AGING-BAND-TEXT      PIC X(07).
       01 BAND-INDEX           PIC 9(01).
       01 CURRENT-SUPPLIER     PIC X(10).
       01 SUPPLIER-BAND-TABLE.
           05 SUPPLIER-BAND-AMOUNT PIC 9(10)V99 OCCURS 4 TIMES.
       01 TOTAL-BAND-TABLE.
           05 TOTAL-BAND-COUNT  PIC 9(05) OCCURS 4 TIMES.
           05 TOTAL-BAND-AMOUNT PIC 9(10)V99 OCCURS 4 TIMES.
       01 SUPPLIER-OPEN-AMOUNT PIC 9(10)V99.
       01 TOTAL-OPEN-AMOUNT    PIC 9(10)V99 VALUE 0.
       01 OPEN-CREDIT-COUNT    PIC 9(05) VALUE 0.
       01 OVER-90-COUNT        PIC 9(05) VALUE 0.

       01 AMOUNT-EDIT          PIC Z(8)9.99.
       01 CREDIT-AMOUNT-EDIT   PIC Z(8)9.99.
       01 DIFFERENCE-EDIT      PIC -(8)9.99.
       01 QTY-EDIT             PIC ZZZZ9.
       01 DAYS-EDIT            PIC ZZZZ9.
       01 COUNT-EDIT           PIC ZZZZ9.
       01 BAND-0-30-EDIT       PIC Z(8)9.99.
       01 BAND-31-60-EDIT      PIC Z(8)9.99.
       01 BAND-61-90-EDIT      PIC Z(8)9.99.
       01 BAND-OVER-90-EDIT    PIC Z(8)9.99.
       01 TOTAL-EDIT           PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-VENDOR-CREDITS
            OPEN OUTPUT CREDIT-REPORT-FILE
            MOVE SPACES TO CREDIT-REPORT-LINE
            STRING "VENDOR CREDITS FOR RETURNED GOODS AS OF "
                TODAYS-DATE-N
                DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
            WRITE CREDIT-REPORT-LINE
            PERFORM APPLY-CREDIT-NOTES
            IF NOTES-MATCHED > 0
                PERFORM SAVE-VENDOR-CREDITS
            END-IF
            IF CREDIT-COUNT > 0
                SORT CREDIT-ENTRY ASCENDING KEY CT-SUPPLIER
                    CT-RETURN-DATE
            END-IF
            PERFORM WRITE-OPEN-CREDIT-AGING
            CLOSE CREDIT-REPORT-FILE
            IF NOTES-UNMATCHED > 0
                MOVE "APPLY-CREDIT-NOTES" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING NOTES-UNMATCHED " CREDIT NOTES WITH NO RETURN"
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'W' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
            END-IF
            IF OVER-90-COUNT > 0
                MOVE "WRITE-OPEN-CREDIT-AG" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING OVER-90-COUNT " VENDOR CREDITS OVER 90 DAYS"
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'W' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
            END-IF
            DISPLAY "VENDOR-CREDIT: " NOTES-MATCHED " NOTES MATCHED, "
                NOTES-UNMATCHED " UNMATCHED, " OPEN-CREDIT-COUNT
                " CREDITS OPEN"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-VENDOR-CREDITS.
           MOVE 0 TO CREDIT-COUNT
           OPEN INPUT VENDOR-CREDIT-FILE
           IF NOT NO-VENDOR-CREDIT-FILE
               PERFORM UNTIL NO-MORE-VENDOR-CREDITS
                   READ VENDOR-CREDIT-FILE
                       AT END SET NO-MORE-VENDOR-CREDITS TO TRUE
                   END-READ
                   IF NOT NO-MORE-VENDOR-CREDITS
                   AND VCR-SKU NOT = SPACES
                       IF CREDIT-COUNT < 2000
                           PERFORM LOAD-ONE-CREDIT
                       ELSE
                           ADD 1 TO CREDITS-SKIPPED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VENDOR-CREDIT-FILE
           IF CREDITS-SKIPPED > 0
               MOVE "LOAD-VENDOR-CREDITS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CREDIT TABLE FULL, ROWS SKIPPED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

       LOAD-ONE-CREDIT.
           ADD 1 TO CREDIT-COUNT
           MOVE VCR-SUPPLIER TO CT-SUPPLIER(CREDIT-COUNT)
           MOVE VCR-RETURN-DATE TO CT-RETURN-DATE(CREDIT-COUNT)
           MOVE VCR-PO-DATE TO CT-PO-DATE(CREDIT-COUNT)
           MOVE VCR-SKU TO CT-SKU(CREDIT-COUNT)
           MOVE VCR-LOCATION TO CT-LOCATION(CREDIT-COUNT)
           MOVE VCR-QTY TO CT-QTY(CREDIT-COUNT)
           MOVE VCR-EXPECTED-AMOUNT TO CT-EXPECTED(CREDIT-COUNT)
           MOVE VCR-STATUS TO CT-STATUS(CREDIT-COUNT)
           MOVE VCR-CREDIT-NOTE TO CT-CREDIT-NOTE(CREDIT-COUNT)
           IF VCR-CREDIT-DATE IS NUMERIC
               MOVE VCR-CREDIT-DATE TO CT-CREDIT-DATE(CREDIT-COUNT)
           ELSE
               MOVE 0 TO CT-CREDIT-DATE(CREDIT-COUNT)
           END-IF
           IF VCR-CREDIT-AMOUNT IS NUMERIC
               MOVE VCR-CREDIT-AMOUNT
                   TO CT-CREDIT-AMOUNT(CREDIT-COUNT)
           ELSE
               MOVE 0 TO CT-CREDIT-AMOUNT(CREDIT-COUNT)
           END-IF
       .

      *>  The credit notes staged since the last run, each matched
      *>  to one open return and listed with what it settled.
       APPLY-CREDIT-NOTES.
           OPEN INPUT CREDIT-NOTE-FILE
           IF NOT NO-CREDIT-NOTE-FILE
               MOVE SPACES TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
               MOVE "CREDIT NOTES RECEIVED" TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
               PERFORM UNTIL NO-MORE-CREDIT-NOTES
                   READ CREDIT-NOTE-FILE
                       AT END SET NO-MORE-CREDIT-NOTES TO TRUE
                   END-READ
                   IF NOT NO-MORE-CREDIT-NOTES
                   AND CRN-SUPPLIER NOT = SPACES
                       ADD 1 TO NOTES-READ
                       PERFORM APPLY-ONE-CREDIT-NOTE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CREDIT-NOTE-FILE
       .

       APPLY-ONE-CREDIT-NOTE.
           IF CRN-PO-DATE NOT NUMERIC
               MOVE 0 TO CRN-PO-DATE
           END-IF
           IF CRN-AMOUNT NOT NUMERIC
               MOVE 0 TO CRN-AMOUNT
           END-IF
           IF CRN-CREDIT-DATE NOT NUMERIC
               MOVE TODAYS-DATE-N TO CRN-CREDIT-DATE
           END-IF
           MOVE 'N' TO NOTE-APPLIED-FLAG
           MOVE 0 TO CREDIT-FOUND-INDEX
           PERFORM VARYING CREDIT-INDEX FROM 1 BY 1
           UNTIL CREDIT-INDEX > CREDIT-COUNT
               IF CT-SUPPLIER(CREDIT-INDEX) = CRN-SUPPLIER
               AND CT-CREDIT-NOTE(CREDIT-INDEX) = CRN-CREDIT-NOTE
               AND CT-SKU(CREDIT-INDEX) = CRN-SKU
               AND NOT CT-OPEN(CREDIT-INDEX)
                   SET NOTE-ALREADY-APPLIED TO TRUE
               END-IF
               IF CT-SUPPLIER(CREDIT-INDEX) = CRN-SUPPLIER
               AND CT-SKU(CREDIT-INDEX) = CRN-SKU
               AND CT-OPEN(CREDIT-INDEX)
               AND (CRN-PO-DATE = 0
                    OR CT-PO-DATE(CREDIT-INDEX) = CRN-PO-DATE)
                   IF CREDIT-FOUND-INDEX = 0
                   OR CT-RETURN-DATE(CREDIT-INDEX)
                       < CT-RETURN-DATE(CREDIT-FOUND-INDEX)
                       MOVE CREDIT-INDEX TO CREDIT-FOUND-INDEX
                   END-IF
               END-IF
           END-PERFORM
           MOVE CRN-AMOUNT TO CREDIT-AMOUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           EVALUATE TRUE
               WHEN NOTE-ALREADY-APPLIED
                   ADD 1 TO NOTES-REPEATED
                   STRING "  ALREADY APPLIED   " CRN-SUPPLIER
                       " " CRN-CREDIT-NOTE " " CRN-SKU
                       DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
               WHEN CREDIT-FOUND-INDEX = 0
                   ADD 1 TO NOTES-UNMATCHED
                   STRING "  NO OPEN RETURN    " CRN-SUPPLIER
                       " " CRN-CREDIT-NOTE " " CRN-SKU
                       " CREDITED " CREDIT-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO NOTES-MATCHED
                   MOVE 'M' TO CT-STATUS(CREDIT-FOUND-INDEX)
                   MOVE CRN-CREDIT-NOTE
                       TO CT-CREDIT-NOTE(CREDIT-FOUND-INDEX)
                   MOVE CRN-CREDIT-DATE
                       TO CT-CREDIT-DATE(CREDIT-FOUND-INDEX)
                   MOVE CRN-AMOUNT
                       TO CT-CREDIT-AMOUNT(CREDIT-FOUND-INDEX)
                   MOVE CT-EXPECTED(CREDIT-FOUND-INDEX) TO AMOUNT-EDIT
                   COMPUTE CREDIT-DIFFERENCE = CRN-AMOUNT
                       - CT-EXPECTED(CREDIT-FOUND-INDEX)
                   MOVE CREDIT-DIFFERENCE TO DIFFERENCE-EDIT
                   IF CREDIT-DIFFERENCE = 0
                       STRING "  MATCHED           " CRN-SUPPLIER
                           " " CRN-CREDIT-NOTE " " CRN-SKU
                           " EXPECTED " AMOUNT-EDIT
                           " CREDITED " CREDIT-AMOUNT-EDIT
                           DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
                   ELSE
                       STRING "  MATCHED, DIFFERS  " CRN-SUPPLIER
                           " " CRN-CREDIT-NOTE " " CRN-SKU
                           " EXPECTED " AMOUNT-EDIT
                           " CREDITED " CREDIT-AMOUNT-EDIT
                           " DIFFERENCE " DIFFERENCE-EDIT
                           DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
                   END-IF
           END-EVALUATE
           WRITE CREDIT-REPORT-LINE
       .

       SAVE-VENDOR-CREDITS.
           OPEN OUTPUT VENDOR-CREDIT-FILE
           PERFORM VARYING CREDIT-INDEX FROM 1 BY 1
           UNTIL CREDIT-INDEX > CREDIT-COUNT
               MOVE SPACES TO VENDOR-CREDIT-RECORD
               MOVE CT-SUPPLIER(CREDIT-INDEX) TO VCR-SUPPLIER
               MOVE CT-PO-DATE(CREDIT-INDEX) TO VCR-PO-DATE
               MOVE CT-SKU(CREDIT-INDEX) TO VCR-SKU
               MOVE CT-LOCATION(CREDIT-INDEX) TO VCR-LOCATION
               MOVE CT-RETURN-DATE(CREDIT-INDEX) TO VCR-RETURN-DATE
               MOVE CT-QTY(CREDIT-INDEX) TO VCR-QTY
               MOVE CT-EXPECTED(CREDIT-INDEX) TO VCR-EXPECTED-AMOUNT
               MOVE CT-STATUS(CREDIT-INDEX) TO VCR-STATUS
               MOVE CT-CREDIT-NOTE(CREDIT-INDEX) TO VCR-CREDIT-NOTE
               MOVE CT-CREDIT-DATE(CREDIT-INDEX) TO VCR-CREDIT-DATE
               MOVE CT-CREDIT-AMOUNT(CREDIT-INDEX)
                   TO VCR-CREDIT-AMOUNT
               WRITE VENDOR-CREDIT-RECORD
           END-PERFORM
           IF VENDOR-CREDIT-FILE-STATUS NOT = "00"
               MOVE "SAVE-VENDOR-CREDITS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "VENDCRED.DAT WRITE FAILED, STATUS="
                   VENDOR-CREDIT-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE VENDOR-CREDIT-FILE
       .

      *>  Every open credit, supplier by supplier, oldest return
      *>  first, with its age band; a subtotal per supplier and the
      *>  band totals at the foot.
       WRITE-OPEN-CREDIT-AGING.
           MOVE SPACES TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
           MOVE "OPEN CREDITS BY SUPPLIER" TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "  SUPPLIER   SKU        ORDERED  RETURNED   QTY"
               "      EXPECTED  DAYS  BAND"
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
           INITIALIZE TOTAL-BAND-TABLE
           MOVE SPACES TO CURRENT-SUPPLIER
           PERFORM VARYING CREDIT-INDEX FROM 1 BY 1
           UNTIL CREDIT-INDEX > CREDIT-COUNT
               IF CT-OPEN(CREDIT-INDEX)
                   IF CT-SUPPLIER(CREDIT-INDEX) NOT = CURRENT-SUPPLIER
                       IF CURRENT-SUPPLIER NOT = SPACES
                           PERFORM WRITE-SUPPLIER-SUBTOTAL
                       END-IF
                       MOVE CT-SUPPLIER(CREDIT-INDEX)
                           TO CURRENT-SUPPLIER
                       INITIALIZE SUPPLIER-BAND-TABLE
                       MOVE 0 TO SUPPLIER-OPEN-AMOUNT
                   END-IF
                   PERFORM WRITE-ONE-OPEN-CREDIT
               END-IF
           END-PERFORM
           IF CURRENT-SUPPLIER NOT = SPACES
               PERFORM WRITE-SUPPLIER-SUBTOTAL
           END-IF
           IF OPEN-CREDIT-COUNT = 0
               MOVE "  NO CREDITS OUTSTANDING" TO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
           END-IF

           MOVE SPACES TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "  BAND          COUNT        AMOUNT"
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
           UNTIL BAND-INDEX > 4
               EVALUATE BAND-INDEX
                   WHEN 1 MOVE "0-30" TO AGING-BAND-TEXT
                   WHEN 2 MOVE "31-60" TO AGING-BAND-TEXT
                   WHEN 3 MOVE "61-90" TO AGING-BAND-TEXT
                   WHEN OTHER MOVE "OVER 90" TO AGING-BAND-TEXT
               END-EVALUATE
               MOVE TOTAL-BAND-COUNT(BAND-INDEX) TO COUNT-EDIT
               MOVE TOTAL-BAND-AMOUNT(BAND-INDEX) TO AMOUNT-EDIT
               MOVE SPACES TO CREDIT-REPORT-LINE
               STRING "  " AGING-BAND-TEXT "       " COUNT-EDIT
                   " " AMOUNT-EDIT
                   DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
               WRITE CREDIT-REPORT-LINE
           END-PERFORM
           MOVE OPEN-CREDIT-COUNT TO COUNT-EDIT
           MOVE TOTAL-OPEN-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "  TOTAL         " COUNT-EDIT " " AMOUNT-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
       .

      *>  A return dated in the future, or whose date will not
      *>  difference, ages as zero days rather than dropping out.
       WRITE-ONE-OPEN-CREDIT.
           MOVE 0 TO CREDIT-AGE-DAYS
           MOVE 'D' TO DATE-FUNCTION
           MOVE CT-RETURN-DATE(CREDIT-INDEX) TO DATE-ONE
           MOVE TODAYS-DATE-N TO DATE-TWO
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
               DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
               DATE-RESULT-DATE DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0'
           AND DATE-RESULT-DAYS > 0
               MOVE DATE-RESULT-DAYS TO CREDIT-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN CREDIT-AGE-DAYS <= 30
                   MOVE 1 TO BAND-INDEX
                   MOVE "0-30" TO AGING-BAND-TEXT
               WHEN CREDIT-AGE-DAYS <= 60
                   MOVE 2 TO BAND-INDEX
                   MOVE "31-60" TO AGING-BAND-TEXT
               WHEN CREDIT-AGE-DAYS <= 90
                   MOVE 3 TO BAND-INDEX
                   MOVE "61-90" TO AGING-BAND-TEXT
               WHEN OTHER
                   MOVE 4 TO BAND-INDEX
                   MOVE "OVER 90" TO AGING-BAND-TEXT
                   ADD 1 TO OVER-90-COUNT
           END-EVALUATE
           ADD 1 TO OPEN-CREDIT-COUNT
           ADD 1 TO TOTAL-BAND-COUNT(BAND-INDEX)
           ADD CT-EXPECTED(CREDIT-INDEX)
               TO TOTAL-BAND-AMOUNT(BAND-INDEX)
           ADD CT-EXPECTED(CREDIT-INDEX)
               TO SUPPLIER-BAND-AMOUNT(BAND-INDEX)
           ADD CT-EXPECTED(CREDIT-INDEX) TO SUPPLIER-OPEN-AMOUNT
           ADD CT-EXPECTED(CREDIT-INDEX) TO TOTAL-OPEN-AMOUNT
           MOVE CT-QTY(CREDIT-INDEX) TO QTY-EDIT
           MOVE CT-EXPECTED(CREDIT-INDEX) TO AMOUNT-EDIT
           MOVE CREDIT-AGE-DAYS TO DAYS-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "  " CT-SUPPLIER(CREDIT-INDEX)
               " " CT-SKU(CREDIT-INDEX)
               " " CT-PO-DATE(CREDIT-INDEX)
               " " CT-RETURN-DATE(CREDIT-INDEX)
               " " QTY-EDIT
               " " AMOUNT-EDIT
               " " DAYS-EDIT
               "  " AGING-BAND-TEXT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
       .

       WRITE-SUPPLIER-SUBTOTAL.
           MOVE SUPPLIER-BAND-AMOUNT(1) TO BAND-0-30-EDIT
           MOVE SUPPLIER-BAND-AMOUNT(2) TO BAND-31-60-EDIT
           MOVE SUPPLIER-BAND-AMOUNT(3) TO BAND-61-90-EDIT
           MOVE SUPPLIER-BAND-AMOUNT(4) TO BAND-OVER-90-EDIT
           MOVE SUPPLIER-OPEN-AMOUNT TO TOTAL-EDIT
           MOVE SPACES TO CREDIT-REPORT-LINE
           STRING "  " CURRENT-SUPPLIER " OWES " TOTAL-EDIT
               "  0-30 " BAND-0-30-EDIT
               "  31-60 " BAND-31-60-EDIT
               "  61-90 " BAND-61-90-EDIT
               "  OVER 90 " BAND-OVER-90-EDIT
               DELIMITED BY SIZE INTO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
           MOVE SPACES TO CREDIT-REPORT-LINE
           WRITE CREDIT-REPORT-LINE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "VENDOR-CREDIT" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM VENDOR-CREDIT.
