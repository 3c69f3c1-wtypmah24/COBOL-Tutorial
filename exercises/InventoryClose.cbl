       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-CLOSE.
      *>  Month-end inventory close. Each night's VALUATON.RPT stands
      *>  alone, so finance had no way to prove that the month's
      *>  opening stock plus its receipts, less its issues and
      *>  adjustments, came to the closing stock at cost. This step
      *>  runs in NIGHTLY-CONTROL's month-end window and does it:
      *>
      *>  - the opening position per SKU and location is the one the
      *>    last close froze on INVSNAP.DAT for the month before;
      *>  - the month's movements come off INVPOST.DAT, the journal
      *>    Assignment-2 appends with the units and FIFO cost of
      *>    every stock change it applies;
      *>  - INVCLOSE.RPT rolls opening value, receipts at cost, cost
      *>    of issues, write-offs, count adjustments and transfers
      *>    between sites forward to the closing value, and ties
      *>    each SKU's closing value to what its COSTLAYR.DAT layers
      *>    held at the month end (today's layers less anything
      *>    posted since). A SKU that does not tie is flagged on the
      *>    report and the exception summary;
      *>  - the closing position is frozen on INVSNAP.DAT as the next
      *>    month's opening, and INVCLOSE.DAT records the month as
      *>    closed so Assignment-2 refuses movements dated into it.
      *>
      *>  The first close has no snapshot to open from; its opening
      *>  is worked back from the layers and the PRIORPRC.DAT shelf
      *>  quantities, spreading each SKU's layer value across its
      *>  sites by quantity, and the report says so.
      *>
      *>  INVCLOSE.PRM (CCYYMM) names the month for a rerun, which
      *>  replaces that month's own snapshot rows; without it the
      *>  month containing the run date is closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARAM-FILE ASSIGN TO "INVCLOSE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-PARAM-FILE-STATUS.
      *>  Assignment-2's posting journal, every run appended.
           SELECT INVENTORY-POSTING-FILE ASSIGN TO "INVPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-POSTING-FILE-STATUS.
      *>  Assignment-2's FIFO cost layers as the last run left them.
           SELECT COST-LAYER-FILE ASSIGN TO "COSTLAYR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-LAYER-FILE-STATUS.
      *>  Assignment-2's end-of-run snapshot: the shelf quantity per
      *>  SKU and location, used only to open the first close.
           SELECT PRIOR-PRICE-FILE ASSIGN TO "PRIORPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-FILE-STATUS.
      *>  Frozen month-end positions, one row per SKU and location
      *>  per month closed.
           SELECT SNAPSHOT-FILE ASSIGN TO "INVSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
      *>  Other months' rows pass through the work file while the
      *>  snapshot history is rewritten.
           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "INVSNAP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-WORK-FILE-STATUS.
           SELECT INVENTORY-CLOSE-FILE ASSIGN TO "INVCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-CLOSE-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "INVCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-REPORT-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARAM-FILE.
       01  CLOSE-PARAM-RECORD.
           05 PRM-CLOSE-YEAR    PIC 9(04).
           05 PRM-CLOSE-MONTH   PIC 9(02).

       FD  INVENTORY-POSTING-FILE.
           COPY "INVENTORY-POSTING.cpy".

      *>  Same layout Assignment-2 loads and rewrites.
       FD  COST-LAYER-FILE.
       01  COST-LAYER-RECORD.
           05 CLR-SKU           PIC X(10).
           05 CLR-QTY           PIC 9(05).
           05 CLR-UNIT-COST     PIC 9(05)V99.
           05 CLR-RECEIVED-DATE PIC 9(08).

      *>  Same layout Assignment-2 writes at the end of every run.
       FD  PRIOR-PRICE-FILE.
       01  PRIOR-PRICE-RECORD.
           05 PRIOR-NAME         PIC X(10).
           05 PRIOR-PRICE        PIC X(08).
           05 PRIOR-QTY          PIC X(05).
           05 PRIOR-LOCATION     PIC X(04).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 SNP-MONTH          PIC 9(06).
           05 SNP-SKU            PIC X(10).
           05 SNP-LOCATION       PIC X(04).
           05 SNP-QTY            PIC S9(07)
                                 SIGN IS LEADING SEPARATE.
           05 SNP-VALUE          PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE.

       FD  SNAPSHOT-WORK-FILE.
       01  SNAPSHOT-WORK-LINE    PIC X(44).

       FD  INVENTORY-CLOSE-FILE.
           COPY "INVENTORY-CLOSE.cpy".

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE     PIC X(132).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 CLOSE-PARAM-FILE-STATUS PIC XX.
          88 NO-CLOSE-PARAM-FILE VALUE "35".
       01 INVENTORY-POSTING-FILE-STATUS PIC XX.
          88 NO-INVENTORY-POSTING-FILE VALUE "35".
          88 NO-MORE-POSTINGS  VALUE "10".
       01 COST-LAYER-FILE-STATUS PIC XX.
          88 NO-COST-LAYER-FILE VALUE "35".
          88 NO-MORE-COST-LAYERS VALUE "10".
       01 PRIOR-FILE-STATUS    PIC XX.
          88 NO-PRIOR-PRICE-FILE VALUE "35".
          88 NO-MORE-PRIOR-PRICES VALUE "10".
       01 SNAPSHOT-FILE-STATUS PIC XX.
          88 NO-SNAPSHOT-FILE  VALUE "35".
       01 SNAPSHOT-WORK-FILE-STATUS PIC XX.
       01 INVENTORY-CLOSE-FILE-STATUS PIC XX.
          88 NO-INVENTORY-CLOSE-FILE VALUE "35".
       01 CLOSE-REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 SNAPSHOT-EOF-FLAG    PIC X VALUE 'N'.
          88 END-OF-SNAPSHOTS  VALUE 'Y'.
       01 WORK-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-WORK-ROWS  VALUE 'Y'.
       01 OPENING-FLAG         PIC X VALUE 'N'.
          88 OPENING-ON-FILE   VALUE 'Y'.
       01 SKU-ROW-FLAG         PIC X VALUE 'N'.
          88 SKU-HAS-ROW       VALUE 'Y'.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  The month being closed, CCYYMM, and the month before it,
      *>  whose frozen position opens this one.
       01 CLOSE-MONTH.
           05 CLOSE-YYYY       PIC 9(04).
           05 CLOSE-MM         PIC 9(02).
       01 CLOSE-MONTH-N REDEFINES CLOSE-MONTH PIC 9(06).
       01 OPENING-MONTH.
           05 OPENING-YYYY     PIC 9(04).
           05 OPENING-MM       PIC 9(02).
       01 OPENING-MONTH-N REDEFINES OPENING-MONTH PIC 9(06).
       01 POSTING-MONTH        PIC 9(06).
       01 PREVIOUS-CLOSED-PERIOD PIC 9(06) VALUE 0.

      *>  One row per SKU and location: the opening position, the
      *>  month's postings by kind (signed as their effect on stock,
      *>  so issues and write-offs carry minus), the postings dated
      *>  after the month end, and the shelf quantity the last run
      *>  left.
       01 ROLL-COUNT           PIC 9(04) VALUE 0.
       01 ROLL-TABLE.
           05 ROLL-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON ROLL-COUNT.
               10 RF-SKU           PIC X(10).
               10 RF-LOCATION      PIC X(04).
               10 RF-SKU-INDEX     PIC 9(04).
               10 RF-OPEN-QTY      PIC S9(07).
               10 RF-OPEN-VALUE    PIC S9(09)V99.
               10 RF-RECEIPT-QTY   PIC S9(07).
               10 RF-RECEIPT-VALUE PIC S9(09)V99.
               10 RF-ISSUE-QTY     PIC S9(07).
               10 RF-ISSUE-VALUE   PIC S9(09)V99.
               10 RF-WRITE-OFF-QTY PIC S9(07).
               10 RF-WRITE-OFF-VALUE PIC S9(09)V99.
               10 RF-ADJUST-QTY    PIC S9(07).
               10 RF-ADJUST-VALUE  PIC S9(09)V99.
               10 RF-TRANSFER-QTY  PIC S9(07).
               10 RF-TRANSFER-VALUE PIC S9(09)V99.
               10 RF-LATER-QTY     PIC S9(07).
               10 RF-LATER-VALUE   PIC S9(09)V99.
               10 RF-SHELF-QTY     PIC S9(07).
               10 RF-CLOSE-QTY     PIC S9(07).
               10 RF-CLOSE-VALUE   PIC S9(09)V99.
       01 ROLL-INDEX           PIC 9(04).
       01 ROLL-FOUND-INDEX     PIC 9(04).
       01 LOOKUP-SKU           PIC X(10).
       01 LOOKUP-LOCATION      PIC X(04).

      *>  One row per SKU: what its layers held today, what was
      *>  posted since the month end, and so what they held at the
      *>  month end - the book figure the roll-forward must reach.
       01 SKU-TOTAL-COUNT      PIC 9(04) VALUE 0.
       01 SKU-TOTAL-TABLE.
           05 SKU-TOTAL-ENTRY OCCURS 2000 TIMES.
               10 SK-SKU           PIC X(10).
               10 SK-LAYER-VALUE   PIC S9(11)V99.
               10 SK-LATER-VALUE   PIC S9(11)V99.
               10 SK-BOOK-VALUE    PIC S9(11)V99.
               10 SK-ROLL-VALUE    PIC S9(11)V99.
               10 SK-SHELF-QTY     PIC S9(09).
               10 SK-ALLOCATED     PIC S9(11)V99.
               10 SK-ROWS-LEFT     PIC 9(04).
       01 SKU-INDEX            PIC 9(04).
       01 SKU-FOUND-INDEX      PIC 9(04).

       01 POSTINGS-READ        PIC 9(07) VALUE 0.
       01 POSTINGS-IN-MONTH    PIC 9(07) VALUE 0.
       01 POSTINGS-BAD         PIC 9(07) VALUE 0.
       01 ROWS-DROPPED         PIC 9(05) VALUE 0.
       01 ROWS-REPLACED        PIC 9(05) VALUE 0.
       01 SKUS-OUT-OF-BALANCE  PIC 9(05) VALUE 0.
       01 ROW-SHELF-QTY        PIC S9(07).
       01 ROW-NET-VALUE        PIC S9(09)V99.
       01 ROW-NET-QTY          PIC S9(07).
       01 SHELF-QTY-WORK       PIC 9(05).
       01 TIE-DIFFERENCE       PIC S9(11)V99.
       01 PREVIOUS-SKU         PIC X(10).

      *>  Column totals for the whole close.
       01 TOTAL-OPEN-VALUE     PIC S9(11)V99 VALUE 0.
       01 TOTAL-RECEIPT-VALUE  PIC S9(11)V99 VALUE 0.
       01 TOTAL-ISSUE-VALUE    PIC S9(11)V99 VALUE 0.
       01 TOTAL-WRITE-OFF-VALUE PIC S9(11)V99 VALUE 0.
       01 TOTAL-ADJUST-VALUE   PIC S9(11)V99 VALUE 0.
       01 TOTAL-TRANSFER-VALUE PIC S9(11)V99 VALUE 0.
       01 TOTAL-CLOSE-VALUE    PIC S9(11)V99 VALUE 0.
       01 TOTAL-CLOSE-QTY      PIC S9(09) VALUE 0.
       01 TOTAL-BOOK-VALUE     PIC S9(11)V99 VALUE 0.

      *>  One roll-forward line: issues and write-offs print as the
      *>  positive amounts taken off.
       01 ROLL-LINE.
           05 RL-SKU             PIC X(10).
           05 FILLER             PIC X(01).
           05 RL-LOCATION        PIC X(05).
           05 RL-OPENING         PIC -(8)9.99.
           05 FILLER             PIC X(01).
           05 RL-RECEIPTS        PIC -(8)9.99.
           05 FILLER             PIC X(01).
           05 RL-ISSUES          PIC -(8)9.99.
           05 FILLER             PIC X(01).
           05 RL-WRITE-OFFS      PIC -(8)9.99.
           05 FILLER             PIC X(01).
           05 RL-ADJUSTMENTS     PIC -(8)9.99.
           05 FILLER             PIC X(01).
           05 RL-TRANSFERS       PIC -(8)9.99.
           05 FILLER             PIC X(01).
           05 RL-CLOSING         PIC -(8)9.99.
           05 FILLER             PIC X(01).
           05 RL-CLOSE-QTY       PIC -(8)9.
       01 TIE-BOOK-EDIT        PIC -(8)9.99.
       01 TIE-ROLL-EDIT        PIC -(8)9.99.
       01 TIE-DIFFERENCE-EDIT  PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           PERFORM DETERMINE-CLOSE-MONTH
           OPEN OUTPUT SNAPSHOT-WORK-FILE
           PERFORM LOAD-OPENING-SNAPSHOT
           PERFORM LOAD-MONTH-POSTINGS
           PERFORM LOAD-LAYER-VALUES
           IF NOT OPENING-ON-FILE
               PERFORM LOAD-SHELF-QUANTITIES
           END-IF
           PERFORM LINK-ROWS-TO-SKUS
           IF NOT OPENING-ON-FILE
               PERFORM DERIVE-OPENING-POSITION
           END-IF
           PERFORM ROLL-FORWARD-ALL-ROWS
           SORT ROLL-ENTRY ASCENDING KEY RF-SKU RF-LOCATION
           PERFORM WRITE-CLOSE-REPORT
           PERFORM FREEZE-CLOSING-POSITION
           CLOSE SNAPSHOT-WORK-FILE
           PERFORM SAVE-SNAPSHOT-HISTORY
           PERFORM MARK-MONTH-CLOSED
           IF SKUS-OUT-OF-BALANCE > 0
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING CLOSE-MONTH-N " CLOSE: " SKUS-OUT-OF-BALANCE
                   " SKUS NOT TIED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           IF POSTINGS-BAD > 0
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING POSTINGS-BAD " BAD INVPOST.DAT ROWS"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           DISPLAY "INVENTORY-CLOSE: " CLOSE-MONTH-N " CLOSED, "
               ROLL-COUNT " ROWS, " POSTINGS-IN-MONTH " POSTINGS, "
               SKUS-OUT-OF-BALANCE " SKUS OUT OF BALANCE"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

      *>  INVCLOSE.PRM names the month (CCYYMM) for a rerun; without
      *>  it the run date's own month is closed - the step runs in
      *>  NIGHTLY-CONTROL's month-end window, on the month's last
      *>  business day.
       DETERMINE-CLOSE-MONTH.
           MOVE CUR-YYYY TO CLOSE-YYYY
           MOVE CUR-MM TO CLOSE-MM
           OPEN INPUT CLOSE-PARAM-FILE
           IF NOT NO-CLOSE-PARAM-FILE
               READ CLOSE-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-CLOSE-YEAR IS NUMERIC
                       AND PRM-CLOSE-YEAR > 0
                       AND PRM-CLOSE-MONTH IS NUMERIC
                       AND PRM-CLOSE-MONTH >= 1
                       AND PRM-CLOSE-MONTH <= 12
                           MOVE PRM-CLOSE-YEAR TO CLOSE-YYYY
                           MOVE PRM-CLOSE-MONTH TO CLOSE-MM
                       END-IF
               END-READ
           END-IF
           CLOSE CLOSE-PARAM-FILE
           IF CLOSE-MM = 1
               COMPUTE OPENING-YYYY = CLOSE-YYYY - 1
               MOVE 12 TO OPENING-MM
           ELSE
               MOVE CLOSE-YYYY TO OPENING-YYYY
               COMPUTE OPENING-MM = CLOSE-MM - 1
           END-IF
       .

      *>  Every other month's rows are kept; this month's are
      *>  replaced, so a rerun never doubles the history. The month
      *>  before's rows become this month's opening.
       LOAD-OPENING-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT NO-SNAPSHOT-FILE
               PERFORM UNTIL END-OF-SNAPSHOTS
                   READ SNAPSHOT-FILE
                       AT END SET END-OF-SNAPSHOTS TO TRUE
                   END-READ
                   IF NOT END-OF-SNAPSHOTS
                       IF SNP-MONTH = CLOSE-MONTH-N
                           ADD 1 TO ROWS-REPLACED
                       ELSE
                           MOVE SNAPSHOT-RECORD TO SNAPSHOT-WORK-LINE
                           WRITE SNAPSHOT-WORK-LINE
                           IF SNP-MONTH = OPENING-MONTH-N
                               PERFORM TAKE-OPENING-ROW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SNAPSHOT-FILE
       .

       TAKE-OPENING-ROW.
           SET OPENING-ON-FILE TO TRUE
           MOVE SNP-SKU TO LOOKUP-SKU
           MOVE SNP-LOCATION TO LOOKUP-LOCATION
           PERFORM FIND-OR-ADD-ROW
           IF ROLL-FOUND-INDEX > 0
               ADD SNP-QTY TO RF-OPEN-QTY(ROLL-FOUND-INDEX)
               ADD SNP-VALUE TO RF-OPEN-VALUE(ROLL-FOUND-INDEX)
           END-IF
       .

      *>  The month's rows go into their columns by kind; rows dated
      *>  after the month end are kept apart to back out of today's
      *>  layers. Rows from before the month belong to months
      *>  already closed.
       LOAD-MONTH-POSTINGS.
           OPEN INPUT INVENTORY-POSTING-FILE
           IF NOT NO-INVENTORY-POSTING-FILE
               PERFORM UNTIL NO-MORE-POSTINGS
                   READ INVENTORY-POSTING-FILE
                       AT END SET NO-MORE-POSTINGS TO TRUE
                   END-READ
                   IF NOT NO-MORE-POSTINGS
                       ADD 1 TO POSTINGS-READ
                       IF IPS-DATE IS NUMERIC
                       AND IPS-QTY IS NUMERIC
                       AND IPS-COST IS NUMERIC
                       AND IPS-SKU NOT = SPACES
                           PERFORM TAKE-ONE-POSTING
                       ELSE
                           ADD 1 TO POSTINGS-BAD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE INVENTORY-POSTING-FILE
       .

       TAKE-ONE-POSTING.
           COMPUTE POSTING-MONTH = IPS-DATE / 100
           IF POSTING-MONTH >= CLOSE-MONTH-N
               MOVE IPS-SKU TO LOOKUP-SKU
               MOVE IPS-LOCATION TO LOOKUP-LOCATION
               PERFORM FIND-OR-ADD-ROW
           ELSE
               MOVE 0 TO ROLL-FOUND-INDEX
           END-IF
           IF ROLL-FOUND-INDEX > 0
               IF POSTING-MONTH > CLOSE-MONTH-N
                   ADD IPS-QTY TO RF-LATER-QTY(ROLL-FOUND-INDEX)
                   ADD IPS-COST TO RF-LATER-VALUE(ROLL-FOUND-INDEX)
               ELSE
                   ADD 1 TO POSTINGS-IN-MONTH
                   EVALUATE TRUE
      *>  A return to vendor nets off the month's receipts.
                       WHEN IPS-RECEIPT OR IPS-VENDOR-RETURN
                           ADD IPS-QTY
                               TO RF-RECEIPT-QTY(ROLL-FOUND-INDEX)
                           ADD IPS-COST
                               TO RF-RECEIPT-VALUE(ROLL-FOUND-INDEX)
                       WHEN IPS-ISSUE
                           ADD IPS-QTY
                               TO RF-ISSUE-QTY(ROLL-FOUND-INDEX)
                           ADD IPS-COST
                               TO RF-ISSUE-VALUE(ROLL-FOUND-INDEX)
                       WHEN IPS-WRITE-OFF
                           ADD IPS-QTY
                               TO RF-WRITE-OFF-QTY(ROLL-FOUND-INDEX)
                           ADD IPS-COST
                               TO RF-WRITE-OFF-VALUE(ROLL-FOUND-INDEX)
                       WHEN IPS-TRANSFER
                           ADD IPS-QTY
                               TO RF-TRANSFER-QTY(ROLL-FOUND-INDEX)
                           ADD IPS-COST
                               TO RF-TRANSFER-VALUE(ROLL-FOUND-INDEX)
                       WHEN OTHER
                           ADD IPS-QTY
                               TO RF-ADJUST-QTY(ROLL-FOUND-INDEX)
                           ADD IPS-COST
                               TO RF-ADJUST-VALUE(ROLL-FOUND-INDEX)
                   END-EVALUATE
               END-IF
           END-IF
       .

      *>  What each SKU's layers hold today. A SKU with stock in the
      *>  layers but no row yet (nothing opened, nothing posted) is
      *>  given one at MAIN, so its value cannot slip past the tie.
       LOAD-LAYER-VALUES.
           OPEN INPUT COST-LAYER-FILE
           IF NOT NO-COST-LAYER-FILE
               PERFORM UNTIL NO-MORE-COST-LAYERS
                   READ COST-LAYER-FILE
                       AT END SET NO-MORE-COST-LAYERS TO TRUE
                   END-READ
                   IF NOT NO-MORE-COST-LAYERS
                   AND CLR-SKU NOT = SPACES
                   AND CLR-QTY IS NUMERIC
                   AND CLR-UNIT-COST IS NUMERIC
                       MOVE CLR-SKU TO LOOKUP-SKU
                       PERFORM FIND-OR-ADD-SKU
                       IF SKU-FOUND-INDEX > 0
                           COMPUTE SK-LAYER-VALUE(SKU-FOUND-INDEX) =
                               SK-LAYER-VALUE(SKU-FOUND-INDEX)
                               + CLR-QTY * CLR-UNIT-COST
                       END-IF
                       MOVE 'N' TO SKU-ROW-FLAG
                       PERFORM VARYING ROLL-INDEX FROM 1 BY 1
                       UNTIL ROLL-INDEX > ROLL-COUNT
                           IF RF-SKU(ROLL-INDEX) = CLR-SKU
                               SET SKU-HAS-ROW TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT SKU-HAS-ROW
                           MOVE "MAIN" TO LOOKUP-LOCATION
                           PERFORM FIND-OR-ADD-ROW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE COST-LAYER-FILE
       .

      *>  The shelf quantities the last run left, for a first close
      *>  with no frozen opening to start from.
       LOAD-SHELF-QUANTITIES.
           OPEN INPUT PRIOR-PRICE-FILE
           IF NOT NO-PRIOR-PRICE-FILE
               PERFORM UNTIL NO-MORE-PRIOR-PRICES
                   READ PRIOR-PRICE-FILE
                       AT END SET NO-MORE-PRIOR-PRICES TO TRUE
                   END-READ
                   IF NOT NO-MORE-PRIOR-PRICES
                   AND PRIOR-NAME NOT = SPACES
                       MOVE PRIOR-NAME TO LOOKUP-SKU
                       IF PRIOR-LOCATION = SPACES
                           MOVE "MAIN" TO LOOKUP-LOCATION
                       ELSE
                           MOVE PRIOR-LOCATION TO LOOKUP-LOCATION
                       END-IF
                       PERFORM FIND-OR-ADD-ROW
                       IF ROLL-FOUND-INDEX > 0
                       AND PRIOR-QTY IS NUMERIC
                           MOVE PRIOR-QTY TO SHELF-QTY-WORK
                           MOVE SHELF-QTY-WORK
                               TO RF-SHELF-QTY(ROLL-FOUND-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PRIOR-PRICE-FILE
       .

      *>  Ties every row to its SKU's entry and totals, per SKU,
      *>  what was posted after the month end and the month-end
      *>  shelf quantity; the book value at the month end is then
      *>  today's layers less the later postings.
       LINK-ROWS-TO-SKUS.
           PERFORM VARYING ROLL-INDEX FROM 1 BY 1
           UNTIL ROLL-INDEX > ROLL-COUNT
               MOVE RF-SKU(ROLL-INDEX) TO LOOKUP-SKU
               PERFORM FIND-OR-ADD-SKU
               MOVE SKU-FOUND-INDEX TO RF-SKU-INDEX(ROLL-INDEX)
               IF SKU-FOUND-INDEX > 0
                   ADD RF-LATER-VALUE(ROLL-INDEX)
                       TO SK-LATER-VALUE(SKU-FOUND-INDEX)
                   COMPUTE SK-SHELF-QTY(SKU-FOUND-INDEX) =
                       SK-SHELF-QTY(SKU-FOUND-INDEX)
                       + RF-SHELF-QTY(ROLL-INDEX)
                       - RF-LATER-QTY(ROLL-INDEX)
                   ADD 1 TO SK-ROWS-LEFT(SKU-FOUND-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING SKU-INDEX FROM 1 BY 1
           UNTIL SKU-INDEX > SKU-TOTAL-COUNT
               COMPUTE SK-BOOK-VALUE(SKU-INDEX) =
                   SK-LAYER-VALUE(SKU-INDEX)
                   - SK-LATER-VALUE(SKU-INDEX)
           END-PERFORM
       .

      *>  First close only: each site's month-end value is its share
      *>  of the SKU's book value by shelf quantity (the last site
      *>  takes the rounding, or the lot when the SKU shows no
      *>  quantity), and its opening is that less the month's net
      *>  postings - so the first month ties by construction and
      *>  every month after it proves itself.
       DERIVE-OPENING-POSITION.
           PERFORM VARYING ROLL-INDEX FROM 1 BY 1
           UNTIL ROLL-INDEX > ROLL-COUNT
               MOVE RF-SKU-INDEX(ROLL-INDEX) TO SKU-INDEX
               COMPUTE ROW-SHELF-QTY = RF-SHELF-QTY(ROLL-INDEX)
                   - RF-LATER-QTY(ROLL-INDEX)
               SUBTRACT 1 FROM SK-ROWS-LEFT(SKU-INDEX)
               EVALUATE TRUE
                   WHEN SK-ROWS-LEFT(SKU-INDEX) = 0
                       COMPUTE RF-CLOSE-VALUE(ROLL-INDEX) =
                           SK-BOOK-VALUE(SKU-INDEX)
                           - SK-ALLOCATED(SKU-INDEX)
                   WHEN SK-SHELF-QTY(SKU-INDEX) > 0
                       COMPUTE RF-CLOSE-VALUE(ROLL-INDEX) ROUNDED =
                           SK-BOOK-VALUE(SKU-INDEX) * ROW-SHELF-QTY
                           / SK-SHELF-QTY(SKU-INDEX)
                   WHEN OTHER
                       MOVE 0 TO RF-CLOSE-VALUE(ROLL-INDEX)
               END-EVALUATE
               ADD RF-CLOSE-VALUE(ROLL-INDEX)
                   TO SK-ALLOCATED(SKU-INDEX)
               PERFORM FIGURE-ROW-NET
               COMPUTE RF-OPEN-VALUE(ROLL-INDEX) =
                   RF-CLOSE-VALUE(ROLL-INDEX) - ROW-NET-VALUE
               COMPUTE RF-OPEN-QTY(ROLL-INDEX) =
                   ROW-SHELF-QTY - ROW-NET-QTY
           END-PERFORM
       .

       FIGURE-ROW-NET.
           COMPUTE ROW-NET-VALUE = RF-RECEIPT-VALUE(ROLL-INDEX)
               + RF-ISSUE-VALUE(ROLL-INDEX)
               + RF-WRITE-OFF-VALUE(ROLL-INDEX)
               + RF-ADJUST-VALUE(ROLL-INDEX)
               + RF-TRANSFER-VALUE(ROLL-INDEX)
           COMPUTE ROW-NET-QTY = RF-RECEIPT-QTY(ROLL-INDEX)
               + RF-ISSUE-QTY(ROLL-INDEX)
               + RF-WRITE-OFF-QTY(ROLL-INDEX)
               + RF-ADJUST-QTY(ROLL-INDEX)
               + RF-TRANSFER-QTY(ROLL-INDEX)
       .

      *>  Opening plus the month's postings is the closing position;
      *>  each SKU's rows add up to the figure tied to its layers.
       ROLL-FORWARD-ALL-ROWS.
           PERFORM VARYING ROLL-INDEX FROM 1 BY 1
           UNTIL ROLL-INDEX > ROLL-COUNT
               PERFORM FIGURE-ROW-NET
               COMPUTE RF-CLOSE-VALUE(ROLL-INDEX) =
                   RF-OPEN-VALUE(ROLL-INDEX) + ROW-NET-VALUE
               COMPUTE RF-CLOSE-QTY(ROLL-INDEX) =
                   RF-OPEN-QTY(ROLL-INDEX) + ROW-NET-QTY
               MOVE RF-SKU-INDEX(ROLL-INDEX) TO SKU-INDEX
               IF SKU-INDEX > 0
                   ADD RF-CLOSE-VALUE(ROLL-INDEX)
                       TO SK-ROLL-VALUE(SKU-INDEX)
               END-IF
           END-PERFORM
       .

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "INVENTORY MONTH-END CLOSE FOR " CLOSE-MONTH-N
               " - ROLL-FORWARD AT FIFO COST  (RUN " TODAYS-DATE-N
               ")"
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           IF OPENING-ON-FILE
               STRING "OPENING POSITION AS FROZEN AT THE CLOSE OF "
                   OPENING-MONTH-N
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           ELSE
               STRING "NO CLOSE OF " OPENING-MONTH-N
                   " ON FILE - OPENING WORKED BACK FROM THE COST"
                   " LAYERS AND SHELF QUANTITIES"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-IF
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "SKU        LOC       OPENING"
               "     RECEIPTS       ISSUES   WRITE-OFFS"
               "  ADJUSTMENTS    TRANSFERS      CLOSING"
               " CLOSE QTY"
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO PREVIOUS-SKU
           PERFORM VARYING ROLL-INDEX FROM 1 BY 1
           UNTIL ROLL-INDEX > ROLL-COUNT
               IF RF-SKU(ROLL-INDEX) NOT = PREVIOUS-SKU
               AND PREVIOUS-SKU NOT = SPACES
                   PERFORM WRITE-SKU-TIE-LINE
               END-IF
               MOVE RF-SKU(ROLL-INDEX) TO PREVIOUS-SKU
               MOVE RF-SKU-INDEX(ROLL-INDEX) TO SKU-INDEX
               PERFORM WRITE-ROLL-LINE
           END-PERFORM
           IF PREVIOUS-SKU NOT = SPACES
               PERFORM WRITE-SKU-TIE-LINE
           END-IF

           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO ROLL-LINE
           MOVE "TOTAL" TO RL-SKU
           MOVE TOTAL-OPEN-VALUE TO RL-OPENING
           MOVE TOTAL-RECEIPT-VALUE TO RL-RECEIPTS
           COMPUTE RL-ISSUES = 0 - TOTAL-ISSUE-VALUE
           COMPUTE RL-WRITE-OFFS = 0 - TOTAL-WRITE-OFF-VALUE
           MOVE TOTAL-ADJUST-VALUE TO RL-ADJUSTMENTS
           MOVE TOTAL-TRANSFER-VALUE TO RL-TRANSFERS
           MOVE TOTAL-CLOSE-VALUE TO RL-CLOSING
           MOVE TOTAL-CLOSE-QTY TO RL-CLOSE-QTY
           MOVE ROLL-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           COMPUTE TIE-DIFFERENCE = TOTAL-CLOSE-VALUE
               - TOTAL-BOOK-VALUE
           MOVE TOTAL-CLOSE-VALUE TO TIE-ROLL-EDIT
           MOVE TOTAL-BOOK-VALUE TO TIE-BOOK-EDIT
           MOVE TIE-DIFFERENCE TO TIE-DIFFERENCE-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "CLOSING VALUE " TIE-ROLL-EDIT
               "   FIFO LAYERS AT MONTH END " TIE-BOOK-EDIT
               "   DIFFERENCE " TIE-DIFFERENCE-EDIT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           IF SKUS-OUT-OF-BALANCE = 0
               STRING "THE ROLL-FORWARD TIES TO THE FIFO LAYERS"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           ELSE
               STRING "*** THE ROLL-FORWARD DOES NOT TIE - "
                   SKUS-OUT-OF-BALANCE " SKUS OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-IF
           WRITE CLOSE-REPORT-LINE
           IF POSTINGS-BAD > 0
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING POSTINGS-BAD " UNREADABLE INVPOST.DAT ROWS"
                   " LEFT OUT"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF
           IF ROWS-DROPPED > 0
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING ROWS-DROPPED " SKU/LOCATION ROWS PAST THE"
                   " TABLE LEFT OUT"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF
           CLOSE CLOSE-REPORT-FILE
       .

       WRITE-ROLL-LINE.
           MOVE SPACES TO ROLL-LINE
           MOVE RF-SKU(ROLL-INDEX) TO RL-SKU
           MOVE RF-LOCATION(ROLL-INDEX) TO RL-LOCATION
           MOVE RF-OPEN-VALUE(ROLL-INDEX) TO RL-OPENING
           MOVE RF-RECEIPT-VALUE(ROLL-INDEX) TO RL-RECEIPTS
           COMPUTE RL-ISSUES = 0 - RF-ISSUE-VALUE(ROLL-INDEX)
           COMPUTE RL-WRITE-OFFS = 0 - RF-WRITE-OFF-VALUE(ROLL-INDEX)
           MOVE RF-ADJUST-VALUE(ROLL-INDEX) TO RL-ADJUSTMENTS
           MOVE RF-TRANSFER-VALUE(ROLL-INDEX) TO RL-TRANSFERS
           MOVE RF-CLOSE-VALUE(ROLL-INDEX) TO RL-CLOSING
           MOVE RF-CLOSE-QTY(ROLL-INDEX) TO RL-CLOSE-QTY
           MOVE ROLL-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           ADD RF-OPEN-VALUE(ROLL-INDEX) TO TOTAL-OPEN-VALUE
           ADD RF-RECEIPT-VALUE(ROLL-INDEX) TO TOTAL-RECEIPT-VALUE
           ADD RF-ISSUE-VALUE(ROLL-INDEX) TO TOTAL-ISSUE-VALUE
           ADD RF-WRITE-OFF-VALUE(ROLL-INDEX) TO TOTAL-WRITE-OFF-VALUE
           ADD RF-ADJUST-VALUE(ROLL-INDEX) TO TOTAL-ADJUST-VALUE
           ADD RF-TRANSFER-VALUE(ROLL-INDEX) TO TOTAL-TRANSFER-VALUE
           ADD RF-CLOSE-VALUE(ROLL-INDEX) TO TOTAL-CLOSE-VALUE
           ADD RF-CLOSE-QTY(ROLL-INDEX) TO TOTAL-CLOSE-QTY
       .

      *>  Under each SKU's rows: its closing value against its
      *>  layers at the month end.
       WRITE-SKU-TIE-LINE.
           MOVE 0 TO SKU-INDEX
           MOVE PREVIOUS-SKU TO LOOKUP-SKU
           PERFORM FIND-SKU
           IF SKU-FOUND-INDEX > 0
               MOVE SKU-FOUND-INDEX TO SKU-INDEX
               ADD SK-BOOK-VALUE(SKU-INDEX) TO TOTAL-BOOK-VALUE
               COMPUTE TIE-DIFFERENCE = SK-ROLL-VALUE(SKU-INDEX)
                   - SK-BOOK-VALUE(SKU-INDEX)
               MOVE SK-ROLL-VALUE(SKU-INDEX) TO TIE-ROLL-EDIT
               MOVE SK-BOOK-VALUE(SKU-INDEX) TO TIE-BOOK-EDIT
               MOVE TIE-DIFFERENCE TO TIE-DIFFERENCE-EDIT
               MOVE SPACES TO CLOSE-REPORT-LINE
               IF TIE-DIFFERENCE = 0
                   STRING "           " PREVIOUS-SKU
                       " CLOSING " TIE-ROLL-EDIT
                       "  FIFO LAYERS " TIE-BOOK-EDIT
                       "  TIES"
                       DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               ELSE
                   ADD 1 TO SKUS-OUT-OF-BALANCE
                   STRING "           " PREVIOUS-SKU
                       " CLOSING " TIE-ROLL-EDIT
                       "  FIFO LAYERS " TIE-BOOK-EDIT
                       "  DIFFERENCE " TIE-DIFFERENCE-EDIT
                       "  *** OUT OF BALANCE ***"
                       DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-IF
               WRITE CLOSE-REPORT-LINE
           END-IF
       .

      *>  This month's closing rows join the kept history on the
      *>  work file, to open next month's close.
       FREEZE-CLOSING-POSITION.
           PERFORM VARYING ROLL-INDEX FROM 1 BY 1
           UNTIL ROLL-INDEX > ROLL-COUNT
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE CLOSE-MONTH-N TO SNP-MONTH
               MOVE RF-SKU(ROLL-INDEX) TO SNP-SKU
               MOVE RF-LOCATION(ROLL-INDEX) TO SNP-LOCATION
               MOVE RF-CLOSE-QTY(ROLL-INDEX) TO SNP-QTY
               MOVE RF-CLOSE-VALUE(ROLL-INDEX) TO SNP-VALUE
               MOVE SNAPSHOT-RECORD TO SNAPSHOT-WORK-LINE
               WRITE SNAPSHOT-WORK-LINE
           END-PERFORM
       .

       SAVE-SNAPSHOT-HISTORY.
           OPEN INPUT SNAPSHOT-WORK-FILE
           OPEN OUTPUT SNAPSHOT-FILE
           PERFORM UNTIL END-OF-WORK-ROWS
               READ SNAPSHOT-WORK-FILE
                   AT END SET END-OF-WORK-ROWS TO TRUE
               END-READ
               IF NOT END-OF-WORK-ROWS
                   MOVE SNAPSHOT-WORK-LINE TO SNAPSHOT-RECORD
                   WRITE SNAPSHOT-RECORD
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-WORK-FILE
           CLOSE SNAPSHOT-FILE
       .

      *>  INVCLOSE.DAT only ever moves forward: a rerun of an older
      *>  month refreezes that month but does not reopen the ones
      *>  after it.
       MARK-MONTH-CLOSED.
           OPEN INPUT INVENTORY-CLOSE-FILE
           IF NOT NO-INVENTORY-CLOSE-FILE
               READ INVENTORY-CLOSE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ICL-CLOSED-PERIOD IS NUMERIC
                           MOVE ICL-CLOSED-PERIOD
                               TO PREVIOUS-CLOSED-PERIOD
                       END-IF
               END-READ
           END-IF
           CLOSE INVENTORY-CLOSE-FILE
           IF CLOSE-MONTH-N >= PREVIOUS-CLOSED-PERIOD
               OPEN OUTPUT INVENTORY-CLOSE-FILE
               MOVE CLOSE-MONTH-N TO ICL-CLOSED-PERIOD
               MOVE TODAYS-DATE-N TO ICL-CLOSED-DATE
               WRITE INVENTORY-CLOSE-RECORD
               CLOSE INVENTORY-CLOSE-FILE
           END-IF
       .

       FIND-OR-ADD-ROW.
           MOVE 0 TO ROLL-FOUND-INDEX
           IF LOOKUP-LOCATION = SPACES
               MOVE "MAIN" TO LOOKUP-LOCATION
           END-IF
           PERFORM VARYING ROLL-INDEX FROM 1 BY 1
           UNTIL ROLL-INDEX > ROLL-COUNT OR ROLL-FOUND-INDEX > 0
               IF RF-SKU(ROLL-INDEX) = LOOKUP-SKU
               AND RF-LOCATION(ROLL-INDEX) = LOOKUP-LOCATION
                   MOVE ROLL-INDEX TO ROLL-FOUND-INDEX
               END-IF
           END-PERFORM
           IF ROLL-FOUND-INDEX = 0
               IF ROLL-COUNT < 2000
                   ADD 1 TO ROLL-COUNT
                   MOVE ROLL-COUNT TO ROLL-FOUND-INDEX
                   INITIALIZE ROLL-ENTRY(ROLL-COUNT)
                   MOVE LOOKUP-SKU TO RF-SKU(ROLL-COUNT)
                   MOVE LOOKUP-LOCATION TO RF-LOCATION(ROLL-COUNT)
               ELSE
                   ADD 1 TO ROWS-DROPPED
               END-IF
           END-IF
       .

       FIND-SKU.
           MOVE 0 TO SKU-FOUND-INDEX
           PERFORM VARYING SKU-INDEX FROM 1 BY 1
           UNTIL SKU-INDEX > SKU-TOTAL-COUNT OR SKU-FOUND-INDEX > 0
               IF SK-SKU(SKU-INDEX) = LOOKUP-SKU
                   MOVE SKU-INDEX TO SKU-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       FIND-OR-ADD-SKU.
           PERFORM FIND-SKU
           IF SKU-FOUND-INDEX = 0 AND SKU-TOTAL-COUNT < 2000
               ADD 1 TO SKU-TOTAL-COUNT
               MOVE SKU-TOTAL-COUNT TO SKU-FOUND-INDEX
               INITIALIZE SKU-TOTAL-ENTRY(SKU-TOTAL-COUNT)
               MOVE LOOKUP-SKU TO SK-SKU(SKU-TOTAL-COUNT)
           END-IF
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "INVENTORY-CLOSE" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM INVENTORY-CLOSE.
