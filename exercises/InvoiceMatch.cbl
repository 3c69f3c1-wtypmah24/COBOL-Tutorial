       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
      *>  Three-way match of supplier invoices before anyone is
      *>  paid. Each SUPPINV.DAT invoice names the supplier, the
      *>  OPENPO.DAT line it bills (order date plus SKU), a quantity
      *>  and a unit price. The quantity - with whatever INVREG.DAT
      *>  says was already invoiced on that line - must be covered by
      *>  what GOODS-RECEIPT recorded as received and by what was
      *>  ordered, and the price must sit within the INVTOL.PRM
      *>  percentage (default 2.00) of the supplier's SUPPXREF.DAT
      *>  price. A matched invoice goes onto the AP payment file
      *>  APPAY.DAT (standard HDR/TRL control records) and into the
      *>  register; anything else is held on INVHOLD.DAT, listed on
      *>  INVEXCP.RPT and tried again every night until the goods
      *>  arrive or the supplier corrects it - held, never paid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOLERANCE-PARAM-FILE ASSIGN TO "INVTOL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-PARAM-FILE-STATUS.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPPINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-INVOICE-FILE-STATUS.
      *>  Invoices held by earlier runs, carried until they match.
           SELECT INVOICE-HOLD-FILE ASSIGN TO "INVHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-HOLD-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-FILE-STATUS.
           SELECT SUPPLIER-XREF-FILE ASSIGN TO "SUPPXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-XREF-FILE-STATUS.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-FILE-STATUS.
           SELECT AP-PAYMENT-FILE ASSIGN TO "APPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-PAYMENT-FILE-STATUS.
           SELECT INVOICE-EXCEPTION-REPORT ASSIGN TO "INVEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-EXCEPTION-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOLERANCE-PARAM-FILE.
       01  TOLERANCE-PARAM-RECORD.
           05 PRM-PRICE-TOL-PCT PIC 9(03)V99.

      *>  One supplier invoice line per row.
       FD  SUPPLIER-INVOICE-FILE.
       01  SUPPLIER-INVOICE-RECORD.
           05 SIV-INVOICE-NUMBER PIC X(12).
           05 SIV-SUPPLIER      PIC X(10).
           05 SIV-PO-DATE       PIC 9(08).
           05 SIV-SKU           PIC X(10).
           05 SIV-QTY           PIC 9(05).
           05 SIV-UNIT-PRICE    PIC 9(05)V99.
           05 SIV-INVOICE-DATE  PIC 9(08).

      *>  The held invoice as it came in, the date it was first
      *>  held, and the latest reason it is still held.
       FD  INVOICE-HOLD-FILE.
       01  INVOICE-HOLD-RECORD.
           05 HLD-INVOICE       PIC X(60).
           05 HLD-HELD-SINCE    PIC 9(08).
           05 HLD-REASON        PIC X(20).

      *>  Same ledger layout GOODS-RECEIPT files and rewrites.
       FD  OPEN-PO-FILE.
       01  OPEN-PO-RECORD.
           05 OPO-ORDER-DATE   PIC 9(08).
           05 FILLER           PIC X(01).
           05 OPO-SKU          PIC X(10).
           05 FILLER           PIC X(01).
           05 OPO-ORDERED-QTY  PIC 9(05).
           05 FILLER           PIC X(01).
           05 OPO-RECEIVED-QTY PIC 9(05).
           05 FILLER           PIC X(01).
           05 OPO-STATUS       PIC X(09).
           05 FILLER           PIC X(01).
           05 OPO-SUPPLIER     PIC X(10).
           05 FILLER           PIC X(01).
           05 OPO-CLOSE-DATE   PIC 9(08).

      *>  Same cross-reference layout SUPPLIER-PRICE reads.
       FD  SUPPLIER-XREF-FILE.
       01  SUPPLIER-XREF-RECORD.
           05 XREF-SKU          PIC X(10).
           05 XREF-SUPPLIER     PIC X(04).
           05 XREF-PRICE        PIC X(08).

       FD  INVOICE-REGISTER-FILE.
           COPY "INVOICE-REGISTER.cpy".

       FD  AP-PAYMENT-FILE.
       01  AP-PAYMENT-LINE      PIC X(80).

       FD  INVOICE-EXCEPTION-REPORT.
       01  INVOICE-EXCEPTION-LINE PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "source program, paragraph, description" layout
      *>  shared with the nightly control program and Assignment-2.
           COPY "EXCEPTION-SUMMARY.cpy".
      *>  Standard HDR/TRL control records bracketing APPAY.DAT.
           COPY "BATCH-CONTROL.cpy".
           COPY "AP-PAYMENT.cpy".

       01 TOLERANCE-PARAM-FILE-STATUS PIC XX.
          88 NO-TOLERANCE-PARAM-FILE VALUE "35".
       01 SUPPLIER-INVOICE-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-INVOICE-FILE VALUE "35".
          88 NO-MORE-INVOICES  VALUE "10".
       01 INVOICE-HOLD-FILE-STATUS PIC XX.
          88 NO-INVOICE-HOLD-FILE VALUE "35".
          88 NO-MORE-HELD-INVOICES VALUE "10".
       01 OPEN-PO-FILE-STATUS  PIC XX.
          88 NO-OPEN-PO-FILE   VALUE "35".
          88 NO-MORE-OPEN-POS  VALUE "10".
       01 SUPPLIER-XREF-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-XREF-FILE VALUE "35".
          88 NO-MORE-XREF-ROWS VALUE "10".
       01 INVOICE-REGISTER-FILE-STATUS PIC XX.
          88 NO-INVOICE-REGISTER-FILE VALUE "35".
          88 NO-MORE-REGISTER-ROWS VALUE "10".
       01 AP-PAYMENT-FILE-STATUS PIC XX.
       01 INVOICE-EXCEPTION-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

       01 PRICE-TOLERANCE-PCT  PIC 9(03)V99 VALUE 2.00.

      *>  The open-order ledger, read-only here.
       01 LEDGER-COUNT         PIC 9(03) VALUE 0.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 300 TIMES.
               10 LED-ORDER-DATE PIC 9(08).
               10 LED-SKU       PIC X(10).
               10 LED-ORDERED   PIC 9(05).
               10 LED-RECEIVED  PIC 9(05).
               10 LED-SUPPLIER  PIC X(10).
       01 LED-INDEX            PIC 9(03).
       01 LED-FOUND-INDEX      PIC 9(03).

       01 XREF-COUNT           PIC 9(04) VALUE 0.
       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 2000 TIMES.
               10 XT-SKU        PIC X(10).
               10 XT-SUPPLIER   PIC X(04).
               10 XT-PRICE      PIC 9(05)V99.
       01 XREF-INDEX           PIC 9(04).
       01 AGREED-PRICE         PIC 9(05)V99.

      *>  Every invoice ever passed, for the duplicate and
      *>  already-invoiced checks; tonight's matches are added as
      *>  they pay. A register too big for the table leaves those
      *>  checks blind, so the run then holds everything.
       01 REGISTER-COUNT       PIC 9(05) VALUE 0.
       01 REGISTER-TABLE.
           05 REGISTER-ENTRY OCCURS 5000 TIMES.
               10 RT-SUPPLIER   PIC X(10).
               10 RT-INVOICE-NUMBER PIC X(12).
               10 RT-PO-DATE    PIC 9(08).
               10 RT-SKU        PIC X(10).
               10 RT-QTY        PIC 9(05).
       01 REGISTER-INDEX       PIC 9(05).
       01 REGISTER-FULL-FLAG   PIC X VALUE 'N'.
          88 REGISTER-TABLE-FULL VALUE 'Y'.

      *>  Held invoices: last night's, re-tried first, then any new
      *>  invoice that fails joins them. Released ones drop out when
      *>  INVHOLD.DAT is rewritten.
       01 HOLD-COUNT           PIC 9(03) VALUE 0.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES.
               10 HT-INVOICE    PIC X(60).
               10 HT-HELD-SINCE PIC 9(08).
               10 HT-REASON     PIC X(20).
               10 HT-STATE      PIC X(01).
                  88 HT-STILL-HELD VALUE 'H'.
                  88 HT-RELEASED  VALUE 'R'.
       01 HOLD-INDEX           PIC 9(03).
       01 PRIOR-HOLD-COUNT     PIC 9(03).
       01 ALREADY-HELD-FLAG    PIC X VALUE 'N'.
          88 INVOICE-ALREADY-HELD VALUE 'Y'.

       01 HOLD-REASON          PIC X(20).
       01 INVOICED-TO-DATE     PIC 9(07).
       01 INVOICED-WITH-THIS   PIC 9(07).
       01 PRICE-VARIANCE       PIC 9(05)V99.
       01 PRICE-VARIANCE-PCT   PIC 9(05)V99.

       01 INVOICES-READ        PIC 9(05) VALUE 0.
       01 INVOICES-MATCHED     PIC 9(05) VALUE 0.
       01 INVOICES-HELD        PIC 9(05) VALUE 0.
       01 INVOICES-RELEASED    PIC 9(05) VALUE 0.
       01 INVOICES-DROPPED     PIC 9(05) VALUE 0.
       01 AP-DETAIL-COUNT      PIC 9(07) VALUE 0.
       01 AP-HASH-TOTAL        PIC 9(10) VALUE 0.
       01 AP-AMOUNT-TOTAL      PIC 9(11)V99 VALUE 0.
       01 AMOUNT-EDIT          PIC Z(8)9.99.
       01 AMOUNT-TOTAL-EDIT    PIC Z(10)9.99.
       01 PRICE-EDIT           PIC Z(4)9.99.
       01 QTY-EDIT             PIC ZZZZ9.
       01 TOLERANCE-EDIT       PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-PRICE-TOLERANCE
            PERFORM LOAD-OPEN-PO-LEDGER
            PERFORM LOAD-SUPPLIER-XREF
            PERFORM LOAD-INVOICE-REGISTER
            PERFORM LOAD-HELD-INVOICES

            OPEN OUTPUT INVOICE-EXCEPTION-REPORT
            MOVE PRICE-TOLERANCE-PCT TO TOLERANCE-EDIT
            MOVE SPACES TO INVOICE-EXCEPTION-LINE
            STRING "SUPPLIER INVOICE EXCEPTIONS  " TODAYS-DATE-N
                "  PRICE TOLERANCE PCT " TOLERANCE-EDIT
                DELIMITED BY SIZE INTO INVOICE-EXCEPTION-LINE
            WRITE INVOICE-EXCEPTION-LINE
            PERFORM OPEN-AP-PAYMENT-FILE
      *>  INVREG.DAT may not exist on a fresh checkout; create it
      *>  first instead of truncating the register on every run.
            OPEN EXTEND INVOICE-REGISTER-FILE
            IF NO-INVOICE-REGISTER-FILE
                OPEN OUTPUT INVOICE-REGISTER-FILE
                CLOSE INVOICE-REGISTER-FILE
                OPEN EXTEND INVOICE-REGISTER-FILE
            END-IF

            PERFORM RETRY-HELD-INVOICES
            PERFORM MATCH-NEW-INVOICES

            CLOSE INVOICE-REGISTER-FILE
            PERFORM CLOSE-AP-PAYMENT-FILE
            PERFORM WRITE-EXCEPTION-TOTALS
            CLOSE INVOICE-EXCEPTION-REPORT
            PERFORM SAVE-HELD-INVOICES

            IF INVOICES-HELD > 0
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING INVOICES-HELD " SUPPLIER INVOICES HELD"
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'W' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
            END-IF
            DISPLAY "INVOICE-MATCH: " INVOICES-MATCHED " PAID, "
                INVOICES-RELEASED " RELEASED FROM HOLD, "
                INVOICES-HELD " HELD"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

       LOAD-PRICE-TOLERANCE.
           OPEN INPUT TOLERANCE-PARAM-FILE
           IF NOT NO-TOLERANCE-PARAM-FILE
               READ TOLERANCE-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-PRICE-TOL-PCT IS NUMERIC
                           MOVE PRM-PRICE-TOL-PCT
                               TO PRICE-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE TOLERANCE-PARAM-FILE
           END-IF
       .

       LOAD-OPEN-PO-LEDGER.
           MOVE 0 TO LEDGER-COUNT
           OPEN INPUT OPEN-PO-FILE
           IF NOT NO-OPEN-PO-FILE
               PERFORM UNTIL NO-MORE-OPEN-POS
                   READ OPEN-PO-FILE
                       AT END SET NO-MORE-OPEN-POS TO TRUE
                   END-READ
                   IF NOT NO-MORE-OPEN-POS
                   AND OPO-SKU NOT = SPACES
                   AND LEDGER-COUNT < 300
                       ADD 1 TO LEDGER-COUNT
                       MOVE OPO-ORDER-DATE
                           TO LED-ORDER-DATE(LEDGER-COUNT)
                       MOVE OPO-SKU TO LED-SKU(LEDGER-COUNT)
                       MOVE OPO-ORDERED-QTY
                           TO LED-ORDERED(LEDGER-COUNT)
                       MOVE OPO-RECEIVED-QTY
                           TO LED-RECEIVED(LEDGER-COUNT)
                       MOVE OPO-SUPPLIER
                           TO LED-SUPPLIER(LEDGER-COUNT)
                   END-IF
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF
       .

       LOAD-SUPPLIER-XREF.
           MOVE 0 TO XREF-COUNT
           OPEN INPUT SUPPLIER-XREF-FILE
           IF NOT NO-SUPPLIER-XREF-FILE
               PERFORM UNTIL NO-MORE-XREF-ROWS
                   READ SUPPLIER-XREF-FILE
                       AT END SET NO-MORE-XREF-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-XREF-ROWS
                   AND XREF-SKU NOT = SPACES
                   AND XREF-COUNT < 2000
                       ADD 1 TO XREF-COUNT
                       MOVE XREF-SKU TO XT-SKU(XREF-COUNT)
                       MOVE XREF-SUPPLIER TO XT-SUPPLIER(XREF-COUNT)
                       COMPUTE XT-PRICE(XREF-COUNT) =
                           FUNCTION NUMVAL(XREF-PRICE)
                   END-IF
               END-PERFORM
               CLOSE SUPPLIER-XREF-FILE
           END-IF
       .

       LOAD-INVOICE-REGISTER.
           MOVE 0 TO REGISTER-COUNT
           OPEN INPUT INVOICE-REGISTER-FILE
           IF NOT NO-INVOICE-REGISTER-FILE
               PERFORM UNTIL NO-MORE-REGISTER-ROWS
                   READ INVOICE-REGISTER-FILE
                       AT END SET NO-MORE-REGISTER-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-REGISTER-ROWS
                       IF REGISTER-COUNT < 5000
                           ADD 1 TO REGISTER-COUNT
                           PERFORM ADD-REGISTER-ENTRY
                       ELSE
                           SET REGISTER-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           IF REGISTER-TABLE-FULL
               MOVE "LOAD-INVOICE-REGISTER" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "INVREG.DAT OVER TABLE - ALL INVOICES HELD"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

       ADD-REGISTER-ENTRY.
           MOVE INR-SUPPLIER TO RT-SUPPLIER(REGISTER-COUNT)
           MOVE INR-INVOICE-NUMBER
               TO RT-INVOICE-NUMBER(REGISTER-COUNT)
           MOVE INR-PO-DATE TO RT-PO-DATE(REGISTER-COUNT)
           MOVE INR-SKU TO RT-SKU(REGISTER-COUNT)
           MOVE INR-QTY TO RT-QTY(REGISTER-COUNT)
       .

       LOAD-HELD-INVOICES.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT INVOICE-HOLD-FILE
           IF NOT NO-INVOICE-HOLD-FILE
               PERFORM UNTIL NO-MORE-HELD-INVOICES
                   READ INVOICE-HOLD-FILE
                       AT END SET NO-MORE-HELD-INVOICES TO TRUE
                   END-READ
                   IF NOT NO-MORE-HELD-INVOICES
                   AND HLD-INVOICE NOT = SPACES
                   AND HOLD-COUNT < 500
                       ADD 1 TO HOLD-COUNT
                       MOVE HLD-INVOICE TO HT-INVOICE(HOLD-COUNT)
                       MOVE HLD-HELD-SINCE
                           TO HT-HELD-SINCE(HOLD-COUNT)
                       MOVE HLD-REASON TO HT-REASON(HOLD-COUNT)
                       SET HT-STILL-HELD(HOLD-COUNT) TO TRUE
                   END-IF
               END-PERFORM
               CLOSE INVOICE-HOLD-FILE
           END-IF
           MOVE HOLD-COUNT TO PRIOR-HOLD-COUNT
       .

      *>  Last night's held invoices first: a short delivery that
      *>  has since been made good, or a corrected SUPPXREF.DAT
      *>  price, lets them through now.
       RETRY-HELD-INVOICES.
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
           UNTIL HOLD-INDEX > PRIOR-HOLD-COUNT
               MOVE HT-INVOICE(HOLD-INDEX) TO SUPPLIER-INVOICE-RECORD
               PERFORM MATCH-ONE-INVOICE
               IF HOLD-REASON = SPACES
                   PERFORM PAY-INVOICE
                   SET HT-RELEASED(HOLD-INDEX) TO TRUE
                   ADD 1 TO INVOICES-RELEASED
                   MOVE SPACES TO INVOICE-EXCEPTION-LINE
                   STRING "RELEASED " SIV-INVOICE-NUMBER
                       " " SIV-SUPPLIER " " SIV-SKU
                       " HELD SINCE " HT-HELD-SINCE(HOLD-INDEX)
                       DELIMITED BY SIZE INTO INVOICE-EXCEPTION-LINE
                   WRITE INVOICE-EXCEPTION-LINE
               ELSE
                   MOVE HOLD-REASON TO HT-REASON(HOLD-INDEX)
                   PERFORM WRITE-HELD-LINE
               END-IF
           END-PERFORM
       .

       MATCH-NEW-INVOICES.
           OPEN INPUT SUPPLIER-INVOICE-FILE
           IF NO-SUPPLIER-INVOICE-FILE
               DISPLAY "INVOICE-MATCH: NO SUPPINV.DAT - NO NEW"
                   " INVOICES"
           ELSE
               PERFORM UNTIL NO-MORE-INVOICES
                   READ SUPPLIER-INVOICE-FILE
                       AT END SET NO-MORE-INVOICES TO TRUE
                   END-READ
                   IF NOT NO-MORE-INVOICES
                       ADD 1 TO INVOICES-READ
                       PERFORM MATCH-ONE-NEW-INVOICE
                   END-IF
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF
       .

      *>  An invoice already sitting on hold is not taken twice;
      *>  the held copy keeps being retried.
       MATCH-ONE-NEW-INVOICE.
           MOVE 'N' TO ALREADY-HELD-FLAG
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
           UNTIL HOLD-INDEX > HOLD-COUNT
               IF HT-INVOICE(HOLD-INDEX)(1:22)
                   = SUPPLIER-INVOICE-RECORD(1:22)
                   SET INVOICE-ALREADY-HELD TO TRUE
               END-IF
           END-PERFORM
           IF INVOICE-ALREADY-HELD
               ADD 1 TO INVOICES-DROPPED
               MOVE SPACES TO INVOICE-EXCEPTION-LINE
               STRING "DROPPED " SIV-INVOICE-NUMBER
                   " " SIV-SUPPLIER " ALREADY ON HOLD"
                   DELIMITED BY SIZE INTO INVOICE-EXCEPTION-LINE
               WRITE INVOICE-EXCEPTION-LINE
           ELSE
               PERFORM MATCH-ONE-INVOICE
               IF HOLD-REASON = SPACES
                   PERFORM PAY-INVOICE
               ELSE
                   PERFORM HOLD-NEW-INVOICE
               END-IF
           END-IF
       .

      *>  The checks run in order and the first failure is the
      *>  reason the invoice is held; HOLD-REASON left at spaces
      *>  means it matched three ways.
       MATCH-ONE-INVOICE.
           MOVE SPACES TO HOLD-REASON
           PERFORM CHECK-INVOICE-FIELDS
           IF HOLD-REASON = SPACES
               PERFORM CHECK-DUPLICATE-INVOICE
           END-IF
           IF HOLD-REASON = SPACES
               PERFORM CHECK-PO-LINE
           END-IF
           IF HOLD-REASON = SPACES
               PERFORM CHECK-INVOICE-QTY
           END-IF
           IF HOLD-REASON = SPACES
               PERFORM CHECK-INVOICE-PRICE
           END-IF
       .

       CHECK-INVOICE-FIELDS.
           EVALUATE TRUE
               WHEN REGISTER-TABLE-FULL
                   MOVE "REGISTER TABLE FULL" TO HOLD-REASON
               WHEN SIV-INVOICE-NUMBER = SPACES
               OR SIV-SUPPLIER = SPACES
               OR SIV-SKU = SPACES
                   MOVE "INCOMPLETE INVOICE" TO HOLD-REASON
               WHEN SIV-PO-DATE NOT NUMERIC
               OR SIV-QTY NOT NUMERIC
               OR SIV-UNIT-PRICE NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD" TO HOLD-REASON
               WHEN SIV-QTY = 0
                   MOVE "ZERO QUANTITY" TO HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       CHECK-DUPLICATE-INVOICE.
           PERFORM VARYING REGISTER-INDEX FROM 1 BY 1
           UNTIL REGISTER-INDEX > REGISTER-COUNT
               IF RT-SUPPLIER(REGISTER-INDEX) = SIV-SUPPLIER
               AND RT-INVOICE-NUMBER(REGISTER-INDEX)
                   = SIV-INVOICE-NUMBER
                   MOVE "DUPLICATE INVOICE" TO HOLD-REASON
               END-IF
           END-PERFORM
       .

      *>  The PO line is the order date plus SKU GOODS-RECEIPT keys
      *>  its ledger by; the supplier is whoever delivered against
      *>  it, so a line nobody has delivered on cannot be billed.
       CHECK-PO-LINE.
           MOVE 0 TO LED-FOUND-INDEX
           PERFORM VARYING LED-INDEX FROM 1 BY 1
           UNTIL LED-INDEX > LEDGER-COUNT
               IF LED-ORDER-DATE(LED-INDEX) = SIV-PO-DATE
               AND LED-SKU(LED-INDEX) = SIV-SKU
                   MOVE LED-INDEX TO LED-FOUND-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN LED-FOUND-INDEX = 0
                   MOVE "NO SUCH PO LINE" TO HOLD-REASON
               WHEN LED-RECEIVED(LED-FOUND-INDEX) = 0
                   MOVE "NOTHING RECEIVED" TO HOLD-REASON
               WHEN LED-SUPPLIER(LED-FOUND-INDEX) NOT = SIV-SUPPLIER
                   MOVE "SUPPLIER NOT ON LINE" TO HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

      *>  Everything invoiced on the line so far plus this invoice
      *>  must be covered by the goods received, and may not bill
      *>  past what was ordered even if more turned up.
       CHECK-INVOICE-QTY.
           MOVE 0 TO INVOICED-TO-DATE
           PERFORM VARYING REGISTER-INDEX FROM 1 BY 1
           UNTIL REGISTER-INDEX > REGISTER-COUNT
               IF RT-PO-DATE(REGISTER-INDEX) = SIV-PO-DATE
               AND RT-SKU(REGISTER-INDEX) = SIV-SKU
                   ADD RT-QTY(REGISTER-INDEX) TO INVOICED-TO-DATE
               END-IF
           END-PERFORM
           COMPUTE INVOICED-WITH-THIS = INVOICED-TO-DATE + SIV-QTY
           EVALUATE TRUE
               WHEN INVOICED-WITH-THIS > LED-RECEIVED(LED-FOUND-INDEX)
                   MOVE "QTY OVER RECEIVED" TO HOLD-REASON
               WHEN INVOICED-WITH-THIS > LED-ORDERED(LED-FOUND-INDEX)
                   MOVE "QTY OVER ORDERED" TO HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

      *>  The agreed price is the supplier's own SUPPXREF.DAT row for
      *>  the SKU; the invoice may stray from it either way by no
      *>  more than the tolerance percentage.
       CHECK-INVOICE-PRICE.
           MOVE 0 TO AGREED-PRICE
           PERFORM VARYING XREF-INDEX FROM 1 BY 1
           UNTIL XREF-INDEX > XREF-COUNT
               IF XT-SKU(XREF-INDEX) = SIV-SKU
               AND XT-SUPPLIER(XREF-INDEX) = SIV-SUPPLIER
                   MOVE XT-PRICE(XREF-INDEX) TO AGREED-PRICE
               END-IF
           END-PERFORM
           IF AGREED-PRICE = 0
               MOVE "NO AGREED PRICE" TO HOLD-REASON
           ELSE
               IF SIV-UNIT-PRICE > AGREED-PRICE
                   COMPUTE PRICE-VARIANCE =
                       SIV-UNIT-PRICE - AGREED-PRICE
               ELSE
                   COMPUTE PRICE-VARIANCE =
                       AGREED-PRICE - SIV-UNIT-PRICE
               END-IF
               COMPUTE PRICE-VARIANCE-PCT ROUNDED =
                   PRICE-VARIANCE * 100 / AGREED-PRICE
                   ON SIZE ERROR MOVE 99999.99 TO PRICE-VARIANCE-PCT
               END-COMPUTE
               IF PRICE-VARIANCE-PCT > PRICE-TOLERANCE-PCT
                   MOVE "PRICE OVER TOLERANCE" TO HOLD-REASON
               END-IF
           END-IF
       .

      *>  Paid at the invoiced price - within tolerance it is what
      *>  the supplier is owed - onto APPAY.DAT and the register.
       PAY-INVOICE.
           MOVE SIV-SUPPLIER TO APP-SUPPLIER
           MOVE SIV-INVOICE-NUMBER TO APP-INVOICE-NUMBER
           IF SIV-INVOICE-DATE IS NUMERIC
               MOVE SIV-INVOICE-DATE TO APP-INVOICE-DATE
           ELSE
               MOVE TODAYS-DATE-N TO APP-INVOICE-DATE
           END-IF
           MOVE SIV-PO-DATE TO APP-PO-DATE
           MOVE SIV-SKU TO APP-SKU
           MOVE SIV-QTY TO APP-QTY
           MOVE SIV-UNIT-PRICE TO APP-UNIT-PRICE
           COMPUTE APP-AMOUNT = SIV-QTY * SIV-UNIT-PRICE
           MOVE SPACES TO AP-PAYMENT-LINE
           MOVE AP-PAYMENT-RECORD TO AP-PAYMENT-LINE
           WRITE AP-PAYMENT-LINE
           ADD 1 TO AP-DETAIL-COUNT
           ADD 1 TO INVOICES-MATCHED
           ADD APP-AMOUNT TO AP-AMOUNT-TOTAL
           COMPUTE AP-HASH-TOTAL = AP-HASH-TOTAL + APP-AMOUNT * 100

           MOVE SPACES TO INVOICE-REGISTER-RECORD
           MOVE SIV-SUPPLIER TO INR-SUPPLIER
           MOVE SIV-INVOICE-NUMBER TO INR-INVOICE-NUMBER
           MOVE SIV-PO-DATE TO INR-PO-DATE
           MOVE SIV-SKU TO INR-SKU
           MOVE SIV-QTY TO INR-QTY
           MOVE APP-AMOUNT TO INR-AMOUNT
           MOVE TODAYS-DATE-N TO INR-PAID-DATE
           WRITE INVOICE-REGISTER-RECORD
           IF REGISTER-COUNT < 5000
               ADD 1 TO REGISTER-COUNT
               PERFORM ADD-REGISTER-ENTRY
           ELSE
               SET REGISTER-TABLE-FULL TO TRUE
           END-IF
       .

       HOLD-NEW-INVOICE.
           IF HOLD-COUNT < 500
               ADD 1 TO HOLD-COUNT
               MOVE SUPPLIER-INVOICE-RECORD TO HT-INVOICE(HOLD-COUNT)
               MOVE TODAYS-DATE-N TO HT-HELD-SINCE(HOLD-COUNT)
               MOVE HOLD-REASON TO HT-REASON(HOLD-COUNT)
               SET HT-STILL-HELD(HOLD-COUNT) TO TRUE
               MOVE HOLD-COUNT TO HOLD-INDEX
               PERFORM WRITE-HELD-LINE
           ELSE
      *>  Neither paid nor carried: the supplier has to re-send it,
      *>  and ops hears about it now rather than at the next chase.
               ADD 1 TO INVOICES-DROPPED
               MOVE SPACES TO INVOICE-EXCEPTION-LINE
               STRING "DROPPED " SIV-INVOICE-NUMBER
                   " " SIV-SUPPLIER " HOLD FILE FULL - "
                   HOLD-REASON
                   DELIMITED BY SIZE INTO INVOICE-EXCEPTION-LINE
               WRITE INVOICE-EXCEPTION-LINE
               MOVE "HOLD-NEW-INVOICE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "HOLD FULL, NOT KEPT: " SIV-INVOICE-NUMBER
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

       WRITE-HELD-LINE.
           ADD 1 TO INVOICES-HELD
           MOVE SIV-QTY TO QTY-EDIT
           IF SIV-UNIT-PRICE IS NUMERIC
               MOVE SIV-UNIT-PRICE TO PRICE-EDIT
           ELSE
               MOVE 0 TO PRICE-EDIT
           END-IF
           MOVE SPACES TO INVOICE-EXCEPTION-LINE
           STRING "HELD " SIV-INVOICE-NUMBER
               " " SIV-SUPPLIER " " SIV-SKU
               " " QTY-EDIT " @" PRICE-EDIT
               " " HOLD-REASON
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-LINE
           WRITE INVOICE-EXCEPTION-LINE
       .

       OPEN-AP-PAYMENT-FILE.
           OPEN OUTPUT AP-PAYMENT-FILE
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE "HDR" TO BC-RECORD-TYPE
           MOVE TODAYS-DATE-N TO BC-BUSINESS-DATE
           MOVE SPACES TO AP-PAYMENT-LINE
           MOVE BATCH-CONTROL-RECORD TO AP-PAYMENT-LINE
           WRITE AP-PAYMENT-LINE
       .

      *>  The trailer's count and cents hash are what AP checks the
      *>  file against before releasing a single payment.
       CLOSE-AP-PAYMENT-FILE.
           MOVE SPACES TO BATCH-CONTROL-RECORD
           MOVE "TRL" TO BC-RECORD-TYPE
           MOVE AP-DETAIL-COUNT TO BC-RECORD-COUNT
           MOVE AP-HASH-TOTAL TO BC-HASH-TOTAL
           MOVE SPACES TO AP-PAYMENT-LINE
           MOVE BATCH-CONTROL-RECORD TO AP-PAYMENT-LINE
           WRITE AP-PAYMENT-LINE
           CLOSE AP-PAYMENT-FILE
       .

       WRITE-EXCEPTION-TOTALS.
           MOVE AP-AMOUNT-TOTAL TO AMOUNT-TOTAL-EDIT
           MOVE SPACES TO INVOICE-EXCEPTION-LINE
           STRING "PAID " INVOICES-MATCHED " INVOICES FOR "
               AMOUNT-TOTAL-EDIT " ON APPAY.DAT"
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-LINE
           WRITE INVOICE-EXCEPTION-LINE
           MOVE SPACES TO INVOICE-EXCEPTION-LINE
           STRING "HELD " INVOICES-HELD
               "  RELEASED FROM HOLD " INVOICES-RELEASED
               "  DROPPED " INVOICES-DROPPED
               DELIMITED BY SIZE INTO INVOICE-EXCEPTION-LINE
           WRITE INVOICE-EXCEPTION-LINE
       .

       SAVE-HELD-INVOICES.
           OPEN OUTPUT INVOICE-HOLD-FILE
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
           UNTIL HOLD-INDEX > HOLD-COUNT
               IF HT-STILL-HELD(HOLD-INDEX)
                   MOVE SPACES TO INVOICE-HOLD-RECORD
                   MOVE HT-INVOICE(HOLD-INDEX) TO HLD-INVOICE
                   MOVE HT-HELD-SINCE(HOLD-INDEX) TO HLD-HELD-SINCE
                   MOVE HT-REASON(HOLD-INDEX) TO HLD-REASON
                   WRITE INVOICE-HOLD-RECORD
               END-IF
           END-PERFORM
           CLOSE INVOICE-HOLD-FILE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "INVOICE-MATCH" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM INVOICE-MATCH.
