           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-FILE-STATUS.
      *>  The tills' daily sales: each line posts as an issue
      *>  through the movement logic and carries the sell price, so
      *>  revenue can be set against the FIFO cost the issue used up.
           SELECT TILL-SALES-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILL-SALES-FILE-STATUS.
      *>  Dated history of every 'W' write-off posted, appended
      *>  each run for the weekly SHRINK-REPORT step.
           SELECT WRITE-OFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
      *>  Returns to vendor: every 'V' movement applied becomes an
      *>  expected credit on VENDCRED.DAT for VENDOR-CREDIT to match
      *>  and age, and a row on the VENDRTN.DAT feed GOODS-RECEIPT
      *>  takes back off the open-order ledger.
           SELECT VENDOR-CREDIT-FILE ASSIGN TO "VENDCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-CREDIT-FILE-STATUS.
           SELECT VENDOR-RETURN-FILE ASSIGN TO "VENDRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-RETURN-FILE-STATUS.
      *>  Every stock change applied, at units and FIFO cost, for
      *>  INVENTORY-CLOSE's month-end roll-forward.
           SELECT INVENTORY-POSTING-FILE ASSIGN TO "INVPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-POSTING-FILE-STATUS.
      *>  The last month INVENTORY-CLOSE froze; movements dated
      *>  into it are refused.
           SELECT INVENTORY-CLOSE-FILE ASSIGN TO "INVCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-CLOSE-FILE-STATUS.
      *>  Gross margin by SKU and location off the day's sales.
           SELECT GROSS-MARGIN-REPORT ASSIGN TO "MARGIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GROSS-MARGIN-REPORT-STATUS.
      *>  Movement register: opening balance, ins, outs and closing
      *>  balance per item, the stock-take document for the day.
           SELECT MOVEMENT-REGISTER ASSIGN TO "MOVEREG.RPT"
           SELECT EXPIRY-PARAM-FILE ASSIGN TO "EXPIRY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPIRY-PARAM-FILE-STATUS.
      *>  Produce item master kept by ITEM-MAINT: inactive SKUs are
      *>  refused movements, and the minimum/maximum band and case
      *>  pack drive the proposed order.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-SKU
               FILE STATUS IS ITEM-MASTER-FILE-STATUS.
      *>  Supplier master kept by SUPPLIER-MAINT: nothing is ordered
      *>  for an item whose preferred supplier is suspended.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUPPLIER
               FILE STATUS IS SUPPLIER-MASTER-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain (req 049).
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
       01  PURCHASE-ORDER-LINE   PIC X(40).

      *>  One movement per line: R = receipt, I = issue, A = signed
      *>  adjustment (the sign says which way), W = write-off of
      *>  spoiled or damaged stock from one named lot, V = return
      *>  to vendor against the purchase-order line it came in on.
       FD  STOCK-MOVEMENT-FILE.
       01  STOCK-MOVEMENT-RECORD.
           05 MOVE-SKU          PIC X(10).
              88 MOVE-IS-ISSUE      VALUE 'I'.
              88 MOVE-IS-ADJUSTMENT VALUE 'A'.
              88 MOVE-IS-TRANSFER   VALUE 'T'.
              88 MOVE-IS-WRITE-OFF  VALUE 'W'.
              88 MOVE-IS-RETURN     VALUE 'V'.
           05 MOVE-QTY          PIC S9(05) SIGN LEADING SEPARATE.
      *>  Unit cost of a receipt, appended past the original layout;
      *>  rows staged before it existed (and receipts with no cost
      *>  row issues one site and receipts the other.
           05 MOVE-LOCATION     PIC X(04).
           05 MOVE-TO-LOCATION  PIC X(04).
      *>  A 'W' write-off's reason code (WRITE-OFF-REASON.cpy) and
      *>  the lot it comes out of: MOVE-EXPIRY-DATE carries the
      *>  lot's expiry, this its received date (spaces or zero match
      *>  the lot on expiry alone).
           05 MOVE-REASON-CODE  PIC X(02).
           05 MOVE-LOT-RECEIVED PIC 9(08).
      *>  The day the movement happened, CCYYMMDD; spaces or zero
      *>  (every row staged before the field existed) post on the
      *>  run date. A date in a month INVENTORY-CLOSE has already
      *>  closed is refused.
           05 MOVE-DATE         PIC 9(08).
      *>  A 'V' return's supplier and the order date of the
      *>  OPENPO.DAT line the goods were received on. The lot comes
      *>  from MOVE-EXPIRY-DATE and MOVE-LOT-RECEIVED as for a
      *>  write-off, or when no expiry is keyed, the first lot of
      *>  the SKU received on or after the order date.
           05 MOVE-SUPPLIER     PIC X(10).
           05 MOVE-PO-DATE      PIC 9(08).

      *>  One till line per SKU sold at a location (spaces = MAIN):
      *>  units sold and the unit sell price rung up.
       FD  TILL-SALES-FILE.
       01  TILL-SALES-RECORD.
           05 SAL-SKU           PIC X(10).
           05 SAL-LOCATION      PIC X(04).
           05 SAL-QTY           PIC 9(05).
           05 SAL-SELL-PRICE    PIC 9(05)V99.

       FD  GROSS-MARGIN-REPORT.
       01  GROSS-MARGIN-LINE     PIC X(80).

       FD  WRITE-OFF-FILE.
           COPY "WRITE-OFF.cpy".

       FD  VENDOR-CREDIT-FILE.
           COPY "VENDOR-CREDIT.cpy".

       FD  VENDOR-RETURN-FILE.
       01  VENDOR-RETURN-LINE    PIC X(88).

       FD  ITEM-MASTER-FILE.
           COPY "ITEM-MASTER.cpy".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPLIER-MASTER.cpy".

       FD  INVENTORY-POSTING-FILE.
           COPY "INVENTORY-POSTING.cpy".

       FD  INVENTORY-CLOSE-FILE.
           COPY "INVENTORY-CLOSE.cpy".

       FD  COST-LAYER-FILE.
       01  COST-LAYER-RECORD.
           05 CLR-SKU           PIC X(10).
           05 CLR-QTY           PIC 9(05).
           05 CLR-UNIT-COST     PIC 9(05)V99.
      *>  Run date the layer was received, the same date its lot
      *>  carries, so a return to vendor can take back the layer
      *>  the goods came in on. Layers saved before the field
      *>  existed read back spaces and are drawn first-in-first-out.
           05 CLR-RECEIVED-DATE PIC 9(08).

       FD  STOCK-LOT-FILE.
       01  STOCK-LOT-RECORD.
           05 PO-PERCENT-CHANGE PIC S9(05)V99
                                SIGN LEADING SEPARATE.
      *>  'A' marks demand accelerating period over period; 'R' is
      *>  the plain reorder alert it always was; 'M' is stock at a
      *>  location fallen below the item master's minimum.
           05 PO-ORDER-FLAG     PIC X(01).
      *>  Proposed quantity: forecast demand minus what is on hand,
      *>  so Friday ordering stops being a gut call. GOODS-RECEIPT
       01 MOVEMENTS-APPLIED     PIC 9(05) VALUE 0.
       01 MOVEMENTS-REJECTED    PIC 9(05) VALUE 0.

      *>  Sales posted off SALES.DAT, totalled per SKU and location
      *>  in the same load order the movement totals parallel.
       01 TILL-SALES-FILE-STATUS PIC XX.
          88 NO-TILL-SALES-FILE VALUE "35".
          88 NO-MORE-TILL-SALES VALUE "10".
       01 GROSS-MARGIN-REPORT-STATUS PIC XX.
       01 SALES-MARGIN-TABLE.
           05 SALES-MARGIN-ENTRY OCCURS 2000 TIMES.
               10 SKU-SOLD-QTY    PIC 9(07).
               10 SKU-REVENUE     PIC 9(09)V99.
               10 SKU-SALES-COST  PIC 9(09)V99.
       01 SALES-APPLIED-BEFORE  PIC 9(05).
       01 SALE-REVENUE          PIC 9(09)V99.
       01 SALE-COVERED-REVENUE  PIC 9(09)V99.
       01 SALES-POSTED          PIC 9(05) VALUE 0.
       01 SALES-BELOW-COST      PIC 9(05) VALUE 0.
       01 RUN-REVENUE           PIC 9(10)V99 VALUE 0.
       01 RUN-SALES-COST        PIC 9(10)V99 VALUE 0.
       01 GROSS-MARGIN          PIC S9(10)V99.
       01 MARGIN-PERCENT        PIC S9(03)V9.
       01 SOLD-QTY-EDIT         PIC ZZZZZZ9.
       01 REVENUE-EDIT          PIC Z(6)9.99.
       01 SALES-COST-EDIT       PIC Z(6)9.99.
       01 MARGIN-EDIT           PIC -(7)9.99.
       01 MARGIN-PERCENT-EDIT   PIC -(3)9.9.
       01 RUN-REVENUE-EDIT      PIC Z(9)9.99.
       01 RUN-SALES-COST-EDIT   PIC Z(9)9.99.
       01 RUN-MARGIN-EDIT       PIC -(10)9.99.

      *>  Write-offs: the reason-code table every 'W' movement is
      *>  checked against, and the run's count and FIFO cost.
           COPY "WRITE-OFF-REASON.cpy".
       01 WRITE-OFF-FILE-STATUS PIC XX.
          88 NO-WRITE-OFF-FILE  VALUE "35".
       01 WRITE-OFF-REASON-INDEX PIC 9(02).
       01 WRITE-OFF-REASON-FOUND PIC 9(02).
       01 WRITE-OFFS-POSTED     PIC 9(05) VALUE 0.
       01 RUN-WRITE-OFF-COST    PIC 9(10)V99 VALUE 0.
       01 WRITE-OFF-COST-EDIT   PIC Z(9)9.99.

      *>  Returns to vendor: the run's count and FIFO cost, and the
      *>  received date of the lot the return comes out of.
       01 VENDOR-CREDIT-FILE-STATUS PIC XX.
          88 NO-VENDOR-CREDIT-FILE VALUE "35".
       01 VENDOR-RETURN-FILE-STATUS PIC XX.
          88 NO-VENDOR-RETURN-FILE VALUE "35".
       01 RETURNS-POSTED        PIC 9(05) VALUE 0.
       01 RUN-RETURN-COST       PIC 9(10)V99 VALUE 0.
       01 RETURN-COST-EDIT      PIC Z(9)9.99.
       01 RETURN-LOT-RECEIVED   PIC 9(08).

      *>  Item master lookups. Without ITEMMAST.DAT every SKU
      *>  moves and orders the way it did before the master existed,
      *>  and a SKU not yet on the master is treated the same way.
       01 ITEM-MASTER-FILE-STATUS PIC XX.
          88 NO-ITEM-MASTER-FILE VALUE "35".
       01 ITEM-MASTER-OPEN-FLAG PIC X VALUE 'N'.
          88 ITEM-MASTER-OPEN   VALUE 'Y'.
       01 ITEM-LOOKUP-SKU       PIC X(10).
       01 ITEM-FOUND-FLAG       PIC X VALUE 'N'.
          88 ITEM-ON-MASTER     VALUE 'Y'.
       01 CASES-TO-ORDER        PIC 9(05).
       01 CASE-REMAINDER        PIC 9(05).
       01 LOCATION-SHORTFALL    PIC 9(05).
      *>  SKUs already on this run's PORDER.DAT: GOODS-RECEIPT opens
      *>  one ledger line per SKU, and the order quantity already
      *>  covers every site, so a SKU goes out once.
       01 ORDERED-SKU-COUNT     PIC 9(04) VALUE 0.
       01 ORDERED-SKU-TABLE.
           05 ORDERED-SKU PIC X(10) OCCURS 2000 TIMES.
       01 ORDERED-SKU-INDEX     PIC 9(04).
       01 SKU-ALREADY-ORDERED-FLAG PIC X VALUE 'N'.
          88 SKU-ALREADY-ORDERED VALUE 'Y'.
      *>  Supplier master lookups for the item's preferred supplier.
      *>  Without SUPPMAST.DAT, or with a supplier not on it, the
      *>  order goes out as before.
       01 SUPPLIER-MASTER-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-MASTER-FILE VALUE "35".
       01 SUPPLIER-MASTER-OPEN-FLAG PIC X VALUE 'N'.
          88 SUPPLIER-MASTER-OPEN VALUE 'Y'.
       01 SUPPLIER-SUSPENDED-FLAG PIC X VALUE 'N'.
          88 SUPPLIER-IS-SUSPENDED VALUE 'Y'.

      *>  Month-end close: the movement's posting date against the
      *>  last closed month, and the signed units and FIFO cost each
      *>  stock change writes to INVPOST.DAT.
       01 INVENTORY-POSTING-FILE-STATUS PIC XX.
          88 NO-INVENTORY-POSTING-FILE VALUE "35".
       01 INVENTORY-CLOSE-FILE-STATUS PIC XX.
          88 NO-INVENTORY-CLOSE-FILE VALUE "35".
       01 CLOSED-PERIOD         PIC 9(06) VALUE 0.
       01 MOVE-POSTING-DATE.
           05 MOVE-POSTING-PERIOD PIC 9(06).
           05 MOVE-POSTING-DD   PIC 9(02).
       01 MOVE-POSTING-DATE-N REDEFINES MOVE-POSTING-DATE PIC 9(08).
       01 POSTING-TYPE          PIC X(01).
       01 POSTING-LOCATION      PIC X(04).
       01 POSTING-QTY           PIC S9(05).
       01 POSTING-COST          PIC S9(09)V99.
       01 LAYER-UNIT-COST       PIC 9(05)V99.
       01 TRANSFER-LAYER-QTY    PIC 9(07).
       01 TRANSFER-LAYER-VALUE  PIC 9(10)V99.
       01 TRANSFER-COST         PIC 9(09)V99.

      *>  Order tallies: one per issue movement, merged into the
      *>  running ORDCOUNT.DAT totals the weekly chart step reads.
       01 ORDER-COUNT-FILE-STATUS PIC XX.
               10 LAY-SKU       PIC X(10).
               10 LAY-QTY       PIC 9(05).
               10 LAY-COST      PIC 9(05)V99.
               10 LAY-RECEIVED  PIC 9(08).
       01 LAYER-INDEX           PIC 9(04).
       01 LAYER-TAKE-QTY        PIC 9(05).
       01 LAYER-DRAW-QTY        PIC 9(05).
       01 CLOSING-QTY-EDIT      PIC ZZZZ9.
       01 MOVE-QTY-EDIT         PIC -(4)9.

      *>  An unknown SKU on a movement is usually a misspelt produce
      *>  name: SPELL-SUGGEST looks it up in the WORDLIST.DAT
      *>  dictionary, logs it for the weekly SPELL-REPORT, and the
      *>  reject line names the closest word - a name actually on
      *>  PRODINV.DAT when one of the suggestions is.
       01 SPELL-FUNCTION        PIC X VALUE 'L'.
       01 SPELL-TEXT            PIC X(30).
       01 SPELL-SOURCE          PIC X(20) VALUE "MOVEMENT SKU".
       01 SPELL-UNKNOWN-WORD    PIC X(10).
       01 SPELL-SUGGESTION-COUNT PIC 9(02).
       01 SPELL-SUGGESTIONS.
           05 SPELL-SUGGESTION  PIC X(10) OCCURS 5 TIMES.
       01 SPELL-STATUS          PIC X.
       01 SPELL-INDEX           PIC 9(02).
       01 SKU-SUGGESTION        PIC X(10).
       01 SKU-SUGGESTION-FLAG   PIC X VALUE 'N'.
          88 SKU-SUGGESTION-ON-FILE VALUE 'Y'.

      *>  Edited-numeric display copies of the V99 working fields.
      *>  STRINGing (or MOVEing) a PIC 9(05)V99 field straight into a
      *>  PIC X report line or a PIC X(08) snapshot record copies its
            END-IF
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-PRODUCE-INVENTORY
            PERFORM OPEN-ITEM-MASTER
            PERFORM OPEN-SUPPLIER-MASTER
            PERFORM LOAD-COST-LAYERS
            PERFORM LOAD-STOCK-LOTS
            PERFORM LOAD-ORDER-TALLIES
            PERFORM LOAD-CLOSED-PERIOD
      *>  Movements apply (and the register prints) before the price
      *>  SORT below rearranges the table the movement totals
      *>  parallel.
            IF NOT HARD-IO-FAILED
                PERFORM SAVE-ORDER-TALLIES
            END-IF
            IF ITEM-MASTER-OPEN
                CLOSE ITEM-MASTER-FILE
            END-IF
            IF SUPPLIER-MASTER-OPEN
                CLOSE SUPPLIER-MASTER-FILE
            END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.
               MOVE 0 TO SKU-OUT-QTY(MOVE-SKU-INDEX)
           END-PERFORM

           INITIALIZE SALES-MARGIN-TABLE

           OPEN INPUT STOCK-MOVEMENT-FILE
           OPEN INPUT TILL-SALES-FILE
           IF NO-STOCK-MOVEMENT-FILE AND NO-TILL-SALES-FILE
               DISPLAY "NO STKMOVE.DAT OR SALES.DAT - INVENTORY"
                   " UNCHANGED"
           ELSE
               OPEN EXTEND SKU-REJECT-FILE
               OPEN EXTEND WRITE-OFF-FILE
               IF NO-WRITE-OFF-FILE
                   OPEN OUTPUT WRITE-OFF-FILE
                   CLOSE WRITE-OFF-FILE
                   OPEN EXTEND WRITE-OFF-FILE
               END-IF
               OPEN EXTEND VENDOR-CREDIT-FILE
               IF NO-VENDOR-CREDIT-FILE
                   OPEN OUTPUT VENDOR-CREDIT-FILE
                   CLOSE VENDOR-CREDIT-FILE
                   OPEN EXTEND VENDOR-CREDIT-FILE
               END-IF
               OPEN EXTEND VENDOR-RETURN-FILE
               IF NO-VENDOR-RETURN-FILE
                   OPEN OUTPUT VENDOR-RETURN-FILE
                   CLOSE VENDOR-RETURN-FILE
                   OPEN EXTEND VENDOR-RETURN-FILE
               END-IF
               OPEN EXTEND INVENTORY-POSTING-FILE
               IF NO-INVENTORY-POSTING-FILE
                   OPEN OUTPUT INVENTORY-POSTING-FILE
                   CLOSE INVENTORY-POSTING-FILE
                   OPEN EXTEND INVENTORY-POSTING-FILE
               END-IF
               IF NOT NO-STOCK-MOVEMENT-FILE
                   PERFORM UNTIL NO-MORE-STOCK-MOVEMENTS
                       READ STOCK-MOVEMENT-FILE
                           AT END SET NO-MORE-STOCK-MOVEMENTS TO TRUE
                       END-READ
                       MOVE STOCK-MOVEMENT-FILE-STATUS
                           TO IO-CHECK-STATUS
                       MOVE "STKMOVE.DAT" TO IO-CHECK-FILE-NAME
                       MOVE "APPLY-STOCK-MOVES" TO EXC-SOURCE-PARAGRAPH
                       PERFORM CHECK-HARD-IO-STATUS
                       IF HARD-IO-FAILED
                           SET NO-MORE-STOCK-MOVEMENTS TO TRUE
                       END-IF
                       IF NOT NO-MORE-STOCK-MOVEMENTS
                           PERFORM APPLY-ONE-MOVEMENT
                       END-IF
                   END-PERFORM
               END-IF
      *>  The tills' sales post after the staged movements, so the
      *>  day's receipts are on the shelf (and in the cost layers)
      *>  before the sales draw them down.
               IF NOT NO-TILL-SALES-FILE AND NOT HARD-IO-FAILED
                   PERFORM APPLY-TILL-SALES
               END-IF
               CLOSE SKU-REJECT-FILE
               CLOSE WRITE-OFF-FILE
               CLOSE VENDOR-CREDIT-FILE
               CLOSE VENDOR-RETURN-FILE
               CLOSE INVENTORY-POSTING-FILE
               PERFORM WRITE-MOVEMENT-REGISTER
               IF NOT NO-TILL-SALES-FILE AND NOT HARD-IO-FAILED
                   PERFORM WRITE-GROSS-MARGIN-REPORT
               END-IF
               DISPLAY "STOCK MOVEMENTS: " MOVEMENTS-APPLIED
                   " APPLIED, " MOVEMENTS-REJECTED " REJECTED"
               IF WRITE-OFFS-POSTED > 0
                   MOVE RUN-WRITE-OFF-COST TO WRITE-OFF-COST-EDIT
                   DISPLAY "WRITE-OFFS: " WRITE-OFFS-POSTED
                       " POSTED AT FIFO COST " WRITE-OFF-COST-EDIT
               END-IF
               IF RETURNS-POSTED > 0
                   MOVE RUN-RETURN-COST TO RETURN-COST-EDIT
                   DISPLAY "RETURNS TO VENDOR: " RETURNS-POSTED
                       " POSTED AT FIFO COST " RETURN-COST-EDIT
               END-IF
           END-IF
           CLOSE STOCK-MOVEMENT-FILE
           CLOSE TILL-SALES-FILE
       .

      *>  Each till line is staged as an 'I' issue movement and goes
      *>  through APPLY-ONE-MOVEMENT like any other, so the shelf,
      *>  the FIFO layers, the lots and the order tallies all move
      *>  exactly as a keyed issue would move them.
       APPLY-TILL-SALES.
           PERFORM UNTIL NO-MORE-TILL-SALES
               READ TILL-SALES-FILE
                   AT END SET NO-MORE-TILL-SALES TO TRUE
               END-READ
               MOVE TILL-SALES-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "SALES.DAT" TO IO-CHECK-FILE-NAME
               MOVE "APPLY-TILL-SALES" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
               IF HARD-IO-FAILED
                   SET NO-MORE-TILL-SALES TO TRUE
               END-IF
               IF NOT NO-MORE-TILL-SALES
                   PERFORM APPLY-ONE-SALE
               END-IF
           END-PERFORM
           DISPLAY "TILL SALES: " SALES-POSTED " POSTED, "
               SALES-BELOW-COST " BELOW COST"
       .

      *>  A sale with no usable quantity or sell price is a keying
      *>  error and rejects like a bad movement; one that posts has
      *>  its takings set against the cost its issue consumed.
       APPLY-ONE-SALE.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD
           MOVE SAL-SKU TO MOVE-SKU
           MOVE 'I' TO MOVE-TYPE
           MOVE SAL-LOCATION TO MOVE-LOCATION
           IF SAL-QTY IS NUMERIC
               MOVE SAL-QTY TO MOVE-QTY
           END-IF
           IF SAL-SELL-PRICE NOT NUMERIC
               PERFORM REJECT-BAD-MOVEMENT
           ELSE
               MOVE MOVEMENTS-APPLIED TO SALES-APPLIED-BEFORE
               PERFORM APPLY-ONE-MOVEMENT
               IF MOVEMENTS-APPLIED > SALES-APPLIED-BEFORE
                   PERFORM RECORD-SALE-MARGIN
               END-IF
           END-IF
       .

      *>  Revenue is every unit rung up; the cost is what the FIFO
      *>  layers gave up for the units actually on the shelf. The
      *>  below-cost test prices only those covered units, so a sale
      *>  past on-hand (already warned) is not flagged twice.
       RECORD-SALE-MARGIN.
           ADD 1 TO SALES-POSTED
           COMPUTE SALE-REVENUE = SAL-QTY * SAL-SELL-PRICE
           COMPUTE SALE-COVERED-REVENUE =
               SHORT-ISSUE-QTY * SAL-SELL-PRICE
           ADD SAL-QTY TO SKU-SOLD-QTY(MOVE-SKU-INDEX)
           ADD SALE-REVENUE TO SKU-REVENUE(MOVE-SKU-INDEX)
           ADD CONSUMED-COST TO SKU-SALES-COST(MOVE-SKU-INDEX)
           ADD SALE-REVENUE TO RUN-REVENUE
           ADD CONSUMED-COST TO RUN-SALES-COST
           IF SALE-COVERED-REVENUE < CONSUMED-COST
               ADD 1 TO SALES-BELOW-COST
               MOVE "RECORD-SALE-MARGIN" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "SOLD BELOW COST: " MOVE-SKU
                   " AT " MOVE-WORK-LOCATION
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Sales, FIFO cost and gross margin per SKU and location for
      *>  every row that sold today, in load order like the movement
      *>  register; a row whose takings fell short of its cost is
      *>  flagged on the line.
       WRITE-GROSS-MARGIN-REPORT.
           OPEN OUTPUT GROSS-MARGIN-REPORT
           MOVE GROSS-MARGIN-REPORT-STATUS TO IO-CHECK-STATUS
           MOVE "MARGIN.RPT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-GROSS-MARGIN" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS

           MOVE SPACES TO GROSS-MARGIN-LINE
           STRING "GROSS MARGIN BY SKU AND LOCATION  "
               TODAYS-DATE-N
               DELIMITED BY SIZE INTO GROSS-MARGIN-LINE
           WRITE GROSS-MARGIN-LINE
           MOVE SPACES TO GROSS-MARGIN-LINE
           STRING "SKU        LOC      QTY      SALES  FIFO COST"
               "      MARGIN    PCT"
               DELIMITED BY SIZE INTO GROSS-MARGIN-LINE
           WRITE GROSS-MARGIN-LINE

           PERFORM VARYING MOVE-SKU-INDEX FROM 1 BY 1
           UNTIL MOVE-SKU-INDEX > SKU-COUNT
               IF SKU-SOLD-QTY(MOVE-SKU-INDEX) > 0
                   PERFORM WRITE-GROSS-MARGIN-LINE
               END-IF
           END-PERFORM

           COMPUTE GROSS-MARGIN = RUN-REVENUE - RUN-SALES-COST
           MOVE RUN-REVENUE TO RUN-REVENUE-EDIT
           MOVE RUN-SALES-COST TO RUN-SALES-COST-EDIT
           MOVE GROSS-MARGIN TO RUN-MARGIN-EDIT
           MOVE SPACES TO GROSS-MARGIN-LINE
           STRING "TOTAL SALES " RUN-REVENUE-EDIT
               "  COST " RUN-SALES-COST-EDIT
               "  MARGIN " RUN-MARGIN-EDIT
               DELIMITED BY SIZE INTO GROSS-MARGIN-LINE
           WRITE GROSS-MARGIN-LINE
           MOVE SPACES TO GROSS-MARGIN-LINE
           STRING "SALES POSTED: " SALES-POSTED
               "  SOLD BELOW COST: " SALES-BELOW-COST
               DELIMITED BY SIZE INTO GROSS-MARGIN-LINE
           WRITE GROSS-MARGIN-LINE
      *>  A mid-report disk-full sticks in the file status until the
      *>  next operation, so one check after the last line covers the
      *>  whole report.
           MOVE GROSS-MARGIN-REPORT-STATUS TO IO-CHECK-STATUS
           MOVE "MARGIN.RPT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-GROSS-MARGIN" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS

           CLOSE GROSS-MARGIN-REPORT
       .

       WRITE-GROSS-MARGIN-LINE.
           COMPUTE GROSS-MARGIN = SKU-REVENUE(MOVE-SKU-INDEX)
               - SKU-SALES-COST(MOVE-SKU-INDEX)
           IF SKU-REVENUE(MOVE-SKU-INDEX) > 0
               COMPUTE MARGIN-PERCENT ROUNDED =
                   GROSS-MARGIN * 100 / SKU-REVENUE(MOVE-SKU-INDEX)
                   ON SIZE ERROR MOVE -999.9 TO MARGIN-PERCENT
               END-COMPUTE
           ELSE
               MOVE 0 TO MARGIN-PERCENT
           END-IF
           MOVE SKU-SOLD-QTY(MOVE-SKU-INDEX) TO SOLD-QTY-EDIT
           MOVE SKU-REVENUE(MOVE-SKU-INDEX) TO REVENUE-EDIT
           MOVE SKU-SALES-COST(MOVE-SKU-INDEX) TO SALES-COST-EDIT
           MOVE GROSS-MARGIN TO MARGIN-EDIT
           MOVE MARGIN-PERCENT TO MARGIN-PERCENT-EDIT
           MOVE SPACES TO GROSS-MARGIN-LINE
           STRING FRUIT-NAME(MOVE-SKU-INDEX)
               " " FRUIT-LOCATION(MOVE-SKU-INDEX)
               " " SOLD-QTY-EDIT
               " " REVENUE-EDIT
               " " SALES-COST-EDIT
               " " MARGIN-EDIT
               " " MARGIN-PERCENT-EDIT
               DELIMITED BY SIZE INTO GROSS-MARGIN-LINE
           IF GROSS-MARGIN < 0
               MOVE "BELOW COST" TO GROSS-MARGIN-LINE(71:10)
           END-IF
           WRITE GROSS-MARGIN-LINE
       .

      *>  The running order counts from earlier runs in the window,
                   MOVE MOVE-SKU-INDEX TO MOVE-MATCH-INDEX
               END-IF
           END-PERFORM
           MOVE 'N' TO ITEM-FOUND-FLAG
           IF MOVE-SKU-FOUND
               MOVE MOVE-MATCH-INDEX TO MOVE-SKU-INDEX
               MOVE MOVE-SKU TO ITEM-LOOKUP-SKU
               PERFORM READ-ITEM-MASTER
           END-IF
           IF MOVE-DATE IS NUMERIC AND MOVE-DATE > 0
               MOVE MOVE-DATE TO MOVE-POSTING-DATE-N
           ELSE
               MOVE TODAYS-DATE-N TO MOVE-POSTING-DATE-N
           END-IF

           EVALUATE TRUE
               WHEN NOT MOVE-SKU-FOUND
                   PERFORM REJECT-UNKNOWN-MOVEMENT
               WHEN ITEM-ON-MASTER AND IM-INACTIVE
                   PERFORM REJECT-INACTIVE-MOVEMENT
               WHEN MOVE-POSTING-PERIOD <= CLOSED-PERIOD
                   PERFORM REJECT-CLOSED-PERIOD-MOVEMENT
               WHEN MOVE-QTY NOT NUMERIC
                   PERFORM REJECT-BAD-MOVEMENT
               WHEN MOVE-IS-TRANSFER AND MOVE-QTY > 0
                   ADD MOVE-QTY TO SKU-IN-QTY(MOVE-SKU-INDEX)
                   PERFORM ADD-COST-LAYER
                   PERFORM ADD-STOCK-LOT
                   PERFORM POST-UPWARD-MOVEMENT
                   ADD 1 TO MOVEMENTS-APPLIED
               WHEN MOVE-IS-ISSUE AND MOVE-QTY > 0
                   PERFORM APPLY-ISSUE-MOVEMENT
               WHEN MOVE-IS-WRITE-OFF AND MOVE-QTY > 0
                   PERFORM APPLY-WRITE-OFF-MOVEMENT
               WHEN MOVE-IS-RETURN AND MOVE-QTY > 0
                   PERFORM APPLY-RETURN-MOVEMENT
               WHEN MOVE-IS-ADJUSTMENT AND MOVE-QTY >= 0
                   ADD MOVE-QTY TO FRUIT-QTY(MOVE-SKU-INDEX)
                   ADD MOVE-QTY TO SKU-IN-QTY(MOVE-SKU-INDEX)
                   PERFORM ADD-COST-LAYER
                   PERFORM ADD-STOCK-LOT
                   PERFORM POST-UPWARD-MOVEMENT
                   ADD 1 TO MOVEMENTS-APPLIED
               WHEN MOVE-IS-ADJUSTMENT
                   COMPUTE SHORT-ISSUE-QTY = 0 - MOVE-QTY
                       TO FRUIT-QTY(TRANSFER-TO-INDEX)
                   ADD SHORT-ISSUE-QTY
                       TO SKU-IN-QTY(TRANSFER-TO-INDEX)
                   PERFORM POST-TRANSFER-MOVEMENT
                   ADD 1 TO MOVEMENTS-APPLIED
               END-IF
           END-IF
           PERFORM TALLY-ONE-ORDER
       .

      *>  A write-off names its reason and the lot the spoiled units
      *>  came out of; an unknown reason or a lot not on LOTTRACK.DAT
      *>  is a keying error. The units come off that lot only - not
      *>  the closest-expiry pick an issue makes - stopping at what
      *>  the lot and the shelf hold, and are valued off the FIFO
      *>  layers like any other draw, but stay out of cost of goods.
       APPLY-WRITE-OFF-MOVEMENT.
           MOVE 0 TO WRITE-OFF-REASON-FOUND
           PERFORM VARYING WRITE-OFF-REASON-INDEX FROM 1 BY 1
           UNTIL WRITE-OFF-REASON-INDEX > WRITE-OFF-REASON-COUNT
               IF WOR-CODE(WRITE-OFF-REASON-INDEX) = MOVE-REASON-CODE
                   MOVE WRITE-OFF-REASON-INDEX
                       TO WRITE-OFF-REASON-FOUND
               END-IF
           END-PERFORM
           PERFORM FIND-NAMED-LOT
           IF WRITE-OFF-REASON-FOUND = 0 OR LOT-PICK-INDEX = 0
               PERFORM REJECT-BAD-MOVEMENT
           ELSE
               MOVE MOVE-QTY TO SHORT-ISSUE-QTY
               IF SHORT-ISSUE-QTY > LOT-QTY(LOT-PICK-INDEX)
                   MOVE "APPLY-WRITE-OFF" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "WRITE-OFF PAST LOT: " MOVE-SKU
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE LOT-QTY(LOT-PICK-INDEX) TO SHORT-ISSUE-QTY
               END-IF
               IF SHORT-ISSUE-QTY > FRUIT-QTY(MOVE-SKU-INDEX)
                   MOVE "APPLY-WRITE-OFF" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "MOVEMENT PAST ON-HAND: " MOVE-SKU
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE FRUIT-QTY(MOVE-SKU-INDEX) TO SHORT-ISSUE-QTY
               END-IF
               ADD SHORT-ISSUE-QTY TO SKU-OUT-QTY(MOVE-SKU-INDEX)
               SUBTRACT SHORT-ISSUE-QTY FROM FRUIT-QTY(MOVE-SKU-INDEX)
               PERFORM CONSUME-COST-LAYERS
               SUBTRACT SHORT-ISSUE-QTY FROM LOT-QTY(LOT-PICK-INDEX)
               ADD 1 TO MOVEMENTS-APPLIED
               PERFORM RECORD-WRITE-OFF
               PERFORM POST-DOWNWARD-MOVEMENT
           END-IF
       .

      *>  The lot a write-off or return names by its expiry date,
      *>  and by its received date when that is keyed as well.
       FIND-NAMED-LOT.
           MOVE 0 TO LOT-PICK-INDEX
           IF MOVE-EXPIRY-DATE IS NUMERIC
               PERFORM VARYING LOT-INDEX FROM 1 BY 1
               UNTIL LOT-INDEX > LOT-COUNT OR LOT-PICK-INDEX > 0
                   IF LOT-SKU(LOT-INDEX) = MOVE-SKU
                   AND LOT-EXPIRY(LOT-INDEX) = MOVE-EXPIRY-DATE
                   AND LOT-QTY(LOT-INDEX) > 0
                       IF MOVE-LOT-RECEIVED NOT NUMERIC
                       OR MOVE-LOT-RECEIVED = 0
                       OR MOVE-LOT-RECEIVED = LOT-RECEIVED(LOT-INDEX)
                           MOVE LOT-INDEX TO LOT-PICK-INDEX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       .

      *>  A return to vendor sends units of one delivery back: it
      *>  must name the supplier and the purchase-order line, and
      *>  the units come off the lot that delivery opened (the lot
      *>  keyed, or the SKU's first lot received on or after the
      *>  order date) and off that delivery's cost layer, stopping
      *>  at what the lot and the shelf hold. What they cost is the
      *>  credit the supplier now owes.
       APPLY-RETURN-MOVEMENT.
           MOVE 0 TO LOT-PICK-INDEX
           IF MOVE-SUPPLIER NOT = SPACES
           AND MOVE-PO-DATE IS NUMERIC AND MOVE-PO-DATE > 0
               IF MOVE-EXPIRY-DATE IS NUMERIC
               AND MOVE-EXPIRY-DATE > 0
                   PERFORM FIND-NAMED-LOT
               ELSE
                   PERFORM FIND-DELIVERY-LOT
               END-IF
           END-IF
           IF LOT-PICK-INDEX = 0
               PERFORM REJECT-BAD-MOVEMENT
           ELSE
               MOVE MOVE-QTY TO SHORT-ISSUE-QTY
               IF SHORT-ISSUE-QTY > LOT-QTY(LOT-PICK-INDEX)
                   MOVE "APPLY-RETURN" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "RETURN PAST LOT: " MOVE-SKU
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE LOT-QTY(LOT-PICK-INDEX) TO SHORT-ISSUE-QTY
               END-IF
               IF SHORT-ISSUE-QTY > FRUIT-QTY(MOVE-SKU-INDEX)
                   MOVE "APPLY-RETURN" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "MOVEMENT PAST ON-HAND: " MOVE-SKU
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE FRUIT-QTY(MOVE-SKU-INDEX) TO SHORT-ISSUE-QTY
               END-IF
               ADD SHORT-ISSUE-QTY TO SKU-OUT-QTY(MOVE-SKU-INDEX)
               SUBTRACT SHORT-ISSUE-QTY FROM FRUIT-QTY(MOVE-SKU-INDEX)
               MOVE LOT-RECEIVED(LOT-PICK-INDEX)
                   TO RETURN-LOT-RECEIVED
               PERFORM CONSUME-RETURN-LAYERS
               SUBTRACT SHORT-ISSUE-QTY FROM LOT-QTY(LOT-PICK-INDEX)
               ADD 1 TO MOVEMENTS-APPLIED
               IF SHORT-ISSUE-QTY > 0
                   PERFORM RECORD-VENDOR-RETURN
               END-IF
               PERFORM POST-DOWNWARD-MOVEMENT
           END-IF
       .

      *>  The delivery against the order: the SKU's earliest lot,
      *>  still holding stock, received on or after the order date.
       FIND-DELIVERY-LOT.
           MOVE 0 TO LOT-PICK-INDEX
           PERFORM VARYING LOT-INDEX FROM 1 BY 1
           UNTIL LOT-INDEX > LOT-COUNT
               IF LOT-SKU(LOT-INDEX) = MOVE-SKU
               AND LOT-QTY(LOT-INDEX) > 0
               AND LOT-RECEIVED(LOT-INDEX) >= MOVE-PO-DATE
                   IF LOT-PICK-INDEX = 0
                   OR LOT-RECEIVED(LOT-INDEX)
                       < LOT-RECEIVED(LOT-PICK-INDEX)
                       MOVE LOT-INDEX TO LOT-PICK-INDEX
                   END-IF
               END-IF
           END-PERFORM
       .

      *>  The layer received with the returned lot is drawn first;
      *>  anything it cannot cover (a layer since issued, or layers
      *>  from before the received date was kept) comes off the
      *>  SKU's layers oldest first, the way CONSUME-COST-LAYERS
      *>  draws.
       CONSUME-RETURN-LAYERS.
           MOVE 0 TO CONSUMED-COST
           MOVE SHORT-ISSUE-QTY TO LAYER-DRAW-QTY
           PERFORM VARYING LAYER-INDEX FROM 1 BY 1
           UNTIL LAYER-INDEX > LAYER-COUNT OR LAYER-DRAW-QTY = 0
               IF LAY-SKU(LAYER-INDEX) = MOVE-SKU
               AND LAY-RECEIVED(LAYER-INDEX) = RETURN-LOT-RECEIVED
               AND LAY-QTY(LAYER-INDEX) > 0
                   PERFORM TAKE-FROM-COST-LAYER
               END-IF
           END-PERFORM
           PERFORM VARYING LAYER-INDEX FROM 1 BY 1
           UNTIL LAYER-INDEX > LAYER-COUNT OR LAYER-DRAW-QTY = 0
               IF LAY-SKU(LAYER-INDEX) = MOVE-SKU
               AND LAY-QTY(LAYER-INDEX) > 0
                   PERFORM TAKE-FROM-COST-LAYER
               END-IF
           END-PERFORM
       .

       TAKE-FROM-COST-LAYER.
           IF LAY-QTY(LAYER-INDEX) >= LAYER-DRAW-QTY
               MOVE LAYER-DRAW-QTY TO LAYER-TAKE-QTY
           ELSE
               MOVE LAY-QTY(LAYER-INDEX) TO LAYER-TAKE-QTY
           END-IF
           COMPUTE CONSUMED-COST = CONSUMED-COST
               + LAYER-TAKE-QTY * LAY-COST(LAYER-INDEX)
           SUBTRACT LAYER-TAKE-QTY FROM LAY-QTY(LAYER-INDEX)
           SUBTRACT LAYER-TAKE-QTY FROM LAYER-DRAW-QTY
       .

      *>  One expected credit per return, on VENDCRED.DAT and on
      *>  the VENDRTN.DAT feed alike.
       RECORD-VENDOR-RETURN.
           ADD 1 TO RETURNS-POSTED
           ADD CONSUMED-COST TO RUN-RETURN-COST
           MOVE SPACES TO VENDOR-CREDIT-RECORD
           MOVE MOVE-SUPPLIER TO VCR-SUPPLIER
           MOVE MOVE-PO-DATE TO VCR-PO-DATE
           MOVE MOVE-SKU TO VCR-SKU
           MOVE MOVE-WORK-LOCATION TO VCR-LOCATION
           MOVE MOVE-POSTING-DATE-N TO VCR-RETURN-DATE
           MOVE SHORT-ISSUE-QTY TO VCR-QTY
           MOVE CONSUMED-COST TO VCR-EXPECTED-AMOUNT
           SET VCR-OPEN TO TRUE
           MOVE 0 TO VCR-CREDIT-DATE
           MOVE 0 TO VCR-CREDIT-AMOUNT
           MOVE VENDOR-CREDIT-RECORD TO VENDOR-RETURN-LINE
           WRITE VENDOR-CREDIT-RECORD
           MOVE VENDOR-CREDIT-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "VENDCRED.DAT" TO IO-CHECK-FILE-NAME
           MOVE "RECORD-VENDOR-RETURN" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           WRITE VENDOR-RETURN-LINE
           MOVE VENDOR-RETURN-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "VENDRTN.DAT" TO IO-CHECK-FILE-NAME
           MOVE "RECORD-VENDOR-RETURN" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  One WRITEOFF.DAT row per write-off posted.
       RECORD-WRITE-OFF.
           ADD 1 TO WRITE-OFFS-POSTED
           ADD CONSUMED-COST TO RUN-WRITE-OFF-COST
           MOVE SPACES TO WRITE-OFF-RECORD
           MOVE MOVE-POSTING-DATE-N TO WOF-DATE
           MOVE MOVE-SKU TO WOF-SKU
           MOVE MOVE-WORK-LOCATION TO WOF-LOCATION
           MOVE MOVE-REASON-CODE TO WOF-REASON
           MOVE LOT-RECEIVED(LOT-PICK-INDEX) TO WOF-LOT-RECEIVED
           MOVE LOT-EXPIRY(LOT-PICK-INDEX) TO WOF-LOT-EXPIRY
           MOVE SHORT-ISSUE-QTY TO WOF-QTY
           MOVE CONSUMED-COST TO WOF-COST
           WRITE WRITE-OFF-RECORD
           MOVE WRITE-OFF-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "WRITEOFF.DAT" TO IO-CHECK-FILE-NAME
           MOVE "RECORD-WRITE-OFF" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  Takes SHORT-ISSUE-QTY off the shelf, stopping at zero; the
      *>  uncovered remainder is warned to the exception summary.
       APPLY-DOWNWARD-ADJUSTMENT.
           IF MOVE-IS-ISSUE
               ADD CONSUMED-COST TO RUN-COST-OF-GOODS
           END-IF
           PERFORM POST-DOWNWARD-MOVEMENT
           ADD 1 TO MOVEMENTS-APPLIED
       .

      *>  A receipt or upward adjustment posts at the cost its new
      *>  layer carries.
       POST-UPWARD-MOVEMENT.
           MOVE MOVE-TYPE TO POSTING-TYPE
           MOVE MOVE-WORK-LOCATION TO POSTING-LOCATION
           MOVE MOVE-QTY TO POSTING-QTY
           COMPUTE POSTING-COST = MOVE-QTY * LAYER-UNIT-COST
           PERFORM WRITE-INVENTORY-POSTING
       .

      *>  An issue, write-off, return or downward adjustment posts the
      *>  units that actually came off the shelf at what the FIFO
      *>  layers gave up for them.
       POST-DOWNWARD-MOVEMENT.
           IF SHORT-ISSUE-QTY > 0
               MOVE MOVE-TYPE TO POSTING-TYPE
               MOVE MOVE-WORK-LOCATION TO POSTING-LOCATION
               COMPUTE POSTING-QTY = 0 - SHORT-ISSUE-QTY
               COMPUTE POSTING-COST = 0 - CONSUMED-COST
               PERFORM WRITE-INVENTORY-POSTING
           END-IF
       .

      *>  The layers are kept per SKU, not per site, so a transfer
      *>  leaves them alone; its units carry the average cost of the
      *>  SKU's layers out of one site and into the other, and the
      *>  two rows net to nothing for the SKU.
       POST-TRANSFER-MOVEMENT.
           IF SHORT-ISSUE-QTY > 0
               MOVE 0 TO TRANSFER-LAYER-QTY
               MOVE 0 TO TRANSFER-LAYER-VALUE
               MOVE 0 TO TRANSFER-COST
               PERFORM VARYING LAYER-INDEX FROM 1 BY 1
               UNTIL LAYER-INDEX > LAYER-COUNT
                   IF LAY-SKU(LAYER-INDEX) = MOVE-SKU
                       ADD LAY-QTY(LAYER-INDEX) TO TRANSFER-LAYER-QTY
                       COMPUTE TRANSFER-LAYER-VALUE =
                           TRANSFER-LAYER-VALUE
                           + LAY-QTY(LAYER-INDEX)
                           * LAY-COST(LAYER-INDEX)
                   END-IF
               END-PERFORM
               IF TRANSFER-LAYER-QTY > 0
                   COMPUTE TRANSFER-COST ROUNDED =
                       TRANSFER-LAYER-VALUE * SHORT-ISSUE-QTY
                       / TRANSFER-LAYER-QTY
               END-IF
               MOVE 'T' TO POSTING-TYPE
               MOVE MOVE-WORK-LOCATION TO POSTING-LOCATION
               COMPUTE POSTING-QTY = 0 - SHORT-ISSUE-QTY
               COMPUTE POSTING-COST = 0 - TRANSFER-COST
               PERFORM WRITE-INVENTORY-POSTING
               MOVE TRANSFER-TO-LOCATION TO POSTING-LOCATION
               MOVE SHORT-ISSUE-QTY TO POSTING-QTY
               MOVE TRANSFER-COST TO POSTING-COST
               PERFORM WRITE-INVENTORY-POSTING
           END-IF
       .

       WRITE-INVENTORY-POSTING.
           MOVE SPACES TO INVENTORY-POSTING-RECORD
           MOVE MOVE-POSTING-DATE-N TO IPS-DATE
           MOVE MOVE-SKU TO IPS-SKU
           MOVE POSTING-LOCATION TO IPS-LOCATION
           MOVE POSTING-TYPE TO IPS-TYPE
           MOVE POSTING-QTY TO IPS-QTY
           MOVE POSTING-COST TO IPS-COST
           WRITE INVENTORY-POSTING-RECORD
           MOVE INVENTORY-POSTING-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "INVPOST.DAT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-INV-POSTING" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  INVCLOSE.DAT holds the last month INVENTORY-CLOSE froze;
      *>  before the first close there is nothing to protect.
       LOAD-CLOSED-PERIOD.
           MOVE 0 TO CLOSED-PERIOD
           OPEN INPUT INVENTORY-CLOSE-FILE
           IF NOT NO-INVENTORY-CLOSE-FILE
               READ INVENTORY-CLOSE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ICL-CLOSED-PERIOD IS NUMERIC
                           MOVE ICL-CLOSED-PERIOD TO CLOSED-PERIOD
                       END-IF
               END-READ
           END-IF
           CLOSE INVENTORY-CLOSE-FILE
       .

      *>  Reads COSTLAYR.DAT once per run, oldest layers first in
      *>  file order, the same load-at-startup pattern the other
      *>  persisted tables use.
                       MOVE CLR-SKU TO LAY-SKU(LAYER-COUNT)
                       MOVE CLR-QTY TO LAY-QTY(LAYER-COUNT)
                       MOVE CLR-UNIT-COST TO LAY-COST(LAYER-COUNT)
                       IF CLR-RECEIVED-DATE IS NUMERIC
                           MOVE CLR-RECEIVED-DATE
                               TO LAY-RECEIVED(LAYER-COUNT)
                       ELSE
                           MOVE 0 TO LAY-RECEIVED(LAYER-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
      *>  cost keyed layers in at the SKU's current price, the best
      *>  figure on file.
       ADD-COST-LAYER.
           IF MOVE-UNIT-COST IS NUMERIC
           AND MOVE-UNIT-COST > 0
               MOVE MOVE-UNIT-COST TO LAYER-UNIT-COST
           ELSE
               MOVE FRUIT-PRICE(MOVE-SKU-INDEX) TO LAYER-UNIT-COST
           END-IF
           IF LAYER-COUNT < 2000
               ADD 1 TO LAYER-COUNT
               MOVE MOVE-SKU TO LAY-SKU(LAYER-COUNT)
               MOVE MOVE-QTY TO LAY-QTY(LAYER-COUNT)
               MOVE LAYER-UNIT-COST TO LAY-COST(LAYER-COUNT)
               MOVE TODAYS-DATE-N TO LAY-RECEIVED(LAYER-COUNT)
           END-IF
       .

                   MOVE LAY-SKU(LAYER-INDEX) TO CLR-SKU
                   MOVE LAY-QTY(LAYER-INDEX) TO CLR-QTY
                   MOVE LAY-COST(LAYER-INDEX) TO CLR-UNIT-COST
                   MOVE LAY-RECEIVED(LAYER-INDEX) TO CLR-RECEIVED-DATE
                   WRITE COST-LAYER-RECORD
               END-IF
           END-PERFORM

       REJECT-UNKNOWN-MOVEMENT.
           ADD 1 TO MOVEMENTS-REJECTED
           PERFORM SUGGEST-SKU-SPELLING
           MOVE MOVE-QTY TO MOVE-QTY-EDIT
           MOVE SPACES TO SKU-REJECT-LINE
           IF SKU-SUGGESTION = SPACES
               STRING "UNKNOWN SKU MOVEMENT: " MOVE-SKU
                   " TYPE: " MOVE-TYPE " QTY: " MOVE-QTY-EDIT
                   DELIMITED BY SIZE INTO SKU-REJECT-LINE
           ELSE
               STRING "UNKNOWN SKU MOVEMENT: " MOVE-SKU
                   " TYPE: " MOVE-TYPE " QTY: " MOVE-QTY-EDIT
                   " DID YOU MEAN " SKU-SUGGESTION
                   DELIMITED BY SIZE INTO SKU-REJECT-LINE
           END-IF
           WRITE SKU-REJECT-LINE
           MOVE "REJECT-UNKNOWN-MOVE" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           IF SKU-SUGGESTION = SPACES
               STRING "UNKNOWN SKU MOVEMENT: " MOVE-SKU
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
           ELSE
               STRING "UNKNOWN SKU " MOVE-SKU DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   SKU-SUGGESTION DELIMITED BY SPACE
                   "?" DELIMITED BY SIZE
                   INTO EXC-DESCRIPTION
           END-IF
           MOVE 'W' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
       .

      *>  The first suggestion that is a produce name on file wins,
      *>  shown as the name is spelt there; failing that, the
      *>  dictionary's best guess is still shown.
       SUGGEST-SKU-SPELLING.
           MOVE SPACES TO SKU-SUGGESTION
           MOVE 'N' TO SKU-SUGGESTION-FLAG
           MOVE MOVE-SKU TO SPELL-TEXT
           CALL "SPELL-SUGGEST" USING SPELL-FUNCTION SPELL-TEXT
               SPELL-SOURCE SPELL-UNKNOWN-WORD SPELL-SUGGESTION-COUNT
               SPELL-SUGGESTIONS SPELL-STATUS
           IF SPELL-STATUS = '1'
               MOVE SPELL-SUGGESTION(1) TO SKU-SUGGESTION
               PERFORM VARYING SPELL-INDEX FROM 1 BY 1
               UNTIL SPELL-INDEX > SPELL-SUGGESTION-COUNT
               OR SKU-SUGGESTION-ON-FILE
                   PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > SKU-COUNT
                   OR SKU-SUGGESTION-ON-FILE
                       IF FUNCTION UPPER-CASE(FRUIT-NAME(SCAN-INDEX))
                           = SPELL-SUGGESTION(SPELL-INDEX)
                           MOVE FRUIT-NAME(SCAN-INDEX)
                               TO SKU-SUGGESTION
                           SET SKU-SUGGESTION-ON-FILE TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
       .

      *>  The item master says the SKU is no longer stocked; a
      *>  movement against it is refused, not posted.
       REJECT-INACTIVE-MOVEMENT.
           ADD 1 TO MOVEMENTS-REJECTED
           MOVE MOVE-QTY TO MOVE-QTY-EDIT
           MOVE SPACES TO SKU-REJECT-LINE
           STRING "INACTIVE SKU MOVEMENT: " MOVE-SKU
               " TYPE: " MOVE-TYPE " QTY: " MOVE-QTY-EDIT
               DELIMITED BY SIZE INTO SKU-REJECT-LINE
           WRITE SKU-REJECT-LINE
           MOVE "REJECT-INACTIVE-MOVE" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "INACTIVE SKU MOVEMENT: " MOVE-SKU
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'W' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
       .

      *>  The movement is dated in a month the close has frozen;
      *>  it belongs in the current month or in nobody's books.
       REJECT-CLOSED-PERIOD-MOVEMENT.
           ADD 1 TO MOVEMENTS-REJECTED
           MOVE MOVE-QTY TO MOVE-QTY-EDIT
           MOVE SPACES TO SKU-REJECT-LINE
           STRING "CLOSED PERIOD MOVEMENT: " MOVE-SKU
               " TYPE: " MOVE-TYPE " QTY: " MOVE-QTY-EDIT
               " DATE: " MOVE-POSTING-DATE-N
               DELIMITED BY SIZE INTO SKU-REJECT-LINE
           WRITE SKU-REJECT-LINE
           MOVE "REJECT-CLOSED-PERIOD" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "CLOSED PERIOD MOVEMENT: " MOVE-SKU
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'W' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE

      *>  A bad type letter, a non-numeric quantity, or a zero or
      *>  negative receipt/issue is a keying error, not a stock
      *>  change; so is a write-off with an unknown reason or lot.
       REJECT-BAD-MOVEMENT.
           ADD 1 TO MOVEMENTS-REJECTED
           MOVE SPACES TO SKU-REJECT-LINE
           MOVE PO-HEADER-RECORD TO PURCHASE-ORDER-LINE
           WRITE PURCHASE-ORDER-LINE

           MOVE 0 TO ORDERED-SKU-COUNT
           IF NOT PRIOR-SNAPSHOT-ON-FILE
               MOVE SPACES TO PRICE-CHANGE-LINE
               STRING "NO PRIOR PRICE FILE - NOTHING TO COMPARE"
                   END-IF
               END-PERFORM
           END-IF
      *>  Stock below the item master's minimum reorders whether or
      *>  not the price moved.
           IF ITEM-MASTER-OPEN
               PERFORM VARYING RANK-NUMBER FROM 1 BY 1
               UNTIL RANK-NUMBER > SKU-COUNT
                   PERFORM CHECK-MINIMUM-STOCK
               END-PERFORM
           END-IF

           MOVE PO-DETAIL-COUNT TO PO-TRL-COUNT
           MOVE PO-TRAILER-RECORD TO PURCHASE-ORDER-LINE
               WRITE PRICE-CHANGE-LINE
      *>  The same alert also goes out as a structured record the
      *>  purchasing system ingests directly, so nobody rekeys
      *>  orders off the printed report - once per SKU, never for
      *>  an item the master has made inactive, and never from a
      *>  suspended supplier.
               MOVE FRUIT-NAME(RANK-NUMBER) TO ITEM-LOOKUP-SKU
               PERFORM READ-ITEM-MASTER
               PERFORM CHECK-SKU-ORDERED
               PERFORM CHECK-PREFERRED-SUPPLIER
               IF NOT SKU-ALREADY-ORDERED
               AND NOT (ITEM-ON-MASTER AND IM-INACTIVE)
               AND SUPPLIER-IS-SUSPENDED
                   PERFORM WRITE-SUSPENDED-SUPPLIER-LINE
               END-IF
               IF NOT SKU-ALREADY-ORDERED
               AND NOT (ITEM-ON-MASTER AND IM-INACTIVE)
               AND NOT SUPPLIER-IS-SUSPENDED
                   MOVE FRUIT-NAME(RANK-NUMBER) TO PO-SKU
                   MOVE FRUIT-PRICE(RANK-NUMBER) TO PO-CURRENT-PRICE
                   MOVE PRIOR-LOOKUP-PRICE TO PO-PRIOR-PRICE
                   MOVE PERCENT-CHANGE TO PO-PERCENT-CHANGE
                   PERFORM COMPUTE-PROPOSED-ORDER
                   PERFORM WRITE-PURCHASE-ORDER-DETAIL
               END-IF
           END-IF
       .

      *>  One row of the SKU's stock below its minimum at this
      *>  location: the whole SKU is ordered back up to the maximum
      *>  across every site short of it.
       CHECK-MINIMUM-STOCK.
           MOVE FRUIT-NAME(RANK-NUMBER) TO ITEM-LOOKUP-SKU
           PERFORM READ-ITEM-MASTER
           IF ITEM-ON-MASTER AND IM-ACTIVE
           AND IM-MAX-STOCK > 0
           AND FRUIT-QTY(RANK-NUMBER) < IM-MIN-STOCK
               PERFORM CHECK-SKU-ORDERED
               PERFORM CHECK-PREFERRED-SUPPLIER
               IF NOT SKU-ALREADY-ORDERED
               AND SUPPLIER-IS-SUSPENDED
                   PERFORM WRITE-SUSPENDED-SUPPLIER-LINE
               END-IF
               IF NOT SKU-ALREADY-ORDERED
               AND NOT SUPPLIER-IS-SUSPENDED
                   MOVE FRUIT-NAME(RANK-NUMBER) TO PO-SKU
                   MOVE FRUIT-PRICE(RANK-NUMBER) TO PO-CURRENT-PRICE
                   MOVE FRUIT-PRICE(RANK-NUMBER) TO PO-PRIOR-PRICE
                   MOVE 0 TO PO-PERCENT-CHANGE
                   PERFORM COMPUTE-PROPOSED-ORDER
                   MOVE "M" TO PO-ORDER-FLAG
                   PERFORM WRITE-PURCHASE-ORDER-DETAIL
                   MOVE FRUIT-QTY(RANK-NUMBER) TO FRUIT-QTY-EDIT
                   MOVE PROPOSED-ORDER-QTY TO CLOSING-QTY-EDIT
                   MOVE SPACES TO PRICE-CHANGE-LINE
                   STRING "  *** BELOW MINIMUM: "
                       FRUIT-NAME(RANK-NUMBER)
                       " AT " FRUIT-LOCATION(RANK-NUMBER)
                       " ON HAND " FRUIT-QTY-EDIT
                       " ORDER " CLOSING-QTY-EDIT " ***"
                       DELIMITED BY SIZE INTO PRICE-CHANGE-LINE
                   WRITE PRICE-CHANGE-LINE
               END-IF
           END-IF
       .

       CHECK-SKU-ORDERED.
           MOVE 'N' TO SKU-ALREADY-ORDERED-FLAG
           PERFORM VARYING ORDERED-SKU-INDEX FROM 1 BY 1
           UNTIL ORDERED-SKU-INDEX > ORDERED-SKU-COUNT
               IF ORDERED-SKU(ORDERED-SKU-INDEX)
                   = FRUIT-NAME(RANK-NUMBER)
                   SET SKU-ALREADY-ORDERED TO TRUE
               END-IF
           END-PERFORM
       .

       WRITE-PURCHASE-ORDER-DETAIL.
           MOVE PO-DETAIL-RECORD TO PURCHASE-ORDER-LINE
           WRITE PURCHASE-ORDER-LINE
           ADD 1 TO PO-DETAIL-COUNT
           IF ORDERED-SKU-COUNT < 2000
               ADD 1 TO ORDERED-SKU-COUNT
               MOVE FRUIT-NAME(RANK-NUMBER)
                   TO ORDERED-SKU(ORDERED-SKU-COUNT)
           END-IF
       .

      *>  The item's preferred supplier, when the item master names
      *>  one, must not be suspended on the supplier master for the
      *>  SKU to be ordered.
       CHECK-PREFERRED-SUPPLIER.
           MOVE 'N' TO SUPPLIER-SUSPENDED-FLAG
           IF SUPPLIER-MASTER-OPEN
           AND ITEM-ON-MASTER
           AND IM-PREFERRED-SUPPLIER NOT = SPACES
               MOVE IM-PREFERRED-SUPPLIER TO SM-SUPPLIER
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-SUSPENDED
                           SET SUPPLIER-IS-SUSPENDED TO TRUE
                       END-IF
               END-READ
           END-IF
       .

      *>  The SKU that would have been ordered is recorded as ordered
      *>  all the same, so a second location short of it does not
      *>  print the line again.
       WRITE-SUSPENDED-SUPPLIER-LINE.
           MOVE SPACES TO PRICE-CHANGE-LINE
           STRING "  *** NOT ORDERED: " FRUIT-NAME(RANK-NUMBER)
               " SUPPLIER " IM-PREFERRED-SUPPLIER " SUSPENDED ***"
               DELIMITED BY SIZE INTO PRICE-CHANGE-LINE
           WRITE PRICE-CHANGE-LINE
           IF ORDERED-SKU-COUNT < 2000
               ADD 1 TO ORDERED-SKU-COUNT
               MOVE FRUIT-NAME(RANK-NUMBER)
                   TO ORDERED-SKU(ORDERED-SKU-COUNT)
           END-IF
       .

      *>  SUPPMAST.DAT is read by key as orders need it; a run
      *>  without the file orders without the supplier check.
       OPEN-SUPPLIER-MASTER.
           MOVE 'N' TO SUPPLIER-MASTER-OPEN-FLAG
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SUPPLIER-MASTER-FILE-STATUS = "00"
               SET SUPPLIER-MASTER-OPEN TO TRUE
           ELSE
               IF NOT NO-SUPPLIER-MASTER-FILE
                   MOVE SUPPLIER-MASTER-FILE-STATUS
                       TO IO-CHECK-STATUS
                   MOVE "SUPPMAST.DAT" TO IO-CHECK-FILE-NAME
                   MOVE "OPEN-SUPPLIER-MASTER"
                       TO EXC-SOURCE-PARAGRAPH
                   PERFORM CHECK-HARD-IO-STATUS
               END-IF
           END-IF
       .

      *>  ITEMMAST.DAT is read by key as movements and orders need
      *>  it; a run without the file goes on without the master.
       OPEN-ITEM-MASTER.
           MOVE 'N' TO ITEM-MASTER-OPEN-FLAG
           OPEN INPUT ITEM-MASTER-FILE
           IF ITEM-MASTER-FILE-STATUS = "00"
               SET ITEM-MASTER-OPEN TO TRUE
           ELSE
               IF NOT NO-ITEM-MASTER-FILE
                   MOVE ITEM-MASTER-FILE-STATUS TO IO-CHECK-STATUS
                   MOVE "ITEMMAST.DAT" TO IO-CHECK-FILE-NAME
                   MOVE "OPEN-ITEM-MASTER" TO EXC-SOURCE-PARAGRAPH
                   PERFORM CHECK-HARD-IO-STATUS
               END-IF
           END-IF
       .

       READ-ITEM-MASTER.
           MOVE 'N' TO ITEM-FOUND-FLAG
           IF ITEM-MASTER-OPEN
               MOVE ITEM-LOOKUP-SKU TO IM-SKU
               READ ITEM-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ITEM-ON-MASTER TO TRUE
               END-READ
           END-IF
       .

                   ADD FRUIT-QTY(SCAN-INDEX) TO ON-HAND-TOTAL
               END-IF
           END-PERFORM
      *>  A SKU with a stock band on the item master orders up to
      *>  its maximum instead of to the forecast.
           IF ITEM-ON-MASTER AND IM-MAX-STOCK > 0
               PERFORM COMPUTE-MIN-MAX-ORDER
           ELSE
               IF FORECAST-DEMAND > ON-HAND-TOTAL
                   COMPUTE PROPOSED-ORDER-QTY =
                       FORECAST-DEMAND - ON-HAND-TOTAL
               ELSE
                   MOVE 0 TO PROPOSED-ORDER-QTY
               END-IF
           END-IF
      *>  Suppliers ship whole cases; the order rounds up to them.
           IF ITEM-ON-MASTER AND IM-CASE-PACK > 1
           AND PROPOSED-ORDER-QTY > 0
               DIVIDE PROPOSED-ORDER-QTY BY IM-CASE-PACK
                   GIVING CASES-TO-ORDER REMAINDER CASE-REMAINDER
               IF CASE-REMAINDER > 0
                   ADD 1 TO CASES-TO-ORDER
               END-IF
               COMPUTE PROPOSED-ORDER-QTY =
                   CASES-TO-ORDER * IM-CASE-PACK
                   ON SIZE ERROR
                       COMPUTE PROPOSED-ORDER-QTY =
                           (CASES-TO-ORDER - 1) * IM-CASE-PACK
               END-COMPUTE
           END-IF
           MOVE PROPOSED-ORDER-QTY TO PO-ORDER-QTY
           IF PRIOR-PERIOD > 0
           END-IF
       .

      *>  Every site holding less than the minimum is filled back
      *>  to the maximum; sites at or above the minimum add nothing.
       COMPUTE-MIN-MAX-ORDER.
           MOVE 0 TO PROPOSED-ORDER-QTY
           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
           UNTIL SCAN-INDEX > SKU-COUNT
               IF FRUIT-NAME(SCAN-INDEX) = FRUIT-NAME(RANK-NUMBER)
               AND FRUIT-QTY(SCAN-INDEX) < IM-MIN-STOCK
                   COMPUTE LOCATION-SHORTFALL =
                       IM-MAX-STOCK - FRUIT-QTY(SCAN-INDEX)
                   ADD LOCATION-SHORTFALL TO PROPOSED-ORDER-QTY
                       ON SIZE ERROR MOVE 99999 TO PROPOSED-ORDER-QTY
                   END-ADD
               END-IF
           END-PERFORM
       .

      *>  Values the stock this run is holding: units on hand times
      *>  price per SKU with a grand total at the bottom, and a
      *>  shrinkage figure per SKU against the prior run's snapshot
