      *>  same APPLY-STOCK-MOVEMENTS discipline as everything else -
      *>  closes lines when fully received, and writes RCVEXCP.RPT:
      *>  over-, under- and never-delivered lines, so suppliers get
      *>  chased from a report instead of memory. A delivery from a
      *>  supplier the supplier master has suspended is refused: it
      *>  is not posted or matched, only reported. Returns to
      *>  vendor Assignment-2 has applied arrive on the VENDRTN.DAT
      *>  feed and come back off the received quantity of the line
      *>  they were delivered on, reopening a closed line the return
      *>  leaves short; the feed is emptied once the ledger is saved.
      *>
      *>  A PORDER.DAT detail staged before the order-quantity
      *>  column existed reads back spaces there and opens at the
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-MOVEMENT-FILE-STATUS.
      *>  Returns to vendor Assignment-2 has applied since the last
      *>  run, in the VENDCRED.DAT expected-credit layout.
           SELECT VENDOR-RETURN-FILE ASSIGN TO "VENDRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-RETURN-FILE-STATUS.
      *>  Supplier master kept by SUPPLIER-MAINT, read by code for
      *>  the status; without it every supplier is taken as active.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUPPLIER
               FILE STATUS IS SUPPLIER-MASTER-FILE-STATUS.
           SELECT RECEIPT-EXCEPTION-FILE ASSIGN TO "RCVEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-EXCEPTION-FILE-STATUS.
           05 MOVE-TYPE        PIC X(01).
           05 MOVE-QTY         PIC S9(05) SIGN LEADING SEPARATE.

       FD  VENDOR-RETURN-FILE.
           COPY "VENDOR-CREDIT.cpy".

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPLIER-MASTER.cpy".

       FD  RECEIPT-EXCEPTION-FILE.
       01  RECEIPT-EXCEPTION-LINE PIC X(80).

       01 STOCK-MOVEMENT-FILE-STATUS PIC XX.
          88 NO-STOCK-MOVEMENT-FILE VALUE "35".
       01 RECEIPT-EXCEPTION-FILE-STATUS PIC XX.
       01 VENDOR-RETURN-FILE-STATUS PIC XX.
          88 NO-VENDOR-RETURN-FILE VALUE "35".
          88 NO-MORE-VENDOR-RETURNS VALUE "10".
       01 SUPPLIER-MASTER-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-MASTER-FILE VALUE "35".
       01 SUPPLIER-MASTER-OPEN-FLAG PIC X VALUE 'N'.
          88 SUPPLIER-MASTER-OPEN VALUE 'Y'.
       01 SUPPLIER-SUSPENDED-FLAG PIC X VALUE 'N'.
          88 SUPPLIER-IS-SUSPENDED VALUE 'Y'.

       01 DEFAULT-ORDER-QTY    PIC 9(05) VALUE 100.

       01 RECEIPTS-MATCHED     PIC 9(05) VALUE 0.
       01 RECEIPTS-UNMATCHED   PIC 9(05) VALUE 0.
       01 LINES-CLOSED         PIC 9(05) VALUE 0.
       01 RECEIPTS-REFUSED     PIC 9(05) VALUE 0.
       01 RETURNS-APPLIED      PIC 9(05) VALUE 0.
       01 LINES-REOPENED       PIC 9(05) VALUE 0.
       01 RETURNS-READ-FLAG    PIC X VALUE 'N'.
          88 RETURNS-WERE-READ VALUE 'Y'.
       01 EXCESS-QTY           PIC 9(05).
       01 SHORT-QTY            PIC 9(05).

            MOVE "GOODS RECEIPT EXCEPTIONS"
                TO RECEIPT-EXCEPTION-LINE
            WRITE RECEIPT-EXCEPTION-LINE
            PERFORM APPLY-VENDOR-RETURNS
            PERFORM OPEN-SUPPLIER-MASTER
            PERFORM APPLY-RECEIPTS
            IF SUPPLIER-MASTER-OPEN
                CLOSE SUPPLIER-MASTER-FILE
            END-IF
            PERFORM REPORT-OUTSTANDING-LINES
            CLOSE RECEIPT-EXCEPTION-FILE
            PERFORM SAVE-OPEN-PO-LEDGER
      *>  The returns are on the saved ledger now; emptying the feed
      *>  keeps a rerun from taking them off a second time.
            IF RETURNS-WERE-READ
                OPEN OUTPUT VENDOR-RETURN-FILE
                CLOSE VENDOR-RETURN-FILE
            END-IF
            DISPLAY "GOODS-RECEIPT: " RECEIPTS-MATCHED " MATCHED, "
                RECEIPTS-UNMATCHED " UNMATCHED, " LINES-CLOSED
                " LINES CLOSED, " RECEIPTS-REFUSED " REFUSED"
            DISPLAY "GOODS-RECEIPT: " RETURNS-APPLIED
                " RETURNS TO VENDOR, " LINES-REOPENED
                " LINES REOPENED"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.
           END-IF
       .

       APPLY-VENDOR-RETURNS.
           OPEN INPUT VENDOR-RETURN-FILE
           IF NOT NO-VENDOR-RETURN-FILE
               SET RETURNS-WERE-READ TO TRUE
               PERFORM UNTIL NO-MORE-VENDOR-RETURNS
                   READ VENDOR-RETURN-FILE
                       AT END SET NO-MORE-VENDOR-RETURNS TO TRUE
                   END-READ
                   IF NOT NO-MORE-VENDOR-RETURNS
                   AND VCR-SKU NOT = SPACES
                       PERFORM APPLY-ONE-VENDOR-RETURN
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VENDOR-RETURN-FILE
       .

      *>  The line is the one the return names: same order date,
      *>  SKU and supplier. The returned units come off what it has
      *>  received (never below zero); a closed line left short of
      *>  its order reopens, since the goods are owed again.
       APPLY-ONE-VENDOR-RETURN.
           MOVE 0 TO LED-FOUND-INDEX
           PERFORM VARYING LED-INDEX FROM 1 BY 1
           UNTIL LED-INDEX > LEDGER-COUNT
               IF LED-SKU(LED-INDEX) = VCR-SKU
               AND LED-ORDER-DATE(LED-INDEX) = VCR-PO-DATE
               AND LED-SUPPLIER(LED-INDEX) = VCR-SUPPLIER
                   MOVE LED-INDEX TO LED-FOUND-INDEX
               END-IF
           END-PERFORM
           MOVE SPACES TO RECEIPT-EXCEPTION-LINE
           IF LED-FOUND-INDEX = 0
               STRING "RETURN WITHOUT ORDER LINE: " VCR-SKU
                   " ORDERED " VCR-PO-DATE " FROM " VCR-SUPPLIER
                   DELIMITED BY SIZE INTO RECEIPT-EXCEPTION-LINE
           ELSE
               ADD 1 TO RETURNS-APPLIED
               IF VCR-QTY > LED-RECEIVED(LED-FOUND-INDEX)
                   MOVE 0 TO LED-RECEIVED(LED-FOUND-INDEX)
               ELSE
                   SUBTRACT VCR-QTY FROM LED-RECEIVED(LED-FOUND-INDEX)
               END-IF
               IF NOT LED-LINE-OPEN(LED-FOUND-INDEX)
               AND LED-RECEIVED(LED-FOUND-INDEX)
                   < LED-ORDERED(LED-FOUND-INDEX)
                   MOVE "OPEN" TO LED-STATUS(LED-FOUND-INDEX)
                   MOVE 0 TO LED-CLOSE-DATE(LED-FOUND-INDEX)
                   ADD 1 TO LINES-REOPENED
                   STRING "RETURNED, LINE REOPENED: " VCR-SKU
                       " QTY " VCR-QTY " TO " VCR-SUPPLIER
                       DELIMITED BY SIZE INTO RECEIPT-EXCEPTION-LINE
               ELSE
                   STRING "RETURNED TO VENDOR: " VCR-SKU
                       " QTY " VCR-QTY " TO " VCR-SUPPLIER
                       DELIMITED BY SIZE INTO RECEIPT-EXCEPTION-LINE
               END-IF
           END-IF
           WRITE RECEIPT-EXCEPTION-LINE
       .

       APPLY-RECEIPTS.
           OPEN INPUT GOODS-RECEIVED-FILE
           IF NO-GOODS-RECEIVED-FILE
                   DELIMITED BY SIZE INTO RECEIPT-EXCEPTION-LINE
               WRITE RECEIPT-EXCEPTION-LINE
           ELSE
               PERFORM CHECK-SUPPLIER-SUSPENDED
               IF SUPPLIER-IS-SUSPENDED
                   ADD 1 TO RECEIPTS-REFUSED
                   MOVE SPACES TO RECEIPT-EXCEPTION-LINE
                   STRING "REFUSED, SUPPLIER SUSPENDED: " RCV-SKU
                       " QTY " RCV-QTY " FROM " RCV-SUPPLIER
                       DELIMITED BY SIZE INTO RECEIPT-EXCEPTION-LINE
                   WRITE RECEIPT-EXCEPTION-LINE
               ELSE
                   PERFORM FIND-OLDEST-OPEN-LINE
                   PERFORM POST-RECEIPT-MOVEMENT
                   IF LED-FOUND-INDEX = 0
                       ADD 1 TO RECEIPTS-UNMATCHED
                       MOVE SPACES TO RECEIPT-EXCEPTION-LINE
                       STRING "RECEIPT WITHOUT ORDER: " RCV-SKU
                           " QTY " RCV-QTY " FROM " RCV-SUPPLIER
                           DELIMITED BY SIZE
                           INTO RECEIPT-EXCEPTION-LINE
                       WRITE RECEIPT-EXCEPTION-LINE
                   ELSE
                       ADD 1 TO RECEIPTS-MATCHED
                       ADD RCV-QTY TO LED-RECEIVED(LED-FOUND-INDEX)
                       MOVE RCV-SUPPLIER
                           TO LED-SUPPLIER(LED-FOUND-INDEX)
                       IF LED-RECEIVED(LED-FOUND-INDEX)
                           > LED-ORDERED(LED-FOUND-INDEX)
                           COMPUTE EXCESS-QTY =
                               LED-RECEIVED(LED-FOUND-INDEX)
                               - LED-ORDERED(LED-FOUND-INDEX)
                           MOVE SPACES TO RECEIPT-EXCEPTION-LINE
                           STRING "OVER-DELIVERED: " RCV-SKU
                               " BY " EXCESS-QTY " FROM " RCV-SUPPLIER
                               DELIMITED BY SIZE
                               INTO RECEIPT-EXCEPTION-LINE
                           WRITE RECEIPT-EXCEPTION-LINE
                       END-IF
                       IF LED-RECEIVED(LED-FOUND-INDEX)
                           >= LED-ORDERED(LED-FOUND-INDEX)
                           MOVE "CLOSED" TO LED-STATUS(LED-FOUND-INDEX)
                           IF RCV-DATE IS NUMERIC AND RCV-DATE > 0
                               MOVE RCV-DATE
                                   TO LED-CLOSE-DATE(LED-FOUND-INDEX)
                           ELSE
                               MOVE TODAYS-DATE-N
                                   TO LED-CLOSE-DATE(LED-FOUND-INDEX)
                           END-IF
                           ADD 1 TO LINES-CLOSED
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  SUPPMAST.DAT is optional: until the suppliers are keyed,
      *>  receiving runs the way it always did.
       OPEN-SUPPLIER-MASTER.
           MOVE 'N' TO SUPPLIER-MASTER-OPEN-FLAG
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SUPPLIER-MASTER-FILE-STATUS = "00"
               SET SUPPLIER-MASTER-OPEN TO TRUE
           ELSE
               IF NOT NO-SUPPLIER-MASTER-FILE
                   DISPLAY "GOODS-RECEIPT: SUPPMAST.DAT OPEN STATUS "
                       SUPPLIER-MASTER-FILE-STATUS
                       " - SUPPLIER STATUS NOT CHECKED"
               END-IF
           END-IF
       .

      *>  A receipt with no supplier on it, or from a supplier not
      *>  on the master, is not refused.
       CHECK-SUPPLIER-SUSPENDED.
           MOVE 'N' TO SUPPLIER-SUSPENDED-FLAG
           IF SUPPLIER-MASTER-OPEN
           AND RCV-SUPPLIER NOT = SPACES
               MOVE RCV-SUPPLIER TO SM-SUPPLIER
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-SUSPENDED
                           SET SUPPLIER-IS-SUSPENDED TO TRUE
                       END-IF
               END-READ
           END-IF
       .

       FIND-OLDEST-OPEN-LINE.
           MOVE 0 TO LED-FOUND-INDEX
           PERFORM VARYING LED-INDEX FROM 1 BY 1
