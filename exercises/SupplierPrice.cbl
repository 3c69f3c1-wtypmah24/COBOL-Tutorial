      *>  reference file and reports every supplier's price per SKU
      *>  with the cheapest flagged, replacing the comparison
      *>  purchasing keeps in a notebook today. Runs in the nightly
      *>  chain alongside the Assignment-2 inventory step. A supplier
      *>  the supplier master has suspended still lists, marked, but
      *>  is never the one flagged cheapest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-XREF-FILE ASSIGN TO "SUPPXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-XREF-FILE-STATUS.
      *>  Supplier master kept by SUPPLIER-MAINT, read by code for
      *>  the status; without it every supplier is taken as active.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUPPLIER
               FILE STATUS IS SUPPLIER-MASTER-FILE-STATUS.
           SELECT BEST-PRICE-REPORT ASSIGN TO "SUPPBEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  Shared job-level exception file appended to by every program
           05 XREF-SUPPLIER     PIC X(04).
           05 XREF-PRICE        PIC X(08).

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPLIER-MASTER.cpy".

       FD  BEST-PRICE-REPORT.
       01  BEST-PRICE-LINE      PIC X(80).

          88 NO-MORE-XREF-ROWS     VALUE "10".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".
       01 SUPPLIER-MASTER-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-MASTER-FILE VALUE "35".
       01 SUPPLIER-MASTER-OPEN-FLAG PIC X VALUE 'N'.
          88 SUPPLIER-MASTER-OPEN VALUE 'Y'.

      *>  The whole cross-reference is loaded and table-SORTed on
      *>  SKU, then suspended last, then price, so each SKU's rows
      *>  sit together with the cheapest supplier we may still buy
      *>  from first - the first row of each SKU group is the one
      *>  that gets the flag, unless every supplier of the SKU is
      *>  suspended.
       01 XREF-COUNT            PIC 9(04) VALUE 0.
       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON XREF-COUNT.
               10 XT-SKU        PIC X(10).
               10 XT-SUSPENDED-FLAG PIC X(01).
                  88 XT-SUSPENDED VALUE 'Y'.
               10 XT-PRICE      PIC 9(05)V99.
               10 XT-SUPPLIER   PIC X(04).
       01 XREF-INDEX            PIC 9(04).
       01 CURRENT-SKU           PIC X(10).
       01 XREF-PRICE-EDIT       PIC Z(4)9.99.
       01 ROWS-SKIPPED          PIC 9(04) VALUE 0.
       01 SUSPENDED-ROWS        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM OPEN-SUPPLIER-MASTER
            PERFORM LOAD-SUPPLIER-XREF
            IF SUPPLIER-MASTER-OPEN
                CLOSE SUPPLIER-MASTER-FILE
            END-IF
            IF XREF-COUNT > 0
                SORT XREF-ENTRY ASCENDING KEY XT-SKU
                    XT-SUSPENDED-FLAG XT-PRICE
            END-IF
            PERFORM WRITE-BEST-PRICE-REPORT
      *>  GOBACK instead of STOP RUN so the nightly control program
                               TO XT-SUPPLIER(XREF-COUNT)
                           COMPUTE XT-PRICE(XREF-COUNT) =
                               FUNCTION NUMVAL(XREF-PRICE)
                           PERFORM CHECK-SUPPLIER-STATUS
                       ELSE
                           ADD 1 TO ROWS-SKIPPED
                       END-IF
           END-IF
       .

      *>  SUPPMAST.DAT is optional: a shop that has not keyed its
      *>  suppliers yet compares prices the way it always did.
       OPEN-SUPPLIER-MASTER.
           MOVE 'N' TO SUPPLIER-MASTER-OPEN-FLAG
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SUPPLIER-MASTER-FILE-STATUS = "00"
               SET SUPPLIER-MASTER-OPEN TO TRUE
           ELSE
               IF NOT NO-SUPPLIER-MASTER-FILE
                   MOVE "OPEN-SUPPLIER-MASTER"
                       TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "SUPPMAST.DAT OPEN STATUS "
                       SUPPLIER-MASTER-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  The cross-reference code is four wide; it reads the
      *>  ten-wide master key space-padded. A code not on the master
      *>  is taken as active.
       CHECK-SUPPLIER-STATUS.
           MOVE 'N' TO XT-SUSPENDED-FLAG(XREF-COUNT)
           IF SUPPLIER-MASTER-OPEN
               MOVE XREF-SUPPLIER TO SM-SUPPLIER
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-SUSPENDED
                           MOVE 'Y'
                               TO XT-SUSPENDED-FLAG(XREF-COUNT)
                           ADD 1 TO SUSPENDED-ROWS
                       END-IF
               END-READ
           END-IF
       .

      *>  The table arrives sorted by SKU then price, so each change
      *>  of SKU starts a new group and that group's first row is the
      *>  cheapest supplier.
                   STRING "SKU: " CURRENT-SKU
                       DELIMITED BY SIZE INTO BEST-PRICE-LINE
                   WRITE BEST-PRICE-LINE
                   IF XT-SUSPENDED(XREF-INDEX)
                       PERFORM WRITE-SUPPLIER-LINE-SUSPENDED
                   ELSE
                       PERFORM WRITE-SUPPLIER-LINE-CHEAPEST
                   END-IF
               ELSE
                   IF XT-SUSPENDED(XREF-INDEX)
                       PERFORM WRITE-SUPPLIER-LINE-SUSPENDED
                   ELSE
                       PERFORM WRITE-SUPPLIER-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF SUSPENDED-ROWS > 0
               MOVE SPACES TO BEST-PRICE-LINE
               WRITE BEST-PRICE-LINE
               MOVE SPACES TO BEST-PRICE-LINE
               STRING SUSPENDED-ROWS
                   " PRICES FROM SUSPENDED SUPPLIERS NOT CONSIDERED"
                   DELIMITED BY SIZE INTO BEST-PRICE-LINE
               WRITE BEST-PRICE-LINE
           END-IF

           CLOSE BEST-PRICE-REPORT
       .

           WRITE BEST-PRICE-LINE
       .

       WRITE-SUPPLIER-LINE-SUSPENDED.
           MOVE XT-PRICE(XREF-INDEX) TO XREF-PRICE-EDIT
           MOVE SPACES TO BEST-PRICE-LINE
           STRING "  " XT-SUPPLIER(XREF-INDEX) "  "
               XREF-PRICE-EDIT "  SUSPENDED"
               DELIMITED BY SIZE INTO BEST-PRICE-LINE
           WRITE BEST-PRICE-LINE
       .

       WRITE-SUPPLIER-LINE.
           MOVE XT-PRICE(XREF-INDEX) TO XREF-PRICE-EDIT
           MOVE SPACES TO BEST-PRICE-LINE
