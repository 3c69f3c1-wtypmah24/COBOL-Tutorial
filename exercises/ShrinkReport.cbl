       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINK-REPORT.
      *>  Weekly shrink report off the dated WRITEOFF.DAT history
      *>  Assignment-2 appends for every 'W' write-off movement. The
      *>  week is the seven days ending on the run date; the four
      *>  weeks before it are the trend. SHRINK.RPT gives write-off
      *>  quantity and FIFO cost by reason, then by SKU, location and
      *>  reason, each set against the prior four weeks' average so
      *>  a rising cause stands out. Scheduled weekly through
      *>  NIGHTSCH.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT SHRINK-REPORT-FILE ASSIGN TO "SHRINK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRINK-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-FILE.
           COPY "WRITE-OFF.cpy".

       FD  SHRINK-REPORT-FILE.
       01  SHRINK-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WRITE-OFF-REASON.cpy".

       01 WRITE-OFF-FILE-STATUS PIC XX.
          88 NO-WRITE-OFF-FILE VALUE "35".
          88 NO-MORE-WRITE-OFFS VALUE "10".
       01 SHRINK-REPORT-FILE-STATUS PIC XX.

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  DATE-ARITH call interface, matched to its LINKAGE pictures.
       01 DA-FUNCTION          PIC X.
       01 DA-DATE-1            PIC 9(08).
       01 DA-DATE-2            PIC 9(08).
       01 DA-OFFSET-DAYS       PIC S9(05).
       01 DA-RESULT-DAYS       PIC S9(07).
       01 DA-RESULT-DATE       PIC 9(08).
       01 DA-DATE-STATUS       PIC X.

      *>  Week 1 is the week ending today, weeks 2 to 5 the four
      *>  before it.
       01 WEEK-NUMBER          PIC 9(05).
       01 WEEK-INDEX           PIC 9(01).

       01 REASON-WEEK-TABLE.
           05 REASON-TOTALS OCCURS 4 TIMES.
               10 REASON-WEEK OCCURS 5 TIMES.
                   15 RW-QTY    PIC 9(07).
                   15 RW-COST   PIC 9(09)V99.
       01 REASON-INDEX         PIC 9(02).
       01 REASON-FOUND-INDEX   PIC 9(02).

      *>  One row per SKU, location and reason seen in the five
      *>  weeks, in first-seen order.
       01 DETAIL-COUNT         PIC 9(04) VALUE 0.
       01 DETAIL-TABLE.
           05 DETAIL-ENTRY OCCURS 1000 TIMES.
               10 SD-SKU        PIC X(10).
               10 SD-LOCATION   PIC X(04).
               10 SD-REASON-INDEX PIC 9(02).
               10 SD-WEEK OCCURS 5 TIMES.
                   15 SDW-QTY   PIC 9(07).
                   15 SDW-COST  PIC 9(09)V99.
       01 DETAIL-INDEX         PIC 9(04).
       01 DETAIL-FOUND-INDEX   PIC 9(04).
       01 DETAILS-DROPPED      PIC 9(05) VALUE 0.
       01 ROWS-IN-WINDOW       PIC 9(07) VALUE 0.

       01 THIS-WEEK-QTY        PIC 9(07).
       01 THIS-WEEK-COST       PIC 9(09)V99.
       01 PRIOR-WEEKS-COST     PIC 9(10)V99.
       01 PRIOR-AVERAGE-COST   PIC 9(09)V99.
       01 TREND-PERCENT        PIC S9(05)V9.
       01 TREND-TEXT           PIC X(08).
       01 TOTAL-WEEK-QTY       PIC 9(07) VALUE 0.
       01 TOTAL-WEEK-COST      PIC 9(10)V99 VALUE 0.
       01 TOTAL-PRIOR-COST     PIC 9(10)V99 VALUE 0.

       01 QTY-EDIT             PIC ZZZZZZ9.
       01 COST-EDIT            PIC Z(8)9.99.
       01 AVERAGE-EDIT         PIC Z(8)9.99.
       01 TREND-PERCENT-EDIT   PIC -(4)9.9.
       01 PRIOR-COST-EDIT      PIC Z(6)9.99.
       01 DETAIL-COST-EDIT     PIC Z(6)9.99.
       01 DETAIL-AVERAGE-EDIT  PIC Z(6)9.99.
       01 PRIOR-WEEK-LABEL     PIC 9(01).
       01 LINE-POINTER         PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            INITIALIZE REASON-WEEK-TABLE
            PERFORM LOAD-WRITE-OFFS
            OPEN OUTPUT SHRINK-REPORT-FILE
            MOVE SPACES TO SHRINK-REPORT-LINE
            STRING "SHRINK REPORT - WEEK ENDING " TODAYS-DATE-N
                "  (WRITE-OFFS AT FIFO COST)"
                DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
            WRITE SHRINK-REPORT-LINE
            IF ROWS-IN-WINDOW = 0
                MOVE "NO WRITE-OFFS IN THE LAST FIVE WEEKS"
                    TO SHRINK-REPORT-LINE
                WRITE SHRINK-REPORT-LINE
            ELSE
                PERFORM WRITE-REASON-SECTION
                PERFORM WRITE-DETAIL-SECTION
            END-IF
            CLOSE SHRINK-REPORT-FILE
            IF DETAILS-DROPPED > 0
                DISPLAY "SHRINK-REPORT: " DETAILS-DROPPED
                    " ROWS PAST THE 1000-LINE DETAIL LIMIT"
            END-IF
            DISPLAY "SHRINK-REPORT: " ROWS-IN-WINDOW
                " WRITE-OFFS REPORTED TO SHRINK.RPT"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  Rows older than five weeks, dated after today, or carrying
      *>  a code no longer on the reason table are passed over.
       LOAD-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE
           IF NOT NO-WRITE-OFF-FILE
               PERFORM UNTIL NO-MORE-WRITE-OFFS
                   READ WRITE-OFF-FILE
                       AT END SET NO-MORE-WRITE-OFFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-WRITE-OFFS
                   AND WOF-DATE IS NUMERIC
                   AND WOF-QTY IS NUMERIC
                   AND WOF-COST IS NUMERIC
                       PERFORM TAKE-ONE-WRITE-OFF
                   END-IF
               END-PERFORM
               CLOSE WRITE-OFF-FILE
           END-IF
       .

       TAKE-ONE-WRITE-OFF.
           MOVE 'D' TO DA-FUNCTION
           MOVE WOF-DATE TO DA-DATE-1
           MOVE TODAYS-DATE-N TO DA-DATE-2
           CALL "DATE-ARITH" USING DA-FUNCTION DA-DATE-1 DA-DATE-2
               DA-OFFSET-DAYS DA-RESULT-DAYS DA-RESULT-DATE
               DA-DATE-STATUS
           MOVE 0 TO REASON-FOUND-INDEX
           PERFORM VARYING REASON-INDEX FROM 1 BY 1
           UNTIL REASON-INDEX > WRITE-OFF-REASON-COUNT
               IF WOR-CODE(REASON-INDEX) = WOF-REASON
                   MOVE REASON-INDEX TO REASON-FOUND-INDEX
               END-IF
           END-PERFORM
           IF DA-DATE-STATUS = '0'
           AND DA-RESULT-DAYS >= 0
           AND DA-RESULT-DAYS < 35
           AND REASON-FOUND-INDEX > 0
               DIVIDE DA-RESULT-DAYS BY 7 GIVING WEEK-NUMBER
               COMPUTE WEEK-INDEX = WEEK-NUMBER + 1
               ADD 1 TO ROWS-IN-WINDOW
               ADD WOF-QTY TO RW-QTY(REASON-FOUND-INDEX, WEEK-INDEX)
               ADD WOF-COST TO RW-COST(REASON-FOUND-INDEX, WEEK-INDEX)
               PERFORM FIND-OR-ADD-DETAIL
               IF DETAIL-FOUND-INDEX > 0
                   ADD WOF-QTY
                       TO SDW-QTY(DETAIL-FOUND-INDEX, WEEK-INDEX)
                   ADD WOF-COST
                       TO SDW-COST(DETAIL-FOUND-INDEX, WEEK-INDEX)
               END-IF
           END-IF
       .

       FIND-OR-ADD-DETAIL.
           MOVE 0 TO DETAIL-FOUND-INDEX
           PERFORM VARYING DETAIL-INDEX FROM 1 BY 1
           UNTIL DETAIL-INDEX > DETAIL-COUNT
               IF SD-SKU(DETAIL-INDEX) = WOF-SKU
               AND SD-LOCATION(DETAIL-INDEX) = WOF-LOCATION
               AND SD-REASON-INDEX(DETAIL-INDEX) = REASON-FOUND-INDEX
                   MOVE DETAIL-INDEX TO DETAIL-FOUND-INDEX
               END-IF
           END-PERFORM
           IF DETAIL-FOUND-INDEX = 0
               IF DETAIL-COUNT < 1000
                   ADD 1 TO DETAIL-COUNT
                   MOVE DETAIL-COUNT TO DETAIL-FOUND-INDEX
                   INITIALIZE DETAIL-ENTRY(DETAIL-COUNT)
                   MOVE WOF-SKU TO SD-SKU(DETAIL-COUNT)
                   MOVE WOF-LOCATION TO SD-LOCATION(DETAIL-COUNT)
                   MOVE REASON-FOUND-INDEX
                       TO SD-REASON-INDEX(DETAIL-COUNT)
               ELSE
                   ADD 1 TO DETAILS-DROPPED
               END-IF
           END-IF
       .

      *>  One line per reason code, with the four prior weeks' cost
      *>  spelled out beneath it, then the all-reasons total.
       WRITE-REASON-SECTION.
           MOVE SPACES TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           MOVE SPACES TO SHRINK-REPORT-LINE
           STRING "BY REASON             QTY    THIS WEEK"
               "   PRIOR 4 WK AVG   TREND"
               DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           PERFORM VARYING REASON-INDEX FROM 1 BY 1
           UNTIL REASON-INDEX > WRITE-OFF-REASON-COUNT
               MOVE RW-QTY(REASON-INDEX, 1) TO THIS-WEEK-QTY
               MOVE RW-COST(REASON-INDEX, 1) TO THIS-WEEK-COST
               COMPUTE PRIOR-WEEKS-COST = RW-COST(REASON-INDEX, 2)
                   + RW-COST(REASON-INDEX, 3)
                   + RW-COST(REASON-INDEX, 4)
                   + RW-COST(REASON-INDEX, 5)
               ADD THIS-WEEK-QTY TO TOTAL-WEEK-QTY
               ADD THIS-WEEK-COST TO TOTAL-WEEK-COST
               ADD PRIOR-WEEKS-COST TO TOTAL-PRIOR-COST
               PERFORM COMPUTE-TREND
               MOVE THIS-WEEK-QTY TO QTY-EDIT
               MOVE THIS-WEEK-COST TO COST-EDIT
               MOVE PRIOR-AVERAGE-COST TO AVERAGE-EDIT
               MOVE SPACES TO SHRINK-REPORT-LINE
               STRING WOR-CODE(REASON-INDEX) " "
                   WOR-DESCRIPTION(REASON-INDEX)
                   " " QTY-EDIT " " COST-EDIT
                   "     " AVERAGE-EDIT "   " TREND-TEXT
                   DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
               WRITE SHRINK-REPORT-LINE
               MOVE SPACES TO SHRINK-REPORT-LINE
               MOVE 1 TO LINE-POINTER
               STRING "   PRIOR WEEKS"
                   DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
                   WITH POINTER LINE-POINTER
               PERFORM VARYING WEEK-INDEX FROM 2 BY 1
               UNTIL WEEK-INDEX > 5
                   MOVE RW-COST(REASON-INDEX, WEEK-INDEX)
                       TO PRIOR-COST-EDIT
                   COMPUTE PRIOR-WEEK-LABEL = WEEK-INDEX - 1
                   STRING "  -" PRIOR-WEEK-LABEL PRIOR-COST-EDIT
                       DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
                       WITH POINTER LINE-POINTER
               END-PERFORM
               WRITE SHRINK-REPORT-LINE
           END-PERFORM
           MOVE TOTAL-WEEK-COST TO THIS-WEEK-COST
           MOVE TOTAL-PRIOR-COST TO PRIOR-WEEKS-COST
           PERFORM COMPUTE-TREND
           MOVE TOTAL-WEEK-QTY TO QTY-EDIT
           MOVE TOTAL-WEEK-COST TO COST-EDIT
           MOVE PRIOR-AVERAGE-COST TO AVERAGE-EDIT
           MOVE SPACES TO SHRINK-REPORT-LINE
           STRING "ALL REASONS       " QTY-EDIT " " COST-EDIT
               "     " AVERAGE-EDIT "   " TREND-TEXT
               DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
       .

      *>  Every SKU, location and reason with a write-off in the
      *>  five weeks - one that has stopped shrinking shows a zero
      *>  week and a DOWN trend rather than vanishing.
       WRITE-DETAIL-SECTION.
           MOVE SPACES TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           MOVE SPACES TO SHRINK-REPORT-LINE
           STRING "BY SKU / LOCATION / REASON"
               "           QTY   THIS WEEK   PRIOR AVG   TREND"
               DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           PERFORM VARYING DETAIL-INDEX FROM 1 BY 1
           UNTIL DETAIL-INDEX > DETAIL-COUNT
               MOVE SDW-QTY(DETAIL-INDEX, 1) TO THIS-WEEK-QTY
               MOVE SDW-COST(DETAIL-INDEX, 1) TO THIS-WEEK-COST
               COMPUTE PRIOR-WEEKS-COST = SDW-COST(DETAIL-INDEX, 2)
                   + SDW-COST(DETAIL-INDEX, 3)
                   + SDW-COST(DETAIL-INDEX, 4)
                   + SDW-COST(DETAIL-INDEX, 5)
               PERFORM COMPUTE-TREND
               MOVE SD-REASON-INDEX(DETAIL-INDEX) TO REASON-INDEX
               MOVE THIS-WEEK-QTY TO QTY-EDIT
               MOVE THIS-WEEK-COST TO DETAIL-COST-EDIT
               MOVE PRIOR-AVERAGE-COST TO DETAIL-AVERAGE-EDIT
               MOVE SPACES TO SHRINK-REPORT-LINE
               STRING SD-SKU(DETAIL-INDEX) " "
                   SD-LOCATION(DETAIL-INDEX) " "
                   WOR-CODE(REASON-INDEX) " "
                   WOR-DESCRIPTION(REASON-INDEX)
                   QTY-EDIT "  " DETAIL-COST-EDIT
                   "  " DETAIL-AVERAGE-EDIT "   " TREND-TEXT
                   DELIMITED BY SIZE INTO SHRINK-REPORT-LINE
               WRITE SHRINK-REPORT-LINE
           END-PERFORM
       .

      *>  THIS-WEEK-COST against the average of PRIOR-WEEKS-COST over
      *>  four weeks: the signed percentage change, NEW for shrink
      *>  with no prior history, blank when there is none at all.
       COMPUTE-TREND.
           COMPUTE PRIOR-AVERAGE-COST ROUNDED = PRIOR-WEEKS-COST / 4
           MOVE SPACES TO TREND-TEXT
           EVALUATE TRUE
               WHEN PRIOR-AVERAGE-COST > 0
                   COMPUTE TREND-PERCENT ROUNDED =
                       (THIS-WEEK-COST - PRIOR-AVERAGE-COST) * 100
                       / PRIOR-AVERAGE-COST
                       ON SIZE ERROR MOVE 99999.9 TO TREND-PERCENT
                   END-COMPUTE
                   MOVE TREND-PERCENT TO TREND-PERCENT-EDIT
                   STRING TREND-PERCENT-EDIT "%"
                       DELIMITED BY SIZE INTO TREND-TEXT
               WHEN THIS-WEEK-COST > 0
                   MOVE "NEW" TO TREND-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       END PROGRAM SHRINK-REPORT.
