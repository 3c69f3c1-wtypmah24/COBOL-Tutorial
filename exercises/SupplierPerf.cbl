      *>  shared DATE-ARITH subprogram), the percentage of lines
      *>  delivered complete, and late deliveries by month - late
      *>  meaning a lead time past the SUPPLATE.PRM threshold
      *>  (default three days; this is produce). Each supplier
      *>  prints under its name from the supplier master, and a
      *>  suspended one is marked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-FILE-STATUS.
      *>  Supplier master kept by SUPPLIER-MAINT, read by code for
      *>  the name and status.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SUPPLIER
               FILE STATUS IS SUPPLIER-MASTER-FILE-STATUS.
           SELECT SUPPLIER-PERF-REPORT ASSIGN TO "SUPPPERF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-PERF-REPORT-STATUS.
           05 FILLER           PIC X(01).
           05 OPO-CLOSE-DATE   PIC 9(08).

       FD  SUPPLIER-MASTER-FILE.
           COPY "SUPPLIER-MASTER.cpy".

       FD  SUPPLIER-PERF-REPORT.
       01  SUPPLIER-PERF-LINE  PIC X(120).

       WORKING-STORAGE SECTION.
       01 LATE-PARAM-FILE-STATUS PIC XX.
          88 NO-OPEN-PO-FILE   VALUE "35".
          88 NO-MORE-OPEN-POS  VALUE "10".
       01 SUPPLIER-PERF-REPORT-STATUS PIC XX.
       01 SUPPLIER-MASTER-FILE-STATUS PIC XX.
          88 NO-SUPPLIER-MASTER-FILE VALUE "35".
       01 SUPPLIER-MASTER-OPEN-FLAG PIC X VALUE 'N'.
          88 SUPPLIER-MASTER-OPEN VALUE 'Y'.
      *>  What prints beside the code: the master's name, or a
      *>  marker when the code is not on the master.
       01 SUPPLIER-PRINT-NAME  PIC X(25).
       01 SUPPLIER-PRINT-STATUS PIC X(10).

       01 LATE-THRESHOLD-DAYS  PIC 9(03) VALUE 3.

               LATE-THRESHOLD-DAYS " DAYS)"
               DELIMITED BY SIZE INTO SUPPLIER-PERF-LINE
           WRITE SUPPLIER-PERF-LINE
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF SUPPLIER-MASTER-FILE-STATUS = "00"
               SET SUPPLIER-MASTER-OPEN TO TRUE
           END-IF
           PERFORM WRITE-ONE-SUPPLIER-LINE
               VARYING SUP-INDEX FROM 1 BY 1
               UNTIL SUP-INDEX > SUPPLIER-TALLY-COUNT
           IF SUPPLIER-MASTER-OPEN
               CLOSE SUPPLIER-MASTER-FILE
           END-IF
           IF SUPPLIER-TALLY-COUNT = 0
               MOVE "NO DELIVERIES RECORDED" TO SUPPLIER-PERF-LINE
               WRITE SUPPLIER-PERF-LINE
           COMPUTE COMPLETE-PCT ROUNDED =
               SUP-CLOSED(SUP-INDEX) * 100
               / (SUP-CLOSED(SUP-INDEX) + SUP-OPEN(SUP-INDEX))
           PERFORM LOOK-UP-SUPPLIER-NAME
           MOVE SPACES TO SUPPLIER-PERF-LINE
           STRING SUP-NAME(SUP-INDEX) " " SUPPLIER-PRINT-NAME
               " AVG " AVERAGE-LEAD-EDIT
               " WORST " SUP-LEAD-WORST(SUP-INDEX)
               " COMPLETE " COMPLETE-PCT " PCT"
               " LATE " SUP-LATE(SUP-INDEX)
               " " SUPPLIER-PRINT-STATUS
               DELIMITED BY SIZE INTO SUPPLIER-PERF-LINE
           WRITE SUPPLIER-PERF-LINE
       .

      *>  SUP-NAME holds the supplier code as the ledger carries it.
       LOOK-UP-SUPPLIER-NAME.
           MOVE "(NOT ON SUPPLIER MASTER)" TO SUPPLIER-PRINT-NAME
           MOVE SPACES TO SUPPLIER-PRINT-STATUS
           IF SUPPLIER-MASTER-OPEN
               MOVE SUP-NAME(SUP-INDEX) TO SM-SUPPLIER
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NAME TO SUPPLIER-PRINT-NAME
                       IF SM-SUSPENDED
                           MOVE "SUSPENDED" TO SUPPLIER-PRINT-STATUS
                       END-IF
               END-READ
           END-IF
       .

       END PROGRAM SUPPLIER-PERF.
