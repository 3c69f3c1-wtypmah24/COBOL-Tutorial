      *>  rewritten with before/after images to EMPHIST.DAT as usual,
      *>  the move is appended to the DEPTXFER.LOG transfer history,
      *>  and rows not yet effective stay staged for a later night.
      *>  Each row names the open POSITION.DAT position the employee
      *>  moves into; the move vacates the seat left behind and fills
      *>  the new one, so a transfer can no longer put a department
      *>  over its budgeted headcount.
      *>  XFERRPT.RPT lists the run month's moves so the department
      *>  labor numbers can be trusted at month end.
       ENVIRONMENT DIVISION.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.
      *>  Position control (POSITION-MAINT): the transfer must name an
      *>  open position of the new department.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-ID
               FILE STATUS IS POSITION-FILE-STATUS.
      *>  Append-only history of applied transfers, the source for
      *>  the monthly report.
           SELECT TRANSFER-LOG-FILE ASSIGN TO "DEPTXFER.LOG"
           05 XFR-EMP-ID       PIC X(06).
           05 XFR-NEW-DEPT     PIC X(04).
           05 XFR-EFF-DATE     PIC 9(08).
           05 XFR-POSITION-ID  PIC X(06).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).

       FD  POSITION-FILE.
           COPY "POSITION.cpy".

       FD  TRANSFER-LOG-FILE.
       01  TRANSFER-LOG-RECORD.
           05 XLOG-APPLIED-DATE PIC 9(08).
       01  TRANSFER-REPORT-LINE PIC X(80).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).
          88 MASTER-RECORD-NOT-FOUND VALUE "23".
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-MORE-DEPT-REFS VALUE "10".
      *>  When POSITION.DAT is missing transfers apply without a
      *>  position, the same degrade the department table applies.
       01 POSITION-FILE-STATUS PIC XX.
          88 NO-POSITION-FILE  VALUE "35".
          88 NO-MORE-POSITIONS VALUE "10".
       01 POSITION-CONTROL-FLAG PIC X VALUE 'N'.
          88 POSITION-CONTROL-ON VALUE 'Y'.
       01 POSITION-CHECK-FLAG  PIC X VALUE 'N'.
          88 POSITION-IN-DEPT  VALUE 'I' 'O'.
          88 POSITION-IS-OPEN  VALUE 'O'.
       01 TRANSFER-LOG-FILE-STATUS PIC XX.
          88 NO-TRANSFER-LOG-FILE VALUE "35".
          88 NO-MORE-LOG-ROWS  VALUE "10".
               10 PEND-EMP-ID   PIC X(06).
               10 PEND-NEW-DEPT PIC X(04).
               10 PEND-EFF-DATE PIC 9(08).
               10 PEND-POSITION-ID PIC X(06).
       01 PENDING-INDEX        PIC 9(03).


                    PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM OPEN-POSITION-FILE
                    PERFORM UNTIL NO-MORE-TRANSFERS
                        READ TRANSFER-FILE
                            AT END SET NO-MORE-TRANSFERS TO TRUE
                        END-IF
                    END-PERFORM
                    CLOSE EMPLOYEE-MASTER
                    IF POSITION-CONTROL-ON
                        CLOSE POSITION-FILE
                    END-IF
                END-IF
                CLOSE TRANSFER-FILE
                PERFORM RESTAGE-PENDING-TRANSFERS
      *>  due transfer rewrites the master with its history images.
       PROCESS-ONE-TRANSFER.
           PERFORM CHECK-DEPT-CODE
           PERFORM CHECK-TRANSFER-POSITION
           EVALUATE TRUE
               WHEN XFR-EFF-DATE NOT NUMERIC OR XFR-EMP-ID = SPACES
                   ADD 1 TO TRANSFERS-REJECTED
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN NOT POSITION-IN-DEPT
                   ADD 1 TO TRANSFERS-REJECTED
                   MOVE "PROCESS-ONE-TRANSFER"
                       TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "NO POSITION " XFR-POSITION-ID " IN "
                       XFR-NEW-DEPT " FOR " XFR-EMP-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN XFR-EFF-DATE > TODAYS-DATE-N
                   ADD 1 TO TRANSFERS-HELD
                   IF PENDING-COUNT < 200
                           TO PEND-NEW-DEPT(PENDING-COUNT)
                       MOVE XFR-EFF-DATE
                           TO PEND-EFF-DATE(PENDING-COUNT)
                       MOVE XFR-POSITION-ID
                           TO PEND-POSITION-ID(PENDING-COUNT)
                   END-IF
               WHEN OTHER
                   PERFORM APPLY-ONE-TRANSFER
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
      *>  The seat is checked on the night the move applies, since
      *>  it may have been filled since the row was staged.
               WHEN NOT POSITION-IS-OPEN
                   ADD 1 TO TRANSFERS-REJECTED
                   MOVE "APPLY-ONE-TRANSFER" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "POSITION " XFR-POSITION-ID " FILLED BY "
                       POS-FILLED-BY " - " XFR-EMP-ID " NOT MOVED"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN OTHER
                   MOVE EMPLOYEE-MASTER-RECORD TO HIST-PRIOR-IMAGE
                   MOVE MASTER-DEPT-CODE TO XLOG-FROM-DEPT
                       MOVE "REWRITE" TO HIST-ACTION
                       PERFORM WRITE-EMPLOYEE-HISTORY
                       PERFORM WRITE-TRANSFER-LOG-LINE
                       IF POSITION-CONTROL-ON
                           PERFORM MOVE-EMPLOYEE-POSITION
                       END-IF
                       ADD 1 TO TRANSFERS-APPLIED
                   ELSE
                       ADD 1 TO TRANSFERS-REJECTED
           END-EVALUATE
       .

      *>  POSITION.DAT is held open I-O for the run beside the
      *>  master; without it, position control is off for the night.
       OPEN-POSITION-FILE.
           MOVE 'N' TO POSITION-CONTROL-FLAG
           OPEN I-O POSITION-FILE
           IF POSITION-FILE-STATUS = "00"
               SET POSITION-CONTROL-ON TO TRUE
           ELSE
               DISPLAY "WARNING: NO POSITION.DAT - TRANSFERS NOT"
                   " CHECKED AGAINST BUDGETED POSITIONS"
           END-IF
       .

      *>  'I' the named position is in the new department, 'O' it is
      *>  also open - vacant, or already this employee's. Without
      *>  position control every row passes as open.
       CHECK-TRANSFER-POSITION.
           MOVE 'N' TO POSITION-CHECK-FLAG
           IF NOT POSITION-CONTROL-ON
               MOVE 'O' TO POSITION-CHECK-FLAG
           ELSE
               IF XFR-POSITION-ID NOT = SPACES
                   MOVE XFR-POSITION-ID TO POS-ID
                   READ POSITION-FILE
                   IF POSITION-FILE-STATUS = "00"
                   AND POS-DEPT-CODE = XFR-NEW-DEPT
                       IF POS-VACANT OR POS-FILLED-BY = XFR-EMP-ID
                           MOVE 'O' TO POSITION-CHECK-FLAG
                       ELSE
                           MOVE 'I' TO POSITION-CHECK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

      *>  The seat left behind is vacated and the named one filled as
      *>  of the effective date.
       MOVE-EMPLOYEE-POSITION.
           MOVE LOW-VALUES TO POS-ID
           START POSITION-FILE KEY >= POS-ID
               INVALID KEY SET NO-MORE-POSITIONS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-POSITIONS
               READ POSITION-FILE NEXT RECORD
                   AT END SET NO-MORE-POSITIONS TO TRUE
               END-READ
               IF POSITION-FILE-STATUS = "00"
               AND POS-FILLED-BY = XFR-EMP-ID
               AND POS-ID NOT = XFR-POSITION-ID
                   MOVE SPACES TO POS-FILLED-BY
                   MOVE 0 TO POS-FILLED-DATE
                   REWRITE POSITION-RECORD
               END-IF
               IF POSITION-FILE-STATUS NOT = "00"
                   SET NO-MORE-POSITIONS TO TRUE
               END-IF
           END-PERFORM
           MOVE XFR-POSITION-ID TO POS-ID
           READ POSITION-FILE
           IF POSITION-FILE-STATUS = "00"
               MOVE XFR-EMP-ID TO POS-FILLED-BY
               MOVE XFR-EFF-DATE TO POS-FILLED-DATE
               REWRITE POSITION-RECORD
           END-IF
           IF POSITION-FILE-STATUS NOT = "00"
               MOVE "MOVE-EMP-POSITION" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "POSITION " XFR-POSITION-ID " NOT SEATED FOR "
                   XFR-EMP-ID " STATUS=" POSITION-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       WRITE-TRANSFER-LOG-LINE.
           MOVE TODAYS-DATE-N TO XLOG-APPLIED-DATE
           MOVE XFR-EMP-ID TO XLOG-EMP-ID
               MOVE PEND-EMP-ID(PENDING-INDEX) TO XFR-EMP-ID
               MOVE PEND-NEW-DEPT(PENDING-INDEX) TO XFR-NEW-DEPT
               MOVE PEND-EFF-DATE(PENDING-INDEX) TO XFR-EFF-DATE
               MOVE PEND-POSITION-ID(PENDING-INDEX) TO XFR-POSITION-ID
               WRITE TRANSFER-RECORD
           END-PERFORM
           CLOSE TRANSFER-FILE
