       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-REPORT.
      *>  Nightly volume and growth check over the shop's masters,
      *>  histories and logs. Every file on the list below is
      *>  counted, tonight's count is appended to the VOLHIST.DAT
      *>  volume history, and CAPACITY.RPT sets each count against
      *>  the in-program table that has to hold it: the growth per
      *>  day over the last thirty days of history, and the days
      *>  left at that rate before the table is full. A file past
      *>  the warning percentage of its ceiling (CAPACITY.PRM, else
      *>  eighty) is raised as a warning exception, so a table limit
      *>  is a planned change instead of a 2 a.m. subscript abend.
      *>  Histories and logs with no table behind them are counted
      *>  for their growth alone - that is the disk side of the same
      *>  question.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Ops-maintained warning percentage, two digits; absent or
      *>  unreadable, the compiled-in eighty applies.
           SELECT CAPACITY-PARAM-FILE ASSIGN TO "CAPACITY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-PARAM-FILE-STATUS.
      *>  Whichever line-sequential file is being counted; the name
      *>  comes off the file list at run time.
           SELECT COUNTED-FILE ASSIGN USING COUNTED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNTED-FILE-STATUS.
      *>  The two indexed masters are read through their own keys.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT VOTER-MASTER-FILE ASSIGN TO "VOTERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VOTER-ID
               FILE STATUS IS VOTER-MASTER-FILE-STATUS.
      *>  One row per file per night, appended.
           SELECT VOLUME-HISTORY-FILE ASSIGN TO "VOLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLUME-HISTORY-FILE-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPACITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-PARAM-FILE.
       01  CAPACITY-PARAM-RECORD.
           05 PRM-WARN-PERCENT   PIC X(02).

       FD  COUNTED-FILE.
       01  COUNTED-RECORD        PIC X(200).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  VOTER-MASTER-FILE.
           COPY "VOTER-MASTER.cpy".

       FD  VOLUME-HISTORY-FILE.
       01  VOLUME-HISTORY-RECORD.
           05 VH-FILE-NAME       PIC X(12).
           05 FILLER             PIC X(01).
           05 VH-RUN-DATE        PIC 9(08).
           05 FILLER             PIC X(01).
           05 VH-RECORD-COUNT    PIC 9(09).

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE  PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "source program, paragraph, description" layout
      *>  shared with the nightly control program and Assignment-2.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 CAPACITY-PARAM-FILE-STATUS PIC XX.
          88 NO-CAPACITY-PARAM-FILE VALUE "35".
       01 COUNTED-FILE-STATUS  PIC XX.
          88 NO-COUNTED-FILE   VALUE "35".
          88 NO-MORE-COUNTED-RECORDS VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
          88 NO-MASTER-FILE    VALUE "35".
          88 NO-MORE-MASTER-RECORDS VALUE "10".
       01 VOTER-MASTER-FILE-STATUS PIC XX.
          88 NO-VOTER-MASTER-FILE VALUE "35".
          88 NO-MORE-VOTER-RECORDS VALUE "10".
       01 VOLUME-HISTORY-FILE-STATUS PIC XX.
          88 NO-VOLUME-HISTORY-FILE VALUE "35".
          88 NO-MORE-HISTORY-ROWS VALUE "10".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 WARN-PERCENT         PIC 9(02) VALUE 80.
       01 GROWTH-WINDOW-DAYS   PIC S9(05) VALUE -30.
       01 RUN-DATE             PIC 9(08).
       01 WINDOW-START-DATE    PIC 9(08).

      *>  DATE-ARITH call interface, matched to its LINKAGE pictures.
       01 DA-FUNCTION          PIC X.
       01 DA-DATE-1            PIC 9(08).
       01 DA-DATE-2            PIC 9(08).
       01 DA-OFFSET-DAYS       PIC S9(05).
       01 DA-RESULT-DAYS       PIC S9(07).
       01 DA-RESULT-DATE       PIC 9(08).
       01 DA-DATE-STATUS       PIC X.

      *>  The files watched: name, the record ceiling of the
      *>  in-program table that loads it (zero when nothing holds
      *>  the whole file), the program carrying that table, and how
      *>  the file is read - S line sequential, E the indexed
      *>  employee master, V the indexed voter roll. A file held by
      *>  more than one program is listed against its smallest
      *>  table.
       01 CAPACITY-TABLE-DATA.
           05 FILLER PIC X(37)
               VALUE "PRODINV.DAT  02000 ASSIGNMENT-2     S".
           05 FILLER PIC X(37)
               VALUE "EMPMAST.DAT  02000 INTEGRITY-CHECK  E".
           05 FILLER PIC X(37)
               VALUE "VOTERMST.DAT 02000 CONDITIONAL      V".
           05 FILLER PIC X(37)
               VALUE "HOLIDAYS.DAT 02000 BUSINESS-DAYS    S".
           05 FILLER PIC X(37)
               VALUE "TIMECARD.DAT 02000 TIMECARD-APPROVE S".
           05 FILLER PIC X(37)
               VALUE "EXCSUMM.DAT  00500 EXCEPTION-TRIAGE S".
           05 FILLER PIC X(37)
               VALUE "VIPLIST.DAT  00200 VIP-LIST-MAINT   S".
           05 FILLER PIC X(37)
               VALUE "CIPHER.KEY   00100 KEY-ADMIN        S".
           05 FILLER PIC X(37)
               VALUE "OPALERT.DAT  00100 ALERT-ACK        S".
           05 FILLER PIC X(37)
               VALUE "DEPTREF.DAT  00050 HEADCOUNT-REPORT S".
           05 FILLER PIC X(37)
               VALUE "NIGHTSCH.DAT 00060 OPS-CONSOLE      S".
           05 FILLER PIC X(37)
               VALUE "MENUDEF.DAT  00040 ASSIGNMENT-3     S".
           05 FILLER PIC X(37)
               VALUE "OPERATOR.DAT 00200 OPERATOR-SIGNON  S".
           05 FILLER PIC X(37)
               VALUE "EMPHIST.DAT  00000                  S".
           05 FILLER PIC X(37)
               VALUE "STEPDUR.DAT  00000                  S".
           05 FILLER PIC X(37)
               VALUE "NIGHTCTL.LOG 00000                  S".
           05 FILLER PIC X(37)
               VALUE "SESSION.LOG  00000                  S".
           05 FILLER PIC X(37)
               VALUE "ONBOARD.LOG  00000                  S".
           05 FILLER PIC X(37)
               VALUE "FLAGCHG.TXT  00000                  S".
           05 FILLER PIC X(37)
               VALUE "VOTERLOG.TXT 00000                  S".
           05 FILLER PIC X(37)
               VALUE "HAMMEXC.LOG  00000                  S".
           05 FILLER PIC X(37)
               VALUE "BANKACCT.LOG 00000                  S".
           05 FILLER PIC X(37)
               VALUE "VIPAUDIT.LOG 00000                  S".
           05 FILLER PIC X(37)
               VALUE "KEYADMIN.LOG 00000                  S".
           05 FILLER PIC X(37)
               VALUE "HOLIDAYS.LOG 00000                  S".
           05 FILLER PIC X(37)
               VALUE "DEPTXFER.LOG 00000                  S".
           05 FILLER PIC X(37)
               VALUE "VOLHIST.DAT  00000                  S".
           05 FILLER PIC X(37)
               VALUE "OPERAUD.LOG  00000                  S".
           05 FILLER PIC X(37)
               VALUE "BURSTREG.DAT 00000                  S".
           05 FILLER PIC X(37)
               VALUE "EXCOWNER.DAT 00100 EXC-REG-LOAD     S".
           05 FILLER PIC X(37)
               VALUE "LEAVREQ.DAT  02000 LEAVE-APPROVE    S".
       01 CAPACITY-TABLE REDEFINES CAPACITY-TABLE-DATA.
           05 CAPACITY-ENTRY OCCURS 31 TIMES.
               10 CAP-FILE-NAME PIC X(12).
               10 FILLER        PIC X(01).
               10 CAP-CEILING   PIC 9(05).
               10 FILLER        PIC X(01).
               10 CAP-HOLDER    PIC X(16).
               10 FILLER        PIC X(01).
               10 CAP-ACCESS    PIC X(01).
                  88 CAP-EMPLOYEE-MASTER VALUE 'E'.
                  88 CAP-VOTER-MASTER VALUE 'V'.
       01 CAP-INDEX            PIC 9(02).
       01 CAPACITY-FILE-COUNT  PIC 9(02) VALUE 31.

      *>  Tonight's count and the oldest count inside the growth
      *>  window, per file; a base date of zero means no history in
      *>  the window yet.
       01 VOLUME-TABLE.
           05 VOLUME-ENTRY OCCURS 31 TIMES.
               10 VOL-COUNT     PIC 9(09).
               10 VOL-FOUND     PIC X(01).
                  88 VOL-FILE-MISSING VALUE 'N'.
               10 VOL-BASE-DATE PIC 9(08).
               10 VOL-BASE-COUNT PIC 9(09).

       01 COUNTED-FILE-NAME    PIC X(20).
       01 RECORD-TALLY         PIC 9(09).
       01 USED-PERCENT         PIC 9(05).
       01 GROWTH-PER-DAY       PIC S9(07)V99.
       01 DAYS-TO-CEILING      PIC 9(07).
       01 FILES-WARNED         PIC 9(02) VALUE 0.
       01 PERCENT-EDIT         PIC ZZZZ9.
       01 CEILING-EDIT         PIC ZZZZ9.

       01 REPORT-HEADING-LINE.
           05 FILLER           PIC X(22)
               VALUE "FILE           RECORDS".
           05 FILLER           PIC X(22)
               VALUE "  CEIL   PCT   PER-DAY".
           05 FILLER           PIC X(22)
               VALUE "  DAYS NOTE    HELD BY".
       01 REPORT-DETAIL-LINE.
           05 RPT-FILE-NAME    PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-COUNT        PIC ZZZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-CEILING      PIC ZZZZZ.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-PERCENT      PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-GROWTH       PIC -(5)9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-DAYS-LEFT    PIC ZZZZZ.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-NOTE         PIC X(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPT-HOLDER       PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-WARN-PERCENT
           PERFORM COMPUTE-WINDOW-START

           PERFORM VARYING CAP-INDEX FROM 1 BY 1
           UNTIL CAP-INDEX > CAPACITY-FILE-COUNT
               PERFORM COUNT-ONE-FILE
           END-PERFORM

           PERFORM LOAD-GROWTH-BASELINES
           PERFORM APPEND-VOLUME-HISTORY
           PERFORM WRITE-CAPACITY-REPORT

           DISPLAY "CAPACITY-REPORT: " CAPACITY-FILE-COUNT
               " FILES COUNTED, " FILES-WARNED
               " PAST " WARN-PERCENT " PCT OF CEILING"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

       LOAD-WARN-PERCENT.
           OPEN INPUT CAPACITY-PARAM-FILE
           IF NOT NO-CAPACITY-PARAM-FILE
               READ CAPACITY-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-WARN-PERCENT IS NUMERIC
                       AND PRM-WARN-PERCENT > "00"
                           MOVE PRM-WARN-PERCENT TO WARN-PERCENT
                       END-IF
               END-READ
               CLOSE CAPACITY-PARAM-FILE
           END-IF
       .

      *>  Growth is measured from the oldest history row no more
      *>  than thirty days back.
       COMPUTE-WINDOW-START.
           MOVE 'O' TO DA-FUNCTION
           MOVE RUN-DATE TO DA-DATE-1
           MOVE GROWTH-WINDOW-DAYS TO DA-OFFSET-DAYS
           CALL "DATE-ARITH" USING DA-FUNCTION DA-DATE-1 DA-DATE-2
               DA-OFFSET-DAYS DA-RESULT-DAYS DA-RESULT-DATE
               DA-DATE-STATUS
           IF DA-DATE-STATUS = '0'
               MOVE DA-RESULT-DATE TO WINDOW-START-DATE
           ELSE
               MOVE RUN-DATE TO WINDOW-START-DATE
           END-IF
       .

      *>  A file that is not there tonight counts as zero and is
      *>  left out of the history, so a missing file never reads as
      *>  a shrink.
       COUNT-ONE-FILE.
           MOVE 0 TO RECORD-TALLY
           MOVE 'Y' TO VOL-FOUND(CAP-INDEX)
           MOVE 0 TO VOL-BASE-DATE(CAP-INDEX)
           MOVE 0 TO VOL-BASE-COUNT(CAP-INDEX)
           EVALUATE TRUE
               WHEN CAP-EMPLOYEE-MASTER(CAP-INDEX)
                   PERFORM COUNT-EMPLOYEE-MASTER
               WHEN CAP-VOTER-MASTER(CAP-INDEX)
                   PERFORM COUNT-VOTER-MASTER
               WHEN OTHER
                   PERFORM COUNT-SEQUENTIAL-FILE
           END-EVALUATE
           MOVE RECORD-TALLY TO VOL-COUNT(CAP-INDEX)
       .

       COUNT-SEQUENTIAL-FILE.
           MOVE CAP-FILE-NAME(CAP-INDEX) TO COUNTED-FILE-NAME
           OPEN INPUT COUNTED-FILE
           IF NO-COUNTED-FILE
               MOVE 'N' TO VOL-FOUND(CAP-INDEX)
           ELSE
               PERFORM UNTIL NO-MORE-COUNTED-RECORDS
                   READ COUNTED-FILE
                       AT END SET NO-MORE-COUNTED-RECORDS TO TRUE
                       NOT AT END ADD 1 TO RECORD-TALLY
                   END-READ
               END-PERFORM
               CLOSE COUNTED-FILE
           END-IF
       .

       COUNT-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE 'N' TO VOL-FOUND(CAP-INDEX)
           ELSE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END ADD 1 TO RECORD-TALLY
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF
       .

       COUNT-VOTER-MASTER.
           OPEN INPUT VOTER-MASTER-FILE
           IF VOTER-MASTER-FILE-STATUS NOT = "00"
               MOVE 'N' TO VOL-FOUND(CAP-INDEX)
           ELSE
               PERFORM UNTIL NO-MORE-VOTER-RECORDS
                   READ VOTER-MASTER-FILE NEXT RECORD
                       AT END SET NO-MORE-VOTER-RECORDS TO TRUE
                       NOT AT END ADD 1 TO RECORD-TALLY
                   END-READ
               END-PERFORM
               CLOSE VOTER-MASTER-FILE
           END-IF
       .

      *>  The history appends in run order, so the first row inside
      *>  the window for a file is its oldest; tonight's own rows (a
      *>  rerun) are not a baseline.
       LOAD-GROWTH-BASELINES.
           OPEN INPUT VOLUME-HISTORY-FILE
           IF NOT NO-VOLUME-HISTORY-FILE
               PERFORM UNTIL NO-MORE-HISTORY-ROWS
                   READ VOLUME-HISTORY-FILE
                       AT END SET NO-MORE-HISTORY-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-HISTORY-ROWS
                   AND VH-RUN-DATE IS NUMERIC
                   AND VH-RECORD-COUNT IS NUMERIC
                   AND VH-RUN-DATE >= WINDOW-START-DATE
                   AND VH-RUN-DATE < RUN-DATE
                       PERFORM TAKE-GROWTH-BASELINE
                   END-IF
               END-PERFORM
               CLOSE VOLUME-HISTORY-FILE
           END-IF
       .

       TAKE-GROWTH-BASELINE.
           PERFORM VARYING CAP-INDEX FROM 1 BY 1
           UNTIL CAP-INDEX > CAPACITY-FILE-COUNT
               IF CAP-FILE-NAME(CAP-INDEX) = VH-FILE-NAME
               AND VOL-BASE-DATE(CAP-INDEX) = 0
                   MOVE VH-RUN-DATE TO VOL-BASE-DATE(CAP-INDEX)
                   MOVE VH-RECORD-COUNT TO VOL-BASE-COUNT(CAP-INDEX)
               END-IF
           END-PERFORM
       .

      *>  VOLHIST.DAT may not exist on a fresh checkout; create it
      *>  first rather than lose the first night's counts.
       APPEND-VOLUME-HISTORY.
           OPEN EXTEND VOLUME-HISTORY-FILE
           IF NO-VOLUME-HISTORY-FILE
               OPEN OUTPUT VOLUME-HISTORY-FILE
               CLOSE VOLUME-HISTORY-FILE
               OPEN EXTEND VOLUME-HISTORY-FILE
           END-IF
           PERFORM VARYING CAP-INDEX FROM 1 BY 1
           UNTIL CAP-INDEX > CAPACITY-FILE-COUNT
               IF NOT VOL-FILE-MISSING(CAP-INDEX)
                   MOVE SPACES TO VOLUME-HISTORY-RECORD
                   MOVE CAP-FILE-NAME(CAP-INDEX) TO VH-FILE-NAME
                   MOVE RUN-DATE TO VH-RUN-DATE
                   MOVE VOL-COUNT(CAP-INDEX) TO VH-RECORD-COUNT
                   WRITE VOLUME-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE VOLUME-HISTORY-FILE
       .

       WRITE-CAPACITY-REPORT.
           OPEN OUTPUT CAPACITY-REPORT-FILE
           MOVE SPACES TO CAPACITY-REPORT-LINE
           STRING "DATA VOLUME AND CAPACITY " RUN-DATE
               "  WARNING AT " WARN-PERCENT " PCT OF CEILING"
               DELIMITED BY SIZE INTO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           MOVE REPORT-HEADING-LINE TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           PERFORM VARYING CAP-INDEX FROM 1 BY 1
           UNTIL CAP-INDEX > CAPACITY-FILE-COUNT
               PERFORM WRITE-CAPACITY-LINE
           END-PERFORM
           CLOSE CAPACITY-REPORT-FILE
       .

      *>  Growth per day off the window baseline; days left only
      *>  means something for a file with a ceiling that is still
      *>  growing.
       WRITE-CAPACITY-LINE.
           MOVE 0 TO GROWTH-PER-DAY
           MOVE 0 TO DAYS-TO-CEILING
           MOVE 0 TO USED-PERCENT
           IF VOL-BASE-DATE(CAP-INDEX) > 0
               MOVE 'D' TO DA-FUNCTION
               MOVE VOL-BASE-DATE(CAP-INDEX) TO DA-DATE-1
               MOVE RUN-DATE TO DA-DATE-2
               CALL "DATE-ARITH" USING DA-FUNCTION DA-DATE-1
                   DA-DATE-2 DA-OFFSET-DAYS DA-RESULT-DAYS
                   DA-RESULT-DATE DA-DATE-STATUS
               IF DA-DATE-STATUS = '0'
               AND DA-RESULT-DAYS > 0
                   COMPUTE GROWTH-PER-DAY ROUNDED =
                       (VOL-COUNT(CAP-INDEX)
                        - VOL-BASE-COUNT(CAP-INDEX))
                       / DA-RESULT-DAYS
               END-IF
           END-IF

           MOVE SPACES TO RPT-NOTE
           IF CAP-CEILING(CAP-INDEX) > 0
               COMPUTE USED-PERCENT =
                   VOL-COUNT(CAP-INDEX) * 100
                   / CAP-CEILING(CAP-INDEX)
               IF VOL-COUNT(CAP-INDEX) >= CAP-CEILING(CAP-INDEX)
                   MOVE "FULL" TO RPT-NOTE
               ELSE
                   IF GROWTH-PER-DAY > 0
                       COMPUTE DAYS-TO-CEILING =
                           (CAP-CEILING(CAP-INDEX)
                            - VOL-COUNT(CAP-INDEX))
                           / GROWTH-PER-DAY
                       IF DAYS-TO-CEILING > 99999
                           MOVE 99999 TO DAYS-TO-CEILING
                       END-IF
                   END-IF
                   IF USED-PERCENT >= WARN-PERCENT
                       MOVE "WARNING" TO RPT-NOTE
                   ELSE
                       MOVE "OK" TO RPT-NOTE
                   END-IF
               END-IF
               IF USED-PERCENT >= WARN-PERCENT
                   PERFORM RAISE-CAPACITY-WARNING
               END-IF
           ELSE
               MOVE "NO CEIL" TO RPT-NOTE
           END-IF
           IF VOL-FILE-MISSING(CAP-INDEX)
               MOVE "MISSING" TO RPT-NOTE
           END-IF

           MOVE CAP-FILE-NAME(CAP-INDEX) TO RPT-FILE-NAME
           MOVE VOL-COUNT(CAP-INDEX) TO RPT-COUNT
           MOVE CAP-CEILING(CAP-INDEX) TO RPT-CEILING
           MOVE USED-PERCENT TO RPT-PERCENT
           MOVE GROWTH-PER-DAY TO RPT-GROWTH
           MOVE DAYS-TO-CEILING TO RPT-DAYS-LEFT
           MOVE CAP-HOLDER(CAP-INDEX) TO RPT-HOLDER
           MOVE REPORT-DETAIL-LINE TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
       .

       RAISE-CAPACITY-WARNING.
           ADD 1 TO FILES-WARNED
           MOVE "CAPACITY-REPORT" TO EXC-SOURCE-PROGRAM
           MOVE "WRITE-CAPACITY-LINE" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           MOVE USED-PERCENT TO PERCENT-EDIT
           MOVE CAP-CEILING(CAP-INDEX) TO CEILING-EDIT
           STRING CAP-FILE-NAME(CAP-INDEX) DELIMITED BY SPACE
               " AT" PERCENT-EDIT " PCT OF" CEILING-EDIT " ROWS"
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'W' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file.
       WRITE-EXCEPTION-SUMMARY-LINE.
      *>  EXCSUMM.DAT may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing summary.
           OPEN EXTEND EXCEPTION-SUMMARY-FILE
           IF NO-EXCEPTION-SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-SUMMARY-FILE
               CLOSE EXCEPTION-SUMMARY-FILE
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
           END-IF
           MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
           WRITE EXCEPTION-SUMMARY-LINE
           CLOSE EXCEPTION-SUMMARY-FILE
       .

       END PROGRAM CAPACITY-REPORT.
