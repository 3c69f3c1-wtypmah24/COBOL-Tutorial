       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-ARCHIVE.
      *>  Month-end archive of finished claims. CLAIMS.DAT and
      *>  CLAIMHST.DAT only ever grew, so the reserve sweep and the
      *>  workload report read years of CLOSED and REJECTED claims
      *>  nobody will touch again. A claim CLOSED or REJECTED longer
      *>  than the configured period (CLMARCH.PRM, days, default
      *>  730) is copied with every one of its history rows to the
      *>  run's dated archive file (CLMARCH.CCYYMMDD, the run-date
      *>  naming LOG-RETENTION uses), entered on the CLMARCAT.DAT
      *>  catalog, and only then deleted from the live files.
      *>
      *>  The register CLMARCH.RPT lists every claim moved and proves
      *>  the run: live claims and history rows before must equal
      *>  those left after plus those archived, and the archive file
      *>  must have grown by exactly what was archived. A run that
      *>  does not balance is a critical exception.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Ops-maintained period, in days closed, before a claim is
      *>  archived; absent or unreadable, the compiled-in 730 days.
           SELECT ARCHIVE-PARAM-FILE ASSIGN TO "CLMARCH.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-PARAM-FILE-STATUS.
      *>  The claims master and keyed status history CLAIM-STATUS
      *>  maintains.
           SELECT CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS CLAIMS-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO "CLAIMHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-KEY
               FILE STATUS IS CLAIM-HISTORY-FILE-STATUS.
      *>  The dated archive - its name is built at run time, the
      *>  same way LOG-RETENTION builds its archive names.
           SELECT CLAIM-ARCHIVE-FILE ASSIGN USING ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-ARCHIVE-FILE-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "CLMARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-CATALOG-FILE-STATUS.
           SELECT ARCHIVE-REGISTER-FILE ASSIGN TO "CLMARCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-REGISTER-FILE-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-PARAM-FILE.
       01  ARCHIVE-PARAM-RECORD.
           05 PRM-ARCHIVE-DAYS PIC 9(04).

      *>  Same layout CLAIM-STATUS files and rewrites.
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05 CLAIM-ID             PIC X(08).
           05 CLAIM-STATUS-CODE    PIC X(09).
           05 CLAIM-REASON         PIC X(20).
           05 CLAIM-CHANGED-DATE   PIC 9(08).
           05 CLAIM-CHANGED-STAMP  PIC X(26).
           05 CLAIM-RESERVE-AMOUNT PIC 9(7)V99.
           05 CLAIM-PAID-TO-DATE   PIC 9(7)V99.
           05 CLAIM-ADJUSTER       PIC X(10).
           05 CLAIM-POLICY-NUMBER  PIC X(10).
           05 CLAIM-LOSS-DATE      PIC 9(08).
           05 CLAIM-DEDUCTIBLE-TAKEN PIC 9(7)V99.
           05 CLAIM-RECOVERED-TO-DATE PIC 9(7)V99.
           05 CLAIM-REPORTED-DATE  PIC 9(08).
           05 CLAIM-CLAIMANT-NAME  PIC X(30).
           05 CLAIM-SCREEN-SCORE   PIC 9(03).
           05 CLAIM-SCREENED-DATE  PIC 9(08).
           05 CLAIM-REFERRAL-FLAG  PIC X(01).

       FD  CLAIM-HISTORY-FILE.
       01  CLAIM-HISTORY-RECORD.
           05 CHS-KEY.
               10 CHS-CLAIM-ID PIC X(08).
               10 CHS-SEQUENCE PIC 9(04).
           05 CHS-FROM-STATUS  PIC X(09).
           05 CHS-TO-STATUS    PIC X(09).
           05 CHS-TIMESTAMP    PIC X(26).
           05 CHS-OPERATOR     PIC X(10).
           05 CHS-APPROVER     PIC X(10).

       FD  CLAIM-ARCHIVE-FILE.
           COPY "CLAIM-ARCHIVE.cpy".

       FD  ARCHIVE-CATALOG-FILE.
           COPY "CLAIM-ARCHIVE-CAT.cpy".

       FD  ARCHIVE-REGISTER-FILE.
       01  ARCHIVE-REGISTER-LINE PIC X(80).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 ARCHIVE-PARAM-FILE-STATUS PIC XX.
          88 NO-ARCHIVE-PARAM-FILE VALUE "35".
       01 CLAIMS-FILE-STATUS   PIC XX.
          88 NO-CLAIMS-FILE    VALUE "35".
          88 NO-MORE-CLAIMS    VALUE "10".
       01 CLAIM-HISTORY-FILE-STATUS PIC XX.
          88 NO-CLAIM-HISTORY-FILE VALUE "35".
       01 HISTORY-FILE-FLAG    PIC X VALUE 'N'.
          88 HISTORY-FILE-READY VALUE 'Y'.
       01 CLAIM-ARCHIVE-FILE-STATUS PIC XX.
          88 NO-CLAIM-ARCHIVE-FILE VALUE "35".
          88 NO-MORE-ARCHIVE-ROWS VALUE "10".
       01 ARCHIVE-CATALOG-FILE-STATUS PIC XX.
          88 NO-ARCHIVE-CATALOG-FILE VALUE "35".
       01 ARCHIVE-REGISTER-FILE-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".
       01 SWEEP-DONE-FLAG      PIC X VALUE 'N'.
          88 SWEEP-DONE        VALUE 'Y'.

       01 ARCHIVE-DAYS         PIC 9(04) VALUE 730.
       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).
       01 CUTOFF-DATE          PIC 9(08) VALUE 0.
       01 ARCHIVE-FILE-NAME    PIC X(20).

      *>  DATE-ARITH call set, per its CHECK-LEAP-YEAR-style USING
      *>  list.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

      *>  Claims due for the archive, picked up in one pass of the
      *>  master and moved by key afterwards, so no delete ever
      *>  lands under an open sequential read. What does not fit
      *>  waits for the next run.
       01 ARCHIVE-PICK-COUNT   PIC 9(04) VALUE 0.
       01 ARCHIVE-PICK-TABLE.
           05 ARCHIVE-PICK-ID  PIC X(08) OCCURS 2000 TIMES.
       01 PICK-INDEX           PIC 9(04).
       01 PICK-TABLE-FULL-FLAG PIC X VALUE 'N'.
          88 PICK-TABLE-FULL   VALUE 'Y'.

      *>  Control totals: the live files before and after, what was
      *>  moved, and the archive file's own row counts either side.
       01 CLAIMS-BEFORE        PIC 9(07) VALUE 0.
       01 CLAIMS-AFTER         PIC 9(07) VALUE 0.
       01 CLAIMS-ARCHIVED      PIC 9(07) VALUE 0.
       01 HISTORY-BEFORE       PIC 9(07) VALUE 0.
       01 HISTORY-AFTER        PIC 9(07) VALUE 0.
       01 HISTORY-ARCHIVED     PIC 9(07) VALUE 0.
       01 CLAIM-HISTORY-ROWS   PIC 9(04).
       01 ARCHIVE-CLAIM-ROWS-BEFORE PIC 9(07) VALUE 0.
       01 ARCHIVE-HIST-ROWS-BEFORE PIC 9(07) VALUE 0.
       01 ARCHIVE-CLAIM-ROWS   PIC 9(07) VALUE 0.
       01 ARCHIVE-HIST-ROWS    PIC 9(07) VALUE 0.
       01 ARCHIVED-PAID-TOTAL  PIC 9(11)V99 VALUE 0.
       01 CONTROL-BALANCE-FLAG PIC X VALUE 'Y'.
          88 CONTROLS-BALANCE  VALUE 'Y'.
       01 CLAIM-DELETE-FLAG    PIC X VALUE 'N'.
          88 CLAIM-DELETED     VALUE 'Y'.
       01 COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01 COUNT-EDIT-2         PIC Z,ZZZ,ZZ9.
       01 COUNT-EDIT-3         PIC Z,ZZZ,ZZ9.
       01 AMOUNT-EDIT          PIC $$,$$$,$$9.99.
       01 TOTAL-AMOUNT-EDIT    PIC $$$,$$$,$$$,$$9.99.
       01 HISTORY-ROWS-EDIT    PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ARCHIVE-PERIOD
           MOVE SPACES TO ARCHIVE-FILE-NAME
           STRING "CLMARCH." TODAYS-DATE-N
               DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME
           OPEN OUTPUT ARCHIVE-REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADING

           OPEN I-O CLAIMS-FILE
           IF NO-CLAIMS-FILE
               DISPLAY "CLAIM-ARCHIVE: NO CLAIMS.DAT - NOTHING TO DO"
               MOVE "  NO CLAIMS.DAT - NOTHING ARCHIVED"
                   TO ARCHIVE-REGISTER-LINE
               WRITE ARCHIVE-REGISTER-LINE
           ELSE
           IF CLAIMS-FILE-STATUS NOT = "00"
           OR CUTOFF-DATE = 0
               DISPLAY "ERROR: CANNOT OPEN CLAIMS.DAT, STATUS="
                   CLAIMS-FILE-STATUS " CUTOFF " CUTOFF-DATE
               MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CLAIMS.DAT " CLAIMS-FILE-STATUS
                   " CUTOFF " CUTOFF-DATE " NOT RUN"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           ELSE
      *>  A claim with no history on file still archives; without
      *>  CLAIMHST.DAT there is simply none to move.
               OPEN I-O CLAIM-HISTORY-FILE
               IF CLAIM-HISTORY-FILE-STATUS = "00"
                   SET HISTORY-FILE-READY TO TRUE
                   PERFORM COUNT-LIVE-HISTORY
                   MOVE HISTORY-AFTER TO HISTORY-BEFORE
               END-IF
               PERFORM COUNT-ARCHIVE-ROWS
               MOVE ARCHIVE-CLAIM-ROWS TO ARCHIVE-CLAIM-ROWS-BEFORE
               MOVE ARCHIVE-HIST-ROWS TO ARCHIVE-HIST-ROWS-BEFORE
               PERFORM PICK-CLAIMS-TO-ARCHIVE
               IF ARCHIVE-PICK-COUNT > 0
                   PERFORM OPEN-ARCHIVE-OUTPUTS
                   PERFORM VARYING PICK-INDEX FROM 1 BY 1
                   UNTIL PICK-INDEX > ARCHIVE-PICK-COUNT
                       PERFORM ARCHIVE-ONE-CLAIM
                   END-PERFORM
                   PERFORM WRITE-ARCHIVE-TRAILER
                   CLOSE CLAIM-ARCHIVE-FILE
                   CLOSE ARCHIVE-CATALOG-FILE
               END-IF
               PERFORM COUNT-LIVE-CLAIMS
               IF HISTORY-FILE-READY
                   PERFORM COUNT-LIVE-HISTORY
                   CLOSE CLAIM-HISTORY-FILE
               END-IF
               PERFORM COUNT-ARCHIVE-ROWS
               PERFORM PROVE-CONTROL-TOTALS
               PERFORM WRITE-REGISTER-TOTALS
               DISPLAY "CLAIM-ARCHIVE: " CLAIMS-ARCHIVED
                   " CLAIMS AND " HISTORY-ARCHIVED
                   " HISTORY ROWS TO " ARCHIVE-FILE-NAME
           END-IF
           END-IF
           CLOSE CLAIMS-FILE
           CLOSE ARCHIVE-REGISTER-FILE
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
           GOBACK.

      *>  The period in days, and the cutoff it puts on the date of
      *>  a claim's last status change.
       LOAD-ARCHIVE-PERIOD.
           OPEN INPUT ARCHIVE-PARAM-FILE
           IF NOT NO-ARCHIVE-PARAM-FILE
               READ ARCHIVE-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-ARCHIVE-DAYS IS NUMERIC
                       AND PRM-ARCHIVE-DAYS > 0
                           MOVE PRM-ARCHIVE-DAYS TO ARCHIVE-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE ARCHIVE-PARAM-FILE
           MOVE 'O' TO DATE-FUNCTION
           MOVE TODAYS-DATE-N TO DATE-ONE
           MOVE 0 TO DATE-TWO
           COMPUTE DATE-OFFSET-DAYS = 0 - ARCHIVE-DAYS
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
               DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
               DATE-RESULT-DATE DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0'
               MOVE DATE-RESULT-DATE TO CUTOFF-DATE
           ELSE
               MOVE 0 TO CUTOFF-DATE
           END-IF
       .

      *>  One pass of the master: every claim counts toward the
      *>  before total, and those CLOSED or REJECTED since before
      *>  the cutoff are picked.
       PICK-CLAIMS-TO-ARCHIVE.
           MOVE LOW-VALUES TO CLAIM-ID
           START CLAIMS-FILE KEY >= CLAIM-ID
               INVALID KEY SET NO-MORE-CLAIMS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-CLAIMS
               READ CLAIMS-FILE NEXT RECORD
                   AT END SET NO-MORE-CLAIMS TO TRUE
               END-READ
               IF CLAIMS-FILE-STATUS NOT = "00"
                   SET NO-MORE-CLAIMS TO TRUE
               END-IF
               IF NOT NO-MORE-CLAIMS
                   ADD 1 TO CLAIMS-BEFORE
                   IF (CLAIM-STATUS-CODE = "CLOSED"
                   OR CLAIM-STATUS-CODE = "REJECTED")
                   AND CLAIM-CHANGED-DATE IS NUMERIC
                   AND CLAIM-CHANGED-DATE > 0
                   AND CLAIM-CHANGED-DATE < CUTOFF-DATE
                       PERFORM PICK-ONE-CLAIM
                   END-IF
               END-IF
           END-PERFORM
       .

       PICK-ONE-CLAIM.
           IF ARCHIVE-PICK-COUNT < 2000
               ADD 1 TO ARCHIVE-PICK-COUNT
               MOVE CLAIM-ID TO ARCHIVE-PICK-ID(ARCHIVE-PICK-COUNT)
           ELSE
               IF NOT PICK-TABLE-FULL
                   SET PICK-TABLE-FULL TO TRUE
                   MOVE "PICK-ONE-CLAIM" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "OVER 2000 CLAIMS DUE - REST NEXT RUN"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  The archive and the catalog are appended to, so a second
      *>  run on the same day adds to that day's file.
       OPEN-ARCHIVE-OUTPUTS.
           OPEN EXTEND CLAIM-ARCHIVE-FILE
           IF NO-CLAIM-ARCHIVE-FILE
               OPEN OUTPUT CLAIM-ARCHIVE-FILE
               CLOSE CLAIM-ARCHIVE-FILE
               OPEN EXTEND CLAIM-ARCHIVE-FILE
           END-IF
           OPEN EXTEND ARCHIVE-CATALOG-FILE
           IF NO-ARCHIVE-CATALOG-FILE
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
               CLOSE ARCHIVE-CATALOG-FILE
               OPEN EXTEND ARCHIVE-CATALOG-FILE
           END-IF
       .

      *>  Copy first, delete after: the claim row, then each of its
      *>  history rows (copied and deleted one at a time), the
      *>  catalog entry, and last the live claim itself.
       ARCHIVE-ONE-CLAIM.
           MOVE ARCHIVE-PICK-ID(PICK-INDEX) TO CLAIM-ID
           READ CLAIMS-FILE
           IF CLAIMS-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE-ONE-CLAIM" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CLAIM " ARCHIVE-PICK-ID(PICK-INDEX)
                   " REREAD FAILED " CLAIMS-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               INITIALIZE CLAIM-ARCHIVE-RECORD
               SET ARC-CLAIM-ROW TO TRUE
               MOVE CLAIM-ID TO ARC-CLAIM-ID
               MOVE TODAYS-DATE-N TO ARC-ARCHIVED-DATE
               MOVE CLAIM-RECORD TO ARC-IMAGE
               WRITE CLAIM-ARCHIVE-RECORD
               MOVE 0 TO CLAIM-HISTORY-ROWS
               IF HISTORY-FILE-READY
                   PERFORM ARCHIVE-CLAIM-HISTORY
               END-IF
               MOVE CLAIM-ID TO CAT-CLAIM-ID
               MOVE ARCHIVE-FILE-NAME TO CAT-ARCHIVE-NAME
               MOVE TODAYS-DATE-N TO CAT-ARCHIVED-DATE
               MOVE CLAIM-STATUS-CODE TO CAT-STATUS-CODE
               MOVE CLAIM-CHANGED-DATE TO CAT-CLOSED-DATE
               MOVE CLAIM-HISTORY-ROWS TO CAT-HISTORY-ROWS
               WRITE CLAIM-ARCHIVE-CAT-RECORD
               MOVE 'N' TO CLAIM-DELETE-FLAG
               DELETE CLAIMS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET CLAIM-DELETED TO TRUE
               END-DELETE
               IF CLAIM-DELETED
                   ADD 1 TO CLAIMS-ARCHIVED
                   IF CLAIM-PAID-TO-DATE IS NUMERIC
                       ADD CLAIM-PAID-TO-DATE TO ARCHIVED-PAID-TOTAL
                   END-IF
                   PERFORM WRITE-REGISTER-CLAIM-LINE
               ELSE
                   MOVE "ARCHIVE-ONE-CLAIM" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "CLAIM " CLAIM-ID
                       " COPIED, NOT DELETED " CLAIMS-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'C' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
       .

      *>  Each pass restarts at the claim's first remaining row, so
      *>  the delete never disturbs a sequential read in progress.
       ARCHIVE-CLAIM-HISTORY.
           MOVE 'N' TO SWEEP-DONE-FLAG
           PERFORM UNTIL SWEEP-DONE
               MOVE CLAIM-ID TO CHS-CLAIM-ID
               MOVE 0 TO CHS-SEQUENCE
               START CLAIM-HISTORY-FILE KEY >= CHS-KEY
                   INVALID KEY SET SWEEP-DONE TO TRUE
               END-START
               IF NOT SWEEP-DONE
                   READ CLAIM-HISTORY-FILE NEXT RECORD
                       AT END SET SWEEP-DONE TO TRUE
                   END-READ
                   IF CLAIM-HISTORY-FILE-STATUS NOT = "00"
                   OR CHS-CLAIM-ID NOT = CLAIM-ID
                       SET SWEEP-DONE TO TRUE
                   END-IF
               END-IF
               IF NOT SWEEP-DONE
                   PERFORM ARCHIVE-ONE-HISTORY-ROW
               END-IF
           END-PERFORM
       .

       ARCHIVE-ONE-HISTORY-ROW.
           INITIALIZE CLAIM-ARCHIVE-RECORD
           SET ARC-HISTORY-ROW TO TRUE
           MOVE CLAIM-ID TO ARC-CLAIM-ID
           MOVE TODAYS-DATE-N TO ARC-ARCHIVED-DATE
           MOVE CLAIM-HISTORY-RECORD TO ARC-IMAGE
           WRITE CLAIM-ARCHIVE-RECORD
           DELETE CLAIM-HISTORY-FILE
               INVALID KEY
                   SET SWEEP-DONE TO TRUE
                   MOVE "ARCHIVE-ONE-HISTORY-ROW"
                       TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "HISTORY " CHS-CLAIM-ID " " CHS-SEQUENCE
                       " NOT DELETED " CLAIM-HISTORY-FILE-STATUS
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'C' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO HISTORY-ARCHIVED
                   ADD 1 TO CLAIM-HISTORY-ROWS
           END-DELETE
       .

      *>  Closes the run's rows in the archive with what the run
      *>  put there.
       WRITE-ARCHIVE-TRAILER.
           INITIALIZE CLAIM-ARCHIVE-RECORD
           SET ARC-TRAILER-ROW TO TRUE
           MOVE SPACES TO ARC-CLAIM-ID
           MOVE TODAYS-DATE-N TO ARC-ARCHIVED-DATE
           MOVE CLAIMS-ARCHIVED TO ARC-TRL-CLAIMS
           MOVE HISTORY-ARCHIVED TO ARC-TRL-HISTORY-ROWS
           MOVE ARCHIVED-PAID-TOTAL TO ARC-TRL-PAID
           WRITE CLAIM-ARCHIVE-RECORD
       .

       COUNT-LIVE-CLAIMS.
           MOVE 0 TO CLAIMS-AFTER
           MOVE 'N' TO SWEEP-DONE-FLAG
           MOVE LOW-VALUES TO CLAIM-ID
           START CLAIMS-FILE KEY >= CLAIM-ID
               INVALID KEY SET SWEEP-DONE TO TRUE
           END-START
           PERFORM UNTIL SWEEP-DONE
               READ CLAIMS-FILE NEXT RECORD
                   AT END SET SWEEP-DONE TO TRUE
               END-READ
               IF CLAIMS-FILE-STATUS NOT = "00"
                   SET SWEEP-DONE TO TRUE
               END-IF
               IF NOT SWEEP-DONE
                   ADD 1 TO CLAIMS-AFTER
               END-IF
           END-PERFORM
       .

       COUNT-LIVE-HISTORY.
           MOVE 0 TO HISTORY-AFTER
           MOVE 'N' TO SWEEP-DONE-FLAG
           MOVE LOW-VALUES TO CHS-KEY
           START CLAIM-HISTORY-FILE KEY >= CHS-KEY
               INVALID KEY SET SWEEP-DONE TO TRUE
           END-START
           PERFORM UNTIL SWEEP-DONE
               READ CLAIM-HISTORY-FILE NEXT RECORD
                   AT END SET SWEEP-DONE TO TRUE
               END-READ
               IF CLAIM-HISTORY-FILE-STATUS NOT = "00"
                   SET SWEEP-DONE TO TRUE
               END-IF
               IF NOT SWEEP-DONE
                   ADD 1 TO HISTORY-AFTER
               END-IF
           END-PERFORM
       .

      *>  Claim and history rows on the dated archive file; a file
      *>  not there yet simply has none.
       COUNT-ARCHIVE-ROWS.
           MOVE 0 TO ARCHIVE-CLAIM-ROWS
           MOVE 0 TO ARCHIVE-HIST-ROWS
           OPEN INPUT CLAIM-ARCHIVE-FILE
           IF CLAIM-ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-ARCHIVE-ROWS
                   READ CLAIM-ARCHIVE-FILE
                       AT END SET NO-MORE-ARCHIVE-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-ARCHIVE-ROWS
                       EVALUATE TRUE
                           WHEN ARC-CLAIM-ROW
                               ADD 1 TO ARCHIVE-CLAIM-ROWS
                           WHEN ARC-HISTORY-ROW
                               ADD 1 TO ARCHIVE-HIST-ROWS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CLAIM-ARCHIVE-FILE
       .

      *>  Nothing lost: before = after + archived on both live
      *>  files, and the archive grew by exactly what was archived.
       PROVE-CONTROL-TOTALS.
           IF CLAIMS-BEFORE NOT = CLAIMS-AFTER + CLAIMS-ARCHIVED
           OR HISTORY-BEFORE NOT = HISTORY-AFTER + HISTORY-ARCHIVED
           OR ARCHIVE-CLAIM-ROWS NOT =
               ARCHIVE-CLAIM-ROWS-BEFORE + CLAIMS-ARCHIVED
           OR ARCHIVE-HIST-ROWS NOT =
               ARCHIVE-HIST-ROWS-BEFORE + HISTORY-ARCHIVED
               MOVE 'N' TO CONTROL-BALANCE-FLAG
               MOVE "PROVE-CONTROL-TOTALS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "ARCHIVE OUT OF BALANCE - SEE CLMARCH.RPT"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "CLAIMS ARCHIVE REGISTER  RUN " TODAYS-DATE-N
               "  TO " ARCHIVE-FILE-NAME
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "CLOSED OR REJECTED BEFORE " CUTOFF-DATE
               " (" ARCHIVE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
       .

       WRITE-REGISTER-CLAIM-LINE.
           MOVE CLAIM-HISTORY-ROWS TO HISTORY-ROWS-EDIT
           MOVE 0 TO AMOUNT-EDIT
           IF CLAIM-PAID-TO-DATE IS NUMERIC
               MOVE CLAIM-PAID-TO-DATE TO AMOUNT-EDIT
           END-IF
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "  " CLAIM-ID " " CLAIM-STATUS-CODE
               " SINCE " CLAIM-CHANGED-DATE
               " PAID " AMOUNT-EDIT
               " HISTORY " HISTORY-ROWS-EDIT
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
       .

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE "CONTROL TOTALS         BEFORE     AFTER  ARCHIVED"
               TO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE CLAIMS-BEFORE TO COUNT-EDIT
           MOVE CLAIMS-AFTER TO COUNT-EDIT-2
           MOVE CLAIMS-ARCHIVED TO COUNT-EDIT-3
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "  CLAIMS.DAT       " COUNT-EDIT " " COUNT-EDIT-2
               " " COUNT-EDIT-3
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE HISTORY-BEFORE TO COUNT-EDIT
           MOVE HISTORY-AFTER TO COUNT-EDIT-2
           MOVE HISTORY-ARCHIVED TO COUNT-EDIT-3
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "  CLAIMHST.DAT     " COUNT-EDIT " " COUNT-EDIT-2
               " " COUNT-EDIT-3
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE ARCHIVE-CLAIM-ROWS-BEFORE TO COUNT-EDIT
           MOVE ARCHIVE-CLAIM-ROWS TO COUNT-EDIT-2
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "  ARCHIVE CLAIMS   " COUNT-EDIT " " COUNT-EDIT-2
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE ARCHIVE-HIST-ROWS-BEFORE TO COUNT-EDIT
           MOVE ARCHIVE-HIST-ROWS TO COUNT-EDIT-2
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "  ARCHIVE HISTORY  " COUNT-EDIT " " COUNT-EDIT-2
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           MOVE ARCHIVED-PAID-TOTAL TO TOTAL-AMOUNT-EDIT
           MOVE SPACES TO ARCHIVE-REGISTER-LINE
           STRING "  PAID ON ARCHIVED CLAIMS " TOTAL-AMOUNT-EDIT
               DELIMITED BY SIZE INTO ARCHIVE-REGISTER-LINE
           WRITE ARCHIVE-REGISTER-LINE
           IF CONTROLS-BALANCE
               MOVE "CONTROL TOTALS BALANCE - NOTHING LOST"
                   TO ARCHIVE-REGISTER-LINE
           ELSE
               MOVE "** CONTROL TOTALS DO NOT BALANCE **"
                   TO ARCHIVE-REGISTER-LINE
           END-IF
           WRITE ARCHIVE-REGISTER-LINE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "CLAIM-ARCHIVE" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM CLAIM-ARCHIVE.
