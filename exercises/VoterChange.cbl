       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTER-CHANGE.
      *>  Daily registration change feed for the voter master
      *>  VOTERMST.DAT. The elections office stages one transaction
      *>  per line on VOTERCHG.DAT - (R)egister a new voter, (U)pdate
      *>  a name or date of birth, (M)ove a voter to a new address,
      *>  or remove one (X) as deceased, moved away or otherwise -
      *>  and this step applies them to the master instead of the
      *>  whole roll being restaged before every election. A new
      *>  registration first goes through the same duplicate screen
      *>  CONDITIONAL runs on the roll: an active voter with the same
      *>  name and date of birth rejects it outright, and one whose
      *>  name is within the HAMMING-COMPARE tolerance is registered
      *>  but listed for review. Every WRITE and REWRITE leaves a
      *>  before/after row on VOTERAUD.DAT in the EMPHIST.DAT layout,
      *>  each transaction is listed with its outcome on VOTERCHG.RPT,
      *>  and rejected transactions go on the exception summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-CHANGE-FILE ASSIGN TO "VOTERCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOTER-CHANGE-FILE-STATUS.
           SELECT VOTER-MASTER-FILE ASSIGN TO "VOTERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VOTER-ID
               FILE STATUS IS VOTER-MASTER-FILE-STATUS.
      *>  Before/after image trail for every voter master change,
      *>  the EMPHIST.DAT row shape with the voter record in the
      *>  image columns.
           SELECT VOTER-AUDIT-FILE ASSIGN TO "VOTERAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOTER-AUDIT-FILE-STATUS.
           SELECT VOTER-CHANGE-REPORT-FILE ASSIGN TO "VOTERCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOTER-CHANGE-REPORT-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>  Only the fields the action needs are read: a move takes the
      *>  address and postal code, a removal the reason, an update
      *>  whichever of name and date of birth is not blank.
       FD  VOTER-CHANGE-FILE.
       01  VOTER-CHANGE-RECORD.
           05 VCH-ACTION        PIC X(01).
              88 VCH-REGISTER   VALUE 'R'.
              88 VCH-UPDATE     VALUE 'U'.
              88 VCH-MOVE       VALUE 'M'.
              88 VCH-REMOVE     VALUE 'X'.
           05 VCH-VOTER-ID      PIC X(10).
           05 VCH-NAME          PIC X(10).
           05 VCH-DOB           PIC X(08).
           05 VCH-ADDRESS       PIC X(30).
           05 VCH-POSTCODE      PIC X(08).
           05 VCH-REMOVE-REASON PIC X(01).

       FD  VOTER-MASTER-FILE.
           COPY "VOTER-MASTER.cpy".

       FD  VOTER-AUDIT-FILE.
       01  VOTER-AUDIT-LINE     PIC X(341).

       FD  VOTER-CHANGE-REPORT-FILE.
       01  VOTER-CHANGE-REPORT-LINE PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Same before/after row layout EMPHIST.DAT uses; the images
      *>  carry the voter record left-justified.
           COPY "EMPLOYEE-HISTORY.cpy".
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 VOTER-CHANGE-FILE-STATUS PIC XX.
          88 NO-VOTER-CHANGE-FILE VALUE "35".
          88 NO-MORE-VOTER-CHANGES VALUE "10".
       01 VOTER-MASTER-FILE-STATUS PIC XX.
          88 NO-VOTER-MASTER-FILE VALUE "35".
          88 VOTER-NOT-ON-MASTER VALUE "23".
       01 VOTER-AUDIT-FILE-STATUS PIC XX.
          88 NO-VOTER-AUDIT-FILE VALUE "35".
       01 VOTER-CHANGE-REPORT-STATUS PIC XX.
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

       01 TODAYS-DATE.
           COPY "DATE-FIELDS.cpy"
               REPLACING ==DATE-GROUP-YYYY== BY ==CUR-YYYY==
                         ==DATE-GROUP-MM==   BY ==CUR-MM==
                         ==DATE-GROUP-DD==   BY ==CUR-DD==.
       01 TODAYS-DATE-N REDEFINES TODAYS-DATE PIC 9(08).

      *>  Duplicate screen against the master: the same tolerance
      *>  CONDITIONAL grades the roll against itself with, through
      *>  the shared HAMMING-COMPARE subprogram.
       01 NAME-TOLERANCE-THRESHOLD PIC 9(02) VALUE 2.
       01 DUP-FIRST            PIC X(10).
       01 DUP-SECOND           PIC X(10).
       01 DUP-DIST             PIC 9(02).
       01 DUP-MISMATCH-COUNT   PIC 9(02).
       01 DUP-MISMATCH-POSITIONS.
           05 DUP-MISMATCH-POSITION PIC 9(02) OCCURS 50 TIMES.
       01 DUP-COMPARE-STATUS   PIC X.
       01 BROWSE-DONE-FLAG     PIC X VALUE 'N'.
          88 BROWSE-DONE       VALUE 'Y'.
       01 DUP-RESULT-FLAG      PIC X VALUE SPACE.
          88 DUP-NONE          VALUE SPACE.
          88 DUP-EXACT         VALUE 'D'.
          88 DUP-NEAR-MISS     VALUE 'N'.
       01 DUP-MATCHED-ID       PIC X(10).
       01 DUP-MATCHED-NAME     PIC X(10).

       01 CHANGES-READ         PIC 9(05) VALUE 0.
       01 CHANGES-APPLIED      PIC 9(05) VALUE 0.
       01 CHANGES-REJECTED     PIC 9(05) VALUE 0.
       01 NEAR-MISSES-FLAGGED  PIC 9(05) VALUE 0.
       01 REJECT-REASON        PIC X(30).
       01 OUTCOME-TEXT         PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            OPEN INPUT VOTER-CHANGE-FILE
            IF NO-VOTER-CHANGE-FILE
      *>  No transactions staged is a normal quiet night, not an
      *>  error.
                DISPLAY "VOTER-CHANGE: NO VOTERCHG.DAT - NOTHING"
                    " TO DO"
            ELSE
                PERFORM OPEN-VOTER-MASTER
                IF VOTER-MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "ERROR: CANNOT OPEN VOTERMST.DAT, STATUS="
                        VOTER-MASTER-FILE-STATUS
                    MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                    MOVE SPACES TO EXC-DESCRIPTION
                    STRING "VOTERMST.DAT OPEN FAILED, STATUS="
                        VOTER-MASTER-FILE-STATUS
                        DELIMITED BY SIZE INTO EXC-DESCRIPTION
                    MOVE 'C' TO EXC-SEVERITY
                    PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                    MOVE 1 TO RETURN-CODE
                ELSE
                    OPEN OUTPUT VOTER-CHANGE-REPORT-FILE
                    MOVE SPACES TO VOTER-CHANGE-REPORT-LINE
                    STRING "VOTER REGISTRATION CHANGES APPLIED "
                        TODAYS-DATE-N
                        DELIMITED BY SIZE
                        INTO VOTER-CHANGE-REPORT-LINE
                    WRITE VOTER-CHANGE-REPORT-LINE
                    PERFORM APPLY-ALL-VOTER-CHANGES
                    CLOSE VOTER-CHANGE-REPORT-FILE
                    CLOSE VOTER-MASTER-FILE
                    DISPLAY "VOTER-CHANGE: " CHANGES-APPLIED
                        " APPLIED, " CHANGES-REJECTED " REJECTED, "
                        NEAR-MISSES-FLAGGED " NEAR MISSES"
                END-IF
            END-IF
            CLOSE VOTER-CHANGE-FILE
            IF CHANGES-REJECTED > 0
                MOVE "APPLY-ALL-VOTER-CHAN" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING CHANGES-REJECTED " VOTER CHANGES REJECTED"
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'W' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
            END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  The first feed creates the master; after that it is
      *>  updated in place.
       OPEN-VOTER-MASTER.
           OPEN I-O VOTER-MASTER-FILE
           IF NO-VOTER-MASTER-FILE
               OPEN OUTPUT VOTER-MASTER-FILE
               CLOSE VOTER-MASTER-FILE
               OPEN I-O VOTER-MASTER-FILE
           END-IF
       .

       APPLY-ALL-VOTER-CHANGES.
           PERFORM UNTIL NO-MORE-VOTER-CHANGES
               READ VOTER-CHANGE-FILE
                   AT END SET NO-MORE-VOTER-CHANGES TO TRUE
               END-READ
               IF NOT NO-MORE-VOTER-CHANGES
               AND VOTER-CHANGE-RECORD NOT = SPACES
                   ADD 1 TO CHANGES-READ
                   MOVE SPACES TO REJECT-REASON
                   EVALUATE TRUE
                       WHEN VCH-VOTER-ID = SPACES
                           MOVE "NO VOTER ID" TO REJECT-REASON
                       WHEN VCH-REGISTER
                           PERFORM REGISTER-NEW-VOTER
                       WHEN VCH-UPDATE OR VCH-MOVE OR VCH-REMOVE
                           PERFORM CHANGE-EXISTING-VOTER
                       WHEN OTHER
                           MOVE "UNKNOWN ACTION" TO REJECT-REASON
                   END-EVALUATE
                   IF REJECT-REASON NOT = SPACES
                       PERFORM REJECT-VOTER-CHANGE
                   END-IF
               END-IF
           END-PERFORM
       .

      *>  A new id, a name, and a usable date of birth; then the
      *>  duplicate screen against every active voter on file.
       REGISTER-NEW-VOTER.
           MOVE VCH-VOTER-ID TO VM-VOTER-ID
           READ VOTER-MASTER-FILE
           EVALUATE TRUE
               WHEN VOTER-MASTER-FILE-STATUS = "00"
                   MOVE "ID ALREADY ON MASTER" TO REJECT-REASON
               WHEN NOT VOTER-NOT-ON-MASTER
                   MOVE SPACES TO REJECT-REASON
                   STRING "MASTER READ FAILED, STATUS="
                       VOTER-MASTER-FILE-STATUS
                       DELIMITED BY SIZE INTO REJECT-REASON
               WHEN VCH-NAME = SPACES
                   MOVE "NO NAME" TO REJECT-REASON
               WHEN VCH-DOB NOT NUMERIC OR VCH-DOB = ZERO
                   MOVE "INVALID DATE OF BIRTH" TO REJECT-REASON
               WHEN OTHER
                   PERFORM SCREEN-MASTER-FOR-DUPLICATE
                   IF DUP-EXACT
                       MOVE SPACES TO REJECT-REASON
                       STRING "DUPLICATE OF " DUP-MATCHED-ID
                           DELIMITED BY SIZE INTO REJECT-REASON
                   ELSE
                       PERFORM WRITE-NEW-VOTER
                   END-IF
           END-EVALUATE
       .

      *>  Browses the whole master for active voters sharing the
      *>  date of birth: an identical name is a duplicate, a name
      *>  within tolerance a near miss. An exact match ends the
      *>  browse; a near miss keeps looking for an exact one.
       SCREEN-MASTER-FOR-DUPLICATE.
           MOVE SPACE TO DUP-RESULT-FLAG
           MOVE 'N' TO BROWSE-DONE-FLAG
           MOVE LOW-VALUES TO VM-VOTER-ID
           START VOTER-MASTER-FILE KEY >= VM-VOTER-ID
               INVALID KEY SET BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL BROWSE-DONE
               READ VOTER-MASTER-FILE NEXT RECORD
                   AT END SET BROWSE-DONE TO TRUE
               END-READ
               IF VOTER-MASTER-FILE-STATUS NOT = "00"
                   SET BROWSE-DONE TO TRUE
               END-IF
               IF NOT BROWSE-DONE
               AND VM-ACTIVE
               AND VM-DOB = VCH-DOB
                   PERFORM GRADE-MASTER-PAIR
               END-IF
           END-PERFORM
       .

       GRADE-MASTER-PAIR.
           IF VM-NAME = VCH-NAME
               SET DUP-EXACT TO TRUE
               MOVE VM-VOTER-ID TO DUP-MATCHED-ID
               MOVE VM-NAME TO DUP-MATCHED-NAME
               SET BROWSE-DONE TO TRUE
           ELSE
               MOVE VM-NAME TO DUP-FIRST
               MOVE VCH-NAME TO DUP-SECOND
               CALL "HAMMING-COMPARE" USING DUP-FIRST DUP-SECOND
                   DUP-DIST DUP-MISMATCH-COUNT
                   DUP-MISMATCH-POSITIONS DUP-COMPARE-STATUS
               IF DUP-COMPARE-STATUS = '0'
               AND DUP-DIST > 0
               AND DUP-DIST <= NAME-TOLERANCE-THRESHOLD
               AND DUP-NONE
                   SET DUP-NEAR-MISS TO TRUE
                   MOVE VM-VOTER-ID TO DUP-MATCHED-ID
                   MOVE VM-NAME TO DUP-MATCHED-NAME
               END-IF
           END-IF
       .

       WRITE-NEW-VOTER.
           MOVE SPACES TO VOTER-MASTER-RECORD
           MOVE VCH-VOTER-ID TO VM-VOTER-ID
           MOVE VCH-NAME TO VM-NAME
           MOVE VCH-DOB TO VM-DOB
           MOVE VCH-ADDRESS TO VM-ADDRESS
           MOVE VCH-POSTCODE TO VM-POSTCODE
           SET VM-ACTIVE TO TRUE
           MOVE TODAYS-DATE-N TO VM-REGISTERED-DATE
           MOVE TODAYS-DATE-N TO VM-CHANGED-DATE
           WRITE VOTER-MASTER-RECORD
           IF VOTER-MASTER-FILE-STATUS = "00"
               MOVE SPACES TO HIST-PRIOR-IMAGE
               MOVE VOTER-MASTER-RECORD TO HIST-NEW-IMAGE
               MOVE "REGISTER" TO HIST-ACTION
               PERFORM WRITE-VOTER-AUDIT
               ADD 1 TO CHANGES-APPLIED
               MOVE "REGISTERED" TO OUTCOME-TEXT
               PERFORM WRITE-APPLIED-LINE
               IF DUP-NEAR-MISS
                   ADD 1 TO NEAR-MISSES-FLAGGED
                   MOVE SPACES TO VOTER-CHANGE-REPORT-LINE
                   STRING "    REVIEW NEAR MISS: " VCH-NAME " / "
                       DUP-MATCHED-NAME " (" DUP-MATCHED-ID ") DOB "
                       VCH-DOB
                       DELIMITED BY SIZE
                       INTO VOTER-CHANGE-REPORT-LINE
                   WRITE VOTER-CHANGE-REPORT-LINE
               END-IF
           ELSE
               MOVE SPACES TO REJECT-REASON
               STRING "MASTER WRITE FAILED, STATUS="
                   VOTER-MASTER-FILE-STATUS
                   DELIMITED BY SIZE INTO REJECT-REASON
               MOVE 2 TO RETURN-CODE
           END-IF
       .

      *>  Update, move and removal all apply to a voter still on the
      *>  roll; a removed voter has to be registered again under a
      *>  new id.
       CHANGE-EXISTING-VOTER.
           MOVE VCH-VOTER-ID TO VM-VOTER-ID
           READ VOTER-MASTER-FILE
           EVALUATE TRUE
               WHEN VOTER-NOT-ON-MASTER
                   MOVE "NOT ON MASTER" TO REJECT-REASON
               WHEN VOTER-MASTER-FILE-STATUS NOT = "00"
                   MOVE SPACES TO REJECT-REASON
                   STRING "MASTER READ FAILED, STATUS="
                       VOTER-MASTER-FILE-STATUS
                       DELIMITED BY SIZE INTO REJECT-REASON
               WHEN VM-REMOVED
                   MOVE "VOTER ALREADY REMOVED" TO REJECT-REASON
               WHEN VCH-UPDATE
               AND VCH-NAME = SPACES AND VCH-DOB = SPACES
                   MOVE "NOTHING TO UPDATE" TO REJECT-REASON
               WHEN VCH-UPDATE
               AND VCH-DOB NOT = SPACES
               AND (VCH-DOB NOT NUMERIC OR VCH-DOB = ZERO)
                   MOVE "INVALID DATE OF BIRTH" TO REJECT-REASON
               WHEN VCH-MOVE
               AND (VCH-ADDRESS = SPACES OR VCH-POSTCODE = SPACES)
                   MOVE "NO NEW ADDRESS" TO REJECT-REASON
               WHEN OTHER
                   MOVE VOTER-MASTER-RECORD TO HIST-PRIOR-IMAGE
                   EVALUATE TRUE
                       WHEN VCH-UPDATE
                           IF VCH-NAME NOT = SPACES
                               MOVE VCH-NAME TO VM-NAME
                           END-IF
                           IF VCH-DOB NOT = SPACES
                               MOVE VCH-DOB TO VM-DOB
                           END-IF
                           MOVE "UPDATE" TO HIST-ACTION
                           MOVE "UPDATED" TO OUTCOME-TEXT
                       WHEN VCH-MOVE
                           MOVE VCH-ADDRESS TO VM-ADDRESS
                           MOVE VCH-POSTCODE TO VM-POSTCODE
                           MOVE "MOVE" TO HIST-ACTION
                           MOVE "MOVED" TO OUTCOME-TEXT
                       WHEN OTHER
                           SET VM-REMOVED TO TRUE
                           MOVE VCH-REMOVE-REASON TO VM-REMOVE-REASON
                           IF NOT VM-REMOVED-DECEASED
                           AND NOT VM-REMOVED-MOVED-AWAY
                               SET VM-REMOVED-OTHER TO TRUE
                           END-IF
                           MOVE "REMOVE" TO HIST-ACTION
                           MOVE "REMOVED" TO OUTCOME-TEXT
                   END-EVALUATE
                   MOVE TODAYS-DATE-N TO VM-CHANGED-DATE
                   REWRITE VOTER-MASTER-RECORD
                   IF VOTER-MASTER-FILE-STATUS = "00"
                       MOVE VOTER-MASTER-RECORD TO HIST-NEW-IMAGE
                       PERFORM WRITE-VOTER-AUDIT
                       ADD 1 TO CHANGES-APPLIED
                       PERFORM WRITE-APPLIED-LINE
                   ELSE
                       MOVE SPACES TO REJECT-REASON
                       STRING "MASTER REWRITE FAILED, STATUS="
                           VOTER-MASTER-FILE-STATUS
                           DELIMITED BY SIZE INTO REJECT-REASON
                       MOVE 2 TO RETURN-CODE
                   END-IF
           END-EVALUATE
       .

       WRITE-APPLIED-LINE.
           MOVE SPACES TO VOTER-CHANGE-REPORT-LINE
           STRING "  " VCH-ACTION " " VM-VOTER-ID " " OUTCOME-TEXT
               " " VM-NAME " " VM-DOB " " VM-ADDRESS " " VM-POSTCODE
               DELIMITED BY SIZE INTO VOTER-CHANGE-REPORT-LINE
           WRITE VOTER-CHANGE-REPORT-LINE
       .

       REJECT-VOTER-CHANGE.
           ADD 1 TO CHANGES-REJECTED
           MOVE SPACES TO VOTER-CHANGE-REPORT-LINE
           STRING "  " VCH-ACTION " " VCH-VOTER-ID " REJECTED     "
               VCH-NAME " " REJECT-REASON
               DELIMITED BY SIZE INTO VOTER-CHANGE-REPORT-LINE
           WRITE VOTER-CHANGE-REPORT-LINE
       .

      *>  Appends the staged before/after images to VOTERAUD.DAT,
      *>  opened and closed per call the way EMPHIST.DAT is.
       WRITE-VOTER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO HIST-TIMESTAMP
           MOVE "BATCH" TO HIST-OPERATOR
           OPEN EXTEND VOTER-AUDIT-FILE
           IF NO-VOTER-AUDIT-FILE
               OPEN OUTPUT VOTER-AUDIT-FILE
               CLOSE VOTER-AUDIT-FILE
               OPEN EXTEND VOTER-AUDIT-FILE
           END-IF
           MOVE EMPLOYEE-HISTORY-RECORD TO VOTER-AUDIT-LINE
           WRITE VOTER-AUDIT-LINE
           CLOSE VOTER-AUDIT-FILE
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "VOTER-CHANGE" TO EXC-SOURCE-PROGRAM
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

       END PROGRAM VOTER-CHANGE.
