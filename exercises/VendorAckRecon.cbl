      *>  summary and fails the step, so the quarter they silently
      *>  loaded half a file stops the month-end instead of
      *>  surfacing on an invoice.
      *>
      *>  The extract carries dependent (D) and plan (P) rows behind
      *>  each employee (E) row under the same id, so the vendor
      *>  echoes the row type after the id and each acknowledgment
      *>  marks off one row of that type. An ack with no type is an
      *>  employee row, as before the other types existed.
      *>
      *>  Every extract profile on EXTPROF.DAT is reconciled on the
      *>  nights VENDOR-EXTRACT produces it, against its own
      *>  acknowledgment, extract and manifest files, each profile a
      *>  section of the one VENDRECN.RPT. Without EXTPROF.DAT it is
      *>  the original month-end benefits feed on VENDACK.DAT,
      *>  VENDEXT.DAT and VENDMAN.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-PROFILE-FILE ASSIGN TO "EXTPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-PROFILE-FILE-STATUS.
      *>  Acknowledgment, extract and manifest names come from the
      *>  profile being reconciled.
           SELECT VENDOR-ACK-FILE ASSIGN USING ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-ACK-FILE-STATUS.
           SELECT VENDOR-EXTRACT-FILE ASSIGN USING EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-EXTRACT-FILE-STATUS.
           SELECT VENDOR-MANIFEST-FILE ASSIGN USING MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MANIFEST-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "VENDRECN.RPT"

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-PROFILE-FILE.
       01  EXTRACT-PROFILE-LINE PIC X(154).

      *>  Detail lines carry the employee id; the closing CNT line
      *>  carries the vendor's own load count.
       FD  VENDOR-ACK-FILE.
       01  VENDOR-ACK-RECORD.
           05 ACK-EMP-ID       PIC X(06).
           05 ACK-COUNT-VALUE  PIC 9(07).
           05 ACK-DETAIL REDEFINES ACK-COUNT-VALUE.
               10 ACK-RECORD-TYPE PIC X(01).
               10 FILLER       PIC X(06).

      *>  Same layout VENDOR-EXTRACT writes; the KEYID= fingerprint
      *>  header rides first and is skipped here.
       FD  VENDOR-EXTRACT-FILE.
       01  VENDOR-EXTRACT-RECORD.
           05 VEXT-EMP-ID       PIC X(06).
           05 VEXT-NAME         PIC X(30).
           05 VEXT-AGE          PIC 9(03).
           05 VEXT-RETIRE-AGE   PIC 9(03).
           05 VEXT-DEPT-CODE    PIC X(04).
           05 VEXT-RECORD-TYPE  PIC X(01).

       FD  VENDOR-MANIFEST-FILE.
       01  VENDOR-MANIFEST-RECORD.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".
      *>  The profile being reconciled, as VENDOR-EXTRACT produced it.
           COPY "EXTRACT-PROFILE.cpy".

       01 EXTRACT-PROFILE-FILE-STATUS PIC XX.
          88 NO-EXTRACT-PROFILE-FILE VALUE "35".
          88 NO-MORE-EXTRACT-PROFILES VALUE "10".
       01 ACK-FILE-NAME        PIC X(20).
       01 EXTRACT-FILE-NAME    PIC X(20).
       01 MANIFEST-FILE-NAME   PIC X(20).
       01 RUN-DATE             PIC 9(08).
       01 WINDOW-MONTH-END     PIC X VALUE 'N'.
       01 WINDOW-QUARTER-END   PIC X VALUE 'N'.
       01 WINDOW-WEEK-END      PIC X VALUE 'N'.
       01 WINDOW-STATUS        PIC X.
       01 PROFILE-DUE-FLAG     PIC X VALUE 'N'.
          88 PROFILE-IS-DUE    VALUE 'Y'.
       01 REPORT-OPEN-FLAG     PIC X VALUE 'N'.
          88 RECON-REPORT-IS-OPEN VALUE 'Y'.
       01 PROFILES-RECONCILED  PIC 9(03) VALUE 0.

       01 VENDOR-ACK-FILE-STATUS PIC XX.
          88 NO-VENDOR-ACK-FILE VALUE "35".
      *>  off against the other.
       01 SENT-COUNT           PIC 9(04) VALUE 0.
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 5000 TIMES.
               10 SENT-EMP-ID   PIC X(06).
               10 SENT-RECORD-TYPE PIC X(01).
               10 SENT-ACKED    PIC X(01).
       01 SENT-INDEX           PIC 9(04).
       01 ACK-FOUND-FLAG       PIC X VALUE 'N'.
          88 ACK-ID-WAS-SENT   VALUE 'Y'.
       01 MATCH-RECORD-TYPE    PIC X(01).

       01 ACKED-ROWS           PIC 9(07) VALUE 0.
       01 VENDOR-CLAIMED-COUNT PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD
            CALL "PERIOD-WINDOW" USING RUN-DATE WINDOW-MONTH-END
                WINDOW-QUARTER-END WINDOW-WEEK-END WINDOW-STATUS
            OPEN INPUT EXTRACT-PROFILE-FILE
            IF NO-EXTRACT-PROFILE-FILE
                MOVE SPACES TO EXTRACT-PROFILE-RECORD
                MOVE "BENEFITS" TO XP-PROFILE-ID
                MOVE "VENDEXT.DAT" TO XP-EXTRACT-FILE
                MOVE "VENDMAN.DAT" TO XP-MANIFEST-FILE
                MOVE "VENDACK.DAT" TO XP-ACK-FILE
                MOVE 'M' TO XP-FREQUENCY
                PERFORM RECONCILE-ONE-PROFILE
            ELSE
                PERFORM UNTIL NO-MORE-EXTRACT-PROFILES
                    READ EXTRACT-PROFILE-FILE
                        INTO EXTRACT-PROFILE-RECORD
                        AT END SET NO-MORE-EXTRACT-PROFILES TO TRUE
                    END-READ
                    IF NOT NO-MORE-EXTRACT-PROFILES
                    AND XP-PROFILE-ID NOT = SPACES
                        PERFORM RECONCILE-ONE-PROFILE
                    END-IF
                END-PERFORM
            END-IF
            CLOSE EXTRACT-PROFILE-FILE
            IF RECON-REPORT-IS-OPEN
                CLOSE RECON-REPORT-FILE
            END-IF
            DISPLAY "VENDOR-ACK-RECON: " PROFILES-RECONCILED
                " PROFILES RECONCILED"
      *>  GOBACK instead of STOP RUN so the nightly control program
      *>  can CALL this as one step of its batch chain and keep going.
            GOBACK.

      *>  A profile is reconciled on the nights it goes out, once
      *>  its vendor has staged an acknowledgment.
       RECONCILE-ONE-PROFILE.
           MOVE 'N' TO PROFILE-DUE-FLAG
           EVALUATE TRUE
               WHEN XP-DAILY
                   SET PROFILE-IS-DUE TO TRUE
               WHEN XP-WEEKLY AND WINDOW-WEEK-END = 'Y'
                   SET PROFILE-IS-DUE TO TRUE
               WHEN XP-MONTHLY AND WINDOW-MONTH-END = 'Y'
                   SET PROFILE-IS-DUE TO TRUE
               WHEN XP-QUARTERLY AND WINDOW-QUARTER-END = 'Y'
                   SET PROFILE-IS-DUE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PROFILE-IS-DUE
               MOVE XP-ACK-FILE TO ACK-FILE-NAME
               MOVE XP-EXTRACT-FILE TO EXTRACT-FILE-NAME
               MOVE XP-MANIFEST-FILE TO MANIFEST-FILE-NAME
               OPEN INPUT VENDOR-ACK-FILE
               IF NO-VENDOR-ACK-FILE
                   DISPLAY "VENDOR-ACK-RECON: NO " ACK-FILE-NAME
                       " - NOTHING TO RECONCILE FOR " XP-PROFILE-ID
                   CLOSE VENDOR-ACK-FILE
               ELSE
                   CLOSE VENDOR-ACK-FILE
                   PERFORM RECONCILE-PROFILE-FILES
               END-IF
           END-IF
       .

       RECONCILE-PROFILE-FILES.
           MOVE 0 TO ACKED-ROWS
           MOVE 0 TO VENDOR-CLAIMED-COUNT
           MOVE 'N' TO VENDOR-COUNT-SEEN
           MOVE 0 TO NOT-LOADED-COUNT
           MOVE 0 TO NEVER-SENT-COUNT
           PERFORM LOAD-SENT-IDS
           PERFORM READ-MANIFEST-COUNT
           IF NOT RECON-REPORT-IS-OPEN
               OPEN OUTPUT RECON-REPORT-FILE
               SET RECON-REPORT-IS-OPEN TO TRUE
               MOVE "VENDOR ACKNOWLEDGMENT RECONCILIATION"
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           STRING "PROFILE " XP-PROFILE-ID " EXTRACT "
               EXTRACT-FILE-NAME " ACK " ACK-FILE-NAME
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM MATCH-ACK-ROWS
           PERFORM REPORT-UNACKED-IDS
           PERFORM CHECK-THE-COUNTS
           ADD 1 TO PROFILES-RECONCILED
           DISPLAY "VENDOR-ACK-RECON: " XP-PROFILE-ID " "
               NOT-LOADED-COUNT " NOT LOADED, " NEVER-SENT-COUNT
               " NEVER SENT"
       .

      *>  Every id on the extract we actually shipped, the KEYID=
      *>  fingerprint header skipped.
       LOAD-SENT-IDS.
                   IF NOT NO-MORE-EXTRACT-ROWS
                   AND VEXT-EMP-ID NOT = SPACES
                   AND VEXT-EMP-ID NOT = "KEYID="
                   AND SENT-COUNT < 5000
                       ADD 1 TO SENT-COUNT
                       MOVE VEXT-EMP-ID TO SENT-EMP-ID(SENT-COUNT)
                       IF VEXT-RECORD-TYPE = SPACE
                           MOVE 'E' TO SENT-RECORD-TYPE(SENT-COUNT)
                       ELSE
                           MOVE VEXT-RECORD-TYPE
                               TO SENT-RECORD-TYPE(SENT-COUNT)
                       END-IF
                       MOVE 'N' TO SENT-ACKED(SENT-COUNT)
                   END-IF
               END-PERFORM
           CLOSE VENDOR-MANIFEST-FILE
       .

      *>  Each acknowledged id marks off the first sent row of its
      *>  type not yet marked; an id they claim that we never shipped,
      *>  or one row too many of a type, is its own finding.
       MATCH-ACK-ROWS.
           OPEN INPUT VENDOR-ACK-FILE
           PERFORM UNTIL NO-MORE-ACK-ROWS

       MARK-ONE-ACK.
           MOVE 'N' TO ACK-FOUND-FLAG
           IF ACK-RECORD-TYPE = SPACE
               MOVE 'E' TO MATCH-RECORD-TYPE
           ELSE
               MOVE ACK-RECORD-TYPE TO MATCH-RECORD-TYPE
           END-IF
           PERFORM VARYING SENT-INDEX FROM 1 BY 1
           UNTIL SENT-INDEX > SENT-COUNT OR ACK-ID-WAS-SENT
               IF SENT-EMP-ID(SENT-INDEX) = ACK-EMP-ID
               AND SENT-RECORD-TYPE(SENT-INDEX) = MATCH-RECORD-TYPE
               AND SENT-ACKED(SENT-INDEX) = 'N'
                   MOVE 'Y' TO SENT-ACKED(SENT-INDEX)
                   SET ACK-ID-WAS-SENT TO TRUE
               END-IF
               ADD 1 TO NEVER-SENT-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "VENDOR CLAIMS UNSENT ID: " ACK-EMP-ID
                   " TYPE " MATCH-RECORD-TYPE
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "SENT BUT NOT LOADED: "
                       SENT-EMP-ID(SENT-INDEX)
                       " TYPE " SENT-RECORD-TYPE(SENT-INDEX)
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
               WRITE RECON-REPORT-LINE
               MOVE "CHECK-THE-COUNTS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "VENDOR ACK OUT OF BALANCE: " XP-PROFILE-ID
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
