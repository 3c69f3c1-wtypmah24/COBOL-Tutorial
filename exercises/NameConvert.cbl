       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-CONVERT.
      *>  One-time upgrade of the employee master, its unload and
      *>  EMPHIST.DAT to the split-name layout. MASTER-NAME was one
      *>  ten-character field; the master now carries MASTER-SURNAME,
      *>  MASTER-GIVEN-NAME and MASTER-PREFERRED-NAME appended at the
      *>  end of the record (91 bytes grew to 141), with the old slot
      *>  left blank so every other field keeps its offset. Each old
      *>  name is split through NAME-FORMAT: the first word becomes
      *>  the given name and the rest the surname, and a one-word
      *>  name is taken as the surname alone and listed on
      *>  NAMECONV.RPT for EMP-MAINTENANCE to finish by hand.
      *>
      *>  The indexed master cannot be read under the new record
      *>  length, so the conversion works from the night's
      *>  MASTER-BACKUP unload, taken under the old layout with no
      *>  master change since: every unload line is split and
      *>  written back in the new shape, and EMPMAST.DAT is rebuilt
      *>  from the converted lines the same way MASTER-BACKUP's
      *>  reload does. EMPHIST.DAT rows are then rewritten with both
      *>  images widened and split, so the roll-forward recovery can
      *>  replay them onto the new master.
      *>
      *>  Run EXACTLY ONCE, at the upgrade, before any writer has
      *>  touched the new-format master - a second pass would split
      *>  names that are already split. The NAMECONV.CVN marker
      *>  written on success makes a rerun a refused start. Both
      *>  rewrites go through a work file and back, so a crash
      *>  mid-conversion never leaves a half-converted file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERT-MARKER-FILE ASSIGN TO "NAMECONV.CVN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERT-MARKER-FILE-STATUS.
      *>  The pre-upgrade unload, named by the operator at the
      *>  prompt (EMPBKUP.20261015 style).
           SELECT MASTER-UNLOAD-FILE ASSIGN USING UNLOAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-UNLOAD-FILE-STATUS.
           SELECT UNLOAD-WORK-FILE ASSIGN TO "NAMECONV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-WORK-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT EMPLOYEE-HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYEE-HISTORY-FILE-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "EMPHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-WORK-FILE-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "NAMECONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVERT-MARKER-FILE.
       01  CONVERT-MARKER-RECORD PIC X(40).

       FD  MASTER-UNLOAD-FILE.
       01  MASTER-UNLOAD-RECORD PIC X(141).

       FD  UNLOAD-WORK-FILE.
       01  UNLOAD-WORK-RECORD  PIC X(141).

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-LINE   PIC X(341).

       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONVERT-MARKER-FILE-STATUS PIC XX.
          88 NO-CONVERT-MARKER VALUE "35".
       01 MASTER-UNLOAD-FILE-STATUS PIC XX.
          88 NO-MASTER-UNLOAD-FILE VALUE "35".
          88 NO-MORE-UNLOAD-RECORDS VALUE "10".
       01 UNLOAD-WORK-FILE-STATUS PIC XX.
          88 NO-MORE-UNLOAD-WORK VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
       01 EMPLOYEE-HISTORY-FILE-STATUS PIC XX.
          88 NO-EMPLOYEE-HISTORY-FILE VALUE "35".
          88 NO-MORE-HISTORY-ROWS VALUE "10".
       01 HISTORY-WORK-FILE-STATUS PIC XX.
          88 NO-MORE-WORK-ROWS VALUE "10".

       01 UNLOAD-FILE-NAME     PIC X(20).
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
          88 CONVERT-CONFIRMED VALUE 'Y'.
       01 CONVERT-STAMP        PIC X(26).
       01 MASTERS-CONVERTED    PIC 9(05) VALUE 0.
       01 ONE-WORD-NAMES       PIC 9(05) VALUE 0.
       01 ROWS-CONVERTED       PIC 9(05) VALUE 0.

      *>  A master image in the old and the new shape. The old name
      *>  sits in the slot the new layout leaves blank; the split
      *>  parts go on the end.
       01 IMAGE-WORK.
           05 IMAGE-EMP-ID         PIC X(06).
           05 IMAGE-OLD-NAME       PIC X(10).
           05 IMAGE-MIDDLE         PIC X(75).
           05 IMAGE-SURNAME        PIC X(20).
           05 IMAGE-GIVEN-NAME     PIC X(15).
           05 IMAGE-PREFERRED-NAME PIC X(15).

      *>  The pre-change history row, inside the first 241 bytes of
      *>  the read buffer: 91-character images.
       01 OLD-FORMAT-VIEW.
           05 OLD-LEAD-COLUMNS PIC X(47).
           05 OLD-PRIOR-IMAGE  PIC X(91).
           05 OLD-MID-FILLER   PIC X(01).
           05 OLD-NEW-IMAGE    PIC X(91).
           05 OLD-TAIL-FILLER  PIC X(01).
           05 OLD-APPROVED-BY  PIC X(10).
           05 FILLER           PIC X(100).

       01 NEW-FORMAT-VIEW.
           05 NEW-LEAD-COLUMNS PIC X(47).
           05 NEW-PRIOR-IMAGE  PIC X(141).
           05 NEW-MID-FILLER   PIC X(01).
           05 NEW-NEW-IMAGE    PIC X(141).
           05 NEW-TAIL-FILLER  PIC X(01).
           05 NEW-APPROVED-BY  PIC X(10).

       01 NAME-FUNCTION        PIC X VALUE 'S'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.
          88 NAME-ONE-WORD     VALUE '2'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT CONVERT-MARKER-FILE
            IF NOT NO-CONVERT-MARKER
                DISPLAY "NAME-CONVERT: NAMECONV.CVN PRESENT -"
                    " ALREADY CONVERTED, RUN REFUSED"
                CLOSE CONVERT-MARKER-FILE
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE CONVERT-MARKER-FILE

            DISPLAY "Unload to convert from (taken under the old"
                " layout, no master change since)?"
            ACCEPT UNLOAD-FILE-NAME
            OPEN INPUT MASTER-UNLOAD-FILE
            IF NO-MASTER-UNLOAD-FILE
                DISPLAY "NAME-CONVERT: UNLOAD NOT FOUND: "
                    UNLOAD-FILE-NAME
                CLOSE MASTER-UNLOAD-FILE
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE MASTER-UNLOAD-FILE

            DISPLAY "Rebuild EMPMAST.DAT from " UNLOAD-FILE-NAME
                " and convert EMPHIST.DAT to the split-name"
            DISPLAY "layout? Run this exactly once, at the upgrade."
                " (Y/N)"
            ACCEPT CONFIRM-CHOICE
            IF NOT CONVERT-CONFIRMED
                DISPLAY "Nothing converted."
                GOBACK
            END-IF

            OPEN OUTPUT CONVERT-REPORT-FILE
            MOVE "NAME-CONVERT: ONE-WORD NAMES SET AS SURNAME ONLY"
                TO CONVERT-REPORT-LINE
            WRITE CONVERT-REPORT-LINE
            PERFORM CONVERT-UNLOAD
            PERFORM REBUILD-MASTER
            PERFORM CONVERT-HISTORY
            CLOSE CONVERT-REPORT-FILE
            PERFORM WRITE-CONVERT-MARKER
            DISPLAY "NAME-CONVERT: " MASTERS-CONVERTED
                " MASTER RECORDS (" ONE-WORD-NAMES " ONE-WORD), "
                ROWS-CONVERTED " HISTORY ROWS"
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Splits the old slot of the image in IMAGE-WORK into the
      *>  new name fields and blanks the slot. An empty image (the
      *>  prior side of an add, the new side of a delete) and a
      *>  scrubbed one stay empty.
       SPLIT-IMAGE-NAME.
           MOVE SPACES TO IMAGE-SURNAME
           MOVE SPACES TO IMAGE-GIVEN-NAME
           MOVE SPACES TO IMAGE-PREFERRED-NAME
           MOVE '0' TO NAME-STATUS
           IF IMAGE-OLD-NAME NOT = SPACES
               MOVE IMAGE-OLD-NAME TO NAME-RESULT
               CALL "NAME-FORMAT" USING NAME-FUNCTION IMAGE-SURNAME
                   IMAGE-GIVEN-NAME IMAGE-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
               MOVE SPACES TO IMAGE-OLD-NAME
           END-IF
       .

       CONVERT-UNLOAD.
           OPEN INPUT MASTER-UNLOAD-FILE
           OPEN OUTPUT UNLOAD-WORK-FILE
           PERFORM UNTIL NO-MORE-UNLOAD-RECORDS
               READ MASTER-UNLOAD-FILE
                   AT END SET NO-MORE-UNLOAD-RECORDS TO TRUE
               END-READ
               IF NOT NO-MORE-UNLOAD-RECORDS
                   MOVE SPACES TO IMAGE-WORK
                   MOVE MASTER-UNLOAD-RECORD(1:91) TO IMAGE-WORK
                   PERFORM SPLIT-IMAGE-NAME
                   IF NAME-ONE-WORD
                       ADD 1 TO ONE-WORD-NAMES
                       MOVE SPACES TO CONVERT-REPORT-LINE
                       STRING "  " IMAGE-EMP-ID " " IMAGE-SURNAME
                           DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
                       WRITE CONVERT-REPORT-LINE
                   END-IF
                   MOVE IMAGE-WORK TO UNLOAD-WORK-RECORD
                   WRITE UNLOAD-WORK-RECORD
                   ADD 1 TO MASTERS-CONVERTED
               END-IF
           END-PERFORM
           CLOSE MASTER-UNLOAD-FILE
           CLOSE UNLOAD-WORK-FILE
       .

      *>  The converted lines go back over the unload, so it stays a
      *>  reloadable copy of the new master, and load EMPMAST.DAT in
      *>  the one pass - the unload is in key order already.
       REBUILD-MASTER.
           OPEN INPUT UNLOAD-WORK-FILE
           OPEN OUTPUT MASTER-UNLOAD-FILE
           OPEN OUTPUT EMPLOYEE-MASTER
           PERFORM UNTIL NO-MORE-UNLOAD-WORK
               READ UNLOAD-WORK-FILE
                   AT END SET NO-MORE-UNLOAD-WORK TO TRUE
               END-READ
               IF NOT NO-MORE-UNLOAD-WORK
                   MOVE UNLOAD-WORK-RECORD TO MASTER-UNLOAD-RECORD
                   WRITE MASTER-UNLOAD-RECORD
                   MOVE UNLOAD-WORK-RECORD TO EMPLOYEE-MASTER-RECORD
                   WRITE EMPLOYEE-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE MASTER-UNLOAD-FILE
           CLOSE UNLOAD-WORK-FILE
       .

       CONVERT-HISTORY.
           OPEN INPUT EMPLOYEE-HISTORY-FILE
           IF NO-EMPLOYEE-HISTORY-FILE
               DISPLAY "NAME-CONVERT: NO EMPHIST.DAT - NO HISTORY"
                   " TO CONVERT"
               CLOSE EMPLOYEE-HISTORY-FILE
           ELSE
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM UNTIL NO-MORE-HISTORY-ROWS
                   READ EMPLOYEE-HISTORY-FILE
                       AT END SET NO-MORE-HISTORY-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-HISTORY-ROWS
                       PERFORM CONVERT-ONE-ROW
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-HISTORY-FILE
               CLOSE HISTORY-WORK-FILE
               PERFORM COPY-HISTORY-BACK
           END-IF
       .

       CONVERT-ONE-ROW.
           MOVE EMPLOYEE-HISTORY-LINE TO OLD-FORMAT-VIEW
           MOVE SPACES TO NEW-FORMAT-VIEW
           MOVE OLD-LEAD-COLUMNS TO NEW-LEAD-COLUMNS
           MOVE SPACES TO IMAGE-WORK
           MOVE OLD-PRIOR-IMAGE TO IMAGE-WORK
           PERFORM SPLIT-IMAGE-NAME
           MOVE IMAGE-WORK TO NEW-PRIOR-IMAGE
           MOVE OLD-MID-FILLER TO NEW-MID-FILLER
           MOVE SPACES TO IMAGE-WORK
           MOVE OLD-NEW-IMAGE TO IMAGE-WORK
           PERFORM SPLIT-IMAGE-NAME
           MOVE IMAGE-WORK TO NEW-NEW-IMAGE
           MOVE SPACE TO NEW-TAIL-FILLER
           MOVE OLD-APPROVED-BY TO NEW-APPROVED-BY
           ADD 1 TO ROWS-CONVERTED
           MOVE NEW-FORMAT-VIEW TO HISTORY-WORK-LINE
           WRITE HISTORY-WORK-LINE
       .

       COPY-HISTORY-BACK.
           OPEN INPUT HISTORY-WORK-FILE
           OPEN OUTPUT EMPLOYEE-HISTORY-FILE
           PERFORM UNTIL NO-MORE-WORK-ROWS
               READ HISTORY-WORK-FILE
                   AT END SET NO-MORE-WORK-ROWS TO TRUE
               END-READ
               IF NOT NO-MORE-WORK-ROWS
                   MOVE HISTORY-WORK-LINE TO EMPLOYEE-HISTORY-LINE
                   WRITE EMPLOYEE-HISTORY-LINE
               END-IF
           END-PERFORM
           CLOSE HISTORY-WORK-FILE
           CLOSE EMPLOYEE-HISTORY-FILE
       .

       WRITE-CONVERT-MARKER.
           MOVE FUNCTION CURRENT-DATE TO CONVERT-STAMP
           OPEN OUTPUT CONVERT-MARKER-FILE
           MOVE SPACES TO CONVERT-MARKER-RECORD
           STRING "CONVERTED " CONVERT-STAMP(1:14) " FROM "
               UNLOAD-FILE-NAME
               DELIMITED BY SIZE INTO CONVERT-MARKER-RECORD
           WRITE CONVERT-MARKER-RECORD
           CLOSE CONVERT-MARKER-FILE
       .

       END PROGRAM NAME-CONVERT.
