           COPY "EMPLOYEE-MASTER.cpy".

       FD  MASTER-UNLOAD-FILE.
       01  MASTER-UNLOAD-RECORD PIC X(141).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).
       01 VERIFY-COUNT         PIC 9(07) VALUE 0.
       01 VERIFY-CHECKSUM      PIC 9(12) VALUE 0.
       01 RELOAD-COUNT         PIC 9(07) VALUE 0.

      *>  NAME-FORMAT's split, for unloads from before the name
      *>  fields were split.
       01 NAME-FUNCTION        PIC X VALUE 'S'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.
       01 KEY-BYTE-INDEX       PIC 9(02).
       01 CHECKSUM-WORK        PIC 9(12).
       01 CHECKSUM-KEY         PIC X(06).
                   IF NOT NO-MORE-UNLOAD-RECORDS
                       MOVE MASTER-UNLOAD-RECORD
                           TO EMPLOYEE-MASTER-RECORD
                       PERFORM SPLIT-UNLOAD-NAME
                       WRITE EMPLOYEE-MASTER-RECORD
                       ADD 1 TO RELOAD-COUNT
                   END-IF
           END-IF
       .

      *>  An unload taken before NAME-CONVERT still carries the name
      *>  in the old ten-byte slot and nothing on the end of the
      *>  line; the name is split on the way in so an older
      *>  generation loads onto the split-name layout.
       SPLIT-UNLOAD-NAME.
           IF MASTER-UNLOAD-RECORD(7:10) NOT = SPACES
           AND MASTER-SURNAME = SPACES
           AND MASTER-GIVEN-NAME = SPACES
               MOVE MASTER-UNLOAD-RECORD(7:10) TO NAME-RESULT
               CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
                   MASTER-GIVEN-NAME MASTER-PREFERRED-NAME
                   NAME-RESULT NAME-STATUS
               MOVE SPACES TO EMPLOYEE-MASTER-RECORD(7:10)
           END-IF
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
