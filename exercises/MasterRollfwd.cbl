           05 PRM-CUTOFF-STAMP PIC X(14).

       FD  MASTER-UNLOAD-FILE.
       01  MASTER-UNLOAD-RECORD PIC X(141).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  REBUILT-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".
               10 RPL-STAMP     PIC X(14).
               10 RPL-ACTION    PIC X(08).
               10 RPL-PRIOR-ID  PIC X(06).
               10 RPL-NEW-IMAGE PIC X(141).
       01 REPLAY-INDEX         PIC 9(04).

       01 RECORDS-LOADED       PIC 9(05) VALUE 0.
       01 IMAGES-APPLIED       PIC 9(05) VALUE 0.
       01 IMAGES-DROPPED       PIC 9(05) VALUE 0.

      *>  NAME-FORMAT's split, for unloads from before the name
      *>  fields were split.
       01 NAME-FUNCTION        PIC X VALUE 'S'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-ROLLFWD-PARAMETERS
                   IF NOT NO-MORE-UNLOAD-RECORDS
                       MOVE MASTER-UNLOAD-RECORD
                           TO EMPLOYEE-MASTER-RECORD
                       PERFORM SPLIT-UNLOAD-NAME
                       WRITE EMPLOYEE-MASTER-RECORD
                       ADD 1 TO RECORDS-LOADED
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

      *>  Only images inside the replay window come aboard; the
      *>  CURRENT-DATE stamp's first fourteen characters compare
      *>  straight against the CCYYMMDDHHMMSS bounds.
