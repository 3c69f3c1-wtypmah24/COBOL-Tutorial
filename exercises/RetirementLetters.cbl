       01 MISSING-ADDRESS-COUNT PIC 9(05) VALUE 0.
       01 LETTER-ADDR-LINE     PIC X(80).

      *>  NAME-FORMAT call set: the address block carries the legal
      *>  "GIVEN SURNAME", the salutation the name the employee goes
      *>  by.
       01 NAME-FUNCTION        PIC X.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

       01 LETTER-HEADING-LINE.
           05 FILLER           PIC X(34) VALUE
              "*** RETIREMENT MILESTONE NOTICE **".
           05 FILLER           PIC X(01) VALUE "*".
       01 LETTER-BLANK-LINE    PIC X(80) VALUE SPACES.
       01 LETTER-BODY-LINE-1   PIC X(50) VALUE
          "Our records show the following milestones are".
       01 LETTER-BODY-LINE-2   PIC X(50) VALUE

           PERFORM WRITE-ADDRESS-BLOCK

           MOVE 'P' TO NAME-FUNCTION
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE SPACES TO LETTER-LINE
           STRING "Dear " DELIMITED BY SIZE
               NAME-RESULT DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LETTER-BLANK-LINE TO LETTER-LINE
           WRITE LETTER-LINE
      *>  window envelope shows them; a missing address row leaves
      *>  the name alone and counts the gap.
       WRITE-ADDRESS-BLOCK.
           MOVE 'A' TO NAME-FUNCTION
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE SPACES TO LETTER-ADDR-LINE
           MOVE NAME-RESULT TO LETTER-ADDR-LINE
           MOVE LETTER-ADDR-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           IF ADDRESSES-ON-FILE
