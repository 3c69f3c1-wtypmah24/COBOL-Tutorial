           SELECT SESSION-LOG-FILE ASSIGN TO "SESSION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-LOG-FILE-STATUS.
           SELECT MENU-DEFINITION-FILE ASSIGN TO "MENUDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENU-DEFINITION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-LOG-FILE.
       01  SESSION-LOG-LINE     PIC X(80).

       FD  MENU-DEFINITION-FILE.
           COPY "MENU-DEFINITION.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MENU-NUMBER       PIC 9(2).
       01 WS-NUMBER-COMPARISON.
          88 NO-PARAM-FILE     VALUE "35".
       01 SESSION-LOG-FILE-STATUS PIC XX.
          88 NO-SESSION-LOG-FILE VALUE "35".
       01 MENU-DEFINITION-FILE-STATUS PIC XX.
          88 NO-MENU-DEFINITION-FILE VALUE "35".
          88 NO-MORE-MENU-DEFINITIONS VALUE "10".

      *>  Staging buffer for the validate-and-reprompt loops guarding
      *>  every interactive numeric ACCEPT, the same style as
       01 HAMMING-RETRY-LIMIT-EXCEEDED-FLAG PIC X VALUE 'N'.
          88 HAMMING-RETRY-LIMIT-EXCEEDED VALUE 'Y'.

      *>  Operator launcher: the session operator signs on once, and
      *>  MENUDEF.DAT (or, without one, the five built-in options) is
      *>  cut down to the entries whose function letter the operator
      *>  carries. Only those entries are ever shown or dispatched.
       01 SIGNON-FUNCTION      PIC X VALUE SPACE.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.
       01 MENU-ENTRY-COUNT     PIC 9(02) VALUE 0.
       01 MENU-INDEX           PIC 9(02).
       01 MENU-ENTRY-TABLE.
           05 MENU-ENTRY OCCURS 40 TIMES.
               10 ME-NUMBER     PIC 9(02).
               10 ME-PROGRAM    PIC X(20).
               10 ME-LABEL      PIC X(40).
       01 MENU-ENTRY-FOUND-FLAG PIC X VALUE 'N'.
          88 MENU-ENTRY-FOUND  VALUE 'Y'.
       01 MENU-QUIT-FLAG       PIC X VALUE 'N'.
          88 MENU-QUIT         VALUE 'Y'.
       01 LAUNCH-PROGRAM       PIC X(20).
      *>  Signed, and carried with a separate sign so a negative
      *>  return code reads as one on the SESSION.LOG line.
       01 LAUNCH-RETURN-CODE   PIC S9(04) SIGN IS LEADING SEPARATE.
       01 LAUNCH-FAILED-FLAG   PIC X VALUE 'N'.
          88 LAUNCH-FAILED     VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM DETERMINE-RUN-MODE.
                CLOSE SESSION-LOG-FILE
                OPEN EXTEND SESSION-LOG-FILE
            END-IF
            PERFORM SIGN-ON-OPERATOR
            IF NOT SIGNON-ACCEPTED
                DISPLAY "OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED - NO MENU FOR THIS SESSION"
                MOVE 0 TO WS-MENU-NUMBER
                MOVE SPACES TO SESSION-PARAMS-TEXT
                STRING "SIGN-ON REFUSED FOR " SIGNON-OPERATOR-ID
                    DELIMITED BY SIZE INTO SESSION-PARAMS-TEXT
                PERFORM LOG-SESSION-ENTRY
                CLOSE SESSION-LOG-FILE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM BUILD-OPERATOR-MENU
            IF MENU-ENTRY-COUNT = 0
                DISPLAY "No menu entries for operator "
                    SIGNON-OPERATOR-ID
                MOVE 0 TO WS-MENU-NUMBER
                MOVE SPACES TO SESSION-PARAMS-TEXT
                STRING "NO MENU ENTRIES FOR " SIGNON-OPERATOR-ID
                    DELIMITED BY SIZE INTO SESSION-PARAMS-TEXT
                PERFORM LOG-SESSION-ENTRY
            ELSE
                IF BATCH-MODE
                    PERFORM EVALUATE-CHOOSE
                ELSE
                    PERFORM UNTIL MENU-QUIT
                        PERFORM GET-START-CHOOSE
                        IF WS-MENU-NUMBER = 0
                            SET MENU-QUIT TO TRUE
                        ELSE
                            PERFORM EVALUATE-CHOOSE
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            PERFORM DISPLAY-FINAL-MSG.
            CLOSE SESSION-LOG-FILE
            STOP RUN.
           END-IF
       .

      *>  Interactive sessions type their id; a batch run leaves it
      *>  blank and OPERATOR-SIGNON resolves the staged submitter.
      *>  This first call only settles who the operator is (the
      *>  blank letter is no function) and refuses an unknown,
      *>  disabled or expired id the whole session; the per-entry
      *>  checks follow in BUILD-OPERATOR-MENU off the same cached
      *>  row.
       SIGN-ON-OPERATOR.
           MOVE SPACES TO SIGNON-OPERATOR-ID
           IF INTERACTIVE-MODE
               DISPLAY "Operator id?"
               ACCEPT SIGNON-OPERATOR-ID
           END-IF
           MOVE SPACE TO SIGNON-FUNCTION
           CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
               SIGNON-OPERATOR-ID SIGNON-STATUS
       .

      *>  Without a MENUDEF.DAT the menu is the five built-in options
      *>  it always had, open to everyone.
       BUILD-OPERATOR-MENU.
           MOVE 0 TO MENU-ENTRY-COUNT
           OPEN INPUT MENU-DEFINITION-FILE
           IF NO-MENU-DEFINITION-FILE
               PERFORM LOAD-BUILT-IN-MENU
           ELSE
               PERFORM UNTIL NO-MORE-MENU-DEFINITIONS
                   READ MENU-DEFINITION-FILE
                       AT END SET NO-MORE-MENU-DEFINITIONS TO TRUE
                   END-READ
                   IF NOT NO-MORE-MENU-DEFINITIONS
                   AND MD-ENTRY-NUMBER IS NUMERIC
                   AND MD-ENTRY-NUMBER NOT = 0
                   AND MD-PROGRAM NOT = SPACES
                       PERFORM ADD-MENU-ENTRY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MENU-DEFINITION-FILE
       .

       LOAD-BUILT-IN-MENU.
           MOVE SPACES TO MENU-DEFINITION-RECORD
           MOVE 1 TO MD-ENTRY-NUMBER
           MOVE "*1" TO MD-PROGRAM
           MOVE "Print a secret" TO MD-LABEL
           PERFORM ADD-MENU-ENTRY
           MOVE 2 TO MD-ENTRY-NUMBER
           MOVE "*2" TO MD-PROGRAM
           MOVE "Let me tell you which number is the bigger"
               TO MD-LABEL
           PERFORM ADD-MENU-ENTRY
           MOVE 3 TO MD-ENTRY-NUMBER
           MOVE "*3" TO MD-PROGRAM
           MOVE "Count down" TO MD-LABEL
           PERFORM ADD-MENU-ENTRY
           MOVE 4 TO MD-ENTRY-NUMBER
           MOVE "*4" TO MD-PROGRAM
           MOVE "Build a pyramid" TO MD-LABEL
           PERFORM ADD-MENU-ENTRY
           MOVE 5 TO MD-ENTRY-NUMBER
           MOVE "*5" TO MD-PROGRAM
           MOVE "Compare two records" TO MD-LABEL
           PERFORM ADD-MENU-ENTRY
       .

      *>  An entry makes the operator's menu only when its letter is
      *>  blank or OPERATOR-SIGNON passes the operator for it; a
      *>  refused entry is simply left off, never shown greyed out.
       ADD-MENU-ENTRY.
           IF MD-FUNCTION-LETTER = SPACE
               MOVE '0' TO SIGNON-STATUS
           ELSE
               MOVE MD-FUNCTION-LETTER TO SIGNON-FUNCTION
               CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                   SIGNON-OPERATOR-ID SIGNON-STATUS
           END-IF
           IF SIGNON-ACCEPTED
               IF MENU-ENTRY-COUNT < 40
                   ADD 1 TO MENU-ENTRY-COUNT
                   MOVE MD-ENTRY-NUMBER TO ME-NUMBER(MENU-ENTRY-COUNT)
                   MOVE MD-PROGRAM TO ME-PROGRAM(MENU-ENTRY-COUNT)
                   MOVE MD-LABEL TO ME-LABEL(MENU-ENTRY-COUNT)
               ELSE
                   DISPLAY "MENU FULL - ENTRY " MD-ENTRY-NUMBER
                       " LEFT OFF"
               END-IF
           END-IF
       .

       GET-START-CHOOSE.
           IF INTERACTIVE-MODE
               DISPLAY "**************************"
               DISPLAY "Operator " SIGNON-OPERATOR-ID
               DISPLAY "Choose an entry and press enter"
               PERFORM VARYING MENU-INDEX FROM 1 BY 1
               UNTIL MENU-INDEX > MENU-ENTRY-COUNT
                   DISPLAY ME-NUMBER(MENU-INDEX) ". "
                       ME-LABEL(MENU-INDEX)
               END-PERFORM
               DISPLAY "0. Quit"
               DISPLAY "**************************"
               DISPLAY "  "
               PERFORM ACCEPT-MENU-NUMBER
           MOVE FUNCTION NUMVAL(NUMERIC-STAGING) TO WS-MENU-NUMBER
       .

      *>  Only the operator's own entries can be dispatched; a number
      *>  that is not on this operator's menu (typed, or staged in
      *>  ASSIGN3.PRM) is refused and logged like any other choice.
       EVALUATE-CHOOSE.
           MOVE 'N' TO MENU-ENTRY-FOUND-FLAG
           PERFORM VARYING MENU-INDEX FROM 1 BY 1
           UNTIL MENU-INDEX > MENU-ENTRY-COUNT OR MENU-ENTRY-FOUND
               IF ME-NUMBER(MENU-INDEX) = WS-MENU-NUMBER
                   SET MENU-ENTRY-FOUND TO TRUE
                   MOVE ME-PROGRAM(MENU-INDEX) TO LAUNCH-PROGRAM
               END-IF
           END-PERFORM
           IF NOT MENU-ENTRY-FOUND
               DISPLAY "  "
               DISPLAY "**************************"
               DISPLAY "Entry " WS-MENU-NUMBER " is not on your menu."
               DISPLAY "**************************"
               MOVE SPACES TO SESSION-PARAMS-TEXT
               STRING "REFUSED: NOT ON MENU FOR " SIGNON-OPERATOR-ID
                   DELIMITED BY SIZE INTO SESSION-PARAMS-TEXT
               PERFORM LOG-SESSION-ENTRY
           ELSE
               MOVE SPACES TO SESSION-PARAMS-TEXT
               EVALUATE LAUNCH-PROGRAM
                   WHEN "*1"
                       PERFORM HANDLE-ONE
                   WHEN "*2"
                       PERFORM HANDLE-TWO
                   WHEN "*3"
                       PERFORM HANDLE-THREE
                   WHEN "*4"
                       PERFORM HANDLE-FOUR
                   WHEN "*5"
                       PERFORM HANDLE-FIVE
                   WHEN OTHER
                       PERFORM LAUNCH-MENU-PROGRAM
               END-EVALUATE
           END-IF
       .

      *>  Same CALL discipline as NIGHTLY-CONTROL's RUN-ONE-STEP: a
      *>  module that cannot be found is a failed launch, not an
      *>  abend of the session. The launch and the return code each
      *>  get a SESSION.LOG line, and the program is CANCELled so the
      *>  next launch of it starts from a fresh WORKING-STORAGE.
       LAUNCH-MENU-PROGRAM.
           MOVE SPACES TO SESSION-PARAMS-TEXT
           STRING "LAUNCH " DELIMITED BY SIZE
               LAUNCH-PROGRAM DELIMITED BY SPACE
               " BY " SIGNON-OPERATOR-ID DELIMITED BY SIZE
               INTO SESSION-PARAMS-TEXT
           PERFORM LOG-SESSION-ENTRY
           MOVE 'N' TO LAUNCH-FAILED-FLAG
           MOVE 0 TO RETURN-CODE
           CALL LAUNCH-PROGRAM
               ON EXCEPTION
                   SET LAUNCH-FAILED TO TRUE
           END-CALL
           IF LAUNCH-FAILED
               MOVE 1 TO RETURN-CODE
               DISPLAY "Program not found: " LAUNCH-PROGRAM
           ELSE
               CANCEL LAUNCH-PROGRAM
           END-IF
           MOVE RETURN-CODE TO LAUNCH-RETURN-CODE
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO SESSION-PARAMS-TEXT
           IF LAUNCH-FAILED
               STRING "NOT FOUND " DELIMITED BY SIZE
                   LAUNCH-PROGRAM DELIMITED BY SPACE
                   " RC=" LAUNCH-RETURN-CODE DELIMITED BY SIZE
                   INTO SESSION-PARAMS-TEXT
           ELSE
               STRING "RETURN " DELIMITED BY SIZE
                   LAUNCH-PROGRAM DELIMITED BY SPACE
                   " RC=" LAUNCH-RETURN-CODE DELIMITED BY SIZE
                   INTO SESSION-PARAMS-TEXT
           END-IF
           PERFORM LOG-SESSION-ENTRY
       .

       HANDLE-ONE.
