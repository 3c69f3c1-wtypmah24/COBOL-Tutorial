       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXC-REG-MAINT.
      *>  Working side of the exception register. An operator with
      *>  sign-on letter 'X' lists what is still open on EXCREG.DAT
      *>  (for one owner or for everyone), picks an item up so the
      *>  next person can see it is being looked at, and closes it
      *>  as resolved (fixed) or accepted (known, nothing to do)
      *>  with a note of what was done. Every step is stamped with
      *>  the operator's id and the date on the register row itself,
      *>  which EXC-AGING reads for the daily aging by owner.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-REGISTER-FILE ASSIGN TO "EXCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERG-KEY
               FILE STATUS IS EXCEPTION-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REGISTER-FILE.
           COPY "EXCEPTION-REGISTER.cpy".

       WORKING-STORAGE SECTION.
       01 EXCEPTION-REGISTER-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-REGISTER-FILE VALUE "35".
          88 NO-MORE-REGISTER-ITEMS VALUE "10".

       01 ACTION-CHOICE       PIC X VALUE SPACE.
          88 ACTION-LIST      VALUE 'L'.
          88 ACTION-PICK-UP   VALUE 'P'.
          88 ACTION-RESOLVE   VALUE 'R'.
          88 ACTION-ACCEPT    VALUE 'A'.
          88 ACTION-QUIT      VALUE 'Q'.

       01 WORK-RUN-DATE       PIC X(08).
      *>  Keyed as the list shows it, leading zeros or not.
       01 WORK-SEQUENCE       PIC X(05).
       01 WORK-SEQUENCE-VALUE PIC S9(07)V99.
       01 WORK-SEQUENCE-N     PIC 9(05).
       01 OWNER-FILTER        PIC X(10).
       01 CONFIRM-CHOICE      PIC X.
       01 CLOSING-STATUS      PIC X.
       01 CLOSING-NOTE        PIC X(60).
       01 OPEN-COUNT          PIC 9(05).
       01 TODAYS-DATE-N       PIC 9(08).

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  on every register row this program touches. 'X' is the
      *>  exception register letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'X'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "EXC-REG-MAINT: OPERATOR "
                    SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION X - NOTHING CHANGED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            ACCEPT TODAYS-DATE-N FROM DATE YYYYMMDD
            OPEN I-O EXCEPTION-REGISTER-FILE
            IF NO-EXCEPTION-REGISTER-FILE
                DISPLAY "EXC-REG-MAINT: NO EXCREG.DAT - NOTHING"
                    " REGISTERED YET"
                GOBACK
            END-IF
            IF EXCEPTION-REGISTER-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN EXCREG.DAT, STATUS="
                    EXCEPTION-REGISTER-FILE-STATUS
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM UNTIL ACTION-QUIT
                DISPLAY "Action? (L)ist (P)ick up (R)esolve (A)ccept"
                    " (Q)uit"
                ACCEPT ACTION-CHOICE
                EVALUATE TRUE
                    WHEN ACTION-LIST
                        PERFORM LIST-OPEN-EXCEPTIONS
                    WHEN ACTION-PICK-UP
                        PERFORM PICK-UP-EXCEPTION
                    WHEN ACTION-RESOLVE
                        MOVE 'R' TO CLOSING-STATUS
                        PERFORM CLOSE-EXCEPTION
                    WHEN ACTION-ACCEPT
                        MOVE 'A' TO CLOSING-STATUS
                        PERFORM CLOSE-EXCEPTION
                    WHEN ACTION-QUIT
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Choose L, P, R, A or Q."
                END-EVALUATE
            END-PERFORM

            CLOSE EXCEPTION-REGISTER-FILE
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Every item still open or in progress, for the owner asked
      *>  for or for everyone.
       LIST-OPEN-EXCEPTIONS.
           DISPLAY "Owner? (blank for all)"
           MOVE SPACES TO OWNER-FILTER
           ACCEPT OWNER-FILTER
           MOVE 0 TO OPEN-COUNT
           MOVE LOW-VALUES TO ERG-KEY
           START EXCEPTION-REGISTER-FILE KEY >= ERG-KEY
               INVALID KEY SET NO-MORE-REGISTER-ITEMS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-REGISTER-ITEMS
               READ EXCEPTION-REGISTER-FILE NEXT RECORD
                   AT END SET NO-MORE-REGISTER-ITEMS TO TRUE
               END-READ
               IF EXCEPTION-REGISTER-FILE-STATUS NOT = "00"
                   SET NO-MORE-REGISTER-ITEMS TO TRUE
               END-IF
               IF NOT NO-MORE-REGISTER-ITEMS
               AND ERG-STILL-OPEN
               AND (OWNER-FILTER = SPACES
                    OR ERG-OWNER = OWNER-FILTER)
                   ADD 1 TO OPEN-COUNT
                   DISPLAY ERG-RUN-DATE " " ERG-SEQUENCE " "
                       ERG-SEVERITY " " ERG-OWNER " " ERG-STATUS
                       " " ERG-SOURCE-PROGRAM " " ERG-DESCRIPTION
                   IF ERG-IN-PROGRESS
                       DISPLAY "    PICKED UP BY " ERG-PICKED-BY
                           " ON " ERG-PICKED-DATE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY OPEN-COUNT " STILL OPEN"
       .

      *>  The item the operator names, if it is still open.
       READ-REGISTER-ITEM.
           DISPLAY "Run date (CCYYMMDD)?"
           ACCEPT WORK-RUN-DATE
           DISPLAY "Sequence?"
           MOVE SPACES TO WORK-SEQUENCE
           ACCEPT WORK-SEQUENCE
           MOVE 0 TO WORK-SEQUENCE-VALUE
           MOVE 0 TO WORK-SEQUENCE-N
           IF FUNCTION TEST-NUMVAL(WORK-SEQUENCE) = 0
               COMPUTE WORK-SEQUENCE-VALUE =
                   FUNCTION NUMVAL(WORK-SEQUENCE)
               IF WORK-SEQUENCE-VALUE > 0
                   MOVE WORK-SEQUENCE-VALUE TO WORK-SEQUENCE-N
               END-IF
           END-IF
           IF WORK-RUN-DATE IS NUMERIC
           AND WORK-SEQUENCE-N > 0
           AND WORK-SEQUENCE-N = WORK-SEQUENCE-VALUE
               MOVE WORK-RUN-DATE TO ERG-RUN-DATE
               MOVE WORK-SEQUENCE-N TO ERG-SEQUENCE
               READ EXCEPTION-REGISTER-FILE
           ELSE
               MOVE "23" TO EXCEPTION-REGISTER-FILE-STATUS
           END-IF
           IF EXCEPTION-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "No register item " WORK-RUN-DATE " "
                   WORK-SEQUENCE
           ELSE
               IF NOT ERG-STILL-OPEN
                   DISPLAY "Item " WORK-RUN-DATE " " WORK-SEQUENCE
                       " is already closed (" ERG-STATUS ") by "
                       ERG-CLOSED-BY " on " ERG-CLOSED-DATE "."
                   MOVE "23" TO EXCEPTION-REGISTER-FILE-STATUS
               ELSE
                   DISPLAY ERG-SEVERITY " " ERG-SOURCE-PROGRAM " "
                       ERG-SOURCE-PARAGRAPH
                   DISPLAY "  " ERG-DESCRIPTION
                   DISPLAY "  OWNER " ERG-OWNER
               END-IF
           END-IF
       .

      *>  Claims an open item; one already picked up stays with
      *>  whoever has it.
       PICK-UP-EXCEPTION.
           PERFORM READ-REGISTER-ITEM
           IF EXCEPTION-REGISTER-FILE-STATUS = "00"
               IF ERG-IN-PROGRESS
                   DISPLAY "Already picked up by " ERG-PICKED-BY
                       " on " ERG-PICKED-DATE "."
               ELSE
                   MOVE SIGNON-OPERATOR-ID TO ERG-PICKED-BY
                   MOVE TODAYS-DATE-N TO ERG-PICKED-DATE
                   SET ERG-IN-PROGRESS TO TRUE
                   PERFORM REWRITE-REGISTER-ITEM
               END-IF
           END-IF
       .

      *>  Resolve or accept. An item nobody picked up is picked up
      *>  and closed in one go; one somebody else is working needs
      *>  a confirmation first. Either way a note is required.
       CLOSE-EXCEPTION.
           PERFORM READ-REGISTER-ITEM
           IF EXCEPTION-REGISTER-FILE-STATUS = "00"
               MOVE 'Y' TO CONFIRM-CHOICE
               IF ERG-OPEN
                   DISPLAY "Not picked up yet - take it and close it?"
                       " (Y/N)"
                   ACCEPT CONFIRM-CHOICE
               ELSE
               IF ERG-PICKED-BY NOT = SIGNON-OPERATOR-ID
                   DISPLAY "Picked up by " ERG-PICKED-BY
                       " - close it anyway? (Y/N)"
                   ACCEPT CONFIRM-CHOICE
               END-IF
               END-IF
               IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
                   DISPLAY "What was done?"
                   MOVE SPACES TO CLOSING-NOTE
                   ACCEPT CLOSING-NOTE
                   IF CLOSING-NOTE = SPACES
                       DISPLAY "A note is required - left as it was."
                   ELSE
                       IF ERG-OPEN
                           MOVE SIGNON-OPERATOR-ID TO ERG-PICKED-BY
                           MOVE TODAYS-DATE-N TO ERG-PICKED-DATE
                       END-IF
                       MOVE CLOSING-STATUS TO ERG-STATUS
                       MOVE SIGNON-OPERATOR-ID TO ERG-CLOSED-BY
                       MOVE TODAYS-DATE-N TO ERG-CLOSED-DATE
                       MOVE CLOSING-NOTE TO ERG-RESOLUTION-NOTE
                       PERFORM REWRITE-REGISTER-ITEM
                   END-IF
               ELSE
                   DISPLAY "Left as it was."
               END-IF
           END-IF
       .

       REWRITE-REGISTER-ITEM.
           REWRITE EXCEPTION-REGISTER-RECORD
           IF EXCEPTION-REGISTER-FILE-STATUS = "00"
               DISPLAY "Recorded: " ERG-RUN-DATE " " ERG-SEQUENCE
                   " NOW " ERG-STATUS " BY " SIGNON-OPERATOR-ID
           ELSE
               DISPLAY "REWRITE FAILED, STATUS="
                   EXCEPTION-REGISTER-FILE-STATUS
           END-IF
       .

       END PROGRAM EXC-REG-MAINT.
