      *>  maintenance validate MASTER-DEPT-CODE against this table,
      *>  so the master stops collecting "SALE", "SLS " and "SALS"
      *>  for the same department, and the reports that break by
      *>  department print the name beside the code. Each department
      *>  also names the parent department it rolls up into (blank at
      *>  the top of the organization); a parent must be on file and
      *>  may never lead back round to the department itself, since
      *>  ORG-CHART and every DEPT-ROLLUP caller walk the chain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).
           05 DEPT-PARENT-REF  PIC X(04).

       FD  ONBOARD-AUDIT-LOG.
       01  AUDIT-LINE              PIC X(80).

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       WORKING-STORAGE SECTION.
       01 DEPT-REF-FILE-STATUS PIC XX.
       01 ACTION-CHOICE        PIC X VALUE SPACE.
          88 ACTION-LIST       VALUE 'L'.
          88 ACTION-ADD        VALUE 'A'.
          88 ACTION-PARENT     VALUE 'P'.
          88 ACTION-QUIT       VALUE 'Q'.
       01 NEW-DEPT-CODE        PIC X(04).
       01 NEW-DEPT-NAME        PIC X(20).
       01 NEW-DEPT-MANAGER     PIC X(06).
       01 NEW-DEPT-PARENT      PIC X(04).
       01 CODE-EXISTS-FLAG     PIC X VALUE 'N'.
          88 CODE-ALREADY-EXISTS VALUE 'Y'.

      *>  DEPTREF.DAT held whole while a parent is checked or changed.
       01 DEPT-TABLE-COUNT     PIC 9(03) VALUE 0.
       01 DEPT-TABLE.
           05 DEPT-TABLE-ENTRY OCCURS 50 TIMES.
               10 DTE-CODE      PIC X(04).
               10 DTE-NAME      PIC X(20).
               10 DTE-MANAGER   PIC X(06).
               10 DTE-PARENT    PIC X(04).
       01 DEPT-TABLE-INDEX     PIC 9(03).
       01 DEPT-TABLE-FOUND     PIC 9(03).
       01 CHAIN-CODE           PIC X(04).
       01 CHAIN-STEPS          PIC 9(03).
       01 PARENT-CHECK-FLAG    PIC X VALUE 'N'.
          88 PARENT-IS-VALID   VALUE 'Y'.

      *>  Reference-table maintenance needs the 'P' function letter on
      *>  the operator's OPERATOR.DAT row; a missing operator file
      *>  degrades to the old honor system with a console warning.
                    OPERATOR-ID
                PERFORM LOG-AUTH-FAILURE
                CLOSE ONBOARD-AUDIT-LOG
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LOG-RUN-HEADER

            PERFORM UNTIL ACTION-QUIT
                DISPLAY "Action? (L)ist (A)dd (P)arent (Q)uit"
                ACCEPT ACTION-CHOICE
                EVALUATE TRUE
                    WHEN ACTION-LIST
                        PERFORM LIST-DEPT-CODES
                    WHEN ACTION-ADD
                        PERFORM ADD-DEPT-CODE
                    WHEN ACTION-PARENT
                        PERFORM CHANGE-DEPT-PARENT
                    WHEN ACTION-QUIT
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Choose L, A, P or Q."
                END-EVALUATE
            END-PERFORM

            CLOSE ONBOARD-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LIST-DEPT-CODES.
           OPEN INPUT DEPT-REF-FILE
                   IF NOT NO-MORE-DEPT-CODES
                       DISPLAY DEPT-CODE-REF " " DEPT-NAME-REF
                           " MGR " DEPT-MANAGER-REF
                           " PARENT " DEPT-PARENT-REF
                   END-IF
               END-PERFORM
           END-IF
                   ACCEPT NEW-DEPT-NAME
                   DISPLAY "Manager employee id?"
                   ACCEPT NEW-DEPT-MANAGER
                   DISPLAY "Parent department code (blank if top"
                       " level)?"
                   MOVE SPACES TO NEW-DEPT-PARENT
                   ACCEPT NEW-DEPT-PARENT
                   PERFORM LOAD-DEPT-TABLE
                   PERFORM CHECK-PARENT-CHAIN
                   EVALUATE TRUE
                       WHEN NEW-DEPT-NAME = SPACES
                           DISPLAY "Department name must not be blank."
                       WHEN NOT PARENT-IS-VALID
                           CONTINUE
                       WHEN OTHER
      *>  DEPTREF.DAT may not exist yet; same create-then-reopen
      *>  dance every log append in this shop uses.
                           OPEN EXTEND DEPT-REF-FILE
                           IF NO-DEPT-REF-FILE
                               OPEN OUTPUT DEPT-REF-FILE
                               CLOSE DEPT-REF-FILE
                               OPEN EXTEND DEPT-REF-FILE
                           END-IF
                           MOVE SPACES TO DEPT-REF-RECORD
                           MOVE NEW-DEPT-CODE TO DEPT-CODE-REF
                           MOVE NEW-DEPT-NAME TO DEPT-NAME-REF
                           MOVE NEW-DEPT-MANAGER TO DEPT-MANAGER-REF
                           MOVE NEW-DEPT-PARENT TO DEPT-PARENT-REF
                           WRITE DEPT-REF-RECORD
                           CLOSE DEPT-REF-FILE
                           MOVE "ADD-DEPT-CODE" TO AUDIT-PARAGRAPH
                           MOVE "DEPT-CODE" TO AUDIT-FIELD-NAME
                           MOVE SPACES TO AUDIT-FIELD-VALUE
                           STRING NEW-DEPT-CODE " " NEW-DEPT-NAME
                               DELIMITED BY SIZE INTO AUDIT-FIELD-VALUE
                           PERFORM LOG-AUDIT-LINE
                           DISPLAY "Added: " NEW-DEPT-CODE
                   END-EVALUATE
               END-IF
           END-IF
       .

      *>  Moves a department under a new parent (blank makes it top
      *>  level). DEPTREF.DAT is rewritten whole with the one row
      *>  changed, and the move is audit-logged.
       CHANGE-DEPT-PARENT.
           DISPLAY "Department code?"
           MOVE SPACES TO NEW-DEPT-CODE
           ACCEPT NEW-DEPT-CODE
           PERFORM LOAD-DEPT-TABLE
           MOVE NEW-DEPT-CODE TO CHAIN-CODE
           PERFORM FIND-DEPT-TABLE-ENTRY
           IF DEPT-TABLE-FOUND = 0
               DISPLAY "No department " NEW-DEPT-CODE
           ELSE
               DISPLAY "Now under: " DTE-PARENT(DEPT-TABLE-FOUND)
               DISPLAY "New parent department code (blank if top"
                   " level)?"
               MOVE SPACES TO NEW-DEPT-PARENT
               ACCEPT NEW-DEPT-PARENT
               PERFORM CHECK-PARENT-CHAIN
               IF PARENT-IS-VALID
                   MOVE NEW-DEPT-CODE TO CHAIN-CODE
                   PERFORM FIND-DEPT-TABLE-ENTRY
                   MOVE NEW-DEPT-PARENT TO DTE-PARENT(DEPT-TABLE-FOUND)
                   OPEN OUTPUT DEPT-REF-FILE
                   PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-COUNT
                       MOVE SPACES TO DEPT-REF-RECORD
                       MOVE DTE-CODE(DEPT-TABLE-INDEX) TO DEPT-CODE-REF
                       MOVE DTE-NAME(DEPT-TABLE-INDEX) TO DEPT-NAME-REF
                       MOVE DTE-MANAGER(DEPT-TABLE-INDEX)
                           TO DEPT-MANAGER-REF
                       MOVE DTE-PARENT(DEPT-TABLE-INDEX)
                           TO DEPT-PARENT-REF
                       WRITE DEPT-REF-RECORD
                   END-PERFORM
                   CLOSE DEPT-REF-FILE
                   MOVE "CHANGE-DEPT-PARENT" TO AUDIT-PARAGRAPH
                   MOVE "DEPT-PARENT" TO AUDIT-FIELD-NAME
                   MOVE SPACES TO AUDIT-FIELD-VALUE
                   STRING NEW-DEPT-CODE " UNDER " NEW-DEPT-PARENT
                       DELIMITED BY SIZE INTO AUDIT-FIELD-VALUE
                   PERFORM LOG-AUDIT-LINE
                   DISPLAY "Changed: " NEW-DEPT-CODE " under "
                       NEW-DEPT-PARENT
               END-IF
           END-IF
       .

      *>  A blank parent is always good. Otherwise the parent must be
      *>  on file and, climbing from it parent by parent, the chain
      *>  must top out without passing through NEW-DEPT-CODE - else
      *>  the department would end up rolling up into itself.
       CHECK-PARENT-CHAIN.
           MOVE 'N' TO PARENT-CHECK-FLAG
           IF NEW-DEPT-PARENT = SPACES
               SET PARENT-IS-VALID TO TRUE
           ELSE
               MOVE NEW-DEPT-PARENT TO CHAIN-CODE
               PERFORM FIND-DEPT-TABLE-ENTRY
               EVALUATE TRUE
                   WHEN NEW-DEPT-PARENT = NEW-DEPT-CODE
                       DISPLAY "A department cannot be its own parent."
                   WHEN DEPT-TABLE-FOUND = 0
                       DISPLAY "Unknown parent department: "
                           NEW-DEPT-PARENT
                   WHEN OTHER
                       SET PARENT-IS-VALID TO TRUE
                       MOVE 0 TO CHAIN-STEPS
                       PERFORM UNTIL DEPT-TABLE-FOUND = 0
                       OR NOT PARENT-IS-VALID
                           ADD 1 TO CHAIN-STEPS
                           MOVE DTE-PARENT(DEPT-TABLE-FOUND)
                               TO CHAIN-CODE
                           IF CHAIN-CODE = NEW-DEPT-CODE
                           OR CHAIN-STEPS > 50
                               MOVE 'N' TO PARENT-CHECK-FLAG
                               DISPLAY "Refused: " NEW-DEPT-PARENT
                                   " already rolls up into "
                                   NEW-DEPT-CODE
                           ELSE
                               IF CHAIN-CODE = SPACES
                                   MOVE 0 TO DEPT-TABLE-FOUND
                               ELSE
                                   PERFORM FIND-DEPT-TABLE-ENTRY
                               END-IF
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF
       .

       FIND-DEPT-TABLE-ENTRY.
           MOVE 0 TO DEPT-TABLE-FOUND
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
           UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-COUNT
               IF DTE-CODE(DEPT-TABLE-INDEX) = CHAIN-CODE
                   MOVE DEPT-TABLE-INDEX TO DEPT-TABLE-FOUND
               END-IF
           END-PERFORM
       .

       LOAD-DEPT-TABLE.
           MOVE 0 TO DEPT-TABLE-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF NOT NO-DEPT-REF-FILE
               PERFORM UNTIL NO-MORE-DEPT-CODES
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-CODES TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-CODES
                   AND DEPT-TABLE-COUNT < 50
                       ADD 1 TO DEPT-TABLE-COUNT
                       MOVE DEPT-CODE-REF
                           TO DTE-CODE(DEPT-TABLE-COUNT)
                       MOVE DEPT-NAME-REF
                           TO DTE-NAME(DEPT-TABLE-COUNT)
                       MOVE DEPT-MANAGER-REF
                           TO DTE-MANAGER(DEPT-TABLE-COUNT)
                       MOVE DEPT-PARENT-REF
                           TO DTE-PARENT(DEPT-TABLE-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DEPT-REF-FILE
       .

       CHECK-CODE-EXISTS.
           MOVE 'N' TO CODE-EXISTS-FLAG
           OPEN INPUT DEPT-REF-FILE
                   END-READ
                   IF NOT NO-MORE-OPERATORS
                   AND OPER-ID = OPERATOR-ID
                   AND NOT OPER-DISABLED
                   AND (OPER-EXPIRY-DATE = SPACES
                       OR OPER-EXPIRY-DATE
                           >= FUNCTION CURRENT-DATE(1:8))
                       PERFORM VARYING FUNC-INDEX FROM 1 BY 1
                       UNTIL FUNC-INDEX > 10
                           IF OPER-FUNCTIONS(FUNC-INDEX:1)
