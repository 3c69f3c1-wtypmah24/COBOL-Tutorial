       01  AUDIT-LINE              PIC X(80).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       WORKING-STORAGE SECTION.
      *>  Before/after images of every master REWRITE, shared layout
                DISPLAY "NOT AUTHORIZED FOR APPROVAL: " OPERATOR-ID
                PERFORM LOG-AUTH-FAILURE
                CLOSE ONBOARD-AUDIT-LOG
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LOG-RUN-HEADER

            IF NOT MASTER-LOCK-TAKEN
                DISPLAY "MASTER LOCKED - SESSION REFUSED"
                CLOSE ONBOARD-AUDIT-LOG
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM LOAD-PENDING-CHANGES
            PERFORM RELEASE-MASTER-LOCK

            CLOSE ONBOARD-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LOAD-PENDING-CHANGES.
           MOVE 0 TO PENDING-COUNT
       FETCH-CURRENT-FIELD-VALUE.
           MOVE SPACES TO CURRENT-VALUE-WORK
           EVALUATE PT-FIELD(PENDING-INDEX)
               WHEN "SURNAME"
                   MOVE MASTER-SURNAME TO CURRENT-VALUE-WORK
               WHEN "GIVEN"
                   MOVE MASTER-GIVEN-NAME TO CURRENT-VALUE-WORK
               WHEN "PREFERRED"
                   MOVE MASTER-PREFERRED-NAME TO CURRENT-VALUE-WORK
               WHEN "FOOD"
                   MOVE MASTER-FAVORITE-FOOD TO CURRENT-VALUE-WORK
               WHEN "PROFESSION"
      *>  request time; approval applies it as staged.
       APPLY-FIELD-TO-MASTER.
           EVALUATE PT-FIELD(PENDING-INDEX)
               WHEN "SURNAME"
                   MOVE PT-NEW-VALUE(PENDING-INDEX)
                       TO MASTER-SURNAME
               WHEN "GIVEN"
                   MOVE PT-NEW-VALUE(PENDING-INDEX)(1:15)
                       TO MASTER-GIVEN-NAME
               WHEN "PREFERRED"
                   MOVE PT-NEW-VALUE(PENDING-INDEX)(1:15)
                       TO MASTER-PREFERRED-NAME
               WHEN "FOOD"
                   MOVE PT-NEW-VALUE(PENDING-INDEX)(1:10)
                       TO MASTER-FAVORITE-FOOD
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
