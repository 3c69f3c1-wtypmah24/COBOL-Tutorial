           COPY "EMPLOYEE-ADDRESS.cpy".

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-LINE   PIC X(341).

       FD  PURGE-REGISTER-FILE.
       01  PURGE-REGISTER-LINE PIC X(80).

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       WORKING-STORAGE SECTION.
      *>  Before/after images, the shared layout the history line
            PERFORM CHECK-OPERATOR-AUTHORIZATION
            IF NOT OPERATOR-AUTHORIZED
                DISPLAY "NOT AUTHORIZED FOR PURGE: " OPERATOR-ID
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
            ACCEPT CONFIRM-CHOICE
            IF NOT PURGE-CONFIRMED
                DISPLAY "Nothing purged."
                GOBACK
            END-IF

            MOVE OPERATOR-ID TO LOCK-OPERATOR-ID
            PERFORM ACQUIRE-MASTER-LOCK
            IF NOT MASTER-LOCK-TAKEN
                DISPLAY "MASTER LOCKED - PURGE REFUSED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM ANONYMIZE-MASTER-RECORDS
            IF PURGED-COUNT > 0
            DISPLAY "RETENTION-PURGE: " PURGED-COUNT " IDS"
                " ANONYMIZED, " HISTORY-ROWS-SCRUBBED
                " HISTORY ROWS SCRUBBED"
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LOAD-RETENTION-PERIOD.
           OPEN INPUT PURGE-PARAM-FILE
                   AND MASTER-TERM-DATE IS NUMERIC
                   AND MASTER-TERM-DATE > 0
                   AND MASTER-TERM-DATE < HORIZON-DATE-N
                   AND MASTER-SURNAME NOT = SPACES
                   AND PURGED-COUNT < 200
                       PERFORM ANONYMIZE-ONE-RECORD
                   END-IF
       .

       ANONYMIZE-ONE-RECORD.
           MOVE SPACES TO MASTER-SURNAME
           MOVE SPACES TO MASTER-GIVEN-NAME
           MOVE SPACES TO MASTER-PREFERRED-NAME
           MOVE SPACES TO MASTER-FAVORITE-FOOD
           MOVE SPACES TO MASTER-DREAM-JOB
           MOVE ZEROS TO MASTER-DOB
      *>  The history is rewritten through the work file and copied
      *>  back: each row naming a purged id gets the identifying
      *>  fields blanked inside both images at their fixed
      *>  EMPLOYEE-MASTER.cpy offsets - the old name slot, favorite
      *>  food, dream job, date of birth and the surname / given /
      *>  preferred names - while every other column survives.
       SCRUB-HISTORY-FILE.
           OPEN INPUT EMPLOYEE-HISTORY-FILE
           IF NO-EMPLOYEE-HISTORY-FILE
           MOVE SPACES TO HIST-PRIOR-IMAGE(20:10)
           MOVE SPACES TO HIST-PRIOR-IMAGE(43:10)
           MOVE "00000000" TO HIST-PRIOR-IMAGE(65:8)
           MOVE SPACES TO HIST-PRIOR-IMAGE(92:50)
           ADD 1 TO HISTORY-ROWS-SCRUBBED
       .

           MOVE SPACES TO HIST-NEW-IMAGE(20:10)
           MOVE SPACES TO HIST-NEW-IMAGE(43:10)
           MOVE "00000000" TO HIST-NEW-IMAGE(65:8)
           MOVE SPACES TO HIST-NEW-IMAGE(92:50)
       .

       COPY-WORK-BACK-TO-HISTORY.
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
