       01  AUDIT-LINE              PIC X(80).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       FD  PROFESSION-REF-FILE.
       01  PROFESSION-REF-RECORD PIC X(10).
                DISPLAY "NOT AUTHORIZED FOR MAINTENANCE: " OPERATOR-ID
                PERFORM LOG-AUTH-FAILURE
                CLOSE ONBOARD-AUDIT-LOG
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LOG-RUN-HEADER
            PERFORM LOAD-PROFESSION-CODES
            IF NOT MASTER-LOCK-TAKEN
                DISPLAY "MASTER LOCKED - SESSION REFUSED"
                CLOSE ONBOARD-AUDIT-LOG
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN I-O EMPLOYEE-MASTER
            PERFORM RELEASE-MASTER-LOCK

            CLOSE ONBOARD-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LOG-RUN-HEADER.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
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
           IF MASTER-FILE-STATUS = "00"
               DISPLAY "*********************"
               DISPLAY "Id: " MASTER-EMP-ID
               DISPLAY "Surname: " MASTER-SURNAME
               DISPLAY "Given name: " MASTER-GIVEN-NAME
               DISPLAY "Preferred name: " MASTER-PREFERRED-NAME
               DISPLAY "Age: " MASTER-AGE
               DISPLAY "Favorite food: " MASTER-FAVORITE-FOOD
               DISPLAY "Profession: " MASTER-PROFESSION
       UPDATE-EMPLOYEE.
           PERFORM READ-MASTER-BY-ID
           IF MASTER-FILE-STATUS = "00"
               DISPLAY "Field? (SURNAME/GIVEN/PREFERRED/FOOD"
                   "/PROFESSION/RETIRE-AGE"
                   "/DREAM-JOB/HIRE-DATE/DEPT/DOB"
                   "/ADDR1/ADDR2/CITY/POSTAL/PHONE)"
               ACCEPT FIELD-CHOICE
       APPLY-FIELD-UPDATE.
           MOVE 'N' TO FIELD-APPLIED-FLAG
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(FIELD-CHOICE))
      *>  The legal surname can't be blanked - every report sorts
      *>  on it; a blank preferred name falls back to the given.
               WHEN "SURNAME"
                   IF NEW-FIELD-VALUE = SPACES
                       DISPLAY "Surname cannot be blank."
                   ELSE
                       MOVE MASTER-SURNAME TO OLD-FIELD-VALUE
                       MOVE NEW-FIELD-VALUE TO MASTER-SURNAME
                       SET FIELD-WAS-APPLIED TO TRUE
                   END-IF
               WHEN "GIVEN"
                   MOVE MASTER-GIVEN-NAME TO OLD-FIELD-VALUE
                   MOVE NEW-FIELD-VALUE(1:15) TO MASTER-GIVEN-NAME
                   SET FIELD-WAS-APPLIED TO TRUE
               WHEN "PREFERRED"
                   MOVE MASTER-PREFERRED-NAME TO OLD-FIELD-VALUE
                   MOVE NEW-FIELD-VALUE(1:15) TO MASTER-PREFERRED-NAME
                   SET FIELD-WAS-APPLIED TO TRUE
               WHEN "FOOD"
                   MOVE MASTER-FAVORITE-FOOD TO OLD-FIELD-VALUE
       DELETE-EMPLOYEE.
           PERFORM READ-MASTER-BY-ID
           IF MASTER-FILE-STATUS = "00"
               DISPLAY "Delete " MASTER-EMP-ID " (" MASTER-SURNAME
                   " " MASTER-GIVEN-NAME ")? (Y/N)"
               MOVE SPACE TO CONFIRM-CHOICE
               ACCEPT CONFIRM-CHOICE
               IF DELETE-CONFIRMED
