       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "OFFICE".

      *>  NAME-FORMAT call set - "SURNAME, GIVEN", so the sort on the
      *>  staged name is a sort by surname.
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

      *>  DATE-ARITH call set for the overdue-grace calendar offset.
       01 DATE-FUNCTION        PIC X.
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

      *>  Rows staged then table-SORTed into department and surname
      *>  order, the same stage-and-sort shape EMP-AGE-EXTRACT uses.
       01 REVIEW-COUNT         PIC 9(04) VALUE 0.
       01 REVIEW-TABLE.
           05 REVIEW-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON REVIEW-COUNT.
               10 REV-DEPT      PIC X(04).
               10 REV-EMP-ID    PIC X(06).
               10 REV-NAME      PIC X(30).
               10 REV-END-DATE  PIC 9(08).
               10 REV-STATE     PIC X(07).
       01 REVIEW-INDEX         PIC 9(04).
                END-PERFORM
                CLOSE EMPLOYEE-MASTER
                SORT REVIEW-ENTRY
                    ASCENDING KEY REV-DEPT REV-NAME REV-END-DATE
                PERFORM WRITE-PROBATION-REPORT
                DISPLAY "PROBATION-REPORT: " REVIEW-COUNT
                    " REVIEWS LISTED"
               MOVE 0 TO BUSDAY-DATE-2
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               IF BUSDAY-STATUS = '0'
                   MOVE BUSDAY-RESULT-DATE TO HORIZON-DATE
               END-IF
               MOVE 0 TO BUSDAY-DATE-2
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               IF BUSDAY-STATUS = '0'
                   MOVE BUSDAY-RESULT-DATE TO PROBATION-END-DATE
               ELSE
               ADD 1 TO REVIEW-COUNT
               MOVE MASTER-DEPT-CODE TO REV-DEPT(REVIEW-COUNT)
               MOVE MASTER-EMP-ID TO REV-EMP-ID(REVIEW-COUNT)
               CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
                   MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
               MOVE NAME-RESULT TO REV-NAME(REVIEW-COUNT)
               MOVE PROBATION-END-DATE
                   TO REV-END-DATE(REVIEW-COUNT)
           END-IF
