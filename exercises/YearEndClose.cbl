       01 OTHER-YEAR-COUNT     PIC 9(05) VALUE 0.
       01 MISSING-MASTER-COUNT PIC 9(05) VALUE 0.

      *>  NAME-FORMAT call set - statements carry the legal name,
      *>  "GIVEN SURNAME", as on the cheque payee line.
       01 NAME-FUNCTION        PIC X VALUE 'A'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

      *>  One-page statement, form-fed per employee the same way
      *>  COBOLTUT's pay slips and the retirement letters print.
       01 STMT-HEADING-LINE.
           05 STMT-EMP-ID      PIC X(06).
       01 STMT-NAME-LINE.
           05 FILLER           PIC X(18) VALUE "Name:".
           05 STMT-NAME        PIC X(40).
       01 STMT-DEPT-LINE.
           05 FILLER           PIC X(18) VALUE "Department:".
           05 STMT-DEPT        PIC X(04).
           MOVE YTD-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS = "00"
               CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
                   MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
               MOVE NAME-RESULT TO STMT-NAME
               MOVE MASTER-DEPT-CODE TO STMT-DEPT
           ELSE
               MOVE SPACES TO STMT-NAME
