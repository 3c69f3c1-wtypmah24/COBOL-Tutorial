      *> one redeclaring its own PIC 9(4)V99 locally.
      *>****************************************************************
       01 EMPLOYEE-RECORD.
      *>  "SURNAME, GIVEN" as NAME-FORMAT lays it out for print.
           05 EMP-NAME          PIC X(30).
           05 EMP-INITIALS      PIC AAA.
           05 EMP-NUMBER        PIC 9(4).
           05 EMP-ADJUSTMENT    PIC S9(4).
