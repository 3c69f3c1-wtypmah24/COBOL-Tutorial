       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       WORKING-STORAGE SECTION.
      *>  Before/after images of every master REWRITE, shared layout
