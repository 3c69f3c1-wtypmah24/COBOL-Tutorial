      *>****************************************************************
      *> Shared record layout for the indexed compensation master
      *> COMPMAST.DAT, keyed on employee id plus effective date, so an
      *> employee's pay history is a run of dated rows and the rate in
      *> effect on any pay date is the latest row dated on or before
      *> it. The master, not whoever stages PAYTRAN.DAT, is the system
      *> of record for what an employee is paid. 'H' rows pay hours
      *> times COMP-HOURLY-RATE; 'S' rows carry the annual salary and
      *> are paid by the period. Every program that reads or writes
      *> the compensation master COPYs this under its own FD, the
      *> same way EMPLOYEE-MASTER.cpy keeps EMPMAST.DAT on one layout.
      *>****************************************************************
       01 COMPENSATION-RECORD.
           05 COMP-KEY.
               10 COMP-EMP-ID          PIC X(06).
               10 COMP-EFFECTIVE-DATE  PIC 9(08).
           05 COMP-PAY-BASIS           PIC X(01).
              88 COMP-BASIS-HOURLY     VALUE 'H'.
              88 COMP-BASIS-SALARIED   VALUE 'S'.
              88 COMP-BASIS-VALID      VALUE 'H' 'S'.
           05 COMP-HOURLY-RATE         PIC 9(03)V99.
           05 COMP-ANNUAL-SALARY       PIC 9(07)V99.
