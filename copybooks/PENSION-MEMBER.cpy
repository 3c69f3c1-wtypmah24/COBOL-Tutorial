      *>****************************************************************
      *> Shared record layout for the indexed pension member ledger
      *> PENSION.DAT, keyed on PEN-EMP-ID. COBOLTUT opens a member's
      *> account on the first contribution and posts the employee
      *> and employer sides of every pension deduction each live
      *> cycle; PENSION-STATEMENT prints the yearly statement; and
      *> EMP-TERMINATE freezes the account at termination with the
      *> vested and forfeited amounts (PENSION-VESTING decides the
      *> percentage). The balance is the two lifetime totals less
      *> anything forfeited.
      *>****************************************************************
       01 PENSION-MEMBER-RECORD.
           05 PEN-EMP-ID               PIC X(06).
           05 PEN-STATUS               PIC X(01).
              88 PEN-ACTIVE            VALUE 'A'.
              88 PEN-FROZEN            VALUE 'F'.
           05 PEN-ENROLL-DATE          PIC 9(08).
           05 PEN-LAST-POSTED-DATE     PIC 9(08).
      *>  Contributions for the plan year in hand; the first posting
      *>  of a new year rolls these into the prior-year fields so
      *>  the statement for the year just ended still has them.
           05 PEN-PLAN-YEAR            PIC 9(04).
           05 PEN-YTD-EMPLOYEE         PIC 9(07)V99.
           05 PEN-YTD-EMPLOYER         PIC 9(07)V99.
           05 PEN-PRIOR-YEAR           PIC 9(04).
           05 PEN-PRIOR-EMPLOYEE       PIC 9(07)V99.
           05 PEN-PRIOR-EMPLOYER       PIC 9(07)V99.
      *>  Lifetime contributions since enrolment.
           05 PEN-TOTAL-EMPLOYEE       PIC 9(09)V99.
           05 PEN-TOTAL-EMPLOYER       PIC 9(09)V99.
      *>  Filled in when the account is frozen at termination; zero
      *>  while the member is active.
           05 PEN-FROZEN-DATE          PIC 9(08).
           05 PEN-VESTED-PCT           PIC 9(03).
           05 PEN-VESTED-AMOUNT        PIC 9(09)V99.
           05 PEN-FORFEITED-AMOUNT     PIC 9(09)V99.
