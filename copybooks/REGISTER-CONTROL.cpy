      *>****************************************************************
      *> Shared record layout for the payroll register control log
      *> PAYRCTL.DAT: every live pay run appends one "*GRS" row with
      *> the register's gross total and one row per deduction code
      *> with the amount the register withheld under it. The rows
      *> are the machine-readable copy of the totals printed at the
      *> foot of each PAYREG.RPT, kept so the quarter's registers
      *> can be summed after the reports themselves are overwritten;
      *> QTR-RETURN ties its return totals to them.
      *>****************************************************************
       01 REGISTER-CONTROL-RECORD.
           05 RCTL-PAY-DATE            PIC 9(08).
           05 RCTL-CODE                PIC X(04).
              88 RCTL-GROSS-ROW        VALUE "*GRS".
           05 RCTL-AMOUNT              PIC 9(09)V99.
           05 RCTL-EMP-COUNT           PIC 9(05).
