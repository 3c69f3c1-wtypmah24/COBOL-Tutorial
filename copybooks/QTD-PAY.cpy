      *>****************************************************************
      *> Shared record layout for the indexed quarter-to-date pay file
      *> PAYQTD.DAT, kept alongside PAYYTD.DAT and keyed on employee
      *> id, year and quarter, so each quarter's figures stay on file
      *> after the quarter closes and the statutory return can be
      *> produced from them instead of from old PAYREG.RPT copies.
      *> Holds the quarter's gross and, per deduction code the run
      *> took, the amount withheld; a code takes the first free slot
      *> the first time it withholds from the employee in the
      *> quarter. COBOLTUT writes it every pay cycle; QTR-RETURN
      *> reads it at quarter end.
      *>****************************************************************
       01 QTD-PAY-RECORD.
           05 QTD-KEY.
               10 QTD-EMP-ID           PIC X(06).
               10 QTD-YEAR             PIC 9(04).
               10 QTD-QUARTER          PIC 9(01).
           05 QTD-GROSS                PIC 9(07)V99.
           05 QTD-PAYMENT-COUNT        PIC 9(03).
           05 QTD-WITHHOLDING OCCURS 20 TIMES.
               10 QTD-DED-CODE         PIC X(04).
               10 QTD-DED-AMOUNT       PIC 9(07)V99.
