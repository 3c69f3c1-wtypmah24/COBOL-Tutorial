      *>****************************************************************
      *> Shared record layout for the indexed cheque register
      *> CHQREG.DAT, keyed on the cheque number. COBOLTUT writes an
      *> issued row for every employee paid by cheque; CHEQUE-MAINT
      *> voids an issued cheque and writes a spoiled row for a stock
      *> number lost in the printer, so every number taken off
      *> CHQSTOCK.DAT is accounted for exactly once.
      *>****************************************************************
       01 CHEQUE-REGISTER-RECORD.
           05 CHQ-NUMBER               PIC 9(08).
           05 CHQ-STATUS               PIC X(01).
              88 CHQ-ISSUED            VALUE 'I'.
              88 CHQ-VOIDED            VALUE 'V'.
              88 CHQ-SPOILED           VALUE 'S'.
      *>  Payee and payment; blank and zero on a spoiled number.
           05 CHQ-EMP-ID               PIC X(06).
           05 CHQ-PAYEE-NAME           PIC X(10).
           05 CHQ-PAY-DATE             PIC 9(08).
           05 CHQ-AMOUNT               PIC 9(07)V99.
           05 CHQ-ISSUED-STAMP         PIC X(14).
      *>  Who voided or spoiled the number, when, and why.
           05 CHQ-STATUS-DATE          PIC 9(08).
           05 CHQ-STATUS-BY            PIC X(10).
           05 CHQ-STATUS-REASON        PIC X(20).
