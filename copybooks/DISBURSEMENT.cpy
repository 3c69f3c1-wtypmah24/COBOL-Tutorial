      *>****************************************************************
      *> Shared record layout for the disbursement journal DISBJRNL.DAT:
      *> one line appended for every payment that leaves the bank
      *> account, by the program that sends it. COBOLTUT's live pass
      *> writes a 'P' line per BANKPAY.DAT detail, a 'B' line for the
      *> payment file as a whole (its trailer count and total) and a
      *> 'Q' line per cheque issued; CLAIM-STATUS writes a 'C' line per
      *> claim payment applied. BANK-RECON takes each line up once
      *> onto its outstanding-items ledger and clears it against the
      *> bank statement.
      *>****************************************************************
       01 DISBURSEMENT-RECORD.
           05 DSB-SOURCE               PIC X(01).
              88 DSB-PAYROLL-PAYMENT   VALUE 'P'.
              88 DSB-PAYROLL-FILE      VALUE 'B'.
              88 DSB-PAYROLL-CHEQUE    VALUE 'Q'.
              88 DSB-CLAIM-PAYMENT     VALUE 'C'.
      *>  Employee id, cheque number, claim id, or BANKPAY on the
      *>  whole-file line - what the bank echoes back on its debit.
           05 DSB-REFERENCE            PIC X(10).
           05 DSB-ISSUE-DATE           PIC 9(08).
           05 DSB-AMOUNT               PIC 9(09)V99.
      *>  Payments the line stands for: the detail count on a 'B'
      *>  line, one on every other.
           05 DSB-ITEM-COUNT           PIC 9(07).
