      *>****************************************************************
      *> Shared record layout for BANK-RECON's outstanding-items ledger
      *> BANKITEM.DAT, keyed on the line number of the disbursement
      *> journal line the item was taken up from, so a line is never
      *> taken up twice. The item stays outstanding until a statement
      *> debit clears it; a payroll payment file ('B') cleared by one
      *> bulk debit clears its detail lines with it, and details all
      *> cleared one by one clear the file line.
      *>****************************************************************
       01 BANK-ITEM-RECORD.
           05 BI-ITEM-NO               PIC 9(07).
           05 BI-SOURCE                PIC X(01).
           05 BI-REFERENCE             PIC X(10).
           05 BI-ISSUE-DATE            PIC 9(08).
           05 BI-AMOUNT                PIC 9(09)V99.
           05 BI-ITEM-COUNT            PIC 9(07).
           05 BI-STATUS                PIC X(01).
              88 BI-OUTSTANDING        VALUE 'O'.
              88 BI-CLEARED            VALUE 'C'.
              88 BI-CLEARED-WITH-FILE  VALUE 'R'.
              88 BI-CHEQUE-VOIDED      VALUE 'V'.
           05 BI-CLEARED-DATE          PIC 9(08).
           05 BI-STATEMENT-REF         PIC X(10).
