      *>****************************************************************
      *> Shared record layout for the indexed supplier master
      *> SUPPMAST.DAT, keyed on the supplier code. OPENPO.DAT, the
      *> receipts and the supplier invoices carry the code ten wide;
      *> SUPPXREF.DAT carries it four wide, and a four-character code
      *> is looked up space-padded to the key. SUPPLIER-MAINT keeps
      *> the rows. A suspended supplier is still on file (its open
      *> orders, invoices and history still name it) but is never
      *> ordered from, picked as cheapest, or received from again
      *> until it is made active. The record must stay within the
      *> 141-byte image columns of EMPLOYEE-HISTORY.cpy, which is
      *> what SUPPHIST.DAT trails it in.
      *>****************************************************************
       01 SUPPLIER-MASTER-RECORD.
           05 SM-SUPPLIER              PIC X(10).
           05 SM-NAME                  PIC X(25).
           05 SM-ADDRESS               PIC X(25).
           05 SM-CITY                  PIC X(15).
           05 SM-POSTCODE              PIC X(08).
           05 SM-CONTACT-NAME          PIC X(15).
           05 SM-CONTACT-PHONE         PIC X(12).
      *>  Days from invoice to payment due.
           05 SM-PAYMENT-TERMS-DAYS    PIC 9(03).
      *>  Where AP pays the supplier, bank code and account number
      *>  the same widths BANK-ACCOUNT.cpy uses for employees.
           05 SM-BANK-CODE             PIC X(06).
           05 SM-BANK-ACCOUNT          PIC X(12).
           05 SM-STATUS                PIC X(01).
              88 SM-ACTIVE             VALUE 'A'.
              88 SM-SUSPENDED          VALUE 'S'.
