      *>****************************************************************
      *> Shared record layout for the cheque stock control file
      *> CHQSTOCK.DAT: one record naming the range of pre-numbered
      *> cheque stock currently loaded in the printer and the next
      *> number to be used from it. CHEQUE-MAINT loads a new range
      *> and spoils numbers; COBOLTUT takes numbers from it in order
      *> on the live pass. Every number from STK-FIRST-NUMBER up to
      *> STK-NEXT-NUMBER less one has been used and must be on the
      *> cheque register CHQREG.DAT - issued, voided or spoiled.
      *>****************************************************************
       01 CHEQUE-STOCK-RECORD.
           05 STK-FIRST-NUMBER         PIC 9(08).
           05 STK-LAST-NUMBER          PIC 9(08).
           05 STK-NEXT-NUMBER          PIC 9(08).
           05 STK-LOADED-DATE          PIC 9(08).
           05 STK-LOADED-BY            PIC X(10).
