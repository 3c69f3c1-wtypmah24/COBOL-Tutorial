      *>****************************************************************
      *> Register of supplier invoices passed for payment, INVREG.DAT,
      *> appended by INVOICE-MATCH as each invoice reaches APPAY.DAT.
      *> It is what a later invoice is checked against: the same
      *> supplier's invoice number twice is a duplicate, and the
      *> quantity already invoiced on a PO line counts against what
      *> was received before another invoice on that line is paid.
      *>****************************************************************
       01 INVOICE-REGISTER-RECORD.
           05 INR-SUPPLIER             PIC X(10).
           05 INR-INVOICE-NUMBER       PIC X(12).
           05 INR-PO-DATE              PIC 9(08).
           05 INR-SKU                  PIC X(10).
           05 INR-QTY                  PIC 9(05).
           05 INR-AMOUNT               PIC 9(09)V99.
           05 INR-PAID-DATE            PIC 9(08).
