      *>****************************************************************
      *> Detail record of the accounts-payable payment file APPAY.DAT
      *> INVOICE-MATCH builds each night: one row per supplier
      *> invoice that passed the three-way match, bracketed by the
      *> standard BATCH-CONTROL.cpy HDR/TRL records - the trailer
      *> carries the detail count and the payable amount in cents as
      *> its hash total, so AP detects a truncated transfer before it
      *> pays anyone.
      *>****************************************************************
       01 AP-PAYMENT-RECORD.
           05 APP-SUPPLIER             PIC X(10).
           05 APP-INVOICE-NUMBER       PIC X(12).
           05 APP-INVOICE-DATE         PIC 9(08).
      *>  The OPENPO.DAT line paid for: order date plus SKU.
           05 APP-PO-DATE              PIC 9(08).
           05 APP-SKU                  PIC X(10).
           05 APP-QTY                  PIC 9(05).
           05 APP-UNIT-PRICE           PIC 9(05)V99.
           05 APP-AMOUNT               PIC 9(09)V99.
