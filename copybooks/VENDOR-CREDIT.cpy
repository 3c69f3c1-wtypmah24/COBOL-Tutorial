      *>****************************************************************
      *> One return to vendor and the credit note expected for it.
      *> Assignment-2 writes a row for every 'V' movement it applies,
      *> appended to VENDCRED.DAT, where VENDOR-CREDIT matches the
      *> supplier's credit notes against it and ages what is still
      *> owed, and to the VENDRTN.DAT feed, from which GOODS-RECEIPT
      *> takes the returned units back off the OPENPO.DAT line (the
      *> order date, SKU and supplier name the line). The expected
      *> amount is what the returned units cost on the FIFO layers.
      *>****************************************************************
       01 VENDOR-CREDIT-RECORD.
           05 VCR-SUPPLIER             PIC X(10).
           05 VCR-PO-DATE              PIC 9(08).
           05 VCR-SKU                  PIC X(10).
           05 VCR-LOCATION             PIC X(04).
           05 VCR-RETURN-DATE          PIC 9(08).
           05 VCR-QTY                  PIC 9(05).
           05 VCR-EXPECTED-AMOUNT      PIC 9(09)V99.
           05 VCR-STATUS               PIC X(01).
              88 VCR-OPEN              VALUE 'O'.
              88 VCR-MATCHED           VALUE 'M'.
      *>  Filled in when the supplier's credit note is matched.
           05 VCR-CREDIT-NOTE          PIC X(12).
           05 VCR-CREDIT-DATE          PIC 9(08).
           05 VCR-CREDIT-AMOUNT        PIC 9(09)V99.
