      *>****************************************************************
      *> Inventory posting journal, INVPOST.DAT: one row for every
      *> stock change Assignment-2 applies, appended every run, with
      *> the units and the FIFO cost the change put on or took off
      *> the books. Both are signed as their effect on stock - a
      *> receipt or upward adjustment is positive, an issue,
      *> write-off, return to vendor or downward adjustment
      *> negative, and a transfer posts a negative row at the site
      *> it leaves and a positive one at the site it lands at.
      *> INVENTORY-CLOSE reads the month's rows back for the
      *> month-end roll-forward.
      *>****************************************************************
       01 INVENTORY-POSTING-RECORD.
      *>  The movement's own date (the run date when none is keyed).
           05 IPS-DATE                 PIC 9(08).
           05 IPS-SKU                  PIC X(10).
           05 IPS-LOCATION             PIC X(04).
           05 IPS-TYPE                 PIC X(01).
              88 IPS-RECEIPT           VALUE 'R'.
              88 IPS-ISSUE             VALUE 'I'.
              88 IPS-WRITE-OFF         VALUE 'W'.
              88 IPS-ADJUSTMENT        VALUE 'A'.
              88 IPS-TRANSFER          VALUE 'T'.
              88 IPS-VENDOR-RETURN     VALUE 'V'.
           05 IPS-QTY                  PIC S9(05)
                                       SIGN LEADING SEPARATE.
           05 IPS-COST                 PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
