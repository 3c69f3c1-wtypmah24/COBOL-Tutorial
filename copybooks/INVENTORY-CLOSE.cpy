      *>****************************************************************
      *> Inventory close control record, INVCLOSE.DAT: the latest
      *> month INVENTORY-CLOSE has frozen and the day it did so.
      *> Assignment-2 rejects any movement dated in or before that
      *> month, so a closed month's figures stay as finance signed
      *> them off.
      *>****************************************************************
       01 INVENTORY-CLOSE-RECORD.
           05 ICL-CLOSED-PERIOD        PIC 9(06).
           05 ICL-CLOSED-DATE          PIC 9(08).
