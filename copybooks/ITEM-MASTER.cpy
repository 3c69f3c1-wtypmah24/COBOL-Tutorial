      *>****************************************************************
      *> Shared record layout for the indexed produce item master
      *> ITEMMAST.DAT, keyed on SKU. PRODINV.DAT only carries name,
      *> price, quantity and location; this is where an item is
      *> described, packed and stocked. ITEM-MAINT keeps the rows.
      *> Assignment-2 rejects any movement for an inactive SKU and
      *> orders a SKU whose stock at a location has fallen below the
      *> minimum back up to the maximum, in whole case packs.
      *>****************************************************************
       01 ITEM-MASTER-RECORD.
           05 IM-SKU                   PIC X(10).
           05 IM-DESCRIPTION           PIC X(30).
           05 IM-CATEGORY              PIC X(10).
      *>  Unit the quantities are counted in (EA, KG, LB, BNCH...).
           05 IM-UNIT-OF-MEASURE       PIC X(04).
      *>  Units to the supplier's case; orders round up to it.
           05 IM-CASE-PACK             PIC 9(05).
      *>  Stock band per location: below the minimum reorders back
      *>  up to the maximum. A zero maximum leaves the SKU on the
      *>  demand forecast.
           05 IM-MIN-STOCK             PIC 9(05).
           05 IM-MAX-STOCK             PIC 9(05).
           05 IM-PREFERRED-SUPPLIER    PIC X(10).
           05 IM-ACTIVE-FLAG           PIC X(01).
              88 IM-ACTIVE             VALUE 'Y'.
              88 IM-INACTIVE           VALUE 'N'.
