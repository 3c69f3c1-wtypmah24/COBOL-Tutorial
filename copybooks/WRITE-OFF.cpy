      *>****************************************************************
      *> Dated write-off history, WRITEOFF.DAT: one row per 'W'
      *> movement Assignment-2 posts, appended every run. It names the
      *> LOTTRACK.DAT lot the units came from and the FIFO cost the
      *> cost layers gave up for them; SHRINK-REPORT reads it back to
      *> total shrink by reason, SKU and location week on week.
      *>****************************************************************
       01 WRITE-OFF-RECORD.
           05 WOF-DATE                 PIC 9(08).
           05 WOF-SKU                  PIC X(10).
           05 WOF-LOCATION             PIC X(04).
           05 WOF-REASON               PIC X(02).
           05 WOF-LOT-RECEIVED         PIC 9(08).
           05 WOF-LOT-EXPIRY           PIC 9(08).
           05 WOF-QTY                  PIC 9(05).
           05 WOF-COST                 PIC 9(07)V99.
