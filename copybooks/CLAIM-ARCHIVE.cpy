      *>****************************************************************
      *> Shared record layout for the dated claims archive files
      *> (CLMARCH.CCYYMMDD) CLAIM-ARCHIVE writes. One 'C' row carries
      *> the whole CLAIMS.DAT record of a claim taken off the live
      *> master, followed by an 'H' row per CLAIMHST.DAT row of its
      *> history, each image exactly as it stood on the live file.
      *> A 'T' row closes each run's rows with its control totals.
      *> CLAIM-ARCHIVE-INQ reads a claim's rows back.
      *>****************************************************************
       01 CLAIM-ARCHIVE-RECORD.
           05 ARC-ROW-TYPE             PIC X(01).
              88 ARC-CLAIM-ROW         VALUE 'C'.
              88 ARC-HISTORY-ROW       VALUE 'H'.
              88 ARC-TRAILER-ROW       VALUE 'T'.
           05 ARC-CLAIM-ID             PIC X(08).
           05 ARC-ARCHIVED-DATE        PIC 9(08).
           05 ARC-IMAGE                PIC X(185).
           05 ARC-TRAILER REDEFINES ARC-IMAGE.
               10 ARC-TRL-CLAIMS       PIC 9(07).
               10 ARC-TRL-HISTORY-ROWS PIC 9(07).
               10 ARC-TRL-PAID         PIC 9(11)V99.
               10 FILLER               PIC X(158).
