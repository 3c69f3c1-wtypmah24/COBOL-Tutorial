      *>****************************************************************
      *> Write-off reason codes for the 'W' movement on STKMOVE.DAT.
      *> Assignment-2 refuses a write-off whose code is not on this
      *> table, and SHRINK-REPORT prints the description beside each
      *> code, so shrink is told apart by cause instead of hiding in
      *> unexplained 'A' adjustments.
      *>****************************************************************
       01 WRITE-OFF-REASON-DATA.
           05 FILLER PIC X(16) VALUE "EXEXPIRED       ".
           05 FILLER PIC X(16) VALUE "DMDAMAGED       ".
           05 FILLER PIC X(16) VALUE "PSPEST          ".
           05 FILLER PIC X(16) VALUE "QRQUALITY REJECT".
       01 WRITE-OFF-REASON-TABLE REDEFINES WRITE-OFF-REASON-DATA.
           05 WRITE-OFF-REASON-ENTRY OCCURS 4 TIMES.
               10 WOR-CODE             PIC X(02).
               10 WOR-DESCRIPTION      PIC X(14).
       01 WRITE-OFF-REASON-COUNT       PIC 9(02) VALUE 4.
