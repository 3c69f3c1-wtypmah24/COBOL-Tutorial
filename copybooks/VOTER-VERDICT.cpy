      *>****************************************************************
      *> Shared record layout for VOTERVER.DAT, the verdict file
      *> CONDITIONAL's batch screening writes one row to per voter on
      *> the roll, and VOTER-TURNOUT reads to know who was eligible
      *> for the election and which precinct they belong to.
      *>****************************************************************
       01  VERDICT-RECORD.
           05 VER-NAME          PIC X(10).
           05 FILLER            PIC X(01).
           05 VER-AGE           PIC 99.
           05 FILLER            PIC X(01).
           05 VER-VERDICT       PIC X(12).
           05 FILLER            PIC X(01).
           05 VER-VIP           PIC X.
           05 FILLER            PIC X(01).
      *>  Blank unless the voter is eligible and the postal code
      *>  falls in a precinct on PRECINCT.DAT.
           05 VER-PRECINCT      PIC X(06).
           05 FILLER            PIC X(01).
           05 VER-VOTER-ID      PIC X(10).
