      *>****************************************************************
      *> Shared record layout for the exception register EXCREG.DAT,
      *> keyed on the run date plus a sequence within that night's
      *> EXCSUMM.DAT. EXC-REG-LOAD registers each night's
      *> summary lines as open items under the owner EXCOWNER.DAT
      *> names for their source program; EXC-REG-MAINT (sign-on
      *> letter 'X') picks an item up and closes it with a note; and
      *> EXC-AGING prints what is still open, by owner, every day.
      *>****************************************************************
       01 EXCEPTION-REGISTER-RECORD.
           05 ERG-KEY.
               10 ERG-RUN-DATE         PIC 9(08).
               10 ERG-SEQUENCE         PIC 9(05).
      *>  The EXCSUMM.DAT line as raised; a line from before the
      *>  severity byte existed registers as severity E.
           05 ERG-SEVERITY             PIC X(01).
           05 ERG-SOURCE-PROGRAM       PIC X(16).
           05 ERG-SOURCE-PARAGRAPH     PIC X(20).
           05 ERG-DESCRIPTION          PIC X(40).
           05 ERG-OWNER                PIC X(10).
      *>  Open, then in progress once someone picks it up, then
      *>  resolved (fixed) or accepted (known, no action to take).
           05 ERG-STATUS               PIC X(01).
              88 ERG-OPEN              VALUE 'O'.
              88 ERG-IN-PROGRESS       VALUE 'P'.
              88 ERG-RESOLVED          VALUE 'R'.
              88 ERG-ACCEPTED          VALUE 'A'.
              88 ERG-STILL-OPEN        VALUE 'O' 'P'.
           05 ERG-PICKED-BY            PIC X(10).
           05 ERG-PICKED-DATE          PIC 9(08).
           05 ERG-CLOSED-BY            PIC X(10).
           05 ERG-CLOSED-DATE          PIC 9(08).
           05 ERG-RESOLUTION-NOTE      PIC X(60).
