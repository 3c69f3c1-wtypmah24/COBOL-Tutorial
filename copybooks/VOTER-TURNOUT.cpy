      *>****************************************************************
      *> Shared record layout for the indexed turnout file
      *> TURNOUT.DAT: one row per voter who checked in to vote, keyed
      *> on the voter id and the election date together, so a voter
      *> can appear once per election and a second check-in is
      *> refused on the duplicate key. VOTER-TURNOUT loads it from
      *> the polling places' check-in files. The home precinct and
      *> age are taken from CONDITIONAL's verdict for that election
      *> at load time, so the statistics still read after the roll
      *> moves on.
      *>****************************************************************
       01 VOTER-TURNOUT-RECORD.
           05 TRN-KEY.
               10 TRN-VOTER-ID         PIC X(10).
               10 TRN-ELECTION-DATE    PIC 9(08).
      *>  Where the voter checked in, and where the roll places them.
           05 TRN-VOTED-PRECINCT       PIC X(06).
           05 TRN-HOME-PRECINCT        PIC X(06).
           05 TRN-AGE                  PIC 9(02).
           05 TRN-CHECKIN-TIME         PIC X(04).
           05 TRN-LOADED-DATE          PIC 9(08).
