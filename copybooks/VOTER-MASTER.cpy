      *>****************************************************************
      *> Shared record layout for the indexed voter master
      *> VOTERMST.DAT, keyed on the voter id the elections office
      *> issues at registration. VOTER-CHANGE keeps it from the daily
      *> registration change feed; CONDITIONAL's batch screening
      *> reads it. A removed voter (deceased, moved out of the area)
      *> stays on file with the reason so the id is never reissued
      *> and the audit trail still reads, but is never screened. The
      *> record must stay within the 141-byte image columns of
      *> EMPLOYEE-HISTORY.cpy, which is what VOTERAUD.DAT trails it
      *> in.
      *>****************************************************************
       01 VOTER-MASTER-RECORD.
           05 VM-VOTER-ID              PIC X(10).
           05 VM-NAME                  PIC X(10).
           05 VM-DOB                   PIC 9(08).
           05 VM-ADDRESS               PIC X(30).
           05 VM-POSTCODE              PIC X(08).
           05 VM-STATUS                PIC X(01).
              88 VM-ACTIVE             VALUE 'A'.
              88 VM-REMOVED            VALUE 'R'.
      *>  Why a removed voter came off the roll; blank while active.
           05 VM-REMOVE-REASON         PIC X(01).
              88 VM-REMOVED-DECEASED   VALUE 'D'.
              88 VM-REMOVED-MOVED-AWAY VALUE 'M'.
              88 VM-REMOVED-OTHER      VALUE 'O'.
           05 VM-REGISTERED-DATE       PIC 9(08).
           05 VM-CHANGED-DATE          PIC 9(08).
