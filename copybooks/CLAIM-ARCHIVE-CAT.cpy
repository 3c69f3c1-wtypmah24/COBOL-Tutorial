      *>****************************************************************
      *> Shared record layout for CLMARCAT.DAT, the catalog of
      *> archived claims: one row per claim CLAIM-ARCHIVE takes off
      *> the live master, naming the dated archive file that holds
      *> it. CLAIM-ARCHIVE-INQ finds a claim's archive through it,
      *> and CLAIM-STATUS refuses to file a new claim under an
      *> archived claim's id.
      *>****************************************************************
       01 CLAIM-ARCHIVE-CAT-RECORD.
           05 CAT-CLAIM-ID             PIC X(08).
           05 CAT-ARCHIVE-NAME         PIC X(20).
           05 CAT-ARCHIVED-DATE        PIC 9(08).
           05 CAT-STATUS-CODE          PIC X(09).
           05 CAT-CLOSED-DATE          PIC 9(08).
           05 CAT-HISTORY-ROWS         PIC 9(04).
