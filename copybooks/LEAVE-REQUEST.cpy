      *>****************************************************************
      *> Shared record layout for the forward leave request file
      *> LEAVREQ.DAT: one row per request, a dated span of absence of
      *> the same V/S/U types LEAVTRAN.DAT posts. A request is fed in
      *> as 'N' new; ABSENCE-CALENDAR books it onto the department
      *> calendar as 'R' requested, or refuses it as 'J' with the
      *> reason when it would take the department's absence over the
      *> limit. The department manager then approves it as 'A' or
      *> refuses it as 'J' through LEAVE-APPROVE, which stamps who
      *> decided and when.
      *>****************************************************************
       01 LEAVE-REQUEST-RECORD.
           05 LRQ-EMP-ID               PIC X(06).
           05 LRQ-TYPE                 PIC X(01).
              88 LRQ-VACATION          VALUE 'V'.
              88 LRQ-SICK              VALUE 'S'.
              88 LRQ-UNPAID            VALUE 'U'.
           05 LRQ-START-DATE           PIC 9(08).
           05 LRQ-END-DATE             PIC 9(08).
           05 LRQ-STATUS               PIC X(01).
              88 LRQ-NEW               VALUE 'N'.
              88 LRQ-REQUESTED         VALUE 'R'.
              88 LRQ-APPROVED          VALUE 'A'.
              88 LRQ-REJECTED          VALUE 'J'.
           05 LRQ-REASON               PIC X(30).
      *>  Rows decided before the manager stamp existed read back
      *>  spaces here.
           05 LRQ-DECIDED-BY           PIC X(10).
           05 LRQ-DECIDED-DATE         PIC X(08).
