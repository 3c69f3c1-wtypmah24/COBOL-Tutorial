      *>****************************************************************
      *> Shared record layout for the indexed policy and coverage
      *> master POLICY.DAT, keyed on policy number: who holds the
      *> cover, what kind it is, the dates it runs between, and the
      *> limit and deductible it pays under. POLICY-MAINT keeps the
      *> rows; CLAIM-STATUS refuses a new claim whose loss date falls
      *> outside the cover, takes the deductible off a claim's first
      *> payment, and adds every payment to POL-PAID-TO-DATE so no
      *> payment takes the policy past its limit.
      *>****************************************************************
       01 POLICY-RECORD.
           05 POL-NUMBER               PIC X(10).
           05 POL-HOLDER               PIC X(30).
      *>  Coverage type code, e.g. AUTO, HOME, LIFE, HLTH.
           05 POL-COVERAGE-TYPE        PIC X(04).
           05 POL-EFFECTIVE-DATE       PIC 9(08).
           05 POL-EXPIRY-DATE          PIC 9(08).
           05 POL-LIMIT                PIC 9(7)V99.
           05 POL-DEDUCTIBLE           PIC 9(7)V99.
      *>  Total paid on every claim against the policy; kept by
      *>  CLAIM-STATUS, never keyed by hand.
           05 POL-PAID-TO-DATE         PIC 9(7)V99.
