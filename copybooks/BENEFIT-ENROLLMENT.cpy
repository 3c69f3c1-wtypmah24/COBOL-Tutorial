      *>****************************************************************
      *> Shared record layout for the indexed plan enrollment file
      *> BENENROL.DAT, keyed on employee id, plan code and the date
      *> coverage starts: the coverage tier the employee chose and
      *> the dates it runs. A change ends the current row the day
      *> before and starts a new one, so the tier in force on any
      *> date is the row whose dates cover it.
      *> The plan code is the DEDTABLE.DAT deduction code the premium
      *> is taken under, so a live enrollment reaches the pay run the
      *> way a DEDELECT.DAT election does, at the BENPLAN.DAT premium
      *> for its tier. BENEFIT-MAINT keeps the rows and only accepts
      *> a change inside the open-enrollment window or against a
      *> qualifying event; VENDOR-EXTRACT ships them to the vendor.
      *>****************************************************************
       01 ENROLLMENT-RECORD.
           05 ENR-KEY.
               10 ENR-EMP-ID           PIC X(06).
               10 ENR-PLAN-CODE        PIC X(04).
      *>  CCYYMMDD coverage starts.
               10 ENR-EFFECTIVE-DATE   PIC 9(08).
      *>  Employee only, employee and spouse or partner, employee and
      *>  children, family.
           05 ENR-TIER                 PIC X(02).
              88 ENR-TIER-EMPLOYEE     VALUE 'EE'.
              88 ENR-TIER-SPOUSE       VALUE 'ES'.
              88 ENR-TIER-CHILDREN     VALUE 'EC'.
              88 ENR-TIER-FAMILY       VALUE 'FA'.
              88 ENR-TIER-VALID        VALUE 'EE' 'ES' 'EC' 'FA'.
      *>  CCYYMMDD last day covered; zero for coverage with no end
      *>  set.
           05 ENR-END-DATE             PIC 9(08).
              88 ENR-OPEN-ENDED        VALUE ZERO.
      *>  What let the last change through: OPEN for the open-
      *>  enrollment window, otherwise the qualifying-event code,
      *>  with the date of the event.
           05 ENR-EVENT-CODE           PIC X(04).
              88 ENR-OPEN-ENROLLMENT   VALUE 'OPEN'.
           05 ENR-EVENT-DATE           PIC 9(08).
