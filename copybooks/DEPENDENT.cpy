      *>****************************************************************
      *> Shared record layout for the indexed dependents file
      *> DEPENDNT.DAT, keyed on employee id and a per-employee
      *> sequence number: one row per spouse, partner or child an
      *> employee can cover under a benefit plan. BENEFIT-MAINT keeps
      *> the rows; VENDOR-EXTRACT ships them to the benefits vendor
      *> with the name ciphered.
      *>****************************************************************
       01 DEPENDENT-RECORD.
           05 DEP-KEY.
               10 DEP-EMP-ID           PIC X(06).
               10 DEP-SEQ              PIC 9(02).
           05 DEP-NAME                 PIC X(20).
           05 DEP-RELATIONSHIP         PIC X(01).
              88 DEP-IS-SPOUSE         VALUE 'S'.
              88 DEP-IS-PARTNER        VALUE 'P'.
              88 DEP-IS-CHILD          VALUE 'C'.
              88 DEP-RELATIONSHIP-VALID VALUE 'S' 'P' 'C'.
      *>  CCYYMMDD.
           05 DEP-BIRTH-DATE           PIC 9(08).
