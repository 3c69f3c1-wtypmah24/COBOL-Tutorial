      *>****************************************************************
      *> Shared record layout for the indexed certification file
      *> CERTIFY.DAT, keyed on employee id and certificate code: one
      *> row per licence or safety certificate an employee holds,
      *> with the date it was issued and the date it runs out.
      *> CERT-MAINT keeps the rows; CERT-EXPIRY sets them against the
      *> certificates each profession requires (PROFCERT.DAT) every
      *> night.
      *>****************************************************************
       01 CERTIFICATION-RECORD.
           05 CERT-KEY.
               10 CERT-EMP-ID          PIC X(06).
               10 CERT-CODE            PIC X(06).
           05 CERT-DESC                PIC X(20).
           05 CERT-ISSUE-DATE          PIC 9(08).
      *>  CCYYMMDD the certificate lapses; zero for one that never
      *>  expires.
           05 CERT-EXPIRY-DATE         PIC 9(08).
              88 CERT-NEVER-EXPIRES    VALUE ZERO.
