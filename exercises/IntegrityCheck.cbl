           05 YTD-PAYMENT-COUNT PIC 9(04).

       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

      *>  Only the leading id matters to the sweep; the milestones
      *>  ride past it.
       FD  VENDOR-EXTRACT-FILE.
       01  VENDOR-EXTRACT-RECORD.
           05 VEXT-EMP-ID      PIC X(06).
           05 FILLER           PIC X(46).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE PIC X(80).
