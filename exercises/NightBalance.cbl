              88 PAY-TRAN-RETRO VALUE 'R'.

       FD  PAYROLL-REGISTER-FILE.
       01  PAYROLL-REGISTER-LINE PIC X(100).

      *>  'D' details and the 'T' trailer as COBOLTUT writes them.
       FD  BANK-PAYMENT-FILE.
