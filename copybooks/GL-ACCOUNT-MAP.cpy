      *>****************************************************************
      *> Shared record layout for the ops-maintained GL account map
      *> GLACCT.DAT: one row per source code turning a department,
      *> deduction code or garnishment authority into the ledger
      *> account its journal line posts to. Source types:
      *>   D  gross pay expense, keyed by department code
      *>   E  employer contribution expense, by department code
      *>   W  employee withholding liability, by deduction code
      *>   R  employer contribution liability, by deduction code
      *>   G  garnishment payable, by ordering authority
      *>   N  net pay clearing (key left blank)
      *>   A  accrued payroll liability at month end, keyed WAGES
      *>      or EMPLOYER
      *>   V  vacation expense at quarter end, by department code
      *>   L  accrued vacation liability at quarter end, keyed
      *>      VACATION
      *> A key of "*" is the type's catch-all account, used for any
      *> code without a row of its own.
      *>****************************************************************
       01 GL-ACCOUNT-MAP-RECORD.
           05 GLA-SOURCE-TYPE          PIC X(01).
           05 GLA-SOURCE-KEY           PIC X(10).
           05 GLA-ACCOUNT              PIC X(10).
