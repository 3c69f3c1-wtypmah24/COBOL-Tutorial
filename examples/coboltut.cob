               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-PAY-FILE-STATUS.
      *>  Quarter-to-date gross and per-deduction-code withholding,
      *>  keyed by employee id, year and quarter, so the quarterly
      *>  return is produced off the file instead of being rebuilt
      *>  by hand from old PAYREG.RPT copies.
           SELECT QTD-PAY-FILE ASSIGN TO "PAYQTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QTD-KEY
               FILE STATUS IS QTD-PAY-FILE-STATUS.
      *>  Register control log: each run's register totals, gross
      *>  and per deduction code, appended so the quarter's registers
      *>  can still be summed once PAYREG.RPT has been overwritten.
           SELECT REGISTER-CONTROL-FILE ASSIGN TO "PAYRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-CONTROL-FILE-STATUS.
      *>  Fixed-format bank payment file: one detail record per paid
      *>  employee plus a control trailer carrying record count and
      *>  total amount, so the bank upload is a file transfer instead
           SELECT ELECTION-FILE ASSIGN TO "DEDELECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELECTION-FILE-STATUS.
      *>  Benefit plan enrollments kept by BENEFIT-MAINT, and the
      *>  plan table carrying each plan's premium per coverage tier.
      *>  A live enrollment loads as one more election against the
      *>  plan's 'E'-scope deduction row, at the tier's premium.
           SELECT ENROLLMENT-FILE ASSIGN TO "BENENROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFIT-PLAN-FILE-STATUS.
      *>  Court-ordered garnishments keyed by employee id: order
      *>  reference, ordering authority, priority, per-cycle amount
      *>  and remaining total. Loaded at startup, drawn down as the
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-EMP-ID
               FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.
      *>  Effective-dated compensation master (COMP-MAINT): the rate
      *>  in effect on the pay date comes from here, not from the
      *>  PAY-RATE whoever staged PAYTRAN.DAT happened to key.
           SELECT COMPENSATION-FILE ASSIGN TO "COMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-KEY
               FILE STATUS IS COMPENSATION-FILE-STATUS.
      *>  Ops-maintained account map turning departments, deduction
      *>  codes and garnishment authorities into GL accounts.
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ACCOUNT-MAP-FILE-STATUS.
      *>  Balanced summary journal for the ledger's import, so the
      *>  run's postings stop being keyed by hand from LABRCOST.RPT
      *>  and GARNREM.RPT. Released as GLJRNL.DAT only when debits
      *>  equal credits; an unbalanced journal is held as GLJRNL.HLD
      *>  for investigation instead.
           SELECT GL-JOURNAL-FILE ASSIGN USING GL-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-FILE-STATUS.
      *>  Release gate: the trial run's control totals and the
      *>  supervisor's sign-off (PAY-RELEASE) for the pay date. Only
      *>  a released trial lets the run go live.
           SELECT PAY-RELEASE-FILE ASSIGN TO "PAYREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RELEASE-FILE-STATUS.
      *>  Ops flag forcing a fresh trial even over a released one,
      *>  for staging corrected after the supervisor signed off.
           SELECT PAY-TRIAL-REQUEST-FILE ASSIGN TO "PAYTRIAL.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-TRIAL-REQUEST-FILE-STATUS.
      *>  Daily timecards with the manager's decision on them
      *>  (TIMECARD-APPROVE): approved cards roll up into the pay,
      *>  and the live run moves settled cards off to the history
      *>  file so the feed only ever holds open ones.
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.
           SELECT TIMECARD-HISTORY-FILE ASSIGN TO "TCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMECARD-HISTORY-FILE-STATUS.
      *>  Ops-maintained multiplier for hours worked on a HOLIDAYS.DAT
      *>  holiday; without the file the compiled-in double time
      *>  applies.
           SELECT HOLIDAY-PREMIUM-FILE ASSIGN TO "HOLPREM.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-PREMIUM-FILE-STATUS.
      *>  Pension member ledger: each live cycle posts the employee
      *>  and employer sides of the pension deduction rows to the
      *>  member's account, opening it on the first contribution.
           SELECT PENSION-FILE ASSIGN TO "PENSION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-EMP-ID
               FILE STATUS IS PENSION-FILE-STATUS.
      *>  Employees with no usable bank account are paid by cheque:
      *>  numbers come in order off the controlled stock file, each
      *>  one issued goes on the cheque register, and the cheques
      *>  themselves print to CHEQUES.TXT for the pre-numbered stock.
           SELECT CHEQUE-STOCK-FILE ASSIGN TO "CHQSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-STOCK-FILE-STATUS.
           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHQREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-NUMBER
               FILE STATUS IS CHEQUE-REGISTER-FILE-STATUS.
           SELECT CHEQUE-PRINT-FILE ASSIGN TO "CHEQUES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-PRINT-FILE-STATUS.
      *>  Every payment the live pass sends - bank detail, the bank
      *>  file as a whole, each cheque - is journalled for BANK-RECON
      *>  to clear against the bank statement.
           SELECT DISBURSEMENT-JOURNAL ASSIGN TO "DISBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISBURSEMENT-JOURNAL-STATUS.
      *>  Keyed payment history: the figures each live payment was
      *>  built from, so PAY-REISSUE can back one out exactly.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.

       DATA DIVISION.                *> Section where data is defined
       FILE SECTION.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  PAYROLL-REGISTER-FILE.
       01  PAYROLL-REGISTER-LINE PIC X(100).

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).
       FD  BANK-ACCOUNT-FILE.
           COPY "BANK-ACCOUNT.cpy".

       FD  COMPENSATION-FILE.
           COPY "COMPENSATION.cpy".

       FD  GL-ACCOUNT-MAP-FILE.
           COPY "GL-ACCOUNT-MAP.cpy".

       FD  GL-JOURNAL-FILE.
           COPY "GL-JOURNAL.cpy".

       FD  PAY-RELEASE-FILE.
           COPY "PAY-RELEASE.cpy".

       FD  PAY-TRIAL-REQUEST-FILE.
       01  PAY-TRIAL-REQUEST-RECORD PIC X(80).

       FD  TIMECARD-FILE.
           COPY "TIMECARD.cpy".

       FD  TIMECARD-HISTORY-FILE.
       01  TIMECARD-HISTORY-RECORD PIC X(50).

       FD  HOLIDAY-PREMIUM-FILE.
       01  HOLIDAY-PREMIUM-RECORD.
           05 HOLPREM-MULTIPLIER-IN PIC 9V99.

       FD  PENSION-FILE.
           COPY "PENSION-MEMBER.cpy".

       FD  CHEQUE-STOCK-FILE.
           COPY "CHEQUE-STOCK.cpy".

       FD  CHEQUE-REGISTER-FILE.
           COPY "CHEQUE-REGISTER.cpy".

       FD  CHEQUE-PRINT-FILE.
       01  CHEQUE-PRINT-LINE   PIC X(80).

       FD  DISBURSEMENT-JOURNAL.
           COPY "DISBURSEMENT.cpy".

       FD  PAY-HISTORY-FILE.
           COPY "PAY-HISTORY.cpy".

       FD  GARNISHMENT-FILE.
       01  GARNISHMENT-RECORD.
           05 GAR-EMP-ID-IN    PIC X(06).
      *>  before the column existed read back spaces and carry no
      *>  employer cost.
           05 DED-EMPLOYER-IN  PIC 9(5)V99.
      *>  Class of the row, appended the same way: 'P' marks a
      *>  pension contribution, whose two sides post to the member
      *>  ledger; blank is an ordinary deduction.
           05 DED-CLASS-IN     PIC X(01).

      *>  One election per line: the employee, the deduction code
      *>  opted into, an optional 'R'/'F' override with its value
           05 ELEC-EFFECTIVE-IN PIC X(08).
           05 ELEC-END-IN      PIC X(08).

       FD  ENROLLMENT-FILE.
           COPY "BENEFIT-ENROLLMENT.cpy".

       FD  BENEFIT-PLAN-FILE.
           COPY "BENEFIT-PLAN.cpy".

       FD  YTD-PAY-FILE.
       01  YTD-PAY-RECORD.
           05 YTD-EMP-ID       PIC X(06).
           05 YTD-ADJUSTMENTS  PIC S9(6)   COMP-3.
           05 YTD-PAYMENT-COUNT PIC 9(04).

       FD  QTD-PAY-FILE.
           COPY "QTD-PAY.cpy".

       FD  REGISTER-CONTROL-FILE.
           COPY "REGISTER-CONTROL.cpy".

       WORKING-STORAGE SECTION.      *> Variables stored in memory

       COPY "EMPLOYEE-RECORD.cpy".
          88 MASTER-RECORD-NOT-FOUND VALUE "23".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".
      *>  Trial, release check, live: a trial produces the register,
      *>  slips and labor cost and commits nothing; the release check
      *>  is the same uncommitted pass made by a released run to
      *>  prove its totals still match the trial the supervisor
      *>  signed off; only the live pass touches PAYYTD.DAT,
      *>  PAYQTD.DAT, GARNISH.DAT, SLIPARCH.DAT, BANKPAY.DAT, the
      *>  register control log and the GL journal.
       01 PAY-RUN-PHASE        PIC X VALUE 'L'.
          88 PAY-RUN-TRIAL     VALUE 'T'.
          88 PAY-RUN-VERIFY-PASS VALUE 'V'.
          88 PAY-RUN-LIVE      VALUE 'L'.
       01 PAY-RELEASE-FILE-STATUS PIC XX.
          88 NO-PAY-RELEASE-FILE VALUE "35".
       01 PAY-TRIAL-REQUEST-FILE-STATUS PIC XX.
          88 NO-PAY-TRIAL-REQUEST VALUE "35".
       01 TRIAL-FORCED-FLAG    PIC X VALUE 'N'.
          88 TRIAL-FORCED      VALUE 'Y'.
      *>  The release record as read back for marking, kept here
      *>  because PAYREL.DAT is closed before it is rewritten.
       01 PAY-RELEASE-SAVE     PIC X(111).
       01 RELEASE-MARK-FLAG    PIC X VALUE 'N'.
          88 RELEASE-RECORD-READ VALUE 'R'.
          88 RELEASE-MARKED-POSTED VALUE 'P'.
      *>  Whether the live pass itself hit a hard I/O failure, taken
      *>  before the marking's own I/O can set the flag.
       01 LIVE-PASS-FLAG       PIC X VALUE 'N'.
          88 LIVE-PASS-FAILED  VALUE 'Y'.
      *>  Same shape as REL-CONTROL-TOTALS, so the two compare as
      *>  groups.
       01 RUN-CONTROL-TOTALS.
           05 RCT-EMPLOYEES-PAID   PIC 9(05).
           05 RCT-EMPLOYEES-REJECTED PIC 9(05).
           05 RCT-GROSS            PIC 9(09)V99.
           05 RCT-NET              PIC 9(09)V99.
           05 RCT-EMPLOYER         PIC 9(09)V99.
           05 RCT-OVERTIME         PIC 9(09)V99.
       01 RELEASED-CONTROL-TOTALS.
           05 RLT-EMPLOYEES-PAID   PIC 9(05).
           05 RLT-EMPLOYEES-REJECTED PIC 9(05).
           05 RLT-GROSS            PIC 9(09)V99.
           05 RLT-NET              PIC 9(09)V99.
           05 RLT-EMPLOYER         PIC 9(09)V99.
           05 RLT-OVERTIME         PIC 9(09)V99.
       01 RELEASED-BY-OPERATOR PIC X(10).
       01 CONTROL-AMOUNT-EDIT  PIC $$$,$$$,$$9.99.
       01 CONTROL-AMOUNT-EDIT-2 PIC $$$,$$$,$$9.99.
       01 BATCH-MODE-FLAG PIC X VALUE 'N'.
          88 RUNNING-IN-BATCH-MODE VALUE 'Y'.

      *>  real payroll run, never on the demo slip.
       01 YTD-CURRENT-FLAG     PIC X VALUE 'N'.
          88 YTD-IS-CURRENT    VALUE 'Y'.
      *>  Quarter the pay date falls in, and the same current-for-
      *>  this-employee switch the YTD record uses, for the QTD line.
       01 QTD-PAY-FILE-STATUS  PIC XX.
          88 NO-QTD-PAY-FILE   VALUE "35".
          88 QTD-RECORD-NOT-FOUND VALUE "23".
       01 QTD-CURRENT-FLAG     PIC X VALUE 'N'.
          88 QTD-IS-CURRENT    VALUE 'Y'.
       01 CUR-QUARTER          PIC 9(01).
       01 QTD-INDEX            PIC 9(02).
       01 QTD-SLOT             PIC 9(02).
       01 REGISTER-CONTROL-FILE-STATUS PIC XX.
          88 NO-REGISTER-CONTROL-FILE VALUE "35".

      *>  Deduction table, loaded once at startup; DED-APPLIED holds
      *>  the amount each row took from the employee in hand so the
               10 DED-SCOPE    PIC X(01).
                  88 DED-IS-ELECTED VALUE 'E'.
               10 DED-EMPLOYER PIC 9(5)V99.
               10 DED-RUN-TOTAL PIC 9(7)V99.
               10 DED-EMPLOYER-APPLIED PIC 9(5)V99.
               10 DED-RUN-EMPLOYER PIC 9(7)V99.
               10 DED-CLASS    PIC X(01).
                  88 DED-IS-PENSION VALUE 'P'.
      *>  The rate or flat figure the row actually took on for the
      *>  employee in hand, election override included.
               10 DED-BASIS-TYPE PIC X(01).
               10 DED-BASIS-VALUE PIC 9(5)V99.
       01 DED-INDEX            PIC 9(02).
       01 TOTAL-DEDUCTIONS     PIC 9(6)V99.

       01 WORK-DED-TYPE        PIC X(01).
       01 WORK-DED-VALUE       PIC 9(5)V99.

      *>  Plan premiums per tier, loaded with the enrollments: EE,
      *>  ES, EC, FA in that order.
       01 ENROLLMENT-FILE-STATUS PIC XX.
          88 NO-MORE-ENROLLMENTS VALUE "10".
       01 BENEFIT-PLAN-FILE-STATUS PIC XX.
          88 NO-MORE-BENEFIT-PLANS VALUE "10".
       01 BENEFIT-PLAN-COUNT   PIC 9(02) VALUE 0.
       01 BENEFIT-PLAN-TABLE.
           05 BENEFIT-PLAN-ENTRY OCCURS 50 TIMES.
               10 BENEFIT-PLAN-CODE    PIC X(04).
               10 BENEFIT-PLAN-PREMIUM PIC 9(5)V99 OCCURS 4 TIMES.
       01 BENEFIT-PLAN-INDEX   PIC 9(02).
       01 BENEFIT-PLAN-FOUND   PIC 9(02).
       01 BENEFIT-TIER-INDEX   PIC 9(01).
       01 PLAN-ROW-FOUND-FLAG  PIC X VALUE 'N'.
          88 PLAN-HAS-ELECTED-ROW VALUE 'Y'.

      *>  Employer-side cost: accumulated per employee as the rows
      *>  apply, tallied by MASTER-DEPT-CODE, and reported at end of
      *>  run as the labor-cost report - so the true cost of payroll
      *>  the configured floor/ceiling, and a gross that sits outside
      *>  tolerance of the employee's own average per-payment gross
      *>  derived from PAYYTD.DAT.
      *>  Daily timecards: approved cards dated up to the period end
      *>  replace the transaction's staged hours, and hours worked on
      *>  a holiday pay at the premium on their own slip line. The
      *>  table keeps each card's image for the live run's rewrite;
      *>  the pay state follows the retro rows' collect/settle/give-
      *>  back discipline so a rejected pay leaves its cards waiting.
       01 TIMECARD-FILE-STATUS PIC XX.
          88 NO-TIMECARD-FILE  VALUE "35".
          88 NO-MORE-TIMECARDS VALUE "10".
       01 TIMECARD-HISTORY-FILE-STATUS PIC XX.
          88 NO-TIMECARD-HISTORY-FILE VALUE "35".
       01 HOLIDAY-PREMIUM-FILE-STATUS PIC XX.
          88 NO-HOLIDAY-PREMIUM-FILE VALUE "35".
       01 HOLIDAY-PREMIUM-MULTIPLIER PIC 9V99 VALUE 2.00.
      *>  Hours in a salaried year, for the hourly equivalent the
      *>  holiday premium on a salary is figured from.
       01 STANDARD-ANNUAL-HOURS PIC 9(04) VALUE 2080.
       01 TIMECARD-COUNT       PIC 9(04) VALUE 0.
       01 TIMECARD-OVERFLOW-FLAG PIC X VALUE 'N'.
          88 TIMECARDS-OVERFLOWED VALUE 'Y'.
       01 TIMECARD-TABLE.
           05 TIMECARD-ENTRY OCCURS 2000 TIMES.
               10 TCT-IMAGE     PIC X(50).
               10 TCT-EMP-ID    PIC X(06).
               10 TCT-HOURS     PIC 9(02)V9.
               10 TCT-HOLIDAY-FLAG PIC X(01).
                  88 TCT-ON-HOLIDAY VALUE 'Y'.
      *>  'N' not payable this run (pending, rejected, dated after
      *>  the period, unreadable), 'W' approved and waiting, 'C'
      *>  collected into the slip being built, 'Y' paid.
               10 TCT-PAY-STATE PIC X(01).
                  88 TCT-NOT-PAYABLE VALUE 'N'.
                  88 TCT-WAITING    VALUE 'W'.
                  88 TCT-COLLECTED  VALUE 'C'.
                  88 TCT-WAS-PAID   VALUE 'Y'.
       01 TIMECARD-INDEX       PIC 9(04).
       01 TIMECARDS-PENDING    PIC 9(04) VALUE 0.
       01 TIMECARD-FOUND-FLAG  PIC X VALUE 'N'.
          88 TIMECARDS-FOUND   VALUE 'Y'.
       01 CARD-HOURS-THIS-EMP  PIC 9(03)V9.
       01 HOLIDAY-HOURS-THIS-EMP PIC 9(03)V9 VALUE 0.
       01 HOLIDAY-PAY-AMOUNT   PIC 9(5)V999 VALUE 0.
       01 HOLIDAY-PAY-COST     PIC 9(5)V99.
       01 HOURLY-EQUIVALENT-RATE PIC 9(03)V9999.
       01 STAGED-HOURS-EDIT    PIC ZZ9.9.
       01 CARD-HOURS-EDIT      PIC ZZ9.9.

      *>  Pension ledger, open on the live pass only.
       01 PENSION-FILE-STATUS  PIC XX.
          88 NO-PENSION-FILE   VALUE "35".
          88 PENSION-MEMBER-NOT-FOUND VALUE "23".
       01 PENSION-LEDGER-FLAG  PIC X VALUE 'N'.
          88 PENSION-LEDGER-OPEN VALUE 'Y'.
       01 PENSION-EMPLOYEE-THIS-EMP PIC 9(5)V99.
       01 PENSION-EMPLOYER-THIS-EMP PIC 9(5)V99.

      *>  Cheque payment. Whether stock is left for the next cheque
      *>  is worked out the same way on every pass - trial, release
      *>  check and live - off the stock record read at the start,
      *>  so all three pay and refuse the same people; only the live
      *>  pass registers and prints the cheques and moves the stock
      *>  on.
       01 CHEQUE-STOCK-FILE-STATUS PIC XX.
          88 NO-CHEQUE-STOCK-FILE VALUE "35".
       01 CHEQUE-REGISTER-FILE-STATUS PIC XX.
          88 NO-CHEQUE-REGISTER-FILE VALUE "35".
       01 CHEQUE-PRINT-FILE-STATUS PIC XX.
       01 CHEQUE-STOCK-FLAG    PIC X VALUE 'N'.
          88 CHEQUE-STOCK-ON-FILE VALUE 'Y'.
       01 CHEQUE-REGISTER-FLAG PIC X VALUE 'N'.
          88 CHEQUE-REGISTER-OPEN VALUE 'Y'.
       01 PAY-METHOD-FLAG      PIC X VALUE 'B'.
          88 PAY-BY-BANK       VALUE 'B'.
          88 PAY-BY-CHEQUE     VALUE 'C'.
       01 NEXT-CHEQUE-NUMBER   PIC 9(08) VALUE 0.
      *>  Last number on the loaded stock, kept from the record
      *>  because CHQSTOCK.DAT is closed again once it is read.
       01 LAST-CHEQUE-NUMBER   PIC 9(08) VALUE 0.
       01 CHEQUE-NUMBER-THIS-EMP PIC 9(08) VALUE 0.
       01 CHEQUES-ISSUED       PIC 9(05) VALUE 0.
       01 CHEQUE-TOTAL         PIC 9(9)V99 VALUE 0.
      *>  The bank file carries the bank payments only.
       01 CHEQUE-STOCK-SAVE    PIC X(42).
       01 DISBURSEMENT-JOURNAL-STATUS PIC XX.
          88 NO-DISBURSEMENT-JOURNAL VALUE "35".
       01 BANK-PAYMENTS-COUNT  PIC 9(07) VALUE 0.
       01 BANK-PAYMENTS-TOTAL  PIC 9(9)V99 VALUE 0.
      *>  Payment history, open on the live pass only; a same-date
      *>  rerun refreshes the record in place the way the slip
      *>  archive does.
       01 PAY-HISTORY-FILE-STATUS PIC XX.
          88 NO-PAY-HISTORY-FILE VALUE "35".
          88 PAY-HISTORY-ALREADY-ON-FILE VALUE "22".
       01 PAY-HISTORY-FLAG     PIC X VALUE 'N'.
          88 PAY-HISTORY-OPEN  VALUE 'Y'.
      *>  Cheque face, one page per cheque on the pre-numbered stock.
       01 CHEQUE-NUMBER-PRINT-LINE.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "CHEQUE NO ".
           05 CHQP-NUMBER       PIC 9(08).
       01 CHEQUE-DATE-PRINT-LINE.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "DATE      ".
           05 CHQP-DATE         PIC 9(08).
       01 CHEQUE-PAYEE-PRINT-LINE.
           05 FILLER            PIC X(12) VALUE "PAY TO THE  ".
           05 FILLER            PIC X(10) VALUE "ORDER OF  ".
           05 CHQP-PAYEE-NAME   PIC X(30).
           05 FILLER            PIC X(02) VALUE " (".
           05 CHQP-EMP-ID       PIC X(06).
           05 FILLER            PIC X(01) VALUE ")".
       01 CHEQUE-AMOUNT-PRINT-LINE.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(03) VALUE "***".
           05 CHQP-AMOUNT       PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(03) VALUE "***".
       01 CHEQUE-MEMO-PRINT-LINE.
           05 FILLER            PIC X(22) VALUE
               "MEMO  NET PAY FOR PAY ".
           05 FILLER            PIC X(05) VALUE "DATE ".
           05 CHQP-MEMO-DATE    PIC 9(08).

       01 PAY-LIMIT-FILE-STATUS PIC XX.
          88 NO-PAY-LIMIT-FILE VALUE "35".
       01 NET-FLOOR-LIMIT      PIC 9(5)V99 VALUE 10.00.
       01 LABOR-AMOUNT-EDIT-2  PIC $$$,$$$,$$9.99.
       01 LABOR-AMOUNT-EDIT-3  PIC $$$,$$$,$$9.99.
       01 LABOR-AMOUNT-EDIT-4  PIC $$$,$$$,$$9.99.
      *>  Division roll-up of the labor cost: each department's gross
      *>  and employer cost added into its own row and every
      *>  department above it, as the shared DEPT-ROLLUP hands back
      *>  the parent chain. Only rows with departments under them
      *>  print - a leaf's roll-up is its own line above.
       01 ROLLUP-COUNT         PIC 9(02) VALUE 0.
       01 ROLLUP-TABLE.
           05 ROLLUP-ENTRY OCCURS 50 TIMES.
               10 ROLLUP-CODE     PIC X(04).
               10 ROLLUP-GROSS    PIC 9(8)V99.
               10 ROLLUP-EMPLOYER PIC 9(8)V99.
               10 ROLLUP-PARENT-FLAG PIC X(01).
                  88 ROLLUP-HAS-CHILDREN VALUE 'Y'.
       01 ROLLUP-INDEX         PIC 9(02).
       01 ROLLUP-WORK-CODE     PIC X(04).
      *>  DEPT-ROLLUP call set.
       01 ROLLUP-DEPT-CODE     PIC X(04).
       01 ROLLUP-ANCESTOR-COUNT PIC 9(02).
       01 ROLLUP-ANCESTORS.
           05 ROLLUP-ANCESTOR  PIC X(04) OCCURS 20 TIMES.
       01 ROLLUP-STATUS        PIC X.
       01 ANCESTOR-INDEX       PIC 9(02).

      *>  Garnishment table: the staged orders, each drawn down as
      *>  the run takes it. GAR-TAKEN holds this cycle's take for
       01 AUTH-INDEX           PIC 9(02).
       01 AUTH-FOUND-INDEX     PIC 9(02).
       01 AUTH-AMOUNT-EDIT     PIC $$,$$$,$$9.99.

      *>  GL journal: the account map loaded from GLACCT.DAT, and the
      *>  journal lines built from the run's department, deduction,
      *>  authority and net totals before any of them is written, so
      *>  the balance is proven before the file is released.
       01 GL-ACCOUNT-MAP-FILE-STATUS PIC XX.
          88 NO-GL-ACCOUNT-MAP VALUE "35".
          88 NO-MORE-GL-MAPS   VALUE "10".
       01 GL-JOURNAL-FILE-STATUS PIC XX.
       01 GL-JOURNAL-FILE-NAME PIC X(12) VALUE "GLJRNL.DAT".
       01 GL-MAP-COUNT         PIC 9(03) VALUE 0.
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 200 TIMES.
               10 GLM-SOURCE-TYPE PIC X(01).
               10 GLM-SOURCE-KEY  PIC X(10).
               10 GLM-ACCOUNT     PIC X(10).
       01 GL-MAP-INDEX         PIC 9(03).
       01 GL-LINE-COUNT        PIC 9(03) VALUE 0.
       01 GL-LINE-TABLE.
           05 GL-LINE-ENTRY OCCURS 200 TIMES.
               10 GLL-ACCOUNT     PIC X(10).
               10 GLL-DR-CR       PIC X(01).
               10 GLL-AMOUNT      PIC 9(09)V99.
               10 GLL-SOURCE-TYPE PIC X(01).
               10 GLL-SOURCE-KEY  PIC X(10).
       01 GL-LINE-INDEX        PIC 9(03).
       01 GL-WORK-SOURCE-TYPE  PIC X(01).
       01 GL-WORK-SOURCE-KEY   PIC X(10).
       01 GL-WORK-DR-CR        PIC X(01).
       01 GL-WORK-AMOUNT       PIC 9(09)V99.
       01 GL-WORK-ACCOUNT      PIC X(10).
       01 GL-DEBIT-TOTAL       PIC 9(11)V99.
       01 GL-CREDIT-TOTAL      PIC 9(11)V99.
       01 GL-OVERFLOW-FLAG     PIC X VALUE 'N'.
          88 GL-LINES-OVERFLOWED VALUE 'Y'.
       01 GL-DEBIT-EDIT        PIC $$$,$$$,$$9.99.
       01 GL-CREDIT-EDIT       PIC $$$,$$$,$$9.99.
       01 NET-PAY              PIC S9(7)V99.
      *>  The payee's legal name, "GIVEN SURNAME", for the cheque
      *>  face; the slip and register print EMP-NAME surname first.
       01 PAYEE-NAME           PIC X(40).
       01 NAME-FUNCTION        PIC X.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.
       01 RUN-TOTAL-NET        PIC 9(8)V99 COMP-3 VALUE 0.

      *>  Bank file records: 'D' details with unpacked zoned amounts
       01 ACCOUNT-OK-FLAG      PIC X VALUE 'N'.
          88 ACCOUNT-IS-PAYABLE VALUE 'Y'.
       01 ACCOUNT-REFUSAL-NOTE PIC X(13).
      *>  ACCOUNT-CIPHER call set: the number on the master is
      *>  stored enciphered and only deciphered here, for
      *>  BANKPAY.DAT.
       01 CIPHER-FUNCTION      PIC X.
       01 CLEAR-ACCOUNT-NUMBER PIC X(12).
       01 ACCOUNT-LAST-FOUR    PIC X(04).
       01 CIPHER-STATUS        PIC X.
       01 ACCOUNT-KEY-ALERT-FLAG PIC X VALUE 'N'.
          88 ACCOUNT-KEY-ALERT-RAISED VALUE 'Y'.

      *>  Rate in effect on the pay date, off the compensation
      *>  master. With the master on file it is the system of record
      *>  and a staged PAY-RATE that disagrees is raised as an
      *>  exception; an employee with no row yet, or a run with no
      *>  master at all, falls back to the staged rate with a
      *>  warning so a fresh checkout still pays.
       01 COMPENSATION-FILE-STATUS PIC XX.
          88 NO-COMPENSATION-FILE VALUE "35".
       01 COMP-MASTER-FLAG     PIC X VALUE 'N'.
          88 COMP-MASTER-ON-FILE VALUE 'Y'.
       01 COMP-SCAN-FLAG       PIC X VALUE 'N'.
          88 COMP-SCAN-DONE    VALUE 'Y'.
       01 RATE-SOURCE-FLAG     PIC X VALUE 'N'.
          88 RATE-FROM-MASTER  VALUE 'M'.
          88 RATE-FROM-TRANSACTION VALUE 'T'.
          88 RATE-NOT-RESOLVED VALUE 'N'.
       01 EFFECTIVE-PAY-BASIS  PIC X(01).
          88 EFFECTIVE-BASIS-SALARIED VALUE 'S'.
       01 EFFECTIVE-PAY-RATE   PIC 9(03)V99.
       01 EFFECTIVE-ANNUAL-SALARY PIC 9(07)V99.
       01 EFFECTIVE-RATE-DATE  PIC 9(08).

      *>  Salaried pay: the period amount is the annual salary over
      *>  the year's scheduled pay dates on PAYCAL.DAT, prorated by
      *>  working days (the BUSINESS-DAYS calendar) when a hire or a
      *>  termination falls inside the period. The period runs from
      *>  the day after the previous calendar pay date through this
      *>  one; with no earlier pay date on the calendar it is taken
      *>  as the two weeks ending today, and with no calendar at all
      *>  the year is taken as DEFAULT-PAY-PERIODS periods.
       01 PRIOR-PAY-DATE       PIC 9(08) VALUE 0.
       01 PERIOD-START-DATE    PIC 9(08) VALUE 0.
       01 PERIOD-END-DATE      PIC 9(08) VALUE 0.
       01 PAY-DATES-THIS-YEAR  PIC 9(03) VALUE 0.
       01 DEFAULT-PAY-PERIODS  PIC 9(03) VALUE 26.
       01 PAY-PERIODS-PER-YEAR PIC 9(03) VALUE 26.
       01 PERIOD-WORKING-DAYS  PIC 9(05) VALUE 0.
       01 PERIOD-SALARY-AMOUNT PIC 9(7)V99.
       01 EMP-WORK-START       PIC 9(08).
       01 EMP-WORK-END         PIC 9(08).
       01 HIRE-DATE-N          PIC 9(08).
       01 EMP-WORKED-DAYS      PIC 9(05).
       01 UNPAID-LEAVE-DAYS    PIC 9(03)V9.
       01 PRORATION-PAID-DAYS  PIC 9(05)V9.
       01 SALARY-PAY-FLAG      PIC X VALUE 'N'.
          88 PAID-AS-SALARIED  VALUE 'Y'.
       01 TERMINATED-IN-PERIOD-FLAG PIC X VALUE 'N'.
          88 TERMINATED-IN-PERIOD VALUE 'Y'.
       01 PRORATION-NOTE.
           05 FILLER           PIC X(04) VALUE "SAL ".
           05 PRN-PAID-DAYS    PIC 99.9.
           05 FILLER           PIC X(01) VALUE "/".
           05 PRN-PERIOD-DAYS  PIC 9(02).
           05 FILLER           PIC X(02) VALUE "DY".

      *>  BUSINESS-DAYS and DATE-ARITH call sets, per their
      *>  CHECK-LEAP-YEAR-style USING lists.
       01 BUSDAY-FUNCTION      PIC X.
       01 BUSDAY-DATE-1        PIC 9(08).
       01 BUSDAY-DATE-2        PIC 9(08).
       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "OFFICE".
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-TWO             PIC 9(08).
       01 DATE-OFFSET-DAYS     PIC S9(05).
       01 DATE-RESULT-DAYS     PIC S9(07).
       01 DATE-RESULT-DATE     PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.

      *>  Sane-bounds check on the fields that feed the pay slip, so a
      *>  corrupted upstream value doesn't get silently printed as if
       01 SLIP-HEADER-LINE.
           05 FILLER            PIC X(27) VALUE
               "===  EMPLOYEE PAY SLIP  ===".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SLIP-HEADER-PHASE PIC X(05) VALUE SPACES.
       01 SLIP-BLANK-LINE       PIC X(80) VALUE SPACES.
       01 SLIP-NAME-LINE.
           05 FILLER            PIC X(18) VALUE "Employee Name:".
           05 SLIP-NAME         PIC X(30).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(18) VALUE "Initials:".
           05 SLIP-INITIALS     PIC AAA.
       01 SLIP-OT-PAY-LINE.
           05 FILLER            PIC X(18) VALUE "Overtime Pay:".
           05 SLIP-OT-AMOUNT    PIC $$,$$9.99.
      *>  Timecard hours worked on a holiday, paid at the premium.
       01 SLIP-HOL-HOURS-LINE.
           05 FILLER            PIC X(18) VALUE "Holiday Hours:".
           05 SLIP-HOL-HOURS    PIC ZZ9.9.
       01 SLIP-HOL-PAY-LINE.
           05 FILLER            PIC X(18) VALUE "Holiday Pay:".
           05 SLIP-HOL-AMOUNT   PIC $$,$$9.99.
      *>  One line per retro row applied to this employee, naming the
      *>  prior pay period the difference belongs to, so the slip no
      *>  longer shows a bare hand-keyed number nobody can explain.
           05 SLIP-RETRO-PERIOD PIC 9(08).
           05 FILLER            PIC X(02) VALUE ": ".
           05 SLIP-RETRO-AMOUNT PIC -$$,$$9.99.
      *>  Salaried slips show the proration basis in place of the
      *>  hours split: working days paid out of the period's working
      *>  days, and the full period salary they were prorated from.
       01 SLIP-SALARY-BASIS-LINE.
           05 FILLER            PIC X(18) VALUE "Salary Basis:".
           05 SLIP-SAL-PAID-DAYS PIC ZZ9.9.
           05 FILLER            PIC X(04) VALUE " of ".
           05 SLIP-SAL-PERIOD-DAYS PIC ZZ9.
           05 FILLER            PIC X(13) VALUE " working days".
       01 SLIP-SALARY-PERIOD-LINE.
           05 FILLER            PIC X(18) VALUE "Period Salary:".
           05 SLIP-SAL-PERIOD-AMOUNT PIC $$$,$$9.99.
       01 SLIP-PAY-LINE.
           05 FILLER            PIC X(18) VALUE "Pay Check Amount:".
           05 SLIP-PAY-AMOUNT   PIC $$,$$9.99.
       01 SLIP-NET-LINE.
           05 FILLER            PIC X(18) VALUE "Net Pay:".
           05 SLIP-NET-AMOUNT   PIC $$,$$$,$$9.99.
      *>  Paid by cheque rather than into the bank: the number the
      *>  net was paid on.
       01 SLIP-CHEQUE-LINE.
           05 FILLER            PIC X(18) VALUE "Cheque No:".
           05 SLIP-CHEQUE-NUMBER PIC 9(08).

      *>  Year-to-date lines printed under the run total on each real
      *>  payroll slip.
       01 SLIP-YTD-COUNT-LINE.
           05 FILLER            PIC X(18) VALUE "YTD Payments:".
           05 SLIP-YTD-COUNT    PIC ZZZ9.
       01 SLIP-QTD-GROSS-LINE.
           05 FILLER            PIC X(18) VALUE "QTD Gross:".
           05 SLIP-QTD-GROSS    PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(03) VALUE " Q".
           05 SLIP-QTD-QUARTER  PIC 9.
      *>  Leave lines: unpaid hours taken off this cycle's pay, and
      *>  the remaining balances, so "how much vacation do I have
      *>  left" is answered by the slip itself.
               "PAYROLL REGISTER".
           05 FILLER            PIC X(10) VALUE "   RUN BY ".
           05 REG-TITLE-OPERATOR PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-TITLE-PHASE   PIC X(26).
       01 REGISTER-HEADER-LINE.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(08) VALUE "EMP ID".
           05 FILLER            PIC X(31) VALUE "NAME".
           05 FILLER            PIC X(10) VALUE "GROSS".
           05 FILLER            PIC X(07) VALUE "OT-HRS".
           05 FILLER            PIC X(10) VALUE "OT-PAY".
           05 FILLER            PIC X(10) VALUE "NET".
           05 FILLER            PIC X(13) VALUE "NOTE".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(08) VALUE "CHEQUE".
       01 REGISTER-DETAIL-LINE.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 REG-EMP-ID        PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-NAME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 REG-GROSS         PIC $$,$$9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 REG-NET           PIC $$,$$9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 REG-NOTE          PIC X(13).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 REG-CHEQUE-NO     PIC X(08).
       01 REGISTER-TOTALS-LINE.
           05 FILLER            PIC X(06) VALUE "PAID: ".
           05 REG-TOT-COUNT     PIC ZZZZ9.
           05 REG-TOT-OVERTIME  PIC $$$,$$9.99.
           05 FILLER            PIC X(07) VALUE "  NET: ".
           05 REG-TOT-NET       PIC $$,$$$,$$9.99.
      *>  One line per deduction code under the totals: what the run
      *>  withheld under it, the figure the quarterly return ties to.
       01 REGISTER-WITHHELD-LINE.
           05 FILLER            PIC X(10) VALUE "WITHHELD  ".
           05 REG-WH-CODE       PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 REG-WH-DESC       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 REG-WH-AMOUNT     PIC $$,$$$,$$9.99.

      *>  Shop-wide "source program, paragraph, description" layout
      *>  shared with the nightly control program and Assignment-2.
      *>  a maintenance session from rewriting it mid-pay.
                   PERFORM ACQUIRE-MASTER-LOCK
                   IF MASTER-LOCK-TAKEN
                       PERFORM RUN-RELEASE-GATED-PAYROLL
                       PERFORM RELEASE-MASTER-LOCK
                   ELSE
                       PERFORM REFUSE-LOCKED-MASTER
                   END-READ
                   IF NOT NO-MORE-PAY-DATES
                   AND PAY-CALENDAR-RECORD IS NUMERIC
                       IF PAY-CALENDAR-RECORD = TODAYS-DATE-N
                           SET PAY-DATE-SCHEDULED TO TRUE
                       END-IF
      *>  The same pass finds the previous pay date (the period's
      *>  lower bound) and counts this year's pay dates (the salary
      *>  divisor).
                       IF PAY-CALENDAR-RECORD < TODAYS-DATE-N
                       AND PAY-CALENDAR-RECORD > PRIOR-PAY-DATE
                           MOVE PAY-CALENDAR-RECORD TO PRIOR-PAY-DATE
                       END-IF
                       IF PAY-CALENDAR-RECORD(1:4) = CUR-YYYY
                           ADD 1 TO PAY-DATES-THIS-YEAR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE 1 TO RETURN-CODE
       .

      *>  A run with no released trial for the date is a trial. A
      *>  released run first repeats the trial's arithmetic without
      *>  committing anything; only if its control totals equal the
      *>  released ones does it reset and make the live pass - a
      *>  difference means the staging changed after sign-off, and
      *>  no money moves.
       RUN-RELEASE-GATED-PAYROLL.
           PERFORM DETERMINE-PAY-RUN-PHASE
           IF PAY-RUN-TRIAL
               PERFORM RUN-PAYROLL
               IF NOT HARD-IO-FAILED
                   PERFORM RECORD-TRIAL-RUN
               END-IF
           ELSE
               PERFORM RUN-PAYROLL
               PERFORM BUILD-RUN-CONTROL-TOTALS
               EVALUATE TRUE
                   WHEN HARD-IO-FAILED
                       CONTINUE
                   WHEN RUN-CONTROL-TOTALS
                       NOT = RELEASED-CONTROL-TOTALS
                       PERFORM REFUSE-UNMATCHED-TOTALS
                   WHEN OTHER
                       PERFORM RESET-RUN-TOTALS
                       SET PAY-RUN-LIVE TO TRUE
                       PERFORM RUN-PAYROLL
                       IF HARD-IO-FAILED
                           SET LIVE-PASS-FAILED TO TRUE
                       END-IF
                       PERFORM MARK-RELEASE-POSTED
                       IF LIVE-PASS-FAILED
                           PERFORM REPORT-PARTIAL-POSTING
                       END-IF
               END-EVALUATE
           END-IF
       .

      *>  PAYTRIAL.PRM forces a trial; otherwise an 'R' record for
      *>  today's date on PAYREL.DAT makes this the released run.
       DETERMINE-PAY-RUN-PHASE.
           SET PAY-RUN-TRIAL TO TRUE
           MOVE 'N' TO TRIAL-FORCED-FLAG
           OPEN INPUT PAY-TRIAL-REQUEST-FILE
           IF NOT NO-PAY-TRIAL-REQUEST
               SET TRIAL-FORCED TO TRUE
           END-IF
           CLOSE PAY-TRIAL-REQUEST-FILE
           OPEN INPUT PAY-RELEASE-FILE
           IF PAY-RELEASE-FILE-STATUS = "00"
               READ PAY-RELEASE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF REL-PAY-DATE = TODAYS-DATE-N
                       AND REL-RELEASED
                       AND NOT TRIAL-FORCED
                           SET PAY-RUN-VERIFY-PASS TO TRUE
                           MOVE REL-CONTROL-TOTALS
                               TO RELEASED-CONTROL-TOTALS
                           MOVE REL-RELEASE-OPERATOR
                               TO RELEASED-BY-OPERATOR
                       END-IF
               END-READ
           END-IF
           CLOSE PAY-RELEASE-FILE
           IF PAY-RUN-TRIAL
               DISPLAY "PAYROLL: TRIAL RUN FOR " TODAYS-DATE-N
                   " - NOTHING WILL BE COMMITTED"
           ELSE
               DISPLAY "PAYROLL: TRIAL FOR " TODAYS-DATE-N
                   " RELEASED BY " RELEASED-BY-OPERATOR
                   " - CHECKING TOTALS BEFORE POSTING"
           END-IF
       .

       BUILD-RUN-CONTROL-TOTALS.
           MOVE EMPLOYEES-PAID TO RCT-EMPLOYEES-PAID
           MOVE EMPLOYEES-REJECTED TO RCT-EMPLOYEES-REJECTED
           MOVE PAY-TOTAL TO RCT-GROSS
           MOVE RUN-TOTAL-NET TO RCT-NET
           MOVE RUN-TOTAL-EMPLOYER TO RCT-EMPLOYER
           MOVE RUN-TOTAL-OVERTIME TO RCT-OVERTIME
       .

      *>  The trial's totals go on PAYREL.DAT awaiting sign-off; a
      *>  new trial always replaces the old record, released or not,
      *>  so a sign-off never carries over to different numbers.
       RECORD-TRIAL-RUN.
           PERFORM BUILD-RUN-CONTROL-TOTALS
           MOVE SPACES TO PAY-RELEASE-RECORD
           MOVE TODAYS-DATE-N TO REL-PAY-DATE
           SET REL-AWAITING-RELEASE TO TRUE
           MOVE SIGNON-OPERATOR-ID TO REL-TRIAL-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO REL-TRIAL-STAMP
           MOVE RUN-CONTROL-TOTALS TO REL-CONTROL-TOTALS
           OPEN OUTPUT PAY-RELEASE-FILE
           WRITE PAY-RELEASE-RECORD
           MOVE PAY-RELEASE-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "PAYREL.DAT" TO IO-CHECK-FILE-NAME
           MOVE "RECORD-TRIAL-RUN" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           CLOSE PAY-RELEASE-FILE
           MOVE PAY-TOTAL TO CONTROL-AMOUNT-EDIT
           DISPLAY "PAYROLL: TRIAL GROSS " CONTROL-AMOUNT-EDIT
               " AWAITING RELEASE (PAY-RELEASE)"
           MOVE "RECORD-TRIAL-RUN" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "TRIAL RUN " TODAYS-DATE-N " AWAITING RELEASE"
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'I' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
       .

       REFUSE-UNMATCHED-TOTALS.
           MOVE RLT-GROSS TO CONTROL-AMOUNT-EDIT
           MOVE RCT-GROSS TO CONTROL-AMOUNT-EDIT-2
           DISPLAY "PAYROLL REFUSED: TOTALS DIFFER FROM RELEASED"
               " TRIAL - RELEASED GROSS " CONTROL-AMOUNT-EDIT
               " NOW " CONTROL-AMOUNT-EDIT-2
           DISPLAY "PAYROLL: RELEASED PAID/REJ " RLT-EMPLOYEES-PAID
               "/" RLT-EMPLOYEES-REJECTED " NOW " RCT-EMPLOYEES-PAID
               "/" RCT-EMPLOYEES-REJECTED
           MOVE "REFUSE-UNMATCHED" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "LIVE TOTALS DIFFER FROM RELEASED TRIAL"
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'C' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           MOVE 1 TO RETURN-CODE
       .

      *>  Everything the release check accumulated outside the
      *>  tables RUN-PAYROLL reloads for itself.
       RESET-RUN-TOTALS.
           MOVE 0 TO PAY-TOTAL
           MOVE 0 TO EMPLOYEES-PAID
           MOVE 0 TO EMPLOYEES-REJECTED
           MOVE 0 TO RUN-TOTAL-OVERTIME
           MOVE 0 TO RUN-TOTAL-NET
           MOVE 0 TO RUN-TOTAL-EMPLOYER
           MOVE 0 TO DEPT-COST-COUNT
           MOVE 0 TO AUTHORITY-TALLY-COUNT
           MOVE 0 TO CHEQUES-ISSUED
           MOVE 0 TO CHEQUE-TOTAL
           MOVE 0 TO BANK-PAYMENTS-COUNT
           MOVE 0 TO BANK-PAYMENTS-TOTAL
       .

      *>  Posted: a further run on the date is a fresh trial again.
      *>  The live pass has already committed by now, so a record
      *>  left at 'R' would let the same staging post a second time;
      *>  any failure to mark it is critical and says so.
       MARK-RELEASE-POSTED.
           MOVE 'N' TO RELEASE-MARK-FLAG
           OPEN INPUT PAY-RELEASE-FILE
           READ PAY-RELEASE-FILE
               AT END CONTINUE
           END-READ
           MOVE PAY-RELEASE-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "PAYREL.DAT" TO IO-CHECK-FILE-NAME
           MOVE "MARK-RELEASE-POSTED" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           IF PAY-RELEASE-FILE-STATUS = "00"
               MOVE PAY-RELEASE-RECORD TO PAY-RELEASE-SAVE
               SET RELEASE-RECORD-READ TO TRUE
           END-IF
           CLOSE PAY-RELEASE-FILE
           IF RELEASE-RECORD-READ
               MOVE PAY-RELEASE-SAVE TO PAY-RELEASE-RECORD
               SET REL-POSTED TO TRUE
               OPEN OUTPUT PAY-RELEASE-FILE
               WRITE PAY-RELEASE-RECORD
               MOVE PAY-RELEASE-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "PAYREL.DAT" TO IO-CHECK-FILE-NAME
               MOVE "MARK-RELEASE-POSTED" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
               IF PAY-RELEASE-FILE-STATUS = "00"
                   SET RELEASE-MARKED-POSTED TO TRUE
               END-IF
               CLOSE PAY-RELEASE-FILE
           END-IF
           IF NOT RELEASE-MARKED-POSTED
               DISPLAY "PAYROLL: RELEASE FOR " TODAYS-DATE-N
                   " IS STILL OPEN ON PAYREL.DAT (STATUS "
                   IO-CHECK-STATUS ") - DO NOT RUN AGAIN"
                   " UNTIL PAYREL.DAT IS CORRECTED"
               MOVE "MARK-RELEASE-POSTED" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "PAYREL " TODAYS-DATE-N
                   " STILL OPEN-FIX, NO RERUN"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

      *>  The live pass stopped on a hard I/O failure after some of
      *>  it had committed. The release is still marked posted so no
      *>  rerun posts it again, but it is not a clean posting: the
      *>  operator reconciles what went out before any new trial.
       REPORT-PARTIAL-POSTING.
           DISPLAY "PAYROLL: LIVE PASS FOR " TODAYS-DATE-N
               " FAILED PARTWAY - MARKED POSTED TO BLOCK A RERUN;"
               " RECONCILE BEFORE A NEW TRIAL"
           MOVE "RUN-RELEASE-GATED" TO EXC-SOURCE-PARAGRAPH
           MOVE SPACES TO EXC-DESCRIPTION
           STRING "LIVE " TODAYS-DATE-N
               " FAILED MIDWAY-MARKED POSTED"
               DELIMITED BY SIZE INTO EXC-DESCRIPTION
           MOVE 'C' TO EXC-SEVERITY
           PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           MOVE 1 TO RETURN-CODE
       .

       RUN-PAYROLL.
           EVALUATE TRUE
               WHEN PAY-RUN-TRIAL
                   MOVE "TRIAL - NOT RELEASED" TO REG-TITLE-PHASE
                   MOVE "TRIAL" TO SLIP-HEADER-PHASE
               WHEN PAY-RUN-VERIFY-PASS
                   MOVE "RELEASE CHECK - NOT POSTED" TO REG-TITLE-PHASE
                   MOVE "CHECK" TO SLIP-HEADER-PHASE
               WHEN OTHER
                   MOVE "LIVE" TO REG-TITLE-PHASE
                   MOVE SPACES TO SLIP-HEADER-PHASE
           END-EVALUATE
           PERFORM DETERMINE-PAY-PERIOD
           PERFORM LOAD-RETRO-TRANSACTIONS
           PERFORM LOAD-HOLIDAY-PREMIUM
           PERFORM LOAD-TIMECARDS
           OPEN INPUT PAY-TRANSACTION-FILE
           OPEN INPUT EMPLOYEE-MASTER
           OPEN OUTPUT PAY-SLIP-FILE
               CLOSE YTD-PAY-FILE
               OPEN I-O YTD-PAY-FILE
           END-IF
           OPEN I-O QTD-PAY-FILE
           IF NO-QTD-PAY-FILE
               OPEN OUTPUT QTD-PAY-FILE
               CLOSE QTD-PAY-FILE
               OPEN I-O QTD-PAY-FILE
           END-IF
           COMPUTE CUR-QUARTER = (CUR-MM - 1) / 3 + 1
           PERFORM LOAD-DEDUCTION-TABLE
           PERFORM LOAD-DEDUCTION-ELECTIONS
           PERFORM LOAD-BENEFIT-ENROLLMENTS
           PERFORM LOAD-PAY-LIMITS
           PERFORM LOAD-LEAVE-FEED
           PERFORM OPEN-LEAVE-BALANCES
           IF PAY-RUN-LIVE
               PERFORM OPEN-SLIP-ARCHIVE
               PERFORM OPEN-PENSION-LEDGER
               PERFORM OPEN-PAY-HISTORY
           ELSE
               MOVE 'N' TO SLIP-ARCHIVE-FLAG
               MOVE 'N' TO PENSION-LEDGER-FLAG
               MOVE 'N' TO PAY-HISTORY-FLAG
           END-IF
           PERFORM LOAD-GARNISHMENT-TABLE
           PERFORM OPEN-BANK-ACCOUNT-MASTER
           PERFORM LOAD-CHEQUE-STOCK
           PERFORM OPEN-COMPENSATION-MASTER
           IF PAY-RUN-LIVE
               OPEN OUTPUT BANK-PAYMENT-FILE
               MOVE BANK-PAYMENT-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "BANKPAY.DAT" TO IO-CHECK-FILE-NAME
               MOVE "RUN-PAYROLL" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
      *>  DISBJRNL.DAT may not exist before the first live run;
      *>  create it rather than abend the OPEN EXTEND.
               OPEN EXTEND DISBURSEMENT-JOURNAL
               IF NO-DISBURSEMENT-JOURNAL
                   OPEN OUTPUT DISBURSEMENT-JOURNAL
                   CLOSE DISBURSEMENT-JOURNAL
                   OPEN EXTEND DISBURSEMENT-JOURNAL
               END-IF
               MOVE DISBURSEMENT-JOURNAL-STATUS TO IO-CHECK-STATUS
               MOVE "DISBJRNL.DAT" TO IO-CHECK-FILE-NAME
               MOVE "RUN-PAYROLL" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
           END-IF

           MOVE SIGNON-OPERATOR-ID TO REG-TITLE-OPERATOR
           MOVE REGISTER-TITLE-LINE TO PAYROLL-REGISTER-LINE
           MOVE "PAYREG.RPT" TO IO-CHECK-FILE-NAME
           MOVE "RUN-PAYROLL" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           PERFORM WRITE-REGISTER-WITHHELD-LINES
           IF PAY-RUN-LIVE
               PERFORM WRITE-REGISTER-CONTROL-LOG
           END-IF

           PERFORM REPORT-UNAPPLIED-RETRO
           PERFORM REPORT-UNPAID-TIMECARDS
           IF PAY-RUN-LIVE
           AND TIMECARD-COUNT > 0
           AND NOT TIMECARDS-OVERFLOWED
               PERFORM REWRITE-TIMECARD-FILE
           END-IF
           IF PAY-RUN-LIVE
               PERFORM WRITE-BANK-TRAILER
               CLOSE BANK-PAYMENT-FILE
               PERFORM CLOSE-CHEQUE-RUN
               CLOSE DISBURSEMENT-JOURNAL
           END-IF
           CLOSE PAY-TRANSACTION-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE PAY-SLIP-FILE
           CLOSE PAYROLL-REGISTER-FILE
           CLOSE YTD-PAY-FILE
           CLOSE QTD-PAY-FILE
           IF ACCOUNT-MASTER-ON-FILE
               CLOSE BANK-ACCOUNT-FILE
           END-IF
           IF COMP-MASTER-ON-FILE
               CLOSE COMPENSATION-FILE
           END-IF
           IF GARNISH-FILE-ON-FILE AND PAY-RUN-LIVE
               PERFORM SAVE-GARNISHMENT-BALANCES
               PERFORM WRITE-GARNISH-REMITTANCE
           END-IF
           IF SLIP-ARCHIVE-OPEN
               CLOSE SLIP-ARCHIVE-FILE
           END-IF
           IF PENSION-LEDGER-OPEN
               CLOSE PENSION-FILE
           END-IF
           IF PAY-HISTORY-OPEN
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF LEAVE-BALANCES-ON-FILE
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           PERFORM WRITE-LABOR-COST-REPORT
           IF PAY-RUN-LIVE
               PERFORM WRITE-GL-JOURNAL
           END-IF
           DISPLAY "PAYROLL: " EMPLOYEES-PAID " PAID, "
               EMPLOYEES-REJECTED " REJECTED"
       .
       WRITE-LABOR-COST-REPORT.
           PERFORM LOAD-DEPT-NAMES
           OPEN OUTPUT LABOR-COST-FILE
           IF PAY-RUN-LIVE
               MOVE "DEPARTMENT LABOR COST" TO LABOR-COST-LINE
           ELSE
               MOVE "DEPARTMENT LABOR COST - TRIAL, NOT POSTED"
                   TO LABOR-COST-LINE
           END-IF
           WRITE LABOR-COST-LINE
           MOVE "DEPT GROSS / EMP DED / EMPLOYER / TOTAL COST"
               TO LABOR-COST-LINE
                   DELIMITED BY SIZE INTO LABOR-COST-LINE
               WRITE LABOR-COST-LINE
           END-PERFORM
           PERFORM WRITE-LABOR-COST-ROLLUP
           MOVE PAY-TOTAL TO LABOR-AMOUNT-EDIT
           MOVE RUN-TOTAL-EMPLOYER TO LABOR-AMOUNT-EDIT-2
           COMPUTE DEPT-TOTAL-COST =
           CLOSE LABOR-COST-FILE
       .

      *>  Gross, employer and total cost for every department that
      *>  has departments under it, its whole division included.
       WRITE-LABOR-COST-ROLLUP.
           MOVE 0 TO ROLLUP-COUNT
           PERFORM VARYING DEPT-COST-INDEX FROM 1 BY 1
           UNTIL DEPT-COST-INDEX > DEPT-COST-COUNT
               MOVE DCT-DEPT(DEPT-COST-INDEX) TO ROLLUP-DEPT-CODE
               CALL "DEPT-ROLLUP" USING ROLLUP-DEPT-CODE
                   ROLLUP-ANCESTOR-COUNT ROLLUP-ANCESTORS ROLLUP-STATUS
               MOVE DCT-DEPT(DEPT-COST-INDEX) TO ROLLUP-WORK-CODE
               PERFORM ADD-TO-ROLLUP-ROW
               PERFORM VARYING ANCESTOR-INDEX FROM 1 BY 1
               UNTIL ANCESTOR-INDEX > ROLLUP-ANCESTOR-COUNT
                   MOVE ROLLUP-ANCESTOR(ANCESTOR-INDEX)
                       TO ROLLUP-WORK-CODE
                   PERFORM ADD-TO-ROLLUP-ROW
                   SET ROLLUP-HAS-CHILDREN(ROLLUP-INDEX) TO TRUE
               END-PERFORM
           END-PERFORM
           MOVE "ROLLED UP BY DIVISION" TO LABOR-COST-LINE
           WRITE LABOR-COST-LINE
           PERFORM VARYING ROLLUP-INDEX FROM 1 BY 1
           UNTIL ROLLUP-INDEX > ROLLUP-COUNT
               IF ROLLUP-HAS-CHILDREN(ROLLUP-INDEX)
                   MOVE SPACES TO DEPT-NAME-FOUND
                   PERFORM VARYING DEPT-REF-INDEX FROM 1 BY 1
                   UNTIL DEPT-REF-INDEX > DEPT-REF-COUNT
                       IF DEPT-REF-CODE(DEPT-REF-INDEX)
                           = ROLLUP-CODE(ROLLUP-INDEX)
                           MOVE DEPT-REF-NAME(DEPT-REF-INDEX)
                               TO DEPT-NAME-FOUND
                       END-IF
                   END-PERFORM
                   MOVE ROLLUP-GROSS(ROLLUP-INDEX)
                       TO LABOR-AMOUNT-EDIT
                   MOVE ROLLUP-EMPLOYER(ROLLUP-INDEX)
                       TO LABOR-AMOUNT-EDIT-3
                   COMPUTE DEPT-TOTAL-COST =
                       ROLLUP-GROSS(ROLLUP-INDEX)
                       + ROLLUP-EMPLOYER(ROLLUP-INDEX)
                   MOVE DEPT-TOTAL-COST TO LABOR-AMOUNT-EDIT-4
                   MOVE SPACES TO LABOR-COST-LINE
                   STRING ROLLUP-CODE(ROLLUP-INDEX)
                       " " DEPT-NAME-FOUND(1:14)
                       " " LABOR-AMOUNT-EDIT
                       "                "
                       LABOR-AMOUNT-EDIT-3
                       " " LABOR-AMOUNT-EDIT-4
                       DELIMITED BY SIZE INTO LABOR-COST-LINE
                   WRITE LABOR-COST-LINE
               END-IF
           END-PERFORM
       .

      *>  Adds the department in hand into ROLLUP-WORK-CODE's row,
      *>  starting the row the first time the code is seen; past the
      *>  table's end the last row takes the overflow.
       ADD-TO-ROLLUP-ROW.
           PERFORM VARYING ROLLUP-INDEX FROM 1 BY 1
           UNTIL ROLLUP-INDEX > ROLLUP-COUNT
           OR ROLLUP-CODE(ROLLUP-INDEX) = ROLLUP-WORK-CODE
               CONTINUE
           END-PERFORM
           IF ROLLUP-INDEX > ROLLUP-COUNT
               IF ROLLUP-COUNT < 50
                   ADD 1 TO ROLLUP-COUNT
                   MOVE ROLLUP-COUNT TO ROLLUP-INDEX
                   MOVE ROLLUP-WORK-CODE TO ROLLUP-CODE(ROLLUP-INDEX)
                   MOVE 0 TO ROLLUP-GROSS(ROLLUP-INDEX)
                   MOVE 0 TO ROLLUP-EMPLOYER(ROLLUP-INDEX)
                   MOVE 'N' TO ROLLUP-PARENT-FLAG(ROLLUP-INDEX)
               ELSE
                   MOVE 50 TO ROLLUP-INDEX
               END-IF
           END-IF
           ADD DCT-GROSS(DEPT-COST-INDEX) TO ROLLUP-GROSS(ROLLUP-INDEX)
           ADD DCT-EMPLOYER(DEPT-COST-INDEX)
               TO ROLLUP-EMPLOYER(ROLLUP-INDEX)
       .

      *>  Reads GARNISH.DAT into the garnishment table once per run,
      *>  the same load-at-startup pattern the deduction table uses.
      *>  No garnishment file means no garnishments, the pre-order
           END-IF
       .

      *>  An active account is paid only once its number deciphers;
      *>  a key that cannot be found is never guessed past either,
      *>  and the first one of the run pages the operator.
       DECIPHER-BANK-ACCOUNT.
           MOVE 'D' TO CIPHER-FUNCTION
           CALL "ACCOUNT-CIPHER" USING CIPHER-FUNCTION ACCT-KEY-ID
               CLEAR-ACCOUNT-NUMBER ACCT-NUMBER ACCOUNT-LAST-FOUR
               CIPHER-STATUS
           IF CIPHER-STATUS = '0'
               SET ACCOUNT-IS-PAYABLE TO TRUE
           ELSE
               MOVE "ACCT KEY ERR" TO ACCOUNT-REFUSAL-NOTE
               IF NOT ACCOUNT-KEY-ALERT-RAISED
                   SET ACCOUNT-KEY-ALERT-RAISED TO TRUE
                   MOVE "DECIPHER-BANK-ACCT" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "ACCOUNT KEY " ACCT-KEY-ID
                       " NOT ON CIPHER.KEY"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'C' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  Only an 'OK' account takes real money: a new account still
      *>  in its prenote window, a rejected or closed account, or no
      *>  account row at all is paid by cheque instead, and refused
      *>  with a register note naming why only when no cheque stock
      *>  is left. A read error is never guessed past.
       CHECK-BANK-ACCOUNT.
           MOVE 'N' TO ACCOUNT-OK-FLAG
           MOVE SPACES TO ACCOUNT-REFUSAL-NOTE
               EVALUATE TRUE
                   WHEN BANK-ACCOUNT-NOT-FOUND
                       MOVE "NO BANK ACCT" TO ACCOUNT-REFUSAL-NOTE
                       PERFORM CHECK-CHEQUE-AVAILABLE
                   WHEN BANK-ACCOUNT-FILE-STATUS NOT = "00"
                       MOVE "ACCT READ ERR" TO ACCOUNT-REFUSAL-NOTE
                   WHEN ACCT-ACTIVE
                       PERFORM DECIPHER-BANK-ACCOUNT
                   WHEN ACCT-PRENOTE-PENDING
                       MOVE "ACCT PRENOTE" TO ACCOUNT-REFUSAL-NOTE
                       PERFORM CHECK-CHEQUE-AVAILABLE
                   WHEN OTHER
                       MOVE "ACCT UNUSABLE" TO ACCOUNT-REFUSAL-NOTE
                       PERFORM CHECK-CHEQUE-AVAILABLE
               END-EVALUATE
           END-IF
       .

      *>  The next number is only ever taken on the paid path, so
      *>  it is still free here even after earlier rejections.
       CHECK-CHEQUE-AVAILABLE.
           IF CHEQUE-STOCK-ON-FILE
           AND NEXT-CHEQUE-NUMBER NOT > LAST-CHEQUE-NUMBER
               SET PAY-BY-CHEQUE TO TRUE
               SET ACCOUNT-IS-PAYABLE TO TRUE
               MOVE SPACES TO ACCOUNT-REFUSAL-NOTE
           ELSE
               MOVE "NO CHQ STOCK" TO ACCOUNT-REFUSAL-NOTE
           END-IF
       .

      *>  A missing compensation master degrades to paying the staged
      *>  PAYTRAN.DAT rates - the pre-master behavior - but loudly,
      *>  the same degrade a missing BANKACCT.DAT gets.
       OPEN-COMPENSATION-MASTER.
           MOVE 'N' TO COMP-MASTER-FLAG
           OPEN INPUT COMPENSATION-FILE
           IF COMPENSATION-FILE-STATUS = "00"
               SET COMP-MASTER-ON-FILE TO TRUE
           ELSE
               DISPLAY "WARNING: NO COMPMAST.DAT - PAYING STAGED"
                   " PAYTRAN.DAT RATES"
               MOVE "OPEN-COMP-MASTER" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "COMPMAST.DAT MISSING, STAGED RATES PAID"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  The rate in effect on the pay date is the employee's latest
      *>  compensation row dated on or before it: position at the
      *>  employee's first row and keep the last one that is not yet
      *>  in the future.
       LOOK-UP-COMPENSATION.
           MOVE 'N' TO RATE-SOURCE-FLAG
           MOVE SPACES TO EFFECTIVE-PAY-BASIS
           MOVE 0 TO EFFECTIVE-PAY-RATE
           MOVE 0 TO EFFECTIVE-ANNUAL-SALARY
           MOVE 0 TO EFFECTIVE-RATE-DATE
           IF COMP-MASTER-ON-FILE
               MOVE 'N' TO COMP-SCAN-FLAG
               MOVE PAY-EMP-ID TO COMP-EMP-ID
               MOVE 0 TO COMP-EFFECTIVE-DATE
               START COMPENSATION-FILE KEY >= COMP-KEY
                   INVALID KEY SET COMP-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL COMP-SCAN-DONE
                   READ COMPENSATION-FILE NEXT RECORD
                       AT END SET COMP-SCAN-DONE TO TRUE
                   END-READ
                   IF COMPENSATION-FILE-STATUS NOT = "00"
                   OR COMP-EMP-ID NOT = PAY-EMP-ID
                   OR COMP-EFFECTIVE-DATE > TODAYS-DATE-N
                       SET COMP-SCAN-DONE TO TRUE
                   END-IF
                   IF NOT COMP-SCAN-DONE
                       SET RATE-FROM-MASTER TO TRUE
                       MOVE COMP-PAY-BASIS TO EFFECTIVE-PAY-BASIS
                       MOVE COMP-HOURLY-RATE TO EFFECTIVE-PAY-RATE
                       MOVE COMP-ANNUAL-SALARY
                           TO EFFECTIVE-ANNUAL-SALARY
                       MOVE COMP-EFFECTIVE-DATE TO EFFECTIVE-RATE-DATE
                   END-IF
               END-PERFORM
           END-IF
       .

      *>  The master rate pays; a staged PAY-RATE is now only a
      *>  cross-check, and one that disagrees with the master goes to
      *>  the exception summary so the typo is seen instead of paid.
      *>  With no master row the staged rate still pays, flagged when
      *>  the master exists but has nothing for this employee.
       RESOLVE-PAY-RATE.
           IF RATE-FROM-MASTER
               IF PAY-RATE IS NUMERIC
               AND PAY-RATE > 0
               AND PAY-RATE NOT = EFFECTIVE-PAY-RATE
               AND NOT EFFECTIVE-BASIS-SALARIED
                   DISPLAY "RATE MISMATCH " PAY-EMP-ID " STAGED "
                       PAY-RATE " COMPMAST " EFFECTIVE-PAY-RATE
                   MOVE "RESOLVE-PAY-RATE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "STAGED RATE NOT COMPMAST RATE "
                       PAY-EMP-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           ELSE
               IF PAY-RATE IS NUMERIC
                   SET RATE-FROM-TRANSACTION TO TRUE
                   MOVE PAY-RATE TO EFFECTIVE-PAY-RATE
                   IF COMP-MASTER-ON-FILE
                       MOVE "RESOLVE-PAY-RATE" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "NO COMPMAST ROW, STAGED RATE PAID "
                           PAY-EMP-ID
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'W' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   END-IF
               END-IF
           END-IF
       .

      *>  Pre-pass over PAYTRAN.DAT for the 'R' rows: the difference
      *>  is computed here - (new rate - old rate) times the hours
      *>  affected - so it can ride the employee's pay in this cycle
           END-PERFORM
       .

      *>  HOLPREM.PRM overrides the compiled-in holiday multiplier; a
      *>  value that will not read as a number, or would pay holiday
      *>  hours below straight time, keeps the default.
       LOAD-HOLIDAY-PREMIUM.
           OPEN INPUT HOLIDAY-PREMIUM-FILE
           IF NOT NO-HOLIDAY-PREMIUM-FILE
               READ HOLIDAY-PREMIUM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF HOLPREM-MULTIPLIER-IN IS NUMERIC
                       AND HOLPREM-MULTIPLIER-IN >= 1
                           MOVE HOLPREM-MULTIPLIER-IN
                               TO HOLIDAY-PREMIUM-MULTIPLIER
                       END-IF
               END-READ
           END-IF
           CLOSE HOLIDAY-PREMIUM-FILE
       .

      *>  Loads TIMECARD.DAT once per run. Only approved cards dated
      *>  up to the period end are payable; cards still waiting on
      *>  their manager inside the period are counted so the morning
      *>  review sees who will go short. A feed too big to hold is
      *>  not used at all - the run pays on the staged hours and the
      *>  feed is left untouched for the next run.
       LOAD-TIMECARDS.
           MOVE 0 TO TIMECARD-COUNT
           MOVE 0 TO TIMECARDS-PENDING
           MOVE 'N' TO TIMECARD-OVERFLOW-FLAG
           OPEN INPUT TIMECARD-FILE
           IF NOT NO-TIMECARD-FILE
               PERFORM UNTIL NO-MORE-TIMECARDS
                   READ TIMECARD-FILE
                       AT END SET NO-MORE-TIMECARDS TO TRUE
                   END-READ
                   IF NOT NO-MORE-TIMECARDS
                       IF TIMECARD-COUNT < 2000
                           ADD 1 TO TIMECARD-COUNT
                           PERFORM STAGE-ONE-TIMECARD
                       ELSE
                           SET TIMECARDS-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TIMECARD-FILE
           IF TIMECARDS-OVERFLOWED
               PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
               UNTIL TIMECARD-INDEX > TIMECARD-COUNT
                   SET TCT-NOT-PAYABLE(TIMECARD-INDEX) TO TRUE
               END-PERFORM
               MOVE "LOAD-TIMECARDS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "TIMECARD.DAT OVER 2000 CARDS - NOT USED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           IF TIMECARDS-PENDING > 0
               MOVE "LOAD-TIMECARDS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING TIMECARDS-PENDING
                   " TIMECARDS AWAITING MANAGER APPROVAL"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       STAGE-ONE-TIMECARD.
           MOVE TIMECARD-RECORD TO TCT-IMAGE(TIMECARD-COUNT)
           MOVE TC-EMP-ID TO TCT-EMP-ID(TIMECARD-COUNT)
           MOVE 0 TO TCT-HOURS(TIMECARD-COUNT)
           MOVE 'N' TO TCT-HOLIDAY-FLAG(TIMECARD-COUNT)
           SET TCT-NOT-PAYABLE(TIMECARD-COUNT) TO TRUE
           EVALUATE TRUE
               WHEN TC-PENDING
                   IF TC-WORK-DATE IS NUMERIC
                   AND TC-WORK-DATE <= PERIOD-END-DATE
                       ADD 1 TO TIMECARDS-PENDING
                   END-IF
               WHEN NOT TC-APPROVED
                   CONTINUE
               WHEN TC-WORK-DATE NOT NUMERIC
               OR TC-HOURS NOT NUMERIC
                   MOVE "STAGE-ONE-TIMECARD" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "TIMECARD UNREADABLE: " TC-EMP-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'E' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN TC-WORK-DATE > PERIOD-END-DATE
                   CONTINUE
               WHEN OTHER
                   MOVE TC-HOURS TO TCT-HOURS(TIMECARD-COUNT)
                   SET TCT-WAITING(TIMECARD-COUNT) TO TRUE
      *>  A holiday that falls on a weekend classifies as weekend
      *>  and pays no premium, the way the calendar observes it.
                   MOVE 'D' TO BUSDAY-FUNCTION
                   MOVE TC-WORK-DATE TO BUSDAY-DATE-1
                   MOVE TC-WORK-DATE TO BUSDAY-DATE-2
                   CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                       BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                       BUSDAY-RESULT-DATE BUSDAY-STATUS
                       BUSDAY-CALENDAR-ID
                   IF BUSDAY-STATUS = 'H'
                       SET TCT-ON-HOLIDAY(TIMECARD-COUNT) TO TRUE
                   END-IF
           END-EVALUATE
       .

      *>  Rolls the employee's waiting cards up into this cycle's
      *>  hours, holiday hours apart, and marks them collected -
      *>  provisional, like the retro rows, until the build is paid
      *>  or rejected.
       COLLECT-TIMECARDS-FOR-EMPLOYEE.
           MOVE 'N' TO TIMECARD-FOUND-FLAG
           MOVE 0 TO CARD-HOURS-THIS-EMP
           MOVE 0 TO HOLIDAY-HOURS-THIS-EMP
           MOVE 0 TO HOLIDAY-PAY-AMOUNT
           PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
           UNTIL TIMECARD-INDEX > TIMECARD-COUNT
               IF TCT-EMP-ID(TIMECARD-INDEX) = PAY-EMP-ID
               AND TCT-WAITING(TIMECARD-INDEX)
                   SET TIMECARDS-FOUND TO TRUE
                   IF TCT-ON-HOLIDAY(TIMECARD-INDEX)
                       ADD TCT-HOURS(TIMECARD-INDEX)
                           TO HOLIDAY-HOURS-THIS-EMP
                   ELSE
                       ADD TCT-HOURS(TIMECARD-INDEX)
                           TO CARD-HOURS-THIS-EMP
                   END-IF
                   SET TCT-COLLECTED(TIMECARD-INDEX) TO TRUE
               END-IF
           END-PERFORM
       .

      *>  Approved cards are the record of hours worked: they replace
      *>  whatever hours were staged on the transaction. Staged hours
      *>  that disagree with the cards are flagged for the morning
      *>  review rather than silently overridden.
       APPLY-TIMECARD-HOURS.
           IF PAY-HOURS IS NUMERIC
           AND PAY-HOURS > 0
           AND PAY-HOURS NOT =
               CARD-HOURS-THIS-EMP + HOLIDAY-HOURS-THIS-EMP
               MOVE PAY-HOURS TO STAGED-HOURS-EDIT
               COMPUTE CARD-HOURS-EDIT =
                   CARD-HOURS-THIS-EMP + HOLIDAY-HOURS-THIS-EMP
               MOVE "APPLY-TIMECARD-HOURS" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING PAY-EMP-ID " STAGED " STAGED-HOURS-EDIT
                   " HRS, CARDS " CARD-HOURS-EDIT
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           MOVE CARD-HOURS-THIS-EMP TO PAY-HOURS
       .

       FINALIZE-TIMECARDS-FOR-EMP.
           PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
           UNTIL TIMECARD-INDEX > TIMECARD-COUNT
               IF TCT-EMP-ID(TIMECARD-INDEX) = PAY-EMP-ID
               AND TCT-COLLECTED(TIMECARD-INDEX)
                   SET TCT-WAS-PAID(TIMECARD-INDEX) TO TRUE
               END-IF
           END-PERFORM
       .

      *>  A rejected pay hands its cards back to waiting, so they pay
      *>  on a later transaction or show on the unpaid sweep.
       RESTORE-TIMECARDS-FOR-EMP.
           PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
           UNTIL TIMECARD-INDEX > TIMECARD-COUNT
               IF TCT-EMP-ID(TIMECARD-INDEX) = PAY-EMP-ID
               AND TCT-COLLECTED(TIMECARD-INDEX)
                   SET TCT-WAITING(TIMECARD-INDEX) TO TRUE
               END-IF
           END-PERFORM
       .

      *>  An approved card for an employee with no pay transaction
      *>  this cycle was not paid; it stays on TIMECARD.DAT for the
      *>  next run and the morning review gets a line for it.
       REPORT-UNPAID-TIMECARDS.
           PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
           UNTIL TIMECARD-INDEX > TIMECARD-COUNT
               IF TCT-WAITING(TIMECARD-INDEX)
                   MOVE TCT-IMAGE(TIMECARD-INDEX) TO TIMECARD-RECORD
                   MOVE "REPORT-UNPAID-TIMECA" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "TIMECARD NOT PAID: " TC-EMP-ID
                       " DATE " TC-WORK-DATE
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-PERFORM
       .

      *>  Live run only: paid cards are stamped with the pay date and
      *>  moved to TCHIST.DAT along with rejected ones; everything
      *>  still open is written back to TIMECARD.DAT. TCHIST.DAT is
      *>  created on the first run that needs it.
       REWRITE-TIMECARD-FILE.
           OPEN EXTEND TIMECARD-HISTORY-FILE
           IF NO-TIMECARD-HISTORY-FILE
               OPEN OUTPUT TIMECARD-HISTORY-FILE
               CLOSE TIMECARD-HISTORY-FILE
               OPEN EXTEND TIMECARD-HISTORY-FILE
           END-IF
           MOVE TIMECARD-HISTORY-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "TCHIST.DAT" TO IO-CHECK-FILE-NAME
           MOVE "REWRITE-TIMECARD-FIL" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           OPEN OUTPUT TIMECARD-FILE
           MOVE TIMECARD-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "TIMECARD.DAT" TO IO-CHECK-FILE-NAME
           PERFORM CHECK-HARD-IO-STATUS
           PERFORM VARYING TIMECARD-INDEX FROM 1 BY 1
           UNTIL TIMECARD-INDEX > TIMECARD-COUNT
               MOVE TCT-IMAGE(TIMECARD-INDEX) TO TIMECARD-RECORD
               EVALUATE TRUE
                   WHEN TCT-WAS-PAID(TIMECARD-INDEX)
                       SET TC-PAID TO TRUE
                       MOVE TODAYS-DATE-N TO TC-PAY-DATE
                       MOVE TIMECARD-RECORD TO TIMECARD-HISTORY-RECORD
                       WRITE TIMECARD-HISTORY-RECORD
                   WHEN TC-REJECTED
                       MOVE TIMECARD-RECORD TO TIMECARD-HISTORY-RECORD
                       WRITE TIMECARD-HISTORY-RECORD
                   WHEN OTHER
                       WRITE TIMECARD-RECORD
               END-EVALUATE
           END-PERFORM
           CLOSE TIMECARD-HISTORY-FILE
           CLOSE TIMECARD-FILE
       .

      *>  Looks the transaction's employee up on the master, builds
      *>  the shared EMPLOYEE-RECORD from master fields plus the
      *>  transaction's figures, and routes it through the same
      *>  validation and printing the demo slip uses.
       PAY-ONE-EMPLOYEE.
           MOVE PAY-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           MOVE MASTER-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "EMPMAST.DAT" TO IO-CHECK-FILE-NAME
           MOVE "PAY-ONE-EMPLOYEE" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
      *>  A termination dated inside this pay period still earns the
      *>  final (prorated) pay; only one from an earlier period is
      *>  refused.
           MOVE 'N' TO TERMINATED-IN-PERIOD-FLAG
           IF MASTER-FILE-STATUS = "00"
           AND MASTER-TERMINATED
           AND MASTER-TERM-DATE IS NUMERIC
           AND MASTER-TERM-DATE >= PERIOD-START-DATE
               SET TERMINATED-IN-PERIOD TO TRUE
           END-IF
           EVALUATE TRUE
      *>  A hard master status fails the step; rejecting the employee
      *>  as "unknown" would misstate what happened.
               WHEN HARD-IO-FAILED
                   CONTINUE
               WHEN MASTER-RECORD-NOT-FOUND
                   PERFORM REJECT-UNKNOWN-EMPLOYEE
               WHEN MASTER-FILE-STATUS NOT = "00"
                   PERFORM REJECT-UNKNOWN-EMPLOYEE
               WHEN MASTER-TERMINATED AND NOT TERMINATED-IN-PERIOD
                   PERFORM REJECT-TERMINATED-EMPLOYEE
               WHEN OTHER
                   PERFORM BUILD-AND-PAY-EMPLOYEE
           END-EVALUATE
       .

       BUILD-AND-PAY-EMPLOYEE.
           MOVE 'R' TO NAME-FUNCTION
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE NAME-RESULT TO EMP-NAME
           MOVE 'A' TO NAME-FUNCTION
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE NAME-RESULT TO PAYEE-NAME
           MOVE SPACES TO EMP-INITIALS
           IF MASTER-GIVEN-NAME = SPACES
               MOVE MASTER-SURNAME(1:1) TO EMP-INITIALS(1:1)
           ELSE
               MOVE MASTER-GIVEN-NAME(1:1) TO EMP-INITIALS(1:1)
               MOVE MASTER-SURNAME(1:1) TO EMP-INITIALS(2:1)
           END-IF
           IF PAY-EMP-ID IS NUMERIC
               COMPUTE EMP-NUMBER = FUNCTION NUMVAL(PAY-EMP-ID)
           ELSE
      *>  Ids in this shop are not always all-digit; the slip carries
      *>  the six-character id on its own line either way, so a
      *>  non-numeric id just leaves the legacy number column at 1.
               MOVE 1 TO EMP-NUMBER
           END-IF
           MOVE PAY-ADJUSTMENT TO EMP-ADJUSTMENT

           MOVE 'N' TO PAY-SIZE-ERROR-FLAG
           MOVE SPACES TO ACCOUNT-REFUSAL-NOTE
           PERFORM LOOK-UP-COMPENSATION
           PERFORM RESOLVE-PAY-RATE
           PERFORM COLLECT-TIMECARDS-FOR-EMPLOYEE
           IF TIMECARDS-FOUND
           AND NOT (RATE-FROM-MASTER AND EFFECTIVE-BASIS-SALARIED)
               PERFORM APPLY-TIMECARD-HOURS
           END-IF
           MOVE 'N' TO SALARY-PAY-FLAG
           EVALUATE TRUE
      *>  A salaried row pays the period amount off the master; the
      *>  staged hours mean nothing to it.
               WHEN RATE-FROM-MASTER AND EFFECTIVE-BASIS-SALARIED
                   PERFORM BUILD-SALARIED-PAY
      *>  A transaction with letters where hours belong, or with no
      *>  rate from either the master or the row, is a keying error,
      *>  not a zero-hour pay run; it never reaches the arithmetic.
               WHEN PAY-HOURS NOT NUMERIC OR RATE-NOT-RESOLVED
                   SET PAY-SIZE-ERROR TO TRUE
               WHEN OTHER
                   PERFORM BUILD-HOURLY-PAY
           END-EVALUATE
      *>   Standard payroll half-up rounding before the amount is used
      *>   anywhere else, so the printed total ties to the penny.
           IF NOT PAY-SIZE-ERROR
           END-IF

      *>  Money only moves into a verified active account; a record
      *>  that is otherwise fine but has no payable account is paid
      *>  by cheque instead, and only when there is neither - no
      *>  cheque stock left, or an account read error - does it take
      *>  the rejected path with the refusal on the register.
           MOVE 'B' TO PAY-METHOD-FLAG
           MOVE 0 TO CHEQUE-NUMBER-THIS-EMP
           IF RECORD-IS-VALID
               PERFORM CHECK-BANK-ACCOUNT
               IF NOT ACCOUNT-IS-PAYABLE
                   MOVE 'N' TO RECORD-VALID-FLAG
                   MOVE "NO ACTIVE BANK ACCOUNT OR CHEQUE STOCK"
                       TO VALIDATION-ERROR-MESSAGE
               END-IF
           END-IF

           IF RECORD-IS-VALID
               PERFORM FINALIZE-RETRO-FOR-EMPLOYEE
               PERFORM FINALIZE-TIMECARDS-FOR-EMP
               ADD EMP-PAY-AMOUNT TO PAY-TOTAL
               ADD 1 TO EMPLOYEES-PAID
               COMPUTE OVERTIME-COST ROUNDED
               ADD NET-PAY TO RUN-TOTAL-NET
               ADD EMPLOYER-COST-THIS-EMP TO RUN-TOTAL-EMPLOYER
               PERFORM TALLY-DEPARTMENT-COST
               PERFORM TALLY-RUN-DEDUCTIONS
               IF PAY-BY-CHEQUE
                   PERFORM ASSIGN-CHEQUE-NUMBER
               END-IF
               IF PAY-RUN-LIVE
                   IF PAY-BY-CHEQUE
                       PERFORM ISSUE-CHEQUE
                   ELSE
                       PERFORM WRITE-BANK-DETAIL
                   END-IF
                   PERFORM UPDATE-YTD-ACCUMULATORS
                   PERFORM UPDATE-QTD-ACCUMULATORS
                   PERFORM POST-PENSION-CONTRIBUTIONS
                   IF PAY-HISTORY-OPEN
                       PERFORM WRITE-PAY-HISTORY
                   END-IF
               ELSE
                   MOVE 'N' TO YTD-CURRENT-FLAG
                   MOVE 'N' TO QTD-CURRENT-FLAG
               END-IF
               PERFORM PRINT-PAY-SLIP
               MOVE PAY-EMP-ID TO REG-EMP-ID
               MOVE EMP-NAME TO REG-NAME
               MOVE OVERTIME-COST TO REG-OT-AMOUNT
               MOVE NET-PAY TO REG-NET
               MOVE SPACES TO REG-NOTE
               IF PAID-AS-SALARIED
                   MOVE PRORATION-NOTE TO REG-NOTE
               END-IF
               IF PAY-BY-CHEQUE
                   MOVE CHEQUE-NUMBER-THIS-EMP TO REG-CHEQUE-NO
               ELSE
                   MOVE SPACES TO REG-CHEQUE-NO
               END-IF
               MOVE REGISTER-DETAIL-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
           ELSE
               PERFORM RESTORE-RETRO-FOR-EMPLOYEE
               PERFORM RESTORE-TIMECARDS-FOR-EMP
               ADD 1 TO EMPLOYEES-REJECTED
               PERFORM PRINT-REJECTED-SLIP
               MOVE PAY-EMP-ID TO REG-EMP-ID
               ELSE
                   MOVE "REJECTED" TO REG-NOTE
               END-IF
               MOVE SPACES TO REG-CHEQUE-NO
               MOVE REGISTER-DETAIL-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
               MOVE "BUILD-AND-PAY" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  Hours times the rate in effect, with the overtime split.
       BUILD-HOURLY-PAY.
      *>  Timecard hours are hours actually worked, so unpaid leave
      *>  has nothing to come off; only staged hours are reduced.
           IF TIMECARDS-FOUND
               MOVE 0 TO UNPAID-HOURS-THIS-EMP
           ELSE
               PERFORM REDUCE-HOURS-FOR-LEAVE
           END-IF
      *>  Hours past the threshold earn time and a half; the split is
      *>  carried separately so the slip and the register can show
      *>  regular and overtime on their own lines.
           IF PAY-HOURS > OVERTIME-THRESHOLD-HOURS
               MOVE OVERTIME-THRESHOLD-HOURS TO REGULAR-HOURS
               COMPUTE OVERTIME-HOURS =
                   PAY-HOURS - OVERTIME-THRESHOLD-HOURS
           ELSE
               MOVE PAY-HOURS TO REGULAR-HOURS
               MOVE 0 TO OVERTIME-HOURS
           END-IF
           COMPUTE REGULAR-PAY-AMOUNT =
               REGULAR-HOURS * EFFECTIVE-PAY-RATE
               ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
           END-COMPUTE
           COMPUTE OVERTIME-PAY-AMOUNT = OVERTIME-HOURS
               * EFFECTIVE-PAY-RATE * OVERTIME-MULTIPLIER
               ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
           END-COMPUTE
      *>  Holiday hours sit outside the overtime split and pay the
      *>  whole premium on their own.
           COMPUTE HOLIDAY-PAY-AMOUNT = HOLIDAY-HOURS-THIS-EMP
               * EFFECTIVE-PAY-RATE * HOLIDAY-PREMIUM-MULTIPLIER
               ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
           END-COMPUTE
           COMPUTE RAW-PAY-AMOUNT =
               REGULAR-PAY-AMOUNT + OVERTIME-PAY-AMOUNT
               + HOLIDAY-PAY-AMOUNT
               ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
           END-COMPUTE
       .

      *>  The period salary, prorated by working days when the
      *>  employee was hired after the period opened or terminated
      *>  before it closed; unpaid leave hours come off at eight
      *>  hours to the day. A full period pays the period amount
      *>  exactly, so rounding never nibbles an ordinary salary.
       BUILD-SALARIED-PAY.
           SET PAID-AS-SALARIED TO TRUE
           MOVE 0 TO REGULAR-HOURS
           MOVE 0 TO OVERTIME-HOURS
           MOVE 0 TO OVERTIME-PAY-AMOUNT
           COMPUTE PERIOD-SALARY-AMOUNT ROUNDED
               MODE IS NEAREST-AWAY-FROM-ZERO
               = EFFECTIVE-ANNUAL-SALARY / PAY-PERIODS-PER-YEAR
           MOVE PERIOD-START-DATE TO EMP-WORK-START
           MOVE PERIOD-END-DATE TO EMP-WORK-END
           MOVE MASTER-HIRE-DATE TO HIRE-DATE-N
           IF MASTER-HIRE-DATE IS NUMERIC
           AND HIRE-DATE-N > EMP-WORK-START
               MOVE HIRE-DATE-N TO EMP-WORK-START
           END-IF
           IF TERMINATED-IN-PERIOD
           AND MASTER-TERM-DATE < EMP-WORK-END
               MOVE MASTER-TERM-DATE TO EMP-WORK-END
           END-IF
           MOVE 0 TO EMP-WORKED-DAYS
           IF EMP-WORK-START <= EMP-WORK-END
               MOVE 'C' TO BUSDAY-FUNCTION
               MOVE EMP-WORK-START TO BUSDAY-DATE-1
               MOVE EMP-WORK-END TO BUSDAY-DATE-2
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               IF BUSDAY-STATUS = '0'
                   MOVE BUSDAY-RESULT-COUNT TO EMP-WORKED-DAYS
               END-IF
           END-IF
           IF PAY-HOURS NOT NUMERIC
               MOVE 0 TO PAY-HOURS
           END-IF
           PERFORM REDUCE-HOURS-FOR-LEAVE
           COMPUTE UNPAID-LEAVE-DAYS ROUNDED =
               UNPAID-HOURS-THIS-EMP / 8
           IF UNPAID-LEAVE-DAYS >= EMP-WORKED-DAYS
               MOVE 0 TO PRORATION-PAID-DAYS
           ELSE
               COMPUTE PRORATION-PAID-DAYS =
                   EMP-WORKED-DAYS - UNPAID-LEAVE-DAYS
           END-IF
           IF PRORATION-PAID-DAYS >= PERIOD-WORKING-DAYS
               MOVE PERIOD-WORKING-DAYS TO PRORATION-PAID-DAYS
               COMPUTE RAW-PAY-AMOUNT = PERIOD-SALARY-AMOUNT
                   ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE RAW-PAY-AMOUNT ROUNDED =
                   PERIOD-SALARY-AMOUNT * PRORATION-PAID-DAYS
                   / PERIOD-WORKING-DAYS
                   ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
               END-COMPUTE
           END-IF
           MOVE RAW-PAY-AMOUNT TO REGULAR-PAY-AMOUNT
           MOVE PRORATION-PAID-DAYS TO PRN-PAID-DAYS
           MOVE PERIOD-WORKING-DAYS TO PRN-PERIOD-DAYS
      *>  The salary already pays the holiday itself; a salaried
      *>  employee who works it earns only the premium on top, at
      *>  the salary's hourly equivalent.
           IF HOLIDAY-HOURS-THIS-EMP > 0
           AND HOLIDAY-PREMIUM-MULTIPLIER > 1
               COMPUTE HOURLY-EQUIVALENT-RATE ROUNDED =
                   EFFECTIVE-ANNUAL-SALARY / STANDARD-ANNUAL-HOURS
               COMPUTE HOLIDAY-PAY-AMOUNT = HOLIDAY-HOURS-THIS-EMP
                   * HOURLY-EQUIVALENT-RATE
                   * (HOLIDAY-PREMIUM-MULTIPLIER - 1)
                   ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
               END-COMPUTE
               ADD HOLIDAY-PAY-AMOUNT TO RAW-PAY-AMOUNT
                   ON SIZE ERROR SET PAY-SIZE-ERROR TO TRUE
               END-ADD
           END-IF
       .

      *>  Period bounds for the run: the day after the previous
      *>  calendar pay date through today, and the period's working
      *>  days on the shop calendar. The divisor for a salary is the
      *>  number of this year's pay dates on the calendar.
       DETERMINE-PAY-PERIOD.
           MOVE TODAYS-DATE-N TO PERIOD-END-DATE
           MOVE 'O' TO DATE-FUNCTION
           IF PRIOR-PAY-DATE > 0
               MOVE PRIOR-PAY-DATE TO DATE-ONE
               MOVE 1 TO DATE-OFFSET-DAYS
           ELSE
               MOVE TODAYS-DATE-N TO DATE-ONE
               MOVE -13 TO DATE-OFFSET-DAYS
           END-IF
           MOVE 0 TO DATE-TWO
           CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE DATE-TWO
               DATE-OFFSET-DAYS DATE-RESULT-DAYS DATE-RESULT-DATE
               DATE-CALL-STATUS
           IF DATE-CALL-STATUS = '0'
               MOVE DATE-RESULT-DATE TO PERIOD-START-DATE
           ELSE
               MOVE TODAYS-DATE-N TO PERIOD-START-DATE
           END-IF
           IF PAY-DATES-THIS-YEAR > 0
               MOVE PAY-DATES-THIS-YEAR TO PAY-PERIODS-PER-YEAR
           ELSE
               MOVE DEFAULT-PAY-PERIODS TO PAY-PERIODS-PER-YEAR
           END-IF
           MOVE 0 TO PERIOD-WORKING-DAYS
           MOVE 'C' TO BUSDAY-FUNCTION
           MOVE PERIOD-START-DATE TO BUSDAY-DATE-1
           MOVE PERIOD-END-DATE TO BUSDAY-DATE-2
           CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION BUSDAY-DATE-1
               BUSDAY-DATE-2 BUSDAY-RESULT-COUNT BUSDAY-RESULT-DATE
               BUSDAY-STATUS BUSDAY-CALENDAR-ID
           IF BUSDAY-STATUS = '0'
               MOVE BUSDAY-RESULT-COUNT TO PERIOD-WORKING-DAYS
           END-IF
      *>  A period with no working days at all cannot divide a
      *>  salary; treat it as one day so a full period still pays.
           IF PERIOD-WORKING-DAYS = 0
               MOVE 1 TO PERIOD-WORKING-DAYS
           END-IF
           DISPLAY "PAYROLL: PERIOD " PERIOD-START-DATE " - "
               PERIOD-END-DATE ", " PERIOD-WORKING-DAYS
               " WORKING DAYS, " PAY-PERIODS-PER-YEAR " PERIODS/YEAR"
       .

       WRITE-BANK-DETAIL.
           MOVE PAY-EMP-ID TO BANK-EMP-ID
           MOVE EMP-NAME TO BANK-NAME
      *>  the pre-account file shape.
           IF ACCOUNT-MASTER-ON-FILE
               MOVE ACCT-BANK-CODE TO BANK-DTL-BANK-CODE
               MOVE CLEAR-ACCOUNT-NUMBER TO BANK-DTL-ACCOUNT
           ELSE
               MOVE SPACES TO BANK-DTL-BANK-CODE
               MOVE SPACES TO BANK-DTL-ACCOUNT
           MOVE "BANKPAY.DAT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-BANK-DETAIL" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           ADD 1 TO BANK-PAYMENTS-COUNT
           ADD NET-PAY TO BANK-PAYMENTS-TOTAL
           SET DSB-PAYROLL-PAYMENT TO TRUE
           MOVE PAY-EMP-ID TO DSB-REFERENCE
           MOVE NET-PAY TO DSB-AMOUNT
           MOVE 1 TO DSB-ITEM-COUNT
           PERFORM WRITE-DISBURSEMENT-LINE
       .

      *>  The trailer's count and total let the receiving side prove
      *>  it got the whole run: a truncated transfer can't tie out.
      *>  Cheque payments never reach the bank file, so they stay out
      *>  of the trailer too.
       WRITE-BANK-TRAILER.
           MOVE BANK-PAYMENTS-COUNT TO BANK-TRL-COUNT
           MOVE BANK-PAYMENTS-TOTAL TO BANK-TRL-TOTAL
           MOVE BANK-TRAILER-RECORD TO BANK-PAYMENT-LINE
           WRITE BANK-PAYMENT-LINE
           MOVE BANK-PAYMENT-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "BANKPAY.DAT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-BANK-TRAILER" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           IF BANK-PAYMENTS-COUNT > 0
               SET DSB-PAYROLL-FILE TO TRUE
               MOVE "BANKPAY" TO DSB-REFERENCE
               MOVE BANK-PAYMENTS-TOTAL TO DSB-AMOUNT
               MOVE BANK-PAYMENTS-COUNT TO DSB-ITEM-COUNT
               PERFORM WRITE-DISBURSEMENT-LINE
           END-IF
       .

       WRITE-DISBURSEMENT-LINE.
           MOVE TODAYS-DATE-N TO DSB-ISSUE-DATE
           WRITE DISBURSEMENT-RECORD
           MOVE DISBURSEMENT-JOURNAL-STATUS TO IO-CHECK-STATUS
           MOVE "DISBJRNL.DAT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-DISBURSEMENT" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  The stock record is read on every pass so the trial sees
      *>  the same numbers run out as the live pass will. With no
      *>  stock on file nobody can be paid by cheque, the refusal
      *>  the run made before cheques existed. Only the live pass
      *>  opens the register and the print file.
       LOAD-CHEQUE-STOCK.
           MOVE 'N' TO CHEQUE-STOCK-FLAG
           MOVE 'N' TO CHEQUE-REGISTER-FLAG
           MOVE 0 TO NEXT-CHEQUE-NUMBER
           OPEN INPUT CHEQUE-STOCK-FILE
           IF CHEQUE-STOCK-FILE-STATUS = "00"
               READ CHEQUE-STOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF STK-FIRST-NUMBER IS NUMERIC
                       AND STK-LAST-NUMBER IS NUMERIC
                       AND STK-NEXT-NUMBER IS NUMERIC
                       AND STK-FIRST-NUMBER NOT > STK-LAST-NUMBER
                       AND STK-NEXT-NUMBER NOT < STK-FIRST-NUMBER
                       AND STK-NEXT-NUMBER NOT > STK-LAST-NUMBER + 1
                           SET CHEQUE-STOCK-ON-FILE TO TRUE
                           MOVE STK-NEXT-NUMBER TO NEXT-CHEQUE-NUMBER
                           MOVE STK-LAST-NUMBER TO LAST-CHEQUE-NUMBER
                           MOVE CHEQUE-STOCK-RECORD
                               TO CHEQUE-STOCK-SAVE
                       END-IF
               END-READ
           END-IF
           CLOSE CHEQUE-STOCK-FILE
           IF NOT CHEQUE-STOCK-ON-FILE
               DISPLAY "WARNING: NO USABLE CHQSTOCK.DAT - NO CHEQUE"
                   " PAYMENTS THIS RUN"
               MOVE "LOAD-CHEQUE-STOCK" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CHQSTOCK.DAT MISSING OR BAD, NO CHEQUES"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
           IF PAY-RUN-LIVE
               PERFORM OPEN-CHEQUE-OUTPUTS
           END-IF
       .

      *>  CHEQUES.TXT is always rewritten on the live pass, so an old
      *>  run's cheques can never be printed twice. CHQREG.DAT may
      *>  not exist before the first cheque; a register that will not
      *>  open is a critical line - the cheques still print, and the
      *>  stock reconciliation will show the rows to be made good.
       OPEN-CHEQUE-OUTPUTS.
           OPEN OUTPUT CHEQUE-PRINT-FILE
           MOVE CHEQUE-PRINT-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "CHEQUES.TXT" TO IO-CHECK-FILE-NAME
           MOVE "OPEN-CHEQUE-OUTPUTS" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           IF CHEQUE-STOCK-ON-FILE
               OPEN I-O CHEQUE-REGISTER-FILE
               IF NO-CHEQUE-REGISTER-FILE
                   OPEN OUTPUT CHEQUE-REGISTER-FILE
                   CLOSE CHEQUE-REGISTER-FILE
                   OPEN I-O CHEQUE-REGISTER-FILE
               END-IF
               IF CHEQUE-REGISTER-FILE-STATUS = "00"
                   SET CHEQUE-REGISTER-OPEN TO TRUE
               ELSE
                   MOVE "OPEN-CHEQUE-OUTPUTS" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "CHQREG.DAT UNUSABLE, STATUS="
                       CHEQUE-REGISTER-FILE-STATUS
                       " - CHEQUES NOT REGISTERED"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'C' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               END-IF
           END-IF
       .

      *>  Taken on every pass so the slip and register show the
      *>  number the cheque will carry.
       ASSIGN-CHEQUE-NUMBER.
           MOVE NEXT-CHEQUE-NUMBER TO CHEQUE-NUMBER-THIS-EMP
           ADD 1 TO NEXT-CHEQUE-NUMBER
           ADD 1 TO CHEQUES-ISSUED
           ADD NET-PAY TO CHEQUE-TOTAL
       .

      *>  Live pass only: the register row, then the cheque itself.
       ISSUE-CHEQUE.
           IF CHEQUE-REGISTER-OPEN
               MOVE SPACES TO CHEQUE-REGISTER-RECORD
               MOVE CHEQUE-NUMBER-THIS-EMP TO CHQ-NUMBER
               SET CHQ-ISSUED TO TRUE
               MOVE PAY-EMP-ID TO CHQ-EMP-ID
               MOVE EMP-NAME TO CHQ-PAYEE-NAME
               MOVE TODAYS-DATE-N TO CHQ-PAY-DATE
               MOVE NET-PAY TO CHQ-AMOUNT
               MOVE FUNCTION CURRENT-DATE(1:14) TO CHQ-ISSUED-STAMP
               MOVE 0 TO CHQ-STATUS-DATE
               WRITE CHEQUE-REGISTER-RECORD
               IF CHEQUE-REGISTER-FILE-STATUS = "22"
                   MOVE "ISSUE-CHEQUE" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "CHEQUE " CHEQUE-NUMBER-THIS-EMP
                       " ALREADY ON CHQREG.DAT FOR " PAY-EMP-ID
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'C' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE CHEQUE-REGISTER-FILE-STATUS TO IO-CHECK-STATUS
                   MOVE "CHQREG.DAT" TO IO-CHECK-FILE-NAME
                   MOVE "ISSUE-CHEQUE" TO EXC-SOURCE-PARAGRAPH
                   PERFORM CHECK-HARD-IO-STATUS
               END-IF
           END-IF
           SET DSB-PAYROLL-CHEQUE TO TRUE
           MOVE CHEQUE-NUMBER-THIS-EMP TO DSB-REFERENCE
           MOVE NET-PAY TO DSB-AMOUNT
           MOVE 1 TO DSB-ITEM-COUNT
           PERFORM WRITE-DISBURSEMENT-LINE
           IF CHEQUES-ISSUED > 1
               MOVE SLIP-PAGE-BREAK TO CHEQUE-PRINT-LINE
               PERFORM WRITE-CHEQUE-PRINT-LINE
           END-IF
           MOVE CHEQUE-NUMBER-THIS-EMP TO CHQP-NUMBER
           MOVE CHEQUE-NUMBER-PRINT-LINE TO CHEQUE-PRINT-LINE
           PERFORM WRITE-CHEQUE-PRINT-LINE
           MOVE TODAYS-DATE-N TO CHQP-DATE
           MOVE CHEQUE-DATE-PRINT-LINE TO CHEQUE-PRINT-LINE
           PERFORM WRITE-CHEQUE-PRINT-LINE
           MOVE SPACES TO CHEQUE-PRINT-LINE
           PERFORM WRITE-CHEQUE-PRINT-LINE
           MOVE PAYEE-NAME TO CHQP-PAYEE-NAME
           MOVE PAY-EMP-ID TO CHQP-EMP-ID
           MOVE CHEQUE-PAYEE-PRINT-LINE TO CHEQUE-PRINT-LINE
           PERFORM WRITE-CHEQUE-PRINT-LINE
           MOVE NET-PAY TO CHQP-AMOUNT
           MOVE CHEQUE-AMOUNT-PRINT-LINE TO CHEQUE-PRINT-LINE
           PERFORM WRITE-CHEQUE-PRINT-LINE
           MOVE SPACES TO CHEQUE-PRINT-LINE
           PERFORM WRITE-CHEQUE-PRINT-LINE
           MOVE TODAYS-DATE-N TO CHQP-MEMO-DATE
           MOVE CHEQUE-MEMO-PRINT-LINE TO CHEQUE-PRINT-LINE
           PERFORM WRITE-CHEQUE-PRINT-LINE
       .

       WRITE-CHEQUE-PRINT-LINE.
           WRITE CHEQUE-PRINT-LINE
           MOVE CHEQUE-PRINT-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "CHEQUES.TXT" TO IO-CHECK-FILE-NAME
           MOVE "ISSUE-CHEQUE" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  The stock moves on past every number the run used, so the
      *>  next run - and CHEQUE-MAINT - starts from the right place.
       CLOSE-CHEQUE-RUN.
           CLOSE CHEQUE-PRINT-FILE
           IF CHEQUE-REGISTER-OPEN
               CLOSE CHEQUE-REGISTER-FILE
           END-IF
           IF CHEQUES-ISSUED > 0
               MOVE CHEQUE-STOCK-SAVE TO CHEQUE-STOCK-RECORD
               MOVE NEXT-CHEQUE-NUMBER TO STK-NEXT-NUMBER
               OPEN OUTPUT CHEQUE-STOCK-FILE
               WRITE CHEQUE-STOCK-RECORD
               MOVE CHEQUE-STOCK-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "CHQSTOCK.DAT" TO IO-CHECK-FILE-NAME
               MOVE "CLOSE-CHEQUE-RUN" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
               CLOSE CHEQUE-STOCK-FILE
               MOVE CHEQUE-TOTAL TO CONTROL-AMOUNT-EDIT
               DISPLAY "PAYROLL: " CHEQUES-ISSUED " CHEQUES ISSUED, "
                   CONTROL-AMOUNT-EDIT " - PRINT CHEQUES.TXT"
               MOVE "CLOSE-CHEQUE-RUN" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING CHEQUES-ISSUED " CHEQUES ISSUED, NEXT NO "
                   NEXT-CHEQUE-NUMBER
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'I' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Reads DEDTABLE.DAT into the deduction table once per run,
                               TO DED-VALUE(DEDUCTION-COUNT)
                           MOVE DED-SCOPE-IN
                               TO DED-SCOPE(DEDUCTION-COUNT)
                           MOVE DED-CLASS-IN
                               TO DED-CLASS(DEDUCTION-COUNT)
                           MOVE 0 TO DED-RUN-TOTAL(DEDUCTION-COUNT)
                           MOVE 0
                               TO DED-RUN-EMPLOYER(DEDUCTION-COUNT)
                           IF DED-EMPLOYER-IN IS NUMERIC
                               MOVE DED-EMPLOYER-IN
                                   TO DED-EMPLOYER(DEDUCTION-COUNT)
      *>  figure. Deductions still stop at the gross.
       APPLY-ONE-DEDUCTION-ROW.
           MOVE 0 TO DED-APPLIED(DED-INDEX)
           MOVE 0 TO DED-EMPLOYER-APPLIED(DED-INDEX)
           MOVE 'Y' TO ROW-APPLIES-FLAG
           MOVE DED-TYPE(DED-INDEX) TO WORK-DED-TYPE
           MOVE DED-VALUE(DED-INDEX) TO WORK-DED-VALUE
               END-IF
           END-IF
           IF DEDUCTION-ROW-APPLIES
               MOVE WORK-DED-TYPE TO DED-BASIS-TYPE(DED-INDEX)
               MOVE WORK-DED-VALUE TO DED-BASIS-VALUE(DED-INDEX)
               IF WORK-DED-TYPE = 'R'
                   COMPUTE DED-APPLIED(DED-INDEX) ROUNDED
                       MODE IS NEAREST-AWAY-FROM-ZERO
                           TO EMPLOYER-PORTION
                   END-IF
                   ADD EMPLOYER-PORTION TO EMPLOYER-COST-THIS-EMP
                   MOVE EMPLOYER-PORTION
                       TO DED-EMPLOYER-APPLIED(DED-INDEX)
               END-IF
           END-IF
       .
           END-IF
       .

      *>  Loads every BENENROL.DAT enrollment not already ended into
      *>  the election table as a flat override at the BENPLAN.DAT
      *>  premium for its tier, so the plan's 'E'-scope deduction row
      *>  takes the premium from the enrollment's start to its end
      *>  through the same live-election window test. An enrollment
      *>  whose plan has no premium row, or no 'E'-scope deduction
      *>  row to take it under, would silently go uncollected, so it
      *>  lands on the exception summary instead.
       LOAD-BENEFIT-ENROLLMENTS.
           MOVE 0 TO BENEFIT-PLAN-COUNT
           OPEN INPUT BENEFIT-PLAN-FILE
           IF BENEFIT-PLAN-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-BENEFIT-PLANS
                   READ BENEFIT-PLAN-FILE
                       AT END SET NO-MORE-BENEFIT-PLANS TO TRUE
                   END-READ
                   IF NOT NO-MORE-BENEFIT-PLANS
                   AND BPLAN-CODE NOT = SPACES
                   AND BENEFIT-PLAN-COUNT < 50
                       ADD 1 TO BENEFIT-PLAN-COUNT
                       PERFORM LOAD-ONE-BENEFIT-PLAN
                   END-IF
               END-PERFORM
               CLOSE BENEFIT-PLAN-FILE
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           IF ENROLLMENT-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-ENROLLMENTS
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END SET NO-MORE-ENROLLMENTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-ENROLLMENTS
                   AND (ENR-OPEN-ENDED
                       OR ENR-END-DATE >= TODAYS-DATE-N)
                       PERFORM LOAD-ONE-ENROLLMENT
                   END-IF
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
       .

       LOAD-ONE-BENEFIT-PLAN.
           MOVE BPLAN-CODE TO BENEFIT-PLAN-CODE(BENEFIT-PLAN-COUNT)
           MOVE 0 TO BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 1)
               BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 2)
               BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 3)
               BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 4)
           IF BPLAN-PREMIUM-EE IS NUMERIC
               MOVE BPLAN-PREMIUM-EE
                   TO BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 1)
           END-IF
           IF BPLAN-PREMIUM-ES IS NUMERIC
               MOVE BPLAN-PREMIUM-ES
                   TO BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 2)
           END-IF
           IF BPLAN-PREMIUM-EC IS NUMERIC
               MOVE BPLAN-PREMIUM-EC
                   TO BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 3)
           END-IF
           IF BPLAN-PREMIUM-FA IS NUMERIC
               MOVE BPLAN-PREMIUM-FA
                   TO BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-COUNT, 4)
           END-IF
       .

       LOAD-ONE-ENROLLMENT.
           MOVE 0 TO BENEFIT-PLAN-FOUND
           PERFORM VARYING BENEFIT-PLAN-INDEX FROM 1 BY 1
           UNTIL BENEFIT-PLAN-INDEX > BENEFIT-PLAN-COUNT
               IF BENEFIT-PLAN-CODE(BENEFIT-PLAN-INDEX)
                   = ENR-PLAN-CODE
                   MOVE BENEFIT-PLAN-INDEX TO BENEFIT-PLAN-FOUND
               END-IF
           END-PERFORM
           MOVE 'N' TO PLAN-ROW-FOUND-FLAG
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               IF DED-CODE(DED-INDEX) = ENR-PLAN-CODE
               AND DED-IS-ELECTED(DED-INDEX)
                   SET PLAN-HAS-ELECTED-ROW TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BENEFIT-PLAN-FOUND = 0
               OR NOT PLAN-HAS-ELECTED-ROW
                   MOVE "LOAD-ONE-ENROLLMENT" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "NO PREMIUM " ENR-EMP-ID
                       " PLAN " ENR-PLAN-CODE " NOT PRICED"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN ELECTION-COUNT >= 200
                   MOVE "LOAD-ONE-ENROLLMENT" TO EXC-SOURCE-PARAGRAPH
                   MOVE SPACES TO EXC-DESCRIPTION
                   STRING "NO PREMIUM " ENR-EMP-ID
                       " PLAN " ENR-PLAN-CODE " TABLE FULL"
                       DELIMITED BY SIZE INTO EXC-DESCRIPTION
                   MOVE 'W' TO EXC-SEVERITY
                   PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN ENR-TIER-SPOUSE
                           MOVE 2 TO BENEFIT-TIER-INDEX
                       WHEN ENR-TIER-CHILDREN
                           MOVE 3 TO BENEFIT-TIER-INDEX
                       WHEN ENR-TIER-FAMILY
                           MOVE 4 TO BENEFIT-TIER-INDEX
                       WHEN OTHER
                           MOVE 1 TO BENEFIT-TIER-INDEX
                   END-EVALUATE
                   ADD 1 TO ELECTION-COUNT
                   MOVE ENR-EMP-ID TO ELEC-EMP-ID(ELECTION-COUNT)
                   MOVE ENR-PLAN-CODE TO ELEC-DED-CODE(ELECTION-COUNT)
                   MOVE 'F' TO ELEC-TYPE(ELECTION-COUNT)
                   MOVE BENEFIT-PLAN-PREMIUM(BENEFIT-PLAN-FOUND,
                       BENEFIT-TIER-INDEX)
                       TO ELEC-VALUE(ELECTION-COUNT)
                   MOVE ENR-EFFECTIVE-DATE
                       TO ELEC-EFFECTIVE(ELECTION-COUNT)
                   MOVE ENR-END-DATE TO ELEC-END(ELECTION-COUNT)
           END-EVALUATE
       .

      *>  Brings the employee's YTD record current for this cycle: a
      *>  first-ever payment starts a record, a record from last year
      *>  rolls its accumulators over to zero before this cycle's
           END-EVALUATE
       .

      *>  Brings the employee's record for this year and quarter
      *>  current: the quarter's first payment starts a fresh record,
      *>  so the quarter "rolls over" by key rather than by zeroing,
      *>  and last quarter's figures stay on file for its return.
      *>  Each deduction code that took money adds to its own slot.
       UPDATE-QTD-ACCUMULATORS.
           MOVE 'N' TO QTD-CURRENT-FLAG
           MOVE PAY-EMP-ID TO QTD-EMP-ID
           MOVE CUR-YYYY TO QTD-YEAR
           MOVE CUR-QUARTER TO QTD-QUARTER
           READ QTD-PAY-FILE
           IF QTD-RECORD-NOT-FOUND
               MOVE ZERO TO QTD-GROSS
               MOVE ZERO TO QTD-PAYMENT-COUNT
               PERFORM VARYING QTD-INDEX FROM 1 BY 1
               UNTIL QTD-INDEX > 20
                   MOVE SPACES TO QTD-DED-CODE(QTD-INDEX)
                   MOVE ZERO TO QTD-DED-AMOUNT(QTD-INDEX)
               END-PERFORM
           END-IF
           IF QTD-PAY-FILE-STATUS NOT = "00"
           AND NOT QTD-RECORD-NOT-FOUND
               MOVE "UPDATE-QTD" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "QTD READ FAILED " PAY-EMP-ID " STATUS="
                   QTD-PAY-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               ADD EMP-PAY-AMOUNT TO QTD-GROSS
               ADD 1 TO QTD-PAYMENT-COUNT
               PERFORM VARYING DED-INDEX FROM 1 BY 1
               UNTIL DED-INDEX > DEDUCTION-COUNT
                   IF DED-APPLIED(DED-INDEX) > 0
                       PERFORM ADD-QTD-WITHHOLDING
                   END-IF
               END-PERFORM
               IF QTD-RECORD-NOT-FOUND
                   WRITE QTD-PAY-RECORD
               ELSE
                   REWRITE QTD-PAY-RECORD
               END-IF
               IF QTD-PAY-FILE-STATUS = "00"
                   SET QTD-IS-CURRENT TO TRUE
               END-IF
               MOVE QTD-PAY-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "PAYQTD.DAT" TO IO-CHECK-FILE-NAME
               MOVE "UPDATE-QTD" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
           END-IF
       .

      *>  Finds the slot already carrying this row's code, or the
      *>  first free one. Twenty slots match the twenty-row deduction
      *>  table, so running out means the table itself was changed
      *>  mid-quarter; the amount is still on the register and the
      *>  control log, and the exception says which code missed.
       ADD-QTD-WITHHOLDING.
           MOVE 0 TO QTD-SLOT
           PERFORM VARYING QTD-INDEX FROM 1 BY 1
           UNTIL QTD-INDEX > 20 OR QTD-SLOT > 0
               IF QTD-DED-CODE(QTD-INDEX) = DED-CODE(DED-INDEX)
               OR QTD-DED-CODE(QTD-INDEX) = SPACES
                   MOVE QTD-INDEX TO QTD-SLOT
               END-IF
           END-PERFORM
           IF QTD-SLOT > 0
               MOVE DED-CODE(DED-INDEX) TO QTD-DED-CODE(QTD-SLOT)
               ADD DED-APPLIED(DED-INDEX) TO QTD-DED-AMOUNT(QTD-SLOT)
           ELSE
               MOVE "UPDATE-QTD" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "QTD SLOTS FULL " PAY-EMP-ID " CODE "
                   DED-CODE(DED-INDEX)
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Run totals per deduction code for a paid employee: the
      *>  withheld side for the register and the GL liability lines,
      *>  and the employer side for the employer liability lines.
       TALLY-RUN-DEDUCTIONS.
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               ADD DED-APPLIED(DED-INDEX) TO DED-RUN-TOTAL(DED-INDEX)
               ADD DED-EMPLOYER-APPLIED(DED-INDEX)
                   TO DED-RUN-EMPLOYER(DED-INDEX)
           END-PERFORM
       .

      *>  Per-code withheld totals printed under the register totals.
       WRITE-REGISTER-WITHHELD-LINES.
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               MOVE DED-CODE(DED-INDEX) TO REG-WH-CODE
               MOVE DED-DESC(DED-INDEX) TO REG-WH-DESC
               MOVE DED-RUN-TOTAL(DED-INDEX) TO REG-WH-AMOUNT
               MOVE REGISTER-WITHHELD-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE
           END-PERFORM
       .

      *>  Appends this run's register totals to PAYRCTL.DAT: the
      *>  gross row first, then one row per deduction code. Created
      *>  on first use the same way EXCSUMM.DAT is.
       WRITE-REGISTER-CONTROL-LOG.
           OPEN EXTEND REGISTER-CONTROL-FILE
           IF NO-REGISTER-CONTROL-FILE
               OPEN OUTPUT REGISTER-CONTROL-FILE
               CLOSE REGISTER-CONTROL-FILE
               OPEN EXTEND REGISTER-CONTROL-FILE
           END-IF
           MOVE TODAYS-DATE-N TO RCTL-PAY-DATE
           MOVE "*GRS" TO RCTL-CODE
           MOVE PAY-TOTAL TO RCTL-AMOUNT
           MOVE EMPLOYEES-PAID TO RCTL-EMP-COUNT
           WRITE REGISTER-CONTROL-RECORD
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               MOVE DED-CODE(DED-INDEX) TO RCTL-CODE
               MOVE DED-RUN-TOTAL(DED-INDEX) TO RCTL-AMOUNT
               WRITE REGISTER-CONTROL-RECORD
           END-PERFORM
           MOVE REGISTER-CONTROL-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "PAYRCTL.DAT" TO IO-CHECK-FILE-NAME
           MOVE "RUN-PAYROLL" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           CLOSE REGISTER-CONTROL-FILE
       .

      *>  Builds the run's summary journal. Debits: gross pay and
      *>  employer contributions by department. Credits: withholding
      *>  and employer liabilities by deduction code, garnishments by
      *>  ordering authority, and net pay clearing. Gross splits into
      *>  deductions, garnishments and net to the penny, so a journal
      *>  that does not balance means a total went missing - it is
      *>  held, not released, and the step fails.
       WRITE-GL-JOURNAL.
           PERFORM LOAD-GL-ACCOUNT-MAP
           MOVE 0 TO GL-LINE-COUNT
           MOVE 0 TO GL-DEBIT-TOTAL
           MOVE 0 TO GL-CREDIT-TOTAL
           MOVE 'N' TO GL-OVERFLOW-FLAG
           MOVE 'D' TO GL-WORK-DR-CR
           PERFORM VARYING DEPT-COST-INDEX FROM 1 BY 1
           UNTIL DEPT-COST-INDEX > DEPT-COST-COUNT
               MOVE DCT-DEPT(DEPT-COST-INDEX) TO GL-WORK-SOURCE-KEY
               MOVE 'D' TO GL-WORK-SOURCE-TYPE
               MOVE DCT-GROSS(DEPT-COST-INDEX) TO GL-WORK-AMOUNT
               PERFORM ADD-GL-LINE
               MOVE 'E' TO GL-WORK-SOURCE-TYPE
               MOVE DCT-EMPLOYER(DEPT-COST-INDEX) TO GL-WORK-AMOUNT
               PERFORM ADD-GL-LINE
           END-PERFORM
           MOVE 'C' TO GL-WORK-DR-CR
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               MOVE DED-CODE(DED-INDEX) TO GL-WORK-SOURCE-KEY
               MOVE 'W' TO GL-WORK-SOURCE-TYPE
               MOVE DED-RUN-TOTAL(DED-INDEX) TO GL-WORK-AMOUNT
               PERFORM ADD-GL-LINE
               MOVE 'R' TO GL-WORK-SOURCE-TYPE
               MOVE DED-RUN-EMPLOYER(DED-INDEX) TO GL-WORK-AMOUNT
               PERFORM ADD-GL-LINE
           END-PERFORM
           MOVE 'G' TO GL-WORK-SOURCE-TYPE
           PERFORM VARYING AUTH-INDEX FROM 1 BY 1
           UNTIL AUTH-INDEX > AUTHORITY-TALLY-COUNT
               MOVE AUTH-NAME(AUTH-INDEX) TO GL-WORK-SOURCE-KEY
               MOVE AUTH-AMOUNT(AUTH-INDEX) TO GL-WORK-AMOUNT
               PERFORM ADD-GL-LINE
           END-PERFORM
           MOVE 'N' TO GL-WORK-SOURCE-TYPE
           MOVE SPACES TO GL-WORK-SOURCE-KEY
           MOVE RUN-TOTAL-NET TO GL-WORK-AMOUNT
           PERFORM ADD-GL-LINE

           MOVE GL-DEBIT-TOTAL TO GL-DEBIT-EDIT
           MOVE GL-CREDIT-TOTAL TO GL-CREDIT-EDIT
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
           AND NOT GL-LINES-OVERFLOWED
           AND NOT HARD-IO-FAILED
               MOVE "GLJRNL.DAT" TO GL-JOURNAL-FILE-NAME
               PERFORM WRITE-GL-JOURNAL-FILE
               DISPLAY "PAYROLL: GL JOURNAL RELEASED, " GL-LINE-COUNT
                   " LINES, DEBITS " GL-DEBIT-EDIT
           ELSE
      *>  Nothing stale may be picked up in its place: the released
      *>  name is emptied and the journal goes to the held name.
               MOVE "GLJRNL.DAT" TO GL-JOURNAL-FILE-NAME
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
               MOVE "GLJRNL.HLD" TO GL-JOURNAL-FILE-NAME
               PERFORM WRITE-GL-JOURNAL-FILE
               DISPLAY "ERROR: GL JOURNAL NOT RELEASED - DEBITS "
                   GL-DEBIT-EDIT " CREDITS " GL-CREDIT-EDIT
               MOVE "WRITE-GL-JOURNAL" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "GL JOURNAL UNBALANCED, HELD AS GLJRNL.HLD"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

      *>  A zero total posts nothing and gets no line.
       ADD-GL-LINE.
           IF GL-WORK-AMOUNT > 0
               PERFORM RESOLVE-GL-ACCOUNT
               IF GL-LINE-COUNT < 200
                   ADD 1 TO GL-LINE-COUNT
                   MOVE GL-WORK-ACCOUNT TO GLL-ACCOUNT(GL-LINE-COUNT)
                   MOVE GL-WORK-DR-CR TO GLL-DR-CR(GL-LINE-COUNT)
                   MOVE GL-WORK-AMOUNT TO GLL-AMOUNT(GL-LINE-COUNT)
                   MOVE GL-WORK-SOURCE-TYPE
                       TO GLL-SOURCE-TYPE(GL-LINE-COUNT)
                   MOVE GL-WORK-SOURCE-KEY
                       TO GLL-SOURCE-KEY(GL-LINE-COUNT)
               ELSE
                   SET GL-LINES-OVERFLOWED TO TRUE
               END-IF
               IF GL-WORK-DR-CR = 'D'
                   ADD GL-WORK-AMOUNT TO GL-DEBIT-TOTAL
               ELSE
                   ADD GL-WORK-AMOUNT TO GL-CREDIT-TOTAL
               END-IF
           END-IF
       .

      *>  The code's own row first, then the type's "*" catch-all; a
      *>  code with neither posts to SUSPENSE so the journal still
      *>  balances, and the gap is reported for ops to map.
       RESOLVE-GL-ACCOUNT.
           MOVE SPACES TO GL-WORK-ACCOUNT
           PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
           UNTIL GL-MAP-INDEX > GL-MAP-COUNT
               IF GLM-SOURCE-TYPE(GL-MAP-INDEX) = GL-WORK-SOURCE-TYPE
               AND GLM-SOURCE-KEY(GL-MAP-INDEX) = GL-WORK-SOURCE-KEY
                   MOVE GLM-ACCOUNT(GL-MAP-INDEX) TO GL-WORK-ACCOUNT
               END-IF
           END-PERFORM
           IF GL-WORK-ACCOUNT = SPACES
               PERFORM VARYING GL-MAP-INDEX FROM 1 BY 1
               UNTIL GL-MAP-INDEX > GL-MAP-COUNT
                   IF GLM-SOURCE-TYPE(GL-MAP-INDEX)
                       = GL-WORK-SOURCE-TYPE
                   AND GLM-SOURCE-KEY(GL-MAP-INDEX) = "*"
                       MOVE GLM-ACCOUNT(GL-MAP-INDEX)
                           TO GL-WORK-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF
           IF GL-WORK-ACCOUNT = SPACES
               MOVE "SUSPENSE" TO GL-WORK-ACCOUNT
               MOVE "RESOLVE-GL-ACCOUNT" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "NO GL ACCOUNT FOR " GL-WORK-SOURCE-TYPE " "
                   GL-WORK-SOURCE-KEY ", POSTED TO SUSPENSE"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Without GLACCT.DAT every line goes to SUSPENSE; the journal
      *>  still balances and releases, and each line says why.
       LOAD-GL-ACCOUNT-MAP.
           MOVE 0 TO GL-MAP-COUNT
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF GL-ACCOUNT-MAP-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-GL-MAPS
                   READ GL-ACCOUNT-MAP-FILE
                       AT END SET NO-MORE-GL-MAPS TO TRUE
                   END-READ
                   IF NOT NO-MORE-GL-MAPS
                   AND GL-MAP-COUNT < 200
                   AND GLA-ACCOUNT NOT = SPACES
                       ADD 1 TO GL-MAP-COUNT
                       MOVE GLA-SOURCE-TYPE
                           TO GLM-SOURCE-TYPE(GL-MAP-COUNT)
                       MOVE GLA-SOURCE-KEY
                           TO GLM-SOURCE-KEY(GL-MAP-COUNT)
                       MOVE GLA-ACCOUNT TO GLM-ACCOUNT(GL-MAP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP-FILE
           ELSE
               DISPLAY "WARNING: NO GLACCT.DAT - GL LINES POST TO"
                   " SUSPENSE"
               MOVE "LOAD-GL-ACCOUNT-MAP" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "GLACCT.DAT NOT AVAILABLE, STATUS="
                   GL-ACCOUNT-MAP-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       WRITE-GL-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-HEADER-RECORD TO TRUE
           MOVE "PAYROLL" TO GLJ-HDR-JOURNAL-ID
           MOVE TODAYS-DATE-N TO GLJ-HDR-POSTING-DATE
           MOVE 0 TO GLJ-HDR-REVERSE-DATE
           MOVE "COBOLTUT" TO GLJ-HDR-SOURCE-PROGRAM
           WRITE GL-JOURNAL-RECORD
           PERFORM VARYING GL-LINE-INDEX FROM 1 BY 1
           UNTIL GL-LINE-INDEX > GL-LINE-COUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-DETAIL-RECORD TO TRUE
               MOVE GLL-ACCOUNT(GL-LINE-INDEX) TO GLJ-ACCOUNT
               MOVE GLL-DR-CR(GL-LINE-INDEX) TO GLJ-DR-CR
               MOVE GLL-AMOUNT(GL-LINE-INDEX) TO GLJ-AMOUNT
               MOVE GLL-SOURCE-TYPE(GL-LINE-INDEX) TO GLJ-SOURCE-TYPE
               MOVE GLL-SOURCE-KEY(GL-LINE-INDEX) TO GLJ-SOURCE-KEY
               WRITE GL-JOURNAL-RECORD
           END-PERFORM
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-TRAILER-RECORD TO TRUE
           MOVE GL-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE GL-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE GL-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           MOVE GL-JOURNAL-FILE-STATUS TO IO-CHECK-STATUS
           MOVE GL-JOURNAL-FILE-NAME TO IO-CHECK-FILE-NAME
           MOVE "WRITE-GL-JOURNAL" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           CLOSE GL-JOURNAL-FILE
       .

       REJECT-UNKNOWN-EMPLOYEE.
           ADD 1 TO EMPLOYEES-REJECTED
           MOVE PAY-EMP-ID TO REG-EMP-ID
           MOVE ZERO TO REG-GROSS
           MOVE ZERO TO REG-NET
           MOVE "NOT ON MASTER" TO REG-NOTE
           MOVE SPACES TO REG-CHEQUE-NO
           MOVE REGISTER-DETAIL-LINE TO PAYROLL-REGISTER-LINE
           WRITE PAYROLL-REGISTER-LINE
           MOVE "PAY-ONE-EMPLOYEE" TO EXC-SOURCE-PARAGRAPH
       REJECT-TERMINATED-EMPLOYEE.
           ADD 1 TO EMPLOYEES-REJECTED
           MOVE PAY-EMP-ID TO REG-EMP-ID
           MOVE 'R' TO NAME-FUNCTION
           CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
               MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
               NAME-STATUS
           MOVE NAME-RESULT TO REG-NAME
           MOVE ZERO TO REG-GROSS
           MOVE ZERO TO REG-NET
           MOVE "TERMINATED" TO REG-NOTE
           MOVE SPACES TO REG-CHEQUE-NO
           MOVE REGISTER-DETAIL-LINE TO PAYROLL-REGISTER-LINE
           WRITE PAYROLL-REGISTER-LINE
           MOVE "PAY-ONE-EMPLOYEE" TO EXC-SOURCE-PARAGRAPH
           END-IF
       .

      *>  PENSION.DAT may not exist before the first contribution;
      *>  create it the same way the slip archive is created. A
      *>  ledger that will not open is a critical line - the money
      *>  is still deducted, so the postings must be made good by
      *>  hand.
       OPEN-PENSION-LEDGER.
           MOVE 'N' TO PENSION-LEDGER-FLAG
           OPEN I-O PENSION-FILE
           IF NO-PENSION-FILE
               OPEN OUTPUT PENSION-FILE
               CLOSE PENSION-FILE
               OPEN I-O PENSION-FILE
           END-IF
           IF PENSION-FILE-STATUS = "00"
               SET PENSION-LEDGER-OPEN TO TRUE
           ELSE
               MOVE "OPEN-PENSION-LEDGER" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "PENSION.DAT UNUSABLE, STATUS="
                   PENSION-FILE-STATUS " - NOT POSTED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Both sides of every pension row this employee paid, posted
      *>  to the member's account: this plan year's figures (rolled
      *>  into the prior-year fields on the first posting of a new
      *>  year) and the lifetime totals. A frozen account takes no
      *>  more money; the contribution is reported for refund.
       POST-PENSION-CONTRIBUTIONS.
           MOVE 0 TO PENSION-EMPLOYEE-THIS-EMP
           MOVE 0 TO PENSION-EMPLOYER-THIS-EMP
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               IF DED-IS-PENSION(DED-INDEX)
                   ADD DED-APPLIED(DED-INDEX)
                       TO PENSION-EMPLOYEE-THIS-EMP
                   ADD DED-EMPLOYER-APPLIED(DED-INDEX)
                       TO PENSION-EMPLOYER-THIS-EMP
               END-IF
           END-PERFORM
           IF PENSION-LEDGER-OPEN
           AND (PENSION-EMPLOYEE-THIS-EMP > 0
                OR PENSION-EMPLOYER-THIS-EMP > 0)
               MOVE PAY-EMP-ID TO PEN-EMP-ID
               READ PENSION-FILE
               EVALUATE TRUE
                   WHEN PENSION-MEMBER-NOT-FOUND
                       PERFORM OPEN-PENSION-ACCOUNT
                   WHEN PENSION-FILE-STATUS NOT = "00"
                       MOVE "POST-PENSION" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "PENSION READ FAILED " PAY-EMP-ID
                           " STATUS=" PENSION-FILE-STATUS
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'E' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   WHEN PEN-FROZEN
                       MOVE "POST-PENSION" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "PENSION FROZEN " PAY-EMP-ID
                           " - CONTRIBUTION NOT POSTED"
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'E' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   WHEN OTHER
                       IF PEN-PLAN-YEAR NOT = CUR-YYYY
                           MOVE PEN-PLAN-YEAR TO PEN-PRIOR-YEAR
                           MOVE PEN-YTD-EMPLOYEE TO PEN-PRIOR-EMPLOYEE
                           MOVE PEN-YTD-EMPLOYER TO PEN-PRIOR-EMPLOYER
                           MOVE CUR-YYYY TO PEN-PLAN-YEAR
                           MOVE 0 TO PEN-YTD-EMPLOYEE
                           MOVE 0 TO PEN-YTD-EMPLOYER
                       END-IF
                       PERFORM ADD-PENSION-CONTRIBUTIONS
                       REWRITE PENSION-MEMBER-RECORD
               END-EVALUATE
               MOVE PENSION-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "PENSION.DAT" TO IO-CHECK-FILE-NAME
               MOVE "POST-PENSION" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
           END-IF
       .

       OPEN-PENSION-ACCOUNT.
           MOVE PAY-EMP-ID TO PEN-EMP-ID
           SET PEN-ACTIVE TO TRUE
           MOVE TODAYS-DATE-N TO PEN-ENROLL-DATE
           MOVE CUR-YYYY TO PEN-PLAN-YEAR
           MOVE 0 TO PEN-YTD-EMPLOYEE
           MOVE 0 TO PEN-YTD-EMPLOYER
           MOVE 0 TO PEN-PRIOR-YEAR
           MOVE 0 TO PEN-PRIOR-EMPLOYEE
           MOVE 0 TO PEN-PRIOR-EMPLOYER
           MOVE 0 TO PEN-TOTAL-EMPLOYEE
           MOVE 0 TO PEN-TOTAL-EMPLOYER
           MOVE 0 TO PEN-FROZEN-DATE
           MOVE 0 TO PEN-VESTED-PCT
           MOVE 0 TO PEN-VESTED-AMOUNT
           MOVE 0 TO PEN-FORFEITED-AMOUNT
           PERFORM ADD-PENSION-CONTRIBUTIONS
           WRITE PENSION-MEMBER-RECORD
       .

       ADD-PENSION-CONTRIBUTIONS.
           ADD PENSION-EMPLOYEE-THIS-EMP TO PEN-YTD-EMPLOYEE
           ADD PENSION-EMPLOYER-THIS-EMP TO PEN-YTD-EMPLOYER
           ADD PENSION-EMPLOYEE-THIS-EMP TO PEN-TOTAL-EMPLOYEE
           ADD PENSION-EMPLOYER-THIS-EMP TO PEN-TOTAL-EMPLOYER
           MOVE TODAYS-DATE-N TO PEN-LAST-POSTED-DATE
       .

      *>  PAYHIST.DAT may not exist before the first live run;
      *>  create it the same way the slip archive is created. A
      *>  history that will not open still pays, but the payments
      *>  cannot be voided through PAY-REISSUE, so it is said loudly.
       OPEN-PAY-HISTORY.
           MOVE 'N' TO PAY-HISTORY-FLAG
           OPEN I-O PAY-HISTORY-FILE
           IF NO-PAY-HISTORY-FILE
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           IF PAY-HISTORY-FILE-STATUS = "00"
               SET PAY-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: PAYHIST.DAT UNUSABLE, STATUS="
                   PAY-HISTORY-FILE-STATUS " - HISTORY NOT KEPT"
               MOVE "OPEN-PAY-HISTORY" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "PAYHIST.DAT UNUSABLE, STATUS="
                   PAY-HISTORY-FILE-STATUS
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  The payment as built: every deduction row that took money
      *>  with the basis it took it on, and every garnishment take.
      *>  Five orders on one employee is more than the shop has ever
      *>  carried; a sixth is still paid and remitted, and the
      *>  exception says the history is short of it.
       WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE PAY-EMP-ID TO PH-EMP-ID
           MOVE TODAYS-DATE-N TO PH-PAY-DATE
           MOVE 0 TO PH-SEQ
           SET PH-PAID TO TRUE
           MOVE TODAYS-DATE-N TO PH-ISSUE-DATE
           MOVE EMP-PAY-AMOUNT TO PH-GROSS
           MOVE PAY-ADJUSTMENT TO PH-ADJUSTMENT
           MOVE NET-PAY TO PH-NET
           MOVE PAY-METHOD-FLAG TO PH-PAY-METHOD
           MOVE CHEQUE-NUMBER-THIS-EMP TO PH-CHEQUE-NUMBER
           MOVE 0 TO PH-DED-COUNT
           PERFORM VARYING DED-INDEX FROM 1 BY 1
           UNTIL DED-INDEX > DEDUCTION-COUNT
               IF DED-APPLIED(DED-INDEX) > 0
                   ADD 1 TO PH-DED-COUNT
                   MOVE DED-CODE(DED-INDEX)
                       TO PH-DED-CODE(PH-DED-COUNT)
                   MOVE DED-DESC(DED-INDEX)
                       TO PH-DED-DESC(PH-DED-COUNT)
                   MOVE DED-BASIS-TYPE(DED-INDEX)
                       TO PH-DED-TYPE(PH-DED-COUNT)
                   MOVE DED-BASIS-VALUE(DED-INDEX)
                       TO PH-DED-VALUE(PH-DED-COUNT)
                   MOVE DED-APPLIED(DED-INDEX)
                       TO PH-DED-AMOUNT(PH-DED-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING DED-INDEX FROM PH-DED-COUNT BY 1
           UNTIL DED-INDEX >= 20
               MOVE 0 TO PH-DED-VALUE(DED-INDEX + 1)
               MOVE 0 TO PH-DED-AMOUNT(DED-INDEX + 1)
           END-PERFORM
           MOVE 0 TO PH-GARNISH-COUNT
           PERFORM VARYING GAR-INDEX FROM 1 BY 1
           UNTIL GAR-INDEX > GARNISH-COUNT
               IF GAR-EMP-ID(GAR-INDEX) = PAY-EMP-ID
               AND GAR-TAKEN(GAR-INDEX) > 0
                   IF PH-GARNISH-COUNT < 5
                       ADD 1 TO PH-GARNISH-COUNT
                       MOVE GAR-ORDER-REF(GAR-INDEX)
                           TO PH-GAR-ORDER-REF(PH-GARNISH-COUNT)
                       MOVE GAR-TAKEN(GAR-INDEX)
                           TO PH-GAR-AMOUNT(PH-GARNISH-COUNT)
                   ELSE
                       MOVE "WRITE-PAY-HISTORY" TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "PAYHIST " PAY-EMP-ID " SHORT ORDER "
                           GAR-ORDER-REF(GAR-INDEX)
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'E' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING GAR-INDEX FROM PH-GARNISH-COUNT BY 1
           UNTIL GAR-INDEX >= 5
               MOVE 0 TO PH-GAR-AMOUNT(GAR-INDEX + 1)
           END-PERFORM
           MOVE 0 TO PH-VOID-DATE
           WRITE PAY-HISTORY-RECORD
           IF PAY-HISTORY-ALREADY-ON-FILE
               REWRITE PAY-HISTORY-RECORD
           END-IF
           MOVE PAY-HISTORY-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "PAYHIST.DAT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-PAY-HISTORY" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  Every slip line goes to PAYSLIP.TXT and, on a real payroll
      *>  run, into the keyed archive under employee id, pay date and
      *>  line sequence; a same-date rerun refreshes the archived
           MOVE SLIP-ADJUSTMENT-LINE TO PAY-SLIP-LINE
           PERFORM WRITE-SLIP-LINE

      *>  A salaried slip shows its proration basis instead of an
      *>  hours split it never had.
           IF RUNNING-IN-BATCH-MODE AND PAID-AS-SALARIED
               MOVE PRORATION-PAID-DAYS TO SLIP-SAL-PAID-DAYS
               MOVE PERIOD-WORKING-DAYS TO SLIP-SAL-PERIOD-DAYS
               MOVE SLIP-SALARY-BASIS-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
               MOVE PERIOD-SALARY-AMOUNT TO SLIP-SAL-PERIOD-AMOUNT
               MOVE SLIP-SALARY-PERIOD-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
           END-IF
      *>  The regular/overtime split only exists on a real payroll
      *>  run; the demo slip has no transaction hours behind it.
           IF RUNNING-IN-BATCH-MODE AND NOT PAID-AS-SALARIED
               MOVE REGULAR-HOURS TO SLIP-REG-HOURS
               MOVE SLIP-REG-HOURS-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
               MOVE OVERTIME-COST TO SLIP-OT-AMOUNT
               MOVE SLIP-OT-PAY-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
           END-IF
           IF RUNNING-IN-BATCH-MODE AND HOLIDAY-HOURS-THIS-EMP > 0
               MOVE HOLIDAY-HOURS-THIS-EMP TO SLIP-HOL-HOURS
               MOVE SLIP-HOL-HOURS-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
               COMPUTE HOLIDAY-PAY-COST ROUNDED
                   MODE IS NEAREST-AWAY-FROM-ZERO
                   = HOLIDAY-PAY-AMOUNT
               MOVE HOLIDAY-PAY-COST TO SLIP-HOL-AMOUNT
               MOVE SLIP-HOL-PAY-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
           END-IF
           IF RUNNING-IN-BATCH-MODE
      *>  Each retro row folded into this check, named by the prior
      *>  pay period it corrects.
               PERFORM VARYING RETRO-INDEX FROM 1 BY 1
               MOVE NET-PAY TO SLIP-NET-AMOUNT
               MOVE SLIP-NET-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
               IF PAY-BY-CHEQUE
                   MOVE CHEQUE-NUMBER-THIS-EMP TO SLIP-CHEQUE-NUMBER
                   MOVE SLIP-CHEQUE-LINE TO PAY-SLIP-LINE
                   PERFORM WRITE-SLIP-LINE
               END-IF
           END-IF

      *>  YTD figures only exist on a real payroll run; the demo slip
               MOVE SLIP-YTD-COUNT-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
           END-IF
           IF QTD-IS-CURRENT
               MOVE QTD-GROSS TO SLIP-QTD-GROSS
               MOVE CUR-QUARTER TO SLIP-QTD-QUARTER
               MOVE SLIP-QTD-GROSS-LINE TO PAY-SLIP-LINE
               PERFORM WRITE-SLIP-LINE
           END-IF

      *>  Leave statement: any unpaid hours this cycle took off the
      *>  pay, and the balances as LEAVE-PROCESS left them.
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
       WRITE-EXCEPTION-SUMMARY-LINE.
      *>  The release check repeats the trial's arithmetic, and the
      *>  trial already put its findings on the summary; only a
      *>  critical line from the check itself is worth a second row.
           IF PAY-RUN-VERIFY-PASS AND EXC-SEVERITY NOT = 'C'
               CONTINUE
           ELSE
               MOVE "COBOLTUT" TO EXC-SOURCE-PROGRAM
      *>  EXCSUMM.DAT may not exist on a fresh checkout; OPEN EXTEND
      *>  on a missing LINE SEQUENTIAL file used to be a fatal libcob
      *>  abend (status 35), so create it first instead of truncating
      *>  an existing summary on every call.
               OPEN EXTEND EXCEPTION-SUMMARY-FILE
               IF NO-EXCEPTION-SUMMARY-FILE
                   OPEN OUTPUT EXCEPTION-SUMMARY-FILE
                   CLOSE EXCEPTION-SUMMARY-FILE
                   OPEN EXTEND EXCEPTION-SUMMARY-FILE
               END-IF
               MOVE EXCEPTION-SUMMARY-RECORD TO EXCEPTION-SUMMARY-LINE
               WRITE EXCEPTION-SUMMARY-LINE
               CLOSE EXCEPTION-SUMMARY-FILE
      *>  A critical line pages the operator the moment it lands,
      *>  through the shared RAISE-ALERT subprogram, instead of
      *>  waiting for the morning triage.
               IF EXC-SEVERITY = 'C'
                   CALL "RAISE-ALERT" USING EXC-SOURCE-PROGRAM
                       EXC-SOURCE-PARAGRAPH EXC-DESCRIPTION
               END-IF
           END-IF
       .

