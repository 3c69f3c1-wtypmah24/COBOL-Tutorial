       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-REISSUE.
      *>  Off-cycle void and reissue of one employee's payment for one
      *>  pay date. When a pay went out wrong the only tool used to
      *>  be a retro row or an adjustment on next cycle's
      *>  PAYTRAN.DAT, and the employee waited two weeks for it. The
      *>  payroll operator (function 'Y', the pay run's own letter)
      *>  names the employee and pay date and keys the gross the
      *>  employee should have had; the program finds the payment on
      *>  PAYHIST.DAT, withholds on the corrected gross on exactly the
      *>  terms the original was - same deduction rows, same
      *>  garnishment orders in priority order - and, once the
      *>  operator confirms the side-by-side, backs the original out
      *>  of PAYYTD.DAT, PAYQTD.DAT and the GARNISH.DAT balances,
      *>  voids the original cheque if it was one, marks the archived
      *>  slip voided, and posts the corrected payment in its place:
      *>  a corrected slip on RISSLIP.TXT and in the archive, a
      *>  single-payment BANKPAY-format file BANKRISS.DAT with its
      *>  own trailer, the disbursement journal line BANK-RECON
      *>  clears against, and a line pair on the running void and
      *>  reissue register REISSUE.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-FILE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-EMP-ID
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT YTD-PAY-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-PAY-FILE-STATUS.
           SELECT QTD-PAY-FILE ASSIGN TO "PAYQTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QTD-KEY
               FILE STATUS IS QTD-PAY-FILE-STATUS.
           SELECT GARNISHMENT-FILE ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GARNISHMENT-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-EMP-ID
               FILE STATUS IS BANK-ACCOUNT-FILE-STATUS.
           SELECT CHEQUE-REGISTER-FILE ASSIGN TO "CHQREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-NUMBER
               FILE STATUS IS CHEQUE-REGISTER-FILE-STATUS.
           SELECT SLIP-ARCHIVE-FILE ASSIGN TO "SLIPARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-SLIP-KEY
               FILE STATUS IS SLIP-ARCHIVE-FILE-STATUS.
      *>  The corrected slip, printed for the employee.
           SELECT REISSUE-SLIP-FILE ASSIGN TO "RISSLIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-SLIP-FILE-STATUS.
      *>  One payment in the BANKPAY.DAT shape, sent on its own the
      *>  moment it is made; each reissue replaces the last file.
           SELECT REISSUE-BANK-FILE ASSIGN TO "BANKRISS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-BANK-FILE-STATUS.
      *>  Running register of every void and reissue, appended.
           SELECT REISSUE-REGISTER-FILE ASSIGN TO "REISSUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REISSUE-REGISTER-FILE-STATUS.
           SELECT DISBURSEMENT-JOURNAL ASSIGN TO "DISBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISBURSEMENT-JOURNAL-STATUS.
      *>  Shared job-level exception file appended to by every program
      *>  in the nightly control chain.
           SELECT EXCEPTION-SUMMARY-FILE ASSIGN TO "EXCSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY "PAY-HISTORY.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "EMPLOYEE-MASTER.cpy".

       FD  YTD-PAY-FILE.
       01  YTD-PAY-RECORD.
           05 YTD-EMP-ID       PIC X(06).
           05 YTD-YEAR         PIC 9(04).
           05 YTD-GROSS        PIC 9(7)V99 COMP-3.
           05 YTD-ADJUSTMENTS  PIC S9(6)   COMP-3.
           05 YTD-PAYMENT-COUNT PIC 9(04).

       FD  QTD-PAY-FILE.
           COPY "QTD-PAY.cpy".

      *>  Same layout COBOLTUT loads and rewrites.
       FD  GARNISHMENT-FILE.
       01  GARNISHMENT-RECORD.
           05 GAR-EMP-ID-IN    PIC X(06).
           05 GAR-ORDER-REF-IN PIC X(10).
           05 GAR-AUTHORITY-IN PIC X(10).
           05 GAR-PRIORITY-IN  PIC 9(01).
           05 GAR-CYCLE-AMT-IN PIC 9(5)V99.
           05 GAR-REMAINING-IN PIC 9(7)V99.

       FD  BANK-ACCOUNT-FILE.
           COPY "BANK-ACCOUNT.cpy".

       FD  CHEQUE-REGISTER-FILE.
           COPY "CHEQUE-REGISTER.cpy".

      *>  Same keyed layout COBOLTUT archives under.
       FD  SLIP-ARCHIVE-FILE.
       01  SLIP-ARCHIVE-RECORD.
           05 ARCH-SLIP-KEY.
               10 ARCH-EMP-ID   PIC X(06).
               10 ARCH-PAY-DATE PIC 9(08).
               10 ARCH-LINE-SEQ PIC 9(04).
           05 ARCH-LINE-TEXT   PIC X(80).

       FD  REISSUE-SLIP-FILE.
       01  REISSUE-SLIP-LINE   PIC X(80).

       FD  REISSUE-BANK-FILE.
       01  REISSUE-BANK-LINE   PIC X(50).

       FD  REISSUE-REGISTER-FILE.
       01  REISSUE-REGISTER-LINE PIC X(80).

       FD  DISBURSEMENT-JOURNAL.
           COPY "DISBURSEMENT.cpy".

       FD  EXCEPTION-SUMMARY-FILE.
       01  EXCEPTION-SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *>  Shop-wide "severity, source program, paragraph, description"
      *>  layout shared with the nightly control program.
           COPY "EXCEPTION-SUMMARY.cpy".

       01 PAY-HISTORY-FILE-STATUS PIC XX.
          88 NO-PAY-HISTORY-FILE VALUE "35".
          88 NO-MORE-PAY-HISTORY VALUE "10".
       01 MASTER-FILE-STATUS   PIC XX.
       01 YTD-PAY-FILE-STATUS  PIC XX.
       01 QTD-PAY-FILE-STATUS  PIC XX.
          88 QTD-RECORD-NOT-FOUND VALUE "23".
       01 GARNISHMENT-FILE-STATUS PIC XX.
          88 NO-MORE-GARNISHMENTS VALUE "10".
       01 BANK-ACCOUNT-FILE-STATUS PIC XX.
          88 NO-BANK-ACCOUNT-FILE VALUE "35".
       01 CHEQUE-REGISTER-FILE-STATUS PIC XX.
       01 SLIP-ARCHIVE-FILE-STATUS PIC XX.
          88 NO-SLIP-ARCHIVE-FILE VALUE "35".
          88 NO-MORE-ARCHIVE-LINES VALUE "10".
       01 REISSUE-SLIP-FILE-STATUS PIC XX.
       01 REISSUE-BANK-FILE-STATUS PIC XX.
       01 REISSUE-REGISTER-FILE-STATUS PIC XX.
          88 NO-REISSUE-REGISTER-FILE VALUE "35".
       01 DISBURSEMENT-JOURNAL-STATUS PIC XX.
          88 NO-DISBURSEMENT-JOURNAL VALUE "35".
       01 EXCEPTION-SUMMARY-FILE-STATUS PIC XX.
          88 NO-EXCEPTION-SUMMARY-FILE VALUE "35".

      *>  Hard file statuses (30/34 disk or boundary faults, the 9x
      *>  runtime family) fail the session through RETURN-CODE with a
      *>  critical line on the exception summary.
       01 IO-CHECK-STATUS      PIC XX.
       01 IO-CHECK-FILE-NAME   PIC X(12).
       01 HARD-IO-FLAG         PIC X VALUE 'N'.
          88 HARD-IO-FAILED    VALUE 'Y'.

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  money moves under the pay run's own function letter 'Y'.
       01 SIGNON-FUNCTION      PIC X VALUE 'Y'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

      *>  Master lock call set: holding the lock keeps the pay run
      *>  itself from drawing on the same YTD record and garnishment
      *>  balances while a reissue is being posted.
       01 LOCK-FUNCTION        PIC X.
       01 LOCK-PROGRAM-NAME    PIC X(16) VALUE "PAY-REISSUE".
       01 LOCK-OPERATOR-ID     PIC X(10).
       01 LOCK-CALL-STATUS     PIC X.
          88 MASTER-LOCK-TAKEN VALUE '0' '2'.

       01 TODAYS-DATE-N        PIC 9(08).
       01 ASK-EMP-ID           PIC X(06).
       01 ASK-PAY-DATE         PIC X(08).
       01 ASK-GROSS-IN         PIC X(12).
       01 ASK-REASON           PIC X(20).
       01 CONFIRM-CHOICE       PIC X VALUE SPACE.
       01 PAY-DATE-N           PIC 9(08).
       01 PAY-DATE-PARTS REDEFINES PAY-DATE-N.
           05 PAY-DATE-YYYY    PIC 9(04).
           05 PAY-DATE-MM      PIC 9(02).
           05 PAY-DATE-DD      PIC 9(02).
       01 PAY-DATE-QUARTER     PIC 9(01).
       01 CORRECTED-GROSS      PIC 9(7)V99.
       01 EMPLOYEE-NAME        PIC X(30).
      *>  NAME-FORMAT call set - "SURNAME, GIVEN" as the pay run's
      *>  slip prints it.
       01 NAME-FUNCTION        PIC X VALUE 'R'.
       01 NAME-RESULT          PIC X(40).
       01 NAME-STATUS          PIC X.

       01 REISSUE-OK-FLAG      PIC X VALUE 'Y'.
          88 REISSUE-IS-OK     VALUE 'Y'.
       01 REFUSAL-MESSAGE      PIC X(40).
       01 ORIGINAL-FOUND-FLAG  PIC X VALUE 'N'.
          88 ORIGINAL-FOUND    VALUE 'Y'.
       01 ORIGINAL-KEY         PIC X(16).
       01 LAST-SEQ-FOR-DATE    PIC 9(02) VALUE 0.
       01 SCAN-DONE-FLAG       PIC X VALUE 'N'.
          88 SCAN-DONE         VALUE 'Y'.
      *>  ACCOUNT-CIPHER call set: the master's number is stored
      *>  enciphered and only deciphered for BANKRISS.DAT.
       01 CIPHER-FUNCTION      PIC X.
       01 CLEAR-ACCOUNT-NUMBER PIC X(12).
       01 ACCOUNT-LAST-FOUR    PIC X(04).
       01 CIPHER-STATUS        PIC X.
       01 ACCOUNT-MASTER-FLAG  PIC X VALUE 'N'.
          88 ACCOUNT-MASTER-ON-FILE VALUE 'Y'.

      *>  The corrected payment, built beside the original on the
      *>  history buffer: one amount per history deduction slot, and
      *>  the garnishment table with this reissue's takes.
       01 NEW-DED-AMOUNTS.
           05 NEW-DED-AMOUNT   PIC 9(5)V99 OCCURS 20 TIMES.
       01 NEW-TOTAL-DEDUCTIONS PIC 9(6)V99.
       01 NEW-NET-PAY          PIC S9(7)V99.
       01 DED-SLOT             PIC 9(02).
       01 QTD-INDEX            PIC 9(02).
       01 QTD-SLOT             PIC 9(02).
       01 GAR-SLOT             PIC 9(02).

       01 GARNISH-FILE-FLAG    PIC X VALUE 'N'.
          88 GARNISH-FILE-ON-FILE VALUE 'Y'.
       01 GARNISH-COUNT        PIC 9(03) VALUE 0.
       01 GARNISHMENT-TABLE.
           05 GARNISH-ENTRY OCCURS 100 TIMES.
               10 GAR-EMP-ID    PIC X(06).
               10 GAR-ORDER-REF PIC X(10).
               10 GAR-AUTHORITY PIC X(10).
               10 GAR-PRIORITY  PIC 9(01).
               10 GAR-CYCLE-AMT PIC 9(5)V99.
               10 GAR-REMAINING PIC 9(7)V99.
               10 GAR-TAKEN     PIC 9(5)V99.
       01 GAR-INDEX            PIC 9(03).
       01 GAR-PRIORITY-LEVEL   PIC 9(01).
       01 GAR-THIS-TAKE        PIC 9(5)V99.
       01 GAR-RETURNED-FLAG    PIC X VALUE 'N'.
          88 GAR-RETURNED      VALUE 'Y'.

       01 ARCH-LINE-SEQ-NO     PIC 9(04) VALUE 0.
       01 SLIP-ARCHIVE-FLAG    PIC X VALUE 'N'.
          88 SLIP-ARCHIVE-OPEN VALUE 'Y'.
       01 SLIP-HEADER-TEXT     PIC X(27) VALUE
           "===  EMPLOYEE PAY SLIP  ===".

       01 AMOUNT-EDIT          PIC $$,$$$,$$9.99.
       01 AMOUNT-EDIT-2        PIC $$,$$$,$$9.99.

      *>  Corrected slip lines, in the pay slip's own label column.
       01 RSL-HEADER-LINE.
           05 FILLER            PIC X(27) VALUE
               "===  EMPLOYEE PAY SLIP  ===".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(05) VALUE "REISS".
       01 RSL-BLANK-LINE        PIC X(80) VALUE SPACES.
       01 RSL-NAME-LINE.
           05 FILLER            PIC X(18) VALUE "Employee Name:".
           05 RSL-NAME          PIC X(30).
       01 RSL-ID-LINE.
           05 FILLER            PIC X(18) VALUE "Employee Id:".
           05 RSL-EMP-ID        PIC X(06).
       01 RSL-PAY-DATE-LINE.
           05 FILLER            PIC X(18) VALUE "Pay Date:".
           05 RSL-PAY-DATE      PIC 9(08).
       01 RSL-GROSS-LINE.
           05 FILLER            PIC X(18) VALUE "Pay Check Amount:".
           05 RSL-GROSS         PIC $$,$$9.99.
       01 RSL-DEDUCTION-LINE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RSL-DED-DESC      PIC X(20).
           05 FILLER            PIC X(01) VALUE "-".
           05 RSL-DED-AMOUNT    PIC $$,$$9.99.
       01 RSL-GARNISH-LINE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "GARNISH ".
           05 RSL-GAR-REF       PIC X(10).
           05 FILLER            PIC X(03) VALUE " - ".
           05 RSL-GAR-AMOUNT    PIC $$,$$9.99.
       01 RSL-NET-LINE.
           05 FILLER            PIC X(18) VALUE "Net Pay:".
           05 RSL-NET           PIC $$,$$$,$$9.99.
       01 RSL-REPLACES-LINE.
           05 FILLER            PIC X(18) VALUE "Replaces Net:".
           05 RSL-REPLACED-NET  PIC $$,$$$,$$9.99.
       01 RSL-REISSUED-LINE.
           05 FILLER            PIC X(18) VALUE "Reissued:".
           05 RSL-REISSUE-DATE  PIC 9(08).
           05 FILLER            PIC X(04) VALUE " BY ".
           05 RSL-OPERATOR      PIC X(10).
       01 RSL-PAGE-BREAK        PIC X(01) VALUE X"0C".

      *>  Bank file records, positionally the same as COBOLTUT's.
       01 BANK-DETAIL-RECORD.
           05 FILLER           PIC X(01) VALUE "D".
           05 BANK-EMP-ID      PIC X(06).
           05 BANK-NAME        PIC X(10).
           05 BANK-NET-AMOUNT  PIC 9(7)V99.
           05 BANK-DTL-BANK-CODE PIC X(06).
           05 BANK-DTL-ACCOUNT PIC X(12).
       01 BANK-TRAILER-RECORD.
           05 FILLER           PIC X(01) VALUE "T".
           05 BANK-TRL-COUNT   PIC 9(07).
           05 BANK-TRL-TOTAL   PIC 9(9)V99.

       01 REGISTER-DETAIL-LINE.
           05 RRG-ACTION       PIC X(08).
           05 RRG-EMP-ID       PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RRG-PAY-DATE     PIC 9(08).
           05 FILLER           PIC X(01) VALUE "/".
           05 RRG-SEQ          PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RRG-GROSS        PIC $$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RRG-NET          PIC $$$,$$9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RRG-METHOD       PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RRG-CHEQUE       PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "PAY-REISSUE: OPERATOR " SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION Y - NOTHING REISSUED"
                MOVE "MAIN-PROCEDURE" TO EXC-SOURCE-PARAGRAPH
                MOVE SPACES TO EXC-DESCRIPTION
                STRING "OPERATOR SIGN-ON REFUSED"
                    DELIMITED BY SIZE INTO EXC-DESCRIPTION
                MOVE 'C' TO EXC-SEVERITY
                PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            ACCEPT TODAYS-DATE-N FROM DATE YYYYMMDD
            MOVE SIGNON-OPERATOR-ID TO LOCK-OPERATOR-ID
            MOVE 'A' TO LOCK-FUNCTION
            CALL "MASTER-LOCK" USING LOCK-FUNCTION LOCK-PROGRAM-NAME
                LOCK-OPERATOR-ID LOCK-CALL-STATUS
            IF NOT MASTER-LOCK-TAKEN
                DISPLAY "PAY-REISSUE: MASTER LOCK HELD - TRY AGAIN"
                    " WHEN THE HOLDER HAS FINISHED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM ACCEPT-REISSUE-REQUEST
            IF REISSUE-IS-OK
                PERFORM OPEN-REISSUE-FILES
            END-IF
            IF REISSUE-IS-OK
                PERFORM FIND-ORIGINAL-PAYMENT
            END-IF
            IF REISSUE-IS-OK
                PERFORM CHECK-REISSUE-ALLOWED
            END-IF
            IF REISSUE-IS-OK
                PERFORM BUILD-CORRECTED-PAYMENT
            END-IF
            IF REISSUE-IS-OK
                PERFORM SHOW-VOID-AND-REISSUE
                DISPLAY "Void the original and reissue? (Y/N)"
                MOVE SPACE TO CONFIRM-CHOICE
                ACCEPT CONFIRM-CHOICE
                IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
                    PERFORM POST-VOID-AND-REISSUE
                ELSE
                    DISPLAY "PAY-REISSUE: NOTHING CHANGED"
                END-IF
            ELSE
                IF REFUSAL-MESSAGE NOT = SPACES
                    DISPLAY "PAY-REISSUE REFUSED: " REFUSAL-MESSAGE
                    MOVE 1 TO RETURN-CODE
                END-IF
            END-IF
            PERFORM CLOSE-REISSUE-FILES

            MOVE 'R' TO LOCK-FUNCTION
            CALL "MASTER-LOCK" USING LOCK-FUNCTION LOCK-PROGRAM-NAME
                LOCK-OPERATOR-ID LOCK-CALL-STATUS
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       ACCEPT-REISSUE-REQUEST.
           MOVE SPACES TO REFUSAL-MESSAGE
           DISPLAY "Employee id?"
           ACCEPT ASK-EMP-ID
           DISPLAY "Pay date being corrected? (YYYYMMDD)"
           ACCEPT ASK-PAY-DATE
           DISPLAY "Corrected gross pay (e.g. 1234.50)?"
           ACCEPT ASK-GROSS-IN
           DISPLAY "Reason?"
           ACCEPT ASK-REASON
           EVALUATE TRUE
               WHEN ASK-EMP-ID = SPACES
                   MOVE "EMPLOYEE ID IS REQUIRED" TO REFUSAL-MESSAGE
               WHEN ASK-PAY-DATE NOT NUMERIC
                   MOVE "PAY DATE MUST BE NUMERIC YYYYMMDD"
                       TO REFUSAL-MESSAGE
               WHEN FUNCTION TEST-NUMVAL(ASK-GROSS-IN) NOT = 0
                   MOVE "CORRECTED GROSS MUST BE NUMERIC"
                       TO REFUSAL-MESSAGE
               WHEN ASK-REASON = SPACES
                   MOVE "A REASON IS REQUIRED" TO REFUSAL-MESSAGE
               WHEN OTHER
                   MOVE ASK-PAY-DATE TO PAY-DATE-N
                   COMPUTE CORRECTED-GROSS =
                       FUNCTION NUMVAL(ASK-GROSS-IN)
                       ON SIZE ERROR
                           MOVE "CORRECTED GROSS TOO LARGE"
                               TO REFUSAL-MESSAGE
                   END-COMPUTE
                   IF REFUSAL-MESSAGE = SPACES
                   AND CORRECTED-GROSS = 0
                       MOVE "CORRECTED GROSS MUST BE ABOVE ZERO"
                           TO REFUSAL-MESSAGE
                   END-IF
           END-EVALUATE
           IF REFUSAL-MESSAGE NOT = SPACES
               MOVE 'N' TO REISSUE-OK-FLAG
           END-IF
       .

       OPEN-REISSUE-FILES.
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-FILE-STATUS NOT = "00"
               MOVE "NO PAYMENT HISTORY ON FILE (PAYHIST.DAT)"
                   TO REFUSAL-MESSAGE
               MOVE 'N' TO REISSUE-OK-FLAG
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           OPEN I-O YTD-PAY-FILE
           OPEN I-O QTD-PAY-FILE
           OPEN INPUT BANK-ACCOUNT-FILE
           IF BANK-ACCOUNT-FILE-STATUS = "00"
               SET ACCOUNT-MASTER-ON-FILE TO TRUE
           END-IF
           OPEN I-O SLIP-ARCHIVE-FILE
           IF SLIP-ARCHIVE-FILE-STATUS = "00"
               SET SLIP-ARCHIVE-OPEN TO TRUE
           END-IF
           PERFORM LOAD-GARNISHMENT-TABLE
       .

       CLOSE-REISSUE-FILES.
           CLOSE PAY-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE YTD-PAY-FILE
           CLOSE QTD-PAY-FILE
           IF ACCOUNT-MASTER-ON-FILE
               CLOSE BANK-ACCOUNT-FILE
           END-IF
           IF SLIP-ARCHIVE-OPEN
               CLOSE SLIP-ARCHIVE-FILE
           END-IF
       .

      *>  The payment standing for the date is the highest sequence
      *>  still paid: the original, or the last reissue of it. The
      *>  highest sequence of any status is kept for the reissue's
      *>  own key.
       FIND-ORIGINAL-PAYMENT.
           MOVE 'N' TO ORIGINAL-FOUND-FLAG
           MOVE 0 TO LAST-SEQ-FOR-DATE
           MOVE 'N' TO SCAN-DONE-FLAG
           MOVE ASK-EMP-ID TO PH-EMP-ID
           MOVE PAY-DATE-N TO PH-PAY-DATE
           MOVE 0 TO PH-SEQ
           START PAY-HISTORY-FILE KEY >= PH-KEY
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
               END-READ
               IF PAY-HISTORY-FILE-STATUS NOT = "00"
               OR PH-EMP-ID NOT = ASK-EMP-ID
               OR PH-PAY-DATE NOT = PAY-DATE-N
                   SET SCAN-DONE TO TRUE
               ELSE
                   MOVE PH-SEQ TO LAST-SEQ-FOR-DATE
                   IF PH-PAID
                       SET ORIGINAL-FOUND TO TRUE
                       MOVE PH-KEY TO ORIGINAL-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ORIGINAL-FOUND
               MOVE "NO PAYMENT ON FILE FOR THAT ID AND DATE"
                   TO REFUSAL-MESSAGE
               MOVE 'N' TO REISSUE-OK-FLAG
           ELSE
               MOVE ORIGINAL-KEY TO PH-KEY
               READ PAY-HISTORY-FILE
               IF PAY-HISTORY-FILE-STATUS NOT = "00"
                   MOVE "PAYHIST.DAT READ FAILED"
                       TO REFUSAL-MESSAGE
                   MOVE 'N' TO REISSUE-OK-FLAG
               END-IF
           END-IF
       .

      *>  A payment in a year YEAR-END-CLOSE has already rolled is
      *>  past correcting here; the corrected payment only goes into
      *>  an account the pay run itself would pay into.
       CHECK-REISSUE-ALLOWED.
           MOVE ASK-EMP-ID TO MASTER-EMP-ID
           READ EMPLOYEE-MASTER
           IF MASTER-FILE-STATUS = "00"
               CALL "NAME-FORMAT" USING NAME-FUNCTION MASTER-SURNAME
                   MASTER-GIVEN-NAME MASTER-PREFERRED-NAME NAME-RESULT
                   NAME-STATUS
               MOVE NAME-RESULT TO EMPLOYEE-NAME
           ELSE
               MOVE SPACES TO EMPLOYEE-NAME
           END-IF
           MOVE ASK-EMP-ID TO YTD-EMP-ID
           READ YTD-PAY-FILE
           EVALUATE TRUE
               WHEN YTD-PAY-FILE-STATUS NOT = "00"
                   MOVE "NO YTD RECORD FOR THE EMPLOYEE"
                       TO REFUSAL-MESSAGE
                   MOVE 'N' TO REISSUE-OK-FLAG
               WHEN YTD-YEAR NOT = PAY-DATE-YYYY
                   MOVE "PAY DATE IS IN A CLOSED PAY YEAR"
                       TO REFUSAL-MESSAGE
                   MOVE 'N' TO REISSUE-OK-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REISSUE-IS-OK AND ACCOUNT-MASTER-ON-FILE
               MOVE ASK-EMP-ID TO ACCT-EMP-ID
               READ BANK-ACCOUNT-FILE
               IF BANK-ACCOUNT-FILE-STATUS NOT = "00"
               OR NOT ACCT-ACTIVE
                   MOVE "NO ACTIVE BANK ACCOUNT FOR THE REISSUE"
                       TO REFUSAL-MESSAGE
                   MOVE 'N' TO REISSUE-OK-FLAG
               ELSE
                   MOVE 'D' TO CIPHER-FUNCTION
                   CALL "ACCOUNT-CIPHER" USING CIPHER-FUNCTION
                       ACCT-KEY-ID CLEAR-ACCOUNT-NUMBER ACCT-NUMBER
                       ACCOUNT-LAST-FOUR CIPHER-STATUS
                   IF CIPHER-STATUS NOT = '0'
                       MOVE "BANK ACCOUNT KEY NOT ON CIPHER.KEY"
                           TO REFUSAL-MESSAGE
                       MOVE 'N' TO REISSUE-OK-FLAG
                   END-IF
               END-IF
           END-IF
       .

      *>  Each deduction row withholds on the corrected gross on the
      *>  basis it had on the original, and stops at the gross the
      *>  way the pay run's rows do; the employee's garnishment
      *>  orders get back what the original took and then take again
      *>  in priority order against what is left.
       BUILD-CORRECTED-PAYMENT.
           MOVE 0 TO NEW-TOTAL-DEDUCTIONS
           PERFORM VARYING DED-SLOT FROM 1 BY 1 UNTIL DED-SLOT > 20
               MOVE 0 TO NEW-DED-AMOUNT(DED-SLOT)
           END-PERFORM
           PERFORM VARYING DED-SLOT FROM 1 BY 1
           UNTIL DED-SLOT > PH-DED-COUNT
               IF PH-DED-TYPE(DED-SLOT) = 'R'
                   COMPUTE NEW-DED-AMOUNT(DED-SLOT) ROUNDED
                       MODE IS NEAREST-AWAY-FROM-ZERO
                       = CORRECTED-GROSS * PH-DED-VALUE(DED-SLOT) / 100
               ELSE
                   MOVE PH-DED-VALUE(DED-SLOT)
                       TO NEW-DED-AMOUNT(DED-SLOT)
               END-IF
               IF NEW-TOTAL-DEDUCTIONS + NEW-DED-AMOUNT(DED-SLOT)
                   > CORRECTED-GROSS
                   COMPUTE NEW-DED-AMOUNT(DED-SLOT) =
                       CORRECTED-GROSS - NEW-TOTAL-DEDUCTIONS
               END-IF
               ADD NEW-DED-AMOUNT(DED-SLOT) TO NEW-TOTAL-DEDUCTIONS
           END-PERFORM
           PERFORM RETURN-ORIGINAL-GARNISHMENTS
           PERFORM VARYING GAR-PRIORITY-LEVEL FROM 1 BY 1
           UNTIL GAR-PRIORITY-LEVEL > 9
               PERFORM VARYING GAR-INDEX FROM 1 BY 1
               UNTIL GAR-INDEX > GARNISH-COUNT
                   IF GAR-EMP-ID(GAR-INDEX) = ASK-EMP-ID
                   AND GAR-PRIORITY(GAR-INDEX) = GAR-PRIORITY-LEVEL
                       PERFORM TAKE-ONE-GARNISHMENT
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE NEW-NET-PAY = CORRECTED-GROSS - NEW-TOTAL-DEDUCTIONS
           IF NEW-NET-PAY NOT > 0
               MOVE "CORRECTED NET PAY IS ZERO OR NEGATIVE"
                   TO REFUSAL-MESSAGE
               MOVE 'N' TO REISSUE-OK-FLAG
           END-IF
       .

      *>  An order since removed from GARNISH.DAT cannot take its
      *>  money back; the operator is told, and the exception line
      *>  lets the remittance be put right by hand.
       RETURN-ORIGINAL-GARNISHMENTS.
           PERFORM VARYING GAR-SLOT FROM 1 BY 1
           UNTIL GAR-SLOT > PH-GARNISH-COUNT
               MOVE 'N' TO GAR-RETURNED-FLAG
               PERFORM VARYING GAR-INDEX FROM 1 BY 1
               UNTIL GAR-INDEX > GARNISH-COUNT OR GAR-RETURNED
                   IF GAR-EMP-ID(GAR-INDEX) = ASK-EMP-ID
                   AND GAR-ORDER-REF(GAR-INDEX)
                       = PH-GAR-ORDER-REF(GAR-SLOT)
                       ADD PH-GAR-AMOUNT(GAR-SLOT)
                           TO GAR-REMAINING(GAR-INDEX)
                       SET GAR-RETURNED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT GAR-RETURNED
                   DISPLAY "WARNING: ORDER " PH-GAR-ORDER-REF(GAR-SLOT)
                       " NO LONGER ON GARNISH.DAT - NOT RETURNED"
               END-IF
           END-PERFORM
       .

       TAKE-ONE-GARNISHMENT.
           MOVE 0 TO GAR-TAKEN(GAR-INDEX)
           MOVE GAR-CYCLE-AMT(GAR-INDEX) TO GAR-THIS-TAKE
           IF GAR-THIS-TAKE > GAR-REMAINING(GAR-INDEX)
               MOVE GAR-REMAINING(GAR-INDEX) TO GAR-THIS-TAKE
           END-IF
           IF NEW-TOTAL-DEDUCTIONS + GAR-THIS-TAKE > CORRECTED-GROSS
               COMPUTE GAR-THIS-TAKE =
                   CORRECTED-GROSS - NEW-TOTAL-DEDUCTIONS
           END-IF
           IF GAR-THIS-TAKE > 0
               MOVE GAR-THIS-TAKE TO GAR-TAKEN(GAR-INDEX)
               ADD GAR-THIS-TAKE TO NEW-TOTAL-DEDUCTIONS
               SUBTRACT GAR-THIS-TAKE FROM GAR-REMAINING(GAR-INDEX)
           END-IF
       .

       SHOW-VOID-AND-REISSUE.
           DISPLAY "PAYMENT FOR " ASK-EMP-ID " " EMPLOYEE-NAME
               " PAY DATE " PAY-DATE-N
           MOVE PH-GROSS TO AMOUNT-EDIT
           MOVE CORRECTED-GROSS TO AMOUNT-EDIT-2
           DISPLAY "  GROSS       WAS " AMOUNT-EDIT
               "   NOW " AMOUNT-EDIT-2
           COMPUTE AMOUNT-EDIT = PH-GROSS - PH-NET
           MOVE NEW-TOTAL-DEDUCTIONS TO AMOUNT-EDIT-2
           DISPLAY "  DEDUCTIONS  WAS " AMOUNT-EDIT
               "   NOW " AMOUNT-EDIT-2
           MOVE PH-NET TO AMOUNT-EDIT
           MOVE NEW-NET-PAY TO AMOUNT-EDIT-2
           DISPLAY "  NET         WAS " AMOUNT-EDIT
               "   NOW " AMOUNT-EDIT-2
           IF PH-PAID-BY-CHEQUE
               DISPLAY "  ORIGINAL PAID ON CHEQUE " PH-CHEQUE-NUMBER
                   " - IT WILL BE VOIDED"
           END-IF
       .

      *>  Figures first, then the original's history record, so a
      *>  hard failure part-way leaves the original standing to be
      *>  seen on the register and put right, never a payment that
      *>  is voided with nothing in its place.
       POST-VOID-AND-REISSUE.
           PERFORM REVERSE-AND-APPLY-YTD
           PERFORM REVERSE-AND-APPLY-QTD
           IF GARNISH-FILE-ON-FILE
               PERFORM SAVE-GARNISHMENT-BALANCES
           END-IF
           IF PH-PAID-BY-CHEQUE
               PERFORM VOID-ORIGINAL-CHEQUE
           END-IF
           IF NOT HARD-IO-FAILED
               PERFORM WRITE-REGISTER-VOID-LINE
               PERFORM MARK-ARCHIVED-SLIP-VOID
               PERFORM FILE-REISSUE-HISTORY
               PERFORM PRINT-CORRECTED-SLIP
               PERFORM WRITE-REISSUE-BANK-FILE
               PERFORM WRITE-REGISTER-REISSUE-LINE
           END-IF
           IF NOT HARD-IO-FAILED
               DISPLAY "PAY-REISSUE: " ASK-EMP-ID " " PAY-DATE-N
                   " VOIDED AND REISSUED - SEND BANKRISS.DAT"
               MOVE NEW-NET-PAY TO AMOUNT-EDIT
               MOVE "POST-VOID-REISSUE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "REISSUED " ASK-EMP-ID " " PAY-DATE-N
                   AMOUNT-EDIT " BY " SIGNON-OPERATOR-ID
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'I' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  Same floor BANK-RETURNS uses: a YTD gross that would go
      *>  below zero stops at zero rather than wrapping.
       REVERSE-AND-APPLY-YTD.
           MOVE ASK-EMP-ID TO YTD-EMP-ID
           READ YTD-PAY-FILE
           IF YTD-PAY-FILE-STATUS = "00"
               IF PH-GROSS > YTD-GROSS
                   MOVE ZERO TO YTD-GROSS
               ELSE
                   SUBTRACT PH-GROSS FROM YTD-GROSS
               END-IF
               ADD CORRECTED-GROSS TO YTD-GROSS
               REWRITE YTD-PAY-RECORD
           END-IF
           MOVE YTD-PAY-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "PAYYTD.DAT" TO IO-CHECK-FILE-NAME
           MOVE "REVERSE-AND-APPLY-YTD" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  The quarter the original pay date fell in: its gross and
      *>  each deduction code's slot move by the difference.
       REVERSE-AND-APPLY-QTD.
           COMPUTE PAY-DATE-QUARTER = (PAY-DATE-MM - 1) / 3 + 1
           MOVE ASK-EMP-ID TO QTD-EMP-ID
           MOVE PAY-DATE-YYYY TO QTD-YEAR
           MOVE PAY-DATE-QUARTER TO QTD-QUARTER
           READ QTD-PAY-FILE
           IF QTD-PAY-FILE-STATUS NOT = "00"
               MOVE "REVERSE-AND-APPLY-QTD" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "NO QTD RECORD " ASK-EMP-ID " Q"
                   PAY-DATE-QUARTER " - NOT ADJUSTED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               IF PH-GROSS > QTD-GROSS
                   MOVE ZERO TO QTD-GROSS
               ELSE
                   SUBTRACT PH-GROSS FROM QTD-GROSS
               END-IF
               ADD CORRECTED-GROSS TO QTD-GROSS
               PERFORM VARYING DED-SLOT FROM 1 BY 1
               UNTIL DED-SLOT > PH-DED-COUNT
                   PERFORM ADJUST-QTD-WITHHOLDING
               END-PERFORM
               REWRITE QTD-PAY-RECORD
               MOVE QTD-PAY-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "PAYQTD.DAT" TO IO-CHECK-FILE-NAME
               MOVE "REVERSE-AND-APPLY-QTD" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
           END-IF
       .

       ADJUST-QTD-WITHHOLDING.
           MOVE 0 TO QTD-SLOT
           PERFORM VARYING QTD-INDEX FROM 1 BY 1
           UNTIL QTD-INDEX > 20 OR QTD-SLOT > 0
               IF QTD-DED-CODE(QTD-INDEX) = PH-DED-CODE(DED-SLOT)
                   MOVE QTD-INDEX TO QTD-SLOT
               END-IF
           END-PERFORM
           IF QTD-SLOT > 0
               IF PH-DED-AMOUNT(DED-SLOT) > QTD-DED-AMOUNT(QTD-SLOT)
                   MOVE ZERO TO QTD-DED-AMOUNT(QTD-SLOT)
               ELSE
                   SUBTRACT PH-DED-AMOUNT(DED-SLOT)
                       FROM QTD-DED-AMOUNT(QTD-SLOT)
               END-IF
               ADD NEW-DED-AMOUNT(DED-SLOT)
                   TO QTD-DED-AMOUNT(QTD-SLOT)
           ELSE
               MOVE "REVERSE-AND-APPLY-QTD" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "QTD " ASK-EMP-ID " HAS NO SLOT FOR CODE "
                   PH-DED-CODE(DED-SLOT)
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  A cheque already voided or spoiled through CHEQUE-MAINT is
      *>  left as it is.
       VOID-ORIGINAL-CHEQUE.
           OPEN I-O CHEQUE-REGISTER-FILE
           IF CHEQUE-REGISTER-FILE-STATUS = "00"
               MOVE PH-CHEQUE-NUMBER TO CHQ-NUMBER
               READ CHEQUE-REGISTER-FILE
               IF CHEQUE-REGISTER-FILE-STATUS = "00" AND CHQ-ISSUED
                   SET CHQ-VOIDED TO TRUE
                   MOVE TODAYS-DATE-N TO CHQ-STATUS-DATE
                   MOVE SIGNON-OPERATOR-ID TO CHQ-STATUS-BY
                   MOVE "VOID AND REISSUE" TO CHQ-STATUS-REASON
                   REWRITE CHEQUE-REGISTER-RECORD
                   MOVE CHEQUE-REGISTER-FILE-STATUS TO IO-CHECK-STATUS
                   MOVE "CHQREG.DAT" TO IO-CHECK-FILE-NAME
                   MOVE "VOID-ORIGINAL-CHEQUE" TO EXC-SOURCE-PARAGRAPH
                   PERFORM CHECK-HARD-IO-STATUS
               ELSE
                   DISPLAY "WARNING: CHEQUE " PH-CHEQUE-NUMBER
                       " NOT ISSUED ON CHQREG.DAT - LEFT AS IT IS"
               END-IF
               CLOSE CHEQUE-REGISTER-FILE
           ELSE
               MOVE "VOID-ORIGINAL-CHEQUE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "CHQREG.DAT UNUSABLE - VOID CHEQUE "
                   PH-CHEQUE-NUMBER " BY HAND"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'E' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

      *>  The original is marked voided, and the corrected payment
      *>  goes on under the same pay date at the next sequence, built
      *>  over the original's image so the deduction bases carry.
       FILE-REISSUE-HISTORY.
           SET PH-VOIDED TO TRUE
           MOVE TODAYS-DATE-N TO PH-VOID-DATE
           MOVE SIGNON-OPERATOR-ID TO PH-VOID-BY
           MOVE ASK-REASON TO PH-VOID-REASON
           REWRITE PAY-HISTORY-RECORD
           MOVE PAY-HISTORY-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "PAYHIST.DAT" TO IO-CHECK-FILE-NAME
           MOVE "FILE-REISSUE-HISTORY" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           ADD 1 TO LAST-SEQ-FOR-DATE
           MOVE LAST-SEQ-FOR-DATE TO PH-SEQ
           SET PH-PAID TO TRUE
           MOVE TODAYS-DATE-N TO PH-ISSUE-DATE
           MOVE CORRECTED-GROSS TO PH-GROSS
           MOVE NEW-NET-PAY TO PH-NET
           SET PH-PAID-BY-BANK TO TRUE
           MOVE 0 TO PH-CHEQUE-NUMBER
           PERFORM VARYING DED-SLOT FROM 1 BY 1
           UNTIL DED-SLOT > PH-DED-COUNT
               MOVE NEW-DED-AMOUNT(DED-SLOT) TO PH-DED-AMOUNT(DED-SLOT)
           END-PERFORM
           MOVE 0 TO PH-GARNISH-COUNT
           PERFORM VARYING GAR-SLOT FROM 1 BY 1 UNTIL GAR-SLOT > 5
               MOVE SPACES TO PH-GAR-ORDER-REF(GAR-SLOT)
               MOVE 0 TO PH-GAR-AMOUNT(GAR-SLOT)
           END-PERFORM
           PERFORM VARYING GAR-INDEX FROM 1 BY 1
           UNTIL GAR-INDEX > GARNISH-COUNT
               IF GAR-EMP-ID(GAR-INDEX) = ASK-EMP-ID
               AND GAR-TAKEN(GAR-INDEX) > 0
               AND PH-GARNISH-COUNT < 5
                   ADD 1 TO PH-GARNISH-COUNT
                   MOVE GAR-ORDER-REF(GAR-INDEX)
                       TO PH-GAR-ORDER-REF(PH-GARNISH-COUNT)
                   MOVE GAR-TAKEN(GAR-INDEX)
                       TO PH-GAR-AMOUNT(PH-GARNISH-COUNT)
               END-IF
           END-PERFORM
           MOVE 0 TO PH-VOID-DATE
           MOVE SPACES TO PH-VOID-BY
           MOVE SPACES TO PH-VOID-REASON
           WRITE PAY-HISTORY-RECORD
           MOVE PAY-HISTORY-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "PAYHIST.DAT" TO IO-CHECK-FILE-NAME
           MOVE "FILE-REISSUE-HISTORY" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  Every slip header archived for the date that is not yet
      *>  marked is stamped VOID in the phase column, so a reprint
      *>  shows which slip stood; the voiding note follows the last
      *>  archived line and the corrected slip follows that.
       MARK-ARCHIVED-SLIP-VOID.
           MOVE 0 TO ARCH-LINE-SEQ-NO
           IF SLIP-ARCHIVE-OPEN
               MOVE 'N' TO SCAN-DONE-FLAG
               MOVE ASK-EMP-ID TO ARCH-EMP-ID
               MOVE PAY-DATE-N TO ARCH-PAY-DATE
               MOVE 0 TO ARCH-LINE-SEQ
               START SLIP-ARCHIVE-FILE KEY >= ARCH-SLIP-KEY
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL SCAN-DONE
                   READ SLIP-ARCHIVE-FILE NEXT RECORD
                       AT END SET SCAN-DONE TO TRUE
                   END-READ
                   IF SLIP-ARCHIVE-FILE-STATUS NOT = "00"
                   OR ARCH-EMP-ID NOT = ASK-EMP-ID
                   OR ARCH-PAY-DATE NOT = PAY-DATE-N
                       SET SCAN-DONE TO TRUE
                   ELSE
                       MOVE ARCH-LINE-SEQ TO ARCH-LINE-SEQ-NO
                       IF ARCH-LINE-TEXT(1:27) = SLIP-HEADER-TEXT
                       AND ARCH-LINE-TEXT(29:4) NOT = "VOID"
                           MOVE "VOID " TO ARCH-LINE-TEXT(29:5)
                           REWRITE SLIP-ARCHIVE-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO REISSUE-SLIP-LINE
               STRING "*** VOIDED " TODAYS-DATE-N " BY "
                   SIGNON-OPERATOR-ID ": " ASK-REASON
                   DELIMITED BY SIZE INTO REISSUE-SLIP-LINE
               PERFORM ARCHIVE-SLIP-LINE
           ELSE
               MOVE "MARK-ARCHIVED-SLIP" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "SLIPARCH.DAT UNUSABLE - " ASK-EMP-ID " "
                   PAY-DATE-N " NOT MARKED"
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'W' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           END-IF
       .

       PRINT-CORRECTED-SLIP.
           OPEN OUTPUT REISSUE-SLIP-FILE
           MOVE RSL-HEADER-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE RSL-BLANK-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE EMPLOYEE-NAME TO RSL-NAME
           MOVE RSL-NAME-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE ASK-EMP-ID TO RSL-EMP-ID
           MOVE RSL-ID-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE PAY-DATE-N TO RSL-PAY-DATE
           MOVE RSL-PAY-DATE-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE CORRECTED-GROSS TO RSL-GROSS
           MOVE RSL-GROSS-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           PERFORM VARYING DED-SLOT FROM 1 BY 1
           UNTIL DED-SLOT > PH-DED-COUNT
               IF NEW-DED-AMOUNT(DED-SLOT) > 0
                   MOVE PH-DED-DESC(DED-SLOT) TO RSL-DED-DESC
                   MOVE NEW-DED-AMOUNT(DED-SLOT) TO RSL-DED-AMOUNT
                   MOVE RSL-DEDUCTION-LINE TO REISSUE-SLIP-LINE
                   PERFORM WRITE-REISSUE-SLIP-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING GAR-SLOT FROM 1 BY 1
           UNTIL GAR-SLOT > PH-GARNISH-COUNT
               MOVE PH-GAR-ORDER-REF(GAR-SLOT) TO RSL-GAR-REF
               MOVE PH-GAR-AMOUNT(GAR-SLOT) TO RSL-GAR-AMOUNT
               MOVE RSL-GARNISH-LINE TO REISSUE-SLIP-LINE
               PERFORM WRITE-REISSUE-SLIP-LINE
           END-PERFORM
           MOVE NEW-NET-PAY TO RSL-NET
           MOVE RSL-NET-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE RSL-REPLACES-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE TODAYS-DATE-N TO RSL-REISSUE-DATE
           MOVE SIGNON-OPERATOR-ID TO RSL-OPERATOR
           MOVE RSL-REISSUED-LINE TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           MOVE RSL-PAGE-BREAK TO REISSUE-SLIP-LINE
           PERFORM WRITE-REISSUE-SLIP-LINE
           CLOSE REISSUE-SLIP-FILE
       .

       WRITE-REISSUE-SLIP-LINE.
           WRITE REISSUE-SLIP-LINE
           MOVE REISSUE-SLIP-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "RISSLIP.TXT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-REISSUE-SLIP" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           PERFORM ARCHIVE-SLIP-LINE
       .

       ARCHIVE-SLIP-LINE.
           IF SLIP-ARCHIVE-OPEN
               ADD 1 TO ARCH-LINE-SEQ-NO
               MOVE ASK-EMP-ID TO ARCH-EMP-ID
               MOVE PAY-DATE-N TO ARCH-PAY-DATE
               MOVE ARCH-LINE-SEQ-NO TO ARCH-LINE-SEQ
               MOVE REISSUE-SLIP-LINE TO ARCH-LINE-TEXT
               WRITE SLIP-ARCHIVE-RECORD
               MOVE SLIP-ARCHIVE-FILE-STATUS TO IO-CHECK-STATUS
               MOVE "SLIPARCH.DAT" TO IO-CHECK-FILE-NAME
               MOVE "ARCHIVE-SLIP-LINE" TO EXC-SOURCE-PARAGRAPH
               PERFORM CHECK-HARD-IO-STATUS
           END-IF
       .

       WRITE-REISSUE-BANK-FILE.
           OPEN OUTPUT REISSUE-BANK-FILE
           MOVE ASK-EMP-ID TO BANK-EMP-ID
           MOVE EMPLOYEE-NAME TO BANK-NAME
           MOVE NEW-NET-PAY TO BANK-NET-AMOUNT
           IF ACCOUNT-MASTER-ON-FILE
               MOVE ACCT-BANK-CODE TO BANK-DTL-BANK-CODE
               MOVE CLEAR-ACCOUNT-NUMBER TO BANK-DTL-ACCOUNT
           ELSE
               DISPLAY "WARNING: NO BANKACCT.DAT - BANKRISS.DAT HAS"
                   " NO ACCOUNT COLUMNS"
               MOVE SPACES TO BANK-DTL-BANK-CODE
               MOVE SPACES TO BANK-DTL-ACCOUNT
           END-IF
           MOVE BANK-DETAIL-RECORD TO REISSUE-BANK-LINE
           WRITE REISSUE-BANK-LINE
           MOVE 1 TO BANK-TRL-COUNT
           MOVE NEW-NET-PAY TO BANK-TRL-TOTAL
           MOVE BANK-TRAILER-RECORD TO REISSUE-BANK-LINE
           WRITE REISSUE-BANK-LINE
           MOVE REISSUE-BANK-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "BANKRISS.DAT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-REISSUE-BANK" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           CLOSE REISSUE-BANK-FILE
      *>  Journalled like any pay run detail, so BANK-RECON clears
      *>  it against the statement by employee id and amount.
           OPEN EXTEND DISBURSEMENT-JOURNAL
           IF NO-DISBURSEMENT-JOURNAL
               OPEN OUTPUT DISBURSEMENT-JOURNAL
               CLOSE DISBURSEMENT-JOURNAL
               OPEN EXTEND DISBURSEMENT-JOURNAL
           END-IF
           SET DSB-PAYROLL-PAYMENT TO TRUE
           MOVE ASK-EMP-ID TO DSB-REFERENCE
           MOVE TODAYS-DATE-N TO DSB-ISSUE-DATE
           MOVE NEW-NET-PAY TO DSB-AMOUNT
           MOVE 1 TO DSB-ITEM-COUNT
           WRITE DISBURSEMENT-RECORD
           MOVE DISBURSEMENT-JOURNAL-STATUS TO IO-CHECK-STATUS
           MOVE "DISBJRNL.DAT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-REISSUE-BANK" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           CLOSE DISBURSEMENT-JOURNAL
       .

      *>  The original's line, and the replaced net the corrected slip
      *>  quotes, are taken before its history record is rebuilt as
      *>  the reissue.
       WRITE-REGISTER-VOID-LINE.
           MOVE PH-NET TO RSL-REPLACED-NET
           PERFORM OPEN-REISSUE-REGISTER
           MOVE SPACES TO REISSUE-REGISTER-LINE
           STRING "VOID/REISSUE " TODAYS-DATE-N " BY "
               SIGNON-OPERATOR-ID " REASON: " ASK-REASON
               DELIMITED BY SIZE INTO REISSUE-REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "VOID" TO RRG-ACTION
           MOVE PH-SEQ TO RRG-SEQ
           MOVE PH-GROSS TO RRG-GROSS
           MOVE PH-NET TO RRG-NET
           IF PH-PAID-BY-CHEQUE
               MOVE "CHEQUE" TO RRG-METHOD
               MOVE PH-CHEQUE-NUMBER TO RRG-CHEQUE
           ELSE
               MOVE "BANK" TO RRG-METHOD
               MOVE SPACES TO RRG-CHEQUE
           END-IF
           PERFORM WRITE-REGISTER-DETAIL
           CLOSE REISSUE-REGISTER-FILE
       .

       WRITE-REGISTER-REISSUE-LINE.
           PERFORM OPEN-REISSUE-REGISTER
           MOVE "REISSUE" TO RRG-ACTION
           MOVE PH-SEQ TO RRG-SEQ
           MOVE CORRECTED-GROSS TO RRG-GROSS
           MOVE NEW-NET-PAY TO RRG-NET
           MOVE "BANK" TO RRG-METHOD
           MOVE SPACES TO RRG-CHEQUE
           PERFORM WRITE-REGISTER-DETAIL
           CLOSE REISSUE-REGISTER-FILE
       .

       OPEN-REISSUE-REGISTER.
           OPEN EXTEND REISSUE-REGISTER-FILE
           IF NO-REISSUE-REGISTER-FILE
               OPEN OUTPUT REISSUE-REGISTER-FILE
               CLOSE REISSUE-REGISTER-FILE
               OPEN EXTEND REISSUE-REGISTER-FILE
           END-IF
       .

       WRITE-REGISTER-DETAIL.
           MOVE ASK-EMP-ID TO RRG-EMP-ID
           MOVE PAY-DATE-N TO RRG-PAY-DATE
           MOVE REGISTER-DETAIL-LINE TO REISSUE-REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE
       .

       WRITE-REGISTER-LINE.
           WRITE REISSUE-REGISTER-LINE
           MOVE REISSUE-REGISTER-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "REISSUE.RPT" TO IO-CHECK-FILE-NAME
           MOVE "WRITE-REGISTER-LINE" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
       .

      *>  Reads GARNISH.DAT into the garnishment table, the same
      *>  load COBOLTUT makes at the start of a run.
       LOAD-GARNISHMENT-TABLE.
           MOVE 0 TO GARNISH-COUNT
           MOVE 'N' TO GARNISH-FILE-FLAG
           OPEN INPUT GARNISHMENT-FILE
           IF GARNISHMENT-FILE-STATUS = "00"
               SET GARNISH-FILE-ON-FILE TO TRUE
               PERFORM UNTIL NO-MORE-GARNISHMENTS
                   READ GARNISHMENT-FILE
                       AT END SET NO-MORE-GARNISHMENTS TO TRUE
                   END-READ
                   IF NOT NO-MORE-GARNISHMENTS
                   AND GARNISH-COUNT < 100
                   AND GAR-CYCLE-AMT-IN IS NUMERIC
                   AND GAR-REMAINING-IN IS NUMERIC
                   AND GAR-PRIORITY-IN IS NUMERIC
                       ADD 1 TO GARNISH-COUNT
                       MOVE GAR-EMP-ID-IN TO GAR-EMP-ID(GARNISH-COUNT)
                       MOVE GAR-ORDER-REF-IN
                           TO GAR-ORDER-REF(GARNISH-COUNT)
                       MOVE GAR-AUTHORITY-IN
                           TO GAR-AUTHORITY(GARNISH-COUNT)
                       MOVE GAR-PRIORITY-IN
                           TO GAR-PRIORITY(GARNISH-COUNT)
                       MOVE GAR-CYCLE-AMT-IN
                           TO GAR-CYCLE-AMT(GARNISH-COUNT)
                       MOVE GAR-REMAINING-IN
                           TO GAR-REMAINING(GARNISH-COUNT)
                       MOVE 0 TO GAR-TAKEN(GARNISH-COUNT)
                   END-IF
               END-PERFORM
               CLOSE GARNISHMENT-FILE
           END-IF
       .

       SAVE-GARNISHMENT-BALANCES.
           OPEN OUTPUT GARNISHMENT-FILE
           PERFORM VARYING GAR-INDEX FROM 1 BY 1
           UNTIL GAR-INDEX > GARNISH-COUNT
               MOVE SPACES TO GARNISHMENT-RECORD
               MOVE GAR-EMP-ID(GAR-INDEX) TO GAR-EMP-ID-IN
               MOVE GAR-ORDER-REF(GAR-INDEX) TO GAR-ORDER-REF-IN
               MOVE GAR-AUTHORITY(GAR-INDEX) TO GAR-AUTHORITY-IN
               MOVE GAR-PRIORITY(GAR-INDEX) TO GAR-PRIORITY-IN
               MOVE GAR-CYCLE-AMT(GAR-INDEX) TO GAR-CYCLE-AMT-IN
               MOVE GAR-REMAINING(GAR-INDEX) TO GAR-REMAINING-IN
               WRITE GARNISHMENT-RECORD
           END-PERFORM
           MOVE GARNISHMENT-FILE-STATUS TO IO-CHECK-STATUS
           MOVE "GARNISH.DAT" TO IO-CHECK-FILE-NAME
           MOVE "SAVE-GARNISHMENTS" TO EXC-SOURCE-PARAGRAPH
           PERFORM CHECK-HARD-IO-STATUS
           CLOSE GARNISHMENT-FILE
       .

       CHECK-HARD-IO-STATUS.
           IF IO-CHECK-STATUS = "30" OR IO-CHECK-STATUS = "34"
           OR IO-CHECK-STATUS(1:1) = '9'
               SET HARD-IO-FAILED TO TRUE
               DISPLAY "ERROR: HARD I/O STATUS " IO-CHECK-STATUS
                   " ON " IO-CHECK-FILE-NAME
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "HARD I/O STATUS " IO-CHECK-STATUS
                   " ON " IO-CHECK-FILE-NAME
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
               MOVE 1 TO RETURN-CODE
           END-IF
       .

       WRITE-EXCEPTION-SUMMARY-LINE.
           MOVE "PAY-REISSUE" TO EXC-SOURCE-PROGRAM
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
       .

       END PROGRAM PAY-REISSUE.
