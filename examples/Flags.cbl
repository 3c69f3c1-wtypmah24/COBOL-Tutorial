               FILE STATUS IS CLAIM-HISTORY-FILE-STATUS.
      *>  Valid operator ids; rows carrying the 'J' function letter
      *>  are the adjusters claims can be assigned to.
      *>  Adjuster follow-ups, keyed claim id plus sequence like the
      *>  status history; CLAIM-DIARY prints the morning worklist.
           SELECT CLAIM-DIARY-FILE ASSIGN TO "CLAIMDRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRY-KEY
               FILE STATUS IS CLAIM-DIARY-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT RESERVE-REPORT-FILE ASSIGN TO "CLAIMRSV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVE-REPORT-FILE-STATUS.
      *>  The policy and coverage master POLICY-MAINT keeps: a new
      *>  claim must name a policy in force on the loss date, and
      *>  every payment is checked against the policy's limit and
      *>  deductible, then added to what the policy has paid.
           SELECT POLICY-FILE ASSIGN TO "POLICY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-NUMBER
               FILE STATUS IS POLICY-FILE-STATUS.
      *>  Who each claim's payments go to, and the account they are
      *>  sent to; only a verified payee is paid.
           SELECT CLAIM-PAYEE-FILE ASSIGN TO "CLMPAYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PYE-CLAIM-ID
               FILE STATUS IS CLAIM-PAYEE-FILE-STATUS.
      *>  The run's claim payments for the bank, in the BANKPAY.DAT
      *>  detail and trailer shape behind an 'H' header, so the money
      *>  goes out as a file transfer instead of by hand off the
      *>  register.
           SELECT CLAIM-BANK-FILE ASSIGN TO "CLMBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-BANK-FILE-STATUS.
      *>  Payments held back for want of a verified payee, in the
      *>  CLAIMTRN.DAT layout so they can be staged again once the
      *>  payee is verified.
           SELECT HELD-PAYMENT-FILE ASSIGN TO "CLMHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-PAYMENT-FILE-STATUS.
      *>  CLAIMPAY.PRM: how many days before a payment a change to
      *>  the payee's details gets the payment flagged (default 10).
           SELECT CLAIM-PAY-PARAM-FILE ASSIGN TO "CLAIMPAY.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-PAY-PARAM-FILE-STATUS.
      *>  The run's subrogation and salvage recoveries.
           SELECT RECOVERIES-REGISTER-FILE ASSIGN TO "CLAIMRCV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERIES-REGISTER-FILE-STATUS.
      *>  Each payment applied is journalled for BANK-RECON to clear
      *>  against the bank statement, alongside the payroll's own.
           SELECT DISBURSEMENT-JOURNAL ASSIGN TO "DISBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISBURSEMENT-JOURNAL-STATUS.
      *>  Claims authority limits per operator, kept alongside
      *>  OPERATOR.DAT.
           SELECT ADJ-LIMIT-FILE ASSIGN TO "ADJLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-LIMIT-FILE-STATUS.
      *>  Payments and reserves over the operator's authority wait
      *>  here, keyed claim id plus sequence, for CLAIM-APPROVE.
           SELECT CLAIM-APPROVAL-FILE ASSIGN TO "CLMAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS CLAIM-APPROVAL-FILE-STATUS.
      *>  Claims CLAIM-ARCHIVE has moved off the live master.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "CLMARCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-CATALOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>  new claims are auto-assigned to the adjuster carrying the
      *>  fewest open ones.
           05 CLAIM-ADJUSTER       PIC X(10).
      *>  The policy the claim is made under, the date of the loss
      *>  it covers, and the deductible already taken off its first
      *>  payment. Appended past the original layout, so claims
      *>  filed before they existed read back with spaces there and
      *>  are paid as before, without the policy checks.
           05 CLAIM-POLICY-NUMBER  PIC X(10).
           05 CLAIM-LOSS-DATE      PIC 9(08).
           05 CLAIM-DEDUCTIBLE-TAKEN PIC 9(7)V99.
      *>  Subrogation and salvage money recovered on the claim; net
      *>  incurred is paid plus reserve less this. Appended past the
      *>  layout like the policy columns, so it reads back as spaces
      *>  (taken as nothing recovered) on older claims.
           05 CLAIM-RECOVERED-TO-DATE PIC 9(7)V99.
      *>  CCYYMMDD the claim was first filed with us, beside the
      *>  loss date, so the actuaries can see the reporting lag and
      *>  place each claim in its accident month. Spaces on claims
      *>  filed before it was kept.
           05 CLAIM-REPORTED-DATE  PIC 9(08).
      *>  Who is claiming, as keyed on the filing row (the policy
      *>  holder when none was keyed), and the fraud-indicator
      *>  screening CLAIM-SCREEN does overnight on every new claim:
      *>  its score, the date it was screened, and whether it was
      *>  referred. A referred claim is held - no status move and
      *>  no payment - until a supervisor releases it through
      *>  CLAIM-REFERRAL.
           05 CLAIM-CLAIMANT-NAME  PIC X(30).
           05 CLAIM-SCREEN-SCORE   PIC 9(03).
           05 CLAIM-SCREENED-DATE  PIC 9(08).
           05 CLAIM-REFERRAL-FLAG  PIC X(01).
              88 CLAIM-REFERRED    VALUE 'Y'.
              88 CLAIM-REFERRAL-RELEASED VALUE 'R'.

      *>  The type column and amount are appended past the original
      *>  layout, so transactions staged before they existed read
      *>  'P' pays the amount out of the claim, 'R' restates the
      *>  reserve to the amount; both are refused on a CLOSED or
      *>  REJECTED claim, the same no-way-back discipline the rules
      *>  table gives the statuses. 'V' records money recovered
      *>  from a third party or from salvage, and is taken whatever
      *>  the status, since recoveries often arrive after closure.
      *>  'D' puts a follow-up on the claim's diary for its adjuster,
      *>  due on the diary date with the diary note; 'F' marks the
      *>  diary item with the given sequence done.
       FD  CLAIM-TRANSACTION-FILE.
       01  CLAIM-TRANSACTION-RECORD.
           05 TRN-CLAIM-ID         PIC X(08).
              88 TRN-IS-PAYMENT    VALUE 'P'.
              88 TRN-IS-RESERVE    VALUE 'R'.
              88 TRN-IS-ASSIGNMENT VALUE 'A'.
              88 TRN-IS-RECOVERY   VALUE 'V'.
              88 TRN-IS-DIARY-ENTRY VALUE 'D'.
              88 TRN-IS-DIARY-DONE VALUE 'F'.
           05 TRN-AMOUNT           PIC 9(7)V99.
      *>  The adjuster an 'A' row hands the claim to.
           05 TRN-ADJUSTER         PIC X(10).
      *>  The policy and loss date (CCYYMMDD) a row that files a new
      *>  claim must carry; ignored on every other row.
           05 TRN-POLICY-NUMBER    PIC X(10).
           05 TRN-LOSS-DATE        PIC X(08).
      *>  Diary rows: the follow-up's due date (CCYYMMDD) and note on
      *>  a 'D', the sequence of the item being closed on an 'F'.
           05 TRN-DIARY-DUE-DATE   PIC X(08).
           05 TRN-DIARY-SEQUENCE   PIC X(04).
           05 TRN-DIARY-NOTE       PIC X(40).
      *>  The claimant's name on a row that files a new claim.
           05 TRN-CLAIMANT-NAME    PIC X(30).

       FD  CLAIM-HISTORY-FILE.
       01  CLAIM-HISTORY-RECORD.
           05 CHS-TO-STATUS    PIC X(09).
           05 CHS-TIMESTAMP    PIC X(26).
           05 CHS-OPERATOR     PIC X(10).
      *>  The supervisor who approved a payment or reserve over the
      *>  operator's authority; such a row keeps the claim's status
      *>  on both sides. Spaces on every other row.
           05 CHS-APPROVER     PIC X(10).

       FD  CLAIM-DIARY-FILE.
           COPY "CLAIM-DIARY.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERATOR.cpy".

       FD  WORKLOAD-REPORT-FILE.
       01  WORKLOAD-REPORT-LINE PIC X(80).
       FD  RESERVE-REPORT-FILE.
       01  RESERVE-REPORT-LINE PIC X(80).

       FD  RECOVERIES-REGISTER-FILE.
       01  RECOVERIES-REGISTER-LINE PIC X(80).

       FD  POLICY-FILE.
           COPY "POLICY.cpy".

       FD  CLAIM-PAYEE-FILE.
           COPY "CLAIM-PAYEE.cpy".

       FD  CLAIM-BANK-FILE.
       01  CLAIM-BANK-LINE     PIC X(50).

       FD  HELD-PAYMENT-FILE.
       01  HELD-PAYMENT-LINE   PIC X(157).

       FD  CLAIM-PAY-PARAM-FILE.
       01  CLAIM-PAY-PARAM-RECORD.
           05 PRM-PAYEE-CHANGE-DAYS PIC 9(03).

       FD  DISBURSEMENT-JOURNAL.
           COPY "DISBURSEMENT.cpy".

       FD  ADJ-LIMIT-FILE.
           COPY "ADJ-LIMIT.cpy".

       FD  CLAIM-APPROVAL-FILE.
           COPY "CLAIM-APPROVAL.cpy".

       FD  ARCHIVE-CATALOG-FILE.
           COPY "CLAIM-ARCHIVE-CAT.cpy".

       FD  TRANSITION-RULES-FILE.
       01  TRANSITION-RULE-RECORD.
           05 RULE-FROM-IN         PIC X(09).
      *>  reserve sweep by status.
       01 PAYMENTS-REGISTER-FILE-STATUS PIC XX.
       01 RESERVE-REPORT-FILE-STATUS PIC XX.
       01 DISBURSEMENT-JOURNAL-STATUS PIC XX.
          88 NO-DISBURSEMENT-JOURNAL VALUE "35".
       01 PAYMENTS-APPLIED     PIC 9(05) VALUE 0.
       01 RUN-TOTAL-PAID       PIC 9(9)V99 VALUE 0.
       01 RESERVES-CHANGED     PIC 9(05) VALUE 0.
       01 RECOVERIES-REGISTER-FILE-STATUS PIC XX.
       01 RECOVERIES-APPLIED   PIC 9(05) VALUE 0.
       01 RUN-TOTAL-RECOVERED  PIC 9(9)V99 VALUE 0.
      *>  Net incurred: paid plus reserve less recoveries, which can
      *>  go below zero when a recovery outruns the claim.
       01 NET-INCURRED         PIC S9(9)V99.
       01 GROSS-INCURRED       PIC 9(9)V99.
       01 NET-AMOUNT-EDIT      PIC -$$$,$$$,$$9.99.
       01 AMOUNT-EDIT          PIC $$,$$$,$$9.99.
       01 AMOUNT-EDIT-2        PIC $$,$$$,$$9.99.
      *>  Plain edited amount for the change log's nine-character
               10 RSV-STATUS    PIC X(09).
               10 RSV-TOTAL     PIC 9(9)V99.
               10 RSV-CLAIMS    PIC 9(05).
               10 RSV-GROSS     PIC 9(9)V99.
               10 RSV-NET       PIC S9(9)V99.
       01 RSV-INDEX            PIC 9(02).
       01 RSV-FOUND-INDEX      PIC 9(02).

       01 HST-SWEEP-FLAG       PIC X VALUE 'N'.
          88 HST-SWEEP-DONE    VALUE 'Y'.

      *>  Diary staging: the next free sequence under the claim.
       01 CLAIM-DIARY-FILE-STATUS PIC XX.
          88 NO-CLAIM-DIARY-FILE VALUE "35".
       01 DRY-NEXT-SEQUENCE    PIC 9(04).
       01 DRY-SWEEP-FLAG       PIC X VALUE 'N'.
          88 DRY-SWEEP-DONE    VALUE 'Y'.
       01 DIARY-ITEMS-ADDED    PIC 9(05) VALUE 0.
       01 DIARY-ITEMS-DONE     PIC 9(05) VALUE 0.

      *>  DATE-ARITH call set for the workload aging bands.
       01 DATE-FUNCTION        PIC X.
       01 DATE-ONE             PIC 9(08).
       01 DATE-CALL-STATUS     PIC X.
       01 CLAIM-AGE-DAYS       PIC 9(05).

      *>  Policy checks: whether POLICY.DAT could be opened at all,
      *>  the verdict on one new claim or one payment, and the
      *>  figures a payment posts once the deductible is off it.
       01 POLICY-FILE-STATUS   PIC XX.
       01 POLICY-FILE-FLAG     PIC X VALUE 'N'.
          88 POLICY-FILE-READY VALUE 'Y'.
       01 POLICY-IN-FORCE-FLAG PIC X VALUE 'N'.
          88 POLICY-IN-FORCE   VALUE 'Y'.
       01 PAYMENT-CLEARED-FLAG PIC X VALUE 'N'.
          88 PAYMENT-CLEARED   VALUE 'Y'.
       01 PAYMENT-POLICY-FLAG  PIC X VALUE 'N'.
          88 PAYMENT-UNDER-POLICY VALUE 'Y'.
       01 PAYMENT-NET-AMOUNT   PIC 9(7)V99.
       01 DEDUCTIBLE-THIS-PAYMENT PIC 9(7)V99.
       01 POLICY-PAID-AFTER    PIC 9(9)V99.
       01 MONEY-REFUSAL-REASON PIC X(20).
       01 MONEY-LOG-AMOUNT     PIC 9(7)V99.

      *>  Claim bank file records. The detail keeps BANKPAY.DAT's
      *>  columns - amount, bank code and account sit where the
      *>  bank's intake already parses them - with the claim id and
      *>  a short payee name sharing the id-and-name columns. The
      *>  header names the file and the run; the trailer's count and
      *>  total tie to the details above it.
       01 CLAIM-BANK-HEADER-RECORD.
           05 FILLER           PIC X(01) VALUE "H".
           05 CBK-HDR-FILE-ID  PIC X(10) VALUE "CLAIMPAY".
           05 CBK-HDR-RUN-DATE PIC 9(08).
           05 CBK-HDR-OPERATOR PIC X(10).
       01 CLAIM-BANK-DETAIL-RECORD.
           05 FILLER           PIC X(01) VALUE "D".
           05 CBK-CLAIM-ID     PIC X(08).
           05 CBK-PAYEE-NAME   PIC X(08).
           05 CBK-NET-AMOUNT   PIC 9(7)V99.
           05 CBK-BANK-CODE    PIC X(06).
           05 CBK-ACCOUNT      PIC X(12).
       01 CLAIM-BANK-TRAILER-RECORD.
           05 FILLER           PIC X(01) VALUE "T".
           05 CBK-TRL-COUNT    PIC 9(07).
           05 CBK-TRL-TOTAL    PIC 9(9)V99.
       01 CLAIM-BANK-FILE-STATUS PIC XX.
       01 HELD-PAYMENT-FILE-STATUS PIC XX.
          88 NO-HELD-PAYMENT-FILE VALUE "35".
       01 CLAIM-PAY-PARAM-FILE-STATUS PIC XX.
          88 NO-CLAIM-PAY-PARAM-FILE VALUE "35".
       01 CLAIM-PAYEE-FILE-STATUS PIC XX.
       01 PAYEE-FILE-FLAG      PIC X VALUE 'N'.
          88 PAYEE-FILE-READY  VALUE 'Y'.
       01 PAYEE-CHANGE-DAYS    PIC 9(03) VALUE 10.
       01 PAYEE-CHANGED-FLAG   PIC X VALUE 'N'.
          88 PAYEE-CHANGED-RECENTLY VALUE 'Y'.
       01 CLAIM-BANK-COUNT     PIC 9(07) VALUE 0.
       01 CLAIM-BANK-TOTAL     PIC 9(9)V99 VALUE 0.
       01 PAYMENTS-HELD        PIC 9(05) VALUE 0.
       01 PAYMENTS-FLAGGED     PIC 9(05) VALUE 0.

      *>  Authority limits: the session operator's own, from
      *>  ADJLIMIT.DAT. Without the file no limit is enforced, the
      *>  shop's usual degrade; an operator with no row on it has
      *>  none. Approved rows from CLMAPPR.DAT are posted first,
      *>  through the same handlers, with the approver kept for the
      *>  history row.
       01 ADJ-LIMIT-FILE-STATUS PIC XX.
          88 NO-ADJ-LIMIT-FILE VALUE "35".
          88 NO-MORE-ADJ-LIMITS VALUE "10".
       01 AUTHORITY-LIMITS-FLAG PIC X VALUE 'N'.
          88 AUTHORITY-LIMITS-ON VALUE 'Y'.
       01 OPERATOR-PAYMENT-LIMIT PIC 9(7)V99 VALUE 0.
       01 OPERATOR-RESERVE-LIMIT PIC 9(7)V99 VALUE 0.
       01 REQUESTER-LIMIT      PIC 9(7)V99.
       01 CLAIM-APPROVAL-FILE-STATUS PIC XX.
          88 NO-CLAIM-APPROVAL-FILE VALUE "35".
       01 APR-NEXT-SEQUENCE    PIC 9(04).
       01 APR-SWEEP-FLAG       PIC X VALUE 'N'.
          88 APR-SWEEP-DONE    VALUE 'Y'.
       01 APPROVAL-POSTING-FLAG PIC X VALUE 'N'.
          88 POSTING-APPROVED-ITEM VALUE 'Y'.
       01 APPROVED-BY-OPERATOR PIC X(10) VALUE SPACES.
       01 ITEMS-QUEUED         PIC 9(05) VALUE 0.
       01 APPROVED-ITEMS-POSTED PIC 9(05) VALUE 0.
       01 ARCHIVE-CATALOG-FILE-STATUS PIC XX.
          88 NO-ARCHIVE-CATALOG-FILE VALUE "35".
          88 NO-MORE-CATALOG-ROWS VALUE "10".
       01 CLAIM-ARCHIVED-FLAG  PIC X VALUE 'N'.
          88 CLAIM-ID-ARCHIVED VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>  FLAGCHG.TXT may not exist on a fresh checkout; OPEN EXTEND
           END-IF
           PERFORM LOAD-STATUS-LABELS
           PERFORM LOAD-TRANSITION-RULES
           PERFORM LOAD-AUTHORITY-LIMITS

           OPEN INPUT CLAIM-TRANSACTION-FILE
           IF NO-CLAIM-TRANSACTIONS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-ADJUSTER-ROSTER
      *>  Without POLICY.DAT no claim can show cover, so new claims
      *>  and payments on claims under a policy are refused rather
      *>  than let through unchecked.
                   OPEN I-O POLICY-FILE
                   IF POLICY-FILE-STATUS = "00"
                       SET POLICY-FILE-READY TO TRUE
                   ELSE
                       DISPLAY "WARNING: CANNOT OPEN POLICY.DAT,"
                           " STATUS=" POLICY-FILE-STATUS
                           " - NEW CLAIMS WILL BE REFUSED"
                   END-IF
      *>  Without CLMPAYEE.DAT no payee is verified, so every
      *>  payment this run is held.
                   OPEN INPUT CLAIM-PAYEE-FILE
                   IF CLAIM-PAYEE-FILE-STATUS = "00"
                       SET PAYEE-FILE-READY TO TRUE
                   ELSE
                       DISPLAY "WARNING: CANNOT OPEN CLMPAYEE.DAT,"
                           " STATUS=" CLAIM-PAYEE-FILE-STATUS
                           " - PAYMENTS WILL BE HELD"
                   END-IF
                   PERFORM LOAD-CLAIM-PAY-PARAMETERS
                   OPEN OUTPUT RECOVERIES-REGISTER-FILE
                   MOVE SPACES TO RECOVERIES-REGISTER-LINE
                   STRING "CLAIM RECOVERIES REGISTER  RUN BY "
                       SIGNON-OPERATOR-ID
                       DELIMITED BY SIZE INTO RECOVERIES-REGISTER-LINE
                   WRITE RECOVERIES-REGISTER-LINE
                   OPEN OUTPUT CLAIM-BANK-FILE
                   MOVE TODAYS-DATE-N TO CBK-HDR-RUN-DATE
                   MOVE SIGNON-OPERATOR-ID TO CBK-HDR-OPERATOR
                   MOVE CLAIM-BANK-HEADER-RECORD TO CLAIM-BANK-LINE
                   WRITE CLAIM-BANK-LINE
      *>  CLMHELD.DAT carries over from run to run until someone
      *>  re-stages what is on it; create it if it is not there.
                   OPEN EXTEND HELD-PAYMENT-FILE
                   IF NO-HELD-PAYMENT-FILE
                       OPEN OUTPUT HELD-PAYMENT-FILE
                       CLOSE HELD-PAYMENT-FILE
                       OPEN EXTEND HELD-PAYMENT-FILE
                   END-IF
                   OPEN OUTPUT PAYMENTS-REGISTER-FILE
                   MOVE SPACES TO PAYMENTS-REGISTER-LINE
                   STRING "CLAIM PAYMENTS REGISTER  RUN BY "
                       SIGNON-OPERATOR-ID
                       DELIMITED BY SIZE INTO PAYMENTS-REGISTER-LINE
                   WRITE PAYMENTS-REGISTER-LINE
      *>  DISBJRNL.DAT may not exist before the first payment; create
      *>  it rather than abend the OPEN EXTEND.
                   OPEN EXTEND DISBURSEMENT-JOURNAL
                   IF NO-DISBURSEMENT-JOURNAL
                       OPEN OUTPUT DISBURSEMENT-JOURNAL
                       CLOSE DISBURSEMENT-JOURNAL
                       OPEN EXTEND DISBURSEMENT-JOURNAL
                   END-IF
                   PERFORM POST-APPROVED-TRANSACTIONS
                   PERFORM UNTIL NO-MORE-CLAIM-TRANSACTIONS
                       READ CLAIM-TRANSACTION-FILE
                           AT END SET NO-MORE-CLAIM-TRANSACTIONS
                       "  TOTAL " AMOUNT-EDIT
                       DELIMITED BY SIZE INTO PAYMENTS-REGISTER-LINE
                   WRITE PAYMENTS-REGISTER-LINE
                   MOVE SPACES TO PAYMENTS-REGISTER-LINE
                   STRING "HELD: " PAYMENTS-HELD
                       "  PAYEE CHANGED RECENTLY: " PAYMENTS-FLAGGED
                       DELIMITED BY SIZE INTO PAYMENTS-REGISTER-LINE
                   WRITE PAYMENTS-REGISTER-LINE
                   CLOSE PAYMENTS-REGISTER-FILE
                   MOVE CLAIM-BANK-COUNT TO CBK-TRL-COUNT
                   MOVE CLAIM-BANK-TOTAL TO CBK-TRL-TOTAL
                   MOVE CLAIM-BANK-TRAILER-RECORD TO CLAIM-BANK-LINE
                   WRITE CLAIM-BANK-LINE
                   CLOSE CLAIM-BANK-FILE
                   MOVE RUN-TOTAL-RECOVERED TO AMOUNT-EDIT
                   MOVE SPACES TO RECOVERIES-REGISTER-LINE
                   STRING "RECOVERIES: " RECOVERIES-APPLIED
                       "  TOTAL " AMOUNT-EDIT
                       DELIMITED BY SIZE INTO RECOVERIES-REGISTER-LINE
                   WRITE RECOVERIES-REGISTER-LINE
                   CLOSE RECOVERIES-REGISTER-FILE
                   CLOSE HELD-PAYMENT-FILE
                   IF PAYEE-FILE-READY
                       CLOSE CLAIM-PAYEE-FILE
                   END-IF
                   CLOSE DISBURSEMENT-JOURNAL
                   PERFORM WRITE-RESERVE-REPORT
                   PERFORM WRITE-WORKLOAD-REPORT
                   IF POLICY-FILE-READY
                       CLOSE POLICY-FILE
                   END-IF
                   CLOSE CLAIMS-FILE
                   DISPLAY "CLAIM-STATUS: " TRANSITIONS-APPLIED
                       " APPLIED, " TRANSITIONS-REJECTED
                       " REJECTED, " PAYMENTS-APPLIED " PAYMENTS, "
                       PAYMENTS-HELD " HELD"
                   DISPLAY "CLAIM-STATUS: " DIARY-ITEMS-ADDED
                       " DIARY ITEMS ADDED, " DIARY-ITEMS-DONE
                       " COMPLETED"
                   DISPLAY "CLAIM-STATUS: " ITEMS-QUEUED
                       " QUEUED FOR APPROVAL, " APPROVED-ITEMS-POSTED
                       " APPROVED ITEMS POSTED"
               END-IF
           END-IF
           CLOSE CLAIM-TRANSACTION-FILE
                   PERFORM APPLY-RESERVE-TRANSACTION
               WHEN TRN-IS-ASSIGNMENT
                   PERFORM APPLY-ASSIGNMENT-TRANSACTION
               WHEN TRN-IS-RECOVERY
                   PERFORM APPLY-RECOVERY-TRANSACTION
               WHEN TRN-IS-DIARY-ENTRY
                   PERFORM APPLY-DIARY-ENTRY
               WHEN TRN-IS-DIARY-DONE
                   PERFORM APPLY-DIARY-COMPLETION
               WHEN OTHER
                   PERFORM APPLY-STATUS-TRANSITION
           END-EVALUATE
       .

      *>  Active operators carrying the 'J' letter are the adjuster
      *>  roster; a sweep of the claims master counts what each one
      *>  already has open, so auto-assignment starts from the real
      *>  load.
       LOAD-ADJUSTER-ROSTER.
           MOVE 0 TO ADJUSTER-COUNT
           OPEN INPUT OPERATOR-FILE
           PERFORM COUNT-OPEN-PER-ADJUSTER
       .

      *>  A disabled or expired account is off the roster whatever
      *>  letters it still carries - the standing test OPERATOR-SIGNON
      *>  applies - so no new claim is assigned to it.
       STAGE-ADJUSTER-IF-J.
           MOVE 'N' TO ADJUSTER-VALID-FLAG
           IF NOT OPER-DISABLED
           AND (OPER-EXPIRY-DATE = SPACES
                OR OPER-EXPIRY-DATE NOT < TODAYS-DATE)
               PERFORM VARYING FUNC-INDEX FROM 1 BY 1
               UNTIL FUNC-INDEX > 10
                   IF OPER-FUNCTIONS(FUNC-INDEX:1) = 'J'
                       SET ADJUSTER-IS-VALID TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF ADJUSTER-IS-VALID
               ADD 1 TO ADJUSTER-COUNT
               MOVE OPER-ID TO ADJ-ID(ADJUSTER-COUNT)
      *>  final for money as the rules table makes them for status.
      *>  The payment adds to paid-to-date and comes off the reserve
      *>  (stopping at zero), and lands on the register and the
      *>  change log. A claim under a policy also has to clear the
      *>  policy: the deductible comes off its first payment, and no
      *>  payment may take the policy's total paid past its limit.
      *>  A claim the screening referred takes no money until a
      *>  supervisor releases it. A payment over the operator's
      *>  authority waits on CLMAPPR.DAT for a supervisor instead.
       APPLY-PAYMENT-TRANSACTION.
           MOVE TRN-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "PAYMENT ON FINAL CLAIM REJECTED: "
                       TRN-CLAIM-ID " (" CLAIM-STATUS-CODE ")"
                   MOVE "MONEY REFUSED - FINAL" TO MONEY-REFUSAL-REASON
                   PERFORM LOG-REFUSED-MONEY-ROW
               WHEN CLAIM-REFERRED
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "PAYMENT ON REFERRED CLAIM REJECTED: "
                       TRN-CLAIM-ID
                   MOVE "HELD FOR REFERRAL" TO MONEY-REFUSAL-REASON
                   PERFORM LOG-REFUSED-MONEY-ROW
               WHEN AUTHORITY-LIMITS-ON
               AND NOT POSTING-APPROVED-ITEM
               AND TRN-AMOUNT > OPERATOR-PAYMENT-LIMIT
                   MOVE OPERATOR-PAYMENT-LIMIT TO REQUESTER-LIMIT
                   PERFORM QUEUE-FOR-APPROVAL
               WHEN OTHER
                   MOVE TRN-AMOUNT TO PAYMENT-NET-AMOUNT
                   MOVE 0 TO DEDUCTIBLE-THIS-PAYMENT
                   SET PAYMENT-CLEARED TO TRUE
                   MOVE 'N' TO PAYMENT-POLICY-FLAG
                   IF CLAIM-POLICY-NUMBER = SPACES
                   OR CLAIM-POLICY-NUMBER = LOW-VALUES
                       DISPLAY "WARNING: CLAIM " CLAIM-ID
                           " HAS NO POLICY - PAID WITHOUT LIMIT CHECK"
                   ELSE
                       PERFORM CHECK-PAYMENT-AGAINST-POLICY
                   END-IF
                   IF PAYMENT-CLEARED
                       PERFORM CHECK-PAYMENT-PAYEE
                   END-IF
                   IF PAYMENT-CLEARED
                       PERFORM POST-CLAIM-PAYMENT
                   END-IF
           END-EVALUATE
       .

      *>  Money only goes to a verified payee; anything else is held
      *>  on CLMHELD.DAT, not sent. A payee whose details changed
      *>  within the configured days is still paid, but the payment
      *>  is flagged on the register and the change log so someone
      *>  looks at it before the bank file is released.
       CHECK-PAYMENT-PAYEE.
           MOVE 'N' TO PAYEE-CHANGED-FLAG
           IF PAYEE-FILE-READY
               MOVE CLAIM-ID TO PYE-CLAIM-ID
               READ CLAIM-PAYEE-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT PAYEE-FILE-READY
               OR CLAIM-PAYEE-FILE-STATUS NOT = "00"
                   MOVE "HELD - NO PAYEE" TO MONEY-REFUSAL-REASON
                   PERFORM HOLD-CLAIM-PAYMENT
               WHEN NOT PYE-VERIFIED
                   MOVE "HELD - UNVERIFIED" TO MONEY-REFUSAL-REASON
                   PERFORM HOLD-CLAIM-PAYMENT
               WHEN OTHER
                   MOVE 'D' TO DATE-FUNCTION
                   MOVE PYE-CHANGED-DATE TO DATE-ONE
                   MOVE TODAYS-DATE-N TO DATE-TWO
                   CALL "DATE-ARITH" USING DATE-FUNCTION DATE-ONE
                       DATE-TWO DATE-OFFSET-DAYS DATE-RESULT-DAYS
                       DATE-RESULT-DATE DATE-CALL-STATUS
                   IF DATE-CALL-STATUS = '0'
                   AND DATE-RESULT-DAYS >= 0
                   AND DATE-RESULT-DAYS <= PAYEE-CHANGE-DAYS
                       SET PAYEE-CHANGED-RECENTLY TO TRUE
                   END-IF
           END-EVALUATE
       .

       HOLD-CLAIM-PAYMENT.
           MOVE 'N' TO PAYMENT-CLEARED-FLAG
           ADD 1 TO PAYMENTS-HELD
           DISPLAY "PAYMENT HELD: " TRN-CLAIM-ID " - "
               MONEY-REFUSAL-REASON
           MOVE CLAIM-TRANSACTION-RECORD TO HELD-PAYMENT-LINE
           WRITE HELD-PAYMENT-LINE
           MOVE TRN-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO PAYMENTS-REGISTER-LINE
           STRING CLAIM-ID " HELD " AMOUNT-EDIT
               " - " MONEY-REFUSAL-REASON
               DELIMITED BY SIZE INTO PAYMENTS-REGISTER-LINE
           WRITE PAYMENTS-REGISTER-LINE
           PERFORM LOG-REFUSED-MONEY-ROW
       .

      *>  The policy must be on file. The first payment on a claim
      *>  carries the deductible: a payment no bigger than it pays
      *>  nothing and is refused, a bigger one pays the difference.
      *>  What is left must then fit under the policy's limit once
      *>  everything already paid on the policy is counted.
       CHECK-PAYMENT-AGAINST-POLICY.
           IF CLAIM-DEDUCTIBLE-TAKEN NOT NUMERIC
               MOVE 0 TO CLAIM-DEDUCTIBLE-TAKEN
           END-IF
           IF POLICY-FILE-READY
               MOVE CLAIM-POLICY-NUMBER TO POL-NUMBER
               READ POLICY-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT POLICY-FILE-READY
               OR POLICY-FILE-STATUS NOT = "00"
                   MOVE "POLICY NOT ON FILE" TO MONEY-REFUSAL-REASON
                   PERFORM REFUSE-POLICY-PAYMENT
               WHEN CLAIM-PAID-TO-DATE = 0
               AND CLAIM-DEDUCTIBLE-TAKEN = 0
               AND POL-DEDUCTIBLE > 0
               AND TRN-AMOUNT NOT > POL-DEDUCTIBLE
                   MOVE "WITHIN DEDUCTIBLE" TO MONEY-REFUSAL-REASON
                   PERFORM REFUSE-POLICY-PAYMENT
               WHEN OTHER
                   SET PAYMENT-UNDER-POLICY TO TRUE
                   IF CLAIM-PAID-TO-DATE = 0
                   AND CLAIM-DEDUCTIBLE-TAKEN = 0
                       MOVE POL-DEDUCTIBLE TO DEDUCTIBLE-THIS-PAYMENT
                       SUBTRACT POL-DEDUCTIBLE FROM PAYMENT-NET-AMOUNT
                   END-IF
                   COMPUTE POLICY-PAID-AFTER =
                       POL-PAID-TO-DATE + PAYMENT-NET-AMOUNT
                   IF POLICY-PAID-AFTER > POL-LIMIT
                       MOVE "OVER POLICY LIMIT" TO MONEY-REFUSAL-REASON
                       PERFORM REFUSE-POLICY-PAYMENT
                   END-IF
           END-EVALUATE
       .

       REFUSE-POLICY-PAYMENT.
           MOVE 'N' TO PAYMENT-CLEARED-FLAG
           ADD 1 TO TRANSITIONS-REJECTED
           DISPLAY "PAYMENT REFUSED: " TRN-CLAIM-ID " POLICY "
               CLAIM-POLICY-NUMBER " - " MONEY-REFUSAL-REASON
           PERFORM LOG-REFUSED-MONEY-ROW
       .

      *>  The cleared amount, net of any deductible, is what the
      *>  claim, the register, the bank journal and the policy see.
       POST-CLAIM-PAYMENT.
           ADD PAYMENT-NET-AMOUNT TO CLAIM-PAID-TO-DATE
           IF DEDUCTIBLE-THIS-PAYMENT > 0
               MOVE DEDUCTIBLE-THIS-PAYMENT TO CLAIM-DEDUCTIBLE-TAKEN
           END-IF
           IF PAYMENT-NET-AMOUNT > CLAIM-RESERVE-AMOUNT
               MOVE ZERO TO CLAIM-RESERVE-AMOUNT
           ELSE
               SUBTRACT PAYMENT-NET-AMOUNT FROM CLAIM-RESERVE-AMOUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
           MOVE CHANGE-TIMESTAMP TO CLAIM-CHANGED-STAMP
           REWRITE CLAIM-RECORD
           IF CLAIMS-FILE-STATUS = "00"
               ADD 1 TO PAYMENTS-APPLIED
               ADD PAYMENT-NET-AMOUNT TO RUN-TOTAL-PAID
               PERFORM WRITE-PAYMENT-REGISTER-LINE
               PERFORM WRITE-CLAIM-BANK-DETAIL
               PERFORM WRITE-DISBURSEMENT-LINE
               MOVE PAYMENT-NET-AMOUNT TO MONEY-LOG-AMOUNT
               PERFORM LOG-MONEY-CHANGE
               IF POSTING-APPROVED-ITEM
                   PERFORM RECORD-APPROVED-POSTING
               END-IF
               IF PAYEE-CHANGED-RECENTLY
                   PERFORM FLAG-RECENT-PAYEE-CHANGE
               END-IF
               IF PAYMENT-UNDER-POLICY
                   PERFORM ADD-PAYMENT-TO-POLICY
               END-IF
           ELSE
               ADD 1 TO TRANSITIONS-REJECTED
               DISPLAY "PAYMENT REWRITE FAILED "
                   TRN-CLAIM-ID " STATUS="
                   CLAIMS-FILE-STATUS
           END-IF
       .

       WRITE-CLAIM-BANK-DETAIL.
           MOVE CLAIM-ID TO CBK-CLAIM-ID
           MOVE PYE-NAME TO CBK-PAYEE-NAME
           MOVE PAYMENT-NET-AMOUNT TO CBK-NET-AMOUNT
           MOVE PYE-BANK-CODE TO CBK-BANK-CODE
           MOVE PYE-ACCOUNT TO CBK-ACCOUNT
           MOVE CLAIM-BANK-DETAIL-RECORD TO CLAIM-BANK-LINE
           WRITE CLAIM-BANK-LINE
           IF CLAIM-BANK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CLMBANK.DAT WRITE FAILED FOR "
                   CLAIM-ID " STATUS=" CLAIM-BANK-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
           ADD 1 TO CLAIM-BANK-COUNT
           ADD PAYMENT-NET-AMOUNT TO CLAIM-BANK-TOTAL
       .

       FLAG-RECENT-PAYEE-CHANGE.
           ADD 1 TO PAYMENTS-FLAGGED
           DISPLAY "WARNING: CLAIM " CLAIM-ID " PAID TO PAYEE"
               " DETAILS CHANGED " PYE-CHANGED-DATE
               " BY " PYE-CHANGED-BY
           MOVE SPACES TO PAYMENTS-REGISTER-LINE
           STRING CLAIM-ID " ** PAYEE CHANGED " PYE-CHANGED-DATE
               " BY " PYE-CHANGED-BY " - CHECK BEFORE RELEASE"
               DELIMITED BY SIZE INTO PAYMENTS-REGISTER-LINE
           WRITE PAYMENTS-REGISTER-LINE
           MOVE CLAIM-ID TO CHG-FIELD-NAME
           MOVE TRN-TYPE TO CHG-OLD-VALUE
           MOVE PYE-CHANGED-BY TO CHG-NEW-VALUE
           MOVE "PAYEE CHANGED RECENT" TO CHG-REASON
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
           MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
           WRITE STATUS-CHANGE-LINE
       .

       LOAD-CLAIM-PAY-PARAMETERS.
           OPEN INPUT CLAIM-PAY-PARAM-FILE
           IF NOT NO-CLAIM-PAY-PARAM-FILE
               READ CLAIM-PAY-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-PAYEE-CHANGE-DAYS IS NUMERIC
                           MOVE PRM-PAYEE-CHANGE-DAYS
                               TO PAYEE-CHANGE-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE CLAIM-PAY-PARAM-FILE
       .

       ADD-PAYMENT-TO-POLICY.
           ADD PAYMENT-NET-AMOUNT TO POL-PAID-TO-DATE
           REWRITE POLICY-RECORD
           IF POLICY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: POLICY.DAT REWRITE FAILED FOR "
                   POL-NUMBER " STATUS=" POLICY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
       .

      *>  A reserve change restates the standing reserve to the
      *>  staged amount, with the same open-claim discipline and
      *>  the same authority limit on the amount restated to.
       APPLY-RESERVE-TRANSACTION.
           MOVE TRN-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "RESERVE ON FINAL CLAIM REJECTED: "
                       TRN-CLAIM-ID " (" CLAIM-STATUS-CODE ")"
                   MOVE "MONEY REFUSED - FINAL" TO MONEY-REFUSAL-REASON
                   PERFORM LOG-REFUSED-MONEY-ROW
               WHEN AUTHORITY-LIMITS-ON
               AND NOT POSTING-APPROVED-ITEM
               AND TRN-AMOUNT > OPERATOR-RESERVE-LIMIT
                   MOVE OPERATOR-RESERVE-LIMIT TO REQUESTER-LIMIT
                   PERFORM QUEUE-FOR-APPROVAL
               WHEN OTHER
                   MOVE TRN-AMOUNT TO CLAIM-RESERVE-AMOUNT
                   MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
                   IF CLAIMS-FILE-STATUS = "00"
                       ADD 1 TO RESERVES-CHANGED
                       ADD 1 TO TRANSITIONS-APPLIED
                       MOVE TRN-AMOUNT TO MONEY-LOG-AMOUNT
                       PERFORM LOG-MONEY-CHANGE
                       IF POSTING-APPROVED-ITEM
                           PERFORM RECORD-APPROVED-POSTING
                       END-IF
                   ELSE
                       ADD 1 TO TRANSITIONS-REJECTED
                       DISPLAY "RESERVE REWRITE FAILED "
           END-EVALUATE
       .

      *>  The session operator's payment and reserve limits. The
      *>  limits file is read once, like the adjuster roster.
       LOAD-AUTHORITY-LIMITS.
           OPEN INPUT ADJ-LIMIT-FILE
           IF NO-ADJ-LIMIT-FILE
               DISPLAY "WARNING: NO ADJLIMIT.DAT - AUTHORITY LIMITS"
                   " NOT ENFORCED"
           ELSE
               SET AUTHORITY-LIMITS-ON TO TRUE
               PERFORM UNTIL NO-MORE-ADJ-LIMITS
                   READ ADJ-LIMIT-FILE
                       AT END SET NO-MORE-ADJ-LIMITS TO TRUE
                   END-READ
                   IF NOT NO-MORE-ADJ-LIMITS
                   AND LIM-OPERATOR-ID = SIGNON-OPERATOR-ID
                       IF LIM-PAYMENT-LIMIT IS NUMERIC
                           MOVE LIM-PAYMENT-LIMIT
                               TO OPERATOR-PAYMENT-LIMIT
                       END-IF
                       IF LIM-RESERVE-LIMIT IS NUMERIC
                           MOVE LIM-RESERVE-LIMIT
                               TO OPERATOR-RESERVE-LIMIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ADJ-LIMIT-FILE
       .

      *>  Over the operator's authority: the staged row goes onto
      *>  CLMAPPR.DAT as it came in, under the claim's next queue
      *>  sequence, and nothing posts until a supervisor approves
      *>  it through CLAIM-APPROVE. Opened and closed per row the
      *>  way the diary is.
       QUEUE-FOR-APPROVAL.
           OPEN I-O CLAIM-APPROVAL-FILE
           IF NO-CLAIM-APPROVAL-FILE
               OPEN OUTPUT CLAIM-APPROVAL-FILE
               CLOSE CLAIM-APPROVAL-FILE
               OPEN I-O CLAIM-APPROVAL-FILE
           END-IF
           IF CLAIM-APPROVAL-FILE-STATUS = "00"
               PERFORM FIND-NEXT-APPROVAL-SEQUENCE
               INITIALIZE CLAIM-APPROVAL-RECORD
               MOVE CLAIM-ID TO APR-CLAIM-ID
               MOVE APR-NEXT-SEQUENCE TO APR-SEQUENCE
               MOVE CLAIM-TRANSACTION-RECORD TO APR-TRANSACTION
               MOVE SIGNON-OPERATOR-ID TO APR-REQUESTED-BY
               MOVE TODAYS-DATE-N TO APR-REQUESTED-DATE
               MOVE REQUESTER-LIMIT TO APR-REQUESTER-LIMIT
               SET APR-PENDING TO TRUE
               MOVE SPACES TO APR-DECIDED-BY
               MOVE ZERO TO APR-DECIDED-DATE
               MOVE ZERO TO APR-POSTED-DATE
               WRITE CLAIM-APPROVAL-RECORD
               IF CLAIM-APPROVAL-FILE-STATUS = "00"
                   ADD 1 TO ITEMS-QUEUED
                   DISPLAY "OVER AUTHORITY - QUEUED FOR APPROVAL: "
                       TRN-CLAIM-ID " " TRN-TYPE " SEQ "
                       APR-NEXT-SEQUENCE
                   MOVE "OVER AUTHORITY-QUEUE" TO MONEY-REFUSAL-REASON
                   PERFORM LOG-REFUSED-MONEY-ROW
               ELSE
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "APPROVAL QUEUE WRITE FAILED " TRN-CLAIM-ID
                       " STATUS=" CLAIM-APPROVAL-FILE-STATUS
               END-IF
               CLOSE CLAIM-APPROVAL-FILE
           ELSE
               ADD 1 TO TRANSITIONS-REJECTED
               DISPLAY "WARNING: CLMAPPR.DAT UNUSABLE, STATUS="
                   CLAIM-APPROVAL-FILE-STATUS
           END-IF
       .

       FIND-NEXT-APPROVAL-SEQUENCE.
           MOVE 1 TO APR-NEXT-SEQUENCE
           MOVE 'N' TO APR-SWEEP-FLAG
           MOVE CLAIM-ID TO APR-CLAIM-ID
           MOVE 0 TO APR-SEQUENCE
           START CLAIM-APPROVAL-FILE KEY >= APR-KEY
               INVALID KEY SET APR-SWEEP-DONE TO TRUE
           END-START
           PERFORM UNTIL APR-SWEEP-DONE
               READ CLAIM-APPROVAL-FILE NEXT RECORD
                   AT END SET APR-SWEEP-DONE TO TRUE
               END-READ
               IF CLAIM-APPROVAL-FILE-STATUS NOT = "00"
                   SET APR-SWEEP-DONE TO TRUE
               END-IF
               IF NOT APR-SWEEP-DONE
                   IF APR-CLAIM-ID = CLAIM-ID
                       COMPUTE APR-NEXT-SEQUENCE = APR-SEQUENCE + 1
                   ELSE
                       SET APR-SWEEP-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
       .

      *>  Before the day's transactions, whatever a supervisor has
      *>  approved since the last run is applied through the same
      *>  handlers - the policy, payee and open-claim checks still
      *>  stand, only the authority limit is lifted - and its queue
      *>  row marked posted whatever the outcome, which the change
      *>  log records.
       POST-APPROVED-TRANSACTIONS.
           OPEN I-O CLAIM-APPROVAL-FILE
           IF CLAIM-APPROVAL-FILE-STATUS = "00"
               MOVE 'N' TO APR-SWEEP-FLAG
               MOVE LOW-VALUES TO APR-KEY
               START CLAIM-APPROVAL-FILE KEY >= APR-KEY
                   INVALID KEY SET APR-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL APR-SWEEP-DONE
                   READ CLAIM-APPROVAL-FILE NEXT RECORD
                       AT END SET APR-SWEEP-DONE TO TRUE
                   END-READ
                   IF CLAIM-APPROVAL-FILE-STATUS NOT = "00"
                       SET APR-SWEEP-DONE TO TRUE
                   END-IF
                   IF NOT APR-SWEEP-DONE
                   AND APR-APPROVED
                       PERFORM POST-ONE-APPROVED-ITEM
                   END-IF
               END-PERFORM
               CLOSE CLAIM-APPROVAL-FILE
           END-IF
       .

       POST-ONE-APPROVED-ITEM.
           MOVE APR-TRANSACTION TO CLAIM-TRANSACTION-RECORD
           SET POSTING-APPROVED-ITEM TO TRUE
           MOVE APR-DECIDED-BY TO APPROVED-BY-OPERATOR
           PERFORM APPLY-ONE-TRANSITION
           MOVE 'N' TO APPROVAL-POSTING-FLAG
           MOVE SPACES TO APPROVED-BY-OPERATOR
           SET APR-POSTED TO TRUE
           MOVE TODAYS-DATE-N TO APR-POSTED-DATE
           REWRITE CLAIM-APPROVAL-RECORD
           IF CLAIM-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CLMAPPR.DAT REWRITE FAILED FOR "
                   APR-CLAIM-ID " " APR-SEQUENCE
                   " STATUS=" CLAIM-APPROVAL-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
       .

      *>  An approved item that posted names its approver on the
      *>  change log and on a history row that leaves the status
      *>  where it was.
       RECORD-APPROVED-POSTING.
           ADD 1 TO APPROVED-ITEMS-POSTED
           MOVE CLAIM-ID TO CHG-FIELD-NAME
           MOVE TRN-TYPE TO CHG-OLD-VALUE
           MOVE APPROVED-BY-OPERATOR TO CHG-NEW-VALUE
           MOVE "POSTED ON APPROVAL" TO CHG-REASON
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
           MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
           WRITE STATUS-CHANGE-LINE
           MOVE CLAIM-STATUS-CODE TO HST-FROM-STATUS
           MOVE CLAIM-STATUS-CODE TO HST-TO-STATUS
           PERFORM WRITE-CLAIM-HISTORY-ROW
       .

      *>  A follow-up is owned by whoever is working the claim when
      *>  it is entered; a claim nobody owns yet still takes the
      *>  item, and the worklist shows it unassigned. A final claim
      *>  needs no more follow-ups.
       APPLY-DIARY-ENTRY.
           MOVE TRN-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
           EVALUATE TRUE
               WHEN CLAIMS-FILE-STATUS NOT = "00"
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "DIARY FOR UNKNOWN CLAIM REJECTED: "
                       TRN-CLAIM-ID
               WHEN TRN-DIARY-DUE-DATE NOT NUMERIC
               OR TRN-DIARY-DUE-DATE = ZERO
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "BAD DIARY DUE DATE REJECTED: "
                       TRN-CLAIM-ID " " TRN-DIARY-DUE-DATE
               WHEN TRN-DIARY-NOTE = SPACES
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "DIARY WITHOUT NOTE REJECTED: "
                       TRN-CLAIM-ID
               WHEN CLAIM-STATUS-CODE = "CLOSED"
               OR CLAIM-STATUS-CODE = "REJECTED"
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "DIARY ON FINAL CLAIM REJECTED: "
                       TRN-CLAIM-ID " (" CLAIM-STATUS-CODE ")"
               WHEN OTHER
                   PERFORM WRITE-DIARY-ITEM
           END-EVALUATE
       .

       WRITE-DIARY-ITEM.
           PERFORM OPEN-CLAIM-DIARY
           IF CLAIM-DIARY-FILE-STATUS = "00"
               PERFORM FIND-NEXT-DIARY-SEQUENCE
               INITIALIZE CLAIM-DIARY-RECORD
               MOVE CLAIM-ID TO DRY-CLAIM-ID
               MOVE DRY-NEXT-SEQUENCE TO DRY-SEQUENCE
               MOVE TRN-DIARY-DUE-DATE TO DRY-DUE-DATE
               MOVE CLAIM-ADJUSTER TO DRY-ADJUSTER
               MOVE TRN-DIARY-NOTE TO DRY-NOTE
               SET DRY-OPEN TO TRUE
               MOVE TODAYS-DATE-N TO DRY-ENTERED-DATE
               MOVE SIGNON-OPERATOR-ID TO DRY-ENTERED-BY
               MOVE ZERO TO DRY-COMPLETED-DATE
               MOVE SPACES TO DRY-COMPLETED-BY
               MOVE SPACES TO DRY-REASSIGNED-FROM
               WRITE CLAIM-DIARY-RECORD
               IF CLAIM-DIARY-FILE-STATUS = "00"
                   ADD 1 TO DIARY-ITEMS-ADDED
                   ADD 1 TO TRANSITIONS-APPLIED
                   MOVE DRY-NOTE TO CHG-REASON
                   MOVE DRY-DUE-DATE TO CHG-NEW-VALUE
                   PERFORM LOG-DIARY-CHANGE
               ELSE
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "DIARY WRITE FAILED " TRN-CLAIM-ID
                       " STATUS=" CLAIM-DIARY-FILE-STATUS
               END-IF
               CLOSE CLAIM-DIARY-FILE
           ELSE
               ADD 1 TO TRANSITIONS-REJECTED
               DISPLAY "WARNING: CLAIMDRY.DAT UNUSABLE, STATUS="
                   CLAIM-DIARY-FILE-STATUS
           END-IF
       .

      *>  Closing an item records who did the follow-up and when;
      *>  an item already done stays as it was.
       APPLY-DIARY-COMPLETION.
           PERFORM OPEN-CLAIM-DIARY
           IF CLAIM-DIARY-FILE-STATUS = "00"
               MOVE TRN-CLAIM-ID TO DRY-CLAIM-ID
               IF TRN-DIARY-SEQUENCE IS NUMERIC
                   MOVE TRN-DIARY-SEQUENCE TO DRY-SEQUENCE
                   READ CLAIM-DIARY-FILE
               ELSE
                   MOVE "23" TO CLAIM-DIARY-FILE-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN CLAIM-DIARY-FILE-STATUS NOT = "00"
                       ADD 1 TO TRANSITIONS-REJECTED
                       DISPLAY "UNKNOWN DIARY ITEM REJECTED: "
                           TRN-CLAIM-ID " " TRN-DIARY-SEQUENCE
                   WHEN DRY-COMPLETED
                       ADD 1 TO TRANSITIONS-REJECTED
                       DISPLAY "DIARY ITEM ALREADY DONE: "
                           TRN-CLAIM-ID " " TRN-DIARY-SEQUENCE
                   WHEN OTHER
                       SET DRY-COMPLETED TO TRUE
                       MOVE TODAYS-DATE-N TO DRY-COMPLETED-DATE
                       MOVE SIGNON-OPERATOR-ID TO DRY-COMPLETED-BY
                       REWRITE CLAIM-DIARY-RECORD
                       IF CLAIM-DIARY-FILE-STATUS = "00"
                           ADD 1 TO DIARY-ITEMS-DONE
                           ADD 1 TO TRANSITIONS-APPLIED
                           MOVE "DIARY ITEM DONE" TO CHG-REASON
                           MOVE DRY-SEQUENCE TO CHG-NEW-VALUE
                           PERFORM LOG-DIARY-CHANGE
                       ELSE
                           ADD 1 TO TRANSITIONS-REJECTED
                           DISPLAY "DIARY REWRITE FAILED "
                               TRN-CLAIM-ID " STATUS="
                               CLAIM-DIARY-FILE-STATUS
                       END-IF
               END-EVALUATE
               CLOSE CLAIM-DIARY-FILE
           ELSE
               ADD 1 TO TRANSITIONS-REJECTED
               DISPLAY "WARNING: CLAIMDRY.DAT UNUSABLE, STATUS="
                   CLAIM-DIARY-FILE-STATUS
           END-IF
       .

      *>  Opened and closed per diary row, the way the status
      *>  history is, and created on the first item ever entered.
       OPEN-CLAIM-DIARY.
           OPEN I-O CLAIM-DIARY-FILE
           IF NO-CLAIM-DIARY-FILE
               OPEN OUTPUT CLAIM-DIARY-FILE
               CLOSE CLAIM-DIARY-FILE
               OPEN I-O CLAIM-DIARY-FILE
           END-IF
       .

       FIND-NEXT-DIARY-SEQUENCE.
           MOVE 1 TO DRY-NEXT-SEQUENCE
           MOVE 'N' TO DRY-SWEEP-FLAG
           MOVE CLAIM-ID TO DRY-CLAIM-ID
           MOVE 0 TO DRY-SEQUENCE
           START CLAIM-DIARY-FILE KEY >= DRY-KEY
               INVALID KEY SET DRY-SWEEP-DONE TO TRUE
           END-START
           PERFORM UNTIL DRY-SWEEP-DONE
               READ CLAIM-DIARY-FILE NEXT RECORD
                   AT END SET DRY-SWEEP-DONE TO TRUE
               END-READ
               IF CLAIM-DIARY-FILE-STATUS NOT = "00"
                   SET DRY-SWEEP-DONE TO TRUE
               END-IF
               IF NOT DRY-SWEEP-DONE
                   IF DRY-CLAIM-ID = CLAIM-ID
                       COMPUTE DRY-NEXT-SEQUENCE = DRY-SEQUENCE + 1
                   ELSE
                       SET DRY-SWEEP-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
       .

       LOG-DIARY-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
           MOVE TRN-CLAIM-ID TO CHG-FIELD-NAME
           MOVE TRN-TYPE TO CHG-OLD-VALUE
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
           MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
           WRITE STATUS-CHANGE-LINE
       .

      *>  A recovery adds to recoveries-to-date and leaves paid and
      *>  reserve alone: what was paid out was paid, and the net
      *>  incurred figure is where the recovery shows. No status
      *>  check - the money is ours whenever it arrives.
       APPLY-RECOVERY-TRANSACTION.
           MOVE TRN-CLAIM-ID TO CLAIM-ID
           READ CLAIMS-FILE
           EVALUATE TRUE
               WHEN CLAIMS-FILE-STATUS NOT = "00"
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "RECOVERY FOR UNKNOWN CLAIM REJECTED: "
                       TRN-CLAIM-ID
               WHEN TRN-AMOUNT NOT NUMERIC OR TRN-AMOUNT = 0
                   ADD 1 TO TRANSITIONS-REJECTED
                   DISPLAY "BAD RECOVERY AMOUNT REJECTED: "
                       TRN-CLAIM-ID
               WHEN OTHER
                   IF CLAIM-RECOVERED-TO-DATE NOT NUMERIC
                       MOVE 0 TO CLAIM-RECOVERED-TO-DATE
                   END-IF
                   ADD TRN-AMOUNT TO CLAIM-RECOVERED-TO-DATE
                   MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
                   MOVE CHANGE-TIMESTAMP TO CLAIM-CHANGED-STAMP
                   REWRITE CLAIM-RECORD
                   IF CLAIMS-FILE-STATUS = "00"
                       ADD 1 TO RECOVERIES-APPLIED
                       ADD 1 TO TRANSITIONS-APPLIED
                       ADD TRN-AMOUNT TO RUN-TOTAL-RECOVERED
                       PERFORM WRITE-RECOVERY-REGISTER-LINE
                       MOVE TRN-AMOUNT TO MONEY-LOG-AMOUNT
                       PERFORM LOG-MONEY-CHANGE
                   ELSE
                       ADD 1 TO TRANSITIONS-REJECTED
                       DISPLAY "RECOVERY REWRITE FAILED "
                           TRN-CLAIM-ID " STATUS="
                           CLAIMS-FILE-STATUS
                   END-IF
           END-EVALUATE
       .

       WRITE-RECOVERY-REGISTER-LINE.
           PERFORM COMPUTE-CLAIM-INCURRED
           MOVE TRN-AMOUNT TO AMOUNT-EDIT
           MOVE CLAIM-RECOVERED-TO-DATE TO AMOUNT-EDIT-2
           MOVE NET-INCURRED TO NET-AMOUNT-EDIT
           MOVE SPACES TO RECOVERIES-REGISTER-LINE
           STRING CLAIM-ID " " CLAIM-STATUS-CODE
               " RECOVERED " AMOUNT-EDIT
               " TO DATE " AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO RECOVERIES-REGISTER-LINE
           WRITE RECOVERIES-REGISTER-LINE
           MOVE SPACES TO RECOVERIES-REGISTER-LINE
           STRING "         NET INCURRED " NET-AMOUNT-EDIT
               " - " TRN-REASON
               DELIMITED BY SIZE INTO RECOVERIES-REGISTER-LINE
           WRITE RECOVERIES-REGISTER-LINE
       .

      *>  Gross incurred is paid plus reserve; net takes the
      *>  recoveries off. Older claims carry spaces in the money
      *>  columns appended since, and count them as nothing.
       COMPUTE-CLAIM-INCURRED.
           MOVE 0 TO GROSS-INCURRED
           IF CLAIM-PAID-TO-DATE IS NUMERIC
               ADD CLAIM-PAID-TO-DATE TO GROSS-INCURRED
           END-IF
           IF CLAIM-RESERVE-AMOUNT IS NUMERIC
               ADD CLAIM-RESERVE-AMOUNT TO GROSS-INCURRED
           END-IF
           MOVE GROSS-INCURRED TO NET-INCURRED
           IF CLAIM-RECOVERED-TO-DATE IS NUMERIC
               SUBTRACT CLAIM-RECOVERED-TO-DATE FROM NET-INCURRED
           END-IF
       .

      *>  A payment that carried the deductible gets a second line
      *>  showing what was held back and under which policy.
       WRITE-PAYMENT-REGISTER-LINE.
           MOVE PAYMENT-NET-AMOUNT TO AMOUNT-EDIT
           MOVE CLAIM-PAID-TO-DATE TO AMOUNT-EDIT-2
           MOVE SPACES TO PAYMENTS-REGISTER-LINE
           STRING CLAIM-ID " PAID " AMOUNT-EDIT
               " - " TRN-REASON
               DELIMITED BY SIZE INTO PAYMENTS-REGISTER-LINE
           WRITE PAYMENTS-REGISTER-LINE
           IF DEDUCTIBLE-THIS-PAYMENT > 0
               MOVE DEDUCTIBLE-THIS-PAYMENT TO AMOUNT-EDIT
               MOVE SPACES TO PAYMENTS-REGISTER-LINE
               STRING CLAIM-ID " DEDUCTIBLE " AMOUNT-EDIT
                   " HELD ON POLICY " CLAIM-POLICY-NUMBER
                   DELIMITED BY SIZE INTO PAYMENTS-REGISTER-LINE
               WRITE PAYMENTS-REGISTER-LINE
           END-IF
       .

       WRITE-DISBURSEMENT-LINE.
           SET DSB-CLAIM-PAYMENT TO TRUE
           MOVE CLAIM-ID TO DSB-REFERENCE
           MOVE TODAYS-DATE-N TO DSB-ISSUE-DATE
           MOVE PAYMENT-NET-AMOUNT TO DSB-AMOUNT
           MOVE 1 TO DSB-ITEM-COUNT
           WRITE DISBURSEMENT-RECORD
           IF DISBURSEMENT-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR: DISBJRNL.DAT WRITE FAILED FOR "
                   CLAIM-ID " STATUS=" DISBURSEMENT-JOURNAL-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF
       .

      *>  Money events ride the same change log the status moves do,
           MOVE CLAIM-ID TO CHG-FIELD-NAME
           MOVE TRN-TYPE TO CHG-OLD-VALUE
           MOVE SPACES TO CHG-NEW-VALUE
           MOVE MONEY-LOG-AMOUNT TO CHG-AMOUNT-EDIT
           MOVE FUNCTION TRIM(CHG-AMOUNT-EDIT) TO CHG-NEW-VALUE
           MOVE TRN-REASON TO CHG-REASON
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE CLAIM-ID TO CHG-FIELD-NAME
           MOVE TRN-TYPE TO CHG-OLD-VALUE
           MOVE CLAIM-STATUS-CODE TO CHG-NEW-VALUE
           MOVE MONEY-REFUSAL-REASON TO CHG-REASON
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
           MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE

      *>  End-of-run sweep of the whole claims master: the standing
      *>  reserve totalled by status, the page finance used to count
      *>  by hand, with gross incurred (paid plus reserve) and net
      *>  incurred (less recoveries) beside it.
       WRITE-RESERVE-REPORT.
           OPEN OUTPUT RESERVE-REPORT-FILE
           MOVE "OUTSTANDING RESERVE AND INCURRED BY STATUS"
               TO RESERVE-REPORT-LINE
           WRITE RESERVE-REPORT-LINE
           MOVE 'N' TO SWEEP-DONE-FLAG
                   SET RESERVE-SWEEP-DONE TO TRUE
               END-IF
               IF NOT RESERVE-SWEEP-DONE
                   PERFORM COMPUTE-CLAIM-INCURRED
                   IF GROSS-INCURRED > 0
                   OR NET-INCURRED NOT = 0
                       PERFORM TALLY-RESERVE-BY-STATUS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RSV-INDEX FROM 1 BY 1
           UNTIL RSV-INDEX > RESERVE-STATUS-COUNT
               MOVE RSV-TOTAL(RSV-INDEX) TO AMOUNT-EDIT
               MOVE RSV-GROSS(RSV-INDEX) TO AMOUNT-EDIT-2
               MOVE RSV-NET(RSV-INDEX) TO NET-AMOUNT-EDIT
               MOVE SPACES TO RESERVE-REPORT-LINE
               STRING RSV-STATUS(RSV-INDEX) " "
                   RSV-CLAIMS(RSV-INDEX) " CLAIMS "
                   AMOUNT-EDIT " GROSS " AMOUNT-EDIT-2
                   " NET " NET-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO RESERVE-REPORT-LINE
               WRITE RESERVE-REPORT-LINE
           END-PERFORM
           IF RESERVE-STATUS-COUNT = 0
               MOVE "NO OUTSTANDING RESERVE OR INCURRED"
                   TO RESERVE-REPORT-LINE
               WRITE RESERVE-REPORT-LINE
           END-IF
           CLOSE RESERVE-REPORT-FILE
               MOVE CLAIM-STATUS-CODE TO RSV-STATUS(RSV-FOUND-INDEX)
               MOVE 0 TO RSV-TOTAL(RSV-FOUND-INDEX)
               MOVE 0 TO RSV-CLAIMS(RSV-FOUND-INDEX)
               MOVE 0 TO RSV-GROSS(RSV-FOUND-INDEX)
               MOVE 0 TO RSV-NET(RSV-FOUND-INDEX)
           END-IF
           IF RSV-FOUND-INDEX > 0
               IF CLAIM-RESERVE-AMOUNT IS NUMERIC
                   ADD CLAIM-RESERVE-AMOUNT
                       TO RSV-TOTAL(RSV-FOUND-INDEX)
               END-IF
               ADD 1 TO RSV-CLAIMS(RSV-FOUND-INDEX)
               ADD GROSS-INCURRED TO RSV-GROSS(RSV-FOUND-INDEX)
               ADD NET-INCURRED TO RSV-NET(RSV-FOUND-INDEX)
           END-IF
       .


      *>  A brand-new claim is a transition out of the pseudo-status
      *>  NEW; the rules table decides which statuses a claim may be
      *>  born into (PENDING, under the compiled-in defaults). It
      *>  must also name a policy on POLICY.DAT whose cover runs
      *>  over the loss date, and must not reuse the id of a claim
      *>  CLAIM-ARCHIVE has moved to the archive.
       CREATE-NEW-CLAIM.
           MOVE "NEW" TO CHECK-FROM-STATUS
           MOVE TRN-NEW-STATUS TO CHECK-TO-STATUS
           IF NOT TRANSITION-ALLOWED
               PERFORM REJECT-ILLEGAL-TRANSITION
           ELSE
               PERFORM CHECK-POLICY-IN-FORCE
               IF POLICY-IN-FORCE
                   PERFORM FILE-NEW-CLAIM
               ELSE
                   PERFORM REJECT-CLAIM-WITHOUT-COVER
               END-IF
           END-IF
       .

       CHECK-POLICY-IN-FORCE.
           MOVE 'N' TO POLICY-IN-FORCE-FLAG
           MOVE SPACES TO MONEY-REFUSAL-REASON
           PERFORM CHECK-CLAIM-ARCHIVED
           EVALUATE TRUE
               WHEN CLAIM-ID-ARCHIVED
                   MOVE "CLAIM ID ARCHIVED" TO MONEY-REFUSAL-REASON
               WHEN TRN-POLICY-NUMBER = SPACES
                   MOVE "NO POLICY NAMED" TO MONEY-REFUSAL-REASON
               WHEN TRN-LOSS-DATE NOT NUMERIC
                   MOVE "NO LOSS DATE" TO MONEY-REFUSAL-REASON
               WHEN TRN-LOSS-DATE > TODAYS-DATE
                   MOVE "LOSS DATE IN FUTURE" TO MONEY-REFUSAL-REASON
               WHEN NOT POLICY-FILE-READY
                   MOVE "POLICY NOT ON FILE" TO MONEY-REFUSAL-REASON
               WHEN OTHER
                   MOVE TRN-POLICY-NUMBER TO POL-NUMBER
                   READ POLICY-FILE
                   EVALUATE TRUE
                       WHEN POLICY-FILE-STATUS NOT = "00"
                           MOVE "POLICY NOT ON FILE"
                               TO MONEY-REFUSAL-REASON
                       WHEN TRN-LOSS-DATE < POL-EFFECTIVE-DATE
                       OR TRN-LOSS-DATE > POL-EXPIRY-DATE
                           MOVE "NO COVER ON LOSS DATE"
                               TO MONEY-REFUSAL-REASON
                       WHEN OTHER
                           SET POLICY-IN-FORCE TO TRUE
                   END-EVALUATE
           END-EVALUATE
       .

      *>  New claims are rare enough beside the nightly volume that
      *>  the catalog is simply read through for each one.
       CHECK-CLAIM-ARCHIVED.
           MOVE 'N' TO CLAIM-ARCHIVED-FLAG
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT NO-ARCHIVE-CATALOG-FILE
               PERFORM UNTIL NO-MORE-CATALOG-ROWS
               OR CLAIM-ID-ARCHIVED
                   READ ARCHIVE-CATALOG-FILE
                       AT END SET NO-MORE-CATALOG-ROWS TO TRUE
                   END-READ
                   IF NOT NO-MORE-CATALOG-ROWS
                   AND CAT-CLAIM-ID = TRN-CLAIM-ID
                       SET CLAIM-ID-ARCHIVED TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF
       .

      *>  Logged like an illegal transition: the policy named in the
      *>  old-value column, the status the claim would have taken in
      *>  the new-value column, and why it was refused.
       REJECT-CLAIM-WITHOUT-COVER.
           ADD 1 TO TRANSITIONS-REJECTED
           DISPLAY "NEW CLAIM REFUSED: " TRN-CLAIM-ID " POLICY "
               TRN-POLICY-NUMBER " - " MONEY-REFUSAL-REASON
           MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
           MOVE TRN-CLAIM-ID TO CHG-FIELD-NAME
           MOVE TRN-POLICY-NUMBER TO CHG-OLD-VALUE
           MOVE TRN-NEW-STATUS TO CHG-NEW-VALUE
           MOVE MONEY-REFUSAL-REASON TO CHG-REASON
           MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
           WRITE STATUS-CHANGE-LINE
       .

       FILE-NEW-CLAIM.
           MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
           MOVE TRN-CLAIM-ID TO CLAIM-ID
           MOVE CHANGE-TIMESTAMP TO CLAIM-CHANGED-STAMP
           MOVE ZERO TO CLAIM-RESERVE-AMOUNT
           MOVE ZERO TO CLAIM-PAID-TO-DATE
           MOVE TRN-POLICY-NUMBER TO CLAIM-POLICY-NUMBER
           MOVE TRN-LOSS-DATE TO CLAIM-LOSS-DATE
           MOVE ZERO TO CLAIM-DEDUCTIBLE-TAKEN
           MOVE ZERO TO CLAIM-RECOVERED-TO-DATE
           MOVE TODAYS-DATE TO CLAIM-REPORTED-DATE
           IF TRN-CLAIMANT-NAME = SPACES
               MOVE POL-HOLDER TO CLAIM-CLAIMANT-NAME
           ELSE
               MOVE TRN-CLAIMANT-NAME TO CLAIM-CLAIMANT-NAME
           END-IF
           MOVE ZERO TO CLAIM-SCREEN-SCORE
           MOVE ZERO TO CLAIM-SCREENED-DATE
           MOVE 'N' TO CLAIM-REFERRAL-FLAG
           PERFORM AUTO-ASSIGN-ADJUSTER
           WRITE CLAIM-RECORD
           IF CLAIMS-FILE-STATUS = "00"
           MOVE CLAIM-STATUS-CODE TO CHECK-FROM-STATUS
           MOVE TRN-NEW-STATUS TO CHECK-TO-STATUS
           PERFORM CHECK-TRANSITION-ALLOWED
           IF CLAIM-REFERRED
               PERFORM REJECT-REFERRED-TRANSITION
           ELSE
           IF NOT TRANSITION-ALLOWED
               MOVE CLAIM-STATUS-CODE TO OLD-STATUS-CODE
               PERFORM REJECT-ILLEGAL-TRANSITION
           ELSE
               PERFORM REWRITE-CLAIM-STATUS
           END-IF
           END-IF
       .

       REWRITE-CLAIM-STATUS.
      *>  A rejected attempt is part of the audit trail too: the
      *>  change log shows the move that was refused, with the
      *>  refusal as the reason.
      *>  A claim referred by the screening stays where it is until
      *>  a supervisor releases it, whatever the rules table allows.
       REJECT-REFERRED-TRANSITION.
           ADD 1 TO TRANSITIONS-REJECTED
           DISPLAY "CLAIM HELD FOR REFERRAL, NOT MOVED: " TRN-CLAIM-ID
               " " CHECK-FROM-STATUS " -> " CHECK-TO-STATUS
           MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
           MOVE TRN-CLAIM-ID TO CHG-FIELD-NAME
           MOVE CHECK-FROM-STATUS TO CHG-OLD-VALUE
           MOVE CHECK-TO-STATUS TO CHG-NEW-VALUE
           MOVE "HELD FOR REFERRAL" TO CHG-REASON
           MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
           MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
           MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
           WRITE STATUS-CHANGE-LINE
       .

       REJECT-ILLEGAL-TRANSITION.
           ADD 1 TO TRANSITIONS-REJECTED
           DISPLAY "ILLEGAL TRANSITION REJECTED: " TRN-CLAIM-ID " "
               MOVE HST-TO-STATUS TO CHS-TO-STATUS
               MOVE CHANGE-TIMESTAMP TO CHS-TIMESTAMP
               MOVE SIGNON-OPERATOR-ID TO CHS-OPERATOR
               MOVE APPROVED-BY-OPERATOR TO CHS-APPROVER
               WRITE CLAIM-HISTORY-RECORD
               CLOSE CLAIM-HISTORY-FILE
           ELSE
