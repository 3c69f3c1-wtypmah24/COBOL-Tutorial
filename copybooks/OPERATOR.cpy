      *>****************************************************************
      *> One row of OPERATOR.DAT, the shop's operator file: the id, the
      *> function letters it carries, and - past the letters - the
      *> account's standing. A row from before those columns existed
      *> reads back blank there: active, no expiry, never signed on,
      *> no employee, no grant on record. OPERATOR-MAINT keeps the
      *> file (security-admin letter 'U'); OPERATOR-SIGNON stamps the
      *> last sign-on date. A disabled row, or one whose expiry date
      *> has passed, carries no functions at all. COPY it under the
      *> operator file's FD.
      *>****************************************************************
       01 OPERATOR-RECORD.
           05 OPER-ID              PIC X(10).
           05 OPER-FUNCTIONS       PIC X(10).
           05 FILLER               PIC X(01).
           05 OPER-STATUS          PIC X(01).
              88 OPER-DISABLED     VALUE 'D'.
           05 FILLER               PIC X(01).
      *>  CCYYMMDD; blank means the account does not expire.
           05 OPER-EXPIRY-DATE     PIC X(08).
           05 FILLER               PIC X(01).
      *>  CCYYMMDD of the last OPERATOR-SIGNON check; blank = never.
           05 OPER-LAST-SIGNON     PIC X(08).
           05 FILLER               PIC X(01).
      *>  EMPMAST.DAT id of the person behind the account; blank for
      *>  a system id such as BATCH.
           05 OPER-EMP-ID          PIC X(06).
           05 FILLER               PIC X(01).
           05 OPER-GRANTED-BY      PIC X(10).
           05 FILLER               PIC X(01).
           05 OPER-GRANTED-DATE    PIC X(08).
