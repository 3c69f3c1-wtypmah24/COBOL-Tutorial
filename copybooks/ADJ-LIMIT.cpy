      *>****************************************************************
      *> Shared record layout for ADJLIMIT.DAT, the claims authority
      *> limits kept alongside OPERATOR.DAT: one row per operator,
      *> the largest single payment and the largest reserve that
      *> operator may put on a claim without a second signature.
      *> CLAIM-STATUS queues anything over the session operator's
      *> limit on CLMAPPR.DAT; CLAIM-APPROVE lets a supervisor with
      *> a higher limit release it. An operator with no row here has
      *> no authority of their own.
      *>****************************************************************
       01 ADJ-LIMIT-RECORD.
           05 LIM-OPERATOR-ID          PIC X(10).
           05 LIM-PAYMENT-LIMIT        PIC 9(7)V99.
           05 LIM-RESERVE-LIMIT        PIC 9(7)V99.
