       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-APPROVE.
      *>  Supervisor approval of claim payments and reserves over
      *>  the requesting operator's authority. CLAIM-STATUS queues
      *>  such a transaction on CLMAPPR.DAT instead of posting it;
      *>  here a claims supervisor (sign-on letter 'S') lists the
      *>  queue and approves or declines each row. An approval needs
      *>  a supervisor who is not the requester and whose own limit
      *>  on ADJLIMIT.DAT both covers the amount and is higher than
      *>  the requester's. Every decision lands on FLAGCHG.TXT under
      *>  the supervisor's id; the next CLAIM-STATUS run posts what
      *>  was approved and names the approver on CLAIMHST.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-APPROVAL-FILE ASSIGN TO "CLMAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS CLAIM-APPROVAL-FILE-STATUS.
           SELECT ADJ-LIMIT-FILE ASSIGN TO "ADJLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-LIMIT-FILE-STATUS.
           SELECT STATUS-CHANGE-LOG ASSIGN TO "FLAGCHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CHANGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-APPROVAL-FILE.
           COPY "CLAIM-APPROVAL.cpy".

       FD  ADJ-LIMIT-FILE.
           COPY "ADJ-LIMIT.cpy".

       FD  STATUS-CHANGE-LOG.
       01  STATUS-CHANGE-LINE  PIC X(92).

       WORKING-STORAGE SECTION.
       01 CLAIM-APPROVAL-FILE-STATUS PIC XX.
          88 NO-CLAIM-APPROVAL-FILE VALUE "35".
          88 NO-MORE-APPROVALS VALUE "10".
       01 ADJ-LIMIT-FILE-STATUS PIC XX.
          88 NO-ADJ-LIMIT-FILE VALUE "35".
          88 NO-MORE-ADJ-LIMITS VALUE "10".
       01 STATUS-CHANGE-LOG-STATUS PIC XX.
          88 NO-STATUS-CHANGE-LOG-FILE VALUE "35".

       01 ACTION-CHOICE       PIC X VALUE SPACE.
          88 ACTION-LIST      VALUE 'L'.
          88 ACTION-APPROVE   VALUE 'A'.
          88 ACTION-DECLINE   VALUE 'D'.
          88 ACTION-QUIT      VALUE 'Q'.

       01 WORK-CLAIM-ID       PIC X(08).
       01 WORK-SEQUENCE       PIC X(04).
       01 CONFIRM-CHOICE      PIC X.
       01 PENDING-COUNT       PIC 9(05).
       01 AMOUNT-EDIT         PIC $$,$$$,$$9.99.
       01 LIMIT-EDIT          PIC $$,$$$,$$9.99.
       01 CHG-AMOUNT-EDIT     PIC ZZZZZZ9.99.
       01 TODAYS-DATE-N       PIC 9(08).

      *>  The supervisor's own limits, off ADJLIMIT.DAT; a
      *>  supervisor with no row there can approve nothing.
       01 APPROVER-ON-FILE-FLAG PIC X VALUE 'N'.
          88 APPROVER-ON-FILE  VALUE 'Y'.
       01 APPROVER-PAYMENT-LIMIT PIC 9(7)V99 VALUE 0.
       01 APPROVER-RESERVE-LIMIT PIC 9(7)V99 VALUE 0.
       01 APPROVER-LIMIT      PIC 9(7)V99.
       01 APPROVAL-REFUSAL    PIC X(40).

      *>  Same change-log layout CLAIM-STATUS writes.
       01 CHANGE-TIMESTAMP     PIC X(26).
       01 STATUS-CHANGE-RECORD.
           05 CHG-FIELD-NAME    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-OLD-VALUE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-NEW-VALUE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-REASON        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-TIMESTAMP     PIC X(26).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CHG-OPERATOR      PIC X(10).

      *>  Shop-wide sign-on call set (OPERATOR-SIGNON subprogram):
      *>  the session operator, resolved and validated once, stamped
      *>  into this program's audit output so the approval traces to
      *>  a person. 'S' is the claims supervisor letter.
       01 SIGNON-FUNCTION      PIC X VALUE 'S'.
       01 SIGNON-OPERATOR-ID   PIC X(10) VALUE SPACES.
       01 SIGNON-STATUS        PIC X.
          88 SIGNON-ACCEPTED   VALUE '0' 'W'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "Operator id?"
            ACCEPT SIGNON-OPERATOR-ID
            CALL "OPERATOR-SIGNON" USING SIGNON-FUNCTION
                SIGNON-OPERATOR-ID SIGNON-STATUS
            IF NOT SIGNON-ACCEPTED
                DISPLAY "CLAIM-APPROVE: OPERATOR "
                    SIGNON-OPERATOR-ID
                    " REFUSED FOR FUNCTION S - NOTHING APPROVED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            ACCEPT TODAYS-DATE-N FROM DATE YYYYMMDD
            PERFORM LOAD-APPROVER-LIMITS
            OPEN I-O CLAIM-APPROVAL-FILE
            IF NO-CLAIM-APPROVAL-FILE
                DISPLAY "CLAIM-APPROVE: NO CLMAPPR.DAT - NOTHING"
                    " WAITING FOR APPROVAL"
                GOBACK
            END-IF
            IF CLAIM-APPROVAL-FILE-STATUS NOT = "00"
                DISPLAY "ERROR: CANNOT OPEN CLMAPPR.DAT, STATUS="
                    CLAIM-APPROVAL-FILE-STATUS
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
      *>  FLAGCHG.TXT may not exist on a fresh checkout; create it
      *>  first instead of truncating an existing log on every run.
            OPEN EXTEND STATUS-CHANGE-LOG
            IF NO-STATUS-CHANGE-LOG-FILE
                OPEN OUTPUT STATUS-CHANGE-LOG
                CLOSE STATUS-CHANGE-LOG
                OPEN EXTEND STATUS-CHANGE-LOG
            END-IF

            PERFORM UNTIL ACTION-QUIT
                DISPLAY "Action? (L)ist (A)pprove (D)ecline (Q)uit"
                ACCEPT ACTION-CHOICE
                EVALUATE TRUE
                    WHEN ACTION-LIST
                        PERFORM LIST-PENDING-APPROVALS
                    WHEN ACTION-APPROVE
                        PERFORM APPROVE-QUEUED-ITEM
                    WHEN ACTION-DECLINE
                        PERFORM DECLINE-QUEUED-ITEM
                    WHEN ACTION-QUIT
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Choose L, A, D or Q."
                END-EVALUATE
            END-PERFORM

            CLOSE STATUS-CHANGE-LOG
            CLOSE CLAIM-APPROVAL-FILE
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LOAD-APPROVER-LIMITS.
           OPEN INPUT ADJ-LIMIT-FILE
           IF NO-ADJ-LIMIT-FILE
               DISPLAY "WARNING: NO ADJLIMIT.DAT - NO APPROVAL"
                   " AUTHORITY ON FILE"
           ELSE
               PERFORM UNTIL NO-MORE-ADJ-LIMITS
                   READ ADJ-LIMIT-FILE
                       AT END SET NO-MORE-ADJ-LIMITS TO TRUE
                   END-READ
                   IF NOT NO-MORE-ADJ-LIMITS
                   AND LIM-OPERATOR-ID = SIGNON-OPERATOR-ID
                       SET APPROVER-ON-FILE TO TRUE
                       IF LIM-PAYMENT-LIMIT IS NUMERIC
                           MOVE LIM-PAYMENT-LIMIT
                               TO APPROVER-PAYMENT-LIMIT
                       END-IF
                       IF LIM-RESERVE-LIMIT IS NUMERIC
                           MOVE LIM-RESERVE-LIMIT
                               TO APPROVER-RESERVE-LIMIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ADJ-LIMIT-FILE
       .

      *>  Every row still waiting on a decision.
       LIST-PENDING-APPROVALS.
           MOVE 0 TO PENDING-COUNT
           MOVE LOW-VALUES TO APR-KEY
           START CLAIM-APPROVAL-FILE KEY >= APR-KEY
               INVALID KEY SET NO-MORE-APPROVALS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-APPROVALS
               READ CLAIM-APPROVAL-FILE NEXT RECORD
                   AT END SET NO-MORE-APPROVALS TO TRUE
               END-READ
               IF CLAIM-APPROVAL-FILE-STATUS NOT = "00"
                   SET NO-MORE-APPROVALS TO TRUE
               END-IF
               IF NOT NO-MORE-APPROVALS
               AND APR-PENDING
                   ADD 1 TO PENDING-COUNT
                   MOVE APR-TRN-AMOUNT TO AMOUNT-EDIT
                   DISPLAY APR-CLAIM-ID " " APR-SEQUENCE " "
                       APR-TRN-TYPE " " AMOUNT-EDIT
                       " BY " APR-REQUESTED-BY
                       " ON " APR-REQUESTED-DATE
                       " - " APR-TRN-REASON
               END-IF
           END-PERFORM
           DISPLAY PENDING-COUNT " WAITING FOR APPROVAL"
       .

      *>  The row the supervisor names, if it is still pending.
       READ-QUEUED-ITEM.
           DISPLAY "Claim id?"
           ACCEPT WORK-CLAIM-ID
           DISPLAY "Queue sequence?"
           ACCEPT WORK-SEQUENCE
           MOVE WORK-CLAIM-ID TO APR-CLAIM-ID
           IF WORK-SEQUENCE IS NUMERIC
               MOVE WORK-SEQUENCE TO APR-SEQUENCE
               READ CLAIM-APPROVAL-FILE
           ELSE
               MOVE "23" TO CLAIM-APPROVAL-FILE-STATUS
           END-IF
           IF CLAIM-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "No queued item " WORK-CLAIM-ID " "
                   WORK-SEQUENCE
           ELSE
               IF NOT APR-PENDING
                   DISPLAY "Item " WORK-CLAIM-ID " " WORK-SEQUENCE
                       " is already decided (" APR-STATUS ")."
                   MOVE "23" TO CLAIM-APPROVAL-FILE-STATUS
               END-IF
           END-IF
       .

      *>  Four-eyes and a higher limit: the requester cannot
      *>  approve their own item, and the approver's limit for the
      *>  kind of transaction must cover the amount and beat the
      *>  requester's.
       APPROVE-QUEUED-ITEM.
           PERFORM READ-QUEUED-ITEM
           IF CLAIM-APPROVAL-FILE-STATUS = "00"
               IF APR-TRN-TYPE = 'R'
                   MOVE APPROVER-RESERVE-LIMIT TO APPROVER-LIMIT
               ELSE
                   MOVE APPROVER-PAYMENT-LIMIT TO APPROVER-LIMIT
               END-IF
               MOVE SPACES TO APPROVAL-REFUSAL
               EVALUATE TRUE
                   WHEN APR-REQUESTED-BY = SIGNON-OPERATOR-ID
                       MOVE "YOU REQUESTED IT - ANOTHER SUPERVISOR"
                           TO APPROVAL-REFUSAL
                   WHEN NOT APPROVER-ON-FILE
                       MOVE "NO AUTHORITY LIMIT ON FILE FOR YOU"
                           TO APPROVAL-REFUSAL
                   WHEN APR-TRN-AMOUNT > APPROVER-LIMIT
                       MOVE "AMOUNT IS OVER YOUR OWN LIMIT"
                           TO APPROVAL-REFUSAL
                   WHEN APPROVER-LIMIT NOT > APR-REQUESTER-LIMIT
                       MOVE "YOUR LIMIT IS NOT ABOVE THE REQUESTER'S"
                           TO APPROVAL-REFUSAL
               END-EVALUATE
               IF APPROVAL-REFUSAL NOT = SPACES
                   MOVE APPROVER-LIMIT TO LIMIT-EDIT
                   DISPLAY "CANNOT APPROVE: " APPROVAL-REFUSAL
                   DISPLAY "  (YOUR LIMIT " LIMIT-EDIT ")"
               ELSE
                   MOVE APR-TRN-AMOUNT TO AMOUNT-EDIT
                   DISPLAY APR-CLAIM-ID " " APR-TRN-TYPE " "
                       AMOUNT-EDIT " BY " APR-REQUESTED-BY
                   DISPLAY "Approve it? (Y/N)"
                   ACCEPT CONFIRM-CHOICE
                   IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
                       SET APR-APPROVED TO TRUE
                       PERFORM RECORD-DECISION
                   ELSE
                       DISPLAY "Left pending."
                   END-IF
               END-IF
           END-IF
       .

      *>  Any supervisor may turn an item down; it never posts.
       DECLINE-QUEUED-ITEM.
           PERFORM READ-QUEUED-ITEM
           IF CLAIM-APPROVAL-FILE-STATUS = "00"
               MOVE APR-TRN-AMOUNT TO AMOUNT-EDIT
               DISPLAY APR-CLAIM-ID " " APR-TRN-TYPE " "
                   AMOUNT-EDIT " BY " APR-REQUESTED-BY
               DISPLAY "Decline it? (Y/N)"
               ACCEPT CONFIRM-CHOICE
               IF CONFIRM-CHOICE = 'Y' OR CONFIRM-CHOICE = 'y'
                   SET APR-DECLINED TO TRUE
                   PERFORM RECORD-DECISION
               ELSE
                   DISPLAY "Left pending."
               END-IF
           END-IF
       .

       RECORD-DECISION.
           MOVE SIGNON-OPERATOR-ID TO APR-DECIDED-BY
           MOVE TODAYS-DATE-N TO APR-DECIDED-DATE
           REWRITE CLAIM-APPROVAL-RECORD
           IF CLAIM-APPROVAL-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO CHANGE-TIMESTAMP
               MOVE APR-CLAIM-ID TO CHG-FIELD-NAME
               MOVE APR-REQUESTED-BY TO CHG-OLD-VALUE
               MOVE APR-TRN-AMOUNT TO CHG-AMOUNT-EDIT
               MOVE FUNCTION TRIM(CHG-AMOUNT-EDIT) TO CHG-NEW-VALUE
               IF APR-APPROVED
                   MOVE "APPROVED OVER LIMIT" TO CHG-REASON
               ELSE
                   MOVE "DECLINED OVER LIMIT" TO CHG-REASON
               END-IF
               MOVE CHANGE-TIMESTAMP TO CHG-TIMESTAMP
               MOVE SIGNON-OPERATOR-ID TO CHG-OPERATOR
               MOVE STATUS-CHANGE-RECORD TO STATUS-CHANGE-LINE
               WRITE STATUS-CHANGE-LINE
               DISPLAY "Recorded: " APR-CLAIM-ID " " APR-SEQUENCE
                   " " CHG-REASON
           ELSE
               DISPLAY "REWRITE FAILED, STATUS="
                   CLAIM-APPROVAL-FILE-STATUS
           END-IF
       .

       END PROGRAM CLAIM-APPROVE.
