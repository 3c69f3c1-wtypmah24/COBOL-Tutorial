      *>  first: an accepted account goes active, a refused one goes
      *>  REJECTED, and either way the pay run's CHECK-BANK-ACCOUNT
      *>  sees the truth next cycle.
      *>
      *>  The account number is deciphered through ACCOUNT-CIPHER
      *>  only to go on the prenote detail; an account whose key
      *>  cannot be found stays PENDING, off tonight's file, and is
      *>  raised for the key administrator.
      *>
      *>  A prenote already out is given the bank's answer window -
      *>  PRENOTE-WAIT-DAYS business days on the BANK calendar of
      *>  HOLIDAYS.DAT, through BUSINESS-DAYS, since it is the
      *>  bank's holidays that hold it up, not ours - before it is
      *>  sent again; one still unanswered after the window goes out
      *>  again with a warning on the exception summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 RESPONSES-APPLIED    PIC 9(05) VALUE 0.
       01 RESPONSES-REJECTED   PIC 9(05) VALUE 0.
       01 PRENOTES-WRITTEN     PIC 9(05) VALUE 0.
       01 PRENOTES-HELD        PIC 9(05) VALUE 0.
       01 PRENOTES-WAITING     PIC 9(05) VALUE 0.

       01 PRENOTE-WAIT-DAYS    PIC 9(02) VALUE 3.
       01 BANK-DAYS-ELAPSED    PIC 9(05).
       01 PRENOTE-WAIT-FLAG    PIC X VALUE 'N'.
          88 PRENOTE-STILL-WAITING VALUE 'Y'.

      *>  BUSINESS-DAYS call set, on the bank's calendar.
       01 BUSDAY-FUNCTION      PIC X.
       01 BUSDAY-DATE-1        PIC 9(08).
       01 BUSDAY-DATE-2        PIC 9(08).
       01 BUSDAY-RESULT-COUNT  PIC 9(05).
       01 BUSDAY-RESULT-DATE   PIC 9(08).
       01 BUSDAY-STATUS        PIC X.
       01 BUSDAY-CALENDAR-ID   PIC X(08) VALUE "BANK".

      *>  ACCOUNT-CIPHER call set.
       01 CIPHER-FUNCTION      PIC X.
       01 CLEAR-ACCOUNT-NUMBER PIC X(12).
       01 ACCOUNT-LAST-FOUR    PIC X(04).
       01 CIPHER-STATUS        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                CLOSE BANK-ACCOUNT-FILE
                DISPLAY "BANK-PRENOTE: " RESPONSES-APPLIED
                    " RESPONSES APPLIED, " PRENOTES-WRITTEN
                    " PRENOTES SENT, " PRENOTES-HELD " HELD, "
                    PRENOTES-WAITING " AWAITING THE BANK"
            END-IF
            END-IF
      *>  GOBACK instead of STOP RUN so the nightly control program
               END-IF
               IF NOT NO-MORE-BANK-ACCOUNTS
               AND ACCT-PRENOTE-PENDING
                   PERFORM CHECK-PRENOTE-WAIT
                   IF PRENOTE-STILL-WAITING
                       ADD 1 TO PRENOTES-WAITING
                   ELSE
                       PERFORM WRITE-ONE-PRENOTE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PRENOTE-FILE
       .

      *>  Bank business days since the last prenote went out: from
      *>  the first bank day after it through today. An account never
      *>  sent, or a date the calendar cannot work with, goes out
      *>  tonight.
       CHECK-PRENOTE-WAIT.
           MOVE 'N' TO PRENOTE-WAIT-FLAG
           IF ACCT-PRENOTE-DATE IS NUMERIC
           AND ACCT-PRENOTE-DATE > 0
               MOVE 'N' TO BUSDAY-FUNCTION
               MOVE ACCT-PRENOTE-DATE TO BUSDAY-DATE-1
               MOVE 0 TO BUSDAY-DATE-2
               CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                   BUSDAY-DATE-1 BUSDAY-DATE-2 BUSDAY-RESULT-COUNT
                   BUSDAY-RESULT-DATE BUSDAY-STATUS BUSDAY-CALENDAR-ID
               IF BUSDAY-STATUS = '0'
                   MOVE 0 TO BANK-DAYS-ELAPSED
                   IF BUSDAY-RESULT-DATE <= TODAYS-DATE-N
                       MOVE 'C' TO BUSDAY-FUNCTION
                       MOVE BUSDAY-RESULT-DATE TO BUSDAY-DATE-1
                       MOVE TODAYS-DATE-N TO BUSDAY-DATE-2
                       CALL "BUSINESS-DAYS" USING BUSDAY-FUNCTION
                           BUSDAY-DATE-1 BUSDAY-DATE-2
                           BUSDAY-RESULT-COUNT BUSDAY-RESULT-DATE
                           BUSDAY-STATUS BUSDAY-CALENDAR-ID
                       IF BUSDAY-STATUS = '0'
                           MOVE BUSDAY-RESULT-COUNT
                               TO BANK-DAYS-ELAPSED
                       END-IF
                   END-IF
                   IF BANK-DAYS-ELAPSED < PRENOTE-WAIT-DAYS
                       SET PRENOTE-STILL-WAITING TO TRUE
                   ELSE
                       MOVE "CHECK-PRENOTE-WAIT"
                           TO EXC-SOURCE-PARAGRAPH
                       MOVE SPACES TO EXC-DESCRIPTION
                       STRING "NO PRENOTE ANSWER " ACCT-EMP-ID
                           " SINCE " ACCT-PRENOTE-DATE
                           DELIMITED BY SIZE INTO EXC-DESCRIPTION
                       MOVE 'W' TO EXC-SEVERITY
                       PERFORM WRITE-EXCEPTION-SUMMARY-LINE
                   END-IF
               END-IF
           END-IF
       .

       WRITE-ONE-PRENOTE.
           MOVE 'D' TO CIPHER-FUNCTION
           CALL "ACCOUNT-CIPHER" USING CIPHER-FUNCTION ACCT-KEY-ID
               CLEAR-ACCOUNT-NUMBER ACCT-NUMBER ACCOUNT-LAST-FOUR
               CIPHER-STATUS
           IF CIPHER-STATUS NOT = '0'
               ADD 1 TO PRENOTES-HELD
               MOVE "WRITE-ONE-PRENOTE" TO EXC-SOURCE-PARAGRAPH
               MOVE SPACES TO EXC-DESCRIPTION
               STRING "PRENOTE HELD " ACCT-EMP-ID " ...."
                   ACCT-NUMBER-LAST4 ": KEY " ACCT-KEY-ID
                   DELIMITED BY SIZE INTO EXC-DESCRIPTION
               MOVE 'C' TO EXC-SEVERITY
               PERFORM WRITE-EXCEPTION-SUMMARY-LINE
           ELSE
               MOVE SPACES TO PRENOTE-RECORD
               MOVE "P" TO PRE-RECORD-TYPE
               MOVE ACCT-EMP-ID TO PRE-EMP-ID
               MOVE ACCT-BANK-CODE TO PRE-BANK-CODE
               MOVE CLEAR-ACCOUNT-NUMBER TO PRE-ACCOUNT
               MOVE ZERO TO PRE-AMOUNT
               WRITE PRENOTE-RECORD
               ADD 1 TO PRENOTES-WRITTEN
               MOVE TODAYS-DATE-N TO ACCT-PRENOTE-DATE
               REWRITE BANK-ACCOUNT-RECORD
           END-IF
       .

      *>  Appends "source program, paragraph, description" to the
      *>  shared job-level EXCEPTION-SUMMARY file, opened and closed
      *>  per call the same way Assignment-2 does.
