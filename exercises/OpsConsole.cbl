       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 SCH-STEP-NAME-IN   PIC X(15).
           05 FILLER             PIC X(90).

       FD  JOB-STATE-FILE.
       01  JOB-STATE-RECORD.

       01 STEP-COUNT           PIC 9(02) VALUE 0.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 60 TIMES.
               10 CON-STEP-NAME PIC X(15).
               10 CON-STATE     PIC X(07).
               10 CON-STAMPS    PIC X(30).
                   END-READ
                   IF NOT NO-MORE-SCHEDULE-ROWS
                   AND SCH-STEP-NAME-IN NOT = SPACES
                   AND STEP-COUNT < 60
                       ADD 1 TO STEP-COUNT
                       MOVE SCH-STEP-NAME-IN
                           TO CON-STEP-NAME(STEP-COUNT)

      *>  Step-log lines carry the step name, both timestamps and
      *>  the return code; a nonzero code marks the step FAILED and
      *>  the stamps ride onto the page either way. A step whose
      *>  inbound file never arrived, or whose prerequisite's did
      *>  not, shows LATE.
       MARK-STEP-LOG-RESULTS.
           OPEN INPUT NIGHTLY-CONTROL-LOG
           IF NOT NO-CONTROL-LOG
                                       CON-STATE(STEP-INDEX)
                               END-IF
                           END-IF
                           IF CON-STEP-NAME(STEP-INDEX)
                               = LOG-STEP-NAME
                           AND (NIGHTLY-CONTROL-LOG-LINE(17:12)
                               = "LATE-SKIPPED"
                               OR NIGHTLY-CONTROL-LOG-LINE(40:12)
                               = "LATE-SKIPPED")
                               MOVE "LATE" TO CON-STATE(STEP-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
