      *>  with totals, so the quarterly management numbers stop being
      *>  an ops eyeball over the raw indexed file. Terminated
      *>  records are excluded like every other consumer of the
      *>  master. The by-department counts are also rolled up the
      *>  organization through the shared DEPT-ROLLUP subprogram, so
      *>  every parent department shows its whole division's count.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  fields needed here are sliced out of the images by their
      *>  fixed offsets in EMPLOYEE-MASTER.cpy.
       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-LINE PIC X(341).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE   PIC X(80).
       01 DEPT-REF-INDEX       PIC 9(03).
       01 DEPT-NAME-FOUND      PIC X(20).

      *>  Division roll-up: each department's count added into its
      *>  own row and every department above it, as DEPT-ROLLUP
      *>  hands back the parent chain. Only rows with departments
      *>  under them are printed - a leaf's roll-up is its own count.
       01 ROLLUP-COUNT         PIC 9(03) VALUE 0.
       01 ROLLUP-TABLE.
           05 ROLLUP-ENTRY OCCURS 50 TIMES.
               10 ROLLUP-CODE     PIC X(04).
               10 ROLLUP-HEADS    PIC 9(05).
               10 ROLLUP-PARENT-FLAG PIC X(01).
                  88 ROLLUP-HAS-CHILDREN VALUE 'Y'.
       01 ROLLUP-INDEX         PIC 9(03).
       01 ROLLUP-WORK-CODE     PIC X(04).
       01 ROLLUP-DIVISIONS     PIC 9(03) VALUE 0.
      *>  DEPT-ROLLUP call set.
       01 ROLLUP-DEPT-CODE     PIC X(04).
       01 ROLLUP-ANCESTOR-COUNT PIC 9(02).
       01 ROLLUP-ANCESTORS.
           05 ROLLUP-ANCESTOR  PIC X(04) OCCURS 20 TIMES.
       01 ROLLUP-STATUS        PIC X.
       01 ANCESTOR-INDEX       PIC 9(02).

      *>  Month-over-month movement: the prior snapshot gives the
      *>  starting count, the month's EMPHIST.DAT rows give joiners
      *>  (WRITE of a new id), leavers (a REWRITE whose new image
           END-PERFORM
       .

      *>  Adds each department's count into its own roll-up row and
      *>  the row of every department it rolls up into.
       BUILD-DIVISION-ROLLUP.
           MOVE 0 TO ROLLUP-COUNT
           MOVE 0 TO ROLLUP-DIVISIONS
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
           UNTIL DEPT-INDEX > DEPT-TALLY-COUNT
               MOVE DEPT-TALLY-CODE(DEPT-INDEX) TO ROLLUP-WORK-CODE
               PERFORM FIND-ROLLUP-ROW
               ADD DEPT-TALLY-COUNT-N(DEPT-INDEX)
                   TO ROLLUP-HEADS(ROLLUP-INDEX)
               MOVE DEPT-TALLY-CODE(DEPT-INDEX) TO ROLLUP-DEPT-CODE
               CALL "DEPT-ROLLUP" USING ROLLUP-DEPT-CODE
                   ROLLUP-ANCESTOR-COUNT ROLLUP-ANCESTORS ROLLUP-STATUS
               PERFORM VARYING ANCESTOR-INDEX FROM 1 BY 1
               UNTIL ANCESTOR-INDEX > ROLLUP-ANCESTOR-COUNT
                   MOVE ROLLUP-ANCESTOR(ANCESTOR-INDEX)
                       TO ROLLUP-WORK-CODE
                   PERFORM FIND-ROLLUP-ROW
                   ADD DEPT-TALLY-COUNT-N(DEPT-INDEX)
                       TO ROLLUP-HEADS(ROLLUP-INDEX)
                   IF NOT ROLLUP-HAS-CHILDREN(ROLLUP-INDEX)
                       ADD 1 TO ROLLUP-DIVISIONS
                       SET ROLLUP-HAS-CHILDREN(ROLLUP-INDEX) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
       .

      *>  Leaves ROLLUP-INDEX on ROLLUP-WORK-CODE's row, starting the
      *>  row at zero the first time; past the table's end the last
      *>  row takes the overflow.
       FIND-ROLLUP-ROW.
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
                   MOVE 0 TO ROLLUP-HEADS(ROLLUP-INDEX)
                   MOVE 'N' TO ROLLUP-PARENT-FLAG(ROLLUP-INDEX)
               ELSE
                   MOVE 50 TO ROLLUP-INDEX
               END-IF
           END-IF
       .

       LOOKUP-ROLLUP-NAME.
           MOVE SPACES TO DEPT-NAME-FOUND
           PERFORM VARYING DEPT-REF-INDEX FROM 1 BY 1
           UNTIL DEPT-REF-INDEX > DEPT-REF-COUNT
               IF DEPT-REF-CODE(DEPT-REF-INDEX)
                   = ROLLUP-CODE(ROLLUP-INDEX)
                   MOVE DEPT-REF-NAME(DEPT-REF-INDEX)
                       TO DEPT-NAME-FOUND
               END-IF
           END-PERFORM
       .

       TALLY-AGE-BAND.
           EVALUATE TRUE
               WHEN MASTER-AGE < 25
               PERFORM WRITE-CSV-TALLY-ROW
           END-PERFORM

           PERFORM BUILD-DIVISION-ROLLUP
           MOVE SPACES TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE "HEADCOUNT ROLLED UP BY DIVISION"
               TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           PERFORM VARYING ROLLUP-INDEX FROM 1 BY 1
           UNTIL ROLLUP-INDEX > ROLLUP-COUNT
               IF ROLLUP-HAS-CHILDREN(ROLLUP-INDEX)
                   PERFORM LOOKUP-ROLLUP-NAME
                   MOVE ROLLUP-HEADS(ROLLUP-INDEX) TO COUNT-EDIT
                   MOVE SPACES TO REPORT-WORK-LINE
                   STRING "  " ROLLUP-CODE(ROLLUP-INDEX)
                       " " DEPT-NAME-FOUND ": " COUNT-EDIT
                       DELIMITED BY SIZE INTO REPORT-WORK-LINE
                   PERFORM WRITE-WORK-LINE
                   MOVE "DIVISION" TO CSV-SECTION-WORK
                   MOVE ROLLUP-CODE(ROLLUP-INDEX) TO CSV-LABEL-WORK
                   PERFORM WRITE-CSV-TALLY-ROW
               END-IF
           END-PERFORM
           IF ROLLUP-DIVISIONS = 0
               MOVE "  NO PARENT DEPARTMENTS ON DEPTREF.DAT"
                   TO HEADCOUNT-REPORT-LINE
               WRITE HEADCOUNT-REPORT-LINE
           END-IF

           MOVE SPACES TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE TOTAL-HEADCOUNT TO COUNT-EDIT
