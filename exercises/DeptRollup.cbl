       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-ROLLUP.
      *>  Shared department roll-up, callable in the style of
      *>  DATE-ARITH, so every report that breaks by department can
      *>  also total by division the same way. DEPTREF.DAT carries
      *>  each department's parent department (DEPT-CODE-MAINT keeps
      *>  it loop-free); this hands back the chain of departments a
      *>  code rolls up into, nearest parent first, for the caller to
      *>  add the department's figures into each. The reference table
      *>  is read on the first call and kept for the run.
      *>
      *>  USING: LS-DEPT-CODE       the department to roll up
      *>         LS-ANCESTOR-COUNT  how many departments it rolls
      *>                            up into (zero for a top-level or
      *>                            unknown department)
      *>         LS-ANCESTOR-LIST   those codes, nearest parent
      *>                            first, up to twenty
      *>         LS-ROLLUP-STATUS   '0' ok, '1' code not on
      *>                            DEPTREF.DAT, '2' chain cut short
      *>                            by a loop or a depth past twenty,
      *>                            'N' no DEPTREF.DAT on file
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-REF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           05 DEPT-CODE-REF    PIC X(04).
           05 DEPT-NAME-REF    PIC X(20).
           05 DEPT-MANAGER-REF PIC X(06).
           05 DEPT-PARENT-REF  PIC X(04).

       WORKING-STORAGE SECTION.
       01 DEPT-REF-FILE-STATUS PIC XX.
          88 NO-DEPT-REF-FILE  VALUE "35".
          88 NO-MORE-DEPT-REFS VALUE "10".
       01 TABLE-STATE-FLAG     PIC X VALUE 'N'.
          88 TABLE-IS-LOADED   VALUE 'L' 'M'.
          88 TABLE-FILE-MISSING VALUE 'M'.

       01 DEPT-REF-COUNT       PIC 9(03) VALUE 0.
       01 DEPT-REF-TABLE.
           05 DEPT-REF-ENTRY OCCURS 50 TIMES.
               10 DEPT-REF-CODE   PIC X(04).
               10 DEPT-REF-PARENT PIC X(04).
       01 DEPT-REF-INDEX       PIC 9(03).
       01 DEPT-FOUND-INDEX     PIC 9(03).
       01 CHAIN-CODE           PIC X(04).
       01 CHAIN-DONE-FLAG      PIC X VALUE 'N'.
          88 CHAIN-DONE        VALUE 'Y'.
       01 ANCESTOR-INDEX       PIC 9(02).

       LINKAGE SECTION.
       01 LS-DEPT-CODE         PIC X(04).
       01 LS-ANCESTOR-COUNT    PIC 9(02).
       01 LS-ANCESTOR-LIST.
           05 LS-ANCESTOR-CODE PIC X(04) OCCURS 20 TIMES.
       01 LS-ROLLUP-STATUS     PIC X.

       PROCEDURE DIVISION USING LS-DEPT-CODE LS-ANCESTOR-COUNT
                                LS-ANCESTOR-LIST LS-ROLLUP-STATUS.
       MAIN-PROCEDURE.
           IF NOT TABLE-IS-LOADED
               PERFORM LOAD-DEPT-PARENTS
           END-IF
           MOVE 0 TO LS-ANCESTOR-COUNT
           MOVE SPACES TO LS-ANCESTOR-LIST
           MOVE '0' TO LS-ROLLUP-STATUS
           IF TABLE-FILE-MISSING
               MOVE 'N' TO LS-ROLLUP-STATUS
           ELSE
               MOVE LS-DEPT-CODE TO CHAIN-CODE
               PERFORM FIND-CHAIN-CODE
               IF DEPT-FOUND-INDEX = 0
                   MOVE '1' TO LS-ROLLUP-STATUS
               ELSE
                   PERFORM WALK-PARENT-CHAIN
               END-IF
           END-IF
           GOBACK.

      *>  Climbs parent by parent until a department with no parent,
      *>  or a parent code no longer on the table. Meeting the
      *>  starting code, or a code already in the chain, means the
      *>  table holds a loop; the chain stops there rather than
      *>  spin.
       WALK-PARENT-CHAIN.
           MOVE 'N' TO CHAIN-DONE-FLAG
           PERFORM UNTIL CHAIN-DONE
               MOVE DEPT-REF-PARENT(DEPT-FOUND-INDEX) TO CHAIN-CODE
               IF CHAIN-CODE = SPACES
                   SET CHAIN-DONE TO TRUE
               ELSE
                   PERFORM FIND-CHAIN-CODE
                   EVALUATE TRUE
                       WHEN DEPT-FOUND-INDEX = 0
                           SET CHAIN-DONE TO TRUE
                       WHEN CHAIN-CODE = LS-DEPT-CODE
                           MOVE '2' TO LS-ROLLUP-STATUS
                           SET CHAIN-DONE TO TRUE
                       WHEN LS-ANCESTOR-COUNT >= 20
                           MOVE '2' TO LS-ROLLUP-STATUS
                           SET CHAIN-DONE TO TRUE
                       WHEN OTHER
                           PERFORM VARYING ANCESTOR-INDEX FROM 1 BY 1
                           UNTIL ANCESTOR-INDEX > LS-ANCESTOR-COUNT
                               IF LS-ANCESTOR-CODE(ANCESTOR-INDEX)
                                   = CHAIN-CODE
                                   MOVE '2' TO LS-ROLLUP-STATUS
                                   SET CHAIN-DONE TO TRUE
                               END-IF
                           END-PERFORM
                           IF NOT CHAIN-DONE
                               ADD 1 TO LS-ANCESTOR-COUNT
                               MOVE CHAIN-CODE TO
                                   LS-ANCESTOR-CODE(LS-ANCESTOR-COUNT)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
       .

       FIND-CHAIN-CODE.
           MOVE 0 TO DEPT-FOUND-INDEX
           PERFORM VARYING DEPT-REF-INDEX FROM 1 BY 1
           UNTIL DEPT-REF-INDEX > DEPT-REF-COUNT
               IF DEPT-REF-CODE(DEPT-REF-INDEX) = CHAIN-CODE
                   MOVE DEPT-REF-INDEX TO DEPT-FOUND-INDEX
               END-IF
           END-PERFORM
       .

       LOAD-DEPT-PARENTS.
           MOVE 0 TO DEPT-REF-COUNT
           OPEN INPUT DEPT-REF-FILE
           IF NO-DEPT-REF-FILE
               MOVE 'M' TO TABLE-STATE-FLAG
           ELSE
               MOVE 'L' TO TABLE-STATE-FLAG
               PERFORM UNTIL NO-MORE-DEPT-REFS
                   READ DEPT-REF-FILE
                       AT END SET NO-MORE-DEPT-REFS TO TRUE
                   END-READ
                   IF NOT NO-MORE-DEPT-REFS
                   AND DEPT-CODE-REF NOT = SPACES
                   AND DEPT-REF-COUNT < 50
                       ADD 1 TO DEPT-REF-COUNT
                       MOVE DEPT-CODE-REF
                           TO DEPT-REF-CODE(DEPT-REF-COUNT)
                       MOVE DEPT-PARENT-REF
                           TO DEPT-REF-PARENT(DEPT-REF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF
       .

       END PROGRAM DEPT-ROLLUP.
