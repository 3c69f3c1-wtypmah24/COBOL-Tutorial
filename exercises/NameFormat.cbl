       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-FORMAT.
      *>  Shared employee name layout, callable in the style of
      *>  DATE-ARITH, so every report, slip and letter prints a name
      *>  from the master's surname / given / preferred fields the
      *>  same way instead of each program stringing its own.
      *>
      *>  USING: LS-FUNCTION       'R' = report form, "SURNAME, GIVEN"
      *>                                 - sorts and reads by surname
      *>                           'A' = address form, "GIVEN SURNAME"
      *>                                 - legal names, for address
      *>                                 blocks and payees
      *>                           'P' = salutation, the preferred
      *>                                 name, else the given name,
      *>                                 else the surname
      *>                           'S' = split a single old-style name
      *>                                 held in LS-RESULT into
      *>                                 LS-SURNAME / LS-GIVEN-NAME:
      *>                                 the first word is the given
      *>                                 name, the rest the surname; a
      *>                                 one-word name is taken as the
      *>                                 surname alone
      *>         LS-SURNAME        PIC X(20)
      *>         LS-GIVEN-NAME     PIC X(15)
      *>         LS-PREFERRED-NAME PIC X(15)
      *>         LS-RESULT         PIC X(40), the built name (or the
      *>                           name to split, for 'S')
      *>         LS-NAME-STATUS    '0' ok, '1' unknown function,
      *>                           '2' one-word name split to the
      *>                           surname only
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 SPLIT-SOURCE         PIC X(40).
       01 SPLIT-FIRST-WORD     PIC X(40).
       01 SPLIT-POINTER        PIC 9(03).
       01 SPLIT-REST           PIC X(40).

       LINKAGE SECTION.
       01 LS-FUNCTION          PIC X.
       01 LS-SURNAME           PIC X(20).
       01 LS-GIVEN-NAME        PIC X(15).
       01 LS-PREFERRED-NAME    PIC X(15).
       01 LS-RESULT            PIC X(40).
       01 LS-NAME-STATUS       PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION LS-SURNAME LS-GIVEN-NAME
                                LS-PREFERRED-NAME LS-RESULT
                                LS-NAME-STATUS.
       MAIN-PROCEDURE.
           MOVE '0' TO LS-NAME-STATUS
           EVALUATE LS-FUNCTION
               WHEN 'R'
                   PERFORM BUILD-REPORT-NAME
               WHEN 'A'
                   PERFORM BUILD-ADDRESS-NAME
               WHEN 'P'
                   PERFORM BUILD-SALUTATION-NAME
               WHEN 'S'
                   PERFORM SPLIT-SINGLE-NAME
               WHEN OTHER
                   MOVE SPACES TO LS-RESULT
                   MOVE '1' TO LS-NAME-STATUS
           END-EVALUATE
           GOBACK.

      *>  Names carry single embedded spaces ("VAN DYKE"), so each
      *>  part is taken up to its first double space.
       BUILD-REPORT-NAME.
           MOVE SPACES TO LS-RESULT
           IF LS-GIVEN-NAME = SPACES
               MOVE LS-SURNAME TO LS-RESULT
           ELSE
               STRING LS-SURNAME DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   LS-GIVEN-NAME DELIMITED BY "  "
                   INTO LS-RESULT
           END-IF
       .

       BUILD-ADDRESS-NAME.
           MOVE SPACES TO LS-RESULT
           IF LS-GIVEN-NAME = SPACES
               MOVE LS-SURNAME TO LS-RESULT
           ELSE
               STRING LS-GIVEN-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   LS-SURNAME DELIMITED BY "  "
                   INTO LS-RESULT
           END-IF
       .

       BUILD-SALUTATION-NAME.
           MOVE SPACES TO LS-RESULT
           EVALUATE TRUE
               WHEN LS-PREFERRED-NAME NOT = SPACES
                   MOVE LS-PREFERRED-NAME TO LS-RESULT
               WHEN LS-GIVEN-NAME NOT = SPACES
                   MOVE LS-GIVEN-NAME TO LS-RESULT
               WHEN OTHER
                   MOVE LS-SURNAME TO LS-RESULT
           END-EVALUATE
       .

       SPLIT-SINGLE-NAME.
           MOVE LS-RESULT TO SPLIT-SOURCE
           MOVE SPACES TO LS-SURNAME
           MOVE SPACES TO LS-GIVEN-NAME
           MOVE SPACES TO SPLIT-FIRST-WORD
           MOVE SPACES TO SPLIT-REST
           MOVE 1 TO SPLIT-POINTER
           IF SPLIT-SOURCE NOT = SPACES
               PERFORM UNTIL SPLIT-SOURCE(SPLIT-POINTER:1) NOT = SPACE
                   ADD 1 TO SPLIT-POINTER
               END-PERFORM
               UNSTRING SPLIT-SOURCE DELIMITED BY ALL SPACE
                   INTO SPLIT-FIRST-WORD
                   WITH POINTER SPLIT-POINTER
               END-UNSTRING
               IF SPLIT-POINTER <= 40
                   MOVE SPLIT-SOURCE(SPLIT-POINTER:) TO SPLIT-REST
               END-IF
               IF SPLIT-REST = SPACES
                   MOVE SPLIT-FIRST-WORD TO LS-SURNAME
                   MOVE '2' TO LS-NAME-STATUS
               ELSE
                   MOVE SPLIT-FIRST-WORD TO LS-GIVEN-NAME
                   MOVE SPLIT-REST TO LS-SURNAME
               END-IF
           END-IF
       .

       END PROGRAM NAME-FORMAT.
