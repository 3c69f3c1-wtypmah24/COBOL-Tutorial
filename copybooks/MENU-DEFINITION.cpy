      *>****************************************************************
      *> One row of MENUDEF.DAT, the operator launcher's menu. Ops keep
      *> one line per entry: the number the operator types, the
      *> OPERATOR.DAT function letter an operator must carry to see
      *> the entry (blank shows it to everyone who reaches the menu),
      *> the PROGRAM-ID the launcher CALLs, and the label shown. A
      *> program of *1 through *5 names one of the menu's own built-in
      *> options instead of a separate program. A line whose entry
      *> number is not numeric is ignored, so ops can keep comment
      *> lines in the file. COPY it under the menu file's FD.
      *>****************************************************************
       01 MENU-DEFINITION-RECORD.
           05 MD-ENTRY-NUMBER      PIC 9(02).
           05 FILLER               PIC X(01).
           05 MD-FUNCTION-LETTER   PIC X(01).
           05 FILLER               PIC X(01).
           05 MD-PROGRAM           PIC X(20).
           05 FILLER               PIC X(01).
           05 MD-LABEL             PIC X(40).
