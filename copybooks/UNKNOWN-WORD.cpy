      *>****************************************************************
      *> One row of UNKWORDS.DAT, the unknown-word log: every word
      *> SPELL-SUGGEST is asked to check with function 'L' that is not
      *> in the WORDLIST.DAT dictionary is appended here with the
      *> field it came from, the day it was seen and the closest
      *> suggestion offered (blank when there was none). The weekly
      *> SPELL-REPORT counts the rows by word so the dictionary can be
      *> extended or the entries corrected, then starts the log over.
      *> COPY it into WORKING-STORAGE and READ the log INTO it.
      *>****************************************************************
       01 UNKNOWN-WORD-RECORD.
           05 UNK-WORD             PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 UNK-SOURCE           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 UNK-DATE             PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 UNK-SUGGESTION       PIC X(10).
