            END-PERFORM

            CLOSE KEY-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LOAD-KEY-TABLE.
           MOVE 0 TO KEY-COUNT
