                PERFORM REWRITE-ALERT-FILE
                DISPLAY "ALERT-ACK: " ACKED-NOW " ACKNOWLEDGED"
            END-IF
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

       LOAD-ALERT-TABLE.
           MOVE 0 TO ALERT-COUNT
