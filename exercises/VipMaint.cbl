            END-PERFORM

            CLOSE VIP-AUDIT-LOG
      *>  GOBACK instead of STOP RUN so the operator launcher menu
      *>  (Assignment-3) can CALL this and get its session back.
            GOBACK.

      *>  Rows from the old name-only list read back with spaces in
      *>  the date columns; they stay always-effective until someone
