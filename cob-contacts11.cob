         MOVE WS-CHANGECOUNT TO WS-CHANGEHIT
         MOVE AUD-CKEY TO WS-CHG-CKEY(WS-CHANGEHIT)
       END-IF.
      * An EDIT must not hide an earlier ADD, RESTORE or REINSTATE in
      * the same window - the CRM has never seen the key, so the
      * contact has to go over as an add, not an update. A DELETE or
      * an archive-out always wins.
       IF WS-CHG-OP(WS-CHANGEHIT) = "ADD"
           OR WS-CHG-OP(WS-CHANGEHIT) = "RESTORE"
           OR WS-CHG-OP(WS-CHANGEHIT) = "REINSTATE"
         IF AUD-OPERATION = "DELETE"
             OR AUD-OPERATION = "DELETEALL"
             OR AUD-OPERATION = "ARCHIVE"
           MOVE AUD-OPERATION TO WS-CHG-OP(WS-CHANGEHIT)
         END-IF
       ELSE

       IF WS-CHG-OP(WS-CHANGEIX) = "ADD"
           OR WS-CHG-OP(WS-CHANGEIX) = "RESTORE"
           OR WS-CHG-OP(WS-CHANGEIX) = "REINSTATE"
         MOVE "A" TO EXT-OP
         ADD 1 TO WS-ADDCOUNT
       ELSE
