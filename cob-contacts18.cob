         01 WS-CONFHIT PIC 9 VALUE ZERO.
         01 WS-CONFTABLE.
           05 WS-CONF-CKEY PIC 9(7) OCCURS 9999 TIMES.
         01 WS-ERASEDCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ERASEDIX PIC 9(4) VALUE ZERO.
         01 WS-ERASEDHIT PIC 9(4) VALUE ZERO.
         01 WS-ERASEDTABLE.
           05 WS-ERASEDENTRY OCCURS 999 TIMES.
             10 WS-ERA-CKEY PIC 9(7).
             10 WS-ERA-STAMP PIC 9(14).
         01 WS-ENTRYSTAMP.
           05 WS-ENTRYDATE PIC 9(8).
           05 WS-ENTRYTIME PIC 9(6).
         01 WS-RETURNFD.
           COPY CONTACTWS
             REPLACING ==WS-CKEY==   BY ==RT-CKEY==
       END-IF.

       PERFORM 0000LOADCONFLICTKEYS.
       PERFORM 0000LOADERASEDKEYS.

       OPEN INPUT RETURNFILE.
       IF WS-RETURNSTATUS NOT = "00"
         MOVE AUD-CKEY TO WS-CONF-CKEY(WS-CONFCOUNT)
       END-IF.

      * A contact erased under the privacy procedure (cob-contacts20)
      * must never come back from the CRM's copy, however old the
      * erasure. Its ERASE tombstone is looked for through the whole
      * history, not just the weeks since the extract. An ADD,
      * RESTORE or REINSTATE of the same Contact ID after the
      * erasure means the ID was reissued after a Delete ALL, so the
      * key is a different person and is no longer treated as erased.
       0000LOADERASEDKEYS.

       MOVE 0 TO WS-ERASEDCOUNT.
       OPEN INPUT ARXFILE.
       IF WS-ARXSTATUS = "00" OR WS-ARXSTATUS = "05"
         PERFORM UNTIL WS-ARXEOF = 1
           READ ARXFILE
             AT END MOVE 1 TO WS-ARXEOF
             NOT AT END PERFORM 0000LOADERASEDARCHIVE
           END-READ
         END-PERFORM
         CLOSE ARXFILE
       END-IF.
       MOVE 0 TO WS-ARXEOF.

       OPEN INPUT AUDITFILE.
       IF WS-AUDITSTATUS = "00"
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ AUDITFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END PERFORM 0000NOTEERASEDKEY
           END-READ
         END-PERFORM
         CLOSE AUDITFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       0000LOADERASEDARCHIVE.

       MOVE ARX-FILENAME TO WS-ARCFILENAME.
       OPEN INPUT ARCFILE.
       IF WS-ARCSTATUS NOT = "00"
         DISPLAY "!ERROR ARCHIVE FILE NOT FOUND: " WS-ARCFILENAME "!"
         MOVE 8 TO RETURN-CODE
       ELSE
         PERFORM UNTIL WS-ARCEOF = 1
           READ ARCFILE
             AT END MOVE 1 TO WS-ARCEOF
             NOT AT END
               MOVE ARCREC TO AUDITREC
               PERFORM 0000NOTEERASEDKEY
           END-READ
         END-PERFORM
         CLOSE ARCFILE
       END-IF.
       MOVE 0 TO WS-ARCEOF.

       0000NOTEERASEDKEY.

       MOVE AUD-DATE TO WS-ENTRYDATE.
       MOVE AUD-TIME(1:6) TO WS-ENTRYTIME.
       MOVE 0 TO WS-ERASEDHIT.
       PERFORM VARYING WS-ERASEDIX FROM 1 BY 1
           UNTIL WS-ERASEDIX > WS-ERASEDCOUNT OR WS-ERASEDHIT > 0
         IF WS-ERA-CKEY(WS-ERASEDIX) = AUD-CKEY
           MOVE WS-ERASEDIX TO WS-ERASEDHIT
         END-IF
       END-PERFORM.
       EVALUATE AUD-OPERATION
         WHEN "ERASE"
           IF WS-ERASEDHIT = 0
             IF WS-ERASEDCOUNT = 999
               DISPLAY "!ERROR MORE THAN 999 ERASED CONTACTS!"
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ERASEDCOUNT
             MOVE WS-ERASEDCOUNT TO WS-ERASEDHIT
             MOVE AUD-CKEY TO WS-ERA-CKEY(WS-ERASEDHIT)
           END-IF
           MOVE WS-ENTRYSTAMP TO WS-ERA-STAMP(WS-ERASEDHIT)
         WHEN "ADD"
         WHEN "RESTORE"
         WHEN "REINSTATE"
           IF WS-ERASEDHIT > 0
             IF WS-ENTRYSTAMP > WS-ERA-STAMP(WS-ERASEDHIT)
               MOVE 0 TO WS-ERA-STAMP(WS-ERASEDHIT)
             END-IF
           END-IF
       END-EVALUATE.

       0000APPLYONEROW.

       MOVE RT-RECORD TO WS-RETURNFD.

       0000APPLYCHECKCONFLICT.

       MOVE 0 TO WS-ERASEDHIT.
       PERFORM VARYING WS-ERASEDIX FROM 1 BY 1
           UNTIL WS-ERASEDIX > WS-ERASEDCOUNT OR WS-ERASEDHIT > 0
         IF WS-ERA-CKEY(WS-ERASEDIX) = RT-CKEY
             AND WS-ERA-STAMP(WS-ERASEDIX) > 0
           MOVE WS-ERASEDIX TO WS-ERASEDHIT
         END-IF
       END-PERFORM.
       MOVE 0 TO WS-CONFHIT.
       PERFORM VARYING WS-CONFIX FROM 1 BY 1
           UNTIL WS-CONFIX > WS-CONFCOUNT OR WS-CONFHIT = 1
           MOVE 1 TO WS-CONFHIT
         END-IF
       END-PERFORM.
       IF WS-ERASEDHIT > 0
         MOVE "ERASED-CONTACT" TO WS-EXCREASON
         PERFORM 0000WRITEEXCEPTION
       ELSE
         IF WS-CONFHIT = 1
           MOVE "CHANGED-LOCALLY" TO WS-EXCREASON
           PERFORM 0000WRITEEXCEPTION
         ELSE
           IF RT-OP = "A"
             PERFORM 0000APPLYADD
           ELSE
             PERFORM 0000APPLYUPDATE
           END-IF
         END-IF
       END-IF.

