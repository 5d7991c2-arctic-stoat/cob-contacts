         01 WS-RESTOREDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-APPLIEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-SKIPPEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-ERASEDSKIPPED PIC 9(6) VALUE ZERO.
         01 WS-ERASEDCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ERASEDIX PIC 9(4) VALUE ZERO.
         01 WS-ERASEDHIT PIC 9(4) VALUE ZERO.
         01 WS-ERASEDTABLE.
           05 WS-ERASEDENTRY OCCURS 999 TIMES.
             10 WS-ERA-CKEY PIC 9(7).
             10 WS-ERA-STAMP PIC 9(14).
         01 WS-BACKUPSTAMP.
           05 WS-BACKUPDATE PIC 9(8).
           05 WS-BACKUPTIME PIC 9(6).
         STOP RUN
       END-IF.

       PERFORM 0000LOADERASEDKEYS.

       DISPLAY "Replacing cob-contacts01.dat with the backup ...".

       DELETE FILE

       DISPLAY WS-RESTOREDCOUNT " contact(s) restored from "
           WS-BACKUPFILENAME.
       IF WS-ERASEDSKIPPED > 0
         DISPLAY WS-ERASEDSKIPPED " erased contact(s) in the backup"
             " left out."
       END-IF.
       DISPLAY "Rolling forward through the audit archives and "
           "cob-contacts01.log".
       DISPLAY "to " WS-CUTOFFDATE " " WS-CUTOFFTIME " ...".
       IF CKEY > WS-MAXCKEY
         MOVE CKEY TO WS-MAXCKEY
       END-IF.
       PERFORM 0000CHECKERASEDKEY.
       IF WS-ERASEDHIT > 0
         ADD 1 TO WS-ERASEDSKIPPED
       ELSE
         WRITE DATAFILEFD
           INVALID KEY
             DISPLAY "!ERROR SKIPPING DUPLICATE CONTACT ID: " BK-CKEY
           NOT INVALID KEY
             ADD 1 TO WS-RESTOREDCOUNT
         END-WRITE
       END-IF.

      * A backup taken before a privacy erasure (cob-contacts20)
      * still holds the person. The ERASE tombstones are collected
      * from the whole history up front - whatever the cutoff - and
      * a backup row whose Contact ID was erased after the backup
      * was taken is left out. An erasure from before the backup
      * means the ID was reissued after a Delete ALL, so that row
      * is a different person and loads normally.
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

       IF AUD-OPERATION = "ERASE"
         MOVE AUD-DATE TO WS-ENTRYDATE
         MOVE AUD-TIME(1:6) TO WS-ENTRYTIME
         MOVE 0 TO WS-ERASEDHIT
         PERFORM VARYING WS-ERASEDIX FROM 1 BY 1
             UNTIL WS-ERASEDIX > WS-ERASEDCOUNT OR WS-ERASEDHIT > 0
           IF WS-ERA-CKEY(WS-ERASEDIX) = AUD-CKEY
             MOVE WS-ERASEDIX TO WS-ERASEDHIT
           END-IF
         END-PERFORM
         IF WS-ERASEDHIT = 0
           IF WS-ERASEDCOUNT = 999
             DISPLAY "!ERROR MORE THAN 999 ERASED CONTACTS!"
             STOP RUN
           END-IF
           ADD 1 TO WS-ERASEDCOUNT
           MOVE WS-ERASEDCOUNT TO WS-ERASEDHIT
           MOVE AUD-CKEY TO WS-ERA-CKEY(WS-ERASEDHIT)
         END-IF
         MOVE WS-ENTRYSTAMP TO WS-ERA-STAMP(WS-ERASEDHIT)
       END-IF.

       0000CHECKERASEDKEY.

       MOVE 0 TO WS-ERASEDHIT.
       PERFORM VARYING WS-ERASEDIX FROM 1 BY 1
           UNTIL WS-ERASEDIX > WS-ERASEDCOUNT OR WS-ERASEDHIT > 0
         IF WS-ERA-CKEY(WS-ERASEDIX) = CKEY
             AND WS-ERA-STAMP(WS-ERASEDIX) > WS-BACKUPSTAMP
           MOVE WS-ERASEDIX TO WS-ERASEDHIT
         END-IF
       END-PERFORM.

       0000RECOVERAPPLYROW.


       0000RECOVERAPPLYENTRY.

      * An erased contact's entries keep their operation, Contact ID
      * and status but have no name or other personal data, so there
      * is nothing to write back; the ERASE tombstone itself takes
      * the contact out again.
       EVALUATE AUD-OPERATION
         WHEN "ADD"
         WHEN "RESTORE"
         WHEN "REINSTATE"
         WHEN "EDIT"
           MOVE AUD-AFTER TO WS-AUDITAFTER
           IF WS-AUDA-CNAME = SPACES
             ADD 1 TO WS-ERASEDSKIPPED
           ELSE
             PERFORM 0000RECOVERWRITEAFTER
           END-IF
         WHEN "ERASE"
           MOVE AUD-CKEY TO CKEY
           DELETE DATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO WS-APPLIEDCOUNT
           END-DELETE
         WHEN "DELETE"
         WHEN "DELETEALL"
         WHEN "ARCHIVE"
           MOVE AUD-CKEY TO CKEY
           DELETE DATAFILE
             INVALID KEY
