      * MIT License
      * Copyright (c) 2018 Christer Stig Åke Landstedt
      *
      * Permission is hereby granted, free of charge, to any person obtaining a copy
      * of this software and associated documentation files (the "Software"), to deal
      * in the Software without restriction, including without limitation the rights
      * to use, copy, modify, merge, publish, distribute, sublicense, and/or sell
      * copies of the Software, and to permit persons to whom the Software is
      * furnished to do so, subject to the following conditions:
      *
      * The above copyright notice and this permission notice shall be included in all
      * copies or substantial portions of the Software.
      *
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN THE
      * SOFTWARE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cob-contacts21.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DATAFILE ASSIGN TO "cob-contacts01.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CKEY
             ALTERNATE RECORD KEY IS CNAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS CTEL WITH DUPLICATES
             FILE STATUS IS WS-DATASTATUS.
           SELECT OPTIONAL COMMFILE ASSIGN TO "cob-contacts01.com"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COMM-KEY
             FILE STATUS IS WS-COMMSTATUS.
           SELECT OPTIONAL INTFILE ASSIGN TO "cob-contacts01.int"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INT-KEY
             FILE STATUS IS WS-INTSTATUS.
           SELECT OPTIONAL FLWFILE ASSIGN TO "cob-contacts01.flw"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FLW-KEY
             FILE STATUS IS WS-FLWSTATUS.
           SELECT OPTIONAL KDTFILE ASSIGN TO "cob-contacts01.kdt"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KDT-KEY
             FILE STATUS IS WS-KDTSTATUS.
           SELECT OPTIONAL RELFILE ASSIGN TO "cob-contacts01.rel"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REL-KEY
             FILE STATUS IS WS-RELSTATUS.
           SELECT OPTIONAL LCKFILE ASSIGN TO "cob-contacts01.lck"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LCK-CKEY
             FILE STATUS IS WS-LCKSTATUS.
           SELECT OPTIONAL UNDFILE ASSIGN TO "cob-contacts01.und"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UND-CKEY
             FILE STATUS IS WS-UNDSTATUS.
           SELECT OPTIONAL DORFILE ASSIGN TO "cob-contacts01.dor"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DOR-KEY
             FILE STATUS IS WS-DORSTATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-contacts01.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDITSTATUS.
           SELECT DORREPORTFILE ASSIGN TO "cob-contacts21.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 202 CHARACTERS.
         01 DATAFILEFD.
           COPY CONTACTFD.
         FD COMMFILE
           RECORD CONTAINS 65 CHARACTERS.
         01 COMMFILEFD.
           COPY COMMFD.
         FD INTFILE
           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD FLWFILE
           RECORD CONTAINS 78 CHARACTERS.
         01 FLWFILEFD.
           COPY FLWFD.
         FD KDTFILE
           RECORD CONTAINS 81 CHARACTERS.
         01 KDTFILEFD.
           COPY KDTFD.
         FD RELFILE
           RECORD CONTAINS 24 CHARACTERS.
         01 RELFILEFD.
           COPY RELFD.
         FD LCKFILE
           RECORD CONTAINS 29 CHARACTERS.
         01 LCKFILEFD.
           COPY LCKFD.
         FD UNDFILE
           RECORD CONTAINS 73 CHARACTERS.
         01 UNDFILEFD.
           COPY UNDFD.
         FD DORFILE
           RECORD CONTAINS 222 CHARACTERS.
         01 DORFILEFD.
           COPY DORFD.
         FD AUDITFILE
           RECORD CONTAINS 451 CHARACTERS.
         01 AUDITREC.
           COPY AUDITFD.
         FD DORREPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 DORREPORTREC PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-COMMSTATUS PIC X(02) VALUE SPACES.
         01 WS-INTSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-RELSTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTSTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTEOF PIC 9 VALUE ZERO.
         01 WS-LCKSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-DORSTATUS PIC X(02) VALUE SPACES.
         01 WS-AUDITSTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-COMMEOF PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-FLWEOF PIC 9 VALUE ZERO.
         01 WS-RELEOF PIC 9 VALUE ZERO.
         01 WS-DOREOF PIC 9 VALUE ZERO.
         01 WS-RETAINMONTHS PIC 9(3) VALUE ZERO.
         01 WS-CUTOFFDATE.
           05 WS-CUTOFFYYYY PIC 9(4).
           05 WS-CUTOFFMM PIC 9(2).
           05 WS-CUTOFFDD PIC 9(2).
         01 WS-TOTALMONTHS PIC 9(6) VALUE ZERO.
         01 WS-MONTHQUOT PIC 9(4) VALUE ZERO.
         01 WS-MONTHREM PIC 9(2) VALUE ZERO.
         01 WS-DORMANTOK PIC 9 VALUE ZERO.
         01 WS-ARCHIVEOK PIC 9 VALUE ZERO.
         01 WS-ROWFAILED PIC 9 VALUE ZERO.
         01 WS-TABLEFULL PIC 9 VALUE ZERO.
         01 WS-DORSEQ PIC 9(4) VALUE ZERO.
         01 WS-INACTIVECOUNT PIC 9(6) VALUE ZERO.
         01 WS-ARCHIVEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-KEPTCOUNT PIC 9(6) VALUE ZERO.
         01 WS-COMMMOVED PIC 9(4) VALUE ZERO.
         01 WS-INTMOVED PIC 9(4) VALUE ZERO.
         01 WS-FLWMOVED PIC 9(4) VALUE ZERO.
         01 WS-RELMOVED PIC 9(4) VALUE ZERO.
         01 WS-MIRRORIX PIC 9(4) VALUE ZERO.
         01 WS-MIRRORCOUNT PIC 9(3) VALUE ZERO.
         01 WS-MIRRORTABLE.
           05 WS-MIRROR-CKEY PIC 9(7) OCCURS 999 TIMES.
         01 DATEANDTIME.
           05 CURRENTDATE2.
             10 YYYY PIC 9999.
             10 MM2 PIC 99.
             10 DD2 PIC 99.
           05 CURRENTTIME.
             10 TIMEHH PIC 99.
             10 TIMEMM PIC 99.
             10 TIMESS PIC 99.
             10 TIMEMS PIC 99.
         COPY RUNWS.

       PROCEDURE DIVISION.
       0000DORMANTSTART.

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-COMMEOF.
       MOVE 0 TO WS-INTEOF.
       MOVE 0 TO WS-FLWEOF.
       MOVE 0 TO WS-RELEOF.
       MOVE 0 TO WS-KDTEOF.
       MOVE 0 TO WS-DOREOF.
       MOVE 0 TO WS-RETAINMONTHS.
       MOVE 0 TO WS-INACTIVECOUNT.
       MOVE 0 TO WS-ARCHIVEDCOUNT.
       MOVE 0 TO WS-KEPTCOUNT.
       MOVE 0 TO WS-MIRRORCOUNT.
       MOVE 0 TO WS-TABLEFULL.
       IF RUN-ACTIVE = "Y"
         IF RUN-PARM(1:3) IS NUMERIC
           MOVE RUN-PARM(1:3) TO WS-RETAINMONTHS
         END-IF
       ELSE
         DISPLAY "Month-end archive-out of dormant contacts."
         DISPLAY "Archive inactive contacts with no activity in how"
             " many months? (0 = 24):"
         ACCEPT WS-RETAINMONTHS
       END-IF.
       IF WS-RETAINMONTHS = 0
         MOVE 24 TO WS-RETAINMONTHS
       END-IF.

       ACCEPT CURRENTDATE2 FROM DATE yyyymmdd.
       COMPUTE WS-TOTALMONTHS = YYYY * 12 + MM2 - 1 - WS-RETAINMONTHS.
       DIVIDE WS-TOTALMONTHS BY 12
         GIVING WS-MONTHQUOT REMAINDER WS-MONTHREM.
       MOVE WS-MONTHQUOT TO WS-CUTOFFYYYY.
       ADD 1 WS-MONTHREM GIVING WS-CUTOFFMM.
       MOVE DD2 TO WS-CUTOFFDD.
       IF WS-CUTOFFDD > 28
         MOVE 28 TO WS-CUTOFFDD
       END-IF.

       DISPLAY "Archiving inactive contacts with no activity since "
           WS-CUTOFFYYYY "-" WS-CUTOFFMM "-" WS-CUTOFFDD " ...".

       OPEN I-O DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN I-O DORFILE.
       IF WS-DORSTATUS NOT = "00" AND WS-DORSTATUS NOT = "05"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dor - STATUS "
             WS-DORSTATUS "!"
         CLOSE DATAFILE
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN I-O COMMFILE.
       OPEN I-O INTFILE.
       OPEN I-O FLWFILE.
       OPEN I-O RELFILE.
       OPEN I-O KDTFILE.
       OPEN I-O UNDFILE.
       OPEN INPUT LCKFILE.
       OPEN OUTPUT DORREPORTFILE.

       MOVE "Dormant Contact Archive-Out Listing" TO DORREPORTREC.
       WRITE DORREPORTREC.
       MOVE SPACES TO DORREPORTREC.
       STRING "Inactive contacts with no activity since "
           WS-CUTOFFYYYY "-" WS-CUTOFFMM "-" WS-CUTOFFDD
           " moved to cob-contacts01.dor"
           DELIMITED BY SIZE INTO DORREPORTREC
       END-STRING.
       WRITE DORREPORTREC.
       MOVE SPACES TO DORREPORTREC.
       WRITE DORREPORTREC.
       MOVE "Contact ID Contact                   Methods Inter. Follow"
         TO DORREPORTREC.
       MOVE "Links" TO DORREPORTREC(62:5).
       WRITE DORREPORTREC.
       MOVE "--------------------------------------------------"
         TO DORREPORTREC.
       WRITE DORREPORTREC.

       MOVE 0 TO CKEY.
       START DATAFILE KEY IS NOT LESS THAN CKEY
         INVALID KEY MOVE 1 TO WS-ENDOFFILE
       END-START.
       PERFORM UNTIL WS-ENDOFFILE = 1 OR WS-TABLEFULL = 1
         READ DATAFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             IF CSTATUS = "I"
               ADD 1 TO WS-INACTIVECOUNT
               PERFORM 0000CHECKDORMANT
               IF WS-DORMANTOK = 1
                 PERFORM 0000ARCHIVECONTACT
               ELSE
                 ADD 1 TO WS-KEPTCOUNT
               END-IF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-ENDOFFILE.

       MOVE SPACES TO DORREPORTREC.
       WRITE DORREPORTREC.
       MOVE SPACES TO DORREPORTREC.
       STRING WS-ARCHIVEDCOUNT " contact(s) archived, "
           WS-KEPTCOUNT " inactive contact(s) kept (recent activity,"
           DELIMITED BY SIZE INTO DORREPORTREC
       END-STRING.
       WRITE DORREPORTREC.
       MOVE "open follow-up or contact in use)." TO DORREPORTREC.
       WRITE DORREPORTREC.

       CLOSE DORREPORTFILE.
       CLOSE LCKFILE.
       CLOSE UNDFILE.
       CLOSE KDTFILE.
       CLOSE RELFILE.
       CLOSE FLWFILE.
       CLOSE INTFILE.
       CLOSE COMMFILE.
       CLOSE DORFILE.
       CLOSE DATAFILE.

       DISPLAY WS-ARCHIVEDCOUNT " contact(s) archived, "
           WS-KEPTCOUNT " kept - see cob-contacts21.prt.".
       MOVE WS-ARCHIVEDCOUNT TO RUN-COUNT.
       IF WS-TABLEFULL = 1
         DISPLAY "!ERROR LINK TABLE FULL (999) - RUN STOPPED AT "
             "CONTACT " CKEY "!"
         MOVE 12 TO RETURN-CODE
       END-IF.
       GOBACK.

      * Dormant means: no interaction dated on or after the cutoff,
      * no open follow-up at all and no follow-up falling due on or
      * after the cutoff. A contact a clerk has open today is left
      * for next month.
       0000CHECKDORMANT.

       MOVE 1 TO WS-DORMANTOK.

       MOVE CKEY TO LCK-CKEY.
       READ LCKFILE KEY IS LCK-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF LCK-DATE NOT < CURRENTDATE2
             MOVE 0 TO WS-DORMANTOK
           END-IF
       END-READ.

       MOVE CKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1 OR WS-DORMANTOK = 0
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = CKEY
               IF INT-DATE NOT < WS-CUTOFFDATE
                 MOVE 0 TO WS-DORMANTOK
               END-IF
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

       MOVE CKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1 OR WS-DORMANTOK = 0
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = CKEY
               IF FLW-STATUS = "O"
                   OR FLW-DUEDATE NOT < WS-CUTOFFDATE
                 MOVE 0 TO WS-DORMANTOK
               END-IF
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-FLWEOF.

      * The contact's links are counted first: one with more links
      * than the table holds is left untouched and stops the run.
      * The contact row then goes to the archive: if its key is
      * already taken there the contact stays live and untouched.
      * Every child row is copied across before anything is deleted;
      * only when all of them are in the archive are the live rows
      * removed. If any copy fails, the rows already written to the
      * archive are taken out again and the contact stays live with
      * all of its rows.
       0000ARCHIVECONTACT.

       MOVE 0 TO WS-COMMMOVED.
       MOVE 0 TO WS-INTMOVED.
       MOVE 0 TO WS-FLWMOVED.
       MOVE 0 TO WS-RELMOVED.
       MOVE 0 TO WS-ROWFAILED.
       MOVE 1 TO WS-ARCHIVEOK.
       PERFORM 0000NOTELINKS.
       IF WS-TABLEFULL = 1
         MOVE 0 TO WS-ARCHIVEOK
         ADD 1 TO WS-KEPTCOUNT
         MOVE SPACES TO DORREPORTREC
         STRING CKEY "    " CNAME " KEPT - MORE THAN 999 LINKS"
             DELIMITED BY SIZE INTO DORREPORTREC
         END-STRING
         WRITE DORREPORTREC
       END-IF.
       IF WS-ARCHIVEOK = 1
         MOVE CKEY TO DOR-CKEY
         MOVE "C" TO DOR-RECTYPE
         MOVE 0 TO DOR-SEQ
         MOVE CURRENTDATE2 TO DOR-ARCDATE
         MOVE DATAFILEFD TO DOR-DATA
         WRITE DORFILEFD
           INVALID KEY
             DISPLAY "!ERROR CONTACT " CKEY " ALREADY IN THE ARCHIVE!"
             MOVE 0 TO WS-ARCHIVEOK
             ADD 1 TO WS-KEPTCOUNT
         END-WRITE
       END-IF.
       IF WS-ARCHIVEOK = 1
         PERFORM 0000ARCHIVECOMMROWS
         PERFORM 0000ARCHIVEINTROWS
         PERFORM 0000ARCHIVEFLWROWS
         PERFORM 0000ARCHIVEKDTROWS
         PERFORM 0000ARCHIVERELROWS
       END-IF.
       IF WS-ARCHIVEOK = 1 AND WS-ROWFAILED = 1
         PERFORM 0000UNDOARCHIVE
         DISPLAY "!ERROR CONTACT " CKEY " KEPT - NOT ALL ROWS COULD"
             " BE ARCHIVED!"
         MOVE 8 TO RETURN-CODE
         ADD 1 TO WS-KEPTCOUNT
         MOVE SPACES TO DORREPORTREC
         STRING CKEY "    " CNAME " KEPT - ARCHIVE COPY FAILED"
             DELIMITED BY SIZE INTO DORREPORTREC
         END-STRING
         WRITE DORREPORTREC
       END-IF.
       IF WS-ARCHIVEOK = 1 AND WS-ROWFAILED = 0
         PERFORM 0000DROPCOMMROWS
         PERFORM 0000DROPINTROWS
         PERFORM 0000DROPFLWROWS
         PERFORM 0000DROPKDTROWS
         PERFORM 0000DROPRELROWS
         PERFORM 0000DROPUNDROW
         PERFORM 0000WRITEAUDITRECORD
         DELETE DATAFILE END-DELETE
         ADD 1 TO WS-ARCHIVEDCOUNT
         MOVE SPACES TO DORREPORTREC
         STRING CKEY "    " CNAME " " WS-COMMMOVED "    "
             WS-INTMOVED "   " WS-FLWMOVED "   " WS-RELMOVED
             DELIMITED BY SIZE INTO DORREPORTREC
         END-STRING
         WRITE DORREPORTREC
       END-IF.

      * Only the contact's own half of each link is archived; the
      * mirror halves on the other contacts are noted here and
      * deleted by key once the contact has been archived. Reinstate
      * writes both halves back if the other contact is still on the
      * live file.
       0000NOTELINKS.

       MOVE 0 TO WS-MIRRORCOUNT.
       MOVE CKEY TO REL-CKEY1.
       MOVE 0 TO REL-CKEY2.
       START RELFILE KEY IS NOT LESS THAN REL-KEY
         INVALID KEY MOVE 1 TO WS-RELEOF
       END-START.
       PERFORM UNTIL WS-RELEOF = 1
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
           NOT AT END
             IF REL-CKEY1 = CKEY
               IF WS-MIRRORCOUNT = 999
                 MOVE 1 TO WS-TABLEFULL
                 MOVE 1 TO WS-RELEOF
               ELSE
                 ADD 1 TO WS-MIRRORCOUNT
                 MOVE REL-CKEY2 TO WS-MIRROR-CKEY(WS-MIRRORCOUNT)
               END-IF
             ELSE
               MOVE 1 TO WS-RELEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-RELEOF.

       0000ARCHIVECOMMROWS.

       MOVE 0 TO WS-DORSEQ.
       MOVE CKEY TO COMM-CKEY.
       MOVE 0 TO COMM-SEQ.
       START COMMFILE KEY IS NOT LESS THAN COMM-KEY
         INVALID KEY MOVE 1 TO WS-COMMEOF
       END-START.
       PERFORM UNTIL WS-COMMEOF = 1
         READ COMMFILE NEXT RECORD
           AT END MOVE 1 TO WS-COMMEOF
           NOT AT END
             IF COMM-CKEY = CKEY
               ADD 1 TO WS-DORSEQ
               MOVE "M" TO DOR-RECTYPE
               MOVE WS-DORSEQ TO DOR-SEQ
               MOVE SPACES TO DOR-DATA
               MOVE COMMFILEFD TO DOR-DATA
               WRITE DORFILEFD
                 INVALID KEY
                   DISPLAY "!ERROR CANNOT ARCHIVE COMMENT " CKEY "/"
                       WS-DORSEQ "!"
                   MOVE 8 TO RETURN-CODE
                   MOVE 1 TO WS-ROWFAILED
                 NOT INVALID KEY
                   ADD 1 TO WS-COMMMOVED
               END-WRITE
             ELSE
               MOVE 1 TO WS-COMMEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-COMMEOF.

       0000ARCHIVEINTROWS.

       MOVE 0 TO WS-DORSEQ.
       MOVE CKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = CKEY
               ADD 1 TO WS-DORSEQ
               MOVE "I" TO DOR-RECTYPE
               MOVE WS-DORSEQ TO DOR-SEQ
               MOVE SPACES TO DOR-DATA
               MOVE INTFILEFD TO DOR-DATA
               WRITE DORFILEFD
                 INVALID KEY
                   DISPLAY "!ERROR CANNOT ARCHIVE INTERACTION " CKEY "/"
                       WS-DORSEQ "!"
                   MOVE 8 TO RETURN-CODE
                   MOVE 1 TO WS-ROWFAILED
                 NOT INVALID KEY
                   ADD 1 TO WS-INTMOVED
               END-WRITE
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

       0000ARCHIVEFLWROWS.

       MOVE 0 TO WS-DORSEQ.
       MOVE CKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = CKEY
               ADD 1 TO WS-DORSEQ
               MOVE "F" TO DOR-RECTYPE
               MOVE WS-DORSEQ TO DOR-SEQ
               MOVE SPACES TO DOR-DATA
               MOVE FLWFILEFD TO DOR-DATA
               WRITE DORFILEFD
                 INVALID KEY
                   DISPLAY "!ERROR CANNOT ARCHIVE FOLLOW-UP " CKEY "/"
                       WS-DORSEQ "!"
                   MOVE 8 TO RETURN-CODE
                   MOVE 1 TO WS-ROWFAILED
                 NOT INVALID KEY
                   ADD 1 TO WS-FLWMOVED
               END-WRITE
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-FLWEOF.

      * Key dates go with the contact and come back with it on
      * Reinstate, so a yearly date carries on from where it was.
       0000ARCHIVEKDTROWS.

       MOVE 0 TO WS-DORSEQ.
       MOVE CKEY TO KDT-CKEY.
       MOVE 0 TO KDT-SEQ.
       START KDTFILE KEY IS NOT LESS THAN KDT-KEY
         INVALID KEY MOVE 1 TO WS-KDTEOF
       END-START.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             IF KDT-CKEY = CKEY
               ADD 1 TO WS-DORSEQ
               MOVE "K" TO DOR-RECTYPE
               MOVE WS-DORSEQ TO DOR-SEQ
               MOVE SPACES TO DOR-DATA
               MOVE KDTFILEFD TO DOR-DATA
               WRITE DORFILEFD
                 INVALID KEY
                   DISPLAY "!ERROR CANNOT ARCHIVE KEY DATE " CKEY "/"
                       WS-DORSEQ "!"
                   MOVE 8 TO RETURN-CODE
                   MOVE 1 TO WS-ROWFAILED
               END-WRITE
             ELSE
               MOVE 1 TO WS-KDTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-KDTEOF.

       0000ARCHIVERELROWS.

       MOVE 0 TO WS-DORSEQ.
       MOVE CKEY TO REL-CKEY1.
       MOVE 0 TO REL-CKEY2.
       START RELFILE KEY IS NOT LESS THAN REL-KEY
         INVALID KEY MOVE 1 TO WS-RELEOF
       END-START.
       PERFORM UNTIL WS-RELEOF = 1
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
           NOT AT END
             IF REL-CKEY1 = CKEY
               ADD 1 TO WS-DORSEQ
               MOVE "R" TO DOR-RECTYPE
               MOVE WS-DORSEQ TO DOR-SEQ
               MOVE SPACES TO DOR-DATA
               MOVE RELFILEFD TO DOR-DATA
               WRITE DORFILEFD
                 INVALID KEY
                   DISPLAY "!ERROR CANNOT ARCHIVE LINK " CKEY "/"
                       WS-DORSEQ "!"
                   MOVE 8 TO RETURN-CODE
                   MOVE 1 TO WS-ROWFAILED
                 NOT INVALID KEY
                   ADD 1 TO WS-RELMOVED
               END-WRITE
             ELSE
               MOVE 1 TO WS-RELEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-RELEOF.

      * Takes every archive row for the contact out again, the
      * contact row included, after a copy has failed.
       0000UNDOARCHIVE.

       MOVE CKEY TO DOR-CKEY.
       MOVE LOW-VALUES TO DOR-RECTYPE.
       MOVE 0 TO DOR-SEQ.
       START DORFILE KEY IS NOT LESS THAN DOR-KEY
         INVALID KEY MOVE 1 TO WS-DOREOF
       END-START.
       PERFORM UNTIL WS-DOREOF = 1
         READ DORFILE NEXT RECORD
           AT END MOVE 1 TO WS-DOREOF
           NOT AT END
             IF DOR-CKEY = CKEY
               DELETE DORFILE END-DELETE
             ELSE
               MOVE 1 TO WS-DOREOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-DOREOF.

       0000DROPCOMMROWS.

       MOVE CKEY TO COMM-CKEY.
       MOVE 0 TO COMM-SEQ.
       START COMMFILE KEY IS NOT LESS THAN COMM-KEY
         INVALID KEY MOVE 1 TO WS-COMMEOF
       END-START.
       PERFORM UNTIL WS-COMMEOF = 1
         READ COMMFILE NEXT RECORD
           AT END MOVE 1 TO WS-COMMEOF
           NOT AT END
             IF COMM-CKEY = CKEY
               DELETE COMMFILE END-DELETE
             ELSE
               MOVE 1 TO WS-COMMEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-COMMEOF.

       0000DROPINTROWS.

       MOVE CKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = CKEY
               DELETE INTFILE END-DELETE
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

       0000DROPFLWROWS.

       MOVE CKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = CKEY
               DELETE FLWFILE END-DELETE
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-FLWEOF.

       0000DROPKDTROWS.

       MOVE CKEY TO KDT-CKEY.
       MOVE 0 TO KDT-SEQ.
       START KDTFILE KEY IS NOT LESS THAN KDT-KEY
         INVALID KEY MOVE 1 TO WS-KDTEOF
       END-START.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             IF KDT-CKEY = CKEY
               DELETE KDTFILE END-DELETE
             ELSE
               MOVE 1 TO WS-KDTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-KDTEOF.

       0000DROPRELROWS.

       MOVE CKEY TO REL-CKEY1.
       MOVE 0 TO REL-CKEY2.
       START RELFILE KEY IS NOT LESS THAN REL-KEY
         INVALID KEY MOVE 1 TO WS-RELEOF
       END-START.
       PERFORM UNTIL WS-RELEOF = 1
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
           NOT AT END
             IF REL-CKEY1 = CKEY
               DELETE RELFILE END-DELETE
             ELSE
               MOVE 1 TO WS-RELEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-RELEOF.
       PERFORM VARYING WS-MIRRORIX FROM 1 BY 1
           UNTIL WS-MIRRORIX > WS-MIRRORCOUNT
         MOVE WS-MIRROR-CKEY(WS-MIRRORIX) TO REL-CKEY1
         MOVE CKEY TO REL-CKEY2
         DELETE RELFILE
           INVALID KEY CONTINUE
         END-DELETE
       END-PERFORM.

      * A returned-mail flag is not archived: the address may well
      * have changed by the time the contact is reinstated.
       0000DROPUNDROW.

       MOVE CKEY TO UND-CKEY.
       DELETE UNDFILE
         INVALID KEY CONTINUE
       END-DELETE.

       0000WRITEAUDITRECORD.

       ACCEPT CURRENTTIME FROM TIME.
       MOVE CURRENTDATE2 TO AUD-DATE.
       MOVE CURRENTTIME TO AUD-TIME.
       MOVE "BATCH" TO AUD-OPERATOR.
       MOVE CKEY TO AUD-CKEY.
       MOVE "ARCHIVE" TO AUD-OPERATION.
       MOVE DATAFILEFD TO AUD-BEFORE.
       MOVE SPACES TO AUD-AFTER.
       OPEN EXTEND AUDITFILE.
       WRITE AUDITREC.
       CLOSE AUDITFILE.
