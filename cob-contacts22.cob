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
       PROGRAM-ID. cob-contacts22.
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
           SELECT OPTIONAL RELFILE ASSIGN TO "cob-contacts01.rel"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REL-KEY
             FILE STATUS IS WS-RELSTATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-contacts01.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDITSTATUS.
           SELECT OPTIONAL ARXFILE ASSIGN TO "cob-contacts01.arx"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARXSTATUS.
           SELECT ARCFILE ASSIGN TO WS-ARCFILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCSTATUS.
           SELECT OPTIONAL CLOGFILE ASSIGN TO "cob-contacts14.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOGSTATUS.
           SELECT OPTIONAL TOTFILE ASSIGN TO "cob-contacts22.tot"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TOTSTATUS.
           SELECT BALREPORTFILE ASSIGN TO "cob-contacts22.prt"
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
         FD RELFILE
           RECORD CONTAINS 24 CHARACTERS.
         01 RELFILEFD.
           COPY RELFD.
         FD AUDITFILE
           RECORD CONTAINS 451 CHARACTERS.
         01 AUDITREC.
           COPY AUDITFD.
         FD ARXFILE
           RECORD CONTAINS 76 CHARACTERS.
         01 ARXREC.
           COPY ARXFD.
         FD ARCFILE
           RECORD CONTAINS 451 CHARACTERS.
         01 ARCREC PIC X(451).
         FD CLOGFILE
           RECORD CONTAINS 29 CHARACTERS.
         01 CLOGREC.
           COPY CLOGFD.
      * One line per control total per run: the run stamp, the file,
      * the item counted within it (a CSTATUS, an INT-TYPE, OPEN or
      * DONE follow-ups, ALL rows) and the count.
         FD TOTFILE
           RECORD CONTAINS 44 CHARACTERS.
         01 TOTREC.
           05 TOT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-FILE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-ITEM PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 TOT-COUNT PIC 9(8).
         FD BALREPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 BALREPORTREC PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-COMMSTATUS PIC X(02) VALUE SPACES.
         01 WS-INTSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-RELSTATUS PIC X(02) VALUE SPACES.
         01 WS-AUDITSTATUS PIC X(02) VALUE SPACES.
         01 WS-ARXSTATUS PIC X(02) VALUE SPACES.
         01 WS-ARCSTATUS PIC X(02) VALUE SPACES.
         01 WS-CLOGSTATUS PIC X(02) VALUE SPACES.
         01 WS-TOTSTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-ARXEOF PIC 9 VALUE ZERO.
         01 WS-ARCEOF PIC 9 VALUE ZERO.
         01 WS-ARCFILENAME PIC X(26) VALUE SPACES.
         01 WS-CURRENTTIME PIC 9(8) VALUE ZERO.
         01 WS-RUNSTAMP.
           05 WS-RUNDATE PIC 9(8) VALUE ZERO.
           05 WS-RUNTIME PIC 9(6) VALUE ZERO.
         01 WS-BASESTAMP.
           05 WS-BASEDATE PIC 9(8) VALUE ZERO.
           05 WS-BASETIME PIC 9(6) VALUE ZERO.
         01 WS-LINESTAMP.
           05 WS-LINEDATE PIC 9(8) VALUE ZERO.
           05 WS-LINETIME PIC 9(6) VALUE ZERO.
         01 WS-HAVEBASE PIC 9 VALUE ZERO.
         01 WS-FINDFILE PIC X(8) VALUE SPACES.
         01 WS-FINDITEM PIC X(10) VALUE SPACES.
         01 WS-TOTCOUNT PIC 9(3) VALUE ZERO.
         01 WS-TOTIX PIC 9(3) VALUE ZERO.
         01 WS-TOTHIT PIC 9(3) VALUE ZERO.
         01 WS-TOTFULL PIC 9 VALUE ZERO.
         01 WS-TOTTABLE.
           05 WS-TOTENTRY OCCURS 99 TIMES.
             10 WS-TOT-FILE PIC X(8).
             10 WS-TOT-ITEM PIC X(10).
             10 WS-TOT-PREV PIC 9(8).
             10 WS-TOT-CURR PIC 9(8).
             10 WS-TOT-IN PIC 9(8).
             10 WS-TOT-OUT PIC 9(8).
             10 WS-TOT-JOURNAL PIC 9.
         01 WS-RUNCOUNT PIC 9(3) VALUE ZERO.
         01 WS-RUNIX PIC 9(3) VALUE ZERO.
         01 WS-RUNHIT PIC 9(3) VALUE ZERO.
         01 WS-RUNFULL PIC 9 VALUE ZERO.
         01 WS-ELTIX PIC 9 VALUE ZERO.
         01 WS-ERASEDLETTERS.
           COPY ELTWS.
         01 WS-RUNTABLE.
           05 WS-RUNENTRY OCCURS 200 TIMES.
             10 WS-RUN-CODE PIC X(6).
             10 WS-RUN-DATE PIC 9(8).
             10 WS-RUN-LOGGED PIC 9(8).
             10 WS-RUN-ONFILE PIC 9(8).
         01 WS-CHECKCKEY PIC 9(7) VALUE ZERO.
         01 WS-LASTCKEY PIC 9(7) VALUE ZERO.
         01 WS-CONTACTOK PIC 9 VALUE ZERO.
         01 WS-PARTNEROK PIC 9 VALUE ZERO.
         01 WS-SAVERELKEY.
           05 WS-SAVE-CKEY1 PIC 9(7).
           05 WS-SAVE-CKEY2 PIC 9(7).
         01 WS-SAVERELTYPE PIC X(10) VALUE SPACES.
         01 WS-ORPHCOMM PIC 9(6) VALUE ZERO.
         01 WS-ORPHINT PIC 9(6) VALUE ZERO.
         01 WS-ORPHFLW PIC 9(6) VALUE ZERO.
         01 WS-ORPHREL PIC 9(6) VALUE ZERO.
         01 WS-NOMIRROR PIC 9(6) VALUE ZERO.
         01 WS-LOGLIVE PIC 9(8) VALUE ZERO.
         01 WS-LOGARCHIVED PIC 9(8) VALUE ZERO.
         01 WS-OUTCOUNT PIC 9(6) VALUE ZERO.
         01 WS-EXPECTED PIC S9(9) VALUE ZERO.
         01 WS-MOVEMENT PIC S9(9) VALUE ZERO.
         01 WS-MOVESIGN PIC X(1) VALUE SPACE.
         01 WS-MOVEABS PIC 9(8) VALUE ZERO.
         01 WS-EXPDISP PIC 9(8) VALUE ZERO.
         01 WS-RESULT PIC X(4) VALUE SPACES.
         01 WS-CHECKNAME PIC X(40) VALUE SPACES.
         01 WS-CHECKCOUNT PIC 9(6) VALUE ZERO.
         01 WS-AUDITBEFORE.
           COPY CONTACTWS
             REPLACING ==WS-CKEY==   BY ==WS-AUDB-CKEY==
                       ==WS-CNAME==  BY ==WS-AUDB-CNAME==
                       ==WS-CTEL==   BY ==WS-AUDB-CTEL==
                       ==WS-CADR-S== BY ==WS-AUDB-CADR-S==
                       ==WS-CADR-P== BY ==WS-AUDB-CADR-P==
                       ==WS-CADR-C== BY ==WS-AUDB-CADR-C==
                       ==WS-CADR-N== BY ==WS-AUDB-CADR-N==
                       ==WS-CNOTE==  BY ==WS-AUDB-CNOTE==
                       ==WS-CGROUP== BY ==WS-AUDB-CGROUP==
                       ==WS-CSTATUS== BY ==WS-AUDB-CSTATUS==.
         01 WS-AUDITAFTER.
           COPY CONTACTWS
             REPLACING ==WS-CKEY==   BY ==WS-AUDA-CKEY==
                       ==WS-CNAME==  BY ==WS-AUDA-CNAME==
                       ==WS-CTEL==   BY ==WS-AUDA-CTEL==
                       ==WS-CADR-S== BY ==WS-AUDA-CADR-S==
                       ==WS-CADR-P== BY ==WS-AUDA-CADR-P==
                       ==WS-CADR-C== BY ==WS-AUDA-CADR-C==
                       ==WS-CADR-N== BY ==WS-AUDA-CADR-N==
                       ==WS-CNOTE==  BY ==WS-AUDA-CNOTE==
                       ==WS-CGROUP== BY ==WS-AUDA-CGROUP==
                       ==WS-CSTATUS== BY ==WS-AUDA-CSTATUS==.
         COPY RUNWS.

       PROCEDURE DIVISION.
       0000BALANCESTART.

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-ARXEOF.
       MOVE 0 TO WS-ARCEOF.
       MOVE 0 TO WS-BASEDATE.
       MOVE 0 TO WS-BASETIME.
       MOVE 0 TO WS-HAVEBASE.
       MOVE 0 TO WS-TOTCOUNT.
       MOVE 0 TO WS-TOTFULL.
       MOVE 0 TO WS-RUNCOUNT.
       MOVE 0 TO WS-RUNFULL.
       MOVE 0 TO WS-LASTCKEY.
       MOVE 0 TO WS-ORPHCOMM.
       MOVE 0 TO WS-ORPHINT.
       MOVE 0 TO WS-ORPHFLW.
       MOVE 0 TO WS-ORPHREL.
       MOVE 0 TO WS-NOMIRROR.
       MOVE 0 TO WS-LOGLIVE.
       MOVE 0 TO WS-LOGARCHIVED.
       MOVE 0 TO WS-OUTCOUNT.
       ACCEPT WS-RUNDATE FROM DATE yyyymmdd.
       ACCEPT WS-CURRENTTIME FROM TIME.
       MOVE WS-CURRENTTIME(1:6) TO WS-RUNTIME.
       DISPLAY "Daily file balancing - " WS-RUNDATE.

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.

       PERFORM 0000FINDBASELINE.
       IF WS-HAVEBASE = 1
         PERFORM 0000LOADBASELINE
         PERFORM 0000LOADCAMPAIGNRUNS
       ELSE
         DISPLAY "No earlier control totals - today's counts become"
             " the baseline."
       END-IF.

       PERFORM 0000COUNTCONTACTS.
       PERFORM 0000COUNTCOMMS.
       PERFORM 0000COUNTINTS.
       PERFORM 0000COUNTFLWS.
       PERFORM 0000COUNTRELS.
       CLOSE DATAFILE.
       PERFORM 0000SCANJOURNAL.

       OPEN OUTPUT BALREPORTFILE.
       PERFORM 0000REPORTHEADING.
       MOVE "DATAFILE" TO WS-FINDFILE.
       PERFORM 0000REPORTFILE.
       MOVE "COMMFILE" TO WS-FINDFILE.
       PERFORM 0000REPORTFILE.
       MOVE "INTFILE" TO WS-FINDFILE.
       PERFORM 0000REPORTFILE.
       MOVE "FLWFILE" TO WS-FINDFILE.
       PERFORM 0000REPORTFILE.
       MOVE "RELFILE" TO WS-FINDFILE.
       PERFORM 0000REPORTFILE.
       MOVE "AUDITLOG" TO WS-FINDFILE.
       PERFORM 0000REPORTFILE.
       PERFORM 0000REPORTJOURNAL.
       PERFORM 0000REPORTCAMPAIGNS.
       PERFORM 0000REPORTCROSSCHECKS.
       PERFORM 0000REPORTRESULT.
       CLOSE BALREPORTFILE.

       PERFORM 0000SAVETOTALS.

       IF WS-TOTFULL = 1 OR WS-RUNFULL = 1
         DISPLAY "!ERROR CONTROL TOTAL TABLE FULL - SEE"
             " cob-contacts22.prt!"
         MOVE 12 TO RETURN-CODE
       ELSE
         IF WS-OUTCOUNT > 0
           DISPLAY "!OUT OF BALANCE - " WS-OUTCOUNT " DIFFERENCE(S) -"
               " SEE cob-contacts22.prt!"
           MOVE 8 TO RETURN-CODE
         ELSE
           DISPLAY "Files in balance - see cob-contacts22.prt."
           MOVE 0 TO RETURN-CODE
         END-IF
       END-IF.
       MOVE WS-OUTCOUNT TO RUN-COUNT.
       GOBACK.

      * Previous figures: the last run on the totals file dated before
      * today. A rerun later the same day compares against the same
      * baseline, not against the failed run.
       0000FINDBASELINE.

       MOVE 0 TO WS-HAVEBASE.
       OPEN INPUT TOTFILE.
       IF WS-TOTSTATUS = "00"
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ TOTFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF TOT-DATE < WS-RUNDATE
                 MOVE TOT-DATE TO WS-LINEDATE
                 MOVE TOT-TIME TO WS-LINETIME
                 IF WS-LINESTAMP > WS-BASESTAMP
                   MOVE WS-LINESTAMP TO WS-BASESTAMP
                   MOVE 1 TO WS-HAVEBASE
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE TOTFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       0000LOADBASELINE.

       OPEN INPUT TOTFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ TOTFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             IF TOT-DATE = WS-BASEDATE AND TOT-TIME = WS-BASETIME
               MOVE TOT-FILE TO WS-FINDFILE
               MOVE TOT-ITEM TO WS-FINDITEM
               PERFORM 0000FINDTOTAL
               MOVE TOT-COUNT TO WS-TOT-PREV(WS-TOTHIT)
             END-IF
         END-READ
       END-PERFORM.
       CLOSE TOTFILE.
       MOVE 0 TO WS-ENDOFFILE.

      * Looks up WS-FINDFILE/WS-FINDITEM in the totals table and
      * adds it when new. DATAFILE and audit log figures are covered
      * by the audit log, so only those lines can be balanced; the
      * child files have no journal and show their movement only.
       0000FINDTOTAL.

       MOVE 0 TO WS-TOTHIT.
       PERFORM VARYING WS-TOTIX FROM 1 BY 1
           UNTIL WS-TOTIX > WS-TOTCOUNT OR WS-TOTHIT > 0
         IF WS-TOT-FILE(WS-TOTIX) = WS-FINDFILE
             AND WS-TOT-ITEM(WS-TOTIX) = WS-FINDITEM
           MOVE WS-TOTIX TO WS-TOTHIT
         END-IF
       END-PERFORM.
       IF WS-TOTHIT = 0
         IF WS-TOTCOUNT = 99
           MOVE 1 TO WS-TOTFULL
           MOVE 99 TO WS-TOTHIT
         ELSE
           ADD 1 TO WS-TOTCOUNT
           MOVE WS-TOTCOUNT TO WS-TOTHIT
           MOVE WS-FINDFILE TO WS-TOT-FILE(WS-TOTHIT)
           MOVE WS-FINDITEM TO WS-TOT-ITEM(WS-TOTHIT)
           MOVE 0 TO WS-TOT-PREV(WS-TOTHIT)
           MOVE 0 TO WS-TOT-CURR(WS-TOTHIT)
           MOVE 0 TO WS-TOT-IN(WS-TOTHIT)
           MOVE 0 TO WS-TOT-OUT(WS-TOTHIT)
           IF WS-FINDFILE = "DATAFILE" OR WS-FINDFILE = "AUDITLOG"
             MOVE 1 TO WS-TOT-JOURNAL(WS-TOTHIT)
           ELSE
             MOVE 0 TO WS-TOT-JOURNAL(WS-TOTHIT)
           END-IF
         END-IF
       END-IF.

      * Every campaign run since the baseline is reconciled in full:
      * earlier runs of the same campaign on the same day wrote rows
      * under the same date, so their counts are taken in as well.
       0000LOADCAMPAIGNRUNS.

       OPEN INPUT CLOGFILE.
       IF WS-CLOGSTATUS = "00"
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ CLOGFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               MOVE CLOG-DATE TO WS-LINEDATE
               MOVE CLOG-TIME TO WS-LINETIME
               IF WS-LINESTAMP > WS-BASESTAMP
                 PERFORM 0000FINDCAMPAIGNRUN
                 IF WS-RUNHIT = 0
                   IF WS-RUNCOUNT = 200
                     MOVE 1 TO WS-RUNFULL
                   ELSE
                     ADD 1 TO WS-RUNCOUNT
                     MOVE CLOG-CODE TO WS-RUN-CODE(WS-RUNCOUNT)
                     MOVE CLOG-DATE TO WS-RUN-DATE(WS-RUNCOUNT)
                     MOVE 0 TO WS-RUN-LOGGED(WS-RUNCOUNT)
                     MOVE 0 TO WS-RUN-ONFILE(WS-RUNCOUNT)
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE CLOGFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       IF WS-RUNCOUNT > 0
         OPEN INPUT CLOGFILE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ CLOGFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               PERFORM 0000FINDCAMPAIGNRUN
               IF WS-RUNHIT > 0
                 ADD CLOG-COUNT TO WS-RUN-LOGGED(WS-RUNHIT)
               END-IF
           END-READ
         END-PERFORM
         CLOSE CLOGFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       0000FINDCAMPAIGNRUN.

       MOVE 0 TO WS-RUNHIT.
       PERFORM VARYING WS-RUNIX FROM 1 BY 1
           UNTIL WS-RUNIX > WS-RUNCOUNT OR WS-RUNHIT > 0
         IF WS-RUN-CODE(WS-RUNIX) = CLOG-CODE
             AND WS-RUN-DATE(WS-RUNIX) = CLOG-DATE
           MOVE WS-RUNIX TO WS-RUNHIT
         END-IF
       END-PERFORM.

      * Today's counts. Each child row is also checked against the
      * contact file; a row whose contact is gone is out of balance.
       0000COUNTCONTACTS.

       MOVE "DATAFILE" TO WS-FINDFILE.
       MOVE "TOTAL" TO WS-FINDITEM.
       PERFORM 0000FINDTOTAL.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ DATAFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             MOVE "DATAFILE" TO WS-FINDFILE
             MOVE "TOTAL" TO WS-FINDITEM
             PERFORM 0000FINDTOTAL
             ADD 1 TO WS-TOT-CURR(WS-TOTHIT)
             MOVE SPACES TO WS-FINDITEM
             MOVE CSTATUS TO WS-FINDITEM
             PERFORM 0000FINDTOTAL
             ADD 1 TO WS-TOT-CURR(WS-TOTHIT)
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-ENDOFFILE.

       0000CHECKCONTACT.

       IF WS-CHECKCKEY NOT = WS-LASTCKEY
         MOVE WS-CHECKCKEY TO WS-LASTCKEY
         MOVE WS-CHECKCKEY TO CKEY
         READ DATAFILE KEY IS CKEY
           INVALID KEY MOVE 0 TO WS-CONTACTOK
           NOT INVALID KEY MOVE 1 TO WS-CONTACTOK
         END-READ
       END-IF.

       0000COUNTCOMMS.

       MOVE "COMMFILE" TO WS-FINDFILE.
       MOVE "ALL" TO WS-FINDITEM.
       PERFORM 0000FINDTOTAL.
       MOVE 0 TO WS-LASTCKEY.
       MOVE 0 TO WS-CONTACTOK.
       OPEN INPUT COMMFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ COMMFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             MOVE "COMMFILE" TO WS-FINDFILE
             MOVE "ALL" TO WS-FINDITEM
             PERFORM 0000FINDTOTAL
             ADD 1 TO WS-TOT-CURR(WS-TOTHIT)
             MOVE COMM-CKEY TO WS-CHECKCKEY
             PERFORM 0000CHECKCONTACT
             IF WS-CONTACTOK = 0
               ADD 1 TO WS-ORPHCOMM
             END-IF
         END-READ
       END-PERFORM.
       CLOSE COMMFILE.
       MOVE 0 TO WS-ENDOFFILE.

       0000COUNTINTS.

       MOVE 0 TO WS-LASTCKEY.
       MOVE 0 TO WS-CONTACTOK.
       OPEN INPUT INTFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             MOVE "INTFILE" TO WS-FINDFILE
             MOVE SPACES TO WS-FINDITEM
             MOVE INT-TYPE TO WS-FINDITEM
             PERFORM 0000FINDTOTAL
             ADD 1 TO WS-TOT-CURR(WS-TOTHIT)
             MOVE INT-CKEY TO WS-CHECKCKEY
             PERFORM 0000CHECKCONTACT
             IF WS-CONTACTOK = 0
               ADD 1 TO WS-ORPHINT
             END-IF
             IF INT-TYPE = "LETTER" AND INT-NOTE(1:9) = "Campaign "
               MOVE INT-NOTE(10:6) TO CLOG-CODE
               MOVE INT-DATE TO CLOG-DATE
               PERFORM 0000FINDCAMPAIGNRUN
               IF WS-RUNHIT > 0
                 ADD 1 TO WS-RUN-ONFILE(WS-RUNHIT)
               END-IF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE INTFILE.
       MOVE 0 TO WS-ENDOFFILE.

       0000COUNTFLWS.

       MOVE "FLWFILE" TO WS-FINDFILE.
       MOVE "OPEN" TO WS-FINDITEM.
       PERFORM 0000FINDTOTAL.
       MOVE "DONE" TO WS-FINDITEM.
       PERFORM 0000FINDTOTAL.
       MOVE 0 TO WS-LASTCKEY.
       MOVE 0 TO WS-CONTACTOK.
       OPEN INPUT FLWFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             MOVE "FLWFILE" TO WS-FINDFILE
             IF FLW-STATUS = "O"
               MOVE "OPEN" TO WS-FINDITEM
             ELSE
               MOVE "DONE" TO WS-FINDITEM
             END-IF
             PERFORM 0000FINDTOTAL
             ADD 1 TO WS-TOT-CURR(WS-TOTHIT)
             MOVE FLW-CKEY TO WS-CHECKCKEY
             PERFORM 0000CHECKCONTACT
             IF WS-CONTACTOK = 0
               ADD 1 TO WS-ORPHFLW
             END-IF
         END-READ
       END-PERFORM.
       CLOSE FLWFILE.
       MOVE 0 TO WS-ENDOFFILE.

      * Each link must name two contacts on file and have its mirror
      * half with the same type. The mirror is read by key and the
      * sequential read is positioned again just past this row.
       0000COUNTRELS.

       MOVE "RELFILE" TO WS-FINDFILE.
       MOVE "ALL" TO WS-FINDITEM.
       PERFORM 0000FINDTOTAL.
       MOVE 0 TO WS-LASTCKEY.
       MOVE 0 TO WS-CONTACTOK.
       OPEN INPUT RELFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END PERFORM 0000COUNTONEREL
         END-READ
       END-PERFORM.
       CLOSE RELFILE.
       MOVE 0 TO WS-ENDOFFILE.

       0000COUNTONEREL.

       MOVE "RELFILE" TO WS-FINDFILE.
       MOVE "ALL" TO WS-FINDITEM.
       PERFORM 0000FINDTOTAL.
       ADD 1 TO WS-TOT-CURR(WS-TOTHIT).
       MOVE REL-KEY TO WS-SAVERELKEY.
       MOVE REL-TYPE TO WS-SAVERELTYPE.
       MOVE REL-CKEY2 TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY MOVE 0 TO WS-PARTNEROK
         NOT INVALID KEY MOVE 1 TO WS-PARTNEROK
       END-READ.
       MOVE WS-SAVE-CKEY1 TO WS-CHECKCKEY.
       PERFORM 0000CHECKCONTACT.
       IF WS-CONTACTOK = 0 OR WS-PARTNEROK = 0
         ADD 1 TO WS-ORPHREL
       END-IF.
       MOVE WS-SAVE-CKEY2 TO REL-CKEY1.
       MOVE WS-SAVE-CKEY1 TO REL-CKEY2.
       READ RELFILE KEY IS REL-KEY
         INVALID KEY ADD 1 TO WS-NOMIRROR
         NOT INVALID KEY
           IF REL-TYPE NOT = WS-SAVERELTYPE
             ADD 1 TO WS-NOMIRROR
           END-IF
       END-READ.
       MOVE WS-SAVERELKEY TO REL-KEY.
       START RELFILE KEY IS GREATER THAN REL-KEY
         INVALID KEY MOVE 1 TO WS-ENDOFFILE
       END-START.

      * The audit log is the journal for the contact file. Entries
      * since the baseline are read from the live log and from any
      * archive the month-end roll-out may have moved them to; each
      * before image takes one contact out of its CSTATUS and each
      * after image puts one in, which covers ADD, DELETE, DELETEALL
      * and RESTORE as well as status changes made by EDIT.
       0000SCANJOURNAL.

       MOVE 0 TO WS-LOGLIVE.
       MOVE 0 TO WS-LOGARCHIVED.
       OPEN INPUT ARXFILE.
       IF WS-ARXSTATUS = "00" OR WS-ARXSTATUS = "05"
         PERFORM UNTIL WS-ARXEOF = 1
           READ ARXFILE
             AT END MOVE 1 TO WS-ARXEOF
             NOT AT END
               ADD ARX-COUNT TO WS-LOGARCHIVED
               IF WS-HAVEBASE = 1 AND ARX-TODATE NOT < WS-BASEDATE
                 PERFORM 0000SCANARCHIVE
               END-IF
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
             NOT AT END
               ADD 1 TO WS-LOGLIVE
               IF WS-HAVEBASE = 1
                 PERFORM 0000JOURNALENTRY
               END-IF
           END-READ
         END-PERFORM
         CLOSE AUDITFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.

       MOVE "AUDITLOG" TO WS-FINDFILE.
       MOVE "LINES" TO WS-FINDITEM.
       PERFORM 0000FINDTOTAL.
       ADD WS-LOGLIVE WS-LOGARCHIVED GIVING WS-TOT-CURR(WS-TOTHIT).

       0000SCANARCHIVE.

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
               PERFORM 0000JOURNALENTRY
           END-READ
         END-PERFORM
         CLOSE ARCFILE
       END-IF.
       MOVE 0 TO WS-ARCEOF.

       0000JOURNALENTRY.

       MOVE AUD-DATE TO WS-LINEDATE.
       MOVE AUD-TIME(1:6) TO WS-LINETIME.
       IF WS-LINESTAMP > WS-BASESTAMP
         MOVE "AUDITLOG" TO WS-FINDFILE
         MOVE "LINES" TO WS-FINDITEM
         PERFORM 0000FINDTOTAL
         ADD 1 TO WS-TOT-IN(WS-TOTHIT)
         MOVE "JOURNAL" TO WS-FINDFILE
         MOVE AUD-OPERATION TO WS-FINDITEM
         PERFORM 0000FINDTOTAL
         ADD 1 TO WS-TOT-IN(WS-TOTHIT)
         IF AUD-BEFORE NOT = SPACES
           MOVE AUD-BEFORE TO WS-AUDITBEFORE
           MOVE "DATAFILE" TO WS-FINDFILE
           MOVE "TOTAL" TO WS-FINDITEM
           PERFORM 0000FINDTOTAL
           ADD 1 TO WS-TOT-OUT(WS-TOTHIT)
           MOVE SPACES TO WS-FINDITEM
           MOVE WS-AUDB-CSTATUS TO WS-FINDITEM
           PERFORM 0000FINDTOTAL
           ADD 1 TO WS-TOT-OUT(WS-TOTHIT)
         END-IF
         IF AUD-OPERATION = "ERASE" AND AUD-AFTER NOT = SPACES
           PERFORM 0000JOURNALERASEDLETTERS
         END-IF
         IF AUD-AFTER NOT = SPACES AND AUD-OPERATION NOT = "ERASE"
           MOVE AUD-AFTER TO WS-AUDITAFTER
           MOVE "DATAFILE" TO WS-FINDFILE
           MOVE "TOTAL" TO WS-FINDITEM
           PERFORM 0000FINDTOTAL
           ADD 1 TO WS-TOT-IN(WS-TOTHIT)
           MOVE SPACES TO WS-FINDITEM
           MOVE WS-AUDA-CSTATUS TO WS-FINDITEM
           PERFORM 0000FINDTOTAL
           ADD 1 TO WS-TOT-IN(WS-TOTHIT)
         END-IF
       END-IF.

      * An erasure deletes the contact's LETTER rows; the ones it
      * noted on the tombstone still count as on file for their run.
       0000JOURNALERASEDLETTERS.

       MOVE AUD-AFTER TO WS-AUDITAFTER.
       MOVE WS-AUDA-CNOTE TO WS-ERASEDLETTERS.
       IF ELT-TITLE = "LETTERS "
         PERFORM VARYING WS-ELTIX FROM 1 BY 1 UNTIL WS-ELTIX > 4
           IF ELT-CODE(WS-ELTIX) NOT = SPACES
             MOVE ELT-CODE(WS-ELTIX) TO CLOG-CODE
             MOVE ELT-DATE(WS-ELTIX) TO CLOG-DATE
             PERFORM 0000FINDCAMPAIGNRUN
             IF WS-RUNHIT > 0
               ADD 1 TO WS-RUN-ONFILE(WS-RUNHIT)
             END-IF
           END-IF
         END-PERFORM
       END-IF.

      * Balancing report.
       0000REPORTHEADING.

       MOVE "Daily Balancing - Control Totals" TO BALREPORTREC.
       WRITE BALREPORTREC.
       MOVE SPACES TO BALREPORTREC.
       STRING "Run " WS-RUNDATE(1:4) "-" WS-RUNDATE(5:2) "-"
           WS-RUNDATE(7:2) " " WS-RUNTIME(1:2) ":" WS-RUNTIME(3:2)
           ":" WS-RUNTIME(5:2)
           DELIMITED BY SIZE INTO BALREPORTREC
       END-STRING.
       WRITE BALREPORTREC.
       MOVE SPACES TO BALREPORTREC.
       IF WS-HAVEBASE = 1
         STRING "Previous totals " WS-BASEDATE(1:4) "-"
             WS-BASEDATE(5:2) "-" WS-BASEDATE(7:2) " "
             WS-BASETIME(1:2) ":" WS-BASETIME(3:2) ":"
             WS-BASETIME(5:2)
             DELIMITED BY SIZE INTO BALREPORTREC
         END-STRING
       ELSE
         MOVE "No previous totals - baseline established today."
           TO BALREPORTREC
       END-IF.
       WRITE BALREPORTREC.
       MOVE SPACES TO BALREPORTREC.
       WRITE BALREPORTREC.
       MOVE "File     Item       Previous  Movement  Expected     Today"
         TO BALREPORTREC.
       MOVE "Result" TO BALREPORTREC(60:6).
       WRITE BALREPORTREC.
       MOVE "--------------------------------------------------"
         TO BALREPORTREC.
       MOVE "---------------" TO BALREPORTREC(51:15).
       WRITE BALREPORTREC.

       0000REPORTFILE.

       PERFORM VARYING WS-TOTIX FROM 1 BY 1
           UNTIL WS-TOTIX > WS-TOTCOUNT
         IF WS-TOT-FILE(WS-TOTIX) = WS-FINDFILE
           PERFORM 0000REPORTTOTALLINE
         END-IF
       END-PERFORM.

       0000REPORTTOTALLINE.

       COMPUTE WS-MOVEMENT = WS-TOT-CURR(WS-TOTIX)
           - WS-TOT-PREV(WS-TOTIX).
       MOVE WS-TOT-PREV(WS-TOTIX) TO WS-EXPDISP.
       MOVE SPACES TO WS-RESULT.
       IF WS-HAVEBASE = 0
         MOVE "BASE" TO WS-RESULT
       ELSE
         IF WS-TOT-JOURNAL(WS-TOTIX) = 1
           COMPUTE WS-MOVEMENT = WS-TOT-IN(WS-TOTIX)
               - WS-TOT-OUT(WS-TOTIX)
           COMPUTE WS-EXPECTED = WS-TOT-PREV(WS-TOTIX)
               + WS-MOVEMENT
           MOVE WS-EXPECTED TO WS-EXPDISP
           IF WS-EXPECTED = WS-TOT-CURR(WS-TOTIX)
             MOVE "OK" TO WS-RESULT
           ELSE
             MOVE "OUT" TO WS-RESULT
             ADD 1 TO WS-OUTCOUNT
           END-IF
         ELSE
           MOVE WS-TOT-CURR(WS-TOTIX) TO WS-EXPDISP
           MOVE "INFO" TO WS-RESULT
         END-IF
       END-IF.
       IF WS-MOVEMENT < 0
         MOVE "-" TO WS-MOVESIGN
       ELSE
         MOVE "+" TO WS-MOVESIGN
       END-IF.
       MOVE WS-MOVEMENT TO WS-MOVEABS.
       MOVE SPACES TO BALREPORTREC.
       STRING WS-TOT-FILE(WS-TOTIX) " " WS-TOT-ITEM(WS-TOTIX) " "
           WS-TOT-PREV(WS-TOTIX) " " WS-MOVESIGN WS-MOVEABS " "
           WS-EXPDISP "  " WS-TOT-CURR(WS-TOTIX) "  " WS-RESULT
           DELIMITED BY SIZE INTO BALREPORTREC
       END-STRING.
       WRITE BALREPORTREC.

       0000REPORTJOURNAL.

       IF WS-HAVEBASE = 1
         MOVE SPACES TO BALREPORTREC
         WRITE BALREPORTREC
         MOVE "Audit log entries since the previous totals"
           TO BALREPORTREC
         WRITE BALREPORTREC
         MOVE "--------------------------------------------------"
           TO BALREPORTREC
         WRITE BALREPORTREC
         MOVE 0 TO WS-CHECKCOUNT
         PERFORM VARYING WS-TOTIX FROM 1 BY 1
             UNTIL WS-TOTIX > WS-TOTCOUNT
           IF WS-TOT-FILE(WS-TOTIX) = "JOURNAL"
             ADD 1 TO WS-CHECKCOUNT
             MOVE SPACES TO BALREPORTREC
             STRING "  " WS-TOT-ITEM(WS-TOTIX) " "
                 WS-TOT-IN(WS-TOTIX)
                 DELIMITED BY SIZE INTO BALREPORTREC
             END-STRING
             WRITE BALREPORTREC
           END-IF
         END-PERFORM
         IF WS-CHECKCOUNT = 0
           MOVE "  (none)" TO BALREPORTREC
           WRITE BALREPORTREC
         END-IF
       END-IF.

       0000REPORTCAMPAIGNS.

       IF WS-HAVEBASE = 1
         MOVE SPACES TO BALREPORTREC
         WRITE BALREPORTREC
         MOVE "Campaign runs since the previous totals" TO BALREPORTREC
         WRITE BALREPORTREC
         MOVE "Code   Run date   LETTERs logged  LETTER rows  Result"
           TO BALREPORTREC
         WRITE BALREPORTREC
         MOVE "--------------------------------------------------"
           TO BALREPORTREC
         WRITE BALREPORTREC
         PERFORM VARYING WS-RUNIX FROM 1 BY 1
             UNTIL WS-RUNIX > WS-RUNCOUNT
           IF WS-RUN-LOGGED(WS-RUNIX) = WS-RUN-ONFILE(WS-RUNIX)
             MOVE "OK" TO WS-RESULT
           ELSE
             MOVE "OUT" TO WS-RESULT
             ADD 1 TO WS-OUTCOUNT
           END-IF
           MOVE SPACES TO BALREPORTREC
           STRING WS-RUN-CODE(WS-RUNIX) " "
               WS-RUN-DATE(WS-RUNIX) "   "
               WS-RUN-LOGGED(WS-RUNIX) "        "
               WS-RUN-ONFILE(WS-RUNIX) "     " WS-RESULT
               DELIMITED BY SIZE INTO BALREPORTREC
           END-STRING
           WRITE BALREPORTREC
         END-PERFORM
         IF WS-RUNCOUNT = 0
           MOVE "  (none)" TO BALREPORTREC
           WRITE BALREPORTREC
         END-IF
       END-IF.

       0000REPORTCROSSCHECKS.

       MOVE SPACES TO BALREPORTREC.
       WRITE BALREPORTREC.
       MOVE "Cross-file checks" TO BALREPORTREC.
       WRITE BALREPORTREC.
       MOVE "--------------------------------------------------"
         TO BALREPORTREC.
       WRITE BALREPORTREC.
       MOVE "Contact methods with no contact" TO WS-CHECKNAME.
       MOVE WS-ORPHCOMM TO WS-CHECKCOUNT.
       PERFORM 0000REPORTCHECKLINE.
       MOVE "Interactions with no contact" TO WS-CHECKNAME.
       MOVE WS-ORPHINT TO WS-CHECKCOUNT.
       PERFORM 0000REPORTCHECKLINE.
       MOVE "Follow-ups with no contact" TO WS-CHECKNAME.
       MOVE WS-ORPHFLW TO WS-CHECKCOUNT.
       PERFORM 0000REPORTCHECKLINE.
       MOVE "Links naming a contact not on file" TO WS-CHECKNAME.
       MOVE WS-ORPHREL TO WS-CHECKCOUNT.
       PERFORM 0000REPORTCHECKLINE.
       MOVE "Links without their mirror half" TO WS-CHECKNAME.
       MOVE WS-NOMIRROR TO WS-CHECKCOUNT.
       PERFORM 0000REPORTCHECKLINE.

       0000REPORTCHECKLINE.

       IF WS-CHECKCOUNT = 0
         MOVE "OK" TO WS-RESULT
       ELSE
         MOVE "OUT" TO WS-RESULT
         ADD 1 TO WS-OUTCOUNT
       END-IF.
       MOVE SPACES TO BALREPORTREC.
       STRING WS-CHECKNAME " " WS-CHECKCOUNT "  " WS-RESULT
           DELIMITED BY SIZE INTO BALREPORTREC
       END-STRING.
       WRITE BALREPORTREC.

       0000REPORTRESULT.

       MOVE SPACES TO BALREPORTREC.
       WRITE BALREPORTREC.
       MOVE SPACES TO BALREPORTREC.
       IF WS-TOTFULL = 1 OR WS-RUNFULL = 1
         MOVE "!ERROR CONTROL TOTAL TABLE FULL - FIGURES INCOMPLETE!"
           TO BALREPORTREC
       ELSE
         IF WS-OUTCOUNT > 0
           STRING "OUT OF BALANCE - " WS-OUTCOUNT " difference(s)."
               DELIMITED BY SIZE INTO BALREPORTREC
           END-STRING
         ELSE
           MOVE "IN BALANCE." TO BALREPORTREC
         END-IF
       END-IF.
       WRITE BALREPORTREC.

      * Today's figures are always appended; tomorrow's run takes
      * the last set dated before its own day as the baseline.
       0000SAVETOTALS.

       OPEN EXTEND TOTFILE.
       PERFORM VARYING WS-TOTIX FROM 1 BY 1
           UNTIL WS-TOTIX > WS-TOTCOUNT
         IF WS-TOT-FILE(WS-TOTIX) NOT = "JOURNAL"
           MOVE SPACES TO TOTREC
           MOVE WS-RUNDATE TO TOT-DATE
           MOVE WS-RUNTIME TO TOT-TIME
           MOVE WS-TOT-FILE(WS-TOTIX) TO TOT-FILE
           MOVE WS-TOT-ITEM(WS-TOTIX) TO TOT-ITEM
           MOVE WS-TOT-CURR(WS-TOTIX) TO TOT-COUNT
           WRITE TOTREC
         END-IF
       END-PERFORM.
       CLOSE TOTFILE.
