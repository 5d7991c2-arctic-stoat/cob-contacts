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
       PROGRAM-ID. cob-contacts27.
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
           SELECT OPTIONAL KDTFILE ASSIGN TO "cob-contacts01.kdt"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KDT-KEY
             FILE STATUS IS WS-KDTSTATUS.
           SELECT OPTIONAL FLWFILE ASSIGN TO "cob-contacts01.flw"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FLW-KEY
             FILE STATUS IS WS-FLWSTATUS.
           SELECT KDTREPORTFILE ASSIGN TO "cob-contacts27.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 202 CHARACTERS.
         01 DATAFILEFD.
           COPY CONTACTFD.
         FD KDTFILE
           RECORD CONTAINS 81 CHARACTERS.
         01 KDTFILEFD.
           COPY KDTFD.
         FD FLWFILE
           RECORD CONTAINS 78 CHARACTERS.
         01 FLWFILEFD.
           COPY FLWFD.
         FD KDTREPORTFILE
           RECORD CONTAINS 132 CHARACTERS.
         01 KDTREPORTREC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTEOF PIC 9 VALUE ZERO.
         01 WS-FLWEOF PIC 9 VALUE ZERO.
         01 WS-ASOFDATE PIC 9(8) VALUE ZERO.
         01 WS-TRIGGERDATE PIC 9(8) VALUE ZERO.
         01 WS-FLWDUE PIC 9(8) VALUE ZERO.
         01 WS-FLWTEXT PIC X(60) VALUE SPACES.
         01 WS-FLWMAXSEQ PIC 9(2) VALUE ZERO.
         01 WS-FLWONFILE PIC 9 VALUE ZERO.
         01 WS-KDTCHANGED PIC 9 VALUE ZERO.
         01 WS-CONTACTOK PIC 9 VALUE ZERO.
         01 WS-READCOUNT PIC 9(6) VALUE ZERO.
         01 WS-CREATEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-ROLLEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-SKIPDNCCOUNT PIC 9(6) VALUE ZERO.
         01 WS-ORPHANCOUNT PIC 9(6) VALUE ZERO.
         01 WS-BADDATECOUNT PIC 9(6) VALUE ZERO.
         01 WS-ROLLDATE.
           05 WS-ROLLYYYY PIC 9(4).
           05 WS-ROLLMM PIC 9(2).
           05 WS-ROLLDD PIC 9(2).
         01 WS-ROLLANNIV.
           05 WS-ROLLANNIVMM PIC 9(2).
           05 WS-ROLLANNIVDD PIC 9(2).
         01 WS-LEAPQUOT PIC 9(4) VALUE ZERO.
         01 WS-LEAP4 PIC 9(3) VALUE ZERO.
         01 WS-LEAP100 PIC 9(3) VALUE ZERO.
         01 WS-LEAP400 PIC 9(3) VALUE ZERO.
         COPY RUNWS.

       PROCEDURE DIVISION.
      * Nightly key date step. Writes a follow-up row for every key
      * date that has come within its lead time, so renewals,
      * expiries and birthdays appear on the daily tickler
      * (cob-contacts13), and rolls yearly key dates forward once
      * they have passed. Callable from the cob-contacts12 batch
      * controller; RUN-PARM(1:8) may carry an as-of date.
      * A rerun never writes the same follow-up twice: the key date
      * row is stamped with the occurrence it was written for, and a
      * follow-up already on file with the same note is not written
      * again if the run stopped between the two.
       0000KEYDATESTART.

       MOVE 0 TO WS-KDTEOF.
       MOVE 0 TO WS-READCOUNT.
       MOVE 0 TO WS-CREATEDCOUNT.
       MOVE 0 TO WS-ROLLEDCOUNT.
       MOVE 0 TO WS-SKIPDNCCOUNT.
       MOVE 0 TO WS-ORPHANCOUNT.
       MOVE 0 TO WS-BADDATECOUNT.

       ACCEPT WS-ASOFDATE FROM DATE yyyymmdd.
       IF RUN-ACTIVE = "Y"
           AND RUN-PARM(1:8) IS NUMERIC
           AND RUN-PARM(1:8) NOT = "00000000"
         MOVE RUN-PARM(1:8) TO WS-ASOFDATE
       END-IF.

       DISPLAY "Key date follow-ups as of " WS-ASOFDATE " ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN I-O KDTFILE.
       IF WS-KDTSTATUS NOT = "00" AND WS-KDTSTATUS NOT = "05"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.kdt - STATUS "
             WS-KDTSTATUS "!"
         CLOSE DATAFILE
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN I-O FLWFILE.
       IF WS-FLWSTATUS NOT = "00" AND WS-FLWSTATUS NOT = "05"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.flw - STATUS "
             WS-FLWSTATUS "!"
         CLOSE KDTFILE
         CLOSE DATAFILE
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN OUTPUT KDTREPORTFILE.

       MOVE "Key Date Follow-Ups Created" TO KDTREPORTREC.
       WRITE KDTREPORTREC.
       MOVE SPACES TO KDTREPORTREC.
       STRING "Key dates within their lead time as of "
           WS-ASOFDATE(1:4) "-" WS-ASOFDATE(5:2) "-" WS-ASOFDATE(7:2)
           DELIMITED BY SIZE INTO KDTREPORTREC
       END-STRING.
       WRITE KDTREPORTREC.
       MOVE SPACES TO KDTREPORTREC.
       WRITE KDTREPORTREC.
       MOVE "Due Date    Contact ID  Contact" TO KDTREPORTREC.
       MOVE "Follow-up note" TO KDTREPORTREC(59:14).
       WRITE KDTREPORTREC.
       MOVE ALL "-" TO KDTREPORTREC.
       WRITE KDTREPORTREC.

       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             ADD 1 TO WS-READCOUNT
             PERFORM 0000KEYDATEROW THRU 0000KEYDATEROWEXIT
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-KDTEOF.

       MOVE SPACES TO KDTREPORTREC.
       WRITE KDTREPORTREC.
       MOVE SPACES TO KDTREPORTREC.
       STRING WS-READCOUNT " key date(s) read, " WS-CREATEDCOUNT
           " follow-up(s) created, " WS-ROLLEDCOUNT
           " yearly key date(s) rolled forward."
           DELIMITED BY SIZE INTO KDTREPORTREC
       END-STRING.
       WRITE KDTREPORTREC.
       MOVE SPACES TO KDTREPORTREC.
       STRING WS-SKIPDNCCOUNT " skipped (do-not-contact), "
           WS-ORPHANCOUNT " skipped (contact not on file), "
           WS-BADDATECOUNT " skipped (invalid date)."
           DELIMITED BY SIZE INTO KDTREPORTREC
       END-STRING.
       WRITE KDTREPORTREC.

       CLOSE KDTREPORTFILE.
       CLOSE FLWFILE.
       CLOSE KDTFILE.
       CLOSE DATAFILE.

       DISPLAY WS-CREATEDCOUNT " follow-up(s) created, "
           WS-ROLLEDCOUNT " yearly key date(s) rolled forward - see"
           " cob-contacts27.prt.".
       MOVE WS-CREATEDCOUNT TO RUN-COUNT.
       GOBACK.

       0000KEYDATEROW.

       IF FUNCTION TEST-DATE-YYYYMMDD(KDT-DATE) NOT = 0
         ADD 1 TO WS-BADDATECOUNT
         GO TO 0000KEYDATEROWEXIT
       END-IF.

       MOVE 0 TO WS-CONTACTOK.
       MOVE KDT-CKEY TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 1 TO WS-CONTACTOK
       END-READ.
       IF WS-CONTACTOK = 0
         ADD 1 TO WS-ORPHANCOUNT
         GO TO 0000KEYDATEROWEXIT
       END-IF.
       IF CSTATUS = "D"
         ADD 1 TO WS-SKIPDNCCOUNT
         GO TO 0000KEYDATEROWEXIT
       END-IF.

      * A yearly key date that has passed moves on to next year. A
      * run that was missed for more than a year moves it on until
      * it is in the future again.
       MOVE 0 TO WS-KDTCHANGED.
       IF KDT-RECUR = "Y" AND KDT-DATE < WS-ASOFDATE
         MOVE KDT-DATE TO WS-ROLLDATE
         MOVE KDT-ANNIV TO WS-ROLLANNIV
         IF KDT-ANNIV IS NOT NUMERIC OR KDT-ANNIV = 0
           MOVE KDT-DATE(5:4) TO WS-ROLLANNIV
           MOVE WS-ROLLANNIV TO KDT-ANNIV
         END-IF
         PERFORM UNTIL WS-ROLLDATE NOT < WS-ASOFDATE
           PERFORM 0000KEYDATEROLLYEAR
         END-PERFORM
         MOVE WS-ROLLDATE TO KDT-DATE
         MOVE 1 TO WS-KDTCHANGED
         ADD 1 TO WS-ROLLEDCOUNT
       END-IF.

      * The follow-up falls due the lead time ahead of the event. A
      * key date keyed in later than that gets a follow-up due today.
       IF KDT-DATE NOT < WS-ASOFDATE
           AND KDT-FLWDATE NOT = KDT-DATE
         COMPUTE WS-TRIGGERDATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(KDT-DATE) - KDT-LEAD)
         IF WS-TRIGGERDATE NOT > WS-ASOFDATE
           MOVE WS-TRIGGERDATE TO WS-FLWDUE
           IF WS-FLWDUE < WS-ASOFDATE
             MOVE WS-ASOFDATE TO WS-FLWDUE
           END-IF
           PERFORM 0000KEYDATEFOLLOWUP
             THRU 0000KEYDATEFOLLOWUPEXIT
           MOVE KDT-DATE TO KDT-FLWDATE
           MOVE 1 TO WS-KDTCHANGED
         END-IF
       END-IF.

       IF WS-KDTCHANGED = 1
         REWRITE KDTFILEFD
           INVALID KEY
             DISPLAY "!ERROR CANNOT UPDATE KEY DATE " KDT-CKEY "/"
                 KDT-SEQ "!"
             MOVE 8 TO RETURN-CODE
         END-REWRITE
       END-IF.

       0000KEYDATEROWEXIT.
       EXIT.

      * The note names the event and its date, so the same
      * occurrence always gives the same note.
       0000KEYDATEFOLLOWUP.

       MOVE SPACES TO WS-FLWTEXT.
       STRING KDT-TYPE " " KDT-DATE(1:4) "-" KDT-DATE(5:2) "-"
           KDT-DATE(7:2) " " KDT-NOTE
           DELIMITED BY SIZE INTO WS-FLWTEXT
       END-STRING.

       MOVE 0 TO WS-FLWONFILE.
       MOVE KDT-CKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1 OR WS-FLWONFILE = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = KDT-CKEY
               IF FLW-NOTE = WS-FLWTEXT
                 MOVE 1 TO WS-FLWONFILE
               END-IF
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-FLWEOF.
       IF WS-FLWONFILE = 1
         GO TO 0000KEYDATEFOLLOWUPEXIT
       END-IF.

       MOVE 0 TO WS-FLWMAXSEQ.
       MOVE KDT-CKEY TO FLW-CKEY.
       MOVE WS-FLWDUE TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = KDT-CKEY AND FLW-DUEDATE = WS-FLWDUE
               MOVE FLW-SEQ TO WS-FLWMAXSEQ
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-FLWEOF.

       MOVE KDT-CKEY TO FLW-CKEY.
       MOVE WS-FLWDUE TO FLW-DUEDATE.
       ADD 1 WS-FLWMAXSEQ GIVING FLW-SEQ.
       MOVE "O" TO FLW-STATUS.
       MOVE WS-FLWTEXT TO FLW-NOTE.
       WRITE FLWFILEFD
         INVALID KEY
           DISPLAY "!ERROR CANNOT WRITE FOLLOW-UP FOR " KDT-CKEY "!"
           MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
           ADD 1 TO WS-CREATEDCOUNT
           MOVE SPACES TO KDTREPORTREC
           STRING WS-FLWDUE(1:4) "-" WS-FLWDUE(5:2) "-"
               WS-FLWDUE(7:2) "  " KDT-CKEY "     " CNAME
               DELIMITED BY SIZE INTO KDTREPORTREC
           END-STRING
           MOVE WS-FLWTEXT TO KDTREPORTREC(59:60)
           WRITE KDTREPORTREC
       END-WRITE.

       0000KEYDATEFOLLOWUPEXIT.
       EXIT.

      * Each year takes the month and day the date was keyed with,
      * so 29 February moves to the 28th in a year that is not a
      * leap year and back to the 29th in the next leap year.
       0000KEYDATEROLLYEAR.

       ADD 1 TO WS-ROLLYYYY.
       MOVE WS-ROLLANNIVMM TO WS-ROLLMM.
       MOVE WS-ROLLANNIVDD TO WS-ROLLDD.
       IF WS-ROLLMM = 2 AND WS-ROLLDD = 29
         DIVIDE WS-ROLLYYYY BY 4 GIVING WS-LEAPQUOT
           REMAINDER WS-LEAP4
         DIVIDE WS-ROLLYYYY BY 100 GIVING WS-LEAPQUOT
           REMAINDER WS-LEAP100
         DIVIDE WS-ROLLYYYY BY 400 GIVING WS-LEAPQUOT
           REMAINDER WS-LEAP400
         IF WS-LEAP4 NOT = 0
             OR (WS-LEAP100 = 0 AND WS-LEAP400 NOT = 0)
           MOVE 28 TO WS-ROLLDD
         END-IF
       END-IF.
