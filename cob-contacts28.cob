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
       PROGRAM-ID. cob-contacts28.
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
           SELECT EVTREPORTFILE ASSIGN TO "cob-contacts28.prt"
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
         FD EVTREPORTFILE
           RECORD CONTAINS 132 CHARACTERS.
         01 EVTREPORTREC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTSTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTEOF PIC 9 VALUE ZERO.
         01 WS-ASOFDATE PIC 9(8) VALUE ZERO.
         01 WS-ENDDATE PIC 9(8) VALUE ZERO.
         01 WS-DAYS PIC 9(3) VALUE ZERO.
         01 WS-NEXTDATE PIC 9(8) VALUE ZERO.
         01 WS-TABLEFULL PIC 9 VALUE ZERO.
         01 WS-SKIPDNCCOUNT PIC 9(6) VALUE ZERO.
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
         01 WS-EVTFLAG PIC X(7) VALUE SPACES.
         01 WS-EVTCOUNT PIC 9(3) VALUE ZERO.
         01 WS-EVTIX PIC 9(3) VALUE ZERO.
         01 WS-EVTPOS PIC 9(3) VALUE ZERO.
         01 WS-EVTTABLE.
           05 WS-EVTENTRY OCCURS 999 TIMES.
             10 WS-EVT-DATE PIC 9(8).
             10 WS-EVT-CKEY PIC 9(7).
             10 WS-EVT-CNAME PIC X(25).
             10 WS-EVT-TYPE PIC X(8).
             10 WS-EVT-RECUR PIC X(1).
             10 WS-EVT-LEAD PIC 9(3).
             10 WS-EVT-NOTE PIC X(40).
             10 WS-EVT-DONE PIC 9.
         COPY RUNWS.

       PROCEDURE DIVISION.
      * Key dates coming up: every renewal, expiry, birthday and
      * other key date falling in the next N days, in date order,
      * with whether its follow-up has been written yet. Callable
      * from the cob-contacts12 batch controller with the number of
      * days in RUN-PARM(1:3); run at the screen it asks. 0 means 30.
       0000EVENTSTART.

       MOVE 0 TO WS-KDTEOF.
       MOVE 0 TO WS-EVTCOUNT.
       MOVE 0 TO WS-TABLEFULL.
       MOVE 0 TO WS-SKIPDNCCOUNT.

       IF RUN-ACTIVE = "Y"
         IF RUN-PARM(1:3) IS NUMERIC
           MOVE RUN-PARM(1:3) TO WS-DAYS
         END-IF
       ELSE
         DISPLAY "Key dates coming up in how many days? (0 = 30):"
         ACCEPT WS-DAYS
       END-IF.
       IF WS-DAYS = 0
         MOVE 30 TO WS-DAYS
       END-IF.

       ACCEPT WS-ASOFDATE FROM DATE yyyymmdd.
       COMPUTE WS-ENDDATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-ASOFDATE) + WS-DAYS).

       DISPLAY "Key dates from " WS-ASOFDATE " to " WS-ENDDATE " ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN INPUT KDTFILE.

       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END PERFORM 0000EVENTCHECKROW
             THRU 0000EVENTCHECKROWEXIT
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-KDTEOF.

       CLOSE KDTFILE.
       CLOSE DATAFILE.

       OPEN OUTPUT EVTREPORTFILE.
       MOVE "Key Dates Coming Up" TO EVTREPORTREC.
       WRITE EVTREPORTREC.
       MOVE SPACES TO EVTREPORTREC.
       STRING "Key dates in the next " WS-DAYS " days, "
           WS-ASOFDATE(1:4) "-" WS-ASOFDATE(5:2) "-" WS-ASOFDATE(7:2)
           " to "
           WS-ENDDATE(1:4) "-" WS-ENDDATE(5:2) "-" WS-ENDDATE(7:2)
           DELIMITED BY SIZE INTO EVTREPORTREC
       END-STRING.
       WRITE EVTREPORTREC.
       MOVE SPACES TO EVTREPORTREC.
       WRITE EVTREPORTREC.
       MOVE "Date        Type     Recur Lead Contact ID  Contact"
         TO EVTREPORTREC.
       MOVE "Note" TO EVTREPORTREC(80:4).
       MOVE "Follow-up" TO EVTREPORTREC(121:9).
       WRITE EVTREPORTREC.
       MOVE ALL "-" TO EVTREPORTREC.
       WRITE EVTREPORTREC.

       PERFORM VARYING WS-EVTIX FROM 1 BY 1
           UNTIL WS-EVTIX > WS-EVTCOUNT
         PERFORM 0000EVENTWRITEROW
       END-PERFORM.

       MOVE SPACES TO EVTREPORTREC.
       WRITE EVTREPORTREC.
       MOVE SPACES TO EVTREPORTREC.
       STRING WS-EVTCOUNT " key date(s) listed, " WS-SKIPDNCCOUNT
           " do-not-contact key date(s) left out."
           DELIMITED BY SIZE INTO EVTREPORTREC
       END-STRING.
       WRITE EVTREPORTREC.
       IF WS-TABLEFULL = 1
         MOVE "!TABLE FULL - ONLY THE FIRST 999 KEY DATES LISTED!"
           TO EVTREPORTREC
         WRITE EVTREPORTREC
       END-IF.
       CLOSE EVTREPORTFILE.

       DISPLAY WS-EVTCOUNT " key date(s) written to"
           " cob-contacts28.prt.".
       MOVE WS-EVTCOUNT TO RUN-COUNT.
       IF WS-TABLEFULL = 1
         DISPLAY "!ERROR KEY DATE TABLE FULL (999)!"
         MOVE 12 TO RETURN-CODE
       END-IF.
       GOBACK.

      * Yearly key dates the nightly step has not rolled forward yet
      * are moved on here, in working storage only.
       0000EVENTCHECKROW.

       IF FUNCTION TEST-DATE-YYYYMMDD(KDT-DATE) NOT = 0
         GO TO 0000EVENTCHECKROWEXIT
       END-IF.
       MOVE KDT-DATE TO WS-ROLLDATE.
       MOVE KDT-ANNIV TO WS-ROLLANNIV.
       IF KDT-ANNIV IS NOT NUMERIC OR KDT-ANNIV = 0
         MOVE KDT-DATE(5:4) TO WS-ROLLANNIV
       END-IF.
       IF KDT-RECUR = "Y"
         PERFORM UNTIL WS-ROLLDATE NOT < WS-ASOFDATE
           PERFORM 0000EVENTROLLYEAR
         END-PERFORM
       END-IF.
       MOVE WS-ROLLDATE TO WS-NEXTDATE.
       IF WS-NEXTDATE < WS-ASOFDATE OR WS-NEXTDATE > WS-ENDDATE
         GO TO 0000EVENTCHECKROWEXIT
       END-IF.

       MOVE KDT-CKEY TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY GO TO 0000EVENTCHECKROWEXIT
       END-READ.
       IF CSTATUS = "D"
         ADD 1 TO WS-SKIPDNCCOUNT
         GO TO 0000EVENTCHECKROWEXIT
       END-IF.
       IF WS-EVTCOUNT = 999
         MOVE 1 TO WS-TABLEFULL
         GO TO 0000EVENTCHECKROWEXIT
       END-IF.

      * Insert in date order: entries after the new date move down
      * one place.
       ADD 1 TO WS-EVTCOUNT.
       MOVE WS-EVTCOUNT TO WS-EVTPOS.
       PERFORM UNTIL WS-EVTPOS = 1
           OR WS-EVT-DATE(WS-EVTPOS - 1) NOT > WS-NEXTDATE
         MOVE WS-EVTENTRY(WS-EVTPOS - 1) TO WS-EVTENTRY(WS-EVTPOS)
         SUBTRACT 1 FROM WS-EVTPOS
       END-PERFORM.
       MOVE WS-NEXTDATE TO WS-EVT-DATE(WS-EVTPOS).
       MOVE KDT-CKEY TO WS-EVT-CKEY(WS-EVTPOS).
       MOVE CNAME TO WS-EVT-CNAME(WS-EVTPOS).
       MOVE KDT-TYPE TO WS-EVT-TYPE(WS-EVTPOS).
       MOVE KDT-RECUR TO WS-EVT-RECUR(WS-EVTPOS).
       MOVE KDT-LEAD TO WS-EVT-LEAD(WS-EVTPOS).
       MOVE KDT-NOTE TO WS-EVT-NOTE(WS-EVTPOS).
       IF KDT-FLWDATE = WS-NEXTDATE
         MOVE 1 TO WS-EVT-DONE(WS-EVTPOS)
       ELSE
         MOVE 0 TO WS-EVT-DONE(WS-EVTPOS)
       END-IF.

       0000EVENTCHECKROWEXIT.
       EXIT.

       0000EVENTWRITEROW.

       IF WS-EVT-DONE(WS-EVTIX) = 1
         MOVE "WRITTEN" TO WS-EVTFLAG
       ELSE
         MOVE "PENDING" TO WS-EVTFLAG
       END-IF.
       MOVE SPACES TO EVTREPORTREC.
       STRING WS-EVT-DATE(WS-EVTIX)(1:4) "-"
           WS-EVT-DATE(WS-EVTIX)(5:2) "-" WS-EVT-DATE(WS-EVTIX)(7:2)
           "  " WS-EVT-TYPE(WS-EVTIX) " " WS-EVT-RECUR(WS-EVTIX)
           "     " WS-EVT-LEAD(WS-EVTIX) "  " WS-EVT-CKEY(WS-EVTIX)
           "     " WS-EVT-CNAME(WS-EVTIX)
           DELIMITED BY SIZE INTO EVTREPORTREC
       END-STRING.
       MOVE WS-EVT-NOTE(WS-EVTIX) TO EVTREPORTREC(80:40).
       MOVE WS-EVTFLAG TO EVTREPORTREC(121:7).
       WRITE EVTREPORTREC.

      * Each year takes the month and day the date was keyed with,
      * so 29 February moves to the 28th in a year that is not a
      * leap year and back to the 29th in the next leap year.
       0000EVENTROLLYEAR.

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
