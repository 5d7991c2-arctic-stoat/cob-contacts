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
       PROGRAM-ID. cob-contacts30.
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
           SELECT OPTIONAL CTRFILE ASSIGN TO "cob-contacts01.ctr"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTR-CKEY
             ALTERNATE RECORD KEY IS CTR-TERRITORY WITH DUPLICATES
             FILE STATUS IS WS-CTRSTATUS.
           SELECT OPTIONAL FLWFILE ASSIGN TO "cob-contacts01.flw"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FLW-KEY
             FILE STATUS IS WS-FLWSTATUS.
           SELECT TERRREPORTFILE ASSIGN TO "cob-contacts30.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 202 CHARACTERS.
         01 DATAFILEFD.
           COPY CONTACTFD.
         FD CTRFILE
           RECORD CONTAINS 44 CHARACTERS.
         01 CTRFILEFD.
           COPY CTRFD.
         FD FLWFILE
           RECORD CONTAINS 78 CHARACTERS.
         01 FLWFILEFD.
           COPY FLWFD.
         FD TERRREPORTFILE
           RECORD CONTAINS 132 CHARACTERS.
         01 TERRREPORTREC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-CTRSTATUS PIC X(02) VALUE SPACES.
         01 WS-CTREOF PIC 9 VALUE ZERO.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWEOF PIC 9 VALUE ZERO.
         01 WS-ASOFDATE PIC 9(8) VALUE ZERO.
         01 WS-TERRFILTER PIC X(4) VALUE SPACES.
         01 WS-TERRCURRENT PIC X(4) VALUE SPACES.
         01 WS-TERRNAME PIC X(30) VALUE SPACES.
         01 WS-TERRPAGES PIC 9(4) VALUE ZERO.
         01 WS-DUEFLAG PIC X(7) VALUE SPACES.
         01 WS-MOVEDFLAG PIC X(1) VALUE SPACE.
         01 WS-MOVEDSEEN PIC 9 VALUE ZERO.
         01 WS-TERRCONTACTS PIC 9(6) VALUE ZERO.
         01 WS-TERROPEN PIC 9(6) VALUE ZERO.
         01 WS-TERROVERDUE PIC 9(6) VALUE ZERO.
         01 WS-TOTCONTACTS PIC 9(6) VALUE ZERO.
         01 WS-TOTOPEN PIC 9(6) VALUE ZERO.
         01 WS-TOTOVERDUE PIC 9(6) VALUE ZERO.
         01 WS-TOTTERRS PIC 9(4) VALUE ZERO.
         COPY RUNWS.

       PROCEDURE DIVISION.
      * Territory report. Lists the contacts of each sales territory
      * with their open follow-ups, one territory to a page, so each
      * area rep can be handed their own list. The territory of a
      * contact comes from cob-contacts01.ctr, which cob-contacts01
      * writes from the postal directory whenever an address is
      * entered and the nightly directory check (cob-contacts31)
      * refreshes for every contact. Contacts whose address is not
      * in the directory are listed first, under a blank territory.
      * Callable from the cob-contacts12 batch controller;
      * RUN-PARM(1:4) may name a single territory to list.
       0000TERRITORYSTART.

       MOVE 0 TO WS-CTREOF.
       MOVE 0 TO WS-FLWEOF.
       MOVE 0 TO WS-TERRPAGES.
       MOVE 0 TO WS-TOTCONTACTS.
       MOVE 0 TO WS-TOTOPEN.
       MOVE 0 TO WS-TOTOVERDUE.
       MOVE 0 TO WS-TOTTERRS.
       MOVE 0 TO WS-MOVEDSEEN.

       IF RUN-ACTIVE = "Y"
         MOVE RUN-PARM(1:4) TO WS-TERRFILTER
       ELSE
         DISPLAY "Territory report of contacts and open follow-ups."
         DISPLAY "Territory to list (blank for all territories):"
         MOVE SPACES TO WS-TERRFILTER
         ACCEPT WS-TERRFILTER
       END-IF.
       INSPECT WS-TERRFILTER CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       ACCEPT WS-ASOFDATE FROM DATE yyyymmdd.

       IF WS-TERRFILTER = SPACES
         DISPLAY "Listing all territories as of " WS-ASOFDATE " ..."
       ELSE
         DISPLAY "Listing territory " WS-TERRFILTER " as of "
             WS-ASOFDATE " ..."
       END-IF.

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN INPUT CTRFILE.
       OPEN INPUT FLWFILE.
       OPEN OUTPUT TERRREPORTFILE.

      * The alternate key keeps the contacts of a territory together;
      * a single territory is read from its first row until the key
      * changes.
       MOVE WS-TERRFILTER TO CTR-TERRITORY.
       START CTRFILE KEY IS NOT LESS THAN CTR-TERRITORY
         INVALID KEY MOVE 1 TO WS-CTREOF
       END-START.
       PERFORM UNTIL WS-CTREOF = 1
         READ CTRFILE NEXT RECORD
           AT END MOVE 1 TO WS-CTREOF
           NOT AT END
             IF WS-TERRFILTER NOT = SPACES
                 AND CTR-TERRITORY NOT = WS-TERRFILTER
               MOVE 1 TO WS-CTREOF
             ELSE
               PERFORM 0000TERRITORYCONTACT
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-CTREOF.

       IF WS-TERRPAGES > 0
         PERFORM 0000TERRITORYTOTALS
       ELSE
         MOVE "Territory Report" TO TERRREPORTREC
         WRITE TERRREPORTREC
         MOVE SPACES TO TERRREPORTREC
         WRITE TERRREPORTREC
         MOVE "No contacts on file for the territory." TO
             TERRREPORTREC
         WRITE TERRREPORTREC
       END-IF.

       MOVE SPACES TO TERRREPORTREC.
       WRITE TERRREPORTREC.
       MOVE SPACES TO TERRREPORTREC.
       STRING "All territories listed: " WS-TOTTERRS
           " territory(ies), " WS-TOTCONTACTS " contact(s), "
           WS-TOTOPEN " open follow-up(s), of which "
           WS-TOTOVERDUE " overdue."
           DELIMITED BY SIZE INTO TERRREPORTREC
       END-STRING.
       WRITE TERRREPORTREC.
       IF WS-MOVEDSEEN = 1
         MOVE "* address changed since the territory was set - the"
             TO TERRREPORTREC
         MOVE " nightly directory check will reassign it." TO
             TERRREPORTREC(52:42)
         WRITE TERRREPORTREC
       END-IF.

       CLOSE TERRREPORTFILE.
       CLOSE FLWFILE.
       CLOSE CTRFILE.
       CLOSE DATAFILE.

       DISPLAY WS-TOTCONTACTS " contact(s) in " WS-TOTTERRS
           " territory(ies) written to cob-contacts30.prt.".
       MOVE WS-TOTCONTACTS TO RUN-COUNT.
       GOBACK.

      * A territory row whose contact has since been deleted or
      * archived is passed over; the nightly directory check removes
      * it.
       0000TERRITORYCONTACT.

       MOVE CTR-CKEY TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF WS-TERRPAGES = 0 OR CTR-TERRITORY NOT = WS-TERRCURRENT
             IF WS-TERRPAGES > 0
               PERFORM 0000TERRITORYTOTALS
             END-IF
             PERFORM 0000TERRITORYHEADING
           END-IF
           PERFORM 0000TERRITORYWRITECONTACT
       END-READ.

       0000TERRITORYHEADING.

       MOVE CTR-TERRITORY TO WS-TERRCURRENT.
       MOVE 0 TO WS-TERRCONTACTS.
       MOVE 0 TO WS-TERROPEN.
       MOVE 0 TO WS-TERROVERDUE.
       ADD 1 TO WS-TOTTERRS.
       IF WS-TERRCURRENT = SPACES
         MOVE "(not in postal directory)" TO WS-TERRNAME
       ELSE
         MOVE WS-TERRCURRENT TO WS-TERRNAME
       END-IF.

       MOVE SPACES TO TERRREPORTREC.
       STRING "Territory Report - Territory " WS-TERRNAME
           DELIMITED BY SIZE INTO TERRREPORTREC
       END-STRING.
       IF WS-TERRPAGES > 0
         WRITE TERRREPORTREC AFTER ADVANCING PAGE
       ELSE
         WRITE TERRREPORTREC
       END-IF.
       ADD 1 TO WS-TERRPAGES.
       MOVE SPACES TO TERRREPORTREC.
       STRING "Contacts and open follow-ups as of "
           WS-ASOFDATE(1:4) "-" WS-ASOFDATE(5:2) "-" WS-ASOFDATE(7:2)
           DELIMITED BY SIZE INTO TERRREPORTREC
       END-STRING.
       WRITE TERRREPORTREC.
       MOVE SPACES TO TERRREPORTREC.
       WRITE TERRREPORTREC.
       MOVE "Contact ID  Contact                    Telephone" TO
           TERRREPORTREC.
       MOVE "Post Code  City            St" TO TERRREPORTREC(80:30).
       WRITE TERRREPORTREC.
       MOVE ALL "-" TO TERRREPORTREC.
       WRITE TERRREPORTREC.

       0000TERRITORYWRITECONTACT.

       MOVE SPACE TO WS-MOVEDFLAG.
       IF CADR-P NOT = CTR-CADR-P OR CADR-N NOT = CTR-CADR-N
         MOVE "*" TO WS-MOVEDFLAG
         MOVE 1 TO WS-MOVEDSEEN
       END-IF.

       MOVE SPACES TO TERRREPORTREC.
       STRING CKEY WS-MOVEDFLAG "    " CNAME "  " CTEL
           DELIMITED BY SIZE INTO TERRREPORTREC
       END-STRING.
       MOVE CADR-P TO TERRREPORTREC(80:10).
       MOVE CADR-C TO TERRREPORTREC(91:15).
       MOVE CSTATUS TO TERRREPORTREC(107:1).
       WRITE TERRREPORTREC.
       ADD 1 TO WS-TERRCONTACTS.
       ADD 1 TO WS-TOTCONTACTS.

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
             IF FLW-CKEY NOT = CKEY
               MOVE 1 TO WS-FLWEOF
             ELSE
               IF FLW-STATUS = "O"
                 PERFORM 0000TERRITORYWRITEFLW
               END-IF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-FLWEOF.

       0000TERRITORYWRITEFLW.

       IF FLW-DUEDATE < WS-ASOFDATE
         MOVE "OVERDUE" TO WS-DUEFLAG
         ADD 1 TO WS-TERROVERDUE
         ADD 1 TO WS-TOTOVERDUE
       ELSE
         IF FLW-DUEDATE = WS-ASOFDATE
           MOVE "DUE" TO WS-DUEFLAG
         ELSE
           MOVE SPACES TO WS-DUEFLAG
         END-IF
       END-IF.
       ADD 1 TO WS-TERROPEN.
       ADD 1 TO WS-TOTOPEN.

       MOVE SPACES TO TERRREPORTREC.
       STRING "            Follow-up "
           FLW-DUEDATE(1:4) "-" FLW-DUEDATE(5:2) "-"
           FLW-DUEDATE(7:2) " " WS-DUEFLAG " " FLW-NOTE
           DELIMITED BY SIZE INTO TERRREPORTREC
       END-STRING.
       WRITE TERRREPORTREC.

       0000TERRITORYTOTALS.

       MOVE SPACES TO TERRREPORTREC.
       WRITE TERRREPORTREC.
       MOVE SPACES TO TERRREPORTREC.
       STRING "Territory " WS-TERRNAME ": " WS-TERRCONTACTS
           " contact(s), " WS-TERROPEN " open follow-up(s), of which "
           WS-TERROVERDUE " overdue."
           DELIMITED BY SIZE INTO TERRREPORTREC
       END-STRING.
       WRITE TERRREPORTREC.
