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
       PROGRAM-ID. cob-contacts26.
       AUTHOR.  "Christer Stig Åke Landstedt".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL SELFILE ASSIGN TO "cob-contacts01.sel"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SEL-NAME
             FILE STATUS IS WS-SELSTATUS.
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

       DATA DIVISION.
         FILE SECTION.
         FD SELFILE
           RECORD CONTAINS 112 CHARACTERS.
         01 SELFILEFD.
           COPY SELFD.
         FD INTFILE
           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD FLWFILE
           RECORD CONTAINS 78 CHARACTERS.
         01 FLWFILEFD.
           COPY FLWFD.

         WORKING-STORAGE SECTION.
         01 WS-SELSTATUS PIC X(02) VALUE SPACES.
         01 WS-INTSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-FILESOPEN PIC 9 VALUE ZERO.
         01 WS-SETOPEN PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-FLWEOF PIC 9 VALUE ZERO.
         01 WS-GROUPIX PIC 9 VALUE ZERO.
         01 WS-GROUPSET PIC 9 VALUE ZERO.
         01 WS-GROUPHIT PIC 9 VALUE ZERO.
         01 WS-CRITTEXT PIC X(60) VALUE SPACES.
         01 WS-CRITPOS PIC 9(2) VALUE ZERO.
         01 WS-MATCHSTATUS PIC X(1) VALUE SPACE.
         01 WS-MATCHUPPER PIC X(15) VALUE SPACES.
         01 WS-SETUPPER PIC X(15) VALUE SPACES.
         01 WS-LASTINTDATE PIC 9(8) VALUE ZERO.
         01 WS-OPENFLWFOUND PIC 9 VALUE ZERO.
         01 WS-MONTHSSHOW PIC ZZ9.
         01 WS-CUTOFFDATE.
           05 WS-CUTOFFYYYY PIC 9(4).
           05 WS-CUTOFFMM PIC 9(2).
           05 WS-CUTOFFDD PIC 9(2).
         01 WS-TOTALMONTHS PIC 9(6) VALUE ZERO.
         01 WS-MONTHQUOT PIC 9(4) VALUE ZERO.
         01 WS-MONTHREM PIC 9(2) VALUE ZERO.
         01 WS-MATCHCONTACT.
           COPY CONTACTWS.
         01 DATEANDTIME.
           05 CURRENTDATE2.
             10 YYYY PIC 9999.
             10 MM2 PIC 99.
             10 DD2 PIC 99.
         COPY SELWS.

       PROCEDURE DIVISION.
      * Selection set matcher. Called by the label run, the CSV
      * export and the campaign run through the SELCONTROL area
      * (copybook SELWS) so a saved set selects the same contacts
      * whichever program uses it. The set and the interaction and
      * follow-up files stay open between the "O" and "C" requests.
       0000SELECTSTART.

       EVALUATE SC-REQUEST
         WHEN "O" PERFORM 0000SELECTOPEN THRU 0000SELECTOPENEXIT
         WHEN "M" PERFORM 0000SELECTMATCH THRU 0000SELECTMATCHEXIT
         WHEN "C" PERFORM 0000SELECTCLOSE
       END-EVALUATE.
       GOBACK.

      * Look the name up on the set file. A name that is not a saved
      * set is left to the caller to treat as a group code.
       0000SELECTOPEN.

       PERFORM 0000SELECTCLOSE.
       MOVE 0 TO SC-FOUND.
       MOVE 0 TO SC-MATCH.
       MOVE 0 TO SC-CRITCOUNT.
       MOVE SPACES TO WS-CRITTEXT.
       PERFORM VARYING WS-CRITPOS FROM 1 BY 1 UNTIL WS-CRITPOS > 10
         MOVE SPACES TO SC-CRITLINE(WS-CRITPOS)
       END-PERFORM.
       IF SC-SETNAME = SPACES
         GO TO 0000SELECTOPENEXIT
       END-IF.

       OPEN INPUT SELFILE.
       IF WS-SELSTATUS NOT = "00" AND WS-SELSTATUS NOT = "05"
         GO TO 0000SELECTOPENEXIT
       END-IF.
       MOVE 1 TO WS-SETOPEN.
       MOVE SC-SETNAME TO SEL-NAME.
       READ SELFILE KEY IS SEL-NAME
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 1 TO SC-FOUND
       END-READ.
       IF SC-FOUND = 0
         CLOSE SELFILE
         MOVE 0 TO WS-SETOPEN
         GO TO 0000SELECTOPENEXIT
       END-IF.

       MOVE 0 TO WS-GROUPSET.
       PERFORM VARYING WS-GROUPIX FROM 1 BY 1 UNTIL WS-GROUPIX > 5
         IF SEL-GROUP(WS-GROUPIX) NOT = SPACES
           MOVE 1 TO WS-GROUPSET
         END-IF
       END-PERFORM.
       IF SEL-INTMODE = "W" OR SEL-INTMODE = "B"
         ACCEPT CURRENTDATE2 FROM DATE yyyymmdd
         COMPUTE WS-TOTALMONTHS = YYYY * 12 + MM2 - 1
             - SEL-INTMONTHS
         DIVIDE WS-TOTALMONTHS BY 12
           GIVING WS-MONTHQUOT REMAINDER WS-MONTHREM
         MOVE WS-MONTHQUOT TO WS-CUTOFFYYYY
         ADD 1 WS-MONTHREM GIVING WS-CUTOFFMM
         MOVE DD2 TO WS-CUTOFFDD
         IF WS-CUTOFFDD > 28
           MOVE 28 TO WS-CUTOFFDD
         END-IF
         OPEN INPUT INTFILE
         MOVE 1 TO WS-FILESOPEN
       END-IF.
       IF SEL-OPENFLW = "Y" OR SEL-OPENFLW = "N"
         OPEN INPUT FLWFILE
         MOVE 1 TO WS-FILESOPEN
       END-IF.
       PERFORM 0000SELECTDESCRIBE.

       0000SELECTOPENEXIT.
       EXIT.

      * One printable line per criterion, for the run to show what
      * it selected on.
       0000SELECTDESCRIBE.

       STRING "Selection set " DELIMITED BY SIZE
           SEL-NAME         DELIMITED BY SIZE
           " - "            DELIMITED BY SIZE
           SEL-DESC         DELIMITED BY SIZE
           INTO WS-CRITTEXT
       END-STRING.
       PERFORM 0000SELECTADDLINE.
       IF WS-GROUPSET = 1
         STRING "  Groups       : " DELIMITED BY SIZE
             SEL-GROUP(1) " " SEL-GROUP(2) " " SEL-GROUP(3) " "
             SEL-GROUP(4) " " SEL-GROUP(5) DELIMITED BY SIZE
             INTO WS-CRITTEXT
         END-STRING
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SEL-STATUSES NOT = SPACES
         STRING "  Status       : " DELIMITED BY SIZE
             SEL-STATUSES   DELIMITED BY SIZE
             INTO WS-CRITTEXT
         END-STRING
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SEL-NATION NOT = SPACES
         STRING "  Nation       : " DELIMITED BY SIZE
             SEL-NATION     DELIMITED BY SIZE
             INTO WS-CRITTEXT
         END-STRING
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SEL-CITY NOT = SPACES
         STRING "  City         : " DELIMITED BY SIZE
             SEL-CITY       DELIMITED BY SIZE
             INTO WS-CRITTEXT
         END-STRING
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SEL-POSTFROM NOT = SPACES OR SEL-POSTTO NOT = SPACES
         STRING "  Post code    : " DELIMITED BY SIZE
             SEL-POSTFROM   DELIMITED BY SIZE
             " to "         DELIMITED BY SIZE
             SEL-POSTTO     DELIMITED BY SIZE
             INTO WS-CRITTEXT
         END-STRING
         PERFORM 0000SELECTADDLINE
       END-IF.
       MOVE SEL-INTMONTHS TO WS-MONTHSSHOW.
       IF SEL-INTMODE = "W"
         STRING "  Interaction  : within " DELIMITED BY SIZE
             WS-MONTHSSHOW  DELIMITED BY SIZE
             " months (since " DELIMITED BY SIZE
             WS-CUTOFFYYYY "-" WS-CUTOFFMM "-" WS-CUTOFFDD ")"
                            DELIMITED BY SIZE
             INTO WS-CRITTEXT
         END-STRING
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SEL-INTMODE = "B"
         STRING "  Interaction  : none in " DELIMITED BY SIZE
             WS-MONTHSSHOW  DELIMITED BY SIZE
             " months (since " DELIMITED BY SIZE
             WS-CUTOFFYYYY "-" WS-CUTOFFMM "-" WS-CUTOFFDD ")"
                            DELIMITED BY SIZE
             INTO WS-CRITTEXT
         END-STRING
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SEL-OPENFLW = "Y"
         MOVE "  Follow-up    : has an open follow-up" TO WS-CRITTEXT
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SEL-OPENFLW = "N"
         MOVE "  Follow-up    : no open follow-up" TO WS-CRITTEXT
         PERFORM 0000SELECTADDLINE
       END-IF.
       IF SC-CRITCOUNT = 1
         MOVE "  No criteria  : every contact" TO WS-CRITTEXT
         PERFORM 0000SELECTADDLINE
       END-IF.

       0000SELECTADDLINE.

       IF SC-CRITCOUNT < 10
         ADD 1 TO SC-CRITCOUNT
         MOVE WS-CRITTEXT TO SC-CRITLINE(SC-CRITCOUNT)
       END-IF.
       MOVE SPACES TO WS-CRITTEXT.

      * The cheap tests on the contact record come first; the
      * interaction and follow-up files are only read for contacts
      * that have passed everything else.
       0000SELECTMATCH.

       MOVE 0 TO SC-MATCH.
       IF WS-SETOPEN = 0
         GO TO 0000SELECTMATCHEXIT
       END-IF.
       MOVE SC-CONTACT TO WS-MATCHCONTACT.

       IF WS-GROUPSET = 1
         MOVE 0 TO WS-GROUPHIT
         PERFORM VARYING WS-GROUPIX FROM 1 BY 1 UNTIL WS-GROUPIX > 5
           IF SEL-GROUP(WS-GROUPIX) NOT = SPACES
               AND SEL-GROUP(WS-GROUPIX) = WS-CGROUP
             MOVE 1 TO WS-GROUPHIT
           END-IF
         END-PERFORM
         IF WS-GROUPHIT = 0
           GO TO 0000SELECTMATCHEXIT
         END-IF
       END-IF.

       IF SEL-STATUSES NOT = SPACES
         MOVE WS-CSTATUS TO WS-MATCHSTATUS
         IF WS-MATCHSTATUS = SPACE
           MOVE "A" TO WS-MATCHSTATUS
         END-IF
         IF WS-MATCHSTATUS NOT = SEL-STATUSES(1:1)
             AND WS-MATCHSTATUS NOT = SEL-STATUSES(2:1)
             AND WS-MATCHSTATUS NOT = SEL-STATUSES(3:1)
           GO TO 0000SELECTMATCHEXIT
         END-IF
       END-IF.

       IF SEL-NATION NOT = SPACES
         MOVE WS-CADR-N TO WS-MATCHUPPER
         MOVE SEL-NATION TO WS-SETUPPER
         PERFORM 0000SELECTUPPER
         IF WS-MATCHUPPER NOT = WS-SETUPPER
           GO TO 0000SELECTMATCHEXIT
         END-IF
       END-IF.

       IF SEL-CITY NOT = SPACES
         MOVE WS-CADR-C TO WS-MATCHUPPER
         MOVE SEL-CITY TO WS-SETUPPER
         PERFORM 0000SELECTUPPER
         IF WS-MATCHUPPER NOT = WS-SETUPPER
           GO TO 0000SELECTMATCHEXIT
         END-IF
       END-IF.

       IF SEL-POSTFROM NOT = SPACES
           AND WS-CADR-P < SEL-POSTFROM
         GO TO 0000SELECTMATCHEXIT
       END-IF.
       IF SEL-POSTTO NOT = SPACES
           AND WS-CADR-P > SEL-POSTTO
         GO TO 0000SELECTMATCHEXIT
       END-IF.

       IF SEL-INTMODE = "W" OR SEL-INTMODE = "B"
         PERFORM 0000SELECTLASTINT
         IF SEL-INTMODE = "W"
             AND WS-LASTINTDATE < WS-CUTOFFDATE
           GO TO 0000SELECTMATCHEXIT
         END-IF
         IF SEL-INTMODE = "B"
             AND WS-LASTINTDATE NOT < WS-CUTOFFDATE
           GO TO 0000SELECTMATCHEXIT
         END-IF
       END-IF.

       IF SEL-OPENFLW = "Y" OR SEL-OPENFLW = "N"
         PERFORM 0000SELECTOPENFLW
         IF SEL-OPENFLW = "Y" AND WS-OPENFLWFOUND = 0
           GO TO 0000SELECTMATCHEXIT
         END-IF
         IF SEL-OPENFLW = "N" AND WS-OPENFLWFOUND = 1
           GO TO 0000SELECTMATCHEXIT
         END-IF
       END-IF.

       MOVE 1 TO SC-MATCH.

       0000SELECTMATCHEXIT.
       EXIT.

       0000SELECTUPPER.

       INSPECT WS-MATCHUPPER CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       INSPECT WS-SETUPPER CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Interaction rows are keyed by date within the contact, so
      * the last one read for the contact is the latest.
       0000SELECTLASTINT.

       MOVE 0 TO WS-LASTINTDATE.
       MOVE WS-CKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = WS-CKEY
               MOVE INT-DATE TO WS-LASTINTDATE
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

       0000SELECTOPENFLW.

       MOVE 0 TO WS-OPENFLWFOUND.
       MOVE WS-CKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1 OR WS-OPENFLWFOUND = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = WS-CKEY
               IF FLW-STATUS = "O"
                 MOVE 1 TO WS-OPENFLWFOUND
               END-IF
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-FLWEOF.

       0000SELECTCLOSE.

       IF WS-FILESOPEN = 1
         IF SEL-INTMODE = "W" OR SEL-INTMODE = "B"
           CLOSE INTFILE
         END-IF
         IF SEL-OPENFLW = "Y" OR SEL-OPENFLW = "N"
           CLOSE FLWFILE
         END-IF
         MOVE 0 TO WS-FILESOPEN
       END-IF.
       IF WS-SETOPEN = 1
         CLOSE SELFILE
         MOVE 0 TO WS-SETOPEN
       END-IF.
