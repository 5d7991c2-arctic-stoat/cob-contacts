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
       PROGRAM-ID. cob-contacts23.
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
           SELECT OPTIONAL RELFILE ASSIGN TO "cob-contacts01.rel"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REL-KEY
             FILE STATUS IS WS-RELSTATUS.
           SELECT HHREPORTFILE ASSIGN TO "cob-contacts23.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 202 CHARACTERS.
         01 DATAFILEFD.
           COPY CONTACTFD.
         FD RELFILE
           RECORD CONTAINS 24 CHARACTERS.
         01 RELFILEFD.
           COPY RELFD.
         FD HHREPORTFILE
           RECORD CONTAINS 132 CHARACTERS.
         01 HHREPORTREC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-RELSTATUS PIC X(02) VALUE SPACES.
         01 WS-RELEOF PIC 9 VALUE ZERO.
         01 WS-RUNDATE PIC 9(8) VALUE ZERO.
         01 WS-LINKCOUNT PIC 9(6) VALUE ZERO.
         01 WS-MISMATCHCOUNT PIC 9(6) VALUE ZERO.
         01 WS-MISSINGCOUNT PIC 9(6) VALUE ZERO.
         01 WS-HHFOUND PIC 9 VALUE ZERO.
         01 WS-HHMEMBER1.
           COPY CONTACTWS
             REPLACING ==WS-CKEY==   BY ==WS-HH1-CKEY==
                       ==WS-CNAME==  BY ==WS-HH1-CNAME==
                       ==WS-CTEL==   BY ==WS-HH1-CTEL==
                       ==WS-CADR-S== BY ==WS-HH1-CADR-S==
                       ==WS-CADR-P== BY ==WS-HH1-CADR-P==
                       ==WS-CADR-C== BY ==WS-HH1-CADR-C==
                       ==WS-CADR-N== BY ==WS-HH1-CADR-N==
                       ==WS-CNOTE==  BY ==WS-HH1-CNOTE==
                       ==WS-CGROUP== BY ==WS-HH1-CGROUP==
                       ==WS-CSTATUS== BY ==WS-HH1-CSTATUS==.
         01 WS-HHMEMBER2.
           COPY CONTACTWS
             REPLACING ==WS-CKEY==   BY ==WS-HH2-CKEY==
                       ==WS-CNAME==  BY ==WS-HH2-CNAME==
                       ==WS-CTEL==   BY ==WS-HH2-CTEL==
                       ==WS-CADR-S== BY ==WS-HH2-CADR-S==
                       ==WS-CADR-P== BY ==WS-HH2-CADR-P==
                       ==WS-CADR-C== BY ==WS-HH2-CADR-C==
                       ==WS-CADR-N== BY ==WS-HH2-CADR-N==
                       ==WS-CNOTE==  BY ==WS-HH2-CNOTE==
                       ==WS-CGROUP== BY ==WS-HH2-CGROUP==
                       ==WS-CSTATUS== BY ==WS-HH2-CSTATUS==.
         COPY RUNWS.

       PROCEDURE DIVISION.
       0000HOUSEHOLDSTART.

       MOVE 0 TO WS-RELEOF.
       MOVE 0 TO WS-LINKCOUNT.
       MOVE 0 TO WS-MISMATCHCOUNT.
       MOVE 0 TO WS-MISSINGCOUNT.
       ACCEPT WS-RUNDATE FROM DATE yyyymmdd.

       DISPLAY "Household address mismatch report ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN INPUT RELFILE.
       OPEN OUTPUT HHREPORTFILE.

       MOVE "Household Address Mismatch Report" TO HHREPORTREC.
       WRITE HHREPORTREC.
       MOVE SPACES TO HHREPORTREC.
       STRING "Household members at different addresses as of "
           WS-RUNDATE(1:4) "-" WS-RUNDATE(5:2) "-" WS-RUNDATE(7:2)
           DELIMITED BY SIZE INTO HHREPORTREC
       END-STRING.
       WRITE HHREPORTREC.
       MOVE SPACES TO HHREPORTREC.
       WRITE HHREPORTREC.
       MOVE "Contact ID  Contact                    Street" TO
           HHREPORTREC.
       MOVE "Post Code   City            Nation" TO
           HHREPORTREC(67:35).
       WRITE HHREPORTREC.
       MOVE ALL "-" TO HHREPORTREC.
       WRITE HHREPORTREC.

      * Every link is stored as a mirrored pair, so only the half
      * with the lower Contact ID first is looked at - each
      * household link is compared once. The address is street,
      * post code, city and nation taken together, exactly as the
      * label run prints it.
       PERFORM UNTIL WS-RELEOF = 1
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
           NOT AT END
             IF REL-TYPE = "HOUSEHOLD" AND REL-CKEY1 < REL-CKEY2
               PERFORM 0000HOUSEHOLDCHECKLINK
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-RELEOF.

       MOVE SPACES TO HHREPORTREC.
       WRITE HHREPORTREC.
       MOVE SPACES TO HHREPORTREC.
       STRING WS-LINKCOUNT " household link(s) checked, "
           WS-MISMATCHCOUNT " at different addresses, "
           WS-MISSINGCOUNT " to a contact not on file."
           DELIMITED BY SIZE INTO HHREPORTREC
       END-STRING.
       WRITE HHREPORTREC.

       CLOSE RELFILE.
       CLOSE DATAFILE.
       CLOSE HHREPORTFILE.

       DISPLAY WS-MISMATCHCOUNT " mismatched household link(s)"
           " written to cob-contacts23.prt.".
       MOVE WS-MISMATCHCOUNT TO RUN-COUNT.
       GOBACK.

       0000HOUSEHOLDCHECKLINK.

       ADD 1 TO WS-LINKCOUNT.
       MOVE 0 TO WS-HHFOUND.
       MOVE REL-CKEY1 TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE DATAFILEFD TO WS-HHMEMBER1
           ADD 1 TO WS-HHFOUND
       END-READ.
       MOVE REL-CKEY2 TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE DATAFILEFD TO WS-HHMEMBER2
           ADD 1 TO WS-HHFOUND
       END-READ.

       IF WS-HHFOUND < 2
         ADD 1 TO WS-MISSINGCOUNT
       ELSE
         IF WS-HH1-CADR-S NOT = WS-HH2-CADR-S
             OR WS-HH1-CADR-P NOT = WS-HH2-CADR-P
             OR WS-HH1-CADR-C NOT = WS-HH2-CADR-C
             OR WS-HH1-CADR-N NOT = WS-HH2-CADR-N
           PERFORM 0000HOUSEHOLDWRITEPAIR
         END-IF
       END-IF.

       0000HOUSEHOLDWRITEPAIR.

       ADD 1 TO WS-MISMATCHCOUNT.
       MOVE SPACES TO HHREPORTREC.
       STRING WS-HH1-CKEY "     " WS-HH1-CNAME "  " WS-HH1-CADR-S
           DELIMITED BY SIZE INTO HHREPORTREC
       END-STRING.
       MOVE WS-HH1-CADR-P TO HHREPORTREC(67:10).
       MOVE WS-HH1-CADR-C TO HHREPORTREC(79:15).
       MOVE WS-HH1-CADR-N TO HHREPORTREC(95:15).
       WRITE HHREPORTREC.
       MOVE SPACES TO HHREPORTREC.
       STRING WS-HH2-CKEY "     " WS-HH2-CNAME "  " WS-HH2-CADR-S
           DELIMITED BY SIZE INTO HHREPORTREC
       END-STRING.
       MOVE WS-HH2-CADR-P TO HHREPORTREC(67:10).
       MOVE WS-HH2-CADR-C TO HHREPORTREC(79:15).
       MOVE WS-HH2-CADR-N TO HHREPORTREC(95:15).
       WRITE HHREPORTREC.
       MOVE SPACES TO HHREPORTREC.
       WRITE HHREPORTREC.
