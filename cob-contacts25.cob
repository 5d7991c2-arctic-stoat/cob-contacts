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
       PROGRAM-ID. cob-contacts25.
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
           SELECT OPTIONAL UNDFILE ASSIGN TO "cob-contacts01.und"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UND-CKEY
             FILE STATUS IS WS-UNDSTATUS.
           SELECT WORKREPORTFILE ASSIGN TO "cob-contacts25.prt"
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
         FD UNDFILE
           RECORD CONTAINS 73 CHARACTERS.
         01 UNDFILEFD.
           COPY UNDFD.
         FD WORKREPORTFILE
           RECORD CONTAINS 132 CHARACTERS.
         01 WORKREPORTREC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-COMMSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDEOF PIC 9 VALUE ZERO.
         01 WS-COMMEOF PIC 9 VALUE ZERO.
         01 WS-RUNDATE PIC 9(8) VALUE ZERO.
         01 WS-LISTCOUNT PIC 9(6) VALUE ZERO.
         01 WS-CLEAREDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-PHONECOUNT PIC 9(3) VALUE ZERO.
         COPY RUNWS.

       PROCEDURE DIVISION.
       0000WORKLISTSTART.

       MOVE 0 TO WS-UNDEOF.
       MOVE 0 TO WS-LISTCOUNT.
       MOVE 0 TO WS-CLEAREDCOUNT.
       ACCEPT WS-RUNDATE FROM DATE yyyymmdd.

       DISPLAY "Undeliverable address work list ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN INPUT COMMFILE.
       OPEN INPUT UNDFILE.
       OPEN OUTPUT WORKREPORTFILE.

       MOVE "Undeliverable Address Work List" TO WORKREPORTREC.
       WRITE WORKREPORTREC.
       MOVE SPACES TO WORKREPORTREC.
       STRING "Contacts to call for a new address as of "
           WS-RUNDATE(1:4) "-" WS-RUNDATE(5:2) "-" WS-RUNDATE(7:2)
           DELIMITED BY SIZE INTO WORKREPORTREC
       END-STRING.
       WRITE WORKREPORTREC.
       MOVE SPACES TO WORKREPORTREC.
       WRITE WORKREPORTREC.
       MOVE "Contact ID  Contact                    Returned" TO
           WORKREPORTREC.
       MOVE "Campaign  Reason   Street" TO WORKREPORTREC(52:25).
       WRITE WORKREPORTREC.
       MOVE "            Telephone" TO WORKREPORTREC.
       WRITE WORKREPORTREC.
       MOVE ALL "-" TO WORKREPORTREC.
       WRITE WORKREPORTREC.

      * A flag whose address has been changed since, or whose
      * contact is gone, no longer stops any label and is left off
      * the list.
       PERFORM UNTIL WS-UNDEOF = 1
         READ UNDFILE NEXT RECORD
           AT END MOVE 1 TO WS-UNDEOF
           NOT AT END
             MOVE UND-CKEY TO CKEY
             READ DATAFILE KEY IS CKEY
               INVALID KEY ADD 1 TO WS-CLEAREDCOUNT
               NOT INVALID KEY
                 IF UND-CADR-S = CADR-S AND UND-CADR-P = CADR-P
                     AND UND-CADR-C = CADR-C
                   PERFORM 0000WORKLISTWRITEROW
                 ELSE
                   ADD 1 TO WS-CLEAREDCOUNT
                 END-IF
             END-READ
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-UNDEOF.

       MOVE SPACES TO WORKREPORTREC.
       WRITE WORKREPORTREC.
       MOVE SPACES TO WORKREPORTREC.
       STRING WS-LISTCOUNT " undeliverable contact(s) listed, "
           WS-CLEAREDCOUNT " flag(s) no longer in force."
           DELIMITED BY SIZE INTO WORKREPORTREC
       END-STRING.
       WRITE WORKREPORTREC.

       CLOSE UNDFILE.
       CLOSE COMMFILE.
       CLOSE DATAFILE.
       CLOSE WORKREPORTFILE.

       DISPLAY WS-LISTCOUNT " contact(s) written to"
           " cob-contacts25.prt.".
       MOVE WS-LISTCOUNT TO RUN-COUNT.
       GOBACK.

       0000WORKLISTWRITEROW.

       ADD 1 TO WS-LISTCOUNT.
       MOVE SPACES TO WORKREPORTREC.
       STRING CKEY "     " CNAME "  "
           UND-DATE(1:4) "-" UND-DATE(5:2) "-" UND-DATE(7:2)
           "  " UND-CMPCODE "    " UND-REASON "  " CADR-S
           DELIMITED BY SIZE INTO WORKREPORTREC
       END-STRING.
       WRITE WORKREPORTREC.
       MOVE 0 TO WS-PHONECOUNT.
       IF CTEL NOT = SPACES
         MOVE SPACES TO WORKREPORTREC
         STRING "            MAIN   " CTEL
             DELIMITED BY SIZE INTO WORKREPORTREC
         END-STRING
         WRITE WORKREPORTREC
         ADD 1 TO WS-PHONECOUNT
       END-IF.
       PERFORM 0000WORKLISTPHONES.
       IF WS-PHONECOUNT = 0
         MOVE "            (no telephone on file)" TO WORKREPORTREC
         WRITE WORKREPORTREC
       END-IF.
       MOVE SPACES TO WORKREPORTREC.
       WRITE WORKREPORTREC.

      * Every contact method except an e-mail address is something
      * to dial.
       0000WORKLISTPHONES.

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
               IF COMM-TYPE NOT = "EMAIL"
                 MOVE SPACES TO WORKREPORTREC
                 STRING "            " COMM-TYPE " " COMM-VALUE
                     DELIMITED BY SIZE INTO WORKREPORTREC
                 END-STRING
                 WRITE WORKREPORTREC
                 ADD 1 TO WS-PHONECOUNT
               END-IF
             ELSE
               MOVE 1 TO WS-COMMEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-COMMEOF.
