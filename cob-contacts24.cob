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
       PROGRAM-ID. cob-contacts24.
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
           SELECT OPTIONAL CAMPFILE ASSIGN TO "cob-contacts01.cmp"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CMP-CODE
             FILE STATUS IS WS-CAMPSTATUS.
           SELECT OPTIONAL INTFILE ASSIGN TO "cob-contacts01.int"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INT-KEY
             FILE STATUS IS WS-INTSTATUS.
           SELECT OPTIONAL UNDFILE ASSIGN TO "cob-contacts01.und"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UND-CKEY
             FILE STATUS IS WS-UNDSTATUS.
           SELECT OPTIONAL RETMAILFILE ASSIGN TO "cob-contacts24.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETMAILSTATUS.
           SELECT RETREPORTFILE ASSIGN TO "cob-contacts24.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 202 CHARACTERS.
         01 DATAFILEFD.
           COPY CONTACTFD.
         FD CAMPFILE
           RECORD CONTAINS 48 CHARACTERS.
         01 CAMPFILEFD.
           COPY CAMPFD.
         FD INTFILE
           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD UNDFILE
           RECORD CONTAINS 73 CHARACTERS.
         01 UNDFILEFD.
           COPY UNDFD.
      * One returned envelope per line, keyed in from the pile in
      * fixed columns: Contact ID (seven digits) in 1-7, campaign
      * code in 9-14 and the reason - MOVED, UNKNOWN or REFUSED - in
      * 16-22. Blank lines and lines starting with "*" are ignored.
         FD RETMAILFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 RETMAILREC.
           05 RM-CKEY PIC X(7).
           05 FILLER PIC X(1).
           05 RM-CMPCODE PIC X(6).
           05 FILLER PIC X(1).
           05 RM-REASON PIC X(7).
           05 FILLER PIC X(58).
         FD RETREPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 RETREPORTREC PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-CAMPSTATUS PIC X(02) VALUE SPACES.
         01 WS-INTSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-RETMAILSTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-RUNDATE PIC 9(8) VALUE ZERO.
         01 WS-READCOUNT PIC 9(6) VALUE ZERO.
         01 WS-MARKEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-REJECTCOUNT PIC 9(6) VALUE ZERO.
         01 WS-REPEATCOUNT PIC 9(6) VALUE ZERO.
         01 WS-RMCKEY PIC 9(7) VALUE ZERO.
         01 WS-RMCMPCODE PIC X(6) VALUE SPACES.
         01 WS-RMREASON PIC X(7) VALUE SPACES.
         01 WS-REJECTREASON PIC X(30) VALUE SPACES.
         01 WS-RETNAME PIC X(25) VALUE SPACES.
         01 WS-RETFOUND PIC 9 VALUE ZERO.
         01 WS-INTMAXSEQ PIC 9(2) VALUE ZERO.
         01 WS-RESULT PIC X(20) VALUE SPACES.
         COPY RUNWS.

       PROCEDURE DIVISION.
       0000RETURNSTART.

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-READCOUNT.
       MOVE 0 TO WS-MARKEDCOUNT.
       MOVE 0 TO WS-REJECTCOUNT.
       MOVE 0 TO WS-REPEATCOUNT.
       ACCEPT WS-RUNDATE FROM DATE yyyymmdd.

       DISPLAY "Processing returned mail from cob-contacts24.dat ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN INPUT CAMPFILE.
       OPEN I-O INTFILE.
       OPEN I-O UNDFILE.
       OPEN INPUT RETMAILFILE.
       OPEN OUTPUT RETREPORTFILE.

       MOVE "Returned Mail Processing" TO RETREPORTREC.
       WRITE RETREPORTREC.
       MOVE SPACES TO RETREPORTREC.
       STRING "Run date "
           WS-RUNDATE(1:4) "-" WS-RUNDATE(5:2) "-" WS-RUNDATE(7:2)
           DELIMITED BY SIZE INTO RETREPORTREC
       END-STRING.
       WRITE RETREPORTREC.
       MOVE SPACES TO RETREPORTREC.
       WRITE RETREPORTREC.
       MOVE "Contact ID  Campaign  Reason   Result" TO RETREPORTREC.
       WRITE RETREPORTREC.
       MOVE ALL "-" TO RETREPORTREC.
       WRITE RETREPORTREC.

       PERFORM UNTIL WS-ENDOFFILE = 1
         READ RETMAILFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             IF RETMAILREC NOT = SPACES AND RETMAILREC(1:1) NOT = "*"
               PERFORM 0000RETURNROW THRU 0000RETURNROWEXIT
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-ENDOFFILE.

       MOVE SPACES TO RETREPORTREC.
       WRITE RETREPORTREC.
       MOVE SPACES TO RETREPORTREC.
       STRING WS-READCOUNT " row(s) read, " WS-MARKEDCOUNT
           " marked undeliverable, " WS-REPEATCOUNT " repeat(s), "
           WS-REJECTCOUNT " rejected."
           DELIMITED BY SIZE INTO RETREPORTREC
       END-STRING.
       WRITE RETREPORTREC.

       CLOSE RETMAILFILE.
       CLOSE UNDFILE.
       CLOSE INTFILE.
       CLOSE CAMPFILE.
       CLOSE DATAFILE.
       CLOSE RETREPORTFILE.

       DISPLAY WS-MARKEDCOUNT " address(es) marked undeliverable, "
           WS-REJECTCOUNT " row(s) rejected - see cob-contacts24.prt.".
       MOVE WS-MARKEDCOUNT TO RUN-COUNT.
       GOBACK.

       0000RETURNROW.

       ADD 1 TO WS-READCOUNT.
       MOVE SPACES TO WS-REJECTREASON.
       MOVE RM-CMPCODE TO WS-RMCMPCODE.
       MOVE RM-REASON TO WS-RMREASON.
       INSPECT WS-RMREASON CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF RM-CKEY IS NOT NUMERIC
         MOVE "BAD CONTACT ID" TO WS-REJECTREASON
         GO TO 0000RETURNREJECT
       END-IF.
       MOVE RM-CKEY TO WS-RMCKEY.
       IF WS-RMREASON NOT = "MOVED" AND WS-RMREASON NOT = "UNKNOWN"
           AND WS-RMREASON NOT = "REFUSED"
         MOVE "UNKNOWN REASON" TO WS-REJECTREASON
         GO TO 0000RETURNREJECT
       END-IF.

       MOVE WS-RMCMPCODE TO CMP-CODE.
       READ CAMPFILE KEY IS CMP-CODE
         INVALID KEY MOVE "CAMPAIGN NOT ON FILE" TO WS-REJECTREASON
       END-READ.
       IF WS-REJECTREASON NOT = SPACES
         GO TO 0000RETURNREJECT
       END-IF.

       MOVE WS-RMCKEY TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY MOVE "CONTACT NOT ON FILE" TO WS-REJECTREASON
       END-READ.
       IF WS-REJECTREASON NOT = SPACES
         GO TO 0000RETURNREJECT
       END-IF.

       PERFORM 0000RETURNCHECKREPEAT.
       IF WS-RETFOUND = 1
         ADD 1 TO WS-REPEATCOUNT
         MOVE "ALREADY RECORDED" TO WS-RESULT
       ELSE
         PERFORM 0000RETURNFINDINTSEQ
         ADD 1 TO WS-INTMAXSEQ
           ON SIZE ERROR
             DISPLAY "!ERROR 99 INTERACTIONS TODAY - ENVELOPE FOR "
                 CKEY " NOT RECORDED!"
             MOVE "TOO MANY TODAY" TO WS-RESULT
             MOVE 8 TO RETURN-CODE
           NOT ON SIZE ERROR
             PERFORM 0000RETURNWRITEINT
             IF WS-RESULT = "MARKED"
               PERFORM 0000RETURNMARKADDRESS
             END-IF
         END-ADD
       END-IF.
       PERFORM 0000RETURNREPORTLINE.
       GO TO 0000RETURNROWEXIT.

       0000RETURNREJECT.

       ADD 1 TO WS-REJECTCOUNT.
       MOVE SPACES TO RETREPORTREC.
       STRING RM-CKEY "     " RM-CMPCODE "    " RM-REASON
           "  REJECTED - " WS-REJECTREASON
           DELIMITED BY SIZE INTO RETREPORTREC
       END-STRING.
       WRITE RETREPORTREC.

       0000RETURNROWEXIT.
       EXIT.

      * The flag carries the address the mail went to. A second
      * envelope for the same contact simply refreshes it.
       0000RETURNMARKADDRESS.

       MOVE CKEY TO UND-CKEY.
       MOVE WS-RUNDATE TO UND-DATE.
       MOVE WS-RMCMPCODE TO UND-CMPCODE.
       MOVE WS-RMREASON TO UND-REASON.
       MOVE CADR-S TO UND-CADR-S.
       MOVE CADR-P TO UND-CADR-P.
       MOVE CADR-C TO UND-CADR-C.
       WRITE UNDFILEFD
         INVALID KEY
           REWRITE UNDFILEFD
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO WS-MARKEDCOUNT
           END-REWRITE
         NOT INVALID KEY ADD 1 TO WS-MARKEDCOUNT
       END-WRITE.

      * A rerun over the same keyed-in file must not record the
      * same envelope twice, so look for a RETURN row against this
      * campaign before writing one.
       0000RETURNCHECKREPEAT.

       MOVE 0 TO WS-RETFOUND.
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
               IF INT-TYPE = "RETURN"
                   AND INT-NOTE(10:6) = WS-RMCMPCODE
                 MOVE 1 TO WS-RETFOUND
               END-IF
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

      * Same note shape as the campaign LETTER row - "Campaign "
      * then the code in positions 10-15 - so the two line up.
      * The address is only flagged once the RETURN interaction is
      * on file, so every flag has the row that explains it.
      * WS-INTMAXSEQ already holds the next free sequence number.
       0000RETURNWRITEINT.

       MOVE CKEY TO INT-CKEY.
       MOVE WS-RUNDATE TO INT-DATE.
       MOVE WS-INTMAXSEQ TO INT-SEQ.
       MOVE "RETURN" TO INT-TYPE.
       MOVE SPACES TO INT-NOTE.
       STRING "Campaign " WS-RMCMPCODE " - returned "
           WS-RMREASON
           DELIMITED BY SIZE INTO INT-NOTE
       END-STRING.
       WRITE INTFILEFD
         INVALID KEY
           DISPLAY "!ERROR CANNOT WRITE RETURN INTERACTION FOR "
               CKEY "!"
           MOVE "INTERACTION FAILED" TO WS-RESULT
           MOVE 8 TO RETURN-CODE
         NOT INVALID KEY
           MOVE "MARKED" TO WS-RESULT
       END-WRITE.

       0000RETURNFINDINTSEQ.

       MOVE 0 TO WS-INTMAXSEQ.
       MOVE CKEY TO INT-CKEY.
       MOVE WS-RUNDATE TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = CKEY AND INT-DATE = WS-RUNDATE
               MOVE INT-SEQ TO WS-INTMAXSEQ
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

       0000RETURNREPORTLINE.

       MOVE CNAME TO WS-RETNAME.
       MOVE SPACES TO RETREPORTREC.
       STRING CKEY "     " WS-RMCMPCODE "    " WS-RMREASON "  "
           WS-RESULT " " WS-RETNAME
           DELIMITED BY SIZE INTO RETREPORTREC
       END-STRING.
       WRITE RETREPORTREC.
