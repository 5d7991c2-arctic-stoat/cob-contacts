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
       PROGRAM-ID. cob-contacts31.
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
           SELECT OPTIONAL NATFILE ASSIGN TO "cob-contacts01.nat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NAT-CODE
             FILE STATUS IS WS-NATSTATUS.
           SELECT OPTIONAL PSTFILE ASSIGN TO "cob-contacts01.pst"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PST-KEY
             FILE STATUS IS WS-PSTSTATUS.
           SELECT OPTIONAL CTRFILE ASSIGN TO "cob-contacts01.ctr"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTR-CKEY
             ALTERNATE RECORD KEY IS CTR-TERRITORY WITH DUPLICATES
             FILE STATUS IS WS-CTRSTATUS.
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
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-contacts01.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDITSTATUS.
           SELECT PSTREPORTFILE ASSIGN TO "cob-contacts31.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 202 CHARACTERS.
         01 DATAFILEFD.
           COPY CONTACTFD.
         FD NATFILE
           RECORD CONTAINS 50 CHARACTERS.
         01 NATFILEFD.
           COPY NATFD.
         FD PSTFILE
           RECORD CONTAINS 64 CHARACTERS.
         01 PSTFILEFD.
           COPY PSTFD.
         FD CTRFILE
           RECORD CONTAINS 44 CHARACTERS.
         01 CTRFILEFD.
           COPY CTRFD.
         FD LCKFILE
           RECORD CONTAINS 29 CHARACTERS.
         01 LCKFILEFD.
           COPY LCKFD.
         FD UNDFILE
           RECORD CONTAINS 73 CHARACTERS.
         01 UNDFILEFD.
           COPY UNDFD.
         FD AUDITFILE
           RECORD CONTAINS 451 CHARACTERS.
         01 AUDITREC.
           COPY AUDITFD.
         FD PSTREPORTFILE
           RECORD CONTAINS 132 CHARACTERS.
         01 PSTREPORTREC PIC X(132).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-NATSTATUS PIC X(02) VALUE SPACES.
         01 WS-PSTSTATUS PIC X(02) VALUE SPACES.
         01 WS-CTRSTATUS PIC X(02) VALUE SPACES.
         01 WS-LCKSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-AUDITSTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-CTREOF PIC 9 VALUE ZERO.
         01 WS-CORRECTMODE PIC X(1) VALUE SPACE.
         01 WS-PSTFOUND PIC 9 VALUE ZERO.
         01 WS-PSTNATION PIC X(25) VALUE SPACES.
         01 WS-PSTCITY PIC X(15) VALUE SPACES.
         01 WS-PSTTERRITORY PIC X(4) VALUE SPACES.
         01 WS-NATIONUPPER PIC X(15) VALUE SPACES.
         01 WS-CITYUPPER PIC X(15) VALUE SPACES.
         01 WS-PSTCITYUPPER PIC X(15) VALUE SPACES.
         01 WS-LOCKED PIC 9 VALUE ZERO.
         01 WS-ACTION PIC X(9) VALUE SPACES.
         01 WS-CHECKEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-NOADDRCOUNT PIC 9(6) VALUE ZERO.
         01 WS-NOTINDIRCOUNT PIC 9(6) VALUE ZERO.
         01 WS-MISMATCHCOUNT PIC 9(6) VALUE ZERO.
         01 WS-CORRECTEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-LOCKEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-TERRCHANGED PIC 9(6) VALUE ZERO.
         01 WS-TERRDROPPED PIC 9(6) VALUE ZERO.
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
      * Nightly postal directory check. Looks every contact's post
      * code up in the postal directory (cob-contacts01.pst) and
      * lists the contacts whose city does not match the official
      * city for the code, ignoring upper and lower case. Run in
      * correction mode it also replaces the city with the official
      * one and writes an EDIT entry to the audit log for each
      * contact changed, passing over any contact a clerk has open
      * today. A returned-mail flag on the old spelling is moved to
      * the corrected city. Every run refreshes the contact
      * territory file (cob-contacts01.ctr) from the directory, so
      * contacts changed by the batch runs or a restore get their
      * territory too, and drops territory rows of contacts no
      * longer on file.
      * Callable from the cob-contacts12 batch controller; RUN-PARM
      * "C" selects correction mode.
       0000POSTCHECKSTART.

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-CTREOF.
       MOVE 0 TO WS-CHECKEDCOUNT.
       MOVE 0 TO WS-NOADDRCOUNT.
       MOVE 0 TO WS-NOTINDIRCOUNT.
       MOVE 0 TO WS-MISMATCHCOUNT.
       MOVE 0 TO WS-CORRECTEDCOUNT.
       MOVE 0 TO WS-LOCKEDCOUNT.
       MOVE 0 TO WS-TERRCHANGED.
       MOVE 0 TO WS-TERRDROPPED.
       IF RUN-ACTIVE = "Y"
         MOVE RUN-PARM(1:1) TO WS-CORRECTMODE
       ELSE
         DISPLAY "Postal directory check of contact cities."
         DISPLAY "Correct mismatched cities from the directory?"
             " (Y/N):"
         MOVE SPACE TO WS-CORRECTMODE
         ACCEPT WS-CORRECTMODE
       END-IF.
       IF WS-CORRECTMODE = "C" OR WS-CORRECTMODE = "c"
           OR WS-CORRECTMODE = "Y" OR WS-CORRECTMODE = "y"
         MOVE "C" TO WS-CORRECTMODE
         DISPLAY "Checking and correcting contact cities ..."
       ELSE
         MOVE SPACE TO WS-CORRECTMODE
         DISPLAY "Checking contact cities (report only) ..."
       END-IF.
       ACCEPT CURRENTDATE2 FROM DATE yyyymmdd.

       IF WS-CORRECTMODE = "C"
         OPEN I-O DATAFILE
       ELSE
         OPEN INPUT DATAFILE
       END-IF.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN I-O CTRFILE.
       IF WS-CTRSTATUS NOT = "00" AND WS-CTRSTATUS NOT = "05"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.ctr - STATUS "
             WS-CTRSTATUS "!"
         CLOSE DATAFILE
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN INPUT NATFILE.
       OPEN INPUT PSTFILE.
       OPEN INPUT LCKFILE.
       IF WS-CORRECTMODE = "C"
         OPEN I-O UNDFILE
       END-IF.
       OPEN OUTPUT PSTREPORTFILE.

       MOVE "Postal Directory City Check" TO PSTREPORTREC.
       WRITE PSTREPORTREC.
       MOVE SPACES TO PSTREPORTREC.
       IF WS-CORRECTMODE = "C"
         STRING "Contacts whose city differs from the postal"
             " directory, corrected "
             YYYY "-" MM2 "-" DD2
             DELIMITED BY SIZE INTO PSTREPORTREC
         END-STRING
       ELSE
         STRING "Contacts whose city differs from the postal"
             " directory as of "
             YYYY "-" MM2 "-" DD2 " (report only)"
             DELIMITED BY SIZE INTO PSTREPORTREC
         END-STRING
       END-IF.
       WRITE PSTREPORTREC.
       MOVE SPACES TO PSTREPORTREC.
       WRITE PSTREPORTREC.
       MOVE "Contact ID  Contact                    Post Code  Nation"
           TO PSTREPORTREC.
       MOVE "City On File     Directory City   Action" TO
           PSTREPORTREC(75:40).
       WRITE PSTREPORTREC.
       MOVE ALL "-" TO PSTREPORTREC.
       WRITE PSTREPORTREC.

       PERFORM UNTIL WS-ENDOFFILE = 1
         READ DATAFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END PERFORM 0000POSTCHECKCONTACT
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-ENDOFFILE.

      * Territory rows are keyed like the contact file, so the rows
      * of deleted and archived contacts are found with one pass.
       MOVE 0 TO CTR-CKEY.
       START CTRFILE KEY IS NOT LESS THAN CTR-CKEY
         INVALID KEY MOVE 1 TO WS-CTREOF
       END-START.
       PERFORM UNTIL WS-CTREOF = 1
         READ CTRFILE NEXT RECORD
           AT END MOVE 1 TO WS-CTREOF
           NOT AT END
             MOVE CTR-CKEY TO CKEY
             READ DATAFILE KEY IS CKEY
               INVALID KEY
                 DELETE CTRFILE END-DELETE
                 ADD 1 TO WS-TERRDROPPED
             END-READ
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-CTREOF.

       MOVE SPACES TO PSTREPORTREC.
       WRITE PSTREPORTREC.
       MOVE SPACES TO PSTREPORTREC.
       STRING WS-CHECKEDCOUNT " contact(s) checked: "
           WS-MISMATCHCOUNT " city mismatch(es), "
           WS-CORRECTEDCOUNT " corrected, "
           WS-LOCKEDCOUNT " in use and left for the next run."
           DELIMITED BY SIZE INTO PSTREPORTREC
       END-STRING.
       WRITE PSTREPORTREC.
       MOVE SPACES TO PSTREPORTREC.
       STRING WS-NOADDRCOUNT " contact(s) with no post code or"
           " nation, " WS-NOTINDIRCOUNT
           " with a post code not in the directory."
           DELIMITED BY SIZE INTO PSTREPORTREC
       END-STRING.
       WRITE PSTREPORTREC.
       MOVE SPACES TO PSTREPORTREC.
       STRING WS-TERRCHANGED " territory row(s) set or changed, "
           WS-TERRDROPPED " dropped for contacts no longer on file."
           DELIMITED BY SIZE INTO PSTREPORTREC
       END-STRING.
       WRITE PSTREPORTREC.

       CLOSE PSTREPORTFILE.
       IF WS-CORRECTMODE = "C"
         CLOSE UNDFILE
       END-IF.
       CLOSE LCKFILE.
       CLOSE PSTFILE.
       CLOSE NATFILE.
       CLOSE CTRFILE.
       CLOSE DATAFILE.

       DISPLAY WS-MISMATCHCOUNT " city mismatch(es), "
           WS-CORRECTEDCOUNT " corrected - see cob-contacts31.prt.".
       MOVE WS-MISMATCHCOUNT TO RUN-COUNT.
       GOBACK.

       0000POSTCHECKCONTACT.

       ADD 1 TO WS-CHECKEDCOUNT.
       MOVE 0 TO WS-PSTFOUND.
       MOVE SPACES TO WS-PSTCITY.
       MOVE SPACES TO WS-PSTTERRITORY.
       IF CADR-P = SPACES OR CADR-N = SPACES
         ADD 1 TO WS-NOADDRCOUNT
       ELSE
         PERFORM 0000POSTALLOOKUP
         IF WS-PSTFOUND = 0
           ADD 1 TO WS-NOTINDIRCOUNT
         ELSE
           MOVE CADR-C TO WS-CITYUPPER
           INSPECT WS-CITYUPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-PSTCITY TO WS-PSTCITYUPPER
           INSPECT WS-PSTCITYUPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CITYUPPER NOT = WS-PSTCITYUPPER
             PERFORM 0000POSTCHECKMISMATCH
           END-IF
         END-IF
       END-IF.
       PERFORM 0000POSTCHECKTERRITORY.

      * The directory is keyed on the nation's name from the nation
      * file, so SE and SWEDEN find the same ranges; a nation that
      * is not on that file is looked up as typed. Ranges within a
      * nation never overlap, so the first row whose top of range is
      * at or after the post code is the only one that can hold it.
       0000POSTALLOOKUP.

       MOVE CADR-N TO WS-NATIONUPPER.
       INSPECT WS-NATIONUPPER CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE WS-NATIONUPPER TO WS-PSTNATION.
       MOVE WS-NATIONUPPER TO NAT-CODE.
       READ NATFILE KEY IS NAT-CODE
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE NAT-NAME TO WS-PSTNATION
       END-READ.
       INSPECT WS-PSTNATION CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       MOVE WS-PSTNATION TO PST-NATION.
       MOVE CADR-P TO PST-POSTTO.
       START PSTFILE KEY IS NOT LESS THAN PST-KEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           READ PSTFILE NEXT RECORD
             AT END CONTINUE
             NOT AT END
               IF PST-NATION = WS-PSTNATION
                   AND PST-POSTFROM NOT > CADR-P
                 MOVE 1 TO WS-PSTFOUND
                 MOVE PST-CITY TO WS-PSTCITY
                 MOVE PST-TERRITORY TO WS-PSTTERRITORY
               END-IF
           END-READ
       END-START.

      * A contact a clerk has open today is reported but not
      * changed, so the batch never overwrites an edit in progress;
      * the next run picks it up.
       0000POSTCHECKMISMATCH.

       ADD 1 TO WS-MISMATCHCOUNT.
       MOVE SPACES TO WS-ACTION.
       IF WS-CORRECTMODE = "C"
         MOVE 0 TO WS-LOCKED
         MOVE CKEY TO LCK-CKEY
         READ LCKFILE KEY IS LCK-CKEY
           INVALID KEY CONTINUE
           NOT INVALID KEY
             IF LCK-DATE NOT < CURRENTDATE2
               MOVE 1 TO WS-LOCKED
             END-IF
         END-READ
         IF WS-LOCKED = 1
           MOVE "IN USE" TO WS-ACTION
           ADD 1 TO WS-LOCKEDCOUNT
         ELSE
           PERFORM 0000POSTCHECKCORRECT
         END-IF
       END-IF.

       MOVE SPACES TO PSTREPORTREC.
       STRING CKEY "     " CNAME "  " CADR-P " " CADR-N
           DELIMITED BY SIZE INTO PSTREPORTREC
       END-STRING.
       IF WS-ACTION = "CORRECTED"
         MOVE WS-AUDB-CADR-C TO PSTREPORTREC(75:15)
       ELSE
         MOVE CADR-C TO PSTREPORTREC(75:15)
       END-IF.
       MOVE WS-PSTCITY TO PSTREPORTREC(92:15).
       MOVE WS-ACTION TO PSTREPORTREC(109:9).
       WRITE PSTREPORTREC.

       0000POSTCHECKCORRECT.

       MOVE DATAFILEFD TO WS-AUDITBEFORE.
       MOVE WS-PSTCITY TO CADR-C.
       REWRITE DATAFILEFD
         INVALID KEY MOVE "FAILED" TO WS-ACTION
         NOT INVALID KEY
           MOVE "CORRECTED" TO WS-ACTION
           ADD 1 TO WS-CORRECTEDCOUNT
           MOVE DATAFILEFD TO WS-AUDITAFTER
           MOVE "EDIT" TO AUD-OPERATION
           PERFORM 0000WRITEAUDITRECORD
           PERFORM 0000POSTCHECKKEEPUND
       END-REWRITE.

      * Returned mail was sent to the misspelled city, which is the
      * same address. Carry the corrected city over to the
      * undeliverable copy so the contact stays flagged.
       0000POSTCHECKKEEPUND.

       MOVE CKEY TO UND-CKEY.
       READ UNDFILE KEY IS UND-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF UND-CADR-S = WS-AUDB-CADR-S
               AND UND-CADR-P = WS-AUDB-CADR-P
               AND UND-CADR-C = WS-AUDB-CADR-C
             MOVE WS-PSTCITY TO UND-CADR-C
             REWRITE UNDFILEFD
               INVALID KEY
                 DISPLAY "!ERROR CANNOT UPDATE RETURNED MAIL FLAG "
                     CKEY "!"
                 MOVE 8 TO RETURN-CODE
             END-REWRITE
           END-IF
       END-READ.

       0000WRITEAUDITRECORD.

       ACCEPT CURRENTTIME FROM TIME.
       MOVE CURRENTDATE2 TO AUD-DATE.
       MOVE CURRENTTIME TO AUD-TIME.
       MOVE "POSTDIR" TO AUD-OPERATOR.
       MOVE CKEY TO AUD-CKEY.
       MOVE WS-AUDITBEFORE TO AUD-BEFORE.
       MOVE WS-AUDITAFTER TO AUD-AFTER.
       OPEN EXTEND AUDITFILE.
       WRITE AUDITREC.
       CLOSE AUDITFILE.

      * The territory row is only rewritten when the territory or
      * the address it was worked out from has changed, so CTR-DATE
      * keeps the day the territory was last worked out.
       0000POSTCHECKTERRITORY.

       MOVE CKEY TO CTR-CKEY.
       READ CTRFILE KEY IS CTR-CKEY
         INVALID KEY
           MOVE CKEY TO CTR-CKEY
           MOVE WS-PSTTERRITORY TO CTR-TERRITORY
           MOVE CURRENTDATE2 TO CTR-DATE
           MOVE CADR-N TO CTR-CADR-N
           MOVE CADR-P TO CTR-CADR-P
           WRITE CTRFILEFD END-WRITE
           ADD 1 TO WS-TERRCHANGED
         NOT INVALID KEY
           IF CTR-TERRITORY NOT = WS-PSTTERRITORY
               OR CTR-CADR-N NOT = CADR-N
               OR CTR-CADR-P NOT = CADR-P
             MOVE WS-PSTTERRITORY TO CTR-TERRITORY
             MOVE CURRENTDATE2 TO CTR-DATE
             MOVE CADR-N TO CTR-CADR-N
             MOVE CADR-P TO CTR-CADR-P
             REWRITE CTRFILEFD END-REWRITE
             ADD 1 TO WS-TERRCHANGED
           END-IF
       END-READ.
