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
       PROGRAM-ID. cob-contacts20.
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
           SELECT OPTIONAL CAMPFILE ASSIGN TO "cob-contacts01.cmp"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CMP-CODE
             FILE STATUS IS WS-CAMPSTATUS.
           SELECT OPTIONAL LCKFILE ASSIGN TO "cob-contacts01.lck"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LCK-CKEY
             FILE STATUS IS WS-LCKSTATUS.
           SELECT OPTIONAL OPERFILE ASSIGN TO "cob-contacts01.opr"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OP-ID
             FILE STATUS IS WS-OPERSTATUS.
           SELECT OPTIONAL DORFILE ASSIGN TO "cob-contacts01.dor"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DOR-KEY
             FILE STATUS IS WS-DORSTATUS.
           SELECT OPTIONAL UNDFILE ASSIGN TO "cob-contacts01.und"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UND-CKEY
             FILE STATUS IS WS-UNDSTATUS.
           SELECT OPTIONAL SUMFILE ASSIGN TO "cob-contacts01.sum"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUM-CKEY
             FILE STATUS IS WS-SUMSTATUS.
           SELECT OPTIONAL CTRFILE ASSIGN TO "cob-contacts01.ctr"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CTR-CKEY
             ALTERNATE RECORD KEY IS CTR-TERRITORY WITH DUPLICATES
             FILE STATUS IS WS-CTRSTATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-contacts01.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDITSTATUS.
           SELECT OPTIONAL ARXFILE ASSIGN TO "cob-contacts01.arx"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARXSTATUS.
           SELECT ARCFILE ASSIGN TO WS-ARCFILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCSTATUS.
           SELECT SCRUBFILE ASSIGN TO "cob-contacts20.tmp"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRVREPORTFILE ASSIGN TO "cob-contacts20.prt"
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
         FD CAMPFILE
           RECORD CONTAINS 48 CHARACTERS.
         01 CAMPFILEFD.
           COPY CAMPFD.
         FD LCKFILE
           RECORD CONTAINS 29 CHARACTERS.
         01 LCKFILEFD.
           COPY LCKFD.
         FD OPERFILE
           RECORD CONTAINS 34 CHARACTERS.
         01 OPERFILEFD.
           COPY OPERFD.
         FD DORFILE
           RECORD CONTAINS 222 CHARACTERS.
         01 DORFILEFD.
           COPY DORFD.
         FD UNDFILE
           RECORD CONTAINS 73 CHARACTERS.
         01 UNDFILEFD.
           COPY UNDFD.
         FD SUMFILE
           RECORD CONTAINS 231 CHARACTERS.
         01 SUMFILEFD.
           COPY SUMFD.
         FD CTRFILE
           RECORD CONTAINS 44 CHARACTERS.
         01 CTRFILEFD.
           COPY CTRFD.
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
         FD SCRUBFILE
           RECORD CONTAINS 451 CHARACTERS.
         01 SCRUBREC PIC X(451).
         FD PRVREPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 PRVREPORTREC PIC X(80).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-COMMSTATUS PIC X(02) VALUE SPACES.
         01 WS-INTSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTSTATUS PIC X(02) VALUE SPACES.
         01 WS-RELSTATUS PIC X(02) VALUE SPACES.
         01 WS-CAMPSTATUS PIC X(02) VALUE SPACES.
         01 WS-LCKSTATUS PIC X(02) VALUE SPACES.
         01 WS-OPERSTATUS PIC X(02) VALUE SPACES.
         01 WS-DORSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-SUMSTATUS PIC X(02) VALUE SPACES.
         01 WS-CTRSTATUS PIC X(02) VALUE SPACES.
         01 WS-AUDITSTATUS PIC X(02) VALUE SPACES.
         01 WS-ARXSTATUS PIC X(02) VALUE SPACES.
         01 WS-ARCSTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-COMMEOF PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-FLWEOF PIC 9 VALUE ZERO.
         01 WS-KDTEOF PIC 9 VALUE ZERO.
         01 WS-RELEOF PIC 9 VALUE ZERO.
         01 WS-DOREOF PIC 9 VALUE ZERO.
         01 WS-ARXEOF PIC 9 VALUE ZERO.
         01 WS-ARCEOF PIC 9 VALUE ZERO.
         01 WS-ARCFILENAME PIC X(26) VALUE SPACES.
         01 WS-PRVCKEY PIC 9(7) VALUE ZERO.
         01 WS-PRVMODE PIC 9 VALUE ZERO.
         01 WS-CONFIRM PIC X(5) VALUE SPACES.
         01 WS-OPID PIC X(8) VALUE SPACES.
         01 WS-OPERATOR PIC X(8) VALUE SPACES.
         01 WS-OPERAUTH PIC 9 VALUE ZERO.
         01 WS-CONTACTFOUND PIC 9 VALUE ZERO.
         01 WS-ERASEDSTATUS PIC X(1) VALUE SPACE.
         01 WS-SECTIONTITLE PIC X(40) VALUE SPACES.
         01 WS-SECTIONCOUNT PIC 9(5) VALUE ZERO.
         01 WS-LISTEDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-ROWSDELETED PIC 9(6) VALUE ZERO.
         01 WS-ELTCOUNT PIC 9 VALUE ZERO.
         01 WS-ELTIX PIC 9 VALUE ZERO.
         01 WS-ERASEDLETTERS.
           COPY ELTWS.
         01 WS-LOGBLANKED PIC 9(6) VALUE ZERO.
         01 WS-ARCBLANKED PIC 9(6) VALUE ZERO.
         01 WS-ARCSDONE PIC 9(4) VALUE ZERO.
         01 WS-CAMPCODE PIC X(6) VALUE SPACES.
         01 WS-CAMPDESC PIC X(30) VALUE SPACES.
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
       0000PRIVACYSTART.

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-COMMEOF.
       MOVE 0 TO WS-INTEOF.
       MOVE 0 TO WS-FLWEOF.
       MOVE 0 TO WS-KDTEOF.
       MOVE 0 TO WS-RELEOF.
       MOVE 0 TO WS-DOREOF.
       MOVE 0 TO WS-ARXEOF.
       MOVE 0 TO WS-ARCEOF.
       MOVE 0 TO WS-PRVMODE.
       MOVE 0 TO WS-CONTACTFOUND.
       MOVE 0 TO WS-SECTIONCOUNT.
       MOVE 0 TO WS-LISTEDCOUNT.
       MOVE 0 TO WS-ROWSDELETED.
       MOVE 0 TO WS-ELTCOUNT.
       MOVE 0 TO WS-LOGBLANKED.
       MOVE 0 TO WS-ARCBLANKED.
       MOVE 0 TO WS-ARCSDONE.
       ACCEPT CURRENTDATE2 FROM DATE yyyymmdd.
       ACCEPT CURRENTTIME FROM TIME.

      * Run from the job controller the step can only print a
      * dossier; an erasure always needs a supervisor at the screen.
       IF RUN-ACTIVE = "Y"
         IF RUN-PARM(1:7) IS NOT NUMERIC
           DISPLAY "!ERROR STEP PARM MUST BE A CONTACT ID!"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         MOVE RUN-PARM(1:7) TO WS-PRVCKEY
         MOVE 1 TO WS-PRVMODE
       ELSE
         DISPLAY "Privacy dossier and erasure for one contact."
         DISPLAY "Enter Contact ID:"
         ACCEPT WS-PRVCKEY
         IF WS-PRVCKEY IS NOT NUMERIC
           DISPLAY "!ERROR WRONG INPUT!"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
         DISPLAY "    1 : Print dossier of all data held"
         DISPLAY "    2 : Erase contact and personal data"
         DISPLAY "Select number and press Enter: "
         ACCEPT WS-PRVMODE
       END-IF.

       EVALUATE WS-PRVMODE
         WHEN 1 PERFORM 0000DOSSIERSTART
         WHEN 2 PERFORM 0000ERASESTART
         WHEN OTHER
           DISPLAY "!ERROR WRONG INPUT!"
           MOVE 8 TO RETURN-CODE
       END-EVALUATE.

       GOBACK.

      * Dossier: every row held for the Contact ID, on one listing.
       0000DOSSIERSTART.

       DISPLAY "Privacy dossier for contact " WS-PRVCKEY " ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN OUTPUT PRVREPORTFILE.

       MOVE "Privacy Dossier - Personal Data Held" TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       STRING "Contact ID " WS-PRVCKEY "    Produced "
           YYYY "-" MM2 "-" DD2
           DELIMITED BY SIZE INTO PRVREPORTREC
       END-STRING.
       WRITE PRVREPORTREC.

       PERFORM 0000DOSSIERCONTACT.
       PERFORM 0000DOSSIERCOMMS.
       PERFORM 0000DOSSIERINTS.
       PERFORM 0000DOSSIERFLWS.
       PERFORM 0000DOSSIERKEYDATES.
       PERFORM 0000DOSSIERRELS.
       PERFORM 0000DOSSIERDORMANT.
       PERFORM 0000DOSSIERUNDELIVERABLE.
       PERFORM 0000DOSSIERSUMMARY.
       PERFORM 0000DOSSIERTERRITORY.
       PERFORM 0000DOSSIERCAMPAIGNS.
       PERFORM 0000DOSSIERHISTORY.

       MOVE SPACES TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       STRING "End of dossier - " WS-LISTEDCOUNT
           " item(s) listed."
           DELIMITED BY SIZE INTO PRVREPORTREC
       END-STRING.
       WRITE PRVREPORTREC.

       CLOSE PRVREPORTFILE.
       CLOSE DATAFILE.

       IF WS-CONTACTFOUND = 0
         DISPLAY "No contact record on file for " WS-PRVCKEY
             " - history and remaining rows listed."
       END-IF.
       DISPLAY WS-LISTEDCOUNT " item(s) written to cob-contacts20.prt.".
       MOVE WS-LISTEDCOUNT TO RUN-COUNT.

       0000DOSSIERHEADING.

       MOVE SPACES TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE WS-SECTIONTITLE TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE "--------------------------------------------------"
         TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE 0 TO WS-SECTIONCOUNT.

       0000DOSSIERNONE.

       IF WS-SECTIONCOUNT = 0
         MOVE "  (none on file)" TO PRVREPORTREC
         WRITE PRVREPORTREC
       END-IF.

       0000DOSSIERCONTACT.

       MOVE "Contact Record" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       MOVE 0 TO WS-CONTACTFOUND.
       MOVE WS-PRVCKEY TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 1 TO WS-CONTACTFOUND
       END-READ.
       IF WS-CONTACTFOUND = 1
         ADD 1 TO WS-SECTIONCOUNT
         ADD 1 TO WS-LISTEDCOUNT
         MOVE SPACES TO PRVREPORTREC
         STRING "  Name     : " CNAME DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         STRING "  Telephone: " CTEL DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         STRING "  Street   : " CADR-S DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         STRING "  Post Code: " CADR-P DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         STRING "  City     : " CADR-C DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         STRING "  Nation   : " CADR-N DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE "  Notes    :" TO PRVREPORTREC
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         MOVE CNOTE TO PRVREPORTREC
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         STRING "  Group    : " CGROUP DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE SPACES TO PRVREPORTREC
         STRING "  Status   : " CSTATUS DELIMITED BY SIZE
             INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       PERFORM 0000DOSSIERNONE.

       0000DOSSIERCOMMS.

       MOVE "Contact Methods" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT COMMFILE.
       MOVE WS-PRVCKEY TO COMM-CKEY.
       MOVE 0 TO COMM-SEQ.
       START COMMFILE KEY IS NOT LESS THAN COMM-KEY
         INVALID KEY MOVE 1 TO WS-COMMEOF
       END-START.
       PERFORM UNTIL WS-COMMEOF = 1
         READ COMMFILE NEXT RECORD
           AT END MOVE 1 TO WS-COMMEOF
           NOT AT END
             IF COMM-CKEY = WS-PRVCKEY
               ADD 1 TO WS-SECTIONCOUNT
               ADD 1 TO WS-LISTEDCOUNT
               MOVE SPACES TO PRVREPORTREC
               STRING "  " COMM-SEQ " " COMM-TYPE " " COMM-VALUE
                   DELIMITED BY SIZE INTO PRVREPORTREC
               END-STRING
               WRITE PRVREPORTREC
             ELSE
               MOVE 1 TO WS-COMMEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE COMMFILE.
       MOVE 0 TO WS-COMMEOF.
       PERFORM 0000DOSSIERNONE.

       0000DOSSIERINTS.

       MOVE "Interactions" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT INTFILE.
       MOVE WS-PRVCKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = WS-PRVCKEY
               ADD 1 TO WS-SECTIONCOUNT
               ADD 1 TO WS-LISTEDCOUNT
               MOVE SPACES TO PRVREPORTREC
               STRING "  " INT-DATE(1:4) "-" INT-DATE(5:2) "-"
                   INT-DATE(7:2) " " INT-TYPE
                   DELIMITED BY SIZE INTO PRVREPORTREC
               END-STRING
               WRITE PRVREPORTREC
               MOVE SPACES TO PRVREPORTREC
               STRING "    " INT-NOTE(1:76)
                   DELIMITED BY SIZE INTO PRVREPORTREC
               END-STRING
               WRITE PRVREPORTREC
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE INTFILE.
       MOVE 0 TO WS-INTEOF.
       PERFORM 0000DOSSIERNONE.

       0000DOSSIERFLWS.

       MOVE "Follow-Ups" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT FLWFILE.
       MOVE WS-PRVCKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = WS-PRVCKEY
               ADD 1 TO WS-SECTIONCOUNT
               ADD 1 TO WS-LISTEDCOUNT
               MOVE SPACES TO PRVREPORTREC
               STRING "  " FLW-DUEDATE(1:4) "-" FLW-DUEDATE(5:2) "-"
                   FLW-DUEDATE(7:2) " " FLW-STATUS " " FLW-NOTE
                   DELIMITED BY SIZE INTO PRVREPORTREC
               END-STRING
               WRITE PRVREPORTREC
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE FLWFILE.
       MOVE 0 TO WS-FLWEOF.
       PERFORM 0000DOSSIERNONE.

       0000DOSSIERKEYDATES.

       MOVE "Key Dates" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT KDTFILE.
       MOVE WS-PRVCKEY TO KDT-CKEY.
       MOVE 0 TO KDT-SEQ.
       START KDTFILE KEY IS NOT LESS THAN KDT-KEY
         INVALID KEY MOVE 1 TO WS-KDTEOF
       END-START.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             IF KDT-CKEY = WS-PRVCKEY
               ADD 1 TO WS-SECTIONCOUNT
               ADD 1 TO WS-LISTEDCOUNT
               MOVE SPACES TO PRVREPORTREC
               STRING "  " KDT-DATE(1:4) "-" KDT-DATE(5:2) "-"
                   KDT-DATE(7:2) " " KDT-TYPE " " KDT-RECUR " "
                   KDT-NOTE
                   DELIMITED BY SIZE INTO PRVREPORTREC
               END-STRING
               WRITE PRVREPORTREC
             ELSE
               MOVE 1 TO WS-KDTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE KDTFILE.
       MOVE 0 TO WS-KDTEOF.
       PERFORM 0000DOSSIERNONE.

      * Only the link and the other Contact ID are listed - the
      * other contact's name and address are their data, not this
      * person's.
       0000DOSSIERRELS.

       MOVE "Linked Contacts" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT RELFILE.
       MOVE WS-PRVCKEY TO REL-CKEY1.
       MOVE 0 TO REL-CKEY2.
       START RELFILE KEY IS NOT LESS THAN REL-KEY
         INVALID KEY MOVE 1 TO WS-RELEOF
       END-START.
       PERFORM UNTIL WS-RELEOF = 1
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
           NOT AT END
             IF REL-CKEY1 = WS-PRVCKEY
               ADD 1 TO WS-SECTIONCOUNT
               ADD 1 TO WS-LISTEDCOUNT
               MOVE SPACES TO PRVREPORTREC
               STRING "  " REL-TYPE " with Contact ID " REL-CKEY2
                   DELIMITED BY SIZE INTO PRVREPORTREC
               END-STRING
               WRITE PRVREPORTREC
             ELSE
               MOVE 1 TO WS-RELEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE RELFILE.
       MOVE 0 TO WS-RELEOF.
       PERFORM 0000DOSSIERNONE.

      * Rows moved out by the month-end archive-out are still held,
      * so they are listed in the live file layouts they came from.
       0000DOSSIERDORMANT.

       MOVE "Dormant Contact Archive" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT DORFILE.
       MOVE WS-PRVCKEY TO DOR-CKEY.
       MOVE LOW-VALUES TO DOR-RECTYPE.
       MOVE 0 TO DOR-SEQ.
       START DORFILE KEY IS NOT LESS THAN DOR-KEY
         INVALID KEY MOVE 1 TO WS-DOREOF
       END-START.
       PERFORM UNTIL WS-DOREOF = 1
         READ DORFILE NEXT RECORD
           AT END MOVE 1 TO WS-DOREOF
           NOT AT END
             IF DOR-CKEY = WS-PRVCKEY
               ADD 1 TO WS-SECTIONCOUNT
               ADD 1 TO WS-LISTEDCOUNT
               PERFORM 0000DOSSIERDORMANTROW
             ELSE
               MOVE 1 TO WS-DOREOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE DORFILE.
       MOVE 0 TO WS-DOREOF.
       PERFORM 0000DOSSIERNONE.

       0000DOSSIERDORMANTROW.

       MOVE SPACES TO PRVREPORTREC.
       EVALUATE DOR-RECTYPE
         WHEN "C"
           MOVE DOR-DATA TO DATAFILEFD
           STRING "  Contact     " CNAME " " CTEL
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
           MOVE SPACES TO PRVREPORTREC
           STRING "    " CADR-S " " CADR-P " " CADR-C " " CADR-N
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
           MOVE SPACES TO PRVREPORTREC
           STRING "    " CNOTE(1:76)
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
           MOVE SPACES TO PRVREPORTREC
           STRING "    Group " CGROUP "  Status " CSTATUS
               "  Archived " DOR-ARCDATE(1:4) "-" DOR-ARCDATE(5:2)
               "-" DOR-ARCDATE(7:2)
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
         WHEN "M"
           MOVE DOR-DATA TO COMMFILEFD
           STRING "  Method      " COMM-TYPE " " COMM-VALUE
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
         WHEN "I"
           MOVE DOR-DATA TO INTFILEFD
           STRING "  Interaction " INT-DATE(1:4) "-" INT-DATE(5:2) "-"
               INT-DATE(7:2) " " INT-TYPE
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
           MOVE SPACES TO PRVREPORTREC
           STRING "    " INT-NOTE(1:76)
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
         WHEN "F"
           MOVE DOR-DATA TO FLWFILEFD
           STRING "  Follow-up   " FLW-DUEDATE(1:4) "-"
               FLW-DUEDATE(5:2) "-" FLW-DUEDATE(7:2) " " FLW-STATUS
               " " FLW-NOTE
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
         WHEN "K"
           MOVE DOR-DATA TO KDTFILEFD
           STRING "  Key date    " KDT-DATE(1:4) "-"
               KDT-DATE(5:2) "-" KDT-DATE(7:2) " " KDT-TYPE
               " " KDT-NOTE
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
         WHEN "R"
           MOVE DOR-DATA TO RELFILEFD
           STRING "  Link        " REL-TYPE " with Contact ID "
               REL-CKEY2
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
         WHEN OTHER
           CONTINUE
       END-EVALUATE.
       WRITE PRVREPORTREC.

       0000DOSSIERUNDELIVERABLE.

       MOVE "Returned Mail" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT UNDFILE.
       MOVE WS-PRVCKEY TO UND-CKEY.
       READ UNDFILE KEY IS UND-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           ADD 1 TO WS-SECTIONCOUNT
           ADD 1 TO WS-LISTEDCOUNT
           MOVE SPACES TO PRVREPORTREC
           STRING "  " UND-DATE(1:4) "-" UND-DATE(5:2) "-"
               UND-DATE(7:2) " campaign " UND-CMPCODE " "
               UND-REASON
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
           MOVE SPACES TO PRVREPORTREC
           STRING "  Sent to " UND-CADR-S " " UND-CADR-P " "
               UND-CADR-C
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
       END-READ.
       CLOSE UNDFILE.
       PERFORM 0000DOSSIERNONE.

      * The nightly contact summary (cob-contacts29) keeps a copy of
      * the name and telephone alongside the figures it works out.
       0000DOSSIERSUMMARY.

       MOVE "Contact Summary" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT SUMFILE.
       MOVE WS-PRVCKEY TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           ADD 1 TO WS-SECTIONCOUNT
           ADD 1 TO WS-LISTEDCOUNT
           MOVE SPACES TO PRVREPORTREC
           STRING "  Built " SUM-BUILDDATE(1:4) "-"
               SUM-BUILDDATE(5:2) "-" SUM-BUILDDATE(7:2) " "
               SUM-CNAME " " SUM-CTEL
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
       END-READ.
       CLOSE SUMFILE.
       PERFORM 0000DOSSIERNONE.

      * The territory file keeps the post code and nation the sales
      * territory was worked out from.
       0000DOSSIERTERRITORY.

       MOVE "Sales Territory" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT CTRFILE.
       MOVE WS-PRVCKEY TO CTR-CKEY.
       READ CTRFILE KEY IS CTR-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           ADD 1 TO WS-SECTIONCOUNT
           ADD 1 TO WS-LISTEDCOUNT
           MOVE SPACES TO PRVREPORTREC
           STRING "  Set " CTR-DATE(1:4) "-" CTR-DATE(5:2) "-"
               CTR-DATE(7:2) " territory " CTR-TERRITORY " from "
               CTR-CADR-P " " CTR-CADR-N
               DELIMITED BY SIZE INTO PRVREPORTREC
           END-STRING
           WRITE PRVREPORTREC
       END-READ.
       CLOSE CTRFILE.
       PERFORM 0000DOSSIERNONE.

      * A campaign mailing is a LETTER interaction whose note starts
      * "Campaign " and the campaign code (see cob-contacts14).
       0000DOSSIERCAMPAIGNS.

       MOVE "Campaigns Mailed" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT INTFILE.
       OPEN INPUT CAMPFILE.
       MOVE WS-PRVCKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = WS-PRVCKEY
               IF INT-TYPE = "LETTER"
                   AND INT-NOTE(1:9) = "Campaign "
                 PERFORM 0000DOSSIERONECAMPAIGN
               END-IF
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE CAMPFILE.
       CLOSE INTFILE.
       MOVE 0 TO WS-INTEOF.
       PERFORM 0000DOSSIERNONE.

       0000DOSSIERONECAMPAIGN.

       ADD 1 TO WS-SECTIONCOUNT.
       MOVE INT-NOTE(10:6) TO WS-CAMPCODE.
       MOVE "(campaign no longer on file)" TO WS-CAMPDESC.
       MOVE WS-CAMPCODE TO CMP-CODE.
       READ CAMPFILE KEY IS CMP-CODE
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE CMP-DESC TO WS-CAMPDESC
       END-READ.
       MOVE SPACES TO PRVREPORTREC.
       STRING "  " INT-DATE(1:4) "-" INT-DATE(5:2) "-" INT-DATE(7:2)
           " " WS-CAMPCODE " " WS-CAMPDESC
           DELIMITED BY SIZE INTO PRVREPORTREC
       END-STRING.
       WRITE PRVREPORTREC.
       ADD 1 TO WS-LISTEDCOUNT.

      * Archived periods first, in index order, then the live log,
      * so the history reads in date order. Only archives whose
      * Contact ID range covers the contact are opened.
       0000DOSSIERHISTORY.

       MOVE "Change History" TO WS-SECTIONTITLE.
       PERFORM 0000DOSSIERHEADING.
       OPEN INPUT ARXFILE.
       IF WS-ARXSTATUS = "00" OR WS-ARXSTATUS = "05"
         PERFORM UNTIL WS-ARXEOF = 1
           READ ARXFILE
             AT END MOVE 1 TO WS-ARXEOF
             NOT AT END
               IF WS-PRVCKEY >= ARX-LOWCKEY
                   AND WS-PRVCKEY <= ARX-HIGHCKEY
                 PERFORM 0000DOSSIERONEARCHIVE
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
             NOT AT END PERFORM 0000DOSSIERHISTORYROW
           END-READ
         END-PERFORM
         CLOSE AUDITFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.
       PERFORM 0000DOSSIERNONE.

       0000DOSSIERONEARCHIVE.

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
               PERFORM 0000DOSSIERHISTORYROW
           END-READ
         END-PERFORM
         CLOSE ARCFILE
       END-IF.
       MOVE 0 TO WS-ARCEOF.

       0000DOSSIERHISTORYROW.

       IF AUD-CKEY = WS-PRVCKEY
         ADD 1 TO WS-SECTIONCOUNT
         ADD 1 TO WS-LISTEDCOUNT
         MOVE SPACES TO PRVREPORTREC
         STRING "  " AUD-DATE(1:4) "-" AUD-DATE(5:2) "-" AUD-DATE(7:2)
             " " AUD-TIME(1:2) ":" AUD-TIME(3:2) ":" AUD-TIME(5:2)
             " " AUD-OPERATION " by " AUD-OPERATOR
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
         MOVE AUD-BEFORE TO WS-AUDITBEFORE
         MOVE AUD-AFTER TO WS-AUDITAFTER
         PERFORM 0000DOSSIERHISTORYDIFFS
       END-IF.

       0000DOSSIERHISTORYDIFFS.

       IF WS-AUDB-CNAME NOT = WS-AUDA-CNAME
         MOVE SPACES TO PRVREPORTREC
         STRING "    Name     : " WS-AUDB-CNAME " -> " WS-AUDA-CNAME
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CTEL NOT = WS-AUDA-CTEL
         MOVE SPACES TO PRVREPORTREC
         STRING "    Telephone: " WS-AUDB-CTEL " -> " WS-AUDA-CTEL
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CADR-S NOT = WS-AUDA-CADR-S
         MOVE SPACES TO PRVREPORTREC
         STRING "    Street   : " WS-AUDB-CADR-S " -> " WS-AUDA-CADR-S
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CADR-P NOT = WS-AUDA-CADR-P
         MOVE SPACES TO PRVREPORTREC
         STRING "    Post Code: " WS-AUDB-CADR-P " -> " WS-AUDA-CADR-P
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CADR-C NOT = WS-AUDA-CADR-C
         MOVE SPACES TO PRVREPORTREC
         STRING "    City     : " WS-AUDB-CADR-C " -> " WS-AUDA-CADR-C
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CADR-N NOT = WS-AUDA-CADR-N
         MOVE SPACES TO PRVREPORTREC
         STRING "    Nation   : " WS-AUDB-CADR-N " -> " WS-AUDA-CADR-N
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CNOTE NOT = WS-AUDA-CNOTE
         MOVE "    Notes before:" TO PRVREPORTREC
         WRITE PRVREPORTREC
         MOVE WS-AUDB-CNOTE TO PRVREPORTREC
         WRITE PRVREPORTREC
         MOVE "    Notes after:" TO PRVREPORTREC
         WRITE PRVREPORTREC
         MOVE WS-AUDA-CNOTE TO PRVREPORTREC
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CGROUP NOT = WS-AUDA-CGROUP
         MOVE SPACES TO PRVREPORTREC
         STRING "    Group    : " WS-AUDB-CGROUP " -> " WS-AUDA-CGROUP
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.
       IF WS-AUDB-CSTATUS NOT = WS-AUDA-CSTATUS
         MOVE SPACES TO PRVREPORTREC
         STRING "    Status   : " WS-AUDB-CSTATUS " -> "
             WS-AUDA-CSTATUS
             DELIMITED BY SIZE INTO PRVREPORTREC
         END-STRING
         WRITE PRVREPORTREC
       END-IF.

      * Erasure: the contact and every row that hangs off it go, and
      * the personal data in the before/after images of its audit
      * entries is blanked in the live log and in every archive. The
      * entries themselves stay (dates, operators and operations are
      * the record of what was done) and an ERASE tombstone entry is
      * added. Recovery (cob-contacts08), the CRM return
      * (cob-contacts18) and Restore From Backup all honour the
      * tombstone, so the person cannot be brought back from an
      * older backup or from the CRM's copy.
       0000ERASESTART.

       DISPLAY "Supervisor Operator ID:".
       MOVE SPACES TO WS-OPID.
       ACCEPT WS-OPID.
       MOVE 0 TO WS-OPERAUTH.
       OPEN INPUT OPERFILE.
       MOVE WS-OPID TO OP-ID.
       READ OPERFILE KEY IS OP-ID
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE OP-ID TO WS-OPERATOR
           MOVE OP-AUTH TO WS-OPERAUTH
       END-READ.
       CLOSE OPERFILE.
       IF WS-OPERAUTH < 9
         DISPLAY "!ERROR SUPERVISOR AUTHORITY REQUIRED!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.

      * A lock from today means a clerk has the contact open; an
      * older one was left by a crashed session and is ignored.
       OPEN INPUT LCKFILE.
       MOVE WS-PRVCKEY TO LCK-CKEY.
       READ LCKFILE KEY IS LCK-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF LCK-DATE NOT < CURRENTDATE2
             DISPLAY "!CONTACT IN USE BY " LCK-OPERATOR "!"
             CLOSE LCKFILE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
       END-READ.
       CLOSE LCKFILE.

       DISPLAY "This permanently removes contact " WS-PRVCKEY
           " and blanks".
       DISPLAY "its personal data in the audit log and archives.".
       DISPLAY "Type ERASE to confirm:".
       MOVE SPACES TO WS-CONFIRM.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = "ERASE"
         DISPLAY "Erasure cancelled."
         GOBACK
       END-IF.

       OPEN I-O DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       MOVE 0 TO WS-CONTACTFOUND.
       MOVE SPACE TO WS-ERASEDSTATUS.
       MOVE WS-PRVCKEY TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE CSTATUS TO WS-ERASEDSTATUS
           DELETE DATAFILE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 1 TO WS-CONTACTFOUND
           END-DELETE
       END-READ.
       CLOSE DATAFILE.

       PERFORM 0000ERASECOMMROWS.
       PERFORM 0000ERASEINTROWS.
       PERFORM 0000ERASEFLWROWS.
       PERFORM 0000ERASEKDTROWS.
       PERFORM 0000ERASERELROWS.
       PERFORM 0000ERASEDORROWS.
       PERFORM 0000ERASEUNDROW.
       PERFORM 0000ERASESUMROW.
       PERFORM 0000ERASECTRROW.
       PERFORM 0000ERASEARCHIVES.
       PERFORM 0000ERASELIVELOG.

       MOVE SPACES TO AUDITREC.
       MOVE CURRENTDATE2 TO AUD-DATE.
       MOVE CURRENTTIME TO AUD-TIME.
       MOVE WS-OPERATOR TO AUD-OPERATOR.
       MOVE WS-PRVCKEY TO AUD-CKEY.
       MOVE "ERASE" TO AUD-OPERATION.
       MOVE SPACES TO AUD-BEFORE.
       MOVE SPACES TO AUD-AFTER.
      * When a contact record was deleted the before image keeps
      * only the Contact ID and CSTATUS - no personal data - so the
      * daily balancing step can account for the record going.
       IF WS-CONTACTFOUND = 1
         MOVE SPACES TO WS-AUDITBEFORE
         MOVE WS-PRVCKEY TO WS-AUDB-CKEY
         MOVE WS-ERASEDSTATUS TO WS-AUDB-CSTATUS
         MOVE WS-AUDITBEFORE TO AUD-BEFORE
       END-IF.
      * The campaign letters deleted with the contact are noted in
      * the after image, so the campaign runs still balance.
       IF WS-ELTCOUNT > 0
         MOVE SPACES TO WS-AUDITAFTER
         MOVE WS-ERASEDLETTERS TO WS-AUDA-CNOTE
         MOVE WS-AUDITAFTER TO AUD-AFTER
       END-IF.
       OPEN EXTEND AUDITFILE.
       WRITE AUDITREC.
       CLOSE AUDITFILE.

       OPEN OUTPUT PRVREPORTFILE.
       MOVE "Privacy Erasure Confirmation" TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       STRING "Contact ID " WS-PRVCKEY "    Erased "
           YYYY "-" MM2 "-" DD2 " by " WS-OPERATOR
           DELIMITED BY SIZE INTO PRVREPORTREC
       END-STRING.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       IF WS-CONTACTFOUND = 1
         MOVE "Contact record deleted." TO PRVREPORTREC
       ELSE
         MOVE "No contact record was on file." TO PRVREPORTREC
       END-IF.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       STRING WS-ROWSDELETED " related row(s) deleted: contact"
           " methods, interactions, follow-ups,"
           DELIMITED BY SIZE INTO PRVREPORTREC
       END-STRING.
       WRITE PRVREPORTREC.
       MOVE "  key dates, links, archived rows, returned mail, summary."
           TO PRVREPORTREC.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       STRING WS-LOGBLANKED " live log entry(ies) blanked."
           DELIMITED BY SIZE INTO PRVREPORTREC
       END-STRING.
       WRITE PRVREPORTREC.
       MOVE SPACES TO PRVREPORTREC.
       STRING WS-ARCBLANKED " archived entry(ies) blanked in "
           WS-ARCSDONE " archive file(s)."
           DELIMITED BY SIZE INTO PRVREPORTREC
       END-STRING.
       WRITE PRVREPORTREC.
       MOVE "ERASE tombstone written to the audit log." TO
           PRVREPORTREC.
       WRITE PRVREPORTREC.
       CLOSE PRVREPORTFILE.

       DISPLAY "Contact " WS-PRVCKEY
           " erased - see cob-contacts20.prt.".
       ADD WS-CONTACTFOUND WS-ROWSDELETED GIVING RUN-COUNT.

       0000ERASECOMMROWS.

       OPEN I-O COMMFILE.
       MOVE WS-PRVCKEY TO COMM-CKEY.
       MOVE 0 TO COMM-SEQ.
       START COMMFILE KEY IS NOT LESS THAN COMM-KEY
         INVALID KEY MOVE 1 TO WS-COMMEOF
       END-START.
       PERFORM UNTIL WS-COMMEOF = 1
         READ COMMFILE NEXT RECORD
           AT END MOVE 1 TO WS-COMMEOF
           NOT AT END
             IF COMM-CKEY = WS-PRVCKEY
               DELETE COMMFILE END-DELETE
               ADD 1 TO WS-ROWSDELETED
             ELSE
               MOVE 1 TO WS-COMMEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE COMMFILE.
       MOVE 0 TO WS-COMMEOF.

       0000ERASEINTROWS.

       MOVE SPACES TO WS-ERASEDLETTERS.
       MOVE 0 TO WS-ELTCOUNT.
       OPEN I-O INTFILE.
       MOVE WS-PRVCKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-CKEY = WS-PRVCKEY
               IF INT-TYPE = "LETTER"
                   AND INT-NOTE(1:9) = "Campaign "
                 PERFORM 0000ERASENOTELETTER
               END-IF
               DELETE INTFILE END-DELETE
               ADD 1 TO WS-ROWSDELETED
             ELSE
               MOVE 1 TO WS-INTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE INTFILE.
       MOVE 0 TO WS-INTEOF.

      * Rows come in date order, so once the note is full the oldest
      * letter makes way and the newest four are kept.
       0000ERASENOTELETTER.

       IF WS-ELTCOUNT = 4
         PERFORM VARYING WS-ELTIX FROM 1 BY 1 UNTIL WS-ELTIX = 4
           MOVE ELT-ENTRY(WS-ELTIX + 1) TO ELT-ENTRY(WS-ELTIX)
         END-PERFORM
       ELSE
         ADD 1 TO WS-ELTCOUNT
       END-IF.
       MOVE "LETTERS " TO ELT-TITLE.
       MOVE INT-NOTE(10:6) TO ELT-CODE(WS-ELTCOUNT).
       MOVE INT-DATE TO ELT-DATE(WS-ELTCOUNT).

       0000ERASEFLWROWS.

       OPEN I-O FLWFILE.
       MOVE WS-PRVCKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       PERFORM UNTIL WS-FLWEOF = 1
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
           NOT AT END
             IF FLW-CKEY = WS-PRVCKEY
               DELETE FLWFILE END-DELETE
               ADD 1 TO WS-ROWSDELETED
             ELSE
               MOVE 1 TO WS-FLWEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE FLWFILE.
       MOVE 0 TO WS-FLWEOF.

       0000ERASEKDTROWS.

       OPEN I-O KDTFILE.
       MOVE WS-PRVCKEY TO KDT-CKEY.
       MOVE 0 TO KDT-SEQ.
       START KDTFILE KEY IS NOT LESS THAN KDT-KEY
         INVALID KEY MOVE 1 TO WS-KDTEOF
       END-START.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             IF KDT-CKEY = WS-PRVCKEY
               DELETE KDTFILE END-DELETE
               ADD 1 TO WS-ROWSDELETED
             ELSE
               MOVE 1 TO WS-KDTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE KDTFILE.
       MOVE 0 TO WS-KDTEOF.

      * Links are mirrored pairs, so one full pass deleting every
      * row that names the contact on either side takes out both
      * halves of each pair.
       0000ERASERELROWS.

       OPEN I-O RELFILE.
       PERFORM UNTIL WS-RELEOF = 1
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
           NOT AT END
             IF REL-CKEY1 = WS-PRVCKEY OR REL-CKEY2 = WS-PRVCKEY
               DELETE RELFILE END-DELETE
               ADD 1 TO WS-ROWSDELETED
             END-IF
         END-READ
       END-PERFORM.
       CLOSE RELFILE.
       MOVE 0 TO WS-RELEOF.

      * A contact moved out to the dormant archive is erased there
      * too, whether or not it is still on the live file.
       0000ERASEDORROWS.

       OPEN I-O DORFILE.
       MOVE WS-PRVCKEY TO DOR-CKEY.
       MOVE LOW-VALUES TO DOR-RECTYPE.
       MOVE 0 TO DOR-SEQ.
       START DORFILE KEY IS NOT LESS THAN DOR-KEY
         INVALID KEY MOVE 1 TO WS-DOREOF
       END-START.
       PERFORM UNTIL WS-DOREOF = 1
         READ DORFILE NEXT RECORD
           AT END MOVE 1 TO WS-DOREOF
           NOT AT END
             IF DOR-CKEY = WS-PRVCKEY
               DELETE DORFILE END-DELETE
               ADD 1 TO WS-ROWSDELETED
             ELSE
               MOVE 1 TO WS-DOREOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE DORFILE.
       MOVE 0 TO WS-DOREOF.

       0000ERASEUNDROW.

       OPEN I-O UNDFILE.
       MOVE WS-PRVCKEY TO UND-CKEY.
       READ UNDFILE KEY IS UND-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           DELETE UNDFILE END-DELETE
           ADD 1 TO WS-ROWSDELETED
       END-READ.
       CLOSE UNDFILE.

       0000ERASESUMROW.

       OPEN I-O SUMFILE.
       MOVE WS-PRVCKEY TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           DELETE SUMFILE END-DELETE
           ADD 1 TO WS-ROWSDELETED
       END-READ.
       CLOSE SUMFILE.

       0000ERASECTRROW.

       OPEN I-O CTRFILE.
       MOVE WS-PRVCKEY TO CTR-CKEY.
       READ CTRFILE KEY IS CTR-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           DELETE CTRFILE END-DELETE
           ADD 1 TO WS-ROWSDELETED
       END-READ.
       CLOSE CTRFILE.

      * Each archive that can hold the contact is copied through the
      * work file with the images blanked and copied back, the same
      * way cob-contacts16 rewrites the live log. Line counts do not
      * change, so the archive index and the cob-contacts11
      * checkpoint stay valid.
       0000ERASEARCHIVES.

       OPEN INPUT ARXFILE.
       IF WS-ARXSTATUS = "00" OR WS-ARXSTATUS = "05"
         PERFORM UNTIL WS-ARXEOF = 1
           READ ARXFILE
             AT END MOVE 1 TO WS-ARXEOF
             NOT AT END
               IF WS-PRVCKEY >= ARX-LOWCKEY
                   AND WS-PRVCKEY <= ARX-HIGHCKEY
                 PERFORM 0000ERASEONEARCHIVE
               END-IF
           END-READ
         END-PERFORM
         CLOSE ARXFILE
       END-IF.
       MOVE 0 TO WS-ARXEOF.

       0000ERASEONEARCHIVE.

       MOVE ARX-FILENAME TO WS-ARCFILENAME.
       OPEN INPUT ARCFILE.
       IF WS-ARCSTATUS NOT = "00"
         DISPLAY "!ERROR ARCHIVE FILE NOT FOUND: " WS-ARCFILENAME "!"
         MOVE 8 TO RETURN-CODE
       ELSE
         OPEN OUTPUT SCRUBFILE
         PERFORM UNTIL WS-ARCEOF = 1
           READ ARCFILE
             AT END MOVE 1 TO WS-ARCEOF
             NOT AT END
               MOVE ARCREC TO AUDITREC
               IF AUD-CKEY = WS-PRVCKEY
                 PERFORM 0000ERASEBLANKIMAGES
                 ADD 1 TO WS-ARCBLANKED
               END-IF
               MOVE AUDITREC TO SCRUBREC
               WRITE SCRUBREC
           END-READ
         END-PERFORM
         CLOSE ARCFILE
         CLOSE SCRUBFILE
         MOVE 0 TO WS-ARCEOF
         OPEN INPUT SCRUBFILE
         OPEN OUTPUT ARCFILE
         PERFORM UNTIL WS-ARCEOF = 1
           READ SCRUBFILE
             AT END MOVE 1 TO WS-ARCEOF
             NOT AT END
               MOVE SCRUBREC TO ARCREC
               WRITE ARCREC
           END-READ
         END-PERFORM
         CLOSE SCRUBFILE
         CLOSE ARCFILE
         ADD 1 TO WS-ARCSDONE
       END-IF.
       MOVE 0 TO WS-ARCEOF.

      * Only the personal data goes. The Contact ID and CSTATUS stay
      * in each image so the daily balancing step still counts the
      * record in and out across the entries.
       0000ERASEBLANKIMAGES.

       IF AUD-BEFORE NOT = SPACES
         MOVE AUD-BEFORE TO WS-AUDITBEFORE
         MOVE SPACES TO WS-AUDB-CNAME
         MOVE SPACES TO WS-AUDB-CTEL
         MOVE SPACES TO WS-AUDB-CADR-S
         MOVE SPACES TO WS-AUDB-CADR-P
         MOVE SPACES TO WS-AUDB-CADR-C
         MOVE SPACES TO WS-AUDB-CADR-N
         MOVE SPACES TO WS-AUDB-CNOTE
         MOVE SPACES TO WS-AUDB-CGROUP
         MOVE WS-AUDITBEFORE TO AUD-BEFORE
       END-IF.
       IF AUD-AFTER NOT = SPACES
         MOVE AUD-AFTER TO WS-AUDITAFTER
         MOVE SPACES TO WS-AUDA-CNAME
         MOVE SPACES TO WS-AUDA-CTEL
         MOVE SPACES TO WS-AUDA-CADR-S
         MOVE SPACES TO WS-AUDA-CADR-P
         MOVE SPACES TO WS-AUDA-CADR-C
         MOVE SPACES TO WS-AUDA-CADR-N
         MOVE SPACES TO WS-AUDA-CNOTE
         MOVE SPACES TO WS-AUDA-CGROUP
         MOVE WS-AUDITAFTER TO AUD-AFTER
       END-IF.

       0000ERASELIVELOG.

       OPEN INPUT AUDITFILE.
       IF WS-AUDITSTATUS = "00"
         OPEN OUTPUT SCRUBFILE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ AUDITFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               IF AUD-CKEY = WS-PRVCKEY
                 PERFORM 0000ERASEBLANKIMAGES
                 ADD 1 TO WS-LOGBLANKED
               END-IF
               MOVE AUDITREC TO SCRUBREC
               WRITE SCRUBREC
           END-READ
         END-PERFORM
         CLOSE AUDITFILE
         CLOSE SCRUBFILE
         MOVE 0 TO WS-ENDOFFILE
         OPEN INPUT SCRUBFILE
         OPEN OUTPUT AUDITFILE
         PERFORM UNTIL WS-ENDOFFILE = 1
           READ SCRUBFILE
             AT END MOVE 1 TO WS-ENDOFFILE
             NOT AT END
               MOVE SCRUBREC TO AUDITREC
               WRITE AUDITREC
           END-READ
         END-PERFORM
         CLOSE SCRUBFILE
         CLOSE AUDITFILE
       ELSE
         CLOSE AUDITFILE
       END-IF.
       MOVE 0 TO WS-ENDOFFILE.
