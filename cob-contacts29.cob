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
       PROGRAM-ID. cob-contacts29.
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
           SELECT OPTIONAL COMMFILE ASSIGN TO "cob-contacts01.com"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS COMM-KEY
             FILE STATUS IS WS-COMMSTATUS.
           SELECT OPTIONAL RELFILE ASSIGN TO "cob-contacts01.rel"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REL-KEY
             FILE STATUS IS WS-RELSTATUS.
           SELECT OPTIONAL SUMFILE ASSIGN TO "cob-contacts01.sum"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUM-CKEY
             FILE STATUS IS WS-SUMSTATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "cob-contacts01.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDITSTATUS.
           SELECT OPTIONAL ARXFILE ASSIGN TO "cob-contacts01.arx"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARXSTATUS.
           SELECT ARCFILE ASSIGN TO WS-ARCFILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCSTATUS.
           SELECT CKPTFILE ASSIGN TO "cob-contacts29.ckp"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CKPTSTATUS.

       DATA DIVISION.
         FILE SECTION.
         FD DATAFILE
           RECORD CONTAINS 202 CHARACTERS.
         01 DATAFILEFD.
           COPY CONTACTFD.
         FD INTFILE
           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD FLWFILE
           RECORD CONTAINS 78 CHARACTERS.
         01 FLWFILEFD.
           COPY FLWFD.
         FD COMMFILE
           RECORD CONTAINS 65 CHARACTERS.
         01 COMMFILEFD.
           COPY COMMFD.
         FD RELFILE
           RECORD CONTAINS 24 CHARACTERS.
         01 RELFILEFD.
           COPY RELFD.
         FD SUMFILE
           RECORD CONTAINS 231 CHARACTERS.
         01 SUMFILEFD.
           COPY SUMFD.
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
         FD CKPTFILE
           RECORD CONTAINS 16 CHARACTERS.
         01 CKPTREC.
           05 CKPT-ASOFDATE PIC 9(8).
           05 CKPT-STAGE PIC X(1).
           05 CKPT-LASTCKEY PIC 9(7).

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-INTSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-COMMSTATUS PIC X(02) VALUE SPACES.
         01 WS-RELSTATUS PIC X(02) VALUE SPACES.
         01 WS-SUMSTATUS PIC X(02) VALUE SPACES.
         01 WS-AUDITSTATUS PIC X(02) VALUE SPACES.
         01 WS-ARXSTATUS PIC X(02) VALUE SPACES.
         01 WS-ARCSTATUS PIC X(02) VALUE SPACES.
         01 WS-CKPTSTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-FLWEOF PIC 9 VALUE ZERO.
         01 WS-COMMEOF PIC 9 VALUE ZERO.
         01 WS-RELEOF PIC 9 VALUE ZERO.
         01 WS-SUMEOF PIC 9 VALUE ZERO.
         01 WS-AUDITEOF PIC 9 VALUE ZERO.
         01 WS-ARXEOF PIC 9 VALUE ZERO.
         01 WS-ARCEOF PIC 9 VALUE ZERO.
         01 WS-ARCFILENAME PIC X(26) VALUE SPACES.
         01 WS-ASOFDATE PIC 9(8) VALUE ZERO.
         01 WS-CURMONTH PIC 9(6) VALUE ZERO.
         01 WS-PREVMONTH.
           05 WS-PREVYYYY PIC 9(4).
           05 WS-PREVMM PIC 9(2).
         01 WS-LASTBUILD PIC 9(8) VALUE ZERO.
         01 WS-RESUMESTAGE PIC X(1) VALUE SPACE.
         01 WS-RESUMECKEY PIC 9(7) VALUE ZERO.
         01 WS-RESUMEASOF PIC 9(8) VALUE ZERO.
         01 WS-FRESHBUILD PIC X(01) VALUE SPACE.
         01 WS-STARTCKEY PIC 9(7) VALUE ZERO.
         01 WS-SUMFOUND PIC 9 VALUE ZERO.
         01 WS-KEEPCHANGE PIC 9(8) VALUE ZERO.
         01 WS-LASTTOUCHDATE PIC 9(8) VALUE ZERO.
         01 WS-PERIODIX PIC 9 VALUE ZERO.
         01 WS-CONTACTCOUNT PIC 9(8) VALUE ZERO.
         01 WS-WRITTENCOUNT PIC 9(8) VALUE ZERO.
         01 WS-PURGEDCOUNT PIC 9(8) VALUE ZERO.
         01 WS-CHANGEDCOUNT PIC 9(8) VALUE ZERO.
         01 WS-CHECKPOINTEVERY PIC 9(4) VALUE 100.
         01 WS-CKPTQUOT PIC 9(8) VALUE ZERO.
         01 WS-CKPTREM PIC 9(4) VALUE ZERO.
         COPY RUNWS.

       PROCEDURE DIVISION.
      * Nightly contact summary build. Writes one row per contact to
      * cob-contacts01.sum with the figures the reports used to work
      * out by walking the interaction, follow-up, contact method and
      * link files contact by contact: last interaction, interaction
      * counts by type, open and overdue follow-ups, contact methods,
      * household, last campaign mailed and last change date from the
      * audit log. Callable from the cob-contacts12 batch controller;
      * RUN-PARM(1:8) may carry an as-of date.
      * The detail files all lead with the Contact ID, so they are
      * read once, end to end, in step with the contact file.
      * A checkpoint (cob-contacts29.ckp) is kept every 100 contacts.
      * A build that stopped resumes after the last Contact ID in the
      * checkpoint, with the same as-of date, and the checkpoint is
      * cleared once the build is complete.
       0000SUMMARYSTART.

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-INTEOF.
       MOVE 0 TO WS-FLWEOF.
       MOVE 0 TO WS-COMMEOF.
       MOVE 0 TO WS-RELEOF.
       MOVE 0 TO WS-CONTACTCOUNT.
       MOVE 0 TO WS-WRITTENCOUNT.
       MOVE 0 TO WS-PURGEDCOUNT.
       MOVE 0 TO WS-CHANGEDCOUNT.

       ACCEPT WS-ASOFDATE FROM DATE yyyymmdd.
       IF RUN-ACTIVE = "Y"
           AND RUN-PARM(1:8) IS NUMERIC
           AND RUN-PARM(1:8) NOT = "00000000"
         MOVE RUN-PARM(1:8) TO WS-ASOFDATE
       END-IF.

      * A build that stopped is picked up where it left off, with the
      * as-of date it started with, so every row of one build agrees.
      * Run at the screen the operator may throw the checkpoint away.
       PERFORM 0000READCHECKPOINT.
       IF WS-RESUMESTAGE NOT = SPACE AND RUN-ACTIVE NOT = "Y"
         DISPLAY "A checkpoint was found for the build as of "
             WS-RESUMEASOF ", stage " WS-RESUMESTAGE
             ", Contact ID " WS-RESUMECKEY "."
         DISPLAY "Start a fresh build instead of resuming it? (Y/N):"
         MOVE SPACE TO WS-FRESHBUILD
         ACCEPT WS-FRESHBUILD
         IF WS-FRESHBUILD = "Y" OR WS-FRESHBUILD = "y"
           DISPLAY "Starting a fresh build - ignoring old checkpoint."
           MOVE SPACE TO WS-RESUMESTAGE
           MOVE 0 TO WS-RESUMECKEY
         END-IF
       END-IF.
       IF WS-RESUMESTAGE NOT = SPACE
         MOVE WS-RESUMEASOF TO WS-ASOFDATE
         DISPLAY "Resuming the summary build as of " WS-ASOFDATE
             " after Contact ID " WS-RESUMECKEY " ..."
       ELSE
         DISPLAY "Contact summary build as of " WS-ASOFDATE " ..."
       END-IF.

       MOVE WS-ASOFDATE(1:6) TO WS-CURMONTH.
       MOVE WS-ASOFDATE(1:4) TO WS-PREVYYYY.
       IF WS-ASOFDATE(5:2) = "01"
         SUBTRACT 1 FROM WS-PREVYYYY
         MOVE 12 TO WS-PREVMM
       ELSE
         MOVE WS-ASOFDATE(5:2) TO WS-PREVMM
         SUBTRACT 1 FROM WS-PREVMM
       END-IF.

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN I-O SUMFILE.
       IF WS-SUMSTATUS NOT = "00" AND WS-SUMSTATUS NOT = "05"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.sum - STATUS "
             WS-SUMSTATUS "!"
         CLOSE DATAFILE
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN INPUT INTFILE.
       OPEN INPUT FLWFILE.
       OPEN INPUT COMMFILE.
       OPEN INPUT RELFILE.

       PERFORM 0000SUMMARYCONTROLSTART.

       IF WS-RESUMESTAGE NOT = "B"
         PERFORM 0000SUMMARYCONTACTS
         MOVE "B" TO WS-RESUMESTAGE
         MOVE 9999999 TO WS-RESUMECKEY
         PERFORM 0000WRITECHECKPOINT
       END-IF.

       CLOSE INTFILE.
       CLOSE FLWFILE.
       CLOSE COMMFILE.
       CLOSE RELFILE.
       CLOSE DATAFILE.

       PERFORM 0000SUMMARYPURGE.
       PERFORM 0000SUMMARYAUDIT.
       PERFORM 0000SUMMARYCONTROLEND.

       CLOSE SUMFILE.
       PERFORM 0000CLEARCHECKPOINT.

       DISPLAY WS-CONTACTCOUNT " contact(s) summarised, "
           WS-WRITTENCOUNT " summary row(s) written.".
       DISPLAY WS-PURGEDCOUNT " row(s) for contacts no longer on"
           " file removed, " WS-CHANGEDCOUNT
           " last change date(s) updated from the audit log.".
       MOVE WS-WRITTENCOUNT TO RUN-COUNT.
       GOBACK.

      * The control row records a build in progress; its build date
      * stays that of the last complete build until this one ends,
      * which is also the date the audit log is read back to.
       0000SUMMARYCONTROLSTART.

       MOVE 0 TO WS-LASTBUILD.
       MOVE 0 TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY
           MOVE 0 TO SUM-CKEY
           MOVE 0 TO SUM-BUILDDATE
           MOVE SPACES TO SUM-DETAIL
           MOVE WS-ASOFDATE TO SUM-CTL-STARTED
           WRITE SUMFILEFD END-WRITE
         NOT INVALID KEY
           MOVE SUM-BUILDDATE TO WS-LASTBUILD
           MOVE WS-ASOFDATE TO SUM-CTL-STARTED
           REWRITE SUMFILEFD END-REWRITE
       END-READ.

       0000SUMMARYCONTROLEND.

       MOVE 0 TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY
           MOVE 0 TO SUM-CKEY
           MOVE WS-ASOFDATE TO SUM-BUILDDATE
           MOVE SPACES TO SUM-DETAIL
           MOVE 0 TO SUM-CTL-STARTED
           WRITE SUMFILEFD END-WRITE
         NOT INVALID KEY
           MOVE WS-ASOFDATE TO SUM-BUILDDATE
           MOVE 0 TO SUM-CTL-STARTED
           REWRITE SUMFILEFD END-REWRITE
       END-READ.

      * Stage A: one pass of the contact file, with each detail file
      * read forward in step with it.
       0000SUMMARYCONTACTS.

       ADD 1 WS-RESUMECKEY GIVING WS-STARTCKEY.
       PERFORM 0000SUMMARYPOSITION.

       MOVE WS-RESUMECKEY TO CKEY.
       START DATAFILE KEY IS GREATER THAN CKEY
         INVALID KEY MOVE 1 TO WS-ENDOFFILE
       END-START.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ DATAFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END PERFORM 0000SUMMARYONECONTACT
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-ENDOFFILE.

       0000SUMMARYPOSITION.

       MOVE 0 TO WS-INTEOF.
       MOVE 0 TO WS-FLWEOF.
       MOVE 0 TO WS-COMMEOF.
       MOVE 0 TO WS-RELEOF.
       MOVE WS-STARTCKEY TO INT-CKEY.
       MOVE 0 TO INT-DATE.
       MOVE 0 TO INT-SEQ.
       START INTFILE KEY IS NOT LESS THAN INT-KEY
         INVALID KEY MOVE 1 TO WS-INTEOF
       END-START.
       IF WS-INTEOF = 0
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
         END-READ
       END-IF.

       MOVE WS-STARTCKEY TO FLW-CKEY.
       MOVE 0 TO FLW-DUEDATE.
       MOVE 0 TO FLW-SEQ.
       START FLWFILE KEY IS NOT LESS THAN FLW-KEY
         INVALID KEY MOVE 1 TO WS-FLWEOF
       END-START.
       IF WS-FLWEOF = 0
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
         END-READ
       END-IF.

       MOVE WS-STARTCKEY TO COMM-CKEY.
       MOVE 0 TO COMM-SEQ.
       START COMMFILE KEY IS NOT LESS THAN COMM-KEY
         INVALID KEY MOVE 1 TO WS-COMMEOF
       END-START.
       IF WS-COMMEOF = 0
         READ COMMFILE NEXT RECORD
           AT END MOVE 1 TO WS-COMMEOF
         END-READ
       END-IF.

       MOVE WS-STARTCKEY TO REL-CKEY1.
       MOVE 0 TO REL-CKEY2.
       START RELFILE KEY IS NOT LESS THAN REL-KEY
         INVALID KEY MOVE 1 TO WS-RELEOF
       END-START.
       IF WS-RELEOF = 0
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
         END-READ
       END-IF.

      * The last change date is carried over from the row already on
      * file; the audit stage only has to look at what is newer.
       0000SUMMARYONECONTACT.

       ADD 1 TO WS-CONTACTCOUNT.
       MOVE 0 TO WS-SUMFOUND.
       MOVE 0 TO WS-KEEPCHANGE.
       MOVE CKEY TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WS-SUMFOUND
           MOVE SUM-LASTCHANGE TO WS-KEEPCHANGE
       END-READ.

       MOVE CKEY TO SUM-CKEY.
       MOVE WS-ASOFDATE TO SUM-BUILDDATE.
       MOVE CNAME TO SUM-CNAME.
       MOVE CTEL TO SUM-CTEL.
       MOVE 0 TO SUM-LASTINTDATE.
       MOVE SPACES TO SUM-LASTINTTYPE.
       MOVE WS-CURMONTH TO SUM-CURMONTH.
       MOVE WS-PREVMONTH TO SUM-PRVMONTH.
       MOVE ZEROS TO SUM-INTCOUNTS(1).
       MOVE ZEROS TO SUM-INTCOUNTS(2).
       MOVE ZEROS TO SUM-INTCOUNTS(3).
       MOVE 0 TO SUM-FLWOPEN.
       MOVE 0 TO SUM-FLWOVERDUE.
       MOVE 0 TO SUM-COMMCOUNT.
       MOVE 0 TO SUM-HOUSEHOLD.
       MOVE SPACES TO SUM-LASTCAMPAIGN.
       MOVE 0 TO SUM-LASTMAILDATE.
       MOVE 0 TO SUM-CAMPRESPDATE.
       MOVE WS-KEEPCHANGE TO SUM-LASTCHANGE.
       MOVE 0 TO WS-LASTTOUCHDATE.

      * Rows for a Contact ID below this one belong to no contact on
      * file and are passed over.
       PERFORM UNTIL WS-INTEOF = 1 OR INT-CKEY > CKEY
         IF INT-CKEY = CKEY
           PERFORM 0000SUMMARYINTROW
         END-IF
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
         END-READ
       END-PERFORM.

       PERFORM UNTIL WS-FLWEOF = 1 OR FLW-CKEY > CKEY
         IF FLW-CKEY = CKEY AND FLW-STATUS = "O"
           ADD 1 TO SUM-FLWOPEN
           IF FLW-DUEDATE < WS-ASOFDATE
             ADD 1 TO SUM-FLWOVERDUE
           END-IF
         END-IF
         READ FLWFILE NEXT RECORD
           AT END MOVE 1 TO WS-FLWEOF
         END-READ
       END-PERFORM.

       PERFORM UNTIL WS-COMMEOF = 1 OR COMM-CKEY > CKEY
         IF COMM-CKEY = CKEY
           ADD 1 TO SUM-COMMCOUNT
         END-IF
         READ COMMFILE NEXT RECORD
           AT END MOVE 1 TO WS-COMMEOF
         END-READ
       END-PERFORM.

      * The household is identified by its lowest Contact ID, taken
      * over the same direct HOUSEHOLD links the label run uses.
       PERFORM UNTIL WS-RELEOF = 1 OR REL-CKEY1 > CKEY
         IF REL-CKEY1 = CKEY AND REL-TYPE = "HOUSEHOLD"
           IF SUM-HOUSEHOLD = 0
             MOVE CKEY TO SUM-HOUSEHOLD
           END-IF
           IF REL-CKEY2 < SUM-HOUSEHOLD
             MOVE REL-CKEY2 TO SUM-HOUSEHOLD
           END-IF
         END-IF
         READ RELFILE NEXT RECORD
           AT END MOVE 1 TO WS-RELEOF
         END-READ
       END-PERFORM.

       IF WS-SUMFOUND = 1
         REWRITE SUMFILEFD END-REWRITE
       ELSE
         WRITE SUMFILEFD END-WRITE
       END-IF.
       IF WS-SUMSTATUS = "00"
         ADD 1 TO WS-WRITTENCOUNT
       ELSE
         DISPLAY "!ERROR CANNOT WRITE SUMMARY FOR " CKEY
             " - STATUS " WS-SUMSTATUS "!"
       END-IF.

       DIVIDE WS-CONTACTCOUNT BY WS-CHECKPOINTEVERY
         GIVING WS-CKPTQUOT REMAINDER WS-CKPTREM.
       IF WS-CKPTREM = 0
         MOVE "A" TO WS-RESUMESTAGE
         MOVE CKEY TO WS-RESUMECKEY
         PERFORM 0000WRITECHECKPOINT
       END-IF.

      * Interaction rows come in date order, so the last one read is
      * the latest. The campaign run writes the campaign code into
      * positions 10-15 of the LETTER note; a CALL or VISIT on the
      * day of the letter counts as a response to it.
       0000SUMMARYINTROW.

       MOVE INT-DATE TO SUM-LASTINTDATE.
       MOVE INT-TYPE TO SUM-LASTINTTYPE.

       MOVE 1 TO WS-PERIODIX.
       PERFORM 0000SUMMARYCOUNTTYPE.
       IF INT-DATE(1:6) = WS-CURMONTH
         MOVE 2 TO WS-PERIODIX
         PERFORM 0000SUMMARYCOUNTTYPE
       END-IF.
       IF INT-DATE(1:6) = WS-PREVMONTH
         MOVE 3 TO WS-PERIODIX
         PERFORM 0000SUMMARYCOUNTTYPE
       END-IF.

       IF INT-TYPE = "LETTER" AND INT-NOTE(1:9) = "Campaign "
         MOVE INT-NOTE(10:6) TO SUM-LASTCAMPAIGN
         MOVE INT-DATE TO SUM-LASTMAILDATE
         MOVE 0 TO SUM-CAMPRESPDATE
         IF WS-LASTTOUCHDATE = INT-DATE
           MOVE INT-DATE TO SUM-CAMPRESPDATE
         END-IF
       END-IF.
       IF INT-TYPE = "CALL" OR INT-TYPE = "VISIT"
         MOVE INT-DATE TO WS-LASTTOUCHDATE
         IF SUM-LASTMAILDATE > 0 AND SUM-CAMPRESPDATE = 0
           MOVE INT-DATE TO SUM-CAMPRESPDATE
         END-IF
       END-IF.

       0000SUMMARYCOUNTTYPE.

       EVALUATE INT-TYPE
         WHEN "CALL" ADD 1 TO SUM-CALLS(WS-PERIODIX)
         WHEN "VISIT" ADD 1 TO SUM-VISITS(WS-PERIODIX)
         WHEN "LETTER" ADD 1 TO SUM-LETTERS(WS-PERIODIX)
         WHEN "EMAIL" ADD 1 TO SUM-EMAILS(WS-PERIODIX)
         WHEN "RETURN" ADD 1 TO SUM-RETURNS(WS-PERIODIX)
         WHEN OTHER ADD 1 TO SUM-OTHERINTS(WS-PERIODIX)
       END-EVALUATE.

      * Stage B: a row this build did not write belongs to a contact
      * that has since been deleted, archived or erased.
       0000SUMMARYPURGE.

       MOVE 0 TO WS-SUMEOF.
       MOVE 0 TO SUM-CKEY.
       START SUMFILE KEY IS GREATER THAN SUM-CKEY
         INVALID KEY MOVE 1 TO WS-SUMEOF
       END-START.
       PERFORM UNTIL WS-SUMEOF = 1
         READ SUMFILE NEXT RECORD
           AT END MOVE 1 TO WS-SUMEOF
           NOT AT END
             IF SUM-BUILDDATE NOT = WS-ASOFDATE
               DELETE SUMFILE END-DELETE
               ADD 1 TO WS-PURGEDCOUNT
             END-IF
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-SUMEOF.

      * The audit log is read back to the day of the last complete
      * build, including any of it the archival job has rolled off
      * since. The first build reads every archive on the index.
       0000SUMMARYAUDIT.

       OPEN INPUT AUDITFILE.
       IF WS-AUDITSTATUS = "00" OR WS-AUDITSTATUS = "05"
         PERFORM UNTIL WS-AUDITEOF = 1
           READ AUDITFILE
             AT END MOVE 1 TO WS-AUDITEOF
             NOT AT END PERFORM 0000SUMMARYAUDITROW
           END-READ
         END-PERFORM
         CLOSE AUDITFILE
       END-IF.
       MOVE 0 TO WS-AUDITEOF.

       OPEN INPUT ARXFILE.
       IF WS-ARXSTATUS = "00" OR WS-ARXSTATUS = "05"
         PERFORM UNTIL WS-ARXEOF = 1
           READ ARXFILE
             AT END MOVE 1 TO WS-ARXEOF
             NOT AT END
               IF ARX-TODATE NOT < WS-LASTBUILD
                 PERFORM 0000SUMMARYONEARCHIVE
               END-IF
           END-READ
         END-PERFORM
         CLOSE ARXFILE
       END-IF.
       MOVE 0 TO WS-ARXEOF.

       0000SUMMARYONEARCHIVE.

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
               PERFORM 0000SUMMARYAUDITROW
           END-READ
         END-PERFORM
         CLOSE ARCFILE
       END-IF.
       MOVE 0 TO WS-ARCEOF.

       0000SUMMARYAUDITROW.

       IF AUD-CKEY IS NUMERIC AND AUD-CKEY > 0
           AND AUD-DATE IS NUMERIC
           AND AUD-DATE NOT < WS-LASTBUILD
         MOVE AUD-CKEY TO SUM-CKEY
         READ SUMFILE KEY IS SUM-CKEY
           INVALID KEY CONTINUE
           NOT INVALID KEY
             IF AUD-DATE > SUM-LASTCHANGE
               MOVE AUD-DATE TO SUM-LASTCHANGE
               REWRITE SUMFILEFD END-REWRITE
               ADD 1 TO WS-CHANGEDCOUNT
             END-IF
         END-READ
       END-IF.

       0000READCHECKPOINT.

       MOVE SPACE TO WS-RESUMESTAGE.
       MOVE 0 TO WS-RESUMECKEY.
       MOVE 0 TO WS-RESUMEASOF.
       OPEN INPUT CKPTFILE.
       IF WS-CKPTSTATUS = "00"
         READ CKPTFILE
           AT END CONTINUE
           NOT AT END
             IF CKPT-ASOFDATE IS NUMERIC
                 AND CKPT-LASTCKEY IS NUMERIC
                 AND (CKPT-STAGE = "A" OR CKPT-STAGE = "B")
               MOVE CKPT-STAGE TO WS-RESUMESTAGE
               MOVE CKPT-LASTCKEY TO WS-RESUMECKEY
               MOVE CKPT-ASOFDATE TO WS-RESUMEASOF
             END-IF
         END-READ
         CLOSE CKPTFILE
       END-IF.

       0000WRITECHECKPOINT.

       OPEN OUTPUT CKPTFILE.
       MOVE WS-ASOFDATE TO CKPT-ASOFDATE.
       MOVE WS-RESUMESTAGE TO CKPT-STAGE.
       MOVE WS-RESUMECKEY TO CKPT-LASTCKEY.
       WRITE CKPTREC.
       CLOSE CKPTFILE.

       0000CLEARCHECKPOINT.

       OPEN OUTPUT CKPTFILE.
       CLOSE CKPTFILE.
