             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INT-KEY
             FILE STATUS IS WS-INTSTATUS.
           SELECT OPTIONAL UNDFILE ASSIGN TO "cob-contacts01.und"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UND-CKEY
             FILE STATUS IS WS-UNDSTATUS.
           SELECT OPTIONAL TPLFILE ASSIGN TO "cob-contacts01.tpl"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TPL-KEY
             FILE STATUS IS WS-TPLSTATUS.
           SELECT OPTIONAL GROUPFILE ASSIGN TO "cob-contacts01.grp"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GRP-CODE
             FILE STATUS IS WS-GROUPSTATUS.
           SELECT LABELPRINTFILE ASSIGN TO "cob-contacts14.prt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTERFILE ASSIGN TO "cob-contacts14.ltr"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LETTERSTATUS.
           SELECT OPTIONAL CLOGFILE ASSIGN TO "cob-contacts14.log"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOGSTATUS.

       DATA DIVISION.
         FILE SECTION.
           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD UNDFILE
           RECORD CONTAINS 73 CHARACTERS.
         01 UNDFILEFD.
           COPY UNDFD.
         FD TPLFILE
           RECORD CONTAINS 81 CHARACTERS.
         01 TPLFILEFD.
           COPY TPLFD.
         FD GROUPFILE
           RECORD CONTAINS 30 CHARACTERS.
         01 GROUPFILEFD.
           COPY GROUPFD.
         FD LABELPRINTFILE
           RECORD CONTAINS 40 CHARACTERS.
         01 LABELPRINTREC PIC X(40).
         FD LETTERFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 LETTERREC PIC X(80).
         FD CLOGFILE
           RECORD CONTAINS 29 CHARACTERS.
         01 CLOGREC.
           COPY CLOGFD.

         WORKING-STORAGE SECTION.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-LABELCOUNT PIC 9(6) VALUE ZERO.
         01 WS-LETTERCOUNT PIC 9(6) VALUE ZERO.
         01 WS-CAMPCODE PIC X(6) VALUE SPACES.
         01 WS-CAMPDESC PIC X(30) VALUE SPACES.
         01 WS-CAMPGROUP PIC X(4) VALUE SPACES.
         01 WS-GROUPFILTER PIC X(4) VALUE SPACES.
         01 WS-INTMAXSEQ PIC 9(2) VALUE ZERO.
         01 WS-RUNDATE PIC 9(8) VALUE ZERO.
         01 WS-RUNTIME PIC 9(8) VALUE ZERO.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDSKIP PIC 9 VALUE ZERO.
         01 WS-UNDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-TPLSTATUS PIC X(02) VALUE SPACES.
         01 WS-GROUPSTATUS PIC X(02) VALUE SPACES.
         01 WS-LETTERSTATUS PIC X(02) VALUE SPACES.
         01 WS-CLOGSTATUS PIC X(02) VALUE SPACES.
         01 WS-TPLEOF PIC 9 VALUE ZERO.
         01 WS-TPLSHOW PIC 9 VALUE ZERO.
         01 WS-TPLCOUNT PIC 9(3) VALUE ZERO.
         01 WS-TPLIX PIC 9(3) VALUE ZERO.
         01 WS-TPLLINE PIC 9(3) VALUE ZERO.
         01 WS-TPLTEXT PIC X(72) VALUE SPACES.
         01 WS-TPLTABLE.
           05 WS-TPLENTRY OCCURS 200 TIMES.
             10 WS-TPL-TEXT PIC X(72).
         01 WS-LETTERSDONE PIC 9(6) VALUE ZERO.
         01 WS-LETTEROK PIC 9 VALUE ZERO.
         01 WS-LETTERFAIL PIC 9 VALUE ZERO.
         01 WS-GRPCODE PIC X(4) VALUE SPACES.
         01 WS-GRPNAME PIC X(25) VALUE SPACES.
         01 WS-MRGIN PIC X(82) VALUE SPACES.
         01 WS-MRGOUT PIC X(80) VALUE SPACES.
         01 WS-MRGINPOS PIC 9(3) VALUE ZERO.
         01 WS-MRGOUTPOS PIC 9(3) VALUE ZERO.
         01 WS-MRGTOKENLEN PIC 9(2) VALUE ZERO.
         01 WS-MRGVALUE PIC X(25) VALUE SPACES.
         01 WS-MRGLEN PIC 9(2) VALUE ZERO.
         01 WS-MRGVALPOS PIC 9(2) VALUE ZERO.
         01 WS-SELOVERRIDE PIC X(4) VALUE SPACES.
         01 WS-SETMODE PIC 9 VALUE ZERO.
         01 WS-SETIX PIC 9(2) VALUE ZERO.
         01 WS-SELECTOK PIC 9 VALUE ZERO.
         01 WS-SAVERC PIC S9(4) VALUE ZERO.
         01 WS-MATCHCOUNT PIC 9(6) VALUE ZERO.
         COPY RUNWS.
         COPY SELWS.

         LOCAL-STORAGE SECTION.
         01 USER-SELECTION PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
       0000CAMPAIGNSTART.

      * The step parm carries the campaign code in positions 1-6
      * and, optionally, a group code or selection set name in 7-10
      * to use instead of the one on the campaign.
       IF RUN-ACTIVE = "Y"
         MOVE RUN-PARM(1:6) TO WS-CAMPCODE
         MOVE RUN-PARM(7:4) TO WS-SELOVERRIDE
         IF WS-CAMPCODE = SPACES
           DISPLAY "!ERROR NO CAMPAIGN CODE IN THE STEP PARM!"
           MOVE 8 TO RETURN-CODE
         DISPLAY "----------------------------------------"
         DISPLAY "    1 : Add Campaign"
         DISPLAY "    2 : Run Campaign"
         DISPLAY "    3 : Letter Template"
         DISPLAY "    4 : Exit"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 PERFORM 0000SELECTIONCAMPADD
           WHEN 2 PERFORM 0000SELECTIONCAMPRUN
           WHEN 3 PERFORM 0000SELECTIONTEMPLATE
           WHEN 4 GOBACK
           WHEN OTHER PERFORM 0000SELECTIONCAMPAIGNSERROR
         END-EVALUATE
       END-PERFORM.
         DISPLAY "!ERROR DESCRIPTION CANNOT BE BLANK!"
         GO TO 0000SELECTIONCAMPADD
       END-IF.
       DISPLAY "Enter Group code or selection set to select by, or"
           " blank for all:".
       MOVE SPACES TO WS-CAMPGROUP.
       ACCEPT WS-CAMPGROUP.

       DISPLAY "Enter Campaign code to run:".
       MOVE SPACES TO WS-CAMPCODE.
       ACCEPT WS-CAMPCODE.
       DISPLAY "Enter Group code or selection set to use instead,"
           " or blank for the campaign's own:".
       MOVE SPACES TO WS-SELOVERRIDE.
       ACCEPT WS-SELOVERRIDE.
       PERFORM 0000CAMPAIGNRUN.

       GO TO 0000SELECTIONCAMPAIGNS.

       0000SELECTIONTEMPLATE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter Campaign code for the letter template:".
       MOVE SPACES TO WS-CAMPCODE.
       ACCEPT WS-CAMPCODE.
       MOVE 0 TO WS-CAMPFOUND.
       OPEN INPUT CAMPFILE.
       MOVE WS-CAMPCODE TO CMP-CODE.
       READ CAMPFILE KEY IS CMP-CODE
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 1 TO WS-CAMPFOUND
       END-READ.
       CLOSE CAMPFILE.
       IF WS-CAMPFOUND = 0
         DISPLAY "!ERROR CAMPAIGN DOSE NOT EXIST: " WS-CAMPCODE "!"
         GO TO 0000SELECTIONCAMPAIGNS
       END-IF.

       GO TO 0000SELECTIONTEMPLATELINES.

       0000SELECTIONTEMPLATELINES.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "----------------------------------------------------".
       DISPLAY "Letter Template For Campaign " WS-CAMPCODE.
       DISPLAY "----------------------------------------------------".
       MOVE 1 TO WS-TPLSHOW.
       PERFORM 0000CAMPAIGNLOADTEMPLATE.
       MOVE 0 TO WS-TPLSHOW.
       IF WS-TPLCOUNT = 0
         DISPLAY "  (no template - the campaign prints labels only)"
       END-IF.
       DISPLAY "Merge fields: <NAME> <STREET> <POSTCODE> <CITY>"
           " <NATION> <GROUP> <ID>".

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "----------------------------------------"
         DISPLAY "MENU"
         DISPLAY "----------------------------------------"
         DISPLAY "    1 : Add/Replace Line"
         DISPLAY "    2 : Delete Line"
         DISPLAY "    3 : Go Back To Campaigns"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 PERFORM 0000SELECTIONTPLLINE
           WHEN 2 PERFORM 0000SELECTIONTPLDELETE
           WHEN 3 GO TO 0000SELECTIONCAMPAIGNS
           WHEN OTHER PERFORM 0000SELECTIONTEMPLATEERROR
         END-EVALUATE
       END-PERFORM.

       0000SELECTIONTEMPLATEERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONTEMPLATELINES.

       0000SELECTIONTPLLINE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter line number (1-200):".
       MOVE 0 TO WS-TPLLINE.
       ACCEPT WS-TPLLINE.
       IF WS-TPLLINE IS NOT NUMERIC OR WS-TPLLINE = 0
           OR WS-TPLLINE > 200
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000SELECTIONTPLLINE
       END-IF.
       DISPLAY "Enter line text (max 72 characters, blank for an"
           " empty line):".
       MOVE SPACES TO WS-TPLTEXT.
       ACCEPT WS-TPLTEXT.

       OPEN I-O TPLFILE.
       MOVE WS-CAMPCODE TO TPL-CODE.
       MOVE WS-TPLLINE TO TPL-LINE.
       MOVE WS-TPLTEXT TO TPL-TEXT.
       WRITE TPLFILEFD
         INVALID KEY
           REWRITE TPLFILEFD
             INVALID KEY DISPLAY "!ERROR LINE NOT SAVED!"
             NOT INVALID KEY DISPLAY "Line Replaced."
           END-REWRITE
         NOT INVALID KEY DISPLAY "Line Added."
       END-WRITE.
       CLOSE TPLFILE.

       GO TO 0000SELECTIONTEMPLATELINES.

       0000SELECTIONTPLDELETE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter line number to delete:".
       MOVE 0 TO WS-TPLLINE.
       ACCEPT WS-TPLLINE.
       IF WS-TPLLINE IS NOT NUMERIC
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000SELECTIONTPLDELETE
       END-IF.

       OPEN I-O TPLFILE.
       MOVE WS-CAMPCODE TO TPL-CODE.
       MOVE WS-TPLLINE TO TPL-LINE.
       READ TPLFILE KEY IS TPL-KEY
         INVALID KEY DISPLAY "!ERROR LINE DOSE NOT EXIST!"
         NOT INVALID KEY
           DELETE TPLFILE
             INVALID KEY DISPLAY "!ERROR LINE DOSE NOT EXIST!"
             NOT INVALID KEY DISPLAY "Line Deleted."
           END-DELETE
       END-READ.
       CLOSE TPLFILE.

       GO TO 0000SELECTIONTEMPLATELINES.

      * The template is read once per run into a table, in line
      * number order; on the maintenance screen the same pass lists
      * it.
       0000CAMPAIGNLOADTEMPLATE.

       MOVE 0 TO WS-TPLCOUNT.
       OPEN INPUT TPLFILE.
       MOVE WS-CAMPCODE TO TPL-CODE.
       MOVE 0 TO TPL-LINE.
       START TPLFILE KEY IS NOT LESS THAN TPL-KEY
         INVALID KEY MOVE 1 TO WS-TPLEOF
       END-START.
       PERFORM UNTIL WS-TPLEOF = 1
         READ TPLFILE NEXT RECORD
           AT END MOVE 1 TO WS-TPLEOF
           NOT AT END
             IF TPL-CODE = WS-CAMPCODE AND WS-TPLCOUNT < 200
               ADD 1 TO WS-TPLCOUNT
               MOVE TPL-TEXT TO WS-TPL-TEXT(WS-TPLCOUNT)
               IF WS-TPLSHOW = 1
                 DISPLAY TPL-LINE " " TPL-TEXT
               END-IF
             ELSE
               MOVE 1 TO WS-TPLEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE TPLFILE.
       MOVE 0 TO WS-TPLEOF.

       0000CAMPAIGNRUN.

       MOVE 0 TO WS-CAMPFOUND.
           MOVE CMP-GROUP TO WS-GROUPFILTER
       END-READ.
       CLOSE CAMPFILE.
       IF WS-SELOVERRIDE NOT = SPACES
         MOVE WS-SELOVERRIDE TO WS-GROUPFILTER
       END-IF.
       IF WS-CAMPFOUND = 0
         DISPLAY "!ERROR CAMPAIGN DOSE NOT EXIST: " WS-CAMPCODE "!"
         MOVE 8 TO RETURN-CODE

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-LABELCOUNT.
       MOVE 0 TO WS-LETTERCOUNT.
       MOVE 0 TO WS-UNDCOUNT.
       MOVE 0 TO WS-LETTERSDONE.
       MOVE 0 TO WS-LETTERFAIL.
       MOVE 0 TO WS-MATCHCOUNT.
       MOVE SPACES TO WS-GRPCODE.
       MOVE SPACES TO WS-GRPNAME.
       ACCEPT WS-RUNDATE FROM DATE yyyymmdd.

       DISPLAY "Running campaign " WS-CAMPCODE " - printing labels"
           " to cob-contacts14.prt ...".
       PERFORM 0000OPENSELECTION.
       PERFORM 0000CAMPAIGNLOADTEMPLATE.
       IF WS-TPLCOUNT > 0
         DISPLAY "Printing letters to cob-contacts14.ltr ..."
       END-IF.

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
       ELSE
         OPEN I-O INTFILE
         OPEN OUTPUT LABELPRINTFILE
         OPEN INPUT UNDFILE
         IF WS-TPLCOUNT > 0
           OPEN INPUT GROUPFILE
           OPEN OUTPUT LETTERFILE
           IF WS-LETTERSTATUS NOT = "00"
             DISPLAY "!ERROR CANNOT OPEN cob-contacts14.ltr - STATUS "
                 WS-LETTERSTATUS "!"
             MOVE 1 TO WS-LETTERFAIL
             MOVE 1 TO WS-ENDOFFILE
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF

         PERFORM UNTIL WS-ENDOFFILE = 1
           READ DATAFILE
           END-READ
         END-PERFORM

         IF WS-TPLCOUNT > 0
           CLOSE GROUPFILE
           IF WS-LETTERFAIL = 0
             CLOSE LETTERFILE
           END-IF
         END-IF
         CLOSE DATAFILE
         CLOSE INTFILE
         CLOSE LABELPRINTFILE
         CLOSE UNDFILE
         MOVE 0 TO WS-ENDOFFILE

         IF WS-LETTERFAIL = 0
           PERFORM 0000CAMPAIGNSTAMPRUN
           PERFORM 0000CAMPAIGNJOURNAL
         END-IF

         DISPLAY WS-MATCHCOUNT " contact(s) matched the selection."
         DISPLAY WS-LABELCOUNT " label(s) written."
         IF WS-TPLCOUNT > 0
           DISPLAY WS-LETTERSDONE " letter(s) written."
         END-IF
         DISPLAY WS-LETTERCOUNT " LETTER interaction(s) recorded."
         DISPLAY WS-UNDCOUNT " undeliverable address(es) skipped."
         MOVE WS-LABELCOUNT TO RUN-COUNT
       END-IF.
       PERFORM 0000CLOSESELECTION.

       0000CAMPAIGNLABELWRITE.

       IF CSTATUS = "D"
         GO TO 0000CAMPAIGNLABELWRITEEXIT
       END-IF.
       PERFORM 0000CHECKSELECTION.
       IF WS-SELECTOK = 0
         GO TO 0000CAMPAIGNLABELWRITEEXIT
       END-IF.
       ADD 1 TO WS-MATCHCOUNT.
       PERFORM 0000CHECKUNDELIVERABLE.
       IF WS-UNDSKIP = 1
         ADD 1 TO WS-UNDCOUNT
         GO TO 0000CAMPAIGNLABELWRITEEXIT
       END-IF.
       MOVE CNAME TO LABELPRINTREC.
       MOVE SPACES TO LABELPRINTREC.
       WRITE LABELPRINTREC.
       ADD 1 TO WS-LABELCOUNT.
      * With a template the LETTER row waits until the recipient's
      * letter is safely on the letter file; without one the label
      * is the mailing, as it always was.
       IF WS-TPLCOUNT > 0
         PERFORM 0000CAMPAIGNPRINTLETTER
         IF WS-LETTEROK = 1
           PERFORM 0000CAMPAIGNWRITELETTER
             THRU 0000CAMPAIGNWRITELETTEREXIT
         END-IF
       ELSE
         PERFORM 0000CAMPAIGNWRITELETTER
           THRU 0000CAMPAIGNWRITELETTEREXIT
       END-IF.

       0000CAMPAIGNLABELWRITEEXIT.
       EXIT.
       PERFORM 0000CAMPAIGNFINDINTSEQ.
       MOVE CKEY TO INT-CKEY.
       MOVE WS-RUNDATE TO INT-DATE.
      * Two digits of sequence allow 99 interactions a day per
      * contact; past that the LETTER row is not written.
       ADD 1 WS-INTMAXSEQ GIVING INT-SEQ
         ON SIZE ERROR
           DISPLAY "!ERROR 99 INTERACTIONS TODAY - NO LETTER ROW FOR "
               CKEY "!"
           MOVE 8 TO RETURN-CODE
           GO TO 0000CAMPAIGNWRITELETTEREXIT
       END-ADD.
       MOVE "LETTER" TO INT-TYPE.
       MOVE SPACES TO INT-NOTE.
       STRING "Campaign " WS-CAMPCODE " - " WS-CAMPDESC
       WRITE INTFILEFD
         INVALID KEY DISPLAY "!ERROR INTERACTION ALREADY EXIST: "
             CKEY "!"
         NOT INVALID KEY ADD 1 TO WS-LETTERCOUNT
       END-WRITE.

       0000CAMPAIGNWRITELETTEREXIT.
       EXIT.

       0000CAMPAIGNFINDINTSEQ.

       MOVE 0 TO WS-INTMAXSEQ.
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

      * A code that is a saved selection set selects through the
      * set matcher, anything else is taken as a group code. The
      * criteria are shown so the run log says who was mailed.
       0000OPENSELECTION.

       MOVE 0 TO WS-SETMODE.
       MOVE "O" TO SC-REQUEST.
       MOVE WS-GROUPFILTER TO SC-SETNAME.
       CALL "cob-contacts26".
       IF SC-FOUND = 1
         MOVE 1 TO WS-SETMODE
         PERFORM VARYING WS-SETIX FROM 1 BY 1
             UNTIL WS-SETIX > SC-CRITCOUNT
           DISPLAY SC-CRITLINE(WS-SETIX)
         END-PERFORM
       ELSE
         IF WS-GROUPFILTER = SPACES
           DISPLAY "Selection: all contacts"
         ELSE
           DISPLAY "Selection: group " WS-GROUPFILTER
         END-IF
       END-IF.

       0000CHECKSELECTION.

       MOVE 0 TO WS-SELECTOK.
       IF WS-SETMODE = 1
         MOVE "M" TO SC-REQUEST
         MOVE DATAFILEFD TO SC-CONTACT
         CALL "cob-contacts26"
         MOVE SC-MATCH TO WS-SELECTOK
       ELSE
         IF WS-GROUPFILTER = SPACES
             OR CGROUP = WS-GROUPFILTER
           MOVE 1 TO WS-SELECTOK
         END-IF
       END-IF.

      * The matcher's GOBACK resets RETURN-CODE, so keep ours.
       0000CLOSESELECTION.

       MOVE RETURN-CODE TO WS-SAVERC.
       MOVE "C" TO SC-REQUEST.
       CALL "cob-contacts26".
       MOVE WS-SAVERC TO RETURN-CODE.

      * Mail sent to this address came back and nobody has changed
      * the street, post code or city since, so no label.
       0000CHECKUNDELIVERABLE.

       MOVE 0 TO WS-UNDSKIP.
       MOVE CKEY TO UND-CKEY.
       READ UNDFILE KEY IS UND-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF UND-CADR-S = CADR-S AND UND-CADR-P = CADR-P
               AND UND-CADR-C = CADR-C
             MOVE 1 TO WS-UNDSKIP
           END-IF
       END-READ.

      * One page per recipient, written in the label loop so the
      * letters come out in label order. The address block sits at
      * the top for a window envelope, then the run date, then the
      * template with its merge fields filled in.
       0000CAMPAIGNPRINTLETTER.

       MOVE 1 TO WS-LETTEROK.
       IF CGROUP NOT = WS-GRPCODE
         MOVE CGROUP TO WS-GRPCODE
         MOVE SPACES TO WS-GRPNAME
         MOVE CGROUP TO GRP-CODE
         READ GROUPFILE KEY IS GRP-CODE
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE GRP-NAME TO WS-GRPNAME
         END-READ
       END-IF.

       MOVE CNAME TO LETTERREC.
       IF WS-LETTERSDONE > 0
         WRITE LETTERREC AFTER ADVANCING PAGE
       ELSE
         WRITE LETTERREC
       END-IF.
       IF WS-LETTERSTATUS NOT = "00"
         MOVE 0 TO WS-LETTEROK
       END-IF.
       MOVE CADR-S TO LETTERREC.
       PERFORM 0000CAMPAIGNLETTERLINE.
       MOVE SPACES TO LETTERREC.
       STRING CADR-P   DELIMITED BY SIZE
           "  "         DELIMITED BY SIZE
           CADR-C       DELIMITED BY SIZE
           INTO LETTERREC
       END-STRING.
       PERFORM 0000CAMPAIGNLETTERLINE.
       MOVE CADR-N TO LETTERREC.
       PERFORM 0000CAMPAIGNLETTERLINE.
       MOVE SPACES TO LETTERREC.
       PERFORM 0000CAMPAIGNLETTERLINE.
       MOVE SPACES TO LETTERREC.
       PERFORM 0000CAMPAIGNLETTERLINE.
       MOVE SPACES TO LETTERREC.
       STRING WS-RUNDATE(1:4) "-" WS-RUNDATE(5:2) "-"
           WS-RUNDATE(7:2)
           DELIMITED BY SIZE INTO LETTERREC
       END-STRING.
       PERFORM 0000CAMPAIGNLETTERLINE.
       MOVE SPACES TO LETTERREC.
       PERFORM 0000CAMPAIGNLETTERLINE.

       PERFORM VARYING WS-TPLIX FROM 1 BY 1
           UNTIL WS-TPLIX > WS-TPLCOUNT
         PERFORM 0000CAMPAIGNMERGELINE
         MOVE WS-MRGOUT TO LETTERREC
         PERFORM 0000CAMPAIGNLETTERLINE
       END-PERFORM.

       IF WS-LETTEROK = 1
         ADD 1 TO WS-LETTERSDONE
       ELSE
         DISPLAY "!ERROR LETTER NOT WRITTEN FOR " CKEY " - STATUS "
             WS-LETTERSTATUS "!"
       END-IF.

       0000CAMPAIGNLETTERLINE.

       WRITE LETTERREC.
       IF WS-LETTERSTATUS NOT = "00"
         MOVE 0 TO WS-LETTEROK
       END-IF.

      * Copy the template line across a character at a time; a
      * "<" that opens a known merge field is replaced by the
      * recipient's value without its trailing blanks. Anything
      * else, including an unknown field, is copied as it stands.
       0000CAMPAIGNMERGELINE.

       MOVE SPACES TO WS-MRGIN.
       MOVE WS-TPL-TEXT(WS-TPLIX) TO WS-MRGIN.
       MOVE SPACES TO WS-MRGOUT.
       MOVE 1 TO WS-MRGINPOS.
       MOVE 1 TO WS-MRGOUTPOS.
       PERFORM UNTIL WS-MRGINPOS > 72
         MOVE 0 TO WS-MRGTOKENLEN
         IF WS-MRGIN(WS-MRGINPOS:1) = "<"
           PERFORM 0000CAMPAIGNMERGEFIELD
         END-IF
         IF WS-MRGTOKENLEN = 0
           IF WS-MRGOUTPOS <= 80
             MOVE WS-MRGIN(WS-MRGINPOS:1)
               TO WS-MRGOUT(WS-MRGOUTPOS:1)
           END-IF
           ADD 1 TO WS-MRGOUTPOS
           ADD 1 TO WS-MRGINPOS
         ELSE
           PERFORM 0000CAMPAIGNMERGEVALUE
           ADD WS-MRGTOKENLEN TO WS-MRGINPOS
         END-IF
       END-PERFORM.

       0000CAMPAIGNMERGEFIELD.

       EVALUATE TRUE
         WHEN WS-MRGIN(WS-MRGINPOS:6) = "<NAME>"
           MOVE 6 TO WS-MRGTOKENLEN
           MOVE CNAME TO WS-MRGVALUE
         WHEN WS-MRGIN(WS-MRGINPOS:8) = "<STREET>"
           MOVE 8 TO WS-MRGTOKENLEN
           MOVE CADR-S TO WS-MRGVALUE
         WHEN WS-MRGIN(WS-MRGINPOS:10) = "<POSTCODE>"
           MOVE 10 TO WS-MRGTOKENLEN
           MOVE CADR-P TO WS-MRGVALUE
         WHEN WS-MRGIN(WS-MRGINPOS:6) = "<CITY>"
           MOVE 6 TO WS-MRGTOKENLEN
           MOVE CADR-C TO WS-MRGVALUE
         WHEN WS-MRGIN(WS-MRGINPOS:8) = "<NATION>"
           MOVE 8 TO WS-MRGTOKENLEN
           MOVE CADR-N TO WS-MRGVALUE
         WHEN WS-MRGIN(WS-MRGINPOS:7) = "<GROUP>"
           MOVE 7 TO WS-MRGTOKENLEN
           MOVE WS-GRPNAME TO WS-MRGVALUE
         WHEN WS-MRGIN(WS-MRGINPOS:4) = "<ID>"
           MOVE 4 TO WS-MRGTOKENLEN
           MOVE CKEY TO WS-MRGVALUE
         WHEN OTHER
           CONTINUE
       END-EVALUATE.

       0000CAMPAIGNMERGEVALUE.

       MOVE 25 TO WS-MRGLEN.
       PERFORM UNTIL WS-MRGLEN = 0
           OR WS-MRGVALUE(WS-MRGLEN:1) NOT = SPACE
         SUBTRACT 1 FROM WS-MRGLEN
       END-PERFORM.
       PERFORM VARYING WS-MRGVALPOS FROM 1 BY 1
           UNTIL WS-MRGVALPOS > WS-MRGLEN
         IF WS-MRGOUTPOS <= 80
           MOVE WS-MRGVALUE(WS-MRGVALPOS:1)
             TO WS-MRGOUT(WS-MRGOUTPOS:1)
         END-IF
         ADD 1 TO WS-MRGOUTPOS
       END-PERFORM.

       0000CAMPAIGNSTAMPRUN.

       OPEN I-O CAMPFILE.
           END-REWRITE
       END-READ.
       CLOSE CAMPFILE.

      * One journal line per run with the LETTER rows actually
      * written; the daily balancing step checks them against the
      * interaction file.
       0000CAMPAIGNJOURNAL.

       ACCEPT WS-RUNTIME FROM TIME.
       MOVE SPACES TO CLOGREC.
       MOVE WS-RUNDATE TO CLOG-DATE.
       MOVE WS-RUNTIME(1:6) TO CLOG-TIME.
       MOVE WS-CAMPCODE TO CLOG-CODE.
       MOVE WS-LETTERCOUNT TO CLOG-COUNT.
       OPEN EXTEND CLOGFILE.
       IF WS-CLOGSTATUS NOT = "00" AND WS-CLOGSTATUS NOT = "05"
         DISPLAY "!ERROR CANNOT WRITE cob-contacts14.log - STATUS "
             WS-CLOGSTATUS "!"
         MOVE 8 TO RETURN-CODE
       ELSE
         WRITE CLOGREC
         IF WS-CLOGSTATUS NOT = "00"
           DISPLAY "!ERROR CANNOT WRITE cob-contacts14.log - STATUS "
               WS-CLOGSTATUS "!"
           MOVE 8 TO RETURN-CODE
         END-IF
         CLOSE CLOGFILE
       END-IF.
