             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INT-KEY
             FILE STATUS IS WS-INTSTATUS.
           SELECT OPTIONAL SUMFILE ASSIGN TO "cob-contacts01.sum"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUM-CKEY
             FILE STATUS IS WS-SUMSTATUS.
           SELECT RSPREPORTFILE ASSIGN TO "cob-contacts15.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD SUMFILE
           RECORD CONTAINS 231 CHARACTERS.
         01 SUMFILEFD.
           COPY SUMFD.
         FD RSPREPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 RSPREPORTREC PIC X(80).
         01 WS-CAMPEOF PIC 9 VALUE ZERO.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-SUMSTATUS PIC X(02) VALUE SPACES.
         01 WS-SUMEOF PIC 9 VALUE ZERO.
         01 WS-SUMFOUND PIC 9 VALUE ZERO.
         01 WS-SUMBUILT PIC 9(8) VALUE ZERO.
         01 WS-SUMDONE PIC 9 VALUE ZERO.
         01 WS-CAMPCODE PIC X(6) VALUE SPACES.
         01 WS-WINDOWDAYS PIC 9(3) VALUE ZERO.
         01 WS-CAMPCOUNT PIC 9(4) VALUE ZERO.
       END-IF.
       OPEN INPUT CAMPFILE.
       OPEN INPUT INTFILE.
       PERFORM 0000OPENSUMMARY.
       OPEN OUTPUT RSPREPORTFILE.

       MOVE "Campaign Response Report" TO RSPREPORTREC.
           " letter." DELIMITED BY SIZE INTO RSPREPORTREC
       END-STRING.
       WRITE RSPREPORTREC.
       IF WS-SUMBUILT > 0
         MOVE SPACES TO RSPREPORTREC
         STRING "Contact summary built " WS-SUMBUILT(1:4) "-"
             WS-SUMBUILT(5:2) "-" WS-SUMBUILT(7:2)
             " used where it settles the answer."
             DELIMITED BY SIZE INTO RSPREPORTREC
         END-STRING
         WRITE RSPREPORTREC
       END-IF.
       MOVE SPACES TO RSPREPORTREC.
       WRITE RSPREPORTREC.

       CLOSE DATAFILE.
       CLOSE CAMPFILE.
       CLOSE INTFILE.
       CLOSE SUMFILE.
       CLOSE RSPREPORTFILE.

       DISPLAY WS-CAMPCOUNT " campaign(s) written to"
      * One keyed walk of the interaction file per contact, driven
      * from the contact file, so the report never has to hold two
      * positions in the interaction file at once.
       PERFORM 0000POSITIONSUMMARY.
       MOVE 0 TO CKEY.
       START DATAFILE KEY IS NOT LESS THAN CKEY
         INVALID KEY MOVE 1 TO WS-ENDOFFILE
      * recipient of this campaign is recognised here.
       0000RESPONSEONECONTACT.

       MOVE 0 TO WS-SUMDONE.
       PERFORM 0000FINDSUMMARY.
       IF WS-SUMFOUND = 1 AND CMP-RUNDATE < SUM-BUILDDATE
         PERFORM 0000RESPONSEFROMSUMMARY
       END-IF.
       IF WS-SUMDONE = 0
         PERFORM 0000RESPONSESCANCONTACT
       END-IF.

      * The summary row settles a contact with no LETTER at all, or
      * with a single one, as long as the campaign ran before the
      * build: the row then holds that letter's campaign and the
      * first CALL or VISIT since. A contact with no response yet
      * whose window was still open at the build, or with more than
      * one letter, has its interactions read.
       0000RESPONSEFROMSUMMARY.

       IF SUM-LETTERS(1) = 0
         MOVE 1 TO WS-SUMDONE
       END-IF.
       IF SUM-LETTERS(1) = 1
         IF SUM-LASTCAMPAIGN NOT = CMP-CODE
           MOVE 1 TO WS-SUMDONE
         ELSE
           COMPUTE WS-WINDOWEND = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SUM-LASTMAILDATE)
               + WS-WINDOWDAYS)
           IF SUM-CAMPRESPDATE > 0
               AND SUM-CAMPRESPDATE <= WS-WINDOWEND
             MOVE 1 TO WS-SUMDONE
             ADD 1 TO WS-RECIPCOUNT
             ADD 1 TO WS-RESPCOUNT
           ELSE
             IF WS-WINDOWEND < SUM-BUILDDATE
               MOVE 1 TO WS-SUMDONE
               ADD 1 TO WS-RECIPCOUNT
             END-IF
           END-IF
         END-IF
       END-IF.

       0000RESPONSESCANCONTACT.

       MOVE 0 TO WS-LETTERCOUNT.
       MOVE 0 TO WS-TOUCHCOUNT.

           END-IF
         END-PERFORM
       END-PERFORM.

      * The nightly summary (cob-contacts29) is read forward in step
      * with the contact file, once for each campaign.
       0000OPENSUMMARY.

       MOVE 0 TO WS-SUMBUILT.
       OPEN INPUT SUMFILE.
       MOVE 0 TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE SUM-BUILDDATE TO WS-SUMBUILT
       END-READ.

       0000POSITIONSUMMARY.

       MOVE 0 TO WS-SUMEOF.
       MOVE 0 TO SUM-CKEY.
       START SUMFILE KEY IS GREATER THAN SUM-CKEY
         INVALID KEY MOVE 1 TO WS-SUMEOF
       END-START.
       IF WS-SUMEOF = 0
         READ SUMFILE NEXT RECORD
           AT END MOVE 1 TO WS-SUMEOF
         END-READ
       END-IF.

       0000FINDSUMMARY.

       MOVE 0 TO WS-SUMFOUND.
       PERFORM UNTIL WS-SUMEOF = 1 OR SUM-CKEY NOT < CKEY
         READ SUMFILE NEXT RECORD
           AT END MOVE 1 TO WS-SUMEOF
         END-READ
       END-PERFORM.
       IF WS-SUMEOF = 0 AND SUM-CKEY = CKEY
         MOVE 1 TO WS-SUMFOUND
       END-IF.
