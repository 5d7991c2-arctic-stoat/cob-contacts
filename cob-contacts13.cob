             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FLW-KEY
             FILE STATUS IS WS-FLWSTATUS.
           SELECT OPTIONAL SUMFILE ASSIGN TO "cob-contacts01.sum"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUM-CKEY
             FILE STATUS IS WS-SUMSTATUS.
           SELECT TICKREPORTFILE ASSIGN TO "cob-contacts13.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 78 CHARACTERS.
         01 FLWFILEFD.
           COPY FLWFD.
         FD SUMFILE
           RECORD CONTAINS 231 CHARACTERS.
         01 SUMFILEFD.
           COPY SUMFD.
         FD TICKREPORTFILE
           RECORD CONTAINS 132 CHARACTERS.
         01 TICKREPORTREC PIC X(132).
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWSTATUS PIC X(02) VALUE SPACES.
         01 WS-FLWEOF PIC 9 VALUE ZERO.
         01 WS-SUMSTATUS PIC X(02) VALUE SPACES.
         01 WS-SUMEOF PIC 9 VALUE ZERO.
         01 WS-SUMFOUND PIC 9 VALUE ZERO.
         01 WS-SUMBUILT PIC 9(8) VALUE ZERO.
         01 WS-DUECOUNT PIC 9(6) VALUE ZERO.
         01 WS-OVERDUECOUNT PIC 9(6) VALUE ZERO.
         01 WS-ASOFDATE PIC 9(8) VALUE ZERO.
         GOBACK
       END-IF.
       OPEN INPUT FLWFILE.
       PERFORM 0000OPENSUMMARY.
       OPEN OUTPUT TICKREPORTFILE.

       MOVE "Daily Follow-Up Tickler Report" TO TICKREPORTREC.
           DELIMITED BY SIZE INTO TICKREPORTREC
       END-STRING.
       WRITE TICKREPORTREC.
       IF WS-SUMBUILT > 0
         MOVE SPACES TO TICKREPORTREC
         STRING "Names and telephones from the contact summary built "
             WS-SUMBUILT(1:4) "-" WS-SUMBUILT(5:2) "-"
             WS-SUMBUILT(7:2)
             DELIMITED BY SIZE INTO TICKREPORTREC
         END-STRING
         WRITE TICKREPORTREC
       END-IF.
       MOVE SPACES TO TICKREPORTREC.
       WRITE TICKREPORTREC.
       MOVE "Due Date    Status   Contact ID  Contact" TO
       WRITE TICKREPORTREC.

       CLOSE FLWFILE.
       CLOSE SUMFILE.
       CLOSE DATAFILE.
       CLOSE TICKREPORTFILE.


       MOVE "(contact not on file)" TO WS-TICKNAME.
       MOVE SPACES TO WS-TICKTEL.
       PERFORM 0000FINDSUMMARY.
       IF WS-SUMFOUND = 1
         MOVE SUM-CNAME TO WS-TICKNAME
         MOVE SUM-CTEL TO WS-TICKTEL
       ELSE
         MOVE FLW-CKEY TO CKEY
         READ DATAFILE KEY IS CKEY
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE CNAME TO WS-TICKNAME
             MOVE CTEL TO WS-TICKTEL
         END-READ
       END-IF.

       MOVE SPACES TO TICKREPORTREC.
       STRING FLW-DUEDATE(1:4) "-" FLW-DUEDATE(5:2) "-"
       END-STRING.
       WRITE TICKREPORTREC.
       ADD 1 TO WS-DUECOUNT.

      * The nightly summary (cob-contacts29) carries each contact's
      * name and telephone. The follow-up file is in Contact ID order,
      * so the summary is read forward alongside it; only a contact
      * added since the build is looked up on the contact file.
       0000OPENSUMMARY.

       MOVE 0 TO WS-SUMBUILT.
       MOVE 0 TO WS-SUMEOF.
       OPEN INPUT SUMFILE.
       MOVE 0 TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE SUM-BUILDDATE TO WS-SUMBUILT
       END-READ.
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
       PERFORM UNTIL WS-SUMEOF = 1 OR SUM-CKEY NOT < FLW-CKEY
         READ SUMFILE NEXT RECORD
           AT END MOVE 1 TO WS-SUMEOF
         END-READ
       END-PERFORM.
       IF WS-SUMEOF = 0 AND SUM-CKEY = FLW-CKEY
         MOVE 1 TO WS-SUMFOUND
       END-IF.
