             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INT-KEY
             FILE STATUS IS WS-INTSTATUS.
           SELECT OPTIONAL SUMFILE ASSIGN TO "cob-contacts01.sum"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUM-CKEY
             FILE STATUS IS WS-SUMSTATUS.
           SELECT ACTREPORTFILE ASSIGN TO "cob-contacts09.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD SUMFILE
           RECORD CONTAINS 231 CHARACTERS.
         01 SUMFILEFD.
           COPY SUMFD.
         FD ACTREPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 ACTREPORTREC PIC X(80).
         01 WS-INTSTATUS PIC X(02) VALUE SPACES.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-SUMSTATUS PIC X(02) VALUE SPACES.
         01 WS-SUMEOF PIC 9 VALUE ZERO.
         01 WS-SUMFOUND PIC 9 VALUE ZERO.
         01 WS-SUMBUILT PIC 9(8) VALUE ZERO.
         01 WS-MONTHSBACK PIC 9(3) VALUE ZERO.
         01 WS-CUTOFFDATE.
           05 WS-CUTOFFYYYY PIC 9(4).

       OPEN INPUT DATAFILE.
       OPEN INPUT INTFILE.
       PERFORM 0000OPENSUMMARY.
       OPEN OUTPUT ACTREPORTFILE.

       MOVE "Contact Activity Follow-Up Report" TO ACTREPORTREC.
           DELIMITED BY SIZE INTO ACTREPORTREC
       END-STRING.
       WRITE ACTREPORTREC.
       IF WS-SUMBUILT > 0
         MOVE SPACES TO ACTREPORTREC
         STRING "Interaction dates from the contact summary built "
             WS-SUMBUILT(1:4) "-" WS-SUMBUILT(5:2) "-"
             WS-SUMBUILT(7:2)
             DELIMITED BY SIZE INTO ACTREPORTREC
         END-STRING
         WRITE ACTREPORTREC
       END-IF.
       MOVE SPACES TO ACTREPORTREC.
       WRITE ACTREPORTREC.


       CLOSE DATAFILE.
       CLOSE INTFILE.
       CLOSE SUMFILE.
       CLOSE ACTREPORTFILE.

       DISPLAY WS-QUIETCOUNT " contact(s) written to"

       0000ACTIVITYCHECKROW.

       PERFORM 0000FINDSUMMARY.
       IF WS-SUMFOUND = 1
         MOVE SUM-LASTINTDATE TO WS-LASTINTDATE
       ELSE
         PERFORM 0000FINDLASTINTDATE
       END-IF.
       IF WS-LASTINTDATE < WS-CUTOFFDATE
         ADD 1 TO WS-QUIETCOUNT
         MOVE SPACES TO ACTREPORTREC
         END-READ
       END-PERFORM.
       MOVE 0 TO WS-INTEOF.

      * The nightly summary (cob-contacts29) holds the last
      * interaction date per contact. It is read forward in step with
      * the contact file; a contact added since the build has no row
      * and has its interactions read as before.
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
       PERFORM UNTIL WS-SUMEOF = 1 OR SUM-CKEY NOT < CKEY
         READ SUMFILE NEXT RECORD
           AT END MOVE 1 TO WS-SUMEOF
         END-READ
       END-PERFORM.
       IF WS-SUMEOF = 0 AND SUM-CKEY = CKEY
         MOVE 1 TO WS-SUMFOUND
       END-IF.
