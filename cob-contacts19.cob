             ACCESS MODE IS DYNAMIC
             RECORD KEY IS INT-KEY
             FILE STATUS IS WS-INTSTATUS.
           SELECT OPTIONAL SUMFILE ASSIGN TO "cob-contacts01.sum"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SUM-CKEY
             FILE STATUS IS WS-SUMSTATUS.
           SELECT STATSREPORTFILE ASSIGN TO "cob-contacts19.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 103 CHARACTERS.
         01 INTFILEFD.
           COPY INTFD.
         FD SUMFILE
           RECORD CONTAINS 231 CHARACTERS.
         01 SUMFILEFD.
           COPY SUMFD.
         FD STATSREPORTFILE
           RECORD CONTAINS 80 CHARACTERS.
         01 STATSREPORTREC PIC X(80).
             10 WS-OP-TOTAL PIC 9(6).
         01 WS-AUDITTOTAL PIC 9(6) VALUE ZERO.
         01 WS-INTEOF PIC 9 VALUE ZERO.
         01 WS-SUMSTATUS PIC X(02) VALUE SPACES.
         01 WS-SUMEOF PIC 9 VALUE ZERO.
         01 WS-SUMBUILT PIC 9(8) VALUE ZERO.
         01 WS-USESUMMARY PIC 9 VALUE ZERO.
         01 WS-SUMMONTH.
           05 WS-SUMYYYY PIC 9999.
           05 WS-SUMMM PIC 99.
         01 WS-CALLCOUNT PIC 9(6) VALUE ZERO.
         01 WS-VISITCOUNT PIC 9(6) VALUE ZERO.
         01 WS-LETTERCOUNT PIC 9(6) VALUE ZERO.
       END-IF.

      * Section three: calls, visits, letters and e-mails logged in
      * the month. The nightly summary (cob-contacts29) counts them per
      * contact for the month before its build, so when a complete
      * build covers the report month the summary is added up instead
      * of reading the interaction file.
       0000STATSINTERACT.

       PERFORM 0000CHECKSUMMARY.
       IF WS-USESUMMARY = 1
         PERFORM 0000STATSINTSUMMARY
       ELSE
         PERFORM 0000STATSINTSCAN
       END-IF.

       MOVE SPACES TO STATSREPORTREC.
       WRITE STATSREPORTREC.
       WRITE STATSREPORTREC.
       MOVE "--------------------------------" TO STATSREPORTREC.
       WRITE STATSREPORTREC.
       IF WS-USESUMMARY = 1
         MOVE SPACES TO STATSREPORTREC
         STRING "  (from the contact summary built "
             WS-SUMBUILT(1:4) "-" WS-SUMBUILT(5:2) "-"
             WS-SUMBUILT(7:2) ")"
             DELIMITED BY SIZE INTO STATSREPORTREC
         END-STRING
         WRITE STATSREPORTREC
       END-IF.

       MOVE SPACES TO STATSREPORTREC.
       STRING "  CALL    " WS-CALLCOUNT
           DELIMITED BY SIZE INTO STATSREPORTREC
         END-STRING
         WRITE STATSREPORTREC
       END-IF.

       0000STATSINTSCAN.

       OPEN INPUT INTFILE.
       PERFORM UNTIL WS-INTEOF = 1
         READ INTFILE NEXT RECORD
           AT END MOVE 1 TO WS-INTEOF
           NOT AT END
             IF INT-DATE(1:6) = WS-REPORTMONTH
               EVALUATE INT-TYPE
                 WHEN "CALL" ADD 1 TO WS-CALLCOUNT
                 WHEN "VISIT" ADD 1 TO WS-VISITCOUNT
                 WHEN "LETTER" ADD 1 TO WS-LETTERCOUNT
                 WHEN "EMAIL" ADD 1 TO WS-EMAILCOUNT
                 WHEN OTHER ADD 1 TO WS-OTHERINTCOUNT
               END-EVALUATE
             END-IF
         END-READ
       END-PERFORM.
       CLOSE INTFILE.
       MOVE 0 TO WS-INTEOF.

      * The summary is used only when no build is in progress and the
      * report month is the month before the last complete build, so
      * the month had ended when every row was written.
       0000CHECKSUMMARY.

       MOVE 0 TO WS-USESUMMARY.
       MOVE 0 TO WS-SUMBUILT.
       OPEN INPUT SUMFILE.
       MOVE 0 TO SUM-CKEY.
       READ SUMFILE KEY IS SUM-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF SUM-CTL-STARTED = 0
             MOVE SUM-BUILDDATE TO WS-SUMBUILT
           END-IF
       END-READ.
       CLOSE SUMFILE.
       IF WS-SUMBUILT > 0
         MOVE WS-SUMBUILT(1:4) TO WS-SUMYYYY
         MOVE WS-SUMBUILT(5:2) TO WS-SUMMM
         IF WS-SUMMM = 1
           SUBTRACT 1 FROM WS-SUMYYYY
           MOVE 12 TO WS-SUMMM
         ELSE
           SUBTRACT 1 FROM WS-SUMMM
         END-IF
         IF WS-SUMMONTH = WS-REPORTMONTH
           MOVE 1 TO WS-USESUMMARY
         END-IF
       END-IF.

       0000STATSINTSUMMARY.

       OPEN INPUT SUMFILE.
       MOVE 0 TO SUM-CKEY.
       START SUMFILE KEY IS GREATER THAN SUM-CKEY
         INVALID KEY MOVE 1 TO WS-SUMEOF
       END-START.
       PERFORM UNTIL WS-SUMEOF = 1
         READ SUMFILE NEXT RECORD
           AT END MOVE 1 TO WS-SUMEOF
           NOT AT END
             IF SUM-PRVMONTH = WS-REPORTMONTH
               ADD SUM-CALLS(3) TO WS-CALLCOUNT
               ADD SUM-VISITS(3) TO WS-VISITCOUNT
               ADD SUM-LETTERS(3) TO WS-LETTERCOUNT
               ADD SUM-EMAILS(3) TO WS-EMAILCOUNT
               ADD SUM-RETURNS(3) TO WS-OTHERINTCOUNT
               ADD SUM-OTHERINTS(3) TO WS-OTHERINTCOUNT
             END-IF
         END-READ
       END-PERFORM.
       CLOSE SUMFILE.
       MOVE 0 TO WS-SUMEOF.
