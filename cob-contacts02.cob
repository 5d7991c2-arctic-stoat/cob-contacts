         01 WS-COMMEOF PIC 9 VALUE ZERO.
         01 WS-COMMROWCOUNT PIC 9(6) VALUE ZERO.
         01 WS-DATASTATUS PIC X(02) VALUE SPACES.
         01 WS-GROUPFILTER PIC X(4) VALUE SPACES.
         01 WS-SETMODE PIC 9 VALUE ZERO.
         01 WS-SETIX PIC 9(2) VALUE ZERO.
         01 WS-SELECTOK PIC 9 VALUE ZERO.
         01 WS-SAVERC PIC S9(4) VALUE ZERO.
         COPY RUNWS.
         COPY SELWS.

       PROCEDURE DIVISION.
       0000EXPORTSTART.
       MOVE 0 TO WS-ROWCOUNT.
       MOVE 0 TO WS-COMMROWCOUNT.

      * The step parm carries a group code or selection set name in
      * positions 1-4; blank exports every contact.
       IF RUN-ACTIVE = "Y"
         MOVE RUN-PARM(1:4) TO WS-GROUPFILTER
       ELSE
         DISPLAY "Enter Group code or selection set to export, or"
             " blank for all:"
         MOVE SPACES TO WS-GROUPFILTER
         ACCEPT WS-GROUPFILTER
       END-IF.
       PERFORM 0000OPENSELECTION.

       DISPLAY "Exporting cob-contacts01.dat to cob-contacts01.csv ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         PERFORM 0000CLOSESELECTION
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ DATAFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             PERFORM 0000CHECKSELECTION
             IF WS-SELECTOK = 1
               PERFORM 0000EXPORTWRITEROW
             END-IF
         END-READ
       END-PERFORM.

       CLOSE DATAFILE.
       CLOSE COMMFILE.
       CLOSE CSVFILE.
       PERFORM 0000CLOSESELECTION.

       DISPLAY WS-ROWCOUNT " contact(s) matched the selection.".
       DISPLAY WS-ROWCOUNT " contact(s) and " WS-COMMROWCOUNT
           " contact method(s) exported.".
       MOVE WS-ROWCOUNT TO RUN-COUNT.
       END-STRING.
       WRITE CSVREC.
       ADD 1 TO WS-COMMROWCOUNT.

      * A code that is a saved selection set selects through the
      * set matcher, anything else is taken as a group code. The
      * criteria are shown so the run log says what was exported.
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
