             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REL-KEY
             FILE STATUS IS WS-RELSTATUS.
           SELECT OPTIONAL UNDFILE ASSIGN TO "cob-contacts01.und"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UND-CKEY
             FILE STATUS IS WS-UNDSTATUS.
           SELECT LABELPRINTFILE ASSIGN TO "cob-contacts05.prt"
             ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 24 CHARACTERS.
         01 RELFILEFD.
           COPY RELFD.
         FD UNDFILE
           RECORD CONTAINS 73 CHARACTERS.
         01 UNDFILEFD.
           COPY UNDFD.
         FD LABELPRINTFILE
           RECORD CONTAINS 40 CHARACTERS.
         01 LABELPRINTREC PIC X(40).
         01 WS-HOUSEHOLDONE PIC X(1) VALUE SPACE.
         01 WS-HHSKIP PIC 9 VALUE ZERO.
         01 WS-SAVEREC PIC X(202) VALUE SPACES.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-UNDSKIP PIC 9 VALUE ZERO.
         01 WS-UNDCOUNT PIC 9(6) VALUE ZERO.
         01 WS-SETMODE PIC 9 VALUE ZERO.
         01 WS-SETIX PIC 9(2) VALUE ZERO.
         01 WS-MATCHCOUNT PIC 9(6) VALUE ZERO.
         01 WS-SELECTOK PIC 9 VALUE ZERO.
         01 WS-SAVERC PIC S9(4) VALUE ZERO.
         COPY RUNWS.
         COPY SELWS.

       PROCEDURE DIVISION.
       0000LABELSTART.

       MOVE 0 TO WS-ENDOFFILE.
       MOVE 0 TO WS-LABELCOUNT.
       MOVE 0 TO WS-UNDCOUNT.
       MOVE 0 TO WS-MATCHCOUNT.

      * The step parm carries the group code or selection set name
      * in positions 1-4 and "H" in position 5 for one label per
      * household.
       IF RUN-ACTIVE = "Y"
         MOVE RUN-PARM(1:4) TO WS-GROUPFILTER
         MOVE RUN-PARM(5:1) TO WS-HOUSEHOLDONE
       ELSE
         DISPLAY "Enter Group code or selection set to print, or"
             " blank for all:"
         MOVE SPACES TO WS-GROUPFILTER
         ACCEPT WS-GROUPFILTER
         DISPLAY "Print one label per household? (Y/N):"
         MOVE "Y" TO WS-HOUSEHOLDONE
       END-IF.

       PERFORM 0000OPENSELECTION.
       DISPLAY "Printing mailing labels to cob-contacts05.prt ...".

       OPEN INPUT DATAFILE.
       IF WS-DATASTATUS NOT = "00"
         DISPLAY "!ERROR CANNOT OPEN cob-contacts01.dat - STATUS "
             WS-DATASTATUS "!"
         PERFORM 0000CLOSESELECTION
         MOVE 8 TO RETURN-CODE
         GOBACK
       END-IF.
       OPEN OUTPUT LABELPRINTFILE.
       OPEN INPUT UNDFILE.
       IF WS-HOUSEHOLDONE = "Y"
         OPEN INPUT RELFILE
       END-IF.
       IF WS-HOUSEHOLDONE = "Y"
         CLOSE RELFILE
       END-IF.
       CLOSE UNDFILE.
       CLOSE DATAFILE.
       CLOSE LABELPRINTFILE.
       PERFORM 0000CLOSESELECTION.

       DISPLAY WS-MATCHCOUNT " contact(s) matched the selection.".
       DISPLAY WS-LABELCOUNT " label(s) written.".
       DISPLAY WS-UNDCOUNT " undeliverable address(es) skipped.".
       MOVE WS-LABELCOUNT TO RUN-COUNT.
       GOBACK.

       IF CSTATUS = "D"
         GO TO 0000LABELWRITEEXIT
       END-IF.
       PERFORM 0000CHECKSELECTION.
       IF WS-SELECTOK = 0
         GO TO 0000LABELWRITEEXIT
       END-IF.
       ADD 1 TO WS-MATCHCOUNT.
       PERFORM 0000CHECKUNDELIVERABLE.
       IF WS-UNDSKIP = 1
         ADD 1 TO WS-UNDCOUNT
         GO TO 0000LABELWRITEEXIT
       END-IF.
       IF WS-HOUSEHOLDONE = "Y"
      * lowest Contact ID that passes the selection gets the label,
      * and everyone linked to a lower selected ID is skipped. A
      * partner that fails the same selection does not suppress the
      * label, so a household is never left without one; a partner
      * whose mail comes back undeliverable counts as failing. The
      * partner lookup is a keyed read on the contact file, so the
      * record area is saved and the sequential position
      * re-established before going back to the main loop.
       0000CHECKHOUSEHOLDSKIP.

       MOVE 0 TO WS-HHSKIP.
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF CSTATUS NOT = "D"
             PERFORM 0000CHECKSELECTION
             IF WS-SELECTOK = 1
               PERFORM 0000CHECKUNDELIVERABLE
               IF WS-UNDSKIP = 0
                 MOVE 1 TO WS-HHSKIP
               END-IF
             END-IF
           END-IF
       END-READ.

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

      * A code that is a saved selection set selects through the
      * set matcher, anything else is taken as a group code. The
      * criteria are shown so the run log says what was printed.
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
       IF WS-HOUSEHOLDONE = "Y"
         DISPLAY "  One label per household"
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
