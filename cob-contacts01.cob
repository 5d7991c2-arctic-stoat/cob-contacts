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
           SELECT OPTIONAL SELFILE ASSIGN TO "cob-contacts01.sel"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SEL-NAME
             FILE STATUS IS WS-SELSTATUS.
           SELECT OPTIONAL KDTFILE ASSIGN TO "cob-contacts01.kdt"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS KDT-KEY
             FILE STATUS IS WS-KDTSTATUS.
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

       DATA DIVISION.
         FILE SECTION.
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
         FD SELFILE
           RECORD CONTAINS 112 CHARACTERS.
         01 SELFILEFD.
           COPY SELFD.
         FD KDTFILE
           RECORD CONTAINS 81 CHARACTERS.
         01 KDTFILEFD.
           COPY KDTFD.
         FD PSTFILE
           RECORD CONTAINS 64 CHARACTERS.
         01 PSTFILEFD.
           COPY PSTFD.
         FD CTRFILE
           RECORD CONTAINS 44 CHARACTERS.
         01 CTRFILEFD.
           COPY CTRFD.
         WORKING-STORAGE SECTION.
         01 WS-ENDOFFILE PIC 9 VALUE ZERO. 
         01 WS-DATAFILEFD.
         01 WS-OPNAME PIC X(25) VALUE SPACES.
         01 WS-OPAUTH PIC 9 VALUE ZERO.
         01 WS-ORPHANCOUNT PIC 9(6) VALUE ZERO.
         01 WS-DORSTATUS PIC X(02) VALUE SPACES.
         01 WS-DOREOF PIC 9 VALUE ZERO.
         01 WS-REINKEY PIC 9(7) VALUE ZERO.
         01 WS-REINROWS PIC 9(5) VALUE ZERO.
         01 WS-REINDROPPED PIC 9(3) VALUE ZERO.
         01 WS-REINFAILED PIC 9(5) VALUE ZERO.
         01 WS-REINROWOK PIC 9 VALUE ZERO.
         01 WS-UNDSTATUS PIC X(02) VALUE SPACES.
         01 WS-SELSTATUS PIC X(02) VALUE SPACES.
         01 WS-SELLISTED PIC 9(3) VALUE ZERO.
         01 WS-SELFOUND PIC 9 VALUE ZERO.
         01 WS-SELIX PIC 9 VALUE ZERO.
         01 WS-SELSTOP PIC 9 VALUE ZERO.
         01 WS-KDTSTATUS PIC X(02) VALUE SPACES.
         01 WS-KDTEOF PIC 9 VALUE ZERO.
         01 WS-KDTFOUND PIC 9(3) VALUE ZERO.
         01 WS-KDTMAXSEQ PIC 9(2) VALUE ZERO.
         01 WS-KDTSEQ PIC 9(2) VALUE ZERO.
         01 WS-KDTTYPE PIC X(8) VALUE SPACES.
         01 WS-KDTDATE PIC 9(8) VALUE ZERO.
         01 WS-KDTRECUR PIC X(1) VALUE SPACE.
         01 WS-KDTLEAD PIC 9(3) VALUE ZERO.
         01 WS-KDTNOTE PIC X(40) VALUE SPACES.
         01 WS-PSTSTATUS PIC X(02) VALUE SPACES.
         01 WS-PSTEOF PIC 9 VALUE ZERO.
         01 WS-PSTFOUND PIC 9 VALUE ZERO.
         01 WS-PSTLISTED PIC 9(5) VALUE ZERO.
         01 WS-PSTLOOKN PIC X(15) VALUE SPACES.
         01 WS-PSTLOOKP PIC X(10) VALUE SPACES.
         01 WS-PSTNATION PIC X(25) VALUE SPACES.
         01 WS-PSTFROM PIC X(10) VALUE SPACES.
         01 WS-PSTTO PIC X(10) VALUE SPACES.
         01 WS-PSTCITY PIC X(15) VALUE SPACES.
         01 WS-PSTTERRITORY PIC X(4) VALUE SPACES.
         01 WS-PSTCITYUPPER PIC X(15) VALUE SPACES.
         01 WS-CITYUPPER PIC X(15) VALUE SPACES.
         01 WS-PSTANSWER PIC X(1) VALUE SPACE.
         01 WS-CTRSTATUS PIC X(02) VALUE SPACES.
         01 WS-SELREC.
           COPY SELFD
             REPLACING ==SEL-NAME==      BY ==WS-SEL-NAME==
                       ==SEL-DESC==      BY ==WS-SEL-DESC==
                       ==SEL-GROUPS==    BY ==WS-SEL-GROUPS==
                       ==SEL-GROUP==     BY ==WS-SEL-GROUP==
                       ==SEL-STATUSES==  BY ==WS-SEL-STATUSES==
                       ==SEL-NATION==    BY ==WS-SEL-NATION==
                       ==SEL-CITY==      BY ==WS-SEL-CITY==
                       ==SEL-POSTFROM==  BY ==WS-SEL-POSTFROM==
                       ==SEL-POSTTO==    BY ==WS-SEL-POSTTO==
                       ==SEL-INTMODE==   BY ==WS-SEL-INTMODE==
                       ==SEL-INTMONTHS== BY ==WS-SEL-INTMONTHS==
                       ==SEL-OPENFLW==   BY ==WS-SEL-OPENFLW==.
         01 WS-HHADDRCHANGED PIC 9 VALUE ZERO.
         01 WS-HHOWNER PIC 9(7) VALUE ZERO.
         01 WS-HHCOUNT PIC 9(3) VALUE ZERO.
         01 WS-HHIX PIC 9(3) VALUE ZERO.
         01 WS-HHPICKNO PIC 9(3) VALUE ZERO.
         01 WS-HHUPDATED PIC 9(3) VALUE ZERO.
         01 WS-HHNEWADDR.
           05 WS-HHNEW-S PIC X(20).
           05 WS-HHNEW-P PIC X(10).
           05 WS-HHNEW-C PIC X(15).
           05 WS-HHNEW-N PIC X(15).
         01 WS-HHTABLE.
           05 WS-HHENTRY OCCURS 50 TIMES.
             10 WS-HH-CKEY PIC 9(7).
             10 WS-HH-CNAME PIC X(25).
             10 WS-HH-ADDR.
               15 WS-HH-CADR-S PIC X(20).
               15 WS-HH-CADR-P PIC X(10).
               15 WS-HH-CADR-C PIC X(15).
               15 WS-HH-CADR-N PIC X(15).
             10 WS-HH-PICK PIC X(1).
         01 WS-BACKUPSTAMP PIC 9(14) VALUE ZERO.
         01 WS-ENTRYSTAMP.
           05 WS-ENTRYDATE PIC 9(8).
           05 WS-ENTRYTIME PIC 9(6).
         01 WS-ERASEDSKIPPED PIC 9(6) VALUE ZERO.
         01 WS-ERASEDCOUNT PIC 9(4) VALUE ZERO.
         01 WS-ERASEDIX PIC 9(4) VALUE ZERO.
         01 WS-ERASEDHIT PIC 9(4) VALUE ZERO.
         01 WS-ERASEDFULL PIC 9 VALUE ZERO.
         01 WS-ERASEDTABLE.
           05 WS-ERASEDENTRY OCCURS 999 TIMES.
             10 WS-ERA-CKEY PIC 9(7).
             10 WS-ERA-STAMP PIC 9(14).
         01 WS-AUDITBEFORE.
           COPY CONTACTWS
             REPLACING ==WS-CKEY==   BY ==WS-AUDB-CKEY==
         DISPLAY "    9 : List Contacts By Group"
         DISPLAY "   10 : Contact Groups"
         DISPLAY "   11 : Nations"
         DISPLAY "   12 : Reinstate Archived Contact"
         DISPLAY "   13 : Selection Sets"
         DISPLAY "   14 : Postal Directory"
         DISPLAY "   15 : Go To Main Menu"
         DISPLAY "   16 : Exit Application"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

           WHEN 9 PERFORM 0000SELECTIONLISTBYGROUP
           WHEN 10 PERFORM 0000SELECTIONGROUPS
           WHEN 11 PERFORM 0000SELECTIONNATIONS
           WHEN 12 PERFORM 0000SELECTIONREINSTATE
           WHEN 13 PERFORM 0000SELECTIONSETS
           WHEN 14 PERFORM 0000SELECTIONPOSTDIR
           WHEN 15 PERFORM 0000SELECTIONSTART
           WHEN 16 GO TO 0000SELECTIONQUIT
           WHEN OTHER PERFORM 0000SELECTIONCONTACTSERROR
         END-EVALUATE
       END-PERFORM.
       CLOSE DATAFILE.
       MOVE 0 TO WS-ENDOFFILE.

      * A reinstated contact at or above the next key to hand out
      * moves the counter past it, so a later Add does not collide.
      * With no control record yet the first Add scans the contact
      * file and finds the reinstated key anyway.
       0000ADVANCEKEYCONTROL.

       MOVE 0 TO WS-NEXTCKEY.
       OPEN INPUT CTLFILE.
       IF WS-CTLSTATUS = "00"
         READ CTLFILE
           AT END CONTINUE
           NOT AT END MOVE CTLREC TO WS-NEXTCKEY
         END-READ
         CLOSE CTLFILE
       END-IF.
       IF WS-NEXTCKEY > 0 AND WS-CKEY NOT < WS-NEXTCKEY
         ADD 1 WS-CKEY GIVING CTLREC
         PERFORM 0000WRITEKEYCONTROL
       END-IF.

       0000WRITEKEYCONTROL.

       OPEN OUTPUT CTLFILE.
         GO TO 0000SELECTIONADDCONTACT
       END-IF.

       DISPLAY "Enter Street (blank for no address):".
       MOVE SPACES TO WS-CADR-S.
       ACCEPT WS-CADR-S.
       DISPLAY "Enter Nation:".
       MOVE SPACES TO WS-CADR-N.
       ACCEPT WS-CADR-N.

       MOVE 0 TO WS-VALIDOK.
       PERFORM UNTIL WS-VALIDOK = 1
         DISPLAY "Enter Post Code:"
         MOVE SPACES TO WS-CADR-P
         ACCEPT WS-CADR-P
         PERFORM 0000VALIDATEPOSTALSHAPE
         IF WS-VALIDOK = 0
           DISPLAY "!ERROR POST CODE DOES NOT MATCH NATION!"
         END-IF
       END-PERFORM.

      * When the directory knows the post code its city is offered,
      * and a blank answer takes it.
       MOVE WS-CADR-N TO WS-PSTLOOKN.
       MOVE WS-CADR-P TO WS-PSTLOOKP.
       PERFORM 0000POSTALLOOKUP.
       IF WS-PSTFOUND = 1
         DISPLAY "Enter City (blank for " WS-PSTCITY "):"
       ELSE
         DISPLAY "Enter City:"
       END-IF.
       MOVE SPACES TO WS-CADR-C.
       ACCEPT WS-CADR-C.
       PERFORM 0000POSTALCHECKCITY.

       MOVE " " TO WS-CTEL.
       MOVE " " TO WS-CNOTE.
       MOVE " " TO WS-CGROUP.
       MOVE "A" TO WS-CSTATUS.
           MOVE WS-AUDITBEFORE TO AUD-BEFORE
           MOVE WS-AUDITAFTER TO AUD-AFTER
           PERFORM 0000WRITEAUDITRECORD
           PERFORM 0000RECORDTERRITORY
       END-WRITE.
       CLOSE DATAFILE.

               PERFORM 0000DELETECOMMROWS
               PERFORM 0000DELETEINTROWS
               PERFORM 0000DELETEFLWROWS
               PERFORM 0000DELETEKDTROWS
               PERFORM 0000DELETERELROWS
               PERFORM 0000CLEARUNDELIVERABLE
               PERFORM 0000DELETETERRITORY
           END-DELETE
       END-READ.
       CLOSE DATAFILE.
       CLOSE FLWFILE.
       MOVE 0 TO WS-FLWEOF.

       0000DELETEKDTROWS.

       OPEN I-O KDTFILE.
       MOVE CKEY TO KDT-CKEY.
       MOVE 0 TO KDT-SEQ.
       START KDTFILE KEY IS NOT LESS THAN KDT-KEY
         INVALID KEY MOVE 1 TO WS-KDTEOF
       END-START.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             IF KDT-CKEY = CKEY
               DELETE KDTFILE END-DELETE
             ELSE
               MOVE 1 TO WS-KDTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE KDTFILE.
       MOVE 0 TO WS-KDTEOF.

      * Links are mirrored pairs, so one full pass deleting every
      * row that names the contact on either side takes out both
      * halves of each pair without keyed deletes mid-read.
       CLOSE RELFILE.
       MOVE 0 TO WS-RELEOF.

      * A returned-mail flag belongs to the address it was raised
      * against, so a new street, post code or city - or deleting
      * the contact - removes it.
       0000CLEARUNDELIVERABLE.

       OPEN I-O UNDFILE.
       MOVE CKEY TO UND-CKEY.
       READ UNDFILE KEY IS UND-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           DELETE UNDFILE END-DELETE
           DISPLAY "Undeliverable address flag cleared."
       END-READ.
       CLOSE UNDFILE.

      * The territory row goes with the contact; any other address
      * change rewrites it through 0000RECORDTERRITORY.
       0000DELETETERRITORY.

       OPEN I-O CTRFILE.
       MOVE CKEY TO CTR-CKEY.
       DELETE CTRFILE
         INVALID KEY CONTINUE
       END-DELETE.
       CLOSE CTRFILE.

       0000SHOWUNDELIVERABLE.

       OPEN INPUT UNDFILE.
       MOVE WS-CKEY TO UND-CKEY.
       READ UNDFILE KEY IS UND-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF UND-CADR-S = WS-CADR-S AND UND-CADR-P = WS-CADR-P
               AND UND-CADR-C = WS-CADR-C
             DISPLAY "Address: UNDELIVERABLE (" UND-REASON
                 " " UND-DATE " campaign " UND-CMPCODE ")"
           END-IF
       END-READ.
       CLOSE UNDFILE.

       0000SHOWTERRITORY.

       OPEN INPUT CTRFILE.
       MOVE WS-CKEY TO CTR-CKEY.
       READ CTRFILE KEY IS CTR-CKEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           IF CTR-TERRITORY NOT = SPACES
             DISPLAY "Territory: " CTR-TERRITORY
           ELSE
             DISPLAY "Territory: (address not in postal directory)"
           END-IF
       END-READ.
       CLOSE CTRFILE.

       0000SELECTIONDELETEERROR.

       DISPLAY " ".
               DISPLAY "Notes: "WS-CNOTE
               DISPLAY "Group: "WS-CGROUP
               DISPLAY "Status: "WS-CSTATUS
               PERFORM 0000SHOWUNDELIVERABLE
               PERFORM 0000SHOWTERRITORY
               DISPLAY "Contact Methods:"
               PERFORM 0000SHOWCOMMROWS
               DISPLAY "Linked Contacts:"
           DISPLAY "    3 : Contact Methods"
           DISPLAY "    4 : Add/View Interactions"
           DISPLAY "    5 : Related Contacts"
           DISPLAY "    6 : Key Dates"
           DISPLAY "    7 : Contacts"
           DISPLAY "    8 : Main Menu"
           DISPLAY "    9 : Exit application"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

             WHEN 3 GO TO 0000SELECTIONCOMMS
             WHEN 4 GO TO 0000SELECTIONINTERACT
             WHEN 5 GO TO 0000SELECTIONRELATED
             WHEN 6 GO TO 0000SELECTIONKEYDATES
             WHEN 7 GO TO 0000SELECTIONCONTACTS
             WHEN 8 GO TO 0000SELECTIONSTART
             WHEN 9 GO TO 0000SELECTIONQUIT
             WHEN OTHER PERFORM 0000SELECTIONMOREERROR
           END-EVALUATE
         END-PERFORM.
             DISPLAY "!ERROR POST CODE DOES NOT MATCH NATION!"
             GO TO 0000SELECTIONEDITPOST
           END-IF.
           PERFORM 0000POSTALCHECKCITY.
           GO TO 0000CONTINUEEDIT.
         0000SELECTIONEDITCITY.
           DISPLAY " ".
           DISPLAY "New City:"
           ACCEPT WS-CADR-C.
           PERFORM 0000POSTALCHECKCITY.
           GO TO 0000CONTINUEEDIT.
         0000SELECTIONEDITNATION.
           DISPLAY " ".
             DISPLAY "!ERROR POST CODE DOES NOT MATCH NATION!"
             GO TO 0000SELECTIONEDITNATION
           END-IF.
           PERFORM 0000POSTALCHECKCITY.
           GO TO 0000CONTINUEEDIT.
         0000SELECTIONEDITNOTES.
           DISPLAY " ".
             END-EVALUATE
           END-PERFORM.

      * The directory is keyed on the nation's name from the nation
      * file, so SE and SWEDEN find the same ranges; a nation that
      * is not on that file is looked up as typed. Ranges within a
      * nation never overlap, so the first row whose top of range is
      * at or after the post code is the only one that can hold it.
         0000POSTALLOOKUP.
           MOVE 0 TO WS-PSTFOUND.
           MOVE SPACES TO WS-PSTCITY.
           MOVE SPACES TO WS-PSTTERRITORY.
           IF WS-PSTLOOKN NOT = SPACES AND WS-PSTLOOKP NOT = SPACES
             PERFORM 0000POSTALNATIONKEY
             OPEN INPUT PSTFILE
             MOVE WS-PSTNATION TO PST-NATION
             MOVE WS-PSTLOOKP TO PST-POSTTO
             START PSTFILE KEY IS NOT LESS THAN PST-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 READ PSTFILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                     IF PST-NATION = WS-PSTNATION
                         AND PST-POSTFROM NOT > WS-PSTLOOKP
                       MOVE 1 TO WS-PSTFOUND
                       MOVE PST-POSTFROM TO WS-PSTFROM
                       MOVE PST-POSTTO TO WS-PSTTO
                       MOVE PST-CITY TO WS-PSTCITY
                       MOVE PST-TERRITORY TO WS-PSTTERRITORY
                     END-IF
                 END-READ
             END-START
             CLOSE PSTFILE
           END-IF.

         0000POSTALNATIONKEY.
           MOVE WS-PSTLOOKN TO WS-NATIONUPPER.
           INSPECT WS-NATIONUPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-NATIONUPPER TO WS-PSTNATION.
           OPEN INPUT NATFILE.
           MOVE WS-NATIONUPPER TO NAT-CODE.
           READ NATFILE KEY IS NAT-CODE
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE NAT-NAME TO WS-PSTNATION
           END-READ.
           CLOSE NATFILE.
           INSPECT WS-PSTNATION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * A blank city is filled in from the directory. A city that
      * differs from the directory other than in upper and lower
      * case is shown against the official name, and the clerk
      * decides which one to keep.
         0000POSTALCHECKCITY.
           MOVE WS-CADR-N TO WS-PSTLOOKN.
           MOVE WS-CADR-P TO WS-PSTLOOKP.
           PERFORM 0000POSTALLOOKUP.
           IF WS-PSTFOUND = 1
             IF WS-CADR-C = SPACES
               MOVE WS-PSTCITY TO WS-CADR-C
               DISPLAY "City set from postal directory: " WS-PSTCITY
             ELSE
               MOVE WS-CADR-C TO WS-CITYUPPER
               INSPECT WS-CITYUPPER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-PSTCITY TO WS-PSTCITYUPPER
               INSPECT WS-PSTCITYUPPER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-CITYUPPER NOT = WS-PSTCITYUPPER
                 DISPLAY "Postal directory city for " WS-CADR-P
                     " is " WS-PSTCITY
                 DISPLAY "Replace " WS-CADR-C " with it? (Y/N):"
                 MOVE SPACE TO WS-PSTANSWER
                 ACCEPT WS-PSTANSWER
                 IF WS-PSTANSWER = "Y" OR WS-PSTANSWER = "y"
                   MOVE WS-PSTCITY TO WS-CADR-C
                 END-IF
               END-IF
             END-IF
           END-IF.

      * The territory is kept beside the contact rather than in it,
      * worked out from the directory whenever the address is
      * written. An address the directory does not cover gets a
      * blank territory, so the territory report still lists it.
         0000RECORDTERRITORY.
           MOVE CADR-N TO WS-PSTLOOKN.
           MOVE CADR-P TO WS-PSTLOOKP.
           PERFORM 0000POSTALLOOKUP.
           ACCEPT CURRENTDATE2 FROM DATE yyyymmdd.
           OPEN I-O CTRFILE.
           MOVE CKEY TO CTR-CKEY.
           READ CTRFILE KEY IS CTR-CKEY
             INVALID KEY
               MOVE CKEY TO CTR-CKEY
               MOVE WS-PSTTERRITORY TO CTR-TERRITORY
               MOVE CURRENTDATE2 TO CTR-DATE
               MOVE CADR-N TO CTR-CADR-N
               MOVE CADR-P TO CTR-CADR-P
               WRITE CTRFILEFD END-WRITE
             NOT INVALID KEY
               MOVE WS-PSTTERRITORY TO CTR-TERRITORY
               MOVE CURRENTDATE2 TO CTR-DATE
               MOVE CADR-N TO CTR-CADR-N
               MOVE CADR-P TO CTR-CADR-P
               REWRITE CTRFILEFD END-REWRITE
           END-READ.
           CLOSE CTRFILE.

         0000CONTINUEEDIT.

         OPEN I-O DATAFILE.
                 MOVE WS-AUDITBEFORE TO AUD-BEFORE
                 MOVE WS-AUDITAFTER TO AUD-AFTER
                 PERFORM 0000WRITEAUDITRECORD
                 IF WS-AUDB-CADR-S NOT = WS-AUDA-CADR-S
                     OR WS-AUDB-CADR-P NOT = WS-AUDA-CADR-P
                     OR WS-AUDB-CADR-C NOT = WS-AUDA-CADR-C
                   PERFORM 0000CLEARUNDELIVERABLE
                 END-IF
                 IF WS-AUDB-CADR-S NOT = WS-AUDA-CADR-S
                     OR WS-AUDB-CADR-P NOT = WS-AUDA-CADR-P
                     OR WS-AUDB-CADR-C NOT = WS-AUDA-CADR-C
                     OR WS-AUDB-CADR-N NOT = WS-AUDA-CADR-N
                   MOVE 1 TO WS-HHADDRCHANGED
                   PERFORM 0000RECORDTERRITORY
                 END-IF
             END-REWRITE
         END-READ.
         CLOSE DATAFILE.
         IF WS-HHADDRCHANGED = 1
           MOVE 0 TO WS-HHADDRCHANGED
           PERFORM 0000HOUSEHOLDADDRESS
         END-IF.
         PERFORM 0000RELEASECONTACTLOCK.

       GO TO 0000SELECTIONBACKTOMORE.

      * An address change on a household member is offered to the
      * rest of the household, so the one-label-per-household run
      * does not find the members at two addresses. The members are
      * the contacts linked directly by a HOUSEHOLD row - the same
      * rows the label run looks at. Each member chosen is locked,
      * updated and audited on its own; a member another operator
      * has open is left alone and reported. The contact being
      * edited keeps its own lock throughout.
         0000HOUSEHOLDADDRESS.

         MOVE WS-CKEY TO WS-HHOWNER.
         MOVE WS-CADR-S TO WS-HHNEW-S.
         MOVE WS-CADR-P TO WS-HHNEW-P.
         MOVE WS-CADR-C TO WS-HHNEW-C.
         MOVE WS-CADR-N TO WS-HHNEW-N.
         MOVE 0 TO WS-HHCOUNT.
         OPEN INPUT DATAFILE.
         OPEN INPUT RELFILE.
         MOVE WS-HHOWNER TO REL-CKEY1.
         MOVE 0 TO REL-CKEY2.
         START RELFILE KEY IS NOT LESS THAN REL-KEY
           INVALID KEY MOVE 1 TO WS-RELEOF
         END-START.
         PERFORM UNTIL WS-RELEOF = 1
           READ RELFILE NEXT RECORD
             AT END MOVE 1 TO WS-RELEOF
             NOT AT END
               IF REL-CKEY1 = WS-HHOWNER
                 IF REL-TYPE = "HOUSEHOLD"
                   PERFORM 0000HOUSEHOLDLOADMEMBER
                 END-IF
               ELSE
                 MOVE 1 TO WS-RELEOF
               END-IF
           END-READ
         END-PERFORM.
         CLOSE RELFILE.
         CLOSE DATAFILE.
         MOVE 0 TO WS-RELEOF.

         IF WS-HHCOUNT > 0
           PERFORM 0000HOUSEHOLDOFFER
         END-IF.
         MOVE WS-HHOWNER TO WS-CKEY.
         MOVE WS-HHOWNER TO CKEY.

         0000HOUSEHOLDLOADMEMBER.

         MOVE REL-CKEY2 TO CKEY.
         READ DATAFILE KEY IS CKEY
           INVALID KEY CONTINUE
           NOT INVALID KEY
             IF WS-HHCOUNT < 50
               ADD 1 TO WS-HHCOUNT
               MOVE CKEY TO WS-HH-CKEY(WS-HHCOUNT)
               MOVE CNAME TO WS-HH-CNAME(WS-HHCOUNT)
               MOVE CADR-S TO WS-HH-CADR-S(WS-HHCOUNT)
               MOVE CADR-P TO WS-HH-CADR-P(WS-HHCOUNT)
               MOVE CADR-C TO WS-HH-CADR-C(WS-HHCOUNT)
               MOVE CADR-N TO WS-HH-CADR-N(WS-HHCOUNT)
               MOVE "N" TO WS-HH-PICK(WS-HHCOUNT)
             END-IF
         END-READ.

         0000HOUSEHOLDOFFER.

         DISPLAY " ".
         DISPLAY "-------------------------------------------".
         DISPLAY "Household Members Of Contact ID " WS-HHOWNER.
         DISPLAY "-------------------------------------------".
         DISPLAY "New address: " WS-HHNEW-S.
         DISPLAY "             " WS-HHNEW-P " " WS-HHNEW-C " "
             WS-HHNEW-N.
         DISPLAY " ".
         PERFORM VARYING WS-HHIX FROM 1 BY 1
             UNTIL WS-HHIX > WS-HHCOUNT
           DISPLAY WS-HHIX " : " WS-HH-CKEY(WS-HHIX) " "
               WS-HH-CNAME(WS-HHIX)
           DISPLAY "      " WS-HH-CADR-S(WS-HHIX) " "
               WS-HH-CADR-P(WS-HHIX) " " WS-HH-CADR-C(WS-HHIX) " "
               WS-HH-CADR-N(WS-HHIX)
           IF WS-HH-ADDR(WS-HHIX) = WS-HHNEWADDR
             DISPLAY "      (already at the new address)"
           END-IF
         END-PERFORM.

         MOVE 0 TO USER-SELECTION.
         PERFORM UNTIL USER-SELECTION>0
           DISPLAY " "
           DISPLAY "    1 : Apply New Address To All Members"
           DISPLAY "    2 : Choose Members To Update"
           DISPLAY "    3 : Leave Members Unchanged"
           DISPLAY "Select number and press Enter: "
           ACCEPT USER-SELECTION

           EVALUATE USER-SELECTION
             WHEN 1
               PERFORM VARYING WS-HHIX FROM 1 BY 1
                   UNTIL WS-HHIX > WS-HHCOUNT
                 MOVE "Y" TO WS-HH-PICK(WS-HHIX)
               END-PERFORM
             WHEN 2 PERFORM 0000HOUSEHOLDCHOOSE
             WHEN 3 CONTINUE
             WHEN OTHER
               DISPLAY "!ERROR WRONG INPUT!"
               MOVE 0 TO USER-SELECTION
           END-EVALUATE
         END-PERFORM.

         IF USER-SELECTION NOT = 3
           MOVE 0 TO WS-HHUPDATED
           PERFORM VARYING WS-HHIX FROM 1 BY 1
               UNTIL WS-HHIX > WS-HHCOUNT
             IF WS-HH-PICK(WS-HHIX) = "Y"
               PERFORM 0000HOUSEHOLDUPDATEMEMBER
             END-IF
           END-PERFORM
           DISPLAY WS-HHUPDATED " household member(s) updated."
         END-IF.
         MOVE 0 TO USER-SELECTION.

         0000HOUSEHOLDCHOOSE.

         MOVE 1 TO WS-HHPICKNO.
         PERFORM UNTIL WS-HHPICKNO = 0
           DISPLAY "Enter member number to update (0 when done):"
           MOVE 0 TO WS-HHPICKNO
           ACCEPT WS-HHPICKNO
           IF WS-HHPICKNO IS NOT NUMERIC
             DISPLAY "!ERROR WRONG INPUT!"
             MOVE 1 TO WS-HHPICKNO
           ELSE
             IF WS-HHPICKNO > WS-HHCOUNT
               DISPLAY "!ERROR WRONG INPUT!"
             ELSE
               IF WS-HHPICKNO > 0
                 MOVE "Y" TO WS-HH-PICK(WS-HHPICKNO)
                 DISPLAY "Contact " WS-HH-CKEY(WS-HHPICKNO)
                     " selected."
               END-IF
             END-IF
           END-IF
         END-PERFORM.

         0000HOUSEHOLDUPDATEMEMBER.

         MOVE WS-HH-CKEY(WS-HHIX) TO WS-CKEY.
         IF WS-HH-ADDR(WS-HHIX) = WS-HHNEWADDR
           DISPLAY "Contact " WS-CKEY " already has the new address."
         ELSE
           PERFORM 0000ACQUIRECONTACTLOCK
           IF WS-LOCKOK = 0
             DISPLAY "!CONTACT " WS-CKEY " IN USE BY " WS-LOCKOWNER
                 " - NOT UPDATED!"
           ELSE
             PERFORM 0000HOUSEHOLDREWRITE
             PERFORM 0000RELEASECONTACTLOCK
           END-IF
         END-IF.

         0000HOUSEHOLDREWRITE.

         OPEN I-O DATAFILE.
         MOVE WS-CKEY TO CKEY.
         READ DATAFILE KEY IS CKEY
           INVALID KEY DISPLAY "!ERROR CONTACT DOSE NOT EXIST!"
           NOT INVALID KEY
             MOVE DATAFILEFD TO WS-AUDITBEFORE
             MOVE WS-HHNEW-S TO CADR-S
             MOVE WS-HHNEW-P TO CADR-P
             MOVE WS-HHNEW-C TO CADR-C
             MOVE WS-HHNEW-N TO CADR-N
             REWRITE DATAFILEFD
               INVALID KEY DISPLAY"!ERROR CONTACT DOSE NOT EXIST!"
               NOT INVALID KEY
                 DISPLAY "Contact " CKEY " Edited."
                 ADD 1 TO WS-HHUPDATED
                 MOVE DATAFILEFD TO WS-AUDITAFTER
                 MOVE CKEY TO AUD-CKEY
                 MOVE "EDIT" TO AUD-OPERATION
                 MOVE WS-AUDITBEFORE TO AUD-BEFORE
                 MOVE WS-AUDITAFTER TO AUD-AFTER
                 PERFORM 0000WRITEAUDITRECORD
                 IF WS-AUDB-CADR-S NOT = WS-AUDA-CADR-S
                     OR WS-AUDB-CADR-P NOT = WS-AUDA-CADR-P
                     OR WS-AUDB-CADR-C NOT = WS-AUDA-CADR-C
                   PERFORM 0000CLEARUNDELIVERABLE
                 END-IF
                 PERFORM 0000RECORDTERRITORY
             END-REWRITE
         END-READ.
         CLOSE DATAFILE.

       0000SELECTIONEDITMOREERROR.

       DISPLAY " ".
         CLOSE FLWFILE.
         OPEN OUTPUT RELFILE.
         CLOSE RELFILE.
         OPEN OUTPUT KDTFILE.
         CLOSE KDTFILE.
         OPEN OUTPUT CTRFILE.
         CLOSE CTRFILE.
         OPEN OUTPUT UNDFILE.
         CLOSE UNDFILE.

         OPEN OUTPUT DATAFILE.
           MOVE "0000000" TO CKEY.
         MOVE WS-AUDITBEFORE TO AUD-BEFORE.
         MOVE WS-AUDITAFTER TO AUD-AFTER.
         PERFORM 0000WRITEAUDITRECORD.
         PERFORM 0000RECORDTERRITORY.

         MOVE 0 TO WS-MAXCKEY.
         PERFORM 0000SCANMAXDORCKEY.
         ADD 1 WS-MAXCKEY GIVING CTLREC.
         PERFORM 0000WRITEKEYCONTROL.

         GO TO 0000SELECTIONCONTACTS.

       0000CONTINUERESTORE.

       PERFORM 0000LOADERASEDKEYS.
      * Without the full list of erased keys an erased person could
      * come back from the backup, so the restore is not started.
       IF WS-ERASEDFULL = 1
         DISPLAY "!ERROR MORE THAN 999 ERASED CONTACTS - RESTORE"
             " ABANDONED!"
         GO TO 0000SELECTIONCONTACTS
       END-IF.

       OPEN INPUT DATAFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ DATAFILE

       PERFORM 0000SWEEPORPHANROWS.

       PERFORM 0000SCANMAXDORCKEY.
       ADD 1 WS-MAXCKEY GIVING CTLREC.
       PERFORM 0000WRITEKEYCONTROL.

       DISPLAY "Contacts restored from " WS-BACKUPFILENAME.
       IF WS-ERASEDSKIPPED > 0
         DISPLAY WS-ERASEDSKIPPED " erased contact(s) in the backup"
             " left out."
       END-IF.
       GO TO 0000SELECTIONCONTACTS.

      * The backup only covers the contact file, so any contact
         END-READ
       END-PERFORM.
       CLOSE RELFILE.
       MOVE 0 TO WS-RELEOF.

       OPEN I-O KDTFILE.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             MOVE KDT-CKEY TO CKEY
             READ DATAFILE KEY IS CKEY
               INVALID KEY
                 DELETE KDTFILE END-DELETE
                 ADD 1 TO WS-ORPHANCOUNT
               NOT INVALID KEY CONTINUE
             END-READ
         END-READ
       END-PERFORM.
       CLOSE KDTFILE.
       MOVE 0 TO WS-KDTEOF.

       OPEN I-O UNDFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ UNDFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             MOVE UND-CKEY TO CKEY
             READ DATAFILE KEY IS CKEY
               INVALID KEY
                 DELETE UNDFILE END-DELETE
                 ADD 1 TO WS-ORPHANCOUNT
               NOT INVALID KEY CONTINUE
             END-READ
         END-READ
       END-PERFORM.
       CLOSE UNDFILE.
       MOVE 0 TO WS-ENDOFFILE.

       OPEN I-O CTRFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ CTRFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             MOVE CTR-CKEY TO CKEY
             READ DATAFILE KEY IS CKEY
               INVALID KEY
                 DELETE CTRFILE END-DELETE
                 ADD 1 TO WS-ORPHANCOUNT
               NOT INVALID KEY CONTINUE
             END-READ
         END-READ
       END-PERFORM.
       CLOSE CTRFILE.
       CLOSE DATAFILE.
       MOVE 0 TO WS-ENDOFFILE.

       IF WS-ORPHANCOUNT > 0
         DISPLAY WS-ORPHANCOUNT " orphaned contact method/interaction"
             "/follow-up/link/key date/returned mail/territory"
             " row(s) removed."
       END-IF.

      * Archived contacts keep their Contact IDs on the dormant
      * archive, so the key counter has to start above those too or
      * a new contact could take the key an archived one needs to
      * come back under.
       0000SCANMAXDORCKEY.

       OPEN INPUT DORFILE.
       PERFORM UNTIL WS-DOREOF = 1
         READ DORFILE NEXT RECORD
           AT END MOVE 1 TO WS-DOREOF
           NOT AT END
             IF DOR-CKEY > WS-MAXCKEY
               MOVE DOR-CKEY TO WS-MAXCKEY
             END-IF
         END-READ
       END-PERFORM.
       CLOSE DORFILE.
       MOVE 0 TO WS-DOREOF.

       0000LOGRESTOREWIPEROW.

       MOVE CNAME TO WS-AUDB-CNAME.
       IF CKEY > WS-MAXCKEY
         MOVE CKEY TO WS-MAXCKEY
       END-IF.
       PERFORM 0000CHECKERASEDKEY.
       IF WS-ERASEDHIT > 0
         ADD 1 TO WS-ERASEDSKIPPED
       ELSE
         WRITE DATAFILEFD
           INVALID KEY
             DISPLAY "!ERROR SKIPPING DUPLICATE CONTACT ID: " BK-CKEY
           NOT INVALID KEY
             MOVE SPACES TO WS-AUDITBEFORE
             MOVE CNAME TO WS-AUDA-CNAME
             MOVE CTEL TO WS-AUDA-CTEL
             MOVE CADR-S TO WS-AUDA-CADR-S
             MOVE CADR-P TO WS-AUDA-CADR-P
             MOVE CADR-C TO WS-AUDA-CADR-C
             MOVE CADR-N TO WS-AUDA-CADR-N
             MOVE CNOTE TO WS-AUDA-CNOTE
             MOVE CGROUP TO WS-AUDA-CGROUP
             MOVE CSTATUS TO WS-AUDA-CSTATUS
             MOVE CKEY TO AUD-CKEY
             MOVE "RESTORE" TO AUD-OPERATION
             MOVE WS-AUDITBEFORE TO AUD-BEFORE
             MOVE WS-AUDITAFTER TO AUD-AFTER
             PERFORM 0000WRITEAUDITRECORD
         END-WRITE
       END-IF.

      * A backup taken before a privacy erasure (cob-contacts20)
      * still holds the person. Any Contact ID whose ERASE tombstone
      * is later than the backup is left out of the restore; an
      * erasure from before the backup means the ID was reissued
      * after a Delete ALL, so that row is someone else.
       0000LOADERASEDKEYS.

       MOVE 0 TO WS-BACKUPSTAMP.
       IF WS-BACKUPFILENAME(16:14) IS NUMERIC
         MOVE WS-BACKUPFILENAME(16:14) TO WS-BACKUPSTAMP
       END-IF.
       MOVE 0 TO WS-ERASEDCOUNT.
       MOVE 0 TO WS-ERASEDFULL.
       MOVE 0 TO WS-ERASEDSKIPPED.
       OPEN INPUT ARXFILE.
       IF WS-ARXSTATUS = "00" OR WS-ARXSTATUS = "05"
         PERFORM UNTIL WS-ARXEOF = 1
           READ ARXFILE
             AT END MOVE 1 TO WS-ARXEOF
             NOT AT END PERFORM 0000LOADERASEDARCHIVE
           END-READ
         END-PERFORM
         CLOSE ARXFILE
       END-IF.
       MOVE 0 TO WS-ARXEOF.

       OPEN INPUT AUDITFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ AUDITFILE
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END PERFORM 0000NOTEERASEDKEY
         END-READ
       END-PERFORM.
       CLOSE AUDITFILE.
       MOVE 0 TO WS-ENDOFFILE.

       0000LOADERASEDARCHIVE.

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
               PERFORM 0000NOTEERASEDKEY
           END-READ
         END-PERFORM
         CLOSE ARCFILE
       END-IF.
       MOVE 0 TO WS-ARCEOF.

       0000NOTEERASEDKEY.

       IF AUD-OPERATION = "ERASE" AND WS-ERASEDFULL = 0
         MOVE AUD-DATE TO WS-ENTRYDATE
         MOVE AUD-TIME(1:6) TO WS-ENTRYTIME
         MOVE 0 TO WS-ERASEDHIT
         PERFORM VARYING WS-ERASEDIX FROM 1 BY 1
             UNTIL WS-ERASEDIX > WS-ERASEDCOUNT OR WS-ERASEDHIT > 0
           IF WS-ERA-CKEY(WS-ERASEDIX) = AUD-CKEY
             MOVE WS-ERASEDIX TO WS-ERASEDHIT
           END-IF
         END-PERFORM
         IF WS-ERASEDHIT = 0
           IF WS-ERASEDCOUNT = 999
             MOVE 1 TO WS-ERASEDFULL
           ELSE
             ADD 1 TO WS-ERASEDCOUNT
             MOVE WS-ERASEDCOUNT TO WS-ERASEDHIT
             MOVE AUD-CKEY TO WS-ERA-CKEY(WS-ERASEDHIT)
           END-IF
         END-IF
         IF WS-ERASEDHIT > 0
           MOVE WS-ENTRYSTAMP TO WS-ERA-STAMP(WS-ERASEDHIT)
         END-IF
       END-IF.

       0000CHECKERASEDKEY.

       MOVE 0 TO WS-ERASEDHIT.
       PERFORM VARYING WS-ERASEDIX FROM 1 BY 1
           UNTIL WS-ERASEDIX > WS-ERASEDCOUNT OR WS-ERASEDHIT > 0
         IF WS-ERA-CKEY(WS-ERASEDIX) = CKEY
             AND WS-ERA-STAMP(WS-ERASEDIX) > WS-BACKUPSTAMP
           MOVE WS-ERASEDIX TO WS-ERASEDHIT
         END-IF
       END-PERFORM.

       0000SELECTIONRESTOREBACKUPERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONRESTOREBACKUP.

      * Contacts moved out by the month-end archive-out sit on the
      * dormant archive until someone asks for them again. They can
      * be found by the start of the name or by the old Contact ID,
      * and come back under the same key with all their rows.
       0000SELECTIONREINSTATE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter the start of the Contact Name, or the old".
       DISPLAY "Contact ID, of the archived contact:".
       MOVE SPACES TO WS-SEARCHTERM.
       ACCEPT WS-SEARCHTERM.

       MOVE 25 TO WS-SEARCHLEN.
       PERFORM VARYING WS-SEARCHLEN FROM 25 BY -1
           UNTIL WS-SEARCHLEN = 0
           OR WS-SEARCHTERM(WS-SEARCHLEN:1) NOT = SPACE
       END-PERFORM.

       IF WS-SEARCHLEN = 0
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000SELECTIONCONTACTS
       END-IF.

       MOVE 0 TO WS-REINKEY.
       IF WS-SEARCHLEN < 8
           AND WS-SEARCHTERM(1:WS-SEARCHLEN) IS NUMERIC
         MOVE WS-SEARCHTERM(1:WS-SEARCHLEN) TO WS-REINKEY
       END-IF.

       MOVE 0 TO WS-SEARCHFOUND.
       DISPLAY " ".
       DISPLAY "Archived Contacts".
       DISPLAY "-------------------------------------------------------".
       DISPLAY "Contact ID | Contact                   | Archived".
       DISPLAY "-------------------------------------------------------".

       OPEN INPUT DORFILE.
       PERFORM UNTIL WS-DOREOF = 1
         READ DORFILE NEXT RECORD
           AT END MOVE 1 TO WS-DOREOF
           NOT AT END
             IF DOR-RECTYPE = "C"
               MOVE DOR-DATA TO WS-DATAFILEFD
               IF WS-CNAME(1:WS-SEARCHLEN)
                   = WS-SEARCHTERM(1:WS-SEARCHLEN)
                   OR (WS-REINKEY > 0 AND DOR-CKEY = WS-REINKEY)
                 DISPLAY DOR-CKEY "    | " WS-CNAME " | "
                     DOR-ARCDATE(1:4) "-" DOR-ARCDATE(5:2) "-"
                     DOR-ARCDATE(7:2)
                 ADD 1 TO WS-SEARCHFOUND
               END-IF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE DORFILE.
       MOVE 0 TO WS-DOREOF.

       IF WS-SEARCHFOUND = 0
         DISPLAY "No archived contacts matched."
         GO TO 0000SELECTIONCONTACTS
       END-IF.

       DISPLAY " ".
       DISPLAY "Enter Contact ID to reinstate (0 = go back):".
       ACCEPT WS-CKEY.
       IF WS-CKEY IS NOT NUMERIC
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000SELECTIONCONTACTS
       END-IF.
       IF WS-CKEY = 0
         GO TO 0000SELECTIONCONTACTS
       END-IF.

       OPEN INPUT DORFILE.
       MOVE WS-CKEY TO DOR-CKEY.
       MOVE "C" TO DOR-RECTYPE.
       MOVE 0 TO DOR-SEQ.
       READ DORFILE KEY IS DOR-KEY
         INVALID KEY MOVE 0 TO WS-SEARCHFOUND
         NOT INVALID KEY MOVE DOR-DATA TO WS-DATAFILEFD
       END-READ.
       CLOSE DORFILE.
       IF WS-SEARCHFOUND = 0
         DISPLAY "!ERROR CONTACT IS NOT IN THE ARCHIVE!"
         GO TO 0000SELECTIONCONTACTS
       END-IF.

       PERFORM 0000ACQUIRECONTACTLOCK.
       IF WS-LOCKOK = 0
         DISPLAY "!CONTACT IN USE BY " WS-LOCKOWNER "!"
         GO TO 0000SELECTIONCONTACTS
       END-IF.

      * The key may have been handed out again since the archive-out
      * (Delete ALL resets the key control record), so the contact
      * only comes back if nobody else holds its old Contact ID.
       OPEN I-O DATAFILE.
       MOVE WS-CKEY TO CKEY.
       READ DATAFILE KEY IS CKEY
         INVALID KEY PERFORM 0000CONTINUEREINSTATE
         NOT INVALID KEY
           DISPLAY "!ERROR CONTACT ID " WS-CKEY
               " IS ALREADY IN USE BY " CNAME "!"
       END-READ.
       CLOSE DATAFILE.
       PERFORM 0000RELEASECONTACTLOCK.

       GO TO 0000SELECTIONCONTACTS.

      * A reinstated contact comes back active, otherwise the next
      * month-end run would archive it straight out again.
       0000CONTINUEREINSTATE.

       MOVE "A" TO WS-CSTATUS.
       MOVE WS-DATAFILEFD TO DATAFILEFD.
       WRITE DATAFILEFD
         INVALID KEY DISPLAY "!ERROR RECORD ALREADY EXIST!"
         NOT INVALID KEY
           MOVE SPACES TO WS-AUDITBEFORE
           MOVE DATAFILEFD TO WS-AUDITAFTER
           MOVE CKEY TO AUD-CKEY
           MOVE "REINSTATE" TO AUD-OPERATION
           MOVE WS-AUDITBEFORE TO AUD-BEFORE
           MOVE WS-AUDITAFTER TO AUD-AFTER
           PERFORM 0000WRITEAUDITRECORD
           PERFORM 0000RECORDTERRITORY
           PERFORM 0000ADVANCEKEYCONTROL
           PERFORM 0000REINSTATEROWS
           DISPLAY "Contact Reinstated with " WS-REINROWS
               " row(s) from the archive."
           IF WS-REINDROPPED > 0
             DISPLAY WS-REINDROPPED " link(s) not restored - the"
                 " other contact is no longer on file."
           END-IF
           IF WS-REINFAILED > 0
             DISPLAY "!ERROR CONTACT ONLY PARTLY REINSTATED - "
                 WS-REINFAILED " ROW(S) STILL IN THE ARCHIVE!"
           END-IF
       END-WRITE.

      * Every archived row for the key is written back and then
      * removed from the archive. A link only comes back, as both
      * halves of the pair, when the other contact is still live.
      * A row that cannot be written back stays in the archive, and
      * so does the contact row, so the rows left behind can still
      * be found under the contact they belong to.
       0000REINSTATEROWS.

       MOVE 0 TO WS-REINROWS.
       MOVE 0 TO WS-REINDROPPED.
       MOVE 0 TO WS-REINFAILED.
       OPEN I-O DORFILE.
       OPEN I-O COMMFILE.
       OPEN I-O INTFILE.
       OPEN I-O FLWFILE.
       OPEN I-O RELFILE.
       OPEN I-O KDTFILE.
       MOVE WS-CKEY TO DOR-CKEY.
       MOVE LOW-VALUES TO DOR-RECTYPE.
       MOVE 0 TO DOR-SEQ.
       START DORFILE KEY IS NOT LESS THAN DOR-KEY
         INVALID KEY MOVE 1 TO WS-DOREOF
       END-START.
       PERFORM UNTIL WS-DOREOF = 1
         READ DORFILE NEXT RECORD
           AT END MOVE 1 TO WS-DOREOF
           NOT AT END
             IF DOR-CKEY = WS-CKEY
               IF DOR-RECTYPE NOT = "C"
                 PERFORM 0000REINSTATEONEROW
                 IF WS-REINROWOK = 1
                   DELETE DORFILE END-DELETE
                 ELSE
                   DISPLAY "!ERROR CANNOT REINSTATE ARCHIVED ROW "
                       DOR-RECTYPE "/" DOR-SEQ "!"
                   ADD 1 TO WS-REINFAILED
                 END-IF
               END-IF
             ELSE
               MOVE 1 TO WS-DOREOF
             END-IF
         END-READ
       END-PERFORM.
       IF WS-REINFAILED = 0
         MOVE WS-CKEY TO DOR-CKEY
         MOVE "C" TO DOR-RECTYPE
         MOVE 0 TO DOR-SEQ
         DELETE DORFILE
           INVALID KEY CONTINUE
         END-DELETE
       END-IF.
       CLOSE KDTFILE.
       CLOSE RELFILE.
       CLOSE FLWFILE.
       CLOSE INTFILE.
       CLOSE COMMFILE.
       CLOSE DORFILE.
       MOVE 0 TO WS-DOREOF.

       0000REINSTATEONEROW.

       MOVE 1 TO WS-REINROWOK.
       EVALUATE DOR-RECTYPE
         WHEN "M"
           MOVE DOR-DATA TO COMMFILEFD
           WRITE COMMFILEFD
             INVALID KEY MOVE 0 TO WS-REINROWOK
             NOT INVALID KEY ADD 1 TO WS-REINROWS
           END-WRITE
         WHEN "I"
           MOVE DOR-DATA TO INTFILEFD
           WRITE INTFILEFD
             INVALID KEY MOVE 0 TO WS-REINROWOK
             NOT INVALID KEY ADD 1 TO WS-REINROWS
           END-WRITE
         WHEN "F"
           MOVE DOR-DATA TO FLWFILEFD
           WRITE FLWFILEFD
             INVALID KEY MOVE 0 TO WS-REINROWOK
             NOT INVALID KEY ADD 1 TO WS-REINROWS
           END-WRITE
         WHEN "K"
           MOVE DOR-DATA TO KDTFILEFD
           WRITE KDTFILEFD
             INVALID KEY MOVE 0 TO WS-REINROWOK
             NOT INVALID KEY ADD 1 TO WS-REINROWS
           END-WRITE
         WHEN "R"
           MOVE DOR-DATA TO RELFILEFD
           MOVE REL-CKEY2 TO WS-RELOTHER
           MOVE REL-TYPE TO WS-RELTYPE
           MOVE WS-RELOTHER TO CKEY
           READ DATAFILE KEY IS CKEY
             INVALID KEY ADD 1 TO WS-REINDROPPED
             NOT INVALID KEY
               MOVE WS-CKEY TO REL-CKEY1
               MOVE WS-RELOTHER TO REL-CKEY2
               MOVE WS-RELTYPE TO REL-TYPE
               WRITE RELFILEFD
                 INVALID KEY MOVE 0 TO WS-REINROWOK
                 NOT INVALID KEY ADD 1 TO WS-REINROWS
               END-WRITE
               MOVE WS-RELOTHER TO REL-CKEY1
               MOVE WS-CKEY TO REL-CKEY2
               MOVE WS-RELTYPE TO REL-TYPE
               WRITE RELFILEFD
                 INVALID KEY CONTINUE
               END-WRITE
           END-READ
         WHEN OTHER
           CONTINUE
       END-EVALUATE.

       0000SELECTIONPRINTDIRECTORY.
       MOVE 0 TO USER-SELECTION.
       DISPLAY " ".
       DISPLAY "Enter Group code to print, or blank for all:".
       MOVE SPACES TO WS-GROUPFILTER.
       ACCEPT WS-GROUPFILTER.
       DISPLAY "Writing directory in name order to".
       DISPLAY "cob-contacts01.prt ...".

       PERFORM 0000PRINTDIRECTORYOUTPUT.

       DISPLAY "Directory printed to cob-contacts01.prt.".
       GO TO 0000SELECTIONCONTACTS.

      * The CNAME alternate key already holds the contacts in name
         DISPLAY "!ERROR GROUP NAME CANNOT BE BLANK!"
         GO TO 0000SELECTIONGROUPADD
       END-IF.
       MOVE WS-GRPCODE TO WS-SEL-NAME.
       PERFORM 0000CHECKSETNAME.
       IF WS-SELFOUND = 1
         DISPLAY "!ERROR A SELECTION SET HAS THAT NAME!"
         GO TO 0000SELECTIONGROUPS
       END-IF.

       OPEN I-O GROUPFILE.
       MOVE WS-GRPCODE TO GRP-CODE.
       END-READ.
       CLOSE GROUPFILE.

      * Selection sets are saved criteria the label run, the CSV
      * export and campaigns accept in place of a group code, so a
      * set name may not also be a group code.
       0000SELECTIONSETS.
       MOVE 0 TO USER-SELECTION.
       MOVE 0 TO WS-SELLISTED.
       DISPLAY " ".
       DISPLAY "-------------------------------------------".
       DISPLAY "Selection Sets".
       DISPLAY "-------------------------------------------".
       DISPLAY "Name | Description".
       DISPLAY "-------------------------------------------".

       OPEN INPUT SELFILE.
       PERFORM UNTIL WS-ENDOFFILE = 1
         READ SELFILE NEXT RECORD
           AT END MOVE 1 TO WS-ENDOFFILE
           NOT AT END
             DISPLAY SEL-NAME " | " SEL-DESC
             ADD 1 TO WS-SELLISTED
         END-READ
       END-PERFORM.
       CLOSE SELFILE.
       MOVE 0 TO WS-ENDOFFILE.
       IF WS-SELLISTED = 0
         DISPLAY "(none on file)"
       END-IF.

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "----------------------------------------"
         DISPLAY "MENU"
         DISPLAY "----------------------------------------"
         DISPLAY "    1 : Add Selection Set"
         DISPLAY "    2 : Change Selection Set"
         DISPLAY "    3 : Show Selection Set"
         DISPLAY "    4 : Delete Selection Set"
         DISPLAY "    5 : Go Back To Contacts"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 PERFORM 0000SELECTIONSETADD
           WHEN 2 PERFORM 0000SELECTIONSETCHANGE
           WHEN 3 PERFORM 0000SELECTIONSETSHOW
           WHEN 4 PERFORM 0000SELECTIONSETDELETE
           WHEN 5 GO TO 0000SELECTIONCONTACTS
           WHEN OTHER PERFORM 0000SELECTIONSETSERROR
         END-EVALUATE
       END-PERFORM.

       0000SELECTIONSETSERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONSETS.

       0000SELECTIONSETADD.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter new Selection Set name (max 4 characters):".
       MOVE SPACES TO WS-SELREC.
       ACCEPT WS-SEL-NAME.
       IF WS-SEL-NAME = SPACES
         DISPLAY "!ERROR SET NAME CANNOT BE BLANK!"
         GO TO 0000SELECTIONSETADD
       END-IF.
       MOVE WS-SEL-NAME TO GRP-CODE.
       OPEN INPUT GROUPFILE.
       READ GROUPFILE KEY IS GRP-CODE
         INVALID KEY MOVE 0 TO WS-GROUPOK
         NOT INVALID KEY MOVE 1 TO WS-GROUPOK
       END-READ.
       CLOSE GROUPFILE.
       IF WS-GROUPOK = 1
         DISPLAY "!ERROR A GROUP HAS THAT CODE!"
         GO TO 0000SELECTIONSETS
       END-IF.
       PERFORM 0000CHECKSETNAME.
       IF WS-SELFOUND = 1
         DISPLAY "!ERROR SELECTION SET ALREADY EXIST!"
         GO TO 0000SELECTIONSETS
       END-IF.
       DISPLAY "Enter Set description (max 30 characters):".
       ACCEPT WS-SEL-DESC.
       PERFORM 0000SELECTIONSETCRITERIA.

       OPEN I-O SELFILE.
       MOVE WS-SELREC TO SELFILEFD.
       WRITE SELFILEFD
         INVALID KEY DISPLAY "!ERROR SELECTION SET ALREADY EXIST!"
         NOT INVALID KEY DISPLAY "Selection Set Added."
       END-WRITE.
       CLOSE SELFILE.

       GO TO 0000SELECTIONSETS.

       0000SELECTIONSETCHANGE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter Selection Set name to change:".
       MOVE SPACES TO WS-SELREC.
       ACCEPT WS-SEL-NAME.
       PERFORM 0000CHECKSETNAME.
       IF WS-SELFOUND = 0
         DISPLAY "!ERROR SELECTION SET DOSE NOT EXIST!"
         GO TO 0000SELECTIONSETS
       END-IF.
       PERFORM 0000SELECTIONSETDISPLAY.
       DISPLAY " ".
       DISPLAY "Enter all criteria again.".
       DISPLAY "New Set description (max 30 characters):".
       MOVE SPACES TO WS-SEL-DESC.
       ACCEPT WS-SEL-DESC.
       PERFORM 0000SELECTIONSETCRITERIA.

       OPEN I-O SELFILE.
       MOVE WS-SEL-NAME TO SEL-NAME.
       READ SELFILE KEY IS SEL-NAME
         INVALID KEY DISPLAY "!ERROR SELECTION SET DOSE NOT EXIST!"
         NOT INVALID KEY
           MOVE WS-SELREC TO SELFILEFD
           REWRITE SELFILEFD
             INVALID KEY DISPLAY "!ERROR SELECTION SET DOSE NOT EXIST!"
             NOT INVALID KEY DISPLAY "Selection Set Changed."
           END-REWRITE
       END-READ.
       CLOSE SELFILE.

       GO TO 0000SELECTIONSETS.

       0000SELECTIONSETSHOW.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter Selection Set name to show:".
       MOVE SPACES TO WS-SELREC.
       ACCEPT WS-SEL-NAME.
       PERFORM 0000CHECKSETNAME.
       IF WS-SELFOUND = 0
         DISPLAY "!ERROR SELECTION SET DOSE NOT EXIST!"
       ELSE
         PERFORM 0000SELECTIONSETDISPLAY
       END-IF.

       GO TO 0000SELECTIONSETS.

       0000SELECTIONSETDELETE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter Selection Set name to delete:".
       MOVE SPACES TO WS-SELREC.
       ACCEPT WS-SEL-NAME.

       OPEN I-O SELFILE.
       MOVE WS-SEL-NAME TO SEL-NAME.
       READ SELFILE KEY IS SEL-NAME
         INVALID KEY DISPLAY "!ERROR SELECTION SET DOSE NOT EXIST!"
         NOT INVALID KEY
           DELETE SELFILE RECORD
             INVALID KEY DISPLAY "!ERROR SELECTION SET DOSE NOT EXIST!"
             NOT INVALID KEY DISPLAY "Selection Set Deleted."
           END-DELETE
       END-READ.
       CLOSE SELFILE.

       GO TO 0000SELECTIONSETS.

      * Reads WS-SEL-NAME from the set file into WS-SELREC.
       0000CHECKSETNAME.

       MOVE 0 TO WS-SELFOUND.
       OPEN INPUT SELFILE.
       MOVE WS-SEL-NAME TO SEL-NAME.
       READ SELFILE KEY IS SEL-NAME
         INVALID KEY CONTINUE
         NOT INVALID KEY
           MOVE 1 TO WS-SELFOUND
           MOVE SELFILEFD TO WS-SELREC
       END-READ.
       CLOSE SELFILE.

       0000SELECTIONSETDISPLAY.

       DISPLAY " ".
       DISPLAY "Selection Set   : " WS-SEL-NAME " " WS-SEL-DESC.
       DISPLAY "Groups          : " WS-SEL-GROUP(1) " "
           WS-SEL-GROUP(2) " " WS-SEL-GROUP(3) " "
           WS-SEL-GROUP(4) " " WS-SEL-GROUP(5).
       DISPLAY "Status          : " WS-SEL-STATUSES.
       DISPLAY "Nation          : " WS-SEL-NATION.
       DISPLAY "City            : " WS-SEL-CITY.
       DISPLAY "Post code from  : " WS-SEL-POSTFROM
           " to " WS-SEL-POSTTO.
       DISPLAY "Interaction     : " WS-SEL-INTMODE " "
           WS-SEL-INTMONTHS " months (W = within, B = none in)".
       DISPLAY "Open follow-up  : " WS-SEL-OPENFLW.

      * Any criterion left blank is not applied. A bad entry drops
      * the whole set back to the menu unsaved.
       0000SELECTIONSETCRITERIA.

       DISPLAY "Enter up to 5 Group codes, one per line, blank when"
           " done (none = any group):".
       MOVE SPACES TO WS-SEL-GROUPS.
       MOVE 0 TO WS-SELSTOP.
       PERFORM VARYING WS-SELIX FROM 1 BY 1
           UNTIL WS-SELIX > 5 OR WS-SELSTOP = 1
         ACCEPT WS-SEL-GROUP(WS-SELIX)
         IF WS-SEL-GROUP(WS-SELIX) = SPACES
           MOVE 1 TO WS-SELSTOP
         ELSE
           MOVE WS-SEL-GROUP(WS-SELIX) TO WS-GRPCODE
           PERFORM 0000CHECKGROUPCODE
           IF WS-GROUPOK = 0
             DISPLAY "!ERROR UNKNOWN OR RETIRED GROUP: " WS-GRPCODE
                 "!"
             GO TO 0000SELECTIONSETS
           END-IF
         END-IF
       END-PERFORM.

       DISPLAY "Status letters allowed (A = active, I = inactive,"
           " D = do-not-contact, e.g. AI; blank = any):".
       MOVE SPACES TO WS-SEL-STATUSES.
       ACCEPT WS-SEL-STATUSES.
       INSPECT WS-SEL-STATUSES CONVERTING
           "aid" TO "AID".
       PERFORM VARYING WS-SELIX FROM 1 BY 1 UNTIL WS-SELIX > 3
         IF WS-SEL-STATUSES(WS-SELIX:1) NOT = SPACE
             AND WS-SEL-STATUSES(WS-SELIX:1) NOT = "A"
             AND WS-SEL-STATUSES(WS-SELIX:1) NOT = "I"
             AND WS-SEL-STATUSES(WS-SELIX:1) NOT = "D"
           DISPLAY "!ERROR UNKNOWN STATUS!"
           GO TO 0000SELECTIONSETS
         END-IF
       END-PERFORM.

       DISPLAY "Nation (blank = any):".
       MOVE SPACES TO WS-SEL-NATION.
       ACCEPT WS-SEL-NATION.
       DISPLAY "City (blank = any):".
       MOVE SPACES TO WS-SEL-CITY.
       ACCEPT WS-SEL-CITY.
       DISPLAY "Post code from (blank = no lower limit):".
       MOVE SPACES TO WS-SEL-POSTFROM.
       ACCEPT WS-SEL-POSTFROM.
       DISPLAY "Post code to (blank = no upper limit):".
       MOVE SPACES TO WS-SEL-POSTTO.
       ACCEPT WS-SEL-POSTTO.
       IF WS-SEL-POSTFROM NOT = SPACES AND WS-SEL-POSTTO NOT = SPACES
           AND WS-SEL-POSTFROM > WS-SEL-POSTTO
         DISPLAY "!ERROR POST CODE FROM IS AFTER POST CODE TO!"
         GO TO 0000SELECTIONSETS
       END-IF.

       DISPLAY "Last interaction: W = within N months,"
           " B = none in N months, blank = any:".
       MOVE SPACE TO WS-SEL-INTMODE.
       ACCEPT WS-SEL-INTMODE.
       INSPECT WS-SEL-INTMODE CONVERTING "wb" TO "WB".
       MOVE 0 TO WS-SEL-INTMONTHS.
       IF WS-SEL-INTMODE NOT = SPACE
         IF WS-SEL-INTMODE NOT = "W" AND WS-SEL-INTMODE NOT = "B"
           DISPLAY "!ERROR WRONG INPUT!"
           GO TO 0000SELECTIONSETS
         END-IF
         DISPLAY "Number of months (1-999):"
         ACCEPT WS-SEL-INTMONTHS
         IF WS-SEL-INTMONTHS = 0
           DISPLAY "!ERROR MONTHS CANNOT BE ZERO!"
           GO TO 0000SELECTIONSETS
         END-IF
       END-IF.

       DISPLAY "Open follow-up: Y = must have one, N = must have"
           " none, blank = any:".
       MOVE SPACE TO WS-SEL-OPENFLW.
       ACCEPT WS-SEL-OPENFLW.
       INSPECT WS-SEL-OPENFLW CONVERTING "yn" TO "YN".
       IF WS-SEL-OPENFLW NOT = SPACE AND WS-SEL-OPENFLW NOT = "Y"
           AND WS-SEL-OPENFLW NOT = "N"
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000SELECTIONSETS
       END-IF.

       0000SELECTIONNATIONS.
       MOVE 0 TO USER-SELECTION.
       MOVE 0 TO WS-NATLISTED.

       GO TO 0000SELECTIONNATIONS.

       0000SELECTIONPOSTDIR.
       MOVE 0 TO USER-SELECTION.

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "----------------------------------------"
         DISPLAY "Postal Directory"
         DISPLAY "----------------------------------------"
         DISPLAY "    1 : List Post Code Ranges"
         DISPLAY "    2 : Add Post Code Range"
         DISPLAY "    3 : Edit City/Territory Of Range"
         DISPLAY "    4 : Delete Post Code Range"
         DISPLAY "    5 : Go Back To Contacts"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 PERFORM 0000SELECTIONPOSTDIRLIST
           WHEN 2 PERFORM 0000SELECTIONPOSTDIRADD
           WHEN 3 PERFORM 0000SELECTIONPOSTDIREDIT
           WHEN 4 PERFORM 0000SELECTIONPOSTDIRDELETE
           WHEN 5 GO TO 0000SELECTIONCONTACTS
           WHEN OTHER PERFORM 0000SELECTIONPOSTDIRERROR
         END-EVALUATE
       END-PERFORM.

       0000SELECTIONPOSTDIRERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONPOSTDIR.

       0000SELECTIONPOSTDIRLIST.
       MOVE 0 TO USER-SELECTION.
       MOVE 0 TO WS-PSTLISTED.

       DISPLAY " ".
       DISPLAY "Enter Nation to list (blank for all nations):".
       MOVE SPACES TO WS-PSTLOOKN.
       ACCEPT WS-PSTLOOKN.
       MOVE SPACES TO WS-PSTNATION.
       IF WS-PSTLOOKN NOT = SPACES
         PERFORM 0000POSTALNATIONKEY
       END-IF.

       DISPLAY "-----------------------------------------------------"
           "-----------------------".
       DISPLAY "Nation                    | From       | To         "
           "| City            | Terr".
       DISPLAY "-----------------------------------------------------"
           "-----------------------".
       OPEN INPUT PSTFILE.
       MOVE WS-PSTNATION TO PST-NATION.
       MOVE SPACES TO PST-POSTTO.
       START PSTFILE KEY IS NOT LESS THAN PST-KEY
         INVALID KEY MOVE 1 TO WS-PSTEOF
       END-START.
       PERFORM UNTIL WS-PSTEOF = 1
         READ PSTFILE NEXT RECORD
           AT END MOVE 1 TO WS-PSTEOF
           NOT AT END
             IF WS-PSTNATION = SPACES OR PST-NATION = WS-PSTNATION
               DISPLAY PST-NATION " | " PST-POSTFROM " | "
                   PST-POSTTO " | " PST-CITY " | " PST-TERRITORY
               ADD 1 TO WS-PSTLISTED
             ELSE
               MOVE 1 TO WS-PSTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE PSTFILE.
       MOVE 0 TO WS-PSTEOF.
       IF WS-PSTLISTED = 0
         DISPLAY "(none on file)"
       END-IF.

       GO TO 0000SELECTIONPOSTDIR.

      * A range is the first and last post code it covers, compared
      * as text, and may not overlap another range of the same
      * nation. The first row whose top of range is at or after the
      * new range's first code is the only one that could overlap.
       0000SELECTIONPOSTDIRADD.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Enter Nation as typed in the Nation field:".
       MOVE SPACES TO WS-PSTLOOKN.
       ACCEPT WS-PSTLOOKN.
       IF WS-PSTLOOKN = SPACES
         DISPLAY "!ERROR NATION CANNOT BE BLANK!"
         GO TO 0000SELECTIONPOSTDIR
       END-IF.
       PERFORM 0000POSTALNATIONKEY.
       DISPLAY "Enter first Post Code of the range:".
       MOVE SPACES TO WS-PSTFROM.
       ACCEPT WS-PSTFROM.
       IF WS-PSTFROM = SPACES
         DISPLAY "!ERROR POST CODE CANNOT BE BLANK!"
         GO TO 0000SELECTIONPOSTDIR
       END-IF.
       DISPLAY "Enter last Post Code of the range (blank for a"
           " single code):".
       MOVE SPACES TO WS-PSTTO.
       ACCEPT WS-PSTTO.
       IF WS-PSTTO = SPACES
         MOVE WS-PSTFROM TO WS-PSTTO
       END-IF.
       IF WS-PSTFROM > WS-PSTTO
         DISPLAY "!ERROR FIRST POST CODE IS AFTER THE LAST!"
         GO TO 0000SELECTIONPOSTDIR
       END-IF.
       DISPLAY "Enter official City name (max 15 characters):".
       MOVE SPACES TO WS-PSTCITY.
       ACCEPT WS-PSTCITY.
       IF WS-PSTCITY = SPACES
         DISPLAY "!ERROR CITY CANNOT BE BLANK!"
         GO TO 0000SELECTIONPOSTDIR
       END-IF.
       DISPLAY "Enter Territory code (max 4 characters):".
       MOVE SPACES TO WS-PSTTERRITORY.
       ACCEPT WS-PSTTERRITORY.
       INSPECT WS-PSTTERRITORY CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-PSTTERRITORY = SPACES
         DISPLAY "!ERROR TERRITORY CANNOT BE BLANK!"
         GO TO 0000SELECTIONPOSTDIR
       END-IF.

       MOVE 0 TO WS-PSTFOUND.
       OPEN I-O PSTFILE.
       MOVE WS-PSTNATION TO PST-NATION.
       MOVE WS-PSTFROM TO PST-POSTTO.
       START PSTFILE KEY IS NOT LESS THAN PST-KEY
         INVALID KEY CONTINUE
         NOT INVALID KEY
           READ PSTFILE NEXT RECORD
             AT END CONTINUE
             NOT AT END
               IF PST-NATION = WS-PSTNATION
                   AND PST-POSTFROM NOT > WS-PSTTO
                 MOVE 1 TO WS-PSTFOUND
                 DISPLAY "!ERROR RANGE OVERLAPS " PST-POSTFROM
                     " - " PST-POSTTO " " PST-CITY "!"
               END-IF
           END-READ
       END-START.
       IF WS-PSTFOUND = 0
         MOVE WS-PSTNATION TO PST-NATION
         MOVE WS-PSTTO TO PST-POSTTO
         MOVE WS-PSTFROM TO PST-POSTFROM
         MOVE WS-PSTCITY TO PST-CITY
         MOVE WS-PSTTERRITORY TO PST-TERRITORY
         WRITE PSTFILEFD
           INVALID KEY DISPLAY "!ERROR RANGE ALREADY EXIST!"
           NOT INVALID KEY DISPLAY "Post Code Range Added."
         END-WRITE
       END-IF.
       CLOSE PSTFILE.

       GO TO 0000SELECTIONPOSTDIR.

      * A range is picked by any post code inside it. Moving the
      * bounds of a range is a delete and a new add.
       0000SELECTIONPOSTDIREDIT.
       MOVE 0 TO USER-SELECTION.

       PERFORM 0000POSTDIRFINDRANGE.
       IF WS-PSTFOUND = 0
         DISPLAY "!ERROR POST CODE IS NOT IN THE DIRECTORY!"
         GO TO 0000SELECTIONPOSTDIR
       END-IF.
       DISPLAY "New City (blank to keep " WS-PSTCITY "):".
       MOVE SPACES TO WS-CITYUPPER.
       ACCEPT WS-CITYUPPER.
       IF WS-CITYUPPER NOT = SPACES
         MOVE WS-CITYUPPER TO WS-PSTCITY
       END-IF.
       DISPLAY "New Territory (blank to keep " WS-PSTTERRITORY "):".
       MOVE SPACES TO WS-PSTCITYUPPER.
       ACCEPT WS-PSTCITYUPPER.
       INSPECT WS-PSTCITYUPPER CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-PSTCITYUPPER NOT = SPACES
         MOVE WS-PSTCITYUPPER TO WS-PSTTERRITORY
       END-IF.

       OPEN I-O PSTFILE.
       MOVE WS-PSTNATION TO PST-NATION.
       MOVE WS-PSTTO TO PST-POSTTO.
       READ PSTFILE KEY IS PST-KEY
         INVALID KEY DISPLAY "!ERROR RANGE DOSE NOT EXIST!"
         NOT INVALID KEY
           MOVE WS-PSTCITY TO PST-CITY
           MOVE WS-PSTTERRITORY TO PST-TERRITORY
           REWRITE PSTFILEFD
             INVALID KEY DISPLAY "!ERROR RANGE DOSE NOT EXIST!"
             NOT INVALID KEY DISPLAY "Post Code Range Edited."
           END-REWRITE
       END-READ.
       CLOSE PSTFILE.

       GO TO 0000SELECTIONPOSTDIR.

       0000SELECTIONPOSTDIRDELETE.
       MOVE 0 TO USER-SELECTION.

       PERFORM 0000POSTDIRFINDRANGE.
       IF WS-PSTFOUND = 0
         DISPLAY "!ERROR POST CODE IS NOT IN THE DIRECTORY!"
         GO TO 0000SELECTIONPOSTDIR
       END-IF.

       OPEN I-O PSTFILE.
       MOVE WS-PSTNATION TO PST-NATION.
       MOVE WS-PSTTO TO PST-POSTTO.
       DELETE PSTFILE
         INVALID KEY DISPLAY "!ERROR RANGE DOSE NOT EXIST!"
         NOT INVALID KEY DISPLAY "Post Code Range Deleted."
       END-DELETE.
       CLOSE PSTFILE.

       GO TO 0000SELECTIONPOSTDIR.

       0000POSTDIRFINDRANGE.

       DISPLAY " ".
       DISPLAY "Enter Nation of the range:".
       MOVE SPACES TO WS-PSTLOOKN.
       ACCEPT WS-PSTLOOKN.
       DISPLAY "Enter any Post Code inside the range:".
       MOVE SPACES TO WS-PSTLOOKP.
       ACCEPT WS-PSTLOOKP.
       PERFORM 0000POSTALLOOKUP.
       IF WS-PSTFOUND = 1
         DISPLAY "Range " WS-PSTFROM " - " WS-PSTTO " "
             WS-PSTCITY " " WS-PSTTERRITORY
       END-IF.

      * Seeds the nation file with the two nations whose rules used
      * to be fixed in the programs, so existing data keeps getting
      * the same checks the first time this version runs.

       GO TO 0000SELECTIONFOLLOWUP.

      * Key dates are renewals, expiries, birthdays and the like. The
      * nightly key date step (cob-contacts27) turns each one into a
      * follow-up when it comes within its lead time.
       0000SELECTIONKEYDATES.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "-------------------------------------------".
       DISPLAY "Key Dates For Contact ID "WS-CKEY.
       DISPLAY "(recurrence O = once, Y = yearly)".
       DISPLAY "-------------------------------------------".
       PERFORM 0000SHOWKDTROWS.

       PERFORM UNTIL USER-SELECTION>0
         DISPLAY " "
         DISPLAY "----------------------------------------"
         DISPLAY "MENU"
         DISPLAY "----------------------------------------"
         DISPLAY "    1 : Add Key Date"
         DISPLAY "    2 : Change Key Date"
         DISPLAY "    3 : Delete Key Date"
         DISPLAY "    4 : Go Back To Contact"
         DISPLAY "Select number and press Enter: "
         ACCEPT USER-SELECTION

         EVALUATE USER-SELECTION
           WHEN 1 PERFORM 0000SELECTIONKDTADD
           WHEN 2 PERFORM 0000SELECTIONKDTCHANGE
           WHEN 3 PERFORM 0000SELECTIONKDTDELETE
           WHEN 4
             MOVE WS-CKEY TO CKEY
             GO TO 0000SELECTIONBACKTOMORE
           WHEN OTHER PERFORM 0000SELECTIONKEYDATESERROR
         END-EVALUATE
       END-PERFORM.

       0000SELECTIONKEYDATESERROR.

       DISPLAY " ".
       DISPLAY "!ERROR WRONG INPUT!".
       GO TO 0000SELECTIONKEYDATES.

       0000SHOWKDTROWS.

       MOVE 0 TO WS-KDTFOUND.
       OPEN INPUT KDTFILE.
       MOVE WS-CKEY TO KDT-CKEY.
       MOVE 0 TO KDT-SEQ.
       START KDTFILE KEY IS NOT LESS THAN KDT-KEY
         INVALID KEY MOVE 1 TO WS-KDTEOF
       END-START.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             IF KDT-CKEY = WS-CKEY
               DISPLAY "  " KDT-SEQ " " KDT-TYPE " " KDT-DATE(1:4)
                   "-" KDT-DATE(5:2) "-" KDT-DATE(7:2) " "
                   KDT-RECUR " lead " KDT-LEAD " " KDT-NOTE
               ADD 1 TO WS-KDTFOUND
             ELSE
               MOVE 1 TO WS-KDTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE KDTFILE.
       MOVE 0 TO WS-KDTEOF.
       IF WS-KDTFOUND = 0
         DISPLAY "  (none on file)"
       END-IF.

       0000SELECTIONKDTADD.
       MOVE 0 TO USER-SELECTION.

       MOVE 0 TO WS-KDTMAXSEQ.
       PERFORM 0000FINDKDTMAXSEQ.
       IF WS-KDTMAXSEQ = 99
         DISPLAY "!ERROR NO MORE KEY DATES FOR THIS CONTACT!"
         GO TO 0000SELECTIONKEYDATES
       END-IF.
       DISPLAY " ".
       PERFORM 0000PROMPTKEYDATE.

       OPEN I-O KDTFILE.
       MOVE WS-CKEY TO KDT-CKEY.
       ADD 1 WS-KDTMAXSEQ GIVING KDT-SEQ.
       MOVE WS-KDTTYPE TO KDT-TYPE.
       MOVE WS-KDTDATE TO KDT-DATE.
       MOVE WS-KDTDATE(5:4) TO KDT-ANNIV.
       MOVE WS-KDTRECUR TO KDT-RECUR.
       MOVE WS-KDTLEAD TO KDT-LEAD.
       MOVE WS-KDTNOTE TO KDT-NOTE.
       MOVE 0 TO KDT-FLWDATE.
       WRITE KDTFILEFD
         INVALID KEY DISPLAY "!ERROR KEY DATE ALREADY EXIST!"
         NOT INVALID KEY DISPLAY "Key Date Added."
       END-WRITE.
       CLOSE KDTFILE.

       GO TO 0000SELECTIONKEYDATES.

      * A changed date is picked up by the next nightly run; the
      * follow-up written for the old date is left as it is.
       0000SELECTIONKDTCHANGE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Number of the key date to change:".
       MOVE 0 TO WS-KDTSEQ.
       ACCEPT WS-KDTSEQ.
       OPEN INPUT KDTFILE.
       MOVE WS-CKEY TO KDT-CKEY.
       MOVE WS-KDTSEQ TO KDT-SEQ.
       MOVE 0 TO WS-KDTFOUND.
       READ KDTFILE KEY IS KDT-KEY
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 1 TO WS-KDTFOUND
       END-READ.
       CLOSE KDTFILE.
       IF WS-KDTFOUND = 0
         DISPLAY "!ERROR KEY DATE DOSE NOT EXIST!"
         GO TO 0000SELECTIONKEYDATES
       END-IF.
       PERFORM 0000PROMPTKEYDATE.

       OPEN I-O KDTFILE.
       MOVE WS-CKEY TO KDT-CKEY.
       MOVE WS-KDTSEQ TO KDT-SEQ.
       READ KDTFILE KEY IS KDT-KEY
         INVALID KEY DISPLAY "!ERROR KEY DATE DOSE NOT EXIST!"
         NOT INVALID KEY
           MOVE WS-KDTTYPE TO KDT-TYPE
           MOVE WS-KDTDATE TO KDT-DATE
           MOVE WS-KDTDATE(5:4) TO KDT-ANNIV
           MOVE WS-KDTRECUR TO KDT-RECUR
           MOVE WS-KDTLEAD TO KDT-LEAD
           MOVE WS-KDTNOTE TO KDT-NOTE
           REWRITE KDTFILEFD
             INVALID KEY DISPLAY "!ERROR KEY DATE DOSE NOT EXIST!"
             NOT INVALID KEY DISPLAY "Key Date Changed."
           END-REWRITE
       END-READ.
       CLOSE KDTFILE.

       GO TO 0000SELECTIONKEYDATES.

       0000SELECTIONKDTDELETE.
       MOVE 0 TO USER-SELECTION.

       DISPLAY " ".
       DISPLAY "Number of the key date to delete:".
       MOVE 0 TO WS-KDTSEQ.
       ACCEPT WS-KDTSEQ.

       OPEN I-O KDTFILE.
       MOVE WS-CKEY TO KDT-CKEY.
       MOVE WS-KDTSEQ TO KDT-SEQ.
       DELETE KDTFILE
         INVALID KEY DISPLAY "!ERROR KEY DATE DOSE NOT EXIST!"
         NOT INVALID KEY DISPLAY "Key Date Deleted."
       END-DELETE.
       CLOSE KDTFILE.

       GO TO 0000SELECTIONKEYDATES.

       0000PROMPTKEYDATE.

       DISPLAY "Type (RENEWAL, EXPIRY, BIRTHDAY or OTHER):".
       MOVE SPACES TO WS-KDTTYPE.
       ACCEPT WS-KDTTYPE.
       INSPECT WS-KDTTYPE CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       IF WS-KDTTYPE NOT = "RENEWAL" AND WS-KDTTYPE NOT = "EXPIRY"
           AND WS-KDTTYPE NOT = "BIRTHDAY" AND WS-KDTTYPE NOT = "OTHER"
         DISPLAY "!ERROR UNKNOWN KEY DATE TYPE!"
         GO TO 0000PROMPTKEYDATE
       END-IF.
       DISPLAY "Date (YYYYMMDD); for a yearly date any year will do:".
       MOVE 0 TO WS-KDTDATE.
       ACCEPT WS-KDTDATE.
       IF WS-KDTDATE IS NOT NUMERIC
           OR WS-KDTDATE(5:2) < "01" OR WS-KDTDATE(5:2) > "12"
           OR WS-KDTDATE(7:2) < "01" OR WS-KDTDATE(7:2) > "31"
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000PROMPTKEYDATE
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD(WS-KDTDATE) NOT = 0
         DISPLAY "!ERROR NO SUCH DATE!"
         GO TO 0000PROMPTKEYDATE
       END-IF.
       DISPLAY "Recurrence (O = once, Y = yearly):".
       MOVE SPACE TO WS-KDTRECUR.
       ACCEPT WS-KDTRECUR.
       INSPECT WS-KDTRECUR CONVERTING "oy" TO "OY".
       IF WS-KDTRECUR NOT = "O" AND WS-KDTRECUR NOT = "Y"
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000PROMPTKEYDATE
       END-IF.
       DISPLAY "Lead time in days (follow-up this many days before):".
       MOVE 0 TO WS-KDTLEAD.
       ACCEPT WS-KDTLEAD.
       IF WS-KDTLEAD IS NOT NUMERIC
         DISPLAY "!ERROR WRONG INPUT!"
         GO TO 0000PROMPTKEYDATE
       END-IF.
       DISPLAY "Note (max 40 characters):".
       MOVE SPACES TO WS-KDTNOTE.
       ACCEPT WS-KDTNOTE.

       0000FINDKDTMAXSEQ.

       OPEN INPUT KDTFILE.
       MOVE WS-CKEY TO KDT-CKEY.
       MOVE 0 TO KDT-SEQ.
       START KDTFILE KEY IS NOT LESS THAN KDT-KEY
         INVALID KEY MOVE 1 TO WS-KDTEOF
       END-START.
       PERFORM UNTIL WS-KDTEOF = 1
         READ KDTFILE NEXT RECORD
           AT END MOVE 1 TO WS-KDTEOF
           NOT AT END
             IF KDT-CKEY = WS-CKEY
               MOVE KDT-SEQ TO WS-KDTMAXSEQ
             ELSE
               MOVE 1 TO WS-KDTEOF
             END-IF
         END-READ
       END-PERFORM.
       CLOSE KDTFILE.
       MOVE 0 TO WS-KDTEOF.

       0000FINDINTMAXSEQ.

       MOVE 0 TO WS-INTMAXSEQ.
