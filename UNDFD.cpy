      *****************************************************************
      * Shared record layout for UNDFILE (cob-contacts01.und), the
      * undeliverable address file. The returned-mail run
      * (cob-contacts24) writes one row per contact whose mail came
      * back, with the campaign it came back from, the reason
      * (MOVED, UNKNOWN or REFUSED) and a copy of the street, post
      * code and city it was sent to. The label runs skip a contact
      * while its address still matches that copy, so any change to
      * the address lifts the flag; editing the street, post code or
      * city in cob-contacts01 also deletes the row outright. The
      * postal directory correction run (cob-contacts31) only fixes
      * the spelling of the city, so it updates the copy to match.
      *****************************************************************
           05 UND-CKEY PIC 9(7).
           05 UND-DATE PIC 9(8).
           05 UND-CMPCODE PIC X(6).
           05 UND-REASON PIC X(7).
           05 UND-CADR-S PIC X(20).
           05 UND-CADR-P PIC X(10).
           05 UND-CADR-C PIC X(15).
