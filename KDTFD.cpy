      *****************************************************************
      * Shared record layout for KDTFILE (cob-contacts01.kdt), the
      * contact key dates: renewals, membership expiries, birthdays
      * and other dated events, several per contact, keyed by Contact
      * ID plus a sequence number. Maintained from the contact's
      * More screen in cob-contacts01.
      *   KDT-TYPE     RENEWAL, EXPIRY, BIRTHDAY or OTHER
      *   KDT-DATE     the next (or only) occurrence, YYYYMMDD
      *   KDT-RECUR    "O" once, "Y" yearly
      *   KDT-LEAD     days before KDT-DATE the follow-up falls due
      *   KDT-FLWDATE  the occurrence the nightly key date step
      *                (cob-contacts27) last wrote a follow-up for;
      *                equal to KDT-DATE means it is done
      *   KDT-ANNIV    month and day as first keyed, MMDD, so a
      *                29 February held back to the 28th in other
      *                years comes back to the 29th in a leap year
      * The nightly step rolls yearly rows forward a year at a time
      * once their date has passed, so KDT-DATE is always the next
      * occurrence for yearly events.
      *****************************************************************
           05 KDT-KEY.
             10 KDT-CKEY PIC 9(7).
             10 KDT-SEQ PIC 9(2).
           05 KDT-TYPE PIC X(8).
           05 KDT-DATE PIC 9(8).
           05 KDT-RECUR PIC X(1).
           05 KDT-LEAD PIC 9(3).
           05 KDT-NOTE PIC X(40).
           05 KDT-FLWDATE PIC 9(8).
           05 KDT-ANNIV PIC 9(4).
