      *****************************************************************
      * Shared record layout for SUMFILE (cob-contacts01.sum), the
      * per-contact summary built every night by cob-contacts29 and
      * read by the reports instead of walking the detail files for
      * each contact. One row per contact keyed by Contact ID.
      *   SUM-BUILDDATE     as-of date of the build that wrote the row
      *   SUM-LASTINTDATE   date and type of the latest interaction
      *   SUM-INTCOUNTS     interactions by INT-TYPE: (1) all on
      *                     file, (2) in SUM-CURMONTH, the month of
      *                     the build, (3) in SUM-PRVMONTH, the month
      *                     before it
      *   SUM-FLWOPEN       open follow-ups, and of those the ones
      *   SUM-FLWOVERDUE    due before SUM-BUILDDATE
      *   SUM-HOUSEHOLD     lowest Contact ID among the contact and
      *                     its HOUSEHOLD links; zero when it has none
      *   SUM-LASTCAMPAIGN  campaign code and date of the latest
      *   SUM-LASTMAILDATE  campaign LETTER interaction
      *   SUM-CAMPRESPDATE  first CALL or VISIT on or after that date
      *   SUM-LASTCHANGE    date of the latest audit log entry
      * The row with Contact ID zero is the build control row: its
      * SUM-BUILDDATE is the as-of date of the last complete build
      * and SUM-CTL-STARTED the as-of date of a build still in
      * progress (zero when none is).
      *****************************************************************
           05 SUM-CKEY PIC 9(7).
           05 SUM-BUILDDATE PIC 9(8).
           05 SUM-DETAIL.
             10 SUM-CNAME PIC X(25).
             10 SUM-CTEL PIC X(25).
             10 SUM-LASTINTDATE PIC 9(8).
             10 SUM-LASTINTTYPE PIC X(6).
             10 SUM-CURMONTH PIC 9(6).
             10 SUM-PRVMONTH PIC 9(6).
             10 SUM-INTCOUNTS OCCURS 3 TIMES.
               15 SUM-CALLS PIC 9(5).
               15 SUM-VISITS PIC 9(5).
               15 SUM-LETTERS PIC 9(5).
               15 SUM-EMAILS PIC 9(5).
               15 SUM-RETURNS PIC 9(5).
               15 SUM-OTHERINTS PIC 9(5).
             10 SUM-FLWOPEN PIC 9(5).
             10 SUM-FLWOVERDUE PIC 9(5).
             10 SUM-COMMCOUNT PIC 9(3).
             10 SUM-HOUSEHOLD PIC 9(7).
             10 SUM-LASTCAMPAIGN PIC X(6).
             10 SUM-LASTMAILDATE PIC 9(8).
             10 SUM-CAMPRESPDATE PIC 9(8).
             10 SUM-LASTCHANGE PIC 9(8).
           05 SUM-CONTROL REDEFINES SUM-DETAIL.
             10 SUM-CTL-STARTED PIC 9(8).
             10 FILLER PIC X(208).
