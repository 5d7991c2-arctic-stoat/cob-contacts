      *****************************************************************
      * Shared record layout for CLOGFILE (cob-contacts14.log), the
      * campaign run journal. cob-contacts14 appends one line per
      * campaign run with the number of LETTER interaction rows it
      * wrote, so the daily balancing step (cob-contacts22) can prove
      * the interaction file took exactly the letters that were
      * produced.
      *****************************************************************
           05 CLOG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CLOG-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 CLOG-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 CLOG-COUNT PIC 9(6).
