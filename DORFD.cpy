      *****************************************************************
      * Shared record layout for DORFILE (cob-contacts01.dor), the
      * dormant contact archive. The month-end archive-out
      * (cob-contacts21) moves long-inactive contacts off the live
      * files and keeps them here, one row per archived record,
      * keyed by the original Contact ID, a record type and a
      * sequence number:
      *   "C" the contact record itself (DATAFILE layout)
      *   "M" a contact method row      (COMMFILE layout)
      *   "I" an interaction row        (INTFILE layout)
      *   "F" a closed follow-up row    (FLWFILE layout)
      *   "R" the contact's own half of a link (RELFILE layout)
      *   "K" a key date row            (KDTFILE layout)
      * DOR-DATA holds the live row exactly as it was, so Reinstate
      * in cob-contacts01 writes it straight back under the same
      * keys. DOR-ARCDATE is the day the contact was archived.
      *****************************************************************
           05 DOR-KEY.
             10 DOR-CKEY PIC 9(7).
             10 DOR-RECTYPE PIC X(1).
             10 DOR-SEQ PIC 9(4).
           05 DOR-ARCDATE PIC 9(8).
           05 DOR-DATA PIC X(202).
