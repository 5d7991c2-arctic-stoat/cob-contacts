      *****************************************************************
      * Shared layout of the campaign letters noted on an ERASE
      * tombstone in the audit log. The privacy erasure
      * (cob-contacts20) deletes the contact's LETTER interaction
      * rows; the newest four "Campaign" letters are noted here, in
      * the CNOTE field of the tombstone's after image, so the daily
      * balancing step (cob-contacts22) can still account for every
      * letter a campaign run logged. Balancing runs daily, so four
      * covers any contact mailed since the previous totals.
      *   ELT-TITLE    "LETTERS " when the note is present
      *   ELT-CODE     campaign code of the LETTER row
      *   ELT-DATE     date of the LETTER row, the campaign run date
      *****************************************************************
           05 ELT-TITLE PIC X(8).
           05 ELT-ENTRY OCCURS 4 TIMES.
             10 ELT-CODE PIC X(6).
             10 FILLER PIC X(1).
             10 ELT-DATE PIC 9(8).
             10 FILLER PIC X(1).
           05 FILLER PIC X(8).
