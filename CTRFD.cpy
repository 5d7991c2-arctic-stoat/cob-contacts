      *****************************************************************
      * Shared record layout for CTRFILE (cob-contacts01.ctr), the
      * contact territory file. cob-contacts01 writes one row per
      * contact whenever its address is added or changed, with the
      * territory the postal directory gives for that address (blank
      * when the address is not in the directory) and a copy of the
      * post code and nation it was worked out from. The nightly
      * directory check (cob-contacts31) refreshes every row, which
      * also covers contacts changed by the batch runs. CTR-TERRITORY
      * is an alternate key so the territory report (cob-contacts30)
      * can read the contacts of one territory together.
      *****************************************************************
           05 CTR-CKEY PIC 9(7).
           05 CTR-TERRITORY PIC X(4).
           05 CTR-DATE PIC 9(8).
           05 CTR-CADR-N PIC X(15).
           05 CTR-CADR-P PIC X(10).
