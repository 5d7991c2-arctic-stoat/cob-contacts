      *****************************************************************
      * Shared EXTERNAL communication area between the programs that
      * select contacts and cob-contacts26, the selection set
      * matcher. The caller puts a request in SC-REQUEST and CALLs
      * cob-contacts26:
      *   "O" open: look up the set in SC-SETNAME. SC-FOUND is 1 when
      *       it is a saved set, and SC-CRITLINE holds SC-CRITCOUNT
      *       lines describing its criteria for the run to print.
      *   "M" match: SC-MATCH is 1 when the contact in SC-CONTACT
      *       meets every criterion of the open set.
      *   "C" close: release the files the matcher holds open.
      *****************************************************************
         01 SELCONTROL EXTERNAL.
           05 SC-REQUEST PIC X(1).
           05 SC-SETNAME PIC X(4).
           05 SC-FOUND PIC 9.
           05 SC-MATCH PIC 9.
           05 SC-CONTACT PIC X(202).
           05 SC-CRITCOUNT PIC 9(2).
           05 SC-CRITLINE PIC X(60) OCCURS 10 TIMES.
