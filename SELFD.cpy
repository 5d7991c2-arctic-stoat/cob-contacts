      *****************************************************************
      * Shared record layout for SELFILE (cob-contacts01.sel), the
      * saved selection sets. A set is a named combination of
      * criteria that the label run (cob-contacts05), the CSV export
      * (cob-contacts02) and campaigns (cob-contacts14) accept
      * wherever they accept a group code. SEL-NAME is four
      * characters so it fits every group code slot, and a set name
      * may not be the same as a group code. Blank criteria are not
      * applied:
      *   SEL-GROUP     up to five groups, CGROUP must be one of them
      *   SEL-STATUSES  CSTATUS letters allowed, e.g. "AI"
      *   SEL-NATION    CADR-N, SEL-CITY CADR-C (upper/lower case
      *                 ignored)
      *   SEL-POSTFROM/SEL-POSTTO  CADR-P range, both inclusive
      *   SEL-INTMODE   "W" last interaction within SEL-INTMONTHS
      *                 months, "B" no interaction in that time
      *   SEL-OPENFLW   "Y" has an open follow-up, "N" has none
      *****************************************************************
           05 SEL-NAME PIC X(4).
           05 SEL-DESC PIC X(30).
           05 SEL-GROUPS.
             10 SEL-GROUP PIC X(4) OCCURS 5 TIMES.
           05 SEL-STATUSES PIC X(3).
           05 SEL-NATION PIC X(15).
           05 SEL-CITY PIC X(15).
           05 SEL-POSTFROM PIC X(10).
           05 SEL-POSTTO PIC X(10).
           05 SEL-INTMODE PIC X(1).
           05 SEL-INTMONTHS PIC 9(3).
           05 SEL-OPENFLW PIC X(1).
