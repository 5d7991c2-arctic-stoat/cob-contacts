      *****************************************************************
      * Shared record layout for TPLFILE (cob-contacts01.tpl), the
      * campaign letter template file. One row per line of letter
      * text, keyed by campaign code plus line number, so a
      * campaign's letter reads back in order with one keyed prefix
      * START. The text may carry merge fields that the campaign
      * run fills in for each recipient:
      *   <NAME> <STREET> <POSTCODE> <CITY> <NATION> <GROUP> <ID>
      * <GROUP> is the group name from GROUPFILE and <ID> the
      * Contact ID. A campaign with no template rows prints labels
      * only.
      *****************************************************************
           05 TPL-KEY.
             10 TPL-CODE PIC X(6).
             10 TPL-LINE PIC 9(3).
           05 TPL-TEXT PIC X(72).
