      *****************************************************************
      * Shared record layout for PSTFILE (cob-contacts01.pst), the
      * postal directory. One row per range of post codes within a
      * nation, giving the official city name for the range and the
      * sales territory it belongs to. PST-NATION is the uppercased
      * NAT-NAME when the nation is on NATFILE (so SE and SWEDEN share
      * the same rows), otherwise the uppercased nation as typed.
      * The key carries the top of the range, so a post code is
      * looked up by START NOT LESS THAN nation plus code and one
      * READ NEXT; the row found covers the code when it is for the
      * same nation and PST-POSTFROM is not greater than the code.
      * Codes compare as text, and ranges within a nation never
      * overlap. A nation with no rows here is simply not checked.
      *****************************************************************
           05 PST-KEY.
             10 PST-NATION PIC X(25).
             10 PST-POSTTO PIC X(10).
           05 PST-POSTFROM PIC X(10).
           05 PST-CITY PIC X(15).
           05 PST-TERRITORY PIC X(4).
