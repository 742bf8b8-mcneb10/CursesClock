               10 WS-ZONE-DEF-SIGN PIC X(1).
               10 WS-ZONE-DEF-HH   PIC 9(2).
               10 WS-ZONE-DEF-MM   PIC 9(2).
      *WS-ZONE-DST-SIGN is space for a zone with no summer time rule
       01 WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 12 TIMES.
               10 WS-ZONE-NAME   PIC X(7).
               10 WS-ZONE-SIGN   PIC X(1).
               10 WS-ZONE-OFF-HH PIC 9(2).
               10 WS-ZONE-OFF-MM PIC 9(2).
               10 WS-ZONE-DST-SIGN PIC X(1).
               10 WS-ZONE-DST-HH   PIC 9(2).
               10 WS-ZONE-DST-MM   PIC 9(2).
               10 WS-ZONE-ST-MONTH PIC 9(2).
               10 WS-ZONE-ST-WEEK  PIC 9(1).
               10 WS-ZONE-ST-DOW   PIC 9(1).
               10 WS-ZONE-ST-TIME  PIC 9(4).
               10 WS-ZONE-EN-MONTH PIC 9(2).
               10 WS-ZONE-EN-WEEK  PIC 9(1).
               10 WS-ZONE-EN-DOW   PIC 9(1).
               10 WS-ZONE-EN-TIME  PIC 9(4).
       01 WS-ZONE-MAX PIC 9(2) VALUE 12.
       01 WS-ZONE-COUNT PIC 9(2) VALUE 0.
       01 WS-ZONE-IDX PIC 9(2) VALUE 1.
       01 WS-ZONE-OFFVAL PIC S9(4).
       01 WS-ZONE-MINTMP PIC S9(5).
      *summer time work fields: set WS-ZONE-CHK, WS-ZONE-BASE-DAYS
      *(integer date) and WS-ZONE-BASE-MINS (minute of the day) of
      *the unzoned clock, then SET-ZONE-OFFSET gives WS-ZONE-OFFVAL
      *in minutes and WS-ZONE-IN-DST Y or N
       01 WS-ZONE-CHK PIC 9(2) VALUE 1.
       01 WS-ZONE-IN-DST PIC X(1) VALUE 'N'.
       01 WS-ZONE-SEASON PIC X(3) VALUE 'STD'.
       01 WS-ZONE-STD-OFF PIC S9(4) VALUE 0.
       01 WS-ZONE-DST-OFF PIC S9(4) VALUE 0.
       01 WS-ZONE-BASE-DAYS PIC S9(8) VALUE 0.
       01 WS-ZONE-BASE-MINS PIC S9(5) VALUE 0.
       01 WS-ZONE-STD-STAMP PIC S9(11) VALUE 0.
       01 WS-ZONE-START-STAMP PIC S9(11) VALUE 0.
       01 WS-ZONE-END-STAMP PIC S9(11) VALUE 0.
       01 WS-ZONE-WORK-DAYS PIC S9(8) VALUE 0.
       01 WS-ZONE-WORK-DATE PIC 9(8) VALUE 0.
       01 WS-ZONE-WORK-BRK REDEFINES WS-ZONE-WORK-DATE.
           05 WS-ZONE-WORK-YY PIC 9(4).
           05 WS-ZONE-WORK-MO PIC 9(2).
           05 WS-ZONE-WORK-DD PIC 9(2).
       01 WS-RULE-YEAR PIC 9(4) VALUE 0.
       01 WS-RULE-MONTH PIC 9(2) VALUE 0.
       01 WS-RULE-WEEK PIC 9(1) VALUE 0.
       01 WS-RULE-DOW PIC 9(1) VALUE 0.
       01 WS-RULE-TIME PIC 9(4) VALUE 0.
       01 WS-RULE-TIME-BRK REDEFINES WS-RULE-TIME.
           05 WS-RULE-HH PIC 9(2).
           05 WS-RULE-MM PIC 9(2).
       01 WS-RULE-FIRST PIC S9(8) VALUE 0.
       01 WS-RULE-NEXT PIC S9(8) VALUE 0.
       01 WS-RULE-DAYNUM PIC S9(8) VALUE 0.
