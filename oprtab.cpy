      *operator master table, loaded from the CLOCKOPR file and
      *searched by the three-character operator ID
       01 WS-OPM-TABLE.
           05 WS-OPM-ENTRY OCCURS 50 TIMES.
               10 WS-OPM-ID     PIC X(3).
               10 WS-OPM-NAME   PIC X(30).
               10 WS-OPM-ACTIVE PIC X(1).
               10 WS-OPM-LEVEL  PIC X(1).
       01 WS-OPM-MAX PIC 9(2) VALUE 50.
       01 WS-OPM-COUNT PIC 9(2) VALUE 0.
       01 WS-OPM-SUB PIC 9(2) VALUE 0.
       01 WS-OPM-HIT PIC 9(2) VALUE 0.
       01 WS-OPM-LOOKUP PIC X(3) VALUE SPACES.
       01 WS-OPM-STATUS PIC X(2) VALUE '00'.
       01 WS-OPM-EOF PIC X(1) VALUE 'N'.
