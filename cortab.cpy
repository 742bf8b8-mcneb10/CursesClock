      *correction table, loaded from the CLOCKCOR file and searched
      *by the original stamp's date, time and code; a later
      *correction for the same stamp replaces the earlier one
      *WS-COR-REC-NO is the CLOCKCOR record number that is in force
      *WS-COR-FULL counts corrections that found the table full
       01 WS-COR-TABLE.
           05 WS-COR-ENTRY OCCURS 2000 TIMES.
               10 WS-COR-KEY.
                   15 WS-COR-EVT-DATE PIC 9(8).
                   15 WS-COR-EVT-TIME PIC 9(6).
                   15 WS-COR-EVT-CODE PIC X(10).
               10 WS-COR-ACTION   PIC X(1).
               10 WS-COR-NEW-DATE PIC 9(8).
               10 WS-COR-NEW-TIME PIC 9(6).
               10 WS-COR-NEW-CODE PIC X(10).
               10 WS-COR-REC-NO   PIC 9(5).
       01 WS-COR-MAX PIC 9(4) VALUE 2000.
       01 WS-COR-COUNT PIC 9(4) VALUE 0.
       01 WS-COR-SUB PIC 9(4) VALUE 0.
       01 WS-COR-HIT PIC 9(4) VALUE 0.
       01 WS-COR-READ PIC 9(5) VALUE 0.
       01 WS-COR-LOOKUP.
           05 WS-COR-LK-DATE PIC 9(8).
           05 WS-COR-LK-TIME PIC 9(6).
           05 WS-COR-LK-CODE PIC X(10).
       01 WS-COR-STATUS PIC X(2) VALUE '00'.
       01 WS-COR-EOF PIC X(1) VALUE 'N'.
       01 WS-COR-VOID PIC X(1) VALUE 'N'.
       01 WS-COR-VOIDED PIC 9(5) VALUE 0.
       01 WS-COR-AMENDED PIC 9(5) VALUE 0.
       01 WS-COR-FULL PIC 9(5) VALUE 0.
