      *shared record layout for the CLOCKEVT operator event file
      *EVT-OPER is spaces on records stamped before operator IDs
      *EVT-STATION is spaces on records stamped before station IDs
       01 EVT-REC.
           05 EVT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 EVT-CODE PIC X(10).
           05 FILLER PIC X(01).
           05 EVT-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 EVT-STATION PIC X(04).
