      *shared record layout for the CLOCKCOR event correction file,
      *appended by evtcor and applied by the CLOCKEVT reports
      *COR-DATE/COR-TIME is when the correction was entered
      *COR-ACTION: V=void the stamp  A=amend the stamp
      *COR-EVT-DATE/TIME/CODE identify the stamp as it is on CLOCKEVT
      *COR-NEW-DATE/TIME/CODE are the replacement values on an amend
      *and zeros/spaces on a void
      *logarch files a correction with the month of the stamp it
      *corrects (CLOCKCOR.YYYYMM), unless that stamp is an open start
      *copied forward into the live CLOCKEVT; those stay on CLOCKCOR
       01 COR-REC.
           05 COR-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 COR-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 COR-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 COR-EVT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 COR-EVT-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 COR-EVT-CODE PIC X(10).
           05 FILLER PIC X(01).
           05 COR-NEW-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 COR-NEW-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 COR-NEW-CODE PIC X(10).
           05 FILLER PIC X(01).
           05 COR-REASON PIC X(30).
           05 FILLER PIC X(01).
           05 COR-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 COR-STATION PIC X(04).
