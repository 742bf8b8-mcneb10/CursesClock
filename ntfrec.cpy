      *shared record layout for the CLOCKNTF outbound notification
      *file, picked up by the paging and e-mail job
      *NTF-LEVEL: 1=missed alarm posted to CLOCKMSG
      *           2=priority message still not cleared
      *NTF-ALMTIME is the HHMM the missed alarm was set for
       01 NTF-REC.
           05 NTF-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 NTF-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 NTF-LEVEL PIC 9(01).
           05 FILLER PIC X(01).
           05 NTF-ALMTIME PIC 9(04).
           05 FILLER PIC X(01).
           05 NTF-MSG PIC X(40).
           05 FILLER PIC X(01).
           05 NTF-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 NTF-OPER-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 NTF-SHIFT-CODE PIC X(01).
           05 FILLER PIC X(01).
           05 NTF-SHIFT-NAME PIC X(12).
           05 FILLER PIC X(01).
           05 NTF-STATION PIC X(04).
