      *shared record layout for the CLOCKPLAN batch schedule file
      *one planned step per record: the start and end event codes,
      *the planned HHMM start, duration and tolerance in minutes
       01 PLAN-REC.
           05 PLN-START-CODE PIC X(10).
           05 FILLER PIC X(01).
           05 PLN-END-CODE PIC X(10).
           05 FILLER PIC X(01).
           05 PLN-START-TIME PIC 9(04).
           05 FILLER PIC X(01).
           05 PLN-DUR-MINS PIC 9(04).
           05 FILLER PIC X(01).
           05 PLN-TOL-MINS PIC 9(03).
