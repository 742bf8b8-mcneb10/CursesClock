      *shared record layout for the CLOCKAUD alarm audit file
      *AUD-ACTION: FIRED, ACKED, SNOOZED, SUPPRESSED, EXPIRED,
      *ESCALATED1, ESCALATED2 or CLEARED (missed alarm message),
      *FIRED LATE (snooze fell due while the clock was down)
      *AUD-ALMTIME is the HHMM the alarm was set for
       01 AUD-REC.
           05 AUD-DATE PIC 9(08).
           05 AUD-ACTION PIC X(10).
           05 FILLER PIC X(01).
           05 AUD-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 AUD-STATION PIC X(04).
