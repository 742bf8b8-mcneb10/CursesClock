      *shared record layout for the CLOCKOPR operator master file
      *OPR-ACTIVE: Y=may sign on  N=withdrawn, sign-on refused
      *OPR-LEVEL: O=operator  S=supervisor (may change alarms, zones)
       01 OPR-REC.
           05 OPR-ID PIC X(03).
           05 FILLER PIC X(01).
           05 OPR-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 OPR-ACTIVE PIC X(01).
           05 FILLER PIC X(01).
           05 OPR-LEVEL PIC X(01).
