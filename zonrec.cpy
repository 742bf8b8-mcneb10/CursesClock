      *shared record layout for the CLOCKZONE world-clock zone file
      *ZON-SIGN/HH/MM is the standard offset
      *ZON-DST-SIGN is spaces when the zone keeps no summer time;
      *otherwise ZON-DST-SIGN/HH/MM is the offset while summer time
      *is in force, from the ZON-ST rule to the ZON-EN rule
      *a rule is the nth weekday of a month at a wall-clock time:
      *  MONTH 01-12  WEEK 1-4, 5=LAST  DOW 1=MON ... 7=SUN  TIME HHMM
      *ZON-ST-TIME is standard time, ZON-EN-TIME is summer time
       01 ZONE-REC.
           05 ZON-NAME PIC X(07).
           05 FILLER PIC X(01).
           05 ZON-SIGN PIC X(01).
           05 ZON-HH PIC 9(02).
           05 ZON-MM PIC 9(02).
           05 FILLER PIC X(01).
           05 ZON-DST-SIGN PIC X(01).
           05 ZON-DST-HH PIC 9(02).
           05 ZON-DST-MM PIC 9(02).
           05 FILLER PIC X(01).
           05 ZON-ST-MONTH PIC 9(02).
           05 FILLER PIC X(01).
           05 ZON-ST-WEEK PIC 9(01).
           05 FILLER PIC X(01).
           05 ZON-ST-DOW PIC 9(01).
           05 FILLER PIC X(01).
           05 ZON-ST-TIME PIC 9(04).
           05 FILLER PIC X(01).
           05 ZON-EN-MONTH PIC 9(02).
           05 FILLER PIC X(01).
           05 ZON-EN-WEEK PIC 9(01).
           05 FILLER PIC X(01).
           05 ZON-EN-DOW PIC 9(01).
           05 FILLER PIC X(01).
           05 ZON-EN-TIME PIC 9(04).
