      *shared record layouts for the CLOCKXTR job accounting interface
      *file, one header, any number of detail records, one trailer
      *XTR-TYPE: H=header  D=event stamp  P=paired elapsed time
      *          T=trailer
      *XTR-HDR-SEQ runs 1, 2, 3 ... and is reused only on a rerun
      *XTR-PR-ELAPSED is in seconds from start stamp to end stamp
      *XTR-TRL-COUNT counts the D and P records
      *XTR-TRL-HASH is the sum of XTR-DTL-TIME over the D records
      *plus the sum of XTR-PR-ELAPSED over the P records
       01 XTR-HDR-REC.
           05 XTR-HDR-TYPE PIC X(01).
           05 XTR-HDR-SOURCE PIC X(08).
           05 XTR-HDR-RUN-DATE PIC 9(08).
           05 XTR-HDR-SEQ PIC 9(06).
           05 FILLER PIC X(57).
       01 XTR-DTL-REC.
           05 XTR-DTL-TYPE PIC X(01).
           05 XTR-DTL-DATE PIC 9(08).
           05 XTR-DTL-TIME PIC 9(06).
           05 XTR-DTL-CODE PIC X(10).
           05 XTR-DTL-KIND PIC X(01).
           05 XTR-DTL-OPER PIC X(03).
           05 XTR-DTL-STATION PIC X(04).
           05 FILLER PIC X(47).
       01 XTR-PAIR-REC.
           05 XTR-PR-TYPE PIC X(01).
           05 XTR-PR-START-CODE PIC X(10).
           05 XTR-PR-START-DATE PIC 9(08).
           05 XTR-PR-START-TIME PIC 9(06).
           05 XTR-PR-END-CODE PIC X(10).
           05 XTR-PR-END-DATE PIC 9(08).
           05 XTR-PR-END-TIME PIC 9(06).
           05 XTR-PR-ELAPSED PIC 9(07).
           05 XTR-PR-OPER PIC X(03).
           05 XTR-PR-STATION PIC X(04).
           05 FILLER PIC X(17).
       01 XTR-TRL-REC.
           05 XTR-TRL-TYPE PIC X(01).
           05 XTR-TRL-SEQ PIC 9(06).
           05 XTR-TRL-COUNT PIC 9(07).
           05 XTR-TRL-STAMPS PIC 9(07).
           05 XTR-TRL-PAIRS PIC 9(07).
           05 XTR-TRL-HASH PIC 9(15).
           05 FILLER PIC X(37).
