           SELECT EVT-OUT-FILE ASSIGN TO "CLOCKEVTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVTO-STATUS.
           SELECT COR-IN-FILE ASSIGN TO "CLOCKCOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORI-STATUS.
           SELECT COR-ARCH-FILE ASSIGN USING WS-COR-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORA-STATUS.
           SELECT COR-OUT-FILE ASSIGN TO "CLOCKCORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORO-STATUS.
           SELECT EVTCAT-FILE ASSIGN TO "CLOCKEVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVCAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOG-IN-FILE.
       01 LOG-IN-REC PIC X(85).
       FD LOG-ARCH-FILE.
       01 LOG-ARCH-REC PIC X(85).
       FD LOG-OUT-FILE.
       01 LOG-OUT-REC PIC X(85).
       FD EVT-IN-FILE.
       01 EVT-IN-REC PIC X(35).
       FD EVT-ARCH-FILE.
       01 EVT-ARCH-REC PIC X(35).
       FD EVT-OUT-FILE.
       01 EVT-OUT-REC PIC X(35).
       FD COR-IN-FILE.
       COPY "corrrec.cpy".
       FD COR-ARCH-FILE.
       01 COR-ARCH-REC PIC X(111).
       FD COR-OUT-FILE.
       01 COR-OUT-REC PIC X(111).
       FD EVTCAT-FILE.
       COPY "evcrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-EVTI-STATUS PIC X(02) VALUE '00'.
       01 WS-EVTA-STATUS PIC X(02) VALUE '00'.
       01 WS-EVTO-STATUS PIC X(02) VALUE '00'.
       01 WS-CORI-STATUS PIC X(02) VALUE '00'.
       01 WS-CORA-STATUS PIC X(02) VALUE '00'.
       01 WS-CORO-STATUS PIC X(02) VALUE '00'.
       01 WS-CUT-ENV PIC X(32) VALUE SPACES.
       01 WS-CUT-TEXT PIC X(06) VALUE SPACES.
       01 WS-CUT-MONTH PIC 9(06) VALUE 0.
           05 WS-CUT-MO PIC 9(02).
       01 WS-LOG-ARCH-NAME PIC X(40) VALUE SPACES.
       01 WS-EVT-ARCH-NAME PIC X(40) VALUE SPACES.
       01 WS-COR-ARCH-NAME PIC X(40) VALUE SPACES.
       01 WS-LOG-EOF PIC X(01) VALUE 'N'.
       01 WS-EVT-EOF PIC X(01) VALUE 'N'.
       01 WS-COR-EOF PIC X(01) VALUE 'N'.
       01 WS-REC-MONTH PIC 9(06) VALUE 0.
       01 WS-LIVE-SEEN PIC X(01) VALUE 'N'.
       01 WS-CARRY-ON PIC X(01) VALUE 'N'.
       01 WS-CARRY-LINE PIC X(85) VALUE SPACES.
       01 WS-EVCAT-STATUS PIC X(02) VALUE '00'.
       01 WS-EVCAT-EOF PIC X(01) VALUE 'N'.
       01 WS-CAT-DATA.
       01 WS-EC-CARRY-TABLE.
           05 WS-EC-CARRY-ENTRY OCCURS 20 TIMES.
               10 WS-EC-CARRY-FLAG PIC X(01).
               10 WS-EC-CARRY-LINE PIC X(35).
       01 WS-KEPT-TABLE.
           05 WS-KEPT-LINE PIC X(35) OCCURS 20 TIMES.
       01 WS-KEPT-COUNT PIC 9(02) VALUE 0.
       01 WS-KEPT-SUB PIC 9(02) VALUE 0.
       01 WS-KEPT-HIT PIC 9(02) VALUE 0.
       01 WS-KEPT-LOOKUP.
           05 WS-KEPT-LK-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-KEPT-LK-TIME PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-KEPT-LK-CODE PIC X(10).
       01 WS-SPLIT-DONE PIC X(01) VALUE 'N'.
       01 WS-EVT-SPLIT PIC X(01) VALUE 'N'.
       01 WS-COR-SPLIT PIC X(01) VALUE 'N'.
       01 WS-LOG-ARCH-COUNT PIC 9(06) VALUE 0.
       01 WS-LOG-KEEP-COUNT PIC 9(06) VALUE 0.
       01 WS-EVT-ARCH-COUNT PIC 9(06) VALUE 0.
       01 WS-EVT-KEEP-COUNT PIC 9(06) VALUE 0.
       01 WS-COR-ARCH-COUNT PIC 9(06) VALUE 0.
       01 WS-COR-KEEP-COUNT PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       DISPLAY "CLOCKARCHMONTH" UPON ENVIRONMENT-NAME.
       ACCEPT WS-CUT-ENV FROM ENVIRONMENT-VALUE.
       STRING "CLOCKEVT." WS-CUT-TEXT DELIMITED BY SIZE
           INTO WS-EVT-ARCH-NAME
       END-STRING.
       MOVE SPACES TO WS-COR-ARCH-NAME.
       STRING "CLOCKCOR." WS-CUT-TEXT DELIMITED BY SIZE
           INTO WS-COR-ARCH-NAME
       END-STRING.
       PERFORM READ-CATALOG.
       PERFORM SPLIT-LOG-FILE.
       PERFORM SPLIT-EVT-FILE.
       IF WS-EVT-SPLIT IS EQUAL TO 'Y' THEN
           PERFORM SPLIT-COR-FILE
       END-IF.
       IF WS-SPLIT-DONE IS EQUAL TO 'Y' THEN
           DISPLAY "Replace CLOCKLOG with CLOCKLOGN and CLOCKEVT"
               " with CLOCKEVTN to finish the cut."
           IF WS-COR-SPLIT IS EQUAL TO 'Y' THEN
               DISPLAY "Replace CLOCKCOR with CLOCKCORN as well."
           END-IF
       ELSE
           DISPLAY "Nothing was split - the live files are"
               " unchanged."
               " records archived to " WS-EVT-ARCH-NAME
           DISPLAY "CLOCKEVT: " WS-EVT-KEEP-COUNT
               " records kept in CLOCKEVTN"
           MOVE 'Y' TO WS-EVT-SPLIT
           MOVE 'Y' TO WS-SPLIT-DONE.

       SPLIT-EVT-LINE.
               MOVE WS-EC-CARRY-LINE(WS-CAT-SUB) TO EVT-OUT-REC
               WRITE EVT-OUT-REC
               ADD 1 TO WS-EVT-KEEP-COUNT
               ADD 1 TO WS-KEPT-COUNT
               MOVE WS-EC-CARRY-LINE(WS-CAT-SUB)
                   TO WS-KEPT-LINE(WS-KEPT-COUNT)
               MOVE 'N' TO WS-EC-CARRY-FLAG(WS-CAT-SUB)
           END-IF.

       SPLIT-COR-FILE.
           OPEN INPUT COR-IN-FILE
           IF WS-CORI-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY "CLOCKCOR could not be opened, status "
                   WS-CORI-STATUS " - corrections not archived."
           ELSE
               OPEN OUTPUT COR-ARCH-FILE
               IF WS-CORA-STATUS IS NOT EQUAL TO '00' THEN
                   DISPLAY WS-COR-ARCH-NAME
                       "could not be opened, status "
                       WS-CORA-STATUS " - corrections not archived."
                   CLOSE COR-IN-FILE
               ELSE
                   OPEN OUTPUT COR-OUT-FILE
                   IF WS-CORO-STATUS IS NOT EQUAL TO '00' THEN
                       DISPLAY "CLOCKCORN could not be opened,"
                           " status " WS-CORO-STATUS
                           " - corrections not archived."
                       CLOSE COR-ARCH-FILE
                       CLOSE COR-IN-FILE
                   ELSE
                       PERFORM SPLIT-COR-RECORDS
                   END-IF
               END-IF
           END-IF.

       SPLIT-COR-RECORDS.
           MOVE 'N' TO WS-COR-EOF
           PERFORM SPLIT-COR-LINE
               UNTIL WS-COR-EOF IS EQUAL TO 'Y'
           CLOSE COR-OUT-FILE
           CLOSE COR-ARCH-FILE
           CLOSE COR-IN-FILE
           DISPLAY "CLOCKCOR: " WS-COR-ARCH-COUNT
               " records archived to " WS-COR-ARCH-NAME
           DISPLAY "CLOCKCOR: " WS-COR-KEEP-COUNT
               " records kept in CLOCKCORN"
           MOVE 'Y' TO WS-COR-SPLIT.

       SPLIT-COR-LINE.
           READ COR-IN-FILE
               AT END
                   MOVE 'Y' TO WS-COR-EOF
               NOT AT END
                   PERFORM ROUTE-COR-LINE
           END-READ.

       ROUTE-COR-LINE.
           IF COR-EVT-DATE IS NUMERIC THEN
               MOVE COR-EVT-DATE(1:6) TO WS-REC-MONTH
           ELSE
               MOVE 999999 TO WS-REC-MONTH
           END-IF
           MOVE 0 TO WS-KEPT-HIT
           IF WS-REC-MONTH IS NOT GREATER THAN WS-CUT-MONTH THEN
               MOVE COR-EVT-DATE TO WS-KEPT-LK-DATE
               MOVE COR-EVT-TIME TO WS-KEPT-LK-TIME
               MOVE COR-EVT-CODE TO WS-KEPT-LK-CODE
               MOVE 0 TO WS-KEPT-SUB
               PERFORM MATCH-KEPT-STAMP
                   UNTIL WS-KEPT-SUB IS EQUAL TO WS-KEPT-COUNT
                       OR WS-KEPT-HIT > 0
           END-IF
           IF WS-REC-MONTH IS NOT GREATER THAN WS-CUT-MONTH
                   AND WS-KEPT-HIT IS EQUAL TO 0 THEN
               MOVE COR-REC TO COR-ARCH-REC
               WRITE COR-ARCH-REC
               ADD 1 TO WS-COR-ARCH-COUNT
           ELSE
               MOVE COR-REC TO COR-OUT-REC
               WRITE COR-OUT-REC
               ADD 1 TO WS-COR-KEEP-COUNT
           END-IF.

       MATCH-KEPT-STAMP.
           ADD 1 TO WS-KEPT-SUB
           IF WS-KEPT-LINE(WS-KEPT-SUB)(1:26) IS EQUAL TO
                   WS-KEPT-LOOKUP THEN
               MOVE WS-KEPT-SUB TO WS-KEPT-HIT
           END-IF.
