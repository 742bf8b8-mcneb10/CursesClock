       IDENTIFICATION DIVISION.
       PROGRAM-ID. evtcor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "CLOCKEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT CORR-FILE ASSIGN TO "CLOCKCOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT EVTCAT-FILE ASSIGN TO "CLOCKEVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVCAT-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT LOG-FILE ASSIGN TO "CLOCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
       COPY "evtrec.cpy".
       FD CORR-FILE.
       COPY "corrrec.cpy".
       FD EVTCAT-FILE.
       COPY "evcrec.cpy".
       FD OPER-FILE.
       COPY "oprrec.cpy".
       FD LOG-FILE.
       01 LOG-REC PIC X(85).
       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS PIC X(02) VALUE '00'.
       01 WS-EVCAT-STATUS PIC X(02) VALUE '00'.
       01 WS-EVT-EOF PIC X(01) VALUE 'N'.
       01 WS-EVCAT-EOF PIC X(01) VALUE 'N'.
       01 TIMETOEXIT PICTURE X VALUE IS 'N'.
       01 KEYINPUT PICTURE 9(8) USAGE IS COMP.
       01 QUITKEY PICTURE 9(8) VALUE IS 113.
       01 VOIDKEY PICTURE 9(8) VALUE IS 118.
       01 AMENDKEY PICTURE 9(8) VALUE IS 97.
       01 WINDOWVAR USAGE POINTER.
       01 XSIZE PICTURE 9(3) USAGE IS COMP.
       01 YSIZE PICTURE 9(3) USAGE IS COMP.
       01 WS-LIST-MAX PIC 9(03) VALUE 0.
       01 WS-EVT-TOTAL PIC 9(06) VALUE 0.
       01 WS-EVT-SEEN PIC 9(06) VALUE 0.
       01 WS-LIST-SKIP PIC 9(06) VALUE 0.
       01 WS-MSG-LINE PIC X(60) VALUE SPACES.
       01 WS-CNT-TEXT PIC ZZZZ9.
       01 WS-FIELD-BUF PIC X(40) VALUE SPACES.
       01 WS-FIELD-LEN PIC 9(02) VALUE 0.
       01 WS-FIELD-MAX PIC 9(02) VALUE 0.
       01 WS-FIELD-DONE PIC X(01) VALUE 'N'.
       01 WS-DISP-LINE PIC X(76) VALUE SPACES.
       01 WS-COR-TEXT PIC X(30) VALUE SPACES.
       01 WS-DATE-OK PIC X(01) VALUE 'N'.
       01 WS-DATE-TEXT PIC X(08) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(08) VALUE 0.
       01 WS-TIME-OK PIC X(01) VALUE 'N'.
       01 WS-TIME-TEXT PIC X(06) VALUE SPACES.
       01 WS-TIME-NUM PIC 9(06) VALUE 0.
       01 WS-TIME-BRK REDEFINES WS-TIME-NUM.
           05 WS-TIME-HH PIC 9(02).
           05 WS-TIME-MI PIC 9(02).
           05 WS-TIME-SS PIC 9(02).
       01 WS-STAMP-OK PIC X(01) VALUE 'N'.
       01 WS-STAMP-DATE PIC 9(08) VALUE 0.
       01 WS-STAMP-TIME PIC 9(06) VALUE 0.
       01 WS-STAMP-CODE PIC X(10) VALUE SPACES.
       01 WS-STAMP-FOUND PIC 9(04) VALUE 0.
       01 WS-CUR-ACTION PIC X(01) VALUE SPACE.
       01 WS-CUR-DATE PIC 9(08) VALUE 0.
       01 WS-CUR-TIME PIC 9(06) VALUE 0.
       01 WS-CUR-CODE PIC X(10) VALUE SPACES.
       01 WS-AMEND-OK PIC X(01) VALUE 'N'.
       01 WS-NEW-ACTION PIC X(01) VALUE SPACE.
       01 WS-NEW-DATE PIC 9(08) VALUE 0.
       01 WS-NEW-TIME PIC 9(06) VALUE 0.
       01 WS-NEW-CODE PIC X(10) VALUE SPACES.
       01 WS-REASON PIC X(30) VALUE SPACES.
       01 WS-CAT-DATA.
           05 FILLER PIC X(22) VALUE 'JOB START  S JOB END  '.
           05 FILLER PIC X(22) VALUE 'JOB END    E          '.
           05 FILLER PIC X(22) VALUE 'TAPE MOUNT P          '.
           05 FILLER PIC X(22) VALUE 'HANDOVER   P          '.
       01 WS-CAT-DEFAULT-TABLE REDEFINES WS-CAT-DATA.
           05 WS-CAT-DEFAULT OCCURS 4 TIMES.
               10 WS-CAT-DEF-CODE PIC X(10).
               10 FILLER PIC X(01).
               10 WS-CAT-DEF-KIND PIC X(01).
               10 FILLER PIC X(01).
               10 WS-CAT-DEF-PAIR PIC X(09).
       01 WS-CAT-MAX PIC 9(02) VALUE 20.
       01 WS-CAT-COUNT PIC 9(02) VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.
               10 WS-CAT-CODE PIC X(10).
       01 WS-CAT-SUB PIC 9(02) VALUE 0.
       01 WS-CAT-HIT PIC 9(02) VALUE 0.
       01 WS-OPER-ID PIC X(03) VALUE SPACES.
       01 WS-OPER-ENV PIC X(32) VALUE SPACES.
       01 WS-STATION-ID PIC X(04) VALUE '----'.
       01 WS-STATION-ENV PIC X(32) VALUE SPACES.
       01 WS-OPER-NAME PIC X(30) VALUE SPACES.
       01 WS-OPER-LEVEL PIC X(01) VALUE SPACE.
       01 WS-SIGNON-OK PIC X(01) VALUE 'N'.
       01 WS-SIGNON-TRIES PIC 9(01) VALUE 0.
       01 WS-REJECT-ID PIC X(03) VALUE SPACES.
       01 WS-REJECT-WHY PIC X(12) VALUE SPACES.
       COPY "oprtab.cpy".
       COPY "cortab.cpy".
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-TEXT PIC X(56) VALUE SPACES.
       01 WS-TEMP-DATE-TIME.
           05 WS-TEMP-YEAR  PIC 9(04).
           05 WS-TEMP-MONTH PIC 9(02).
           05 WS-TEMP-DAY   PIC 9(02).
           05 WS-TEMP-HOUR  PIC 9(02).
           05 WS-TEMP-MIN   PIC 9(02).
           05 WS-TEMP-SEC   PIC 9(02).
           05 FILLER        PIC X(07).
       PROCEDURE DIVISION.
       PERFORM GET-OPERATOR.
       PERFORM READ-CATALOG.
       PERFORM READ-CORRECTIONS.
       OPEN INPUT EVENT-FILE.
       IF WS-EVENT-STATUS IS NOT EQUAL TO '00' THEN
           DISPLAY "CLOCKEVT could not be opened, status "
               WS-EVENT-STATUS
           STOP RUN
       END-IF.
       CLOSE EVENT-FILE.
       CALL "initscr" RETURNING WINDOWVAR.
       CALL "noecho".
       CALL "curs_set" USING BY VALUE 0.
       PERFORM EDIT-LOOP UNTIL TIMETOEXIT IS EQUAL TO 'Y'.
       CALL "erase".
       CALL "endwin".
       DISPLAY "Event correction maintenance finished.".
       STOP RUN.

       EDIT-LOOP.
           PERFORM DRAW-SCREEN
           CALL "getch" RETURNING KEYINPUT
           MOVE SPACES TO WS-MSG-LINE
           IF KEYINPUT IS EQUAL TO QUITKEY THEN
               MOVE 'Y' TO TIMETOEXIT
           ELSE
               IF KEYINPUT IS EQUAL TO VOIDKEY THEN
                   PERFORM VOID-STAMP
               ELSE
                   IF KEYINPUT IS EQUAL TO AMENDKEY THEN
                       PERFORM AMEND-STAMP
                   END-IF
               END-IF
           END-IF.

       DRAW-SCREEN.
           ACCEPT XSIZE FROM COLUMNS
           ACCEPT YSIZE FROM LINES
           CALL "erase"
           IF WS-MSG-LINE IS EQUAL TO SPACES
                   AND WS-COR-FULL > 0 THEN
               MOVE WS-COR-FULL TO WS-CNT-TEXT
               STRING "CORRECTIONS NOT APPLIED - TABLE FULL: "
                   WS-CNT-TEXT DELIMITED BY SIZE INTO WS-MSG-LINE
               END-STRING
           END-IF
           CALL "printw" USING "  CLOCKEVT EVENT STAMP CORRECTIONS"
           PERFORM NL
           CALL "printw" USING "  SIGNED ON: %-3.3s %-30.30s",
               BY VALUE WS-OPER-ID, BY VALUE WS-OPER-NAME
           PERFORM NL
           PERFORM NL
           CALL "printw" USING
               "  DATE      TIME    CODE        OPR STN   CORRECTION"
           PERFORM NL
           CALL "printw" USING
               "  --------  ------  ----------  --- ----  ----------"
           PERFORM NL
           PERFORM LIST-STAMPS
           PERFORM NL
           CALL "printw" USING "  %s", BY VALUE WS-MSG-LINE
           PERFORM NL
           CALL "printw" USING "  V)OID  A)MEND  Q)UIT: "
           CALL "refresh".

       LIST-STAMPS.
           IF YSIZE > 10 THEN
               COMPUTE WS-LIST-MAX = YSIZE - 10
           ELSE
               MOVE 1 TO WS-LIST-MAX
           END-IF
           MOVE 0 TO WS-EVT-TOTAL
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-EVT-EOF
               PERFORM COUNT-EVENT-REC
                   UNTIL WS-EVT-EOF IS EQUAL TO 'Y'
               CLOSE EVENT-FILE
           END-IF
           MOVE 0 TO WS-LIST-SKIP
           IF WS-EVT-TOTAL > WS-LIST-MAX THEN
               COMPUTE WS-LIST-SKIP = WS-EVT-TOTAL - WS-LIST-MAX
           END-IF
           IF WS-EVT-TOTAL IS EQUAL TO 0 THEN
               CALL "printw" USING "  (NO EVENT STAMPS ON FILE)"
               PERFORM NL
           ELSE
               MOVE 0 TO WS-EVT-SEEN
               OPEN INPUT EVENT-FILE
               IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
                   MOVE 'N' TO WS-EVT-EOF
                   PERFORM LIST-NEXT-STAMP
                       UNTIL WS-EVT-EOF IS EQUAL TO 'Y'
                   CLOSE EVENT-FILE
               END-IF
           END-IF.

       COUNT-EVENT-REC.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EVT-EOF
               NOT AT END
                   ADD 1 TO WS-EVT-TOTAL
           END-READ.

       LIST-NEXT-STAMP.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EVT-EOF
               NOT AT END
                   ADD 1 TO WS-EVT-SEEN
                   IF WS-EVT-SEEN > WS-LIST-SKIP THEN
                       PERFORM SHOW-STAMP
                   END-IF
           END-READ.

       SHOW-STAMP.
           MOVE EVT-DATE TO WS-COR-LK-DATE
           MOVE EVT-TIME TO WS-COR-LK-TIME
           MOVE EVT-CODE TO WS-COR-LK-CODE
           PERFORM FIND-CORRECTION
           MOVE SPACES TO WS-COR-TEXT
           IF WS-COR-HIT > 0 THEN
               IF WS-COR-ACTION(WS-COR-HIT) IS EQUAL TO 'V' THEN
                   MOVE "VOIDED" TO WS-COR-TEXT
               ELSE
                   STRING "TO " WS-COR-NEW-DATE(WS-COR-HIT) " "
                       WS-COR-NEW-TIME(WS-COR-HIT) " "
                       WS-COR-NEW-CODE(WS-COR-HIT)
                       DELIMITED BY SIZE INTO WS-COR-TEXT
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO WS-DISP-LINE
           STRING "  " EVT-DATE "  " EVT-TIME "  " EVT-CODE "  "
               EVT-OPER " " EVT-STATION "  " WS-COR-TEXT
               DELIMITED BY SIZE INTO WS-DISP-LINE
           END-STRING
           CALL "printw" USING "%-76.76s", BY VALUE WS-DISP-LINE
           PERFORM NL.

       VOID-STAMP.
           PERFORM GET-STAMP-FIELDS
           IF WS-STAMP-OK IS EQUAL TO 'Y' THEN
               IF WS-CUR-ACTION IS EQUAL TO 'V' THEN
                   MOVE "THAT STAMP IS ALREADY VOIDED"
                       TO WS-MSG-LINE
               ELSE
                   PERFORM GET-REASON-FIELD
                   IF WS-REASON IS NOT EQUAL TO SPACES THEN
                       MOVE 'V' TO WS-NEW-ACTION
                       MOVE 0 TO WS-NEW-DATE
                       MOVE 0 TO WS-NEW-TIME
                       MOVE SPACES TO WS-NEW-CODE
                       PERFORM WRITE-CORRECTION
                   END-IF
               END-IF
           END-IF.

       AMEND-STAMP.
           PERFORM GET-STAMP-FIELDS
           IF WS-STAMP-OK IS EQUAL TO 'Y' THEN
               PERFORM GET-AMEND-FIELDS
               IF WS-AMEND-OK IS EQUAL TO 'Y' THEN
                   PERFORM GET-REASON-FIELD
                   IF WS-REASON IS NOT EQUAL TO SPACES THEN
                       MOVE 'A' TO WS-NEW-ACTION
                       PERFORM WRITE-CORRECTION
                   END-IF
               END-IF
           END-IF.

       GET-STAMP-FIELDS.
           MOVE 'N' TO WS-STAMP-OK
           PERFORM NL
           CALL "printw" USING "  STAMP DATE (YYYYMMDD): "
           PERFORM GET-DATE-FIELD
           IF WS-DATE-OK IS EQUAL TO 'Y' THEN
               MOVE WS-DATE-NUM TO WS-STAMP-DATE
               PERFORM NL
               CALL "printw" USING "  STAMP TIME (HHMMSS): "
               PERFORM GET-TIME-FIELD
               IF WS-TIME-OK IS EQUAL TO 'Y' THEN
                   MOVE WS-TIME-NUM TO WS-STAMP-TIME
                   PERFORM NL
                   CALL "printw" USING "  STAMP CODE: "
                   MOVE 10 TO WS-FIELD-MAX
                   PERFORM GET-FIELD
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-BUF(1:10))
                       TO WS-STAMP-CODE
                   PERFORM FIND-STAMP
               END-IF
           END-IF.

       FIND-STAMP.
           MOVE 0 TO WS-STAMP-FOUND
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-EVT-EOF
               PERFORM MATCH-STAMP-REC
                   UNTIL WS-EVT-EOF IS EQUAL TO 'Y'
               CLOSE EVENT-FILE
           END-IF
           IF WS-STAMP-FOUND IS EQUAL TO 0 THEN
               MOVE "NO SUCH STAMP ON CLOCKEVT" TO WS-MSG-LINE
           ELSE
               MOVE 'Y' TO WS-STAMP-OK
               MOVE WS-STAMP-DATE TO WS-COR-LK-DATE
               MOVE WS-STAMP-TIME TO WS-COR-LK-TIME
               MOVE WS-STAMP-CODE TO WS-COR-LK-CODE
               PERFORM FIND-CORRECTION
               MOVE SPACE TO WS-CUR-ACTION
               MOVE WS-STAMP-DATE TO WS-CUR-DATE
               MOVE WS-STAMP-TIME TO WS-CUR-TIME
               MOVE WS-STAMP-CODE TO WS-CUR-CODE
               IF WS-COR-HIT > 0 THEN
                   MOVE WS-COR-ACTION(WS-COR-HIT) TO WS-CUR-ACTION
                   IF WS-CUR-ACTION IS EQUAL TO 'A' THEN
                       MOVE WS-COR-NEW-DATE(WS-COR-HIT)
                           TO WS-CUR-DATE
                       MOVE WS-COR-NEW-TIME(WS-COR-HIT)
                           TO WS-CUR-TIME
                       MOVE WS-COR-NEW-CODE(WS-COR-HIT)
                           TO WS-CUR-CODE
                   END-IF
               END-IF
           END-IF.

       MATCH-STAMP-REC.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EVT-EOF
               NOT AT END
                   IF EVT-DATE IS EQUAL TO WS-STAMP-DATE
                           AND EVT-TIME IS EQUAL TO WS-STAMP-TIME
                           AND EVT-CODE IS EQUAL TO WS-STAMP-CODE
                           THEN
                       ADD 1 TO WS-STAMP-FOUND
                   END-IF
           END-READ.

       GET-AMEND-FIELDS.
           MOVE 'N' TO WS-AMEND-OK
           MOVE WS-CUR-DATE TO WS-NEW-DATE
           MOVE WS-CUR-TIME TO WS-NEW-TIME
           MOVE WS-CUR-CODE TO WS-NEW-CODE
           PERFORM NL
           MOVE SPACES TO WS-DISP-LINE
           STRING "  NOW: " WS-CUR-DATE " " WS-CUR-TIME " "
               WS-CUR-CODE DELIMITED BY SIZE INTO WS-DISP-LINE
           END-STRING
           IF WS-CUR-ACTION IS EQUAL TO 'V' THEN
               MOVE "(VOIDED)" TO WS-DISP-LINE(35:8)
           END-IF
           CALL "printw" USING "%-76.76s", BY VALUE WS-DISP-LINE
           PERFORM NL
           CALL "printw" USING "  NEW CODE (ENTER = KEEP): "
           MOVE 10 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           IF WS-FIELD-LEN > 0 THEN
               MOVE FUNCTION UPPER-CASE(WS-FIELD-BUF(1:10))
                   TO WS-NEW-CODE
           END-IF
           PERFORM FIND-CAT-CODE
           IF WS-CAT-HIT IS EQUAL TO 0 THEN
               MOVE "CODE IS NOT IN THE EVENT CATALOG"
                   TO WS-MSG-LINE
           ELSE
               PERFORM NL
               CALL "printw" USING
                   "  NEW DATE YYYYMMDD (ENTER = KEEP): "
               PERFORM GET-DATE-FIELD
               IF WS-FIELD-LEN IS EQUAL TO 0 THEN
                   MOVE 'Y' TO WS-DATE-OK
                   MOVE SPACES TO WS-MSG-LINE
               ELSE
                   MOVE WS-DATE-NUM TO WS-NEW-DATE
               END-IF
               IF WS-DATE-OK IS EQUAL TO 'Y' THEN
                   PERFORM NL
                   CALL "printw" USING
                       "  NEW TIME HHMMSS (ENTER = KEEP): "
                   PERFORM GET-TIME-FIELD
                   IF WS-FIELD-LEN IS EQUAL TO 0 THEN
                       MOVE 'Y' TO WS-TIME-OK
                       MOVE SPACES TO WS-MSG-LINE
                   ELSE
                       MOVE WS-TIME-NUM TO WS-NEW-TIME
                   END-IF
                   IF WS-TIME-OK IS EQUAL TO 'Y' THEN
                       MOVE 'Y' TO WS-AMEND-OK
                   END-IF
               END-IF
           END-IF
           IF WS-AMEND-OK IS EQUAL TO 'Y'
                   AND WS-CUR-ACTION IS NOT EQUAL TO 'V'
                   AND WS-NEW-DATE IS EQUAL TO WS-CUR-DATE
                   AND WS-NEW-TIME IS EQUAL TO WS-CUR-TIME
                   AND WS-NEW-CODE IS EQUAL TO WS-CUR-CODE THEN
               MOVE 'N' TO WS-AMEND-OK
               MOVE "NOTHING TO AMEND" TO WS-MSG-LINE
           END-IF.

       GET-REASON-FIELD.
           PERFORM NL
           CALL "printw" USING "  REASON: "
           MOVE 30 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE WS-FIELD-BUF(1:30) TO WS-REASON
           IF WS-REASON IS EQUAL TO SPACES THEN
               MOVE "A REASON IS REQUIRED" TO WS-MSG-LINE
           END-IF.

       GET-DATE-FIELD.
           MOVE 8 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE 'N' TO WS-DATE-OK
           IF WS-FIELD-LEN IS EQUAL TO 8 THEN
               MOVE WS-FIELD-BUF(1:8) TO WS-DATE-TEXT
               IF WS-DATE-TEXT IS NUMERIC THEN
                   MOVE WS-DATE-TEXT TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                           IS EQUAL TO 0 THEN
                       MOVE 'Y' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-OK IS EQUAL TO 'N' THEN
               MOVE "INVALID DATE - ENTER YYYYMMDD"
                   TO WS-MSG-LINE
           END-IF.

       GET-TIME-FIELD.
           MOVE 6 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE 'N' TO WS-TIME-OK
           IF WS-FIELD-LEN IS EQUAL TO 6 THEN
               MOVE WS-FIELD-BUF(1:6) TO WS-TIME-TEXT
               IF WS-TIME-TEXT IS NUMERIC THEN
                   MOVE WS-TIME-TEXT TO WS-TIME-NUM
                   IF WS-TIME-HH < 24 AND WS-TIME-MI < 60
                           AND WS-TIME-SS < 60 THEN
                       MOVE 'Y' TO WS-TIME-OK
                   END-IF
               END-IF
           END-IF
           IF WS-TIME-OK IS EQUAL TO 'N' THEN
               MOVE "INVALID TIME - ENTER SIX DIGITS HHMMSS"
                   TO WS-MSG-LINE
           END-IF.

       WRITE-CORRECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           OPEN EXTEND CORR-FILE
           IF WS-COR-STATUS IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT CORR-FILE
           END-IF
           IF WS-COR-STATUS IS NOT EQUAL TO '00' THEN
               MOVE "CLOCKCOR COULD NOT BE OPENED - NOT RECORDED"
                   TO WS-MSG-LINE
           ELSE
               MOVE SPACES TO COR-REC
               MOVE WS-TEMP-DATE-TIME(1:8) TO COR-DATE
               MOVE WS-TEMP-DATE-TIME(9:6) TO COR-TIME
               MOVE WS-NEW-ACTION TO COR-ACTION
               MOVE WS-STAMP-DATE TO COR-EVT-DATE
               MOVE WS-STAMP-TIME TO COR-EVT-TIME
               MOVE WS-STAMP-CODE TO COR-EVT-CODE
               MOVE WS-NEW-DATE TO COR-NEW-DATE
               MOVE WS-NEW-TIME TO COR-NEW-TIME
               MOVE WS-NEW-CODE TO COR-NEW-CODE
               MOVE WS-REASON TO COR-REASON
               MOVE WS-OPER-ID TO COR-OPER
               MOVE WS-STATION-ID TO COR-STATION
               ADD 1 TO WS-COR-READ
               PERFORM STORE-CORRECTION
               WRITE COR-REC
               CLOSE CORR-FILE
               MOVE SPACES TO WS-LOG-TEXT
               IF WS-NEW-ACTION IS EQUAL TO 'V' THEN
                   MOVE "STAMP VOIDED" TO WS-MSG-LINE
                   STRING "EVENT " WS-STAMP-DATE " " WS-STAMP-TIME
                       " " WS-STAMP-CODE " VOIDED"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   END-STRING
               ELSE
                   MOVE "STAMP AMENDED" TO WS-MSG-LINE
                   STRING "EVENT " WS-STAMP-DATE " " WS-STAMP-TIME
                       " " WS-STAMP-CODE " AMENDED"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   END-STRING
               END-IF
               IF WS-STAMP-FOUND > 1 THEN
                   MOVE "DUPLICATE STAMPS ON CLOCKEVT - ALL CORRECTED"
                       TO WS-MSG-LINE
               END-IF
               PERFORM WRITE-LOG
           END-IF.

       READ-CATALOG.
           OPEN INPUT EVTCAT-FILE
           IF WS-EVCAT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-EVCAT-EOF
               PERFORM READ-CATALOG-REC
                   UNTIL WS-EVCAT-EOF IS EQUAL TO 'Y'
                       OR WS-CAT-COUNT IS EQUAL TO WS-CAT-MAX
               CLOSE EVTCAT-FILE
           END-IF
           IF WS-CAT-COUNT IS EQUAL TO 0 THEN
               MOVE 0 TO WS-CAT-SUB
               PERFORM LOAD-DEFAULT-CAT 4 TIMES
           END-IF.

       READ-CATALOG-REC.
           READ EVTCAT-FILE
               AT END
                   MOVE 'Y' TO WS-EVCAT-EOF
               NOT AT END
                   IF EVC-CODE IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO WS-CAT-COUNT
                       MOVE EVC-CODE
                           TO WS-CAT-CODE(WS-CAT-COUNT)
                   END-IF
           END-READ.

       LOAD-DEFAULT-CAT.
           ADD 1 TO WS-CAT-SUB
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-DEF-CODE(WS-CAT-SUB)
               TO WS-CAT-CODE(WS-CAT-COUNT).

       FIND-CAT-CODE.
           MOVE 0 TO WS-CAT-HIT
           MOVE 0 TO WS-CAT-SUB
           PERFORM MATCH-CAT-CODE
               UNTIL WS-CAT-SUB IS EQUAL TO WS-CAT-COUNT
                   OR WS-CAT-HIT > 0.

       MATCH-CAT-CODE.
           ADD 1 TO WS-CAT-SUB
           IF WS-NEW-CODE IS EQUAL TO WS-CAT-CODE(WS-CAT-SUB) THEN
               MOVE WS-CAT-SUB TO WS-CAT-HIT
           END-IF.

       READ-CORRECTIONS.
           OPEN INPUT CORR-FILE
           IF WS-COR-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-COR-EOF
               MOVE 0 TO WS-COR-READ
               PERFORM READ-CORRECTION-REC
                   UNTIL WS-COR-EOF IS EQUAL TO 'Y'
               CLOSE CORR-FILE
           END-IF.

       READ-CORRECTION-REC.
           READ CORR-FILE
               AT END
                   MOVE 'Y' TO WS-COR-EOF
               NOT AT END
                   ADD 1 TO WS-COR-READ
                   IF COR-ACTION IS EQUAL TO 'V'
                           OR COR-ACTION IS EQUAL TO 'A' THEN
                       PERFORM STORE-CORRECTION
                   END-IF
           END-READ.

       STORE-CORRECTION.
           MOVE COR-EVT-DATE TO WS-COR-LK-DATE
           MOVE COR-EVT-TIME TO WS-COR-LK-TIME
           MOVE COR-EVT-CODE TO WS-COR-LK-CODE
           PERFORM FIND-CORRECTION
           IF WS-COR-HIT IS EQUAL TO 0 THEN
               IF WS-COR-COUNT < WS-COR-MAX THEN
                   ADD 1 TO WS-COR-COUNT
                   MOVE WS-COR-COUNT TO WS-COR-HIT
                   MOVE WS-COR-LOOKUP TO WS-COR-KEY(WS-COR-HIT)
               ELSE
                   ADD 1 TO WS-COR-FULL
               END-IF
           END-IF
           IF WS-COR-HIT > 0 THEN
               MOVE COR-ACTION TO WS-COR-ACTION(WS-COR-HIT)
               MOVE COR-NEW-DATE TO WS-COR-NEW-DATE(WS-COR-HIT)
               MOVE COR-NEW-TIME TO WS-COR-NEW-TIME(WS-COR-HIT)
               MOVE COR-NEW-CODE TO WS-COR-NEW-CODE(WS-COR-HIT)
               MOVE WS-COR-READ TO WS-COR-REC-NO(WS-COR-HIT)
           END-IF.

       FIND-CORRECTION.
           MOVE 0 TO WS-COR-HIT
           MOVE 0 TO WS-COR-SUB
           PERFORM TEST-CORRECTION
               UNTIL WS-COR-SUB IS EQUAL TO WS-COR-COUNT
                   OR WS-COR-HIT > 0.

       TEST-CORRECTION.
           ADD 1 TO WS-COR-SUB
           IF WS-COR-KEY(WS-COR-SUB) IS EQUAL TO WS-COR-LOOKUP THEN
               MOVE WS-COR-SUB TO WS-COR-HIT
           END-IF.

       GET-FIELD.
           MOVE SPACES TO WS-FIELD-BUF
           MOVE 0 TO WS-FIELD-LEN
           MOVE 'N' TO WS-FIELD-DONE
           CALL "refresh"
           PERFORM GET-FIELD-CHAR
               UNTIL WS-FIELD-DONE IS EQUAL TO 'Y'.

       GET-FIELD-CHAR.
           CALL "getch" RETURNING KEYINPUT
           IF KEYINPUT IS EQUAL TO 10 OR KEYINPUT IS EQUAL TO 13 THEN
               MOVE 'Y' TO WS-FIELD-DONE
           ELSE
               IF KEYINPUT IS EQUAL TO 8 OR KEYINPUT IS EQUAL TO 127
                       THEN
                   IF WS-FIELD-LEN > 0 THEN
                       MOVE SPACE TO WS-FIELD-BUF(WS-FIELD-LEN:1)
                       SUBTRACT 1 FROM WS-FIELD-LEN
                       CALL "printw" USING "%c%c%c",
                           BY VALUE 8, BY VALUE 32, BY VALUE 8
                       CALL "refresh"
                   END-IF
               ELSE
                   IF KEYINPUT > 31 AND KEYINPUT < 127
                           AND WS-FIELD-LEN < WS-FIELD-MAX THEN
                       ADD 1 TO WS-FIELD-LEN
                       MOVE FUNCTION CHAR(KEYINPUT + 1)
                           TO WS-FIELD-BUF(WS-FIELD-LEN:1)
                       CALL "printw" USING "%c", BY VALUE KEYINPUT
                       CALL "refresh"
                   END-IF
               END-IF
           END-IF.

       NL.
           CALL "printw" USING "%s", BY VALUE X'0A'.

       GET-STATION.
           DISPLAY "CLOCKSTATION" UPON ENVIRONMENT-NAME
           ACCEPT WS-STATION-ENV FROM ENVIRONMENT-VALUE
           IF WS-STATION-ENV IS NOT EQUAL TO SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-STATION-ENV(1:4))
                   TO WS-STATION-ID
           END-IF.

       GET-OPERATOR.
           PERFORM GET-STATION
           PERFORM READ-OPERATORS
           MOVE 'N' TO WS-SIGNON-OK
           MOVE 0 TO WS-SIGNON-TRIES
           DISPLAY "CLOCKOPER" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPER-ENV FROM ENVIRONMENT-VALUE
           PERFORM TRY-SIGN-ON
               UNTIL WS-SIGNON-OK IS EQUAL TO 'Y'
                   OR WS-SIGNON-TRIES IS EQUAL TO 3
           IF WS-SIGNON-OK IS EQUAL TO 'N' THEN
               DISPLAY "Sign-on refused."
               STOP RUN
           END-IF.

       TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES
           IF WS-OPER-ENV IS EQUAL TO SPACES THEN
               DISPLAY "Operator ID (3 characters): "
                   WITH NO ADVANCING
               ACCEPT WS-OPER-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPER-ENV(1:3))
               TO WS-OPER-ID
           MOVE SPACES TO WS-OPER-ENV
           MOVE WS-OPER-ID TO WS-OPM-LOOKUP
           PERFORM FIND-OPERATOR
           IF WS-OPM-HIT IS EQUAL TO 0 THEN
               DISPLAY "Operator ID " WS-OPER-ID
                   " is not on the operator file."
               MOVE "UNKNOWN ID" TO WS-REJECT-WHY
               PERFORM REJECT-SIGN-ON
           ELSE
               IF WS-OPM-ACTIVE(WS-OPM-HIT) IS NOT EQUAL TO 'Y'
                       THEN
                   DISPLAY "Operator ID " WS-OPER-ID
                       " is not active."
                   MOVE "INACTIVE ID" TO WS-REJECT-WHY
                   PERFORM REJECT-SIGN-ON
               ELSE
                   MOVE WS-OPM-NAME(WS-OPM-HIT) TO WS-OPER-NAME
                   MOVE WS-OPM-LEVEL(WS-OPM-HIT) TO WS-OPER-LEVEL
                   MOVE 'Y' TO WS-SIGNON-OK
               END-IF
           END-IF.

       REJECT-SIGN-ON.
           MOVE WS-OPER-ID TO WS-REJECT-ID
           MOVE SPACES TO WS-OPER-ID
           MOVE SPACES TO WS-LOG-TEXT
           STRING "EVTCOR SIGN-ON REJECTED FOR ID " WS-REJECT-ID
               " - " WS-REJECT-WHY DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-LOG.

       READ-OPERATORS.
           OPEN INPUT OPER-FILE
           IF WS-OPM-STATUS IS NOT EQUAL TO '00' THEN
               DISPLAY "CLOCKOPR could not be opened, status "
                   WS-OPM-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-OPM-EOF
           PERFORM READ-OPERATOR-REC
               UNTIL WS-OPM-EOF IS EQUAL TO 'Y'
                   OR WS-OPM-COUNT IS EQUAL TO WS-OPM-MAX
           CLOSE OPER-FILE.

       READ-OPERATOR-REC.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO WS-OPM-EOF
               NOT AT END
                   IF OPR-ID IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO WS-OPM-COUNT
                       MOVE FUNCTION UPPER-CASE(OPR-ID)
                           TO WS-OPM-ID(WS-OPM-COUNT)
                       MOVE OPR-NAME TO WS-OPM-NAME(WS-OPM-COUNT)
                       MOVE OPR-ACTIVE
                           TO WS-OPM-ACTIVE(WS-OPM-COUNT)
                       MOVE OPR-LEVEL TO WS-OPM-LEVEL(WS-OPM-COUNT)
                   END-IF
           END-READ.

       FIND-OPERATOR.
           MOVE 0 TO WS-OPM-HIT
           MOVE 0 TO WS-OPM-SUB
           PERFORM TEST-OPERATOR
               UNTIL WS-OPM-SUB IS EQUAL TO WS-OPM-COUNT
                   OR WS-OPM-HIT > 0.

       TEST-OPERATOR.
           ADD 1 TO WS-OPM-SUB
           IF WS-OPM-ID(WS-OPM-SUB) IS EQUAL TO WS-OPM-LOOKUP THEN
               MOVE WS-OPM-SUB TO WS-OPM-HIT
           END-IF.

       WRITE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO LOG-REC
           STRING WS-TEMP-YEAR '-' WS-TEMP-MONTH '-' WS-TEMP-DAY ' '
               WS-TEMP-HOUR ':' WS-TEMP-MIN ':' WS-TEMP-SEC '  '
               WS-LOG-TEXT DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           MOVE WS-OPER-ID TO LOG-REC(78:3)
           MOVE WS-STATION-ID TO LOG-REC(82:4)
           WRITE LOG-REC
           CLOSE LOG-FILE.
