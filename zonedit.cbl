           SELECT ZONE-FILE ASSIGN TO "CLOCKZONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT LOG-FILE ASSIGN TO "CLOCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ZONE-FILE.
       COPY "zonrec.cpy".
       FD OPER-FILE.
       COPY "oprrec.cpy".
       FD LOG-FILE.
       01 LOG-REC PIC X(85).
       WORKING-STORAGE SECTION.
       01 WS-ZONE-STATUS PIC X(02) VALUE '00'.
       01 WS-ZONE-EOF PIC X(01) VALUE 'N'.
       01 ADDKEY PICTURE 9(8) VALUE IS 97.
       01 CHGKEY PICTURE 9(8) VALUE IS 99.
       01 DELKEY PICTURE 9(8) VALUE IS 100.
       01 RULEKEY PICTURE 9(8) VALUE IS 114.
       01 WINDOWVAR USAGE POINTER.
       01 XSIZE PICTURE 9(3) USAGE IS COMP.
       01 YSIZE PICTURE 9(3) USAGE IS COMP.
           05 WS-OFF-DISP-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-OFF-DISP-MM PIC 9(02).
       01 WS-OLD-DISP PIC X(06) VALUE SPACES.
       01 WS-DST-OK PIC X(01) VALUE 'N'.
       01 WS-RULE-OK PIC X(01) VALUE 'N'.
       01 WS-RULE-LABEL PIC X(06) VALUE SPACES.
       01 WS-NEW-RULE.
           05 WS-NEW-ST-MONTH PIC 9(02) VALUE 0.
           05 WS-NEW-ST-WEEK PIC 9(01) VALUE 0.
           05 WS-NEW-ST-DOW PIC 9(01) VALUE 0.
           05 WS-NEW-ST-TIME PIC 9(04) VALUE 0.
           05 WS-NEW-EN-MONTH PIC 9(02) VALUE 0.
           05 WS-NEW-EN-WEEK PIC 9(01) VALUE 0.
           05 WS-NEW-EN-DOW PIC 9(01) VALUE 0.
           05 WS-NEW-EN-TIME PIC 9(04) VALUE 0.
       01 WS-RULE-WEEK-DATA PIC X(15) VALUE '1ST2ND3RD4THLST'.
       01 WS-RULE-WEEK-TABLE REDEFINES WS-RULE-WEEK-DATA.
           05 WS-RULE-WEEK-NAME PIC X(03) OCCURS 5 TIMES.
       01 WS-RULE-DOW-DATA PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-RULE-DOW-TABLE REDEFINES WS-RULE-DOW-DATA.
           05 WS-RULE-DOW-NAME PIC X(03) OCCURS 7 TIMES.
       01 WS-RULE-MON-DATA PIC X(36)
           VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 WS-RULE-MON-TABLE REDEFINES WS-RULE-MON-DATA.
           05 WS-RULE-MON-NAME PIC X(03) OCCURS 12 TIMES.
       01 WS-RULE-TEXT.
           05 WS-RULE-TEXT-WEEK PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RULE-TEXT-DOW PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RULE-TEXT-MON PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RULE-TEXT-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-RULE-TEXT-MM PIC 9(02).
       01 WS-RULE-LOG.
           05 WS-RULE-LOG-MONTH PIC 9(02).
           05 FILLER PIC X(01) VALUE '/'.
           05 WS-RULE-LOG-WEEK PIC 9(01).
           05 FILLER PIC X(01) VALUE '/'.
           05 WS-RULE-LOG-DOW PIC 9(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RULE-LOG-TIME PIC 9(04).
       01 WS-ST-LOG PIC X(11) VALUE SPACES.
       01 WS-OPER-ID PIC X(03) VALUE SPACES.
       01 WS-OPER-ENV PIC X(32) VALUE SPACES.
       01 WS-STATION-ID PIC X(04) VALUE '----'.
       01 WS-STATION-ENV PIC X(32) VALUE SPACES.
       01 WS-OPER-NAME PIC X(30) VALUE SPACES.
       01 WS-OPER-LEVEL PIC X(01) VALUE SPACE.
       01 WS-CAN-CHANGE PIC X(01) VALUE 'N'.
       01 WS-SIGNON-OK PIC X(01) VALUE 'N'.
       01 WS-SIGNON-TRIES PIC 9(01) VALUE 0.
       01 WS-REJECT-ID PIC X(03) VALUE SPACES.
       01 WS-REJECT-WHY PIC X(12) VALUE SPACES.
       COPY "oprtab.cpy".
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
       IF WS-OPER-LEVEL IS EQUAL TO 'S' THEN
           MOVE 'Y' TO WS-CAN-CHANGE
       ELSE
           MOVE "VIEW ONLY - CHANGES NEED SUPERVISOR AUTHORITY"
               TO WS-MSG-LINE
       END-IF.
       PERFORM READ-ZONES.
       CALL "initscr" RETURNING WINDOWVAR.
       CALL "noecho".
                           TO WS-ZONE-OFF-HH(WS-ZONE-COUNT)
                       MOVE ZON-MM
                           TO WS-ZONE-OFF-MM(WS-ZONE-COUNT)
                       PERFORM LOAD-ZONE-RULE
                   END-IF
           END-READ.

       LOAD-ZONE-RULE.
           MOVE SPACE TO WS-ZONE-DST-SIGN(WS-ZONE-COUNT)
           IF (ZON-DST-SIGN IS EQUAL TO '+'
                   OR ZON-DST-SIGN IS EQUAL TO '-')
                   AND ZON-DST-HH IS NUMERIC AND ZON-DST-MM IS NUMERIC
                   AND ZON-ST-MONTH IS NUMERIC
                   AND ZON-ST-WEEK IS NUMERIC AND ZON-ST-DOW IS NUMERIC
                   AND ZON-ST-TIME IS NUMERIC
                   AND ZON-EN-MONTH IS NUMERIC
                   AND ZON-EN-WEEK IS NUMERIC AND ZON-EN-DOW IS NUMERIC
                   AND ZON-EN-TIME IS NUMERIC THEN
               IF ZON-DST-HH < 24 AND ZON-DST-MM < 60
                       AND ZON-ST-MONTH > 0 AND ZON-ST-MONTH < 13
                       AND ZON-ST-WEEK > 0 AND ZON-ST-WEEK < 6
                       AND ZON-ST-DOW > 0 AND ZON-ST-DOW < 8
                       AND ZON-ST-TIME(1:2) < '24'
                       AND ZON-ST-TIME(3:2) < '60'
                       AND ZON-EN-MONTH > 0 AND ZON-EN-MONTH < 13
                       AND ZON-EN-WEEK > 0 AND ZON-EN-WEEK < 6
                       AND ZON-EN-DOW > 0 AND ZON-EN-DOW < 8
                       AND ZON-EN-TIME(1:2) < '24'
                       AND ZON-EN-TIME(3:2) < '60'
                       AND ZON-ST-MONTH NOT = ZON-EN-MONTH THEN
                   MOVE ZON-DST-SIGN
                       TO WS-ZONE-DST-SIGN(WS-ZONE-COUNT)
                   MOVE ZON-DST-HH TO WS-ZONE-DST-HH(WS-ZONE-COUNT)
                   MOVE ZON-DST-MM TO WS-ZONE-DST-MM(WS-ZONE-COUNT)
                   MOVE ZON-ST-MONTH
                       TO WS-ZONE-ST-MONTH(WS-ZONE-COUNT)
                   MOVE ZON-ST-WEEK TO WS-ZONE-ST-WEEK(WS-ZONE-COUNT)
                   MOVE ZON-ST-DOW TO WS-ZONE-ST-DOW(WS-ZONE-COUNT)
                   MOVE ZON-ST-TIME TO WS-ZONE-ST-TIME(WS-ZONE-COUNT)
                   MOVE ZON-EN-MONTH
                       TO WS-ZONE-EN-MONTH(WS-ZONE-COUNT)
                   MOVE ZON-EN-WEEK TO WS-ZONE-EN-WEEK(WS-ZONE-COUNT)
                   MOVE ZON-EN-DOW TO WS-ZONE-EN-DOW(WS-ZONE-COUNT)
                   MOVE ZON-EN-TIME TO WS-ZONE-EN-TIME(WS-ZONE-COUNT)
               END-IF
           END-IF.

       LOAD-DEFAULT-ZONE.
           ADD 1 TO WS-ZONE-SUB
           ADD 1 TO WS-ZONE-COUNT
           MOVE WS-ZONE-DEF-HH(WS-ZONE-SUB)
               TO WS-ZONE-OFF-HH(WS-ZONE-COUNT)
           MOVE WS-ZONE-DEF-MM(WS-ZONE-SUB)
               TO WS-ZONE-OFF-MM(WS-ZONE-COUNT)
           MOVE SPACE TO WS-ZONE-DST-SIGN(WS-ZONE-COUNT).

       SAVE-ZONES.
           OPEN OUTPUT ZONE-FILE
               PERFORM WRITE-ZONE-REC WS-ZONE-COUNT TIMES
               CLOSE ZONE-FILE
               MOVE WS-SAVE-MSG TO WS-MSG-LINE
               PERFORM WRITE-LOG
           ELSE
               MOVE "CLOCKZONE COULD NOT BE WRITTEN"
                   TO WS-MSG-LINE
           MOVE WS-ZONE-SIGN(WS-ZONE-SUB) TO ZON-SIGN
           MOVE WS-ZONE-OFF-HH(WS-ZONE-SUB) TO ZON-HH
           MOVE WS-ZONE-OFF-MM(WS-ZONE-SUB) TO ZON-MM
           IF WS-ZONE-DST-SIGN(WS-ZONE-SUB) IS NOT EQUAL TO SPACE THEN
               MOVE WS-ZONE-DST-SIGN(WS-ZONE-SUB) TO ZON-DST-SIGN
               MOVE WS-ZONE-DST-HH(WS-ZONE-SUB) TO ZON-DST-HH
               MOVE WS-ZONE-DST-MM(WS-ZONE-SUB) TO ZON-DST-MM
               MOVE WS-ZONE-ST-MONTH(WS-ZONE-SUB) TO ZON-ST-MONTH
               MOVE WS-ZONE-ST-WEEK(WS-ZONE-SUB) TO ZON-ST-WEEK
               MOVE WS-ZONE-ST-DOW(WS-ZONE-SUB) TO ZON-ST-DOW
               MOVE WS-ZONE-ST-TIME(WS-ZONE-SUB) TO ZON-ST-TIME
               MOVE WS-ZONE-EN-MONTH(WS-ZONE-SUB) TO ZON-EN-MONTH
               MOVE WS-ZONE-EN-WEEK(WS-ZONE-SUB) TO ZON-EN-WEEK
               MOVE WS-ZONE-EN-DOW(WS-ZONE-SUB) TO ZON-EN-DOW
               MOVE WS-ZONE-EN-TIME(WS-ZONE-SUB) TO ZON-EN-TIME
           END-IF
           WRITE ZONE-REC.

       EDIT-LOOP.
           IF KEYINPUT IS EQUAL TO QUITKEY THEN
               MOVE 'Y' TO TIMETOEXIT
           ELSE
               IF (KEYINPUT IS EQUAL TO ADDKEY
                       OR KEYINPUT IS EQUAL TO CHGKEY
                       OR KEYINPUT IS EQUAL TO RULEKEY
                       OR KEYINPUT IS EQUAL TO DELKEY)
                       AND WS-CAN-CHANGE IS EQUAL TO 'N' THEN
                   MOVE "CHANGES REQUIRE SUPERVISOR AUTHORITY"
                       TO WS-MSG-LINE
               ELSE
                   IF KEYINPUT IS EQUAL TO ADDKEY THEN
                       PERFORM ADD-ZONE
                   ELSE
                       IF KEYINPUT IS EQUAL TO CHGKEY THEN
                           PERFORM CHANGE-ZONE
                       ELSE
                           IF KEYINPUT IS EQUAL TO DELKEY THEN
                               PERFORM DELETE-ZONE
                           END-IF
                           IF KEYINPUT IS EQUAL TO RULEKEY THEN
                               PERFORM RULE-ZONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           CALL "erase"
           CALL "printw" USING "  CLOCKZONE ZONE FILE MAINTENANCE"
           PERFORM NL
           CALL "printw" USING "  SIGNED ON: %-3.3s %-30.30s",
               BY VALUE WS-OPER-ID, BY VALUE WS-OPER-NAME
           PERFORM NL
           PERFORM NL
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           COMPUTE WS-ZONE-BASE-DAYS = FUNCTION INTEGER-OF-DATE(
               WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100 + WS-TEMP-DAY)
           COMPUTE WS-ZONE-BASE-MINS = WS-TEMP-HOUR * 60 + WS-TEMP-MIN
           CALL "printw" USING "  NAME     OFFSET  SUMMER  "
           CALL "printw" USING
               "STARTS             ENDS               NOW"
           PERFORM NL
           CALL "printw" USING "  -------  ------  ------  "
           CALL "printw" USING
               "-----------------  -----------------  ---"
           PERFORM NL
           MOVE 0 TO WS-ZONE-SUB
           PERFORM LIST-ZONE WS-ZONE-COUNT TIMES
           CALL "printw" USING "  %s", BY VALUE WS-MSG-LINE
           PERFORM NL
           CALL "printw" USING
               "  A)DD  C)HANGE  R)ULES  D)ELETE  Q)UIT: "
           CALL "refresh".

       LIST-ZONE.
           MOVE WS-ZONE-SIGN(WS-ZONE-SUB) TO WS-OFF-DISP-SIGN
           MOVE WS-ZONE-OFF-HH(WS-ZONE-SUB) TO WS-OFF-DISP-HH
           MOVE WS-ZONE-OFF-MM(WS-ZONE-SUB) TO WS-OFF-DISP-MM
           CALL "printw" USING "%-6.6s  ",
               BY VALUE WS-OFF-DISP
           MOVE WS-ZONE-SUB TO WS-ZONE-CHK
           PERFORM SET-ZONE-OFFSET
           IF WS-ZONE-IN-DST IS EQUAL TO 'Y' THEN
               MOVE 'DST' TO WS-ZONE-SEASON
           ELSE
               MOVE 'STD' TO WS-ZONE-SEASON
           END-IF
           IF WS-ZONE-DST-SIGN(WS-ZONE-SUB) IS EQUAL TO SPACE THEN
               CALL "printw" USING "%-46.46s%-3.3s",
                   BY VALUE "NONE", BY VALUE WS-ZONE-SEASON
           ELSE
               MOVE WS-ZONE-DST-SIGN(WS-ZONE-SUB) TO WS-OFF-DISP-SIGN
               MOVE WS-ZONE-DST-HH(WS-ZONE-SUB) TO WS-OFF-DISP-HH
               MOVE WS-ZONE-DST-MM(WS-ZONE-SUB) TO WS-OFF-DISP-MM
               CALL "printw" USING "%-6.6s  ",
                   BY VALUE WS-OFF-DISP
               MOVE WS-ZONE-ST-MONTH(WS-ZONE-SUB) TO WS-RULE-MONTH
               MOVE WS-ZONE-ST-WEEK(WS-ZONE-SUB) TO WS-RULE-WEEK
               MOVE WS-ZONE-ST-DOW(WS-ZONE-SUB) TO WS-RULE-DOW
               MOVE WS-ZONE-ST-TIME(WS-ZONE-SUB) TO WS-RULE-TIME
               PERFORM FORMAT-RULE
               CALL "printw" USING "%-17.17s  ",
                   BY VALUE WS-RULE-TEXT
               MOVE WS-ZONE-EN-MONTH(WS-ZONE-SUB) TO WS-RULE-MONTH
               MOVE WS-ZONE-EN-WEEK(WS-ZONE-SUB) TO WS-RULE-WEEK
               MOVE WS-ZONE-EN-DOW(WS-ZONE-SUB) TO WS-RULE-DOW
               MOVE WS-ZONE-EN-TIME(WS-ZONE-SUB) TO WS-RULE-TIME
               PERFORM FORMAT-RULE
               CALL "printw" USING "%-17.17s  %-3.3s",
                   BY VALUE WS-RULE-TEXT, BY VALUE WS-ZONE-SEASON
           END-IF
           PERFORM NL.

       FORMAT-RULE.
           MOVE WS-RULE-WEEK-NAME(WS-RULE-WEEK) TO WS-RULE-TEXT-WEEK
           MOVE WS-RULE-DOW-NAME(WS-RULE-DOW) TO WS-RULE-TEXT-DOW
           MOVE WS-RULE-MON-NAME(WS-RULE-MONTH) TO WS-RULE-TEXT-MON
           MOVE WS-RULE-HH TO WS-RULE-TEXT-HH
           MOVE WS-RULE-MM TO WS-RULE-TEXT-MM.

       ADD-ZONE.
           IF WS-ZONE-COUNT IS EQUAL TO WS-ZONE-MAX THEN
               MOVE "ZONE TABLE FULL" TO WS-MSG-LINE
                               TO WS-ZONE-OFF-HH(WS-ZONE-COUNT)
                           MOVE WS-OFF-MM
                               TO WS-ZONE-OFF-MM(WS-ZONE-COUNT)
                           MOVE SPACE
                               TO WS-ZONE-DST-SIGN(WS-ZONE-COUNT)
                           MOVE "ZONE ADDED" TO WS-SAVE-MSG
                           MOVE WS-OFF-SIGN TO WS-OFF-DISP-SIGN
                           MOVE WS-OFF-HH TO WS-OFF-DISP-HH
                           MOVE WS-OFF-MM TO WS-OFF-DISP-MM
                           MOVE SPACES TO WS-LOG-TEXT
                           STRING "ZONE " WS-NAME-TEXT " ADDED "
                               WS-OFF-DISP DELIMITED BY SIZE
                               INTO WS-LOG-TEXT
                           END-STRING
                           PERFORM SAVE-ZONES
                       END-IF
                   END-IF
                   MOVE "NO ZONE WITH THAT NAME" TO WS-MSG-LINE
               ELSE
                   PERFORM GET-OFFSET-FIELD
                   IF WS-OFF-OK IS EQUAL TO 'Y'
                           AND WS-ZONE-DST-SIGN(WS-NAME-HIT)
                               IS NOT EQUAL TO SPACE
                           AND WS-OFF-SIGN IS EQUAL TO
                               WS-ZONE-DST-SIGN(WS-NAME-HIT)
                           AND WS-OFF-HH IS EQUAL TO
                               WS-ZONE-DST-HH(WS-NAME-HIT)
                           AND WS-OFF-MM IS EQUAL TO
                               WS-ZONE-DST-MM(WS-NAME-HIT) THEN
                       MOVE "STANDARD OFFSET IS THE SAME AS SUMMER"
                           TO WS-MSG-LINE
                       MOVE 'N' TO WS-OFF-OK
                   END-IF
                   IF WS-OFF-OK IS EQUAL TO 'Y' THEN
                       MOVE WS-ZONE-SIGN(WS-NAME-HIT)
                           TO WS-OFF-DISP-SIGN
                       MOVE WS-ZONE-OFF-HH(WS-NAME-HIT)
                           TO WS-OFF-DISP-HH
                       MOVE WS-ZONE-OFF-MM(WS-NAME-HIT)
                           TO WS-OFF-DISP-MM
                       MOVE WS-OFF-DISP TO WS-OLD-DISP
                       MOVE WS-OFF-SIGN TO WS-OFF-DISP-SIGN
                       MOVE WS-OFF-HH TO WS-OFF-DISP-HH
                       MOVE WS-OFF-MM TO WS-OFF-DISP-MM
                       MOVE SPACES TO WS-LOG-TEXT
                       STRING "ZONE " WS-NAME-TEXT " CHANGED "
                           WS-OFF-DISP " WAS " WS-OLD-DISP
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                       END-STRING
                       MOVE WS-OFF-SIGN
                           TO WS-ZONE-SIGN(WS-NAME-HIT)
                       MOVE WS-OFF-HH
               IF WS-NAME-HIT IS EQUAL TO 0 THEN
                   MOVE "NO ZONE WITH THAT NAME" TO WS-MSG-LINE
               ELSE
                   MOVE WS-ZONE-SIGN(WS-NAME-HIT)
                       TO WS-OFF-DISP-SIGN
                   MOVE WS-ZONE-OFF-HH(WS-NAME-HIT) TO WS-OFF-DISP-HH
                   MOVE WS-ZONE-OFF-MM(WS-NAME-HIT) TO WS-OFF-DISP-MM
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "ZONE " WS-NAME-TEXT " DELETED WAS "
                       WS-OFF-DISP DELIMITED BY SIZE INTO WS-LOG-TEXT
                   END-STRING
                   MOVE WS-NAME-HIT TO WS-MOVE-SUB
                   PERFORM SHIFT-ZONE-UP
                       UNTIL WS-MOVE-SUB IS EQUAL TO
               END-IF
           END-IF.

       RULE-ZONE.
           PERFORM GET-NAME-FIELD
           IF WS-NAME-OK IS EQUAL TO 'Y' THEN
               PERFORM FIND-ZONE-NAME
               IF WS-NAME-HIT IS EQUAL TO 0 THEN
                   MOVE "NO ZONE WITH THAT NAME" TO WS-MSG-LINE
               ELSE
                   PERFORM GET-SUMMER-FIELD
                   IF WS-DST-OK IS EQUAL TO 'X' THEN
                       PERFORM REMOVE-ZONE-RULE
                   END-IF
                   IF WS-DST-OK IS EQUAL TO 'Y' THEN
                       PERFORM GET-ZONE-RULE
                   END-IF
               END-IF
           END-IF.

       REMOVE-ZONE-RULE.
           IF WS-ZONE-DST-SIGN(WS-NAME-HIT) IS EQUAL TO SPACE THEN
               MOVE "ZONE HAS NO SUMMER TIME RULE" TO WS-MSG-LINE
           ELSE
               MOVE SPACE TO WS-ZONE-DST-SIGN(WS-NAME-HIT)
               MOVE SPACES TO WS-LOG-TEXT
               STRING "ZONE " WS-NAME-TEXT " SUMMER TIME REMOVED"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               MOVE "SUMMER TIME RULE REMOVED" TO WS-SAVE-MSG
               PERFORM SAVE-ZONES
           END-IF.

       GET-ZONE-RULE.
           MOVE "STARTS" TO WS-RULE-LABEL
           PERFORM GET-RULE-FIELDS
           IF WS-RULE-OK IS EQUAL TO 'Y' THEN
               MOVE WS-RULE-MONTH TO WS-NEW-ST-MONTH
               MOVE WS-RULE-WEEK TO WS-NEW-ST-WEEK
               MOVE WS-RULE-DOW TO WS-NEW-ST-DOW
               MOVE WS-RULE-TIME TO WS-NEW-ST-TIME
               MOVE "ENDS" TO WS-RULE-LABEL
               PERFORM GET-RULE-FIELDS
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'Y' THEN
               MOVE WS-RULE-MONTH TO WS-NEW-EN-MONTH
               MOVE WS-RULE-WEEK TO WS-NEW-EN-WEEK
               MOVE WS-RULE-DOW TO WS-NEW-EN-DOW
               MOVE WS-RULE-TIME TO WS-NEW-EN-TIME
               IF WS-NEW-ST-MONTH IS EQUAL TO WS-NEW-EN-MONTH THEN
                   MOVE "START AND END MUST BE IN DIFFERENT MONTHS"
                       TO WS-MSG-LINE
                   MOVE 'N' TO WS-RULE-OK
               END-IF
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'Y' THEN
               PERFORM STORE-ZONE-RULE
           END-IF.

       STORE-ZONE-RULE.
           MOVE WS-OFF-SIGN TO WS-ZONE-DST-SIGN(WS-NAME-HIT)
           MOVE WS-OFF-HH TO WS-ZONE-DST-HH(WS-NAME-HIT)
           MOVE WS-OFF-MM TO WS-ZONE-DST-MM(WS-NAME-HIT)
           MOVE WS-NEW-ST-MONTH TO WS-ZONE-ST-MONTH(WS-NAME-HIT)
           MOVE WS-NEW-ST-WEEK TO WS-ZONE-ST-WEEK(WS-NAME-HIT)
           MOVE WS-NEW-ST-DOW TO WS-ZONE-ST-DOW(WS-NAME-HIT)
           MOVE WS-NEW-ST-TIME TO WS-ZONE-ST-TIME(WS-NAME-HIT)
           MOVE WS-NEW-EN-MONTH TO WS-ZONE-EN-MONTH(WS-NAME-HIT)
           MOVE WS-NEW-EN-WEEK TO WS-ZONE-EN-WEEK(WS-NAME-HIT)
           MOVE WS-NEW-EN-DOW TO WS-ZONE-EN-DOW(WS-NAME-HIT)
           MOVE WS-NEW-EN-TIME TO WS-ZONE-EN-TIME(WS-NAME-HIT)
           MOVE WS-OFF-SIGN TO WS-OFF-DISP-SIGN
           MOVE WS-OFF-HH TO WS-OFF-DISP-HH
           MOVE WS-OFF-MM TO WS-OFF-DISP-MM
           MOVE WS-NEW-ST-MONTH TO WS-RULE-LOG-MONTH
           MOVE WS-NEW-ST-WEEK TO WS-RULE-LOG-WEEK
           MOVE WS-NEW-ST-DOW TO WS-RULE-LOG-DOW
           MOVE WS-NEW-ST-TIME TO WS-RULE-LOG-TIME
           MOVE WS-RULE-LOG TO WS-ST-LOG
           MOVE WS-NEW-EN-MONTH TO WS-RULE-LOG-MONTH
           MOVE WS-NEW-EN-WEEK TO WS-RULE-LOG-WEEK
           MOVE WS-NEW-EN-DOW TO WS-RULE-LOG-DOW
           MOVE WS-NEW-EN-TIME TO WS-RULE-LOG-TIME
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ZONE " WS-NAME-TEXT " SUMMER " WS-OFF-DISP " "
               WS-ST-LOG " TO " WS-RULE-LOG
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           MOVE "SUMMER TIME RULE SET" TO WS-SAVE-MSG
           PERFORM SAVE-ZONES.

       SHIFT-ZONE-UP.
           MOVE WS-ZONE-ENTRY(WS-MOVE-SUB + 1)
               TO WS-ZONE-ENTRY(WS-MOVE-SUB)
                   TO WS-MSG-LINE
           END-IF.

       GET-SUMMER-FIELD.
           PERFORM NL
           CALL "printw" USING
               "  SUMMER OFFSET (+HHMM/-HHMM, ENTER FOR NONE): "
           MOVE 5 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE 'N' TO WS-DST-OK
           IF WS-FIELD-LEN IS EQUAL TO 0 THEN
               MOVE 'X' TO WS-DST-OK
           END-IF
           IF WS-FIELD-LEN IS EQUAL TO 5 THEN
               MOVE WS-FIELD-BUF(1:1) TO WS-OFF-SIGN
               MOVE WS-FIELD-BUF(2:4) TO WS-OFF-TEXT
               IF (WS-OFF-SIGN IS EQUAL TO '+'
                       OR WS-OFF-SIGN IS EQUAL TO '-')
                       AND WS-OFF-TEXT IS NUMERIC THEN
                   MOVE WS-OFF-TEXT TO WS-OFF-NUM
                   IF WS-OFF-HH < 24 AND WS-OFF-MM < 60 THEN
                       MOVE 'Y' TO WS-DST-OK
                   END-IF
               END-IF
           END-IF
           IF WS-DST-OK IS EQUAL TO 'N' THEN
               MOVE "INVALID OFFSET - USE SIGN THEN HHMM"
                   TO WS-MSG-LINE
           END-IF
           IF WS-DST-OK IS EQUAL TO 'Y'
                   AND WS-OFF-SIGN IS EQUAL TO WS-ZONE-SIGN(WS-NAME-HIT)
                   AND WS-OFF-HH IS EQUAL TO
                       WS-ZONE-OFF-HH(WS-NAME-HIT)
                   AND WS-OFF-MM IS EQUAL TO
                       WS-ZONE-OFF-MM(WS-NAME-HIT) THEN
               MOVE "SUMMER OFFSET IS THE SAME AS STANDARD"
                   TO WS-MSG-LINE
               MOVE 'N' TO WS-DST-OK
           END-IF.

       GET-RULE-FIELDS.
           MOVE 'Y' TO WS-RULE-OK
           PERFORM GET-RULE-MONTH
           IF WS-RULE-OK IS EQUAL TO 'Y' THEN
               PERFORM GET-RULE-WEEK
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'Y' THEN
               PERFORM GET-RULE-DOW
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'Y' THEN
               PERFORM GET-RULE-TIME
           END-IF.

       GET-RULE-MONTH.
           PERFORM NL
           CALL "printw" USING "  %-6.6s - MONTH (01-12): ",
               BY VALUE WS-RULE-LABEL
           MOVE 2 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE 'N' TO WS-RULE-OK
           IF WS-FIELD-LEN IS EQUAL TO 2
                   AND WS-FIELD-BUF(1:2) IS NUMERIC THEN
               MOVE WS-FIELD-BUF(1:2) TO WS-RULE-MONTH
               IF WS-RULE-MONTH > 0 AND WS-RULE-MONTH < 13 THEN
                   MOVE 'Y' TO WS-RULE-OK
               END-IF
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'N' THEN
               MOVE "INVALID MONTH - USE 01 TO 12" TO WS-MSG-LINE
           END-IF.

       GET-RULE-WEEK.
           PERFORM NL
           CALL "printw" USING "  %-6.6s - WEEK (1-4, 5=LAST): ",
               BY VALUE WS-RULE-LABEL
           MOVE 1 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE 'N' TO WS-RULE-OK
           IF WS-FIELD-LEN IS EQUAL TO 1
                   AND WS-FIELD-BUF(1:1) IS NUMERIC THEN
               MOVE WS-FIELD-BUF(1:1) TO WS-RULE-WEEK
               IF WS-RULE-WEEK > 0 AND WS-RULE-WEEK < 6 THEN
                   MOVE 'Y' TO WS-RULE-OK
               END-IF
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'N' THEN
               MOVE "INVALID WEEK - USE 1 TO 4, OR 5 FOR LAST"
                   TO WS-MSG-LINE
           END-IF.

       GET-RULE-DOW.
           PERFORM NL
           CALL "printw" USING "  %-6.6s - DAY (1=MON ... 7=SUN): ",
               BY VALUE WS-RULE-LABEL
           MOVE 1 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE 'N' TO WS-RULE-OK
           IF WS-FIELD-LEN IS EQUAL TO 1
                   AND WS-FIELD-BUF(1:1) IS NUMERIC THEN
               MOVE WS-FIELD-BUF(1:1) TO WS-RULE-DOW
               IF WS-RULE-DOW > 0 AND WS-RULE-DOW < 8 THEN
                   MOVE 'Y' TO WS-RULE-OK
               END-IF
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'N' THEN
               MOVE "INVALID DAY - USE 1 (MON) TO 7 (SUN)"
                   TO WS-MSG-LINE
           END-IF.

       GET-RULE-TIME.
           PERFORM NL
           IF WS-RULE-LABEL IS EQUAL TO "STARTS" THEN
               CALL "printw" USING
                   "  STARTS - TIME (HHMM STANDARD TIME): "
           ELSE
               CALL "printw" USING
                   "  ENDS   - TIME (HHMM SUMMER TIME): "
           END-IF
           MOVE 4 TO WS-FIELD-MAX
           PERFORM GET-FIELD
           MOVE 'N' TO WS-RULE-OK
           IF WS-FIELD-LEN IS EQUAL TO 4
                   AND WS-FIELD-BUF(1:4) IS NUMERIC THEN
               MOVE WS-FIELD-BUF(1:4) TO WS-RULE-TIME
               IF WS-RULE-HH < 24 AND WS-RULE-MM < 60 THEN
                   MOVE 'Y' TO WS-RULE-OK
               END-IF
           END-IF
           IF WS-RULE-OK IS EQUAL TO 'N' THEN
               MOVE "INVALID TIME - USE HHMM" TO WS-MSG-LINE
           END-IF.

       GET-FIELD.
           MOVE SPACES TO WS-FIELD-BUF
           MOVE 0 TO WS-FIELD-LEN
               END-IF
           END-IF.

       SET-ZONE-OFFSET.
           COMPUTE WS-ZONE-STD-OFF =
               WS-ZONE-OFF-HH(WS-ZONE-CHK) * 60
                   + WS-ZONE-OFF-MM(WS-ZONE-CHK)
           IF WS-ZONE-SIGN(WS-ZONE-CHK) IS EQUAL TO '-' THEN
               COMPUTE WS-ZONE-STD-OFF = 0 - WS-ZONE-STD-OFF
           END-IF
           MOVE WS-ZONE-STD-OFF TO WS-ZONE-OFFVAL
           MOVE 'N' TO WS-ZONE-IN-DST
           IF WS-ZONE-DST-SIGN(WS-ZONE-CHK) IS EQUAL TO '+'
                   OR WS-ZONE-DST-SIGN(WS-ZONE-CHK) IS EQUAL TO '-'
                   THEN
               COMPUTE WS-ZONE-STD-STAMP = WS-ZONE-BASE-DAYS * 1440
                   + WS-ZONE-BASE-MINS + WS-ZONE-STD-OFF
               DIVIDE WS-ZONE-STD-STAMP BY 1440
                   GIVING WS-ZONE-WORK-DAYS
               COMPUTE WS-ZONE-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-ZONE-WORK-DAYS)
               MOVE WS-ZONE-WORK-YY TO WS-RULE-YEAR
               PERFORM SET-ZONE-RULE-STAMPS
               IF WS-ZONE-START-STAMP < WS-ZONE-END-STAMP THEN
                   IF WS-ZONE-STD-STAMP >= WS-ZONE-START-STAMP
                       AND WS-ZONE-STD-STAMP < WS-ZONE-END-STAMP THEN
                       MOVE 'Y' TO WS-ZONE-IN-DST
                   END-IF
               ELSE
                   IF WS-ZONE-STD-STAMP >= WS-ZONE-START-STAMP
                       OR WS-ZONE-STD-STAMP < WS-ZONE-END-STAMP THEN
                       MOVE 'Y' TO WS-ZONE-IN-DST
                   END-IF
               END-IF
               IF WS-ZONE-IN-DST IS EQUAL TO 'Y' THEN
                   MOVE WS-ZONE-DST-OFF TO WS-ZONE-OFFVAL
               END-IF
           END-IF.

       SET-ZONE-RULE-STAMPS.
           COMPUTE WS-ZONE-DST-OFF =
               WS-ZONE-DST-HH(WS-ZONE-CHK) * 60
                   + WS-ZONE-DST-MM(WS-ZONE-CHK)
           IF WS-ZONE-DST-SIGN(WS-ZONE-CHK) IS EQUAL TO '-' THEN
               COMPUTE WS-ZONE-DST-OFF = 0 - WS-ZONE-DST-OFF
           END-IF
           MOVE WS-ZONE-ST-MONTH(WS-ZONE-CHK) TO WS-RULE-MONTH
           MOVE WS-ZONE-ST-WEEK(WS-ZONE-CHK) TO WS-RULE-WEEK
           MOVE WS-ZONE-ST-DOW(WS-ZONE-CHK) TO WS-RULE-DOW
           MOVE WS-ZONE-ST-TIME(WS-ZONE-CHK) TO WS-RULE-TIME
           PERFORM FIND-RULE-DAY
           COMPUTE WS-ZONE-START-STAMP = WS-RULE-DAYNUM * 1440
               + WS-RULE-HH * 60 + WS-RULE-MM
           MOVE WS-ZONE-EN-MONTH(WS-ZONE-CHK) TO WS-RULE-MONTH
           MOVE WS-ZONE-EN-WEEK(WS-ZONE-CHK) TO WS-RULE-WEEK
           MOVE WS-ZONE-EN-DOW(WS-ZONE-CHK) TO WS-RULE-DOW
           MOVE WS-ZONE-EN-TIME(WS-ZONE-CHK) TO WS-RULE-TIME
           PERFORM FIND-RULE-DAY
           COMPUTE WS-ZONE-END-STAMP = WS-RULE-DAYNUM * 1440
               + WS-RULE-HH * 60 + WS-RULE-MM
               - (WS-ZONE-DST-OFF - WS-ZONE-STD-OFF).

       FIND-RULE-DAY.
           COMPUTE WS-RULE-FIRST = FUNCTION INTEGER-OF-DATE(
               WS-RULE-YEAR * 10000 + WS-RULE-MONTH * 100 + 1)
           IF WS-RULE-MONTH IS EQUAL TO 12 THEN
               COMPUTE WS-RULE-NEXT = FUNCTION INTEGER-OF-DATE(
                   (WS-RULE-YEAR + 1) * 10000 + 101)
           ELSE
               COMPUTE WS-RULE-NEXT = FUNCTION INTEGER-OF-DATE(
                   WS-RULE-YEAR * 10000 + (WS-RULE-MONTH + 1) * 100
                       + 1)
           END-IF
           COMPUTE WS-RULE-DAYNUM = WS-RULE-FIRST
               + FUNCTION MOD(WS-RULE-DOW + 6
                   - FUNCTION MOD(WS-RULE-FIRST - 1, 7), 7)
           IF WS-RULE-WEEK < 5 THEN
               COMPUTE WS-RULE-DAYNUM = WS-RULE-DAYNUM
                   + (WS-RULE-WEEK - 1) * 7
           ELSE
               ADD 28 TO WS-RULE-DAYNUM
               IF WS-RULE-DAYNUM >= WS-RULE-NEXT THEN
                   SUBTRACT 7 FROM WS-RULE-DAYNUM
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
           STRING "ZONEDIT SIGN-ON REJECTED FOR ID " WS-REJECT-ID
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
