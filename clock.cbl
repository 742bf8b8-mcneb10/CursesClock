           SELECT DRIFT-HIST-FILE ASSIGN TO "CLOCKDRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRH-STATUS.
           SELECT OPER-FILE ASSIGN TO "CLOCKOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "CLOCKNTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.
           SELECT PLAN-FILE ASSIGN TO "CLOCKPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CLOCKCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SETTINGS-FILE.
           05 SET-BORDER-MODE PIC X(01).
           05 SET-BIG-MODE    PIC X(01).
           05 SET-DRIFT-LIMIT PIC 9(03).
           05 SET-ESC-DELAY   PIC 9(03).
           05 SET-ESC2-DELAY  PIC 9(03).
       FD LOG-FILE.
       01 LOG-REC PIC X(85).
       FD ALARM-FILE.
       COPY "almrec.cpy".
       FD COUNTDOWN-FILE.
       FD BATCH-FILE.
       01 BATCH-REC PIC X(80).
       FD EXCEPT-FILE.
       01 EXC-REC PIC X(85).
       FD SHIFT-FILE.
       01 SHIFT-REC.
           05 SHF-CODE PIC X(01).
       COPY "audrec.cpy".
       FD DRIFT-HIST-FILE.
       COPY "drhrec.cpy".
       FD OPER-FILE.
       COPY "oprrec.cpy".
       FD NOTIFY-FILE.
       COPY "ntfrec.cpy".
       FD PLAN-FILE.
       COPY "planrec.cpy".
       FD CHECKPOINT-FILE.
       01 CKP-REC.
           05 CKP-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CKP-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 CKP-OPER PIC X(03).
           05 FILLER PIC X(01).
           05 CKP-DATA PIC X(147).
       FD MSG-FILE.
       01 MSG-REC.
           05 MSG-PRI PIC 9(01).
           05 FILLER PIC X(01).
           05 MSG-TEXT PIC X(38).
       FD ZONE-FILE.
       COPY "zonrec.cpy".
       FD STATUS-FILE.
       01 STATUS-REC.
           05 STA-MODE PIC X(01).
               10 STA-SEC  PIC 9(02).
           05 STA-ZONE  PIC X(07).
           05 STA-LABEL PIC X(20).
           05 STA-LATE  PIC 9(02).
           05 STA-STATION PIC X(04).
       WORKING-STORAGE SECTION.
       01 WS-SETTINGS-STATUS PIC X(02) VALUE '00'.
       01 WS-SETTINGS-OK PIC X(01) VALUE 'N'.
       01 WS-LOG-TEXT PIC X(56) VALUE SPACES.
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
       01 WS-PRIOR-OPER PIC X(03) VALUE SPACES.
       01 WS-EXC-STATUS PIC X(02) VALUE '00'.
       01 WS-SCAN-EOF PIC X(01) VALUE 'N'.
               10 WS-MSG-EXP-TIME PIC 9(04).
               10 WS-MSG-TEXT PIC X(38).
       01 WS-MSG-SUB PIC 9(02) VALUE 0.
       01 WS-MSG-SLOT PIC 9(02) VALUE 0.
       01 WS-MSG-LAST-MIN PIC 9(02) VALUE 99.
       01 WS-MSG-ROT PIC 9(04) VALUE 0.
       01 WS-MSG-ROT-SEC PIC 9(02) VALUE 99.
       01 WS-SNOOZE-TOTMIN PIC 9(04) VALUE 0.
       01 WS-SNOOZE-HH PIC 9(02) VALUE 0.
       01 WS-SNOOZE-MM PIC 9(02) VALUE 0.
       01 WS-NTF-STATUS PIC X(02) VALUE '00'.
       01 WS-ESC-DELAY PIC 9(03) VALUE 5.
       01 WS-ESC2-DELAY PIC 9(03) VALUE 15.
       01 WS-ESC-MAX PIC 9(02) VALUE 10.
       01 WS-ESC-TABLE VALUE SPACES.
           05 WS-ESC-ENTRY OCCURS 10 TIMES.
               10 WS-ESC-STATE PIC X(01).
               10 WS-ESC-ALMTIME PIC 9(04).
               10 WS-ESC-MSG PIC X(40).
               10 WS-ESC-TEXT PIC X(38).
               10 WS-ESC-EXP-MINS PIC S9(11).
       01 WS-ESC-SUB PIC 9(02) VALUE 0.
       01 WS-ESC-HIT PIC 9(02) VALUE 0.
       01 WS-ESC-LAST-MIN PIC 9(02) VALUE 99.
       01 WS-ESC-NOW-MINS PIC S9(11) VALUE 0.
       01 WS-ESC-LEVEL PIC 9(01) VALUE 0.
       01 WS-ESC-FOUND PIC X(01) VALUE 'N'.
       01 WS-CLEAR-TEXT PIC X(38) VALUE SPACES.
       01 WS-MSGF-MAX PIC 9(02) VALUE 50.
       01 WS-MSGF-COUNT PIC 9(02) VALUE 0.
       01 WS-MSGF-TABLE.
           05 WS-MSGF-LINE PIC X(54) OCCURS 50 TIMES.
       01 WS-MSGF-SUB PIC 9(02) VALUE 0.
       01 WS-MSGF-DROPPED PIC X(01) VALUE 'N'.
       01 WS-MSGF-OVER PIC X(01) VALUE 'N'.
       01 ACKKEY PICTURE 9(8) VALUE IS 97.
       01 SNZKEY PICTURE 9(8) VALUE IS 115.
       01 EVTKEY PICTURE 9(8) VALUE IS 101.
       01 WS-SHIFT-NOW PIC 9(04) VALUE 0.
       01 WS-SHIFT-SOON PIC X(01) VALUE 'N'.
       01 WS-SHIFT-BANNER PIC X(40) VALUE SPACES.
       01 WS-PLAN-STATUS PIC X(02) VALUE '00'.
       01 WS-PLAN-EOF PIC X(01) VALUE 'N'.
       01 WS-PLAN-OK PIC X(01) VALUE 'N'.
       01 WS-PLAN-MAX PIC 9(02) VALUE 50.
       01 WS-PLAN-COUNT PIC 9(02) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 50 TIMES.
               10 WS-PLN-START-CODE PIC X(10).
               10 WS-PLN-END-CODE PIC X(10).
               10 WS-PLN-OFFSET PIC 9(04).
               10 WS-PLN-DUR PIC 9(04).
               10 WS-PLN-TOL PIC 9(03).
               10 WS-PLN-STATE PIC X(01).
               10 WS-PLN-ACT-MINS PIC S9(11).
       01 WS-PLAN-SUB PIC 9(02) VALUE 0.
       01 WS-PLAN-LAST-MIN PIC 9(02) VALUE 99.
       01 WS-PLAN-BASE PIC S9(11) VALUE 0.
       01 WS-PLAN-NEW-BASE PIC S9(11) VALUE 0.
       01 WS-PLAN-NOW-MINS PIC S9(11) VALUE 0.
       01 WS-PLAN-DUE-MINS PIC S9(11) VALUE 0.
       01 WS-PLAN-DUE-DAYS PIC S9(08) VALUE 0.
       01 WS-PLAN-STAMP-MINS PIC S9(11) VALUE 0.
       01 WS-PLAN-CODE PIC X(10) VALUE SPACES.
       01 WS-PLAN-LATE PIC 9(02) VALUE 0.
       01 WS-PLAN-WARN PIC X(01) VALUE 'N'.
       01 WS-PLAN-BANNER PIC X(40) VALUE SPACES.
       01 WS-PLAN-KIND PIC X(10) VALUE SPACES.
       01 WS-PLAN-TIME-BRK.
           05 WS-PLAN-HH PIC 9(02).
           05 WS-PLAN-MM PIC 9(02).
       01 WS-PLAN-DUE-REM PIC 9(04) VALUE 0.
       01 WS-PLAN-DUE-TEXT.
           05 WS-PLAN-DUE-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 WS-PLAN-DUE-MM PIC 9(02).
       01 WS-PLAN-EVT-BRK.
           05 WS-PLAN-EVT-HH PIC 9(02).
           05 WS-PLAN-EVT-MM PIC 9(02).
           05 WS-PLAN-EVT-SS PIC 9(02).
       01 WS-PLAN-LATE-TEXT PIC Z9.
       01 WS-CKP-STATUS PIC X(02) VALUE '00'.
       01 WS-CKP-DATA.
           05 WS-CKP-SNOOZE-ON PIC X(01) VALUE 'N'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-SNOOZE-TIME PIC 9(04) VALUE 0.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-SNOOZE-MSG PIC X(40) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-ALARM-ACTIVE PIC X(01) VALUE 'N'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-ALARM-DONE PIC X(01) VALUE 'Y'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-ALARM-TIME PIC 9(04) VALUE 0.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-ALARM-MSG PIC X(40) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-EVT-HAVE PIC X(01) VALUE 'N'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-EVT-DAYS PIC 9(08) VALUE 0.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-EVT-SECS PIC 9(05) VALUE 0.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-EVT-DUR-OK PIC X(01) VALUE 'N'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-EVT-DUR PIC X(09) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-ZONE PIC X(07) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-EVENT PIC X(10) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-CKP-MODE PIC X(01) VALUE 'T'.
       01 WS-CKP-LAST PIC X(147) VALUE SPACES.
       01 WS-CKP-FOUND PIC X(01) VALUE 'N'.
       01 WS-CKP-ANSWER PIC X(01) VALUE SPACE.
       01 WS-CKP-ENV PIC X(10) VALUE SPACES.
       01 WS-CKP-SAVED-DATE PIC 9(08) VALUE 0.
       01 WS-CKP-SAVED-DATE-BRK REDEFINES WS-CKP-SAVED-DATE.
           05 WS-CKP-SAVED-YEAR  PIC 9(04).
           05 WS-CKP-SAVED-MONTH PIC 9(02).
           05 WS-CKP-SAVED-DAY   PIC 9(02).
       01 WS-CKP-SAVED-TIME PIC 9(06) VALUE 0.
       01 WS-CKP-SAVED-TIME-BRK REDEFINES WS-CKP-SAVED-TIME.
           05 WS-CKP-SAVED-HOUR PIC 9(02).
           05 WS-CKP-SAVED-MIN  PIC 9(02).
           05 WS-CKP-SAVED-SEC  PIC 9(02).
       01 WS-CKP-SAVED-HHMM PIC 9(04) VALUE 0.
       01 WS-CKP-STAMP PIC X(19) VALUE SPACES.
       01 WS-CKP-PRIOR-X PIC X(14) VALUE SPACES.
       01 WS-CKP-PRIOR-NUM REDEFINES WS-CKP-PRIOR-X PIC 9(14).
       01 WS-CKP-SAVED-NUM PIC 9(14) VALUE 0.
       01 WS-CKP-DUE-MINS PIC S9(11) VALUE 0.
       01 WS-CKP-NOW-MINS PIC S9(11) VALUE 0.
       01 WS-CKP-SUB PIC 9(02) VALUE 0.
       01 WS-ALARM-LATE-KEY PIC 9(04) VALUE 9999.
       01 WS-SHIFT-WARN PIC 9(02) VALUE 10.
       01 WS-SHIFT-NOWMIN PIC 9(04) VALUE 0.
       01 WS-SHIFT-STARTMIN PIC 9(04) VALUE 0.
       PERFORM READ-HOLIDAYS.
       PERFORM READ-ZONES.
       PERFORM READ-EVENT-CODES.
       PERFORM READ-PLAN.
       DISPLAY "CLOCKMODE" UPON ENVIRONMENT-NAME.
       ACCEPT WS-ENV-MODE FROM ENVIRONMENT-VALUE.
       IF WS-ENV-MODE IS EQUAL TO "BATCH" THEN
           IF WS-SHIFT-OK IS EQUAL TO 'Y' THEN
               PERFORM CHECK-SHIFT
           END-IF
           PERFORM CHECK-ESCALATIONS
           IF WS-PLAN-OK IS EQUAL TO 'Y' THEN
               PERFORM CHECK-PLAN
           END-IF
           PERFORM CHECK-MESSAGES
           IF KEYINPUT IS EQUAL TO ACKKEY
                   AND WS-ALARM-ACTIVE IS EQUAL TO 'N'
                   AND WS-MSG-SHOW IS EQUAL TO 'Y'
                   AND WS-MSG-HIGH IS EQUAL TO 'Y'
                   AND WS-MSG-PICKED > 0 THEN
               IF WS-MSG-TEXT(WS-MSG-PICKED)(1:13) IS EQUAL TO
                       "MISSED ALARM " THEN
                   PERFORM CLEAR-MISSED-MSG
               END-IF
           END-IF
           IF KEYINPUT IS EQUAL TO ACKKEY
                   AND WS-ALARM-ACTIVE IS EQUAL TO 'Y' THEN
               MOVE 'N' TO WS-ALARM-ACTIVE
               MOVE WS-ALARM-FIRED-TIME TO WS-AUD-ALMTIME
               MOVE "ACKED" TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT
               PERFORM CANCEL-ESCALATION
           END-IF
           IF KEYINPUT IS EQUAL TO SNZKEY
                   AND WS-ALARM-ACTIVE IS EQUAL TO 'Y' THEN
               MOVE WS-ALARM-FIRED-TIME TO WS-AUD-ALMTIME
               MOVE "SNOOZED" TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT
               PERFORM CANCEL-ESCALATION
               MOVE WS-ALARM-MSG TO WS-SNOOZE-MSG
               COMPUTE WS-SNOOZE-TOTMIN = WS-TEMP-HOUR * 60
                   + WS-TEMP-MIN + WS-SNOOZE-MINS
                   MOVE 'C' TO WS-DISPLAY-MODE
               END-IF
           END-IF
           PERFORM SAVE-CHECKPOINT
           IF WS-DISPLAY-MODE IS EQUAL TO 'C' AND WS-CDN-OK
                   IS EQUAL TO 'Y' THEN
               PERFORM COMPUTE-COUNTDOWN
           PERFORM NL UNTIL COUNTER IS EQUAL TO NUMTEMP
           IF WS-ALARM-ACTIVE IS EQUAL TO 'Y'
                   OR WS-DRIFT-WARN IS EQUAL TO 'Y'
                   OR WS-PLAN-WARN IS EQUAL TO 'Y'
                   OR WS-SHIFT-SOON IS EQUAL TO 'Y'
                   OR WS-MSG-SHOW IS EQUAL TO 'Y' THEN
               MOVE 40 TO WS-LINE-LEN
               IF WS-DRIFT-WARN IS EQUAL TO 'Y' THEN
                   CALL "printw" USING "%s",
                       BY VALUE WS-DRIFT-BANNER
               ELSE
               IF WS-PLAN-WARN IS EQUAL TO 'Y' THEN
                   CALL "printw" USING "%s",
                       BY VALUE WS-PLAN-BANNER
               ELSE
                   IF WS-SHIFT-SOON IS EQUAL TO 'Y' THEN
                       CALL "printw" USING "%s",
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF HAS_COLORS<>0 AND WS-COLOR-ON IS EQUAL TO 'Y' THEN
               COMPUTE ATTRVAL = TITLE_PAIR * 256
                   MOVE 53 TO WS-LINE-LEN
               END-IF
           ELSE
               MOVE 50 TO WS-LINE-LEN
               IF WS-SHIFT-OK IS EQUAL TO 'Y' THEN
                   ADD 13 TO WS-LINE-LEN
               END-IF
                      END-IF
                   END-IF
         CALL "printw" USING "    %02d/%02d/%0004d %02d-%02d-%02d %s [%
      -"-7.7s %-3.3s] ",
      - BY VALUE WS-DISP-MONTH, BY VALUE WS-DISP-DAY, BY VALUE WS-DISP-Y
      -EAR BY VALUE TEMPHOUR, BY VALUE WS-DISP-MIN, BY VALUE WS-TEMP
      --SEC, BY VALUE MERIDIAN, BY VALUE WS-ZONE-NAME(WS-ZONE-IDX),
                       BY VALUE WS-ZONE-SEASON
                   IF WS-SHIFT-OK IS EQUAL TO 'Y' THEN
                       CALL "printw" USING " %-12.12s",
                           BY VALUE WS-SHIFT-NAME
           END-IF.

       APPLY-ZONE.
           COMPUTE WS-ZONE-DAYNUM = FUNCTION INTEGER-OF-DATE(
               WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100 + WS-TEMP-DAY)
           MOVE WS-ZONE-IDX TO WS-ZONE-CHK
           MOVE WS-ZONE-DAYNUM TO WS-ZONE-BASE-DAYS
           COMPUTE WS-ZONE-BASE-MINS = WS-TEMP-HOUR * 60 + WS-TEMP-MIN
           PERFORM SET-ZONE-OFFSET
           IF WS-ZONE-IN-DST IS EQUAL TO 'Y' THEN
               MOVE 'DST' TO WS-ZONE-SEASON
           ELSE
               MOVE 'STD' TO WS-ZONE-SEASON
           END-IF
           COMPUTE WS-ZONE-MINTMP = WS-TEMP-HOUR * 60
               + WS-TEMP-MIN + WS-ZONE-OFFVAL
           IF WS-ZONE-MINTMP > 1439 THEN
               SUBTRACT 1440 FROM WS-ZONE-MINTMP
               ADD 1 TO WS-ZONE-DAYNUM
           COMPUTE WS-DISP-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ZONE-DAYNUM).

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

       READ-ZONES.
           OPEN INPUT ZONE-FILE
           IF WS-ZONE-STATUS IS EQUAL TO '00' THEN
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

       CHECK-DRIFT.
           MOVE WS-TEMP-SEC TO WS-LAST-DRIFT-SEC
                   MOVE 9999 TO WS-ALARM-ACKED-TIME
                   MOVE WS-SNOOZE-TIME TO WS-ALARM-FIRED-TIME
                   MOVE 'N' TO WS-ALARM-EXP-DONE
                   MOVE 9999 TO WS-ALARM-LATE-KEY
                   MOVE WS-SNOOZE-TIME TO WS-AUD-ALMTIME
                   MOVE "FIRED" TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT
                               AND WS-ALARM-EXP-DONE IS EQUAL TO
                                   'N'
                               AND WS-ALARM-FIRED-TIME IS NOT
                                   EQUAL TO WS-ALARM-KEY
                               AND WS-ALARM-LATE-KEY IS NOT
                                   EQUAL TO WS-ALARM-KEY THEN
                           MOVE 'Y' TO WS-ALARM-EXP-DONE
                           MOVE WS-ALARM-FIRED-TIME
                               TO WS-AUD-ALMTIME
                           MOVE "EXPIRED" TO WS-AUD-ACTION
                           PERFORM WRITE-AUDIT
                           PERFORM ADD-ESCALATION
                       END-IF
                       MOVE 9999 TO WS-ALARM-ACKED-TIME
                       COMPUTE WS-ALARM-DATE = WS-TEMP-YEAR * 10000
               MOVE ALM-MSG TO WS-ALARM-MSG
               MOVE ALM-TIME TO WS-ALARM-FIRED-TIME
               MOVE 'N' TO WS-ALARM-EXP-DONE
               MOVE 9999 TO WS-ALARM-LATE-KEY
               MOVE ALM-TIME TO WS-AUD-ALMTIME
               MOVE "FIRED" TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT
               END-IF
           END-IF.

       ADD-ESCALATION.
           MOVE 0 TO WS-ESC-HIT
           MOVE 0 TO WS-ESC-SUB
           PERFORM FIND-FREE-ESC
               UNTIL WS-ESC-SUB IS EQUAL TO WS-ESC-MAX
                   OR WS-ESC-HIT > 0
           IF WS-ESC-HIT IS EQUAL TO 0 THEN
               MOVE SPACES TO WS-LOG-TEXT
               STRING "MISSED ALARM " WS-ALARM-FIRED-TIME
                   " NOT ESCALATED - TABLE FULL"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               PERFORM WRITE-LOG
           ELSE
               PERFORM SET-ESC-NOW
               MOVE 'W' TO WS-ESC-STATE(WS-ESC-HIT)
               MOVE WS-ALARM-FIRED-TIME TO WS-ESC-ALMTIME(WS-ESC-HIT)
               MOVE WS-ALARM-MSG TO WS-ESC-MSG(WS-ESC-HIT)
               MOVE SPACES TO WS-ESC-TEXT(WS-ESC-HIT)
               STRING "MISSED ALARM " WS-ALARM-FIRED-TIME " "
                   WS-ALARM-MSG DELIMITED BY SIZE
                   INTO WS-ESC-TEXT(WS-ESC-HIT)
               END-STRING
               MOVE WS-ESC-NOW-MINS TO WS-ESC-EXP-MINS(WS-ESC-HIT)
           END-IF.

       FIND-FREE-ESC.
           ADD 1 TO WS-ESC-SUB
           IF WS-ESC-STATE(WS-ESC-SUB) IS EQUAL TO SPACE THEN
               MOVE WS-ESC-SUB TO WS-ESC-HIT
           END-IF.

       CANCEL-ESCALATION.
           MOVE 0 TO WS-ESC-SUB
           PERFORM CANCEL-ESC-ENTRY WS-ESC-MAX TIMES.

       CANCEL-ESC-ENTRY.
           ADD 1 TO WS-ESC-SUB
           IF WS-ESC-STATE(WS-ESC-SUB) IS EQUAL TO 'W'
                   AND WS-ESC-ALMTIME(WS-ESC-SUB) IS EQUAL TO
                       WS-ALARM-FIRED-TIME THEN
               MOVE SPACE TO WS-ESC-STATE(WS-ESC-SUB)
           END-IF.

       SET-ESC-NOW.
           COMPUTE WS-ESC-NOW-MINS = FUNCTION INTEGER-OF-DATE(
               WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100
                   + WS-TEMP-DAY) * 1440
               + WS-TEMP-HOUR * 60 + WS-TEMP-MIN.

       CHECK-ESCALATIONS.
           IF WS-TEMP-MIN IS NOT EQUAL TO WS-ESC-LAST-MIN THEN
               MOVE WS-TEMP-MIN TO WS-ESC-LAST-MIN
               PERFORM SET-ESC-NOW
               MOVE 0 TO WS-ESC-SUB
               PERFORM CHECK-ESC-ENTRY WS-ESC-MAX TIMES
           END-IF.

       CHECK-ESC-ENTRY.
           ADD 1 TO WS-ESC-SUB
           IF WS-ESC-STATE(WS-ESC-SUB) IS EQUAL TO 'W' THEN
               IF WS-ESC-NOW-MINS IS NOT LESS THAN
                       WS-ESC-EXP-MINS(WS-ESC-SUB) + WS-ESC-DELAY
                       THEN
                   PERFORM POST-ESC-MSG
                   MOVE 1 TO WS-ESC-LEVEL
                   PERFORM RAISE-ESCALATION
                   MOVE '1' TO WS-ESC-STATE(WS-ESC-SUB)
               END-IF
           ELSE
               IF WS-ESC-STATE(WS-ESC-SUB) IS EQUAL TO '1'
                       OR WS-ESC-STATE(WS-ESC-SUB) IS EQUAL TO '2'
                       THEN
                   PERFORM FIND-ESC-MSG
                   IF WS-ESC-FOUND IS EQUAL TO 'N' THEN
                       MOVE SPACE TO WS-ESC-STATE(WS-ESC-SUB)
                   ELSE
                       IF WS-ESC-STATE(WS-ESC-SUB) IS EQUAL TO '1'
                               AND WS-ESC-NOW-MINS IS NOT LESS THAN
                                   WS-ESC-EXP-MINS(WS-ESC-SUB)
                                   + WS-ESC-DELAY + WS-ESC2-DELAY
                               THEN
                           MOVE 2 TO WS-ESC-LEVEL
                           PERFORM RAISE-ESCALATION
                           MOVE '2' TO WS-ESC-STATE(WS-ESC-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RAISE-ESCALATION.
           PERFORM WRITE-NOTIFY
           MOVE WS-ESC-ALMTIME(WS-ESC-SUB) TO WS-AUD-ALMTIME
           MOVE SPACES TO WS-AUD-ACTION
           STRING "ESCALATED" WS-ESC-LEVEL DELIMITED BY SIZE
               INTO WS-AUD-ACTION
           END-STRING
           PERFORM WRITE-AUDIT
           MOVE SPACES TO WS-LOG-TEXT
           STRING "MISSED ALARM " WS-ESC-ALMTIME(WS-ESC-SUB)
               " ESCALATED LEVEL " WS-ESC-LEVEL
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-LOG.

       POST-ESC-MSG.
           OPEN EXTEND MSG-FILE
           IF WS-MSG-STATUS IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT MSG-FILE
           END-IF
           MOVE SPACES TO MSG-REC
           MOVE 1 TO MSG-PRI
           MOVE 0 TO MSG-EXP-DATE
           MOVE 0 TO MSG-EXP-TIME
           MOVE WS-ESC-TEXT(WS-ESC-SUB) TO MSG-TEXT
           WRITE MSG-REC
           CLOSE MSG-FILE
           MOVE 99 TO WS-MSG-LAST-MIN.

       FIND-ESC-MSG.
           MOVE 'N' TO WS-ESC-FOUND
           OPEN INPUT MSG-FILE
           IF WS-MSG-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-MSG-EOF
               PERFORM SCAN-ESC-MSG
                   UNTIL WS-MSG-EOF IS EQUAL TO 'Y'
                       OR WS-ESC-FOUND IS EQUAL TO 'Y'
               CLOSE MSG-FILE
           END-IF.

       SCAN-ESC-MSG.
           READ MSG-FILE
               AT END
                   MOVE 'Y' TO WS-MSG-EOF
               NOT AT END
                   IF MSG-REC(1:1) IS EQUAL TO '1'
                           AND MSG-TEXT IS EQUAL TO
                               WS-ESC-TEXT(WS-ESC-SUB) THEN
                       MOVE 'Y' TO WS-ESC-FOUND
                   END-IF
           END-READ.

       WRITE-NOTIFY.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NTF-STATUS IS NOT EQUAL TO '00' THEN
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NTF-REC
           COMPUTE NTF-DATE = WS-TEMP-YEAR * 10000
               + WS-TEMP-MONTH * 100 + WS-TEMP-DAY
           COMPUTE NTF-TIME = WS-TEMP-HOUR * 10000
               + WS-TEMP-MIN * 100 + WS-TEMP-SEC
           MOVE WS-ESC-LEVEL TO NTF-LEVEL
           MOVE WS-ESC-ALMTIME(WS-ESC-SUB) TO NTF-ALMTIME
           MOVE WS-ESC-MSG(WS-ESC-SUB) TO NTF-MSG
           MOVE WS-OPER-ID TO NTF-OPER
           MOVE WS-OPER-NAME TO NTF-OPER-NAME
           MOVE WS-STATION-ID TO NTF-STATION
           IF WS-SHIFT-OK IS EQUAL TO 'Y' THEN
               MOVE WS-SHIFT-CODE TO NTF-SHIFT-CODE
               MOVE WS-SHIFT-NAME TO NTF-SHIFT-NAME
           ELSE
               MOVE '?' TO NTF-SHIFT-CODE
           END-IF
           WRITE NTF-REC
           CLOSE NOTIFY-FILE.

       CLEAR-MISSED-MSG.
           MOVE WS-MSG-TEXT(WS-MSG-PICKED) TO WS-CLEAR-TEXT
           PERFORM REMOVE-MSG-ENTRY
           IF WS-MSGF-DROPPED IS EQUAL TO 'Y' THEN
               IF WS-CLEAR-TEXT(14:4) IS NUMERIC THEN
                   MOVE WS-CLEAR-TEXT(14:4) TO WS-AUD-ALMTIME
               ELSE
                   MOVE 0 TO WS-AUD-ALMTIME
               END-IF
               MOVE "CLEARED" TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "MISSED ALARM " WS-CLEAR-TEXT(14:4)
                   " CLEARED" DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               PERFORM WRITE-LOG
               MOVE 0 TO WS-ESC-SUB
               PERFORM DROP-CLEARED-ESC WS-ESC-MAX TIMES
               MOVE 99 TO WS-MSG-LAST-MIN
           END-IF.

       DROP-CLEARED-ESC.
           ADD 1 TO WS-ESC-SUB
           IF WS-ESC-STATE(WS-ESC-SUB) IS NOT EQUAL TO SPACE
                   AND WS-ESC-TEXT(WS-ESC-SUB) IS EQUAL TO
                       WS-CLEAR-TEXT THEN
               MOVE SPACE TO WS-ESC-STATE(WS-ESC-SUB)
           END-IF.

       REMOVE-MSG-ENTRY.
           MOVE 'N' TO WS-MSGF-DROPPED
           MOVE 'N' TO WS-MSGF-OVER
           MOVE 0 TO WS-MSGF-COUNT
           OPEN INPUT MSG-FILE
           IF WS-MSG-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-MSG-EOF
               PERFORM READ-MSGF-REC
                   UNTIL WS-MSG-EOF IS EQUAL TO 'Y'
               CLOSE MSG-FILE
           END-IF
           IF WS-MSGF-OVER IS EQUAL TO 'Y' THEN
               MOVE 'N' TO WS-MSGF-DROPPED
               MOVE "CLOCKMSG TOO LARGE - MESSAGE NOT CLEARED"
                   TO WS-LOG-TEXT
               PERFORM WRITE-LOG
           END-IF
           IF WS-MSGF-DROPPED IS EQUAL TO 'Y' THEN
               OPEN OUTPUT MSG-FILE
               IF WS-MSG-STATUS IS EQUAL TO '00' THEN
                   MOVE 0 TO WS-MSGF-SUB
                   PERFORM WRITE-MSGF-REC WS-MSGF-COUNT TIMES
                   CLOSE MSG-FILE
               ELSE
                   MOVE 'N' TO WS-MSGF-DROPPED
               END-IF
           END-IF.

       READ-MSGF-REC.
           READ MSG-FILE
               AT END
                   MOVE 'Y' TO WS-MSG-EOF
               NOT AT END
                   IF WS-MSGF-DROPPED IS EQUAL TO 'N'
                           AND MSG-REC(1:1) IS EQUAL TO '1'
                           AND MSG-TEXT IS EQUAL TO WS-CLEAR-TEXT
                           THEN
                       MOVE 'Y' TO WS-MSGF-DROPPED
                   ELSE
                       IF WS-MSGF-COUNT < WS-MSGF-MAX THEN
                           ADD 1 TO WS-MSGF-COUNT
                           MOVE MSG-REC
                               TO WS-MSGF-LINE(WS-MSGF-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-MSGF-OVER
                       END-IF
                   END-IF
           END-READ.

       WRITE-MSGF-REC.
           ADD 1 TO WS-MSGF-SUB
           MOVE WS-MSGF-LINE(WS-MSGF-SUB) TO MSG-REC
           WRITE MSG-REC.

       DRAW-CALENDAR.
           IF WS-CAL-BUILT-DATE IS NOT EQUAL TO WS-DISP-DATE-NUM THEN
               PERFORM BUILD-CALENDAR
           SUBTRACT 5 FROM NUMTEMP
           IF WS-ALARM-ACTIVE IS EQUAL TO 'Y'
                   OR WS-DRIFT-WARN IS EQUAL TO 'Y'
                   OR WS-PLAN-WARN IS EQUAL TO 'Y'
                   OR WS-SHIFT-SOON IS EQUAL TO 'Y'
                   OR WS-MSG-SHOW IS EQUAL TO 'Y' THEN
               IF NUMTEMP > 0 THEN
           PERFORM NL UNTIL COUNTER IS EQUAL TO NUMTEMP
           IF WS-ALARM-ACTIVE IS EQUAL TO 'Y'
                   OR WS-DRIFT-WARN IS EQUAL TO 'Y'
                   OR WS-PLAN-WARN IS EQUAL TO 'Y'
                   OR WS-SHIFT-SOON IS EQUAL TO 'Y'
                   OR WS-MSG-SHOW IS EQUAL TO 'Y' THEN
               PERFORM DRAW-CAL-BANNER
               IF WS-DRIFT-WARN IS EQUAL TO 'Y' THEN
                   CALL "printw" USING "%s",
                       BY VALUE WS-DRIFT-BANNER
               ELSE
               IF WS-PLAN-WARN IS EQUAL TO 'Y' THEN
                   CALL "printw" USING "%s",
                       BY VALUE WS-PLAN-BANNER
               ELSE
                   IF WS-SHIFT-SOON IS EQUAL TO 'Y' THEN
                       CALL "printw" USING "%s",
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF HAS_COLORS<>0 AND WS-COLOR-ON IS EQUAL TO 'Y' THEN
               COMPUTE ATTRVAL = TITLE_PAIR * 256
               + WS-TEMP-MIN * 100 + WS-TEMP-SEC
           MOVE WS-EVENT-NAME(WS-EVENT-IDX) TO EVT-CODE
           MOVE WS-OPER-ID TO EVT-OPER
           MOVE WS-STATION-ID TO EVT-STATION
           WRITE EVT-REC
           CLOSE EVENT-FILE
           IF WS-PLAN-OK IS EQUAL TO 'Y' THEN
               MOVE WS-EVENT-NAME(WS-EVENT-IDX) TO WS-PLAN-CODE
               COMPUTE WS-PLAN-STAMP-MINS = FUNCTION INTEGER-OF-DATE(
                   WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100
                       + WS-TEMP-DAY) * 1440
                   + WS-TEMP-HOUR * 60 + WS-TEMP-MIN
               PERFORM NOTE-PLAN-STAMP
               MOVE 99 TO WS-PLAN-LAST-MIN
           END-IF
           COMPUTE WS-EVT-NOW-DAYS = FUNCTION INTEGER-OF-DATE(
               WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100
                   + WS-TEMP-DAY)
               END-STRING
           END-IF.

       READ-PLAN.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-PLAN-EOF
               PERFORM READ-PLAN-REC
                   UNTIL WS-PLAN-EOF IS EQUAL TO 'Y'
                       OR WS-PLAN-COUNT IS EQUAL TO WS-PLAN-MAX
               CLOSE PLAN-FILE
               IF WS-PLAN-COUNT > 0 THEN
                   MOVE 'Y' TO WS-PLAN-OK
               END-IF
           END-IF.

       READ-PLAN-REC.
           READ PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-PLAN-EOF
               NOT AT END
                   MOVE PLN-START-TIME TO WS-PLAN-TIME-BRK
                   IF PLN-START-TIME IS NUMERIC
                           AND PLN-DUR-MINS IS NUMERIC
                           AND PLN-TOL-MINS IS NUMERIC
                           AND WS-PLAN-HH < 24
                           AND WS-PLAN-MM < 60 THEN
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE PLN-START-CODE
                           TO WS-PLN-START-CODE(WS-PLAN-COUNT)
                       MOVE PLN-END-CODE
                           TO WS-PLN-END-CODE(WS-PLAN-COUNT)
                       IF WS-PLAN-HH < 12 THEN
                           COMPUTE WS-PLN-OFFSET(WS-PLAN-COUNT) =
                               WS-PLAN-HH * 60 + WS-PLAN-MM + 720
                       ELSE
                           COMPUTE WS-PLN-OFFSET(WS-PLAN-COUNT) =
                               WS-PLAN-HH * 60 + WS-PLAN-MM - 720
                       END-IF
                       MOVE PLN-DUR-MINS TO WS-PLN-DUR(WS-PLAN-COUNT)
                       MOVE PLN-TOL-MINS TO WS-PLN-TOL(WS-PLAN-COUNT)
                       MOVE SPACE TO WS-PLN-STATE(WS-PLAN-COUNT)
                       MOVE 0 TO WS-PLN-ACT-MINS(WS-PLAN-COUNT)
                   END-IF
           END-READ.

       CHECK-PLAN.
           IF WS-TEMP-MIN IS NOT EQUAL TO WS-PLAN-LAST-MIN THEN
               MOVE WS-TEMP-MIN TO WS-PLAN-LAST-MIN
               COMPUTE WS-PLAN-NOW-MINS = FUNCTION INTEGER-OF-DATE(
                   WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100
                       + WS-TEMP-DAY) * 1440
                   + WS-TEMP-HOUR * 60 + WS-TEMP-MIN
               COMPUTE WS-PLAN-NEW-BASE = WS-PLAN-NOW-MINS
                   - WS-TEMP-HOUR * 60 - WS-TEMP-MIN + 720
               IF WS-TEMP-HOUR < 12 THEN
                   SUBTRACT 1440 FROM WS-PLAN-NEW-BASE
               END-IF
               IF WS-PLAN-NEW-BASE IS NOT EQUAL TO WS-PLAN-BASE THEN
                   MOVE WS-PLAN-NEW-BASE TO WS-PLAN-BASE
                   MOVE 0 TO WS-PLAN-SUB
                   PERFORM RESET-PLAN-STEP WS-PLAN-COUNT TIMES
                   PERFORM SCAN-PLAN-STAMPS
               END-IF
               MOVE 0 TO WS-PLAN-LATE
               MOVE 0 TO WS-PLAN-SUB
               PERFORM CHECK-PLAN-STEP WS-PLAN-COUNT TIMES
               IF WS-PLAN-LATE > 0 THEN
                   MOVE 'Y' TO WS-PLAN-WARN
               ELSE
                   MOVE 'N' TO WS-PLAN-WARN
               END-IF
           END-IF.

       RESET-PLAN-STEP.
           ADD 1 TO WS-PLAN-SUB
           MOVE SPACE TO WS-PLN-STATE(WS-PLAN-SUB)
           MOVE 0 TO WS-PLN-ACT-MINS(WS-PLAN-SUB).

       SCAN-PLAN-STAMPS.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS IS EQUAL TO '00' THEN
               MOVE 'N' TO WS-PLAN-EOF
               PERFORM SCAN-PLAN-EVT
                   UNTIL WS-PLAN-EOF IS EQUAL TO 'Y'
               CLOSE EVENT-FILE
           END-IF.

       SCAN-PLAN-EVT.
           READ EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-PLAN-EOF
               NOT AT END
                   IF EVT-DATE IS NUMERIC
                           AND EVT-TIME IS NUMERIC THEN
                       MOVE EVT-TIME TO WS-PLAN-EVT-BRK
                       COMPUTE WS-PLAN-STAMP-MINS =
                           FUNCTION INTEGER-OF-DATE(EVT-DATE) * 1440
                           + WS-PLAN-EVT-HH * 60 + WS-PLAN-EVT-MM
                       IF WS-PLAN-STAMP-MINS IS NOT LESS THAN
                               WS-PLAN-BASE
                               AND WS-PLAN-STAMP-MINS IS NOT GREATER
                                   THAN WS-PLAN-NOW-MINS THEN
                           MOVE EVT-CODE TO WS-PLAN-CODE
                           PERFORM NOTE-PLAN-STAMP
                       END-IF
                   END-IF
           END-READ.

       NOTE-PLAN-STAMP.
           MOVE 0 TO WS-PLAN-SUB
           PERFORM MARK-PLAN-STEP WS-PLAN-COUNT TIMES.

       MARK-PLAN-STEP.
           ADD 1 TO WS-PLAN-SUB
           IF WS-PLAN-CODE IS EQUAL TO WS-PLN-END-CODE(WS-PLAN-SUB)
                   AND (WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO 'S'
                       OR WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO 'O')
                   THEN
               MOVE 'D' TO WS-PLN-STATE(WS-PLAN-SUB)
           END-IF
           IF WS-PLAN-CODE IS EQUAL TO WS-PLN-START-CODE(WS-PLAN-SUB)
                   AND (WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO SPACE
                       OR WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO 'L')
                   THEN
               MOVE 'S' TO WS-PLN-STATE(WS-PLAN-SUB)
               MOVE WS-PLAN-STAMP-MINS TO WS-PLN-ACT-MINS(WS-PLAN-SUB)
           END-IF.

       CHECK-PLAN-STEP.
           ADD 1 TO WS-PLAN-SUB
           IF WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO SPACE
                   OR WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO 'L' THEN
               COMPUTE WS-PLAN-DUE-MINS = WS-PLAN-BASE
                   + WS-PLN-OFFSET(WS-PLAN-SUB)
                   + WS-PLN-TOL(WS-PLAN-SUB)
               MOVE "LATE START" TO WS-PLAN-KIND
           ELSE
               COMPUTE WS-PLAN-DUE-MINS = WS-PLN-ACT-MINS(WS-PLAN-SUB)
                   + WS-PLN-DUR(WS-PLAN-SUB)
                   + WS-PLN-TOL(WS-PLAN-SUB)
               MOVE "OVERRUN" TO WS-PLAN-KIND
           END-IF
           DIVIDE WS-PLAN-DUE-MINS BY 1440 GIVING WS-PLAN-DUE-DAYS
               REMAINDER WS-PLAN-DUE-REM
           DIVIDE WS-PLAN-DUE-REM BY 60 GIVING WS-PLAN-DUE-HH
               REMAINDER WS-PLAN-DUE-MM
           IF WS-PLAN-NOW-MINS > WS-PLAN-DUE-MINS THEN
               IF WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO SPACE THEN
                   MOVE 'L' TO WS-PLN-STATE(WS-PLAN-SUB)
                   PERFORM LOG-PLAN-LATE
               END-IF
               IF WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO 'S' THEN
                   MOVE 'O' TO WS-PLN-STATE(WS-PLAN-SUB)
                   PERFORM LOG-PLAN-LATE
               END-IF
           END-IF
           IF WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO 'L'
                   OR WS-PLN-STATE(WS-PLAN-SUB) IS EQUAL TO 'O' THEN
               ADD 1 TO WS-PLAN-LATE
               MOVE SPACES TO WS-PLAN-BANNER
               IF WS-PLAN-LATE > 1 THEN
                   MOVE WS-PLAN-LATE TO WS-PLAN-LATE-TEXT
                   STRING "  " WS-PLAN-LATE-TEXT " LATE: "
                       DELIMITED BY SIZE
                       WS-PLAN-KIND DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-PLN-START-CODE(WS-PLAN-SUB)
                       DELIMITED BY "  "
                       " DUE " WS-PLAN-DUE-TEXT "  "
                       DELIMITED BY SIZE INTO WS-PLAN-BANNER
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       WS-PLAN-KIND DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-PLN-START-CODE(WS-PLAN-SUB)
                       DELIMITED BY "  "
                       " DUE " WS-PLAN-DUE-TEXT "  "
                       DELIMITED BY SIZE INTO WS-PLAN-BANNER
                   END-STRING
               END-IF
           END-IF.

       LOG-PLAN-LATE.
           MOVE SPACES TO WS-LOG-TEXT
           STRING WS-PLAN-KIND DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-PLN-START-CODE(WS-PLAN-SUB) DELIMITED BY "  "
               " DUE " WS-PLAN-DUE-TEXT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM WRITE-LOG.

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
           STRING "SIGN-ON REJECTED FOR ID " WS-REJECT-ID " - "
               WS-REJECT-WHY DELIMITED BY SIZE INTO WS-LOG-TEXT
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

       CHECK-MESSAGES.
           COMPUTE WS-MSG-NOW-DATE = WS-TEMP-YEAR * 10000
               + WS-TEMP-MONTH * 100 + WS-TEMP-DAY
           COMPUTE WS-MSG-NOW-TIME = WS-TEMP-HOUR * 100
               + WS-TEMP-MIN
           IF WS-TEMP-MIN IS NOT EQUAL TO WS-MSG-LAST-MIN THEN
               PERFORM LOAD-MESSAGES
               MOVE WS-TEMP-MIN TO WS-MSG-LAST-MIN
               END-IF
               MOVE WS-TEMP-SEC TO WS-MSG-ROT-SEC
           END-IF
           MOVE 'N' TO WS-MSG-SHOW
           MOVE 'N' TO WS-MSG-HIGH
           MOVE 0 TO WS-MSG-ELIG-CNT
               MOVE 'N' TO WS-MSG-EOF
               PERFORM READ-MSG-REC
                   UNTIL WS-MSG-EOF IS EQUAL TO 'Y'
               CLOSE MSG-FILE
           END-IF.

                   IF MSG-PRI IS NUMERIC
                           AND MSG-TEXT IS NOT EQUAL TO SPACES
                           THEN
                       IF MSG-EXP-DATE IS EQUAL TO 0
                               OR MSG-EXP-DATE > WS-MSG-NOW-DATE
                               OR (MSG-EXP-DATE IS EQUAL TO
                                       WS-MSG-NOW-DATE
                                   AND MSG-EXP-TIME >
                                       WS-MSG-NOW-TIME) THEN
                           PERFORM STORE-MSG-REC
                       END-IF
                   END-IF
           END-READ.

       STORE-MSG-REC.
           MOVE 0 TO WS-MSG-SLOT
           IF WS-MSG-COUNT < WS-MSG-MAX THEN
               ADD 1 TO WS-MSG-COUNT
               MOVE WS-MSG-COUNT TO WS-MSG-SLOT
           ELSE
               IF MSG-PRI IS EQUAL TO 1 THEN
                   MOVE 0 TO WS-MSG-SUB
                   PERFORM FIND-LOW-MSG WS-MSG-COUNT TIMES
                   IF WS-MSG-SLOT IS EQUAL TO 0 THEN
                       MOVE 1 TO WS-MSG-SUB
                       PERFORM SHIFT-MSG-UP
                           UNTIL WS-MSG-SUB IS EQUAL TO WS-MSG-COUNT
                       MOVE WS-MSG-COUNT TO WS-MSG-SLOT
                   END-IF
               END-IF
           END-IF
           IF WS-MSG-SLOT > 0 THEN
               MOVE MSG-PRI TO WS-MSG-PRI(WS-MSG-SLOT)
               MOVE MSG-EXP-DATE TO WS-MSG-EXP-DATE(WS-MSG-SLOT)
               MOVE MSG-EXP-TIME TO WS-MSG-EXP-TIME(WS-MSG-SLOT)
               MOVE MSG-TEXT TO WS-MSG-TEXT(WS-MSG-SLOT)
           END-IF.

       FIND-LOW-MSG.
           ADD 1 TO WS-MSG-SUB
           IF WS-MSG-PRI(WS-MSG-SUB) IS NOT EQUAL TO 1 THEN
               IF WS-MSG-SLOT IS EQUAL TO 0 THEN
                   MOVE WS-MSG-SUB TO WS-MSG-SLOT
               ELSE
                   IF WS-MSG-PRI(WS-MSG-SUB) >
                           WS-MSG-PRI(WS-MSG-SLOT) THEN
                       MOVE WS-MSG-SUB TO WS-MSG-SLOT
                   END-IF
               END-IF
           END-IF.

       SHIFT-MSG-UP.
           MOVE WS-MSG-ENTRY(WS-MSG-SUB + 1)
               TO WS-MSG-ENTRY(WS-MSG-SUB)
           ADD 1 TO WS-MSG-SUB.

       COUNT-HIGH-MSG.
           ADD 1 TO WS-MSG-SUB
           IF WS-MSG-PRI(WS-MSG-SUB) IS EQUAL TO 1 THEN
                   END-STRING
                   PERFORM WRITE-LOG
                   PERFORM WRITE-EXCEPTION
                   PERFORM OFFER-RESTORE
               END-IF
           END-IF.

                   END-IF
           END-READ.

       OFFER-RESTORE.
           MOVE 'N' TO WS-CKP-FOUND
           STRING WS-PRIOR-STAMP(1:4) WS-PRIOR-STAMP(6:2)
               WS-PRIOR-STAMP(9:2) WS-PRIOR-STAMP(12:2)
               WS-PRIOR-STAMP(15:2) WS-PRIOR-STAMP(18:2)
               DELIMITED BY SIZE INTO WS-CKP-PRIOR-X
           END-STRING
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKP-STATUS IS EQUAL TO '00' THEN
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-DATE IS NUMERIC
                               AND CKP-TIME IS NUMERIC
                               AND WS-CKP-PRIOR-X IS NUMERIC THEN
                           COMPUTE WS-CKP-SAVED-NUM =
                               CKP-DATE * 1000000 + CKP-TIME
                           IF WS-CKP-SAVED-NUM IS NOT LESS THAN
                                   WS-CKP-PRIOR-NUM THEN
                               MOVE 'Y' TO WS-CKP-FOUND
                               MOVE CKP-DATE TO WS-CKP-SAVED-DATE
                               MOVE CKP-TIME TO WS-CKP-SAVED-TIME
                               MOVE CKP-DATA TO WS-CKP-DATA
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-CKP-FOUND IS EQUAL TO 'N' THEN
               MOVE "NO CHECKPOINT FOR INTERRUPTED SESSION"
                   TO WS-LOG-TEXT
               PERFORM WRITE-LOG
           ELSE
               MOVE SPACES TO WS-CKP-STAMP
               STRING WS-CKP-SAVED-YEAR '-' WS-CKP-SAVED-MONTH '-'
                   WS-CKP-SAVED-DAY ' ' WS-CKP-SAVED-HOUR ':'
                   WS-CKP-SAVED-MIN ':' WS-CKP-SAVED-SEC
                   DELIMITED BY SIZE INTO WS-CKP-STAMP
               END-STRING
               DISPLAY "CLOCKRESTORE" UPON ENVIRONMENT-NAME
               ACCEPT WS-CKP-ENV FROM ENVIRONMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-CKP-ENV(1:1))
                   TO WS-CKP-ANSWER
               IF WS-CKP-ANSWER IS NOT EQUAL TO 'Y'
                       AND WS-CKP-ANSWER IS NOT EQUAL TO 'N' THEN
                   DISPLAY "Previous session ended abnormally."
                   DISPLAY "Restore its state from the checkpoint of "
                       WS-CKP-STAMP " (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CKP-ENV
                   MOVE FUNCTION UPPER-CASE(WS-CKP-ENV(1:1))
                       TO WS-CKP-ANSWER
               END-IF
               MOVE SPACES TO WS-LOG-TEXT
               IF WS-CKP-ANSWER IS EQUAL TO 'Y' THEN
                   STRING "CHECKPOINT OF " WS-CKP-STAMP " RESTORED"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   END-STRING
               ELSE
                   STRING "CHECKPOINT OF " WS-CKP-STAMP " DISCARDED"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-LOG
               PERFORM EXPIRE-CKP-ALARM
               IF WS-CKP-ANSWER IS EQUAL TO 'Y' THEN
                   PERFORM RESTORE-CHECKPOINT
               END-IF
           END-IF.

       EXPIRE-CKP-ALARM.
           IF WS-CKP-ALARM-ACTIVE IS EQUAL TO 'Y'
                   AND WS-CKP-ALARM-DONE IS EQUAL TO 'N'
                   AND WS-CKP-ALARM-TIME IS NUMERIC THEN
               MOVE WS-CKP-ALARM-TIME TO WS-ALARM-FIRED-TIME
               MOVE WS-CKP-ALARM-MSG TO WS-ALARM-MSG
               MOVE SPACES TO WS-LOG-TEXT
               STRING "ALARM " WS-CKP-ALARM-TIME
                   " ACTIVE AT ABNORMAL END - EXPIRED"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               PERFORM WRITE-LOG
               MOVE WS-CKP-ALARM-TIME TO WS-AUD-ALMTIME
               MOVE "EXPIRED" TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT
               PERFORM ADD-ESCALATION
           END-IF.

       RESTORE-CHECKPOINT.
           MOVE 0 TO WS-CKP-SUB
           PERFORM FIND-CKP-ZONE WS-ZONE-COUNT TIMES
           MOVE 0 TO WS-CKP-SUB
           PERFORM FIND-CKP-EVENT WS-EVENT-COUNT TIMES
           IF WS-CKP-MODE IS EQUAL TO 'M' THEN
               MOVE 'M' TO WS-DISPLAY-MODE
               MOVE 0 TO WS-CAL-BUILT-DATE
           END-IF
           IF WS-CKP-MODE IS EQUAL TO 'C'
                   AND WS-CDN-OK IS EQUAL TO 'Y' THEN
               MOVE 'C' TO WS-DISPLAY-MODE
           END-IF
           IF WS-CKP-EVT-HAVE IS EQUAL TO 'Y'
                   AND WS-CKP-EVT-DAYS IS NUMERIC
                   AND WS-CKP-EVT-SECS IS NUMERIC THEN
               MOVE 'Y' TO WS-EVT-HAVE
               MOVE WS-CKP-EVT-DAYS TO WS-EVT-LAST-DAYS
               MOVE WS-CKP-EVT-SECS TO WS-EVT-LAST-SECS
               IF WS-CKP-EVT-DUR-OK IS EQUAL TO 'Y' THEN
                   MOVE 'Y' TO WS-EVT-DUR-OK
                   MOVE WS-CKP-EVT-DUR TO WS-EVT-DUR
               END-IF
           END-IF
           IF WS-CKP-SNOOZE-ON IS EQUAL TO 'Y'
                   AND WS-CKP-SNOOZE-TIME IS NUMERIC THEN
               PERFORM RESTORE-CKP-SNOOZE
           END-IF.

       FIND-CKP-ZONE.
           ADD 1 TO WS-CKP-SUB
           IF WS-ZONE-NAME(WS-CKP-SUB) IS EQUAL TO WS-CKP-ZONE THEN
               MOVE WS-CKP-SUB TO WS-ZONE-IDX
           END-IF.

       FIND-CKP-EVENT.
           ADD 1 TO WS-CKP-SUB
           IF WS-EVENT-NAME(WS-CKP-SUB) IS EQUAL TO WS-CKP-EVENT THEN
               MOVE WS-CKP-SUB TO WS-EVENT-IDX
           END-IF.

       RESTORE-CKP-SNOOZE.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           COMPUTE WS-CKP-NOW-MINS = FUNCTION INTEGER-OF-DATE(
               WS-TEMP-YEAR * 10000 + WS-TEMP-MONTH * 100
                   + WS-TEMP-DAY) * 1440
               + WS-TEMP-HOUR * 60 + WS-TEMP-MIN
           DIVIDE WS-CKP-SNOOZE-TIME BY 100 GIVING WS-SNOOZE-HH
               REMAINDER WS-SNOOZE-MM
           COMPUTE WS-CKP-DUE-MINS = FUNCTION INTEGER-OF-DATE(
               WS-CKP-SAVED-DATE) * 1440
               + WS-SNOOZE-HH * 60 + WS-SNOOZE-MM
           COMPUTE WS-CKP-SAVED-HHMM =
               WS-CKP-SAVED-HOUR * 100 + WS-CKP-SAVED-MIN
           IF WS-CKP-SNOOZE-TIME IS NOT GREATER THAN
                   WS-CKP-SAVED-HHMM THEN
               ADD 1440 TO WS-CKP-DUE-MINS
           END-IF
           IF WS-CKP-DUE-MINS > WS-CKP-NOW-MINS THEN
               MOVE 'Y' TO WS-SNOOZE-ON
               MOVE WS-CKP-SNOOZE-TIME TO WS-SNOOZE-TIME
               MOVE WS-CKP-SNOOZE-MSG TO WS-SNOOZE-MSG
           ELSE
               MOVE 'N' TO WS-SNOOZE-ON
               MOVE WS-CKP-SNOOZE-MSG TO WS-ALARM-MSG
               MOVE 'Y' TO WS-ALARM-ACTIVE
               MOVE 9999 TO WS-ALARM-ACKED-TIME
               MOVE WS-CKP-SNOOZE-TIME TO WS-ALARM-FIRED-TIME
               MOVE 'N' TO WS-ALARM-EXP-DONE
               COMPUTE WS-ALARM-LATE-KEY =
                   WS-TEMP-HOUR * 100 + WS-TEMP-MIN
               MOVE WS-CKP-SNOOZE-TIME TO WS-AUD-ALMTIME
               MOVE "FIRED LATE" TO WS-AUD-ACTION
               PERFORM WRITE-AUDIT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "SNOOZED ALARM " WS-CKP-SNOOZE-TIME
                   " DUE DURING OUTAGE - FIRED LATE"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               PERFORM WRITE-LOG
           END-IF.

       SAVE-CHECKPOINT.
           MOVE WS-SNOOZE-ON TO WS-CKP-SNOOZE-ON
           MOVE WS-SNOOZE-TIME TO WS-CKP-SNOOZE-TIME
           MOVE WS-SNOOZE-MSG TO WS-CKP-SNOOZE-MSG
           MOVE WS-ALARM-ACTIVE TO WS-CKP-ALARM-ACTIVE
           MOVE WS-ALARM-EXP-DONE TO WS-CKP-ALARM-DONE
           MOVE WS-ALARM-FIRED-TIME TO WS-CKP-ALARM-TIME
           MOVE WS-ALARM-MSG TO WS-CKP-ALARM-MSG
           MOVE WS-EVT-HAVE TO WS-CKP-EVT-HAVE
           MOVE WS-EVT-LAST-DAYS TO WS-CKP-EVT-DAYS
           MOVE WS-EVT-LAST-SECS TO WS-CKP-EVT-SECS
           MOVE WS-EVT-DUR-OK TO WS-CKP-EVT-DUR-OK
           MOVE WS-EVT-DUR TO WS-CKP-EVT-DUR
           MOVE WS-ZONE-NAME(WS-ZONE-IDX) TO WS-CKP-ZONE
           MOVE WS-EVENT-NAME(WS-EVENT-IDX) TO WS-CKP-EVENT
           MOVE WS-DISPLAY-MODE TO WS-CKP-MODE
           IF WS-CKP-DATA IS NOT EQUAL TO WS-CKP-LAST THEN
               MOVE WS-CKP-DATA TO WS-CKP-LAST
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKP-STATUS IS EQUAL TO '00' THEN
                   MOVE SPACES TO CKP-REC
                   COMPUTE CKP-DATE = WS-TEMP-YEAR * 10000
                       + WS-TEMP-MONTH * 100 + WS-TEMP-DAY
                   COMPUTE CKP-TIME = WS-TEMP-HOUR * 10000
                       + WS-TEMP-MIN * 100 + WS-TEMP-SEC
                   MOVE WS-OPER-ID TO CKP-OPER
                   MOVE WS-CKP-DATA TO CKP-DATA
                   WRITE CKP-REC
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

       WRITE-EXCEPTION.
           OPEN EXTEND EXCEPT-FILE
           IF WS-EXC-STATUS IS NOT EQUAL TO '00' THEN
               ' ' WS-PRIOR-OPER
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           MOVE WS-STATION-ID TO EXC-REC(82:4)
           WRITE EXC-REC
           CLOSE EXCEPT-FILE.

           MOVE WS-AUD-ALMTIME TO AUD-ALMTIME
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-OPER-ID TO AUD-OPER
           MOVE WS-STATION-ID TO AUD-STATION
           WRITE AUD-REC
           CLOSE AUDIT-FILE.

               WS-LOG-TEXT DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           MOVE WS-OPER-ID TO LOG-REC(78:3)
           MOVE WS-STATION-ID TO LOG-REC(82:4)
           WRITE LOG-REC
           CLOSE LOG-FILE.

           ELSE
               MOVE SPACES TO STA-LABEL
           END-IF
           MOVE WS-PLAN-LATE TO STA-LATE
           MOVE WS-STATION-ID TO STA-STATION
           OPEN OUTPUT STATUS-FILE
           IF WS-STAT-STATUS IS EQUAL TO '00' THEN
               WRITE STATUS-REC
                           AND SET-DRIFT-LIMIT > 0 THEN
                       MOVE SET-DRIFT-LIMIT TO WS-DRIFT-LIMIT
                   END-IF
                   IF SET-ESC-DELAY IS NUMERIC THEN
                       MOVE SET-ESC-DELAY TO WS-ESC-DELAY
                   END-IF
                   IF SET-ESC2-DELAY IS NUMERIC
                           AND SET-ESC2-DELAY > 0 THEN
                       MOVE SET-ESC2-DELAY TO WS-ESC2-DELAY
                   END-IF
                   IF SET-QUIT-KEY IS GREATER THAN 0 THEN
                       MOVE SET-QUIT-KEY TO QUITKEY
                   END-IF
               MOVE WS-BORDER-MODE TO SET-BORDER-MODE
               MOVE WS-BIG-MODE TO SET-BIG-MODE
               MOVE WS-DRIFT-LIMIT TO SET-DRIFT-LIMIT
               MOVE WS-ESC-DELAY TO SET-ESC-DELAY
               MOVE WS-ESC2-DELAY TO SET-ESC2-DELAY
               WRITE SETTINGS-REC
               CLOSE SETTINGS-FILE
           END-IF.
