           FILE STATUS IS SHOP-STATUS.
           SELECT PLAYERS-FILE
           ASSIGN TO DYNAMIC PLAYERS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PLAYERS-KEY
           FILE STATUS IS PLAYERS-STATUS.
           SELECT QUESTS-FILE
           ASSIGN TO DYNAMIC QUESTS-FILENAME
           ASSIGN TO DYNAMIC NARRATIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NARRATIVE-STATUS.
           SELECT DOORS-FILE
           ASSIGN TO DYNAMIC DOORS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOORS-STATUS.
           SELECT COMBAT-FILE
           ASSIGN TO DYNAMIC COMBAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMBAT-STATUS.
           SELECT ACHIEVEMENTS-FILE
           ASSIGN TO DYNAMIC ACHIEVEMENTS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACHIEVEMENTS-STATUS.
           SELECT BADGES-FILE
           ASSIGN TO DYNAMIC BADGES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BADGES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE
       FD PLAYERS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PLAYERS-REC.
           03 PLAYERS-KEY      PIC X(8).
           03 FILLER           PIC X(72).
       FD QUESTS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NARRATIVE-REC PIC X(80).
       FD DOORS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DOORS-REC PIC X(80).
       FD COMBAT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COMBAT-REC PIC X(80).
       FD ACHIEVEMENTS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ACHIEVEMENTS-REC PIC X(80).
       FD BADGES-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BADGES-REC PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    LAYOUT FOR THE OVERTIME.CFG FILE - KEY=VALUE LINES NAMING
      ******************************************************************
      *    SETUP ROOMS TABLE - SIZED FOR THE LARGEST AUTHORABLE WORLD,
      *    THE COUNTS ACTUALLY LOADED FROM THE .DAT FILES DRIVE EVERY
      *    LOOP (SEE ROOM-COUNT/ITEM-COUNT/MONSTER-COUNT) - EACH ROOM
      *    HAS ONE ITEM SLOT PER POSSIBLE ITEM SO A DROP NEVER MISSES
      ******************************************************************
       01 ROOMS-TABLE.
         03 ROOMS-FIELDS OCCURS 50 TIMES.
           05 T-ROOMEAST       PIC 99.
           05 T-ROOMSOUTH      PIC 99.
           05 T-ROOMWEST       PIC 99.
           05 T-ROOMITEMS.
             07 T-ROOMITEMNUM  PIC 99    OCCURS 30 TIMES VALUE 00.
           05 T-ROOMMON        PIC 99    OCCURS 20 TIMES VALUE 00.
           05 T-ROOMVISITED    PIC 9     VALUE 0.
      ******************************************************************
           05 T-MONSTATUSDMG   PIC 99    VALUE 00.
           05 T-MONSTATUSTURNS PIC 99    VALUE 00.
           05 T-MONLOOT        PIC 99    VALUE 00.
           05 T-MONBEATEN      PIC 9     VALUE 0.
      ******************************************************************
      *    LAYOUT FOR THE SHOP FILE - ONE RECORD PER VENDOR ROOM
      ******************************************************************
      ******************************************************************
      *    LAYOUT FOR THE CHECKPOINT FILE
      *    CK-REC-TYPE  'P'=PLAYER 'B'=BRIEFCASE SLOT
      *                 'R'=ROOM ITEM (ONE PER ITEM ON THE FLOOR)
      *                 'X'=ROOM MONSTER 'M'=MON HP
      *                 'V'=ROOM VISITED 'S'=STATUS EFFECT
      *                 'Q'=QUEST COMPLETE 'D'=DOOR UNLOCKED
      *                 'E'=EQUIPPED WEAPON 'K'=MONSTER DEFEATED
      ******************************************************************
       01 CHECKPOINT-DATA.
           03 CK-REC-TYPE      PIC X(1).
           03 AH-PLAYER        PIC X(8).
           03 FILLER           PIC X(36)   VALUE SPACES.
      ******************************************************************
      *    SESSION-TRAILER RECORD WRITTEN WHEN THE SESSION ENDS,
      *    CARRYING THE HEADER'S TIMESTAMP SO THE TWO CAN BE PAIRED
      *    UP - A HEADER WITH NO TRAILER IS A SESSION THAT NEVER
      *    FINISHED
      *    AT-OUTCOME  'W'=WON  'D'=DIED  'Q'=QUIT (OR END OF SCRIPT)
      *    AT-SCORE IS FINAL-SCORE ON A WIN, ELSE THE WILL LEFT
      ******************************************************************
       01 AUDIT-TRAILER-DATA.
           03 AT-MARKER        PIC X(10)   VALUE '*SESSEND'.
           03 AT-TIMESTAMP     PIC 9(14).
           03 AT-OUTCOME       PIC X(1).
           03 AT-SCORE         PIC 999.
           03 AT-COMMANDS      PIC 9999.
           03 AT-SEED          PIC 9(10).
           03 AT-PLAYER        PIC X(8).
           03 FILLER           PIC X(30)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE COMBAT LOG - ONE RECORD PER BLOW, STAMPED
      *    WITH THE SESSION'S AUDIT HEADER TIMESTAMP SO COMBAT-REPORT
      *    CAN TELL THE SESSIONS APART
      *    CB-TYPE  'P'=PLAYER HIT MONSTER  'M'=MONSTER HIT PLAYER
      *             'S'=STATUS EFFECT TICK (CB-MONNUM = WHO CAUSED IT)
      *    CB-MONHP IS WHAT THE MONSTER HAS LEFT AFTER THE BLOW,
      *    CB-WILL WHAT THE PLAYER HAS LEFT - CB-DIED IS 'Y' WHEN THE
      *    BLOW FINISHED THE PLAYER OFF
      ******************************************************************
       01 COMBAT-DATA.
           03 CB-TIMESTAMP     PIC 9(14).
           03 CB-TURN          PIC 9999.
           03 CB-ROOM          PIC 99.
           03 CB-MONNUM        PIC 99.
           03 CB-TYPE          PIC X(1).
           03 CB-DAMAGE        PIC 99.
           03 CB-MONHP         PIC 99.
           03 CB-DEFEATED      PIC X(1).
           03 CB-WILL          PIC 999.
           03 CB-DIED          PIC X(1).
           03 CB-LOOT          PIC 99.
           03 CB-DIFFICULTY    PIC X(1).
           03 CB-PLAYER        PIC X(8).
           03 FILLER           PIC X(37)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE SCORES LEADERBOARD FILE
      ******************************************************************
       01 SCORES-DATA.
           03 SC-PLAYER        PIC X(8).
           03 FILLER           PIC X(41)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE PLAYERS PROFILE FILE - INDEXED, ONE RECORD
      *    PER PLAYER ID (PL-PLAYER-ID IS THE RECORD KEY)
      ******************************************************************
       01 PLAYERS-DATA.
           03 PL-PLAYER-ID     PIC X(8).
           03 PL-LAST-PLAYED   PIC 9(14).
           03 FILLER           PIC X(47)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE ROOM NARRATIVE FILE - SEVERAL RECORDS PER
      *    ROOM, EACH CARRYING ONE LINE OF DESCRIPTIVE TEXT SHOWN ON
      *    FIRST ENTRY AND ON LOOK - NARRATIVE.DAT IS OPTIONAL
           05 T-EVENTTEXT      PIC X(30).
           05 T-EVENTFIRED     PIC 9     VALUE 0.
      ******************************************************************
      *    LAYOUT FOR THE DOORS FILE - ONE RECORD PER LOCKED EXIT.
      *    THE EXIT OF I-DOORROOM IN DIRECTION I-DOORDIR (N/E/S/W)
      *    STAYS SHUT UNTIL THE PLAYER TRIES IT WITH ITEM I-DOORITEM
      *    IN THE BRIEFCASE - A 'Y' IN THE USE-UP FLAG LEAVES THE KEY
      *    IN THE LOCK. DOORS.DAT IS OPTIONAL
      ******************************************************************
       01 DOORS-DATA.
           03 I-DOORROOM       PIC 99.
           03 I-DOORDIR        PIC X(1).
           03 I-DOORITEM       PIC 99.
           03 I-DOORUSEUP      PIC X(1).
           03 FILLER           PIC X(74)   VALUE SPACES.
      ******************************************************************
      *    SETUP DOORS TABLE - T-DOOROPEN IS SET ONCE THE DOOR HAS
      *    BEEN UNLOCKED AND IS CARRIED IN THE CHECKPOINT
      ******************************************************************
       01 DOORS-TABLE.
         03 DOORS-FIELDS OCCURS 20 TIMES.
           05 T-DOORROOM       PIC 99.
           05 T-DOORDIR        PIC X(1).
           05 T-DOORITEM       PIC 99.
           05 T-DOORUSEUP      PIC X(1).
           05 T-DOOROPEN       PIC 9     VALUE 0.
      ******************************************************************
      *    LAYOUT FOR THE ACHIEVEMENTS FILE - ONE RECORD PER BADGE,
      *    CHECKED AT THE END OF EVERY SESSION. ACHIEVEMENTS.DAT IS
      *    OPTIONAL
      *    RULE TYPES: 'C'=WIN IN FEWER THAN I-ACHPARM COMMANDS
      *                'H'=WIN ON HARD DIFFICULTY
      *                'V'=VISIT EVERY ROOM
      *                'Q'=FINISH EVERY OPTIONAL QUEST
      *                'K'=DEFEAT EVERY MONSTER
      *                'S'=WIN WITHOUT EVER CATCHING A STATUS EFFECT
      ******************************************************************
       01 ACHIEVEMENTS-DATA.
           03 I-ACHCODE        PIC X(8).
           03 I-ACHDESC        PIC X(30).
           03 I-ACHRULE        PIC X(1).
           03 I-ACHPARM        PIC 9999.
           03 FILLER           PIC X(37)   VALUE SPACES.
      ******************************************************************
      *    SETUP ACHIEVEMENTS TABLE - T-ACHHELD IS SET FOR EVERY BADGE
      *    THE CURRENT PLAYER ALREADY HAS IN BADGES.DAT
      ******************************************************************
       01 ACHIEVEMENTS-TABLE.
         03 ACHIEVEMENTS-FIELDS OCCURS 30 TIMES.
           05 T-ACHCODE        PIC X(8).
           05 T-ACHDESC        PIC X(30).
           05 T-ACHRULE        PIC X(1).
           05 T-ACHPARM        PIC 9999.
           05 T-ACHHELD        PIC 9     VALUE 0.
      ******************************************************************
      *    LAYOUT FOR THE PLAYER BADGES FILE - ONE RECORD PER BADGE
      *    EARNED, APPENDED THE FIRST TIME A PLAYER MEETS ITS RULE
      ******************************************************************
       01 BADGES-DATA.
           03 BG-PLAYER        PIC X(8).
           03 BG-CODE          PIC X(8).
           03 BG-TIMESTAMP     PIC 9(14).
           03 FILLER           PIC X(50)   VALUE SPACES.
      ******************************************************************
      *    MAP TABLE - USED TO BUILD A RANDOMIZED ROOM LAYOUT
      ******************************************************************
       01 MAP-TABLE.
           03 GAME-SEED        PIC 9(10)   VALUE ZEROS.
           03 PLAYER-ID        PIC X(8)    VALUE SPACES.
           03 PLAYERS-STATUS   PIC XX      VALUE '00'.
           03 PLAYER-ON-FILE   PIC 9       VALUE 0.
           03 GAME-WON         PIC 9       VALUE 0.
           03 FINAL-SCORE      PIC 999     VALUE 000.
           03 EOF-QUESTS       PIC 9       VALUE 0.
           03 EOF-NARRATIVE    PIC 9       VALUE 0.
           03 NARRATIVE-STATUS PIC XX      VALUE '00'.
           03 NARR-IDX         PIC 9       VALUE 1.
           03 EOF-DOORS        PIC 9       VALUE 0.
           03 DOORS-STATUS     PIC XX      VALUE '00'.
           03 DOOR-COUNT       PIC 99      VALUE 00.
           03 DOOR-RAW-COUNT   PIC 99      VALUE 00.
           03 DOOR-IDX         PIC 99      VALUE 01.
           03 DOOR-FOUND-IDX   PIC 99      VALUE 00.
           03 EOF-ACHIEVEMENTS PIC 9       VALUE 0.
           03 ACHIEVEMENTS-STATUS PIC XX   VALUE '00'.
           03 ACH-COUNT        PIC 99      VALUE 00.
           03 ACH-RAW-COUNT    PIC 99      VALUE 00.
           03 ACH-IDX          PIC 99      VALUE 01.
           03 ACH-EARNED       PIC 9       VALUE 0.
           03 ACH-OPTIONAL     PIC 99      VALUE 00.
           03 EOF-BADGES       PIC 9       VALUE 0.
           03 BADGES-STATUS    PIC XX      VALUE '00'.
           03 STATUS-SUFFERED  PIC 9       VALUE 0.
           03 GO-DIR           PIC X(1)    VALUE SPACE.
           03 KEY-SLOT         PIC 99      VALUE 00.
           03 COMBAT-STATUS    PIC XX      VALUE '00'.
           03 COMBAT-DIFFICULTY PIC X(1)   VALUE 'N'.
           03 COMBAT-PRIOR-WILL PIC 999    VALUE 000.
           03 SCORES-STATUS    PIC XX      VALUE '00'.
           03 SHOP-STATUS      PIC XX      VALUE '00'.
           03 COMMAND-FILENAME PIC X(60)   VALUE SPACES.
           03 EVENTS-NAME      PIC X(30)   VALUE 'events.dat'.
           03 RANDROOMS-NAME   PIC X(30)   VALUE 'random-rooms.dat'.
           03 NARRATIVE-NAME   PIC X(30)   VALUE 'narrative.dat'.
           03 DOORS-NAME       PIC X(30)   VALUE 'doors.dat'.
           03 COMBAT-NAME      PIC X(30)   VALUE 'combat.log'.
           03 ACHIEVEMENTS-NAME PIC X(30)  VALUE 'achievements.dat'.
           03 BADGES-NAME      PIC X(30)   VALUE 'badges.dat'.
           03 ROOMS-FILENAME   PIC X(60)   VALUE SPACES.
           03 ITEMS-FILENAME   PIC X(60)   VALUE SPACES.
           03 MONSTERS-FILENAME PIC X(60)  VALUE SPACES.
           03 QUESTS-FILENAME  PIC X(60)   VALUE SPACES.
           03 EVENTS-FILENAME  PIC X(60)   VALUE SPACES.
           03 NARRATIVE-FILENAME PIC X(60) VALUE SPACES.
           03 DOORS-FILENAME   PIC X(60)   VALUE SPACES.
           03 COMBAT-FILENAME  PIC X(60)   VALUE SPACES.
           03 ACHIEVEMENTS-FILENAME PIC X(60) VALUE SPACES.
           03 BADGES-FILENAME  PIC X(60)   VALUE SPACES.
           03 RANDOM-MAP-CHOICE PIC X(1)   VALUE 'N'.
           03 MAP-COUNT        PIC 99      VALUE 01.
           03 GEN-ROOM-NUM     PIC 99      VALUE 02.
           03 TRADE-ITEM       PIC 99      VALUE 00.
           03 TRADE-GIVE       PIC 99      VALUE 00.
           03 PICKUP-OK        PIC 9       VALUE 0.
           03 ROOM-ITEM-SLOT   PIC 99      VALUE 01.
           03 PICKUP-SLOT      PIC 99      VALUE 00.
           03 PLACE-ROOM-NUM   PIC 99      VALUE 00.
           03 PLACE-ITEM-NUM   PIC 99      VALUE 00.
           03 ITEM-PLACED      PIC 9       VALUE 0.
           03 PLAYER-STATUS-DMG   PIC 99   VALUE 00.
           03 PLAYER-STATUS-TURNS PIC 99   VALUE 00.
           03 PLAYER-STATUS-MON   PIC 99   VALUE 00.
           03 MON-NUM          PIC 99.
           03 COMMAND-INPUT    PIC X(22)   VALUE SPACES.
           03 COMMAND          PIC X(10)   VALUE SPACES.
           03 B-ITEM           PIC 99.
           03 USED             PIC 9.
           03 PLAYER-ATTACK    PIC 99      VALUE 05.
           03 EQUIPPED-ITEM    PIC 99      VALUE 00.
           03 EQUIP-SLOT       PIC 99      VALUE 00.
           03 CURRENT-ITEM     PIC 99.
           03 CURRENT-MON      PIC 99.
           03 MON-HP           PIC 99.
           END-IF.
           PERFORM 3885-VALIDATE-EVENT-COUNT.
           PERFORM 3890-VALIDATE-EVENT-REFS.
           OPEN INPUT DOORS-FILE.
           IF (DOORS-STATUS = '35') THEN
               MOVE 1 TO EOF-DOORS
           ELSE
               PERFORM 3900-LOAD-DOORS
                   UNTIL EOF-DOORS = 1
               CLOSE DOORS-FILE
           END-IF.
           PERFORM 3905-VALIDATE-DOOR-COUNT.
           PERFORM 3910-VALIDATE-DOOR-REFS.
           PERFORM 2500-PLACE-ITEMS
           IF (LOAD-SAVED-GAME = 1) THEN
               PERFORM 0700-LOAD-CHECKPOINT
               PERFORM 3500-PLACE-MONSTERS
           END-IF
           PERFORM 0800-OPEN-AUDIT-LOG
           PERFORM 0850-OPEN-COMBAT-LOG
           DISPLAY "YOU FORGOT YOUR KEYS IN THE OFFICE. YOU MUST"
               DISPLAY "RETRIEVE THEM BEFORE YOUR BOSS FINDS YOU OR"
               DISPLAY "YOU RUN OUT OF YOUR WILL TO LIVE. ELSE"
           IF (BATCH-MODE = 1) THEN
               CLOSE COMMAND-FILE
           END-IF
           PERFORM 0870-WRITE-AUDIT-TRAILER
           PERFORM 0900-UPDATE-PLAYER-PROFILE
           PERFORM 0950-AWARD-ACHIEVEMENTS
           CLOSE AUDIT-FILE.
           CLOSE COMBAT-FILE.
           STOP RUN.
      ******************************************************************
      *    READS OVERTIME.CFG (IF PRESENT) AND RESOLVES THE FULL PATH
               INTO EVENTS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               NARRATIVE-NAME DELIMITED BY SPACE
               INTO NARRATIVE-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               DOORS-NAME DELIMITED BY SPACE
               INTO DOORS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               COMBAT-NAME DELIMITED BY SPACE
               INTO COMBAT-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               ACHIEVEMENTS-NAME DELIMITED BY SPACE
               INTO ACHIEVEMENTS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               BADGES-NAME DELIMITED BY SPACE
               INTO BADGES-FILENAME.
      ******************************************************************
      *    APPLIES ONE KEY=VALUE LINE FROM OVERTIME.CFG
      ******************************************************************
                           MOVE CF-VALUE TO RANDROOMS-NAME
                       WHEN 'NARRATIVE'
                           MOVE CF-VALUE TO NARRATIVE-NAME
                       WHEN 'DOORS'
                           MOVE CF-VALUE TO DOORS-NAME
                       WHEN 'COMBAT'
                           MOVE CF-VALUE TO COMBAT-NAME
                       WHEN 'ACHIEVEMENTS'
                           MOVE CF-VALUE TO ACHIEVEMENTS-NAME
                       WHEN 'BADGES'
                           MOVE CF-VALUE TO BADGES-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
       0700-LOAD-CHECKPOINT.
           PERFORM VARYING SAVE-IDX FROM 1 BY 1
               UNTIL SAVE-IDX > ROOM-COUNT
               MOVE ZEROS TO T-ROOMITEMS(SAVE-IDX)
           END-PERFORM
           OPEN INPUT CHECKPOINT-FILE
               PERFORM 0750-READ-CHECKPOINT-REC
                           IF (CK-FIELD-4(8:4) IS NUMERIC) THEN
                               MOVE CK-FIELD-4(8:4) TO COMMANDS-TAKEN
                           END-IF
                           IF (CK-FIELD-4(12:1) IS NUMERIC) THEN
                               MOVE CK-FIELD-4(12:1) TO STATUS-SUFFERED
                           END-IF
                       WHEN 'B'
                           MOVE CK-FIELD-3 TO B-ITEMNUM(CK-FIELD-1)
      *                ONE 'R' RECORD PER ITEM ON THE FLOOR - OLDER
      *                CHECKPOINTS CARRY SLOT 000, SO EACH ITEM JUST
      *                TAKES THE ROOM'S NEXT FREE SLOT
                       WHEN 'R'
                           MOVE CK-FIELD-1 TO PLACE-ROOM-NUM
                           MOVE CK-FIELD-3 TO PLACE-ITEM-NUM
                           PERFORM 2550-PLACE-ITEM-IN-ROOM
                       WHEN 'X'
                           MOVE CK-FIELD-3
                               TO T-ROOMMON(CK-FIELD-1, CK-FIELD-2)
                       WHEN 'S'
                           MOVE CK-FIELD-1 TO PLAYER-STATUS-DMG
                           MOVE CK-FIELD-2 TO PLAYER-STATUS-TURNS
                           MOVE CK-FIELD-3 TO PLAYER-STATUS-MON
                       WHEN 'Q'
                           MOVE CK-FIELD-3 TO T-QUESTDONE(CK-FIELD-1)
                       WHEN 'D'
                           MOVE CK-FIELD-3 TO T-DOOROPEN(CK-FIELD-1)
                       WHEN 'E'
                           MOVE CK-FIELD-3 TO EQUIPPED-ITEM
                           PERFORM 4795-SET-PLAYER-ATTACK
                       WHEN 'K'
                           MOVE CK-FIELD-3 TO T-MONBEATEN(CK-FIELD-1)
                   END-EVALUATE
           END-READ.
      ******************************************************************
           MOVE PLAYER-ID TO AH-PLAYER
           WRITE AUDIT-REC FROM AUDIT-HEADER-DATA.
      ******************************************************************
      *    OPENS COMBAT.LOG IN EXTEND MODE - EVERY BLOW THIS SESSION
      *    CARRIES THE AUDIT HEADER'S TIMESTAMP AND THE DIFFICULTY,
      *    TAKEN FROM ATTACK-MULT SO A LOADED SAVE REPORTS ITS OWN
      ******************************************************************
       0850-OPEN-COMBAT-LOG.
           OPEN EXTEND COMBAT-FILE
           IF (COMBAT-STATUS = '35') THEN
               OPEN OUTPUT COMBAT-FILE
           END-IF
           IF (ATTACK-MULT < 1.0) THEN
               MOVE 'E' TO COMBAT-DIFFICULTY
           ELSE
               IF (ATTACK-MULT > 1.0) THEN
                   MOVE 'H' TO COMBAT-DIFFICULTY
               ELSE
                   MOVE 'N' TO COMBAT-DIFFICULTY
               END-IF
           END-IF.
      ******************************************************************
      *    CLOSES THE SESSION'S AUDIT GROUP WITH A '*SESSEND' TRAILER
      *    GIVING THE OUTCOME, SCORE AND COMMANDS TAKEN
      ******************************************************************
       0870-WRITE-AUDIT-TRAILER.
           MOVE AH-TIMESTAMP TO AT-TIMESTAMP
           IF (GAME-WON = 1) THEN
               MOVE 'W' TO AT-OUTCOME
               MOVE FINAL-SCORE TO AT-SCORE
           ELSE
               IF (WILL-TO-LIVE = 0) THEN
                   MOVE 'D' TO AT-OUTCOME
               ELSE
                   MOVE 'Q' TO AT-OUTCOME
               END-IF
               MOVE WILL-TO-LIVE TO AT-SCORE
           END-IF
           MOVE COMMANDS-TAKEN TO AT-COMMANDS
           MOVE GAME-SEED TO AT-SEED
           MOVE PLAYER-ID TO AT-PLAYER
           WRITE AUDIT-REC FROM AUDIT-TRAILER-DATA.
      ******************************************************************
      *    FOLDS THIS SESSION INTO THE PLAYER'S PLAYERS.DAT PROFILE -
      *    GAMES PLAYED, WINS, BEST SCORE AND LAST-PLAYED TIMESTAMP.
      *    ONLY THE CURRENT PLAYER'S RECORD IS READ AND REWRITTEN
      ******************************************************************
       0900-UPDATE-PLAYER-PROFILE.
           OPEN I-O PLAYERS-FILE
           IF (PLAYERS-STATUS = '35') THEN
               OPEN OUTPUT PLAYERS-FILE
               CLOSE PLAYERS-FILE
               OPEN I-O PLAYERS-FILE
           END-IF
           IF (PLAYERS-STATUS NOT = '00') THEN
               DISPLAY "WARNING: PLAYERS.DAT COULD NOT BE OPENED "
                   "(STATUS ", PLAYERS-STATUS, ") - PROFILE FOR ",
                   PLAYER-ID, " NOT SAVED"
           ELSE
               MOVE PLAYER-ID TO PLAYERS-KEY
               READ PLAYERS-FILE INTO PLAYERS-DATA
                   INVALID KEY
                       MOVE 0 TO PLAYER-ON-FILE
                       MOVE SPACES TO PLAYERS-DATA
                       MOVE PLAYER-ID TO PL-PLAYER-ID
                       MOVE ZEROS TO PL-GAMES
                       MOVE ZEROS TO PL-WINS
                       MOVE ZEROS TO PL-BEST-WILL
                       MOVE ZEROS TO PL-LAST-PLAYED
                   NOT INVALID KEY
                       MOVE 1 TO PLAYER-ON-FILE
               END-READ
               ADD 1 TO PL-GAMES
               IF (GAME-WON = 1) THEN
                   ADD 1 TO PL-WINS
                   IF (FINAL-SCORE > PL-BEST-WILL) THEN
                       MOVE FINAL-SCORE TO PL-BEST-WILL
                   END-IF
               END-IF
               ACCEPT SCORE-DATE-PART FROM DATE YYYYMMDD
               MOVE SCORE-DATE-PART TO PL-LAST-PLAYED(1:8)
               ACCEPT SCORE-TIME-PART FROM TIME
               MOVE SCORE-TIME-PART(1:6) TO PL-LAST-PLAYED(9:6)
               IF (PLAYER-ON-FILE = 1) THEN
                   REWRITE PLAYERS-REC FROM PLAYERS-DATA
                       INVALID KEY
                           DISPLAY "WARNING: PROFILE FOR ", PLAYER-ID,
                               " NOT SAVED (STATUS ", PLAYERS-STATUS,
                               ")"
                   END-REWRITE
               ELSE
                   WRITE PLAYERS-REC FROM PLAYERS-DATA
                       INVALID KEY
                           DISPLAY "WARNING: PROFILE FOR ", PLAYER-ID,
                               " NOT SAVED (STATUS ", PLAYERS-STATUS,
                               ")"
                   END-WRITE
               END-IF
               CLOSE PLAYERS-FILE
           END-IF.
      ******************************************************************
      *    CHECKS THIS SESSION AGAINST EVERY BADGE IN ACHIEVEMENTS.DAT
      *    AND APPENDS ANY THE PLAYER HAS NOT EARNED BEFORE TO
      *    BADGES.DAT - A PLAYER EARNS EACH BADGE ONLY ONCE
      ******************************************************************
       0950-AWARD-ACHIEVEMENTS.
           OPEN INPUT ACHIEVEMENTS-FILE
           IF (ACHIEVEMENTS-STATUS = '35') THEN
               MOVE 1 TO EOF-ACHIEVEMENTS
           ELSE
               PERFORM 0955-LOAD-ACHIEVEMENTS
                   UNTIL EOF-ACHIEVEMENTS = 1
               CLOSE ACHIEVEMENTS-FILE
           END-IF
           IF (ACH-RAW-COUNT > 30) THEN
               DISPLAY "WARNING: ACHIEVEMENTS.DAT HAS ", ACH-RAW-COUNT,
                   " RECORD(S), ONLY THE FIRST 30 WERE CHECKED"
           END-IF
           IF (ACH-COUNT > 0) THEN
               OPEN INPUT BADGES-FILE
               IF (BADGES-STATUS = '35') THEN
                   MOVE 1 TO EOF-BADGES
               ELSE
                   PERFORM 0960-READ-BADGE-REC
                       UNTIL EOF-BADGES = 1
                   CLOSE BADGES-FILE
               END-IF
               OPEN EXTEND BADGES-FILE
               IF (BADGES-STATUS = '35') THEN
                   OPEN OUTPUT BADGES-FILE
               END-IF
               IF (BADGES-STATUS NOT = '00') THEN
                   DISPLAY "WARNING: BADGES.DAT COULD NOT BE OPENED "
                       "(STATUS ", BADGES-STATUS, ") - NO BADGES SAVED"
               ELSE
                   ACCEPT SCORE-DATE-PART FROM DATE YYYYMMDD
                   MOVE SCORE-DATE-PART TO BG-TIMESTAMP(1:8)
                   ACCEPT SCORE-TIME-PART FROM TIME
                   MOVE SCORE-TIME-PART(1:6) TO BG-TIMESTAMP(9:6)
                   MOVE PLAYER-ID TO BG-PLAYER
                   PERFORM VARYING ACH-IDX FROM 1 BY 1
                       UNTIL ACH-IDX > ACH-COUNT
                       IF (T-ACHHELD(ACH-IDX) = 0) THEN
                           PERFORM 0970-CHECK-ACHIEVEMENT
                           IF (ACH-EARNED = 1) THEN
                               MOVE T-ACHCODE(ACH-IDX) TO BG-CODE
                               WRITE BADGES-REC FROM BADGES-DATA
                               MOVE 1 TO T-ACHHELD(ACH-IDX)
                               DISPLAY "ACHIEVEMENT UNLOCKED: ",
                                   T-ACHDESC(ACH-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE BADGES-FILE
               END-IF
           END-IF.
      ******************************************************************
      *    LOADS ONE ACHIEVEMENTS.DAT RECORD INTO ACHIEVEMENTS-TABLE
      ******************************************************************
       0955-LOAD-ACHIEVEMENTS.
           READ ACHIEVEMENTS-FILE INTO ACHIEVEMENTS-DATA
               AT END
                   MOVE 1 TO EOF-ACHIEVEMENTS
               NOT AT END
                   ADD 1 TO ACH-RAW-COUNT
                   IF (ACH-COUNT < 30) THEN
                       ADD 1 TO ACH-COUNT
                       MOVE I-ACHCODE TO T-ACHCODE(ACH-COUNT)
                       MOVE I-ACHDESC TO T-ACHDESC(ACH-COUNT)
                       MOVE I-ACHRULE TO T-ACHRULE(ACH-COUNT)
                       MOVE I-ACHPARM TO T-ACHPARM(ACH-COUNT)
                       MOVE 0 TO T-ACHHELD(ACH-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    READS ONE BADGES.DAT RECORD AND MARKS THE BADGE AS ALREADY
      *    HELD WHEN IT BELONGS TO THE CURRENT PLAYER
      ******************************************************************
       0960-READ-BADGE-REC.
           READ BADGES-FILE INTO BADGES-DATA
               AT END
                   MOVE 1 TO EOF-BADGES
               NOT AT END
                   IF (BG-PLAYER = PLAYER-ID) THEN
                       PERFORM VARYING ACH-IDX FROM 1 BY 1
                           UNTIL ACH-IDX > ACH-COUNT
                           IF (T-ACHCODE(ACH-IDX) = BG-CODE) THEN
                               MOVE 1 TO T-ACHHELD(ACH-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.
      ******************************************************************
      *    SETS ACH-EARNED WHEN THIS SESSION MEETS THE RULE OF BADGE
      *    ACH-IDX - THE EXPLORATION BADGES (V/Q/K) COUNT WHETHER OR
      *    NOT THE GAME WAS WON, THE REST NEED THE WIN
      ******************************************************************
       0970-CHECK-ACHIEVEMENT.
           MOVE 0 TO ACH-EARNED
           EVALUATE T-ACHRULE(ACH-IDX)
               WHEN 'C'
                   IF (GAME-WON = 1 AND
                       COMMANDS-TAKEN < T-ACHPARM(ACH-IDX)) THEN
                       MOVE 1 TO ACH-EARNED
                   END-IF
               WHEN 'H'
                   IF (GAME-WON = 1 AND COMBAT-DIFFICULTY = 'H') THEN
                       MOVE 1 TO ACH-EARNED
                   END-IF
               WHEN 'S'
                   IF (GAME-WON = 1 AND STATUS-SUFFERED = 0) THEN
                       MOVE 1 TO ACH-EARNED
                   END-IF
               WHEN 'V'
                   MOVE 1 TO ACH-EARNED
                   PERFORM VARYING VALIDATE-IDX FROM 1 BY 1
                       UNTIL VALIDATE-IDX > ROOM-COUNT
                       IF (T-ROOMVISITED(VALIDATE-IDX) NOT = 1) THEN
                           MOVE 0 TO ACH-EARNED
                       END-IF
                   END-PERFORM
      *        A WORLD WITH NO OPTIONAL QUESTS HAS NOTHING TO FINISH,
      *        SO THE BADGE CANNOT BE EARNED THERE
               WHEN 'Q'
                   MOVE 0 TO ACH-OPTIONAL
                   MOVE 1 TO ACH-EARNED
                   PERFORM VARYING QUEST-IDX FROM 1 BY 1
                       UNTIL QUEST-IDX > QUEST-COUNT
                       IF (T-QUESTREQ(QUEST-IDX) NOT = 'Y') THEN
                           ADD 1 TO ACH-OPTIONAL
                           IF (T-QUESTDONE(QUEST-IDX) NOT = 1) THEN
                               MOVE 0 TO ACH-EARNED
                           END-IF
                       END-IF
                   END-PERFORM
                   IF (ACH-OPTIONAL = 0) THEN
                       MOVE 0 TO ACH-EARNED
                   END-IF
               WHEN 'K'
                   MOVE 1 TO ACH-EARNED
                   PERFORM VARYING VALIDATE-IDX FROM 1 BY 1
                       UNTIL VALIDATE-IDX > MONSTER-COUNT
                       IF (T-MONBEATEN(VALIDATE-IDX) NOT = 1) THEN
                           MOVE 0 TO ACH-EARNED
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "WARNING: ACHIEVEMENTS.DAT BADGE ",
                       T-ACHCODE(ACH-IDX), " HAS UNKNOWN RULE '",
                       T-ACHRULE(ACH-IDX), "'"
           END-EVALUATE.
      ******************************************************************
      *    READS THE ROOMS FILE INTO ROOMS TABLE
      ******************************************************************
       1000-LOAD-ROOMS.
      ******************************************************************
       2500-PLACE-ITEMS.
           PERFORM UNTIL PLACE-ITEM > ITEM-COUNT
               MOVE T-ITEMLOC(PLACE-ITEM) TO PLACE-ROOM-NUM
               MOVE T-ITEMNUM(PLACE-ITEM) TO PLACE-ITEM-NUM
               PERFORM 2550-PLACE-ITEM-IN-ROOM
               ADD 1 TO PLACE-ITEM
           END-PERFORM.
      ******************************************************************
      *    DROPS ITEM PLACE-ITEM-NUM INTO THE FIRST OPEN ITEM SLOT OF
      *    ROOM PLACE-ROOM-NUM - ITEM-PLACED SAYS WHETHER IT FIT
      ******************************************************************
       2550-PLACE-ITEM-IN-ROOM.
           MOVE 0 TO ITEM-PLACED
           MOVE 1 TO ROOM-ITEM-SLOT
           PERFORM UNTIL ROOM-ITEM-SLOT > 30
                   OR T-ROOMITEMNUM(PLACE-ROOM-NUM, ROOM-ITEM-SLOT) = 00
               ADD 1 TO ROOM-ITEM-SLOT
           END-PERFORM
           IF (ROOM-ITEM-SLOT <= 30) THEN
               MOVE PLACE-ITEM-NUM
                   TO T-ROOMITEMNUM(PLACE-ROOM-NUM, ROOM-ITEM-SLOT)
               MOVE 1 TO ITEM-PLACED
           END-IF.
      ******************************************************************
      *    READS THE MONSTERS FILE INTO MONSTERS TABLE
      ******************************************************************
       3000-LOAD-MONSTERS.
               END-IF
           END-PERFORM.
      ******************************************************************
      *    READS THE DOORS FILE INTO DOORS TABLE - DOORS.DAT IS
      *    OPTIONAL, WITH NO DOORS EVERY EXIT IS OPEN AS BEFORE
      ******************************************************************
       3900-LOAD-DOORS.
           READ DOORS-FILE INTO DOORS-DATA
               AT END
                   MOVE 1 TO EOF-DOORS
               NOT AT END
                   ADD 1 TO DOOR-RAW-COUNT
                   IF (DOOR-COUNT < 20) THEN
                       ADD 1 TO DOOR-COUNT
                       MOVE I-DOORROOM  TO T-DOORROOM(DOOR-COUNT)
                       MOVE I-DOORDIR   TO T-DOORDIR(DOOR-COUNT)
                       MOVE I-DOORITEM  TO T-DOORITEM(DOOR-COUNT)
                       MOVE I-DOORUSEUP TO T-DOORUSEUP(DOOR-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    WARNS IF DOORS.DAT HAD MORE RECORDS THAN THE DOORS TABLE
      *    CAN HOLD
      ******************************************************************
       3905-VALIDATE-DOOR-COUNT.
           IF (DOOR-RAW-COUNT > 20) THEN
               DISPLAY "WARNING: DOORS.DAT HAS ", DOOR-RAW-COUNT,
                   " RECORD(S), ONLY THE FIRST 20 WERE LOADED"
           END-IF.
      ******************************************************************
      *    CONFIRMS EVERY DOOR SITS ON A ROOM THAT EXISTS, NAMES A
      *    REAL DIRECTION AND IS OPENED BY AN ITEM THAT EXISTS
      ******************************************************************
       3910-VALIDATE-DOOR-REFS.
           PERFORM VARYING DOOR-IDX FROM 1 BY 1
               UNTIL DOOR-IDX > DOOR-COUNT
               MOVE 0 TO VALIDATE-FOUND
               PERFORM VARYING VALIDATE-IDX2 FROM 1 BY 1
                   UNTIL VALIDATE-IDX2 > ROOM-COUNT
                   IF (T-ROOMNUM(VALIDATE-IDX2) =
                       T-DOORROOM(DOOR-IDX)) THEN
                       MOVE 1 TO VALIDATE-FOUND
                   END-IF
               END-PERFORM
               IF (VALIDATE-FOUND = 0) THEN
                   DISPLAY "ERROR: DOORS.DAT REFERENCES ROOM ",
                       T-DOORROOM(DOOR-IDX), " WHICH DOES NOT EXIST"
                   STOP RUN
               END-IF
               IF (T-DOORDIR(DOOR-IDX) NOT = 'N' AND
                   T-DOORDIR(DOOR-IDX) NOT = 'E' AND
                   T-DOORDIR(DOOR-IDX) NOT = 'S' AND
                   T-DOORDIR(DOOR-IDX) NOT = 'W') THEN
                   DISPLAY "ERROR: DOORS.DAT DOOR IN ROOM ",
                       T-DOORROOM(DOOR-IDX), " HAS DIRECTION '",
                       T-DOORDIR(DOOR-IDX), "', EXPECTED N/E/S/W"
                   STOP RUN
               END-IF
               MOVE 0 TO VALIDATE-FOUND
               PERFORM VARYING VALIDATE-IDX2 FROM 1 BY 1
                   UNTIL VALIDATE-IDX2 > ITEM-COUNT
                   IF (T-ITEMNUM(VALIDATE-IDX2) =
                       T-DOORITEM(DOOR-IDX)) THEN
                       MOVE 1 TO VALIDATE-FOUND
                   END-IF
               END-PERFORM
               IF (VALIDATE-FOUND = 0) THEN
                   DISPLAY "ERROR: DOORS.DAT DOOR IN ROOM ",
                       T-DOORROOM(DOOR-IDX), " NEEDS ITEM ",
                       T-DOORITEM(DOOR-IDX), " WHICH DOES NOT EXIST"
                   STOP RUN
               END-IF
           END-PERFORM.
      ******************************************************************
      *    PROCESS COMMAND
      ******************************************************************
       4000-PROCESS-COMMAND.
                   PERFORM 4890-PROCESS-SELL
               WHEN "QUESTS"
                   PERFORM 5000-PROCESS-QUESTS
               WHEN "EQUIP"
                   PERFORM 4770-PROCESS-EQUIP
               WHEN "UNEQUIP"
                   PERFORM 4790-PROCESS-UNEQUIP
           END-EVALUATE.
           PERFORM 4980-APPLY-STATUS-EFFECT.
           IF (FUNCTION MOD(COMMANDS-TAKEN, 3) = 0) THEN
      *    4100-PROCESS-GO
      ******************************************************************
       4100-PROCESS-GO.
           MOVE SPACE TO GO-DIR
           IF (COMMAND-PARM = "NORTH") THEN
               MOVE 'N' TO GO-DIR
               MOVE T-ROOMNORTH(CURRENT-ROOM) TO NEXT-ROOM
           ELSE
               IF (COMMAND-PARM = "EAST") THEN
                   MOVE 'E' TO GO-DIR
                   MOVE T-ROOMEAST(CURRENT-ROOM) TO NEXT-ROOM
               ELSE
                   IF (COMMAND-PARM = "SOUTH") THEN
                       MOVE 'S' TO GO-DIR
                       MOVE T-ROOMSOUTH(CURRENT-ROOM) TO NEXT-ROOM
                   ELSE
                       IF (COMMAND-PARM = "WEST") THEN
                           MOVE 'W' TO GO-DIR
                           MOVE T-ROOMWEST(CURRENT-ROOM) TO NEXT-ROOM
                       END-IF
                   END-IF
           IF (NEXT-ROOM = ZEROS) THEN
               DISPLAY "THERE IS NO ROOM IN THAT DIRECTION"
           ELSE
               PERFORM 4120-CHECK-LOCKED-DOOR
               IF (DOOR-FOUND-IDX = 0) THEN
                   PERFORM 4150-ENTER-NEXT-ROOM
               END-IF
           END-IF.
      ******************************************************************
      *    4120-CHECK-LOCKED-DOOR - LOOKS FOR A STILL-LOCKED DOOR ON
      *    THE EXIT BEING TAKEN AND UNLOCKS IT IF THE KEY IS IN THE
      *    BRIEFCASE - DOOR-FOUND-IDX IS LEFT NON-ZERO WHEN THE DOOR
      *    STAYS SHUT AND THE MOVE MUST BE REFUSED
      ******************************************************************
       4120-CHECK-LOCKED-DOOR.
           MOVE 0 TO DOOR-FOUND-IDX
           PERFORM VARYING DOOR-IDX FROM 1 BY 1
               UNTIL DOOR-IDX > DOOR-COUNT
               IF (T-DOORROOM(DOOR-IDX) = CURRENT-ROOM AND
                   T-DOORDIR(DOOR-IDX) = GO-DIR AND
                   T-DOOROPEN(DOOR-IDX) = 0) THEN
                   MOVE DOOR-IDX TO DOOR-FOUND-IDX
               END-IF
           END-PERFORM
           IF (DOOR-FOUND-IDX NOT = 0) THEN
               MOVE 0 TO KEY-SLOT
               PERFORM VARYING BRIEFCASE-SLOT FROM 1 BY 1
                   UNTIL BRIEFCASE-SLOT > 10
                   IF (B-ITEMNUM(BRIEFCASE-SLOT) =
                       T-DOORITEM(DOOR-FOUND-IDX)) THEN
                       MOVE BRIEFCASE-SLOT TO KEY-SLOT
                   END-IF
               END-PERFORM
               IF (KEY-SLOT = 0) THEN
                   DISPLAY "THE DOOR IS LOCKED. YOU NEED THE ",
                       T-ITEMDESC(T-DOORITEM(DOOR-FOUND-IDX)),
                       " TO GET THROUGH"
               ELSE
                   PERFORM 4130-UNLOCK-DOOR
               END-IF
           END-IF.
      ******************************************************************
      *    4130-UNLOCK-DOOR - OPENS DOOR DOOR-FOUND-IDX FOR GOOD WITH
      *    THE KEY IN BRIEFCASE SLOT KEY-SLOT, USING THE KEY UP IF THE
      *    DOOR SAYS SO
      ******************************************************************
       4130-UNLOCK-DOOR.
           MOVE 1 TO T-DOOROPEN(DOOR-FOUND-IDX)
           MOVE B-ITEMNUM(KEY-SLOT) TO B-ITEM
           DISPLAY "YOU UNLOCK THE DOOR WITH ", T-ITEMDESC(B-ITEM)
           IF (T-DOORUSEUP(DOOR-FOUND-IDX) = 'Y') THEN
               MOVE 00 TO B-ITEMNUM(KEY-SLOT)
               SUBTRACT T-ITEMWEIGHT(B-ITEM) FROM BRIEFCASE-WEIGHT
               IF (BRIEFCASE-WEIGHT < 0) THEN
                   MOVE 00 TO BRIEFCASE-WEIGHT
               END-IF
               DISPLAY "THE ", T-ITEMDESC(B-ITEM), " STAYS IN THE LOCK"
           END-IF
           MOVE 0 TO DOOR-FOUND-IDX.
      ******************************************************************
      *    4150-ENTER-NEXT-ROOM
      ******************************************************************
       4150-ENTER-NEXT-ROOM.
      *    4200-PROCESS-PICKUP
      ******************************************************************
       4200-PROCESS-PICKUP.
           MOVE 00 TO PICKUP-SLOT
           PERFORM VARYING ROOM-ITEM-SLOT FROM 1 BY 1
               UNTIL ROOM-ITEM-SLOT > 30 OR PICKUP-SLOT NOT = 00
               IF (T-ROOMITEMNUM(CURRENT-ROOM, ROOM-ITEM-SLOT) NOT = 00)
                   THEN
                   IF (COMMAND-PARM = T-ITEMDESC(T-ROOMITEMNUM(
                       CURRENT-ROOM, ROOM-ITEM-SLOT))) THEN
                       MOVE ROOM-ITEM-SLOT TO PICKUP-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF (PICKUP-SLOT NOT = 00) THEN
               MOVE T-ROOMITEMNUM(CURRENT-ROOM, PICKUP-SLOT)
                   TO ITEM-TO-PICKUP
               PERFORM 4250-PUT-IN-BRIEFCASE
               IF (PICKUP-OK = 1) THEN
                   MOVE 00 TO T-ROOMITEMNUM(CURRENT-ROOM, PICKUP-SLOT)
               END-IF
           ELSE
               DISPLAY "THAT ITEM IS NOT HERE"
           END-IF
               PERFORM 4900-MONSTER-ATTACK
           END-IF.
      ******************************************************************
      *    4250-PUT-IN-BRIEFCASE - SHARED BY PICKUP, BUY AND SELL, SO
      *    IT ONLY TOUCHES THE BRIEFCASE - PICKUP CLEARS THE ROOM SLOT
      ******************************************************************
       4250-PUT-IN-BRIEFCASE.
           MOVE 01 TO BRIEFCASE-SLOT
           MOVE 0 TO PICKUP-OK
           IF (T-ITEMCAPACITY(ITEM-TO-PICKUP) NOT = 00) THEN
               ADD T-ITEMCAPACITY(ITEM-TO-PICKUP)
                   TO BRIEFCASE-CAPACITY
               MOVE 1 TO PICKUP-OK
                       ADD 1 TO BRIEFCASE-SLOT
                   END-PERFORM
                   MOVE ITEM-TO-PICKUP TO B-ITEMNUM(BRIEFCASE-SLOT)
                   ADD T-ITEMWEIGHT(ITEM-TO-PICKUP) TO BRIEFCASE-WEIGHT
                   MOVE 1 TO PICKUP-OK
                   DISPLAY "YOU PICK UP ", T-ITEMDESC(ITEM-TO-PICKUP)
      *    4350-DROP-ITEM
      ******************************************************************
       4350-DROP-ITEM.
           MOVE CURRENT-ROOM TO PLACE-ROOM-NUM
           MOVE B-ITEM TO PLACE-ITEM-NUM
           PERFORM 2550-PLACE-ITEM-IN-ROOM
           IF (ITEM-PLACED = 1) THEN
               MOVE 00 TO B-ITEMNUM(B-COUNT)
               SUBTRACT T-ITEMWEIGHT(B-ITEM) FROM BRIEFCASE-WEIGHT
               IF (BRIEFCASE-WEIGHT < 0) THEN
                   MOVE 00 TO BRIEFCASE-WEIGHT
               END-IF
           END-IF.
      ******************************************************************
      *    4455-ATTACK-ITEM - A DAMAGE ITEM THAT IS USED RATHER THAN
      *    EQUIPPED IS THROWN FOR ONE SWING AND IS GONE
      ******************************************************************
       4455-ATTACK-ITEM.
           MOVE T-ITEMDAMAGE(B-ITEM) TO PLAYER-ATTACK
           PERFORM 4700-PROCESS-ATTACK
           PERFORM 4795-SET-PLAYER-ATTACK.
      ******************************************************************
      *    4460-RECORD-SCORE
      ******************************************************************
       4500-PROCESS-LOOK.
           DISPLAY "YOU ARE IN ", T-ROOMDESC(CURRENT-ROOM)
           PERFORM 4550-SHOW-ROOM-NARRATIVE
           PERFORM VARYING ROOM-ITEM-SLOT FROM 1 BY 1
               UNTIL ROOM-ITEM-SLOT > 30
               IF (T-ROOMITEMNUM(CURRENT-ROOM, ROOM-ITEM-SLOT) NOT = 00)
                   THEN
                   MOVE T-ROOMITEMNUM(CURRENT-ROOM, ROOM-ITEM-SLOT)
                       TO CURRENT-ITEM
                   DISPLAY "THERE IS A(N) ", T-ITEMDESC(CURRENT-ITEM)
               END-IF
           END-PERFORM
           PERFORM 4950-CHECK-ROOM-MONSTER
           IF (ANY-MON-PRESENT = 1) THEN
               PERFORM VARYING MON-SLOT FROM 1 BY 1
      *    4600-PROCESS-BRIEFCASE
      ******************************************************************
       4600-PROCESS-BRIEFCASE.
           IF (EQUIPPED-ITEM NOT = 00) THEN
               DISPLAY "EQUIPPED: ", T-ITEMDESC(EQUIPPED-ITEM)
           ELSE
               DISPLAY "EQUIPPED: NOTHING"
           END-IF
           PERFORM UNTIL B-COUNT > 10
               MOVE B-ITEMNUM(B-COUNT) TO B-ITEM
               IF (B-ITEM NOT = 00) THEN
           MOVE 00 TO HINT-ROOM-NUM
           PERFORM VARYING HINT-IDX FROM 1 BY 1
               UNTIL HINT-IDX > ROOM-COUNT
               PERFORM VARYING ROOM-ITEM-SLOT FROM 1 BY 1
                   UNTIL ROOM-ITEM-SLOT > 30
                   IF (T-ROOMITEMNUM(HINT-IDX, ROOM-ITEM-SLOT) =
                       HINT-ITEM-NUM) THEN
                       MOVE HINT-IDX TO HINT-ROOM-NUM
                   END-IF
               END-PERFORM
           END-PERFORM
           IF (HINT-ROOM-NUM NOT = 00) THEN
               DISPLAY "YOUR KEYS ARE SOMEWHERE IN ROOM ", HINT-ROOM-NUM
                   IF (T-ROOMMON(CURRENT-ROOM, MON-SLOT) NOT = 00) THEN
                       MOVE T-ROOMMON(CURRENT-ROOM, MON-SLOT)
                           TO CURRENT-MON
                       IF (EQUIPPED-ITEM NOT = 00) THEN
                           DISPLAY "YOU HIT ", T-MONDESC(CURRENT-MON),
                               " WITH ", T-ITEMDESC(EQUIPPED-ITEM)
                       ELSE
                           DISPLAY "YOU SLAP ", T-MONDESC(CURRENT-MON)
                       END-IF
                       PERFORM 4750-PLAYER-ATTACK
                   END-IF
               END-PERFORM
      *    4750-PLAYER-ATTACK
      ******************************************************************
       4750-PLAYER-ATTACK.
      *    MON-HP IS UNSIGNED, SO A BLOW BIGGER THAN THE MONSTER'S
      *    REMAINING HP MUST ZERO IT RATHER THAN SUBTRACT PAST ZERO
           MOVE T-MONHP(CURRENT-MON) TO MON-HP
           IF (PLAYER-ATTACK >= MON-HP) THEN
               MOVE 00 TO MON-HP
           ELSE
               SUBTRACT PLAYER-ATTACK FROM MON-HP
           END-IF
           MOVE 'P' TO CB-TYPE
           MOVE PLAYER-ATTACK TO CB-DAMAGE
           MOVE MON-HP TO CB-MONHP
           MOVE 00 TO CB-LOOT
           IF (MON-HP <= 0) THEN
               MOVE 'Y' TO CB-DEFEATED
               MOVE T-MONLOOT(CURRENT-MON) TO CB-LOOT
               PERFORM 4990-WRITE-COMBAT-REC
               MOVE 00 TO T-ROOMMON(CURRENT-ROOM, MON-SLOT)
               MOVE 1 TO T-MONBEATEN(CURRENT-MON)
               DISPLAY T-MONDESC(CURRENT-MON), "RUNS AWAY CRYING"
               IF (T-MONLOOT(CURRENT-MON) NOT = 00) THEN
                   PERFORM 4760-DROP-MONSTER-LOOT
               END-IF
               PERFORM 5200-CHECK-DEFEAT-QUESTS
           ELSE
               MOVE 'N' TO CB-DEFEATED
               PERFORM 4990-WRITE-COMBAT-REC
               MOVE MON-HP TO T-MONHP(CURRENT-MON)
           END-IF.
      ******************************************************************
      *    4760-DROP-MONSTER-LOOT - LEAVES THE DEFEATED MONSTER'S
      *    LOOT AMONG THE ROOM'S ITEMS SO IT CAN BE PICKED UP
      ******************************************************************
       4760-DROP-MONSTER-LOOT.
           MOVE CURRENT-ROOM TO PLACE-ROOM-NUM
           MOVE T-MONLOOT(CURRENT-MON) TO PLACE-ITEM-NUM
           PERFORM 2550-PLACE-ITEM-IN-ROOM
           IF (ITEM-PLACED = 1) THEN
               DISPLAY "IT DROPS ",
                   T-ITEMDESC(T-MONLOOT(CURRENT-MON)),
                   " AS IT GOES"
                   " BUT IT IS LOST UNDER THE CLUTTER"
           END-IF.
      ******************************************************************
      *    4770-PROCESS-EQUIP - WIELDS A DAMAGE ITEM FROM THE BRIEFCASE
      *    SO EVERY ATTACK USES ITS DAMAGE. A WEAPON ALREADY IN HAND
      *    SWAPS INTO THE FREED SLOT. THE WIELDED ITEM STAYS IN
      *    BRIEFCASE-WEIGHT SO EQUIPPING NEVER CHANGES THE LOAD
      ******************************************************************
       4770-PROCESS-EQUIP.
           MOVE 00 TO EQUIP-SLOT
           PERFORM VARYING BRIEFCASE-SLOT FROM 1 BY 1
               UNTIL BRIEFCASE-SLOT > 10 OR EQUIP-SLOT NOT = 00
               MOVE B-ITEMNUM(BRIEFCASE-SLOT) TO B-ITEM
               IF (B-ITEM NOT = 00) THEN
                   IF (COMMAND-PARM = T-ITEMDESC(B-ITEM)) THEN
                       MOVE BRIEFCASE-SLOT TO EQUIP-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF (EQUIP-SLOT = 00) THEN
               DISPLAY "YOU DON'T HAVE THAT ITEM"
           ELSE
               MOVE B-ITEMNUM(EQUIP-SLOT) TO B-ITEM
               IF (T-ITEMDAMAGE(B-ITEM) = 00) THEN
                   DISPLAY "YOU CAN'T FIGHT WITH ", T-ITEMDESC(B-ITEM)
               ELSE
                   MOVE EQUIPPED-ITEM TO B-ITEMNUM(EQUIP-SLOT)
                   IF (EQUIPPED-ITEM NOT = 00) THEN
                       DISPLAY "YOU PUT ", T-ITEMDESC(EQUIPPED-ITEM),
                           " BACK IN YOUR BRIEFCASE"
                   END-IF
                   MOVE B-ITEM TO EQUIPPED-ITEM
                   PERFORM 4795-SET-PLAYER-ATTACK
                   DISPLAY "YOU WIELD ", T-ITEMDESC(EQUIPPED-ITEM)
               END-IF
           END-IF
           PERFORM 4950-CHECK-ROOM-MONSTER
           IF (ANY-MON-PRESENT = 1) THEN
               PERFORM 4900-MONSTER-ATTACK
           END-IF.
      ******************************************************************
      *    4790-PROCESS-UNEQUIP - PUTS THE WIELDED ITEM BACK INTO THE
      *    FIRST EMPTY BRIEFCASE SLOT
      ******************************************************************
       4790-PROCESS-UNEQUIP.
           IF (EQUIPPED-ITEM = 00) THEN
               DISPLAY "YOU HAVE NOTHING EQUIPPED"
           ELSE
               MOVE 00 TO EQUIP-SLOT
               PERFORM VARYING BRIEFCASE-SLOT FROM 1 BY 1
                   UNTIL BRIEFCASE-SLOT > 10 OR EQUIP-SLOT NOT = 00
                   IF (B-ITEMNUM(BRIEFCASE-SLOT) = 00) THEN
                       MOVE BRIEFCASE-SLOT TO EQUIP-SLOT
                   END-IF
               END-PERFORM
               IF (EQUIP-SLOT = 00) THEN
                   DISPLAY "THERE IS NO ROOM IN YOUR BRIEFCASE FOR ",
                       T-ITEMDESC(EQUIPPED-ITEM)
               ELSE
                   MOVE EQUIPPED-ITEM TO B-ITEMNUM(EQUIP-SLOT)
                   DISPLAY "YOU PUT ", T-ITEMDESC(EQUIPPED-ITEM),
                       " BACK IN YOUR BRIEFCASE"
                   MOVE 00 TO EQUIPPED-ITEM
                   PERFORM 4795-SET-PLAYER-ATTACK
               END-IF
           END-IF
           PERFORM 4950-CHECK-ROOM-MONSTER
           IF (ANY-MON-PRESENT = 1) THEN
               PERFORM 4900-MONSTER-ATTACK
           END-IF.
      ******************************************************************
      *    4795-SET-PLAYER-ATTACK - BARE HANDS HIT FOR 05, OTHERWISE
      *    THE WIELDED ITEM'S DAMAGE APPLIES
      ******************************************************************
       4795-SET-PLAYER-ATTACK.
           IF (EQUIPPED-ITEM NOT = 00) THEN
               MOVE T-ITEMDAMAGE(EQUIPPED-ITEM) TO PLAYER-ATTACK
           ELSE
               MOVE 05 TO PLAYER-ATTACK
           END-IF.
      ******************************************************************
      *    4800-PROCESS-HELP
      ******************************************************************
       4800-PROCESS-HELP.
           DISPLAY "LOOK: LOOK AROUND THE AREA"
           DISPLAY "BRIEFCASE: CHECK HELD ITEMS"
           DISPLAY "ATTACK: BASIC ATTACK"
           DISPLAY "EQUIP 'ITEM NAME': WIELD A WEAPON FOR EVERY ATTACK"
           DISPLAY "UNEQUIP: PUT THE WEAPON BACK IN THE BRIEFCASE"
           DISPLAY "TALK: TALK TO WHATEVER IS IN THE ROOM"
           DISPLAY "BUY 'ITEM NAME': BUY FROM A SHOP IN THIS ROOM"
           DISPLAY "SELL: TRADE THE SHOP'S WANTED ITEM FOR A REWARD"
           MOVE CK-MULT-INT TO CK-FIELD-4(3:2)
           MOVE MAX-WILL-TO-LIVE TO CK-FIELD-4(5:3)
           MOVE COMMANDS-TAKEN TO CK-FIELD-4(8:4)
           MOVE STATUS-SUFFERED TO CK-FIELD-4(12:1)
           WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
           IF (PLAYER-STATUS-TURNS NOT = 00) THEN
               MOVE 'S' TO CK-REC-TYPE
               MOVE PLAYER-STATUS-DMG TO CK-FIELD-1
               MOVE PLAYER-STATUS-TURNS TO CK-FIELD-2
               MOVE PLAYER-STATUS-MON TO CK-FIELD-3
               MOVE SPACES TO CK-FIELD-4
               WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
           END-IF
           END-PERFORM
           PERFORM VARYING SAVE-IDX FROM 1 BY 1
               UNTIL SAVE-IDX > ROOM-COUNT
               PERFORM VARYING ROOM-ITEM-SLOT FROM 1 BY 1
                   UNTIL ROOM-ITEM-SLOT > 30
                   IF (T-ROOMITEMNUM(SAVE-IDX, ROOM-ITEM-SLOT) NOT = 00)
                       THEN
                       MOVE 'R' TO CK-REC-TYPE
                       MOVE SAVE-IDX TO CK-FIELD-1
                       MOVE ROOM-ITEM-SLOT TO CK-FIELD-2
                       MOVE T-ROOMITEMNUM(SAVE-IDX, ROOM-ITEM-SLOT)
                           TO CK-FIELD-3
                       MOVE T-ITEMDESC(CK-FIELD-3) TO CK-FIELD-4
                       WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
                   END-IF
               END-PERFORM
               PERFORM VARYING MON-SLOT FROM 1 BY 1
                   UNTIL MON-SLOT > MONSTER-COUNT
                   IF (T-ROOMMON(SAVE-IDX, MON-SLOT) NOT = 00) THEN
               MOVE T-MONHP(SAVE-IDX) TO CK-FIELD-3
               MOVE SPACES TO CK-FIELD-4
               WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
               IF (T-MONBEATEN(SAVE-IDX) = 1) THEN
                   MOVE 'K' TO CK-REC-TYPE
                   MOVE SAVE-IDX TO CK-FIELD-1
                   MOVE 000 TO CK-FIELD-2
                   MOVE 01 TO CK-FIELD-3
                   MOVE SPACES TO CK-FIELD-4
                   WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
               END-IF
           END-PERFORM
           PERFORM VARYING SAVE-IDX FROM 1 BY 1
               UNTIL SAVE-IDX > ROOM-COUNT
                   WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
               END-IF
           END-PERFORM
           PERFORM VARYING DOOR-IDX FROM 1 BY 1
               UNTIL DOOR-IDX > DOOR-COUNT
               IF (T-DOOROPEN(DOOR-IDX) = 1) THEN
                   MOVE 'D' TO CK-REC-TYPE
                   MOVE DOOR-IDX TO CK-FIELD-1
                   MOVE 000 TO CK-FIELD-2
                   MOVE 01 TO CK-FIELD-3
                   MOVE SPACES TO CK-FIELD-4
                   WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
               END-IF
           END-PERFORM
           IF (EQUIPPED-ITEM NOT = 00) THEN
               MOVE 'E' TO CK-REC-TYPE
               MOVE 01 TO CK-FIELD-1
               MOVE 000 TO CK-FIELD-2
               MOVE EQUIPPED-ITEM TO CK-FIELD-3
               MOVE T-ITEMDESC(EQUIPPED-ITEM) TO CK-FIELD-4
               WRITE CHECKPOINT-REC FROM CHECKPOINT-DATA
           END-IF
           CLOSE CHECKPOINT-FILE
           DISPLAY "GAME SAVED TO CHECKPOINT".
      ******************************************************************
                       ELSE
                           SUBTRACT CURRENT-ATTACK FROM WILL-TO-LIVE
                       END-IF
                       MOVE 'M' TO CB-TYPE
                       MOVE CURRENT-ATTACK TO CB-DAMAGE
                       MOVE T-MONHP(CURRENT-MON) TO CB-MONHP
                       MOVE 'N' TO CB-DEFEATED
                       MOVE 00 TO CB-LOOT
                       PERFORM 4990-WRITE-COMBAT-REC
                       DISPLAY T-MONDESC(CURRENT-MON), "ATTACKS"
                       DISPLAY T-MONTEXT(CURRENT-MON)
                       IF (T-MONSTATUSDMG(CURRENT-MON) NOT = 00) THEN
                               TO PLAYER-STATUS-DMG
                           MOVE T-MONSTATUSTURNS(CURRENT-MON)
                               TO PLAYER-STATUS-TURNS
                           MOVE CURRENT-MON TO PLAYER-STATUS-MON
                           MOVE 1 TO STATUS-SUFFERED
                           DISPLAY "YOU FEEL A LINGERING SICKNESS SET"
                               " IN"
                       END-IF
      ******************************************************************
       4980-APPLY-STATUS-EFFECT.
           IF (PLAYER-STATUS-TURNS NOT = 00) THEN
               MOVE WILL-TO-LIVE TO COMBAT-PRIOR-WILL
               IF (WILL-TO-LIVE < PLAYER-STATUS-DMG) THEN
                   MOVE 0 TO WILL-TO-LIVE
               ELSE
               END-IF
               DISPLAY "THE SICKNESS COSTS YOU ", PLAYER-STATUS-DMG,
                   " WILL TO LIVE"
      *        A TICK AFTER THE PLAYER HAS ALREADY WON OR DIED THIS
      *        TURN CHANGES NOTHING, SO IT IS LEFT OUT OF THE LOG
               IF (COMBAT-PRIOR-WILL > 0 AND GAME-WON = 0) THEN
                   MOVE 'S' TO CB-TYPE
                   MOVE PLAYER-STATUS-MON TO CURRENT-MON
                   MOVE PLAYER-STATUS-DMG TO CB-DAMAGE
                   MOVE 00 TO CB-MONHP
                   IF (CURRENT-MON NOT = 00) THEN
                       MOVE T-MONHP(CURRENT-MON) TO CB-MONHP
                   END-IF
                   MOVE 'N' TO CB-DEFEATED
                   MOVE 00 TO CB-LOOT
                   PERFORM 4990-WRITE-COMBAT-REC
               END-IF
               SUBTRACT 1 FROM PLAYER-STATUS-TURNS
           END-IF.
      ******************************************************************
      *    4990-WRITE-COMBAT-REC - STAMPS THE SESSION, TURN, ROOM AND
      *    PLAYER ONTO THE BLOW DESCRIBED IN CB-TYPE/CB-DAMAGE/CB-MONHP
      *    /CB-DEFEATED/CB-LOOT FOR MONSTER CURRENT-MON AND WRITES IT
      ******************************************************************
       4990-WRITE-COMBAT-REC.
           MOVE AH-TIMESTAMP TO CB-TIMESTAMP
           MOVE COMMANDS-TAKEN TO CB-TURN
           MOVE CURRENT-ROOM TO CB-ROOM
           MOVE CURRENT-MON TO CB-MONNUM
           MOVE WILL-TO-LIVE TO CB-WILL
           IF (WILL-TO-LIVE = 0 AND GAME-WON = 0) THEN
               MOVE 'Y' TO CB-DIED
           ELSE
               MOVE 'N' TO CB-DIED
           END-IF
           MOVE COMBAT-DIFFICULTY TO CB-DIFFICULTY
           MOVE PLAYER-ID TO CB-PLAYER
           WRITE COMBAT-REC FROM COMBAT-DATA.
      ******************************************************************
      *    5000-PROCESS-QUESTS - SHOWS EVERY QUEST AND ITS PROGRESS
      ******************************************************************
       5000-PROCESS-QUESTS.
               WHEN 'O'
                   PERFORM 5760-OPEN-EVENT-EXIT
               WHEN 'I'
                   MOVE T-EVENTROOM(EVENT-IDX) TO PLACE-ROOM-NUM
                   MOVE T-EVENTITEM(EVENT-IDX) TO PLACE-ITEM-NUM
                   PERFORM 2550-PLACE-ITEM-IN-ROOM
               WHEN 'A'
                   ADD T-EVENTVAL(EVENT-IDX)
                       TO T-MONATTACK(T-EVENTMON(EVENT-IDX))
