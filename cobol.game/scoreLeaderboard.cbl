           FILE STATUS IS SCORES-STATUS.
           SELECT PLAYERS-FILE
           ASSIGN TO DYNAMIC PLAYERS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAYERS-KEY
           FILE STATUS IS PLAYERS-STATUS.
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
      *    LAYOUT FOR THE OVERTIME.CFG FILE - MUST MATCH OVERTIME
           03 PL-LAST-PLAYED   PIC 9(14).
           03 FILLER           PIC X(47)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE ACHIEVEMENTS FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 ACHIEVEMENTS-DATA.
           03 I-ACHCODE        PIC X(8).
           03 I-ACHDESC        PIC X(30).
           03 I-ACHRULE        PIC X(1).
           03 I-ACHPARM        PIC 9999.
           03 FILLER           PIC X(37)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE PLAYER BADGES FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 BADGES-DATA.
           03 BG-PLAYER        PIC X(8).
           03 BG-CODE          PIC X(8).
           03 BG-TIMESTAMP     PIC 9(14).
           03 FILLER           PIC X(50)   VALUE SPACES.
      ******************************************************************
      *    SCORES TABLE - HOLDS EVERY SCORE RECORD WHILE IT IS SORTED
      ******************************************************************
       01 SCORES-TABLE.
           03 SW-SEED          PIC 9(10).
           03 SW-PLAYER        PIC X(8).
      ******************************************************************
      *    BADGE DEFINITIONS FROM ACHIEVEMENTS.DAT, WITH THE NUMBER OF
      *    PLAYERS HOLDING EACH ONE
      ******************************************************************
       01 BADGE-DEF-TABLE.
         03 BADGE-DEF-FIELDS OCCURS 30 TIMES.
           05 BD-CODE          PIC X(8).
           05 BD-DESC          PIC X(30).
           05 BD-HOLDERS       PIC 9(3).
      ******************************************************************
      *    ONE BADGE DEFINITION, USED WHEN SWAPPING DURING SORT
      ******************************************************************
       01 BADGE-DEF-HOLD.
           03 DH-CODE          PIC X(8).
           03 DH-DESC          PIC X(30).
           03 DH-HOLDERS       PIC 9(3).
      ******************************************************************
      *    EARNED TABLE - HOLDS EVERY BADGES.DAT RECORD WHILE IT IS
      *    SORTED INTO PLAYER ORDER
      ******************************************************************
       01 EARNED-TABLE.
         03 EARNED-FIELDS OCCURS 500 TIMES.
           05 BE-PLAYER        PIC X(8).
           05 BE-CODE          PIC X(8).
           05 BE-TIMESTAMP     PIC 9(14).
      ******************************************************************
      *    ONE EARNED BADGE, USED WHEN SWAPPING DURING SORT
      ******************************************************************
       01 EARNED-HOLD.
           03 EH-PLAYER        PIC X(8).
           03 EH-CODE          PIC X(8).
           03 EH-TIMESTAMP     PIC 9(14).
      ******************************************************************
      *    PROGRAM VARIABLES
      ******************************************************************
       01 MISC.
           03 PLAYERS-NAME     PIC X(30)   VALUE 'players.dat'.
           03 SCORES-FILENAME  PIC X(60)   VALUE SPACES.
           03 PLAYERS-FILENAME PIC X(60)   VALUE SPACES.
           03 ACHIEVEMENTS-NAME PIC X(30)  VALUE 'achievements.dat'.
           03 BADGES-NAME      PIC X(30)   VALUE 'badges.dat'.
           03 ACHIEVEMENTS-FILENAME PIC X(60) VALUE SPACES.
           03 BADGES-FILENAME  PIC X(60)   VALUE SPACES.
           03 ACHIEVEMENTS-STATUS PIC XX   VALUE '00'.
           03 BADGES-STATUS    PIC XX      VALUE '00'.
           03 EOF-ACHIEVEMENTS PIC 9       VALUE 0.
           03 EOF-BADGES       PIC 9       VALUE 0.
           03 BADGE-DEF-COUNT  PIC 99      VALUE 00.
           03 BADGE-DEF-RAW    PIC 9(3)    VALUE 000.
           03 BADGE-DEF-IDX    PIC 99      VALUE 01.
           03 BADGE-DEF-FOUND  PIC 99      VALUE 00.
           03 EARNED-COUNT     PIC 9(3)    VALUE 000.
           03 EARNED-RAW-COUNT PIC 9(5)    VALUE 00000.
           03 EARNED-IDX       PIC 9(3)    VALUE 001.
           03 EARNED-SHOWN     PIC 9(3)    VALUE 000.
           03 LAST-PLAYER      PIC X(8)    VALUE SPACES.
           03 SHOW-PLAYER      PIC X(8)    VALUE SPACES.
           03 SHOW-DESC        PIC X(30)   VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           DISPLAY "LEADERBOARD VIEW: (O)VERALL  (F)ILTER TO PLAYER"
               "  (P)LAYER SUMMARIES  (B)ADGES"
           ACCEPT VIEW-CHOICE
           IF (VIEW-CHOICE = 'P' OR VIEW-CHOICE = 'p') THEN
               PERFORM 4000-PRINT-PLAYER-SUMMARIES
           ELSE
               IF (VIEW-CHOICE = 'B' OR VIEW-CHOICE = 'b') THEN
                   PERFORM 5000-PRINT-BADGES
               ELSE
                   IF (VIEW-CHOICE = 'F' OR VIEW-CHOICE = 'f') THEN
                       DISPLAY "ENTER PLAYER ID: "
                       ACCEPT FILTER-PLAYER
                   END-IF
                   OPEN INPUT SCORES-FILE
                   IF (SCORES-STATUS = '35') THEN
                       MOVE 1 TO EOF-SCORES
                   ELSE
                       PERFORM 1000-LOAD-SCORE
                       UNTIL EOF-SCORES = 1
                       CLOSE SCORES-FILE
                   END-IF
                   IF (SCORE-RAW-COUNT > 200) THEN
                       DISPLAY "WARNING: SCORES.DAT HAS "
                           SCORE-RAW-COUNT
                           " RECORD(S), ONLY THE FIRST 200 WERE RANKED"
                   END-IF
                   IF (SCORE-COUNT = 0) THEN
                       DISPLAY "SCORES.DAT IS EMPTY - NO RUNS TO RANK"
                           " YET"
                   ELSE
                       PERFORM 2000-SORT-SCORES
                       PERFORM 3000-PRINT-LEADERBOARD
                   END-IF
                   IF (FILTER-PLAYER NOT = SPACES) THEN
                       PERFORM 3500-PRINT-FILTER-PROFILE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
               INTO SCORES-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               PLAYERS-NAME DELIMITED BY SPACE
               INTO PLAYERS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               ACHIEVEMENTS-NAME DELIMITED BY SPACE
               INTO ACHIEVEMENTS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               BADGES-NAME DELIMITED BY SPACE
               INTO BADGES-FILENAME.
      ******************************************************************
      *    APPLIES ONE KEY=VALUE LINE FROM OVERTIME.CFG
      ******************************************************************
                           MOVE CF-VALUE TO SCORES-NAME
                       WHEN 'PLAYERS'
                           MOVE CF-VALUE TO PLAYERS-NAME
                       WHEN 'ACHIEVEMENTS'
                           MOVE CF-VALUE TO ACHIEVEMENTS-NAME
                       WHEN 'BADGES'
                           MOVE CF-VALUE TO BADGES-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
               DISPLAY "NO RUNS RECORDED FOR " FILTER-PLAYER
           END-IF.
      ******************************************************************
      *    PRINTS THE FILTERED PLAYER'S PROFILE UNDER THEIR TOP RUNS
      ******************************************************************
       3500-PRINT-FILTER-PROFILE.
           OPEN INPUT PLAYERS-FILE
           IF (PLAYERS-STATUS = '00') THEN
               DISPLAY "--------------- PLAYER SUMMARY ---------------"
               DISPLAY "PLAYER    GAMES  WINS  BEST  LAST PLAYED"
               MOVE FILTER-PLAYER TO PLAYERS-KEY
               PERFORM 4100-PRINT-PLAYER-REC
               CLOSE PLAYERS-FILE
           END-IF.
      ******************************************************************
      *    PRINTS ONE PLAYERS.DAT PROFILE, OR EVERY PROFILE IN PLAYER
      *    ID ORDER WHEN NO PLAYER ID IS GIVEN
      ******************************************************************
       4000-PRINT-PLAYER-SUMMARIES.
           OPEN INPUT PLAYERS-FILE
           IF (PLAYERS-STATUS = '35') THEN
               DISPLAY "PLAYERS.DAT DOES NOT EXIST - NO PROFILES YET"
           ELSE
               DISPLAY "ENTER PLAYER ID (BLANK FOR ALL): "
               ACCEPT FILTER-PLAYER
               DISPLAY "--------------- PLAYER SUMMARY ---------------"
               DISPLAY "PLAYER    GAMES  WINS  BEST  LAST PLAYED"
               IF (FILTER-PLAYER = SPACES) THEN
                   PERFORM 4050-READ-NEXT-PLAYER
                       UNTIL EOF-PLAYERS = 1
               ELSE
                   MOVE FILTER-PLAYER TO PLAYERS-KEY
                   PERFORM 4100-PRINT-PLAYER-REC
               END-IF
               CLOSE PLAYERS-FILE
           END-IF.
      ******************************************************************
      *    READS AND PRINTS THE NEXT PLAYERS.DAT PROFILE IN KEY ORDER
      ******************************************************************
       4050-READ-NEXT-PLAYER.
           READ PLAYERS-FILE NEXT RECORD INTO PLAYERS-DATA
               AT END
                   MOVE 1 TO EOF-PLAYERS
               NOT AT END
                   PERFORM 4200-DISPLAY-PLAYER-REC
           END-READ.
      ******************************************************************
      *    READS THE PLAYERS.DAT PROFILE FOR PLAYERS-KEY AND PRINTS IT
      ******************************************************************
       4100-PRINT-PLAYER-REC.
           READ PLAYERS-FILE INTO PLAYERS-DATA
               KEY IS PLAYERS-KEY
               INVALID KEY
                   DISPLAY "NO PROFILE ON FILE FOR " PLAYERS-KEY
               NOT INVALID KEY
                   PERFORM 4200-DISPLAY-PLAYER-REC
           END-READ.
      ******************************************************************
      *    PRINTS ONE PLAYERS.DAT RECORD
      ******************************************************************
       4200-DISPLAY-PLAYER-REC.
           DISPLAY PL-PLAYER-ID "  " PL-GAMES "   " PL-WINS
               "  " PL-BEST-WILL "   " PL-LAST-PLAYED.
      ******************************************************************
      *    LISTS EVERY PLAYER'S BADGES FROM BADGES.DAT (OR ONE
      *    PLAYER'S), THEN THE RAREST BADGES ANYONE HAS EARNED
      ******************************************************************
       5000-PRINT-BADGES.
           OPEN INPUT ACHIEVEMENTS-FILE
           IF (ACHIEVEMENTS-STATUS = '35') THEN
               MOVE 1 TO EOF-ACHIEVEMENTS
           ELSE
               PERFORM 5050-LOAD-BADGE-DEF
                   UNTIL EOF-ACHIEVEMENTS = 1
               CLOSE ACHIEVEMENTS-FILE
           END-IF
           IF (BADGE-DEF-RAW > 30) THEN
               DISPLAY "WARNING: ACHIEVEMENTS.DAT HAS " BADGE-DEF-RAW
                   " RECORD(S), ONLY THE FIRST 30 WERE LOADED"
           END-IF
           OPEN INPUT BADGES-FILE
           IF (BADGES-STATUS = '35') THEN
               DISPLAY "BADGES.DAT DOES NOT EXIST - NO BADGES EARNED"
                   " YET"
           ELSE
               DISPLAY "ENTER PLAYER ID (BLANK FOR ALL): "
               ACCEPT FILTER-PLAYER
               PERFORM 5100-LOAD-EARNED-BADGE
                   UNTIL EOF-BADGES = 1
               CLOSE BADGES-FILE
               IF (EARNED-RAW-COUNT > 500) THEN
                   DISPLAY "WARNING: BADGES.DAT HAS " EARNED-RAW-COUNT
                       " RECORD(S), ONLY THE FIRST 500 WERE LISTED"
               END-IF
               PERFORM 5200-SORT-EARNED
               PERFORM 5300-PRINT-PLAYER-BADGES
               PERFORM 5400-PRINT-RAREST-BADGES
           END-IF.
      ******************************************************************
      *    LOADS ONE ACHIEVEMENTS.DAT RECORD INTO BADGE-DEF-TABLE
      ******************************************************************
       5050-LOAD-BADGE-DEF.
           READ ACHIEVEMENTS-FILE INTO ACHIEVEMENTS-DATA
               AT END
                   MOVE 1 TO EOF-ACHIEVEMENTS
               NOT AT END
                   ADD 1 TO BADGE-DEF-RAW
                   IF (BADGE-DEF-COUNT < 30) THEN
                       ADD 1 TO BADGE-DEF-COUNT
                       MOVE I-ACHCODE TO BD-CODE(BADGE-DEF-COUNT)
                       MOVE I-ACHDESC TO BD-DESC(BADGE-DEF-COUNT)
                       MOVE 0 TO BD-HOLDERS(BADGE-DEF-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    LOADS ONE BADGES.DAT RECORD INTO EARNED-TABLE AND COUNTS
      *    THE HOLDER AGAINST ITS BADGE - EVERY PLAYER COUNTS TOWARDS
      *    RARITY EVEN WHEN THE LISTING IS FILTERED TO ONE PLAYER
      ******************************************************************
       5100-LOAD-EARNED-BADGE.
           READ BADGES-FILE INTO BADGES-DATA
               AT END
                   MOVE 1 TO EOF-BADGES
               NOT AT END
                   ADD 1 TO EARNED-RAW-COUNT
                   IF (EARNED-COUNT < 500) THEN
                       ADD 1 TO EARNED-COUNT
                       MOVE BG-PLAYER TO BE-PLAYER(EARNED-COUNT)
                       MOVE BG-CODE TO BE-CODE(EARNED-COUNT)
                       MOVE BG-TIMESTAMP TO BE-TIMESTAMP(EARNED-COUNT)
                       PERFORM 5350-FIND-BADGE-DEF
                       IF (BADGE-DEF-FOUND NOT = 00) THEN
                           ADD 1 TO BD-HOLDERS(BADGE-DEF-FOUND)
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *    BUBBLE-SORTS EARNED-TABLE BY PLAYER, OLDEST BADGE FIRST
      ******************************************************************
       5200-SORT-EARNED.
           IF (EARNED-COUNT > 1) THEN
               SUBTRACT 1 FROM EARNED-COUNT GIVING SORT-LIMIT
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > SORT-LIMIT
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > SORT-LIMIT
                       IF (BE-PLAYER(SORT-J) > BE-PLAYER(SORT-J + 1))
                           OR (BE-PLAYER(SORT-J) = BE-PLAYER(SORT-J + 1)
                           AND BE-TIMESTAMP(SORT-J) >
                               BE-TIMESTAMP(SORT-J + 1))
                           THEN
                           PERFORM 5250-SWAP-EARNED
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
      ******************************************************************
      *    SWAPS EARNED-TABLE(SORT-J) AND EARNED-TABLE(SORT-J + 1)
      ******************************************************************
       5250-SWAP-EARNED.
           MOVE EARNED-FIELDS(SORT-J) TO EARNED-HOLD
           MOVE EARNED-FIELDS(SORT-J + 1) TO EARNED-FIELDS(SORT-J)
           MOVE EARNED-HOLD TO EARNED-FIELDS(SORT-J + 1).
      ******************************************************************
      *    PRINTS THE SORTED BADGES, THE PLAYER ID ONLY ON THE FIRST
      *    LINE OF EACH PLAYER'S GROUP
      ******************************************************************
       5300-PRINT-PLAYER-BADGES.
           DISPLAY "---------------- PLAYER BADGES -------------------"
           DISPLAY "PLAYER    BADGE     DESCRIPTION                   "
               "  EARNED"
           MOVE SPACES TO LAST-PLAYER
           MOVE 0 TO EARNED-SHOWN
           PERFORM VARYING EARNED-IDX FROM 1 BY 1
               UNTIL EARNED-IDX > EARNED-COUNT
               IF (FILTER-PLAYER = SPACES OR
                   BE-PLAYER(EARNED-IDX) = FILTER-PLAYER) THEN
                   ADD 1 TO EARNED-SHOWN
                   IF (BE-PLAYER(EARNED-IDX) = LAST-PLAYER) THEN
                       MOVE SPACES TO SHOW-PLAYER
                   ELSE
                       MOVE BE-PLAYER(EARNED-IDX) TO SHOW-PLAYER
                       MOVE BE-PLAYER(EARNED-IDX) TO LAST-PLAYER
                   END-IF
                   MOVE BE-CODE(EARNED-IDX) TO BG-CODE
                   PERFORM 5350-FIND-BADGE-DEF
                   IF (BADGE-DEF-FOUND = 00) THEN
                       MOVE "(NO LONGER IN ACHIEVEMENTS)" TO SHOW-DESC
                   ELSE
                       MOVE BD-DESC(BADGE-DEF-FOUND) TO SHOW-DESC
                   END-IF
                   MOVE BE-TIMESTAMP(EARNED-IDX) TO DISPLAY-TIME
                   DISPLAY SHOW-PLAYER "  " BE-CODE(EARNED-IDX) "  "
                       SHOW-DESC "  " DISPLAY-TIME
               END-IF
           END-PERFORM
           IF (EARNED-SHOWN = 0) THEN
               IF (FILTER-PLAYER = SPACES) THEN
                   DISPLAY "NO BADGES EARNED YET"
               ELSE
                   DISPLAY "NO BADGES EARNED BY " FILTER-PLAYER
               END-IF
           END-IF.
      ******************************************************************
      *    SETS BADGE-DEF-FOUND TO THE BADGE-DEF-TABLE ENTRY FOR
      *    BG-CODE, OR 00 WHEN ACHIEVEMENTS.DAT NO LONGER DEFINES IT
      ******************************************************************
       5350-FIND-BADGE-DEF.
           MOVE 00 TO BADGE-DEF-FOUND
           PERFORM VARYING BADGE-DEF-IDX FROM 1 BY 1
               UNTIL BADGE-DEF-IDX > BADGE-DEF-COUNT
                   OR BADGE-DEF-FOUND NOT = 00
               IF (BD-CODE(BADGE-DEF-IDX) = BG-CODE) THEN
                   MOVE BADGE-DEF-IDX TO BADGE-DEF-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      *    SORTS THE BADGE DEFINITIONS FEWEST HOLDERS FIRST AND PRINTS
      *    THE TOP-N THAT AT LEAST ONE PLAYER HAS EARNED
      ******************************************************************
       5400-PRINT-RAREST-BADGES.
           IF (BADGE-DEF-COUNT > 1) THEN
               SUBTRACT 1 FROM BADGE-DEF-COUNT GIVING SORT-LIMIT
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > SORT-LIMIT
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > SORT-LIMIT
                       IF (BD-HOLDERS(SORT-J) > BD-HOLDERS(SORT-J + 1))
                           THEN
                           PERFORM 5450-SWAP-BADGE-DEFS
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           DISPLAY "------------ RAREST BADGES EARNED ----------------"
           DISPLAY "RANK  BADGE     HOLDERS  DESCRIPTION"
           MOVE 0 TO RANK-SHOWN
           PERFORM VARYING BADGE-DEF-IDX FROM 1 BY 1
               UNTIL BADGE-DEF-IDX > BADGE-DEF-COUNT
                   OR RANK-SHOWN >= TOP-N
               IF (BD-HOLDERS(BADGE-DEF-IDX) > 0) THEN
                   ADD 1 TO RANK-SHOWN
                   DISPLAY RANK-SHOWN "   " BD-CODE(BADGE-DEF-IDX) "  "
                       BD-HOLDERS(BADGE-DEF-IDX) "      "
                       BD-DESC(BADGE-DEF-IDX)
               END-IF
           END-PERFORM
           IF (RANK-SHOWN = 0) THEN
               DISPLAY "NO BADGES EARNED YET"
           END-IF.
      ******************************************************************
      *    SWAPS BADGE-DEF-TABLE(SORT-J) AND BADGE-DEF-TABLE(SORT-J + 1)
      ******************************************************************
       5450-SWAP-BADGE-DEFS.
           MOVE BADGE-DEF-FIELDS(SORT-J) TO BADGE-DEF-HOLD
           MOVE BADGE-DEF-FIELDS(SORT-J + 1) TO BADGE-DEF-FIELDS(SORT-J)
           MOVE BADGE-DEF-HOLD TO BADGE-DEF-FIELDS(SORT-J + 1).
      ******************************************************************
      ******************************************************************
       END PROGRAM SCORE-LEADERBOARD.
