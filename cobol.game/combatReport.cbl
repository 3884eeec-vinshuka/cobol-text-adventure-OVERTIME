      ******************************************************************
      * Author: Melissa Christie
      * Date: Oct 15 2026
      * Purpose: Monster balance report from the OVERTIME combat log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBAT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
           ASSIGN TO 'overtime.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-STATUS.
           SELECT INPUT-MONSTERS
           ASSIGN TO DYNAMIC MONSTERS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MONSTERS-STATUS.
           SELECT COMBAT-FILE
           ASSIGN TO DYNAMIC COMBAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMBAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CONFIG-REC PIC X(80).
       FD INPUT-MONSTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC-MONSTERS PIC X(80).
       FD COMBAT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 COMBAT-REC PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    LAYOUT FOR THE OVERTIME.CFG FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 CONFIG-DATA.
           03 CF-KEY           PIC X(12).
           03 CF-VALUE         PIC X(68).
      ******************************************************************
      *    LAYOUT FOR THE INPUT-MONSTERS FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 MONSTERS-DATA.
           03 I-MONNUM         PIC 99.
           03 I-MONDESC        PIC X(11).
           03 I-MONTEXT        PIC X(33).
           03 I-MONLOC         PIC 99.
           03 I-MONATTACK      PIC 99.
           03 I-MONHP          PIC 99.
           03 I-MONFLAG        PIC X(1).
           03 I-MONSTATUSDMG   PIC 99.
           03 I-MONSTATUSTURNS PIC 99.
           03 I-MONLOOT        PIC 99.
           03 FILLER           PIC X(21)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE COMBAT LOG - MUST MATCH OVERTIME
      *    CB-TYPE  'P'=PLAYER HIT MONSTER  'M'=MONSTER HIT PLAYER
      *             'S'=STATUS EFFECT TICK (CB-MONNUM = WHO CAUSED IT)
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
      *    MONSTER TOTALS TABLE - INDEXED BY MONSTER NUMBER, THE SAME
      *    WAY OVERTIME INDEXES MONSTERS-TABLE. THE DIFFICULTY
      *    BUCKETS ARE 1=EASY 2=NORMAL 3=HARD
      ******************************************************************
       01 MONSTER-TOTALS-TABLE.
         03 MONSTER-TOTAL-FIELDS OCCURS 20 TIMES.
           05 MT-DESC          PIC X(11)   VALUE SPACES.
           05 MT-ATTACK        PIC 99      VALUE ZEROS.
           05 MT-HP            PIC 99      VALUE ZEROS.
           05 MT-ENCOUNTERS    PIC 9(5)    VALUE ZEROS.
           05 MT-DEFEATS       PIC 9(5)    VALUE ZEROS.
           05 MT-DEFEAT-HITS   PIC 9(7)    VALUE ZEROS.
           05 MT-DEFEAT-TURNS  PIC 9(7)    VALUE ZEROS.
           05 MT-DEATHS        PIC 9(5)    VALUE ZEROS.
           05 MT-STATUS-DEATHS PIC 9(5)    VALUE ZEROS.
           05 MT-STATUS-TICKS  PIC 9(5)    VALUE ZEROS.
           05 MT-STATUS-DMG    PIC 9(7)    VALUE ZEROS.
           05 MT-LOOT-DROPS    PIC 9(5)    VALUE ZEROS.
           05 MT-LOOT-ITEM     PIC 99      VALUE ZEROS.
           05 MT-DIFF-FIELDS OCCURS 3 TIMES.
             07 MT-HITS        PIC 9(5)    VALUE ZEROS.
             07 MT-DAMAGE      PIC 9(7)    VALUE ZEROS.
      ******************************************************************
      *    PER-SESSION TRACKING - CLEARED WHENEVER THE SESSION
      *    TIMESTAMP CHANGES. OVERTIME IS SINGLE-PLAYER SO ONE
      *    SESSION'S RECORDS ARE NEVER INTERLEAVED WITH ANOTHER'S
      ******************************************************************
       01 SESSION-MON-TABLE.
         03 SESSION-MON-FIELDS OCCURS 20 TIMES.
           05 SM-SEEN          PIC 9.
           05 SM-FIRST-TURN    PIC 9999.
           05 SM-HITS          PIC 9(5).
      ******************************************************************
      *    PROGRAM VARIABLES
      ******************************************************************
       01 MISC.
           03 EOF-MONSTERS     PIC 9       VALUE 0.
           03 MONSTERS-STATUS  PIC XX      VALUE '00'.
           03 MONSTER-COUNT    PIC 99      VALUE 00.
           03 EOF-COMBAT       PIC 9       VALUE 0.
           03 COMBAT-STATUS    PIC XX      VALUE '00'.
           03 REC-COUNT        PIC 9(7)    VALUE 0.
           03 UNKNOWN-COUNT    PIC 9(7)    VALUE 0.
           03 SESSION-COUNT    PIC 9(5)    VALUE 0.
           03 DEATH-COUNT      PIC 9(5)    VALUE 0.
           03 LAST-TIMESTAMP   PIC 9(14)   VALUE ZEROS.
           03 MON-IDX          PIC 99      VALUE 01.
           03 DIFF-IDX         PIC 9       VALUE 1.
           03 DEFEAT-TURNS     PIC 9(5)    VALUE 0.
           03 AVG-DAMAGE       PIC Z9.9.
           03 AVG-HITS         PIC ZZZ9.9.
           03 AVG-TURNS        PIC ZZZ9.9.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
           03 CONFIG-LINE      PIC X(80)   VALUE SPACES.
           03 DATA-DIR         PIC X(40)
               VALUE 'C:\Text-Adventure\cobol.data\'.
           03 MONSTERS-NAME    PIC X(30)   VALUE 'monsters.dat'.
           03 COMBAT-NAME      PIC X(30)   VALUE 'combat.log'.
           03 MONSTERS-FILENAME PIC X(60)  VALUE SPACES.
           03 COMBAT-FILENAME  PIC X(60)   VALUE SPACES.
       01 DIFF-LABELS.
           03 FILLER           PIC X(6)    VALUE 'EASY  '.
           03 FILLER           PIC X(6)    VALUE 'NORMAL'.
           03 FILLER           PIC X(6)    VALUE 'HARD  '.
       01 DIFF-LABEL-TABLE REDEFINES DIFF-LABELS.
           03 DIFF-LABEL       PIC X(6)    OCCURS 3 TIMES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           OPEN INPUT INPUT-MONSTERS
           IF (MONSTERS-STATUS = '35') THEN
               DISPLAY "ERROR: MONSTERS.DAT DOES NOT EXIST"
               STOP RUN
           END-IF
               PERFORM 0100-LOAD-MONSTER
           UNTIL EOF-MONSTERS = 1.
           CLOSE INPUT-MONSTERS.
           OPEN INPUT COMBAT-FILE
           IF (COMBAT-STATUS = '35') THEN
               DISPLAY "COMBAT.LOG DOES NOT EXIST - NOTHING TO REPORT"
               STOP RUN
           END-IF
               PERFORM 1000-READ-COMBAT-REC
           UNTIL EOF-COMBAT = 1.
           CLOSE COMBAT-FILE.
           IF (REC-COUNT = 0) THEN
               DISPLAY "COMBAT.LOG IS EMPTY - NOTHING TO REPORT"
           ELSE
               PERFORM 2000-PRINT-MONSTER-BALANCE
               PERFORM 3000-PRINT-TOTALS
           END-IF.
           STOP RUN.
      ******************************************************************
      *    READS OVERTIME.CFG (IF PRESENT) AND RESOLVES THE MONSTERS
      *    AND COMBAT LOG PATHS FROM THE DATA DIRECTORY PLUS FILE NAME
      ******************************************************************
       0050-LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF (CONFIG-STATUS = '35') THEN
               MOVE 1 TO EOF-CONFIG
           ELSE
               PERFORM 0060-READ-CONFIG-REC
                   UNTIL EOF-CONFIG = 1
               CLOSE CONFIG-FILE
           END-IF
           STRING DATA-DIR DELIMITED BY SPACE
               MONSTERS-NAME DELIMITED BY SPACE
               INTO MONSTERS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               COMBAT-NAME DELIMITED BY SPACE
               INTO COMBAT-FILENAME.
      ******************************************************************
      *    APPLIES ONE KEY=VALUE LINE FROM OVERTIME.CFG
      ******************************************************************
       0060-READ-CONFIG-REC.
           READ CONFIG-FILE INTO CONFIG-LINE
               AT END
                   MOVE 1 TO EOF-CONFIG
               NOT AT END
                   MOVE SPACES TO CF-KEY
                   MOVE SPACES TO CF-VALUE
                   UNSTRING CONFIG-LINE
                        DELIMITED BY '='
                        INTO CF-KEY
                             CF-VALUE
                   EVALUATE CF-KEY
                       WHEN 'DATADIR'
                           MOVE CF-VALUE TO DATA-DIR
                       WHEN 'MONSTERS'
                           MOVE CF-VALUE TO MONSTERS-NAME
                       WHEN 'COMBAT'
                           MOVE CF-VALUE TO COMBAT-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
      *    READS ONE MONSTERS.DAT RECORD INTO ITS TOTALS SLOT
      ******************************************************************
       0100-LOAD-MONSTER.
           READ INPUT-MONSTERS INTO MONSTERS-DATA
               AT END
                   MOVE 1 TO EOF-MONSTERS
               NOT AT END
                   IF (I-MONNUM >= 1 AND I-MONNUM <= 20) THEN
                       MOVE I-MONDESC   TO MT-DESC(I-MONNUM)
                       MOVE I-MONATTACK TO MT-ATTACK(I-MONNUM)
                       MOVE I-MONHP     TO MT-HP(I-MONNUM)
                       IF (I-MONNUM > MONSTER-COUNT) THEN
                           MOVE I-MONNUM TO MONSTER-COUNT
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *    READS ONE COMBAT RECORD AND TALLIES IT AGAINST ITS MONSTER -
      *    A NEW TIMESTAMP MEANS A NEW SESSION
      ******************************************************************
       1000-READ-COMBAT-REC.
           READ COMBAT-FILE INTO COMBAT-DATA
               AT END
                   MOVE 1 TO EOF-COMBAT
               NOT AT END
                   ADD 1 TO REC-COUNT
                   IF (CB-TIMESTAMP NOT = LAST-TIMESTAMP) THEN
                       ADD 1 TO SESSION-COUNT
                       MOVE CB-TIMESTAMP TO LAST-TIMESTAMP
                       MOVE ZEROS TO SESSION-MON-TABLE
                   END-IF
                   IF (CB-DIED = 'Y') THEN
                       ADD 1 TO DEATH-COUNT
                   END-IF
                   IF (CB-MONNUM >= 1 AND CB-MONNUM <= 20) THEN
                       MOVE CB-MONNUM TO MON-IDX
                       EVALUATE CB-TYPE
                           WHEN 'P'
                               PERFORM 1100-TALLY-PLAYER-HIT
                           WHEN 'M'
                               PERFORM 1200-TALLY-MONSTER-HIT
                           WHEN 'S'
                               PERFORM 1300-TALLY-STATUS-TICK
                       END-EVALUATE
                   ELSE
                       ADD 1 TO UNKNOWN-COUNT
                   END-IF
           END-READ.
      ******************************************************************
      *    COUNTS THE MONSTER AS ENCOUNTERED THE FIRST TIME IT TRADES
      *    BLOWS IN A SESSION
      ******************************************************************
       1050-NOTE-ENCOUNTER.
           IF (SM-SEEN(MON-IDX) = 0) THEN
               MOVE 1 TO SM-SEEN(MON-IDX)
               MOVE CB-TURN TO SM-FIRST-TURN(MON-IDX)
               ADD 1 TO MT-ENCOUNTERS(MON-IDX)
           END-IF.
      ******************************************************************
      *    A PLAYER BLOW - ON A DEFEAT, ROLLS THE SESSION'S HIT COUNT
      *    AND ELAPSED TURNS INTO THE TURNS-TO-DEFEAT TOTALS
      ******************************************************************
       1100-TALLY-PLAYER-HIT.
           PERFORM 1050-NOTE-ENCOUNTER
           ADD 1 TO SM-HITS(MON-IDX)
           IF (CB-DEFEATED = 'Y') THEN
               ADD 1 TO MT-DEFEATS(MON-IDX)
               ADD SM-HITS(MON-IDX) TO MT-DEFEAT-HITS(MON-IDX)
               COMPUTE DEFEAT-TURNS =
                   CB-TURN - SM-FIRST-TURN(MON-IDX) + 1
               ADD DEFEAT-TURNS TO MT-DEFEAT-TURNS(MON-IDX)
               IF (CB-LOOT NOT = 00) THEN
                   ADD 1 TO MT-LOOT-DROPS(MON-IDX)
                   MOVE CB-LOOT TO MT-LOOT-ITEM(MON-IDX)
               END-IF
      *        A MONSTER SPAWNED AGAIN LATER STARTS A FRESH ENCOUNTER
               MOVE 0 TO SM-SEEN(MON-IDX)
               MOVE 0 TO SM-HITS(MON-IDX)
           END-IF.
      ******************************************************************
      *    A MONSTER BLOW - BUCKETED BY THE SESSION'S DIFFICULTY
      ******************************************************************
       1200-TALLY-MONSTER-HIT.
           PERFORM 1050-NOTE-ENCOUNTER
           EVALUATE CB-DIFFICULTY
               WHEN 'E'
                   MOVE 1 TO DIFF-IDX
               WHEN 'H'
                   MOVE 3 TO DIFF-IDX
               WHEN OTHER
                   MOVE 2 TO DIFF-IDX
           END-EVALUATE
           ADD 1 TO MT-HITS(MON-IDX, DIFF-IDX)
           ADD CB-DAMAGE TO MT-DAMAGE(MON-IDX, DIFF-IDX)
           IF (CB-DIED = 'Y') THEN
               ADD 1 TO MT-DEATHS(MON-IDX)
           END-IF.
      ******************************************************************
      *    A STATUS-EFFECT TICK - CHARGED TO THE MONSTER THAT CAUSED IT
      ******************************************************************
       1300-TALLY-STATUS-TICK.
           ADD 1 TO MT-STATUS-TICKS(MON-IDX)
           ADD CB-DAMAGE TO MT-STATUS-DMG(MON-IDX)
           IF (CB-DIED = 'Y') THEN
               ADD 1 TO MT-DEATHS(MON-IDX)
               ADD 1 TO MT-STATUS-DEATHS(MON-IDX)
           END-IF.
      ******************************************************************
      *    PRINTS THE BALANCE FIGURES FOR EVERY MONSTER IN MONSTERS.DAT
      ******************************************************************
       2000-PRINT-MONSTER-BALANCE.
           DISPLAY " ".
           DISPLAY "----------------- MONSTER BALANCE ----------------".
           PERFORM VARYING MON-IDX FROM 1 BY 1
               UNTIL MON-IDX > MONSTER-COUNT
               IF (MT-DESC(MON-IDX) NOT = SPACES) THEN
                   PERFORM 2100-PRINT-MONSTER
               END-IF
           END-PERFORM.
      ******************************************************************
      *    PRINTS ONE MONSTER'S BLOCK OF THE BALANCE REPORT
      ******************************************************************
       2100-PRINT-MONSTER.
           DISPLAY " "
           DISPLAY "  " MON-IDX " " MT-DESC(MON-IDX)
               " ATTACK=" MT-ATTACK(MON-IDX) " HP=" MT-HP(MON-IDX)
           DISPLAY "     ENCOUNTERS: " MT-ENCOUNTERS(MON-IDX)
               "  DEFEATED: " MT-DEFEATS(MON-IDX)
               "  PLAYER DEATHS CAUSED: " MT-DEATHS(MON-IDX)
           IF (MT-STATUS-TICKS(MON-IDX) > 0) THEN
               DISPLAY "     STATUS TICKS: " MT-STATUS-TICKS(MON-IDX)
                   "  STATUS DAMAGE: " MT-STATUS-DMG(MON-IDX)
                   "  DEATHS BY STATUS: " MT-STATUS-DEATHS(MON-IDX)
           END-IF
           PERFORM VARYING DIFF-IDX FROM 1 BY 1 UNTIL DIFF-IDX > 3
               IF (MT-HITS(MON-IDX, DIFF-IDX) > 0) THEN
                   COMPUTE AVG-DAMAGE ROUNDED =
                       MT-DAMAGE(MON-IDX, DIFF-IDX)
                       / MT-HITS(MON-IDX, DIFF-IDX)
                   DISPLAY "     AVG DAMAGE DEALT ("
                       DIFF-LABEL(DIFF-IDX) "): " AVG-DAMAGE " OVER "
                       MT-HITS(MON-IDX, DIFF-IDX) " HIT(S)"
               ELSE
                   DISPLAY "     AVG DAMAGE DEALT ("
                       DIFF-LABEL(DIFF-IDX) "): NO HITS LOGGED"
               END-IF
           END-PERFORM
           IF (MT-DEFEATS(MON-IDX) > 0) THEN
               COMPUTE AVG-HITS ROUNDED =
                   MT-DEFEAT-HITS(MON-IDX) / MT-DEFEATS(MON-IDX)
               COMPUTE AVG-TURNS ROUNDED =
                   MT-DEFEAT-TURNS(MON-IDX) / MT-DEFEATS(MON-IDX)
               DISPLAY "     AVG HITS TO DEFEAT: " AVG-HITS
                   "  AVG TURNS TO DEFEAT: " AVG-TURNS
           ELSE
               DISPLAY "     NEVER DEFEATED"
           END-IF
           IF (MT-LOOT-DROPS(MON-IDX) > 0) THEN
               DISPLAY "     LOOT DROPPED: " MT-LOOT-DROPS(MON-IDX)
                   " TIME(S) - ITEM " MT-LOOT-ITEM(MON-IDX)
           ELSE
               DISPLAY "     LOOT DROPPED: NONE"
           END-IF.
      ******************************************************************
      *    PRINTS CONTROL TOTALS FOR THE WHOLE LOG
      ******************************************************************
       3000-PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "----------------- TOTALS -------------------------".
           DISPLAY "  COMBAT RECORDS READ:      " REC-COUNT
           DISPLAY "  SESSIONS WITH COMBAT:     " SESSION-COUNT
           DISPLAY "  PLAYER DEATHS:            " DEATH-COUNT
           IF (UNKNOWN-COUNT > 0) THEN
               DISPLAY "  RECORDS WITH NO MONSTER:  " UNKNOWN-COUNT
           END-IF.
      ******************************************************************
      ******************************************************************
       END PROGRAM COMBAT-REPORT.
