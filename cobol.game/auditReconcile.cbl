      ******************************************************************
      * Author: Melissa Christie
      * Date: Oct 15 2026
      * Purpose: End-of-day reconciliation of audit.log, scores.dat
      *          and players.dat for OVERTIME
      * Note: sessions moved out of audit.log by AUDIT-ROTATE are read
      *       back from every archive still listed in the archive
      *       catalog, oldest first, before the live log. Sessions in
      *       archives already purged are taken from the carried-
      *       forward totals AUDIT-ROTATE keeps in AUDITPURGED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
           ASSIGN TO 'overtime.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-STATUS.
           SELECT AUDIT-FILE
           ASSIGN TO DYNAMIC AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
           SELECT CATALOG-FILE
           ASSIGN TO DYNAMIC CATALOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.
           SELECT PURGED-FILE
           ASSIGN TO DYNAMIC PURGED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGED-STATUS.
           SELECT SCORES-FILE
           ASSIGN TO DYNAMIC SCORES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCORES-STATUS.
           SELECT PLAYERS-FILE
           ASSIGN TO DYNAMIC PLAYERS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLAYERS-KEY
           FILE STATUS IS PLAYERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CONFIG-REC PIC X(80).
       FD AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-REC PIC X(80).
       FD CATALOG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CATALOG-REC PIC X(80).
       FD PURGED-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PURGED-REC PIC X(80).
       FD SCORES-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SCORES-REC PIC X(80).
       FD PLAYERS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PLAYERS-REC.
           03 PLAYERS-KEY      PIC X(8).
           03 FILLER           PIC X(72).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    LAYOUT FOR THE OVERTIME.CFG FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 CONFIG-DATA.
           03 CF-KEY           PIC X(12).
           03 CF-VALUE         PIC X(68).
      ******************************************************************
      *    LAYOUT FOR THE AUDIT LOG FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 AUDIT-DATA.
           03 A-COMMAND        PIC X(10).
           03 A-PARM           PIC X(12).
           03 A-ROOM           PIC 99.
           03 A-WILL           PIC 999.
           03 FILLER           PIC X(53)   VALUE SPACES.
      ******************************************************************
      *    SESSION-HEADER VIEW OF THE SAME RECORD
      ******************************************************************
       01 AUDIT-HEADER-DATA REDEFINES AUDIT-DATA.
           03 AH-MARKER        PIC X(10).
           03 AH-TIMESTAMP     PIC 9(14).
           03 AH-DIFFICULTY    PIC X(1).
           03 AH-MODE          PIC X(1).
           03 AH-SEED          PIC 9(10).
           03 AH-PLAYER        PIC X(8).
           03 FILLER           PIC X(36).
      ******************************************************************
      *    SESSION-TRAILER VIEW OF THE SAME RECORD
      ******************************************************************
       01 AUDIT-TRAILER-DATA REDEFINES AUDIT-DATA.
           03 AT-MARKER        PIC X(10).
           03 AT-TIMESTAMP     PIC 9(14).
           03 AT-OUTCOME       PIC X(1).
           03 AT-SCORE         PIC 999.
           03 AT-COMMANDS      PIC 9999.
           03 AT-SEED          PIC 9(10).
           03 AT-PLAYER        PIC X(8).
           03 FILLER           PIC X(30).
      ******************************************************************
      *    LAYOUT FOR THE ARCHIVE CATALOG - MUST MATCH AUDIT-ROTATE
      ******************************************************************
       01 CATALOG-DATA.
           03 CT-DATE          PIC 9(8).
           03 CT-RECORDS       PIC 9(7).
           03 CT-SESSIONS      PIC 9(5).
           03 FILLER           PIC X(60)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE PURGED-SESSION TOTALS - MUST MATCH
      *    AUDIT-ROTATE
      ******************************************************************
       01 PURGED-DATA.
           03 PG-PLAYER        PIC X(8).
           03 PG-SESSIONS      PIC 9(7).
           03 PG-COMPLETED     PIC 9(7).
           03 PG-WINS          PIC 9(7).
           03 FILLER           PIC X(51)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE SCORES LEADERBOARD FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 SCORES-DATA.
           03 SC-WILL-TO-LIVE  PIC 999.
           03 SC-COMMANDS      PIC 9999.
           03 SC-TIMESTAMP     PIC 9(14).
           03 SC-SEED          PIC 9(10).
           03 SC-PLAYER        PIC X(8).
           03 FILLER           PIC X(41)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE PLAYERS PROFILE FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 PLAYERS-DATA.
           03 PL-PLAYER-ID     PIC X(8).
           03 PL-GAMES         PIC 9(4).
           03 PL-WINS          PIC 9(4).
           03 PL-BEST-WILL     PIC 999.
           03 PL-LAST-PLAYED   PIC 9(14).
           03 FILLER           PIC X(47)   VALUE SPACES.
      ******************************************************************
      *    PLAYER TOTALS TABLE - WHAT EACH FILE SAYS ABOUT EACH PLAYER
      *    ACROSS THE WHOLE HISTORY, PURGED ARCHIVES INCLUDED.
      *    PT-COMPLETED (SESSIONS WITH A TRAILER) SHOULD EQUAL PL-GAMES
      *    AND PT-SCORE-WINS SHOULD EQUAL PL-WINS
      ******************************************************************
       01 PLAYER-TOTALS-TABLE.
         03 PLAYER-TOTALS-FIELDS OCCURS 100 TIMES.
           05 PT-PLAYER        PIC X(8)    VALUE SPACES.
           05 PT-SESSIONS      PIC 9(5)    VALUE ZEROS.
           05 PT-COMPLETED     PIC 9(5)    VALUE ZEROS.
           05 PT-ORPHANS       PIC 9(5)    VALUE ZEROS.
           05 PT-TRAILER-WINS  PIC 9(5)    VALUE ZEROS.
           05 PT-SCORE-WINS    PIC 9(5)    VALUE ZEROS.
           05 PT-ON-FILE       PIC 9       VALUE 0.
           05 PT-PL-GAMES      PIC 9(4)    VALUE ZEROS.
           05 PT-PL-WINS       PIC 9(4)    VALUE ZEROS.
      ******************************************************************
      *    WINS TABLE - ONE ENTRY PER WINNING TRAILER, CROSSED OFF AS
      *    THE MATCHING SCORES.DAT ROW IS FOUND
      ******************************************************************
       01 WINS-TABLE.
         03 WINS-FIELDS OCCURS 500 TIMES.
           05 WT-TIMESTAMP     PIC 9(14)   VALUE ZEROS.
           05 WT-PLAYER        PIC X(8)    VALUE SPACES.
           05 WT-SEED          PIC 9(10)   VALUE ZEROS.
           05 WT-COMMANDS      PIC 9999    VALUE ZEROS.
           05 WT-SCORE         PIC 999     VALUE ZEROS.
           05 WT-TODAY         PIC 9       VALUE 0.
           05 WT-MATCHED       PIC 9       VALUE 0.
      ******************************************************************
      *    PROGRAM VARIABLES
      ******************************************************************
       01 MISC.
           03 EOF-AUDIT        PIC 9       VALUE 0.
           03 EOF-CATALOG      PIC 9       VALUE 0.
           03 EOF-PURGED       PIC 9       VALUE 0.
           03 READING-LIVE-LOG PIC 9       VALUE 0.
           03 CATALOG-STATUS   PIC XX      VALUE '00'.
           03 PURGED-STATUS    PIC XX      VALUE '00'.
           03 EOF-SCORES       PIC 9       VALUE 0.
           03 EOF-PLAYERS      PIC 9       VALUE 0.
           03 AUDIT-STATUS     PIC XX      VALUE '00'.
           03 SCORES-STATUS    PIC XX      VALUE '00'.
           03 PLAYERS-STATUS   PIC XX      VALUE '00'.
           03 COMMAND-ARGS     PIC X(80)   VALUE SPACES.
           03 REPORT-DATE      PIC 9(8)    VALUE 0.
           03 SESSION-OPEN     PIC 9       VALUE 0.
           03 OPEN-TIMESTAMP   PIC 9(14)   VALUE 0.
           03 OPEN-PLAYER      PIC X(8)    VALUE SPACES.
           03 OPEN-SEED        PIC 9(10)   VALUE 0.
           03 OPEN-TODAY       PIC 9       VALUE 0.
           03 FIND-PLAYER-ID   PIC X(8)    VALUE SPACES.
           03 PT-IDX           PIC 999     VALUE 0.
           03 PT-COUNT         PIC 999     VALUE 0.
           03 PT-SEARCH-IDX    PIC 999     VALUE 0.
           03 PT-FULL-WARNED   PIC 9       VALUE 0.
           03 WT-IDX           PIC 999     VALUE 0.
           03 WT-COUNT         PIC 999     VALUE 0.
           03 WT-FOUND         PIC 999     VALUE 0.
           03 WT-FULL-WARNED   PIC 9       VALUE 0.
           03 PROFILES-READ    PIC 9       VALUE 0.
           03 PLAYER-CHECK     PIC X(8)    VALUE SPACES.
           03 DAY-SESSIONS     PIC 9(5)    VALUE 0.
           03 DAY-COMPLETED    PIC 9(5)    VALUE 0.
           03 DAY-WON          PIC 9(5)    VALUE 0.
           03 DAY-DIED         PIC 9(5)    VALUE 0.
           03 DAY-QUIT         PIC 9(5)    VALUE 0.
           03 DAY-ORPHANS      PIC 9(5)    VALUE 0.
           03 DAY-COMMANDS     PIC 9(7)    VALUE 0.
           03 DAY-SCORE-ROWS   PIC 9(5)    VALUE 0.
           03 DAY-WINS-MATCHED PIC 9(5)    VALUE 0.
           03 DAY-WINS-NO-SCORE PIC 9(5)   VALUE 0.
           03 DAY-SCORES-NO-WIN PIC 9(5)   VALUE 0.
           03 STRAY-TRAILERS   PIC 9(5)    VALUE 0.
           03 PROFILE-MISMATCHES PIC 9(5)  VALUE 0.
           03 EXCEPTION-COUNT  PIC 9(5)    VALUE 0.
           03 AUDIT-RECORDS    PIC 9(7)    VALUE 0.
           03 ARCHIVE-RECORDS  PIC 9(7)    VALUE 0.
           03 ARCHIVES-READ    PIC 9(5)    VALUE 0.
           03 MISSING-ARCHIVES PIC 9(5)    VALUE 0.
           03 FILE-RECORDS     PIC 9(7)    VALUE 0.
           03 PURGED-SESSIONS  PIC 9(7)    VALUE 0.
           03 SCORE-RECORDS    PIC 9(7)    VALUE 0.
           03 PROFILE-RECORDS  PIC 9(7)    VALUE 0.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
           03 CONFIG-LINE      PIC X(80)   VALUE SPACES.
           03 DATA-DIR         PIC X(40)
               VALUE 'C:\Text-Adventure\cobol.data\'.
           03 AUDIT-NAME       PIC X(30)   VALUE 'audit.log'.
           03 SCORES-NAME      PIC X(30)   VALUE 'scores.dat'.
           03 PLAYERS-NAME     PIC X(30)   VALUE 'players.dat'.
           03 ARCHIVE-PREFIX   PIC X(30)   VALUE 'audit-'.
           03 CATALOG-NAME     PIC X(30)   VALUE 'auditcat.dat'.
           03 PURGED-NAME      PIC X(30)   VALUE 'auditpurged.dat'.
           03 AUDIT-FILENAME   PIC X(60)   VALUE SPACES.
           03 LIVE-AUDIT-FILENAME PIC X(60) VALUE SPACES.
           03 CATALOG-FILENAME PIC X(60)   VALUE SPACES.
           03 PURGED-FILENAME  PIC X(60)   VALUE SPACES.
           03 SCORES-FILENAME  PIC X(60)   VALUE SPACES.
           03 PLAYERS-FILENAME PIC X(60)   VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
      *    THE COMMAND LINE MAY GIVE THE DAY TO RECONCILE AS YYYYMMDD,
      *    OTHERWISE TODAY IS USED, E.G. 'reconcile 20261015'
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE
           IF (COMMAND-ARGS = SPACES) THEN
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           ELSE
               IF (COMMAND-ARGS(1:8) IS NUMERIC AND
                   COMMAND-ARGS(9:1) = SPACE) THEN
                   MOVE COMMAND-ARGS(1:8) TO REPORT-DATE
               ELSE
                   DISPLAY "ERROR: DAY MUST BE GIVEN AS YYYYMMDD"
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "--------------- RECONCILIATION FOR " REPORT-DATE
               " ---------------"
           DISPLAY " "
           DISPLAY "----------------- EXCEPTIONS ----------------------"
           PERFORM 0200-LOAD-PURGED-TOTALS
           PERFORM 0300-READ-ARCHIVES
           MOVE 1 TO READING-LIVE-LOG
           MOVE LIVE-AUDIT-FILENAME TO AUDIT-FILENAME
           OPEN INPUT AUDIT-FILE
           IF (AUDIT-STATUS = '35') THEN
               DISPLAY "  AUDIT.LOG DOES NOT EXIST - NO LIVE SESSIONS"
               MOVE 1 TO EOF-AUDIT
           ELSE
               MOVE 0 TO FILE-RECORDS
               MOVE 0 TO EOF-AUDIT
               PERFORM 1000-READ-AUDIT-REC
                   UNTIL EOF-AUDIT = 1
               CLOSE AUDIT-FILE
               MOVE FILE-RECORDS TO AUDIT-RECORDS
           END-IF
           IF (SESSION-OPEN = 1) THEN
               PERFORM 1300-ORPHAN-SESSION
           END-IF
           OPEN INPUT SCORES-FILE
           IF (SCORES-STATUS = '35') THEN
               MOVE 1 TO EOF-SCORES
           ELSE
               PERFORM 2000-READ-SCORE-REC
                   UNTIL EOF-SCORES = 1
               CLOSE SCORES-FILE
           END-IF
           PERFORM 2200-PRINT-UNMATCHED-WINS
           OPEN INPUT PLAYERS-FILE
           IF (PLAYERS-STATUS = '00') THEN
               MOVE 1 TO PROFILES-READ
               PERFORM 3000-READ-PLAYER-REC
                   UNTIL EOF-PLAYERS = 1
               CLOSE PLAYERS-FILE
           ELSE
               IF (PLAYERS-STATUS = '35') THEN
                   MOVE 1 TO PROFILES-READ
               ELSE
                   DISPLAY "  PLAYERS.DAT COULD NOT BE READ (STATUS "
                       PLAYERS-STATUS ") - PROFILE COUNTS NOT CHECKED"
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-IF
           PERFORM 4000-PRINT-PLAYER-CHECKS
           PERFORM 5000-PRINT-CONTROL-TOTALS
           STOP RUN.
      ******************************************************************
      *    READS OVERTIME.CFG (IF PRESENT) AND RESOLVES EVERY FILE
      *    PATH FROM THE DATA DIRECTORY PLUS FILE NAME
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
               AUDIT-NAME DELIMITED BY SPACE
               INTO LIVE-AUDIT-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               CATALOG-NAME DELIMITED BY SPACE
               INTO CATALOG-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               PURGED-NAME DELIMITED BY SPACE
               INTO PURGED-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               SCORES-NAME DELIMITED BY SPACE
               INTO SCORES-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               PLAYERS-NAME DELIMITED BY SPACE
               INTO PLAYERS-FILENAME.
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
                       WHEN 'AUDIT'
                           MOVE CF-VALUE TO AUDIT-NAME
                       WHEN 'AUDITARCHIVE'
                           MOVE CF-VALUE TO ARCHIVE-PREFIX
                       WHEN 'AUDITCATALOG'
                           MOVE CF-VALUE TO CATALOG-NAME
                       WHEN 'AUDITPURGED'
                           MOVE CF-VALUE TO PURGED-NAME
                       WHEN 'SCORES'
                           MOVE CF-VALUE TO SCORES-NAME
                       WHEN 'PLAYERS'
                           MOVE CF-VALUE TO PLAYERS-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
      *    STARTS EACH PLAYER'S TOTALS FROM THE SESSIONS THAT LEFT WITH
      *    PURGED ARCHIVES (IF ANY HAVE BEEN PURGED)
      ******************************************************************
       0200-LOAD-PURGED-TOTALS.
           OPEN INPUT PURGED-FILE
           IF (PURGED-STATUS = '35') THEN
               MOVE 1 TO EOF-PURGED
           ELSE
               PERFORM 0210-READ-PURGED-REC
                   UNTIL EOF-PURGED = 1
               CLOSE PURGED-FILE
           END-IF.
      ******************************************************************
      *    ADDS ONE PLAYER'S PURGED-SESSION TOTALS INTO THE TABLE
      ******************************************************************
       0210-READ-PURGED-REC.
           READ PURGED-FILE INTO PURGED-DATA
               AT END
                   MOVE 1 TO EOF-PURGED
               NOT AT END
                   MOVE PG-PLAYER TO FIND-PLAYER-ID
                   PERFORM 1400-FIND-PLAYER
                   IF (PT-IDX NOT = 0) THEN
                       ADD PG-SESSIONS  TO PT-SESSIONS(PT-IDX)
                       ADD PG-COMPLETED TO PT-COMPLETED(PT-IDX)
                       ADD PG-WINS      TO PT-TRAILER-WINS(PT-IDX)
                   END-IF
                   ADD PG-SESSIONS TO PURGED-SESSIONS
           END-READ.
      ******************************************************************
      *    READS EVERY ARCHIVE IN THE CATALOG, OLDEST FIRST, THROUGH
      *    THE SAME SESSION LOGIC AS THE LIVE LOG
      ******************************************************************
       0300-READ-ARCHIVES.
           OPEN INPUT CATALOG-FILE
           IF (CATALOG-STATUS = '35') THEN
               MOVE 1 TO EOF-CATALOG
           ELSE
               PERFORM 0310-READ-CATALOG-REC
                   UNTIL EOF-CATALOG = 1
               CLOSE CATALOG-FILE
           END-IF.
      ******************************************************************
      *    READS ONE CATALOG RECORD AND THE ARCHIVE IT NAMES - A
      *    SESSION STILL OPEN AT THE END OF AN ARCHIVE IS AN ORPHAN
      ******************************************************************
       0310-READ-CATALOG-REC.
           READ CATALOG-FILE INTO CATALOG-DATA
               AT END
                   MOVE 1 TO EOF-CATALOG
               NOT AT END
                   MOVE SPACES TO AUDIT-FILENAME
                   STRING DATA-DIR DELIMITED BY SPACE
                       ARCHIVE-PREFIX DELIMITED BY SPACE
                       CT-DATE DELIMITED BY SIZE
                       '.log' DELIMITED BY SIZE
                       INTO AUDIT-FILENAME
                   OPEN INPUT AUDIT-FILE
                   IF (AUDIT-STATUS = '00') THEN
                       ADD 1 TO ARCHIVES-READ
                       MOVE 0 TO FILE-RECORDS
                       MOVE 0 TO EOF-AUDIT
                       PERFORM 1000-READ-AUDIT-REC
                           UNTIL EOF-AUDIT = 1
                       CLOSE AUDIT-FILE
                       ADD FILE-RECORDS TO ARCHIVE-RECORDS
                       IF (SESSION-OPEN = 1) THEN
                           PERFORM 1300-ORPHAN-SESSION
                       END-IF
                   ELSE
                       ADD 1 TO MISSING-ARCHIVES
                       ADD 1 TO EXCEPTION-COUNT
                       DISPLAY "  ARCHIVE IN CATALOG COULD NOT BE READ "
                           "(STATUS " AUDIT-STATUS "): " AUDIT-FILENAME
                   END-IF
           END-READ.
      ******************************************************************
      *    READS ONE AUDIT RECORD - HEADERS OPEN A SESSION, TRAILERS
      *    CLOSE IT, COMMAND RECORDS ARE ONLY COUNTED
      ******************************************************************
       1000-READ-AUDIT-REC.
           READ AUDIT-FILE INTO AUDIT-DATA
               AT END
                   MOVE 1 TO EOF-AUDIT
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   EVALUATE A-COMMAND
                       WHEN '*SESSION'
                           PERFORM 1100-START-SESSION
                       WHEN '*SESSEND'
                           PERFORM 1200-END-SESSION
                       WHEN OTHER
                           IF (SESSION-OPEN = 1 AND OPEN-TODAY = 1)
                               THEN
                               ADD 1 TO DAY-COMMANDS
                           END-IF
                   END-EVALUATE
           END-READ.
      ******************************************************************
      *    A HEADER OPENS A SESSION - IF THE LAST ONE NEVER GOT ITS
      *    TRAILER IT IS AN ORPHAN
      ******************************************************************
       1100-START-SESSION.
           IF (SESSION-OPEN = 1) THEN
               PERFORM 1300-ORPHAN-SESSION
           END-IF
           MOVE 1 TO SESSION-OPEN
           MOVE AH-TIMESTAMP TO OPEN-TIMESTAMP
           MOVE AH-PLAYER TO OPEN-PLAYER
           MOVE AH-SEED TO OPEN-SEED
           IF (AH-TIMESTAMP(1:8) = REPORT-DATE) THEN
               MOVE 1 TO OPEN-TODAY
               ADD 1 TO DAY-SESSIONS
           ELSE
               MOVE 0 TO OPEN-TODAY
           END-IF
           MOVE AH-PLAYER TO FIND-PLAYER-ID
           PERFORM 1400-FIND-PLAYER
           IF (PT-IDX NOT = 0) THEN
               ADD 1 TO PT-SESSIONS(PT-IDX)
           END-IF.
      ******************************************************************
      *    A TRAILER CLOSES THE OPEN SESSION IF IT CARRIES THE SAME
      *    START TIMESTAMP AND PLAYER - A WIN IS KEPT FOR MATCHING
      *    AGAINST SCORES.DAT
      ******************************************************************
       1200-END-SESSION.
           IF (SESSION-OPEN = 1 AND AT-TIMESTAMP = OPEN-TIMESTAMP AND
               AT-PLAYER = OPEN-PLAYER) THEN
               MOVE 0 TO SESSION-OPEN
               MOVE AT-PLAYER TO FIND-PLAYER-ID
               PERFORM 1400-FIND-PLAYER
               IF (PT-IDX NOT = 0) THEN
                   ADD 1 TO PT-COMPLETED(PT-IDX)
                   IF (AT-OUTCOME = 'W') THEN
                       ADD 1 TO PT-TRAILER-WINS(PT-IDX)
                   END-IF
               END-IF
               IF (OPEN-TODAY = 1) THEN
                   ADD 1 TO DAY-COMPLETED
                   EVALUATE AT-OUTCOME
                       WHEN 'W'
                           ADD 1 TO DAY-WON
                       WHEN 'D'
                           ADD 1 TO DAY-DIED
                       WHEN OTHER
                           ADD 1 TO DAY-QUIT
                   END-EVALUATE
               END-IF
               IF (AT-OUTCOME = 'W') THEN
                   PERFORM 1250-KEEP-WIN
               END-IF
           ELSE
               ADD 1 TO STRAY-TRAILERS
               ADD 1 TO EXCEPTION-COUNT
               DISPLAY "  TRAILER WITH NO OPEN SESSION: STARTED "
                   AT-TIMESTAMP " PLAYER=" AT-PLAYER
           END-IF.
      ******************************************************************
      *    ADDS A WINNING TRAILER TO WINS-TABLE
      ******************************************************************
       1250-KEEP-WIN.
           IF (WT-COUNT < 500) THEN
               ADD 1 TO WT-COUNT
               MOVE AT-TIMESTAMP TO WT-TIMESTAMP(WT-COUNT)
               MOVE AT-PLAYER    TO WT-PLAYER(WT-COUNT)
               MOVE AT-SEED      TO WT-SEED(WT-COUNT)
               MOVE AT-COMMANDS  TO WT-COMMANDS(WT-COUNT)
               MOVE AT-SCORE     TO WT-SCORE(WT-COUNT)
               MOVE OPEN-TODAY   TO WT-TODAY(WT-COUNT)
           ELSE
               IF (WT-FULL-WARNED = 0) THEN
                   DISPLAY "WARNING: MORE THAN 500 WINS IN AUDIT.LOG - "
                       "LATER WINS NOT MATCHED TO SCORES.DAT"
                   MOVE 1 TO WT-FULL-WARNED
               END-IF
           END-IF.
      ******************************************************************
      *    REPORTS THE OPEN SESSION AS AN ORPHAN - IT HAS NO TRAILER,
      *    SO THE GAME CRASHED OR WAS KILLED (OR, FOR THE LAST SESSION
      *    IN THE LOG, MAY STILL BE RUNNING)
      ******************************************************************
       1300-ORPHAN-SESSION.
           MOVE 0 TO SESSION-OPEN
           MOVE OPEN-PLAYER TO FIND-PLAYER-ID
           PERFORM 1400-FIND-PLAYER
           IF (PT-IDX NOT = 0) THEN
               ADD 1 TO PT-ORPHANS(PT-IDX)
           END-IF
           IF (OPEN-TODAY = 1) THEN
               ADD 1 TO DAY-ORPHANS
               ADD 1 TO EXCEPTION-COUNT
               IF (EOF-AUDIT = 1 AND READING-LIVE-LOG = 1) THEN
                   DISPLAY "  ORPHAN SESSION (STILL OPEN AT END OF "
                       "LOG): STARTED " OPEN-TIMESTAMP " PLAYER="
                       OPEN-PLAYER " SEED=" OPEN-SEED
               ELSE
                   DISPLAY "  ORPHAN SESSION (NO TRAILER): STARTED "
                       OPEN-TIMESTAMP " PLAYER=" OPEN-PLAYER
                       " SEED=" OPEN-SEED
               END-IF
           END-IF.
      ******************************************************************
      *    FINDS OR ADDS FIND-PLAYER-ID IN PLAYER-TOTALS-TABLE, SETTING
      *    PT-IDX (00 WHEN THE TABLE IS FULL)
      ******************************************************************
       1400-FIND-PLAYER.
           MOVE 0 TO PT-IDX
           PERFORM VARYING PT-SEARCH-IDX FROM 1 BY 1
               UNTIL PT-SEARCH-IDX > PT-COUNT OR PT-IDX NOT = 0
               IF (PT-PLAYER(PT-SEARCH-IDX) = FIND-PLAYER-ID) THEN
                   MOVE PT-SEARCH-IDX TO PT-IDX
               END-IF
           END-PERFORM
           IF (PT-IDX = 0) THEN
               IF (PT-COUNT < 100) THEN
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT TO PT-IDX
                   MOVE FIND-PLAYER-ID TO PT-PLAYER(PT-IDX)
               ELSE
                   IF (PT-FULL-WARNED = 0) THEN
                       DISPLAY "WARNING: MORE THAN 100 PLAYERS - LATER "
                           "PLAYERS NOT CHECKED"
                       MOVE 1 TO PT-FULL-WARNED
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *    READS ONE SCORES.DAT ROW, COUNTS IT AGAINST THE PLAYER AND
      *    CROSSES OFF THE WINNING SESSION IT CAME FROM
      ******************************************************************
       2000-READ-SCORE-REC.
           READ SCORES-FILE INTO SCORES-DATA
               AT END
                   MOVE 1 TO EOF-SCORES
               NOT AT END
                   ADD 1 TO SCORE-RECORDS
                   MOVE SC-PLAYER TO FIND-PLAYER-ID
                   PERFORM 1400-FIND-PLAYER
                   IF (PT-IDX NOT = 0) THEN
                       ADD 1 TO PT-SCORE-WINS(PT-IDX)
                   END-IF
                   PERFORM 2100-MATCH-WIN
                   IF (SC-TIMESTAMP(1:8) = REPORT-DATE) THEN
                       ADD 1 TO DAY-SCORE-ROWS
                       IF (WT-FOUND = 0) THEN
                           ADD 1 TO DAY-SCORES-NO-WIN
                           ADD 1 TO EXCEPTION-COUNT
                           DISPLAY "  SCORE ROW WITH NO WINNING "
                               "SESSION: " SC-TIMESTAMP " PLAYER="
                               SC-PLAYER " SCORE=" SC-WILL-TO-LIVE
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *    FINDS THE FIRST UNMATCHED WIN WITH THE SAME PLAYER, SEED,
      *    COMMANDS AND SCORE AS THE SCORES.DAT ROW (WT-FOUND = 0 IF
      *    THERE IS NONE)
      ******************************************************************
       2100-MATCH-WIN.
           MOVE 0 TO WT-FOUND
           PERFORM VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT OR WT-FOUND NOT = 0
               IF (WT-MATCHED(WT-IDX) = 0 AND
                   WT-PLAYER(WT-IDX) = SC-PLAYER AND
                   WT-SEED(WT-IDX) = SC-SEED AND
                   WT-COMMANDS(WT-IDX) = SC-COMMANDS AND
                   WT-SCORE(WT-IDX) = SC-WILL-TO-LIVE) THEN
                   MOVE WT-IDX TO WT-FOUND
                   MOVE 1 TO WT-MATCHED(WT-IDX)
               END-IF
           END-PERFORM.
      ******************************************************************
      *    LISTS THE DAY'S WINS THAT NEVER REACHED SCORES.DAT
      ******************************************************************
       2200-PRINT-UNMATCHED-WINS.
           PERFORM VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT
               IF (WT-TODAY(WT-IDX) = 1) THEN
                   IF (WT-MATCHED(WT-IDX) = 1) THEN
                       ADD 1 TO DAY-WINS-MATCHED
                   ELSE
                       ADD 1 TO DAY-WINS-NO-SCORE
                       ADD 1 TO EXCEPTION-COUNT
                       DISPLAY "  WIN WITH NO SCORE ROW: STARTED "
                           WT-TIMESTAMP(WT-IDX) " PLAYER="
                           WT-PLAYER(WT-IDX) " SCORE="
                           WT-SCORE(WT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    READS ONE PLAYERS.DAT PROFILE INTO PLAYER-TOTALS-TABLE
      ******************************************************************
       3000-READ-PLAYER-REC.
           READ PLAYERS-FILE NEXT RECORD INTO PLAYERS-DATA
               AT END
                   MOVE 1 TO EOF-PLAYERS
               NOT AT END
                   ADD 1 TO PROFILE-RECORDS
                   MOVE PL-PLAYER-ID TO FIND-PLAYER-ID
                   PERFORM 1400-FIND-PLAYER
                   IF (PT-IDX NOT = 0) THEN
                       MOVE 1 TO PT-ON-FILE(PT-IDX)
                       MOVE PL-GAMES TO PT-PL-GAMES(PT-IDX)
                       MOVE PL-WINS TO PT-PL-WINS(PT-IDX)
                   END-IF
           END-READ.
      ******************************************************************
      *    PRINTS EVERY PLAYER'S COUNTS FROM THE THREE FILES AND FLAGS
      *    THE ONES THAT DISAGREE
      ******************************************************************
       4000-PRINT-PLAYER-CHECKS.
           DISPLAY " "
           DISPLAY "----------------- PLAYER PROFILES -----------------"
           DISPLAY "PLAYER    SESSIONS ORPHANS PL-GAMES  SC-WINS "
               "PL-WINS"
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT
               MOVE 'OK' TO PLAYER-CHECK
               IF (PROFILES-READ = 1) THEN
                   IF (PT-ON-FILE(PT-IDX) = 0) THEN
                       MOVE 'NO PROF' TO PLAYER-CHECK
                   END-IF
                   IF (PT-COMPLETED(PT-IDX) NOT = PT-PL-GAMES(PT-IDX)
                       OR PT-SCORE-WINS(PT-IDX) NOT =
                       PT-PL-WINS(PT-IDX)) THEN
                       MOVE 'MISMATCH' TO PLAYER-CHECK
                       ADD 1 TO PROFILE-MISMATCHES
                       ADD 1 TO EXCEPTION-COUNT
                   END-IF
               ELSE
                   MOVE 'UNCHECKD' TO PLAYER-CHECK
               END-IF
               DISPLAY PT-PLAYER(PT-IDX) "  " PT-COMPLETED(PT-IDX)
                   "    " PT-ORPHANS(PT-IDX) "   " PT-PL-GAMES(PT-IDX)
                   "      " PT-SCORE-WINS(PT-IDX) "   "
                   PT-PL-WINS(PT-IDX) "  " PLAYER-CHECK
           END-PERFORM
           DISPLAY "  SESSIONS = COMPLETED SESSIONS IN AUDIT.LOG AND "
               "ITS ARCHIVES, SC-WINS = ROWS IN SCORES.DAT".
      ******************************************************************
      *    PRINTS THE DAY'S CONTROL TOTALS AND SETS THE RETURN CODE -
      *    8 WHEN ANYTHING IS OUT OF BALANCE
      ******************************************************************
       5000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "----------------- CONTROL TOTALS FOR " REPORT-DATE
               " ----"
           DISPLAY "  SESSIONS STARTED:              " DAY-SESSIONS
           DISPLAY "  SESSIONS COMPLETED:            " DAY-COMPLETED
           DISPLAY "    WON:                         " DAY-WON
           DISPLAY "    DIED:                        " DAY-DIED
           DISPLAY "    QUIT:                        " DAY-QUIT
           DISPLAY "  ORPHAN SESSIONS:               " DAY-ORPHANS
           DISPLAY "  COMMANDS LOGGED:               " DAY-COMMANDS
           DISPLAY "  SCORE ROWS WRITTEN:            " DAY-SCORE-ROWS
           DISPLAY "  WINS MATCHED TO A SCORE ROW:   " DAY-WINS-MATCHED
           DISPLAY "  WINS WITH NO SCORE ROW:        "
               DAY-WINS-NO-SCORE
           DISPLAY "  SCORE ROWS WITH NO WIN:        "
               DAY-SCORES-NO-WIN
           DISPLAY "  TRAILERS WITH NO SESSION:      " STRAY-TRAILERS
           DISPLAY "  PLAYER PROFILE MISMATCHES:     "
               PROFILE-MISMATCHES
           DISPLAY "  RECORDS READ - AUDIT.LOG:      " AUDIT-RECORDS
           DISPLAY "                 ARCHIVES:       " ARCHIVE-RECORDS
               "  (" ARCHIVES-READ " FILE(S))"
           DISPLAY "                 SCORES.DAT:     " SCORE-RECORDS
           DISPLAY "                 PLAYERS.DAT:    " PROFILE-RECORDS
           DISPLAY "  SESSIONS IN PURGED ARCHIVES:   " PURGED-SESSIONS
           DISPLAY "  CATALOGUED ARCHIVES MISSING:   " MISSING-ARCHIVES
           DISPLAY "  EXCEPTIONS:                    " EXCEPTION-COUNT
           IF (EXCEPTION-COUNT = 0) THEN
               DISPLAY "  FILES RECONCILE"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "  FILES DO NOT RECONCILE - SEE EXCEPTIONS"
               MOVE 8 TO RETURN-CODE
           END-IF.
      ******************************************************************
      ******************************************************************
       END PROGRAM AUDIT-RECONCILE.
