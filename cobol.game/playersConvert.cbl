      ******************************************************************
      * Author: Melissa Christie
      * Date: Oct 15 2026
      * Purpose: One-time load of the old line sequential players.dat
      *          into the indexed players.dat keyed on player ID.
      *          Rename the old file to players.old (or set PLAYERSOLD
      *          in overtime.cfg) before running
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYERS-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
           ASSIGN TO 'overtime.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-STATUS.
           SELECT OLD-PLAYERS-FILE
           ASSIGN TO DYNAMIC OLD-PLAYERS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-PLAYERS-STATUS.
           SELECT PLAYERS-FILE
           ASSIGN TO DYNAMIC PLAYERS-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAYERS-KEY
           FILE STATUS IS PLAYERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CONFIG-REC PIC X(80).
       FD OLD-PLAYERS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 OLD-PLAYERS-REC PIC X(80).
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
      *    LAYOUT FOR THE PLAYERS PROFILE FILE - MUST MATCH OVERTIME.
      *    THE OLD LINE SEQUENTIAL FILE USES THE SAME RECORD
      ******************************************************************
       01 PLAYERS-DATA.
           03 PL-PLAYER-ID     PIC X(8).
           03 PL-GAMES         PIC 9(4).
           03 PL-WINS          PIC 9(4).
           03 PL-BEST-WILL     PIC 999.
           03 PL-LAST-PLAYED   PIC 9(14).
           03 FILLER           PIC X(47)   VALUE SPACES.
      ******************************************************************
      *    ONE OLD RECORD, HELD WHILE AN EARLIER RECORD FOR THE SAME
      *    PLAYER ID IS READ BACK TO BE MERGED WITH IT
      ******************************************************************
       01 OLD-PLAYERS-DATA.
           03 OP-PLAYER-ID     PIC X(8).
           03 OP-GAMES         PIC 9(4).
           03 OP-WINS          PIC 9(4).
           03 OP-BEST-WILL     PIC 999.
           03 OP-LAST-PLAYED   PIC 9(14).
           03 FILLER           PIC X(47)   VALUE SPACES.
      ******************************************************************
      *    PROGRAM VARIABLES
      ******************************************************************
       01 MISC.
           03 EOF-OLD-PLAYERS  PIC 9       VALUE 0.
           03 EOF-PLAYERS      PIC 9       VALUE 0.
           03 OLD-PLAYERS-STATUS PIC XX    VALUE '00'.
           03 PLAYERS-STATUS   PIC XX      VALUE '00'.
           03 BEFORE-RECORDS   PIC 9(5)    VALUE 0.
           03 BEFORE-GAMES     PIC 9(7)    VALUE 0.
           03 BEFORE-WINS      PIC 9(7)    VALUE 0.
           03 BLANK-SKIPPED    PIC 9(5)    VALUE 0.
           03 MERGED-COUNT     PIC 9(5)    VALUE 0.
           03 WRITTEN-COUNT    PIC 9(5)    VALUE 0.
           03 WRITE-ERRORS     PIC 9(5)    VALUE 0.
           03 EXPECTED-RECORDS PIC 9(5)    VALUE 0.
           03 AFTER-RECORDS    PIC 9(5)    VALUE 0.
           03 AFTER-GAMES      PIC 9(7)    VALUE 0.
           03 AFTER-WINS       PIC 9(7)    VALUE 0.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
           03 CONFIG-LINE      PIC X(80)   VALUE SPACES.
           03 DATA-DIR         PIC X(40)
               VALUE 'C:\Text-Adventure\cobol.data\'.
           03 OLD-PLAYERS-NAME PIC X(30)   VALUE 'players.old'.
           03 PLAYERS-NAME     PIC X(30)   VALUE 'players.dat'.
           03 OLD-PLAYERS-FILENAME PIC X(60) VALUE SPACES.
           03 PLAYERS-FILENAME PIC X(60)   VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           OPEN INPUT OLD-PLAYERS-FILE
           IF (OLD-PLAYERS-STATUS = '35') THEN
               DISPLAY "ERROR: " OLD-PLAYERS-FILENAME
               DISPLAY "       DOES NOT EXIST - RENAME THE OLD LINE "
                   "SEQUENTIAL PLAYERS.DAT TO IT FIRST"
               STOP RUN
           END-IF
           OPEN INPUT PLAYERS-FILE
           IF (PLAYERS-STATUS NOT = '35') THEN
               DISPLAY "ERROR: " PLAYERS-FILENAME
               DISPLAY "       ALREADY EXISTS (STATUS " PLAYERS-STATUS
                   ") - NOT OVERWRITTEN"
               IF (PLAYERS-STATUS = '00') THEN
                   CLOSE PLAYERS-FILE
               END-IF
               CLOSE OLD-PLAYERS-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT PLAYERS-FILE
           CLOSE PLAYERS-FILE
           OPEN I-O PLAYERS-FILE
           IF (PLAYERS-STATUS NOT = '00') THEN
               DISPLAY "ERROR: " PLAYERS-FILENAME
               DISPLAY "       COULD NOT BE CREATED (STATUS "
                   PLAYERS-STATUS ")"
               CLOSE OLD-PLAYERS-FILE
               STOP RUN
           END-IF
           PERFORM 1000-CONVERT-PLAYER
               UNTIL EOF-OLD-PLAYERS = 1
           CLOSE OLD-PLAYERS-FILE
           CLOSE PLAYERS-FILE
           OPEN INPUT PLAYERS-FILE
           PERFORM 2000-COUNT-NEW-PLAYER
               UNTIL EOF-PLAYERS = 1
           CLOSE PLAYERS-FILE
           PERFORM 3000-PRINT-COUNTS
           STOP RUN.
      ******************************************************************
      *    READS OVERTIME.CFG (IF PRESENT) AND RESOLVES THE FULL PATH
      *    OF THE OLD AND NEW PLAYERS FILES
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
               OLD-PLAYERS-NAME DELIMITED BY SPACE
               INTO OLD-PLAYERS-FILENAME
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
                       WHEN 'PLAYERS'
                           MOVE CF-VALUE TO PLAYERS-NAME
                       WHEN 'PLAYERSOLD'
                           MOVE CF-VALUE TO OLD-PLAYERS-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
      *    COPIES ONE OLD PROFILE INTO THE INDEXED FILE. A PLAYER ID
      *    SEEN TWICE IS MERGED INTO ONE PROFILE RATHER THAN DROPPED,
      *    SO THE GAMES AND WINS TOTALS STILL BALANCE
      ******************************************************************
       1000-CONVERT-PLAYER.
           READ OLD-PLAYERS-FILE INTO OLD-PLAYERS-DATA
               AT END
                   MOVE 1 TO EOF-OLD-PLAYERS
               NOT AT END
                   IF (OP-PLAYER-ID = SPACES) THEN
                       ADD 1 TO BLANK-SKIPPED
                       DISPLAY "WARNING: RECORD WITH NO PLAYER ID "
                           "SKIPPED"
                   ELSE
                       ADD 1 TO BEFORE-RECORDS
                       ADD OP-GAMES TO BEFORE-GAMES
                       ADD OP-WINS TO BEFORE-WINS
                       PERFORM 1100-STORE-PLAYER
                   END-IF
           END-READ.
      ******************************************************************
      *    WRITES THE OLD PROFILE, OR MERGES IT WITH THE ONE ALREADY
      *    STORED UNDER THE SAME PLAYER ID
      ******************************************************************
       1100-STORE-PLAYER.
           MOVE OP-PLAYER-ID TO PLAYERS-KEY
           READ PLAYERS-FILE INTO PLAYERS-DATA
               KEY IS PLAYERS-KEY
               INVALID KEY
                   WRITE PLAYERS-REC FROM OLD-PLAYERS-DATA
                       INVALID KEY
                           ADD 1 TO WRITE-ERRORS
                           DISPLAY "WARNING: PROFILE FOR "
                               OP-PLAYER-ID " NOT WRITTEN (STATUS "
                               PLAYERS-STATUS ")"
                       NOT INVALID KEY
                           ADD 1 TO WRITTEN-COUNT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO MERGED-COUNT
                   DISPLAY "WARNING: PLAYER ID " OP-PLAYER-ID
                       " APPEARS MORE THAN ONCE - PROFILES MERGED"
                   ADD OP-GAMES TO PL-GAMES
                   ADD OP-WINS TO PL-WINS
                   IF (OP-BEST-WILL > PL-BEST-WILL) THEN
                       MOVE OP-BEST-WILL TO PL-BEST-WILL
                   END-IF
                   IF (OP-LAST-PLAYED > PL-LAST-PLAYED) THEN
                       MOVE OP-LAST-PLAYED TO PL-LAST-PLAYED
                   END-IF
                   REWRITE PLAYERS-REC FROM PLAYERS-DATA
                       INVALID KEY
                           ADD 1 TO WRITE-ERRORS
                           DISPLAY "WARNING: PROFILE FOR "
                               OP-PLAYER-ID " NOT MERGED (STATUS "
                               PLAYERS-STATUS ")"
                   END-REWRITE
           END-READ.
      ******************************************************************
      *    READS BACK ONE PROFILE FROM THE NEW FILE FOR THE AFTER COUNTS
      ******************************************************************
       2000-COUNT-NEW-PLAYER.
           READ PLAYERS-FILE NEXT RECORD INTO PLAYERS-DATA
               AT END
                   MOVE 1 TO EOF-PLAYERS
               NOT AT END
                   ADD 1 TO AFTER-RECORDS
                   ADD PL-GAMES TO AFTER-GAMES
                   ADD PL-WINS TO AFTER-WINS
           END-READ.
      ******************************************************************
      *    PRINTS THE BEFORE AND AFTER CONTROL TOTALS. THE NEW FILE
      *    SHOULD HOLD ONE RECORD PER DISTINCT PLAYER ID AND THE SAME
      *    GAMES AND WINS TOTALS AS THE OLD ONE
      ******************************************************************
       3000-PRINT-COUNTS.
           COMPUTE EXPECTED-RECORDS = BEFORE-RECORDS - MERGED-COUNT
           DISPLAY "--------------- PLAYERS CONVERSION ---------------"
           DISPLAY "BEFORE - " OLD-PLAYERS-FILENAME
           DISPLAY "  RECORDS READ:            " BEFORE-RECORDS
           DISPLAY "  SKIPPED (NO PLAYER ID):  " BLANK-SKIPPED
           DISPLAY "  GAMES TOTAL:             " BEFORE-GAMES
           DISPLAY "  WINS TOTAL:              " BEFORE-WINS
           DISPLAY "LOADED"
           DISPLAY "  PROFILES WRITTEN:        " WRITTEN-COUNT
           DISPLAY "  DUPLICATE IDS MERGED:    " MERGED-COUNT
           DISPLAY "  WRITE ERRORS:            " WRITE-ERRORS
           DISPLAY "AFTER - " PLAYERS-FILENAME
           DISPLAY "  RECORDS ON FILE:         " AFTER-RECORDS
           DISPLAY "  GAMES TOTAL:             " AFTER-GAMES
           DISPLAY "  WINS TOTAL:              " AFTER-WINS
           IF (AFTER-RECORDS = EXPECTED-RECORDS AND
               AFTER-GAMES = BEFORE-GAMES AND
               AFTER-WINS = BEFORE-WINS AND
               WRITE-ERRORS = 0) THEN
               DISPLAY "CONVERSION BALANCES - NO PROFILE HISTORY LOST"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "WARNING: CONVERSION DOES NOT BALANCE - KEEP "
                   "THE OLD FILE AND CHECK THE WARNINGS ABOVE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      ******************************************************************
      ******************************************************************
       END PROGRAM PLAYERS-CONVERT.
