      ******************************************************************
      * Author: Melissa Christie
      * Date: Oct 15 2026
      * Purpose: Solvability and reachability check of the OVERTIME
      *          data files - run after every DATA-MAINTENANCE session
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORLD-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
           ASSIGN TO 'overtime.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-STATUS.
           SELECT INPUT-ROOMS
           ASSIGN TO DYNAMIC ROOMS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOMS-STATUS.
           SELECT INPUT-ITEMS
           ASSIGN TO DYNAMIC ITEMS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ITEMS-STATUS.
           SELECT INPUT-MONSTERS
           ASSIGN TO DYNAMIC MONSTERS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MONSTERS-STATUS.
           SELECT SHOP-FILE
           ASSIGN TO DYNAMIC SHOP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOP-STATUS.
           SELECT QUESTS-FILE
           ASSIGN TO DYNAMIC QUESTS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUESTS-STATUS.
           SELECT EVENTS-FILE
           ASSIGN TO DYNAMIC EVENTS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EVENTS-STATUS.
           SELECT DOORS-FILE
           ASSIGN TO DYNAMIC DOORS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOORS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CONFIG-REC PIC X(80).
       FD INPUT-ROOMS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC-ROOMS PIC X(80).
       FD INPUT-ITEMS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC-ITEMS PIC X(80).
       FD INPUT-MONSTERS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC-MONSTERS PIC X(80).
       FD SHOP-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SHOP-REC PIC X(80).
       FD QUESTS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 QUESTS-REC PIC X(80).
       FD EVENTS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 EVENTS-REC PIC X(80).
       FD DOORS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DOORS-REC PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    LAYOUT FOR THE OVERTIME.CFG FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 CONFIG-DATA.
           03 CF-KEY           PIC X(12).
           03 CF-VALUE         PIC X(68).
      ******************************************************************
      *    LAYOUT FOR THE INPUT-ROOMS FILE - MUST MATCH OVERTIME. THE
      *    FOUR EXITS ARE ALSO VIEWED AS A TABLE IN N/E/S/W ORDER
      ******************************************************************
       01 ROOMS-DATA.
           03 I-ROOMNUM        PIC 99.
           03 I-ROOMDESC       PIC X(15).
           03 I-ROOMEXITS.
               05 I-ROOMNORTH  PIC 99.
               05 I-ROOMEAST   PIC 99.
               05 I-ROOMSOUTH  PIC 99.
               05 I-ROOMWEST   PIC 99.
           03 I-ROOMEXIT-TABLE REDEFINES I-ROOMEXITS.
               05 I-ROOMEXIT   PIC 99    OCCURS 4 TIMES.
           03 FILLER           PIC X(55)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE INPUT-ITEMS FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 ITEMS-DATA.
           03 I-ITEMNUM        PIC 99.
           03 I-ITEMDESC       PIC X(13).
           03 I-ITEMWEIGHT     PIC 99.
           03 I-ITEMRESTORE    PIC 99.
           03 I-ITEMDAMAGE     PIC 99.
           03 I-ITEMLOC        PIC 99.
           03 I-ITEMWIN        PIC 99.
           03 I-ITEMCAPACITY   PIC 99.
           03 FILLER           PIC X(55)   VALUE SPACES.
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
      *    LAYOUT FOR THE SHOP FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 SHOP-DATA.
           03 I-SHOPROOM          PIC 99.
           03 I-SHOPBUYITEM       PIC 99.
           03 I-SHOPBUYCOST       PIC 999.
           03 I-SHOPSELLITEM      PIC 99.
           03 I-SHOPSELLRESTORE   PIC 99.
           03 I-SHOPSELLGIVEITEM  PIC 99.
           03 FILLER              PIC X(67)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE QUESTS FILE - MUST MATCH OVERTIME
      *    QUEST TYPES: 'D'=DELIVER ITEM TO ROOM  'K'=DEFEAT MONSTER
      *                 'V'=VISIT EVERY ROOM
      ******************************************************************
       01 QUESTS-DATA.
           03 I-QUESTNUM       PIC 99.
           03 I-QUESTDESC      PIC X(25).
           03 I-QUESTTYPE      PIC X(1).
           03 I-QUESTITEM      PIC 99.
           03 I-QUESTROOM      PIC 99.
           03 I-QUESTMON       PIC 99.
           03 I-QUESTREQ       PIC X(1).
           03 I-QUESTRWILL     PIC 99.
           03 I-QUESTRCAP      PIC 99.
           03 FILLER           PIC X(41)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE EVENTS FILE - MUST MATCH OVERTIME
      *    EVENT TYPES: 'S'=SPAWN MONSTER  'L'=LOCK EXIT  'O'=OPEN EXIT
      *                 'I'=PLACE ITEM     'A'=RAISE MONSTER ATTACK
      ******************************************************************
       01 EVENTS-DATA.
           03 I-EVENTTURN      PIC 9999.
           03 I-EVENTTYPE      PIC X(1).
           03 I-EVENTROOM      PIC 99.
           03 I-EVENTDIR       PIC X(1).
           03 I-EVENTMON       PIC 99.
           03 I-EVENTITEM      PIC 99.
           03 I-EVENTVAL       PIC 99.
           03 I-EVENTTEXT      PIC X(30).
           03 FILLER           PIC X(36)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE DOORS FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 DOORS-DATA.
           03 I-DOORROOM       PIC 99.
           03 I-DOORDIR        PIC X(1).
           03 I-DOORITEM       PIC 99.
           03 I-DOORUSEUP      PIC X(1).
           03 FILLER           PIC X(74)   VALUE SPACES.
      ******************************************************************
      *    SETUP ROOMS TABLE - T-ORIGEXITS KEEPS THE EXITS AS AUTHORED,
      *    T-EXITS IS THE WORKING COPY THE LOCK/OPEN EVENTS CHANGE AS
      *    THE WALK STEPS THROUGH THE TURNS
      ******************************************************************
       01 ROOMS-TABLE.
         03 ROOMS-FIELDS OCCURS 50 TIMES.
           05 T-ROOMNUM        PIC 99.
           05 T-ROOMDESC       PIC X(14).
           05 T-ORIGEXITS.
             07 T-ORIGEXIT     PIC 99    OCCURS 4 TIMES.
           05 T-EXITS.
             07 T-EXIT         PIC 99    OCCURS 4 TIMES.
           05 T-ROOMREACHED    PIC 9     VALUE 0.
      ******************************************************************
      *    SETUP ITEMS TABLE - T-ITEMGOT IS SET ONCE SOME WAY OF
      *    GETTING HOLD OF THE ITEM HAS BEEN REACHED
      ******************************************************************
       01 ITEMS-TABLE.
         03 ITEMS-FIELDS OCCURS 30 TIMES.
           05 T-ITEMNUM        PIC 99.
           05 T-ITEMDESC       PIC X(13).
           05 T-ITEMLOC        PIC 99.
           05 T-ITEMWIN        PIC 99.
           05 T-ITEMGOT        PIC 9     VALUE 0.
      ******************************************************************
      *    SETUP MONSTERS TABLE - T-MONMET IS SET ONCE THE MONSTER'S
      *    HOME ROOM OR ONE OF ITS SPAWN ROOMS HAS BEEN REACHED
      ******************************************************************
       01 MONSTERS-TABLE.
         03 MONSTERS-FIELDS OCCURS 20 TIMES.
           05 T-MONNUM         PIC 99.
           05 T-MONDESC        PIC X(11).
           05 T-MONLOC         PIC 99.
           05 T-MONLOOT        PIC 99.
           05 T-MONSPAWNS      PIC 9     VALUE 0.
           05 T-MONMET         PIC 9     VALUE 0.
      ******************************************************************
      *    SETUP SHOP TABLE
      ******************************************************************
       01 SHOP-TABLE.
         03 SHOP-FIELDS OCCURS 5 TIMES.
           05 T-SHOPROOM          PIC 99.
           05 T-SHOPBUYITEM       PIC 99.
           05 T-SHOPBUYCOST       PIC 999.
           05 T-SHOPSELLITEM      PIC 99.
           05 T-SHOPSELLGIVEITEM  PIC 99.
      ******************************************************************
      *    SETUP QUESTS TABLE
      ******************************************************************
       01 QUESTS-TABLE.
         03 QUESTS-FIELDS OCCURS 10 TIMES.
           05 T-QUESTNUM       PIC 99.
           05 T-QUESTDESC      PIC X(25).
           05 T-QUESTTYPE      PIC X(1).
           05 T-QUESTITEM      PIC 99.
           05 T-QUESTROOM      PIC 99.
           05 T-QUESTMON       PIC 99.
           05 T-QUESTREQ       PIC X(1).
      ******************************************************************
      *    SETUP EVENTS TABLE
      ******************************************************************
       01 EVENTS-TABLE.
         03 EVENTS-FIELDS OCCURS 20 TIMES.
           05 T-EVENTTURN      PIC 9999.
           05 T-EVENTTYPE      PIC X(1).
           05 T-EVENTROOM      PIC 99.
           05 T-EVENTDIR       PIC X(1).
           05 T-EVENTMON       PIC 99.
           05 T-EVENTITEM      PIC 99.
           05 T-EVENTVAL       PIC 99.
      ******************************************************************
      *    SETUP DOORS TABLE
      ******************************************************************
       01 DOORS-TABLE.
         03 DOORS-FIELDS OCCURS 20 TIMES.
           05 T-DOORROOM       PIC 99.
           05 T-DOORDIR        PIC X(1).
           05 T-DOORITEM       PIC 99.
      ******************************************************************
      *    TURNS AT WHICH A LOCK OR OPEN EVENT CHANGES THE MAP, IN
      *    ASCENDING ORDER - THE WALK IS REPEATED AFTER EACH ONE
      ******************************************************************
       01 EPOCH-TABLE.
           03 E-TURN           PIC 9999  OCCURS 20 TIMES.
      ******************************************************************
      *    DIRECTION LETTERS AND NAMES IN THE SAME N/E/S/W ORDER AS
      *    THE EXIT TABLES
      ******************************************************************
       01 DIR-LETTERS          PIC X(4)    VALUE 'NESW'.
       01 DIR-LETTER-TABLE REDEFINES DIR-LETTERS.
           03 DIR-LETTER       PIC X(1)    OCCURS 4 TIMES.
       01 DIR-NAMES.
           03 FILLER           PIC X(5)    VALUE 'NORTH'.
           03 FILLER           PIC X(5)    VALUE 'EAST '.
           03 FILLER           PIC X(5)    VALUE 'SOUTH'.
           03 FILLER           PIC X(5)    VALUE 'WEST '.
       01 DIR-NAME-TABLE REDEFINES DIR-NAMES.
           03 DIR-NAME         PIC X(5)    OCCURS 4 TIMES.
      ******************************************************************
      *    PROGRAM VARIABLES
      ******************************************************************
       01 MISC.
           03 EOF-ROOMS        PIC 9       VALUE 0.
           03 EOF-ITEMS        PIC 9       VALUE 0.
           03 EOF-MONSTERS     PIC 9       VALUE 0.
           03 EOF-SHOP         PIC 9       VALUE 0.
           03 EOF-QUESTS       PIC 9       VALUE 0.
           03 EOF-EVENTS       PIC 9       VALUE 0.
           03 EOF-DOORS        PIC 9       VALUE 0.
           03 ROOMS-STATUS     PIC XX      VALUE '00'.
           03 ITEMS-STATUS     PIC XX      VALUE '00'.
           03 MONSTERS-STATUS  PIC XX      VALUE '00'.
           03 SHOP-STATUS      PIC XX      VALUE '00'.
           03 QUESTS-STATUS    PIC XX      VALUE '00'.
           03 EVENTS-STATUS    PIC XX      VALUE '00'.
           03 DOORS-STATUS     PIC XX      VALUE '00'.
           03 ROOM-COUNT       PIC 99      VALUE 00.
           03 ITEM-COUNT       PIC 99      VALUE 00.
           03 MONSTER-COUNT    PIC 99      VALUE 00.
           03 SHOP-COUNT       PIC 99      VALUE 00.
           03 QUEST-COUNT      PIC 99      VALUE 00.
           03 QUEST-REQ-TOTAL  PIC 99      VALUE 00.
           03 EVENT-COUNT      PIC 99      VALUE 00.
           03 DOOR-COUNT       PIC 99      VALUE 00.
           03 EPOCH-COUNT      PIC 99      VALUE 00.
           03 EPOCH-IDX        PIC 99      VALUE 01.
           03 EPOCH-DONE       PIC 9       VALUE 0.
           03 TURN-FLOOR       PIC 9(5)    VALUE 0.
           03 NEXT-TURN        PIC 9(5)    VALUE 0.
           03 ROOM-IDX         PIC 99      VALUE 01.
           03 ROOM-IDX2        PIC 99      VALUE 01.
           03 ITEM-IDX         PIC 99      VALUE 01.
           03 MON-IDX          PIC 99      VALUE 01.
           03 SHOP-IDX         PIC 99      VALUE 01.
           03 QUEST-IDX        PIC 99      VALUE 01.
           03 EVENT-IDX        PIC 99      VALUE 01.
           03 DOOR-IDX         PIC 99      VALUE 01.
           03 DIR-IDX          PIC 9       VALUE 1.
           03 DIR-IDX2         PIC 9       VALUE 1.
           03 EVENT-DIR-IDX    PIC 9       VALUE 0.
           03 DEST-ROOM        PIC 99      VALUE 00.
           03 DOOR-PASSABLE    PIC 9       VALUE 1.
           03 WAY-BACK         PIC 9       VALUE 0.
           03 MARK-ITEM        PIC 99      VALUE 00.
           03 CHANGED          PIC 9       VALUE 0.
           03 SWEEP-CHANGED    PIC 9       VALUE 0.
           03 PASS-COUNT       PIC 999     VALUE 000.
           03 REACHED-COUNT    PIC 99      VALUE 00.
           03 PROBLEM-COUNT    PIC 9(4)    VALUE 0.
           03 WARNING-COUNT    PIC 9(4)    VALUE 0.
           03 QUEST-TAG        PIC X(8)    VALUE SPACES.
           03 COMMAND-ARGS     PIC X(80)   VALUE SPACES.
           03 DIFFICULTY-CHOICE PIC X      VALUE 'N'.
           03 DIFFICULTY-NAME  PIC X(6)    VALUE 'NORMAL'.
           03 START-WILL       PIC 999     VALUE 100.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
           03 CONFIG-LINE      PIC X(80)   VALUE SPACES.
           03 DATA-DIR         PIC X(40)
               VALUE 'C:\Text-Adventure\cobol.data\'.
           03 ROOMS-NAME       PIC X(30)   VALUE 'rooms.dat'.
           03 ITEMS-NAME       PIC X(30)   VALUE 'items.dat'.
           03 MONSTERS-NAME    PIC X(30)   VALUE 'monsters.dat'.
           03 SHOP-NAME        PIC X(30)   VALUE 'shop.dat'.
           03 QUESTS-NAME      PIC X(30)   VALUE 'quests.dat'.
           03 EVENTS-NAME      PIC X(30)   VALUE 'events.dat'.
           03 DOORS-NAME       PIC X(30)   VALUE 'doors.dat'.
           03 ROOMS-FILENAME   PIC X(60)   VALUE SPACES.
           03 ITEMS-FILENAME   PIC X(60)   VALUE SPACES.
           03 MONSTERS-FILENAME PIC X(60)  VALUE SPACES.
           03 SHOP-FILENAME    PIC X(60)   VALUE SPACES.
           03 QUESTS-FILENAME  PIC X(60)   VALUE SPACES.
           03 EVENTS-FILENAME  PIC X(60)   VALUE SPACES.
           03 DOORS-FILENAME   PIC X(60)   VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
      *    THE COMMAND LINE MAY NAME THE DIFFICULTY TO CHECK THE SHOP
      *    PRICES AGAINST - E, N OR H (DEFAULT N), E.G. 'worldcheck H'
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE
           MOVE COMMAND-ARGS(1:1) TO DIFFICULTY-CHOICE
           EVALUATE DIFFICULTY-CHOICE
               WHEN 'E'
               WHEN 'e'
                   MOVE 150 TO START-WILL
                   MOVE 'EASY' TO DIFFICULTY-NAME
               WHEN 'H'
               WHEN 'h'
                   MOVE 75 TO START-WILL
                   MOVE 'HARD' TO DIFFICULTY-NAME
               WHEN OTHER
                   MOVE 100 TO START-WILL
                   MOVE 'NORMAL' TO DIFFICULTY-NAME
           END-EVALUATE
           OPEN INPUT INPUT-ROOMS
           IF (ROOMS-STATUS = '35') THEN
               DISPLAY "ERROR: ROOMS.DAT DOES NOT EXIST"
               STOP RUN
           END-IF
               PERFORM 1000-LOAD-ROOMS
           UNTIL EOF-ROOMS = 1.
           CLOSE INPUT-ROOMS.
           IF (ROOM-COUNT < 1 OR ROOM-COUNT > 50) THEN
               DISPLAY "ERROR: ROOMS.DAT HAS ", ROOM-COUNT,
                   " ROOM(S), EXPECTED 1 TO 50"
               STOP RUN
           END-IF.
           OPEN INPUT INPUT-ITEMS
           IF (ITEMS-STATUS = '35') THEN
               DISPLAY "ERROR: ITEMS.DAT DOES NOT EXIST"
               STOP RUN
           END-IF
               PERFORM 2000-LOAD-ITEMS
           UNTIL EOF-ITEMS = 1.
           CLOSE INPUT-ITEMS.
           OPEN INPUT INPUT-MONSTERS
           IF (MONSTERS-STATUS = '35') THEN
               DISPLAY "ERROR: MONSTERS.DAT DOES NOT EXIST"
               STOP RUN
           END-IF
               PERFORM 3000-LOAD-MONSTERS
           UNTIL EOF-MONSTERS = 1.
           CLOSE INPUT-MONSTERS.
           OPEN INPUT SHOP-FILE.
           IF (SHOP-STATUS = '35') THEN
               MOVE 1 TO EOF-SHOP
           ELSE
               PERFORM 3700-LOAD-SHOP
                   UNTIL EOF-SHOP = 1
               CLOSE SHOP-FILE
           END-IF.
           OPEN INPUT QUESTS-FILE.
           IF (QUESTS-STATUS = '35') THEN
               MOVE 1 TO EOF-QUESTS
           ELSE
               PERFORM 3800-LOAD-QUESTS
                   UNTIL EOF-QUESTS = 1
               CLOSE QUESTS-FILE
           END-IF.
           OPEN INPUT EVENTS-FILE.
           IF (EVENTS-STATUS = '35') THEN
               MOVE 1 TO EOF-EVENTS
           ELSE
               PERFORM 3880-LOAD-EVENTS
                   UNTIL EOF-EVENTS = 1
               CLOSE EVENTS-FILE
           END-IF.
           OPEN INPUT DOORS-FILE.
           IF (DOORS-STATUS = '35') THEN
               MOVE 1 TO EOF-DOORS
           ELSE
               PERFORM 3900-LOAD-DOORS
                   UNTIL EOF-DOORS = 1
               CLOSE DOORS-FILE
           END-IF.
           DISPLAY "----------------- WORLD CHECK --------------------"
           DISPLAY "  ROOMS: " ROOM-COUNT "  ITEMS: " ITEM-COUNT
               "  MONSTERS: " MONSTER-COUNT "  SHOPS: " SHOP-COUNT
           DISPLAY "  QUESTS: " QUEST-COUNT "  EVENTS: " EVENT-COUNT
               "  DOORS: " DOOR-COUNT
           DISPLAY "  DIFFICULTY CHECKED: " DIFFICULTY-NAME
               " (STARTING WILL TO LIVE " START-WILL ")"
           PERFORM 4000-BUILD-EPOCHS
           MOVE 1 TO T-ROOMREACHED(1)
           MOVE 1 TO CHANGED
           PERFORM 5000-REACHABILITY-PASS
               UNTIL CHANGED = 0
           PERFORM 6000-REPORT-ROOMS
           PERFORM 6100-REPORT-EXITS
           PERFORM 6200-REPORT-DOORS
           PERFORM 6300-REPORT-WIN-ITEMS
           PERFORM 6400-REPORT-QUESTS
           PERFORM 6500-REPORT-SHOPS
           PERFORM 9000-PRINT-SUMMARY
           STOP RUN.
      ******************************************************************
      *    READS OVERTIME.CFG (IF PRESENT) AND RESOLVES THE FULL PATH
      *    OF EVERY WORLD FILE FROM THE DATA DIRECTORY PLUS FILE NAME
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
               ROOMS-NAME DELIMITED BY SPACE
               INTO ROOMS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               ITEMS-NAME DELIMITED BY SPACE
               INTO ITEMS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               MONSTERS-NAME DELIMITED BY SPACE
               INTO MONSTERS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               SHOP-NAME DELIMITED BY SPACE
               INTO SHOP-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               QUESTS-NAME DELIMITED BY SPACE
               INTO QUESTS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               EVENTS-NAME DELIMITED BY SPACE
               INTO EVENTS-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               DOORS-NAME DELIMITED BY SPACE
               INTO DOORS-FILENAME.
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
                       WHEN 'ROOMS'
                           MOVE CF-VALUE TO ROOMS-NAME
                       WHEN 'ITEMS'
                           MOVE CF-VALUE TO ITEMS-NAME
                       WHEN 'MONSTERS'
                           MOVE CF-VALUE TO MONSTERS-NAME
                       WHEN 'SHOP'
                           MOVE CF-VALUE TO SHOP-NAME
                       WHEN 'QUESTS'
                           MOVE CF-VALUE TO QUESTS-NAME
                       WHEN 'EVENTS'
                           MOVE CF-VALUE TO EVENTS-NAME
                       WHEN 'DOORS'
                           MOVE CF-VALUE TO DOORS-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
      *    READS THE ROOMS FILE INTO ROOMS TABLE
      ******************************************************************
       1000-LOAD-ROOMS.
           READ INPUT-ROOMS INTO ROOMS-DATA
               AT END
                   MOVE 1 TO EOF-ROOMS
               NOT AT END
                   ADD 1 TO ROOM-COUNT
                   IF (ROOM-COUNT <= 50) THEN
                       MOVE I-ROOMNUM   TO T-ROOMNUM(ROOM-COUNT)
                       MOVE I-ROOMDESC  TO T-ROOMDESC(ROOM-COUNT)
                       MOVE I-ROOMEXITS TO T-ORIGEXITS(ROOM-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    READS THE ITEMS FILE INTO ITEMS TABLE
      ******************************************************************
       2000-LOAD-ITEMS.
           READ INPUT-ITEMS INTO ITEMS-DATA
               AT END
                   MOVE 1 TO EOF-ITEMS
               NOT AT END
                   IF (ITEM-COUNT < 30) THEN
                       ADD 1 TO ITEM-COUNT
                       MOVE I-ITEMNUM  TO T-ITEMNUM(ITEM-COUNT)
                       MOVE I-ITEMDESC TO T-ITEMDESC(ITEM-COUNT)
                       MOVE I-ITEMLOC  TO T-ITEMLOC(ITEM-COUNT)
                       MOVE I-ITEMWIN  TO T-ITEMWIN(ITEM-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    READS THE MONSTERS FILE INTO MONSTERS TABLE
      ******************************************************************
       3000-LOAD-MONSTERS.
           READ INPUT-MONSTERS INTO MONSTERS-DATA
               AT END
                   MOVE 1 TO EOF-MONSTERS
               NOT AT END
                   IF (MONSTER-COUNT < 20) THEN
                       ADD 1 TO MONSTER-COUNT
                       MOVE I-MONNUM  TO T-MONNUM(MONSTER-COUNT)
                       MOVE I-MONDESC TO T-MONDESC(MONSTER-COUNT)
                       MOVE I-MONLOC  TO T-MONLOC(MONSTER-COUNT)
                       MOVE I-MONLOOT TO T-MONLOOT(MONSTER-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    READS THE SHOP FILE INTO SHOP TABLE
      ******************************************************************
       3700-LOAD-SHOP.
           READ SHOP-FILE INTO SHOP-DATA
               AT END
                   MOVE 1 TO EOF-SHOP
               NOT AT END
                   IF (SHOP-COUNT < 5) THEN
                       ADD 1 TO SHOP-COUNT
                       MOVE I-SHOPROOM TO T-SHOPROOM(SHOP-COUNT)
                       MOVE I-SHOPBUYITEM
                           TO T-SHOPBUYITEM(SHOP-COUNT)
                       MOVE I-SHOPBUYCOST
                           TO T-SHOPBUYCOST(SHOP-COUNT)
                       MOVE I-SHOPSELLITEM
                           TO T-SHOPSELLITEM(SHOP-COUNT)
                       MOVE I-SHOPSELLGIVEITEM
                           TO T-SHOPSELLGIVEITEM(SHOP-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    READS THE QUESTS FILE INTO QUESTS TABLE
      ******************************************************************
       3800-LOAD-QUESTS.
           READ QUESTS-FILE INTO QUESTS-DATA
               AT END
                   MOVE 1 TO EOF-QUESTS
               NOT AT END
                   IF (QUEST-COUNT < 10) THEN
                       ADD 1 TO QUEST-COUNT
                       MOVE I-QUESTNUM  TO T-QUESTNUM(QUEST-COUNT)
                       MOVE I-QUESTDESC TO T-QUESTDESC(QUEST-COUNT)
                       MOVE I-QUESTTYPE TO T-QUESTTYPE(QUEST-COUNT)
                       MOVE I-QUESTITEM TO T-QUESTITEM(QUEST-COUNT)
                       MOVE I-QUESTROOM TO T-QUESTROOM(QUEST-COUNT)
                       MOVE I-QUESTMON  TO T-QUESTMON(QUEST-COUNT)
                       MOVE I-QUESTREQ  TO T-QUESTREQ(QUEST-COUNT)
                       IF (I-QUESTREQ = 'Y') THEN
                           ADD 1 TO QUEST-REQ-TOTAL
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *    READS THE EVENTS FILE INTO EVENTS TABLE
      ******************************************************************
       3880-LOAD-EVENTS.
           READ EVENTS-FILE INTO EVENTS-DATA
               AT END
                   MOVE 1 TO EOF-EVENTS
               NOT AT END
                   IF (EVENT-COUNT < 20) THEN
                       ADD 1 TO EVENT-COUNT
                       MOVE I-EVENTTURN TO T-EVENTTURN(EVENT-COUNT)
                       MOVE I-EVENTTYPE TO T-EVENTTYPE(EVENT-COUNT)
                       MOVE I-EVENTROOM TO T-EVENTROOM(EVENT-COUNT)
                       MOVE I-EVENTDIR  TO T-EVENTDIR(EVENT-COUNT)
                       MOVE I-EVENTMON  TO T-EVENTMON(EVENT-COUNT)
                       MOVE I-EVENTITEM TO T-EVENTITEM(EVENT-COUNT)
                       MOVE I-EVENTVAL  TO T-EVENTVAL(EVENT-COUNT)
                       IF (I-EVENTTYPE = 'S' AND I-EVENTMON >= 1 AND
                           I-EVENTMON <= 20) THEN
                           MOVE 1 TO T-MONSPAWNS(I-EVENTMON)
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *    READS THE DOORS FILE INTO DOORS TABLE
      ******************************************************************
       3900-LOAD-DOORS.
           READ DOORS-FILE INTO DOORS-DATA
               AT END
                   MOVE 1 TO EOF-DOORS
               NOT AT END
                   IF (DOOR-COUNT < 20) THEN
                       ADD 1 TO DOOR-COUNT
                       MOVE I-DOORROOM TO T-DOORROOM(DOOR-COUNT)
                       MOVE I-DOORDIR  TO T-DOORDIR(DOOR-COUNT)
                       MOVE I-DOORITEM TO T-DOORITEM(DOOR-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    LISTS THE DISTINCT TURNS OF THE LOCK/OPEN EVENTS IN
      *    ASCENDING ORDER
      ******************************************************************
       4000-BUILD-EPOCHS.
           MOVE 0 TO EPOCH-COUNT
           MOVE 0 TO TURN-FLOOR
           MOVE 0 TO EPOCH-DONE
           PERFORM 4100-FIND-NEXT-EPOCH
               UNTIL EPOCH-DONE = 1.
      ******************************************************************
      *    FINDS THE EARLIEST LOCK/OPEN TURN AT OR AFTER TURN-FLOOR
      ******************************************************************
       4100-FIND-NEXT-EPOCH.
           MOVE 99999 TO NEXT-TURN
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT
               IF (T-EVENTTYPE(EVENT-IDX) = 'L' OR
                   T-EVENTTYPE(EVENT-IDX) = 'O') THEN
                   IF (T-EVENTTURN(EVENT-IDX) >= TURN-FLOOR AND
                       T-EVENTTURN(EVENT-IDX) < NEXT-TURN) THEN
                       MOVE T-EVENTTURN(EVENT-IDX) TO NEXT-TURN
                   END-IF
               END-IF
           END-PERFORM
           IF (NEXT-TURN = 99999) THEN
               MOVE 1 TO EPOCH-DONE
           ELSE
               ADD 1 TO EPOCH-COUNT
               MOVE NEXT-TURN TO E-TURN(EPOCH-COUNT)
               COMPUTE TURN-FLOOR = NEXT-TURN + 1
           END-IF.
      ******************************************************************
      *    ONE WALK OF THE WHOLE GAME FROM THE AUTHORED EXITS THROUGH
      *    EVERY LOCK/OPEN TURN. ROOMS REACHED AND ITEMS OBTAINED ARE
      *    KEPT BETWEEN WALKS, SO A KEY FOUND LATE CAN OPEN A DOOR
      *    THAT WAS PASSED EARLIER - WALKS REPEAT UNTIL NOTHING NEW
      *    TURNS UP. ONCE A ROOM IS REACHED IT COUNTS AS REACHABLE
      *    FROM THEN ON, SO THIS ERRS ON THE SIDE OF "REACHABLE"
      ******************************************************************
       5000-REACHABILITY-PASS.
           MOVE 0 TO CHANGED
           ADD 1 TO PASS-COUNT
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT
               MOVE T-ORIGEXITS(ROOM-IDX) TO T-EXITS(ROOM-IDX)
           END-PERFORM
           PERFORM 5100-EXPAND-REACHED
           PERFORM VARYING EPOCH-IDX FROM 1 BY 1
               UNTIL EPOCH-IDX > EPOCH-COUNT
               PERFORM 5200-APPLY-EPOCH-EVENTS
               PERFORM 5100-EXPAND-REACHED
           END-PERFORM.
      ******************************************************************
      *    SPREADS OUT FROM EVERY REACHED ROOM OVER THE CURRENT EXITS
      *    UNTIL NO NEW ROOM TURNS UP, THEN NOTES WHAT CAN BE HAD
      ******************************************************************
       5100-EXPAND-REACHED.
           MOVE 1 TO SWEEP-CHANGED
           PERFORM 5110-SWEEP-ROOMS
               UNTIL SWEEP-CHANGED = 0
           PERFORM 5300-UPDATE-OBTAINABLE.
      ******************************************************************
      *    ONE SWEEP OVER THE REACHED ROOMS AND THEIR EXITS
      ******************************************************************
       5110-SWEEP-ROOMS.
           MOVE 0 TO SWEEP-CHANGED
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT
               IF (T-ROOMREACHED(ROOM-IDX) = 1) THEN
                   PERFORM VARYING DIR-IDX FROM 1 BY 1
                       UNTIL DIR-IDX > 4
                       MOVE T-EXIT(ROOM-IDX, DIR-IDX) TO DEST-ROOM
                       IF (DEST-ROOM >= 1 AND DEST-ROOM <= ROOM-COUNT)
                           THEN
                           IF (T-ROOMREACHED(DEST-ROOM) = 0) THEN
                               PERFORM 5120-CHECK-DOOR
                               IF (DOOR-PASSABLE = 1) THEN
                                   MOVE 1 TO T-ROOMREACHED(DEST-ROOM)
                                   MOVE 1 TO SWEEP-CHANGED
                                   MOVE 1 TO CHANGED
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      ******************************************************************
      *    A LOCKED DOOR ON EXIT DIR-IDX OF ROOM-IDX ONLY LETS THE
      *    WALK THROUGH ONCE ITS KEY CAN BE OBTAINED
      ******************************************************************
       5120-CHECK-DOOR.
           MOVE 1 TO DOOR-PASSABLE
           PERFORM VARYING DOOR-IDX FROM 1 BY 1
               UNTIL DOOR-IDX > DOOR-COUNT
               IF (T-DOORROOM(DOOR-IDX) = ROOM-IDX AND
                   T-DOORDIR(DOOR-IDX) = DIR-LETTER(DIR-IDX)) THEN
                   IF (T-DOORITEM(DOOR-IDX) < 1 OR
                       T-DOORITEM(DOOR-IDX) > ITEM-COUNT) THEN
                       MOVE 0 TO DOOR-PASSABLE
                   ELSE
                       IF (T-ITEMGOT(T-DOORITEM(DOOR-IDX)) = 0) THEN
                           MOVE 0 TO DOOR-PASSABLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    APPLIES EVERY LOCK/OPEN EVENT OF TURN E-TURN(EPOCH-IDX) TO
      *    THE WORKING EXITS, IN FILE ORDER AS OVERTIME FIRES THEM
      ******************************************************************
       5200-APPLY-EPOCH-EVENTS.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT
               IF (T-EVENTTURN(EVENT-IDX) = E-TURN(EPOCH-IDX) AND
                   T-EVENTROOM(EVENT-IDX) >= 1 AND
                   T-EVENTROOM(EVENT-IDX) <= ROOM-COUNT) THEN
                   MOVE 0 TO EVENT-DIR-IDX
                   PERFORM VARYING DIR-IDX FROM 1 BY 1
                       UNTIL DIR-IDX > 4
                       IF (T-EVENTDIR(EVENT-IDX) = DIR-LETTER(DIR-IDX))
                           THEN
                           MOVE DIR-IDX TO EVENT-DIR-IDX
                       END-IF
                   END-PERFORM
                   IF (EVENT-DIR-IDX NOT = 0) THEN
                       EVALUATE T-EVENTTYPE(EVENT-IDX)
                           WHEN 'L'
                               MOVE 00 TO T-EXIT(T-EVENTROOM(EVENT-IDX),
                                   EVENT-DIR-IDX)
                           WHEN 'O'
                               MOVE T-EVENTVAL(EVENT-IDX)
                                   TO T-EXIT(T-EVENTROOM(EVENT-IDX),
                                   EVENT-DIR-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    MARKS EVERYTHING THE REACHED ROOMS MAKE AVAILABLE - ITEMS
      *    LYING THERE OR PLACED BY AN EVENT, MONSTERS LIVING OR
      *    SPAWNING THERE (AND THEIR LOOT), AND SHOP STOCK THE PLAYER
      *    CAN AFFORD OR TRADE FOR
      ******************************************************************
       5300-UPDATE-OBTAINABLE.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               MOVE T-ITEMLOC(ITEM-IDX) TO DEST-ROOM
               IF (DEST-ROOM >= 1 AND DEST-ROOM <= ROOM-COUNT) THEN
                   IF (T-ROOMREACHED(DEST-ROOM) = 1) THEN
                       MOVE ITEM-IDX TO MARK-ITEM
                       PERFORM 5310-MARK-ITEM-OBTAINED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-COUNT
               MOVE T-EVENTROOM(EVENT-IDX) TO DEST-ROOM
               IF (DEST-ROOM >= 1 AND DEST-ROOM <= ROOM-COUNT) THEN
                   IF (T-ROOMREACHED(DEST-ROOM) = 1) THEN
                       IF (T-EVENTTYPE(EVENT-IDX) = 'I') THEN
                           MOVE T-EVENTITEM(EVENT-IDX) TO MARK-ITEM
                           PERFORM 5310-MARK-ITEM-OBTAINED
                       END-IF
                       IF (T-EVENTTYPE(EVENT-IDX) = 'S' AND
                           T-EVENTMON(EVENT-IDX) >= 1 AND
                           T-EVENTMON(EVENT-IDX) <= MONSTER-COUNT) THEN
                           MOVE T-EVENTMON(EVENT-IDX) TO MON-IDX
                           PERFORM 5320-MARK-MONSTER-MET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING MON-IDX FROM 1 BY 1
               UNTIL MON-IDX > MONSTER-COUNT
               MOVE T-MONLOC(MON-IDX) TO DEST-ROOM
               IF (DEST-ROOM >= 1 AND DEST-ROOM <= ROOM-COUNT) THEN
                   IF (T-ROOMREACHED(DEST-ROOM) = 1) THEN
                       PERFORM 5320-MARK-MONSTER-MET
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
               UNTIL SHOP-IDX > SHOP-COUNT
               MOVE T-SHOPROOM(SHOP-IDX) TO DEST-ROOM
               IF (DEST-ROOM >= 1 AND DEST-ROOM <= ROOM-COUNT) THEN
                   IF (T-ROOMREACHED(DEST-ROOM) = 1) THEN
                       IF (T-SHOPBUYCOST(SHOP-IDX) <= START-WILL) THEN
                           MOVE T-SHOPBUYITEM(SHOP-IDX) TO MARK-ITEM
                           PERFORM 5310-MARK-ITEM-OBTAINED
                       END-IF
                       MOVE T-SHOPSELLITEM(SHOP-IDX) TO ITEM-IDX
                       IF (ITEM-IDX >= 1 AND ITEM-IDX <= ITEM-COUNT)
                           THEN
                           IF (T-ITEMGOT(ITEM-IDX) = 1) THEN
                               MOVE T-SHOPSELLGIVEITEM(SHOP-IDX)
                                   TO MARK-ITEM
                               PERFORM 5310-MARK-ITEM-OBTAINED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    MARKS ITEM MARK-ITEM OBTAINABLE (00 MEANS NO ITEM)
      ******************************************************************
       5310-MARK-ITEM-OBTAINED.
           IF (MARK-ITEM >= 1 AND MARK-ITEM <= ITEM-COUNT) THEN
               IF (T-ITEMGOT(MARK-ITEM) = 0) THEN
                   MOVE 1 TO T-ITEMGOT(MARK-ITEM)
                   MOVE 1 TO CHANGED
               END-IF
           END-IF.
      ******************************************************************
      *    MARKS MONSTER MON-IDX MET, WHICH MAKES ITS LOOT OBTAINABLE
      ******************************************************************
       5320-MARK-MONSTER-MET.
           IF (T-MONMET(MON-IDX) = 0) THEN
               MOVE 1 TO T-MONMET(MON-IDX)
               MOVE 1 TO CHANGED
           END-IF
           MOVE T-MONLOOT(MON-IDX) TO MARK-ITEM
           PERFORM 5310-MARK-ITEM-OBTAINED.
      ******************************************************************
      *    LISTS ROOMS THE WALK NEVER REACHED
      ******************************************************************
       6000-REPORT-ROOMS.
           DISPLAY " "
           DISPLAY "----------------- UNREACHABLE ROOMS ---------------"
           MOVE 0 TO REACHED-COUNT
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT
               IF (T-ROOMREACHED(ROOM-IDX) = 1) THEN
                   ADD 1 TO REACHED-COUNT
               ELSE
                   DISPLAY "  ROOM " ROOM-IDX " " T-ROOMDESC(ROOM-IDX)
                       " CAN NEVER BE REACHED FROM ROOM 01"
                   ADD 1 TO PROBLEM-COUNT
               END-IF
           END-PERFORM
           DISPLAY "  " REACHED-COUNT " OF " ROOM-COUNT
               " ROOM(S) REACHABLE".
      ******************************************************************
      *    LISTS AUTHORED EXITS THAT LEAD NOWHERE, AND EXITS WHOSE
      *    DESTINATION HAS NO EXIT LEADING BACK
      ******************************************************************
       6100-REPORT-EXITS.
           DISPLAY " "
           DISPLAY "----------------- ONE-WAY EXITS -------------------"
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT
               PERFORM VARYING DIR-IDX FROM 1 BY 1
                   UNTIL DIR-IDX > 4
                   MOVE T-ORIGEXIT(ROOM-IDX, DIR-IDX) TO DEST-ROOM
                   IF (DEST-ROOM NOT = 00) THEN
                       IF (DEST-ROOM > ROOM-COUNT) THEN
                           DISPLAY "  ROOM " ROOM-IDX " "
                               DIR-NAME(DIR-IDX) " LEADS TO ROOM "
                               DEST-ROOM " WHICH DOES NOT EXIST"
                           ADD 1 TO PROBLEM-COUNT
                       ELSE
                           PERFORM 6110-CHECK-WAY-BACK
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      *    WARNS WHEN ROOM DEST-ROOM HAS NO EXIT BACK TO ROOM-IDX
      ******************************************************************
       6110-CHECK-WAY-BACK.
           MOVE 0 TO WAY-BACK
           PERFORM VARYING DIR-IDX2 FROM 1 BY 1
               UNTIL DIR-IDX2 > 4
               IF (T-ORIGEXIT(DEST-ROOM, DIR-IDX2) = ROOM-IDX) THEN
                   MOVE 1 TO WAY-BACK
               END-IF
           END-PERFORM
           IF (WAY-BACK = 0) THEN
               DISPLAY "  ROOM " ROOM-IDX " " DIR-NAME(DIR-IDX)
                   " TO ROOM " DEST-ROOM " " T-ROOMDESC(DEST-ROOM)
                   " HAS NO WAY BACK"
               ADD 1 TO WARNING-COUNT
           END-IF.
      ******************************************************************
      *    LISTS LOCKED DOORS WHOSE KEY CAN NEVER BE OBTAINED
      ******************************************************************
       6200-REPORT-DOORS.
           IF (DOOR-COUNT > 0) THEN
               DISPLAY " "
               DISPLAY "----------------- LOCKED DOORS --------------"
                   "------"
               PERFORM VARYING DOOR-IDX FROM 1 BY 1
                   UNTIL DOOR-IDX > DOOR-COUNT
                   MOVE T-DOORITEM(DOOR-IDX) TO ITEM-IDX
                   IF (ITEM-IDX < 1 OR ITEM-IDX > ITEM-COUNT) THEN
                       DISPLAY "  DOOR IN ROOM " T-DOORROOM(DOOR-IDX)
                           " " T-DOORDIR(DOOR-IDX) " NEEDS ITEM "
                           ITEM-IDX " WHICH DOES NOT EXIST"
                       ADD 1 TO PROBLEM-COUNT
                   ELSE
                       IF (T-ITEMGOT(ITEM-IDX) = 0) THEN
                           DISPLAY "  DOOR IN ROOM "
                               T-DOORROOM(DOOR-IDX) " "
                               T-DOORDIR(DOOR-IDX) " NEEDS "
                               T-ITEMDESC(ITEM-IDX)
                               " WHICH CAN NEVER BE OBTAINED"
                           ADD 1 TO PROBLEM-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      *    CHECKS THE WIN ITEMS - WITH NO REQUIRED QUESTS THE ONLY WAY
      *    TO WIN IS TO USE ONE IN THE PARKING LOT
      ******************************************************************
       6300-REPORT-WIN-ITEMS.
           DISPLAY " "
           DISPLAY "----------------- WIN ITEMS -----------------------"
           MOVE 0 TO WAY-BACK
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF (T-ITEMWIN(ITEM-IDX) NOT = 00) THEN
                   IF (T-ITEMGOT(ITEM-IDX) = 1) THEN
                       MOVE 1 TO WAY-BACK
                   ELSE
                       DISPLAY "  WIN ITEM " ITEM-IDX " "
                           T-ITEMDESC(ITEM-IDX)
                           " CAN NEVER BE OBTAINED"
                       ADD 1 TO PROBLEM-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF (QUEST-REQ-TOTAL = 0 AND WAY-BACK = 0) THEN
               DISPLAY "  NO REQUIRED QUESTS AND NO OBTAINABLE WIN ITEM"
                   " - THE GAME CANNOT BE WON"
               ADD 1 TO PROBLEM-COUNT
           END-IF.
      ******************************************************************
      *    CHECKS EVERY QUEST'S ITEM, ROOM AND MONSTER ARE IN REACH
      ******************************************************************
       6400-REPORT-QUESTS.
           IF (QUEST-COUNT > 0) THEN
               DISPLAY " "
               DISPLAY "----------------- QUESTS --------------------"
                   "------"
               PERFORM VARYING QUEST-IDX FROM 1 BY 1
                   UNTIL QUEST-IDX > QUEST-COUNT
                   IF (T-QUESTREQ(QUEST-IDX) = 'Y') THEN
                       MOVE 'REQUIRED' TO QUEST-TAG
                   ELSE
                       MOVE 'OPTIONAL' TO QUEST-TAG
                   END-IF
                   EVALUATE T-QUESTTYPE(QUEST-IDX)
                       WHEN 'D'
                           PERFORM 6410-CHECK-DELIVER-QUEST
                       WHEN 'K'
                           PERFORM 6420-CHECK-DEFEAT-QUEST
                       WHEN 'V'
                           IF (REACHED-COUNT < ROOM-COUNT) THEN
                               DISPLAY "  " QUEST-TAG " QUEST "
                                   T-QUESTNUM(QUEST-IDX) " "
                                   T-QUESTDESC(QUEST-IDX)
                                   " - SOME ROOMS ARE UNREACHABLE"
                               ADD 1 TO PROBLEM-COUNT
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.
      ******************************************************************
      *    A DELIVER QUEST NEEDS ITS ITEM OBTAINABLE AND ITS ROOM
      *    REACHABLE
      ******************************************************************
       6410-CHECK-DELIVER-QUEST.
           MOVE T-QUESTITEM(QUEST-IDX) TO ITEM-IDX
           IF (ITEM-IDX < 1 OR ITEM-IDX > ITEM-COUNT) THEN
               DISPLAY "  " QUEST-TAG " QUEST " T-QUESTNUM(QUEST-IDX)
                   " NEEDS ITEM " ITEM-IDX " WHICH DOES NOT EXIST"
               ADD 1 TO PROBLEM-COUNT
           ELSE
               IF (T-ITEMGOT(ITEM-IDX) = 0) THEN
                   DISPLAY "  " QUEST-TAG " QUEST "
                       T-QUESTNUM(QUEST-IDX) " NEEDS "
                       T-ITEMDESC(ITEM-IDX)
                       " WHICH CAN NEVER BE OBTAINED"
                   ADD 1 TO PROBLEM-COUNT
               END-IF
           END-IF
           MOVE T-QUESTROOM(QUEST-IDX) TO DEST-ROOM
           IF (DEST-ROOM < 1 OR DEST-ROOM > ROOM-COUNT) THEN
               DISPLAY "  " QUEST-TAG " QUEST " T-QUESTNUM(QUEST-IDX)
                   " DELIVERS TO ROOM " DEST-ROOM
                   " WHICH DOES NOT EXIST"
               ADD 1 TO PROBLEM-COUNT
           ELSE
               IF (T-ROOMREACHED(DEST-ROOM) = 0) THEN
                   DISPLAY "  " QUEST-TAG " QUEST "
                       T-QUESTNUM(QUEST-IDX) " DELIVERS TO ROOM "
                       DEST-ROOM " " T-ROOMDESC(DEST-ROOM)
                       " WHICH CAN NEVER BE REACHED"
                   ADD 1 TO PROBLEM-COUNT
               END-IF
           END-IF.
      ******************************************************************
      *    A DEFEAT QUEST NEEDS ITS MONSTER TO TURN UP IN A REACHABLE
      *    ROOM - A MONSTER WITH NO SPAWN EVENT IS ONLY PLACED IN ITS
      *    HOME ROOM ON HALF OF THE NEW GAMES, SO THAT IS WARNED ABOUT
      ******************************************************************
       6420-CHECK-DEFEAT-QUEST.
           MOVE T-QUESTMON(QUEST-IDX) TO MON-IDX
           IF (MON-IDX < 1 OR MON-IDX > MONSTER-COUNT) THEN
               DISPLAY "  " QUEST-TAG " QUEST " T-QUESTNUM(QUEST-IDX)
                   " NEEDS MONSTER " MON-IDX " WHICH DOES NOT EXIST"
               ADD 1 TO PROBLEM-COUNT
           ELSE
               IF (T-MONMET(MON-IDX) = 0) THEN
                   DISPLAY "  " QUEST-TAG " QUEST "
                       T-QUESTNUM(QUEST-IDX) " NEEDS "
                       T-MONDESC(MON-IDX)
                       " WHICH IS NEVER IN A REACHABLE ROOM"
                   ADD 1 TO PROBLEM-COUNT
               ELSE
                   IF (T-MONSPAWNS(MON-IDX) = 0) THEN
                       DISPLAY "  " QUEST-TAG " QUEST "
                           T-QUESTNUM(QUEST-IDX) " NEEDS "
                           T-MONDESC(MON-IDX)
                           " WHICH MAY NOT BE PLACED (NO SPAWN EVENT)"
                       ADD 1 TO WARNING-COUNT
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *    LISTS SHOPS WHOSE PRICE IS MORE WILL TO LIVE THAN THE
      *    PLAYER EVER HAS AT THE CHOSEN DIFFICULTY
      ******************************************************************
       6500-REPORT-SHOPS.
           IF (SHOP-COUNT > 0) THEN
               DISPLAY " "
               DISPLAY "----------------- SHOPS ---------------------"
                   "------"
               PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-COUNT
                   IF (T-SHOPBUYITEM(SHOP-IDX) NOT = 00 AND
                       T-SHOPBUYCOST(SHOP-IDX) > START-WILL) THEN
                       DISPLAY "  SHOP IN ROOM " T-SHOPROOM(SHOP-IDX)
                           " CHARGES " T-SHOPBUYCOST(SHOP-IDX)
                           " BUT " DIFFICULTY-NAME
                           " STARTS WITH ONLY " START-WILL
                       ADD 1 TO PROBLEM-COUNT
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      *    PRINTS THE TOTALS AND SETS THE RETURN CODE - 8 WHEN THE
      *    WORLD HAS A PROBLEM, SO A JOB STEP CAN STOP A BAD WORLD
      ******************************************************************
       9000-PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "----------------- SUMMARY -------------------------"
           DISPLAY "  WALKS OF THE MAP:  " PASS-COUNT
           DISPLAY "  PROBLEMS:          " PROBLEM-COUNT
           DISPLAY "  WARNINGS:          " WARNING-COUNT
           IF (PROBLEM-COUNT > 0) THEN
               DISPLAY "  THIS WORLD CANNOT BE FINISHED AS AUTHORED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "  THIS WORLD CAN BE FINISHED"
               MOVE 0 TO RETURN-CODE
           END-IF.
      ******************************************************************
      ******************************************************************
       END PROGRAM WORLD-CHECK.
