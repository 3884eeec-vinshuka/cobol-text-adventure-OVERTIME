      ******************************************************************
      * Author: Melissa Christie
      * Date: Oct 15 2026
      * Purpose: Promotes a tested world from the test data directory
      *          (TESTDIR in overtime.cfg) to the live one (DATADIR).
      *          Every world data file is compared record by record on
      *          its key and an added/changed/deleted report is printed
      *          with before and after images. Once the operator
      *          confirms, the live files are backed up and the whole
      *          set is copied across as one unit - if any copy fails
      *          the backups are put back. Each promoted change is
      *          appended to the DATA-MAINTENANCE change log.
      * Note: backups are written to BACKUPDIR (default the live data
      *       directory) as the file name plus '.bak', overwriting the
      *       previous promotion's backups. Check the test world with
      *       WORLD-CHECK before promoting it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-PROMOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
           ASSIGN TO 'overtime.cfg'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-STATUS.
           SELECT TEST-FILE
           ASSIGN TO DYNAMIC TEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEST-STATUS.
           SELECT LIVE-FILE
           ASSIGN TO DYNAMIC LIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-STATUS.
           SELECT BACKUP-FILE
           ASSIGN TO DYNAMIC BACKUP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-STATUS.
           SELECT MAINTLOG-FILE
           ASSIGN TO DYNAMIC MAINTLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CONFIG-REC PIC X(80).
       FD TEST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TEST-REC PIC X(80).
       FD LIVE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LIVE-REC PIC X(80).
       FD BACKUP-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BACKUP-REC PIC X(80).
       FD MAINTLOG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 MAINTLOG-REC PIC X(190).
       WORKING-STORAGE SECTION.
      ******************************************************************
      *    LAYOUT FOR THE OVERTIME.CFG FILE - MUST MATCH OVERTIME
      ******************************************************************
       01 CONFIG-DATA.
           03 CF-KEY           PIC X(12).
           03 CF-VALUE         PIC X(68).
      ******************************************************************
      *    LAYOUT FOR THE MAINTENANCE CHANGE-LOG FILE - MUST MATCH
      *    DATA-MAINTENANCE. PROMOTED CHANGES ARE LOGGED WITH ACTION
      *    'P-ADD', 'P-CHG' OR 'P-DEL'
      ******************************************************************
       01 MAINTLOG-DATA.
           03 ML-TIMESTAMP     PIC 9(14).
           03 ML-FILE          PIC X(8).
           03 ML-ACTION        PIC X(6).
           03 ML-KEY           PIC 99.
           03 ML-BEFORE        PIC X(80).
           03 ML-AFTER         PIC X(80).
      ******************************************************************
      *    THE WORLD DATA FILES THAT MAKE UP A PROMOTION, WITH THE
      *    CHANGE-LOG LABEL, THE LENGTH OF THE KEY AT THE FRONT OF THE
      *    RECORD, WHETHER THE GAME NEEDS THE FILE, AND WHETHER THE
      *    FIRST TWO KEY BYTES ARE A NUMBER FOR ML-KEY. RECORDS WITH
      *    THE SAME KEY (NARRATIVE LINES) ARE TOLD APART BY THEIR
      *    OCCURRENCE WITHIN THE KEY
      ******************************************************************
       01 FILE-LIST-VALUES.
           03 FILLER           PIC X(11)   VALUE 'ROOMS   2YY'.
           03 FILLER           PIC X(11)   VALUE 'ITEMS   2YY'.
           03 FILLER           PIC X(11)   VALUE 'MONSTERS2YY'.
           03 FILLER           PIC X(11)   VALUE 'SHOP    2NY'.
           03 FILLER           PIC X(11)   VALUE 'QUESTS  2NY'.
           03 FILLER           PIC X(11)   VALUE 'EVENTS  5NN'.
           03 FILLER           PIC X(11)   VALUE 'NARRATIV2NY'.
           03 FILLER           PIC X(11)   VALUE 'DOORS   3NY'.
           03 FILLER           PIC X(11)   VALUE 'ACHIEVE 8NN'.
       01 FILE-LIST-TABLE REDEFINES FILE-LIST-VALUES.
         03 FILE-LIST-FIELDS OCCURS 9 TIMES.
           05 FL-LABEL         PIC X(8).
           05 FL-KEY-LEN       PIC 9.
           05 FL-REQUIRED      PIC X(1).
           05 FL-NUM-KEY       PIC X(1).
      ******************************************************************
      *    PER-FILE NAMES, COUNTS AND RESULTS
      ******************************************************************
       01 FILE-STATE-TABLE.
         03 FILE-STATE-FIELDS OCCURS 9 TIMES.
           05 FS-NAME          PIC X(30)   VALUE SPACES.
           05 FS-TEST-EXISTS   PIC 9       VALUE 0.
           05 FS-LIVE-EXISTS   PIC 9       VALUE 0.
           05 FS-TEST-COUNT    PIC 9(4)    VALUE ZEROS.
           05 FS-LIVE-COUNT    PIC 9(4)    VALUE ZEROS.
           05 FS-ADDED         PIC 9(4)    VALUE ZEROS.
           05 FS-CHANGED       PIC 9(4)    VALUE ZEROS.
           05 FS-DELETED       PIC 9(4)    VALUE ZEROS.
           05 FS-SAME          PIC 9(4)    VALUE ZEROS.
      ******************************************************************
      *    ONE FILE'S RECORDS FROM EACH SIDE WHILE IT IS COMPARED
      ******************************************************************
       01 TEST-TABLE.
         03 TEST-FIELDS OCCURS 300 TIMES.
           05 TR-IMAGE         PIC X(80).
           05 TR-KEY           PIC X(8).
           05 TR-OCC           PIC 99.
           05 TR-MATCHED       PIC 9.
       01 LIVE-TABLE.
         03 LIVE-FIELDS OCCURS 300 TIMES.
           05 LR-IMAGE         PIC X(80).
           05 LR-KEY           PIC X(8).
           05 LR-OCC           PIC 99.
      ******************************************************************
      *    EVERY DIFFERENCE FOUND, KEPT FOR THE CHANGE LOG
      ******************************************************************
       01 CHANGE-TABLE.
         03 CHANGE-FIELDS OCCURS 1000 TIMES.
           05 CH-FILE-IDX      PIC 99.
           05 CH-ACTION        PIC X(6).
           05 CH-KEY           PIC X(8).
           05 CH-BEFORE        PIC X(80).
           05 CH-AFTER         PIC X(80).
      ******************************************************************
      *    ONE DIFFERENCE BEING BUILT BEFORE IT IS ADDED TO THE TABLE
      ******************************************************************
       01 CHANGE-HOLD.
           03 HOLD-ACTION      PIC X(6).
           03 HOLD-KEY         PIC X(8).
           03 HOLD-BEFORE      PIC X(80).
           03 HOLD-AFTER       PIC X(80).
      ******************************************************************
      *    PROGRAM VARIABLES
      ******************************************************************
       01 MISC.
           03 FILE-COUNT       PIC 99      VALUE 9.
           03 FILE-IDX         PIC 99      VALUE 0.
           03 TR-IDX           PIC 999     VALUE 0.
           03 TR-COUNT         PIC 999     VALUE 0.
           03 LR-IDX           PIC 999     VALUE 0.
           03 LR-COUNT         PIC 999     VALUE 0.
           03 OCC-IDX          PIC 999     VALUE 0.
           03 FOUND-IDX        PIC 999     VALUE 0.
           03 CH-IDX           PIC 9999    VALUE 0.
           03 CH-COUNT         PIC 9999    VALUE 0.
           03 KEY-LEN          PIC 9       VALUE 0.
           03 NEW-KEY          PIC X(8)    VALUE SPACES.
           03 CH-FULL-WARNED   PIC 9       VALUE 0.
           03 NEW-OCC          PIC 99      VALUE 0.
           03 EOF-TEST         PIC 9       VALUE 0.
           03 EOF-LIVE         PIC 9       VALUE 0.
           03 EOF-BACKUP       PIC 9       VALUE 0.
           03 TEST-STATUS      PIC XX      VALUE '00'.
           03 LIVE-STATUS      PIC XX      VALUE '00'.
           03 BACKUP-STATUS    PIC XX      VALUE '00'.
           03 MAINTLOG-STATUS  PIC XX      VALUE '00'.
           03 TOO-BIG          PIC 9       VALUE 0.
           03 COPY-FAILED      PIC 9       VALUE 0.
           03 RESTORE-FAILED   PIC 9       VALUE 0.
           03 COPY-COUNT       PIC 9(4)    VALUE 0.
           03 TOTAL-ADDED      PIC 9(5)    VALUE 0.
           03 TOTAL-CHANGED    PIC 9(5)    VALUE 0.
           03 TOTAL-DELETED    PIC 9(5)    VALUE 0.
           03 PROMOTE-ANSWER   PIC X(1)    VALUE SPACES.
           03 DELETE-RESULT    PIC S9(9)   BINARY VALUE 0.
           03 LOG-DATE-PART    PIC 9(8)    VALUE ZEROS.
           03 LOG-TIME-PART    PIC 9(8)    VALUE ZEROS.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
           03 CONFIG-LINE      PIC X(80)   VALUE SPACES.
           03 DATA-DIR         PIC X(40)
               VALUE 'C:\Text-Adventure\cobol.data\'.
           03 TEST-DIR         PIC X(40)   VALUE SPACES.
           03 BACKUP-DIR       PIC X(40)   VALUE SPACES.
           03 ROOMS-NAME       PIC X(30)   VALUE 'rooms.dat'.
           03 ITEMS-NAME       PIC X(30)   VALUE 'items.dat'.
           03 MONSTERS-NAME    PIC X(30)   VALUE 'monsters.dat'.
           03 SHOP-NAME        PIC X(30)   VALUE 'shop.dat'.
           03 QUESTS-NAME      PIC X(30)   VALUE 'quests.dat'.
           03 EVENTS-NAME      PIC X(30)   VALUE 'events.dat'.
           03 NARRATIVE-NAME   PIC X(30)   VALUE 'narrative.dat'.
           03 DOORS-NAME       PIC X(30)   VALUE 'doors.dat'.
           03 ACHIEVEMENTS-NAME PIC X(30)  VALUE 'achievements.dat'.
           03 MAINTLOG-NAME    PIC X(30)   VALUE 'maintlog.dat'.
           03 TEST-FILENAME    PIC X(80)   VALUE SPACES.
           03 LIVE-FILENAME    PIC X(80)   VALUE SPACES.
           03 BACKUP-FILENAME  PIC X(80)   VALUE SPACES.
           03 MAINTLOG-FILENAME PIC X(60)  VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           DISPLAY "--------------- PROMOTE " TEST-DIR
           DISPLAY "---------------      TO " DATA-DIR
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
               PERFORM 1000-COMPARE-FILE
           END-PERFORM
           PERFORM 2000-PRINT-SUMMARY
           IF (TOO-BIG = 1) THEN
               DISPLAY "ERROR: A FILE IS TOO LARGE TO COMPARE - "
                   "NOTHING PROMOTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (CH-COUNT = 0) THEN
               DISPLAY "LIVE ALREADY MATCHES TEST - NOTHING TO PROMOTE"
               STOP RUN
           END-IF
           DISPLAY "PROMOTE " CH-COUNT " CHANGE(S) TO LIVE? (Y/N): "
           ACCEPT PROMOTE-ANSWER
           IF (PROMOTE-ANSWER NOT = 'Y' AND PROMOTE-ANSWER NOT = 'y')
               THEN
               DISPLAY "PROMOTION CANCELLED - LIVE FILES NOT TOUCHED"
               STOP RUN
           END-IF
           PERFORM 3000-BACKUP-LIVE-FILES
           IF (COPY-FAILED = 1) THEN
               DISPLAY "ERROR: BACKUP FAILED - LIVE FILES NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-COPY-TEST-FILES
           IF (COPY-FAILED = 1) THEN
               PERFORM 5000-RESTORE-LIVE-FILES
               IF (RESTORE-FAILED = 1) THEN
                   DISPLAY "ERROR: PROMOTION FAILED AND THE LIVE FILES "
                       "COULD NOT ALL BE RESTORED - RESTORE THEM BY "
                       "HAND FROM THE .BAK FILES IN " BACKUP-DIR
               ELSE
                   DISPLAY "ERROR: PROMOTION FAILED - LIVE FILES "
                       "RESTORED FROM BACKUP"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-LOG-CHANGES
           DISPLAY "PROMOTED " CH-COUNT " CHANGE(S) - LIVE BACKUPS "
               "ARE IN " BACKUP-DIR
           STOP RUN.
      ******************************************************************
      *    READS OVERTIME.CFG (IF PRESENT). TESTDIR IS REQUIRED AND
      *    MUST NOT BE THE LIVE DATADIR
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
           IF (TEST-DIR = SPACES) THEN
               DISPLAY "ERROR: NO TESTDIR IN OVERTIME.CFG - NOTHING "
                   "TO PROMOTE FROM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (TEST-DIR = DATA-DIR) THEN
               DISPLAY "ERROR: TESTDIR AND DATADIR ARE THE SAME "
                   "DIRECTORY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (BACKUP-DIR = SPACES) THEN
               MOVE DATA-DIR TO BACKUP-DIR
           END-IF
           MOVE ROOMS-NAME     TO FS-NAME(1)
           MOVE ITEMS-NAME     TO FS-NAME(2)
           MOVE MONSTERS-NAME  TO FS-NAME(3)
           MOVE SHOP-NAME      TO FS-NAME(4)
           MOVE QUESTS-NAME    TO FS-NAME(5)
           MOVE EVENTS-NAME    TO FS-NAME(6)
           MOVE NARRATIVE-NAME TO FS-NAME(7)
           MOVE DOORS-NAME     TO FS-NAME(8)
           MOVE ACHIEVEMENTS-NAME TO FS-NAME(9)
           STRING DATA-DIR DELIMITED BY SPACE
               MAINTLOG-NAME DELIMITED BY SPACE
               INTO MAINTLOG-FILENAME.
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
                       WHEN 'TESTDIR'
                           MOVE CF-VALUE TO TEST-DIR
                       WHEN 'BACKUPDIR'
                           MOVE CF-VALUE TO BACKUP-DIR
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
                       WHEN 'NARRATIVE'
                           MOVE CF-VALUE TO NARRATIVE-NAME
                       WHEN 'DOORS'
                           MOVE CF-VALUE TO DOORS-NAME
                       WHEN 'ACHIEVEMENTS'
                           MOVE CF-VALUE TO ACHIEVEMENTS-NAME
                       WHEN 'CHANGELOG'
                           MOVE CF-VALUE TO MAINTLOG-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
      *    BUILDS THE TEST, LIVE AND BACKUP PATHS FOR FILE-IDX
      ******************************************************************
       0100-BUILD-FILENAMES.
           MOVE SPACES TO TEST-FILENAME
           MOVE SPACES TO LIVE-FILENAME
           MOVE SPACES TO BACKUP-FILENAME
           STRING TEST-DIR DELIMITED BY SPACE
               FS-NAME(FILE-IDX) DELIMITED BY SPACE
               INTO TEST-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               FS-NAME(FILE-IDX) DELIMITED BY SPACE
               INTO LIVE-FILENAME
           STRING BACKUP-DIR DELIMITED BY SPACE
               FS-NAME(FILE-IDX) DELIMITED BY SPACE
               '.bak' DELIMITED BY SIZE
               INTO BACKUP-FILENAME.
      ******************************************************************
      *    LOADS ONE FILE FROM BOTH DIRECTORIES AND REPORTS EVERY
      *    RECORD ADDED, CHANGED OR DELETED BY KEY
      ******************************************************************
       1000-COMPARE-FILE.
           PERFORM 0100-BUILD-FILENAMES
           MOVE FL-KEY-LEN(FILE-IDX) TO KEY-LEN
           MOVE 0 TO TR-COUNT
           MOVE 0 TO LR-COUNT
           DISPLAY " "
           DISPLAY "----------------- " FS-NAME(FILE-IDX)
           OPEN INPUT TEST-FILE
           IF (TEST-STATUS NOT = '00' AND TEST-STATUS NOT = '35') THEN
               DISPLAY "ERROR: " TEST-FILENAME " COULD NOT BE READ "
                   "(STATUS " TEST-STATUS ") - NOTHING PROMOTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (TEST-STATUS = '35') THEN
               IF (FL-REQUIRED(FILE-IDX) = 'Y') THEN
                   DISPLAY "ERROR: " TEST-FILENAME " DOES NOT EXIST - "
                       "THE TEST SET IS INCOMPLETE, NOTHING PROMOTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 1 TO FS-TEST-EXISTS(FILE-IDX)
               MOVE 0 TO EOF-TEST
               PERFORM 1100-READ-TEST-REC
                   UNTIL EOF-TEST = 1
               CLOSE TEST-FILE
           END-IF
           OPEN INPUT LIVE-FILE
           IF (LIVE-STATUS NOT = '00' AND LIVE-STATUS NOT = '35') THEN
               DISPLAY "ERROR: " LIVE-FILENAME " COULD NOT BE READ "
                   "(STATUS " LIVE-STATUS ") - NOTHING PROMOTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (LIVE-STATUS = '35') THEN
               IF (FS-TEST-EXISTS(FILE-IDX) = 1) THEN
                   DISPLAY "  NOT IN LIVE YET"
               ELSE
                   DISPLAY "  IN NEITHER TEST NOR LIVE"
               END-IF
           ELSE
               MOVE 1 TO FS-LIVE-EXISTS(FILE-IDX)
               MOVE 0 TO EOF-LIVE
               PERFORM 1200-READ-LIVE-REC
                   UNTIL EOF-LIVE = 1
               CLOSE LIVE-FILE
               IF (FS-TEST-EXISTS(FILE-IDX) = 0) THEN
                   DISPLAY "  NOT IN TEST - LIVE COPY WILL BE REMOVED"
               END-IF
           END-IF
           MOVE TR-COUNT TO FS-TEST-COUNT(FILE-IDX)
           MOVE LR-COUNT TO FS-LIVE-COUNT(FILE-IDX)
           PERFORM VARYING LR-IDX FROM 1 BY 1
               UNTIL LR-IDX > LR-COUNT
               PERFORM 1400-MATCH-LIVE-REC
           END-PERFORM
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > TR-COUNT
               IF (TR-MATCHED(TR-IDX) = 0) THEN
                   PERFORM 1500-REPORT-ADDED-REC
               END-IF
           END-PERFORM
           DISPLAY "  ADDED " FS-ADDED(FILE-IDX)
               "  CHANGED " FS-CHANGED(FILE-IDX)
               "  DELETED " FS-DELETED(FILE-IDX)
               "  UNCHANGED " FS-SAME(FILE-IDX)
           ADD FS-ADDED(FILE-IDX)   TO TOTAL-ADDED
           ADD FS-CHANGED(FILE-IDX) TO TOTAL-CHANGED
           ADD FS-DELETED(FILE-IDX) TO TOTAL-DELETED.
      ******************************************************************
      *    READS ONE TEST RECORD INTO TEST-TABLE
      ******************************************************************
       1100-READ-TEST-REC.
           READ TEST-FILE
               AT END
                   MOVE 1 TO EOF-TEST
               NOT AT END
                   IF (TR-COUNT < 300) THEN
                       ADD 1 TO TR-COUNT
                       MOVE TEST-REC TO TR-IMAGE(TR-COUNT)
                       MOVE SPACES TO NEW-KEY
                       MOVE TEST-REC(1:KEY-LEN) TO NEW-KEY
                       MOVE 1 TO NEW-OCC
                       PERFORM VARYING OCC-IDX FROM 1 BY 1
                           UNTIL OCC-IDX >= TR-COUNT
                           IF (TR-KEY(OCC-IDX) = NEW-KEY) THEN
                               ADD 1 TO NEW-OCC
                           END-IF
                       END-PERFORM
                       MOVE NEW-KEY TO TR-KEY(TR-COUNT)
                       MOVE NEW-OCC TO TR-OCC(TR-COUNT)
                       MOVE 0 TO TR-MATCHED(TR-COUNT)
                   ELSE
                       IF (TOO-BIG = 0) THEN
                           DISPLAY "  MORE THAN 300 RECORDS IN "
                               TEST-FILENAME
                       END-IF
                       MOVE 1 TO TOO-BIG
                   END-IF
           END-READ.
      ******************************************************************
      *    READS ONE LIVE RECORD INTO LIVE-TABLE
      ******************************************************************
       1200-READ-LIVE-REC.
           READ LIVE-FILE
               AT END
                   MOVE 1 TO EOF-LIVE
               NOT AT END
                   IF (LR-COUNT < 300) THEN
                       ADD 1 TO LR-COUNT
                       MOVE LIVE-REC TO LR-IMAGE(LR-COUNT)
                       MOVE SPACES TO NEW-KEY
                       MOVE LIVE-REC(1:KEY-LEN) TO NEW-KEY
                       MOVE 1 TO NEW-OCC
                       PERFORM VARYING OCC-IDX FROM 1 BY 1
                           UNTIL OCC-IDX >= LR-COUNT
                           IF (LR-KEY(OCC-IDX) = NEW-KEY) THEN
                               ADD 1 TO NEW-OCC
                           END-IF
                       END-PERFORM
                       MOVE NEW-KEY TO LR-KEY(LR-COUNT)
                       MOVE NEW-OCC TO LR-OCC(LR-COUNT)
                   ELSE
                       IF (TOO-BIG = 0) THEN
                           DISPLAY "  MORE THAN 300 RECORDS IN "
                               LIVE-FILENAME
                       END-IF
                       MOVE 1 TO TOO-BIG
                   END-IF
           END-READ.
      ******************************************************************
      *    FINDS THE TEST RECORD WITH THE SAME KEY AND OCCURRENCE AS
      *    LIVE RECORD LR-IDX - NONE MEANS DELETED, A DIFFERENT IMAGE
      *    MEANS CHANGED
      ******************************************************************
       1400-MATCH-LIVE-REC.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > TR-COUNT OR FOUND-IDX NOT = 0
               IF (TR-MATCHED(TR-IDX) = 0 AND
                   TR-KEY(TR-IDX) = LR-KEY(LR-IDX) AND
                   TR-OCC(TR-IDX) = LR-OCC(LR-IDX)) THEN
                   MOVE TR-IDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF (FOUND-IDX = 0) THEN
               ADD 1 TO FS-DELETED(FILE-IDX)
               DISPLAY "  DELETED  KEY " LR-KEY(LR-IDX)(1:KEY-LEN)
                   " #" LR-OCC(LR-IDX)
               DISPLAY "    BEFORE: " LR-IMAGE(LR-IDX)
               MOVE 'P-DEL' TO HOLD-ACTION
               MOVE LR-KEY(LR-IDX) TO HOLD-KEY
               MOVE LR-IMAGE(LR-IDX) TO HOLD-BEFORE
               MOVE SPACES TO HOLD-AFTER
               PERFORM 1600-KEEP-CHANGE
           ELSE
               MOVE 1 TO TR-MATCHED(FOUND-IDX)
               IF (TR-IMAGE(FOUND-IDX) = LR-IMAGE(LR-IDX)) THEN
                   ADD 1 TO FS-SAME(FILE-IDX)
               ELSE
                   ADD 1 TO FS-CHANGED(FILE-IDX)
                   DISPLAY "  CHANGED  KEY " LR-KEY(LR-IDX)(1:KEY-LEN)
                       " #" LR-OCC(LR-IDX)
                   DISPLAY "    BEFORE: " LR-IMAGE(LR-IDX)
                   DISPLAY "    AFTER:  " TR-IMAGE(FOUND-IDX)
                   MOVE 'P-CHG' TO HOLD-ACTION
                   MOVE LR-KEY(LR-IDX) TO HOLD-KEY
                   MOVE LR-IMAGE(LR-IDX) TO HOLD-BEFORE
                   MOVE TR-IMAGE(FOUND-IDX) TO HOLD-AFTER
                   PERFORM 1600-KEEP-CHANGE
               END-IF
           END-IF.
      ******************************************************************
      *    REPORTS A TEST RECORD THAT HAS NO LIVE COUNTERPART
      ******************************************************************
       1500-REPORT-ADDED-REC.
           ADD 1 TO FS-ADDED(FILE-IDX)
           DISPLAY "  ADDED    KEY " TR-KEY(TR-IDX)(1:KEY-LEN)
               " #" TR-OCC(TR-IDX)
           DISPLAY "    AFTER:  " TR-IMAGE(TR-IDX)
           MOVE 'P-ADD' TO HOLD-ACTION
           MOVE TR-KEY(TR-IDX) TO HOLD-KEY
           MOVE SPACES TO HOLD-BEFORE
           MOVE TR-IMAGE(TR-IDX) TO HOLD-AFTER
           PERFORM 1600-KEEP-CHANGE.
      ******************************************************************
      *    ADDS THE DIFFERENCE IN CHANGE-HOLD TO CHANGE-TABLE
      ******************************************************************
       1600-KEEP-CHANGE.
           IF (CH-COUNT < 1000) THEN
               ADD 1 TO CH-COUNT
               MOVE FILE-IDX    TO CH-FILE-IDX(CH-COUNT)
               MOVE HOLD-ACTION TO CH-ACTION(CH-COUNT)
               MOVE HOLD-KEY    TO CH-KEY(CH-COUNT)
               MOVE HOLD-BEFORE TO CH-BEFORE(CH-COUNT)
               MOVE HOLD-AFTER  TO CH-AFTER(CH-COUNT)
           ELSE
               IF (CH-FULL-WARNED = 0) THEN
                   DISPLAY "  MORE THAN 1000 CHANGES - TOO MANY TO LOG"
                   MOVE 1 TO CH-FULL-WARNED
               END-IF
               MOVE 1 TO TOO-BIG
           END-IF.
      ******************************************************************
      *    PRINTS THE TOTALS ACROSS EVERY FILE
      ******************************************************************
       2000-PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "----------------- PROMOTION SUMMARY ---------------"
           DISPLAY "FILE            TEST  LIVE ADDED CHNGD DELTD"
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
               DISPLAY FS-NAME(FILE-IDX)(1:15) " "
                   FS-TEST-COUNT(FILE-IDX) "  " FS-LIVE-COUNT(FILE-IDX)
                   "  " FS-ADDED(FILE-IDX) "  " FS-CHANGED(FILE-IDX)
                   "  " FS-DELETED(FILE-IDX)
           END-PERFORM
           DISPLAY "  TOTAL ADDED:   " TOTAL-ADDED
           DISPLAY "  TOTAL CHANGED: " TOTAL-CHANGED
           DISPLAY "  TOTAL DELETED: " TOTAL-DELETED
           DISPLAY " ".
      ******************************************************************
      *    COPIES EVERY LIVE FILE THAT EXISTS TO ITS BACKUP - NOTHING
      *    LIVE IS CHANGED UNTIL EVERY BACKUP HAS BEEN WRITTEN
      ******************************************************************
       3000-BACKUP-LIVE-FILES.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT OR COPY-FAILED = 1
               IF (FS-LIVE-EXISTS(FILE-IDX) = 1) THEN
                   PERFORM 0100-BUILD-FILENAMES
                   MOVE 0 TO COPY-COUNT
                   MOVE 0 TO EOF-LIVE
                   OPEN INPUT LIVE-FILE
                   OPEN OUTPUT BACKUP-FILE
                   IF (LIVE-STATUS NOT = '00' OR
                       BACKUP-STATUS NOT = '00') THEN
                       MOVE 1 TO COPY-FAILED
                   ELSE
                       PERFORM 3100-BACKUP-LIVE-REC
                           UNTIL EOF-LIVE = 1
                   END-IF
                   CLOSE LIVE-FILE
                   CLOSE BACKUP-FILE
                   IF (COPY-COUNT NOT = FS-LIVE-COUNT(FILE-IDX)) THEN
                       MOVE 1 TO COPY-FAILED
                   END-IF
                   IF (COPY-FAILED = 1) THEN
                       DISPLAY "  BACKUP OF " LIVE-FILENAME " TO "
                           BACKUP-FILENAME " FAILED"
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    COPIES ONE LIVE RECORD TO THE BACKUP
      ******************************************************************
       3100-BACKUP-LIVE-REC.
           READ LIVE-FILE
               AT END
                   MOVE 1 TO EOF-LIVE
               NOT AT END
                   WRITE BACKUP-REC FROM LIVE-REC
                   IF (BACKUP-STATUS = '00') THEN
                       ADD 1 TO COPY-COUNT
                   ELSE
                       MOVE 1 TO COPY-FAILED
                       MOVE 1 TO EOF-LIVE
                   END-IF
           END-READ.
      ******************************************************************
      *    COPIES THE WHOLE TEST SET OVER THE LIVE ONE. A FILE MISSING
      *    FROM TEST IS REMOVED FROM LIVE SO THE TWO SETS MATCH. STOPS
      *    AT THE FIRST FAILURE
      ******************************************************************
       4000-COPY-TEST-FILES.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT OR COPY-FAILED = 1
               PERFORM 0100-BUILD-FILENAMES
               IF (FS-TEST-EXISTS(FILE-IDX) = 1) THEN
                   MOVE 0 TO COPY-COUNT
                   MOVE 0 TO EOF-TEST
                   OPEN INPUT TEST-FILE
                   OPEN OUTPUT LIVE-FILE
                   IF (TEST-STATUS NOT = '00' OR
                       LIVE-STATUS NOT = '00') THEN
                       MOVE 1 TO COPY-FAILED
                   ELSE
                       PERFORM 4100-COPY-TEST-REC
                           UNTIL EOF-TEST = 1
                   END-IF
                   CLOSE TEST-FILE
                   CLOSE LIVE-FILE
                   IF (COPY-COUNT NOT = FS-TEST-COUNT(FILE-IDX)) THEN
                       MOVE 1 TO COPY-FAILED
                   END-IF
                   IF (COPY-FAILED = 1) THEN
                       DISPLAY "  COPY OF " TEST-FILENAME " TO "
                           LIVE-FILENAME " FAILED"
                   END-IF
               ELSE
                   IF (FS-LIVE-EXISTS(FILE-IDX) = 1) THEN
                       CALL 'CBL_DELETE_FILE' USING LIVE-FILENAME
                           RETURNING DELETE-RESULT
                       END-CALL
                       IF (DELETE-RESULT NOT = 0) THEN
                           MOVE 1 TO COPY-FAILED
                           DISPLAY "  REMOVAL OF " LIVE-FILENAME
                               " FAILED"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      *    COPIES ONE TEST RECORD TO LIVE
      ******************************************************************
       4100-COPY-TEST-REC.
           READ TEST-FILE
               AT END
                   MOVE 1 TO EOF-TEST
               NOT AT END
                   WRITE LIVE-REC FROM TEST-REC
                   IF (LIVE-STATUS = '00') THEN
                       ADD 1 TO COPY-COUNT
                   ELSE
                       MOVE 1 TO COPY-FAILED
                       MOVE 1 TO EOF-TEST
                   END-IF
           END-READ.
      ******************************************************************
      *    PUTS EVERY LIVE FILE BACK AS IT WAS BEFORE THE PROMOTION -
      *    FROM ITS BACKUP, OR REMOVED IF IT DID NOT EXIST BEFORE
      ******************************************************************
       5000-RESTORE-LIVE-FILES.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
               PERFORM 0100-BUILD-FILENAMES
               IF (FS-LIVE-EXISTS(FILE-IDX) = 1) THEN
                   MOVE 0 TO COPY-COUNT
                   MOVE 0 TO EOF-BACKUP
                   OPEN INPUT BACKUP-FILE
                   OPEN OUTPUT LIVE-FILE
                   IF (BACKUP-STATUS NOT = '00' OR
                       LIVE-STATUS NOT = '00') THEN
                       MOVE 1 TO RESTORE-FAILED
                   ELSE
                       PERFORM 5100-RESTORE-LIVE-REC
                           UNTIL EOF-BACKUP = 1
                   END-IF
                   CLOSE BACKUP-FILE
                   CLOSE LIVE-FILE
                   IF (COPY-COUNT NOT = FS-LIVE-COUNT(FILE-IDX)) THEN
                       MOVE 1 TO RESTORE-FAILED
                       DISPLAY "  RESTORE OF " LIVE-FILENAME
                           " FAILED"
                   END-IF
               ELSE
                   CALL 'CBL_DELETE_FILE' USING LIVE-FILENAME
                       RETURNING DELETE-RESULT
                   END-CALL
               END-IF
           END-PERFORM.
      ******************************************************************
      *    COPIES ONE BACKUP RECORD BACK TO LIVE
      ******************************************************************
       5100-RESTORE-LIVE-REC.
           READ BACKUP-FILE
               AT END
                   MOVE 1 TO EOF-BACKUP
               NOT AT END
                   WRITE LIVE-REC FROM BACKUP-REC
                   IF (LIVE-STATUS = '00') THEN
                       ADD 1 TO COPY-COUNT
                   ELSE
                       MOVE 1 TO RESTORE-FAILED
                       MOVE 1 TO EOF-BACKUP
                   END-IF
           END-READ.
      ******************************************************************
      *    APPENDS EVERY PROMOTED CHANGE TO THE CHANGE LOG UNDER ONE
      *    TIMESTAMP
      ******************************************************************
       6000-LOG-CHANGES.
           ACCEPT LOG-DATE-PART FROM DATE YYYYMMDD
           MOVE LOG-DATE-PART TO ML-TIMESTAMP(1:8)
           ACCEPT LOG-TIME-PART FROM TIME
           MOVE LOG-TIME-PART(1:6) TO ML-TIMESTAMP(9:6)
           OPEN EXTEND MAINTLOG-FILE
           IF (MAINTLOG-STATUS = '35') THEN
               OPEN OUTPUT MAINTLOG-FILE
           END-IF
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > CH-COUNT
               MOVE CH-FILE-IDX(CH-IDX) TO FILE-IDX
               MOVE FL-LABEL(FILE-IDX) TO ML-FILE
               MOVE CH-ACTION(CH-IDX) TO ML-ACTION
               IF (FL-NUM-KEY(FILE-IDX) = 'Y' AND
                   CH-KEY(CH-IDX)(1:2) IS NUMERIC) THEN
                   MOVE CH-KEY(CH-IDX)(1:2) TO ML-KEY
               ELSE
                   MOVE 0 TO ML-KEY
               END-IF
               MOVE CH-BEFORE(CH-IDX) TO ML-BEFORE
               MOVE CH-AFTER(CH-IDX) TO ML-AFTER
               WRITE MAINTLOG-REC FROM MAINTLOG-DATA
           END-PERFORM
           CLOSE MAINTLOG-FILE.
      ******************************************************************
      ******************************************************************
       END PROGRAM DATA-PROMOTE.
