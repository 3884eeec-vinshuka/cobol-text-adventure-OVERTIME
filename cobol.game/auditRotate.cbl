      ******************************************************************
      * Author: Melissa Christie
      * Date: Oct 15 2026
      * Purpose: Scheduled rotation of audit.log - moves completed
      *          sessions into one archive file per day, purges archives
      *          past the retention period and prints a control report.
      * Note: archives are named DATADIR + AUDITARCHIVE + YYYYMMDD +
      *       '.log' (AUDITARCHIVE defaults to 'audit-'), dated by the
      *       session header, and kept for AUDITRETAIN days (default
      *       30, 0 keeps them for ever). A '*SESSION' group is always
      *       written whole to one file. The last session is left in
      *       the live log if it has no '*SESSEND' trailer yet, but a
      *       game must not be started while the job is running.
      *       Archives still on disk are listed in the archive catalog
      *       (AUDITCATALOG), and the per-player session counts of
      *       purged archives are carried forward in AUDITPURGED so
      *       AUDIT-RECONCILE can still balance lifetime profiles.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-ROTATE.
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
           SELECT TEMP-FILE
           ASSIGN TO DYNAMIC TEMP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMP-STATUS.
           SELECT ARCHIVE-FILE
           ASSIGN TO DYNAMIC ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS.
           SELECT CATALOG-FILE
           ASSIGN TO DYNAMIC CATALOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.
           SELECT PURGED-FILE
           ASSIGN TO DYNAMIC PURGED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGED-STATUS.
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
       FD TEMP-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TEMP-REC PIC X(80).
       FD ARCHIVE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ARCHIVE-REC PIC X(80).
       FD CATALOG-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CATALOG-REC PIC X(80).
       FD PURGED-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PURGED-REC PIC X(80).
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
      *    LAYOUT FOR THE ARCHIVE CATALOG - ONE RECORD PER ARCHIVE FILE
      *    STILL ON DISK, IN DATE ORDER - MUST MATCH AUDIT-RECONCILE
      ******************************************************************
       01 CATALOG-DATA.
           03 CT-DATE          PIC 9(8).
           03 CT-RECORDS       PIC 9(7).
           03 CT-SESSIONS      PIC 9(5).
           03 FILLER           PIC X(60)   VALUE SPACES.
      ******************************************************************
      *    LAYOUT FOR THE PURGED-SESSION TOTALS - ONE RECORD PER PLAYER
      *    CARRYING THE SESSIONS THAT LEFT WITH PURGED ARCHIVES - MUST
      *    MATCH AUDIT-RECONCILE
      ******************************************************************
       01 PURGED-DATA.
           03 PG-PLAYER        PIC X(8).
           03 PG-SESSIONS      PIC 9(7).
           03 PG-COMPLETED     PIC 9(7).
           03 PG-WINS          PIC 9(7).
           03 FILLER           PIC X(51)   VALUE SPACES.
      ******************************************************************
      *    CATALOG TABLE - THE CATALOG PLUS THE ARCHIVES WRITTEN THIS
      *    RUN. CA-WRITTEN/CA-NEW-SESSIONS ARE THIS RUN'S ADDITIONS,
      *    CA-PURGED IS SET WHEN THE ARCHIVE IS DELETED
      ******************************************************************
       01 CATALOG-TABLE.
         03 CATALOG-FIELDS OCCURS 400 TIMES.
           05 CA-DATE          PIC 9(8)    VALUE ZEROS.
           05 CA-RECORDS       PIC 9(7)    VALUE ZEROS.
           05 CA-SESSIONS      PIC 9(5)    VALUE ZEROS.
           05 CA-WRITTEN       PIC 9(7)    VALUE ZEROS.
           05 CA-NEW-SESSIONS  PIC 9(5)    VALUE ZEROS.
           05 CA-PURGED        PIC 9       VALUE 0.
      ******************************************************************
      *    ONE CATALOG ENTRY'S WORTH OF FIELDS, USED WHEN SWAPPING
      *    DURING SORT
      ******************************************************************
       01 CATALOG-HOLD.
           05 CH-DATE          PIC 9(8).
           05 CH-RECORDS       PIC 9(7).
           05 CH-SESSIONS      PIC 9(5).
           05 CH-WRITTEN       PIC 9(7).
           05 CH-NEW-SESSIONS  PIC 9(5).
           05 CH-PURGED        PIC 9.
      ******************************************************************
      *    PURGED TOTALS TABLE
      ******************************************************************
       01 PURGED-TABLE.
         03 PURGED-FIELDS OCCURS 200 TIMES.
           05 PT-PLAYER        PIC X(8)    VALUE SPACES.
           05 PT-SESSIONS      PIC 9(7)    VALUE ZEROS.
           05 PT-COMPLETED     PIC 9(7)    VALUE ZEROS.
           05 PT-WINS          PIC 9(7)    VALUE ZEROS.
      ******************************************************************
      *    PROGRAM VARIABLES
      ******************************************************************
       01 MISC.
           03 EOF-AUDIT        PIC 9       VALUE 0.
           03 EOF-TEMP         PIC 9       VALUE 0.
           03 EOF-ARCHIVE      PIC 9       VALUE 0.
           03 EOF-CATALOG      PIC 9       VALUE 0.
           03 EOF-PURGED       PIC 9       VALUE 0.
           03 AUDIT-STATUS     PIC XX      VALUE '00'.
           03 TEMP-STATUS      PIC XX      VALUE '00'.
           03 ARCHIVE-STATUS   PIC XX      VALUE '00'.
           03 CATALOG-STATUS   PIC XX      VALUE '00'.
           03 PURGED-STATUS    PIC XX      VALUE '00'.
           03 RUN-DATE         PIC 9(8)    VALUE 0.
           03 RETAIN-DAYS      PIC 9(4)    VALUE 30.
           03 CUTOFF-DATE      PIC 9(8)    VALUE 0.
           03 BUILD-DATE       PIC 9(8)    VALUE 0.
           03 WANTED-DATE      PIC 9(8)    VALUE 0.
           03 CURRENT-ARCH-DATE PIC 9(8)   VALUE 0.
           03 ARCHIVE-OPEN     PIC 9       VALUE 0.
           03 REC-NUM          PIC 9(7)    VALUE 0.
           03 LAST-HEADER-REC  PIC 9(7)    VALUE 0.
           03 LAST-GROUP-CLOSED PIC 9      VALUE 1.
           03 KEEP-FROM        PIC 9(7)    VALUE 0.
           03 RECORDS-READ     PIC 9(7)    VALUE 0.
           03 SESSIONS-READ    PIC 9(5)    VALUE 0.
           03 RECORDS-ARCHIVED PIC 9(7)    VALUE 0.
           03 RECORDS-KEPT     PIC 9(7)    VALUE 0.
           03 RECORDS-COPIED   PIC 9(7)    VALUE 0.
           03 ARCHIVES-PURGED  PIC 9(5)    VALUE 0.
           03 RECORDS-PURGED   PIC 9(7)    VALUE 0.
           03 SESSIONS-PURGED  PIC 9(5)    VALUE 0.
           03 CA-IDX           PIC 999     VALUE 0.
           03 CA-COUNT         PIC 999     VALUE 0.
           03 CA-FOUND         PIC 999     VALUE 0.
           03 SORT-I           PIC 999     VALUE 0.
           03 SORT-J           PIC 999     VALUE 0.
           03 SORT-LIMIT       PIC 999     VALUE 0.
           03 PT-IDX           PIC 999     VALUE 0.
           03 PT-COUNT         PIC 999     VALUE 0.
           03 PT-SEARCH-IDX    PIC 999     VALUE 0.
           03 FIND-PLAYER-ID   PIC X(8)    VALUE SPACES.
           03 PURGED-CHANGED   PIC 9       VALUE 0.
           03 DELETE-RESULT    PIC S9(9)   BINARY VALUE 0.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
           03 CONFIG-LINE      PIC X(80)   VALUE SPACES.
           03 DATA-DIR         PIC X(40)
               VALUE 'C:\Text-Adventure\cobol.data\'.
           03 AUDIT-NAME       PIC X(30)   VALUE 'audit.log'.
           03 ARCHIVE-PREFIX   PIC X(30)   VALUE 'audit-'.
           03 CATALOG-NAME     PIC X(30)   VALUE 'auditcat.dat'.
           03 PURGED-NAME      PIC X(30)   VALUE 'auditpurged.dat'.
           03 AUDIT-FILENAME   PIC X(60)   VALUE SPACES.
           03 TEMP-FILENAME    PIC X(60)   VALUE SPACES.
           03 ARCHIVE-FILENAME PIC X(60)   VALUE SPACES.
           03 CATALOG-FILENAME PIC X(60)   VALUE SPACES.
           03 PURGED-FILENAME  PIC X(60)   VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT AUDIT-FILE
           IF (AUDIT-STATUS = '35') THEN
               DISPLAY "AUDIT.LOG DOES NOT EXIST - NOTHING TO ARCHIVE"
           ELSE
               PERFORM 1100-SCAN-AUDIT-REC
                   UNTIL EOF-AUDIT = 1
               CLOSE AUDIT-FILE
               PERFORM 1000-FIND-OPEN-SESSION
           END-IF
           PERFORM 4000-LOAD-CATALOG
           IF (AUDIT-STATUS NOT = '35') THEN
               PERFORM 2000-ARCHIVE-SESSIONS
               PERFORM 3000-REWRITE-LIVE-LOG
           END-IF
           PERFORM 5000-PURGE-ARCHIVES
           PERFORM 6000-WRITE-CATALOG
           PERFORM 7000-PRINT-CONTROL-REPORT
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
               INTO AUDIT-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               AUDIT-NAME DELIMITED BY SPACE
               '.tmp' DELIMITED BY SIZE
               INTO TEMP-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               CATALOG-NAME DELIMITED BY SPACE
               INTO CATALOG-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               PURGED-NAME DELIMITED BY SPACE
               INTO PURGED-FILENAME.
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
                       WHEN 'AUDITRETAIN'
                           COMPUTE RETAIN-DAYS =
                               FUNCTION NUMVAL (CF-VALUE)
                       WHEN 'AUDITCATALOG'
                           MOVE CF-VALUE TO CATALOG-NAME
                       WHEN 'AUDITPURGED'
                           MOVE CF-VALUE TO PURGED-NAME
                   END-EVALUATE
           END-READ.
      ******************************************************************
      *    WORKS OUT WHERE THE LIVE LOG HAS TO START AFTER ROTATION -
      *    AT THE LAST HEADER IF THAT SESSION HAS NO TRAILER YET,
      *    OTHERWISE PAST THE LAST RECORD (EVERYTHING IS ARCHIVED)
      ******************************************************************
       1000-FIND-OPEN-SESSION.
           IF (LAST-HEADER-REC > 0 AND LAST-GROUP-CLOSED = 0) THEN
               MOVE LAST-HEADER-REC TO KEEP-FROM
           ELSE
               COMPUTE KEEP-FROM = RECORDS-READ + 1
           END-IF.
      ******************************************************************
      *    FIRST PASS - COUNTS THE LIVE LOG AND NOTES THE LAST HEADER
      *    AND WHETHER ITS TRAILER HAS BEEN WRITTEN
      ******************************************************************
       1100-SCAN-AUDIT-REC.
           READ AUDIT-FILE INTO AUDIT-DATA
               AT END
                   MOVE 1 TO EOF-AUDIT
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF (A-COMMAND = '*SESSION') THEN
                       ADD 1 TO SESSIONS-READ
                       MOVE RECORDS-READ TO LAST-HEADER-REC
                       MOVE 0 TO LAST-GROUP-CLOSED
                   END-IF
                   IF (A-COMMAND = '*SESSEND') THEN
                       MOVE 1 TO LAST-GROUP-CLOSED
                   END-IF
           END-READ.
      ******************************************************************
      *    SECOND PASS - EVERY RECORD BEFORE KEEP-FROM GOES TO THE
      *    ARCHIVE FOR ITS SESSION'S HEADER DATE, THE REST TO THE
      *    TEMPORARY FILE THAT BECOMES THE NEW LIVE LOG
      ******************************************************************
       2000-ARCHIVE-SESSIONS.
           MOVE 0 TO EOF-AUDIT
           MOVE 0 TO REC-NUM
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT TEMP-FILE
           PERFORM 2100-ROUTE-AUDIT-REC
               UNTIL EOF-AUDIT = 1
           IF (ARCHIVE-OPEN = 1) THEN
               CLOSE ARCHIVE-FILE
               MOVE 0 TO ARCHIVE-OPEN
           END-IF
           CLOSE TEMP-FILE
           CLOSE AUDIT-FILE.
      ******************************************************************
      *    SENDS ONE LIVE RECORD TO ITS ARCHIVE OR TO THE TEMP FILE.
      *    RECORDS AHEAD OF THE FIRST HEADER COME FROM A LOG WRITTEN
      *    BEFORE HEADERS EXISTED AND GO TO TODAY'S ARCHIVE
      ******************************************************************
       2100-ROUTE-AUDIT-REC.
           READ AUDIT-FILE INTO AUDIT-DATA
               AT END
                   MOVE 1 TO EOF-AUDIT
               NOT AT END
                   ADD 1 TO REC-NUM
                   IF (REC-NUM >= KEEP-FROM) THEN
                       WRITE TEMP-REC FROM AUDIT-DATA
                       ADD 1 TO RECORDS-KEPT
                   ELSE
                       IF (A-COMMAND = '*SESSION') THEN
                           MOVE AH-TIMESTAMP(1:8) TO WANTED-DATE
                       ELSE
                           IF (ARCHIVE-OPEN = 0) THEN
                               MOVE RUN-DATE TO WANTED-DATE
                           ELSE
                               MOVE CURRENT-ARCH-DATE TO WANTED-DATE
                           END-IF
                       END-IF
                       IF (ARCHIVE-OPEN = 0 OR
                           WANTED-DATE NOT = CURRENT-ARCH-DATE) THEN
                           PERFORM 2200-SWITCH-ARCHIVE
                       END-IF
                       WRITE ARCHIVE-REC FROM AUDIT-DATA
                       ADD 1 TO RECORDS-ARCHIVED
                       IF (CA-IDX NOT = 0) THEN
                           ADD 1 TO CA-WRITTEN(CA-IDX)
                           IF (A-COMMAND = '*SESSION') THEN
                               ADD 1 TO CA-NEW-SESSIONS(CA-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *    CLOSES THE CURRENT ARCHIVE AND OPENS (EXTENDS) THE ONE FOR
      *    WANTED-DATE, ADDING IT TO THE CATALOG TABLE IF IT IS NEW
      ******************************************************************
       2200-SWITCH-ARCHIVE.
           IF (ARCHIVE-OPEN = 1) THEN
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE WANTED-DATE TO CURRENT-ARCH-DATE
           MOVE WANTED-DATE TO BUILD-DATE
           PERFORM 2300-BUILD-ARCHIVE-NAME
           OPEN EXTEND ARCHIVE-FILE
           IF (ARCHIVE-STATUS = '35') THEN
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE 1 TO ARCHIVE-OPEN
           MOVE 0 TO CA-FOUND
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > CA-COUNT OR CA-FOUND NOT = 0
               IF (CA-DATE(CA-IDX) = WANTED-DATE) THEN
                   MOVE CA-IDX TO CA-FOUND
               END-IF
           END-PERFORM
           IF (CA-FOUND = 0) THEN
               IF (CA-COUNT < 400) THEN
                   ADD 1 TO CA-COUNT
                   MOVE CA-COUNT TO CA-FOUND
                   MOVE WANTED-DATE TO CA-DATE(CA-FOUND)
               ELSE
                   DISPLAY "WARNING: ARCHIVE CATALOG IS FULL (MAX 400)"
                       " - " ARCHIVE-FILENAME " NOT CATALOGUED"
               END-IF
           END-IF
           MOVE CA-FOUND TO CA-IDX.
      ******************************************************************
      *    BUILDS ARCHIVE-FILENAME FOR BUILD-DATE
      ******************************************************************
       2300-BUILD-ARCHIVE-NAME.
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               ARCHIVE-PREFIX DELIMITED BY SPACE
               BUILD-DATE DELIMITED BY SIZE
               '.log' DELIMITED BY SIZE
               INTO ARCHIVE-FILENAME.
      ******************************************************************
      *    REBUILDS THE LIVE LOG FROM THE TEMP FILE - ONLY THE SESSION
      *    STILL IN PROGRESS (IF ANY) IS LEFT IN IT
      ******************************************************************
       3000-REWRITE-LIVE-LOG.
           OPEN OUTPUT AUDIT-FILE
           MOVE 0 TO EOF-TEMP
           OPEN INPUT TEMP-FILE
           PERFORM 3100-COPY-TEMP-REC
               UNTIL EOF-TEMP = 1
           CLOSE TEMP-FILE
           CLOSE AUDIT-FILE
           CALL 'CBL_DELETE_FILE' USING TEMP-FILENAME
               RETURNING DELETE-RESULT
           END-CALL.
      ******************************************************************
      *    COPIES ONE TEMP RECORD BACK TO THE LIVE LOG
      ******************************************************************
       3100-COPY-TEMP-REC.
           READ TEMP-FILE INTO AUDIT-DATA
               AT END
                   MOVE 1 TO EOF-TEMP
               NOT AT END
                   WRITE AUDIT-REC FROM AUDIT-DATA
                   ADD 1 TO RECORDS-COPIED
           END-READ.
      ******************************************************************
      *    LOADS THE ARCHIVE CATALOG (IF PRESENT) INTO CATALOG-TABLE
      ******************************************************************
       4000-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF (CATALOG-STATUS = '35') THEN
               MOVE 1 TO EOF-CATALOG
           ELSE
               PERFORM 4100-READ-CATALOG-REC
                   UNTIL EOF-CATALOG = 1
               CLOSE CATALOG-FILE
           END-IF.
      ******************************************************************
      *    READS ONE CATALOG RECORD
      ******************************************************************
       4100-READ-CATALOG-REC.
           READ CATALOG-FILE INTO CATALOG-DATA
               AT END
                   MOVE 1 TO EOF-CATALOG
               NOT AT END
                   IF (CA-COUNT < 400) THEN
                       ADD 1 TO CA-COUNT
                       MOVE CT-DATE     TO CA-DATE(CA-COUNT)
                       MOVE CT-RECORDS  TO CA-RECORDS(CA-COUNT)
                       MOVE CT-SESSIONS TO CA-SESSIONS(CA-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    DELETES EVERY ARCHIVE DATED RETAIN-DAYS OR MORE BEFORE
      *    TODAY, FIRST CARRYING ITS SESSION COUNTS FORWARD PER PLAYER
      ******************************************************************
       5000-PURGE-ARCHIVES.
           IF (RETAIN-DAYS > 0) THEN
               COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE) - RETAIN-DAYS)
               PERFORM 5050-LOAD-PURGED-TOTALS
               PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
                   IF (CA-DATE(CA-IDX) <= CUTOFF-DATE) THEN
                       PERFORM 5100-PURGE-ONE-ARCHIVE
                   END-IF
               END-PERFORM
               IF (PURGED-CHANGED = 1) THEN
                   PERFORM 5300-WRITE-PURGED-TOTALS
               END-IF
           END-IF.
      ******************************************************************
      *    LOADS THE PURGED-SESSION TOTALS (IF PRESENT)
      ******************************************************************
       5050-LOAD-PURGED-TOTALS.
           OPEN INPUT PURGED-FILE
           IF (PURGED-STATUS = '35') THEN
               MOVE 1 TO EOF-PURGED
           ELSE
               PERFORM 5060-READ-PURGED-REC
                   UNTIL EOF-PURGED = 1
               CLOSE PURGED-FILE
           END-IF.
      ******************************************************************
      *    READS ONE PURGED-SESSION TOTALS RECORD
      ******************************************************************
       5060-READ-PURGED-REC.
           READ PURGED-FILE INTO PURGED-DATA
               AT END
                   MOVE 1 TO EOF-PURGED
               NOT AT END
                   IF (PT-COUNT < 200) THEN
                       ADD 1 TO PT-COUNT
                       MOVE PG-PLAYER    TO PT-PLAYER(PT-COUNT)
                       MOVE PG-SESSIONS  TO PT-SESSIONS(PT-COUNT)
                       MOVE PG-COMPLETED TO PT-COMPLETED(PT-COUNT)
                       MOVE PG-WINS      TO PT-WINS(PT-COUNT)
                   END-IF
           END-READ.
      ******************************************************************
      *    READS ONE ARCHIVE THROUGH FOR ITS PER-PLAYER COUNTS, THEN
      *    DELETES IT
      ******************************************************************
       5100-PURGE-ONE-ARCHIVE.
           MOVE CA-DATE(CA-IDX) TO BUILD-DATE
           PERFORM 2300-BUILD-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF (ARCHIVE-STATUS = '00') THEN
               MOVE 0 TO EOF-ARCHIVE
               PERFORM 5200-CARRY-ARCHIVE-REC
                   UNTIL EOF-ARCHIVE = 1
               CLOSE ARCHIVE-FILE
               MOVE 1 TO PURGED-CHANGED
           END-IF
           CALL 'CBL_DELETE_FILE' USING ARCHIVE-FILENAME
               RETURNING DELETE-RESULT
           END-CALL
           MOVE 1 TO CA-PURGED(CA-IDX)
           ADD 1 TO ARCHIVES-PURGED
           COMPUTE RECORDS-PURGED = RECORDS-PURGED
               + CA-RECORDS(CA-IDX) + CA-WRITTEN(CA-IDX)
           COMPUTE SESSIONS-PURGED = SESSIONS-PURGED
               + CA-SESSIONS(CA-IDX) + CA-NEW-SESSIONS(CA-IDX).
      ******************************************************************
      *    COUNTS ONE ARCHIVED HEADER OR TRAILER AGAINST ITS PLAYER
      ******************************************************************
       5200-CARRY-ARCHIVE-REC.
           READ ARCHIVE-FILE INTO AUDIT-DATA
               AT END
                   MOVE 1 TO EOF-ARCHIVE
               NOT AT END
                   IF (A-COMMAND = '*SESSION') THEN
                       MOVE AH-PLAYER TO FIND-PLAYER-ID
                       PERFORM 5250-FIND-PURGED-PLAYER
                       IF (PT-IDX NOT = 0) THEN
                           ADD 1 TO PT-SESSIONS(PT-IDX)
                       END-IF
                   END-IF
                   IF (A-COMMAND = '*SESSEND') THEN
                       MOVE AT-PLAYER TO FIND-PLAYER-ID
                       PERFORM 5250-FIND-PURGED-PLAYER
                       IF (PT-IDX NOT = 0) THEN
                           ADD 1 TO PT-COMPLETED(PT-IDX)
                           IF (AT-OUTCOME = 'W') THEN
                               ADD 1 TO PT-WINS(PT-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      *    FINDS OR ADDS FIND-PLAYER-ID IN PURGED-TABLE, SETTING PT-IDX
      *    (00 WHEN THE TABLE IS FULL)
      ******************************************************************
       5250-FIND-PURGED-PLAYER.
           MOVE 0 TO PT-IDX
           PERFORM VARYING PT-SEARCH-IDX FROM 1 BY 1
               UNTIL PT-SEARCH-IDX > PT-COUNT OR PT-IDX NOT = 0
               IF (PT-PLAYER(PT-SEARCH-IDX) = FIND-PLAYER-ID) THEN
                   MOVE PT-SEARCH-IDX TO PT-IDX
               END-IF
           END-PERFORM
           IF (PT-IDX = 0) THEN
               IF (PT-COUNT < 200) THEN
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT TO PT-IDX
                   MOVE FIND-PLAYER-ID TO PT-PLAYER(PT-IDX)
               ELSE
                   DISPLAY "WARNING: PURGED TOTALS ARE FULL (MAX 200)"
                       " - " FIND-PLAYER-ID " NOT CARRIED FORWARD"
               END-IF
           END-IF.
      ******************************************************************
      *    REWRITES THE PURGED-SESSION TOTALS
      ******************************************************************
       5300-WRITE-PURGED-TOTALS.
           OPEN OUTPUT PURGED-FILE
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT
               MOVE PT-PLAYER(PT-IDX)    TO PG-PLAYER
               MOVE PT-SESSIONS(PT-IDX)  TO PG-SESSIONS
               MOVE PT-COMPLETED(PT-IDX) TO PG-COMPLETED
               MOVE PT-WINS(PT-IDX)      TO PG-WINS
               WRITE PURGED-REC FROM PURGED-DATA
           END-PERFORM
           CLOSE PURGED-FILE.
      ******************************************************************
      *    SORTS CATALOG-TABLE BY DATE AND REWRITES THE CATALOG WITH
      *    EVERY ARCHIVE STILL ON DISK
      ******************************************************************
       6000-WRITE-CATALOG.
           IF (CA-COUNT > 1) THEN
               SUBTRACT 1 FROM CA-COUNT GIVING SORT-LIMIT
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > SORT-LIMIT
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > SORT-LIMIT
                       IF (CA-DATE(SORT-J) > CA-DATE(SORT-J + 1)) THEN
                           PERFORM 6100-SWAP-CATALOG
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > CA-COUNT
               IF (CA-PURGED(CA-IDX) = 0) THEN
                   MOVE CA-DATE(CA-IDX) TO CT-DATE
                   COMPUTE CT-RECORDS = CA-RECORDS(CA-IDX)
                       + CA-WRITTEN(CA-IDX)
                   COMPUTE CT-SESSIONS = CA-SESSIONS(CA-IDX)
                       + CA-NEW-SESSIONS(CA-IDX)
                   WRITE CATALOG-REC FROM CATALOG-DATA
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE.
      ******************************************************************
      *    SWAPS CATALOG-TABLE(SORT-J) AND CATALOG-TABLE(SORT-J + 1)
      ******************************************************************
       6100-SWAP-CATALOG.
           MOVE CATALOG-FIELDS(SORT-J) TO CATALOG-HOLD
           MOVE CATALOG-FIELDS(SORT-J + 1) TO CATALOG-FIELDS(SORT-J)
           MOVE CATALOG-HOLD TO CATALOG-FIELDS(SORT-J + 1).
      ******************************************************************
      *    PRINTS THE CONTROL REPORT - THE LIVE RECORDS READ MUST EQUAL
      *    THOSE ARCHIVED PLUS THOSE KEPT IN THE LIVE LOG
      ******************************************************************
       7000-PRINT-CONTROL-REPORT.
           DISPLAY "--------------- AUDIT ROTATION " RUN-DATE
               " ---------------"
           DISPLAY "  LIVE LOG:               " AUDIT-FILENAME
           DISPLAY "  RECORDS READ:           " RECORDS-READ
           DISPLAY "  SESSIONS READ:          " SESSIONS-READ
           DISPLAY " "
           DISPLAY "----------------- WRITTEN PER ARCHIVE -------------"
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > CA-COUNT
               IF (CA-WRITTEN(CA-IDX) > 0) THEN
                   MOVE CA-DATE(CA-IDX) TO BUILD-DATE
                   PERFORM 2300-BUILD-ARCHIVE-NAME
                   DISPLAY "  " CA-DATE(CA-IDX) "  RECORDS "
                       CA-WRITTEN(CA-IDX) "  SESSIONS "
                       CA-NEW-SESSIONS(CA-IDX) "  " ARCHIVE-FILENAME
               END-IF
           END-PERFORM
           DISPLAY "  RECORDS ARCHIVED:       " RECORDS-ARCHIVED
           DISPLAY "  RECORDS LEFT IN LIVE LOG (SESSION IN PROGRESS): "
               RECORDS-KEPT
           DISPLAY " "
           DISPLAY "----------------- PURGED --------------------------"
           IF (RETAIN-DAYS = 0) THEN
               DISPLAY "  RETENTION IS 0 - ARCHIVES ARE KEPT FOR EVER"
           ELSE
               DISPLAY "  RETAINING " RETAIN-DAYS " DAY(S) - PURGING "
                   "ARCHIVES DATED ON OR BEFORE " CUTOFF-DATE
           END-IF
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > CA-COUNT
               IF (CA-PURGED(CA-IDX) = 1) THEN
                   MOVE CA-DATE(CA-IDX) TO BUILD-DATE
                   PERFORM 2300-BUILD-ARCHIVE-NAME
                   DISPLAY "  " CA-DATE(CA-IDX) "  " ARCHIVE-FILENAME
               END-IF
           END-PERFORM
           DISPLAY "  ARCHIVES PURGED:        " ARCHIVES-PURGED
           DISPLAY "  RECORDS PURGED:         " RECORDS-PURGED
           DISPLAY "  SESSIONS PURGED:        " SESSIONS-PURGED
           DISPLAY " "
           IF (RECORDS-READ = RECORDS-ARCHIVED + RECORDS-KEPT AND
               RECORDS-KEPT = RECORDS-COPIED) THEN
               DISPLAY "  ROTATION BALANCES"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "  WARNING: ROTATION DOES NOT BALANCE - "
                   "CHECK THE ARCHIVES AGAINST " AUDIT-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.
      ******************************************************************
      ******************************************************************
       END PROGRAM AUDIT-ROTATE.
