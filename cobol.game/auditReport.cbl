      * Author: Melissa Christie
      * Date: Aug 21 2026
      * Purpose: Post-session audit summary report for OVERTIME
      * Note: a YYYYMMDD date on the command line reports on that day's
      *       archive (written by AUDIT-ROTATE) instead of audit.log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 AH-PLAYER        PIC X(8).
           03 FILLER           PIC X(36).
      ******************************************************************
      *    SESSION-TRAILER VIEW OF THE SAME RECORD - OVERTIME WRITES
      *    ONE '*SESSEND' RECORD WHEN THE SESSION ENDS
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
      *    SESSIONS TABLE - ONE ENTRY PER SESSION FOUND IN THE LOG
      ******************************************************************
       01 SESSIONS-TABLE.
           05 SE-COMMANDS      PIC 9(5)    VALUE ZEROS.
           05 SE-FIRST-WILL    PIC 999     VALUE ZEROS.
           05 SE-LAST-WILL     PIC 999     VALUE ZEROS.
           05 SE-OUTCOME       PIC X(1)    VALUE '-'.
      ******************************************************************
      *    COMMAND-FREQUENCY TABLE - BUILT UP AS COMMANDS ARE SEEN
      ******************************************************************
           03 SESSION-COUNT    PIC 99      VALUE 00.
           03 SESSION-RAW-COUNT PIC 9(5)   VALUE 0.
           03 SESSION-IDX      PIC 99      VALUE 01.
           03 UNFINISHED-COUNT PIC 99      VALUE 00.
           03 AVG-COMMANDS     PIC 9(5)    VALUE 0.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
               VALUE 'C:\Text-Adventure\cobol.data\'.
           03 AUDIT-NAME       PIC X(30)   VALUE 'audit.log'.
           03 AUDIT-FILENAME   PIC X(60)   VALUE SPACES.
           03 ARCHIVE-PREFIX   PIC X(30)   VALUE 'audit-'.
           03 ARCHIVE-DATE     PIC X(8)    VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      *    MAIN PROGRAM LOGIC
      ******************************************************************
       000-MAINLINE.
           ACCEPT ARCHIVE-DATE FROM COMMAND-LINE
           PERFORM 0050-LOAD-CONFIG
           PERFORM 0100-INITIALIZE-ROOM-TABLE
           OPEN INPUT AUDIT-FILE
           IF (AUDIT-STATUS = '35') THEN
               IF (ARCHIVE-DATE = SPACES) THEN
                   DISPLAY "AUDIT.LOG DOES NOT EXIST - "
                       "NOTHING TO REPORT"
               ELSE
                   DISPLAY "NO ARCHIVE FOR " ARCHIVE-DATE
                       " - NOTHING TO REPORT"
               END-IF
               STOP RUN
           END-IF
           IF (ARCHIVE-DATE NOT = SPACES) THEN
               DISPLAY "REPORTING ON ARCHIVE " AUDIT-FILENAME
           END-IF
               PERFORM 1000-READ-AUDIT-REC
           UNTIL EOF-AUDIT = 1.
           STOP RUN.
      ******************************************************************
      *    READS OVERTIME.CFG (IF PRESENT) AND RESOLVES THE AUDIT.LOG
      *    PATH FROM THE DATA DIRECTORY PLUS FILE NAME - OR THE DATED
      *    ARCHIVE'S PATH WHEN A DATE WAS GIVEN
      ******************************************************************
       0050-LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
                   UNTIL EOF-CONFIG = 1
               CLOSE CONFIG-FILE
           END-IF
           IF (ARCHIVE-DATE = SPACES) THEN
               STRING DATA-DIR DELIMITED BY SPACE
                   AUDIT-NAME DELIMITED BY SPACE
                   INTO AUDIT-FILENAME
           ELSE
               IF (ARCHIVE-DATE IS NOT NUMERIC) THEN
                   DISPLAY "ERROR: ARCHIVE DATE MUST BE YYYYMMDD - "
                       ARCHIVE-DATE
                   STOP RUN
               END-IF
               STRING DATA-DIR DELIMITED BY SPACE
                   ARCHIVE-PREFIX DELIMITED BY SPACE
                   ARCHIVE-DATE DELIMITED BY SIZE
                   '.log' DELIMITED BY SIZE
                   INTO AUDIT-FILENAME
           END-IF.
      ******************************************************************
      *    APPLIES ONE KEY=VALUE LINE FROM OVERTIME.CFG
      ******************************************************************
                           MOVE CF-VALUE TO DATA-DIR
                       WHEN 'AUDIT'
                           MOVE CF-VALUE TO AUDIT-NAME
                       WHEN 'AUDITARCHIVE'
                           MOVE CF-VALUE TO ARCHIVE-PREFIX
                   END-EVALUATE
           END-READ.
      ******************************************************************
           END-PERFORM.
      ******************************************************************
      *    READS ONE AUDIT RECORD AND TALLIES ITS STATISTICS -
      *    '*SESSION' HEADER RECORDS START A NEW SESSION, '*SESSEND'
      *    TRAILER RECORDS END IT, EVERYTHING ELSE IS A COMMAND RECORD
      *    BELONGING TO THE CURRENT SESSION
      ******************************************************************
       1000-READ-AUDIT-REC.
           READ AUDIT-FILE INTO AUDIT-DATA
               NOT AT END
                   IF (A-COMMAND = '*SESSION') THEN
                       PERFORM 1050-START-SESSION
                   END-IF
                   IF (A-COMMAND = '*SESSEND') THEN
                       PERFORM 1060-END-SESSION
                   END-IF
                   IF (A-COMMAND NOT = '*SESSION' AND
                       A-COMMAND NOT = '*SESSEND') THEN
                       ADD 1 TO REC-COUNT
      *                A PRE-SESSION-HEADER AUDIT.LOG HAS NO MARKER
      *                RECORDS AT ALL, SO TREAT IT AS ONE SESSION
                   " PLAYER=" AH-PLAYER " ====="
           END-IF.
      ******************************************************************
      *    RECORDS THE OUTCOME FROM A TRAILER RECORD AGAINST THE
      *    SESSION IT CLOSES
      ******************************************************************
       1060-END-SESSION.
           IF (SESSION-COUNT > 0 AND SESSION-RAW-COUNT <= 50) THEN
               MOVE AT-OUTCOME TO SE-OUTCOME(SESSION-COUNT)
               DISPLAY "===== SESSION " SESSION-COUNT " ENDED OUTCOME="
                   AT-OUTCOME " SCORE=" AT-SCORE " COMMANDS="
                   AT-COMMANDS " ====="
           END-IF.
      ******************************************************************
      *    FINDS OR ADDS A-COMMAND'S SLOT IN COMMAND-COUNTS-TABLE
      ******************************************************************
       1100-TALLY-COMMAND.
                       " SEED=" SE-SEED(SESSION-IDX)
                       " COMMANDS=" SE-COMMANDS(SESSION-IDX)
                       " WILL CHANGE -" WILL-DIFF
                       " OUTCOME=" SE-OUTCOME(SESSION-IDX)
               ELSE
                   COMPUTE WILL-DIFF = SE-LAST-WILL(SESSION-IDX)
                       - SE-FIRST-WILL(SESSION-IDX)
                       " SEED=" SE-SEED(SESSION-IDX)
                       " COMMANDS=" SE-COMMANDS(SESSION-IDX)
                       " WILL CHANGE +" WILL-DIFF
                       " OUTCOME=" SE-OUTCOME(SESSION-IDX)
               END-IF
               IF (SE-OUTCOME(SESSION-IDX) = '-') THEN
                   ADD 1 TO UNFINISHED-COUNT
               END-IF
           END-PERFORM
           COMPUTE AVG-COMMANDS = REC-COUNT / SESSION-COUNT
           DISPLAY "  SESSIONS PLAYED:             " SESSION-COUNT
           DISPLAY "  COMMANDS ACROSS ALL SESSIONS:" REC-COUNT
           DISPLAY "  AVERAGE COMMANDS PER SESSION:" AVG-COMMANDS
           DISPLAY "  SESSIONS WITH NO TRAILER:    " UNFINISHED-COUNT.
      ******************************************************************
      *    PRINTS ROOM-TRAFFIC COUNTS AND THE BUSIEST ROOM
      ******************************************************************
