      * Purpose: Browses the DATA-MAINTENANCE change log, which holds
      *          one record per add/change/delete with a timestamp and
      *          the full before and after record images. Can show the
      *          whole log, one date, or one data file's edits, or just
      *          the changes DATA-PROMOTE carried over from the test
      *          dataset (actions P-ADD, P-CHG and P-DEL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 BROWSE-CHOICE    PIC X(1)    VALUE SPACES.
           03 FILTER-DATE      PIC X(8)    VALUE SPACES.
           03 FILTER-FILE      PIC X(8)    VALUE SPACES.
           03 FILTER-PROMOTED  PIC 9       VALUE 0.
           03 EOF-CONFIG       PIC 9       VALUE 0.
           03 CONFIG-STATUS    PIC XX      VALUE '00'.
           03 CONFIG-LINE      PIC X(80)   VALUE SPACES.
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           DISPLAY "BROWSE CHANGE LOG: (A)LL  BY (D)ATE  BY (F)ILE  "
               "(P)ROMOTIONS"
           ACCEPT BROWSE-CHOICE
           IF (BROWSE-CHOICE = 'D' OR BROWSE-CHOICE = 'd') THEN
               DISPLAY "ENTER DATE (YYYYMMDD): "
               ACCEPT FILTER-DATE
           END-IF
           IF (BROWSE-CHOICE = 'F' OR BROWSE-CHOICE = 'f') THEN
               DISPLAY "ENTER FILE (ROOMS/ITEMS/MONSTERS/SHOP/QUESTS/"
                   "EVENTS/NARRATIV/DOORS/ACHIEVE):"
               ACCEPT FILTER-FILE
           END-IF
           IF (BROWSE-CHOICE = 'P' OR BROWSE-CHOICE = 'p') THEN
               MOVE 1 TO FILTER-PROMOTED
           END-IF
           OPEN INPUT MAINTLOG-FILE
           IF (MAINTLOG-STATUS = '35') THEN
               DISPLAY "NO CHANGE LOG EXISTS YET - NOTHING TO REPORT"
           END-READ.
      ******************************************************************
      *    READS ONE CHANGE-LOG RECORD AND PRINTS IT IF IT PASSES
      *    THE DATE, FILE OR PROMOTION FILTER
      ******************************************************************
       1000-READ-LOG-REC.
           READ MAINTLOG-FILE INTO MAINTLOG-DATA
                       ML-DATE = FILTER-DATE) THEN
                       IF (FILTER-FILE = SPACES OR
                           ML-FILE = FILTER-FILE) THEN
                           IF (FILTER-PROMOTED = 0 OR
                               ML-ACTION(1:2) = 'P-') THEN
                               ADD 1 TO SHOWN-COUNT
                               PERFORM 2000-PRINT-LOG-REC
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       2000-PRINT-LOG-REC.
           DISPLAY "--------------------------------------------------"
           IF (ML-ACTION(1:2) = 'P-') THEN
               DISPLAY ML-DATE " " ML-TIME "  " ML-FILE " " ML-ACTION
                   "  KEY " ML-KEY "  (PROMOTED FROM TEST)"
           ELSE
               DISPLAY ML-DATE " " ML-TIME "  " ML-FILE " " ML-ACTION
                   "  KEY " ML-KEY
           END-IF
           DISPLAY "  BEFORE: " ML-BEFORE
           DISPLAY "  AFTER:  " ML-AFTER.
      ******************************************************************
