      *       see the identical monster placement and wandering the
      *       original session did. Without the seed the replay falls
      *       back to the wall clock and can diverge.
      *       A YYYYMMDD date on the command line, before or after the
      *       script name, replays the last session in that day's
      *       archive (written by AUDIT-ROTATE) instead of audit.log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 REC-COUNT         PIC 9(5)    VALUE 0.
           03 REPLAY-LINE       PIC X(22)   VALUE SPACES.
           03 OUTPUT-FILENAME   PIC X(60)   VALUE SPACES.
           03 COMMAND-ARGS      PIC X(80)   VALUE SPACES.
           03 COMMAND-ARG-1     PIC X(60)   VALUE SPACES.
           03 COMMAND-ARG-2     PIC X(60)   VALUE SPACES.
           03 ARCHIVE-DATE      PIC X(8)    VALUE SPACES.
           03 ARCHIVE-PREFIX    PIC X(30)   VALUE 'audit-'.
           03 EOF-CONFIG        PIC 9       VALUE 0.
           03 CONFIG-STATUS     PIC XX      VALUE '00'.
           03 CONFIG-LINE       PIC X(80)   VALUE SPACES.
      ******************************************************************
       000-MAINLINE.
           PERFORM 0050-LOAD-CONFIG
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE
           UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
               INTO COMMAND-ARG-1
                    COMMAND-ARG-2
           END-UNSTRING
           PERFORM 0070-TAKE-ARGUMENT
           MOVE COMMAND-ARG-2 TO COMMAND-ARG-1
           PERFORM 0070-TAKE-ARGUMENT
           IF (ARCHIVE-DATE NOT = SPACES) THEN
               MOVE SPACES TO AUDIT-FILENAME
               STRING DATA-DIR DELIMITED BY SPACE
                   ARCHIVE-PREFIX DELIMITED BY SPACE
                   ARCHIVE-DATE DELIMITED BY SIZE
                   '.log' DELIMITED BY SIZE
                   INTO AUDIT-FILENAME
           END-IF
           IF (OUTPUT-FILENAME = SPACES) THEN
               STRING DATA-DIR DELIMITED BY SPACE
                   REPLAY-NAME DELIMITED BY SPACE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF (AUDIT-STATUS = '35') THEN
               IF (ARCHIVE-DATE = SPACES) THEN
                   DISPLAY "AUDIT.LOG DOES NOT EXIST - "
                       "NO SCRIPT WRITTEN"
               ELSE
                   DISPLAY "NO ARCHIVE FOR " ARCHIVE-DATE
                       " - NO SCRIPT WRITTEN"
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT COMMAND-FILE.
               AUDIT-NAME DELIMITED BY SPACE
               INTO AUDIT-FILENAME.
      ******************************************************************
      *    TAKES ONE COMMAND-LINE ARGUMENT - EIGHT DIGITS ARE AN
      *    ARCHIVE DATE, ANYTHING ELSE IS THE OUTPUT SCRIPT NAME
      ******************************************************************
       0070-TAKE-ARGUMENT.
           IF (COMMAND-ARG-1 NOT = SPACES) THEN
               IF (COMMAND-ARG-1(1:8) IS NUMERIC AND
                   COMMAND-ARG-1(9:) = SPACES) THEN
                   MOVE COMMAND-ARG-1(1:8) TO ARCHIVE-DATE
               ELSE
                   MOVE COMMAND-ARG-1 TO OUTPUT-FILENAME
               END-IF
           END-IF.
      ******************************************************************
      *    APPLIES ONE KEY=VALUE LINE FROM OVERTIME.CFG
      ******************************************************************
       0060-READ-CONFIG-REC.
                           MOVE CF-VALUE TO DATA-DIR
                       WHEN 'AUDIT'
                           MOVE CF-VALUE TO AUDIT-NAME
                       WHEN 'AUDITARCHIVE'
                           MOVE CF-VALUE TO ARCHIVE-PREFIX
                       WHEN 'REPLAY'
                           MOVE CF-VALUE TO REPLAY-NAME
                   END-EVALUATE
      ******************************************************************
      *    REFORMATS ONE AUDIT RECORD INTO A COMMAND-FILE LINE - A
      *    '*SESSION' HEADER RESTARTS THE OUTPUT SO ONLY THE MOST
      *    RECENT SESSION SURVIVES AS THE REPLAY SCRIPT, AND THE
      *    '*SESSEND' TRAILER IS NOT A COMMAND SO IS LEFT OUT
      ******************************************************************
       1000-REPLAY-AUDIT-REC.
           READ AUDIT-FILE INTO AUDIT-DATA
                       CLOSE COMMAND-FILE
                       OPEN OUTPUT COMMAND-FILE
                       MOVE 0 TO REC-COUNT
                   END-IF
                   IF (A-COMMAND NOT = '*SESSION' AND
                       A-COMMAND NOT = '*SESSEND') THEN
                       ADD 1 TO REC-COUNT
                       MOVE SPACES TO REPLAY-LINE
                       STRING A-COMMAND DELIMITED BY SPACE
