      * Author: Melissa Christie
      * Date: Aug 21 2026
      * Purpose: Exports audit.log and scores.dat to comma-delimited
      *          files for spreadsheet analysis. The audit export
      *          can also be run against one day's archive written by
      *          AUDIT-ROTATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 SCORES-NAME       PIC X(30)   VALUE 'scores.dat'.
           03 SCORES-CSV-NAME   PIC X(30)   VALUE 'scores.csv'.
           03 AUDIT-FILENAME    PIC X(60)   VALUE SPACES.
           03 LIVE-AUDIT-FILENAME PIC X(60) VALUE SPACES.
           03 ARCHIVE-PREFIX    PIC X(30)   VALUE 'audit-'.
           03 ARCHIVE-DATE      PIC X(8)    VALUE SPACES.
           03 AUDIT-CSV-FILENAME PIC X(60)  VALUE SPACES.
           03 SCORES-FILENAME   PIC X(60)   VALUE SPACES.
           03 SCORES-CSV-FILENAME PIC X(60) VALUE SPACES.
           END-IF
           STRING DATA-DIR DELIMITED BY SPACE
               AUDIT-NAME DELIMITED BY SPACE
               INTO LIVE-AUDIT-FILENAME
           STRING DATA-DIR DELIMITED BY SPACE
               AUDIT-CSV-NAME DELIMITED BY SPACE
               INTO AUDIT-CSV-FILENAME
                           MOVE CF-VALUE TO DATA-DIR
                       WHEN 'AUDIT'
                           MOVE CF-VALUE TO AUDIT-NAME
                       WHEN 'AUDITARCHIVE'
                           MOVE CF-VALUE TO ARCHIVE-PREFIX
                       WHEN 'AUDITCSV'
                           MOVE CF-VALUE TO AUDIT-CSV-NAME
                       WHEN 'SCORES'
           DISPLAY "WHICH FILE DO YOU WANT TO EXPORT?".
           DISPLAY "  (A)UDIT.LOG  (S)CORES.DAT  (Q)UIT".
      ******************************************************************
      *    EXPORTS AUDIT.LOG, OR THE ARCHIVE FOR A CHOSEN DATE, TO
      *    AUDIT.CSV
      ******************************************************************
       1000-EXPORT-AUDIT.
           DISPLAY "ARCHIVE DATE YYYYMMDD (BLANK FOR LIVE AUDIT.LOG): "
           MOVE SPACES TO ARCHIVE-DATE
           ACCEPT ARCHIVE-DATE
           IF (ARCHIVE-DATE = SPACES) THEN
               MOVE LIVE-AUDIT-FILENAME TO AUDIT-FILENAME
               PERFORM 1050-EXPORT-AUDIT-FILE
           ELSE
               IF (ARCHIVE-DATE IS NUMERIC) THEN
                   MOVE SPACES TO AUDIT-FILENAME
                   STRING DATA-DIR DELIMITED BY SPACE
                       ARCHIVE-PREFIX DELIMITED BY SPACE
                       ARCHIVE-DATE DELIMITED BY SIZE
                       '.log' DELIMITED BY SIZE
                       INTO AUDIT-FILENAME
                   PERFORM 1050-EXPORT-AUDIT-FILE
               ELSE
                   DISPLAY "INVALID DATE - MUST BE YYYYMMDD"
               END-IF
           END-IF.
      ******************************************************************
      *    EXPORTS THE AUDIT FILE NAMED IN AUDIT-FILENAME TO AUDIT.CSV
      ******************************************************************
       1050-EXPORT-AUDIT-FILE.
           MOVE 0 TO REC-COUNT
           MOVE 0 TO EOF-FILE
           MOVE 0 TO SESSION-NUM
           OPEN INPUT AUDIT-FILE.
           IF (AUDIT-STATUS = '35') THEN
               IF (ARCHIVE-DATE = SPACES) THEN
                   DISPLAY "AUDIT.LOG DOES NOT EXIST - "
                       "NOTHING TO EXPORT"
               ELSE
                   DISPLAY "NO ARCHIVE FOR " ARCHIVE-DATE
                       " - NOTHING TO EXPORT"
               END-IF
           ELSE
               OPEN OUTPUT AUDIT-CSV-FILE
               MOVE "SESSION,COMMAND,PARM,ROOM,WILL-TO-LIVE"
      ******************************************************************
      *    CONVERTS ONE AUDIT-DATA RECORD INTO A CSV LINE - EACH
      *    '*SESSION' HEADER BUMPS THE SESSION COLUMN INSTEAD OF
      *    BECOMING A ROW OF ITS OWN, AND '*SESSEND' TRAILERS ARE
      *    SKIPPED
      ******************************************************************
       1100-EXPORT-AUDIT-REC.
           READ AUDIT-FILE INTO AUDIT-DATA
               NOT AT END
                   IF (A-COMMAND = '*SESSION') THEN
                       ADD 1 TO SESSION-NUM
                   END-IF
                   IF (A-COMMAND NOT = '*SESSION' AND
                       A-COMMAND NOT = '*SESSEND') THEN
                       IF (SESSION-NUM = 0) THEN
                           MOVE 1 TO SESSION-NUM
                       END-IF
