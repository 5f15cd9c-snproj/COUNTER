      * Purpose: UNATTENDED NIGHT-JOB DRIVER. READS A RUN-CONTROL FILE
      *          (NIGHTJOB.DAT) NAMING THE DICTIONARY AND THE STEPS TO
      *          EXECUTE IN ORDER -- BATCH, REPORT A/C, EXTRACT,
      *          LEADERBOARD, CLOSE [PERIOD], RECON <CUTOFF>,
      *          REPWRT [REQUEST FILE], BACKUP -- AND RUNS THEM WITH
      *          NO OPERATOR AT THE MENU.
      *          THE LEADERBOARD STEP WRITES THE RANKED LIST TO
      *          LEADER.TXT INSTEAD OF THE SCREEN. EACH STEP IS LOGGED
      *          TO NIGHTLOG.TXT WITH A SUCCESS/FAILURE LINE; THE FIRST
      *          FAILURE STOPS THE SEQUENCE AND THE JOB RETURN CODE IS
      *          SET FOR THE SCHEDULER (0 GOOD, 4 WARNINGS, 8 FAILED).
      *          THE RECON STEP HANDS ITS PARAMETERS TO THE RECON
      *          PROGRAM THROUGH RECONPARM.DAT AND CALLS IT; THE REPWRT
      *          STEP DOES THE SAME FOR THE REPORT WRITER THROUGH
      *          REPWPARM.DAT. CLOSE
      *          WITH NO PERIOD CLOSES THE OPEN FISCAL CALENDAR PERIOD
      *          ONCE ITS END DATE HAS BEEN REACHED. BATCH TALLIES
      *          ARE POSTED TO THE DAILY ACTIVITY LEDGER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT CATMAST-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATMAST-FILE-STATUS.
           SELECT RECONPARM-FILE ASSIGN TO "RECONPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECONPARM-FILE-STATUS.
           SELECT REPWPARM-FILE ASSIGN TO "REPWPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPWPARM-FILE-STATUS.
           SELECT SYNONYM-FILE ASSIGN TO DYNAMIC SYNONYM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYNONYM-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT BACKGEN-FILE ASSIGN TO DYNAMIC BACKGEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKGEN-FILE-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO DYNAMIC ACTIVITY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ACTIVITY-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NIGHTJOB-FILE
       FD  AUDIT-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  AUDIT-LINE          PIC X(400).
       FD  CALENDAR-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CALENDAR-RECORD.
           05 CAL-R-PERIOD-ID  PIC X(8).
           05 CAL-R-START      PIC X(8).
           05 CAL-R-END        PIC X(8).
           05 CAL-R-STATUS     PIC X(1).
           05 CAL-R-CLOSE-DATE PIC X(8).
           05 CAL-R-CLOSE-OPER PIC X(3).
           05 FILLER           PIC X(4).
       FD  CATMAST-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  CATMAST-RECORD.
           05 FILLER           PIC X(1).
           05 RP-CUTOFF        PIC X(8).
           05 FILLER           PIC X(6).
       FD  REPWPARM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  REPWPARM-RECORD.
           05 WP-MODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 WP-DICT          PIC X(20).
           05 FILLER           PIC X(1).
           05 WP-REQUEST       PIC X(40).
           05 FILLER           PIC X(4).
       FD  SYNONYM-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  SYNONYM-RECORD.
       FD  ALERT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  ALERT-LINE          PIC X(160).
       FD  BACKUP-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  BACKUP-RECORD.
           05 BK-TYPE          PIC X(1).
           05 BK-WORD          PIC X(100).
           05 BK-TALLY         PIC S9(3) SIGN LEADING SEPARATE.
           05 BK-CATEGORY      PIC X(10).
           05 FILLER           PIC X(15).
       01  BACKUP-CONTROL.
           05 BC-TYPE          PIC X(1).
           05 BC-DATE          PIC X(8).
           05 BC-TIME          PIC X(8).
           05 BC-DICT          PIC X(20).
           05 BC-COUNT         PIC 9(7).
           05 BC-HASH          PIC S9(11) SIGN LEADING SEPARATE.
           05 BC-GEN           PIC 9(4).
           05 BC-OPER          PIC X(3).
           05 FILLER           PIC X(67).
       FD  BACKGEN-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  BACKGEN-RECORD.
           05 BG-GEN           PIC 9(4).
           05 BG-FILE-NAME     PIC X(40).
           05 BG-DATE          PIC X(8).
           05 BG-TIME          PIC X(8).
           05 BG-COUNT         PIC 9(7).
           05 BG-HASH          PIC S9(11) SIGN LEADING SEPARATE.
           05 BG-OPER          PIC X(3).
           05 BG-SOURCE        PIC X(8).
       FD  ACTIVITY-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  ACTIVITY-RECORD.
           05 AL-KEY.
               10 AL-DATE      PIC X(8).
               10 AL-WORD      PIC X(100).
           05 AL-CATEGORY      PIC X(10).
           05 AL-KEYBOARD      PIC S9(7).
           05 AL-BATCH         PIC S9(7).
           05 AL-DOCUMENT      PIC S9(7).
           05 AL-CONSOL        PIC S9(7).
           05 AL-NIGHTRUN      PIC S9(7).
           05 FILLER           PIC X(7).
       FD  CONTROL-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CONTROL-RECORD.
           05 CT-DATE          PIC X(8).
           05 CT-TIME          PIC X(8).
           05 CT-PROGRAM       PIC X(8).
           05 CT-OPER          PIC X(3).
           05 CT-OPEN-COUNT    PIC 9(7).
           05 CT-OPEN-HASH     PIC S9(11) SIGN LEADING SEPARATE.
           05 CT-KEYBOARD      PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-BATCH         PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-DOCUMENT      PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-CONSOL        PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-NIGHTRUN      PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-OTHER         PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-CLOSE-COUNT   PIC 9(7).
           05 CT-CLOSE-HASH    PIC S9(11) SIGN LEADING SEPARATE.
           05 CT-OVERRIDE      PIC X(1).
           05 FILLER           PIC X(24).
       WORKING-STORAGE SECTION.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 DICT-FILE-NAME    PIC X(40) VALUE "DICT.DAT".
       77 EXTRACT-FILE-NAME PIC X(40) VALUE "EXTRACT.DAT".
       77 AUDIT-FILE-NAME   PIC X(40) VALUE "AUDIT.LOG".
       77 LOCK-FILE-NAME    PIC X(40) VALUE "DICT.LCK".
       77 ACTIVITY-FILE-NAME PIC X(40) VALUE "ACTIVITY.DAT".
       77 ACTIVITY-FILE-STATUS PIC XX.
       77 ACTIVITY-OPEN     PIC X(1) VALUE "N".
       77 ACTIVITY-FOUND    PIC X(1).
       77 ACTIVITY-AMOUNT   PIC S9(7).
       77 CONTROL-FILE-NAME PIC X(40) VALUE "CONTROL.DAT".
       77 CONTROL-FILE-STATUS PIC XX.
       77 CONTROL-EOF-FLAG  PIC X VALUE "N".
       77 CONTROL-ON-FILE   PIC X(1).
       77 CONTROL-MATCHED   PIC X(1).
       77 CONTROL-OVERRIDE  PIC X(1) VALUE "N".
       77 CONTROL-LAST-DATE PIC X(8).
       77 CONTROL-LAST-PROGRAM PIC X(8).
       77 CONTROL-LAST-COUNT PIC 9(7).
       77 CONTROL-LAST-HASH PIC S9(11).
       77 RUN-OPEN-COUNT    PIC 9(7).
       77 RUN-OPEN-HASH     PIC S9(11).
       77 RUN-NIGHTRUN      PIC S9(9) VALUE 0.
       77 NIGHTJOB-FILE-STATUS PIC XX.
       77 NIGHTLOG-FILE-STATUS PIC XX.
       77 DICT-FILE-STATUS  PIC XX.
       77 CATMAST-FILE-STATUS PIC XX.
       77 LOCK-FILE-STATUS  PIC XX.
       77 RECONPARM-FILE-STATUS PIC XX.
       77 REPWPARM-FILE-STATUS PIC XX.
       77 NIGHTJOB-EOF-FLAG PIC X VALUE "N".
       77 NIGHT-RUN-DATE    PIC X(8).
       77 NIGHT-RUN-TIME    PIC X(8).
       77 STEP-FAILED       PIC X(1).
       77 STEP-RESULT       PIC X(60).
       77 RECON-RC          PIC 9(4).
       77 REPWRT-RC         PIC 9(4).
       77 DICT-SCAN-EOF     PIC X(1).
       77 DEFAULT-CATEGORY  PIC X(10) VALUE "UNASSIGNED".
       77 TRANS-EOF-FLAG    PIC X VALUE "N".
       77 HIST-EOF-FLAG     PIC X VALUE "N".
       77 CLOSE-PERIOD-ID   PIC X(8).
       77 CLOSE-ENTRY-COUNT PIC 9999 VALUE 0.
       77 CLOSE-NOT-DUE     PIC X(1).
       77 CLOSE-NEW-COUNT   PIC 9999 VALUE 0.
       77 CLOSE-DROPPED-COUNT PIC 9999 VALUE 0.
       77 CLOSE-UP-COUNT    PIC 9999 VALUE 0.
       77 PRIOR-PTR         PIC 9999.
       77 PRIOR-FULL-WARNED PIC X(1) VALUE "N".
       77 PRIOR-FOUND-PTR   PIC 9999.
       77 CALENDAR-FILE-NAME PIC X(40) VALUE "CALENDAR.DAT".
       77 CALENDAR-FILE-STATUS PIC XX.
       77 CALENDAR-EOF-FLAG PIC X VALUE "N".
       77 CALENDAR-COUNT    PIC 999 VALUE 0.
       77 CALENDAR-PTR      PIC 999.
       77 CALENDAR-FOUND-PTR PIC 999.
       77 CALENDAR-OPEN-PTR PIC 999.
       77 CALENDAR-TODAY    PIC X(8).
       77 CALENDAR-REFUSED  PIC X(1).
       77 CALENDAR-REASON   PIC X(60).
       77 CALENDAR-SAVED    PIC X(1).
       77 CALENDAR-DATES-TEXT PIC X(24).
       77 CALMAINT-ID       PIC X(8).
       77 AUDIT-ACTION      PIC X(10).
       77 AUDIT-WORD        PIC X(100).
       77 AUDIT-OLD-TEXT    PIC X(100).
       77 WATCH-TALLY-EDIT  PIC -------9.
       77 ALERT-FILE-NAME   PIC X(40) VALUE "ALERTS.DAT".
       77 ALERT-FILE-STATUS PIC XX.
       77 BACKUP-FILE-NAME  PIC X(40).
       77 BACKUP-FILE-STATUS PIC XX.
       77 BACKGEN-FILE-NAME PIC X(40) VALUE "BACKGEN.DAT".
       77 BACKGEN-FILE-STATUS PIC XX.
       77 BACKGEN-EOF-FLAG  PIC X VALUE "N".
       77 BACKGEN-COUNT     PIC 99 VALUE 0.
       77 BACKGEN-PTR       PIC 99.
       77 BACKGEN-FOUND-PTR PIC 99.
       77 BACKUP-KEEP-GENS  PIC 99 VALUE 7.
       77 BACKUP-GEN        PIC 9(4).
       77 BACKUP-SLOT       PIC 99.
       77 BACKUP-COUNT      PIC 9(7).
       77 BACKUP-HASH       PIC S9(11).
       77 BACKUP-COUNT-EDIT PIC Z(6)9.
       77 BACKUP-HASH-EDIT  PIC -(11)9.
       77 BACKUP-SOURCE     PIC X(8).
       77 BACKUP-OK         PIC X(1).
       77 BACKUP-REASON     PIC X(40).
       77 BACKUP-WRITE-OK   PIC X(1).
       01 RESERVED-WORD-TABLE.
           05 FILLER PIC X(11) VALUE "DISPLAY".
           05 FILLER PIC X(11) VALUE "AMEND".
           05 FILLER PIC X(11) VALUE "ARCHIVE".
           05 FILLER PIC X(11) VALUE "CATMAINT".
           05 FILLER PIC X(11) VALUE "SYNONYM".
           05 FILLER PIC X(11) VALUE "OPERMAINT".
           05 FILLER PIC X(11) VALUE "BACKUP".
           05 FILLER PIC X(11) VALUE "RESTORE".
           05 FILLER PIC X(11) VALUE "CALMAINT".
           05 FILLER PIC X(11) VALUE "PURGE".
           05 FILLER PIC X(11) VALUE "REINSTATE".
           05 FILLER PIC X(11) VALUE "RATEMAINT".
           05 FILLER PIC X(11) VALUE "BROWSE".
       01 RESERVED-WORDS REDEFINES RESERVED-WORD-TABLE.
           05 RESERVED-WORD OCCURS 32 TIMES PIC X(11).
       01 CATMAST-TABLE.
           05 CAT-MASTER-ENTRY OCCURS 200 TIMES.
               10 CAT-M-CODE   PIC X(10).
               10 CAT-M-DESC   PIC X(40).
               10 CAT-M-ACTIVE PIC X(1).
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 200 TIMES.
               10 CAL-M-PERIOD-ID PIC X(8).
               10 CAL-M-START  PIC X(8).
               10 CAL-M-END    PIC X(8).
               10 CAL-M-STATUS PIC X(1).
               10 CAL-M-CLOSE-DATE PIC X(8).
               10 CAL-M-CLOSE-OPER PIC X(3).
       01 PRIOR-DICT.
           05 PRIOR-ENTRY OCCURS 5000 TIMES.
               10 PRIOR-WORD   PIC X(100).
           05 SYNONYM-ENTRY OCCURS 500 TIMES.
               10 SYN-ALIAS    PIC X(100).
               10 SYN-CANON    PIC X(100).
       01 BACKGEN-TABLE.
           05 BACKGEN-ENTRY OCCURS 99 TIMES.
               10 BG-M-GEN     PIC 9(4).
               10 BG-M-FILE-NAME PIC X(40).
               10 BG-M-DATE    PIC X(8).
               10 BG-M-TIME    PIC X(8).
               10 BG-M-COUNT   PIC 9(7).
               10 BG-M-HASH    PIC S9(11) SIGN LEADING SEPARATE.
               10 BG-M-OPER    PIC X(3).
               10 BG-M-SOURCE  PIC X(8).
       01 WATCH-TABLE.
           05 WATCH-ENTRY OCCURS 200 TIMES.
               10 WATCH-TYPE   PIC X(1).
               CLOSE NIGHTJOB-FILE
           END-IF.
           IF JOB-OPENED EQUAL TO "Y" THEN
               PERFORM CONTROL-WRITE-CLOSING
               IF ACTIVITY-OPEN EQUAL TO "Y" THEN
                   CLOSE ACTIVITY-FILE
               END-IF
               CLOSE DICT-FILE
               PERFORM LOCK-RELEASE
           END-IF.
                           PERFORM STEP-CLOSE
                       WHEN "RECON"
                           PERFORM STEP-RECON
                       WHEN "REPWRT"
                           PERFORM STEP-REPWRT
                       WHEN "BACKUP"
                           PERFORM STEP-BACKUP
                       WHEN OTHER
                           MOVE "Y" TO STEP-FAILED
                           MOVE "UNKNOWN STEP" TO STEP-RESULT
                           TO STEP-RESULT
                       PERFORM LOCK-RELEASE
                   ELSE
                       PERFORM CONTROL-CHECK-OPENING
                   END-IF
               END-IF
           END-IF.
       CONTROL-CHECK-OPENING.
           PERFORM BACKUP-TOTALS.
           MOVE BACKUP-COUNT TO RUN-OPEN-COUNT.
           MOVE BACKUP-HASH TO RUN-OPEN-HASH.
           MOVE "Y" TO CONTROL-MATCHED.
           PERFORM CONTROL-LOAD-LAST.
           IF CONTROL-ON-FILE EQUAL TO "Y" THEN
               IF RUN-OPEN-COUNT NOT EQUAL TO CONTROL-LAST-COUNT OR
                  RUN-OPEN-HASH NOT EQUAL TO CONTROL-LAST-HASH THEN
                   MOVE "N" TO CONTROL-MATCHED
               END-IF
           END-IF.
           IF CONTROL-MATCHED EQUAL TO "Y" THEN
               MOVE "Y" TO JOB-OPENED
               PERFORM SYNONYM-LOAD
               PERFORM WATCH-LOAD
               PERFORM ACTIVITY-OPEN-LEDGER
           ELSE
               MOVE CONTROL-LAST-COUNT TO BACKUP-COUNT-EDIT
               MOVE CONTROL-LAST-HASH TO BACKUP-HASH-EDIT
               MOVE SPACES TO NIGHTLOG-LINE
               STRING "LAST RUN " DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-LAST-PROGRAM)
                   DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   CONTROL-LAST-DATE DELIMITED BY SIZE
                   " CLOSED WITH " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
                   " ENTRIES, TALLY HASH " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
                   INTO NIGHTLOG-LINE
               WRITE NIGHTLOG-LINE
               MOVE RUN-OPEN-COUNT TO BACKUP-COUNT-EDIT
               MOVE RUN-OPEN-HASH TO BACKUP-HASH-EDIT
               MOVE SPACES TO NIGHTLOG-LINE
               STRING "DICTIONARY NOW HOLDS " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
                   " ENTRIES, TALLY HASH " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
                   ". A SUPERVISOR MUST OVERRIDE IN COUNTER."
                   DELIMITED BY SIZE
                   INTO NIGHTLOG-LINE
               WRITE NIGHTLOG-LINE
               MOVE "Y" TO STEP-FAILED
               MOVE "OPENING CONTROL TOTALS DO NOT MATCH LAST RUN"
                   TO STEP-RESULT
               CLOSE DICT-FILE
               PERFORM LOCK-RELEASE
           END-IF.
       CONTROL-LOAD-LAST.
           MOVE "N" TO CONTROL-ON-FILE.
           MOVE "N" TO CONTROL-EOF-FLAG.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL CONTROL-EOF-FLAG EQUAL TO "Y"
                   READ CONTROL-FILE
                       AT END
                           MOVE "Y" TO CONTROL-EOF-FLAG
                       NOT AT END
                           MOVE "Y" TO CONTROL-ON-FILE
                           MOVE CT-DATE TO CONTROL-LAST-DATE
                           MOVE CT-PROGRAM TO CONTROL-LAST-PROGRAM
                           MOVE CT-CLOSE-COUNT TO CONTROL-LAST-COUNT
                           MOVE CT-CLOSE-HASH TO CONTROL-LAST-HASH
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.
       CONTROL-WRITE-CLOSING.
           PERFORM BACKUP-TOTALS.
           MOVE SPACES TO CONTROL-RECORD.
           ACCEPT CT-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-TIME FROM TIME.
           MOVE "NIGHTRUN" TO CT-PROGRAM.
           MOVE OPERATOR-ID TO CT-OPER.
           MOVE RUN-OPEN-COUNT TO CT-OPEN-COUNT.
           MOVE RUN-OPEN-HASH TO CT-OPEN-HASH.
           MOVE 0 TO CT-KEYBOARD.
           MOVE 0 TO CT-BATCH.
           MOVE 0 TO CT-DOCUMENT.
           MOVE 0 TO CT-CONSOL.
           MOVE RUN-NIGHTRUN TO CT-NIGHTRUN.
           COMPUTE CT-OTHER = BACKUP-HASH - RUN-OPEN-HASH
               - RUN-NIGHTRUN.
           MOVE BACKUP-COUNT TO CT-CLOSE-COUNT.
           MOVE BACKUP-HASH TO CT-CLOSE-HASH.
           MOVE CONTROL-OVERRIDE TO CT-OVERRIDE.
           OPEN EXTEND CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT EQUAL TO "00" THEN
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           MOVE SPACES TO NIGHTLOG-LINE.
           IF CONTROL-FILE-STATUS EQUAL TO "00" THEN
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
               MOVE BACKUP-COUNT TO BACKUP-COUNT-EDIT
               MOVE BACKUP-HASH TO BACKUP-HASH-EDIT
               STRING "CLOSING CONTROL TOTALS RECORDED: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
                   " ENTRIES, TALLY HASH " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
                   INTO NIGHTLOG-LINE
           ELSE
               STRING "COULD NOT WRITE " DELIMITED BY SIZE
                   FUNCTION TRIM(CONTROL-FILE-NAME) DELIMITED BY SIZE
                   ". STATUS: " DELIMITED BY SIZE
                   CONTROL-FILE-STATUS DELIMITED BY SIZE
                   INTO NIGHTLOG-LINE
               IF JOB-RC IS LESS THAN 4 THEN
                   MOVE 4 TO JOB-RC
               END-IF
           END-IF.
           WRITE NIGHTLOG-LINE.
       ACTIVITY-OPEN-LEDGER.
           MOVE "N" TO ACTIVITY-OPEN.
           OPEN I-O ACTIVITY-FILE.
           IF ACTIVITY-FILE-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN I-O ACTIVITY-FILE
           END-IF.
           IF ACTIVITY-FILE-STATUS EQUAL TO "00" THEN
               MOVE "Y" TO ACTIVITY-OPEN
           ELSE
               MOVE SPACES TO NIGHTLOG-LINE
               STRING "COULD NOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(ACTIVITY-FILE-NAME) DELIMITED BY SIZE
                   ". DAILY ACTIVITY NOT RECORDED." DELIMITED BY SIZE
                   INTO NIGHTLOG-LINE
               WRITE NIGHTLOG-LINE
           END-IF.
       ACTIVITY-POST.
           ADD ACTIVITY-AMOUNT TO RUN-NIGHTRUN.
           IF ACTIVITY-OPEN EQUAL TO "Y" THEN
               ACCEPT AL-DATE FROM DATE YYYYMMDD
               MOVE DR-WORD-ENTRY TO AL-WORD
               READ ACTIVITY-FILE
                   INVALID KEY
                       MOVE "N" TO ACTIVITY-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO ACTIVITY-FOUND
               END-READ
               IF ACTIVITY-FOUND NOT EQUAL TO "Y" THEN
                   MOVE 0 TO AL-KEYBOARD
                   MOVE 0 TO AL-BATCH
                   MOVE 0 TO AL-DOCUMENT
                   MOVE 0 TO AL-CONSOL
                   MOVE 0 TO AL-NIGHTRUN
               END-IF
               MOVE DR-CATEGORY TO AL-CATEGORY
               ADD ACTIVITY-AMOUNT TO AL-NIGHTRUN
               IF ACTIVITY-FOUND EQUAL TO "Y" THEN
                   REWRITE ACTIVITY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE ACTIVITY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF ACTIVITY-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE SPACES TO NIGHTLOG-LINE
                   STRING "COULD NOT POST ACTIVITY FOR "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AL-WORD) DELIMITED BY SIZE
                       ". STATUS: " DELIMITED BY SIZE
                       ACTIVITY-FILE-STATUS DELIMITED BY SIZE
                       INTO NIGHTLOG-LINE
                   WRITE NIGHTLOG-LINE
               END-IF
           END-IF.
       SYNONYM-LOAD.
           MOVE 0 TO SYNONYM-COUNT.
           MOVE "N" TO SYNONYM-EOF-FLAG.
               MOVE "EXTRACT.DAT" TO EXTRACT-FILE-NAME
               MOVE "AUDIT.LOG" TO AUDIT-FILE-NAME
               MOVE "DICT.LCK" TO LOCK-FILE-NAME
               MOVE "ACTIVITY.DAT" TO ACTIVITY-FILE-NAME
               MOVE "CONTROL.DAT" TO CONTROL-FILE-NAME
               MOVE "SYNONYMS.DAT" TO SYNONYM-FILE-NAME
               MOVE "WATCH.DAT" TO WATCH-FILE-NAME
               MOVE "ALERTS.DAT" TO ALERT-FILE-NAME
               MOVE "BACKGEN.DAT" TO BACKGEN-FILE-NAME
               MOVE "CALENDAR.DAT" TO CALENDAR-FILE-NAME
           ELSE
               MOVE SPACES TO DICT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   ".LCK" DELIMITED BY SIZE
                   INTO LOCK-FILE-NAME
               MOVE SPACES TO ACTIVITY-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-ACTIVITY.DAT" DELIMITED BY SIZE
                   INTO ACTIVITY-FILE-NAME
               MOVE SPACES TO CONTROL-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CONTROL.DAT" DELIMITED BY SIZE
                   INTO CONTROL-FILE-NAME
               MOVE SPACES TO SYNONYM-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   DELIMITED BY SIZE
                   "-ALERTS.DAT" DELIMITED BY SIZE
                   INTO ALERT-FILE-NAME
               MOVE SPACES TO BACKGEN-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-BACKGEN.DAT" DELIMITED BY SIZE
                   INTO BACKGEN-FILE-NAME
               MOVE SPACES TO CALENDAR-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CALENDAR.DAT" DELIMITED BY SIZE
                   INTO CALENDAR-FILE-NAME
           END-IF.
       LOCK-ACQUIRE.
           MOVE "N" TO LOCK-GRANTED.
                   MOVE 1 TO DR-WORD-COUNTER
                   MOVE DEFAULT-CATEGORY TO DR-CATEGORY
                   WRITE DICT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE DR-WORD-COUNTER TO WATCH-OLD-TALLY
                   ADD 1 TO DR-WORD-COUNTER
                   REWRITE DICT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF DICT-FILE-STATUS EQUAL TO "00" THEN
               MOVE "BATCH" TO WATCH-SOURCE
               PERFORM WATCH-CHECK
               MOVE 1 TO ACTIVITY-AMOUNT
               PERFORM ACTIVITY-POST
           ELSE
               MOVE SPACES TO NIGHTLOG-LINE
               STRING "COULD NOT UPDATE " DELIMITED BY SIZE
                   FUNCTION TRIM(DR-WORD-ENTRY) DELIMITED BY SIZE
                   ". STATUS: " DELIMITED BY SIZE
                   DICT-FILE-STATUS DELIMITED BY SIZE
                   INTO NIGHTLOG-LINE
               WRITE NIGHTLOG-LINE
           END-IF.
       WATCH-LOAD.
           MOVE 0 TO WATCH-COUNT.
           MOVE "N" TO WATCH-EOF-FLAG.
           END-IF.
           IF TRANS-EDIT-REASON EQUAL TO SPACES THEN
               PERFORM VARYING RSVD-PTR FROM 1 BY 1
                       UNTIL RSVD-PTR IS GREATER THAN 32
                   IF TR-TEXT EQUAL TO RESERVED-WORD(RSVD-PTR)
                       MOVE "RESERVED" TO TRANS-EDIT-REASON
                   END-IF
               INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
       STEP-CLOSE.
           ACCEPT CALENDAR-TODAY FROM DATE YYYYMMDD.
           PERFORM CALENDAR-LOAD.
           MOVE 0 TO CALENDAR-FOUND-PTR.
           MOVE 0 TO CALENDAR-OPEN-PTR.
           MOVE "N" TO CALENDAR-REFUSED.
           MOVE "N" TO CLOSE-NOT-DUE.
           MOVE STEP-ARG(1:8) TO CLOSE-PERIOD-ID.
           IF CLOSE-PERIOD-ID EQUAL TO SPACES AND
              CALENDAR-COUNT NOT EQUAL TO 0 THEN
               PERFORM CALENDAR-DEFAULT
               IF CALENDAR-OPEN-PTR NOT EQUAL TO 0 THEN
                   IF CAL-M-END(CALENDAR-OPEN-PTR) IS GREATER THAN
                      CALENDAR-TODAY THEN
                       MOVE "Y" TO CLOSE-NOT-DUE
                   ELSE
                       MOVE CAL-M-PERIOD-ID(CALENDAR-OPEN-PTR)
                           TO CLOSE-PERIOD-ID
                   END-IF
               END-IF
           END-IF.
           IF CLOSE-PERIOD-ID NOT EQUAL TO SPACES AND
              CALENDAR-COUNT NOT EQUAL TO 0 THEN
               PERFORM CALENDAR-CHECK-CLOSE
           END-IF.
           IF CLOSE-NOT-DUE EQUAL TO "Y" THEN
               MOVE SPACES TO STEP-RESULT
               STRING "SUCCESS. NOTHING DUE, PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(CAL-M-PERIOD-ID(CALENDAR-OPEN-PTR))
                   DELIMITED BY SIZE
                   " RUNS TO " DELIMITED BY SIZE
                   CAL-M-END(CALENDAR-OPEN-PTR) DELIMITED BY SIZE
                   INTO STEP-RESULT
           ELSE IF CLOSE-PERIOD-ID EQUAL TO SPACES THEN
               MOVE "Y" TO STEP-FAILED
               IF CALENDAR-COUNT EQUAL TO 0 THEN
                   MOVE "CLOSE NEEDS A PERIOD IDENTIFIER"
                       TO STEP-RESULT
               ELSE
                   MOVE "NO OPEN FISCAL PERIOD HAS STARTED"
                       TO STEP-RESULT
               END-IF
           ELSE IF CALENDAR-REFUSED EQUAL TO "Y" THEN
               MOVE "Y" TO STEP-FAILED
               MOVE CALENDAR-REASON TO STEP-RESULT
           ELSE
               PERFORM CLOSE-LOAD-PRIOR
               PERFORM CLOSE-WRITE-HISTORY
               IF HIST-FILE-STATUS NOT EQUAL TO "00" THEN
                       TO AUDIT-OLD-TEXT
                   MOVE "0" TO AUDIT-NEW-TEXT
                   PERFORM AUDIT-LOG-WRITE
                   MOVE "Y" TO CALENDAR-SAVED
                   IF CALENDAR-FOUND-PTR NOT EQUAL TO 0 THEN
                       PERFORM CALENDAR-MARK-CLOSED
                   END-IF
                   MOVE SPACES TO STEP-RESULT
                   IF CALENDAR-SAVED NOT EQUAL TO "Y" THEN
                       STRING "PERIOD " DELIMITED BY SIZE
                           CLOSE-PERIOD-ID DELIMITED BY SIZE
                           " CLOSED BUT CALENDAR NOT UPDATED"
                           DELIMITED BY SIZE
                           INTO STEP-RESULT
                       IF JOB-RC IS LESS THAN 4 THEN
                           MOVE 4 TO JOB-RC
                       END-IF
                   ELSE
                       STRING "SUCCESS. PERIOD " DELIMITED BY SIZE
                           CLOSE-PERIOD-ID DELIMITED BY SIZE
                           " CLOSED, " DELIMITED BY SIZE
                           CLOSE-ENTRY-COUNT DELIMITED BY SIZE
                           " ENTRIES SNAPSHOTTED" DELIMITED BY SIZE
                           INTO STEP-RESULT
                   END-IF
               END-IF
           END-IF.
       CALENDAR-LOAD.
           MOVE 0 TO CALENDAR-COUNT.
           MOVE "N" TO CALENDAR-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL CALENDAR-EOF-FLAG EQUAL TO "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CALENDAR-EOF-FLAG
                       NOT AT END
                           IF CAL-R-PERIOD-ID NOT EQUAL TO SPACES AND
                              CALENDAR-COUNT IS LESS THAN 200 THEN
                               ADD 1 TO CALENDAR-COUNT
                               MOVE CAL-R-PERIOD-ID
                                   TO CAL-M-PERIOD-ID(CALENDAR-COUNT)
                               MOVE CAL-R-START
                                   TO CAL-M-START(CALENDAR-COUNT)
                               MOVE CAL-R-END
                                   TO CAL-M-END(CALENDAR-COUNT)
                               MOVE CAL-R-STATUS
                                   TO CAL-M-STATUS(CALENDAR-COUNT)
                               MOVE CAL-R-CLOSE-DATE
                                   TO CAL-M-CLOSE-DATE(CALENDAR-COUNT)
                               MOVE CAL-R-CLOSE-OPER
                                   TO CAL-M-CLOSE-OPER(CALENDAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
       CALENDAR-SAVE.
           OPEN OUTPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT EQUAL TO "00" THEN
               MOVE "N" TO CALENDAR-SAVED
           ELSE
               PERFORM VARYING CALENDAR-PTR FROM 1 BY 1
                       UNTIL CALENDAR-PTR IS GREATER THAN CALENDAR-COUNT
                          OR CALENDAR-SAVED NOT EQUAL TO "Y"
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE CAL-M-PERIOD-ID(CALENDAR-PTR)
                       TO CAL-R-PERIOD-ID
                   MOVE CAL-M-START(CALENDAR-PTR) TO CAL-R-START
                   MOVE CAL-M-END(CALENDAR-PTR) TO CAL-R-END
                   MOVE CAL-M-STATUS(CALENDAR-PTR) TO CAL-R-STATUS
                   MOVE CAL-M-CLOSE-DATE(CALENDAR-PTR)
                       TO CAL-R-CLOSE-DATE
                   MOVE CAL-M-CLOSE-OPER(CALENDAR-PTR)
                       TO CAL-R-CLOSE-OPER
                   WRITE CALENDAR-RECORD
                   IF CALENDAR-FILE-STATUS NOT EQUAL TO "00" THEN
                       MOVE "N" TO CALENDAR-SAVED
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF CALENDAR-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO CALENDAR-SAVED
               END-IF
           END-IF.
       CALENDAR-FIND.
           MOVE 0 TO CALENDAR-FOUND-PTR.
           PERFORM VARYING CALENDAR-PTR FROM 1 BY 1
                   UNTIL CALENDAR-PTR IS GREATER THAN CALENDAR-COUNT
               IF CAL-M-PERIOD-ID(CALENDAR-PTR) EQUAL TO CALMAINT-ID
                  AND CALENDAR-FOUND-PTR EQUAL TO 0 THEN
                   MOVE CALENDAR-PTR TO CALENDAR-FOUND-PTR
               END-IF
           END-PERFORM.
       CALENDAR-DEFAULT.
           MOVE 0 TO CALENDAR-OPEN-PTR.
           PERFORM VARYING CALENDAR-PTR FROM 1 BY 1
                   UNTIL CALENDAR-PTR IS GREATER THAN CALENDAR-COUNT
               IF CAL-M-STATUS(CALENDAR-PTR) NOT EQUAL TO "C" AND
                  CALENDAR-OPEN-PTR EQUAL TO 0 THEN
                   MOVE CALENDAR-PTR TO CALENDAR-OPEN-PTR
               END-IF
           END-PERFORM.
           IF CALENDAR-OPEN-PTR NOT EQUAL TO 0 THEN
               IF CAL-M-START(CALENDAR-OPEN-PTR) IS GREATER THAN
                  CALENDAR-TODAY THEN
                   MOVE 0 TO CALENDAR-OPEN-PTR
               END-IF
           END-IF.
       CALENDAR-CHECK-CLOSE.
           MOVE "N" TO CALENDAR-REFUSED.
           MOVE SPACES TO CALENDAR-REASON.
           MOVE CLOSE-PERIOD-ID TO CALMAINT-ID.
           PERFORM CALENDAR-FIND.
           MOVE 0 TO CALENDAR-OPEN-PTR.
           IF CALENDAR-FOUND-PTR EQUAL TO 0 THEN
               MOVE "Y" TO CALENDAR-REFUSED
               STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(CLOSE-PERIOD-ID) DELIMITED BY SIZE
                   " IS NOT ON THE FISCAL CALENDAR." DELIMITED BY SIZE
                   INTO CALENDAR-REASON
           ELSE IF CAL-M-STATUS(CALENDAR-FOUND-PTR) EQUAL TO "C" THEN
               MOVE "Y" TO CALENDAR-REFUSED
               STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(CLOSE-PERIOD-ID) DELIMITED BY SIZE
                   " WAS ALREADY CLOSED ON " DELIMITED BY SIZE
                   CAL-M-CLOSE-DATE(CALENDAR-FOUND-PTR)
                   DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   CAL-M-CLOSE-OPER(CALENDAR-FOUND-PTR)
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO CALENDAR-REASON
           ELSE IF CAL-M-START(CALENDAR-FOUND-PTR) IS GREATER THAN
                   CALENDAR-TODAY THEN
               MOVE "Y" TO CALENDAR-REFUSED
               STRING "PERIOD " DELIMITED BY SIZE
                   FUNCTION TRIM(CLOSE-PERIOD-ID) DELIMITED BY SIZE
                   " DOES NOT START UNTIL " DELIMITED BY SIZE
                   CAL-M-START(CALENDAR-FOUND-PTR) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO CALENDAR-REASON
           ELSE
               PERFORM VARYING CALENDAR-PTR FROM 1 BY 1
                       UNTIL CALENDAR-PTR IS NOT LESS THAN
                       CALENDAR-FOUND-PTR
                   IF CAL-M-STATUS(CALENDAR-PTR) NOT EQUAL TO "C" AND
                      CALENDAR-OPEN-PTR EQUAL TO 0 THEN
                       MOVE CALENDAR-PTR TO CALENDAR-OPEN-PTR
                   END-IF
               END-PERFORM
               IF CALENDAR-OPEN-PTR NOT EQUAL TO 0 THEN
                   MOVE "Y" TO CALENDAR-REFUSED
                   STRING "EARLIER PERIOD " DELIMITED BY SIZE
                       FUNCTION TRIM(CAL-M-PERIOD-ID(CALENDAR-OPEN-PTR))
                       DELIMITED BY SIZE
                       " IS STILL OPEN. CLOSE IT FIRST."
                       DELIMITED BY SIZE
                       INTO CALENDAR-REASON
               END-IF
           END-IF.
       CALENDAR-MARK-CLOSED.
           MOVE "C" TO CAL-M-STATUS(CALENDAR-FOUND-PTR).
           MOVE CALENDAR-TODAY TO CAL-M-CLOSE-DATE(CALENDAR-FOUND-PTR).
           MOVE OPERATOR-ID TO CAL-M-CLOSE-OPER(CALENDAR-FOUND-PTR).
           PERFORM CALENDAR-SAVE.
       CALENDAR-DATES-FOR.
           MOVE SPACES TO CALENDAR-DATES-TEXT.
           PERFORM VARYING CALENDAR-PTR FROM 1 BY 1
                   UNTIL CALENDAR-PTR IS GREATER THAN CALENDAR-COUNT
               IF CAL-M-PERIOD-ID(CALENDAR-PTR) EQUAL TO CALMAINT-ID
                  AND CALENDAR-DATES-TEXT EQUAL TO SPACES THEN
                   STRING " (" DELIMITED BY SIZE
                       CAL-M-START(CALENDAR-PTR) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       CAL-M-END(CALENDAR-PTR) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CALENDAR-DATES-TEXT
               END-IF
           END-PERFORM.
       CLOSE-LOAD-PRIOR.
           MOVE 0 TO PRIOR-COUNT.
           MOVE SPACES TO PRIOR-PERIOD-ID.
           OPEN OUTPUT CLOSERPT-FILE.
           IF CLOSERPT-FILE-STATUS EQUAL TO "00" THEN
               MOVE SPACES TO CLOSERPT-LINE
               MOVE CLOSE-PERIOD-ID TO CALMAINT-ID
               PERFORM CALENDAR-DATES-FOR
               STRING "PERIOD CLOSE " DELIMITED BY SIZE
                   CLOSE-PERIOD-ID DELIMITED BY SIZE
                   CALENDAR-DATES-TEXT DELIMITED BY "  "
                   " ON " DELIMITED BY SIZE
                   AUDIT-DATE DELIMITED BY SIZE
                   " DICTIONARY " DELIMITED BY SIZE
                   MOVE "NO PRIOR PERIOD ON FILE. ALL ENTRIES NEW."
                       TO CLOSERPT-LINE
               ELSE
                   MOVE PRIOR-PERIOD-ID TO CALMAINT-ID
                   PERFORM CALENDAR-DATES-FOR
                   STRING "COMPARED WITH PRIOR PERIOD "
                       DELIMITED BY SIZE
                       PRIOR-PERIOD-ID DELIMITED BY SIZE
                       CALENDAR-DATES-TEXT DELIMITED BY "  "
                       INTO CLOSERPT-LINE
               END-IF
               WRITE CLOSERPT-LINE
                      " DICT="                DELIMITED BY SIZE
                      FUNCTION TRIM(DICTIONARY-NAME)
      -                                       DELIMITED BY SIZE
                      " OPER="                DELIMITED BY SIZE
                      OPERATOR-ID             DELIMITED BY SIZE
                      INTO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
           END-IF.
       STEP-BACKUP.
           MOVE "NIGHTRUN" TO BACKUP-SOURCE.
           PERFORM BACKUP-TAKE.
           IF BACKUP-OK NOT EQUAL TO "Y" THEN
               MOVE "Y" TO STEP-FAILED
               MOVE BACKUP-REASON TO STEP-RESULT
           ELSE
               MOVE SPACES TO STEP-RESULT
               STRING "SUCCESS. GENERATION " DELIMITED BY SIZE
                   BACKUP-GEN DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-FILE-NAME) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
                   " ENTRIES" DELIMITED BY SIZE
                   INTO STEP-RESULT
           END-IF.
       BACKUP-TAKE.
           MOVE "N" TO BACKUP-OK.
           MOVE SPACES TO BACKUP-REASON.
           PERFORM DICT-SCAN-START.
           IF DICT-FILE-STATUS NOT EQUAL TO "00" AND
              DICT-FILE-STATUS NOT EQUAL TO "23" THEN
               STRING "DICTIONARY NOT AVAILABLE. STATUS: "
                   DELIMITED BY SIZE
                   DICT-FILE-STATUS DELIMITED BY SIZE
                   INTO BACKUP-REASON
           ELSE
               PERFORM BACKUP-WRITE-GENERATION
           END-IF.
       BACKUP-WRITE-GENERATION.
           PERFORM BACKGEN-LOAD.
           COMPUTE BACKUP-SLOT =
               FUNCTION MOD(BACKUP-GEN - 1, BACKUP-KEEP-GENS) + 1.
           MOVE SPACES TO BACKUP-FILE-NAME.
           IF DICTIONARY-NAME EQUAL TO "DICT" THEN
               STRING "BACKUP" DELIMITED BY SIZE
                   BACKUP-SLOT DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO BACKUP-FILE-NAME
           ELSE
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-BACKUP" DELIMITED BY SIZE
                   BACKUP-SLOT DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO BACKUP-FILE-NAME
           END-IF.
           PERFORM BACKUP-TOTALS.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           OPEN OUTPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT EQUAL TO "00" THEN
               MOVE SPACES TO BACKUP-REASON
               STRING "COULD NOT OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-FILE-NAME) DELIMITED BY SIZE
                   INTO BACKUP-REASON
           ELSE
               MOVE "Y" TO BACKUP-WRITE-OK
               MOVE SPACES TO BACKUP-CONTROL
               MOVE "H" TO BC-TYPE
               PERFORM BACKUP-FILL-CONTROL
               WRITE BACKUP-CONTROL
               PERFORM BACKUP-CHECK-WRITE
               PERFORM DICT-SCAN-START
               PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
                   READ DICT-FILE NEXT
                       AT END
                           MOVE "Y" TO DICT-SCAN-EOF
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE "D" TO BK-TYPE
                           MOVE DR-WORD-ENTRY TO BK-WORD
                           MOVE DR-WORD-COUNTER TO BK-TALLY
                           MOVE DR-CATEGORY TO BK-CATEGORY
                           WRITE BACKUP-RECORD
                           PERFORM BACKUP-CHECK-WRITE
                   END-READ
                   IF BACKUP-WRITE-OK NOT EQUAL TO "Y" THEN
                       MOVE "Y" TO DICT-SCAN-EOF
                   END-IF
               END-PERFORM
               MOVE SPACES TO BACKUP-CONTROL
               MOVE "T" TO BC-TYPE
               PERFORM BACKUP-FILL-CONTROL
               IF BACKUP-WRITE-OK EQUAL TO "Y" THEN
                   WRITE BACKUP-CONTROL
                   PERFORM BACKUP-CHECK-WRITE
               END-IF
               CLOSE BACKUP-FILE
               IF BACKUP-WRITE-OK EQUAL TO "Y" AND
                  BACKUP-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO BACKUP-WRITE-OK
                   MOVE SPACES TO BACKUP-REASON
                   STRING "BACKUP CLOSE FAILED. STATUS: "
                       DELIMITED BY SIZE
                       BACKUP-FILE-STATUS DELIMITED BY SIZE
                       INTO BACKUP-REASON
               END-IF
               IF BACKUP-WRITE-OK EQUAL TO "Y" THEN
                   PERFORM BACKUP-RECORD-GENERATION
                   IF BACKUP-REASON EQUAL TO SPACES THEN
                       MOVE "Y" TO BACKUP-OK
                       MOVE BACKUP-COUNT TO BACKUP-COUNT-EDIT
                       MOVE BACKUP-HASH TO BACKUP-HASH-EDIT
                       MOVE "BACKUP" TO AUDIT-ACTION
                       MOVE BACKUP-FILE-NAME TO AUDIT-WORD
                       MOVE SPACES TO AUDIT-OLD-TEXT
                       STRING "GEN=" DELIMITED BY SIZE
                           BACKUP-GEN DELIMITED BY SIZE
                           INTO AUDIT-OLD-TEXT
                       MOVE SPACES TO AUDIT-NEW-TEXT
                       STRING "ENTRIES=" DELIMITED BY SIZE
                           FUNCTION TRIM(BACKUP-COUNT-EDIT)
                           DELIMITED BY SIZE
                           " HASH=" DELIMITED BY SIZE
                           FUNCTION TRIM(BACKUP-HASH-EDIT)
                           DELIMITED BY SIZE
                           INTO AUDIT-NEW-TEXT
                       PERFORM AUDIT-LOG-WRITE
                   END-IF
               END-IF
           END-IF.
       BACKUP-CHECK-WRITE.
           IF BACKUP-FILE-STATUS NOT EQUAL TO "00" AND
              BACKUP-WRITE-OK EQUAL TO "Y" THEN
               MOVE "N" TO BACKUP-WRITE-OK
               MOVE SPACES TO BACKUP-REASON
               STRING "BACKUP WRITE FAILED. STATUS: "
                   DELIMITED BY SIZE
                   BACKUP-FILE-STATUS DELIMITED BY SIZE
                   INTO BACKUP-REASON
           END-IF.
       BACKUP-TOTALS.
           MOVE 0 TO BACKUP-COUNT.
           MOVE 0 TO BACKUP-HASH.
           PERFORM DICT-SCAN-START.
           PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
               READ DICT-FILE NEXT
                   AT END
                       MOVE "Y" TO DICT-SCAN-EOF
                   NOT AT END
                       ADD 1 TO BACKUP-COUNT
                       ADD DR-WORD-COUNTER TO BACKUP-HASH
               END-READ
           END-PERFORM.
       BACKUP-FILL-CONTROL.
           MOVE AUDIT-DATE TO BC-DATE.
           MOVE AUDIT-TIME TO BC-TIME.
           MOVE DICTIONARY-NAME TO BC-DICT.
           MOVE BACKUP-COUNT TO BC-COUNT.
           MOVE BACKUP-HASH TO BC-HASH.
           MOVE BACKUP-GEN TO BC-GEN.
           MOVE OPERATOR-ID TO BC-OPER.
       BACKUP-RECORD-GENERATION.
           MOVE 0 TO BACKGEN-FOUND-PTR.
           PERFORM VARYING BACKGEN-PTR FROM 1 BY 1
                   UNTIL BACKGEN-PTR IS GREATER THAN BACKGEN-COUNT
               IF BG-M-FILE-NAME(BACKGEN-PTR) NOT EQUAL TO
                  BACKUP-FILE-NAME THEN
                   ADD 1 TO BACKGEN-FOUND-PTR
                   MOVE BACKGEN-ENTRY(BACKGEN-PTR)
                       TO BACKGEN-ENTRY(BACKGEN-FOUND-PTR)
               END-IF
           END-PERFORM.
           MOVE BACKGEN-FOUND-PTR TO BACKGEN-COUNT.
           IF BACKGEN-COUNT IS LESS THAN 99 THEN
               ADD 1 TO BACKGEN-COUNT
           END-IF.
           MOVE BACKUP-GEN TO BG-M-GEN(BACKGEN-COUNT).
           MOVE BACKUP-FILE-NAME TO BG-M-FILE-NAME(BACKGEN-COUNT).
           MOVE AUDIT-DATE TO BG-M-DATE(BACKGEN-COUNT).
           MOVE AUDIT-TIME TO BG-M-TIME(BACKGEN-COUNT).
           MOVE BACKUP-COUNT TO BG-M-COUNT(BACKGEN-COUNT).
           MOVE BACKUP-HASH TO BG-M-HASH(BACKGEN-COUNT).
           MOVE OPERATOR-ID TO BG-M-OPER(BACKGEN-COUNT).
           MOVE BACKUP-SOURCE TO BG-M-SOURCE(BACKGEN-COUNT).
           PERFORM BACKGEN-SAVE.
       BACKGEN-LOAD.
           MOVE 0 TO BACKGEN-COUNT.
           MOVE 0 TO BACKUP-GEN.
           MOVE "N" TO BACKGEN-EOF-FLAG.
           OPEN INPUT BACKGEN-FILE.
           IF BACKGEN-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL BACKGEN-EOF-FLAG EQUAL TO "Y"
                   READ BACKGEN-FILE
                       AT END
                           MOVE "Y" TO BACKGEN-EOF-FLAG
                       NOT AT END
                           IF BACKGEN-COUNT IS LESS THAN 99 THEN
                               ADD 1 TO BACKGEN-COUNT
                               MOVE BACKGEN-RECORD
                                   TO BACKGEN-ENTRY(BACKGEN-COUNT)
                           END-IF
                           IF BG-GEN IS GREATER THAN BACKUP-GEN THEN
                               MOVE BG-GEN TO BACKUP-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKGEN-FILE
           END-IF.
           ADD 1 TO BACKUP-GEN.
       BACKGEN-SAVE.
           OPEN OUTPUT BACKGEN-FILE.
           IF BACKGEN-FILE-STATUS NOT EQUAL TO "00" THEN
               MOVE "N" TO BACKUP-OK
               MOVE SPACES TO BACKUP-REASON
               STRING "BACKUP INDEX OPEN FAILED. STATUS: "
                   DELIMITED BY SIZE
                   BACKGEN-FILE-STATUS DELIMITED BY SIZE
                   INTO BACKUP-REASON
           ELSE
               PERFORM VARYING BACKGEN-PTR FROM 1 BY 1
                       UNTIL BACKGEN-PTR IS GREATER THAN BACKGEN-COUNT
                          OR BACKUP-REASON NOT EQUAL TO SPACES
                   MOVE BACKGEN-ENTRY(BACKGEN-PTR) TO BACKGEN-RECORD
                   WRITE BACKGEN-RECORD
                   IF BACKGEN-FILE-STATUS NOT EQUAL TO "00" THEN
                       MOVE "N" TO BACKUP-OK
                       STRING "BACKUP INDEX WRITE FAILED. STATUS: "
                           DELIMITED BY SIZE
                           BACKGEN-FILE-STATUS DELIMITED BY SIZE
                           INTO BACKUP-REASON
                   END-IF
               END-PERFORM
               CLOSE BACKGEN-FILE
               IF BACKUP-REASON EQUAL TO SPACES AND
                  BACKGEN-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO BACKUP-OK
                   STRING "BACKUP INDEX CLOSE FAILED. STATUS: "
                       DELIMITED BY SIZE
                       BACKGEN-FILE-STATUS DELIMITED BY SIZE
                       INTO BACKUP-REASON
               END-IF
           END-IF.
       STEP-RECON.
           OPEN OUTPUT RECONPARM-FILE.
           IF RECONPARM-FILE-STATUS NOT EQUAL TO "00" THEN
                           TO STEP-RESULT
               END-EVALUATE
           END-IF.
       STEP-REPWRT.
           OPEN OUTPUT REPWPARM-FILE.
           IF REPWPARM-FILE-STATUS NOT EQUAL TO "00" THEN
               MOVE "Y" TO STEP-FAILED
               MOVE "COULD NOT WRITE REPWPARM.DAT" TO STEP-RESULT
           ELSE
               MOVE SPACES TO REPWPARM-RECORD
               MOVE "AUTO" TO WP-MODE
               MOVE DICTIONARY-NAME TO WP-DICT
               MOVE STEP-ARG TO WP-REQUEST
               WRITE REPWPARM-RECORD
               CLOSE REPWPARM-FILE
               MOVE 0 TO RETURN-CODE
               CALL "REPWRT"
               MOVE RETURN-CODE TO REPWRT-RC
               CANCEL "REPWRT"
               MOVE 0 TO RETURN-CODE
               OPEN OUTPUT REPWPARM-FILE
               IF REPWPARM-FILE-STATUS EQUAL TO "00" THEN
                   MOVE SPACES TO REPWPARM-RECORD
                   MOVE "USED" TO WP-MODE
                   WRITE REPWPARM-RECORD
                   CLOSE REPWPARM-FILE
               END-IF
               EVALUATE TRUE
                   WHEN REPWRT-RC IS GREATER THAN OR EQUAL TO 8
                       MOVE "Y" TO STEP-FAILED
                       MOVE "REPORT WRITER COULD NOT RUN"
                           TO STEP-RESULT
                   WHEN REPWRT-RC IS GREATER THAN OR EQUAL TO 4
                       MOVE "SUCCESS. SOME REQUESTS REJECTED"
                           TO STEP-RESULT
                       IF JOB-RC IS LESS THAN 4 THEN
                           MOVE 4 TO JOB-RC
                       END-IF
                   WHEN OTHER
                       MOVE "SUCCESS. ALL REPORT REQUESTS RUN"
                           TO STEP-RESULT
               END-EVALUATE
           END-IF.
       END PROGRAM NIGHTRUN.
