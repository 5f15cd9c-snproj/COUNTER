           SELECT SYNONYM-FILE ASSIGN TO DYNAMIC SYNONYM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYNONYM-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BASE-FILE
       01  SYNONYM-RECORD.
           05 SYN-R-ALIAS      PIC X(100).
           05 SYN-R-CANON      PIC X(100).
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
       WORKING-STORAGE SECTION.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 BASE-FILE-NAME    PIC X(40) VALUE "DICTBASE.DAT".
       77 SYN-PTR           PIC 999.
       77 SYN-FOUND-PTR     PIC 999.
       77 TALLY-WORD        PIC X(100).
       77 BACKUP-FILE-NAME  PIC X(40).
       77 BACKUP-FILE-STATUS PIC XX.
       77 BACKUP-EOF-FLAG   PIC X VALUE "N".
       77 RESTORE-COUNT     PIC 99 VALUE 0.
       77 RESTORE-MISSING   PIC 99 VALUE 0.
       77 RESTORE-GEN       PIC X(4).
       77 RESTORE-FILE-GEN  PIC X(4).
       01 SYNONYM-TABLE.
           05 SYNONYM-ENTRY OCCURS 500 TIMES.
               10 SYN-ALIAS    PIC X(100).
       77 AQ-NEW-EXTRA      PIC X(100).
       77 AQ-AMT-TEXT       PIC X(20).
       77 AQ-DICT           PIC X(20).
       77 AQ-OPER           PIC X(3).
       77 AQ-TALLY          PIC S9(7).
       77 SAN-PTR           PIC 999.
       77 TRANS-SKIPPED     PIC 9999 VALUE 0.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           END-IF.
           IF TRANS-EDIT-REASON EQUAL TO SPACES THEN
               PERFORM VARYING RSVD-PTR FROM 1 BY 1
                       UNTIL RSVD-PTR IS GREATER THAN 32
                   IF TR-TEXT EQUAL TO RESERVED-WORD(RSVD-PTR)
                       MOVE "RESERVED" TO TRANS-EDIT-REASON
                   END-IF
           MOVE SPACES TO AQ-OLD.
           MOVE SPACES TO AQ-NEW.
           MOVE SPACES TO AQ-DICT.
           MOVE SPACES TO AQ-OPER.
           UNSTRING AUDIT-LINE
               DELIMITED BY " ACTION=" OR " WORD=" OR " OLD="
                   OR " NEW=" OR " DICT=" OR " OPER="
               INTO AQ-STAMP, AQ-ACTION, AQ-WORD, AQ-OLD, AQ-NEW,
                   AQ-DICT, AQ-OPER.
           IF RECON-CUTOFF-DATE NOT EQUAL TO SPACES AND
              AQ-STAMP(1:8) IS LESS THAN RECON-CUTOFF-DATE THEN
               CONTINUE
               EVALUATE AQ-ACTION
                   WHEN "AMEND"
                   WHEN "DICTATE"
                   WHEN "REINSTATE"
                       PERFORM REPLAY-SET-TALLY
                   WHEN "DELETE"
                   WHEN "PURGE"
                       PERFORM REPLAY-DELETE
                   WHEN "REPLACE"
                       PERFORM REPLAY-REPLACE
                       PERFORM REPLAY-CLOSE
                   WHEN "UNDO"
                       PERFORM REPLAY-UNDO
                   WHEN "RESTORE"
                       PERFORM REPLAY-RESTORE
                   WHEN OTHER
                       SUBTRACT 1 FROM AUDIT-APPLIED
               END-EVALUATE
                   PERFORM REPLAY-SET-TALLY
               END-IF
           END-IF.
       REPLAY-RESTORE.
           ADD 1 TO RESTORE-COUNT.
           MOVE AQ-WORD TO BACKUP-FILE-NAME.
           MOVE "N" TO BACKUP-EOF-FLAG.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT EQUAL TO "00" THEN
               ADD 1 TO RESTORE-MISSING
               DISPLAY "RESTORE FROM " FUNCTION TRIM(BACKUP-FILE-NAME)
      -            " ON " AQ-STAMP(1:8) " CANNOT BE REPLAYED: "
      -            "GENERATION FILE NOT FOUND."
           ELSE
               MOVE SPACES TO AQ-NEW-MAIN
               MOVE SPACES TO AQ-NEW-EXTRA
               UNSTRING AQ-NEW DELIMITED BY " GEN="
                   INTO AQ-NEW-MAIN, AQ-NEW-EXTRA
               MOVE AQ-NEW-EXTRA(1:4) TO RESTORE-GEN
               MOVE SPACES TO RESTORE-FILE-GEN
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO BACKUP-EOF-FLAG
                   NOT AT END
                       IF BC-TYPE EQUAL TO "H" THEN
                           MOVE BC-GEN TO RESTORE-FILE-GEN
                       END-IF
               END-READ
               IF RESTORE-GEN NOT EQUAL TO SPACES AND
                  RESTORE-GEN NOT EQUAL TO RESTORE-FILE-GEN THEN
                   CLOSE BACKUP-FILE
                   ADD 1 TO RESTORE-MISSING
                   DISPLAY "RESTORE FROM "
      -                FUNCTION TRIM(BACKUP-FILE-NAME) " ON "
      -                AQ-STAMP(1:8) " CANNOT BE REPLAYED: "
      -                "GENERATION OVERWRITTEN."
                   DISPLAY "RESTORE USED GENERATION " RESTORE-GEN
      -                ". FILE NOW HOLDS GENERATION "
      -                RESTORE-FILE-GEN "."
               ELSE
                   MOVE 0 TO COMP-COUNT
                   MOVE "N" TO COMP-FULL-WARNED
                   IF BACKUP-EOF-FLAG NOT EQUAL TO "Y" THEN
                       PERFORM REPLAY-RESTORE-RECORD
                   END-IF
                   PERFORM UNTIL BACKUP-EOF-FLAG EQUAL TO "Y"
                       READ BACKUP-FILE
                           AT END
                               MOVE "Y" TO BACKUP-EOF-FLAG
                           NOT AT END
                               PERFORM REPLAY-RESTORE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-FILE
                   DISPLAY "BASELINE RESET BY RESTORE ON "
      -                AQ-STAMP(1:8) ": " COMP-COUNT " ENTRIES FROM "
      -                FUNCTION TRIM(BACKUP-FILE-NAME) "."
               END-IF
           END-IF.
       REPLAY-RESTORE-RECORD.
           IF BK-TYPE EQUAL TO "D" THEN
               MOVE BK-WORD TO COMP-FIND-WORD
               MOVE BK-TALLY TO AQ-TALLY
               PERFORM COMP-CREATE
           END-IF.
       LOAD-LIVE.
           MOVE "N" TO LIVE-EOF-FLAG.
           OPEN INPUT LIVE-FILE.
                       INTO RECONRPT-LINE
                   WRITE RECONRPT-LINE
               END-IF
               IF RESTORE-COUNT IS GREATER THAN 0 THEN
                   MOVE SPACES TO RECONRPT-LINE
                   STRING "RESTORES REPLAYED: " DELIMITED BY SIZE
                       RESTORE-COUNT DELIMITED BY SIZE
                       ". BASELINE TAKEN FROM THE LAST RESTORED "
                       DELIMITED BY SIZE
                       "BACKUP GENERATION." DELIMITED BY SIZE
                       INTO RECONRPT-LINE
                   WRITE RECONRPT-LINE
               END-IF
               IF RESTORE-MISSING IS GREATER THAN 0 THEN
                   MOVE SPACES TO RECONRPT-LINE
                   STRING "WARNING: " DELIMITED BY SIZE
                       RESTORE-MISSING DELIMITED BY SIZE
                       " RESTORED GENERATION(S) NOT FOUND OR "
                       DELIMITED BY SIZE
                       "OVERWRITTEN. RESULTS " DELIMITED BY SIZE
                       "INCOMPLETE." DELIMITED BY SIZE
                       INTO RECONRPT-LINE
                   WRITE RECONRPT-LINE
               END-IF
               PERFORM VARYING COMP-PTR FROM 1 BY 1
                       UNTIL COMP-PTR IS GREATER THAN COMP-COUNT
                   IF COMP-WORD(COMP-PTR) NOT EQUAL TO SPACES THEN
