      *          REJECTED ON ANY MISMATCH. TALLIES ARE SUMMED INTO
      *          EXISTING ENTRIES AND NEW ENTRIES ARE CREATED AS
      *          NEEDED. CONTROL TOTALS AND PER-WORD CONTRIBUTIONS
      *          ARE REPORTED TO CONSRPT.TXT. EACH CONTRIBUTION IS
      *          ALSO POSTED TO THE DAILY ACTIVITY LEDGER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERMAST-FILE-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO DYNAMIC ACTIVITY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ACTIVITY-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DICT-FILE
           05 FILLER           PIC X(1).
           05 LOCK-STAMP-TIME  PIC X(8).
           05 FILLER           PIC X(11).
       FD  OPERMAST-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  OPERMAST-RECORD.
           05 OPR-R-ID         PIC X(3).
           05 OPR-R-NAME       PIC X(30).
           05 OPR-R-ACTIVE     PIC X(1).
           05 OPR-R-LEVEL      PIC X(1).
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
       FD  AUDIT-FILE
           RECORD CONTAINS 400 CHARACTERS.
       01  AUDIT-LINE          PIC X(400).
       WORKING-STORAGE SECTION.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 DICT-FILE-NAME    PIC X(40) VALUE "DICT.DAT".
       77 CONSRPT-FILE-NAME PIC X(40) VALUE "CONSRPT.TXT".
       77 INBOUND-FILE-NAME PIC X(40).
       77 DICT-FILE-STATUS  PIC XX.
       77 DICT-OPEN-OK      PIC X(1) VALUE "N".
       77 INBOUND-FILE-STATUS PIC XX.
       77 CONSRPT-FILE-STATUS PIC XX.
       77 INBOUND-EOF-FLAG  PIC X VALUE "N".
       77 HASH-EDIT         PIC ---------9.
       77 NOW-EDIT          PIC ------9.
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
       77 CONTROL-ANSWER    PIC X(1).
       77 RUN-OPEN-COUNT    PIC 9(7).
       77 RUN-OPEN-HASH     PIC S9(11).
       77 RUN-CONSOL        PIC S9(9) VALUE 0.
       77 CONTROL-COUNT     PIC 9(7).
       77 CONTROL-HASH      PIC S9(11).
       77 CONTROL-COUNT-EDIT PIC Z(6)9.
       77 CONTROL-HASH-EDIT PIC -(11)9.
       77 AUDIT-FILE-NAME   PIC X(40) VALUE "AUDIT.LOG".
       77 AUDIT-FILE-STATUS PIC XX.
       77 AUDIT-ACTION      PIC X(10).
       77 AUDIT-WORD        PIC X(100).
       77 AUDIT-OLD-TEXT    PIC X(100).
       77 AUDIT-NEW-TEXT    PIC X(140).
       77 AUDIT-DATE        PIC X(8).
       77 AUDIT-TIME        PIC X(8).
       77 LOCK-FILE-STATUS  PIC XX.
       77 OPERATOR-ID       PIC X(3) VALUE "???".
       77 OPERMAST-FILE-STATUS PIC XX.
       77 OPERMAST-EOF-FLAG PIC X VALUE "N".
       77 OPERMAST-COUNT    PIC 999 VALUE 0.
       77 OPERATOR-FOUND    PIC X(1) VALUE "N".
       77 OPERATOR-ACTIVE   PIC X(1).
       77 OPERATOR-LEVEL    PIC X(1).
       77 OPERATOR-NAME     PIC X(30).
       77 LOCK-GRANTED      PIC X(1) VALUE "N".
       77 LOCK-STAMP        PIC X(8).
       77 LOCK-TIME-NOW     PIC X(8).
           DISPLAY " "
           DISPLAY "OPERATOR INITIALS? (UP TO 3 CHARACTERS.)"
           ACCEPT OPERATOR-ID.
           PERFORM OPERATOR-SIGN-ON.
           DISPLAY "TARGET DICTIONARY NAME? (LEAVE BLANK FOR THE"
           DISPLAY "DEFAULT DICTIONARY ""DICT"".)"
           ACCEPT DICTIONARY-NAME.
               STOP RUN
           END-IF.
           PERFORM OPEN-DICT.
           IF DICT-OPEN-OK NOT EQUAL TO "Y" THEN
               PERFORM LOCK-RELEASE
               DISPLAY "CONSOLIDATION ABANDONED."
           ELSE
                   DISPLAY "REPORT WRITTEN TO "
      -                FUNCTION TRIM(CONSRPT-FILE-NAME)
               END-IF
               PERFORM CONTROL-WRITE-CLOSING
               IF ACTIVITY-OPEN EQUAL TO "Y" THEN
                   CLOSE ACTIVITY-FILE
               END-IF
               CLOSE DICT-FILE
               PERFORM LOCK-RELEASE
           END-IF.
           STOP RUN.
       OPERATOR-SIGN-ON.
           MOVE 0 TO OPERMAST-COUNT.
           MOVE "N" TO OPERATOR-FOUND.
           MOVE "N" TO OPERMAST-EOF-FLAG.
           OPEN INPUT OPERMAST-FILE.
           IF OPERMAST-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL OPERMAST-EOF-FLAG EQUAL TO "Y"
                   READ OPERMAST-FILE
                       AT END
                           MOVE "Y" TO OPERMAST-EOF-FLAG
                       NOT AT END
                           IF OPR-R-ID NOT EQUAL TO SPACES THEN
                               ADD 1 TO OPERMAST-COUNT
                           END-IF
                           IF OPR-R-ID EQUAL TO OPERATOR-ID AND
                              OPERATOR-FOUND EQUAL TO "N" THEN
                               MOVE "Y" TO OPERATOR-FOUND
                               MOVE OPR-R-ACTIVE TO OPERATOR-ACTIVE
                               MOVE OPR-R-LEVEL TO OPERATOR-LEVEL
                               MOVE OPR-R-NAME TO OPERATOR-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMAST-FILE
           ELSE IF OPERMAST-FILE-STATUS NOT EQUAL TO "35" THEN
               DISPLAY "COULD NOT READ OPERMAST.DAT. STATUS: "
      -            OPERMAST-FILE-STATUS
               DISPLAY "SIGN-ON REFUSED. CONSOLIDATION ABANDONED."
               STOP RUN
           END-IF
           END-IF.
           IF OPERMAST-COUNT EQUAL TO 0 THEN
               DISPLAY "NO OPERATOR MASTER ON FILE. SIGN-ON ACCEPTED."
           ELSE
               IF OPERATOR-FOUND NOT EQUAL TO "Y" THEN
                   DISPLAY "OPERATOR " OPERATOR-ID
      -                " IS NOT ON THE OPERATOR MASTER FILE."
                   DISPLAY "SIGN-ON REFUSED. CONSOLIDATION ABANDONED."
                   STOP RUN
               END-IF
               IF OPERATOR-ACTIVE NOT EQUAL TO "A" THEN
                   DISPLAY "OPERATOR " OPERATOR-ID
      -                " HAS BEEN RETIRED."
                   DISPLAY "SIGN-ON REFUSED. CONSOLIDATION ABANDONED."
                   STOP RUN
               END-IF
               IF OPERATOR-LEVEL NOT EQUAL TO "C" AND
                  OPERATOR-LEVEL NOT EQUAL TO "M" AND
                  OPERATOR-LEVEL NOT EQUAL TO "S" THEN
                   DISPLAY "OPERATOR " OPERATOR-ID
      -                " HOLDS INQUIRY AUTHORITY ONLY."
                   DISPLAY "CONSOLIDATION NEEDS TALLY CLERK AUTHORITY "
      -                "OR ABOVE. CONSOLIDATION ABANDONED."
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON: " FUNCTION TRIM(OPERATOR-NAME)
           END-IF.
       SET-DICTIONARY-NAMES.
           IF DICTIONARY-NAME EQUAL TO SPACES THEN
               MOVE "DICT" TO DICTIONARY-NAME
               MOVE "DICT.DAT" TO DICT-FILE-NAME
               MOVE "CONSRPT.TXT" TO CONSRPT-FILE-NAME
               MOVE "DICT.LCK" TO LOCK-FILE-NAME
               MOVE "ACTIVITY.DAT" TO ACTIVITY-FILE-NAME
               MOVE "CONTROL.DAT" TO CONTROL-FILE-NAME
               MOVE "AUDIT.LOG" TO AUDIT-FILE-NAME
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
               MOVE SPACES TO AUDIT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-AUDIT.LOG" DELIMITED BY SIZE
                   INTO AUDIT-FILE-NAME
           END-IF.
           DISPLAY "CONSOLIDATING INTO DICTIONARY: "
      -        FUNCTION TRIM(DICTIONARY-NAME).
      -            FUNCTION TRIM(DICT-FILE-NAME) ". STATUS: "
      -            DICT-FILE-STATUS
           END-IF.
           MOVE "N" TO DICT-OPEN-OK.
           IF DICT-FILE-STATUS EQUAL TO "00" THEN
               MOVE "Y" TO DICT-OPEN-OK
               PERFORM CONTROL-CHECK-OPENING
               PERFORM ACTIVITY-OPEN-LEDGER
           END-IF.
       CONTROL-TOTALS.
           MOVE 0 TO CONTROL-COUNT.
           MOVE 0 TO CONTROL-HASH.
           MOVE "N" TO CONTROL-EOF-FLAG.
           MOVE LOW-VALUES TO DR-WORD-ENTRY.
           START DICT-FILE KEY IS GREATER THAN OR EQUAL TO
                   DR-WORD-ENTRY
               INVALID KEY
                   MOVE "Y" TO CONTROL-EOF-FLAG
           END-START.
           PERFORM UNTIL CONTROL-EOF-FLAG EQUAL TO "Y"
               READ DICT-FILE NEXT
                   AT END
                       MOVE "Y" TO CONTROL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CONTROL-COUNT
                       ADD DR-WORD-COUNTER TO CONTROL-HASH
               END-READ
           END-PERFORM.
       CONTROL-CHECK-OPENING.
           PERFORM CONTROL-TOTALS.
           MOVE CONTROL-COUNT TO RUN-OPEN-COUNT.
           MOVE CONTROL-HASH TO RUN-OPEN-HASH.
           MOVE "Y" TO CONTROL-MATCHED.
           PERFORM CONTROL-LOAD-LAST.
           IF CONTROL-ON-FILE EQUAL TO "Y" THEN
               IF RUN-OPEN-COUNT NOT EQUAL TO CONTROL-LAST-COUNT OR
                  RUN-OPEN-HASH NOT EQUAL TO CONTROL-LAST-HASH THEN
                   MOVE "N" TO CONTROL-MATCHED
               END-IF
           END-IF.
           IF CONTROL-MATCHED NOT EQUAL TO "Y" THEN
               PERFORM CONTROL-MISMATCH
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
       CONTROL-MISMATCH.
           DISPLAY "OPENING CONTROL TOTALS DO NOT MATCH THE LAST "
      -        "RECORDED RUN.".
           MOVE CONTROL-LAST-COUNT TO CONTROL-COUNT-EDIT.
           MOVE CONTROL-LAST-HASH TO CONTROL-HASH-EDIT.
           DISPLAY "LAST RUN: " FUNCTION TRIM(CONTROL-LAST-PROGRAM)
      -        " ON " CONTROL-LAST-DATE " CLOSED WITH "
      -        FUNCTION TRIM(CONTROL-COUNT-EDIT)
      -        " ENTRIES, TALLY HASH "
      -        FUNCTION TRIM(CONTROL-HASH-EDIT) ".".
           MOVE SPACES TO AUDIT-OLD-TEXT.
           STRING "COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-COUNT-EDIT) DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-HASH-EDIT) DELIMITED BY SIZE
               INTO AUDIT-OLD-TEXT.
           MOVE RUN-OPEN-COUNT TO CONTROL-COUNT-EDIT.
           MOVE RUN-OPEN-HASH TO CONTROL-HASH-EDIT.
           DISPLAY "DICTIONARY NOW HOLDS "
      -        FUNCTION TRIM(CONTROL-COUNT-EDIT)
      -        " ENTRIES, TALLY HASH "
      -        FUNCTION TRIM(CONTROL-HASH-EDIT) ".".
           MOVE SPACES TO AUDIT-NEW-TEXT.
           STRING "COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-COUNT-EDIT) DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               FUNCTION TRIM(CONTROL-HASH-EDIT) DELIMITED BY SIZE
               INTO AUDIT-NEW-TEXT.
           IF OPERMAST-COUNT NOT EQUAL TO 0 AND
              OPERATOR-LEVEL NOT EQUAL TO "S" THEN
               DISPLAY "ONLY A SUPERVISOR MAY OVERRIDE."
               PERFORM CONTROL-REFUSE
           END-IF.
           DISPLAY "OVERRIDE AND ACCEPT THE CURRENT TOTALS? Y/N".
           ACCEPT CONTROL-ANSWER.
           IF CONTROL-ANSWER NOT EQUAL TO "Y" THEN
               PERFORM CONTROL-REFUSE
           END-IF.
           MOVE "Y" TO CONTROL-OVERRIDE.
           MOVE "CTLOVER" TO AUDIT-ACTION.
           MOVE DICTIONARY-NAME TO AUDIT-WORD.
           PERFORM AUDIT-LOG-WRITE.
           DISPLAY "OVERRIDE ACCEPTED. IT HAS BEEN WRITTEN TO THE "
      -        "AUDIT TRAIL AND WILL BE SHOWN ON THE BALANCING "
      -        "REPORT.".
       CONTROL-REFUSE.
           CLOSE DICT-FILE.
           PERFORM LOCK-RELEASE.
           DISPLAY "CONSOLIDATION ABANDONED.".
           STOP RUN.
       CONTROL-WRITE-CLOSING.
           PERFORM CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-RECORD.
           ACCEPT CT-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-TIME FROM TIME.
           MOVE "CONSOL" TO CT-PROGRAM.
           MOVE OPERATOR-ID TO CT-OPER.
           MOVE RUN-OPEN-COUNT TO CT-OPEN-COUNT.
           MOVE RUN-OPEN-HASH TO CT-OPEN-HASH.
           MOVE 0 TO CT-KEYBOARD.
           MOVE 0 TO CT-BATCH.
           MOVE 0 TO CT-DOCUMENT.
           MOVE RUN-CONSOL TO CT-CONSOL.
           MOVE 0 TO CT-NIGHTRUN.
           COMPUTE CT-OTHER = CONTROL-HASH - RUN-OPEN-HASH
               - RUN-CONSOL.
           MOVE CONTROL-COUNT TO CT-CLOSE-COUNT.
           MOVE CONTROL-HASH TO CT-CLOSE-HASH.
           MOVE CONTROL-OVERRIDE TO CT-OVERRIDE.
           OPEN EXTEND CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT EQUAL TO "00" THEN
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           IF CONTROL-FILE-STATUS EQUAL TO "00" THEN
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
               MOVE CONTROL-COUNT TO CONTROL-COUNT-EDIT
               MOVE CONTROL-HASH TO CONTROL-HASH-EDIT
               DISPLAY "CLOSING CONTROL TOTALS RECORDED: "
      -            FUNCTION TRIM(CONTROL-COUNT-EDIT)
      -            " ENTRIES, TALLY HASH "
      -            FUNCTION TRIM(CONTROL-HASH-EDIT) "."
           ELSE
               DISPLAY "COULD NOT WRITE "
      -            FUNCTION TRIM(CONTROL-FILE-NAME) ". STATUS: "
      -            CONTROL-FILE-STATUS
           END-IF.
       AUDIT-LOG-WRITE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT EQUAL TO "00" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-FILE-STATUS EQUAL TO "00" THEN
               MOVE SPACES TO AUDIT-LINE
               STRING AUDIT-DATE              DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      AUDIT-TIME              DELIMITED BY SIZE
                      " ACTION="              DELIMITED BY SIZE
                      FUNCTION TRIM(AUDIT-ACTION)
      -                                       DELIMITED BY SIZE
                      " WORD="                DELIMITED BY SIZE
                      FUNCTION TRIM(AUDIT-WORD)
      -                                       DELIMITED BY SIZE
                      " OLD="                 DELIMITED BY SIZE
                      FUNCTION TRIM(AUDIT-OLD-TEXT)
      -                                       DELIMITED BY SIZE
                      " NEW="                 DELIMITED BY SIZE
                      FUNCTION TRIM(AUDIT-NEW-TEXT)
      -                                       DELIMITED BY SIZE
                      " DICT="                DELIMITED BY SIZE
                      FUNCTION TRIM(DICTIONARY-NAME)
      -                                       DELIMITED BY SIZE
                      " OPER="                DELIMITED BY SIZE
                      OPERATOR-ID             DELIMITED BY SIZE
                      INTO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
           END-IF.
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
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(ACTIVITY-FILE-NAME) ". STATUS: "
      -            ACTIVITY-FILE-STATUS
               DISPLAY "DAILY ACTIVITY WILL NOT BE RECORDED."
           END-IF.
       ACTIVITY-POST.
           ADD ACTIVITY-AMOUNT TO RUN-CONSOL.
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
               ADD ACTIVITY-AMOUNT TO AL-CONSOL
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
                   DISPLAY "COULD NOT POST ACTIVITY FOR "
      -                FUNCTION TRIM(AL-WORD) ". STATUS: "
      -                ACTIVITY-FILE-STATUS
               END-IF
           END-IF.
       LOCK-ACQUIRE.
           MOVE "N" TO LOCK-GRANTED.
           OPEN INPUT LOCK-FILE.
               NOT ON SIZE ERROR
                   REWRITE DICT-RECORD
                   ADD 1 TO WORDS-SUMMED
                   MOVE INBOUND-TALLY TO ACTIVITY-AMOUNT
                   PERFORM ACTIVITY-POST
                   PERFORM WRITE-CONTRIBUTION-LINE
           END-ADD.
       CREATE-ONE-DETAIL.
                       NOT INVALID KEY
                           ADD 1 TO WORDS-CREATED
                           PERFORM WRITE-CONTRIBUTION-LINE
                           MOVE INBOUND-TALLY TO ACTIVITY-AMOUNT
                           PERFORM ACTIVITY-POST
                   END-WRITE
           END-ADD.
       WRITE-CONTRIBUTION-LINE.
