      ******************************************************************
      * Author: SUNRISE MAINFRAMES
      * Date: 15 OCTOBER 2026
      * Purpose: PARAMETER-DRIVEN REPORT WRITER. READS A FILE OF
      *          REPORT REQUESTS (REPWREQ.DAT) AND RUNS EVERY REQUEST
      *          IN ONE PASS, WRITING THE REPORTS ONE AFTER ANOTHER TO
      *          REPWRT.TXT. EACH REQUEST NAMES ITS SOURCE (THE LIVE
      *          DICTIONARY OR HISTORY.DAT PERIODS), SELECTION ON WORD
      *          PATTERN, CATEGORY AND TALLY RANGE, SORT KEYS, CONTROL
      *          BREAKS WITH SUBTOTALS, THE COLUMNS TO PRINT AND A
      *          TITLE. RUNS UNATTENDED FROM NIGHTRUN THROUGH
      *          REPWPARM.DAT.
      *
      *          REQUEST FILE LAYOUT, ONE KEYWORD PER LINE:
      *            REPORT                  STARTS A REQUEST
      *            TITLE text              REPORT TITLE
      *            DICTIONARY name         DEFAULT IS THE RUN'S
      *            SOURCE DICT             LIVE DICTIONARY (DEFAULT)
      *            SOURCE HISTORY          ALL CLOSED PERIODS
      *            SOURCE HISTORY LAST n   LAST n PERIODS ON FILE
      *            SOURCE HISTORY id id .. UP TO 12 NAMED PERIODS
      *            WORD pattern            * ANY STRING, ? ONE CHAR
      *            CATEGORY code code ..   UP TO 12 CODES
      *            TALLY min max           * FOR NO LIMIT
      *            SORT field [ASC|DESC].. WORD CATEGORY TALLY PERIOD
      *            BREAK field [field]     CATEGORY OR PERIOD
      *            COLUMNS field ..        WORD TALLY CATEGORY DESC
      *                                    PERIOD CLOSED
      *            END                     ENDS THE REQUEST
      *          LINES STARTING WITH * ARE COMMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPWRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICT-FILE ASSIGN TO DYNAMIC DICT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-WORD-ENTRY
               FILE STATUS IS DICT-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT CATMAST-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATMAST-FILE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO DYNAMIC REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT REPWRT-FILE ASSIGN TO DYNAMIC REPWRT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPWRT-FILE-STATUS.
           SELECT REPWPARM-FILE ASSIGN TO "REPWPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPWPARM-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "REPWORK.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  DICT-FILE
           RECORD CONTAINS 113 CHARACTERS.
       01  DICT-RECORD.
           05 DR-WORD-ENTRY    PIC X(100).
           05 DR-WORD-COUNTER  PIC S999.
           05 DR-CATEGORY      PIC X(10).
       FD  HIST-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  HIST-RECORD.
           05 HR-PERIOD-ID     PIC X(8).
           05 HR-CLOSE-DATE    PIC X(8).
           05 HR-WORD          PIC X(100).
           05 HR-CATEGORY      PIC X(10).
           05 HR-TALLY         PIC S9(7) SIGN LEADING SEPARATE.
       FD  CATMAST-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  CATMAST-RECORD.
           05 CAT-R-CODE       PIC X(10).
           05 CAT-R-DESC       PIC X(40).
           05 CAT-R-ACTIVE     PIC X(1).
       FD  REQUEST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REQUEST-RECORD      PIC X(132).
       FD  REPWRT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPWRT-LINE         PIC X(132).
       FD  REPWPARM-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  REPWPARM-RECORD.
           05 WP-MODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 WP-DICT          PIC X(20).
           05 FILLER           PIC X(1).
           05 WP-REQUEST       PIC X(40).
           05 FILLER           PIC X(4).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-KEY-AREA.
               10 SW-ASC-1     PIC X(100).
               10 SW-DESC-1    PIC X(100).
               10 SW-ASC-2     PIC X(100).
               10 SW-DESC-2    PIC X(100).
               10 SW-ASC-3     PIC X(100).
               10 SW-DESC-3    PIC X(100).
               10 SW-ASC-4     PIC X(100).
               10 SW-DESC-4    PIC X(100).
           05 SW-KEY-TABLE REDEFINES SW-KEY-AREA.
               10 SW-KEY-SLOT OCCURS 4 TIMES.
                   15 SW-KEY-VALUE OCCURS 2 TIMES PIC X(100).
           05 SW-PERIOD        PIC X(8).
           05 SW-CLOSE-DATE    PIC X(8).
           05 SW-WORD          PIC X(100).
           05 SW-CATEGORY      PIC X(10).
           05 SW-TALLY         PIC S9(7).
       WORKING-STORAGE SECTION.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 DICT-FILE-NAME    PIC X(40) VALUE "DICT.DAT".
       77 HIST-FILE-NAME    PIC X(40) VALUE "HISTORY.DAT".
       77 REQUEST-FILE-NAME PIC X(40) VALUE "REPWREQ.DAT".
       77 REPWRT-FILE-NAME  PIC X(40) VALUE "REPWRT.TXT".
       77 DICT-FILE-STATUS  PIC XX.
       77 HIST-FILE-STATUS  PIC XX.
       77 CATMAST-FILE-STATUS PIC XX.
       77 REQUEST-FILE-STATUS PIC XX.
       77 REPWRT-FILE-STATUS PIC XX.
       77 REPWPARM-FILE-STATUS PIC XX.
       77 DICT-EOF-FLAG     PIC X VALUE "N".
       77 HIST-EOF-FLAG     PIC X VALUE "N".
       77 CATMAST-EOF-FLAG  PIC X VALUE "N".
       77 REQUEST-EOF-FLAG  PIC X VALUE "N".
       77 SORT-EOF-FLAG     PIC X VALUE "N".
       77 AUTO-MODE         PIC X(1) VALUE "N".
       77 REPWRT-RUN-DATE   PIC X(8).
       77 REPWRT-RC         PIC 9 VALUE 0.
       77 REQUEST-ENTERED   PIC X(40).
       77 REQUESTS-RUN      PIC 999 VALUE 0.
       77 REQUESTS-REJECTED PIC 999 VALUE 0.
       77 LINES-IGNORED     PIC 9(5) VALUE 0.
       77 REQ-LINE          PIC X(132).
       77 REQ-UPPER-LINE    PIC X(132).
       77 REQ-KEYWORD       PIC X(12).
       77 REQ-PTR           PIC 999.
       77 TOKEN-PTR         PIC 999.
       77 TOKEN-COUNT       PIC 99.
       77 TOKEN-TEXT        PIC X(40).
       77 TOKEN-VALUE       PIC S9(9).
       77 TOKEN-IX          PIC 99.
       77 REQ-ACTIVE        PIC X(1) VALUE "N".
       77 REQ-NUMBER        PIC 999 VALUE 0.
       77 REQ-TITLE         PIC X(100).
       77 REQ-DICT          PIC X(20).
       77 REQ-SOURCE        PIC X(8).
       77 REQ-LAST-N        PIC 99.
       77 REQ-PATTERN       PIC X(41).
       77 REQ-PATTERN-LEN   PIC 99.
       77 REQ-TALLY-MIN     PIC S9(9).
       77 REQ-TALLY-MAX     PIC S9(9).
       77 REQ-MIN-SET       PIC X(1).
       77 REQ-MAX-SET       PIC X(1).
       77 REQ-PERIOD-COUNT  PIC 99.
       77 REQ-CAT-COUNT     PIC 99.
       77 REQ-SORT-COUNT    PIC 9.
       77 REQ-BREAK-COUNT   PIC 9.
       77 REQ-COL-COUNT     PIC 9.
       77 REQ-ERROR         PIC X(80).
       77 REQ-RECORDS-READ  PIC 9(7).
       77 REQ-SELECTED      PIC 9(7).
       77 REQ-TALLY-TOTAL   PIC S9(9).
       77 REQ-SOURCE-OPEN   PIC X(1).
       77 FIELD-NAME        PIC X(8).
       77 FIELD-OK          PIC X(1).
       77 SLOT-PTR          PIC 9.
       77 SLOT-DIR          PIC 9.
       77 KEY-PTR           PIC 9.
       77 COL-PTR           PIC 9.
       77 BRK-PTR           PIC 9.
       77 BRK-CHANGED       PIC 9.
       77 BRK-FIRST         PIC X(1).
       77 PERIOD-PTR        PIC 99.
       77 PERIOD-TOTAL      PIC 99.
       77 PERIOD-SEEN-TOTAL PIC 999.
       77 PERIOD-FIRST      PIC 99.
       77 PERIOD-SELECTED   PIC X(1).
       77 HIST-PERIOD-SEQ   PIC 9(4).
       77 HIST-LAST-PERIOD  PIC X(8).
       77 CAT-PTR           PIC 99.
       77 CAT-SELECTED      PIC X(1).
       77 CATMAST-COUNT     PIC 999 VALUE 0.
       77 CATMAST-PTR       PIC 999.
       77 CATMAST-LOOKUP    PIC X(10).
       77 CATEGORY-DESC-TEXT PIC X(40).
       77 CAND-PERIOD       PIC X(8).
       77 CAND-CLOSE-DATE   PIC X(8).
       77 CAND-WORD         PIC X(100).
       77 CAND-CATEGORY     PIC X(10).
       77 CAND-TALLY        PIC S9(7).
       77 CAND-SEQ          PIC 9(4).
       77 TALLY-KEY         PIC 9(8).
       77 MATCH-WORD        PIC X(101).
       77 MATCH-LEN         PIC 999.
       77 MATCH-RESULT      PIC X(1).
       77 MATCH-DONE        PIC X(1).
       77 PAT-PTR           PIC 99.
       77 WRD-PTR           PIC 999.
       77 STAR-PTR          PIC 99.
       77 MARK-PTR          PIC 999.
       77 LINE-PTR          PIC 999.
       77 COLUMN-TEXT       PIC X(40).
       77 COLUMN-WIDTH      PIC 99.
       77 TALLY-EDIT        PIC -------9.
       77 TOTAL-EDIT        PIC ---------9.
       77 COUNT-EDIT        PIC Z(6)9.
       77 RUN-EDIT          PIC ZZ9.
       01 TOKEN-TABLE.
           05 TOKEN-ENTRY OCCURS 14 TIMES PIC X(40).
       01 REQ-PERIOD-TABLE.
           05 REQ-PERIOD-ENTRY OCCURS 12 TIMES.
               10 REQ-PERIOD   PIC X(8).
               10 REQ-PERIOD-FOUND PIC X(1).
       01 REQ-CAT-TABLE.
           05 REQ-CAT OCCURS 12 TIMES PIC X(10).
       01 REQ-SORT-TABLE.
           05 REQ-SORT-ENTRY OCCURS 4 TIMES.
               10 REQ-SORT-FIELD PIC X(8).
               10 REQ-SORT-DIR PIC 9.
       01 REQ-BREAK-TABLE.
           05 REQ-BREAK-ENTRY OCCURS 2 TIMES.
               10 REQ-BREAK    PIC X(8).
               10 BRK-VALUE    PIC X(10).
               10 BRK-CLOSE-DATE PIC X(8).
               10 BRK-COUNT    PIC 9(7).
               10 BRK-TALLY    PIC S9(9).
       01 REQ-COL-TABLE.
           05 REQ-COL OCCURS 6 TIMES PIC X(8).
       01 PERIOD-LIST.
           05 PL-ID OCCURS 60 TIMES PIC X(8).
       01 CATMAST-TABLE.
           05 CAT-MASTER-ENTRY OCCURS 200 TIMES.
               10 CAT-M-CODE   PIC X(10).
               10 CAT-M-DESC   PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*              SUNRISE POTATOFR/ES                *"
           DISPLAY "*        ~  PARAMETER-DRIVEN REPORT WRITER  ~     *"
           DISPLAY "***************************************************"
           DISPLAY " "
           DISPLAY "RUNS EVERY REPORT REQUEST IN THE REQUEST FILE"
           DISPLAY "AGAINST THE DICTIONARY OR ITS PERIOD HISTORY."
           DISPLAY " "
           MOVE 0 TO REPWRT-RC.
           PERFORM CHECK-PARM-FILE.
           IF AUTO-MODE EQUAL TO "Y" THEN
               DISPLAY "UNATTENDED RUN: PARAMETERS TAKEN FROM "
      -            "REPWPARM.DAT."
           ELSE
               DISPLAY "DICTIONARY NAME? (LEAVE BLANK FOR THE DEFAULT"
               DISPLAY "DICTIONARY ""DICT"".)"
               ACCEPT DICTIONARY-NAME
               DISPLAY "REQUEST FILE? (LEAVE BLANK FOR THE DICTIONARY'S"
               DISPLAY "REPWREQ.DAT.)"
               ACCEPT REQUEST-ENTERED
           END-IF.
           PERFORM SET-DICTIONARY-NAMES.
           ACCEPT REPWRT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CATMAST-LOAD.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "NO " FUNCTION TRIM(REQUEST-FILE-NAME)
      -            " FOUND. NO REPORTS WRITTEN."
               MOVE 8 TO REPWRT-RC
           ELSE
               OPEN OUTPUT REPWRT-FILE
               IF REPWRT-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "COULD NOT OPEN "
      -                FUNCTION TRIM(REPWRT-FILE-NAME)
      -                ". NO REPORTS WRITTEN."
                   MOVE 8 TO REPWRT-RC
               ELSE
                   PERFORM READ-REQUESTS
                   PERFORM WRITE-RUN-SUMMARY
                   CLOSE REPWRT-FILE
                   DISPLAY "REQUESTS RUN: " REQUESTS-RUN
      -                ", REJECTED: " REQUESTS-REJECTED "."
                   DISPLAY "REPORTS WRITTEN TO "
      -                FUNCTION TRIM(REPWRT-FILE-NAME)
               END-IF
               CLOSE REQUEST-FILE
           END-IF.
           MOVE REPWRT-RC TO RETURN-CODE.
           GOBACK.
       CHECK-PARM-FILE.
           MOVE "N" TO AUTO-MODE.
           MOVE SPACES TO REQUEST-ENTERED.
           OPEN INPUT REPWPARM-FILE.
           IF REPWPARM-FILE-STATUS EQUAL TO "00" THEN
               READ REPWPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WP-MODE EQUAL TO "AUTO" THEN
                           MOVE "Y" TO AUTO-MODE
                           MOVE WP-DICT TO DICTIONARY-NAME
                           MOVE WP-REQUEST TO REQUEST-ENTERED
                       END-IF
               END-READ
               CLOSE REPWPARM-FILE
           END-IF.
       SET-DICTIONARY-NAMES.
           IF DICTIONARY-NAME EQUAL TO SPACES THEN
               MOVE "DICT" TO DICTIONARY-NAME
           END-IF.
           IF DICTIONARY-NAME EQUAL TO "DICT" THEN
               MOVE "REPWREQ.DAT" TO REQUEST-FILE-NAME
               MOVE "REPWRT.TXT" TO REPWRT-FILE-NAME
           ELSE
               MOVE SPACES TO REQUEST-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-REPWREQ.DAT" DELIMITED BY SIZE
                   INTO REQUEST-FILE-NAME
               MOVE SPACES TO REPWRT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-REPWRT.TXT" DELIMITED BY SIZE
                   INTO REPWRT-FILE-NAME
           END-IF.
           IF REQUEST-ENTERED NOT EQUAL TO SPACES THEN
               MOVE REQUEST-ENTERED TO REQUEST-FILE-NAME
           END-IF.
           DISPLAY "REPORT WRITER FOR DICTIONARY: "
      -        FUNCTION TRIM(DICTIONARY-NAME)
      -        ", REQUESTS FROM " FUNCTION TRIM(REQUEST-FILE-NAME).
       SET-REQUEST-FILE-NAMES.
           IF REQ-DICT EQUAL TO "DICT" THEN
               MOVE "DICT.DAT" TO DICT-FILE-NAME
               MOVE "HISTORY.DAT" TO HIST-FILE-NAME
           ELSE
               MOVE SPACES TO DICT-FILE-NAME
               STRING FUNCTION TRIM(REQ-DICT)
                   DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO DICT-FILE-NAME
               MOVE SPACES TO HIST-FILE-NAME
               STRING FUNCTION TRIM(REQ-DICT)
                   DELIMITED BY SIZE
                   "-HISTORY.DAT" DELIMITED BY SIZE
                   INTO HIST-FILE-NAME
           END-IF.
       CATMAST-LOAD.
           MOVE 0 TO CATMAST-COUNT.
           MOVE "N" TO CATMAST-EOF-FLAG.
           OPEN INPUT CATMAST-FILE.
           IF CATMAST-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL CATMAST-EOF-FLAG EQUAL TO "Y"
                   READ CATMAST-FILE
                       AT END
                           MOVE "Y" TO CATMAST-EOF-FLAG
                       NOT AT END
                           IF CAT-R-CODE NOT EQUAL TO SPACES AND
                              CATMAST-COUNT IS LESS THAN 200 THEN
                               ADD 1 TO CATMAST-COUNT
                               MOVE CAT-R-CODE
                                   TO CAT-M-CODE(CATMAST-COUNT)
                               MOVE CAT-R-DESC
                                   TO CAT-M-DESC(CATMAST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATMAST-FILE
           END-IF.
       CATMAST-DESC-LOOKUP.
           MOVE SPACES TO CATEGORY-DESC-TEXT.
           PERFORM VARYING CATMAST-PTR FROM 1 BY 1
                   UNTIL CATMAST-PTR IS GREATER THAN CATMAST-COUNT
               IF CAT-M-CODE(CATMAST-PTR) EQUAL TO CATMAST-LOOKUP AND
                  CATEGORY-DESC-TEXT EQUAL TO SPACES THEN
                   MOVE CAT-M-DESC(CATMAST-PTR) TO CATEGORY-DESC-TEXT
               END-IF
           END-PERFORM.
       READ-REQUESTS.
           MOVE "N" TO REQUEST-EOF-FLAG.
           MOVE "N" TO REQ-ACTIVE.
           PERFORM UNTIL REQUEST-EOF-FLAG EQUAL TO "Y"
               READ REQUEST-FILE
                   AT END
                       MOVE "Y" TO REQUEST-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-REQUEST-LINE
               END-READ
           END-PERFORM.
           IF REQ-ACTIVE EQUAL TO "Y" THEN
               PERFORM RUN-REQUEST
           END-IF.
       PROCESS-REQUEST-LINE.
           MOVE FUNCTION TRIM(REQUEST-RECORD) TO REQ-LINE.
           IF REQ-LINE EQUAL TO SPACES OR
              REQ-LINE(1:1) EQUAL TO "*" THEN
               CONTINUE
           ELSE
               MOVE FUNCTION UPPER-CASE(REQ-LINE) TO REQ-UPPER-LINE
               MOVE SPACES TO REQ-KEYWORD
               MOVE 1 TO REQ-PTR
               UNSTRING REQ-UPPER-LINE DELIMITED BY ALL " "
                   INTO REQ-KEYWORD
                   WITH POINTER REQ-PTR
               END-UNSTRING
               PERFORM SPLIT-TOKENS
               EVALUATE REQ-KEYWORD
                   WHEN "REPORT"
                       IF REQ-ACTIVE EQUAL TO "Y" THEN
                           PERFORM RUN-REQUEST
                       END-IF
                       PERFORM START-REQUEST
                   WHEN "END"
                       IF REQ-ACTIVE EQUAL TO "Y" THEN
                           PERFORM RUN-REQUEST
                           MOVE "N" TO REQ-ACTIVE
                       ELSE
                           PERFORM NOTE-IGNORED-LINE
                       END-IF
                   WHEN OTHER
                       IF REQ-ACTIVE NOT EQUAL TO "Y" THEN
                           PERFORM NOTE-IGNORED-LINE
                       ELSE
                           IF REQ-ERROR EQUAL TO SPACES THEN
                               PERFORM PARSE-REQUEST-KEYWORD
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
       NOTE-IGNORED-LINE.
           ADD 1 TO LINES-IGNORED.
           DISPLAY "LINE OUTSIDE A REPORT REQUEST IGNORED: "
      -        FUNCTION TRIM(REQ-LINE).
       SPLIT-TOKENS.
           MOVE 0 TO TOKEN-COUNT.
           MOVE SPACES TO TOKEN-TABLE.
           MOVE REQ-PTR TO TOKEN-PTR.
           PERFORM UNTIL TOKEN-PTR IS GREATER THAN 132 OR
                   TOKEN-COUNT EQUAL TO 14
               MOVE SPACES TO TOKEN-TEXT
               UNSTRING REQ-UPPER-LINE DELIMITED BY ALL " "
                   INTO TOKEN-TEXT
                   WITH POINTER TOKEN-PTR
               END-UNSTRING
               IF TOKEN-TEXT EQUAL TO SPACES THEN
                   MOVE 133 TO TOKEN-PTR
               ELSE
                   ADD 1 TO TOKEN-COUNT
                   MOVE TOKEN-TEXT TO TOKEN-ENTRY(TOKEN-COUNT)
               END-IF
           END-PERFORM.
       START-REQUEST.
           ADD 1 TO REQ-NUMBER.
           MOVE "Y" TO REQ-ACTIVE.
           MOVE SPACES TO REQ-TITLE.
           IF REQ-PTR IS LESS THAN 133 THEN
               MOVE REQ-LINE(REQ-PTR:) TO REQ-TITLE
           END-IF.
           MOVE DICTIONARY-NAME TO REQ-DICT.
           MOVE "DICT" TO REQ-SOURCE.
           MOVE 0 TO REQ-LAST-N.
           MOVE SPACES TO REQ-PATTERN.
           MOVE 0 TO REQ-PATTERN-LEN.
           MOVE "N" TO REQ-MIN-SET.
           MOVE "N" TO REQ-MAX-SET.
           MOVE 0 TO REQ-TALLY-MIN.
           MOVE 0 TO REQ-TALLY-MAX.
           MOVE 0 TO REQ-PERIOD-COUNT.
           MOVE 0 TO REQ-CAT-COUNT.
           MOVE 0 TO REQ-SORT-COUNT.
           MOVE 0 TO REQ-BREAK-COUNT.
           MOVE 0 TO REQ-COL-COUNT.
           INITIALIZE REQ-PERIOD-TABLE.
           INITIALIZE REQ-CAT-TABLE.
           INITIALIZE REQ-SORT-TABLE.
           INITIALIZE REQ-BREAK-TABLE.
           INITIALIZE REQ-COL-TABLE.
           MOVE SPACES TO REQ-ERROR.
       PARSE-REQUEST-KEYWORD.
           MOVE "Y" TO FIELD-OK.
           IF REQ-KEYWORD NOT EQUAL TO "TITLE" AND
              REQ-KEYWORD NOT EQUAL TO "DICTIONARY" AND
              REQ-KEYWORD NOT EQUAL TO "SOURCE" AND
              REQ-KEYWORD NOT EQUAL TO "WORD" AND
              REQ-KEYWORD NOT EQUAL TO "CATEGORY" AND
              REQ-KEYWORD NOT EQUAL TO "TALLY" AND
              REQ-KEYWORD NOT EQUAL TO "SORT" AND
              REQ-KEYWORD NOT EQUAL TO "BREAK" AND
              REQ-KEYWORD NOT EQUAL TO "COLUMNS" THEN
               MOVE "N" TO FIELD-OK
           END-IF.
           IF FIELD-OK EQUAL TO "Y" AND
              TOKEN-COUNT EQUAL TO 0 AND
              REQ-KEYWORD NOT EQUAL TO "TITLE" THEN
               STRING FUNCTION TRIM(REQ-KEYWORD) DELIMITED BY SIZE
                   " LINE HAS NO VALUE" DELIMITED BY SIZE
                   INTO REQ-ERROR
           ELSE
               IF TOKEN-COUNT IS GREATER THAN 13 THEN
                   STRING FUNCTION TRIM(REQ-KEYWORD)
                       DELIMITED BY SIZE
                       " LINE HAS MORE THAN 13 VALUES"
                       DELIMITED BY SIZE
                       INTO REQ-ERROR
               ELSE IF REQ-KEYWORD EQUAL TO "CATEGORY" AND
                       TOKEN-COUNT IS GREATER THAN 12 THEN
                   MOVE "CATEGORY LINE HAS MORE THAN 12 CODES"
                       TO REQ-ERROR
               END-IF
               END-IF
           END-IF.
           IF REQ-ERROR EQUAL TO SPACES THEN
               EVALUATE REQ-KEYWORD
                   WHEN "TITLE"
                       MOVE SPACES TO REQ-TITLE
                       IF REQ-PTR IS LESS THAN 133 THEN
                           MOVE REQ-LINE(REQ-PTR:) TO REQ-TITLE
                       END-IF
                   WHEN "DICTIONARY"
                       MOVE SPACES TO REQ-DICT
                       MOVE REQ-PTR TO TOKEN-PTR
                       UNSTRING REQ-LINE DELIMITED BY ALL " "
                           INTO REQ-DICT
                           WITH POINTER TOKEN-PTR
                       END-UNSTRING
                   WHEN "SOURCE"
                       PERFORM PARSE-SOURCE
                   WHEN "WORD"
                       PERFORM PARSE-WORD
                   WHEN "CATEGORY"
                       PERFORM VARYING TOKEN-IX FROM 1 BY 1
                               UNTIL TOKEN-IX IS GREATER THAN
                               TOKEN-COUNT
                           MOVE TOKEN-ENTRY(TOKEN-IX)
                               TO REQ-CAT(TOKEN-IX)
                       END-PERFORM
                       MOVE TOKEN-COUNT TO REQ-CAT-COUNT
                   WHEN "TALLY"
                       PERFORM PARSE-TALLY
                   WHEN "SORT"
                       PERFORM PARSE-SORT
                   WHEN "BREAK"
                       PERFORM PARSE-BREAK
                   WHEN "COLUMNS"
                       PERFORM PARSE-COLUMNS
                   WHEN OTHER
                       STRING "UNKNOWN KEYWORD " DELIMITED BY SIZE
                           FUNCTION TRIM(REQ-KEYWORD)
                           DELIMITED BY SIZE
                           INTO REQ-ERROR
               END-EVALUATE
           END-IF.
       PARSE-SOURCE.
           MOVE 0 TO REQ-PERIOD-COUNT.
           MOVE 0 TO REQ-LAST-N.
           EVALUATE TOKEN-ENTRY(1)
               WHEN "DICT"
                   MOVE "DICT" TO REQ-SOURCE
                   IF TOKEN-COUNT IS GREATER THAN 1 THEN
                       MOVE "SOURCE DICT TAKES NO PERIODS"
                           TO REQ-ERROR
                   END-IF
               WHEN "HISTORY"
                   MOVE "HISTORY" TO REQ-SOURCE
                   IF TOKEN-COUNT IS GREATER THAN 1 THEN
                       IF TOKEN-ENTRY(2) EQUAL TO "LAST" THEN
                           MOVE TOKEN-ENTRY(3) TO TOKEN-TEXT
                           PERFORM TOKEN-TO-NUMBER
                           IF FIELD-OK NOT EQUAL TO "Y" OR
                              TOKEN-COUNT NOT EQUAL TO 3 OR
                              TOKEN-VALUE IS LESS THAN 1 OR
                              TOKEN-VALUE IS GREATER THAN 12 THEN
                               MOVE "LAST NEEDS A NUMBER FROM 1 TO 12"
                                   TO REQ-ERROR
                           ELSE
                               MOVE TOKEN-VALUE TO REQ-LAST-N
                           END-IF
                       ELSE
                           PERFORM VARYING TOKEN-IX FROM 2 BY 1
                                   UNTIL TOKEN-IX IS GREATER THAN
                                   TOKEN-COUNT
                               ADD 1 TO REQ-PERIOD-COUNT
                               MOVE TOKEN-ENTRY(TOKEN-IX)
                                   TO REQ-PERIOD(REQ-PERIOD-COUNT)
                               MOVE "N" TO
                                   REQ-PERIOD-FOUND(REQ-PERIOD-COUNT)
                           END-PERFORM
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "SOURCE MUST BE DICT OR HISTORY" TO REQ-ERROR
           END-EVALUATE.
       PARSE-WORD.
           IF TOKEN-COUNT IS GREATER THAN 1 THEN
               MOVE "WORD TAKES ONE PATTERN" TO REQ-ERROR
           ELSE
               MOVE TOKEN-ENTRY(1) TO REQ-PATTERN
               COMPUTE REQ-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(TOKEN-ENTRY(1)))
           END-IF.
       PARSE-TALLY.
           IF TOKEN-COUNT IS GREATER THAN 2 THEN
               MOVE "TALLY TAKES A MINIMUM AND A MAXIMUM" TO REQ-ERROR
           END-IF.
           IF REQ-ERROR EQUAL TO SPACES AND
              TOKEN-ENTRY(1) NOT EQUAL TO "*" THEN
               MOVE TOKEN-ENTRY(1) TO TOKEN-TEXT
               PERFORM TOKEN-TO-NUMBER
               IF FIELD-OK EQUAL TO "Y" THEN
                   MOVE "Y" TO REQ-MIN-SET
                   MOVE TOKEN-VALUE TO REQ-TALLY-MIN
               ELSE
                   MOVE "TALLY MINIMUM IS NOT A NUMBER" TO REQ-ERROR
               END-IF
           END-IF.
           IF REQ-ERROR EQUAL TO SPACES AND
              TOKEN-COUNT EQUAL TO 2 AND
              TOKEN-ENTRY(2) NOT EQUAL TO "*" THEN
               MOVE TOKEN-ENTRY(2) TO TOKEN-TEXT
               PERFORM TOKEN-TO-NUMBER
               IF FIELD-OK EQUAL TO "Y" THEN
                   MOVE "Y" TO REQ-MAX-SET
                   MOVE TOKEN-VALUE TO REQ-TALLY-MAX
               ELSE
                   MOVE "TALLY MAXIMUM IS NOT A NUMBER" TO REQ-ERROR
               END-IF
           END-IF.
           IF REQ-ERROR EQUAL TO SPACES AND
              REQ-MIN-SET EQUAL TO "Y" AND
              REQ-MAX-SET EQUAL TO "Y" AND
              REQ-TALLY-MIN IS GREATER THAN REQ-TALLY-MAX THEN
               MOVE "TALLY MINIMUM IS ABOVE THE MAXIMUM" TO REQ-ERROR
           END-IF.
       TOKEN-TO-NUMBER.
           MOVE "N" TO FIELD-OK.
           MOVE 0 TO TOKEN-VALUE.
           IF TOKEN-TEXT NOT EQUAL TO SPACES THEN
               IF FUNCTION TEST-NUMVAL(TOKEN-TEXT) EQUAL TO 0 THEN
                   IF FUNCTION ABS(FUNCTION NUMVAL(TOKEN-TEXT))
                      IS LESS THAN 10000000 THEN
                       COMPUTE TOKEN-VALUE =
                           FUNCTION NUMVAL(TOKEN-TEXT)
                       MOVE "Y" TO FIELD-OK
                   END-IF
               END-IF
           END-IF.
       PARSE-SORT.
           MOVE 0 TO REQ-SORT-COUNT.
           PERFORM VARYING TOKEN-IX FROM 1 BY 1
                   UNTIL TOKEN-IX IS GREATER THAN TOKEN-COUNT
               IF TOKEN-ENTRY(TOKEN-IX) EQUAL TO "ASC" OR
                  TOKEN-ENTRY(TOKEN-IX) EQUAL TO "DESC" THEN
                   IF REQ-SORT-COUNT EQUAL TO 0 THEN
                       MOVE "SORT DIRECTION BEFORE ANY FIELD"
                           TO REQ-ERROR
                   ELSE
                       IF TOKEN-ENTRY(TOKEN-IX) EQUAL TO "DESC" THEN
                           MOVE 2 TO REQ-SORT-DIR(REQ-SORT-COUNT)
                       END-IF
                   END-IF
               ELSE
                   MOVE TOKEN-ENTRY(TOKEN-IX) TO FIELD-NAME
                   PERFORM CHECK-SORT-FIELD
                   IF FIELD-OK NOT EQUAL TO "Y" THEN
                       STRING "CANNOT SORT ON " DELIMITED BY SIZE
                           FUNCTION TRIM(TOKEN-ENTRY(TOKEN-IX))
                           DELIMITED BY SIZE
                           INTO REQ-ERROR
                   ELSE
                       IF REQ-SORT-COUNT EQUAL TO 4 THEN
                           MOVE "AT MOST 4 SORT KEYS" TO REQ-ERROR
                       ELSE
                           ADD 1 TO REQ-SORT-COUNT
                           MOVE FIELD-NAME
                               TO REQ-SORT-FIELD(REQ-SORT-COUNT)
                           MOVE 1 TO REQ-SORT-DIR(REQ-SORT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-SORT-FIELD.
           MOVE "N" TO FIELD-OK.
           IF FIELD-NAME EQUAL TO "WORD" OR
              FIELD-NAME EQUAL TO "CATEGORY" OR
              FIELD-NAME EQUAL TO "TALLY" OR
              FIELD-NAME EQUAL TO "PERIOD" THEN
               MOVE "Y" TO FIELD-OK
           END-IF.
       PARSE-BREAK.
           IF TOKEN-COUNT IS GREATER THAN 2 THEN
               MOVE "AT MOST 2 BREAK FIELDS" TO REQ-ERROR
           ELSE
               MOVE TOKEN-COUNT TO REQ-BREAK-COUNT
               PERFORM VARYING TOKEN-IX FROM 1 BY 1
                       UNTIL TOKEN-IX IS GREATER THAN TOKEN-COUNT
                   MOVE TOKEN-ENTRY(TOKEN-IX) TO REQ-BREAK(TOKEN-IX)
                   IF REQ-BREAK(TOKEN-IX) NOT EQUAL TO "CATEGORY" AND
                      REQ-BREAK(TOKEN-IX) NOT EQUAL TO "PERIOD" THEN
                       STRING "CANNOT BREAK ON " DELIMITED BY SIZE
                           FUNCTION TRIM(TOKEN-ENTRY(TOKEN-IX))
                           DELIMITED BY SIZE
                           INTO REQ-ERROR
                   END-IF
               END-PERFORM
               IF TOKEN-COUNT EQUAL TO 2 AND
                  REQ-BREAK(1) EQUAL TO REQ-BREAK(2) THEN
                   MOVE "BREAK FIELD GIVEN TWICE" TO REQ-ERROR
               END-IF
           END-IF.
       PARSE-COLUMNS.
           IF TOKEN-COUNT IS GREATER THAN 6 THEN
               MOVE "AT MOST 6 COLUMNS" TO REQ-ERROR
           ELSE
               MOVE 0 TO REQ-COL-COUNT
               PERFORM VARYING TOKEN-IX FROM 1 BY 1
                       UNTIL TOKEN-IX IS GREATER THAN TOKEN-COUNT
                   MOVE TOKEN-ENTRY(TOKEN-IX) TO FIELD-NAME
                   MOVE "N" TO FIELD-OK
                   IF FIELD-NAME EQUAL TO "WORD" OR
                      FIELD-NAME EQUAL TO "TALLY" OR
                      FIELD-NAME EQUAL TO "CATEGORY" OR
                      FIELD-NAME EQUAL TO "DESC" OR
                      FIELD-NAME EQUAL TO "PERIOD" OR
                      FIELD-NAME EQUAL TO "CLOSED" THEN
                       MOVE "Y" TO FIELD-OK
                   END-IF
                   PERFORM VARYING COL-PTR FROM 1 BY 1
                           UNTIL COL-PTR IS GREATER THAN REQ-COL-COUNT
                       IF REQ-COL(COL-PTR) EQUAL TO FIELD-NAME THEN
                           MOVE "D" TO FIELD-OK
                       END-IF
                   END-PERFORM
                   EVALUATE FIELD-OK
                       WHEN "Y"
                           ADD 1 TO REQ-COL-COUNT
                           MOVE FIELD-NAME TO REQ-COL(REQ-COL-COUNT)
                       WHEN "D"
                           STRING "COLUMN " DELIMITED BY SIZE
                               FUNCTION TRIM(FIELD-NAME)
                               DELIMITED BY SIZE
                               " GIVEN TWICE" DELIMITED BY SIZE
                               INTO REQ-ERROR
                       WHEN OTHER
                           STRING "UNKNOWN COLUMN " DELIMITED BY SIZE
                               FUNCTION TRIM(FIELD-NAME)
                               DELIMITED BY SIZE
                               INTO REQ-ERROR
                   END-EVALUATE
               END-PERFORM
           END-IF.
       RUN-REQUEST.
           IF REQ-TITLE EQUAL TO SPACES THEN
               MOVE REQ-NUMBER TO RUN-EDIT
               STRING "AD-HOC REPORT " DELIMITED BY SIZE
                   FUNCTION TRIM(RUN-EDIT) DELIMITED BY SIZE
                   INTO REQ-TITLE
           END-IF.
           IF REQ-DICT EQUAL TO SPACES THEN
               MOVE "DICT" TO REQ-DICT
           END-IF.
           IF REQ-COL-COUNT EQUAL TO 0 THEN
               IF REQ-SOURCE EQUAL TO "HISTORY" THEN
                   MOVE "PERIOD" TO REQ-COL(1)
                   MOVE "WORD" TO REQ-COL(2)
                   MOVE "CATEGORY" TO REQ-COL(3)
                   MOVE "TALLY" TO REQ-COL(4)
                   MOVE 4 TO REQ-COL-COUNT
               ELSE
                   MOVE "WORD" TO REQ-COL(1)
                   MOVE "CATEGORY" TO REQ-COL(2)
                   MOVE "TALLY" TO REQ-COL(3)
                   MOVE 3 TO REQ-COL-COUNT
               END-IF
           END-IF.
           IF REQ-ERROR EQUAL TO SPACES THEN
               PERFORM CHECK-REQUEST
           END-IF.
           PERFORM SET-REQUEST-FILE-NAMES.
           IF REQ-ERROR EQUAL TO SPACES AND
              REQ-SOURCE EQUAL TO "HISTORY" AND
              REQ-LAST-N IS GREATER THAN 0 THEN
               PERFORM SELECT-LAST-PERIODS
           END-IF.
           PERFORM WRITE-REQUEST-HEADING.
           IF REQ-ERROR NOT EQUAL TO SPACES THEN
               ADD 1 TO REQUESTS-REJECTED
               IF REPWRT-RC IS LESS THAN 4 THEN
                   MOVE 4 TO REPWRT-RC
               END-IF
               MOVE SPACES TO REPWRT-LINE
               STRING "REQUEST REJECTED: " DELIMITED BY SIZE
                   FUNCTION TRIM(REQ-ERROR) DELIMITED BY SIZE
                   INTO REPWRT-LINE
               WRITE REPWRT-LINE
               DISPLAY "REPORT " REQ-NUMBER " REJECTED: "
      -            FUNCTION TRIM(REQ-ERROR)
           ELSE
               ADD 1 TO REQUESTS-RUN
               MOVE 0 TO REQ-RECORDS-READ
               MOVE 0 TO REQ-SELECTED
               MOVE 0 TO REQ-TALLY-TOTAL
               MOVE "N" TO REQ-SOURCE-OPEN
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ASC-1
                   ON DESCENDING KEY SW-DESC-1
                   ON ASCENDING KEY SW-ASC-2
                   ON DESCENDING KEY SW-DESC-2
                   ON ASCENDING KEY SW-ASC-3
                   ON DESCENDING KEY SW-DESC-3
                   ON ASCENDING KEY SW-ASC-4
                   ON DESCENDING KEY SW-DESC-4
                   INPUT PROCEDURE IS REQUEST-RELEASE-PROC
                   OUTPUT PROCEDURE IS REQUEST-WRITE-PROC
               DISPLAY "REPORT " REQ-NUMBER ": "
      -            REQ-SELECTED " LINES SELECTED FROM "
      -            REQ-RECORDS-READ " RECORDS."
           END-IF.
       CHECK-REQUEST.
           IF REQ-SOURCE NOT EQUAL TO "HISTORY" THEN
               PERFORM VARYING KEY-PTR FROM 1 BY 1
                       UNTIL KEY-PTR IS GREATER THAN REQ-SORT-COUNT
                   IF REQ-SORT-FIELD(KEY-PTR) EQUAL TO "PERIOD" THEN
                       MOVE "PERIOD NEEDS SOURCE HISTORY" TO REQ-ERROR
                   END-IF
               END-PERFORM
               PERFORM VARYING BRK-PTR FROM 1 BY 1
                       UNTIL BRK-PTR IS GREATER THAN REQ-BREAK-COUNT
                   IF REQ-BREAK(BRK-PTR) EQUAL TO "PERIOD" THEN
                       MOVE "PERIOD NEEDS SOURCE HISTORY" TO REQ-ERROR
                   END-IF
               END-PERFORM
               PERFORM VARYING COL-PTR FROM 1 BY 1
                       UNTIL COL-PTR IS GREATER THAN REQ-COL-COUNT
                   IF REQ-COL(COL-PTR) EQUAL TO "PERIOD" OR
                      REQ-COL(COL-PTR) EQUAL TO "CLOSED" THEN
                       MOVE "PERIOD AND CLOSED NEED SOURCE HISTORY"
                           TO REQ-ERROR
                   END-IF
               END-PERFORM
           END-IF.
           IF REQ-BREAK-COUNT + REQ-SORT-COUNT IS GREATER THAN 4 THEN
               MOVE "BREAK AND SORT FIELDS TOGETHER MAY NOT EXCEED 4"
                   TO REQ-ERROR
           END-IF.
       SELECT-LAST-PERIODS.
           MOVE 0 TO PERIOD-TOTAL.
           MOVE 0 TO PERIOD-SEEN-TOTAL.
           MOVE "N" TO HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF HIST-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL HIST-EOF-FLAG EQUAL TO "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF-FLAG
                       NOT AT END
                           IF PERIOD-TOTAL EQUAL TO 0 OR
                              HR-PERIOD-ID NOT EQUAL TO
                              PL-ID(PERIOD-TOTAL) THEN
                               PERFORM NOTE-NEW-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
           MOVE 0 TO REQ-PERIOD-COUNT.
           IF PERIOD-TOTAL EQUAL TO 0 THEN
               MOVE "NO CLOSED PERIODS ON FILE" TO REQ-ERROR
           ELSE
               IF REQ-LAST-N IS GREATER THAN PERIOD-TOTAL THEN
                   MOVE 1 TO PERIOD-FIRST
               ELSE
                   COMPUTE PERIOD-FIRST = PERIOD-TOTAL - REQ-LAST-N + 1
               END-IF
               PERFORM VARYING PERIOD-PTR FROM PERIOD-FIRST BY 1
                       UNTIL PERIOD-PTR IS GREATER THAN PERIOD-TOTAL
                   ADD 1 TO REQ-PERIOD-COUNT
                   MOVE PL-ID(PERIOD-PTR)
                       TO REQ-PERIOD(REQ-PERIOD-COUNT)
                   MOVE "N" TO REQ-PERIOD-FOUND(REQ-PERIOD-COUNT)
               END-PERFORM
           END-IF.
       NOTE-NEW-PERIOD.
           ADD 1 TO PERIOD-SEEN-TOTAL.
           IF PERIOD-TOTAL IS LESS THAN 60 THEN
               ADD 1 TO PERIOD-TOTAL
           ELSE
               PERFORM VARYING PERIOD-PTR FROM 1 BY 1
                       UNTIL PERIOD-PTR IS GREATER THAN 59
                   MOVE PL-ID(PERIOD-PTR + 1) TO PL-ID(PERIOD-PTR)
               END-PERFORM
           END-IF.
           MOVE HR-PERIOD-ID TO PL-ID(PERIOD-TOTAL).
       WRITE-REQUEST-HEADING.
           MOVE ALL "=" TO REPWRT-LINE.
           WRITE REPWRT-LINE.
           MOVE REQ-NUMBER TO RUN-EDIT.
           MOVE SPACES TO REPWRT-LINE.
           STRING "REPORT " DELIMITED BY SIZE
               FUNCTION TRIM(RUN-EDIT) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-TITLE) DELIMITED BY SIZE
               INTO REPWRT-LINE.
           WRITE REPWRT-LINE.
           MOVE SPACES TO REPWRT-LINE.
           MOVE 1 TO LINE-PTR.
           STRING "RUN " DELIMITED BY SIZE
               REPWRT-RUN-DATE DELIMITED BY SIZE
               "  DICTIONARY " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-DICT) DELIMITED BY SIZE
               "  SOURCE " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-SOURCE) DELIMITED BY SIZE
               INTO REPWRT-LINE WITH POINTER LINE-PTR.
           IF REQ-SOURCE EQUAL TO "HISTORY" THEN
               IF REQ-PERIOD-COUNT EQUAL TO 0 THEN
                   STRING " (ALL PERIODS)" DELIMITED BY SIZE
                       INTO REPWRT-LINE WITH POINTER LINE-PTR
               ELSE
                   STRING " PERIODS" DELIMITED BY SIZE
                       INTO REPWRT-LINE WITH POINTER LINE-PTR
                   PERFORM VARYING PERIOD-PTR FROM 1 BY 1
                           UNTIL PERIOD-PTR IS GREATER THAN
                           REQ-PERIOD-COUNT
                       STRING " " DELIMITED BY SIZE
                           FUNCTION TRIM(REQ-PERIOD(PERIOD-PTR))
                           DELIMITED BY SIZE
                           INTO REPWRT-LINE WITH POINTER LINE-PTR
                   END-PERFORM
               END-IF
           END-IF.
           WRITE REPWRT-LINE.
           MOVE SPACES TO REPWRT-LINE.
           MOVE 1 TO LINE-PTR.
           STRING "SELECTION:" DELIMITED BY SIZE
               INTO REPWRT-LINE WITH POINTER LINE-PTR.
           IF REQ-PATTERN-LEN IS GREATER THAN 0 THEN
               STRING " WORD " DELIMITED BY SIZE
                   REQ-PATTERN(1:REQ-PATTERN-LEN) DELIMITED BY SIZE
                   INTO REPWRT-LINE WITH POINTER LINE-PTR
           END-IF.
           IF REQ-CAT-COUNT IS GREATER THAN 0 THEN
               STRING " CATEGORY" DELIMITED BY SIZE
                   INTO REPWRT-LINE WITH POINTER LINE-PTR
               PERFORM VARYING CAT-PTR FROM 1 BY 1
                       UNTIL CAT-PTR IS GREATER THAN REQ-CAT-COUNT
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(REQ-CAT(CAT-PTR))
                       DELIMITED BY SIZE
                       INTO REPWRT-LINE WITH POINTER LINE-PTR
               END-PERFORM
           END-IF.
           IF REQ-MIN-SET EQUAL TO "Y" THEN
               MOVE REQ-TALLY-MIN TO TOTAL-EDIT
               STRING " TALLY FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(TOTAL-EDIT) DELIMITED BY SIZE
                   INTO REPWRT-LINE WITH POINTER LINE-PTR
           END-IF.
           IF REQ-MAX-SET EQUAL TO "Y" THEN
               MOVE REQ-TALLY-MAX TO TOTAL-EDIT
               STRING " TALLY UP TO " DELIMITED BY SIZE
                   FUNCTION TRIM(TOTAL-EDIT) DELIMITED BY SIZE
                   INTO REPWRT-LINE WITH POINTER LINE-PTR
           END-IF.
           IF LINE-PTR EQUAL TO 11 THEN
               STRING " ALL ENTRIES" DELIMITED BY SIZE
                   INTO REPWRT-LINE WITH POINTER LINE-PTR
           END-IF.
           WRITE REPWRT-LINE.
           IF REQ-ERROR EQUAL TO SPACES THEN
               MOVE SPACES TO REPWRT-LINE
               MOVE 1 TO LINE-PTR
               STRING "ORDER:" DELIMITED BY SIZE
                   INTO REPWRT-LINE WITH POINTER LINE-PTR
               PERFORM VARYING BRK-PTR FROM 1 BY 1
                       UNTIL BRK-PTR IS GREATER THAN REQ-BREAK-COUNT
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(REQ-BREAK(BRK-PTR))
                       DELIMITED BY SIZE
                       " (BREAK)" DELIMITED BY SIZE
                       INTO REPWRT-LINE WITH POINTER LINE-PTR
               END-PERFORM
               PERFORM VARYING KEY-PTR FROM 1 BY 1
                       UNTIL KEY-PTR IS GREATER THAN REQ-SORT-COUNT
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(REQ-SORT-FIELD(KEY-PTR))
                       DELIMITED BY SIZE
                       INTO REPWRT-LINE WITH POINTER LINE-PTR
                   IF REQ-SORT-DIR(KEY-PTR) EQUAL TO 2 THEN
                       STRING " DESC" DELIMITED BY SIZE
                           INTO REPWRT-LINE WITH POINTER LINE-PTR
                   END-IF
               END-PERFORM
               IF LINE-PTR EQUAL TO 7 THEN
                   STRING " SOURCE ORDER" DELIMITED BY SIZE
                       INTO REPWRT-LINE WITH POINTER LINE-PTR
               END-IF
               WRITE REPWRT-LINE
           END-IF.
           MOVE SPACES TO REPWRT-LINE.
           WRITE REPWRT-LINE.
       REQUEST-RELEASE-PROC.
           IF REQ-SOURCE EQUAL TO "HISTORY" THEN
               PERFORM RELEASE-FROM-HISTORY
           ELSE
               PERFORM RELEASE-FROM-DICT
           END-IF.
       RELEASE-FROM-DICT.
           MOVE "N" TO DICT-EOF-FLAG.
           OPEN INPUT DICT-FILE.
           IF DICT-FILE-STATUS EQUAL TO "00" THEN
               MOVE "Y" TO REQ-SOURCE-OPEN
               MOVE LOW-VALUES TO DR-WORD-ENTRY
               START DICT-FILE KEY IS GREATER THAN OR EQUAL TO
                       DR-WORD-ENTRY
                   INVALID KEY
                       MOVE "Y" TO DICT-EOF-FLAG
               END-START
               PERFORM UNTIL DICT-EOF-FLAG EQUAL TO "Y"
                   READ DICT-FILE NEXT
                       AT END
                           MOVE "Y" TO DICT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO REQ-RECORDS-READ
                           MOVE SPACES TO CAND-PERIOD
                           MOVE SPACES TO CAND-CLOSE-DATE
                           MOVE 0 TO CAND-SEQ
                           MOVE DR-WORD-ENTRY TO CAND-WORD
                           MOVE DR-CATEGORY TO CAND-CATEGORY
                           MOVE DR-WORD-COUNTER TO CAND-TALLY
                           PERFORM SELECT-AND-RELEASE
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.
       RELEASE-FROM-HISTORY.
           MOVE "N" TO HIST-EOF-FLAG.
           MOVE 0 TO HIST-PERIOD-SEQ.
           MOVE SPACES TO HIST-LAST-PERIOD.
           OPEN INPUT HIST-FILE.
           IF HIST-FILE-STATUS EQUAL TO "00" THEN
               MOVE "Y" TO REQ-SOURCE-OPEN
               PERFORM UNTIL HIST-EOF-FLAG EQUAL TO "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF-FLAG
                       NOT AT END
                           PERFORM RELEASE-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
       RELEASE-ONE-HISTORY.
           IF HIST-PERIOD-SEQ EQUAL TO 0 OR
              HR-PERIOD-ID NOT EQUAL TO HIST-LAST-PERIOD THEN
               ADD 1 TO HIST-PERIOD-SEQ
               MOVE HR-PERIOD-ID TO HIST-LAST-PERIOD
           END-IF.
           MOVE "Y" TO PERIOD-SELECTED.
           IF REQ-PERIOD-COUNT IS GREATER THAN 0 THEN
               MOVE "N" TO PERIOD-SELECTED
               PERFORM VARYING PERIOD-PTR FROM 1 BY 1
                       UNTIL PERIOD-PTR IS GREATER THAN
                       REQ-PERIOD-COUNT
                   IF REQ-PERIOD(PERIOD-PTR) EQUAL TO HR-PERIOD-ID
                       MOVE "Y" TO PERIOD-SELECTED
                       MOVE "Y" TO REQ-PERIOD-FOUND(PERIOD-PTR)
                   END-IF
               END-PERFORM
           END-IF.
           IF PERIOD-SELECTED EQUAL TO "Y" THEN
               ADD 1 TO REQ-RECORDS-READ
               MOVE HR-PERIOD-ID TO CAND-PERIOD
               MOVE HR-CLOSE-DATE TO CAND-CLOSE-DATE
               MOVE HIST-PERIOD-SEQ TO CAND-SEQ
               MOVE HR-WORD TO CAND-WORD
               MOVE HR-CATEGORY TO CAND-CATEGORY
               MOVE HR-TALLY TO CAND-TALLY
               PERFORM SELECT-AND-RELEASE
           END-IF.
       SELECT-AND-RELEASE.
           MOVE "Y" TO CAT-SELECTED.
           IF REQ-CAT-COUNT IS GREATER THAN 0 THEN
               MOVE "N" TO CAT-SELECTED
               PERFORM VARYING CAT-PTR FROM 1 BY 1
                       UNTIL CAT-PTR IS GREATER THAN REQ-CAT-COUNT
                   IF REQ-CAT(CAT-PTR) EQUAL TO CAND-CATEGORY THEN
                       MOVE "Y" TO CAT-SELECTED
                   END-IF
               END-PERFORM
           END-IF.
           IF REQ-MIN-SET EQUAL TO "Y" AND
              CAND-TALLY IS LESS THAN REQ-TALLY-MIN THEN
               MOVE "N" TO CAT-SELECTED
           END-IF.
           IF REQ-MAX-SET EQUAL TO "Y" AND
              CAND-TALLY IS GREATER THAN REQ-TALLY-MAX THEN
               MOVE "N" TO CAT-SELECTED
           END-IF.
           IF CAT-SELECTED EQUAL TO "Y" AND
              REQ-PATTERN-LEN IS GREATER THAN 0 THEN
               PERFORM WORD-MATCH
               MOVE MATCH-RESULT TO CAT-SELECTED
           END-IF.
           IF CAT-SELECTED EQUAL TO "Y" THEN
               ADD 1 TO REQ-SELECTED
               MOVE SPACES TO SW-KEY-AREA
               MOVE 0 TO SLOT-PTR
               PERFORM VARYING BRK-PTR FROM 1 BY 1
                       UNTIL BRK-PTR IS GREATER THAN REQ-BREAK-COUNT
                   ADD 1 TO SLOT-PTR
                   MOVE REQ-BREAK(BRK-PTR) TO FIELD-NAME
                   MOVE 1 TO SLOT-DIR
                   PERFORM FILL-SORT-KEY
               END-PERFORM
               PERFORM VARYING KEY-PTR FROM 1 BY 1
                       UNTIL KEY-PTR IS GREATER THAN REQ-SORT-COUNT
                   ADD 1 TO SLOT-PTR
                   MOVE REQ-SORT-FIELD(KEY-PTR) TO FIELD-NAME
                   MOVE REQ-SORT-DIR(KEY-PTR) TO SLOT-DIR
                   PERFORM FILL-SORT-KEY
               END-PERFORM
               MOVE CAND-PERIOD TO SW-PERIOD
               MOVE CAND-CLOSE-DATE TO SW-CLOSE-DATE
               MOVE CAND-WORD TO SW-WORD
               MOVE CAND-CATEGORY TO SW-CATEGORY
               MOVE CAND-TALLY TO SW-TALLY
               RELEASE SORT-WORK-RECORD
           END-IF.
       FILL-SORT-KEY.
           EVALUATE FIELD-NAME
               WHEN "WORD"
                   MOVE CAND-WORD TO SW-KEY-VALUE(SLOT-PTR, SLOT-DIR)
               WHEN "CATEGORY"
                   MOVE CAND-CATEGORY
                       TO SW-KEY-VALUE(SLOT-PTR, SLOT-DIR)
               WHEN "TALLY"
                   COMPUTE TALLY-KEY = CAND-TALLY + 10000000
                   MOVE TALLY-KEY TO SW-KEY-VALUE(SLOT-PTR, SLOT-DIR)
               WHEN "PERIOD"
                   MOVE CAND-SEQ TO SW-KEY-VALUE(SLOT-PTR, SLOT-DIR)
           END-EVALUATE.
       WORD-MATCH.
           MOVE SPACES TO MATCH-WORD.
           MOVE FUNCTION UPPER-CASE(CAND-WORD) TO MATCH-WORD.
           MOVE 0 TO MATCH-LEN.
           IF CAND-WORD NOT EQUAL TO SPACES THEN
               COMPUTE MATCH-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(CAND-WORD TRAILING))
           END-IF.
           MOVE "Y" TO MATCH-RESULT.
           MOVE "N" TO MATCH-DONE.
           MOVE 1 TO PAT-PTR.
           MOVE 1 TO WRD-PTR.
           MOVE 0 TO STAR-PTR.
           MOVE 0 TO MARK-PTR.
           PERFORM UNTIL MATCH-DONE EQUAL TO "Y"
               IF WRD-PTR IS GREATER THAN MATCH-LEN THEN
                   MOVE "Y" TO MATCH-DONE
               ELSE
                   IF PAT-PTR IS NOT GREATER THAN REQ-PATTERN-LEN AND
                      REQ-PATTERN(PAT-PTR:1) EQUAL TO "*" THEN
                       MOVE PAT-PTR TO STAR-PTR
                       MOVE WRD-PTR TO MARK-PTR
                       ADD 1 TO PAT-PTR
                   ELSE
                       IF PAT-PTR IS NOT GREATER THAN
                          REQ-PATTERN-LEN AND
                          (REQ-PATTERN(PAT-PTR:1) EQUAL TO "?" OR
                           REQ-PATTERN(PAT-PTR:1) EQUAL TO
                           MATCH-WORD(WRD-PTR:1)) THEN
                           ADD 1 TO PAT-PTR
                           ADD 1 TO WRD-PTR
                       ELSE
                           IF STAR-PTR IS GREATER THAN 0 THEN
                               COMPUTE PAT-PTR = STAR-PTR + 1
                               ADD 1 TO MARK-PTR
                               MOVE MARK-PTR TO WRD-PTR
                           ELSE
                               MOVE "N" TO MATCH-RESULT
                               MOVE "Y" TO MATCH-DONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF MATCH-RESULT EQUAL TO "Y" THEN
               PERFORM UNTIL PAT-PTR IS GREATER THAN REQ-PATTERN-LEN
                       OR REQ-PATTERN(PAT-PTR:1) NOT EQUAL TO "*"
                   ADD 1 TO PAT-PTR
               END-PERFORM
               IF PAT-PTR IS NOT GREATER THAN REQ-PATTERN-LEN THEN
                   MOVE "N" TO MATCH-RESULT
               END-IF
           END-IF.
       REQUEST-WRITE-PROC.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE "N" TO SORT-EOF-FLAG.
           MOVE "Y" TO BRK-FIRST.
           PERFORM UNTIL SORT-EOF-FLAG EQUAL TO "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-ONE-SELECTED
               END-RETURN
           END-PERFORM.
           IF BRK-FIRST NOT EQUAL TO "Y" THEN
               PERFORM VARYING BRK-PTR FROM REQ-BREAK-COUNT BY -1
                       UNTIL BRK-PTR IS LESS THAN 1
                   PERFORM WRITE-BREAK-TOTAL
               END-PERFORM
           END-IF.
           PERFORM WRITE-REQUEST-TOTAL.
       WRITE-COLUMN-HEADING.
           MOVE SPACES TO REPWRT-LINE.
           MOVE 3 TO LINE-PTR.
           PERFORM VARYING COL-PTR FROM 1 BY 1
                   UNTIL COL-PTR IS GREATER THAN REQ-COL-COUNT
               EVALUATE REQ-COL(COL-PTR)
                   WHEN "WORD"
                       MOVE "WORD" TO COLUMN-TEXT
                       MOVE 40 TO COLUMN-WIDTH
                   WHEN "TALLY"
                       MOVE "   TALLY" TO COLUMN-TEXT
                       MOVE 8 TO COLUMN-WIDTH
                   WHEN "CATEGORY"
                       MOVE "CATEGORY" TO COLUMN-TEXT
                       MOVE 10 TO COLUMN-WIDTH
                   WHEN "DESC"
                       MOVE "DESCRIPTION" TO COLUMN-TEXT
                       MOVE 30 TO COLUMN-WIDTH
                   WHEN "PERIOD"
                       MOVE "PERIOD" TO COLUMN-TEXT
                       MOVE 8 TO COLUMN-WIDTH
                   WHEN "CLOSED"
                       MOVE "CLOSED" TO COLUMN-TEXT
                       MOVE 8 TO COLUMN-WIDTH
               END-EVALUATE
               MOVE COLUMN-TEXT(1:COLUMN-WIDTH)
                   TO REPWRT-LINE(LINE-PTR:COLUMN-WIDTH)
               COMPUTE LINE-PTR = LINE-PTR + COLUMN-WIDTH + 2
           END-PERFORM.
           WRITE REPWRT-LINE.
       WRITE-ONE-SELECTED.
           MOVE 0 TO BRK-CHANGED.
           IF BRK-FIRST EQUAL TO "Y" THEN
               IF REQ-BREAK-COUNT IS GREATER THAN 0 THEN
                   MOVE 1 TO BRK-CHANGED
               END-IF
           ELSE
               PERFORM VARYING BRK-PTR FROM REQ-BREAK-COUNT BY -1
                       UNTIL BRK-PTR IS LESS THAN 1
                   IF (REQ-BREAK(BRK-PTR) EQUAL TO "CATEGORY" AND
                       SW-CATEGORY NOT EQUAL TO BRK-VALUE(BRK-PTR)) OR
                      (REQ-BREAK(BRK-PTR) EQUAL TO "PERIOD" AND
                       SW-PERIOD NOT EQUAL TO BRK-VALUE(BRK-PTR)) THEN
                       MOVE BRK-PTR TO BRK-CHANGED
                   END-IF
               END-PERFORM
               IF BRK-CHANGED IS GREATER THAN 0 THEN
                   PERFORM VARYING BRK-PTR FROM REQ-BREAK-COUNT BY -1
                           UNTIL BRK-PTR IS LESS THAN BRK-CHANGED
                       PERFORM WRITE-BREAK-TOTAL
                   END-PERFORM
               END-IF
           END-IF.
           MOVE "N" TO BRK-FIRST.
           IF BRK-CHANGED IS GREATER THAN 0 THEN
               PERFORM VARYING BRK-PTR FROM BRK-CHANGED BY 1
                       UNTIL BRK-PTR IS GREATER THAN REQ-BREAK-COUNT
                   PERFORM WRITE-BREAK-HEADING
               END-PERFORM
           END-IF.
           PERFORM VARYING BRK-PTR FROM 1 BY 1
                   UNTIL BRK-PTR IS GREATER THAN REQ-BREAK-COUNT
               ADD 1 TO BRK-COUNT(BRK-PTR)
               ADD SW-TALLY TO BRK-TALLY(BRK-PTR)
           END-PERFORM.
           ADD SW-TALLY TO REQ-TALLY-TOTAL.
           MOVE SPACES TO REPWRT-LINE.
           MOVE 3 TO LINE-PTR.
           PERFORM VARYING COL-PTR FROM 1 BY 1
                   UNTIL COL-PTR IS GREATER THAN REQ-COL-COUNT
               MOVE SPACES TO COLUMN-TEXT
               EVALUATE REQ-COL(COL-PTR)
                   WHEN "WORD"
                       MOVE SW-WORD TO COLUMN-TEXT
                       MOVE 40 TO COLUMN-WIDTH
                   WHEN "TALLY"
                       MOVE SW-TALLY TO TALLY-EDIT
                       MOVE TALLY-EDIT TO COLUMN-TEXT
                       MOVE 8 TO COLUMN-WIDTH
                   WHEN "CATEGORY"
                       MOVE SW-CATEGORY TO COLUMN-TEXT
                       MOVE 10 TO COLUMN-WIDTH
                   WHEN "DESC"
                       MOVE SW-CATEGORY TO CATMAST-LOOKUP
                       PERFORM CATMAST-DESC-LOOKUP
                       MOVE CATEGORY-DESC-TEXT TO COLUMN-TEXT
                       MOVE 30 TO COLUMN-WIDTH
                   WHEN "PERIOD"
                       MOVE SW-PERIOD TO COLUMN-TEXT
                       MOVE 8 TO COLUMN-WIDTH
                   WHEN "CLOSED"
                       MOVE SW-CLOSE-DATE TO COLUMN-TEXT
                       MOVE 8 TO COLUMN-WIDTH
               END-EVALUATE
               MOVE COLUMN-TEXT(1:COLUMN-WIDTH)
                   TO REPWRT-LINE(LINE-PTR:COLUMN-WIDTH)
               COMPUTE LINE-PTR = LINE-PTR + COLUMN-WIDTH + 2
           END-PERFORM.
           WRITE REPWRT-LINE.
       WRITE-BREAK-HEADING.
           MOVE 0 TO BRK-COUNT(BRK-PTR).
           MOVE 0 TO BRK-TALLY(BRK-PTR).
           MOVE SPACES TO REPWRT-LINE.
           IF REQ-BREAK(BRK-PTR) EQUAL TO "CATEGORY" THEN
               MOVE SW-CATEGORY TO BRK-VALUE(BRK-PTR)
               MOVE SW-CATEGORY TO CATMAST-LOOKUP
               PERFORM CATMAST-DESC-LOOKUP
               STRING "CATEGORY: " DELIMITED BY SIZE
                   SW-CATEGORY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CATEGORY-DESC-TEXT DELIMITED BY SIZE
                   INTO REPWRT-LINE
           ELSE
               MOVE SW-PERIOD TO BRK-VALUE(BRK-PTR)
               MOVE SW-CLOSE-DATE TO BRK-CLOSE-DATE(BRK-PTR)
               STRING "PERIOD: " DELIMITED BY SIZE
                   SW-PERIOD DELIMITED BY SIZE
                   " CLOSED " DELIMITED BY SIZE
                   SW-CLOSE-DATE DELIMITED BY SIZE
                   INTO REPWRT-LINE
           END-IF.
           IF BRK-PTR EQUAL TO 2 THEN
               MOVE REPWRT-LINE TO REQ-UPPER-LINE
               MOVE SPACES TO REPWRT-LINE
               MOVE REQ-UPPER-LINE TO REPWRT-LINE(3:)
           END-IF.
           WRITE REPWRT-LINE.
       WRITE-BREAK-TOTAL.
           MOVE BRK-COUNT(BRK-PTR) TO COUNT-EDIT.
           MOVE BRK-TALLY(BRK-PTR) TO TOTAL-EDIT.
           MOVE SPACES TO REPWRT-LINE.
           IF BRK-PTR EQUAL TO 2 THEN
               MOVE 3 TO LINE-PTR
           ELSE
               MOVE 1 TO LINE-PTR
           END-IF.
           STRING "SUBTOTAL " DELIMITED BY SIZE
               FUNCTION TRIM(REQ-BREAK(BRK-PTR)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BRK-VALUE(BRK-PTR)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               " LINES, TALLY " DELIMITED BY SIZE
               FUNCTION TRIM(TOTAL-EDIT) DELIMITED BY SIZE
               INTO REPWRT-LINE WITH POINTER LINE-PTR.
           WRITE REPWRT-LINE.
       WRITE-REQUEST-TOTAL.
           MOVE SPACES TO REPWRT-LINE.
           WRITE REPWRT-LINE.
           MOVE SPACES TO REPWRT-LINE.
           IF REQ-SOURCE-OPEN NOT EQUAL TO "Y" THEN
               IF REQ-SOURCE EQUAL TO "HISTORY" THEN
                   STRING "NO " DELIMITED BY SIZE
                       FUNCTION TRIM(HIST-FILE-NAME) DELIMITED BY SIZE
                       " FOUND. NOTHING TO REPORT." DELIMITED BY SIZE
                       INTO REPWRT-LINE
               ELSE
                   STRING "NO " DELIMITED BY SIZE
                       FUNCTION TRIM(DICT-FILE-NAME) DELIMITED BY SIZE
                       " FOUND. NOTHING TO REPORT." DELIMITED BY SIZE
                       INTO REPWRT-LINE
               END-IF
               IF REPWRT-RC IS LESS THAN 4 THEN
                   MOVE 4 TO REPWRT-RC
               END-IF
           ELSE
               IF REQ-SELECTED EQUAL TO 0 THEN
                   MOVE "NO ENTRIES MATCH THE SELECTION." TO REPWRT-LINE
               ELSE
                   MOVE REQ-SELECTED TO COUNT-EDIT
                   MOVE REQ-TALLY-TOTAL TO TOTAL-EDIT
                   STRING "TOTAL: " DELIMITED BY SIZE
                       FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                       " LINES, TALLY " DELIMITED BY SIZE
                       FUNCTION TRIM(TOTAL-EDIT) DELIMITED BY SIZE
                       INTO REPWRT-LINE
               END-IF
           END-IF.
           WRITE REPWRT-LINE.
           IF REQ-SOURCE-OPEN EQUAL TO "Y" THEN
               MOVE REQ-RECORDS-READ TO COUNT-EDIT
               MOVE SPACES TO REPWRT-LINE
               STRING FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " SOURCE RECORDS READ." DELIMITED BY SIZE
                   INTO REPWRT-LINE
               WRITE REPWRT-LINE
               PERFORM VARYING PERIOD-PTR FROM 1 BY 1
                       UNTIL PERIOD-PTR IS GREATER THAN
                       REQ-PERIOD-COUNT
                   IF REQ-PERIOD-FOUND(PERIOD-PTR) NOT EQUAL TO "Y"
                       MOVE SPACES TO REPWRT-LINE
                       STRING "PERIOD " DELIMITED BY SIZE
                           FUNCTION TRIM(REQ-PERIOD(PERIOD-PTR))
                           DELIMITED BY SIZE
                           " IS NOT ON FILE." DELIMITED BY SIZE
                           INTO REPWRT-LINE
                       WRITE REPWRT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO REPWRT-LINE.
           WRITE REPWRT-LINE.
       WRITE-RUN-SUMMARY.
           MOVE ALL "=" TO REPWRT-LINE.
           WRITE REPWRT-LINE.
           MOVE SPACES TO REPWRT-LINE.
           MOVE 1 TO LINE-PTR.
           MOVE REQUESTS-RUN TO RUN-EDIT.
           STRING "REPORT WRITER RUN " DELIMITED BY SIZE
               REPWRT-RUN-DATE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(RUN-EDIT) DELIMITED BY SIZE
               " REQUESTS RUN, " DELIMITED BY SIZE
               INTO REPWRT-LINE WITH POINTER LINE-PTR.
           MOVE REQUESTS-REJECTED TO RUN-EDIT.
           STRING FUNCTION TRIM(RUN-EDIT) DELIMITED BY SIZE
               " REJECTED." DELIMITED BY SIZE
               INTO REPWRT-LINE WITH POINTER LINE-PTR.
           WRITE REPWRT-LINE.
           IF REQ-NUMBER EQUAL TO 0 THEN
               MOVE "NO REPORT REQUESTS FOUND IN THE REQUEST FILE."
                   TO REPWRT-LINE
               WRITE REPWRT-LINE
               IF REPWRT-RC IS LESS THAN 4 THEN
                   MOVE 4 TO REPWRT-RC
               END-IF
           END-IF.
           IF LINES-IGNORED IS GREATER THAN 0 THEN
               MOVE LINES-IGNORED TO COUNT-EDIT
               MOVE SPACES TO REPWRT-LINE
               STRING FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " LINES OUTSIDE A REPORT REQUEST WERE IGNORED."
                   DELIMITED BY SIZE
                   INTO REPWRT-LINE
               WRITE REPWRT-LINE
               IF REPWRT-RC IS LESS THAN 4 THEN
                   MOVE 4 TO REPWRT-RC
               END-IF
           END-IF.
       END PROGRAM REPWRT.
