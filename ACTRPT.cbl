      ******************************************************************
      * Author: SUNRISE MAINFRAMES
      * Date: 15 OCTOBER 2026
      * Purpose: DAILY ACTIVITY REPORT FROM THE ACTIVITY LEDGER.
      *          THE LEDGER (ACTIVITY.DAT) HOLDS ONE RECORD PER DAY
      *          PER WORD WITH THE TALLIES RECEIVED THAT DAY FROM
      *          EACH SOURCE -- KEYBOARD, BATCH, DOCUMENT, CONSOL AND
      *          NIGHTRUN. PRINTS DAILY TOTALS BY SOURCE OVER A DATE
      *          RANGE, A DAY-OF-WEEK PROFILE PER CATEGORY FOR THE
      *          SAME RANGE, AND THE TOP WORDS FOR ONE CHOSEN DAY, TO
      *          ACTRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-FILE ASSIGN TO DYNAMIC ACTIVITY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ACTIVITY-FILE-STATUS.
           SELECT ACTRPT-FILE ASSIGN TO DYNAMIC ACTRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVITY-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  ACTIVITY-RECORD.
           05 AL-KEY.
               10 AL-DATE      PIC X(8).
               10 AL-WORD      PIC X(100).
           05 AL-CATEGORY      PIC X(10).
           05 AL-COUNTS.
               10 AL-KEYBOARD  PIC S9(7).
               10 AL-BATCH     PIC S9(7).
               10 AL-DOCUMENT  PIC S9(7).
               10 AL-CONSOL    PIC S9(7).
               10 AL-NIGHTRUN  PIC S9(7).
           05 AL-COUNT-TABLE REDEFINES AL-COUNTS.
               10 AL-COUNT OCCURS 5 TIMES PIC S9(7).
           05 FILLER           PIC X(7).
       FD  ACTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DAILY-DETAIL.
           05 FILLER           PIC X(2).
           05 DD-DATE          PIC X(8).
           05 FILLER           PIC X(2).
           05 DD-DAY           PIC X(3).
           05 DD-COL OCCURS 6 TIMES.
               10 FILLER       PIC X(1).
               10 DD-AMOUNT    PIC X(10).
           05 FILLER           PIC X(1).
           05 DD-WORDS         PIC X(7).
           05 FILLER           PIC X(43).
       01  PROFILE-DETAIL.
           05 FILLER           PIC X(2).
           05 PD-CATEGORY      PIC X(14).
           05 PD-COL OCCURS 8 TIMES.
               10 FILLER       PIC X(1).
               10 PD-AMOUNT    PIC X(10).
           05 FILLER           PIC X(2).
           05 PD-BUSIEST       PIC X(7).
           05 FILLER           PIC X(19).
       01  TOP-DETAIL.
           05 FILLER           PIC X(2).
           05 TW-RANK          PIC X(3).
           05 FILLER           PIC X(1).
           05 TW-WORD          PIC X(40).
           05 FILLER           PIC X(1).
           05 TW-CATEGORY      PIC X(10).
           05 TW-COL OCCURS 6 TIMES.
               10 FILLER       PIC X(1).
               10 TW-AMOUNT    PIC X(10).
           05 FILLER           PIC X(9).
       01  ACTRPT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 ACTIVITY-FILE-NAME PIC X(40) VALUE "ACTIVITY.DAT".
       77 ACTRPT-FILE-NAME  PIC X(40) VALUE "ACTRPT.TXT".
       77 ACTIVITY-FILE-STATUS PIC XX.
       77 ACTRPT-FILE-STATUS PIC XX.
       77 ACTIVITY-EOF-FLAG PIC X VALUE "N".
       77 LEDGER-OPENED     PIC X(1) VALUE "N".
       77 PARAMETERS-OK     PIC X(1) VALUE "Y".
       77 ACTRPT-RUN-DATE   PIC X(8).
       77 RANGE-FROM-TEXT   PIC X(8).
       77 RANGE-TO-TEXT     PIC X(8).
       77 RANGE-FROM-NUM    PIC 9(8).
       77 RANGE-FROM-INT    PIC 9(7).
       77 RANGE-TO-INT      PIC 9(7).
       77 RANGE-DAYS        PIC S9(7).
       77 TOP-DAY-TEXT      PIC X(8).
       77 TOP-DAY-INT       PIC 9(7).
       77 TOP-WANTED-TEXT   PIC X(2).
       77 TOP-WANTED        PIC 99.
       77 DATE-CHECK-TEXT   PIC X(8).
       77 DATE-CHECK-NUM    PIC 9(8).
       77 DATE-CHECK-OK     PIC X(1).
       77 DATE-INT          PIC 9(7).
       77 DATE-NUM          PIC 9(8).
       77 RECORDS-READ      PIC 9(7) VALUE 0.
       77 RECORDS-SKIPPED   PIC 9(7) VALUE 0.
       77 DAY-PTR           PIC 999.
       77 DAY-BEST-PTR      PIC 999.
       77 DOW-PTR           PIC 9.
       77 DOW-BEST-PTR      PIC 9.
       77 SRC-PTR           PIC 9.
       77 ENTRY-TOTAL       PIC S9(9).
       77 RANGE-TOTAL       PIC S9(9) VALUE 0.
       77 RANGE-WORDS       PIC 9(7) VALUE 0.
       77 CAT-COUNT         PIC 999 VALUE 0.
       77 CAT-PTR           PIC 999.
       77 CAT-FOUND-PTR     PIC 999.
       77 CAT-BEST-PTR      PIC 999.
       77 CAT-PICK          PIC 999.
       77 CAT-FULL-WARNED   PIC X(1) VALUE "N".
       77 TOP-COUNT         PIC 9(4) VALUE 0.
       77 TOP-PTR           PIC 9(4).
       77 TOP-BEST-PTR      PIC 9(4).
       77 TOP-PICK          PIC 99.
       77 TOP-DROPPED       PIC 9(7) VALUE 0.
       77 TOP-DAY-TOTAL     PIC S9(9) VALUE 0.
       77 AVERAGE-TALLY     PIC S9(9).
       77 AMOUNT-EDIT       PIC ---------9.
       77 COUNT-EDIT        PIC ZZZZZZ9.
       77 RANK-EDIT         PIC ZZ9.
       01 DAY-NAME-VALUES.
           05 FILLER           PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 SOURCE-HEADING-VALUES.
           05 FILLER           PIC X(10) VALUE "  KEYBOARD".
           05 FILLER           PIC X(10) VALUE "     BATCH".
           05 FILLER           PIC X(10) VALUE "  DOCUMENT".
           05 FILLER           PIC X(10) VALUE "    CONSOL".
           05 FILLER           PIC X(10) VALUE "  NIGHTRUN".
           05 FILLER           PIC X(10) VALUE "     TOTAL".
       01 SOURCE-HEADING-TABLE REDEFINES SOURCE-HEADING-VALUES.
           05 SOURCE-HEADING OCCURS 6 TIMES PIC X(10).
       01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 366 TIMES.
               10 DY-SOURCE OCCURS 6 TIMES PIC S9(9).
               10 DY-WORDS     PIC 9(7).
       01 RANGE-SOURCE-TABLE.
           05 RS-SOURCE OCCURS 6 TIMES PIC S9(9).
       01 CAT-PROFILE-TABLE.
           05 CAT-PROFILE OCCURS 100 TIMES.
               10 CP-CATEGORY  PIC X(10).
               10 CP-DOW OCCURS 7 TIMES PIC S9(9).
               10 CP-TOTAL     PIC S9(9).
               10 CP-PRINTED   PIC X(1).
       01 ALL-PROFILE.
           05 AP-DOW OCCURS 7 TIMES PIC S9(9).
           05 AP-TOTAL         PIC S9(9).
       01 DOW-DAYS-TABLE.
           05 DOW-DAYS OCCURS 7 TIMES PIC 999.
       01 TOP-WORD-TABLE.
           05 TOP-WORD-ENTRY OCCURS 5000 TIMES.
               10 TW-M-WORD    PIC X(100).
               10 TW-M-CATEGORY PIC X(10).
               10 TW-M-SOURCE OCCURS 5 TIMES PIC S9(7).
               10 TW-M-TOTAL   PIC S9(9).
               10 TW-M-PICKED  PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*              SUNRISE POTATOFR/ES                *"
           DISPLAY "*          ~  DAILY ACTIVITY REPORT  ~            *"
           DISPLAY "***************************************************"
           DISPLAY " "
           DISPLAY "READS THE DAILY ACTIVITY LEDGER AND PRINTS DAILY"
           DISPLAY "TOTALS BY SOURCE, A DAY-OF-WEEK PROFILE PER"
           DISPLAY "CATEGORY AND THE TOP WORDS FOR ONE DAY."
           DISPLAY " "
           DISPLAY "DICTIONARY NAME? (LEAVE BLANK FOR THE DEFAULT"
           DISPLAY "DICTIONARY ""DICT"".)"
           ACCEPT DICTIONARY-NAME.
           PERFORM SET-DICTIONARY-NAMES.
           DISPLAY "FIRST DAY OF THE RANGE? (YYYYMMDD. LEAVE BLANK FOR"
           DISPLAY "THE SEVEN DAYS ENDING ON THE LAST DAY.)"
           ACCEPT RANGE-FROM-TEXT.
           DISPLAY "LAST DAY OF THE RANGE? (YYYYMMDD. LEAVE BLANK FOR"
           DISPLAY "TODAY.)"
           ACCEPT RANGE-TO-TEXT.
           DISPLAY "DAY FOR THE TOP-WORDS LIST? (YYYYMMDD. LEAVE BLANK"
           DISPLAY "FOR THE LAST DAY OF THE RANGE.)"
           ACCEPT TOP-DAY-TEXT.
           DISPLAY "HOW MANY TOP WORDS? (1 TO 50, BLANK FOR 10.)"
           ACCEPT TOP-WANTED-TEXT.
           ACCEPT ACTRPT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM EDIT-PARAMETERS.
           IF PARAMETERS-OK EQUAL TO "Y" THEN
               PERFORM LOAD-ACTIVITY
               IF LEDGER-OPENED EQUAL TO "Y" THEN
                   PERFORM WRITE-ACTIVITY-REPORT
               END-IF
           ELSE
               DISPLAY "NO REPORT WRITTEN."
           END-IF.
           STOP RUN.
       SET-DICTIONARY-NAMES.
           IF DICTIONARY-NAME EQUAL TO SPACES THEN
               MOVE "DICT" TO DICTIONARY-NAME
           END-IF.
           IF DICTIONARY-NAME EQUAL TO "DICT" THEN
               MOVE "ACTIVITY.DAT" TO ACTIVITY-FILE-NAME
               MOVE "ACTRPT.TXT" TO ACTRPT-FILE-NAME
           ELSE
               MOVE SPACES TO ACTIVITY-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-ACTIVITY.DAT" DELIMITED BY SIZE
                   INTO ACTIVITY-FILE-NAME
               MOVE SPACES TO ACTRPT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-ACTRPT.TXT" DELIMITED BY SIZE
                   INTO ACTRPT-FILE-NAME
           END-IF.
           DISPLAY "ACTIVITY REPORT FOR DICTIONARY: "
      -        FUNCTION TRIM(DICTIONARY-NAME).
       EDIT-PARAMETERS.
           MOVE "Y" TO PARAMETERS-OK.
           IF RANGE-TO-TEXT EQUAL TO SPACES THEN
               MOVE ACTRPT-RUN-DATE TO RANGE-TO-TEXT
           END-IF.
           MOVE RANGE-TO-TEXT TO DATE-CHECK-TEXT.
           PERFORM CHECK-DATE.
           IF DATE-CHECK-OK EQUAL TO "Y" THEN
               COMPUTE RANGE-TO-INT =
                   FUNCTION INTEGER-OF-DATE(DATE-CHECK-NUM)
           ELSE
               DISPLAY "LAST DAY " RANGE-TO-TEXT
      -            " IS NOT A VALID YYYYMMDD DATE."
               MOVE "N" TO PARAMETERS-OK
           END-IF.
           IF PARAMETERS-OK EQUAL TO "Y" AND
              RANGE-FROM-TEXT EQUAL TO SPACES THEN
               COMPUTE RANGE-FROM-INT = RANGE-TO-INT - 6
               COMPUTE RANGE-FROM-NUM =
                   FUNCTION DATE-OF-INTEGER(RANGE-FROM-INT)
               MOVE RANGE-FROM-NUM TO RANGE-FROM-TEXT
           END-IF.
           IF PARAMETERS-OK EQUAL TO "Y" THEN
               MOVE RANGE-FROM-TEXT TO DATE-CHECK-TEXT
               PERFORM CHECK-DATE
               IF DATE-CHECK-OK EQUAL TO "Y" THEN
                   COMPUTE RANGE-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(DATE-CHECK-NUM)
               ELSE
                   DISPLAY "FIRST DAY " RANGE-FROM-TEXT
      -                " IS NOT A VALID YYYYMMDD DATE."
                   MOVE "N" TO PARAMETERS-OK
               END-IF
           END-IF.
           IF PARAMETERS-OK EQUAL TO "Y" THEN
               COMPUTE RANGE-DAYS = RANGE-TO-INT - RANGE-FROM-INT + 1
               IF RANGE-DAYS IS LESS THAN 1 THEN
                   DISPLAY "FIRST DAY " RANGE-FROM-TEXT
      -                " IS AFTER LAST DAY " RANGE-TO-TEXT "."
                   MOVE "N" TO PARAMETERS-OK
               END-IF
               IF RANGE-DAYS IS GREATER THAN 366 THEN
                   DISPLAY "THE RANGE MAY COVER AT MOST 366 DAYS."
                   MOVE "N" TO PARAMETERS-OK
               END-IF
           END-IF.
           IF PARAMETERS-OK EQUAL TO "Y" THEN
               IF TOP-DAY-TEXT EQUAL TO SPACES THEN
                   MOVE RANGE-TO-TEXT TO TOP-DAY-TEXT
               END-IF
               MOVE TOP-DAY-TEXT TO DATE-CHECK-TEXT
               PERFORM CHECK-DATE
               IF DATE-CHECK-OK EQUAL TO "Y" THEN
                   COMPUTE TOP-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(DATE-CHECK-NUM)
               ELSE
                   DISPLAY "TOP-WORDS DAY " TOP-DAY-TEXT
      -                " IS NOT A VALID YYYYMMDD DATE."
                   MOVE "N" TO PARAMETERS-OK
               END-IF
           END-IF.
           IF TOP-WANTED-TEXT EQUAL TO SPACES THEN
               MOVE 10 TO TOP-WANTED
           ELSE
               COMPUTE TOP-WANTED =
                   FUNCTION NUMVAL(TOP-WANTED-TEXT)
           END-IF.
           IF TOP-WANTED IS LESS THAN 1 THEN
               MOVE 10 TO TOP-WANTED
           END-IF.
           IF TOP-WANTED IS GREATER THAN 50 THEN
               DISPLAY "AT MOST 50 TOP WORDS ARE LISTED. USING 50."
               MOVE 50 TO TOP-WANTED
           END-IF.
       CHECK-DATE.
           MOVE "N" TO DATE-CHECK-OK.
           IF DATE-CHECK-TEXT IS NUMERIC THEN
               MOVE DATE-CHECK-TEXT TO DATE-CHECK-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(DATE-CHECK-NUM)
                  EQUAL TO 0 THEN
                   MOVE "Y" TO DATE-CHECK-OK
               END-IF
           END-IF.
       LOAD-ACTIVITY.
           MOVE "N" TO ACTIVITY-EOF-FLAG.
           OPEN INPUT ACTIVITY-FILE.
           IF ACTIVITY-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "NO " FUNCTION TRIM(ACTIVITY-FILE-NAME)
      -            " FOUND. NOTHING TO REPORT."
           ELSE
               MOVE "Y" TO LEDGER-OPENED
               INITIALIZE DAY-TABLE
               INITIALIZE RANGE-SOURCE-TABLE
               INITIALIZE ALL-PROFILE
               MOVE RANGE-FROM-TEXT TO AL-DATE
               MOVE LOW-VALUES TO AL-WORD
               START ACTIVITY-FILE KEY IS GREATER THAN OR EQUAL TO
                       AL-KEY
                   INVALID KEY
                       MOVE "Y" TO ACTIVITY-EOF-FLAG
               END-START
               PERFORM UNTIL ACTIVITY-EOF-FLAG EQUAL TO "Y"
                   READ ACTIVITY-FILE NEXT
                       AT END
                           MOVE "Y" TO ACTIVITY-EOF-FLAG
                       NOT AT END
                           IF AL-DATE IS GREATER THAN RANGE-TO-TEXT
                               MOVE "Y" TO ACTIVITY-EOF-FLAG
                           ELSE
                               PERFORM ACCUMULATE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM LOAD-TOP-DAY
               CLOSE ACTIVITY-FILE
               DISPLAY "LEDGER READ: " RECORDS-READ
      -            " RECORDS IN RANGE, " TOP-COUNT
      -            " WORDS ON THE TOP-WORDS DAY."
               IF RECORDS-SKIPPED IS GREATER THAN 0 THEN
                   DISPLAY RECORDS-SKIPPED
      -                " RECORDS SKIPPED FOR A BAD LEDGER DATE."
               END-IF
           END-IF.
       ACCUMULATE-DAY.
           ADD 1 TO RECORDS-READ.
           MOVE AL-DATE TO DATE-CHECK-TEXT.
           PERFORM CHECK-DATE.
           IF DATE-CHECK-OK NOT EQUAL TO "Y" THEN
               ADD 1 TO RECORDS-SKIPPED
           ELSE
               COMPUTE DATE-INT =
                   FUNCTION INTEGER-OF-DATE(DATE-CHECK-NUM)
               COMPUTE DAY-PTR = DATE-INT - RANGE-FROM-INT + 1
               COMPUTE DOW-PTR = FUNCTION MOD(DATE-INT - 1, 7) + 1
               MOVE 0 TO ENTRY-TOTAL
               PERFORM VARYING SRC-PTR FROM 1 BY 1
                       UNTIL SRC-PTR IS GREATER THAN 5
                   ADD AL-COUNT(SRC-PTR)
                       TO DY-SOURCE(DAY-PTR, SRC-PTR)
                   ADD AL-COUNT(SRC-PTR) TO RS-SOURCE(SRC-PTR)
                   ADD AL-COUNT(SRC-PTR) TO ENTRY-TOTAL
               END-PERFORM
               ADD ENTRY-TOTAL TO DY-SOURCE(DAY-PTR, 6)
               ADD ENTRY-TOTAL TO RS-SOURCE(6)
               ADD 1 TO DY-WORDS(DAY-PTR)
               ADD 1 TO RANGE-WORDS
               PERFORM FIND-CATEGORY
               ADD ENTRY-TOTAL TO CP-DOW(CAT-FOUND-PTR, DOW-PTR)
               ADD ENTRY-TOTAL TO CP-TOTAL(CAT-FOUND-PTR)
               ADD ENTRY-TOTAL TO AP-DOW(DOW-PTR)
               ADD ENTRY-TOTAL TO AP-TOTAL
           END-IF.
       FIND-CATEGORY.
           MOVE 0 TO CAT-FOUND-PTR.
           PERFORM VARYING CAT-PTR FROM 1 BY 1
                   UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
               IF CP-CATEGORY(CAT-PTR) EQUAL TO AL-CATEGORY AND
                  CAT-FOUND-PTR EQUAL TO 0 THEN
                   MOVE CAT-PTR TO CAT-FOUND-PTR
               END-IF
           END-PERFORM.
           IF CAT-FOUND-PTR EQUAL TO 0 THEN
               IF CAT-COUNT IS LESS THAN 99 THEN
                   ADD 1 TO CAT-COUNT
                   INITIALIZE CAT-PROFILE(CAT-COUNT)
                   MOVE AL-CATEGORY TO CP-CATEGORY(CAT-COUNT)
                   MOVE "N" TO CP-PRINTED(CAT-COUNT)
                   MOVE CAT-COUNT TO CAT-FOUND-PTR
               ELSE
                   IF CAT-FULL-WARNED EQUAL TO "N" THEN
                       DISPLAY "CATEGORY TABLE FULL AT 99 CODES. "
      -                    "FURTHER CODES ARE PROFILED AS ONE LINE."
                       MOVE "Y" TO CAT-FULL-WARNED
                       ADD 1 TO CAT-COUNT
                       INITIALIZE CAT-PROFILE(CAT-COUNT)
                       MOVE "*OVERFLOW*" TO CP-CATEGORY(CAT-COUNT)
                       MOVE "N" TO CP-PRINTED(CAT-COUNT)
                   END-IF
                   MOVE CAT-COUNT TO CAT-FOUND-PTR
               END-IF
           END-IF.
       LOAD-TOP-DAY.
           MOVE 0 TO TOP-COUNT.
           MOVE "N" TO ACTIVITY-EOF-FLAG.
           MOVE TOP-DAY-TEXT TO AL-DATE.
           MOVE LOW-VALUES TO AL-WORD.
           START ACTIVITY-FILE KEY IS GREATER THAN OR EQUAL TO AL-KEY
               INVALID KEY
                   MOVE "Y" TO ACTIVITY-EOF-FLAG
           END-START.
           PERFORM UNTIL ACTIVITY-EOF-FLAG EQUAL TO "Y"
               READ ACTIVITY-FILE NEXT
                   AT END
                       MOVE "Y" TO ACTIVITY-EOF-FLAG
                   NOT AT END
                       IF AL-DATE NOT EQUAL TO TOP-DAY-TEXT THEN
                           MOVE "Y" TO ACTIVITY-EOF-FLAG
                       ELSE
                           PERFORM NOTE-TOP-WORD
                       END-IF
               END-READ
           END-PERFORM.
       NOTE-TOP-WORD.
           MOVE 0 TO ENTRY-TOTAL.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 5
               ADD AL-COUNT(SRC-PTR) TO ENTRY-TOTAL
           END-PERFORM.
           ADD ENTRY-TOTAL TO TOP-DAY-TOTAL.
           IF TOP-COUNT IS LESS THAN 5000 THEN
               ADD 1 TO TOP-COUNT
               MOVE AL-WORD TO TW-M-WORD(TOP-COUNT)
               MOVE AL-CATEGORY TO TW-M-CATEGORY(TOP-COUNT)
               PERFORM VARYING SRC-PTR FROM 1 BY 1
                       UNTIL SRC-PTR IS GREATER THAN 5
                   MOVE AL-COUNT(SRC-PTR)
                       TO TW-M-SOURCE(TOP-COUNT, SRC-PTR)
               END-PERFORM
               MOVE ENTRY-TOTAL TO TW-M-TOTAL(TOP-COUNT)
               MOVE "N" TO TW-M-PICKED(TOP-COUNT)
           ELSE
               IF TOP-DROPPED EQUAL TO 0 THEN
                   DISPLAY "TOP-WORDS TABLE FULL AT 5000 WORDS. "
      -                "FURTHER WORDS ARE NOT RANKED."
               END-IF
               ADD 1 TO TOP-DROPPED
           END-IF.
       WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT ACTRPT-FILE.
           IF ACTRPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(ACTRPT-FILE-NAME)
      -            ". REPORT NOT WRITTEN."
           ELSE
               MOVE SPACES TO ACTRPT-LINE
               STRING "DAILY ACTIVITY REPORT " DELIMITED BY SIZE
                   ACTRPT-RUN-DATE DELIMITED BY SIZE
                   " DICTIONARY " DELIMITED BY SIZE
                   FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
                   INTO ACTRPT-LINE
               WRITE ACTRPT-LINE
               MOVE RANGE-DAYS TO COUNT-EDIT
               MOVE SPACES TO ACTRPT-LINE
               STRING "RANGE " DELIMITED BY SIZE
                   RANGE-FROM-TEXT DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   RANGE-TO-TEXT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " DAYS)" DELIMITED BY SIZE
                   INTO ACTRPT-LINE
               WRITE ACTRPT-LINE
               PERFORM WRITE-DAILY-TOTALS
               PERFORM WRITE-DAY-OF-WEEK
               PERFORM WRITE-TOP-WORDS
               CLOSE ACTRPT-FILE
               DISPLAY "ACTIVITY REPORT WRITTEN TO "
      -            FUNCTION TRIM(ACTRPT-FILE-NAME)
           END-IF.
       WRITE-DAILY-TOTALS.
           MOVE SPACES TO ACTRPT-LINE.
           WRITE ACTRPT-LINE.
           MOVE "DAILY TOTALS BY SOURCE" TO ACTRPT-LINE.
           WRITE ACTRPT-LINE.
           MOVE SPACES TO DAILY-DETAIL.
           MOVE "DATE" TO DD-DATE.
           MOVE "DAY" TO DD-DAY.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 6
               MOVE SOURCE-HEADING(SRC-PTR) TO DD-AMOUNT(SRC-PTR)
           END-PERFORM.
           MOVE "  WORDS" TO DD-WORDS.
           WRITE DAILY-DETAIL.
           MOVE 0 TO DAY-BEST-PTR.
           PERFORM VARYING DAY-PTR FROM 1 BY 1
                   UNTIL DAY-PTR IS GREATER THAN RANGE-DAYS
               PERFORM WRITE-DAILY-LINE
               IF DAY-BEST-PTR EQUAL TO 0 THEN
                   MOVE DAY-PTR TO DAY-BEST-PTR
               ELSE
                   IF DY-SOURCE(DAY-PTR, 6) IS GREATER THAN
                      DY-SOURCE(DAY-BEST-PTR, 6) THEN
                       MOVE DAY-PTR TO DAY-BEST-PTR
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO DAILY-DETAIL.
           MOVE "TOTAL" TO DD-DATE.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 6
               MOVE RS-SOURCE(SRC-PTR) TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO DD-AMOUNT(SRC-PTR)
           END-PERFORM.
           MOVE RANGE-WORDS TO COUNT-EDIT.
           MOVE COUNT-EDIT TO DD-WORDS.
           WRITE DAILY-DETAIL.
           MOVE SPACES TO ACTRPT-LINE.
           IF RS-SOURCE(6) EQUAL TO 0 THEN
               MOVE "  NO ACTIVITY RECORDED IN THE RANGE."
                   TO ACTRPT-LINE
           ELSE
               COMPUTE DATE-INT = RANGE-FROM-INT + DAY-BEST-PTR - 1
               COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT)
               COMPUTE DOW-PTR = FUNCTION MOD(DATE-INT - 1, 7) + 1
               MOVE DY-SOURCE(DAY-BEST-PTR, 6) TO AMOUNT-EDIT
               STRING "  BUSIEST DAY: " DELIMITED BY SIZE
                   DATE-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DAY-NAME(DOW-PTR) DELIMITED BY SIZE
                   " WITH " DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT) DELIMITED BY SIZE
                   " TALLIES" DELIMITED BY SIZE
                   INTO ACTRPT-LINE
           END-IF.
           WRITE ACTRPT-LINE.
       WRITE-DAILY-LINE.
           COMPUTE DATE-INT = RANGE-FROM-INT + DAY-PTR - 1.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT).
           COMPUTE DOW-PTR = FUNCTION MOD(DATE-INT - 1, 7) + 1.
           MOVE SPACES TO DAILY-DETAIL.
           MOVE DATE-NUM TO DD-DATE.
           MOVE DAY-NAME(DOW-PTR) TO DD-DAY.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 6
               MOVE DY-SOURCE(DAY-PTR, SRC-PTR) TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO DD-AMOUNT(SRC-PTR)
           END-PERFORM.
           MOVE DY-WORDS(DAY-PTR) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO DD-WORDS.
           WRITE DAILY-DETAIL.
       WRITE-DAY-OF-WEEK.
           INITIALIZE DOW-DAYS-TABLE.
           PERFORM VARYING DAY-PTR FROM 1 BY 1
                   UNTIL DAY-PTR IS GREATER THAN RANGE-DAYS
               COMPUTE DATE-INT = RANGE-FROM-INT + DAY-PTR - 1
               COMPUTE DOW-PTR = FUNCTION MOD(DATE-INT - 1, 7) + 1
               ADD 1 TO DOW-DAYS(DOW-PTR)
           END-PERFORM.
           MOVE SPACES TO ACTRPT-LINE.
           WRITE ACTRPT-LINE.
           MOVE "DAY-OF-WEEK PROFILE BY CATEGORY" TO ACTRPT-LINE.
           WRITE ACTRPT-LINE.
           MOVE SPACES TO PROFILE-DETAIL.
           MOVE "CATEGORY" TO PD-CATEGORY.
           PERFORM VARYING DOW-PTR FROM 1 BY 1
                   UNTIL DOW-PTR IS GREATER THAN 7
               MOVE DAY-NAME(DOW-PTR) TO PD-AMOUNT(DOW-PTR)(8:3)
           END-PERFORM.
           MOVE SOURCE-HEADING(6) TO PD-AMOUNT(8).
           MOVE "BUSIEST" TO PD-BUSIEST.
           WRITE PROFILE-DETAIL.
           PERFORM VARYING CAT-PICK FROM 1 BY 1
                   UNTIL CAT-PICK IS GREATER THAN CAT-COUNT
               PERFORM CATEGORY-PICK-NEXT
               PERFORM WRITE-PROFILE-LINE
           END-PERFORM.
           MOVE SPACES TO PROFILE-DETAIL.
           MOVE "ALL CATEGORIES" TO PD-CATEGORY.
           MOVE 1 TO DOW-BEST-PTR.
           PERFORM VARYING DOW-PTR FROM 1 BY 1
                   UNTIL DOW-PTR IS GREATER THAN 7
               MOVE AP-DOW(DOW-PTR) TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO PD-AMOUNT(DOW-PTR)
               IF AP-DOW(DOW-PTR) IS GREATER THAN
                  AP-DOW(DOW-BEST-PTR) THEN
                   MOVE DOW-PTR TO DOW-BEST-PTR
               END-IF
           END-PERFORM.
           MOVE AP-TOTAL TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO PD-AMOUNT(8).
           IF AP-TOTAL NOT EQUAL TO 0 THEN
               MOVE DAY-NAME(DOW-BEST-PTR) TO PD-BUSIEST
           END-IF.
           WRITE PROFILE-DETAIL.
           MOVE SPACES TO PROFILE-DETAIL.
           MOVE "DAYS IN RANGE" TO PD-CATEGORY.
           PERFORM VARYING DOW-PTR FROM 1 BY 1
                   UNTIL DOW-PTR IS GREATER THAN 7
               MOVE DOW-DAYS(DOW-PTR) TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO PD-AMOUNT(DOW-PTR)
           END-PERFORM.
           MOVE RANGE-DAYS TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO PD-AMOUNT(8).
           WRITE PROFILE-DETAIL.
           MOVE SPACES TO PROFILE-DETAIL.
           MOVE "AVERAGE/DAY" TO PD-CATEGORY.
           MOVE 0 TO DOW-BEST-PTR.
           PERFORM VARYING DOW-PTR FROM 1 BY 1
                   UNTIL DOW-PTR IS GREATER THAN 7
               IF DOW-DAYS(DOW-PTR) IS GREATER THAN 0 THEN
                   COMPUTE AVERAGE-TALLY ROUNDED =
                       AP-DOW(DOW-PTR) / DOW-DAYS(DOW-PTR)
                   MOVE AVERAGE-TALLY TO AMOUNT-EDIT
                   MOVE AMOUNT-EDIT TO PD-AMOUNT(DOW-PTR)
                   IF DOW-BEST-PTR EQUAL TO 0 THEN
                       MOVE DOW-PTR TO DOW-BEST-PTR
                   ELSE
                       IF AP-DOW(DOW-PTR) * DOW-DAYS(DOW-BEST-PTR)
                          IS GREATER THAN
                          AP-DOW(DOW-BEST-PTR) * DOW-DAYS(DOW-PTR)
                           MOVE DOW-PTR TO DOW-BEST-PTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE AVERAGE-TALLY ROUNDED = AP-TOTAL / RANGE-DAYS.
           MOVE AVERAGE-TALLY TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO PD-AMOUNT(8).
           IF AP-TOTAL NOT EQUAL TO 0 THEN
               MOVE DAY-NAME(DOW-BEST-PTR) TO PD-BUSIEST
           END-IF.
           WRITE PROFILE-DETAIL.
       CATEGORY-PICK-NEXT.
           MOVE 0 TO CAT-BEST-PTR.
           PERFORM VARYING CAT-PTR FROM 1 BY 1
                   UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
               IF CP-PRINTED(CAT-PTR) EQUAL TO "N" THEN
                   IF CAT-BEST-PTR EQUAL TO 0 THEN
                       MOVE CAT-PTR TO CAT-BEST-PTR
                   ELSE
                       IF CP-CATEGORY(CAT-PTR) IS LESS THAN
                          CP-CATEGORY(CAT-BEST-PTR) THEN
                           MOVE CAT-PTR TO CAT-BEST-PTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO CP-PRINTED(CAT-BEST-PTR).
       WRITE-PROFILE-LINE.
           MOVE SPACES TO PROFILE-DETAIL.
           MOVE CP-CATEGORY(CAT-BEST-PTR) TO PD-CATEGORY.
           MOVE 1 TO DOW-BEST-PTR.
           PERFORM VARYING DOW-PTR FROM 1 BY 1
                   UNTIL DOW-PTR IS GREATER THAN 7
               MOVE CP-DOW(CAT-BEST-PTR, DOW-PTR) TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO PD-AMOUNT(DOW-PTR)
               IF CP-DOW(CAT-BEST-PTR, DOW-PTR) IS GREATER THAN
                  CP-DOW(CAT-BEST-PTR, DOW-BEST-PTR) THEN
                   MOVE DOW-PTR TO DOW-BEST-PTR
               END-IF
           END-PERFORM.
           MOVE CP-TOTAL(CAT-BEST-PTR) TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO PD-AMOUNT(8).
           IF CP-TOTAL(CAT-BEST-PTR) NOT EQUAL TO 0 THEN
               MOVE DAY-NAME(DOW-BEST-PTR) TO PD-BUSIEST
           END-IF.
           WRITE PROFILE-DETAIL.
       WRITE-TOP-WORDS.
           COMPUTE DOW-PTR = FUNCTION MOD(TOP-DAY-INT - 1, 7) + 1.
           MOVE TOP-WANTED TO RANK-EDIT.
           MOVE SPACES TO ACTRPT-LINE.
           WRITE ACTRPT-LINE.
           MOVE SPACES TO ACTRPT-LINE.
           STRING "TOP " DELIMITED BY SIZE
               FUNCTION TRIM(RANK-EDIT) DELIMITED BY SIZE
               " WORDS FOR " DELIMITED BY SIZE
               TOP-DAY-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAY-NAME(DOW-PTR) DELIMITED BY SIZE
               INTO ACTRPT-LINE.
           WRITE ACTRPT-LINE.
           IF TOP-COUNT EQUAL TO 0 THEN
               MOVE "  NO ACTIVITY RECORDED ON THAT DAY."
                   TO ACTRPT-LINE
               WRITE ACTRPT-LINE
           ELSE
               MOVE SPACES TO TOP-DETAIL
               MOVE "NO." TO TW-RANK
               MOVE "WORD" TO TW-WORD
               MOVE "CATEGORY" TO TW-CATEGORY
               PERFORM VARYING SRC-PTR FROM 1 BY 1
                       UNTIL SRC-PTR IS GREATER THAN 6
                   MOVE SOURCE-HEADING(SRC-PTR) TO TW-AMOUNT(SRC-PTR)
               END-PERFORM
               WRITE TOP-DETAIL
               PERFORM VARYING TOP-PICK FROM 1 BY 1
                       UNTIL TOP-PICK IS GREATER THAN TOP-WANTED OR
                             TOP-PICK IS GREATER THAN TOP-COUNT
                   PERFORM TOP-PICK-NEXT
                   PERFORM WRITE-TOP-LINE
               END-PERFORM
               MOVE TOP-COUNT TO COUNT-EDIT
               MOVE TOP-DAY-TOTAL TO AMOUNT-EDIT
               MOVE SPACES TO ACTRPT-LINE
               STRING "  WORDS TALLIED THAT DAY: " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   "  TOTAL TALLIES: " DELIMITED BY SIZE
                   FUNCTION TRIM(AMOUNT-EDIT) DELIMITED BY SIZE
                   INTO ACTRPT-LINE
               WRITE ACTRPT-LINE
               IF TOP-DROPPED IS GREATER THAN 0 THEN
                   MOVE TOP-DROPPED TO COUNT-EDIT
                   MOVE SPACES TO ACTRPT-LINE
                   STRING "  WORDS NOT RANKED (TABLE FULL): "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                       INTO ACTRPT-LINE
                   WRITE ACTRPT-LINE
               END-IF
           END-IF.
       TOP-PICK-NEXT.
           MOVE 0 TO TOP-BEST-PTR.
           PERFORM VARYING TOP-PTR FROM 1 BY 1
                   UNTIL TOP-PTR IS GREATER THAN TOP-COUNT
               IF TW-M-PICKED(TOP-PTR) EQUAL TO "N" THEN
                   IF TOP-BEST-PTR EQUAL TO 0 THEN
                       MOVE TOP-PTR TO TOP-BEST-PTR
                   ELSE
                       IF TW-M-TOTAL(TOP-PTR) IS GREATER THAN
                          TW-M-TOTAL(TOP-BEST-PTR) THEN
                           MOVE TOP-PTR TO TOP-BEST-PTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO TW-M-PICKED(TOP-BEST-PTR).
       WRITE-TOP-LINE.
           MOVE SPACES TO TOP-DETAIL.
           MOVE TOP-PICK TO RANK-EDIT.
           MOVE RANK-EDIT TO TW-RANK.
           MOVE TW-M-WORD(TOP-BEST-PTR) TO TW-WORD.
           MOVE TW-M-CATEGORY(TOP-BEST-PTR) TO TW-CATEGORY.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 5
               MOVE TW-M-SOURCE(TOP-BEST-PTR, SRC-PTR) TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO TW-AMOUNT(SRC-PTR)
           END-PERFORM.
           MOVE TW-M-TOTAL(TOP-BEST-PTR) TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO TW-AMOUNT(6).
           WRITE TOP-DETAIL.
       END PROGRAM ACTRPT.
