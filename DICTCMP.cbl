      ******************************************************************
      * Author: SUNRISE MAINFRAMES
      * Date: 15 OCTOBER 2026
      * Purpose: SIDE-BY-SIDE COMPARISON OF TWO NAMED DICTIONARIES.
      *          READS BOTH DICTIONARIES IN WORD ORDER AND MATCHES THEM
      *          ENTRY BY ENTRY. FOR EACH WORD IT PRINTS BOTH TALLIES,
      *          THE DIFFERENCE AND THE PERCENTAGE DIFFERENCE, AND
      *          FLAGS WORDS FOUND IN ONLY ONE DICTIONARY AND WORDS
      *          WHOSE CATEGORY DIFFERS BETWEEN THEM. CATEGORY
      *          SUBTOTALS FOR BOTH SIDES FOLLOW. IN EXCEPTIONS-ONLY
      *          MODE ONLY WORDS WHOSE DIFFERENCE REACHES THE GIVEN
      *          PERCENTAGE ARE PRINTED. OUTPUT GOES TO CMPRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICTCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRST-FILE ASSIGN TO DYNAMIC FIRST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-WORD-ENTRY
               FILE STATUS IS FIRST-FILE-STATUS.
           SELECT SECOND-FILE ASSIGN TO DYNAMIC SECOND-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-WORD-ENTRY
               FILE STATUS IS SECOND-FILE-STATUS.
           SELECT CMPRPT-FILE ASSIGN TO DYNAMIC CMPRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIRST-FILE
           RECORD CONTAINS 113 CHARACTERS.
       01  FIRST-RECORD.
           05 FR-WORD-ENTRY    PIC X(100).
           05 FR-WORD-COUNTER  PIC S999.
           05 FR-CATEGORY      PIC X(10).
       FD  SECOND-FILE
           RECORD CONTAINS 113 CHARACTERS.
       01  SECOND-RECORD.
           05 SR-WORD-ENTRY    PIC X(100).
           05 SR-WORD-COUNTER  PIC S999.
           05 SR-CATEGORY      PIC X(10).
       FD  CMPRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  COMPARE-DETAIL.
           05 CD-WORD          PIC X(40).
           05 FILLER           PIC X(1).
           05 CD-CAT-1         PIC X(10).
           05 FILLER           PIC X(1).
           05 CD-TALLY-1       PIC X(8).
           05 FILLER           PIC X(1).
           05 CD-CAT-2         PIC X(10).
           05 FILLER           PIC X(1).
           05 CD-TALLY-2       PIC X(8).
           05 FILLER           PIC X(1).
           05 CD-DIFF          PIC X(8).
           05 FILLER           PIC X(1).
           05 CD-PCT           PIC X(11).
           05 FILLER           PIC X(2).
           05 CD-FLAG          PIC X(29).
       01  CMPRPT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       77 FIRST-NAME        PIC X(20) VALUE "DICT".
       77 SECOND-NAME       PIC X(20).
       77 FIRST-FILE-NAME   PIC X(40) VALUE "DICT.DAT".
       77 SECOND-FILE-NAME  PIC X(40).
       77 CMPRPT-FILE-NAME  PIC X(40) VALUE "CMPRPT.TXT".
       77 FIRST-FILE-STATUS PIC XX.
       77 SECOND-FILE-STATUS PIC XX.
       77 CMPRPT-FILE-STATUS PIC XX.
       77 FIRST-EOF-FLAG    PIC X VALUE "N".
       77 SECOND-EOF-FLAG   PIC X VALUE "N".
       77 FIRST-KEY         PIC X(100).
       77 SECOND-KEY        PIC X(100).
       77 COMPARE-RUN-DATE  PIC X(8).
       77 EXCEPTIONS-ONLY   PIC X(1) VALUE "N".
       77 THRESHOLD-TEXT    PIC X(6).
       77 THRESHOLD-PCT     PIC 9(4) VALUE 10.
       77 MATCH-WORD        PIC X(100).
       77 MATCH-CAT-1       PIC X(10).
       77 MATCH-CAT-2       PIC X(10).
       77 MATCH-TALLY-1     PIC S9(7).
       77 MATCH-TALLY-2     PIC S9(7).
       77 MATCH-SIDE        PIC X(1).
       77 MATCH-DIFF        PIC S9(7).
       77 MATCH-PCT         PIC S9(7)V9.
       77 MATCH-ABS-PCT     PIC 9(7)V9.
       77 MATCH-OVER        PIC X(1).
       77 WORDS-COMPARED    PIC 9(7) VALUE 0.
       77 WORDS-IN-BOTH     PIC 9(7) VALUE 0.
       77 WORDS-ONLY-FIRST  PIC 9(7) VALUE 0.
       77 WORDS-ONLY-SECOND PIC 9(7) VALUE 0.
       77 WORDS-CAT-DIFFER  PIC 9(7) VALUE 0.
       77 WORDS-OVER        PIC 9(7) VALUE 0.
       77 WORDS-PRINTED     PIC 9(7) VALUE 0.
       77 TOTAL-TALLY-1     PIC S9(9) VALUE 0.
       77 TOTAL-TALLY-2     PIC S9(9) VALUE 0.
       77 CAT-COUNT         PIC 999 VALUE 0.
       77 CAT-PTR           PIC 999.
       77 CAT-FOUND-PTR     PIC 999.
       77 CAT-FULL-WARNED   PIC X(1) VALUE "N".
       77 CAT-LOOKUP-CODE   PIC X(10).
       77 TALLY-EDIT        PIC -------9.
       77 PCT-EDIT          PIC -------9.9.
       77 COUNT-EDIT        PIC ZZZZZZ9.
       77 TOTAL-EDIT        PIC ---------9.
       01 CAT-COMPARE-TABLE.
           05 CAT-COMPARE-ENTRY OCCURS 200 TIMES.
               10 CC-CATEGORY  PIC X(10).
               10 CC-TALLY-1   PIC S9(9).
               10 CC-TALLY-2   PIC S9(9).
               10 CC-WORDS-1   PIC 9(7).
               10 CC-WORDS-2   PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*              SUNRISE POTATOFR/ES                *"
           DISPLAY "*        ~  DICTIONARY COMPARISON REPORT  ~       *"
           DISPLAY "***************************************************"
           DISPLAY " "
           DISPLAY "COMPARES TWO NAMED DICTIONARIES WORD BY WORD AND"
           DISPLAY "REPORTS BOTH TALLIES, THE DIFFERENCE, ONE-SIDED"
           DISPLAY "WORDS AND CATEGORY MISMATCHES."
           DISPLAY " "
           DISPLAY "FIRST DICTIONARY NAME? (LEAVE BLANK FOR THE"
           DISPLAY "DEFAULT DICTIONARY ""DICT"".)"
           ACCEPT FIRST-NAME.
           DISPLAY "SECOND DICTIONARY NAME?"
           ACCEPT SECOND-NAME.
           PERFORM SET-DICTIONARY-NAMES.
           IF SECOND-NAME EQUAL TO SPACES OR
              SECOND-NAME EQUAL TO FIRST-NAME THEN
               DISPLAY "TWO DIFFERENT DICTIONARIES ARE NEEDED. "
      -            "NOTHING COMPARED."
               STOP RUN
           END-IF.
           DISPLAY "EXCEPTIONS ONLY? Y/N (LEAVE BLANK FOR N.)"
           ACCEPT EXCEPTIONS-ONLY.
           IF EXCEPTIONS-ONLY EQUAL TO "Y" THEN
               DISPLAY "DIFFERENCE THRESHOLD IN PERCENT? (LEAVE BLANK"
               DISPLAY "FOR 10.)"
               ACCEPT THRESHOLD-TEXT
               IF THRESHOLD-TEXT NOT EQUAL TO SPACES THEN
                   IF FUNCTION TEST-NUMVAL(THRESHOLD-TEXT)
                      NOT EQUAL TO 0 THEN
                       DISPLAY "THRESHOLD NOT RECOGNIZED: "
      -                    FUNCTION TRIM(THRESHOLD-TEXT)
      -                    ". NOTHING COMPARED."
                       STOP RUN
                   END-IF
                   IF FUNCTION NUMVAL(THRESHOLD-TEXT) IS LESS THAN 0
                      OR FUNCTION NUMVAL(THRESHOLD-TEXT) IS GREATER
                      THAN 9999 THEN
                       DISPLAY "THRESHOLD MUST BE FROM 0 TO 9999. "
      -                    "NOTHING COMPARED."
                       STOP RUN
                   END-IF
                   COMPUTE THRESHOLD-PCT =
                       FUNCTION NUMVAL(THRESHOLD-TEXT)
               END-IF
           ELSE
               MOVE "N" TO EXCEPTIONS-ONLY
           END-IF.
           ACCEPT COMPARE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT FIRST-FILE.
           IF FIRST-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(FIRST-FILE-NAME) ". STATUS: "
      -            FIRST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SECOND-FILE.
           IF SECOND-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(SECOND-FILE-NAME) ". STATUS: "
      -            SECOND-FILE-STATUS
               CLOSE FIRST-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT CMPRPT-FILE.
           IF CMPRPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(CMPRPT-FILE-NAME)
      -            ". REPORT NOT WRITTEN."
               CLOSE FIRST-FILE
               CLOSE SECOND-FILE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM COMPARE-DICTIONARIES.
           PERFORM WRITE-CATEGORY-SUBTOTALS.
           PERFORM WRITE-SUMMARY.
           CLOSE FIRST-FILE.
           CLOSE SECOND-FILE.
           CLOSE CMPRPT-FILE.
           DISPLAY "COMPARISON WRITTEN TO "
      -        FUNCTION TRIM(CMPRPT-FILE-NAME) ": "
      -        WORDS-COMPARED " WORDS, " WORDS-PRINTED " PRINTED.".
           STOP RUN.
       SET-DICTIONARY-NAMES.
           IF FIRST-NAME EQUAL TO SPACES THEN
               MOVE "DICT" TO FIRST-NAME
           END-IF.
           IF FIRST-NAME EQUAL TO "DICT" THEN
               MOVE "DICT.DAT" TO FIRST-FILE-NAME
               MOVE "CMPRPT.TXT" TO CMPRPT-FILE-NAME
           ELSE
               MOVE SPACES TO FIRST-FILE-NAME
               STRING FUNCTION TRIM(FIRST-NAME)
                   DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO FIRST-FILE-NAME
               MOVE SPACES TO CMPRPT-FILE-NAME
               STRING FUNCTION TRIM(FIRST-NAME)
                   DELIMITED BY SIZE
                   "-CMPRPT.TXT" DELIMITED BY SIZE
                   INTO CMPRPT-FILE-NAME
           END-IF.
           IF SECOND-NAME EQUAL TO "DICT" THEN
               MOVE "DICT.DAT" TO SECOND-FILE-NAME
           ELSE
               MOVE SPACES TO SECOND-FILE-NAME
               STRING FUNCTION TRIM(SECOND-NAME)
                   DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO SECOND-FILE-NAME
           END-IF.
           DISPLAY "COMPARING DICTIONARY "
      -        FUNCTION TRIM(FIRST-NAME) " WITH "
      -        FUNCTION TRIM(SECOND-NAME).
       WRITE-REPORT-HEADER.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "DICTIONARY COMPARISON " DELIMITED BY SIZE
               COMPARE-RUN-DATE DELIMITED BY SIZE
               " FIRST=" DELIMITED BY SIZE
               FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SECOND-NAME) DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           IF EXCEPTIONS-ONLY EQUAL TO "Y" THEN
               MOVE THRESHOLD-PCT TO COUNT-EDIT
               MOVE SPACES TO CMPRPT-LINE
               STRING "EXCEPTIONS ONLY: WORDS DIFFERING BY "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " PERCENT OR MORE, OR IN ONE DICTIONARY ONLY"
                   DELIMITED BY SIZE
                   INTO CMPRPT-LINE
               WRITE CMPRPT-LINE
           END-IF.
           MOVE SPACES TO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE SPACES TO COMPARE-DETAIL.
           MOVE "WORD" TO CD-WORD.
           MOVE FIRST-NAME TO CD-CAT-1.
           MOVE "   TALLY" TO CD-TALLY-1.
           MOVE SECOND-NAME TO CD-CAT-2.
           MOVE "   TALLY" TO CD-TALLY-2.
           MOVE "    DIFF" TO CD-DIFF.
           MOVE "        PCT" TO CD-PCT.
           MOVE "FLAGS" TO CD-FLAG.
           WRITE COMPARE-DETAIL.
       COMPARE-DICTIONARIES.
           MOVE LOW-VALUES TO FR-WORD-ENTRY.
           START FIRST-FILE KEY IS GREATER THAN OR EQUAL TO
                   FR-WORD-ENTRY
               INVALID KEY
                   MOVE "Y" TO FIRST-EOF-FLAG
           END-START.
           MOVE LOW-VALUES TO SR-WORD-ENTRY.
           START SECOND-FILE KEY IS GREATER THAN OR EQUAL TO
                   SR-WORD-ENTRY
               INVALID KEY
                   MOVE "Y" TO SECOND-EOF-FLAG
           END-START.
           PERFORM READ-FIRST.
           PERFORM READ-SECOND.
           PERFORM UNTIL FIRST-EOF-FLAG EQUAL TO "Y" AND
                   SECOND-EOF-FLAG EQUAL TO "Y"
               IF FIRST-KEY IS LESS THAN SECOND-KEY THEN
                   MOVE "1" TO MATCH-SIDE
                   MOVE FR-WORD-ENTRY TO MATCH-WORD
                   MOVE FR-CATEGORY TO MATCH-CAT-1
                   MOVE FR-WORD-COUNTER TO MATCH-TALLY-1
                   MOVE SPACES TO MATCH-CAT-2
                   MOVE 0 TO MATCH-TALLY-2
                   PERFORM COMPARE-ONE-WORD
                   PERFORM READ-FIRST
               ELSE IF FIRST-KEY IS GREATER THAN SECOND-KEY THEN
                   MOVE "2" TO MATCH-SIDE
                   MOVE SR-WORD-ENTRY TO MATCH-WORD
                   MOVE SPACES TO MATCH-CAT-1
                   MOVE 0 TO MATCH-TALLY-1
                   MOVE SR-CATEGORY TO MATCH-CAT-2
                   MOVE SR-WORD-COUNTER TO MATCH-TALLY-2
                   PERFORM COMPARE-ONE-WORD
                   PERFORM READ-SECOND
               ELSE
                   MOVE "B" TO MATCH-SIDE
                   MOVE FR-WORD-ENTRY TO MATCH-WORD
                   MOVE FR-CATEGORY TO MATCH-CAT-1
                   MOVE FR-WORD-COUNTER TO MATCH-TALLY-1
                   MOVE SR-CATEGORY TO MATCH-CAT-2
                   MOVE SR-WORD-COUNTER TO MATCH-TALLY-2
                   PERFORM COMPARE-ONE-WORD
                   PERFORM READ-FIRST
                   PERFORM READ-SECOND
               END-IF
               END-IF
           END-PERFORM.
       READ-FIRST.
           IF FIRST-EOF-FLAG EQUAL TO "Y" THEN
               MOVE HIGH-VALUES TO FIRST-KEY
           ELSE
               READ FIRST-FILE NEXT
                   AT END
                       MOVE "Y" TO FIRST-EOF-FLAG
                       MOVE HIGH-VALUES TO FIRST-KEY
                   NOT AT END
                       MOVE FR-WORD-ENTRY TO FIRST-KEY
               END-READ
           END-IF.
       READ-SECOND.
           IF SECOND-EOF-FLAG EQUAL TO "Y" THEN
               MOVE HIGH-VALUES TO SECOND-KEY
           ELSE
               READ SECOND-FILE NEXT
                   AT END
                       MOVE "Y" TO SECOND-EOF-FLAG
                       MOVE HIGH-VALUES TO SECOND-KEY
                   NOT AT END
                       MOVE SR-WORD-ENTRY TO SECOND-KEY
               END-READ
           END-IF.
       COMPARE-ONE-WORD.
           ADD 1 TO WORDS-COMPARED.
           ADD MATCH-TALLY-1 TO TOTAL-TALLY-1.
           ADD MATCH-TALLY-2 TO TOTAL-TALLY-2.
           COMPUTE MATCH-DIFF = MATCH-TALLY-2 - MATCH-TALLY-1.
           MOVE 0 TO MATCH-PCT.
           MOVE "N" TO MATCH-OVER.
           IF MATCH-SIDE EQUAL TO "B" THEN
               ADD 1 TO WORDS-IN-BOTH
               IF MATCH-TALLY-1 NOT EQUAL TO 0 THEN
                   COMPUTE MATCH-PCT ROUNDED =
                       MATCH-DIFF * 100 / MATCH-TALLY-1
                   COMPUTE MATCH-ABS-PCT = FUNCTION ABS(MATCH-PCT)
                   IF MATCH-ABS-PCT IS NOT LESS THAN THRESHOLD-PCT
                       MOVE "Y" TO MATCH-OVER
                   END-IF
               ELSE
                   IF MATCH-DIFF NOT EQUAL TO 0 THEN
                       MOVE "Y" TO MATCH-OVER
                   END-IF
               END-IF
               IF MATCH-CAT-1 NOT EQUAL TO MATCH-CAT-2 THEN
                   ADD 1 TO WORDS-CAT-DIFFER
               END-IF
           ELSE
               MOVE "Y" TO MATCH-OVER
               IF MATCH-SIDE EQUAL TO "1" THEN
                   ADD 1 TO WORDS-ONLY-FIRST
               ELSE
                   ADD 1 TO WORDS-ONLY-SECOND
               END-IF
           END-IF.
           IF MATCH-OVER EQUAL TO "Y" THEN
               ADD 1 TO WORDS-OVER
           END-IF.
           IF MATCH-SIDE NOT EQUAL TO "2" THEN
               MOVE MATCH-CAT-1 TO CAT-LOOKUP-CODE
               PERFORM CAT-FIND
               IF CAT-FOUND-PTR NOT EQUAL TO 0 THEN
                   ADD MATCH-TALLY-1 TO CC-TALLY-1(CAT-FOUND-PTR)
                   ADD 1 TO CC-WORDS-1(CAT-FOUND-PTR)
               END-IF
           END-IF.
           IF MATCH-SIDE NOT EQUAL TO "1" THEN
               MOVE MATCH-CAT-2 TO CAT-LOOKUP-CODE
               PERFORM CAT-FIND
               IF CAT-FOUND-PTR NOT EQUAL TO 0 THEN
                   ADD MATCH-TALLY-2 TO CC-TALLY-2(CAT-FOUND-PTR)
                   ADD 1 TO CC-WORDS-2(CAT-FOUND-PTR)
               END-IF
           END-IF.
           IF EXCEPTIONS-ONLY EQUAL TO "N" OR
              MATCH-OVER EQUAL TO "Y" THEN
               PERFORM WRITE-WORD-LINE
           END-IF.
       WRITE-WORD-LINE.
           ADD 1 TO WORDS-PRINTED.
           MOVE SPACES TO COMPARE-DETAIL.
           MOVE MATCH-WORD TO CD-WORD.
           IF MATCH-SIDE NOT EQUAL TO "2" THEN
               MOVE MATCH-CAT-1 TO CD-CAT-1
               MOVE MATCH-TALLY-1 TO TALLY-EDIT
               MOVE TALLY-EDIT TO CD-TALLY-1
           ELSE
               MOVE "-" TO CD-CAT-1
           END-IF.
           IF MATCH-SIDE NOT EQUAL TO "1" THEN
               MOVE MATCH-CAT-2 TO CD-CAT-2
               MOVE MATCH-TALLY-2 TO TALLY-EDIT
               MOVE TALLY-EDIT TO CD-TALLY-2
           ELSE
               MOVE "-" TO CD-CAT-2
           END-IF.
           MOVE MATCH-DIFF TO TALLY-EDIT.
           MOVE TALLY-EDIT TO CD-DIFF.
           IF MATCH-SIDE EQUAL TO "B" AND
              MATCH-TALLY-1 NOT EQUAL TO 0 THEN
               MOVE MATCH-PCT TO PCT-EDIT
               STRING PCT-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO CD-PCT
           ELSE IF MATCH-SIDE EQUAL TO "B" AND
                   MATCH-DIFF EQUAL TO 0 THEN
               MOVE "       0.0%" TO CD-PCT
           ELSE
               MOVE "        N/A" TO CD-PCT
           END-IF.
           IF MATCH-SIDE EQUAL TO "1" THEN
               STRING "ONLY IN " DELIMITED BY SIZE
                   FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                   INTO CD-FLAG
           ELSE IF MATCH-SIDE EQUAL TO "2" THEN
               STRING "ONLY IN " DELIMITED BY SIZE
                   FUNCTION TRIM(SECOND-NAME) DELIMITED BY SIZE
                   INTO CD-FLAG
           ELSE IF MATCH-CAT-1 NOT EQUAL TO MATCH-CAT-2 THEN
               MOVE "CATEGORY DIFFERS" TO CD-FLAG
           END-IF.
           WRITE COMPARE-DETAIL.
       CAT-FIND.
           MOVE 0 TO CAT-FOUND-PTR.
           PERFORM VARYING CAT-PTR FROM 1 BY 1
                   UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
               IF CC-CATEGORY(CAT-PTR) EQUAL TO CAT-LOOKUP-CODE AND
                  CAT-FOUND-PTR EQUAL TO 0 THEN
                   MOVE CAT-PTR TO CAT-FOUND-PTR
               END-IF
           END-PERFORM.
           IF CAT-FOUND-PTR EQUAL TO 0 THEN
               IF CAT-COUNT IS LESS THAN 200 THEN
                   ADD 1 TO CAT-COUNT
                   MOVE CAT-LOOKUP-CODE TO CC-CATEGORY(CAT-COUNT)
                   MOVE 0 TO CC-TALLY-1(CAT-COUNT)
                   MOVE 0 TO CC-TALLY-2(CAT-COUNT)
                   MOVE 0 TO CC-WORDS-1(CAT-COUNT)
                   MOVE 0 TO CC-WORDS-2(CAT-COUNT)
                   MOVE CAT-COUNT TO CAT-FOUND-PTR
               ELSE
                   IF CAT-FULL-WARNED EQUAL TO "N" THEN
                       DISPLAY "CATEGORY TABLE FULL AT 200 CODES. "
      -                    "SUBTOTALS INCOMPLETE."
                       MOVE "Y" TO CAT-FULL-WARNED
                   END-IF
               END-IF
           END-IF.
       WRITE-CATEGORY-SUBTOTALS.
           MOVE SPACES TO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE "CATEGORY SUBTOTALS (WORDS AND TALLY PER DICTIONARY)"
               TO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE SPACES TO COMPARE-DETAIL.
           MOVE "CATEGORY" TO CD-WORD.
           MOVE FIRST-NAME TO CD-CAT-1.
           MOVE "   TALLY" TO CD-TALLY-1.
           MOVE SECOND-NAME TO CD-CAT-2.
           MOVE "   TALLY" TO CD-TALLY-2.
           MOVE "    DIFF" TO CD-DIFF.
           MOVE "        PCT" TO CD-PCT.
           WRITE COMPARE-DETAIL.
           PERFORM VARYING CAT-PTR FROM 1 BY 1
                   UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM.
       WRITE-CATEGORY-LINE.
           MOVE SPACES TO COMPARE-DETAIL.
           MOVE CC-CATEGORY(CAT-PTR) TO CD-WORD.
           MOVE CC-WORDS-1(CAT-PTR) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO CD-CAT-1.
           MOVE CC-TALLY-1(CAT-PTR) TO TALLY-EDIT.
           MOVE TALLY-EDIT TO CD-TALLY-1.
           MOVE CC-WORDS-2(CAT-PTR) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO CD-CAT-2.
           MOVE CC-TALLY-2(CAT-PTR) TO TALLY-EDIT.
           MOVE TALLY-EDIT TO CD-TALLY-2.
           COMPUTE MATCH-DIFF =
               CC-TALLY-2(CAT-PTR) - CC-TALLY-1(CAT-PTR).
           MOVE MATCH-DIFF TO TALLY-EDIT.
           MOVE TALLY-EDIT TO CD-DIFF.
           IF CC-TALLY-1(CAT-PTR) NOT EQUAL TO 0 THEN
               COMPUTE MATCH-PCT ROUNDED =
                   MATCH-DIFF * 100 / CC-TALLY-1(CAT-PTR)
               MOVE MATCH-PCT TO PCT-EDIT
               STRING PCT-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO CD-PCT
           ELSE
               MOVE "        N/A" TO CD-PCT
           END-IF.
           WRITE COMPARE-DETAIL.
       WRITE-SUMMARY.
           MOVE SPACES TO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE "SUMMARY" TO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE WORDS-COMPARED TO COUNT-EDIT.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "  WORDS COMPARED:          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE WORDS-IN-BOTH TO COUNT-EDIT.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "  IN BOTH DICTIONARIES:    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE WORDS-ONLY-FIRST TO COUNT-EDIT.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "  ONLY IN FIRST:           " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE WORDS-ONLY-SECOND TO COUNT-EDIT.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "  ONLY IN SECOND:          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               FUNCTION TRIM(SECOND-NAME) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE WORDS-CAT-DIFFER TO COUNT-EDIT.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "  CATEGORY DIFFERS:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           IF EXCEPTIONS-ONLY EQUAL TO "Y" THEN
               MOVE WORDS-OVER TO COUNT-EDIT
               MOVE SPACES TO CMPRPT-LINE
               STRING "  OVER THRESHOLD:          " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   INTO CMPRPT-LINE
               WRITE CMPRPT-LINE
           END-IF.
           MOVE TOTAL-TALLY-1 TO TOTAL-EDIT.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "  TOTAL TALLY FIRST:    " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
           MOVE TOTAL-TALLY-2 TO TOTAL-EDIT.
           MOVE SPACES TO CMPRPT-LINE.
           STRING "  TOTAL TALLY SECOND:   " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO CMPRPT-LINE.
           WRITE CMPRPT-LINE.
       END PROGRAM DICTCMP.
