      ******************************************************************
      * Author: SUNRISE MAINFRAMES
      * Date: 15 OCTOBER 2026
      * Purpose: CONTROL-TOTAL BALANCING REPORT. THE CONTROL FILE
      *          (CONTROL.DAT) HOLDS ONE RECORD FOR EVERY COUNTER
      *          SESSION, NIGHTRUN AND CONSOL RUN THAT UPDATED THE
      *          DICTIONARY, WITH THE OPENING ENTRY COUNT AND TALLY
      *          HASH, THE MOVEMENTS BY SOURCE AND THE CLOSING COUNT
      *          AND HASH. LISTS EVERY RUN IN A DATE RANGE, FLAGS A
      *          RUN WHOSE OPENING TOTALS DO NOT MATCH THE CLOSING
      *          TOTALS OF THE RUN BEFORE IT, AND BALANCES THE RANGE,
      *          TO CTLRPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT CTLRPT-FILE ASSIGN TO DYNAMIC CTLRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLRPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CONTROL-RECORD.
           05 CT-DATE          PIC X(8).
           05 CT-TIME          PIC X(8).
           05 CT-PROGRAM       PIC X(8).
           05 CT-OPER          PIC X(3).
           05 CT-OPEN-COUNT    PIC 9(7).
           05 CT-OPEN-HASH     PIC S9(11) SIGN LEADING SEPARATE.
           05 CT-MOVEMENTS.
               10 CT-KEYBOARD  PIC S9(9) SIGN LEADING SEPARATE.
               10 CT-BATCH     PIC S9(9) SIGN LEADING SEPARATE.
               10 CT-DOCUMENT  PIC S9(9) SIGN LEADING SEPARATE.
               10 CT-CONSOL    PIC S9(9) SIGN LEADING SEPARATE.
               10 CT-NIGHTRUN  PIC S9(9) SIGN LEADING SEPARATE.
               10 CT-OTHER     PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-MOVEMENT-TABLE REDEFINES CT-MOVEMENTS.
               10 CT-MOVEMENT OCCURS 6 TIMES
                               PIC S9(9) SIGN LEADING SEPARATE.
           05 CT-CLOSE-COUNT   PIC 9(7).
           05 CT-CLOSE-HASH    PIC S9(11) SIGN LEADING SEPARATE.
           05 CT-OVERRIDE      PIC X(1).
           05 FILLER           PIC X(24).
       FD  CTLRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RUN-DETAIL.
           05 FILLER           PIC X(2).
           05 RD-DATE          PIC X(8).
           05 FILLER           PIC X(1).
           05 RD-TIME          PIC X(8).
           05 FILLER           PIC X(1).
           05 RD-PROGRAM       PIC X(8).
           05 FILLER           PIC X(1).
           05 RD-OPER          PIC X(4).
           05 RD-OPEN-COUNT    PIC X(10).
           05 FILLER           PIC X(1).
           05 RD-OPEN-HASH     PIC X(12).
           05 FILLER           PIC X(1).
           05 RD-CLOSE-COUNT   PIC X(11).
           05 FILLER           PIC X(1).
           05 RD-CLOSE-HASH    PIC X(12).
           05 FILLER           PIC X(2).
           05 RD-FLAGS         PIC X(20).
           05 FILLER           PIC X(29).
       01  MOVE-DETAIL.
           05 FILLER           PIC X(12).
           05 MD-LABEL         PIC X(10).
           05 MD-COL OCCURS 7 TIMES.
               10 FILLER       PIC X(1).
               10 MD-AMOUNT    PIC X(10).
           05 FILLER           PIC X(33).
       01  CTLRPT-LINE         PIC X(132).
       WORKING-STORAGE SECTION.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 CONTROL-FILE-NAME PIC X(40) VALUE "CONTROL.DAT".
       77 CTLRPT-FILE-NAME  PIC X(40) VALUE "CTLRPT.TXT".
       77 CONTROL-FILE-STATUS PIC XX.
       77 CTLRPT-FILE-STATUS PIC XX.
       77 CONTROL-EOF-FLAG  PIC X VALUE "N".
       77 PARAMETERS-OK     PIC X(1) VALUE "Y".
       77 CTLRPT-RUN-DATE   PIC X(8).
       77 RANGE-FROM-TEXT   PIC X(8).
       77 RANGE-TO-TEXT     PIC X(8).
       77 DATE-CHECK-TEXT   PIC X(8).
       77 DATE-CHECK-NUM    PIC 9(8).
       77 DATE-CHECK-OK     PIC X(1).
       77 RECORDS-READ      PIC 9(7) VALUE 0.
       77 RUNS-IN-RANGE     PIC 9(7) VALUE 0.
       77 RUNS-COUNTER      PIC 9(7) VALUE 0.
       77 RUNS-CONSOL       PIC 9(7) VALUE 0.
       77 RUNS-NIGHTRUN     PIC 9(7) VALUE 0.
       77 BREAK-COUNT       PIC 9(7) VALUE 0.
       77 OVERRIDE-COUNT    PIC 9(7) VALUE 0.
       77 UNBALANCED-COUNT  PIC 9(7) VALUE 0.
       77 PRIOR-ON-FILE     PIC X(1) VALUE "N".
       77 PRIOR-CLOSE-COUNT PIC 9(7).
       77 PRIOR-CLOSE-HASH  PIC S9(11).
       77 RUN-IS-BREAK      PIC X(1).
       77 RUN-MOVEMENT      PIC S9(11).
       77 RUN-EXPECTED      PIC S9(11).
       77 FIRST-OPEN-COUNT  PIC 9(7) VALUE 0.
       77 FIRST-OPEN-HASH   PIC S9(11) VALUE 0.
       77 LAST-CLOSE-COUNT  PIC 9(7) VALUE 0.
       77 LAST-CLOSE-HASH   PIC S9(11) VALUE 0.
       77 FIRST-RUN-DATE    PIC X(8) VALUE SPACES.
       77 LAST-RUN-DATE     PIC X(8) VALUE SPACES.
       77 GAP-HASH-TOTAL    PIC S9(11) VALUE 0.
       77 EXPECTED-CLOSE-HASH PIC S9(11).
       77 BALANCE-DIFFERENCE PIC S9(11).
       77 SRC-PTR           PIC 9.
       77 FLAG-PTR          PIC 99.
       77 LINE-PTR          PIC 999.
       77 AMOUNT-EDIT       PIC ---------9.
       77 COUNT-EDIT        PIC Z(6)9.
       77 HASH-EDIT         PIC -(11)9.
       01 SOURCE-HEADING-VALUES.
           05 FILLER           PIC X(10) VALUE "  KEYBOARD".
           05 FILLER           PIC X(10) VALUE "     BATCH".
           05 FILLER           PIC X(10) VALUE "  DOCUMENT".
           05 FILLER           PIC X(10) VALUE "    CONSOL".
           05 FILLER           PIC X(10) VALUE "  NIGHTRUN".
           05 FILLER           PIC X(10) VALUE "     OTHER".
           05 FILLER           PIC X(10) VALUE "     TOTAL".
       01 SOURCE-HEADING-TABLE REDEFINES SOURCE-HEADING-VALUES.
           05 SOURCE-HEADING OCCURS 7 TIMES PIC X(10).
       01 RANGE-SOURCE-TABLE.
           05 RS-SOURCE OCCURS 7 TIMES PIC S9(11).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*              SUNRISE POTATOFR/ES                *"
           DISPLAY "*      ~  CONTROL-TOTAL BALANCING REPORT  ~       *"
           DISPLAY "***************************************************"
           DISPLAY " "
           DISPLAY "READS THE RUN CONTROL FILE AND LISTS THE OPENING"
           DISPLAY "TOTALS, MOVEMENTS BY SOURCE AND CLOSING TOTALS OF"
           DISPLAY "EVERY UPDATING RUN IN A DATE RANGE."
           DISPLAY " "
           DISPLAY "DICTIONARY NAME? (LEAVE BLANK FOR THE DEFAULT"
           DISPLAY "DICTIONARY ""DICT"".)"
           ACCEPT DICTIONARY-NAME.
           PERFORM SET-DICTIONARY-NAMES.
           DISPLAY "FIRST DAY OF THE RANGE? (YYYYMMDD. LEAVE BLANK FOR"
           DISPLAY "THE EARLIEST RUN ON FILE.)"
           ACCEPT RANGE-FROM-TEXT.
           DISPLAY "LAST DAY OF THE RANGE? (YYYYMMDD. LEAVE BLANK FOR"
           DISPLAY "TODAY.)"
           ACCEPT RANGE-TO-TEXT.
           ACCEPT CTLRPT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM EDIT-PARAMETERS.
           IF PARAMETERS-OK EQUAL TO "Y" THEN
               PERFORM WRITE-BALANCING-REPORT
           ELSE
               DISPLAY "NO REPORT WRITTEN."
           END-IF.
           STOP RUN.
       SET-DICTIONARY-NAMES.
           IF DICTIONARY-NAME EQUAL TO SPACES THEN
               MOVE "DICT" TO DICTIONARY-NAME
           END-IF.
           IF DICTIONARY-NAME EQUAL TO "DICT" THEN
               MOVE "CONTROL.DAT" TO CONTROL-FILE-NAME
               MOVE "CTLRPT.TXT" TO CTLRPT-FILE-NAME
           ELSE
               MOVE SPACES TO CONTROL-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CONTROL.DAT" DELIMITED BY SIZE
                   INTO CONTROL-FILE-NAME
               MOVE SPACES TO CTLRPT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CTLRPT.TXT" DELIMITED BY SIZE
                   INTO CTLRPT-FILE-NAME
           END-IF.
           DISPLAY "BALANCING REPORT FOR DICTIONARY: "
      -        FUNCTION TRIM(DICTIONARY-NAME).
       EDIT-PARAMETERS.
           MOVE "Y" TO PARAMETERS-OK.
           IF RANGE-TO-TEXT EQUAL TO SPACES THEN
               MOVE CTLRPT-RUN-DATE TO RANGE-TO-TEXT
           END-IF.
           MOVE RANGE-TO-TEXT TO DATE-CHECK-TEXT.
           PERFORM CHECK-DATE.
           IF DATE-CHECK-OK NOT EQUAL TO "Y" THEN
               DISPLAY "LAST DAY " RANGE-TO-TEXT
      -            " IS NOT A VALID YYYYMMDD DATE."
               MOVE "N" TO PARAMETERS-OK
           END-IF.
           IF PARAMETERS-OK EQUAL TO "Y" AND
              RANGE-FROM-TEXT NOT EQUAL TO SPACES THEN
               MOVE RANGE-FROM-TEXT TO DATE-CHECK-TEXT
               PERFORM CHECK-DATE
               IF DATE-CHECK-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "FIRST DAY " RANGE-FROM-TEXT
      -                " IS NOT A VALID YYYYMMDD DATE."
                   MOVE "N" TO PARAMETERS-OK
               ELSE
                   IF RANGE-FROM-TEXT IS GREATER THAN RANGE-TO-TEXT
                       DISPLAY "FIRST DAY " RANGE-FROM-TEXT
      -                    " IS AFTER LAST DAY " RANGE-TO-TEXT "."
                       MOVE "N" TO PARAMETERS-OK
                   END-IF
               END-IF
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
       WRITE-BALANCING-REPORT.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "NO " FUNCTION TRIM(CONTROL-FILE-NAME)
      -            " FOUND. NOTHING TO REPORT."
           ELSE
               OPEN OUTPUT CTLRPT-FILE
               IF CTLRPT-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "COULD NOT OPEN "
      -                FUNCTION TRIM(CTLRPT-FILE-NAME)
      -                ". REPORT NOT WRITTEN."
               ELSE
                   INITIALIZE RANGE-SOURCE-TABLE
                   PERFORM WRITE-REPORT-HEADING
                   MOVE "N" TO CONTROL-EOF-FLAG
                   PERFORM UNTIL CONTROL-EOF-FLAG EQUAL TO "Y"
                       READ CONTROL-FILE
                           AT END
                               MOVE "Y" TO CONTROL-EOF-FLAG
                           NOT AT END
                               PERFORM CHECK-ONE-RUN
                       END-READ
                   END-PERFORM
                   PERFORM WRITE-RANGE-TOTALS
                   PERFORM WRITE-RANGE-BALANCE
                   CLOSE CTLRPT-FILE
                   DISPLAY "CONTROL RECORDS READ: " RECORDS-READ
      -                ", RUNS IN RANGE: " RUNS-IN-RANGE
      -                ", BREAKS: " BREAK-COUNT "."
                   DISPLAY "BALANCING REPORT WRITTEN TO "
      -                FUNCTION TRIM(CTLRPT-FILE-NAME)
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO CTLRPT-LINE.
           STRING "CONTROL-TOTAL BALANCING REPORT " DELIMITED BY SIZE
               CTLRPT-RUN-DATE DELIMITED BY SIZE
               " DICTIONARY " DELIMITED BY SIZE
               FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
               INTO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
           MOVE SPACES TO CTLRPT-LINE.
           IF RANGE-FROM-TEXT EQUAL TO SPACES THEN
               STRING "RANGE EARLIEST RUN TO " DELIMITED BY SIZE
                   RANGE-TO-TEXT DELIMITED BY SIZE
                   INTO CTLRPT-LINE
           ELSE
               STRING "RANGE " DELIMITED BY SIZE
                   RANGE-FROM-TEXT DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   RANGE-TO-TEXT DELIMITED BY SIZE
                   INTO CTLRPT-LINE
           END-IF.
           WRITE CTLRPT-LINE.
           MOVE SPACES TO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
           MOVE "RUNS" TO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
           MOVE SPACES TO RUN-DETAIL.
           MOVE "DATE" TO RD-DATE.
           MOVE "TIME" TO RD-TIME.
           MOVE "PROGRAM" TO RD-PROGRAM.
           MOVE "OPR" TO RD-OPER.
           MOVE "OPEN COUNT" TO RD-OPEN-COUNT.
           MOVE "   OPEN HASH" TO RD-OPEN-HASH.
           MOVE "CLOSE COUNT" TO RD-CLOSE-COUNT.
           MOVE "  CLOSE HASH" TO RD-CLOSE-HASH.
           MOVE "FLAGS" TO RD-FLAGS.
           WRITE RUN-DETAIL.
           MOVE SPACES TO MOVE-DETAIL.
           MOVE "MOVEMENTS:" TO MD-LABEL.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 7
               MOVE SOURCE-HEADING(SRC-PTR) TO MD-AMOUNT(SRC-PTR)
           END-PERFORM.
           WRITE MOVE-DETAIL.
       CHECK-ONE-RUN.
           ADD 1 TO RECORDS-READ.
           MOVE "N" TO RUN-IS-BREAK.
           IF PRIOR-ON-FILE EQUAL TO "Y" THEN
               IF CT-OPEN-COUNT NOT EQUAL TO PRIOR-CLOSE-COUNT OR
                  CT-OPEN-HASH NOT EQUAL TO PRIOR-CLOSE-HASH THEN
                   MOVE "Y" TO RUN-IS-BREAK
               END-IF
           END-IF.
           IF (RANGE-FROM-TEXT EQUAL TO SPACES OR
               CT-DATE NOT LESS THAN RANGE-FROM-TEXT) AND
              CT-DATE NOT GREATER THAN RANGE-TO-TEXT THEN
               PERFORM REPORT-ONE-RUN
           END-IF.
           MOVE "Y" TO PRIOR-ON-FILE.
           MOVE CT-CLOSE-COUNT TO PRIOR-CLOSE-COUNT.
           MOVE CT-CLOSE-HASH TO PRIOR-CLOSE-HASH.
       REPORT-ONE-RUN.
           ADD 1 TO RUNS-IN-RANGE.
           EVALUATE CT-PROGRAM
               WHEN "COUNTER"
                   ADD 1 TO RUNS-COUNTER
               WHEN "CONSOL"
                   ADD 1 TO RUNS-CONSOL
               WHEN "NIGHTRUN"
                   ADD 1 TO RUNS-NIGHTRUN
           END-EVALUATE.
           IF RUNS-IN-RANGE EQUAL TO 1 THEN
               MOVE CT-DATE TO FIRST-RUN-DATE
               MOVE CT-OPEN-COUNT TO FIRST-OPEN-COUNT
               MOVE CT-OPEN-HASH TO FIRST-OPEN-HASH
           ELSE
               COMPUTE GAP-HASH-TOTAL = GAP-HASH-TOTAL
                   + CT-OPEN-HASH - PRIOR-CLOSE-HASH
           END-IF.
           MOVE CT-DATE TO LAST-RUN-DATE.
           MOVE CT-CLOSE-COUNT TO LAST-CLOSE-COUNT.
           MOVE CT-CLOSE-HASH TO LAST-CLOSE-HASH.
           MOVE 0 TO RUN-MOVEMENT.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 6
               ADD CT-MOVEMENT(SRC-PTR) TO RUN-MOVEMENT
               ADD CT-MOVEMENT(SRC-PTR) TO RS-SOURCE(SRC-PTR)
           END-PERFORM.
           ADD RUN-MOVEMENT TO RS-SOURCE(7).
           COMPUTE RUN-EXPECTED = CT-OPEN-HASH + RUN-MOVEMENT.
           MOVE SPACES TO RUN-DETAIL.
           MOVE CT-DATE TO RD-DATE.
           STRING CT-TIME(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               CT-TIME(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               CT-TIME(5:2) DELIMITED BY SIZE
               INTO RD-TIME.
           MOVE CT-PROGRAM TO RD-PROGRAM.
           MOVE CT-OPER TO RD-OPER.
           MOVE CT-OPEN-COUNT TO COUNT-EDIT.
           MOVE COUNT-EDIT TO RD-OPEN-COUNT(4:7).
           MOVE CT-OPEN-HASH TO HASH-EDIT.
           MOVE HASH-EDIT TO RD-OPEN-HASH.
           MOVE CT-CLOSE-COUNT TO COUNT-EDIT.
           MOVE COUNT-EDIT TO RD-CLOSE-COUNT(5:7).
           MOVE CT-CLOSE-HASH TO HASH-EDIT.
           MOVE HASH-EDIT TO RD-CLOSE-HASH.
           MOVE 1 TO FLAG-PTR.
           IF RUN-IS-BREAK EQUAL TO "Y" THEN
               ADD 1 TO BREAK-COUNT
               STRING "BREAK " DELIMITED BY SIZE
                   INTO RD-FLAGS WITH POINTER FLAG-PTR
           END-IF.
           IF CT-OVERRIDE EQUAL TO "Y" THEN
               ADD 1 TO OVERRIDE-COUNT
               STRING "OVR " DELIMITED BY SIZE
                   INTO RD-FLAGS WITH POINTER FLAG-PTR
           END-IF.
           IF RUN-EXPECTED NOT EQUAL TO CT-CLOSE-HASH THEN
               ADD 1 TO UNBALANCED-COUNT
               STRING "UNBAL" DELIMITED BY SIZE
                   INTO RD-FLAGS WITH POINTER FLAG-PTR
           END-IF.
           WRITE RUN-DETAIL.
           MOVE SPACES TO MOVE-DETAIL.
           PERFORM VARYING SRC-PTR FROM 1 BY 1
                   UNTIL SRC-PTR IS GREATER THAN 6
               MOVE CT-MOVEMENT(SRC-PTR) TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO MD-AMOUNT(SRC-PTR)
           END-PERFORM.
           MOVE RUN-MOVEMENT TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO MD-AMOUNT(7).
           WRITE MOVE-DETAIL.
       WRITE-RANGE-TOTALS.
           MOVE SPACES TO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
           IF RUNS-IN-RANGE EQUAL TO 0 THEN
               MOVE "  NO RUNS RECORDED IN THE RANGE." TO CTLRPT-LINE
               WRITE CTLRPT-LINE
           ELSE
               MOVE "MOVEMENTS BY SOURCE FOR THE RANGE" TO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE SPACES TO MOVE-DETAIL
               PERFORM VARYING SRC-PTR FROM 1 BY 1
                       UNTIL SRC-PTR IS GREATER THAN 7
                   MOVE SOURCE-HEADING(SRC-PTR) TO MD-AMOUNT(SRC-PTR)
               END-PERFORM
               WRITE MOVE-DETAIL
               MOVE SPACES TO MOVE-DETAIL
               MOVE "TOTAL" TO MD-LABEL
               PERFORM VARYING SRC-PTR FROM 1 BY 1
                       UNTIL SRC-PTR IS GREATER THAN 7
                   MOVE RS-SOURCE(SRC-PTR) TO AMOUNT-EDIT
                   MOVE AMOUNT-EDIT TO MD-AMOUNT(SRC-PTR)
               END-PERFORM
               WRITE MOVE-DETAIL
               MOVE SPACES TO CTLRPT-LINE
               MOVE 1 TO LINE-PTR
               MOVE RUNS-IN-RANGE TO COUNT-EDIT
               STRING "  RUNS: " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   INTO CTLRPT-LINE WITH POINTER LINE-PTR
               MOVE RUNS-COUNTER TO COUNT-EDIT
               STRING " (COUNTER " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   INTO CTLRPT-LINE WITH POINTER LINE-PTR
               MOVE RUNS-CONSOL TO COUNT-EDIT
               STRING ", CONSOL " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   INTO CTLRPT-LINE WITH POINTER LINE-PTR
               MOVE RUNS-NIGHTRUN TO COUNT-EDIT
               STRING ", NIGHTRUN " DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CTLRPT-LINE WITH POINTER LINE-PTR
               WRITE CTLRPT-LINE
           END-IF.
       WRITE-RANGE-BALANCE.
           IF RUNS-IN-RANGE IS GREATER THAN 0 THEN
               COMPUTE EXPECTED-CLOSE-HASH = FIRST-OPEN-HASH
                   + RS-SOURCE(7) + GAP-HASH-TOTAL
               COMPUTE BALANCE-DIFFERENCE = LAST-CLOSE-HASH
                   - EXPECTED-CLOSE-HASH
               MOVE SPACES TO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE "RANGE BALANCE (TALLY HASH)" TO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE SPACES TO CTLRPT-LINE
               MOVE FIRST-OPEN-COUNT TO COUNT-EDIT
               MOVE FIRST-OPEN-HASH TO HASH-EDIT
               STRING "  OPENING " DELIMITED BY SIZE
                   FIRST-RUN-DATE DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   "   (" DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " ENTRIES)" DELIMITED BY SIZE
                   INTO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE SPACES TO CTLRPT-LINE
               MOVE RS-SOURCE(7) TO HASH-EDIT
               STRING "  PLUS MOVEMENTS BY SOURCE    " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   INTO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE SPACES TO CTLRPT-LINE
               MOVE GAP-HASH-TOTAL TO HASH-EDIT
               STRING "  PLUS BREAKS BETWEEN RUNS    " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   INTO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE SPACES TO CTLRPT-LINE
               MOVE EXPECTED-CLOSE-HASH TO HASH-EDIT
               STRING "  EXPECTED CLOSING            " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   INTO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE SPACES TO CTLRPT-LINE
               MOVE LAST-CLOSE-COUNT TO COUNT-EDIT
               MOVE LAST-CLOSE-HASH TO HASH-EDIT
               STRING "  CLOSING " DELIMITED BY SIZE
                   LAST-RUN-DATE DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   "   (" DELIMITED BY SIZE
                   FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
                   " ENTRIES)" DELIMITED BY SIZE
                   INTO CTLRPT-LINE
               WRITE CTLRPT-LINE
               MOVE SPACES TO CTLRPT-LINE
               MOVE 1 TO LINE-PTR
               MOVE BALANCE-DIFFERENCE TO HASH-EDIT
               STRING "  DIFFERENCE                  " DELIMITED BY SIZE
                   HASH-EDIT DELIMITED BY SIZE
                   INTO CTLRPT-LINE WITH POINTER LINE-PTR
               IF BALANCE-DIFFERENCE EQUAL TO 0 THEN
                   STRING "   BALANCED" DELIMITED BY SIZE
                       INTO CTLRPT-LINE WITH POINTER LINE-PTR
               ELSE
                   STRING "   OUT OF BALANCE" DELIMITED BY SIZE
                       INTO CTLRPT-LINE WITH POINTER LINE-PTR
               END-IF
               WRITE CTLRPT-LINE
           END-IF.
           MOVE SPACES TO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
           MOVE SPACES TO CTLRPT-LINE.
           MOVE BREAK-COUNT TO COUNT-EDIT.
           STRING "  BREAKS (OPENING NOT EQUAL TO PRIOR CLOSING): "
               DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
           MOVE SPACES TO CTLRPT-LINE.
           MOVE OVERRIDE-COUNT TO COUNT-EDIT.
           STRING "  SUPERVISOR OVERRIDES: " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
           MOVE SPACES TO CTLRPT-LINE.
           MOVE UNBALANCED-COUNT TO COUNT-EDIT.
           STRING "  RUNS NOT BALANCING WITHIN THEMSELVES: "
               DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO CTLRPT-LINE.
           WRITE CTLRPT-LINE.
       END PROGRAM CTLRPT.
