      *          READS EVERY PERIOD SNAPSHOT IN HISTORY.DAT AND PRINTS
      *          EACH WORD'S TALLY ACROSS THE LAST N PERIODS SIDE BY
      *          SIDE WITH A DIRECTION MARK, CATEGORY SUBTOTALS PER
      *          PERIOD, AND A TOP-MOVERS SECTION. PERIOD START AND
      *          END DATES ARE TAKEN FROM THE FISCAL CALENDAR FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HIST-FILE ASSIGN TO DYNAMIC HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT TRENDRPT-FILE ASSIGN TO DYNAMIC TRENDRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRENDRPT-FILE-STATUS.
           05 HR-WORD          PIC X(100).
           05 HR-CATEGORY      PIC X(10).
           05 HR-TALLY         PIC S9(7) SIGN LEADING SEPARATE.
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
       FD  TRENDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TREND-DETAIL.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 HIST-FILE-NAME    PIC X(40) VALUE "HISTORY.DAT".
       77 TRENDRPT-FILE-NAME PIC X(40) VALUE "TRENDRPT.TXT".
       77 CALENDAR-FILE-NAME PIC X(40) VALUE "CALENDAR.DAT".
       77 HIST-FILE-STATUS  PIC XX.
       77 CALENDAR-FILE-STATUS PIC XX.
       77 CALENDAR-EOF-FLAG PIC X VALUE "N".
       77 CALENDAR-FOUND    PIC X(1) VALUE "N".
       77 TRENDRPT-FILE-STATUS PIC XX.
       77 HIST-EOF-FLAG     PIC X VALUE "N".
       77 TREND-RUN-DATE    PIC X(8).
       01 SELECTED-PERIODS.
           05 SEL-ENTRY OCCURS 8 TIMES.
               10 SEL-ID       PIC X(8).
               10 SEL-START    PIC X(8).
               10 SEL-END      PIC X(8).
       01 WORD-TREND-TABLE.
           05 WORD-TREND-ENTRY OCCURS 2000 TIMES.
               10 WT-WORD      PIC X(100).
               DISPLAY "NO PERIODS ON FILE. NOTHING TO REPORT."
           ELSE
               PERFORM SELECT-PERIOD-WINDOW
               PERFORM LOAD-PERIOD-DATES
               PERFORM LOAD-TREND-TABLE
               PERFORM WRITE-TREND-REPORT
           END-IF.
           IF DICTIONARY-NAME EQUAL TO "DICT" THEN
               MOVE "HISTORY.DAT" TO HIST-FILE-NAME
               MOVE "TRENDRPT.TXT" TO TRENDRPT-FILE-NAME
               MOVE "CALENDAR.DAT" TO CALENDAR-FILE-NAME
           ELSE
               MOVE SPACES TO HIST-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-TRENDRPT.TXT" DELIMITED BY SIZE
                   INTO TRENDRPT-FILE-NAME
               MOVE SPACES TO CALENDAR-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CALENDAR.DAT" DELIMITED BY SIZE
                   INTO CALENDAR-FILE-NAME
           END-IF.
           DISPLAY "TREND REPORT FOR DICTIONARY: "
      -        FUNCTION TRIM(DICTIONARY-NAME).
                   UNTIL SEL-PTR IS GREATER THAN SHOW-COUNT
               COMPUTE PERIOD-PTR = FIRST-SHOWN + SEL-PTR - 1
               MOVE PL-ID(PERIOD-PTR) TO SEL-ID(SEL-PTR)
               MOVE SPACES TO SEL-START(SEL-PTR)
               MOVE SPACES TO SEL-END(SEL-PTR)
           END-PERFORM.
       LOAD-PERIOD-DATES.
           MOVE "N" TO CALENDAR-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL CALENDAR-EOF-FLAG EQUAL TO "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CALENDAR-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING SEL-PTR FROM 1 BY 1
                                   UNTIL SEL-PTR IS GREATER THAN
                                   SHOW-COUNT
                               IF SEL-ID(SEL-PTR) EQUAL TO
                                  CAL-R-PERIOD-ID THEN
                                   MOVE CAL-R-START
                                       TO SEL-START(SEL-PTR)
                                   MOVE CAL-R-END TO SEL-END(SEL-PTR)
                                   MOVE "Y" TO CALENDAR-FOUND
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
       LOAD-TREND-TABLE.
           MOVE "N" TO HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           END-PERFORM.
           MOVE "TREND" TO TD-DIR.
           WRITE TREND-DETAIL.
           IF CALENDAR-FOUND EQUAL TO "Y" THEN
               MOVE SPACES TO TREND-DETAIL
               MOVE "  PERIOD START" TO TD-WORD
               PERFORM VARYING SEL-PTR FROM 1 BY 1
                       UNTIL SEL-PTR IS GREATER THAN SHOW-COUNT
                   MOVE SEL-START(SEL-PTR) TO TD-COL(SEL-PTR)
               END-PERFORM
               WRITE TREND-DETAIL
               MOVE SPACES TO TREND-DETAIL
               MOVE "  PERIOD END" TO TD-WORD
               PERFORM VARYING SEL-PTR FROM 1 BY 1
                       UNTIL SEL-PTR IS GREATER THAN SHOW-COUNT
                   MOVE SEL-END(SEL-PTR) TO TD-COL(SEL-PTR)
               END-PERFORM
               WRITE TREND-DETAIL
           END-IF.
       WRITE-WORD-LINE.
           MOVE SPACES TO TREND-DETAIL.
           MOVE WT-WORD(WORD-PTR) TO TD-WORD.
