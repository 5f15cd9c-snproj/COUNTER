      ******************************************************************
      * Author: SUNRISE MAINFRAMES
      * Date: 15 OCTOBER 2026
      * Purpose: CATEGORY CHARGEBACK RUN. PRICES EACH CATEGORY'S TALLY
      *          FOR ONE PERIOD AT THE UNIT RATE IN RATES.DAT THAT IS
      *          IN EFFECT ON THE PRICING DATE. A CLOSED PERIOD IS
      *          PRICED FROM THE HISTORY FILE AT ITS END DATE, THE
      *          OPEN PERIOD FROM THE LIVE DICTIONARY AT TODAY'S DATE.
      *          WRITES AN INVOICE SUMMARY PER COST CENTRE
      *          (CHARGRPT.TXT) AND A FIXED-FORMAT CHARGE FILE FOR THE
      *          LEDGER (CHARGE.DAT) WITH HEADER AND TRAILER CONTROL
      *          RECORDS. CATEGORIES WITH NO RATE, AND UNASSIGNED
      *          ENTRIES, ARE LISTED AS EXCEPTIONS AND NOT CHARGED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE.
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
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT CATMAST-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATMAST-FILE-STATUS.
           SELECT CHGRPT-FILE ASSIGN TO DYNAMIC CHGRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGRPT-FILE-STATUS.
           SELECT CHARGE-FILE ASSIGN TO DYNAMIC CHARGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-FILE-STATUS.
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
       FD  RATE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  RATE-RECORD.
           05 RATE-R-CODE      PIC X(10).
           05 RATE-R-UNIT-RATE PIC 9(5)V9(4).
           05 RATE-R-COST-CENTRE PIC X(8).
           05 RATE-R-EFFECTIVE PIC X(8).
           05 FILLER           PIC X(5).
       FD  CATMAST-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  CATMAST-RECORD.
           05 CAT-R-CODE       PIC X(10).
           05 CAT-R-DESC       PIC X(40).
           05 CAT-R-ACTIVE     PIC X(1).
       FD  CHGRPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  INVOICE-DETAIL.
           05 FILLER           PIC X(2).
           05 ID-CATEGORY      PIC X(10).
           05 FILLER           PIC X(1).
           05 ID-DESC          PIC X(40).
           05 FILLER           PIC X(1).
           05 ID-TALLY         PIC X(10).
           05 FILLER           PIC X(2).
           05 ID-RATE          PIC X(10).
           05 FILLER           PIC X(2).
           05 ID-AMOUNT        PIC X(17).
           05 FILLER           PIC X(37).
       01  CHGRPT-LINE         PIC X(132).
       FD  CHARGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-RECORD.
           05 CHG-TYPE         PIC X(1).
           05 CHG-COST-CENTRE  PIC X(8).
           05 CHG-CATEGORY     PIC X(10).
           05 CHG-PERIOD       PIC X(8).
           05 CHG-PRICE-DATE   PIC X(8).
           05 CHG-TALLY        PIC S9(9) SIGN LEADING SEPARATE.
           05 CHG-UNIT-RATE    PIC 9(5)V9(4).
           05 CHG-AMOUNT       PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X(12).
       01  CHARGE-CONTROL.
           05 CHC-TYPE         PIC X(1).
           05 CHC-RUN-DATE     PIC X(8).
           05 CHC-DICT         PIC X(20).
           05 CHC-PERIOD       PIC X(8).
           05 CHC-COUNT        PIC 9(7).
           05 CHC-TALLY        PIC S9(9) SIGN LEADING SEPARATE.
           05 CHC-AMOUNT       PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X(12).
       WORKING-STORAGE SECTION.
       77 DICTIONARY-NAME   PIC X(20) VALUE "DICT".
       77 DICT-FILE-NAME    PIC X(40) VALUE "DICT.DAT".
       77 HIST-FILE-NAME    PIC X(40) VALUE "HISTORY.DAT".
       77 CALENDAR-FILE-NAME PIC X(40) VALUE "CALENDAR.DAT".
       77 CHGRPT-FILE-NAME  PIC X(40) VALUE "CHARGRPT.TXT".
       77 CHARGE-FILE-NAME  PIC X(40) VALUE "CHARGE.DAT".
       77 DICT-FILE-STATUS  PIC XX.
       77 HIST-FILE-STATUS  PIC XX.
       77 CALENDAR-FILE-STATUS PIC XX.
       77 RATE-FILE-STATUS  PIC XX.
       77 CATMAST-FILE-STATUS PIC XX.
       77 CHGRPT-FILE-STATUS PIC XX.
       77 CHARGE-FILE-STATUS PIC XX.
       77 DICT-SCAN-EOF     PIC X(1).
       77 HIST-EOF-FLAG     PIC X VALUE "N".
       77 CALENDAR-EOF-FLAG PIC X VALUE "N".
       77 RATE-EOF-FLAG     PIC X VALUE "N".
       77 CATMAST-EOF-FLAG  PIC X VALUE "N".
       77 CHARGE-RUN-DATE   PIC X(8).
       77 CHARGE-PERIOD     PIC X(8).
       77 CHARGE-PRICE-DATE PIC X(8).
       77 CHARGE-SOURCE     PIC X(1).
       77 CHARGE-SOURCE-TEXT PIC X(40).
       77 CALENDAR-OPEN-ID  PIC X(8).
       77 CALENDAR-END-DATE PIC X(8).
       77 ENTRIES-READ      PIC 9(7) VALUE 0.
       77 TALLY-READ        PIC S9(9) VALUE 0.
       77 TALLY-PRICED      PIC S9(9) VALUE 0.
       77 TALLY-EXCEPTED    PIC S9(9) VALUE 0.
       77 AMOUNT-CHARGED    PIC S9(11)V99 VALUE 0.
       77 CHARGE-RECORDS    PIC 9(7) VALUE 0.
       77 EXCEPTION-COUNT   PIC 999 VALUE 0.
       77 RATE-COUNT        PIC 999 VALUE 0.
       77 RATE-PTR          PIC 999.
       77 RATE-BEST-PTR     PIC 999.
       77 RATE-ANY-FOUND    PIC X(1).
       77 RATE-SKIPPED      PIC 9(7) VALUE 0.
       77 CATMAST-COUNT     PIC 999 VALUE 0.
       77 CATMAST-PTR       PIC 999.
       77 CAT-COUNT         PIC 999 VALUE 0.
       77 CAT-PTR           PIC 999.
       77 CAT-FOUND-PTR     PIC 999.
       77 CAT-FULL-WARNED   PIC X(1) VALUE "N".
       77 CAT-LOOKUP-CODE   PIC X(10).
       77 CAT-LOOKUP-TALLY  PIC S9(7).
       77 CENTRE-COUNT      PIC 999 VALUE 0.
       77 CENTRE-PTR        PIC 999.
       77 CENTRE-FOUND-PTR  PIC 999.
       77 CENTRE-BEST-PTR   PIC 999.
       77 CENTRE-PICK       PIC 999.
       77 TALLY-EDIT        PIC ---------9.
       77 RATE-EDIT         PIC ZZZZ9.9999.
       77 AMOUNT-EDIT       PIC --,---,---,--9.99.
       77 COUNT-EDIT        PIC ZZZZZZ9.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 500 TIMES.
               10 RATE-M-CODE  PIC X(10).
               10 RATE-M-UNIT-RATE PIC 9(5)V9(4).
               10 RATE-M-COST-CENTRE PIC X(8).
               10 RATE-M-EFFECTIVE PIC X(8).
       01 CATMAST-TABLE.
           05 CAT-MASTER-ENTRY OCCURS 200 TIMES.
               10 CAT-M-CODE   PIC X(10).
               10 CAT-M-DESC   PIC X(40).
       01 CATEGORY-CHARGE-TABLE.
           05 CATEGORY-CHARGE OCCURS 200 TIMES.
               10 CG-CATEGORY  PIC X(10).
               10 CG-ENTRIES   PIC 9(7).
               10 CG-TALLY     PIC S9(9).
               10 CG-COST-CENTRE PIC X(8).
               10 CG-UNIT-RATE PIC 9(5)V9(4).
               10 CG-AMOUNT    PIC S9(11)V99.
               10 CG-REASON    PIC X(20).
       01 CENTRE-TABLE.
           05 CENTRE-ENTRY OCCURS 200 TIMES.
               10 CTR-CODE     PIC X(8).
               10 CTR-TALLY    PIC S9(9).
               10 CTR-AMOUNT   PIC S9(11)V99.
               10 CTR-PRINTED  PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*              SUNRISE POTATOFR/ES                *"
           DISPLAY "*         ~  CATEGORY CHARGEBACK RUN  ~           *"
           DISPLAY "***************************************************"
           DISPLAY " "
           DISPLAY "PRICES EACH CATEGORY'S TALLY FOR ONE PERIOD FROM"
           DISPLAY "THE RATE TABLE AND WRITES AN INVOICE SUMMARY PER"
           DISPLAY "COST CENTRE AND A CHARGE FILE FOR THE LEDGER."
           DISPLAY " "
           DISPLAY "DICTIONARY NAME? (LEAVE BLANK FOR THE DEFAULT"
           DISPLAY "DICTIONARY ""DICT"".)"
           ACCEPT DICTIONARY-NAME.
           PERFORM SET-DICTIONARY-NAMES.
           DISPLAY "CLOSED PERIOD TO PRICE? (LEAVE BLANK TO PRICE THE"
           DISPLAY "OPEN PERIOD FROM THE DICTIONARY.)"
           ACCEPT CHARGE-PERIOD.
           ACCEPT CHARGE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM RATE-LOAD.
           PERFORM CATMAST-LOAD.
           PERFORM CALENDAR-LOOKUP.
           IF CHARGE-PERIOD EQUAL TO SPACES THEN
               MOVE "D" TO CHARGE-SOURCE
               MOVE CHARGE-RUN-DATE TO CHARGE-PRICE-DATE
               IF CALENDAR-OPEN-ID NOT EQUAL TO SPACES THEN
                   MOVE CALENDAR-OPEN-ID TO CHARGE-PERIOD
               ELSE
                   MOVE "OPEN" TO CHARGE-PERIOD
               END-IF
               PERFORM LOAD-FROM-DICTIONARY
           ELSE
               MOVE "H" TO CHARGE-SOURCE
               MOVE CALENDAR-END-DATE TO CHARGE-PRICE-DATE
               PERFORM LOAD-FROM-HISTORY
           END-IF.
           IF ENTRIES-READ EQUAL TO 0 THEN
               DISPLAY "NOTHING TO PRICE FOR PERIOD "
      -            FUNCTION TRIM(CHARGE-PERIOD) ". NO FILES WRITTEN."
           ELSE
               IF RATE-COUNT EQUAL TO 0 THEN
                   DISPLAY "NO RATES IN RATES.DAT. EVERY CATEGORY "
      -                "WILL BE LISTED AS AN EXCEPTION."
               END-IF
               PERFORM PRICE-CATEGORIES
               PERFORM WRITE-CHARGE-FILE
               PERFORM WRITE-INVOICE-REPORT
           END-IF.
           STOP RUN.
       SET-DICTIONARY-NAMES.
           IF DICTIONARY-NAME EQUAL TO SPACES THEN
               MOVE "DICT" TO DICTIONARY-NAME
           END-IF.
           IF DICTIONARY-NAME EQUAL TO "DICT" THEN
               MOVE "DICT.DAT" TO DICT-FILE-NAME
               MOVE "HISTORY.DAT" TO HIST-FILE-NAME
               MOVE "CALENDAR.DAT" TO CALENDAR-FILE-NAME
               MOVE "CHARGRPT.TXT" TO CHGRPT-FILE-NAME
               MOVE "CHARGE.DAT" TO CHARGE-FILE-NAME
           ELSE
               MOVE SPACES TO DICT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO DICT-FILE-NAME
               MOVE SPACES TO HIST-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-HISTORY.DAT" DELIMITED BY SIZE
                   INTO HIST-FILE-NAME
               MOVE SPACES TO CALENDAR-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CALENDAR.DAT" DELIMITED BY SIZE
                   INTO CALENDAR-FILE-NAME
               MOVE SPACES TO CHGRPT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CHARGRPT.TXT" DELIMITED BY SIZE
                   INTO CHGRPT-FILE-NAME
               MOVE SPACES TO CHARGE-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CHARGE.DAT" DELIMITED BY SIZE
                   INTO CHARGE-FILE-NAME
           END-IF.
           DISPLAY "CHARGEBACK FOR DICTIONARY: "
      -        FUNCTION TRIM(DICTIONARY-NAME).
       RATE-LOAD.
           MOVE 0 TO RATE-COUNT.
           MOVE 0 TO RATE-SKIPPED.
           MOVE "N" TO RATE-EOF-FLAG.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL RATE-EOF-FLAG EQUAL TO "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO RATE-EOF-FLAG
                       NOT AT END
                           IF RATE-R-CODE NOT EQUAL TO SPACES AND
                              RATE-COUNT EQUAL TO 500 THEN
                               ADD 1 TO RATE-SKIPPED
                           END-IF
                           IF RATE-R-CODE NOT EQUAL TO SPACES AND
                              RATE-COUNT IS LESS THAN 500 THEN
                               ADD 1 TO RATE-COUNT
                               MOVE RATE-R-CODE
                                   TO RATE-M-CODE(RATE-COUNT)
                               MOVE RATE-R-UNIT-RATE
                                   TO RATE-M-UNIT-RATE(RATE-COUNT)
                               MOVE RATE-R-COST-CENTRE
                                   TO RATE-M-COST-CENTRE(RATE-COUNT)
                               MOVE RATE-R-EFFECTIVE
                                   TO RATE-M-EFFECTIVE(RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               IF RATE-SKIPPED NOT EQUAL TO 0 THEN
                   DISPLAY "WARNING: RATES.DAT HOLDS MORE THAN 500 "
      -                "RATES. " RATE-SKIPPED " RATE(S) IGNORED."
               END-IF
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
       CALENDAR-LOOKUP.
           MOVE SPACES TO CALENDAR-OPEN-ID.
           MOVE SPACES TO CALENDAR-END-DATE.
           MOVE "N" TO CALENDAR-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL CALENDAR-EOF-FLAG EQUAL TO "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CALENDAR-EOF-FLAG
                       NOT AT END
                           IF CAL-R-STATUS NOT EQUAL TO "C" AND
                              CALENDAR-OPEN-ID EQUAL TO SPACES THEN
                               MOVE CAL-R-PERIOD-ID
                                   TO CALENDAR-OPEN-ID
                           END-IF
                           IF CHARGE-PERIOD NOT EQUAL TO SPACES AND
                              CAL-R-PERIOD-ID EQUAL TO
                              CHARGE-PERIOD THEN
                               MOVE CAL-R-END TO CALENDAR-END-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
       LOAD-FROM-DICTIONARY.
           MOVE "LIVE DICTIONARY (OPEN PERIOD)" TO CHARGE-SOURCE-TEXT.
           MOVE "N" TO DICT-SCAN-EOF.
           OPEN INPUT DICT-FILE.
           IF DICT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(DICT-FILE-NAME) ". STATUS: "
      -            DICT-FILE-STATUS
           ELSE
               MOVE LOW-VALUES TO DR-WORD-ENTRY
               START DICT-FILE KEY IS GREATER THAN OR EQUAL TO
                       DR-WORD-ENTRY
                   INVALID KEY
                       MOVE "Y" TO DICT-SCAN-EOF
               END-START
               PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
                   READ DICT-FILE NEXT
                       AT END
                           MOVE "Y" TO DICT-SCAN-EOF
                       NOT AT END
                           MOVE DR-CATEGORY TO CAT-LOOKUP-CODE
                           MOVE DR-WORD-COUNTER TO CAT-LOOKUP-TALLY
                           PERFORM ACCUMULATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
               DISPLAY "DICTIONARY READ: " ENTRIES-READ " ENTRIES."
           END-IF.
       LOAD-FROM-HISTORY.
           MOVE "HISTORY FILE (CLOSED PERIOD)" TO CHARGE-SOURCE-TEXT.
           MOVE "N" TO HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF HIST-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "NO " FUNCTION TRIM(HIST-FILE-NAME)
      -            " FOUND."
           ELSE
               PERFORM UNTIL HIST-EOF-FLAG EQUAL TO "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF-FLAG
                       NOT AT END
                           IF HR-PERIOD-ID EQUAL TO CHARGE-PERIOD THEN
                               IF CHARGE-PRICE-DATE EQUAL TO SPACES
                                   MOVE HR-CLOSE-DATE
                                       TO CHARGE-PRICE-DATE
                               END-IF
                               MOVE HR-CATEGORY TO CAT-LOOKUP-CODE
                               MOVE HR-TALLY TO CAT-LOOKUP-TALLY
                               PERFORM ACCUMULATE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
               DISPLAY "HISTORY READ: " ENTRIES-READ " ENTRIES FOR "
      -            "PERIOD " FUNCTION TRIM(CHARGE-PERIOD) "."
           END-IF.
       ACCUMULATE-ENTRY.
           ADD 1 TO ENTRIES-READ.
           ADD CAT-LOOKUP-TALLY TO TALLY-READ.
           MOVE 0 TO CAT-FOUND-PTR.
           PERFORM VARYING CAT-PTR FROM 1 BY 1
                   UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
               IF CG-CATEGORY(CAT-PTR) EQUAL TO CAT-LOOKUP-CODE AND
                  CAT-FOUND-PTR EQUAL TO 0 THEN
                   MOVE CAT-PTR TO CAT-FOUND-PTR
               END-IF
           END-PERFORM.
           IF CAT-FOUND-PTR EQUAL TO 0 THEN
               IF CAT-COUNT IS LESS THAN 199 THEN
                   ADD 1 TO CAT-COUNT
                   MOVE CAT-LOOKUP-CODE TO CG-CATEGORY(CAT-COUNT)
                   MOVE 0 TO CG-ENTRIES(CAT-COUNT)
                   MOVE 0 TO CG-TALLY(CAT-COUNT)
                   MOVE SPACES TO CG-COST-CENTRE(CAT-COUNT)
                   MOVE 0 TO CG-UNIT-RATE(CAT-COUNT)
                   MOVE 0 TO CG-AMOUNT(CAT-COUNT)
                   MOVE SPACES TO CG-REASON(CAT-COUNT)
                   MOVE CAT-COUNT TO CAT-FOUND-PTR
               ELSE
                   IF CAT-FULL-WARNED EQUAL TO "N" THEN
                       DISPLAY "CATEGORY TABLE FULL AT 199 CODES. "
      -                    "FURTHER CODES ARE LISTED AS ONE "
      -                    "EXCEPTION."
                       MOVE "Y" TO CAT-FULL-WARNED
                       ADD 1 TO CAT-COUNT
                       MOVE "*OVERFLOW*" TO CG-CATEGORY(CAT-COUNT)
                       MOVE 0 TO CG-ENTRIES(CAT-COUNT)
                       MOVE 0 TO CG-TALLY(CAT-COUNT)
                       MOVE SPACES TO CG-COST-CENTRE(CAT-COUNT)
                       MOVE 0 TO CG-UNIT-RATE(CAT-COUNT)
                       MOVE 0 TO CG-AMOUNT(CAT-COUNT)
                       MOVE "TABLE FULL" TO CG-REASON(CAT-COUNT)
                   END-IF
                   MOVE CAT-COUNT TO CAT-FOUND-PTR
               END-IF
           END-IF.
           ADD 1 TO CG-ENTRIES(CAT-FOUND-PTR).
           ADD CAT-LOOKUP-TALLY TO CG-TALLY(CAT-FOUND-PTR).
       PRICE-CATEGORIES.
           PERFORM VARYING CAT-PTR FROM 1 BY 1
                   UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
               IF CG-REASON(CAT-PTR) EQUAL TO SPACES THEN
                   PERFORM PRICE-ONE-CATEGORY
               END-IF
               IF CG-REASON(CAT-PTR) EQUAL TO SPACES THEN
                   ADD CG-TALLY(CAT-PTR) TO TALLY-PRICED
                   ADD CG-AMOUNT(CAT-PTR) TO AMOUNT-CHARGED
                   PERFORM CENTRE-POST
               ELSE
                   ADD CG-TALLY(CAT-PTR) TO TALLY-EXCEPTED
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-PERFORM.
       PRICE-ONE-CATEGORY.
           MOVE 0 TO RATE-BEST-PTR.
           MOVE "N" TO RATE-ANY-FOUND.
           IF CG-CATEGORY(CAT-PTR) EQUAL TO "UNASSIGNED" OR
              CG-CATEGORY(CAT-PTR) EQUAL TO SPACES THEN
               MOVE "UNASSIGNED" TO CG-REASON(CAT-PTR)
           ELSE
               PERFORM VARYING RATE-PTR FROM 1 BY 1
                       UNTIL RATE-PTR IS GREATER THAN RATE-COUNT
                   IF RATE-M-CODE(RATE-PTR) EQUAL TO
                      CG-CATEGORY(CAT-PTR) THEN
                       MOVE "Y" TO RATE-ANY-FOUND
                       PERFORM RATE-CONSIDER
                   END-IF
               END-PERFORM
               IF RATE-BEST-PTR NOT EQUAL TO 0 THEN
                   MOVE RATE-M-COST-CENTRE(RATE-BEST-PTR)
                       TO CG-COST-CENTRE(CAT-PTR)
                   MOVE RATE-M-UNIT-RATE(RATE-BEST-PTR)
                       TO CG-UNIT-RATE(CAT-PTR)
                   COMPUTE CG-AMOUNT(CAT-PTR) ROUNDED =
                       CG-TALLY(CAT-PTR) * CG-UNIT-RATE(CAT-PTR)
               ELSE
                   IF RATE-ANY-FOUND EQUAL TO "Y" THEN
                       MOVE "NO RATE IN EFFECT" TO CG-REASON(CAT-PTR)
                   ELSE
                       MOVE "NO RATE ON FILE" TO CG-REASON(CAT-PTR)
                   END-IF
               END-IF
           END-IF.
       RATE-CONSIDER.
           IF RATE-M-EFFECTIVE(RATE-PTR) IS NOT GREATER THAN
              CHARGE-PRICE-DATE THEN
               IF RATE-BEST-PTR EQUAL TO 0 THEN
                   MOVE RATE-PTR TO RATE-BEST-PTR
               ELSE
                   IF RATE-M-EFFECTIVE(RATE-PTR) IS GREATER THAN
                      RATE-M-EFFECTIVE(RATE-BEST-PTR) THEN
                       MOVE RATE-PTR TO RATE-BEST-PTR
                   END-IF
               END-IF
           END-IF.
       CENTRE-POST.
           MOVE 0 TO CENTRE-FOUND-PTR.
           PERFORM VARYING CENTRE-PTR FROM 1 BY 1
                   UNTIL CENTRE-PTR IS GREATER THAN CENTRE-COUNT
               IF CTR-CODE(CENTRE-PTR) EQUAL TO
                  CG-COST-CENTRE(CAT-PTR) AND
                  CENTRE-FOUND-PTR EQUAL TO 0 THEN
                   MOVE CENTRE-PTR TO CENTRE-FOUND-PTR
               END-IF
           END-PERFORM.
           IF CENTRE-FOUND-PTR EQUAL TO 0 THEN
               ADD 1 TO CENTRE-COUNT
               MOVE CG-COST-CENTRE(CAT-PTR) TO CTR-CODE(CENTRE-COUNT)
               MOVE 0 TO CTR-TALLY(CENTRE-COUNT)
               MOVE 0 TO CTR-AMOUNT(CENTRE-COUNT)
               MOVE "N" TO CTR-PRINTED(CENTRE-COUNT)
               MOVE CENTRE-COUNT TO CENTRE-FOUND-PTR
           END-IF.
           ADD CG-TALLY(CAT-PTR) TO CTR-TALLY(CENTRE-FOUND-PTR).
           ADD CG-AMOUNT(CAT-PTR) TO CTR-AMOUNT(CENTRE-FOUND-PTR).
       WRITE-CHARGE-FILE.
           OPEN OUTPUT CHARGE-FILE.
           IF CHARGE-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(CHARGE-FILE-NAME)
      -            ". CHARGE FILE NOT WRITTEN."
           ELSE
               MOVE SPACES TO CHARGE-CONTROL
               MOVE "H" TO CHC-TYPE
               MOVE CHARGE-RUN-DATE TO CHC-RUN-DATE
               MOVE DICTIONARY-NAME TO CHC-DICT
               MOVE CHARGE-PERIOD TO CHC-PERIOD
               MOVE 0 TO CHC-COUNT
               MOVE 0 TO CHC-TALLY
               MOVE 0 TO CHC-AMOUNT
               WRITE CHARGE-CONTROL
               PERFORM VARYING CAT-PTR FROM 1 BY 1
                       UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
                   IF CG-REASON(CAT-PTR) EQUAL TO SPACES THEN
                       PERFORM WRITE-CHARGE-DETAIL
                   END-IF
               END-PERFORM
               MOVE SPACES TO CHARGE-CONTROL
               MOVE "T" TO CHC-TYPE
               MOVE CHARGE-RUN-DATE TO CHC-RUN-DATE
               MOVE DICTIONARY-NAME TO CHC-DICT
               MOVE CHARGE-PERIOD TO CHC-PERIOD
               MOVE CHARGE-RECORDS TO CHC-COUNT
               MOVE TALLY-PRICED TO CHC-TALLY
               MOVE AMOUNT-CHARGED TO CHC-AMOUNT
               WRITE CHARGE-CONTROL
               CLOSE CHARGE-FILE
               DISPLAY "CHARGE FILE WRITTEN TO "
      -            FUNCTION TRIM(CHARGE-FILE-NAME) ": "
      -            CHARGE-RECORDS " CHARGE RECORDS."
           END-IF.
       WRITE-CHARGE-DETAIL.
           MOVE SPACES TO CHARGE-RECORD.
           MOVE "D" TO CHG-TYPE.
           MOVE CG-COST-CENTRE(CAT-PTR) TO CHG-COST-CENTRE.
           MOVE CG-CATEGORY(CAT-PTR) TO CHG-CATEGORY.
           MOVE CHARGE-PERIOD TO CHG-PERIOD.
           MOVE CHARGE-PRICE-DATE TO CHG-PRICE-DATE.
           MOVE CG-TALLY(CAT-PTR) TO CHG-TALLY.
           MOVE CG-UNIT-RATE(CAT-PTR) TO CHG-UNIT-RATE.
           MOVE CG-AMOUNT(CAT-PTR) TO CHG-AMOUNT.
           WRITE CHARGE-RECORD.
           ADD 1 TO CHARGE-RECORDS.
       WRITE-INVOICE-REPORT.
           OPEN OUTPUT CHGRPT-FILE.
           IF CHGRPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(CHGRPT-FILE-NAME)
      -            ". REPORT NOT WRITTEN."
           ELSE
               MOVE SPACES TO CHGRPT-LINE
               STRING "CHARGEBACK INVOICE SUMMARY " DELIMITED BY SIZE
                   CHARGE-RUN-DATE DELIMITED BY SIZE
                   " DICTIONARY " DELIMITED BY SIZE
                   FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
                   " PERIOD " DELIMITED BY SIZE
                   CHARGE-PERIOD DELIMITED BY SIZE
                   INTO CHGRPT-LINE
               WRITE CHGRPT-LINE
               MOVE SPACES TO CHGRPT-LINE
               STRING "PRICED FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(CHARGE-SOURCE-TEXT) DELIMITED BY SIZE
                   " AT RATES IN EFFECT ON " DELIMITED BY SIZE
                   CHARGE-PRICE-DATE DELIMITED BY SIZE
                   INTO CHGRPT-LINE
               WRITE CHGRPT-LINE
               PERFORM VARYING CENTRE-PICK FROM 1 BY 1
                       UNTIL CENTRE-PICK IS GREATER THAN CENTRE-COUNT
                   PERFORM CENTRE-PICK-NEXT
                   PERFORM WRITE-CENTRE-INVOICE
               END-PERFORM
               MOVE SPACES TO CHGRPT-LINE
               WRITE CHGRPT-LINE
               MOVE SPACES TO INVOICE-DETAIL
               MOVE "ALL COST CENTRES" TO ID-DESC
               MOVE TALLY-PRICED TO TALLY-EDIT
               MOVE TALLY-EDIT TO ID-TALLY
               MOVE AMOUNT-CHARGED TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO ID-AMOUNT
               WRITE INVOICE-DETAIL
               PERFORM WRITE-EXCEPTIONS
               PERFORM WRITE-CONTROL-TOTALS
               CLOSE CHGRPT-FILE
               DISPLAY "INVOICE SUMMARY WRITTEN TO "
      -            FUNCTION TRIM(CHGRPT-FILE-NAME)
           END-IF.
       CENTRE-PICK-NEXT.
           MOVE 0 TO CENTRE-BEST-PTR.
           PERFORM VARYING CENTRE-PTR FROM 1 BY 1
                   UNTIL CENTRE-PTR IS GREATER THAN CENTRE-COUNT
               IF CTR-PRINTED(CENTRE-PTR) EQUAL TO "N" THEN
                   IF CENTRE-BEST-PTR EQUAL TO 0 THEN
                       MOVE CENTRE-PTR TO CENTRE-BEST-PTR
                   ELSE
                       IF CTR-CODE(CENTRE-PTR) IS LESS THAN
                          CTR-CODE(CENTRE-BEST-PTR) THEN
                           MOVE CENTRE-PTR TO CENTRE-BEST-PTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO CTR-PRINTED(CENTRE-BEST-PTR).
       WRITE-CENTRE-INVOICE.
           MOVE SPACES TO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE SPACES TO CHGRPT-LINE.
           STRING "COST CENTRE " DELIMITED BY SIZE
               CTR-CODE(CENTRE-BEST-PTR) DELIMITED BY SIZE
               INTO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE SPACES TO INVOICE-DETAIL.
           MOVE "CATEGORY" TO ID-CATEGORY.
           MOVE "DESCRIPTION" TO ID-DESC.
           MOVE "     TALLY" TO ID-TALLY.
           MOVE " UNIT RATE" TO ID-RATE.
           MOVE "           AMOUNT" TO ID-AMOUNT.
           WRITE INVOICE-DETAIL.
           PERFORM VARYING CAT-PTR FROM 1 BY 1
                   UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
               IF CG-REASON(CAT-PTR) EQUAL TO SPACES AND
                  CG-COST-CENTRE(CAT-PTR) EQUAL TO
                  CTR-CODE(CENTRE-BEST-PTR) THEN
                   PERFORM WRITE-INVOICE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO INVOICE-DETAIL.
           MOVE "COST CENTRE TOTAL" TO ID-DESC.
           MOVE CTR-TALLY(CENTRE-BEST-PTR) TO TALLY-EDIT.
           MOVE TALLY-EDIT TO ID-TALLY.
           MOVE CTR-AMOUNT(CENTRE-BEST-PTR) TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO ID-AMOUNT.
           WRITE INVOICE-DETAIL.
       WRITE-INVOICE-LINE.
           MOVE SPACES TO INVOICE-DETAIL.
           MOVE CG-CATEGORY(CAT-PTR) TO ID-CATEGORY.
           PERFORM VARYING CATMAST-PTR FROM 1 BY 1
                   UNTIL CATMAST-PTR IS GREATER THAN CATMAST-COUNT
               IF CAT-M-CODE(CATMAST-PTR) EQUAL TO
                  CG-CATEGORY(CAT-PTR) THEN
                   MOVE CAT-M-DESC(CATMAST-PTR) TO ID-DESC
               END-IF
           END-PERFORM.
           MOVE CG-TALLY(CAT-PTR) TO TALLY-EDIT.
           MOVE TALLY-EDIT TO ID-TALLY.
           MOVE CG-UNIT-RATE(CAT-PTR) TO RATE-EDIT.
           MOVE RATE-EDIT TO ID-RATE.
           MOVE CG-AMOUNT(CAT-PTR) TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO ID-AMOUNT.
           WRITE INVOICE-DETAIL.
       WRITE-EXCEPTIONS.
           MOVE SPACES TO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE "EXCEPTIONS - NOT CHARGED" TO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           IF EXCEPTION-COUNT EQUAL TO 0 THEN
               MOVE "  NONE. EVERY CATEGORY WAS PRICED."
                   TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           ELSE
               PERFORM VARYING CAT-PTR FROM 1 BY 1
                       UNTIL CAT-PTR IS GREATER THAN CAT-COUNT
                   IF CG-REASON(CAT-PTR) NOT EQUAL TO SPACES THEN
                       MOVE CG-TALLY(CAT-PTR) TO TALLY-EDIT
                       MOVE CG-ENTRIES(CAT-PTR) TO COUNT-EDIT
                       MOVE SPACES TO CHGRPT-LINE
                       STRING "  " DELIMITED BY SIZE
                           CG-CATEGORY(CAT-PTR) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CG-REASON(CAT-PTR) DELIMITED BY SIZE
                           " ENTRIES=" DELIMITED BY SIZE
                           FUNCTION TRIM(COUNT-EDIT)
                           DELIMITED BY SIZE
                           " TALLY=" DELIMITED BY SIZE
                           FUNCTION TRIM(TALLY-EDIT)
                           DELIMITED BY SIZE
                           INTO CHGRPT-LINE
                       WRITE CHGRPT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY EXCEPTION-COUNT " CATEGORY EXCEPTION(S) LISTED.".
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE "CONTROL TOTALS" TO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE ENTRIES-READ TO COUNT-EDIT.
           MOVE TALLY-READ TO TALLY-EDIT.
           MOVE SPACES TO CHGRPT-LINE.
           STRING "  ENTRIES READ:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "   TALLY READ:       " DELIMITED BY SIZE
               TALLY-EDIT DELIMITED BY SIZE
               INTO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE CENTRE-COUNT TO COUNT-EDIT.
           MOVE TALLY-PRICED TO TALLY-EDIT.
           MOVE SPACES TO CHGRPT-LINE.
           STRING "  COST CENTRES:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "   TALLY PRICED:     " DELIMITED BY SIZE
               TALLY-EDIT DELIMITED BY SIZE
               INTO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE EXCEPTION-COUNT TO COUNT-EDIT.
           MOVE TALLY-EXCEPTED TO TALLY-EDIT.
           MOVE SPACES TO CHGRPT-LINE.
           STRING "  EXCEPTIONS:          " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "   TALLY EXCEPTED:   " DELIMITED BY SIZE
               TALLY-EDIT DELIMITED BY SIZE
               INTO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE CHARGE-RECORDS TO COUNT-EDIT.
           MOVE AMOUNT-CHARGED TO AMOUNT-EDIT.
           MOVE SPACES TO CHGRPT-LINE.
           STRING "  CHARGE RECORDS:      " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               "   AMOUNT CHARGED: " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           MOVE RATE-COUNT TO COUNT-EDIT.
           MOVE SPACES TO CHGRPT-LINE.
           STRING "  RATES LOADED:        " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO CHGRPT-LINE.
           WRITE CHGRPT-LINE.
           IF RATE-SKIPPED NOT EQUAL TO 0 THEN
               MOVE RATE-SKIPPED TO COUNT-EDIT
               MOVE SPACES TO CHGRPT-LINE
               STRING "  RATES IGNORED:       " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   "   RATE TABLE FULL AT 500. PRICES MAY BE WRONG."
                   DELIMITED BY SIZE
                   INTO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-IF.
           IF TALLY-PRICED + TALLY-EXCEPTED EQUAL TO TALLY-READ THEN
               MOVE "  TALLY READ = PRICED + EXCEPTED. IN BALANCE."
                   TO CHGRPT-LINE
           ELSE
               MOVE "  TALLY READ NOT = PRICED + EXCEPTED. UNBALANCED."
                   TO CHGRPT-LINE
           END-IF.
           WRITE CHGRPT-LINE.
       END PROGRAM CHARGE.
