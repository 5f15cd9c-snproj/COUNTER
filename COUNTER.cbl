           SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT CMD-FILE ASSIGN TO DYNAMIC CMD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMD-FILE-STATUS.
           SELECT CMDRPT-FILE ASSIGN TO "CMDRPT.TXT"
           SELECT CMDCKPT-FILE ASSIGN TO DYNAMIC CMDCKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMDCKPT-FILE-STATUS.
           SELECT CMDBATCH-FILE ASSIGN TO DYNAMIC CMDBATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMDBATCH-FILE-STATUS.
           SELECT CMDQUEUE-FILE ASSIGN TO "CMDQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMDQUEUE-FILE-STATUS.
           SELECT CMDPREV-FILE ASSIGN TO "CMDPREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMDPREV-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT BACKGEN-FILE ASSIGN TO DYNAMIC BACKGEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKGEN-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT RETIRED-FILE ASSIGN TO DYNAMIC RETIRED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETIRED-FILE-STATUS.
           SELECT PURGERPT-FILE ASSIGN TO DYNAMIC PURGERPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGERPT-FILE-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO DYNAMIC ACTIVITY-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ACTIVITY-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT CATMAST-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATMAST-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERMAST-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           RECORD CONTAINS 160 CHARACTERS.
       01  CMDRPT-LINE         PIC X(160).
       FD  CMDCKPT-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  CMDCKPT-RECORD.
           05 CK-STATE         PIC X(8).
           05 CK-LAST-SEQ      PIC 9(4).
           05 CK-DICT          PIC X(20).
           05 CK-DATE          PIC X(8).
           05 CK-BATCH         PIC X(4).
       FD  CMDBATCH-FILE
           RECORD CONTAINS 220 CHARACTERS.
       01  CMDBATCH-RECORD     PIC X(220).
       FD  CMDQUEUE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  CMDQUEUE-RECORD.
           05 CQ-R-BATCH       PIC 9(4).
           05 CQ-R-STATUS      PIC X(8).
           05 CQ-R-DICT        PIC X(20).
           05 CQ-R-SOURCE      PIC X(40).
           05 CQ-R-FILE-NAME   PIC X(40).
           05 CQ-R-CMD-COUNT   PIC 9(4).
           05 CQ-R-SUBMITTER   PIC X(3).
           05 CQ-R-SUBMIT-DATE PIC X(8).
           05 CQ-R-APPROVER    PIC X(3).
           05 CQ-R-APPROVE-DATE PIC X(8).
           05 CQ-R-APPLIER     PIC X(3).
           05 CQ-R-APPLY-DATE  PIC X(8).
           05 CQ-R-CMD-HASH    PIC 9(9).
           05 FILLER           PIC X(1).
       FD  CMDPREV-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CMDPREV-LINE        PIC X(200).
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
       FD  RETIRED-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  RETIRED-RECORD.
           05 RT-WORD          PIC X(100).
           05 RT-CATEGORY      PIC X(10).
           05 RT-LAST-TALLY    PIC S9(7) SIGN LEADING SEPARATE.
           05 RT-LAST-PERIOD   PIC X(8).
           05 RT-PURGE-DATE    PIC X(8).
           05 RT-PURGE-OPER    PIC X(3).
           05 FILLER           PIC X(3).
       FD  PURGERPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PURGERPT-LINE       PIC X(132).
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
       FD  CATMAST-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  CATMAST-RECORD.
           05 CAT-R-CODE       PIC X(10).
           05 CAT-R-DESC       PIC X(40).
           05 CAT-R-ACTIVE     PIC X(1).
       FD  RATE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  RATE-RECORD.
           05 RATE-R-CODE      PIC X(10).
           05 RATE-R-UNIT-RATE PIC 9(5)V9(4).
           05 RATE-R-COST-CENTRE PIC X(8).
           05 RATE-R-EFFECTIVE PIC X(8).
           05 FILLER           PIC X(5).
       FD  OPERMAST-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  OPERMAST-RECORD.
           05 OPR-R-ID         PIC X(3).
           05 OPR-R-NAME       PIC X(30).
           05 OPR-R-ACTIVE     PIC X(1).
           05 OPR-R-LEVEL      PIC X(1).
       FD  LOCK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LOCK-RECORD.
       77 DICT-SCAN-EOF     PIC X(1).
       77 DISPLAY-SEQ       PIC 9999.
       77 DICT-FILE-STATUS PIC XX.
       77 DICT-OPEN-OK     PIC X(1) VALUE "N".
       77 TRANS-FILE-STATUS PIC XX.
       77 TRANS-EOF-FLAG PIC X VALUE "N".
       77 TRANS-WORDS-LOADED PIC 9999.
       77 CMDCKPT-FILE-STATUS PIC XX.
       77 CMD-RESUME-SEQ   PIC 9999 VALUE 0.
       77 CMD-SKIPPED-COUNT PIC 9999 VALUE 0.
       77 CMD-FILE-NAME    PIC X(40) VALUE "CMDS.DAT".
       77 CMDBATCH-FILE-NAME PIC X(40).
       77 CMDBATCH-FILE-STATUS PIC XX.
       77 CMDQUEUE-FILE-STATUS PIC XX.
       77 CMDQUEUE-EOF-FLAG PIC X VALUE "N".
       77 CMDQUEUE-COUNT   PIC 999 VALUE 0.
       77 CMDQUEUE-PTR     PIC 999.
       77 CMDQUEUE-FOUND-PTR PIC 999 VALUE 0.
       77 CMDQUEUE-DROP-PTR PIC 999.
       77 CMDQUEUE-LOAD-OK PIC X(1) VALUE "Y".
       77 CMDQUEUE-SAVE-OK PIC X(1).
       77 CMDBATCH-COPY-OK PIC X(1).
       77 CMDQ-MODE        PIC X(1).
       77 CMDQ-BATCH-ID    PIC 9(4) VALUE 0.
       77 CMDQ-NEXT-ID     PIC 9(4) VALUE 0.
       77 CMDQ-LIST-STATUS PIC X(8).
       77 CMDQ-LIST-COUNT  PIC 999.
       77 CMDQ-SOURCE-NAME PIC X(40).
       77 CMDQ-DECISION    PIC X(1).
       77 CMDQ-RUN-DONE    PIC X(1).
       77 CMDQ-BATCH-OK    PIC X(1).
       77 CMDQ-CHECK-COUNT PIC 9(4).
       77 CMDQ-CHECK-HASH  PIC 9(9).
       77 CMDQ-CHAR-PTR    PIC 999.
       77 CMDQ-COUNT-EDIT  PIC ZZZ9.
       77 CMDQ-HASH-EDIT   PIC Z(8)9.
       77 CMDPREV-FILE-STATUS PIC XX.
       77 PREV-TALLY1      PIC S9(7).
       77 PREV-AFTER       PIC S9(7).
       77 PREV-AMOUNT      PIC S9(7).
       77 PREV-EDIT1       PIC ---------9.
       77 PREV-EDIT2       PIC ---------9.
       77 PREV-EDIT3       PIC ---------9.
       77 PREV-EDIT4       PIC ---------9.
       77 PREV-KEY1        PIC X(100).
       77 PREV-CAT1        PIC X(10).
       77 PREV-DETAIL      PIC X(160).
       77 PREV-PROBLEM-COUNT PIC 9999.
       77 BACKUP-FILE-NAME PIC X(40).
       77 BACKUP-FILE-STATUS PIC XX.
       77 BACKUP-EOF-FLAG  PIC X VALUE "N".
       77 BACKGEN-FILE-NAME PIC X(40) VALUE "BACKGEN.DAT".
       77 BACKGEN-FILE-STATUS PIC XX.
       77 BACKGEN-EOF-FLAG PIC X VALUE "N".
       77 BACKGEN-COUNT    PIC 99 VALUE 0.
       77 BACKGEN-PTR      PIC 99.
       77 BACKGEN-FOUND-PTR PIC 99.
       77 BACKUP-KEEP-GENS PIC 99 VALUE 7.
       77 BACKUP-GEN       PIC 9(4).
       77 BACKUP-SLOT      PIC 99.
       77 BACKUP-COUNT     PIC 9(7).
       77 BACKUP-HASH      PIC S9(11).
       77 BACKUP-COUNT-EDIT PIC Z(6)9.
       77 BACKUP-HASH-EDIT PIC -(11)9.
       77 BACKUP-SOURCE    PIC X(8).
       77 BACKUP-OK        PIC X(1).
       77 BACKUP-REASON    PIC X(40).
       77 BACKUP-WRITE-OK  PIC X(1).
       77 RESTORE-GEN      PIC 9(4).
       77 RESTORE-ANSWER   PIC X(1).
       77 RESTORE-HEADER-SEEN PIC X(1).
       77 RESTORE-TRAILER-SEEN PIC X(1).
       77 RESTORE-H-DICT   PIC X(20).
       77 RESTORE-H-GEN    PIC 9(4).
       77 RESTORE-H-COUNT  PIC 9(7).
       77 RESTORE-H-HASH   PIC S9(11).
       77 RESTORE-T-COUNT  PIC 9(7).
       77 RESTORE-T-HASH   PIC S9(11).
       77 RESTORE-OLD-COUNT PIC 9(7).
       77 RESTORE-OLD-HASH PIC S9(11).
       77 RESTORE-LOADED   PIC 9(7).
       77 RESTORE-REJECTED PIC 9(7).
       77 RESTORE-DICT-OK  PIC X(1).
       77 RESTORE-COMPLETE PIC X(1).
       77 CALENDAR-FILE-NAME PIC X(40) VALUE "CALENDAR.DAT".
       77 CALENDAR-FILE-STATUS PIC XX.
       77 CALENDAR-EOF-FLAG PIC X VALUE "N".
       77 CALENDAR-COUNT   PIC 999 VALUE 0.
       77 CALENDAR-PTR     PIC 999.
       77 CALENDAR-FOUND-PTR PIC 999.
       77 CALENDAR-OPEN-PTR PIC 999.
       77 CALENDAR-TODAY   PIC X(8).
       77 CALENDAR-REFUSED PIC X(1).
       77 CALENDAR-REASON  PIC X(60).
       77 CALENDAR-LOAD-OK PIC X(1) VALUE "Y".
       77 CALENDAR-SAVE-OK PIC X(1).
       77 CALMAINT-MODE    PIC X(1).
       77 CALMAINT-ID      PIC X(8).
       77 CALMAINT-START   PIC X(8).
       77 CALMAINT-END     PIC X(8).
       77 CALENDAR-DATES-TEXT PIC X(24).
       77 RETIRED-FILE-NAME PIC X(40) VALUE "RETIRED.DAT".
       77 RETIRED-FILE-STATUS PIC XX.
       77 RETIRED-EOF-FLAG PIC X VALUE "N".
       77 RETIRED-COUNT    PIC 9(4) VALUE 0.
       77 RETIRED-LOAD-OK  PIC X(1) VALUE "Y".
       77 RETIRED-SAVE-OK  PIC X(1).
       77 RETIRED-BASE-COUNT PIC 9(4).
       77 RETIRED-PTR      PIC 9(4).
       77 RETIRED-FOUND-PTR PIC 9(4).
       77 RETIRED-WORD     PIC X(100).
       77 UC-RETIRED-WORD  PIC X(100).
       77 PURGERPT-FILE-NAME PIC X(40) VALUE "PURGERPT.TXT".
       77 ACTIVITY-FILE-NAME PIC X(40) VALUE "ACTIVITY.DAT".
       77 ACTIVITY-FILE-STATUS PIC XX.
       77 ACTIVITY-OPEN    PIC X(1) VALUE "N".
       77 ACTIVITY-FOUND   PIC X(1).
       77 ACTIVITY-SOURCE  PIC X(10) VALUE "KEYBOARD".
       77 ACTIVITY-AMOUNT  PIC S9(7).
       77 CONTROL-FILE-NAME PIC X(40) VALUE "CONTROL.DAT".
       77 CONTROL-FILE-STATUS PIC XX.
       77 CONTROL-EOF-FLAG PIC X VALUE "N".
       77 CONTROL-ACTIVE   PIC X(1) VALUE "N".
       77 CONTROL-ON-FILE  PIC X(1).
       77 CONTROL-OVERRIDE PIC X(1).
       77 CONTROL-ANSWER   PIC X(1).
       77 CONTROL-LAST-DATE PIC X(8).
       77 CONTROL-LAST-PROGRAM PIC X(8).
       77 CONTROL-LAST-COUNT PIC 9(7).
       77 CONTROL-LAST-HASH PIC S9(11).
       77 RUN-OPEN-COUNT   PIC 9(7).
       77 RUN-OPEN-HASH    PIC S9(11).
       77 RUN-KEYBOARD     PIC S9(9).
       77 RUN-BATCH        PIC S9(9).
       77 RUN-DOCUMENT     PIC S9(9).
       77 PURGERPT-FILE-STATUS PIC XX.
       77 PURGE-PERIODS-TEXT PIC X(10).
       77 PURGE-PERIODS    PIC 99.
       77 PURGE-PERIOD-TOTAL PIC 99.
       77 PURGE-PERIOD-PTR PIC 99.
       77 PURGE-WINDOW-FIRST PIC 99.
       77 PURGE-CAND-COUNT PIC 9(4).
       77 PURGE-CAND-PTR   PIC 9(4).
       77 PURGE-CAND-FOUND-PTR PIC 9(4).
       77 PURGE-DORMANT-COUNT PIC 9(4).
       77 PURGE-DONE-COUNT PIC 9(4).
       77 PURGE-STAGED-COUNT PIC 9(4).
       77 PURGE-FAILED-COUNT PIC 9(4).
       77 PURGE-FULL-WARNED PIC X(1).
       77 PURGE-CONFIRM    PIC X(1).
       77 PURGE-TALLY-EDIT PIC -------9.
       77 CKPT-RESUME-ANSWER PIC X(1).
       77 CKPT-STATE-TEXT  PIC X(8).
       77 CATMAST-FILE-STATUS PIC XX.
       77 CATMAST-COUNT    PIC 999 VALUE 0.
       77 CATMAST-PTR      PIC 999.
       77 CATMAST-FOUND-PTR PIC 999.
       77 RATE-FILE-STATUS PIC XX.
       77 RATE-EOF-FLAG    PIC X VALUE "N".
       77 RATE-COUNT       PIC 999 VALUE 0.
       77 RATE-PTR         PIC 999.
       77 RATE-FOUND-PTR   PIC 999.
       77 RATE-LOAD-OK     PIC X(1) VALUE "Y".
       77 RATE-SAVE-OK     PIC X(1).
       77 RATE-EDIT        PIC ZZZZ9.9999.
       77 RATEMAINT-MODE   PIC X(1).
       77 RATEMAINT-CODE   PIC X(10).
       77 RATEMAINT-RATE-TEXT PIC X(12).
       77 RATEMAINT-RATE   PIC 9(5)V9(4).
       77 RATEMAINT-CENTRE PIC X(8).
       77 RATEMAINT-EFFECTIVE PIC X(8).
       77 CATEGORY-VALID   PIC X(1).
       77 CATEGORY-DESC-TEXT PIC X(40).
       77 CATMAINT-MODE    PIC X(1).
       77 LOCK-FILE-NAME   PIC X(40) VALUE "DICT.LCK".
       77 LOCK-FILE-STATUS PIC XX.
       77 OPERATOR-ID      PIC X(3) VALUE "???".
       77 OPERATOR-NAME    PIC X(30).
       77 OPERATOR-LEVEL   PIC X(1) VALUE "S".
       77 OPERATOR-RANK    PIC 9 VALUE 4.
       77 AUTHORITY-RANK   PIC 9.
       77 AUTHORITY-REFUSED PIC X(1).
       77 LEVEL-CODE       PIC X(1).
       77 LEVEL-RANK       PIC 9.
       77 LEVEL-DESC-TEXT  PIC X(12).
       77 OPERMAST-FILE-STATUS PIC XX.
       77 OPERMAST-PRESENT PIC X(1) VALUE "N".
       77 OPERMAST-LOAD-OK PIC X(1) VALUE "Y".
       77 OPERMAST-SAVE-OK PIC X(1).
       77 OPERMAST-EOF-FLAG PIC X VALUE "N".
       77 OPERMAST-COUNT   PIC 999 VALUE 0.
       77 OPERMAST-PTR     PIC 999.
       77 OPERMAST-FOUND-PTR PIC 999.
       77 OPERMAINT-MODE   PIC X(1).
       77 OPERMAINT-ID     PIC X(3).
       77 OPERMAINT-NAME   PIC X(30).
       77 OPERMAINT-LEVEL  PIC X(1).
       77 READ-ONLY-MODE   PIC X(1) VALUE "N".
       77 WRITE-REFUSED    PIC X(1).
       77 LOCK-ANSWER      PIC X(1).
       77 AQ-NEW-MAIN      PIC X(140).
       77 AQ-NEW-EXTRA     PIC X(100).
       77 AQ-DICT          PIC X(20).
       77 AQ-OPER          PIC X(3).
       77 UNDO-QUERY-WORD  PIC X(100).
       77 UNDO-FOUND-FLAG  PIC X(1).
       77 UNDO-ACTION      PIC X(10).
       77 TRANS-REJECTED-COUNT PIC 9999 VALUE 0.
       77 EDIT-CHAR-PTR    PIC 999.
       77 RSVD-PTR         PIC 99.
       77 BROWSE-ORDER     PIC X(1) VALUE "W".
       77 BROWSE-DONE      PIC X(1).
       77 BROWSE-COUNT     PIC 9999 VALUE 0.
       77 BROWSE-OVERFLOW  PIC X(1).
       77 BROWSE-TOP       PIC 9999 VALUE 1.
       77 BROWSE-PTR       PIC 9999.
       77 BROWSE-ROW-PTR   PIC 99.
       77 BROWSE-PICK      PIC 9999.
       77 BROWSE-COMMAND   PIC X(1).
       77 BROWSE-LINE-TEXT PIC X(2).
       77 BROWSE-VALUE     PIC X(30).
       77 BROWSE-KEY       PIC X(100).
       77 BROWSE-VERB      PIC X(10).
       77 BROWSE-VALUE-OK  PIC X(1).
       77 BROWSE-AMOUNT    PIC S9999999.
       77 BROWSE-SAVED-CASE PIC X(1).
       77 BROWSE-MESSAGE   PIC X(79).
       77 BROWSE-STATUS-LINE PIC X(79).
       77 BROWSE-FROM-EDIT PIC ZZZ9.
       77 BROWSE-TO-EDIT   PIC ZZZ9.
       77 BROWSE-COUNT-EDIT PIC ZZZ9.
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
       01 STOPWORD-LIST.
           05 STOPWORD-ENTRY OCCURS 200 TIMES PIC X(100).
       01 CATMAST-TABLE.
               10 CAT-M-CODE   PIC X(10).
               10 CAT-M-DESC   PIC X(40).
               10 CAT-M-ACTIVE PIC X(1).
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 500 TIMES.
               10 RATE-M-CODE  PIC X(10).
               10 RATE-M-UNIT-RATE PIC 9(5)V9(4).
               10 RATE-M-COST-CENTRE PIC X(8).
               10 RATE-M-EFFECTIVE PIC X(8).
       01 OPERMAST-TABLE.
           05 OPR-MASTER-ENTRY OCCURS 100 TIMES.
               10 OPR-M-ID     PIC X(3).
               10 OPR-M-NAME   PIC X(30).
               10 OPR-M-ACTIVE PIC X(1).
               10 OPR-M-LEVEL  PIC X(1).
       01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 200 TIMES.
               10 CAL-M-PERIOD-ID PIC X(8).
               10 CAL-M-START  PIC X(8).
               10 CAL-M-END    PIC X(8).
               10 CAL-M-STATUS PIC X(1).
               10 CAL-M-CLOSE-DATE PIC X(8).
               10 CAL-M-CLOSE-OPER PIC X(3).
       01 RETIRED-TABLE.
           05 RETIRED-ENTRY OCCURS 2000 TIMES.
               10 RT-M-WORD    PIC X(100).
               10 RT-M-CATEGORY PIC X(10).
               10 RT-M-LAST-TALLY PIC S9(7).
               10 RT-M-LAST-PERIOD PIC X(8).
               10 RT-M-PURGE-DATE PIC X(8).
               10 RT-M-PURGE-OPER PIC X(3).
       01 PURGE-PERIOD-TABLE.
           05 PP-ID OCCURS 60 TIMES PIC X(8).
       01 PURGE-CANDIDATE-TABLE.
           05 PURGE-CANDIDATE OCCURS 5000 TIMES.
               10 PC-WORD      PIC X(100).
               10 PC-CATEGORY  PIC X(10).
               10 PC-ACTIVE    PIC X(1).
               10 PC-LAST-TALLY PIC S9(7).
               10 PC-LAST-PERIOD PIC X(8).
       01 CMDQUEUE-TABLE.
           05 CMDQ-ENTRY OCCURS 300 TIMES.
               10 CQ-M-BATCH   PIC 9(4).
               10 CQ-M-STATUS  PIC X(8).
               10 CQ-M-DICT    PIC X(20).
               10 CQ-M-SOURCE  PIC X(40).
               10 CQ-M-FILE-NAME PIC X(40).
               10 CQ-M-CMD-COUNT PIC 9(4).
               10 CQ-M-SUBMITTER PIC X(3).
               10 CQ-M-SUBMIT-DATE PIC X(8).
               10 CQ-M-APPROVER PIC X(3).
               10 CQ-M-APPROVE-DATE PIC X(8).
               10 CQ-M-APPLIER PIC X(3).
               10 CQ-M-APPLY-DATE PIC X(8).
               10 CQ-M-CMD-HASH PIC 9(9).
               10 FILLER       PIC X(1).
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
       01 SYNONYM-TABLE.
           05 SYNONYM-ENTRY OCCURS 500 TIMES.
               10 SYN-ALIAS    PIC X(100).
               10 PRIOR-WORD   PIC X(100).
               10 PRIOR-TALLY  PIC S9(7).
               10 PRIOR-MATCHED PIC X(1).
       01 BROWSE-TABLE.
           05 BROWSE-ENTRY OCCURS 5000 TIMES.
               10 BT-WORD      PIC X(100).
               10 BT-TALLY     PIC S999.
               10 BT-CATEGORY  PIC X(10).
       01 BROWSE-HEADING.
           05 FILLER PIC X(4) VALUE "NO".
           05 FILLER PIC X(36) VALUE "WORD".
           05 FILLER PIC X(6) VALUE "TALLY".
           05 FILLER PIC X(12) VALUE "CATEGORY".
           05 FILLER PIC X(21) VALUE "DESCRIPTION".
       01 BROWSE-DETAIL.
           05 BD-LINE-NO       PIC Z9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BD-WORD          PIC X(34).
           05 BD-MORE          PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 BD-TALLY         PIC ---9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BD-CATEGORY      PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BD-DESC          PIC X(21).
       01 BROWSE-PAGE.
           05 BROWSE-ROW-01    PIC X(79).
           05 BROWSE-ROW-02    PIC X(79).
           05 BROWSE-ROW-03    PIC X(79).
           05 BROWSE-ROW-04    PIC X(79).
           05 BROWSE-ROW-05    PIC X(79).
           05 BROWSE-ROW-06    PIC X(79).
           05 BROWSE-ROW-07    PIC X(79).
           05 BROWSE-ROW-08    PIC X(79).
           05 BROWSE-ROW-09    PIC X(79).
           05 BROWSE-ROW-10    PIC X(79).
           05 BROWSE-ROW-11    PIC X(79).
           05 BROWSE-ROW-12    PIC X(79).
           05 BROWSE-ROW-13    PIC X(79).
           05 BROWSE-ROW-14    PIC X(79).
           05 BROWSE-ROW-15    PIC X(79).
       01 BROWSE-PAGE-TABLE REDEFINES BROWSE-PAGE.
           05 BROWSE-ROW OCCURS 15 TIMES PIC X(79).
       LINKAGE SECTION.
       SCREEN SECTION.
       01 BROWSE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "SUNRISE POTATOFR/ES -- DICTIONARY".
           05 LINE 1 COL 35 VALUE "BROWSE".
           05 LINE 1 COL 46 VALUE "DICTIONARY:".
           05 LINE 1 COL 58 PIC X(20) FROM DICTIONARY-NAME.
           05 LINE 2 COL 1 PIC X(79) FROM BROWSE-STATUS-LINE.
           05 LINE 3 COL 1 PIC X(79) FROM BROWSE-HEADING.
           05 LINE 4 COL 1 PIC X(79) FROM BROWSE-ROW-01.
           05 LINE 5 COL 1 PIC X(79) FROM BROWSE-ROW-02.
           05 LINE 6 COL 1 PIC X(79) FROM BROWSE-ROW-03.
           05 LINE 7 COL 1 PIC X(79) FROM BROWSE-ROW-04.
           05 LINE 8 COL 1 PIC X(79) FROM BROWSE-ROW-05.
           05 LINE 9 COL 1 PIC X(79) FROM BROWSE-ROW-06.
           05 LINE 10 COL 1 PIC X(79) FROM BROWSE-ROW-07.
           05 LINE 11 COL 1 PIC X(79) FROM BROWSE-ROW-08.
           05 LINE 12 COL 1 PIC X(79) FROM BROWSE-ROW-09.
           05 LINE 13 COL 1 PIC X(79) FROM BROWSE-ROW-10.
           05 LINE 14 COL 1 PIC X(79) FROM BROWSE-ROW-11.
           05 LINE 15 COL 1 PIC X(79) FROM BROWSE-ROW-12.
           05 LINE 16 COL 1 PIC X(79) FROM BROWSE-ROW-13.
           05 LINE 17 COL 1 PIC X(79) FROM BROWSE-ROW-14.
           05 LINE 18 COL 1 PIC X(79) FROM BROWSE-ROW-15.
           05 LINE 20 COL 1 PIC X(79) FROM BROWSE-MESSAGE.
           05 LINE 21 COL 1 VALUE "F=FORWARD  B=BACK  W=AT WORD".
           05 LINE 21 COL 30 VALUE "C=AT CATEGORY  X=EXIT BROWSE".
           05 LINE 22 COL 1 VALUE "A=AMEND BY  D=DICTATE TO".
           05 LINE 22 COL 26 VALUE "R=RECATEGORIZE  K=DELETE (VALUE Y)".
           05 LINE 22 COL 61 VALUE "-- GIVE LINE AND".
           05 LINE 23 COL 1 VALUE "VALUE. W AND C TAKE THE STARTING".
           05 LINE 23 COL 34 VALUE "WORD OR CATEGORY AS THE VALUE.".
           05 LINE 24 COL 1 VALUE "COMMAND:".
           05 LINE 24 COL 10 PIC X(1) USING BROWSE-COMMAND.
           05 LINE 24 COL 14 VALUE "LINE:".
           05 LINE 24 COL 20 PIC X(2) USING BROWSE-LINE-TEXT.
           05 LINE 24 COL 25 VALUE "VALUE:".
           05 LINE 24 COL 32 PIC X(30) USING BROWSE-VALUE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "__________________________________________________"
           DISPLAY """DISPLAY"" -- TO DISPLAY ALL ENTRIES AND THEIR"
           DISPLAY "             RESPECTIVE NUMBERS OF OCCURENCES"
           DISPLAY """BROWSE"" --- TO PAGE THROUGH ENTRIES ON A FULL"
           DISPLAY "             SCREEN, AMENDING, DICTATING,"
           DISPLAY "             RECATEGORIZING OR DELETING THEM"
           DISPLAY "             FROM THE PAGE"
           DISPLAY """AMEND"" ---- TO AMEND ENTRY TALLIES MANUALLY, BY "
           DISPLAY "             ADDING EITHER A POSITIVE OR NEGATIVE"
           DISPLAY "             NUMBER"
           DISPLAY """CATMAINT"" - TO LIST, ADD, RETIRE OR SEED THE"
           DISPLAY "             VALID CATEGORY CODES ON THE CATEGORY"
           DISPLAY "             MASTER FILE"
           DISPLAY """OPERMAINT"" TO LIST, ADD, RETIRE OR CHANGE THE"
           DISPLAY "             AUTHORITY LEVEL OF OPERATORS ON THE"
           DISPLAY "             OPERATOR MASTER FILE (SUPERVISORS)"
           DISPLAY """BATCH"" ---- TO LOAD A TRANSACTION FILE OF "
           DISPLAY "             ENTRIES (ONE PER RECORD) IN ONE JOB"
           DISPLAY """DOCUMENT"" - TO LOAD A FREE-TEXT FILE, TALLYING"
           DISPLAY "             EACH INDIVIDUAL WORD AND SKIPPING"
           DISPLAY "             THE STOPWORD LIST"
           DISPLAY """MAINTAIN"" - TO SUBMIT A COMMAND FILE OF "
           DISPLAY "             MAINTENANCE INSTRUCTIONS FOR"
           DISPLAY "             SUPERVISOR APPROVAL, REVIEW IT, OR"
           DISPLAY "             APPLY AN APPROVED BATCH UNATTENDED"
           DISPLAY """REPORT"" --- TO WRITE A SORTED, PRINTABLE SUMMARY"
           DISPLAY "             REPORT TO A FILE"
           DISPLAY """EXTRACT"" -- TO WRITE A DELIMITED EXTRACT FILE"
           DISPLAY """CLOSE"" ---- TO CLOSE THE PERIOD: SNAPSHOT ALL"
           DISPLAY "             TALLIES TO THE HISTORY FILE AND"
           DISPLAY "             RESET THEM"
           DISPLAY """CALMAINT"" - TO LIST OR ADD PERIODS ON THE FISCAL"
           DISPLAY "             CALENDAR THAT DRIVES ""CLOSE"""
           DISPLAY """RATEMAINT"" TO LIST OR SET CHARGEBACK RATES AND"
           DISPLAY "             COST CENTRES FOR CATEGORY CODES"
           DISPLAY """PURGE"" ---- TO MOVE ENTRIES WITH NO ACTIVITY IN"
           DISPLAY "             RECENT CLOSED PERIODS TO THE"
           DISPLAY "             RETIRED-ENTRIES FILE"
           DISPLAY """REINSTATE"" TO BRING A RETIRED ENTRY BACK INTO"
           DISPLAY "             THE DICTIONARY"
           DISPLAY """FIND"" ----- TO LIST AND SUBTOTAL ALL ENTRIES"
           DISPLAY "             MATCHING A PREFIX OR SUBSTRING"
           DISPLAY """CASEMODE"" -- TO TOGGLE CASE-SENSITIVE MATCHING"
           DISPLAY """UNDO"" ----- TO REVERSE THE MOST RECENT"
           DISPLAY "             MAINTENANCE ACTION USING THE AUDIT"
           DISPLAY "             TRAIL"
           DISPLAY """BACKUP"" --- TO COPY THE DICTIONARY TO A NEW"
           DISPLAY "             BACKUP GENERATION WITH CONTROL"
           DISPLAY "             TOTALS"
           DISPLAY """RESTORE"" -- TO RELOAD THE DICTIONARY FROM A"
           DISPLAY "             VERIFIED BACKUP GENERATION"
           DISPLAY """USE"" ------ TO SWITCH TO ANOTHER NAMED"
           DISPLAY "             DICTIONARY (OWN DATA, AUDIT TRAIL"
           DISPLAY "             AND REPORTS)"
           DISPLAY " "
           DISPLAY "OPERATOR INITIALS? (UP TO 3 CHARACTERS.)"
           ACCEPT OPERATOR-ID.
           PERFORM OPERATOR-SIGN-ON.
           DISPLAY "DICTIONARY NAME? (LEAVE BLANK FOR THE DEFAULT"
           DISPLAY "DICTIONARY ""DICT"".)"
           ACCEPT DICTIONARY-NAME.
           DISPLAY "MAIN-PROCEDURE: PRESS ANY KEY TO END PROGRAM."
           DISPLAY "IF YOU SEE THIS, THIS IS AN ERROR."
           ACCEPT OMITTED.
           PERFORM ACTIVITY-CLOSE.
           CLOSE DICT-FILE.
           STOP RUN.
       SET-DICTIONARY-NAMES.
               MOVE "WATCH.DAT" TO WATCH-FILE-NAME
               MOVE "ALERTS.DAT" TO ALERT-FILE-NAME
               MOVE "CMDCKPT.DAT" TO CMDCKPT-FILE-NAME
               MOVE "BACKGEN.DAT" TO BACKGEN-FILE-NAME
               MOVE "CALENDAR.DAT" TO CALENDAR-FILE-NAME
               MOVE "RETIRED.DAT" TO RETIRED-FILE-NAME
               MOVE "PURGERPT.TXT" TO PURGERPT-FILE-NAME
               MOVE "ACTIVITY.DAT" TO ACTIVITY-FILE-NAME
               MOVE "CONTROL.DAT" TO CONTROL-FILE-NAME
           ELSE
               MOVE SPACES TO DICT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-CMDCKPT.DAT" DELIMITED BY SIZE
                   INTO CMDCKPT-FILE-NAME
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
               MOVE SPACES TO RETIRED-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-RETIRED.DAT" DELIMITED BY SIZE
                   INTO RETIRED-FILE-NAME
               MOVE SPACES TO PURGERPT-FILE-NAME
               STRING FUNCTION TRIM(DICTIONARY-NAME)
                   DELIMITED BY SIZE
                   "-PURGERPT.TXT" DELIMITED BY SIZE
                   INTO PURGERPT-FILE-NAME
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
           END-IF.
           DISPLAY "ACTIVE DICTIONARY: "
      -        FUNCTION TRIM(DICTIONARY-NAME)
      -        FUNCTION TRIM(DICTIONARY-NAME).
           DISPLAY "PLEASE ENTER DICTIONARY NAME TO SWITCH TO.".
           ACCEPT DICTIONARY-NAME.
           PERFORM CONTROL-WRITE-CLOSING.
           PERFORM LOCK-RELEASE.
           PERFORM ACTIVITY-CLOSE.
           CLOSE DICT-FILE.
           PERFORM SET-DICTIONARY-NAMES.
           PERFORM OPEN-DICT.
           PERFORM LOCK-ACQUIRE.
           PERFORM SYNONYM-LOAD.
           PERFORM WATCH-LOAD.
           PERFORM RETIRED-LOAD.
           OPEN I-O DICT-FILE.
           IF DICT-FILE-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT DICT-FILE
               DISPLAY "NO EXISTING DICTIONARY FILE FOUND."
               DISPLAY "STARTING FRESH."
           END-IF.
           MOVE "N" TO DICT-OPEN-OK.
           IF DICT-FILE-STATUS EQUAL TO "00" THEN
               MOVE "Y" TO DICT-OPEN-OK
               DISPLAY "DICTIONARY OPENED: "
      -            FUNCTION TRIM(DICT-FILE-NAME)
           ELSE
      -            DICT-FILE-STATUS
               DISPLAY "DICTIONARY CHANGES WILL NOT BE POSSIBLE."
           END-IF.
           MOVE "N" TO CONTROL-ACTIVE.
           IF READ-ONLY-MODE NOT EQUAL TO "Y" AND
              DICT-OPEN-OK EQUAL TO "Y" THEN
               PERFORM CONTROL-CHECK-OPENING
           END-IF.
           PERFORM ACTIVITY-OPEN-LEDGER.
       CONTROL-CHECK-OPENING.
           MOVE "N" TO CONTROL-OVERRIDE.
           PERFORM BACKUP-TOTALS.
           MOVE BACKUP-COUNT TO RUN-OPEN-COUNT.
           MOVE BACKUP-HASH TO RUN-OPEN-HASH.
           MOVE 0 TO RUN-KEYBOARD.
           MOVE 0 TO RUN-BATCH.
           MOVE 0 TO RUN-DOCUMENT.
           PERFORM CONTROL-LOAD-LAST.
           IF CONTROL-ON-FILE EQUAL TO "Y" THEN
               IF RUN-OPEN-COUNT NOT EQUAL TO CONTROL-LAST-COUNT OR
                  RUN-OPEN-HASH NOT EQUAL TO CONTROL-LAST-HASH THEN
                   PERFORM CONTROL-MISMATCH
               END-IF
           END-IF.
           MOVE "Y" TO CONTROL-ACTIVE.
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
           MOVE CONTROL-LAST-COUNT TO BACKUP-COUNT-EDIT.
           MOVE CONTROL-LAST-HASH TO BACKUP-HASH-EDIT.
           DISPLAY "LAST RUN: " FUNCTION TRIM(CONTROL-LAST-PROGRAM)
      -        " ON " CONTROL-LAST-DATE " CLOSED WITH "
      -        FUNCTION TRIM(BACKUP-COUNT-EDIT) " ENTRIES, TALLY HASH "
      -        FUNCTION TRIM(BACKUP-HASH-EDIT) ".".
           MOVE SPACES TO AUDIT-OLD-TEXT.
           STRING "COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
               INTO AUDIT-OLD-TEXT.
           MOVE RUN-OPEN-COUNT TO BACKUP-COUNT-EDIT.
           MOVE RUN-OPEN-HASH TO BACKUP-HASH-EDIT.
           DISPLAY "DICTIONARY NOW HOLDS "
      -        FUNCTION TRIM(BACKUP-COUNT-EDIT) " ENTRIES, TALLY HASH "
      -        FUNCTION TRIM(BACKUP-HASH-EDIT) ".".
           MOVE SPACES TO AUDIT-NEW-TEXT.
           STRING "COUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
               INTO AUDIT-NEW-TEXT.
           IF OPERATOR-RANK IS LESS THAN 4 THEN
               DISPLAY "ONLY A SUPERVISOR MAY OVERRIDE. SESSION ENDED."
               PERFORM CONTROL-REFUSE
           END-IF.
           DISPLAY "OVERRIDE AND ACCEPT THE CURRENT TOTALS? Y/N".
           ACCEPT CONTROL-ANSWER.
           IF CONTROL-ANSWER NOT EQUAL TO "Y" THEN
               DISPLAY "OVERRIDE DECLINED. SESSION ENDED."
               PERFORM CONTROL-REFUSE
           END-IF.
           MOVE "Y" TO CONTROL-OVERRIDE.
           MOVE "CTLOVER" TO AUDIT-ACTION.
           MOVE DICTIONARY-NAME TO AUDIT-WORD.
           PERFORM AUDIT-LOG-WRITE.
           DISPLAY "OVERRIDE ACCEPTED. THE OVERRIDE HAS BEEN WRITTEN "
      -        "TO THE AUDIT TRAIL.".
       CONTROL-REFUSE.
           PERFORM LOCK-RELEASE.
           CLOSE DICT-FILE.
           STOP RUN.
       CONTROL-WRITE-CLOSING.
           IF CONTROL-ACTIVE EQUAL TO "Y" THEN
               PERFORM BACKUP-TOTALS
               MOVE SPACES TO CONTROL-RECORD
               ACCEPT CT-DATE FROM DATE YYYYMMDD
               ACCEPT CT-TIME FROM TIME
               MOVE "COUNTER" TO CT-PROGRAM
               MOVE OPERATOR-ID TO CT-OPER
               MOVE RUN-OPEN-COUNT TO CT-OPEN-COUNT
               MOVE RUN-OPEN-HASH TO CT-OPEN-HASH
               MOVE RUN-KEYBOARD TO CT-KEYBOARD
               MOVE RUN-BATCH TO CT-BATCH
               MOVE RUN-DOCUMENT TO CT-DOCUMENT
               MOVE 0 TO CT-CONSOL
               MOVE 0 TO CT-NIGHTRUN
               COMPUTE CT-OTHER = BACKUP-HASH - RUN-OPEN-HASH
                   - RUN-KEYBOARD - RUN-BATCH - RUN-DOCUMENT
               MOVE BACKUP-COUNT TO CT-CLOSE-COUNT
               MOVE BACKUP-HASH TO CT-CLOSE-HASH
               MOVE CONTROL-OVERRIDE TO CT-OVERRIDE
               OPEN EXTEND CONTROL-FILE
               IF CONTROL-FILE-STATUS NOT EQUAL TO "00" THEN
                   OPEN OUTPUT CONTROL-FILE
               END-IF
               IF CONTROL-FILE-STATUS EQUAL TO "00" THEN
                   WRITE CONTROL-RECORD
                   CLOSE CONTROL-FILE
                   MOVE BACKUP-COUNT TO BACKUP-COUNT-EDIT
                   MOVE BACKUP-HASH TO BACKUP-HASH-EDIT
                   DISPLAY "CLOSING CONTROL TOTALS RECORDED: "
      -                FUNCTION TRIM(BACKUP-COUNT-EDIT)
      -                " ENTRIES, TALLY HASH "
      -                FUNCTION TRIM(BACKUP-HASH-EDIT) "."
               ELSE
                   DISPLAY "COULD NOT WRITE "
      -                FUNCTION TRIM(CONTROL-FILE-NAME) ". STATUS: "
      -                CONTROL-FILE-STATUS
               END-IF
               MOVE "N" TO CONTROL-ACTIVE
           END-IF.
       ACTIVITY-OPEN-LEDGER.
           MOVE "N" TO ACTIVITY-OPEN.
           IF READ-ONLY-MODE NOT EQUAL TO "Y" AND
              DICT-OPEN-OK EQUAL TO "Y" THEN
               OPEN I-O ACTIVITY-FILE
               IF ACTIVITY-FILE-STATUS EQUAL TO "35" THEN
                   OPEN OUTPUT ACTIVITY-FILE
                   CLOSE ACTIVITY-FILE
                   OPEN I-O ACTIVITY-FILE
               END-IF
               IF ACTIVITY-FILE-STATUS EQUAL TO "00" THEN
                   MOVE "Y" TO ACTIVITY-OPEN
               ELSE
                   DISPLAY "COULD NOT OPEN "
      -                FUNCTION TRIM(ACTIVITY-FILE-NAME) ". STATUS: "
      -                ACTIVITY-FILE-STATUS
                   DISPLAY "DAILY ACTIVITY WILL NOT BE RECORDED."
               END-IF
           END-IF.
       ACTIVITY-CLOSE.
           IF ACTIVITY-OPEN EQUAL TO "Y" THEN
               CLOSE ACTIVITY-FILE
               MOVE "N" TO ACTIVITY-OPEN
           END-IF.
       ACTIVITY-POST.
           EVALUATE ACTIVITY-SOURCE
               WHEN "BATCH"
                   ADD ACTIVITY-AMOUNT TO RUN-BATCH
               WHEN "DOCUMENT"
                   ADD ACTIVITY-AMOUNT TO RUN-DOCUMENT
               WHEN OTHER
                   ADD ACTIVITY-AMOUNT TO RUN-KEYBOARD
           END-EVALUATE.
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
               EVALUATE ACTIVITY-SOURCE
                   WHEN "BATCH"
                       ADD ACTIVITY-AMOUNT TO AL-BATCH
                   WHEN "DOCUMENT"
                       ADD ACTIVITY-AMOUNT TO AL-DOCUMENT
                   WHEN OTHER
                       ADD ACTIVITY-AMOUNT TO AL-KEYBOARD
               END-EVALUATE
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
           MOVE "N" TO READ-ONLY-MODE.
           OPEN INPUT LOCK-FILE.
      -            "WRITTEN TO THE AUDIT TRAIL."
           ELSE
               MOVE "Y" TO READ-ONLY-MODE
               DISPLAY "CONTINUING READ-ONLY. DISPLAY, BROWSE, FIND, "
      -            "LEADERBOARD, REPORT, EXTRACT AND AUDIT ARE"
               DISPLAY "AVAILABLE. ANYTHING THAT WRITES, INCLUDING "
      -            "CHANGES MADE FROM BROWSE, WILL BE REFUSED."
           END-IF.
           INITIALIZE LOCK-ANSWER.
       LOCK-WRITE-HELD.
       READ-ONLY-GUARD.
           EVALUATE TEMP-WORD
               WHEN "DISPLAY"
               WHEN "BROWSE"
               WHEN "REPORT"
               WHEN "EXTRACT"
               WHEN "LEADERBOARD"
               WHEN "CASEMODE"
               WHEN "AUDIT"
               WHEN "CATMAINT"
               WHEN "OPERMAINT"
               WHEN "CALMAINT"
               WHEN "RATEMAINT"
               WHEN "BACKUP"
               WHEN "USE"
               WHEN "EXIT"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WRITE-REFUSED
           END-EVALUATE.
       AUTHORITY-GUARD.
           EVALUATE TEMP-WORD
               WHEN "DISPLAY"
               WHEN "BROWSE"
               WHEN "REPORT"
               WHEN "EXTRACT"
               WHEN "LEADERBOARD"
               WHEN "FIND"
               WHEN "CASEMODE"
               WHEN "AUDIT"
               WHEN "USE"
               WHEN "EXIT"
                   MOVE 1 TO AUTHORITY-RANK
               WHEN "AMEND"
               WHEN "DICTATE"
               WHEN "REPLACE"
               WHEN "MERGE"
               WHEN "SPLIT"
               WHEN "SYNONYM"
               WHEN "DELETE"
               WHEN "CATEGORY"
               WHEN "MAINTAIN"
               WHEN "BACKUP"
               WHEN "REINSTATE"
                   MOVE 3 TO AUTHORITY-RANK
               WHEN "CLOSE"
               WHEN "ARCHIVE"
               WHEN "UNDO"
               WHEN "CATMAINT"
               WHEN "OPERMAINT"
               WHEN "CALMAINT"
               WHEN "RESTORE"
               WHEN "PURGE"
               WHEN "RATEMAINT"
                   MOVE 4 TO AUTHORITY-RANK
               WHEN OTHER
                   MOVE 2 TO AUTHORITY-RANK
           END-EVALUATE.
           IF AUTHORITY-RANK IS GREATER THAN OPERATOR-RANK THEN
               MOVE "Y" TO AUTHORITY-REFUSED
           END-IF.
       DICT-LOOKUP.
           MOVE "N" TO LOOKUP-FOUND.
           IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
           ACCEPT TEMP-WORD.
       DIRECTORY.
           MOVE "N" TO WRITE-REFUSED.
           MOVE "N" TO AUTHORITY-REFUSED.
           IF READ-ONLY-MODE EQUAL TO "Y" THEN
               PERFORM READ-ONLY-GUARD
           END-IF.
           PERFORM AUTHORITY-GUARD.
           IF WRITE-REFUSED EQUAL TO "Y" THEN
               DISPLAY "THIS SESSION IS READ-ONLY. THE DICTIONARY IS "
      -            "LOCKED BY ANOTHER OPERATOR."
               DISPLAY "DISPLAY, BROWSE, FIND, LEADERBOARD, REPORT, "
      -            "EXTRACT AND AUDIT REMAIN AVAILABLE."
               INITIALIZE TEMP-WORD
           ELSE IF AUTHORITY-REFUSED EQUAL TO "Y" THEN
               MOVE OPERATOR-LEVEL TO LEVEL-CODE
               PERFORM LEVEL-DESCRIBE
               DISPLAY "OPERATOR " OPERATOR-ID " HOLDS "
      -            FUNCTION TRIM(LEVEL-DESC-TEXT)
      -            " AUTHORITY. REQUEST REFUSED."
               IF OPERATOR-RANK EQUAL TO 1 THEN
                   DISPLAY "DISPLAY, BROWSE, FIND, LEADERBOARD, "
      -                "REPORT, EXTRACT AND AUDIT REMAIN AVAILABLE."
               END-IF
               INITIALIZE TEMP-WORD
           ELSE IF TEMP-WORD EQUAL TO "DISPLAY" THEN
               PERFORM DISPLAY-ALL
           ELSE IF TEMP-WORD EQUAL TO "BROWSE" THEN
               PERFORM BROWSE-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "AMEND" THEN
               PERFORM AMEND-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "DICTATE" THEN
               PERFORM CATEGORY-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "CATMAINT" THEN
               PERFORM CATMAINT-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "OPERMAINT" THEN
               PERFORM OPERMAINT-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "CALMAINT" THEN
               PERFORM CALMAINT-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "RATEMAINT" THEN
               PERFORM RATEMAINT-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "PURGE" THEN
               PERFORM PURGE-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "REINSTATE" THEN
               PERFORM REINSTATE-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "BATCH" THEN
               PERFORM BATCH-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "DOCUMENT" THEN
               PERFORM ARCHIVE-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "UNDO" THEN
               PERFORM UNDO-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "BACKUP" THEN
               PERFORM BACKUP-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "RESTORE" THEN
               PERFORM RESTORE-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "USE" THEN
               PERFORM USE-PROCEDURE
           ELSE IF TEMP-WORD EQUAL TO "EXIT" THEN
           MOVE 0 TO TRANS-ACCEPTED-COUNT.
           MOVE 0 TO TRANS-REJECTED-COUNT.
           MOVE "N" TO TRANS-EOF-FLAG.
           MOVE "BATCH" TO ACTIVITY-SOURCE.
           OPEN INPUT TRANS-FILE.
           IF TRANS-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN TRANS.DAT. BATCH UNSUCCESSFUL."
      -                "TRANSERR.DAT."
               END-IF
           END-IF.
           MOVE "KEYBOARD" TO ACTIVITY-SOURCE.
           INITIALIZE TEMP-WORD.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           END-IF.
           IF TRANS-EDIT-REASON EQUAL TO SPACES THEN
               PERFORM VARYING RSVD-PTR FROM 1 BY 1
                       UNTIL RSVD-PTR IS GREATER THAN 32
                   IF TR-TEXT EQUAL TO RESERVED-WORD(RSVD-PTR)
                       MOVE "RESERVED" TO TRANS-EDIT-REASON
                   END-IF
           MOVE 0 TO DOC-RSVD-SKIPPED.
           MOVE "N" TO DOC-EOF-FLAG.
           PERFORM STOPWORD-LOAD.
           MOVE "DOCUMENT" TO ACTIVITY-SOURCE.
           OPEN INPUT DOC-FILE.
           IF DOC-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN DOCUMENT.DAT. DOCUMENT LOAD "
      -            " STOPWORDS SKIPPED, " DOC-RSVD-SKIPPED
      -            " RESERVED WORDS SKIPPED."
           END-IF.
           MOVE "KEYBOARD" TO ACTIVITY-SOURCE.
           INITIALIZE TEMP-WORD.
           DISPLAY "__________________________________________________".
           DISPLAY " "
       DOC-CLASSIFY-WORD.
           MOVE "T" TO DOC-WORD-ACTION.
           PERFORM VARYING RSVD-PTR FROM 1 BY 1
                   UNTIL RSVD-PTR IS GREATER THAN 32
               IF DOC-WORD EQUAL TO RESERVED-WORD(RSVD-PTR)
                   MOVE "R" TO DOC-WORD-ACTION
               END-IF
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "MAINTENANCE COMMAND FILES: (S)UBMIT FOR APPROVAL,"
           DISPLAY "(R)EVIEW A PENDING BATCH, (A)PPLY AN APPROVED"
           DISPLAY "BATCH OR (L)IST THE QUEUE?".
           ACCEPT CMDQ-MODE.
           PERFORM CMDQUEUE-LOAD.
           IF CMDQUEUE-LOAD-OK NOT EQUAL TO "Y" AND
              CMDQ-MODE NOT EQUAL TO "L" THEN
               DISPLAY "COMMAND QUEUE UNREADABLE. NOTHING CHANGED."
           ELSE
               EVALUATE CMDQ-MODE
                   WHEN "S"
                       PERFORM MAINTAIN-SUBMIT
                   WHEN "R"
                       PERFORM MAINTAIN-REVIEW
                   WHEN "A"
                       PERFORM MAINTAIN-APPLY-BATCH
                   WHEN "L"
                       MOVE SPACES TO CMDQ-LIST-STATUS
                       PERFORM MAINTAIN-QUEUE-LIST
                   WHEN OTHER
                       DISPLAY "INPUT NOT RECOGNIZED."
               END-EVALUATE
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE CMDQ-MODE.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       CMDQUEUE-LOAD.
           MOVE 0 TO CMDQUEUE-COUNT.
           MOVE 0 TO CMDQ-NEXT-ID.
           MOVE "N" TO CMDQUEUE-EOF-FLAG.
           MOVE "Y" TO CMDQUEUE-LOAD-OK.
           OPEN INPUT CMDQUEUE-FILE.
           IF CMDQUEUE-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL CMDQUEUE-EOF-FLAG EQUAL TO "Y"
                   READ CMDQUEUE-FILE
                       AT END
                           MOVE "Y" TO CMDQUEUE-EOF-FLAG
                       NOT AT END
                           IF CMDQUEUE-COUNT IS NOT LESS THAN 300 THEN
                               PERFORM CMDQUEUE-MAKE-ROOM
                           END-IF
                           IF CMDQUEUE-COUNT IS LESS THAN 300 THEN
                               ADD 1 TO CMDQUEUE-COUNT
                               MOVE CMDQUEUE-RECORD
                                   TO CMDQ-ENTRY(CMDQUEUE-COUNT)
                               IF CQ-M-BATCH(CMDQUEUE-COUNT) IS
                                  GREATER THAN CMDQ-NEXT-ID THEN
                                   MOVE CQ-M-BATCH(CMDQUEUE-COUNT)
                                       TO CMDQ-NEXT-ID
                               END-IF
                           ELSE
                               MOVE "N" TO CMDQUEUE-LOAD-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMDQUEUE-FILE
               IF CMDQUEUE-LOAD-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "CMDQUEUE.DAT HOLDS MORE THAN 300 OPEN "
      -                "BATCHES."
               END-IF
           ELSE IF CMDQUEUE-FILE-STATUS NOT EQUAL TO "35" THEN
               MOVE "N" TO CMDQUEUE-LOAD-OK
               DISPLAY "COULD NOT READ CMDQUEUE.DAT. STATUS: "
      -            CMDQUEUE-FILE-STATUS
           END-IF
           END-IF.
           ADD 1 TO CMDQ-NEXT-ID.
       CMDQUEUE-MAKE-ROOM.
           MOVE 0 TO CMDQUEUE-DROP-PTR.
           PERFORM VARYING CMDQUEUE-PTR FROM 1 BY 1
                   UNTIL CMDQUEUE-PTR IS GREATER THAN CMDQUEUE-COUNT
               IF CMDQUEUE-DROP-PTR EQUAL TO 0 AND
                  (CQ-M-STATUS(CMDQUEUE-PTR) EQUAL TO "APPLIED" OR
                   CQ-M-STATUS(CMDQUEUE-PTR) EQUAL TO "REJECTED") THEN
                   MOVE CMDQUEUE-PTR TO CMDQUEUE-DROP-PTR
               END-IF
           END-PERFORM.
           IF CMDQUEUE-DROP-PTR NOT EQUAL TO 0 THEN
               PERFORM VARYING CMDQUEUE-PTR FROM CMDQUEUE-DROP-PTR
                       BY 1
                       UNTIL CMDQUEUE-PTR IS NOT LESS THAN
                           CMDQUEUE-COUNT
                   MOVE CMDQ-ENTRY(CMDQUEUE-PTR + 1)
                       TO CMDQ-ENTRY(CMDQUEUE-PTR)
               END-PERFORM
               SUBTRACT 1 FROM CMDQUEUE-COUNT
           END-IF.
       CMDQUEUE-SAVE.
           MOVE "N" TO CMDQUEUE-SAVE-OK.
           OPEN OUTPUT CMDQUEUE-FILE.
           IF CMDQUEUE-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT WRITE CMDQUEUE.DAT. STATUS: "
      -            CMDQUEUE-FILE-STATUS
           ELSE
               MOVE "Y" TO CMDQUEUE-SAVE-OK
               PERFORM VARYING CMDQUEUE-PTR FROM 1 BY 1
                       UNTIL CMDQUEUE-PTR IS GREATER THAN CMDQUEUE-COUNT
                          OR CMDQUEUE-SAVE-OK NOT EQUAL TO "Y"
                   MOVE CMDQ-ENTRY(CMDQUEUE-PTR) TO CMDQUEUE-RECORD
                   WRITE CMDQUEUE-RECORD
                   IF CMDQUEUE-FILE-STATUS NOT EQUAL TO "00" THEN
                       MOVE "N" TO CMDQUEUE-SAVE-OK
                   END-IF
               END-PERFORM
               CLOSE CMDQUEUE-FILE
               IF CMDQUEUE-SAVE-OK EQUAL TO "Y" AND
                  CMDQUEUE-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO CMDQUEUE-SAVE-OK
               END-IF
               IF CMDQUEUE-SAVE-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "COULD NOT WRITE CMDQUEUE.DAT. STATUS: "
      -                CMDQUEUE-FILE-STATUS
               END-IF
           END-IF.
       CMDQUEUE-FIND.
           MOVE 0 TO CMDQUEUE-FOUND-PTR.
           PERFORM VARYING CMDQUEUE-PTR FROM 1 BY 1
                   UNTIL CMDQUEUE-PTR IS GREATER THAN CMDQUEUE-COUNT
               IF CQ-M-BATCH(CMDQUEUE-PTR) EQUAL TO CMDQ-BATCH-ID AND
                  CMDQUEUE-FOUND-PTR EQUAL TO 0 THEN
                   MOVE CMDQUEUE-PTR TO CMDQUEUE-FOUND-PTR
               END-IF
           END-PERFORM.
       MAINTAIN-QUEUE-LIST.
           MOVE 0 TO CMDQ-LIST-COUNT.
           PERFORM VARYING CMDQUEUE-PTR FROM 1 BY 1
                   UNTIL CMDQUEUE-PTR IS GREATER THAN CMDQUEUE-COUNT
               IF CQ-M-DICT(CMDQUEUE-PTR) EQUAL TO DICTIONARY-NAME AND
                  (CMDQ-LIST-STATUS EQUAL TO SPACES OR
                   CQ-M-STATUS(CMDQUEUE-PTR) EQUAL TO CMDQ-LIST-STATUS)
                   ADD 1 TO CMDQ-LIST-COUNT
                   DISPLAY CQ-M-BATCH(CMDQUEUE-PTR) " "
      -                CQ-M-STATUS(CMDQUEUE-PTR) " "
      -                CQ-M-CMD-COUNT(CMDQUEUE-PTR) " CMDS FROM "
      -                FUNCTION TRIM(CQ-M-SOURCE(CMDQUEUE-PTR))
                   DISPLAY "     SUBMITTED BY "
      -                CQ-M-SUBMITTER(CMDQUEUE-PTR) " "
      -                CQ-M-SUBMIT-DATE(CMDQUEUE-PTR)
      -                "  REVIEWED BY "
      -                CQ-M-APPROVER(CMDQUEUE-PTR) " "
      -                CQ-M-APPROVE-DATE(CMDQUEUE-PTR)
      -                "  APPLIED BY "
      -                CQ-M-APPLIER(CMDQUEUE-PTR) " "
      -                CQ-M-APPLY-DATE(CMDQUEUE-PTR)
               END-IF
           END-PERFORM.
           IF CMDQ-LIST-STATUS EQUAL TO SPACES THEN
               DISPLAY CMDQ-LIST-COUNT " BATCH(ES) QUEUED FOR "
      -            "DICTIONARY " FUNCTION TRIM(DICTIONARY-NAME) "."
           ELSE
               DISPLAY CMDQ-LIST-COUNT " "
      -            FUNCTION TRIM(CMDQ-LIST-STATUS)
      -            " BATCH(ES) FOR DICTIONARY "
      -            FUNCTION TRIM(DICTIONARY-NAME) "."
           END-IF.
       MAINTAIN-SUBMIT.
           DISPLAY "COMMAND FILE TO SUBMIT? (LEAVE BLANK FOR CMDS.DAT."
           DISPLAY "DUPSCAN PROPOSALS MAY BE SUBMITTED AS DUPCMDS.DAT.)"
           MOVE SPACES TO CMDQ-SOURCE-NAME.
           ACCEPT CMDQ-SOURCE-NAME.
           IF CMDQ-SOURCE-NAME EQUAL TO SPACES THEN
               MOVE "CMDS.DAT" TO CMDQ-SOURCE-NAME
           END-IF.
           MOVE CMDQ-SOURCE-NAME TO CMD-FILE-NAME.
           MOVE 0 TO CMD-SEQ.
           MOVE "N" TO CMD-EOF-FLAG.
           OPEN INPUT CMD-FILE.
           IF CMD-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN " FUNCTION TRIM(CMD-FILE-NAME)
      -            ". NOTHING SUBMITTED."
           ELSE
               PERFORM UNTIL CMD-EOF-FLAG EQUAL TO "Y"
                   READ CMD-FILE
                       AT END
                           MOVE "Y" TO CMD-EOF-FLAG
                       NOT AT END
                           ADD 1 TO CMD-SEQ
                   END-READ
               END-PERFORM
               CLOSE CMD-FILE
               IF CMD-SEQ EQUAL TO 0 THEN
                   DISPLAY FUNCTION TRIM(CMD-FILE-NAME)
      -                " HOLDS NO COMMANDS. NOTHING SUBMITTED."
               ELSE
                   IF CMDQUEUE-COUNT IS NOT LESS THAN 300 THEN
                       PERFORM CMDQUEUE-MAKE-ROOM
                   END-IF
                   IF CMDQUEUE-COUNT IS NOT LESS THAN 300 THEN
                       DISPLAY "COMMAND QUEUE FULL AT 300 OPEN "
      -                    "BATCHES. NOTHING SUBMITTED."
                   ELSE
                       PERFORM MAINTAIN-SUBMIT-COPY
                   END-IF
               END-IF
           END-IF.
           MOVE "CMDS.DAT" TO CMD-FILE-NAME.
       MAINTAIN-SUBMIT-COPY.
           MOVE CMDQ-NEXT-ID TO CMDQ-BATCH-ID.
           MOVE SPACES TO CMDBATCH-FILE-NAME.
           STRING "CMDQ" DELIMITED BY SIZE
               CMDQ-BATCH-ID DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO CMDBATCH-FILE-NAME.
           OPEN OUTPUT CMDBATCH-FILE.
           IF CMDBATCH-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT WRITE "
      -            FUNCTION TRIM(CMDBATCH-FILE-NAME) ". STATUS: "
      -            CMDBATCH-FILE-STATUS
               DISPLAY "NOTHING SUBMITTED."
           ELSE
               MOVE "Y" TO CMDBATCH-COPY-OK
               MOVE "N" TO CMD-EOF-FLAG
               MOVE 0 TO CMDQ-CHECK-COUNT
               MOVE 0 TO CMDQ-CHECK-HASH
               OPEN INPUT CMD-FILE
               IF CMD-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO CMDBATCH-COPY-OK
                   DISPLAY "COULD NOT REOPEN "
      -                FUNCTION TRIM(CMD-FILE-NAME) ". STATUS: "
      -                CMD-FILE-STATUS
               ELSE
                   PERFORM UNTIL CMD-EOF-FLAG EQUAL TO "Y"
                       READ CMD-FILE
                           AT END
                               MOVE "Y" TO CMD-EOF-FLAG
                           NOT AT END
                               MOVE CMD-RECORD TO CMDBATCH-RECORD
                               WRITE CMDBATCH-RECORD
                               IF CMDBATCH-FILE-STATUS NOT EQUAL TO
                                  "00" THEN
                                   MOVE "N" TO CMDBATCH-COPY-OK
                                   MOVE "Y" TO CMD-EOF-FLAG
                               ELSE
                                   PERFORM CMDQ-HASH-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CMD-FILE
               END-IF
               CLOSE CMDBATCH-FILE
               IF CMDBATCH-COPY-OK EQUAL TO "Y" AND
                  CMDBATCH-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO CMDBATCH-COPY-OK
               END-IF
               IF CMDBATCH-COPY-OK NOT EQUAL TO "Y" THEN
                   IF CMDBATCH-FILE-STATUS NOT EQUAL TO "00" THEN
                       DISPLAY "COULD NOT WRITE "
      -                    FUNCTION TRIM(CMDBATCH-FILE-NAME)
      -                    ". STATUS: " CMDBATCH-FILE-STATUS
                   END-IF
                   DISPLAY "NOTHING SUBMITTED."
               ELSE
                   PERFORM MAINTAIN-SUBMIT-QUEUE
               END-IF
           END-IF.
       MAINTAIN-SUBMIT-QUEUE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE CMDQ-CHECK-COUNT TO CMD-SEQ.
           ADD 1 TO CMDQUEUE-COUNT.
           MOVE SPACES TO CMDQ-ENTRY(CMDQUEUE-COUNT).
           MOVE CMDQ-BATCH-ID TO CQ-M-BATCH(CMDQUEUE-COUNT).
           MOVE "PENDING" TO CQ-M-STATUS(CMDQUEUE-COUNT).
           MOVE DICTIONARY-NAME TO CQ-M-DICT(CMDQUEUE-COUNT).
           MOVE CMDQ-SOURCE-NAME TO CQ-M-SOURCE(CMDQUEUE-COUNT).
           MOVE CMDBATCH-FILE-NAME TO CQ-M-FILE-NAME(CMDQUEUE-COUNT).
           MOVE CMD-SEQ TO CQ-M-CMD-COUNT(CMDQUEUE-COUNT).
           MOVE CMDQ-CHECK-HASH TO CQ-M-CMD-HASH(CMDQUEUE-COUNT).
           MOVE OPERATOR-ID TO CQ-M-SUBMITTER(CMDQUEUE-COUNT).
           MOVE AUDIT-DATE TO CQ-M-SUBMIT-DATE(CMDQUEUE-COUNT).
           PERFORM CMDQUEUE-SAVE.
           IF CMDQUEUE-SAVE-OK NOT EQUAL TO "Y" THEN
               SUBTRACT 1 FROM CMDQUEUE-COUNT
               DISPLAY "BATCH NOT QUEUED. NOTHING SUBMITTED."
           ELSE
               DISPLAY "BATCH " CMDQ-BATCH-ID " QUEUED: " CMD-SEQ
      -            " COMMAND(S) FROM "
      -            FUNCTION TRIM(CMDQ-SOURCE-NAME) "."
               DISPLAY "A DIFFERENT SUPERVISOR MUST REVIEW AND "
      -            "APPROVE IT BEFORE IT CAN BE APPLIED."
               MOVE "CMDSUBMIT" TO AUDIT-ACTION
               MOVE CMDQ-BATCH-ID TO AUDIT-WORD
               MOVE CMDQ-SOURCE-NAME TO AUDIT-OLD-TEXT
               MOVE "PENDING" TO AUDIT-NEW-TEXT
               PERFORM AUDIT-LOG-WRITE
           END-IF.
       MAINTAIN-SELECT-BATCH.
           DISPLAY "PLEASE ENTER BATCH NUMBER.".
           ACCEPT CMDQ-BATCH-ID.
           PERFORM CMDQUEUE-FIND.
           IF CMDQUEUE-FOUND-PTR EQUAL TO 0 THEN
               DISPLAY "BATCH NOT ON THE QUEUE: " CMDQ-BATCH-ID
           ELSE
               IF CQ-M-DICT(CMDQUEUE-FOUND-PTR) NOT EQUAL TO
                  DICTIONARY-NAME THEN
                   DISPLAY "BATCH " CMDQ-BATCH-ID
      -                " WAS SUBMITTED FOR DICTIONARY "
      -                FUNCTION TRIM(CQ-M-DICT(CMDQUEUE-FOUND-PTR))
      -                ", NOT THE CURRENT DICTIONARY."
                   MOVE 0 TO CMDQUEUE-FOUND-PTR
               ELSE
                   IF CQ-M-STATUS(CMDQUEUE-FOUND-PTR) NOT EQUAL TO
                      CMDQ-LIST-STATUS THEN
                       DISPLAY "BATCH " CMDQ-BATCH-ID " IS "
      -                    CQ-M-STATUS(CMDQUEUE-FOUND-PTR)
      -                    ", NOT "
      -                    FUNCTION TRIM(CMDQ-LIST-STATUS) "."
                       MOVE 0 TO CMDQUEUE-FOUND-PTR
                   END-IF
               END-IF
           END-IF.
       MAINTAIN-REVIEW.
           IF OPERATOR-RANK IS LESS THAN 4 THEN
               DISPLAY "ONLY A SUPERVISOR MAY APPROVE OR REJECT A "
      -            "COMMAND BATCH."
           ELSE
               MOVE "PENDING" TO CMDQ-LIST-STATUS
               PERFORM MAINTAIN-QUEUE-LIST
               IF CMDQ-LIST-COUNT IS GREATER THAN 0 THEN
                   PERFORM MAINTAIN-SELECT-BATCH
                   IF CMDQUEUE-FOUND-PTR NOT EQUAL TO 0 THEN
                       IF CQ-M-SUBMITTER(CMDQUEUE-FOUND-PTR) EQUAL TO
                          OPERATOR-ID THEN
                           DISPLAY "BATCH " CMDQ-BATCH-ID
      -                        " WAS SUBMITTED BY " OPERATOR-ID
      -                        ". A DIFFERENT SUPERVISOR MUST "
      -                        "REVIEW IT."
                       ELSE
                           PERFORM MAINTAIN-VERIFY-BATCH
                           IF CMDQ-BATCH-OK EQUAL TO "Y" THEN
                               PERFORM MAINTAIN-PREVIEW
                               PERFORM MAINTAIN-DECIDE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MAINTAIN-DECIDE.
           DISPLAY "(A)PPROVE OR (R)EJECT BATCH " CMDQ-BATCH-ID
      -        " AS A WHOLE? (ANY OTHER KEY LEAVES IT PENDING.)".
           ACCEPT CMDQ-DECISION.
           EVALUATE CMDQ-DECISION
               WHEN "A"
                   MOVE "APPROVED" TO CQ-M-STATUS(CMDQUEUE-FOUND-PTR)
                   MOVE "CMDAPPROVE" TO AUDIT-ACTION
               WHEN "R"
                   MOVE "REJECTED" TO CQ-M-STATUS(CMDQUEUE-FOUND-PTR)
                   MOVE "CMDREJECT" TO AUDIT-ACTION
               WHEN OTHER
                   MOVE SPACES TO AUDIT-ACTION
           END-EVALUATE.
           IF AUDIT-ACTION EQUAL TO SPACES THEN
               DISPLAY "BATCH " CMDQ-BATCH-ID " LEFT PENDING."
           ELSE
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               MOVE OPERATOR-ID TO CQ-M-APPROVER(CMDQUEUE-FOUND-PTR)
               MOVE AUDIT-DATE TO CQ-M-APPROVE-DATE(CMDQUEUE-FOUND-PTR)
               PERFORM CMDQUEUE-SAVE
               IF CMDQUEUE-SAVE-OK NOT EQUAL TO "Y" THEN
                   MOVE "PENDING" TO CQ-M-STATUS(CMDQUEUE-FOUND-PTR)
                   DISPLAY "DECISION NOT RECORDED. BATCH "
      -                CMDQ-BATCH-ID " LEFT PENDING."
               ELSE
                   DISPLAY "BATCH " CMDQ-BATCH-ID " "
      -                FUNCTION TRIM(CQ-M-STATUS(CMDQUEUE-FOUND-PTR))
      -                "."
                   MOVE CMDQ-BATCH-ID TO AUDIT-WORD
                   MOVE "PENDING" TO AUDIT-OLD-TEXT
                   MOVE CQ-M-STATUS(CMDQUEUE-FOUND-PTR)
                       TO AUDIT-NEW-TEXT
                   PERFORM AUDIT-LOG-WRITE
               END-IF
           END-IF.
       MAINTAIN-VERIFY-BATCH.
           MOVE "N" TO CMDQ-BATCH-OK.
           MOVE CQ-M-FILE-NAME(CMDQUEUE-FOUND-PTR) TO CMD-FILE-NAME.
           MOVE 0 TO CMDQ-CHECK-COUNT.
           MOVE 0 TO CMDQ-CHECK-HASH.
           MOVE "N" TO CMD-EOF-FLAG.
           OPEN INPUT CMD-FILE.
           IF CMD-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN " FUNCTION TRIM(CMD-FILE-NAME)
      -            ". STATUS: " CMD-FILE-STATUS
               DISPLAY "BATCH " CMDQ-BATCH-ID " CANNOT BE USED."
           ELSE
               PERFORM UNTIL CMD-EOF-FLAG EQUAL TO "Y"
                   READ CMD-FILE
                       AT END
                           MOVE "Y" TO CMD-EOF-FLAG
                       NOT AT END
                           PERFORM CMDQ-HASH-LINE
                   END-READ
               END-PERFORM
               CLOSE CMD-FILE
               IF CQ-M-CMD-HASH(CMDQUEUE-FOUND-PTR) IS NUMERIC AND
                  CMDQ-CHECK-COUNT EQUAL TO
                      CQ-M-CMD-COUNT(CMDQUEUE-FOUND-PTR) AND
                  CMDQ-CHECK-HASH EQUAL TO
                      CQ-M-CMD-HASH(CMDQUEUE-FOUND-PTR) THEN
                   MOVE "Y" TO CMDQ-BATCH-OK
               ELSE
                   DISPLAY "BATCH " CMDQ-BATCH-ID " NO LONGER MATCHES "
      -                "THE COMMANDS AS SUBMITTED. REQUEST REFUSED."
                   DISPLAY "SUBMIT THE COMMANDS AGAIN AS A NEW BATCH."
                   MOVE "CMDALTERED" TO AUDIT-ACTION
                   MOVE CMDQ-BATCH-ID TO AUDIT-WORD
                   MOVE CQ-M-CMD-COUNT(CMDQUEUE-FOUND-PTR)
                       TO CMDQ-COUNT-EDIT
                   MOVE SPACES TO AUDIT-OLD-TEXT
                   IF CQ-M-CMD-HASH(CMDQUEUE-FOUND-PTR) IS NUMERIC THEN
                       MOVE CQ-M-CMD-HASH(CMDQUEUE-FOUND-PTR)
                           TO CMDQ-HASH-EDIT
                       STRING "CMDS=" DELIMITED BY SIZE
                           FUNCTION TRIM(CMDQ-COUNT-EDIT)
                           DELIMITED BY SIZE
                           " HASH=" DELIMITED BY SIZE
                           FUNCTION TRIM(CMDQ-HASH-EDIT)
                           DELIMITED BY SIZE
                           INTO AUDIT-OLD-TEXT
                   ELSE
                       STRING "CMDS=" DELIMITED BY SIZE
                           FUNCTION TRIM(CMDQ-COUNT-EDIT)
                           DELIMITED BY SIZE
                           " HASH=NONE" DELIMITED BY SIZE
                           INTO AUDIT-OLD-TEXT
                   END-IF
                   MOVE CMDQ-CHECK-COUNT TO CMDQ-COUNT-EDIT
                   MOVE CMDQ-CHECK-HASH TO CMDQ-HASH-EDIT
                   MOVE SPACES TO AUDIT-NEW-TEXT
                   STRING "CMDS=" DELIMITED BY SIZE
                       FUNCTION TRIM(CMDQ-COUNT-EDIT) DELIMITED BY SIZE
                       " HASH=" DELIMITED BY SIZE
                       FUNCTION TRIM(CMDQ-HASH-EDIT) DELIMITED BY SIZE
                       INTO AUDIT-NEW-TEXT
                   PERFORM AUDIT-LOG-WRITE
               END-IF
           END-IF.
           MOVE "CMDS.DAT" TO CMD-FILE-NAME.
       CMDQ-HASH-LINE.
           ADD 1 TO CMDQ-CHECK-COUNT.
           PERFORM VARYING CMDQ-CHAR-PTR FROM 1 BY 1
                   UNTIL CMDQ-CHAR-PTR IS GREATER THAN 220
               COMPUTE CMDQ-CHECK-HASH = FUNCTION MOD(
                   CMDQ-CHECK-HASH * 31 +
                   FUNCTION ORD(CMD-RECORD(CMDQ-CHAR-PTR:1)),
                   999999937)
           END-PERFORM.
       MAINTAIN-PREVIEW.
           MOVE CQ-M-FILE-NAME(CMDQUEUE-FOUND-PTR) TO CMD-FILE-NAME.
           MOVE 0 TO CMD-SEQ.
           MOVE 0 TO PREV-PROBLEM-COUNT.
           MOVE "N" TO CMD-EOF-FLAG.
           OPEN INPUT CMD-FILE.
           IF CMD-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN " FUNCTION TRIM(CMD-FILE-NAME)
      -            ". PREVIEW UNSUCCESSFUL."
           ELSE
               OPEN OUTPUT CMDPREV-FILE
               IF CMDPREV-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "COULD NOT OPEN CMDPREV.TXT. PREVIEW "
      -                "SHOWN ON SCREEN ONLY."
               END-IF
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO CMDPREV-LINE
               STRING "MAINTENANCE PREVIEW " DELIMITED BY SIZE
                   AUDIT-DATE DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   CMDQ-BATCH-ID DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(CQ-M-SOURCE(CMDQUEUE-FOUND-PTR))
                   DELIMITED BY SIZE
                   " DICTIONARY " DELIMITED BY SIZE
                   FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
                   INTO CMDPREV-LINE
               PERFORM MAINTAIN-PREVIEW-WRITE
               MOVE SPACES TO CMDPREV-LINE
               STRING "SUBMITTED BY " DELIMITED BY SIZE
                   CQ-M-SUBMITTER(CMDQUEUE-FOUND-PTR)
                   DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   CQ-M-SUBMIT-DATE(CMDQUEUE-FOUND-PTR)
                   DELIMITED BY SIZE
                   "  REVIEWED BY " DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SIZE
                   INTO CMDPREV-LINE
               PERFORM MAINTAIN-PREVIEW-WRITE
               MOVE "EACH COMMAND IS SHOWN AGAINST THE CURRENT TALLIES."
                   TO CMDPREV-LINE
               PERFORM MAINTAIN-PREVIEW-WRITE
               PERFORM UNTIL CMD-EOF-FLAG EQUAL TO "Y"
                   READ CMD-FILE
                       AT END
                           MOVE "Y" TO CMD-EOF-FLAG
                       NOT AT END
                           ADD 1 TO CMD-SEQ
                           PERFORM MAINTAIN-PREVIEW-COMMAND
                   END-READ
               END-PERFORM
               CLOSE CMD-FILE
               MOVE SPACES TO CMDPREV-LINE
               STRING "COMMANDS PREVIEWED: " DELIMITED BY SIZE
                   CMD-SEQ DELIMITED BY SIZE
                   "  WOULD BE REJECTED: " DELIMITED BY SIZE
                   PREV-PROBLEM-COUNT DELIMITED BY SIZE
                   INTO CMDPREV-LINE
               PERFORM MAINTAIN-PREVIEW-WRITE
               IF CMDPREV-FILE-STATUS EQUAL TO "00" THEN
                   CLOSE CMDPREV-FILE
                   DISPLAY "PREVIEW WRITTEN TO CMDPREV.TXT."
               END-IF
           END-IF.
           MOVE "CMDS.DAT" TO CMD-FILE-NAME.
       MAINTAIN-PREVIEW-WRITE.
           DISPLAY FUNCTION TRIM(CMDPREV-LINE TRAILING).
           IF CMDPREV-FILE-STATUS EQUAL TO "00" THEN
               WRITE CMDPREV-LINE
           END-IF.
       MAINTAIN-PREVIEW-COMMAND.
           MOVE SPACES TO PREV-DETAIL.
           MOVE SPACES TO MAINT-RESULT.
           PERFORM MAINTAIN-EDIT-WORDS.
           IF CMD-WORD-OK NOT EQUAL TO "Y" THEN
               MOVE "BAD WORD" TO MAINT-RESULT
           ELSE
               MOVE CM-WORD-1 TO LOOKUP-WORD
               PERFORM DICT-LOOKUP
               IF LOOKUP-FOUND NOT EQUAL TO "Y" THEN
                   MOVE "WORD NOT FOUND" TO MAINT-RESULT
               ELSE
                   MOVE DR-WORD-ENTRY TO PREV-KEY1
                   MOVE DR-WORD-COUNTER TO PREV-TALLY1
                   MOVE DR-CATEGORY TO PREV-CAT1
                   MOVE PREV-TALLY1 TO PREV-EDIT1
                   PERFORM MAINTAIN-PREVIEW-VERB
               END-IF
           END-IF.
           IF MAINT-RESULT NOT EQUAL TO SPACES THEN
               ADD 1 TO PREV-PROBLEM-COUNT
               MOVE SPACES TO PREV-DETAIL
               STRING "WOULD BE REJECTED: " DELIMITED BY SIZE
                   FUNCTION TRIM(MAINT-RESULT) DELIMITED BY SIZE
                   INTO PREV-DETAIL
           END-IF.
           MOVE SPACES TO CMDPREV-LINE.
           STRING CMD-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CM-VERB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CM-WORD-1) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(PREV-DETAIL) DELIMITED BY SIZE
               INTO CMDPREV-LINE.
           PERFORM MAINTAIN-PREVIEW-WRITE.
       MAINTAIN-PREVIEW-VERB.
           EVALUATE CM-VERB
               WHEN "AMEND"
               WHEN "DICTATE"
                   PERFORM MAINTAIN-EDIT-AMOUNT
                   IF CMD-AMOUNT-OK EQUAL TO "Y" THEN
                       MOVE SPACES TO MAINT-RESULT
                       COMPUTE PREV-AMOUNT =
                           FUNCTION NUMVAL(CMD-AMOUNT-TRIM)
                       IF CM-VERB EQUAL TO "AMEND" THEN
                           COMPUTE PREV-AFTER =
                               PREV-TALLY1 + PREV-AMOUNT
                       ELSE
                           MOVE PREV-AMOUNT TO PREV-AFTER
                       END-IF
                       IF PREV-AFTER IS GREATER THAN 999 OR
                          PREV-AFTER IS LESS THAN -999 THEN
                           MOVE "OVERFLOW REJECTED" TO MAINT-RESULT
                       ELSE
                           IF PREV-AFTER IS LESS THAN 0 THEN
                               MOVE 0 TO PREV-AFTER
                           END-IF
                           MOVE PREV-AFTER TO PREV-EDIT2
                           STRING "BEFORE=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT1)
                               DELIMITED BY SIZE
                               " AFTER=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT2)
                               DELIMITED BY SIZE
                               INTO PREV-DETAIL
                       END-IF
                   END-IF
               WHEN "DELETE"
                   STRING "BEFORE=" DELIMITED BY SIZE
                       FUNCTION TRIM(PREV-EDIT1) DELIMITED BY SIZE
                       " AFTER=DELETED" DELIMITED BY SIZE
                       INTO PREV-DETAIL
               WHEN "CATEGORY"
                   MOVE CM-WORD-2(1:10) TO NEW-CATEGORY
                   PERFORM CATMAST-LOAD
                   PERFORM CATEGORY-VALIDATE
                   IF CATEGORY-VALID NOT EQUAL TO "Y" THEN
                       MOVE "BAD CATEGORY" TO MAINT-RESULT
                   ELSE
                       STRING "TALLY=" DELIMITED BY SIZE
                           FUNCTION TRIM(PREV-EDIT1) DELIMITED BY SIZE
                           " CATEGORY BEFORE=" DELIMITED BY SIZE
                           FUNCTION TRIM(PREV-CAT1) DELIMITED BY SIZE
                           " AFTER=" DELIMITED BY SIZE
                           FUNCTION TRIM(NEW-CATEGORY)
                           DELIMITED BY SIZE
                           INTO PREV-DETAIL
                   END-IF
                   INITIALIZE NEW-CATEGORY
               WHEN "REPLACE"
                   MOVE CM-WORD-2 TO LOOKUP-WORD
                   PERFORM DICT-LOOKUP
                   IF LOOKUP-FOUND EQUAL TO "Y" AND
                      DR-WORD-ENTRY NOT EQUAL TO PREV-KEY1 THEN
                       COMPUTE PREV-AFTER =
                           DR-WORD-COUNTER + PREV-TALLY1
                       IF PREV-AFTER IS GREATER THAN 999 THEN
                           MOVE "OVERFLOW REJECTED" TO MAINT-RESULT
                       ELSE
                           MOVE DR-WORD-COUNTER TO PREV-EDIT3
                           MOVE PREV-AFTER TO PREV-EDIT4
                           STRING "BEFORE=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT1)
                               DELIMITED BY SIZE
                               " AFTER=REMOVED; " DELIMITED BY SIZE
                               FUNCTION TRIM(CM-WORD-2)
                               DELIMITED BY SIZE
                               " BEFORE=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT3)
                               DELIMITED BY SIZE
                               " AFTER=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT4)
                               DELIMITED BY SIZE
                               INTO PREV-DETAIL
                       END-IF
                   ELSE
                       STRING "BEFORE=" DELIMITED BY SIZE
                           FUNCTION TRIM(PREV-EDIT1) DELIMITED BY SIZE
                           " RENAMED TO " DELIMITED BY SIZE
                           FUNCTION TRIM(CM-WORD-2) DELIMITED BY SIZE
                           " AFTER=" DELIMITED BY SIZE
                           FUNCTION TRIM(PREV-EDIT1) DELIMITED BY SIZE
                           INTO PREV-DETAIL
                   END-IF
               WHEN "MERGE"
                   MOVE CM-WORD-2 TO LOOKUP-WORD
                   PERFORM DICT-LOOKUP
                   IF LOOKUP-FOUND NOT EQUAL TO "Y" THEN
                       MOVE "WORD NOT FOUND" TO MAINT-RESULT
                   ELSE
                       IF DR-WORD-ENTRY EQUAL TO PREV-KEY1 THEN
                           MOVE "SAME ENTRY" TO MAINT-RESULT
                       ELSE
                           COMPUTE PREV-AFTER =
                               DR-WORD-COUNTER + PREV-TALLY1
                           IF PREV-AFTER IS GREATER THAN 999 THEN
                               MOVE "OVERFLOW REJECTED"
                                   TO MAINT-RESULT
                           ELSE
                               MOVE DR-WORD-COUNTER TO PREV-EDIT3
                               MOVE PREV-AFTER TO PREV-EDIT2
                               STRING "BEFORE=" DELIMITED BY SIZE
                                   FUNCTION TRIM(PREV-EDIT1)
                                   DELIMITED BY SIZE
                                   " AFTER=" DELIMITED BY SIZE
                                   FUNCTION TRIM(PREV-EDIT2)
                                   DELIMITED BY SIZE
                                   "; " DELIMITED BY SIZE
                                   FUNCTION TRIM(CM-WORD-2)
                                   DELIMITED BY SIZE
                                   " BEFORE=" DELIMITED BY SIZE
                                   FUNCTION TRIM(PREV-EDIT3)
                                   DELIMITED BY SIZE
                                   " AFTER=ABSORBED" DELIMITED BY SIZE
                                   INTO PREV-DETAIL
                           END-IF
                       END-IF
                   END-IF
               WHEN "SPLIT"
                   PERFORM MAINTAIN-EDIT-AMOUNT
                   IF CMD-AMOUNT-OK EQUAL TO "Y" THEN
                       MOVE SPACES TO MAINT-RESULT
                       COMPUTE PREV-AMOUNT =
                           FUNCTION NUMVAL(CMD-AMOUNT-TRIM)
                       MOVE CM-WORD-2 TO LOOKUP-WORD
                       PERFORM DICT-LOOKUP
                       IF LOOKUP-FOUND EQUAL TO "Y" THEN
                           MOVE "TARGET EXISTS" TO MAINT-RESULT
                       ELSE
                           COMPUTE PREV-AFTER =
                               PREV-TALLY1 - PREV-AMOUNT
                           MOVE PREV-AFTER TO PREV-EDIT2
                           MOVE PREV-AMOUNT TO PREV-EDIT4
                           STRING "BEFORE=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT1)
                               DELIMITED BY SIZE
                               " AFTER=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT2)
                               DELIMITED BY SIZE
                               "; " DELIMITED BY SIZE
                               FUNCTION TRIM(CM-WORD-2)
                               DELIMITED BY SIZE
                               " BEFORE=NONE AFTER=" DELIMITED BY SIZE
                               FUNCTION TRIM(PREV-EDIT4)
                               DELIMITED BY SIZE
                               INTO PREV-DETAIL
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN VERB" TO MAINT-RESULT
           END-EVALUATE.
       MAINTAIN-APPLY-BATCH.
           MOVE "APPROVED" TO CMDQ-LIST-STATUS.
           PERFORM MAINTAIN-QUEUE-LIST.
           IF CMDQ-LIST-COUNT IS GREATER THAN 0 THEN
               PERFORM MAINTAIN-SELECT-BATCH
               IF CMDQUEUE-FOUND-PTR NOT EQUAL TO 0 THEN
                   MOVE "N" TO CMDQ-RUN-DONE
                   PERFORM MAINTAIN-VERIFY-BATCH
                   IF CMDQ-BATCH-OK EQUAL TO "Y" THEN
                       MOVE CQ-M-FILE-NAME(CMDQUEUE-FOUND-PTR)
                           TO CMD-FILE-NAME
                       PERFORM MAINTAIN-RUN-BATCH
                       MOVE "CMDS.DAT" TO CMD-FILE-NAME
                   END-IF
                   IF CMDQ-RUN-DONE EQUAL TO "Y" THEN
                       MOVE "APPLIED" TO CQ-M-STATUS(CMDQUEUE-FOUND-PTR)
                       MOVE OPERATOR-ID
                           TO CQ-M-APPLIER(CMDQUEUE-FOUND-PTR)
                       MOVE AUDIT-DATE
                           TO CQ-M-APPLY-DATE(CMDQUEUE-FOUND-PTR)
                       PERFORM CMDQUEUE-SAVE
                       IF CMDQUEUE-SAVE-OK NOT EQUAL TO "Y" THEN
                           DISPLAY "WARNING: BATCH " CMDQ-BATCH-ID
      -                        " HAS BEEN APPLIED TO THE DICTIONARY BUT"
                           DISPLAY "CMDQUEUE.DAT STILL SHOWS IT AS "
      -                        "APPROVED. DO NOT APPLY IT AGAIN."
                       ELSE
                           MOVE "CMDAPPLY" TO AUDIT-ACTION
                           MOVE CMDQ-BATCH-ID TO AUDIT-WORD
                           MOVE "APPROVED" TO AUDIT-OLD-TEXT
                           MOVE "APPLIED" TO AUDIT-NEW-TEXT
                           PERFORM AUDIT-LOG-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MAINTAIN-RUN-BATCH.
           DISPLAY "MAINTENANCE RUN: READING COMMANDS FROM "
      -        FUNCTION TRIM(CMD-FILE-NAME).
           MOVE 0 TO CMD-SEQ.
           MOVE 0 TO CMD-APPLIED-COUNT.
           MOVE 0 TO CMD-FAILED-COUNT.
           MOVE 0 TO CMD-SKIPPED-COUNT.
           MOVE 0 TO CMD-RESUME-SEQ.
           MOVE "N" TO CMD-EOF-FLAG.
           PERFORM MAINTAIN-CHECK-RESTART.
           OPEN INPUT CMD-FILE.
           IF CMD-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN " FUNCTION TRIM(CMD-FILE-NAME)
      -            ". MAINTENANCE RUN UNSUCCESSFUL."
           ELSE
               OPEN OUTPUT CMDRPT-FILE
               IF CMDRPT-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "COULD NOT OPEN CMDRPT.TXT. MAINTENANCE "
      -                "RUN UNSUCCESSFUL."
                   CLOSE CMD-FILE
               ELSE
                   ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO CMDRPT-LINE
                   STRING "MAINTENANCE RUN " DELIMITED BY SIZE
                       AUDIT-DATE DELIMITED BY SIZE
                       " BATCH " DELIMITED BY SIZE
                       CMDQ-BATCH-ID DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       FUNCTION TRIM(CQ-M-SOURCE(CMDQUEUE-FOUND-PTR))
                       DELIMITED BY SIZE
                       " DICTIONARY " DELIMITED BY SIZE
                       FUNCTION TRIM(DICTIONARY-NAME)
                       DELIMITED BY SIZE
                       INTO CMDRPT-LINE
                   WRITE CMDRPT-LINE
                   MOVE SPACES TO CMDRPT-LINE
                   STRING "SUBMITTED BY " DELIMITED BY SIZE
                       CQ-M-SUBMITTER(CMDQUEUE-FOUND-PTR)
                       DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       CQ-M-SUBMIT-DATE(CMDQUEUE-FOUND-PTR)
                       DELIMITED BY SIZE
                       "  APPROVED BY " DELIMITED BY SIZE
                       CQ-M-APPROVER(CMDQUEUE-FOUND-PTR)
                       DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       CQ-M-APPROVE-DATE(CMDQUEUE-FOUND-PTR)
                       DELIMITED BY SIZE
                       "  APPLIED BY " DELIMITED BY SIZE
                       OPERATOR-ID DELIMITED BY SIZE
                       INTO CMDRPT-LINE
                   WRITE CMDRPT-LINE
                   IF CMD-RESUME-SEQ IS GREATER THAN 0 THEN
                       MOVE SPACES TO CMDRPT-LINE
                       STRING "RESTARTED: COMMANDS 1 THROUGH "
                           DELIMITED BY SIZE
                           CMD-RESUME-SEQ DELIMITED BY SIZE
                           " WERE PROCESSED IN A PRIOR RUN AND ARE "
                           DELIMITED BY SIZE
                           "SKIPPED." DELIMITED BY SIZE
                           INTO CMDRPT-LINE
                       WRITE CMDRPT-LINE
                   END-IF
                   MOVE "B" TO RUN-MODE
                   PERFORM UNTIL CMD-EOF-FLAG EQUAL TO "Y"
                       READ CMD-FILE
                           AT END
                               MOVE "Y" TO CMD-EOF-FLAG
                           NOT AT END
                               PERFORM MAINTAIN-ONE-COMMAND
                       END-READ
                   END-PERFORM
                   MOVE "I" TO RUN-MODE
                   MOVE "COMPLETE" TO CKPT-STATE-TEXT
                   PERFORM MAINTAIN-WRITE-CHECKPOINT
                   MOVE SPACES TO CMDRPT-LINE
                   STRING "COMMANDS READ: " DELIMITED BY SIZE
                       CMD-SEQ DELIMITED BY SIZE
                       "  APPLIED: " DELIMITED BY SIZE
                       CMD-APPLIED-COUNT DELIMITED BY SIZE
                       "  REJECTED: " DELIMITED BY SIZE
                       CMD-FAILED-COUNT DELIMITED BY SIZE
                       "  SKIPPED: " DELIMITED BY SIZE
                       CMD-SKIPPED-COUNT DELIMITED BY SIZE
                       INTO CMDRPT-LINE
                   WRITE CMDRPT-LINE
                   CLOSE CMDRPT-FILE
                   CLOSE CMD-FILE
                   DISPLAY "MAINTENANCE RUN COMPLETE. " CMD-SEQ
      -                " COMMANDS, " CMD-APPLIED-COUNT " APPLIED, "
      -                CMD-FAILED-COUNT " REJECTED, "
      -                CMD-SKIPPED-COUNT " SKIPPED."
                   DISPLAY "EXECUTION REPORT WRITTEN TO CMDRPT.TXT."
                   MOVE "Y" TO CMDQ-RUN-DONE
               END-IF
           END-IF.
       MAINTAIN-ONE-COMMAND.
           ADD 1 TO CMD-SEQ.
           IF CMD-SEQ IS LESS THAN OR EQUAL TO CMD-RESUME-SEQ THEN
               MOVE "DONE IN PRIOR RUN" TO MAINT-RESULT
               ADD 1 TO CMD-SKIPPED-COUNT
               PERFORM MAINTAIN-REPORT-LINE
           ELSE
               PERFORM MAINTAIN-APPLY-COMMAND
               IF MAINT-RESULT EQUAL TO "APPLIED" THEN
                   ADD 1 TO CMD-APPLIED-COUNT
               ELSE
                   ADD 1 TO CMD-FAILED-COUNT
               END-IF
               MOVE "RUNNING" TO CKPT-STATE-TEXT
               PERFORM MAINTAIN-WRITE-CHECKPOINT
               PERFORM MAINTAIN-REPORT-LINE
           END-IF.
       MAINTAIN-APPLY-COMMAND.
           MOVE "WORD NOT FOUND" TO MAINT-RESULT.
           PERFORM MAINTAIN-EDIT-WORDS.
           IF CMD-WORD-OK NOT EQUAL TO "Y" THEN
               MOVE "BAD WORD" TO MAINT-RESULT
           ELSE
           EVALUATE CM-VERB
               WHEN "AMEND"
                   PERFORM MAINTAIN-EDIT-AMOUNT
                   IF CMD-AMOUNT-OK EQUAL TO "Y" THEN
                       MOVE CM-WORD-1 TO WORD-TO-AMEND
                       COMPUTE AMEND-AMT =
                           FUNCTION NUMVAL(CMD-AMOUNT-TRIM)
                       PERFORM AMEND-SEARCH
                   END-IF
               WHEN "DICTATE"
                   PERFORM MAINTAIN-EDIT-AMOUNT
                   IF CMD-AMOUNT-OK EQUAL TO "Y" THEN
                       MOVE CM-WORD-1 TO WORD-TO-DICTATE
                       COMPUTE DICTATE-AMT =
                           FUNCTION NUMVAL(CMD-AMOUNT-TRIM)
                       PERFORM DICTATE-SEARCH
                   END-IF
               WHEN "REPLACE"
                   MOVE CM-WORD-1 TO WORD-TO-REPLACE
                   MOVE CM-WORD-2 TO REPLACED-WITH
                   PERFORM REPLACE-SEARCH
               WHEN "MERGE"
                   MOVE CM-WORD-1 TO WORD-TO-MERGE1
                   MOVE CM-WORD-2 TO WORD-TO-MERGE2
                   PERFORM MERGE-EXECUTE
               WHEN "SPLIT"
                   PERFORM MAINTAIN-EDIT-AMOUNT
                   IF CMD-AMOUNT-OK EQUAL TO "Y" THEN
                       MOVE CM-WORD-1 TO WORD-TO-SPLIT1
                       MOVE CM-WORD-2 TO WORD-TO-SPLIT2
                       COMPUTE SPLIT-AMT =
                           FUNCTION NUMVAL(CMD-AMOUNT-TRIM)
                       PERFORM SPLIT-SEARCH
                   END-IF
               WHEN "DELETE"
                   MOVE CM-WORD-1 TO WORD-TO-DELETE
                   PERFORM DELETE-SEARCH
               WHEN "CATEGORY"
                   MOVE CM-WORD-1 TO WORD-TO-CATEGORIZE
                   MOVE CM-WORD-2(1:10) TO NEW-CATEGORY
                   PERFORM CATEGORY-SEARCH
               WHEN OTHER
                   MOVE "UNKNOWN VERB" TO MAINT-RESULT
           END-EVALUATE
           END-IF.
       MAINTAIN-REPORT-LINE.
           MOVE SPACES TO CMDRPT-LINE.
           STRING CMD-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CM-VERB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CM-WORD-1) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               FUNCTION TRIM(MAINT-RESULT) DELIMITED BY SIZE
               INTO CMDRPT-LINE.
           WRITE CMDRPT-LINE.
       MAINTAIN-CHECK-RESTART.
           OPEN INPUT CMDCKPT-FILE.
           IF CMDCKPT-FILE-STATUS EQUAL TO "00" THEN
               READ CMDCKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-STATE EQUAL TO "RUNNING" AND
                          CK-LAST-SEQ IS GREATER THAN 0 THEN
                           PERFORM MAINTAIN-OFFER-RESUME
                       END-IF
               END-READ
               CLOSE CMDCKPT-FILE
           END-IF.
       MAINTAIN-OFFER-RESUME.
           IF CK-DICT NOT EQUAL TO DICTIONARY-NAME THEN
               DISPLAY "UNFINISHED MAINTENANCE RUN FOUND FOR "
      -            "DICTIONARY " FUNCTION TRIM(CK-DICT)
      -            ", NOT THE CURRENT DICTIONARY."
               DISPLAY "STARTING FROM THE FIRST COMMAND."
           ELSE IF CK-BATCH NOT EQUAL TO CMDQ-BATCH-ID THEN
               DISPLAY "UNFINISHED MAINTENANCE RUN FOUND FOR "
      -            "BATCH " CK-BATCH ", NOT BATCH " CMDQ-BATCH-ID "."
               DISPLAY "STARTING FROM THE FIRST COMMAND."
           ELSE
               DISPLAY "AN UNFINISHED MAINTENANCE RUN FROM " CK-DATE
      -            " STOPPED AFTER COMMAND " CK-LAST-SEQ "."
               DISPLAY "RESUME FROM THE NEXT UNAPPLIED COMMAND? Y/N"
               ACCEPT CKPT-RESUME-ANSWER
               IF CKPT-RESUME-ANSWER EQUAL TO "Y" THEN
                   MOVE CK-LAST-SEQ TO CMD-RESUME-SEQ
                   DISPLAY "RESUMING AFTER COMMAND " CK-LAST-SEQ "."
               ELSE
                   DISPLAY "STARTING FROM THE FIRST COMMAND."
               END-IF
           END-IF.
       MAINTAIN-WRITE-CHECKPOINT.
           OPEN OUTPUT CMDCKPT-FILE.
           IF CMDCKPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT WRITE "
      -            FUNCTION TRIM(CMDCKPT-FILE-NAME) ". STATUS: "
      -            CMDCKPT-FILE-STATUS
           ELSE
               MOVE SPACES TO CMDCKPT-RECORD
               MOVE CKPT-STATE-TEXT TO CK-STATE
               MOVE CMD-SEQ TO CK-LAST-SEQ
               MOVE DICTIONARY-NAME TO CK-DICT
               MOVE AUDIT-DATE TO CK-DATE
               MOVE CMDQ-BATCH-ID TO CK-BATCH
               WRITE CMDCKPT-RECORD
               CLOSE CMDCKPT-FILE
           END-IF.
       MAINTAIN-EDIT-WORDS.
           MOVE "Y" TO CMD-WORD-OK.
           IF CM-WORD-1 EQUAL TO SPACES THEN
               MOVE "N" TO CMD-WORD-OK
           END-IF.
           IF CM-VERB EQUAL TO "REPLACE" OR CM-VERB EQUAL TO "MERGE"
              OR CM-VERB EQUAL TO "SPLIT"
              OR CM-VERB EQUAL TO "CATEGORY" THEN
               IF CM-WORD-2 EQUAL TO SPACES THEN
                   MOVE "N" TO CMD-WORD-OK
               END-IF
           END-IF.
       MAINTAIN-EDIT-AMOUNT.
           MOVE "N" TO CMD-AMOUNT-OK.
           MOVE "N" TO CMD-DIGIT-SEEN.
           MOVE 0 TO CMD-DIGIT-COUNT.
           MOVE FUNCTION TRIM(CM-AMOUNT) TO CMD-AMOUNT-TRIM.
           IF CMD-AMOUNT-TRIM EQUAL TO SPACES THEN
               MOVE "BAD AMOUNT" TO MAINT-RESULT
           ELSE
               MOVE "Y" TO CMD-AMOUNT-OK
               PERFORM VARYING CMD-CHAR-PTR FROM 1 BY 1
                       UNTIL CMD-CHAR-PTR IS GREATER THAN 10
                   EVALUATE CMD-AMOUNT-TRIM(CMD-CHAR-PTR:1)
                       WHEN "0" THRU "9"
                           MOVE "Y" TO CMD-DIGIT-SEEN
                           ADD 1 TO CMD-DIGIT-COUNT
                       WHEN "+"
                       WHEN "-"
                           IF CMD-CHAR-PTR NOT EQUAL TO 1 THEN
                               MOVE "N" TO CMD-AMOUNT-OK
                           END-IF
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO CMD-AMOUNT-OK
                   END-EVALUATE
               END-PERFORM
               IF CMD-DIGIT-SEEN NOT EQUAL TO "Y" THEN
                   MOVE "N" TO CMD-AMOUNT-OK
               END-IF
               IF CMD-DIGIT-COUNT IS GREATER THAN 7 THEN
                   MOVE "N" TO CMD-AMOUNT-OK
               END-IF
               IF CMD-AMOUNT-OK NOT EQUAL TO "Y" THEN
                   MOVE "BAD AMOUNT" TO MAINT-RESULT
               END-IF
           END-IF.
       SEARCH-PROCEDURE.
           DISPLAY "__________________________________________________"
           MOVE TEMP-WORD TO LOOKUP-WORD.
           PERFORM SYNONYM-RESOLVE.
           PERFORM DICT-LOOKUP.
           IF LOOKUP-FOUND EQUAL TO "Y" THEN
               DISPLAY "ENTRY FOUND: " DR-WORD-ENTRY
               PERFORM INCREASE-WORD-COUNTER
           ELSE
               PERFORM RETIRED-WARN
               PERFORM ADD-NEW-WORD
           END-IF.
           INITIALIZE TEMP-WORD.
           DISPLAY "__________________________________________________".
           DISPLAY " ".
           DISPLAY " ".
       ADD-NEW-WORD.
           MOVE LOOKUP-WORD TO DR-WORD-ENTRY.
           MOVE 1 TO DR-WORD-COUNTER.
           MOVE DEFAULT-CATEGORY TO DR-CATEGORY.
           WRITE DICT-RECORD
               INVALID KEY
                   DISPLAY "COULD NOT ADD NEW ENTRY. STATUS: "
      -                DICT-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "NEW ENTRY!"
                   DISPLAY DR-WORD-COUNTER " OCCURENCES OF: "
      -                    DR-WORD-ENTRY
                   MOVE 0 TO WATCH-OLD-TALLY
                   MOVE "TALLY" TO WATCH-SOURCE
                   PERFORM WATCH-CHECK
                   MOVE 1 TO ACTIVITY-AMOUNT
                   PERFORM ACTIVITY-POST
           END-WRITE.
       INCREASE-WORD-COUNTER.
           MOVE DR-WORD-COUNTER TO WATCH-OLD-TALLY.
           ADD 1 TO DR-WORD-COUNTER.
           REWRITE DICT-RECORD.
           DISPLAY DR-WORD-COUNTER " OCCURENCES OF: " DR-WORD-ENTRY.
           MOVE "TALLY" TO WATCH-SOURCE.
           PERFORM WATCH-CHECK.
           MOVE 1 TO ACTIVITY-AMOUNT.
           PERFORM ACTIVITY-POST.
       DISPLAY-ALL.
           DISPLAY " "
           DISPLAY " "
           DISPLAY " "
           DISPLAY " "
           DISPLAY "/////________________________________________\\\\\"
           MOVE 0 TO DISPLAY-SEQ.
           PERFORM DICT-SCAN-START.
           PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
               READ DICT-FILE NEXT
                   AT END
                       MOVE "Y" TO DICT-SCAN-EOF
                   NOT AT END
                       ADD 1 TO DISPLAY-SEQ
                       DISPLAY "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~"
                       DISPLAY "ENTRY NO: " DISPLAY-SEQ
                       DISPLAY DR-WORD-COUNTER " OCCURENCES OF: "
      -                        DR-WORD-ENTRY
                       DISPLAY "CATEGORY: " DR-CATEGORY
                       DISPLAY "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~"
               END-READ
           END-PERFORM.
           MOVE DISPLAY-SEQ TO TOTAL-WORDS.
           DISPLAY TOTAL-WORDS " ENTRIES IN TOTAL.".
           DISPLAY "\\\\\________________________________________/////".
           DISPLAY " "
           DISPLAY " "
           DISPLAY " "
           DISPLAY " ".
       BROWSE-PROCEDURE.
           PERFORM CATMAST-LOAD.
           MOVE "W" TO BROWSE-ORDER.
           MOVE 1 TO BROWSE-TOP.
           PERFORM BROWSE-LOAD.
           MOVE SPACES TO BROWSE-MESSAGE.
           MOVE "N" TO BROWSE-DONE.
           PERFORM UNTIL BROWSE-DONE EQUAL TO "Y"
               PERFORM BROWSE-BUILD-PAGE
               MOVE SPACES TO BROWSE-COMMAND
               MOVE SPACES TO BROWSE-LINE-TEXT
               MOVE SPACES TO BROWSE-VALUE
               DISPLAY BROWSE-SCREEN
               ACCEPT BROWSE-SCREEN
               MOVE SPACES TO BROWSE-MESSAGE
               PERFORM BROWSE-COMMAND-DO
           END-PERFORM.
           INITIALIZE TEMP-WORD.
           DISPLAY " "
           DISPLAY "__________________________________________________".
           DISPLAY "BROWSE ENDED.".
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       BROWSE-LOAD.
           MOVE 0 TO BROWSE-COUNT.
           MOVE "N" TO BROWSE-OVERFLOW.
           IF BROWSE-ORDER EQUAL TO "C" THEN
               SORT SORT-WORK-FILE ON ASCENDING KEY SW-CATEGORY
                   ON ASCENDING KEY SW-WORD-ENTRY
                   INPUT PROCEDURE IS REPORT-RELEASE-PROC
                   OUTPUT PROCEDURE IS BROWSE-LOAD-PROC
           ELSE
               SORT SORT-WORK-FILE ON ASCENDING KEY SW-WORD-ENTRY
                   INPUT PROCEDURE IS REPORT-RELEASE-PROC
                   OUTPUT PROCEDURE IS BROWSE-LOAD-PROC
           END-IF.
           IF BROWSE-TOP IS GREATER THAN BROWSE-COUNT THEN
               PERFORM BROWSE-LAST-PAGE
           END-IF.
       BROWSE-LOAD-PROC.
           MOVE "N" TO REPORT-EOF-FLAG.
           PERFORM UNTIL REPORT-EOF-FLAG EQUAL TO "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO REPORT-EOF-FLAG
                   NOT AT END
                       IF BROWSE-COUNT IS LESS THAN 5000 THEN
                           ADD 1 TO BROWSE-COUNT
                           MOVE SW-WORD-ENTRY
                               TO BT-WORD(BROWSE-COUNT)
                           MOVE SW-WORD-COUNTER
                               TO BT-TALLY(BROWSE-COUNT)
                           MOVE SW-CATEGORY
                               TO BT-CATEGORY(BROWSE-COUNT)
                       ELSE
                           MOVE "Y" TO BROWSE-OVERFLOW
                       END-IF
               END-RETURN
           END-PERFORM.
       BROWSE-LAST-PAGE.
           IF BROWSE-COUNT IS GREATER THAN 15 THEN
               COMPUTE BROWSE-TOP = BROWSE-COUNT - 14
           ELSE
               MOVE 1 TO BROWSE-TOP
           END-IF.
       BROWSE-BUILD-PAGE.
           MOVE SPACES TO BROWSE-PAGE.
           PERFORM VARYING BROWSE-ROW-PTR FROM 1 BY 1
                   UNTIL BROWSE-ROW-PTR IS GREATER THAN 15
               COMPUTE BROWSE-PTR = BROWSE-TOP + BROWSE-ROW-PTR - 1
               IF BROWSE-PTR IS NOT GREATER THAN BROWSE-COUNT THEN
                   MOVE BROWSE-ROW-PTR TO BD-LINE-NO
                   MOVE BT-WORD(BROWSE-PTR) TO BD-WORD
                   IF BT-WORD(BROWSE-PTR)(35:66) NOT EQUAL TO SPACES
                       MOVE "+" TO BD-MORE
                   ELSE
                       MOVE SPACE TO BD-MORE
                   END-IF
                   MOVE BT-TALLY(BROWSE-PTR) TO BD-TALLY
                   MOVE BT-CATEGORY(BROWSE-PTR) TO BD-CATEGORY
                   MOVE BT-CATEGORY(BROWSE-PTR) TO REPORT-CUR-CATEGORY
                   PERFORM CATMAST-DESC-LOOKUP
                   MOVE CATEGORY-DESC-TEXT TO BD-DESC
                   MOVE BROWSE-DETAIL TO BROWSE-ROW(BROWSE-ROW-PTR)
               END-IF
           END-PERFORM.
           MOVE SPACES TO BROWSE-STATUS-LINE.
           IF BROWSE-COUNT EQUAL TO 0 THEN
               MOVE "THE DICTIONARY HAS NO ENTRIES."
                   TO BROWSE-STATUS-LINE
           ELSE
               MOVE BROWSE-TOP TO BROWSE-FROM-EDIT
               COMPUTE BROWSE-PTR = BROWSE-TOP + 14
               IF BROWSE-PTR IS GREATER THAN BROWSE-COUNT THEN
                   MOVE BROWSE-COUNT TO BROWSE-PTR
               END-IF
               MOVE BROWSE-PTR TO BROWSE-TO-EDIT
               MOVE BROWSE-COUNT TO BROWSE-COUNT-EDIT
               IF BROWSE-ORDER EQUAL TO "C" THEN
                   MOVE "BY CATEGORY" TO BROWSE-KEY
               ELSE
                   MOVE "BY WORD" TO BROWSE-KEY
               END-IF
               STRING "ENTRIES " DELIMITED BY SIZE
                   FUNCTION TRIM(BROWSE-FROM-EDIT) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   FUNCTION TRIM(BROWSE-TO-EDIT) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   FUNCTION TRIM(BROWSE-COUNT-EDIT) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(BROWSE-KEY) DELIMITED BY SIZE
                   INTO BROWSE-STATUS-LINE
               IF BROWSE-OVERFLOW EQUAL TO "Y" THEN
                   MOVE "(FIRST 5000 ONLY)"
                       TO BROWSE-STATUS-LINE(50:17)
               END-IF
           END-IF.
       BROWSE-COMMAND-DO.
           MOVE FUNCTION UPPER-CASE(BROWSE-COMMAND) TO BROWSE-COMMAND.
           EVALUATE BROWSE-COMMAND
               WHEN "F"
               WHEN SPACE
                   IF BROWSE-TOP + 15 IS GREATER THAN BROWSE-COUNT THEN
                       MOVE "THIS IS THE LAST PAGE." TO BROWSE-MESSAGE
                   ELSE
                       ADD 15 TO BROWSE-TOP
                   END-IF
               WHEN "B"
                   IF BROWSE-TOP EQUAL TO 1 THEN
                       MOVE "THIS IS THE FIRST PAGE." TO BROWSE-MESSAGE
                   ELSE
                       IF BROWSE-TOP IS GREATER THAN 15 THEN
                           SUBTRACT 15 FROM BROWSE-TOP
                       ELSE
                           MOVE 1 TO BROWSE-TOP
                       END-IF
                   END-IF
               WHEN "W"
               WHEN "C"
                   PERFORM BROWSE-POSITION
               WHEN "X"
                   MOVE "Y" TO BROWSE-DONE
               WHEN "A"
               WHEN "D"
               WHEN "R"
               WHEN "K"
                   PERFORM BROWSE-SELECT-LINE
                   IF BROWSE-PICK IS GREATER THAN 0 THEN
                       PERFORM BROWSE-MAINTAIN
                   END-IF
               WHEN OTHER
                   MOVE "COMMAND NOT RECOGNIZED." TO BROWSE-MESSAGE
           END-EVALUATE.
       BROWSE-POSITION.
           MOVE BROWSE-COMMAND TO BROWSE-ORDER.
           PERFORM BROWSE-LOAD.
           MOVE 1 TO BROWSE-TOP.
           IF BROWSE-VALUE NOT EQUAL TO SPACES THEN
               MOVE BROWSE-VALUE TO BROWSE-KEY
               IF CASE-SENSITIVE-MODE NOT EQUAL TO "Y" THEN
                   MOVE FUNCTION UPPER-CASE(BROWSE-KEY) TO BROWSE-KEY
               END-IF
               MOVE 0 TO BROWSE-PICK
               PERFORM VARYING BROWSE-PTR FROM 1 BY 1
                       UNTIL BROWSE-PTR IS GREATER THAN BROWSE-COUNT
                       OR BROWSE-PICK IS GREATER THAN 0
                   IF BROWSE-ORDER EQUAL TO "C" THEN
                       IF BT-CATEGORY(BROWSE-PTR) IS NOT LESS THAN
                          BROWSE-KEY(1:10) THEN
                           MOVE BROWSE-PTR TO BROWSE-PICK
                       END-IF
                   ELSE
                       IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
                           MOVE BT-WORD(BROWSE-PTR) TO UC-SCAN-WORD
                       ELSE
                           MOVE FUNCTION UPPER-CASE(BT-WORD(BROWSE-PTR))
                               TO UC-SCAN-WORD
                       END-IF
                       IF UC-SCAN-WORD IS NOT LESS THAN BROWSE-KEY
                           MOVE BROWSE-PTR TO BROWSE-PICK
                       END-IF
                   END-IF
               END-PERFORM
               IF BROWSE-PICK EQUAL TO 0 THEN
                   PERFORM BROWSE-LAST-PAGE
                   STRING "NOTHING AT OR AFTER " DELIMITED BY SIZE
                       FUNCTION TRIM(BROWSE-VALUE) DELIMITED BY SIZE
                       ". SHOWING THE LAST PAGE." DELIMITED BY SIZE
                       INTO BROWSE-MESSAGE
               ELSE
                   MOVE BROWSE-PICK TO BROWSE-TOP
               END-IF
           END-IF.
       BROWSE-SELECT-LINE.
           MOVE 0 TO BROWSE-PICK.
           MOVE 0 TO BROWSE-AMOUNT.
           IF BROWSE-LINE-TEXT NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(BROWSE-LINE-TEXT) EQUAL TO 0
               COMPUTE BROWSE-AMOUNT = FUNCTION NUMVAL(BROWSE-LINE-TEXT)
           END-IF.
           IF BROWSE-AMOUNT IS GREATER THAN 0 AND
              BROWSE-AMOUNT IS NOT GREATER THAN 15 THEN
               COMPUTE BROWSE-PICK = BROWSE-TOP + BROWSE-AMOUNT - 1
               IF BROWSE-PICK IS GREATER THAN BROWSE-COUNT THEN
                   MOVE 0 TO BROWSE-PICK
               END-IF
           END-IF.
           IF BROWSE-PICK EQUAL TO 0 THEN
               MOVE "GIVE THE LINE NUMBER OF AN ENTRY ON THIS PAGE."
                   TO BROWSE-MESSAGE
           END-IF.
       BROWSE-MAINTAIN.
           EVALUATE BROWSE-COMMAND
               WHEN "A"
                   MOVE "AMEND" TO BROWSE-VERB
               WHEN "D"
                   MOVE "DICTATE" TO BROWSE-VERB
               WHEN "R"
                   MOVE "CATEGORY" TO BROWSE-VERB
               WHEN "K"
                   MOVE "DELETE" TO BROWSE-VERB
           END-EVALUATE.
           MOVE BROWSE-VERB TO TEMP-WORD.
           MOVE "N" TO WRITE-REFUSED.
           MOVE "N" TO AUTHORITY-REFUSED.
           IF READ-ONLY-MODE EQUAL TO "Y" THEN
               PERFORM READ-ONLY-GUARD
           END-IF.
           PERFORM AUTHORITY-GUARD.
           INITIALIZE TEMP-WORD.
           IF WRITE-REFUSED EQUAL TO "Y" THEN
               MOVE "READ-ONLY SESSION. ENTRIES CANNOT BE CHANGED."
                   TO BROWSE-MESSAGE
           ELSE IF AUTHORITY-REFUSED EQUAL TO "Y" THEN
               MOVE OPERATOR-LEVEL TO LEVEL-CODE
               PERFORM LEVEL-DESCRIBE
               STRING "OPERATOR " DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SIZE
                   " HOLDS " DELIMITED BY SIZE
                   FUNCTION TRIM(LEVEL-DESC-TEXT) DELIMITED BY SIZE
                   " AUTHORITY. REQUEST REFUSED." DELIMITED BY SIZE
                   INTO BROWSE-MESSAGE
           ELSE
               PERFORM BROWSE-EDIT-VALUE
               IF BROWSE-VALUE-OK EQUAL TO "Y" THEN
                   PERFORM BROWSE-APPLY
               END-IF
           END-IF
           END-IF.
       BROWSE-EDIT-VALUE.
           MOVE "Y" TO BROWSE-VALUE-OK.
           EVALUATE BROWSE-VERB
               WHEN "AMEND"
               WHEN "DICTATE"
                   MOVE "N" TO BROWSE-VALUE-OK
                   IF BROWSE-VALUE NOT EQUAL TO SPACES AND
                      FUNCTION TEST-NUMVAL(BROWSE-VALUE) EQUAL TO 0
                       IF FUNCTION ABS(FUNCTION NUMVAL(BROWSE-VALUE))
                          IS LESS THAN 10000000 THEN
                           COMPUTE BROWSE-AMOUNT =
                               FUNCTION NUMVAL(BROWSE-VALUE)
                           IF BROWSE-AMOUNT EQUAL TO
                              FUNCTION NUMVAL(BROWSE-VALUE) THEN
                               MOVE "Y" TO BROWSE-VALUE-OK
                           END-IF
                       END-IF
                   END-IF
                   IF BROWSE-VALUE-OK NOT EQUAL TO "Y" THEN
                       STRING FUNCTION TRIM(BROWSE-VERB)
                           DELIMITED BY SIZE
                           " NEEDS A WHOLE NUMBER AS THE VALUE."
                           DELIMITED BY SIZE
                           INTO BROWSE-MESSAGE
                   END-IF
               WHEN "DELETE"
                   IF BROWSE-VALUE NOT EQUAL TO "Y" AND
                      BROWSE-VALUE NOT EQUAL TO "y" THEN
                       MOVE "N" TO BROWSE-VALUE-OK
                       MOVE "DELETE NOT CONFIRMED. GIVE Y AS THE VALUE."
                           TO BROWSE-MESSAGE
                   END-IF
           END-EVALUATE.
       BROWSE-APPLY.
           MOVE BT-WORD(BROWSE-PICK) TO BROWSE-KEY.
           MOVE CASE-SENSITIVE-MODE TO BROWSE-SAVED-CASE.
           MOVE "Y" TO CASE-SENSITIVE-MODE.
           MOVE "WORD NOT FOUND" TO MAINT-RESULT.
           DISPLAY " ".
           EVALUATE BROWSE-VERB
               WHEN "AMEND"
                   MOVE BROWSE-KEY TO WORD-TO-AMEND
                   MOVE BROWSE-AMOUNT TO AMEND-AMT
                   PERFORM AMEND-SEARCH
               WHEN "DICTATE"
                   MOVE BROWSE-KEY TO WORD-TO-DICTATE
                   MOVE BROWSE-AMOUNT TO DICTATE-AMT
                   PERFORM DICTATE-SEARCH
               WHEN "CATEGORY"
                   MOVE BROWSE-KEY TO WORD-TO-CATEGORIZE
                   MOVE BROWSE-VALUE(1:10) TO NEW-CATEGORY
                   PERFORM CATEGORY-SEARCH
               WHEN "DELETE"
                   MOVE BROWSE-KEY TO WORD-TO-DELETE
                   PERFORM DELETE-SEARCH
           END-EVALUATE.
           MOVE BROWSE-SAVED-CASE TO CASE-SENSITIVE-MODE.
           DISPLAY "PRESS ENTER TO RETURN TO THE BROWSE.".
           ACCEPT OMITTED.
           STRING FUNCTION TRIM(BROWSE-VERB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BROWSE-KEY) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(MAINT-RESULT) DELIMITED BY SIZE
               INTO BROWSE-MESSAGE.
           PERFORM CATMAST-LOAD.
           PERFORM BROWSE-LOAD.
       REPORT-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "SORT BY (A)LPHABETICAL OR (C)OUNT DESCENDING?"
           ACCEPT REPORT-SORT-MODE.
           SET REPORT-TOTAL TO 0.
           PERFORM CATMAST-LOAD.
           IF REPORT-SORT-MODE EQUAL TO "A" THEN
               SORT SORT-WORK-FILE ON ASCENDING KEY SW-CATEGORY
                   ON ASCENDING KEY SW-WORD-ENTRY
                   INPUT PROCEDURE IS REPORT-RELEASE-PROC
                   OUTPUT PROCEDURE IS REPORT-WRITE-PROC
               IF RPT-FILE-STATUS EQUAL TO "00" THEN
                   DISPLAY "REPORT WRITTEN TO "
      -                    FUNCTION TRIM(RPT-FILE-NAME)
      -                    " (ALPHABETICAL)."
               END-IF
           ELSE IF REPORT-SORT-MODE EQUAL TO "C" THEN
               SORT SORT-WORK-FILE ON ASCENDING KEY SW-CATEGORY
                   ON DESCENDING KEY SW-WORD-COUNTER
                   INPUT PROCEDURE IS REPORT-RELEASE-PROC
                   OUTPUT PROCEDURE IS REPORT-WRITE-PROC
               IF RPT-FILE-STATUS EQUAL TO "00" THEN
                   DISPLAY "REPORT WRITTEN TO "
      -                    FUNCTION TRIM(RPT-FILE-NAME) " (BY COUNT)."
               END-IF
           ELSE
               DISPLAY "INPUT NOT RECOGNIZED. REPORT NOT GENERATED."
           END-IF.
           INITIALIZE TEMP-WORD.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       REPORT-RELEASE-PROC.
           PERFORM DICT-SCAN-START.
           PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
               READ DICT-FILE NEXT
                   AT END
                       MOVE "Y" TO DICT-SCAN-EOF
                   NOT AT END
                       MOVE DR-WORD-ENTRY TO SW-WORD-ENTRY
                       MOVE DR-WORD-COUNTER TO SW-WORD-COUNTER
                       MOVE DR-CATEGORY TO SW-CATEGORY
                       RELEASE SORT-WORK-RECORD
               END-READ
           END-PERFORM.
       REPORT-WRITE-PROC.
           MOVE "N" TO REPORT-EOF-FLAG.
           OPEN OUTPUT RPT-FILE.
           IF RPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(RPT-FILE-NAME)
      -            ". REPORT NOT WRITTEN."
               PERFORM UNTIL REPORT-EOF-FLAG EQUAL TO "Y"
                   RETURN SORT-WORK-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF-FLAG
                       NOT AT END
                           CONTINUE
                   END-RETURN
               END-PERFORM
           ELSE
               MOVE SPACES TO RPT-GROUP-LINE
               STRING "DICTIONARY: " DELIMITED BY SIZE
                   FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
                   INTO RPT-GROUP-LINE
               WRITE RPT-GROUP-LINE
               MOVE "Y" TO REPORT-FIRST-GROUP
               PERFORM UNTIL REPORT-EOF-FLAG EQUAL TO "Y"
                   RETURN SORT-WORK-FILE
                       AT END
                           MOVE "Y" TO REPORT-EOF-FLAG
                       NOT AT END
                           IF REPORT-FIRST-GROUP EQUAL TO "Y" OR
                              SW-CATEGORY NOT EQUAL TO
                              REPORT-CUR-CATEGORY THEN
                               IF REPORT-FIRST-GROUP NOT EQUAL TO "Y"
                                   PERFORM REPORT-GROUP-TOTAL
                               END-IF
                               MOVE "N" TO REPORT-FIRST-GROUP
                               MOVE SW-CATEGORY TO REPORT-CUR-CATEGORY
                               PERFORM CATMAST-DESC-LOOKUP
                               MOVE SPACES TO RPT-GROUP-LINE
                               STRING "CATEGORY: " DELIMITED BY SIZE
                                   REPORT-CUR-CATEGORY
                                   DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CATEGORY-DESC-TEXT
                                   DELIMITED BY SIZE
                                   INTO RPT-GROUP-LINE
                               WRITE RPT-GROUP-LINE
                           END-IF
                           ADD 1 TO REPORT-TOTAL
                           ADD 1 TO REPORT-GROUP-COUNT
                           ADD SW-WORD-COUNTER TO REPORT-GROUP-TALLY
                           MOVE SW-WORD-ENTRY TO RL-WORD
                           MOVE SW-WORD-COUNTER TO RL-COUNT
                           PERFORM REPORT-WATCH-FLAG
                           WRITE RPT-DETAIL-LINE
                   END-RETURN
               END-PERFORM
               IF REPORT-FIRST-GROUP NOT EQUAL TO "Y" THEN
                   PERFORM REPORT-GROUP-TOTAL
               END-IF
               MOVE SPACES TO RPT-TOTAL-LINE
               STRING REPORT-TOTAL DELIMITED BY SIZE
                   " ENTRIES IN TOTAL." DELIMITED BY SIZE
                   INTO RPT-TOTAL-LINE
               WRITE RPT-TOTAL-LINE
               CLOSE RPT-FILE
           END-IF.
       REPORT-GROUP-TOTAL.
           MOVE REPORT-GROUP-TALLY TO REPORT-GROUP-EDIT.
           PERFORM CATMAST-DESC-LOOKUP.
           MOVE SPACES TO RPT-GROUP-LINE.
           IF CATEGORY-DESC-TEXT EQUAL TO SPACES THEN
               STRING "SUBTOTAL " DELIMITED BY SIZE
                   REPORT-CUR-CATEGORY DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   REPORT-GROUP-COUNT DELIMITED BY SIZE
                   " ENTRIES, TALLY " DELIMITED BY SIZE
                   FUNCTION TRIM(REPORT-GROUP-EDIT) DELIMITED BY SIZE
                   INTO RPT-GROUP-LINE
           ELSE
               STRING "SUBTOTAL " DELIMITED BY SIZE
                   REPORT-CUR-CATEGORY DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(CATEGORY-DESC-TEXT) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   REPORT-GROUP-COUNT DELIMITED BY SIZE
                   " ENTRIES, TALLY " DELIMITED BY SIZE
                   FUNCTION TRIM(REPORT-GROUP-EDIT) DELIMITED BY SIZE
                   INTO RPT-GROUP-LINE
           END-IF.
           WRITE RPT-GROUP-LINE.
           MOVE 0 TO REPORT-GROUP-COUNT.
           MOVE 0 TO REPORT-GROUP-TALLY.
       EXTRACT-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "EXTRACT: WRITING DELIMITED FEED TO "
      -        FUNCTION TRIM(EXTRACT-FILE-NAME).
           MOVE 0 TO EXTRACT-COUNT.
           MOVE 0 TO EXTRACT-HASH-TOTAL.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(EXTRACT-FILE-NAME)
      -            ". EXTRACT NOT WRITTEN."
           ELSE
               MOVE SPACES TO EXTRACT-LINE
               STRING "H|" DELIMITED BY SIZE
                   AUDIT-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
                   INTO EXTRACT-LINE
               WRITE EXTRACT-LINE
               PERFORM DICT-SCAN-START
               PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
                   READ DICT-FILE NEXT
                       AT END
                           MOVE "Y" TO DICT-SCAN-EOF
                       NOT AT END
                           PERFORM EXTRACT-WRITE-DETAIL
                   END-READ
               END-PERFORM
               MOVE EXTRACT-COUNT TO EXTRACT-COUNT-EDIT
               MOVE EXTRACT-HASH-TOTAL TO EXTRACT-HASH-EDIT
               MOVE SPACES TO EXTRACT-LINE
               STRING "T|" DELIMITED BY SIZE
                   EXTRACT-COUNT-EDIT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(EXTRACT-HASH-EDIT)
                   DELIMITED BY SIZE
                   INTO EXTRACT-LINE
               WRITE EXTRACT-LINE
               CLOSE EXTRACT-FILE
               DISPLAY "EXTRACT COMPLETE. " EXTRACT-COUNT
      -            " ENTRIES WRITTEN TO "
      -            FUNCTION TRIM(EXTRACT-FILE-NAME)
           END-IF.
           INITIALIZE TEMP-WORD.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       EXTRACT-WRITE-DETAIL.
           ADD 1 TO EXTRACT-COUNT.
           ADD DR-WORD-COUNTER TO EXTRACT-HASH-TOTAL.
           MOVE DR-WORD-COUNTER TO EXTRACT-TALLY-EDIT.
           MOVE DR-WORD-ENTRY TO EXTRACT-WORD.
           INSPECT EXTRACT-WORD REPLACING ALL "|" BY "!".
           MOVE SPACES TO EXTRACT-LINE.
           STRING "D|" DELIMITED BY SIZE
               FUNCTION TRIM(EXTRACT-WORD) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(EXTRACT-TALLY-EDIT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               AUDIT-DATE DELIMITED BY SIZE
               INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
       LEADERBOARD-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "LEADERBOARD - ENTRIES RANKED BY TALLY, DESCENDING"
           DISPLAY "__________________________________________________"
           SET LEADERBOARD-RANK TO 0.
           SORT SORT-WORK-FILE ON DESCENDING KEY SW-WORD-COUNTER
               INPUT PROCEDURE IS REPORT-RELEASE-PROC
               OUTPUT PROCEDURE IS LEADERBOARD-WRITE-PROC.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       LEADERBOARD-WRITE-PROC.
           MOVE "N" TO LEADERBOARD-EOF-FLAG.
           PERFORM UNTIL LEADERBOARD-EOF-FLAG EQUAL TO "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO LEADERBOARD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LEADERBOARD-RANK
                       DISPLAY LEADERBOARD-RANK ". " SW-WORD-ENTRY
      -                        " - " SW-WORD-COUNTER " OCCURRENCES"
               END-RETURN
           END-PERFORM.
       FIND-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "FIND: PLEASE ENTER A PREFIX OR SUBSTRING PATTERN.".
           ACCEPT FIND-PATTERN.
           IF FIND-PATTERN EQUAL TO SPACES THEN
               DISPLAY "NO PATTERN GIVEN. FIND ABANDONED."
           ELSE
               MOVE 0 TO FIND-MATCH-COUNT
               MOVE 0 TO FIND-TALLY-TOTAL
               IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
                   MOVE FUNCTION TRIM(FIND-PATTERN)
                       TO FIND-PATTERN-TRIM
               ELSE
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(FIND-PATTERN))
                       TO FIND-PATTERN-TRIM
               END-IF
               COMPUTE FIND-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(FIND-PATTERN))
               DISPLAY "ENTRIES MATCHING: "
      -            FIND-PATTERN-TRIM(1:FIND-PATTERN-LEN)
               DISPLAY "__________________________________________"
               PERFORM DICT-SCAN-START
               PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
                   READ DICT-FILE NEXT
                       AT END
                           MOVE "Y" TO DICT-SCAN-EOF
                       NOT AT END
                           PERFORM FIND-MATCH-ONE
                   END-READ
               END-PERFORM
               MOVE FIND-TALLY-TOTAL TO FIND-TALLY-EDIT
               DISPLAY "__________________________________________"
               DISPLAY FIND-MATCH-COUNT " ENTRIES MATCHED. "
      -            "COMBINED TALLY: " FUNCTION TRIM(FIND-TALLY-EDIT)
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE FIND-PATTERN.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       FIND-MATCH-ONE.
           IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
               MOVE DR-WORD-ENTRY TO FIND-SCAN-WORD
           ELSE
               MOVE FUNCTION UPPER-CASE(DR-WORD-ENTRY)
                   TO FIND-SCAN-WORD
           END-IF.
           MOVE 0 TO FIND-HIT-COUNT.
           INSPECT FIND-SCAN-WORD TALLYING FIND-HIT-COUNT
               FOR ALL FIND-PATTERN-TRIM(1:FIND-PATTERN-LEN).
           IF FIND-HIT-COUNT IS GREATER THAN 0 THEN
               ADD 1 TO FIND-MATCH-COUNT
               ADD DR-WORD-COUNTER TO FIND-TALLY-TOTAL
               DISPLAY DR-WORD-COUNTER " OCCURENCES OF: "
      -            DR-WORD-ENTRY
           END-IF.
       CASEMODE-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
               MOVE "N" TO CASE-SENSITIVE-MODE
               DISPLAY "CASE-SENSITIVE MATCHING IS NOW OFF."
               DISPLAY "APPLE AND apple WILL NOW MATCH THE SAME ENTRY."
           ELSE
               MOVE "Y" TO CASE-SENSITIVE-MODE
               DISPLAY "CASE-SENSITIVE MATCHING IS NOW ON."
               DISPLAY "APPLE AND apple WILL NOW BE SEPARATE ENTRIES."
           END-IF.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       CLOSE-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "PERIOD CLOSE: SNAPSHOT TALLIES AND RESET.".
           ACCEPT CALENDAR-TODAY FROM DATE YYYYMMDD.
           PERFORM CALENDAR-LOAD.
           IF CALENDAR-LOAD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "FISCAL CALENDAR UNREADABLE. CLOSE REFUSED."
           ELSE
               PERFORM CLOSE-CHOOSE-PERIOD
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE CLOSE-PERIOD-ID.
           INITIALIZE CLOSE-CONFIRM.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       CLOSE-CHOOSE-PERIOD.
           MOVE 0 TO CALENDAR-FOUND-PTR.
           MOVE "N" TO CALENDAR-REFUSED.
           IF CALENDAR-COUNT EQUAL TO 0 THEN
               DISPLAY "NO FISCAL CALENDAR ON FILE. THE PERIOD "
      -            "IDENTIFIER IS TAKEN AS ENTERED."
               DISPLAY "PLEASE ENTER PERIOD IDENTIFIER (E.G. 2026W34)."
               ACCEPT CLOSE-PERIOD-ID
           ELSE
               PERFORM CALENDAR-DEFAULT
               IF CALENDAR-OPEN-PTR EQUAL TO 0 THEN
                   DISPLAY "NO OPEN PERIOD ON THE FISCAL CALENDAR HAS "
      -                "STARTED YET."
               ELSE
                   DISPLAY "CURRENT OPEN PERIOD: "
      -                CAL-M-PERIOD-ID(CALENDAR-OPEN-PTR) " ("
      -                CAL-M-START(CALENDAR-OPEN-PTR) " TO "
      -                CAL-M-END(CALENDAR-OPEN-PTR) ")"
               END-IF
               DISPLAY "PLEASE ENTER PERIOD IDENTIFIER, OR LEAVE "
      -            "BLANK FOR THE CURRENT OPEN PERIOD."
               ACCEPT CLOSE-PERIOD-ID
               IF CLOSE-PERIOD-ID EQUAL TO SPACES AND
                  CALENDAR-OPEN-PTR NOT EQUAL TO 0 THEN
                   MOVE CAL-M-PERIOD-ID(CALENDAR-OPEN-PTR)
                       TO CLOSE-PERIOD-ID
               END-IF
               IF CLOSE-PERIOD-ID NOT EQUAL TO SPACES THEN
                   PERFORM CALENDAR-CHECK-CLOSE
               END-IF
           END-IF.
           IF CLOSE-PERIOD-ID EQUAL TO SPACES THEN
               DISPLAY "NO PERIOD IDENTIFIER GIVEN. CLOSE ABANDONED."
           ELSE IF CALENDAR-REFUSED EQUAL TO "Y" THEN
               DISPLAY FUNCTION TRIM(CALENDAR-REASON)
               DISPLAY "CLOSE REFUSED."
           ELSE
               IF CALENDAR-FOUND-PTR NOT EQUAL TO 0 THEN
                   IF CAL-M-END(CALENDAR-FOUND-PTR) IS GREATER THAN
                      CALENDAR-TODAY THEN
                       DISPLAY "NOTE: PERIOD " CLOSE-PERIOD-ID
      -                    " DOES NOT END UNTIL "
      -                    CAL-M-END(CALENDAR-FOUND-PTR) "."
                   END-IF
               END-IF
               DISPLAY "CLOSE PERIOD " CLOSE-PERIOD-ID " AND RESET ALL"
      -            " TALLIES TO ZERO? Y/N"
               ACCEPT CLOSE-CONFIRM
               IF CLOSE-CONFIRM EQUAL TO "Y" THEN
                   PERFORM CLOSE-LOAD-PRIOR
                   PERFORM CLOSE-WRITE-HISTORY
                   IF HIST-FILE-STATUS EQUAL TO "00" THEN
                       PERFORM CLOSE-COMPARE-REPORT
                       PERFORM CLOSE-RESET-TALLIES
                       MOVE "CLOSE" TO AUDIT-ACTION
                       MOVE CLOSE-PERIOD-ID TO AUDIT-WORD
                       MOVE CLOSE-ENTRY-COUNT TO AUDIT-NUMERIC-EDIT
                       MOVE FUNCTION TRIM(AUDIT-NUMERIC-EDIT)
      -                    TO AUDIT-OLD-TEXT
                       MOVE "0" TO AUDIT-NEW-TEXT
                       PERFORM AUDIT-LOG-WRITE
                       MOVE "Y" TO CALENDAR-SAVE-OK
                       IF CALENDAR-FOUND-PTR NOT EQUAL TO 0 THEN
                           PERFORM CALENDAR-MARK-CLOSED
                       END-IF
                       IF CALENDAR-SAVE-OK EQUAL TO "Y" THEN
                           DISPLAY "PERIOD " CLOSE-PERIOD-ID
      -                        " CLOSED. " CLOSE-ENTRY-COUNT
      -                        " ENTRIES WRITTEN TO "
      -                        FUNCTION TRIM(HIST-FILE-NAME)
                       ELSE
                           DISPLAY CLOSE-ENTRY-COUNT
      -                        " ENTRIES WRITTEN TO "
      -                        FUNCTION TRIM(HIST-FILE-NAME)
      -                        " AND TALLIES RESET."
                           DISPLAY "WARNING: PERIOD " CLOSE-PERIOD-ID
      -                        " IS STILL MARKED OPEN ON "
      -                        FUNCTION TRIM(CALENDAR-FILE-NAME) "."
                           DISPLAY "CORRECT THE CALENDAR FILE "
      -                        "BEFORE ANY FURTHER CLOSE."
                       END-IF
                       DISPLAY "COMPARISON REPORT WRITTEN TO "
      -                    FUNCTION TRIM(CLOSERPT-FILE-NAME)
                   END-IF
               ELSE
                   DISPLAY "CLOSE ABANDONED."
               END-IF
           END-IF.
       CLOSE-LOAD-PRIOR.
           MOVE 0 TO PRIOR-COUNT.
           MOVE SPACES TO PRIOR-PERIOD-ID.
           MOVE "N" TO PRIOR-FULL-WARNED.
           MOVE "N" TO HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF HIST-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL HIST-EOF-FLAG EQUAL TO "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF-FLAG
                       NOT AT END
                           IF HR-PERIOD-ID NOT EQUAL TO
                              PRIOR-PERIOD-ID THEN
                               MOVE HR-PERIOD-ID TO PRIOR-PERIOD-ID
                               MOVE 0 TO PRIOR-COUNT
                           END-IF
                           IF PRIOR-COUNT IS LESS THAN 5000 THEN
                               ADD 1 TO PRIOR-COUNT
                               MOVE HR-WORD TO PRIOR-WORD(PRIOR-COUNT)
                               MOVE HR-TALLY
                                   TO PRIOR-TALLY(PRIOR-COUNT)
                               MOVE "N" TO PRIOR-MATCHED(PRIOR-COUNT)
                           ELSE
                               IF PRIOR-FULL-WARNED EQUAL TO "N" THEN
                                   DISPLAY "PRIOR PERIOD TABLE FULL. "
      -                                "DISCARDING REMAINING HISTORY "
      -                                "RECORDS."
                                   MOVE "Y" TO PRIOR-FULL-WARNED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               DISPLAY "NO EXISTING HISTORY FILE FOUND. THIS WILL BE "
      -            "THE FIRST CLOSE."
           END-IF.
       CLOSE-WRITE-HISTORY.
           MOVE 0 TO CLOSE-ENTRY-COUNT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND HIST-FILE.
           IF HIST-FILE-STATUS NOT EQUAL TO "00" THEN
               OPEN OUTPUT HIST-FILE
           END-IF.
           IF HIST-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(HIST-FILE-NAME)
      -            ". CLOSE ABANDONED, TALLIES UNCHANGED."
           ELSE
               PERFORM DICT-SCAN-START
               PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
                   READ DICT-FILE NEXT
                       AT END
                           MOVE "Y" TO DICT-SCAN-EOF
                       NOT AT END
                           MOVE CLOSE-PERIOD-ID TO HR-PERIOD-ID
                           MOVE AUDIT-DATE TO HR-CLOSE-DATE
                           MOVE DR-WORD-ENTRY TO HR-WORD
                           MOVE DR-CATEGORY TO HR-CATEGORY
                           MOVE DR-WORD-COUNTER TO HR-TALLY
                           WRITE HIST-RECORD
                           ADD 1 TO CLOSE-ENTRY-COUNT
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
       CLOSE-COMPARE-REPORT.
           MOVE 0 TO CLOSE-NEW-COUNT.
           MOVE 0 TO CLOSE-DROPPED-COUNT.
           MOVE 0 TO CLOSE-UP-COUNT.
           MOVE 0 TO CLOSE-DOWN-COUNT.
           MOVE 0 TO CLOSE-SAME-COUNT.
           OPEN OUTPUT CLOSERPT-FILE.
           IF CLOSERPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(CLOSERPT-FILE-NAME)
      -            ". COMPARISON REPORT NOT WRITTEN."
           ELSE
               MOVE SPACES TO CLOSERPT-LINE
               MOVE CLOSE-PERIOD-ID TO CALMAINT-ID
               PERFORM CALENDAR-DATES-FOR
               STRING "PERIOD CLOSE " DELIMITED BY SIZE
                   CLOSE-PERIOD-ID DELIMITED BY SIZE
                   CALENDAR-DATES-TEXT DELIMITED BY "  "
                   " ON " DELIMITED BY SIZE
                   AUDIT-DATE DELIMITED BY SIZE
                   " DICTIONARY " DELIMITED BY SIZE
                   FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
                   INTO CLOSERPT-LINE
               WRITE CLOSERPT-LINE
               MOVE SPACES TO CLOSERPT-LINE
               IF PRIOR-COUNT EQUAL TO 0 THEN
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
               IF PRIOR-FULL-WARNED EQUAL TO "Y" THEN
                   MOVE SPACES TO CLOSERPT-LINE
                   STRING "WARNING: PRIOR PERIOD TABLE FULL AT 5000"
                       DELIMITED BY SIZE
                       " ENTRIES. COMPARISON INCOMPLETE."
                       DELIMITED BY SIZE
                       INTO CLOSERPT-LINE
                   WRITE CLOSERPT-LINE
               END-IF
               PERFORM DICT-SCAN-START
               PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
                   READ DICT-FILE NEXT
                       AT END
                           MOVE "Y" TO DICT-SCAN-EOF
                       NOT AT END
                           PERFORM CLOSE-COMPARE-ONE
                   END-READ
               END-PERFORM
               PERFORM VARYING PRIOR-PTR FROM 1 BY 1
                       UNTIL PRIOR-PTR IS GREATER THAN PRIOR-COUNT
                   IF PRIOR-MATCHED(PRIOR-PTR) EQUAL TO "N" THEN
                       ADD 1 TO CLOSE-DROPPED-COUNT
                       MOVE PRIOR-TALLY(PRIOR-PTR)
                           TO CLOSE-PRIOR-EDIT
                       MOVE SPACES TO CLOSERPT-LINE
                       STRING FUNCTION TRIM(PRIOR-WORD(PRIOR-PTR))
                           DELIMITED BY SIZE
                           " PRIOR=" DELIMITED BY SIZE
                           FUNCTION TRIM(CLOSE-PRIOR-EDIT)
                           DELIMITED BY SIZE
                           " (DROPPED)" DELIMITED BY SIZE
                           INTO CLOSERPT-LINE
                       WRITE CLOSERPT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO CLOSERPT-LINE
               STRING "ENTRIES: " DELIMITED BY SIZE
                   CLOSE-ENTRY-COUNT DELIMITED BY SIZE
                   "  NEW: " DELIMITED BY SIZE
                   CLOSE-NEW-COUNT DELIMITED BY SIZE
                   "  DROPPED: " DELIMITED BY SIZE
                   CLOSE-DROPPED-COUNT DELIMITED BY SIZE
                   "  UP: " DELIMITED BY SIZE
                   CLOSE-UP-COUNT DELIMITED BY SIZE
                   "  DOWN: " DELIMITED BY SIZE
                   CLOSE-DOWN-COUNT DELIMITED BY SIZE
                   "  SAME: " DELIMITED BY SIZE
                   CLOSE-SAME-COUNT DELIMITED BY SIZE
                   INTO CLOSERPT-LINE
               WRITE CLOSERPT-LINE
               CLOSE CLOSERPT-FILE
           END-IF.
       CLOSE-COMPARE-ONE.
           MOVE 0 TO PRIOR-FOUND-PTR.
           PERFORM VARYING PRIOR-PTR FROM 1 BY 1
                   UNTIL PRIOR-PTR IS GREATER THAN PRIOR-COUNT
               IF PRIOR-WORD(PRIOR-PTR) EQUAL TO DR-WORD-ENTRY
                  AND PRIOR-FOUND-PTR EQUAL TO 0 THEN
                   MOVE PRIOR-PTR TO PRIOR-FOUND-PTR
               END-IF
           END-PERFORM.
           MOVE DR-WORD-COUNTER TO CLOSE-NOW-EDIT.
           IF PRIOR-FOUND-PTR EQUAL TO 0 THEN
               ADD 1 TO CLOSE-NEW-COUNT
               MOVE SPACES TO CLOSERPT-LINE
               STRING FUNCTION TRIM(DR-WORD-ENTRY) DELIMITED BY SIZE
                   " NOW=" DELIMITED BY SIZE
                   FUNCTION TRIM(CLOSE-NOW-EDIT) DELIMITED BY SIZE
                   " (NEW)" DELIMITED BY SIZE
                   INTO CLOSERPT-LINE
               WRITE CLOSERPT-LINE
           ELSE
               MOVE "Y" TO PRIOR-MATCHED(PRIOR-FOUND-PTR)
               MOVE PRIOR-TALLY(PRIOR-FOUND-PTR) TO CLOSE-PRIOR-EDIT
               MOVE SPACES TO CLOSERPT-LINE
               IF DR-WORD-COUNTER IS GREATER THAN
                  PRIOR-TALLY(PRIOR-FOUND-PTR) THEN
                   ADD 1 TO CLOSE-UP-COUNT
                   STRING FUNCTION TRIM(DR-WORD-ENTRY)
                       DELIMITED BY SIZE
                       " PRIOR=" DELIMITED BY SIZE
                       FUNCTION TRIM(CLOSE-PRIOR-EDIT)
                       DELIMITED BY SIZE
                       " NOW=" DELIMITED BY SIZE
                       FUNCTION TRIM(CLOSE-NOW-EDIT)
                       DELIMITED BY SIZE
                       " (UP)" DELIMITED BY SIZE
                       INTO CLOSERPT-LINE
               ELSE
                   IF DR-WORD-COUNTER IS LESS THAN
                      PRIOR-TALLY(PRIOR-FOUND-PTR) THEN
                       ADD 1 TO CLOSE-DOWN-COUNT
                       STRING FUNCTION TRIM(DR-WORD-ENTRY)
                           DELIMITED BY SIZE
                           " PRIOR=" DELIMITED BY SIZE
                           FUNCTION TRIM(CLOSE-PRIOR-EDIT)
                           DELIMITED BY SIZE
                           " NOW=" DELIMITED BY SIZE
                           FUNCTION TRIM(CLOSE-NOW-EDIT)
                           DELIMITED BY SIZE
                           " (DOWN)" DELIMITED BY SIZE
                           INTO CLOSERPT-LINE
                   ELSE
                       ADD 1 TO CLOSE-SAME-COUNT
                       STRING FUNCTION TRIM(DR-WORD-ENTRY)
                           DELIMITED BY SIZE
                           " PRIOR=" DELIMITED BY SIZE
                           FUNCTION TRIM(CLOSE-PRIOR-EDIT)
                           DELIMITED BY SIZE
                           " NOW=" DELIMITED BY SIZE
                           FUNCTION TRIM(CLOSE-NOW-EDIT)
                           DELIMITED BY SIZE
                           " (SAME)" DELIMITED BY SIZE
                           INTO CLOSERPT-LINE
                   END-IF
               END-IF
               WRITE CLOSERPT-LINE
           END-IF.
       CLOSE-RESET-TALLIES.
           PERFORM DICT-SCAN-START.
           PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
               READ DICT-FILE NEXT
                   AT END
                       MOVE "Y" TO DICT-SCAN-EOF
                   NOT AT END
                       MOVE ZERO TO DR-WORD-COUNTER
                       REWRITE DICT-RECORD
               END-READ
           END-PERFORM.
           DISPLAY "ALL TALLIES RESET TO ZERO FOR THE NEW PERIOD.".
       CALENDAR-LOAD.
           MOVE 0 TO CALENDAR-COUNT.
           MOVE "N" TO CALENDAR-EOF-FLAG.
           MOVE "Y" TO CALENDAR-LOAD-OK.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL CALENDAR-EOF-FLAG EQUAL TO "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CALENDAR-EOF-FLAG
                       NOT AT END
                           IF CAL-R-PERIOD-ID NOT EQUAL TO SPACES AND
                              CALENDAR-COUNT EQUAL TO 200 THEN
                               MOVE "N" TO CALENDAR-LOAD-OK
                           END-IF
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
               IF CALENDAR-LOAD-OK NOT EQUAL TO "Y" THEN
                   DISPLAY FUNCTION TRIM(CALENDAR-FILE-NAME)
      -                " HOLDS MORE THAN 200 PERIODS."
               END-IF
           ELSE IF CALENDAR-FILE-STATUS NOT EQUAL TO "35" THEN
               MOVE "N" TO CALENDAR-LOAD-OK
               DISPLAY "COULD NOT READ "
      -            FUNCTION TRIM(CALENDAR-FILE-NAME) ". STATUS: "
      -            CALENDAR-FILE-STATUS
           END-IF
           END-IF.
       CALENDAR-SAVE.
           MOVE "N" TO CALENDAR-SAVE-OK.
           OPEN OUTPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT WRITE "
      -            FUNCTION TRIM(CALENDAR-FILE-NAME) ". STATUS: "
      -            CALENDAR-FILE-STATUS
           ELSE
               MOVE "Y" TO CALENDAR-SAVE-OK
               PERFORM VARYING CALENDAR-PTR FROM 1 BY 1
                       UNTIL CALENDAR-PTR IS GREATER THAN CALENDAR-COUNT
                          OR CALENDAR-SAVE-OK NOT EQUAL TO "Y"
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
                       MOVE "N" TO CALENDAR-SAVE-OK
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF CALENDAR-SAVE-OK EQUAL TO "Y" AND
                  CALENDAR-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO CALENDAR-SAVE-OK
               END-IF
               IF CALENDAR-SAVE-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "COULD NOT WRITE "
      -                FUNCTION TRIM(CALENDAR-FILE-NAME) ". STATUS: "
      -                CALENDAR-FILE-STATUS
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
       CALMAINT-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "FISCAL CALENDAR: (L)IST PERIODS OR (A)DD A PERIOD?".
           ACCEPT CALMAINT-MODE.
           ACCEPT CALENDAR-TODAY FROM DATE YYYYMMDD.
           PERFORM CALENDAR-LOAD.
           IF CALENDAR-LOAD-OK NOT EQUAL TO "Y" AND
              CALMAINT-MODE EQUAL TO "A" THEN
               DISPLAY "FISCAL CALENDAR UNREADABLE. NOTHING ADDED."
           ELSE
               EVALUATE CALMAINT-MODE
                   WHEN "L"
                       PERFORM CALMAINT-LIST
                   WHEN "A"
                       PERFORM CALMAINT-ADD
                   WHEN OTHER
                       DISPLAY "INPUT NOT RECOGNIZED."
               END-EVALUATE
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE CALMAINT-MODE.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       CALMAINT-LIST.
           IF CALENDAR-COUNT EQUAL TO 0 THEN
               DISPLAY "NO FISCAL CALENDAR ON FILE. CLOSE TAKES ANY "
      -            "PERIOD IDENTIFIER UNTIL ONE IS ADDED."
           ELSE
               DISPLAY "PERIOD   START    END      S CLOSED   BY"
               PERFORM VARYING CALENDAR-PTR FROM 1 BY 1
                       UNTIL CALENDAR-PTR IS GREATER THAN CALENDAR-COUNT
                   DISPLAY CAL-M-PERIOD-ID(CALENDAR-PTR) " "
      -                CAL-M-START(CALENDAR-PTR) " "
      -                CAL-M-END(CALENDAR-PTR) " "
      -                CAL-M-STATUS(CALENDAR-PTR) " "
      -                CAL-M-CLOSE-DATE(CALENDAR-PTR) " "
      -                CAL-M-CLOSE-OPER(CALENDAR-PTR)
               END-PERFORM
               DISPLAY CALENDAR-COUNT " PERIODS ON FILE (O=OPEN, "
      -            "C=CLOSED)."
           END-IF.
       CALMAINT-ADD.
           IF CALENDAR-COUNT IS GREATER THAN 0 THEN
               DISPLAY "LAST PERIOD ON FILE: "
      -            CAL-M-PERIOD-ID(CALENDAR-COUNT) " ENDS "
      -            CAL-M-END(CALENDAR-COUNT)
           END-IF.
           DISPLAY "PLEASE ENTER PERIOD IDENTIFIER (UP TO 8 "
      -        "CHARACTERS)."
           ACCEPT CALMAINT-ID.
           IF CALMAINT-ID EQUAL TO SPACES THEN
               DISPLAY "NO IDENTIFIER GIVEN. NOTHING ADDED."
           ELSE
               PERFORM CALENDAR-FIND
               IF CALENDAR-FOUND-PTR NOT EQUAL TO 0 THEN
                   DISPLAY "PERIOD ALREADY ON FILE: " CALMAINT-ID
               ELSE
                   DISPLAY "PLEASE ENTER START DATE (YYYYMMDD)."
                   ACCEPT CALMAINT-START
                   DISPLAY "PLEASE ENTER END DATE (YYYYMMDD)."
                   ACCEPT CALMAINT-END
                   PERFORM CALMAINT-ADD-APPLY
               END-IF
           END-IF.
           INITIALIZE CALMAINT-ID.
           INITIALIZE CALMAINT-START.
           INITIALIZE CALMAINT-END.
       CALMAINT-ADD-APPLY.
           IF CALMAINT-START IS NOT NUMERIC OR
              CALMAINT-END IS NOT NUMERIC THEN
               DISPLAY "DATES MUST BE ENTERED AS YYYYMMDD. NOTHING "
      -            "ADDED."
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(CALMAINT-START)) NOT EQUAL TO 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(CALMAINT-END)) NOT EQUAL TO 0 THEN
               DISPLAY "START OR END DATE IS NOT A CALENDAR DATE. "
      -            "NOTHING ADDED."
           ELSE IF CALMAINT-END IS LESS THAN CALMAINT-START THEN
               DISPLAY "END DATE IS BEFORE START DATE. NOTHING ADDED."
           ELSE IF CALENDAR-COUNT IS GREATER THAN 0 AND
                   CALMAINT-START IS NOT GREATER THAN
                   CAL-M-END(CALENDAR-COUNT) THEN
               DISPLAY "PERIODS MUST BE ADDED IN DATE ORDER AND MAY "
      -            "NOT OVERLAP. NOTHING ADDED."
           ELSE IF CALENDAR-COUNT IS NOT LESS THAN 200 THEN
               DISPLAY "FISCAL CALENDAR FULL AT 200 PERIODS. NOTHING "
      -            "ADDED."
           ELSE
               ADD 1 TO CALENDAR-COUNT
               MOVE CALMAINT-ID TO CAL-M-PERIOD-ID(CALENDAR-COUNT)
               MOVE CALMAINT-START TO CAL-M-START(CALENDAR-COUNT)
               MOVE CALMAINT-END TO CAL-M-END(CALENDAR-COUNT)
               MOVE "O" TO CAL-M-STATUS(CALENDAR-COUNT)
               MOVE SPACES TO CAL-M-CLOSE-DATE(CALENDAR-COUNT)
               MOVE SPACES TO CAL-M-CLOSE-OPER(CALENDAR-COUNT)
               PERFORM CALENDAR-SAVE
               IF CALENDAR-SAVE-OK NOT EQUAL TO "Y" THEN
                   SUBTRACT 1 FROM CALENDAR-COUNT
                   DISPLAY "NOTHING ADDED."
               ELSE
                   MOVE "CALADD" TO AUDIT-ACTION
                   MOVE CALMAINT-ID TO AUDIT-WORD
                   MOVE "NONE" TO AUDIT-OLD-TEXT
                   MOVE SPACES TO AUDIT-NEW-TEXT
                   STRING CALMAINT-START DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       CALMAINT-END DELIMITED BY SIZE
                       INTO AUDIT-NEW-TEXT
                   PERFORM AUDIT-LOG-WRITE
                   DISPLAY "PERIOD ADDED: " CALMAINT-ID " ("
      -                CALMAINT-START " TO " CALMAINT-END ")"
               END-IF
           END-IF.
       RATEMAINT-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "CHARGEBACK RATES: (L)IST RATES OR (A)DD A RATE?".
           ACCEPT RATEMAINT-MODE.
           PERFORM RATE-LOAD.
           IF RATE-LOAD-OK NOT EQUAL TO "Y" AND
              RATEMAINT-MODE EQUAL TO "A" THEN
               DISPLAY "RATE TABLE UNREADABLE. NOTHING ADDED."
           ELSE
               EVALUATE RATEMAINT-MODE
                   WHEN "L"
                       PERFORM RATEMAINT-LIST
                   WHEN "A"
                       PERFORM RATEMAINT-ADD
                   WHEN OTHER
                       DISPLAY "INPUT NOT RECOGNIZED."
               END-EVALUATE
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE RATEMAINT-MODE.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       RATEMAINT-LIST.
           IF RATE-COUNT EQUAL TO 0 THEN
               DISPLAY "NO CHARGEBACK RATES ON FILE."
           ELSE
               DISPLAY "CATEGORY   UNIT RATE  COST CTR EFFECTIVE"
               PERFORM VARYING RATE-PTR FROM 1 BY 1
                       UNTIL RATE-PTR IS GREATER THAN RATE-COUNT
                   MOVE RATE-M-UNIT-RATE(RATE-PTR) TO RATE-EDIT
                   DISPLAY RATE-M-CODE(RATE-PTR) " "
      -                RATE-EDIT " "
      -                RATE-M-COST-CENTRE(RATE-PTR) " "
      -                RATE-M-EFFECTIVE(RATE-PTR)
               END-PERFORM
               DISPLAY RATE-COUNT " RATES ON FILE. THE LATEST RATE "
      -            "EFFECTIVE ON THE PRICING DATE APPLIES."
           END-IF.
       RATEMAINT-ADD.
           PERFORM CATMAST-LOAD.
           DISPLAY "PLEASE ENTER CATEGORY CODE."
           ACCEPT RATEMAINT-CODE.
           MOVE RATEMAINT-CODE TO CATMAINT-CODE.
           PERFORM CATMAST-FIND.
           IF RATEMAINT-CODE EQUAL TO SPACES OR
              RATEMAINT-CODE EQUAL TO DEFAULT-CATEGORY THEN
               DISPLAY "NO RATE CAN BE SET FOR THAT CODE. NOTHING "
      -            "ADDED."
           ELSE IF CATMAST-FOUND-PTR EQUAL TO 0 THEN
               DISPLAY "CODE NOT ON THE CATEGORY MASTER: "
      -            RATEMAINT-CODE
               DISPLAY "USE ""CATMAINT"" TO ADD IT FIRST. NOTHING "
      -            "ADDED."
           ELSE IF CAT-M-ACTIVE(CATMAST-FOUND-PTR) NOT EQUAL TO "A"
               DISPLAY "CODE IS RETIRED: " RATEMAINT-CODE
      -            ". NOTHING ADDED."
           ELSE
               DISPLAY "PLEASE ENTER UNIT RATE (E.G. 0.0250)."
               ACCEPT RATEMAINT-RATE-TEXT
               DISPLAY "PLEASE ENTER COST CENTRE (UP TO 8 "
      -            "CHARACTERS)."
               ACCEPT RATEMAINT-CENTRE
               DISPLAY "PLEASE ENTER EFFECTIVE DATE (YYYYMMDD)."
               ACCEPT RATEMAINT-EFFECTIVE
               PERFORM RATEMAINT-ADD-APPLY
           END-IF.
           INITIALIZE RATEMAINT-CODE.
           INITIALIZE RATEMAINT-RATE-TEXT.
           INITIALIZE RATEMAINT-CENTRE.
           INITIALIZE RATEMAINT-EFFECTIVE.
       RATEMAINT-ADD-APPLY.
           MOVE 0 TO RATEMAINT-RATE.
           IF RATEMAINT-RATE-TEXT NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(RATEMAINT-RATE-TEXT) EQUAL TO 0
               COMPUTE RATEMAINT-RATE =
                   FUNCTION NUMVAL(RATEMAINT-RATE-TEXT)
           END-IF.
           IF RATEMAINT-RATE NOT GREATER THAN 0 THEN
               DISPLAY "UNIT RATE MUST BE A NUMBER GREATER THAN "
      -            "ZERO. NOTHING ADDED."
           ELSE IF RATEMAINT-CENTRE EQUAL TO SPACES THEN
               DISPLAY "NO COST CENTRE GIVEN. NOTHING ADDED."
           ELSE IF RATEMAINT-EFFECTIVE IS NOT NUMERIC THEN
               DISPLAY "DATE MUST BE ENTERED AS YYYYMMDD. NOTHING "
      -            "ADDED."
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(RATEMAINT-EFFECTIVE)) NOT EQUAL
                   TO 0 THEN
               DISPLAY "EFFECTIVE DATE IS NOT A CALENDAR DATE. "
      -            "NOTHING ADDED."
           ELSE
               PERFORM RATEMAINT-STORE
           END-IF.
       RATEMAINT-STORE.
           PERFORM RATE-FIND.
           IF RATE-FOUND-PTR NOT EQUAL TO 0 THEN
               MOVE RATE-M-UNIT-RATE(RATE-FOUND-PTR) TO RATE-EDIT
               MOVE SPACES TO AUDIT-OLD-TEXT
               STRING FUNCTION TRIM(RATE-EDIT) DELIMITED BY SIZE
                   " CC=" DELIMITED BY SIZE
                   RATE-M-COST-CENTRE(RATE-FOUND-PTR)
                   DELIMITED BY SIZE
                   INTO AUDIT-OLD-TEXT
               DISPLAY "RATE FOR THAT CODE AND DATE REPLACED."
           ELSE IF RATE-COUNT IS NOT LESS THAN 500 THEN
               DISPLAY "RATE TABLE FULL AT 500 RATES. NOTHING ADDED."
           ELSE
               ADD 1 TO RATE-COUNT
               MOVE RATE-COUNT TO RATE-FOUND-PTR
               MOVE "NONE" TO AUDIT-OLD-TEXT
           END-IF.
           IF RATE-FOUND-PTR NOT EQUAL TO 0 THEN
               MOVE RATEMAINT-CODE TO RATE-M-CODE(RATE-FOUND-PTR)
               MOVE RATEMAINT-RATE TO RATE-M-UNIT-RATE(RATE-FOUND-PTR)
               MOVE RATEMAINT-CENTRE
                   TO RATE-M-COST-CENTRE(RATE-FOUND-PTR)
               MOVE RATEMAINT-EFFECTIVE
                   TO RATE-M-EFFECTIVE(RATE-FOUND-PTR)
               PERFORM RATE-SAVE
               IF RATE-SAVE-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "RATE NOT SET."
               ELSE
                   MOVE RATEMAINT-RATE TO RATE-EDIT
                   MOVE "RATEADD" TO AUDIT-ACTION
                   MOVE RATEMAINT-CODE TO AUDIT-WORD
                   MOVE SPACES TO AUDIT-NEW-TEXT
                   STRING FUNCTION TRIM(RATE-EDIT) DELIMITED BY SIZE
                       " CC=" DELIMITED BY SIZE
                       RATEMAINT-CENTRE DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       RATEMAINT-EFFECTIVE DELIMITED BY SIZE
                       INTO AUDIT-NEW-TEXT
                   PERFORM AUDIT-LOG-WRITE
                   DISPLAY "RATE SET: " RATEMAINT-CODE " "
      -                FUNCTION TRIM(RATE-EDIT) " COST CENTRE "
      -                RATEMAINT-CENTRE " FROM " RATEMAINT-EFFECTIVE
               END-IF
           END-IF.
       RATE-LOAD.
           MOVE 0 TO RATE-COUNT.
           MOVE "N" TO RATE-EOF-FLAG.
           MOVE "Y" TO RATE-LOAD-OK.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL RATE-EOF-FLAG EQUAL TO "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO RATE-EOF-FLAG
                       NOT AT END
                           IF RATE-R-CODE NOT EQUAL TO SPACES AND
                              RATE-COUNT EQUAL TO 500 THEN
                               MOVE "N" TO RATE-LOAD-OK
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
               IF RATE-LOAD-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "RATES.DAT HOLDS MORE THAN 500 RATES."
               END-IF
           ELSE IF RATE-FILE-STATUS NOT EQUAL TO "35" THEN
               MOVE "N" TO RATE-LOAD-OK
               DISPLAY "COULD NOT READ RATES.DAT. STATUS: "
      -            RATE-FILE-STATUS
           END-IF
           END-IF.
       RATE-SAVE.
           MOVE "N" TO RATE-SAVE-OK.
           OPEN OUTPUT RATE-FILE.
           IF RATE-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT WRITE RATES.DAT. STATUS: "
      -            RATE-FILE-STATUS
           ELSE
               MOVE "Y" TO RATE-SAVE-OK
               PERFORM VARYING RATE-PTR FROM 1 BY 1
                       UNTIL RATE-PTR IS GREATER THAN RATE-COUNT
                          OR RATE-SAVE-OK NOT EQUAL TO "Y"
                   MOVE SPACES TO RATE-RECORD
                   MOVE RATE-M-CODE(RATE-PTR) TO RATE-R-CODE
                   MOVE RATE-M-UNIT-RATE(RATE-PTR) TO RATE-R-UNIT-RATE
                   MOVE RATE-M-COST-CENTRE(RATE-PTR)
                       TO RATE-R-COST-CENTRE
                   MOVE RATE-M-EFFECTIVE(RATE-PTR) TO RATE-R-EFFECTIVE
                   WRITE RATE-RECORD
                   IF RATE-FILE-STATUS NOT EQUAL TO "00" THEN
                       MOVE "N" TO RATE-SAVE-OK
                   END-IF
               END-PERFORM
               CLOSE RATE-FILE
               IF RATE-SAVE-OK EQUAL TO "Y" AND
                  RATE-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO RATE-SAVE-OK
               END-IF
               IF RATE-SAVE-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "COULD NOT WRITE RATES.DAT. STATUS: "
      -                RATE-FILE-STATUS
               END-IF
           END-IF.
       RATE-FIND.
           MOVE 0 TO RATE-FOUND-PTR.
           PERFORM VARYING RATE-PTR FROM 1 BY 1
                   UNTIL RATE-PTR IS GREATER THAN RATE-COUNT
               IF RATE-M-CODE(RATE-PTR) EQUAL TO RATEMAINT-CODE AND
                  RATE-M-EFFECTIVE(RATE-PTR) EQUAL TO
                  RATEMAINT-EFFECTIVE AND
                  RATE-FOUND-PTR EQUAL TO 0 THEN
                   MOVE RATE-PTR TO RATE-FOUND-PTR
               END-IF
           END-PERFORM.
       AUDIT-INQUIRY-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "AUDIT INQUIRY: (W)ORD HISTORY OR (D)ATE RANGE?".
           ACCEPT AUDIT-QUERY-MODE.
           IF AUDIT-QUERY-MODE EQUAL TO "W" THEN
               DISPLAY "PLEASE SELECT WORD TO REPORT ON."
               ACCEPT AUDIT-QUERY-WORD
               MOVE AUDIT-QUERY-WORD TO AUDIT-TRACK-WORD
               PERFORM AUDIT-INQUIRY-RUN
           ELSE IF AUDIT-QUERY-MODE EQUAL TO "D" THEN
               DISPLAY "PLEASE ENTER START DATE (YYYYMMDD)."
               ACCEPT AUDIT-START-DATE
               DISPLAY "PLEASE ENTER END DATE (YYYYMMDD)."
               ACCEPT AUDIT-END-DATE
               PERFORM AUDIT-INQUIRY-RUN
           ELSE
               DISPLAY "INPUT NOT RECOGNIZED. INQUIRY NOT RUN."
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE AUDIT-QUERY-MODE.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       AUDIT-INQUIRY-RUN.
           MOVE 0 TO AUDIT-REPORT-COUNT.
           OPEN OUTPUT AUDITRPT-FILE.
           IF AUDITRPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(AUDITRPT-FILE-NAME)
      -            ". INQUIRY NOT RUN."
           ELSE
               MOVE SPACES TO AUDITRPT-LINE
               IF AUDIT-QUERY-MODE EQUAL TO "W" THEN
                   STRING "AUDIT HISTORY FOR WORD: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(AUDIT-QUERY-WORD)
                       DELIMITED BY SIZE
                       " DICTIONARY " DELIMITED BY SIZE
                       FUNCTION TRIM(DICTIONARY-NAME)
                       DELIMITED BY SIZE
                       INTO AUDITRPT-LINE
               ELSE
                   STRING "AUDIT ACTIVITY FROM " DELIMITED BY SIZE
                       AUDIT-START-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       AUDIT-END-DATE DELIMITED BY SIZE
                       " DICTIONARY " DELIMITED BY SIZE
                       FUNCTION TRIM(DICTIONARY-NAME)
                       DELIMITED BY SIZE
                       INTO AUDITRPT-LINE
               END-IF
               WRITE AUDITRPT-LINE
               IF AUDIT-QUERY-MODE EQUAL TO "D" THEN
                   PERFORM AUDIT-SCAN-GENERATIONS
               END-IF
               MOVE "N" TO AUDIT-EOF-FLAG
               OPEN INPUT AUDIT-FILE
               IF AUDIT-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "NO LIVE AUDIT LOG ON FILE."
               ELSE
                   PERFORM UNTIL AUDIT-EOF-FLAG EQUAL TO "Y"
                       READ AUDIT-FILE
                           AT END
                               MOVE "Y" TO AUDIT-EOF-FLAG
                           NOT AT END
                               MOVE AUDIT-LINE TO AUDIT-SCAN-TEXT
                               PERFORM AUDIT-EXAMINE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
               MOVE SPACES TO AUDITRPT-LINE
               STRING AUDIT-REPORT-COUNT DELIMITED BY SIZE
                   " AUDIT LINES REPORTED." DELIMITED BY SIZE
                   INTO AUDITRPT-LINE
               WRITE AUDITRPT-LINE
               CLOSE AUDITRPT-FILE
               DISPLAY "INQUIRY COMPLETE. " AUDIT-REPORT-COUNT
      -            " LINES WRITTEN TO "
      -            FUNCTION TRIM(AUDITRPT-FILE-NAME)
           END-IF.
       AUDIT-SCAN-GENERATIONS.
           MOVE "N" TO AUDITGEN-EOF-FLAG.
           OPEN INPUT AUDITGEN-FILE.
           IF AUDITGEN-FILE-STATUS NOT EQUAL TO "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL AUDITGEN-EOF-FLAG EQUAL TO "Y"
                   READ AUDITGEN-FILE
                       AT END
                           MOVE "Y" TO AUDITGEN-EOF-FLAG
                       NOT AT END
                           IF AG-FROM-DATE IS LESS THAN OR EQUAL TO
                              AUDIT-END-DATE AND
                              AG-TO-DATE IS GREATER THAN OR EQUAL TO
                              AUDIT-START-DATE THEN
                               PERFORM AUDIT-SCAN-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITGEN-FILE
           END-IF.
       AUDIT-SCAN-ONE-GENERATION.
           MOVE AG-FILE-NAME TO AUDITARC-FILE-NAME.
           MOVE "N" TO ARCGEN-EOF-FLAG.
           OPEN INPUT AUDITARC-FILE.
           IF AUDITARC-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "GENERATION FILE MISSING: "
      -            FUNCTION TRIM(AUDITARC-FILE-NAME)
               MOVE SPACES TO AUDITRPT-LINE
               STRING "(GENERATION FILE MISSING: " DELIMITED BY SIZE
                   FUNCTION TRIM(AUDITARC-FILE-NAME) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO AUDITRPT-LINE
               WRITE AUDITRPT-LINE
           ELSE
               MOVE SPACES TO AUDITRPT-LINE
               STRING "(FROM ARCHIVE " DELIMITED BY SIZE
                   FUNCTION TRIM(AUDITARC-FILE-NAME) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO AUDITRPT-LINE
               WRITE AUDITRPT-LINE
               PERFORM UNTIL ARCGEN-EOF-FLAG EQUAL TO "Y"
                   READ AUDITARC-FILE
                       AT END
                           MOVE "Y" TO ARCGEN-EOF-FLAG
                       NOT AT END
                           MOVE AUDITARC-LINE TO AUDIT-SCAN-TEXT
                           PERFORM AUDIT-EXAMINE-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDITARC-FILE
           END-IF.
       AUDIT-EXAMINE-LINE.
           PERFORM AUDIT-PARSE-LINE.
           MOVE "N" TO AUDIT-MATCH-FLAG.
           MOVE "N" TO AUDIT-ABSORB-FLAG.
           IF AUDIT-QUERY-MODE EQUAL TO "W" THEN
               PERFORM AUDIT-WORD-MATCH
           ELSE
               IF AQ-STAMP(1:8) IS GREATER THAN OR EQUAL TO
                  AUDIT-START-DATE AND
                  AQ-STAMP(1:8) IS LESS THAN OR EQUAL TO
                  AUDIT-END-DATE THEN
                   MOVE "Y" TO AUDIT-MATCH-FLAG
               END-IF
           END-IF.
           IF AUDIT-MATCH-FLAG EQUAL TO "Y" THEN
               PERFORM AUDIT-WRITE-LINE
               IF AUDIT-QUERY-MODE EQUAL TO "W" THEN
                   PERFORM AUDIT-FOLLOW-NAME
               END-IF
           END-IF.
       AUDIT-PARSE-LINE.
           MOVE SPACES TO AQ-STAMP.
           MOVE SPACES TO AQ-ACTION.
           MOVE SPACES TO AQ-WORD.
           MOVE SPACES TO AQ-OLD.
           MOVE SPACES TO AQ-NEW.
           MOVE SPACES TO AQ-DICT.
           MOVE SPACES TO AQ-OPER.
           UNSTRING AUDIT-SCAN-TEXT
               DELIMITED BY " ACTION=" OR " WORD=" OR " OLD="
                   OR " NEW=" OR " DICT=" OR " OPER="
               INTO AQ-STAMP, AQ-ACTION, AQ-WORD, AQ-OLD, AQ-NEW,
                   AQ-DICT, AQ-OPER.
       AUDIT-WORD-MATCH.
           IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
               IF AQ-WORD EQUAL TO AUDIT-TRACK-WORD THEN
                   MOVE "Y" TO AUDIT-MATCH-FLAG
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(AUDIT-TRACK-WORD)
                   TO UC-LOOKUP-WORD
               MOVE FUNCTION UPPER-CASE(AQ-WORD) TO UC-AUDIT-WORD
               IF UC-AUDIT-WORD EQUAL TO UC-LOOKUP-WORD THEN
                   MOVE "Y" TO AUDIT-MATCH-FLAG
               END-IF
           END-IF.
           IF AUDIT-MATCH-FLAG NOT EQUAL TO "Y" AND
              AQ-ACTION EQUAL TO "MERGE" THEN
               MOVE SPACES TO AQ-NEW-MAIN
               MOVE SPACES TO AQ-NEW-EXTRA
               UNSTRING AQ-NEW DELIMITED BY " ABSORBED="
                   INTO AQ-NEW-MAIN, AQ-NEW-EXTRA
               IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
                   IF AQ-NEW-EXTRA EQUAL TO AUDIT-TRACK-WORD THEN
                       MOVE "Y" TO AUDIT-MATCH-FLAG
                       MOVE "Y" TO AUDIT-ABSORB-FLAG
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(AUDIT-TRACK-WORD)
                       TO UC-LOOKUP-WORD
                   MOVE FUNCTION UPPER-CASE(AQ-NEW-EXTRA)
                       TO UC-AUDIT-WORD
                   IF UC-AUDIT-WORD EQUAL TO UC-LOOKUP-WORD THEN
                       MOVE "Y" TO AUDIT-MATCH-FLAG
                       MOVE "Y" TO AUDIT-ABSORB-FLAG
                   END-IF
               END-IF
           END-IF.
       AUDIT-FOLLOW-NAME.
           IF AQ-ACTION EQUAL TO "REPLACE" THEN
               MOVE SPACES TO AQ-NEW-MAIN
               MOVE SPACES TO AQ-NEW-EXTRA
               UNSTRING AQ-NEW DELIMITED BY " ADDED="
                   INTO AQ-NEW-MAIN, AQ-NEW-EXTRA
               MOVE AQ-NEW-MAIN TO AUDIT-TRACK-WORD
               MOVE SPACES TO AUDITRPT-LINE
               STRING "  (HISTORY CONTINUES AS: " DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-TRACK-WORD) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO AUDITRPT-LINE
               WRITE AUDITRPT-LINE
           END-IF.
           IF AQ-ACTION EQUAL TO "MERGE" AND
              AUDIT-ABSORB-FLAG EQUAL TO "Y" THEN
               MOVE AQ-WORD TO AUDIT-TRACK-WORD
               MOVE SPACES TO AUDITRPT-LINE
               STRING "  (HISTORY CONTINUES AS: " DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-TRACK-WORD) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO AUDITRPT-LINE
               WRITE AUDITRPT-LINE
           END-IF.
       AUDIT-WRITE-LINE.
           ADD 1 TO AUDIT-REPORT-COUNT.
           MOVE SPACES TO AUDITRPT-DETAIL.
           MOVE AQ-STAMP(1:8) TO ARL-DATE.
           MOVE AQ-STAMP(10:8) TO ARL-TIME.
           MOVE AQ-ACTION TO ARL-ACTION.
           MOVE AQ-WORD TO ARL-WORD.
           MOVE SPACES TO ARL-DETAIL.
           STRING "OLD=" DELIMITED BY SIZE
               FUNCTION TRIM(AQ-OLD) DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(AQ-NEW) DELIMITED BY SIZE
               " OPER=" DELIMITED BY SIZE
               AQ-OPER DELIMITED BY SIZE
               INTO ARL-DETAIL.
           WRITE AUDITRPT-DETAIL.
       ARCHIVE-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "AUDIT ARCHIVE: MOVE LINES OLDER THAN A CUTOFF TO"
           DISPLAY "A DATED GENERATION FILE.".
           DISPLAY "PLEASE ENTER CUTOFF DATE (YYYYMMDD). LINES DATED"
           DISPLAY "BEFORE THIS DATE ARE ARCHIVED.".
           ACCEPT ARCHIVE-CUTOFF-DATE.
           PERFORM ARCHIVE-EDIT-DATE.
           IF ARCHIVE-DATE-OK NOT EQUAL TO "Y" THEN
               DISPLAY "CUTOFF DATE NOT RECOGNIZED. ARCHIVE ABANDONED."
           ELSE
               PERFORM ARCHIVE-SPLIT-LOG
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE ARCHIVE-CUTOFF-DATE.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       ARCHIVE-EDIT-DATE.
           MOVE "Y" TO ARCHIVE-DATE-OK.
           PERFORM VARYING ARCHIVE-CHAR-PTR FROM 1 BY 1
                   UNTIL ARCHIVE-CHAR-PTR IS GREATER THAN 8
               IF ARCHIVE-CUTOFF-DATE(ARCHIVE-CHAR-PTR:1) IS LESS
                  THAN "0" OR
                  ARCHIVE-CUTOFF-DATE(ARCHIVE-CHAR-PTR:1) IS GREATER
                  THAN "9"
                   MOVE "N" TO ARCHIVE-DATE-OK
               END-IF
           END-PERFORM.
       ARCHIVE-SPLIT-LOG.
           MOVE 0 TO ARCHIVE-OLD-COUNT.
           MOVE 0 TO ARCHIVE-KEEP-COUNT.
           MOVE SPACES TO ARCHIVE-MIN-DATE.
           MOVE SPACES TO ARCHIVE-MAX-DATE.
           MOVE "N" TO ARCHIVE-GEN-OPEN.
           MOVE "N" TO ARCHIVE-GEN-FAILED.
           MOVE "N" TO AUDIT-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "NO AUDIT LOG ON FILE. NOTHING TO ARCHIVE."
           ELSE
               MOVE SPACES TO AUDITARC-FILE-NAME
               IF DICTIONARY-NAME EQUAL TO "DICT" THEN
                   STRING "AUDIT-" DELIMITED BY SIZE
                       ARCHIVE-CUTOFF-DATE DELIMITED BY SIZE
                       ".LOG" DELIMITED BY SIZE
                       INTO AUDITARC-FILE-NAME
               ELSE
                   STRING FUNCTION TRIM(DICTIONARY-NAME)
                       DELIMITED BY SIZE
                       "-AUDIT-" DELIMITED BY SIZE
                       ARCHIVE-CUTOFF-DATE DELIMITED BY SIZE
                       ".LOG" DELIMITED BY SIZE
                       INTO AUDITARC-FILE-NAME
               END-IF
               MOVE SPACES TO AUDITTMP-FILE-NAME
               STRING FUNCTION TRIM(AUDIT-FILE-NAME)
                   DELIMITED BY SIZE
                   ".TMP" DELIMITED BY SIZE
                   INTO AUDITTMP-FILE-NAME
               OPEN OUTPUT AUDITTMP-FILE
               IF AUDITTMP-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "COULD NOT OPEN WORK FILE "
      -                FUNCTION TRIM(AUDITTMP-FILE-NAME)
      -                ". ARCHIVE ABANDONED."
                   CLOSE AUDIT-FILE
               ELSE
                   PERFORM UNTIL AUDIT-EOF-FLAG EQUAL TO "Y"
                       READ AUDIT-FILE
                           AT END
                               MOVE "Y" TO AUDIT-EOF-FLAG
                           NOT AT END
                               PERFORM ARCHIVE-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
                   CLOSE AUDITTMP-FILE
                   IF ARCHIVE-GEN-OPEN EQUAL TO "Y" THEN
                       CLOSE AUDITARC-FILE
                   END-IF
                   IF ARCHIVE-GEN-FAILED EQUAL TO "Y" THEN
                       CONTINUE
                   ELSE
                   IF ARCHIVE-OLD-COUNT EQUAL TO 0 THEN
                       DISPLAY "NO AUDIT LINES DATED BEFORE "
      -                    ARCHIVE-CUTOFF-DATE ". NOTHING ARCHIVED."
                   ELSE
                       PERFORM ARCHIVE-REWRITE-LIVE
                       IF ARCHIVE-REWRITE-OK EQUAL TO "Y" THEN
                           PERFORM ARCHIVE-RECORD-GENERATION
                           MOVE "ARCHIVE" TO AUDIT-ACTION
                           MOVE ARCHIVE-CUTOFF-DATE TO AUDIT-WORD
                           MOVE ARCHIVE-OLD-COUNT
                               TO AUDIT-NUMERIC-EDIT
                           MOVE FUNCTION TRIM(AUDIT-NUMERIC-EDIT)
                               TO AUDIT-OLD-TEXT
                           MOVE AUDITARC-FILE-NAME TO AUDIT-NEW-TEXT
                           PERFORM AUDIT-LOG-WRITE
                           DISPLAY "ARCHIVE COMPLETE. "
      -                        ARCHIVE-OLD-COUNT " LINES MOVED TO "
      -                        FUNCTION TRIM(AUDITARC-FILE-NAME) ", "
      -                        ARCHIVE-KEEP-COUNT " LINES KEPT LIVE."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
       ARCHIVE-ONE-LINE.
           IF AUDIT-LINE(1:8) IS LESS THAN ARCHIVE-CUTOFF-DATE THEN
               IF ARCHIVE-GEN-OPEN NOT EQUAL TO "Y" THEN
                   OPEN OUTPUT AUDITARC-FILE
                   IF AUDITARC-FILE-STATUS NOT EQUAL TO "00" THEN
                       DISPLAY "COULD NOT OPEN GENERATION FILE "
      -                    FUNCTION TRIM(AUDITARC-FILE-NAME)
      -                    ". STATUS: " AUDITARC-FILE-STATUS
                       DISPLAY "ARCHIVE ABANDONED. THE LIVE LOG IS "
      -                    "UNCHANGED."
                       MOVE "Y" TO ARCHIVE-GEN-FAILED
                       MOVE "Y" TO AUDIT-EOF-FLAG
                   ELSE
                       MOVE "Y" TO ARCHIVE-GEN-OPEN
                   END-IF
               END-IF
               IF ARCHIVE-GEN-FAILED NOT EQUAL TO "Y" THEN
                   MOVE AUDIT-LINE TO AUDITARC-LINE
                   WRITE AUDITARC-LINE
                   ADD 1 TO ARCHIVE-OLD-COUNT
                   IF ARCHIVE-MIN-DATE EQUAL TO SPACES OR
                      AUDIT-LINE(1:8) IS LESS THAN ARCHIVE-MIN-DATE
                       MOVE AUDIT-LINE(1:8) TO ARCHIVE-MIN-DATE
                   END-IF
                   IF ARCHIVE-MAX-DATE EQUAL TO SPACES OR
                      AUDIT-LINE(1:8) IS GREATER THAN
                      ARCHIVE-MAX-DATE
                       MOVE AUDIT-LINE(1:8) TO ARCHIVE-MAX-DATE
                   END-IF
               END-IF
           ELSE
               MOVE AUDIT-LINE TO AUDITTMP-LINE
               WRITE AUDITTMP-LINE
               ADD 1 TO ARCHIVE-KEEP-COUNT
           END-IF.
       ARCHIVE-REWRITE-LIVE.
           MOVE "N" TO ARCHIVE-REWRITE-OK.
           MOVE "N" TO ARCTMP-EOF-FLAG.
           OPEN INPUT AUDITTMP-FILE.
           IF AUDITTMP-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT RE-OPEN WORK FILE "
      -            FUNCTION TRIM(AUDITTMP-FILE-NAME) ". STATUS: "
      -            AUDITTMP-FILE-STATUS
               DISPLAY "ARCHIVE ABANDONED. THE LIVE LOG IS "
      -            "UNCHANGED AND THE KEPT LINES ARE STILL IN "
      -            FUNCTION TRIM(AUDITTMP-FILE-NAME) "."
           ELSE
               OPEN OUTPUT AUDIT-FILE
               IF AUDIT-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "COULD NOT REWRITE "
      -                FUNCTION TRIM(AUDIT-FILE-NAME) ". STATUS: "
      -                AUDIT-FILE-STATUS
                   DISPLAY "ARCHIVE ABANDONED. THE KEPT LINES ARE "
      -                "STILL IN "
      -                FUNCTION TRIM(AUDITTMP-FILE-NAME) "."
                   CLOSE AUDITTMP-FILE
               ELSE
                   PERFORM UNTIL ARCTMP-EOF-FLAG EQUAL TO "Y"
                       READ AUDITTMP-FILE
                           AT END
                               MOVE "Y" TO ARCTMP-EOF-FLAG
                           NOT AT END
                               MOVE AUDITTMP-LINE TO AUDIT-LINE
                               WRITE AUDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDITTMP-FILE
                   CLOSE AUDIT-FILE
                   MOVE "Y" TO ARCHIVE-REWRITE-OK
               END-IF
           END-IF.
       ARCHIVE-RECORD-GENERATION.
           OPEN EXTEND AUDITGEN-FILE.
           IF AUDITGEN-FILE-STATUS NOT EQUAL TO "00" THEN
               OPEN OUTPUT AUDITGEN-FILE
           END-IF.
           IF AUDITGEN-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(AUDITGEN-FILE-NAME)
      -            ". GENERATION NOT RECORDED. AUDIT INQUIRY WILL"
               DISPLAY "NOT FIND THE ARCHIVED LINES."
           ELSE
               MOVE SPACES TO AUDITGEN-RECORD
               MOVE AUDITARC-FILE-NAME TO AG-FILE-NAME
               MOVE ARCHIVE-MIN-DATE TO AG-FROM-DATE
               MOVE ARCHIVE-MAX-DATE TO AG-TO-DATE
               WRITE AUDITGEN-RECORD
               CLOSE AUDITGEN-FILE
           END-IF.
       BACKUP-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "BACKUP: COPYING DICTIONARY "
      -        FUNCTION TRIM(DICTIONARY-NAME)
      -        " TO A NEW GENERATION FILE.".
           MOVE "BACKUP" TO BACKUP-SOURCE.
           PERFORM BACKUP-TAKE.
           IF BACKUP-OK EQUAL TO "Y" THEN
               DISPLAY "BACKUP COMPLETE. GENERATION " BACKUP-GEN
      -            " WRITTEN TO " FUNCTION TRIM(BACKUP-FILE-NAME)
               DISPLAY "ENTRIES: " BACKUP-COUNT-EDIT
      -            "  TALLY HASH: " FUNCTION TRIM(BACKUP-HASH-EDIT)
           ELSE
               DISPLAY FUNCTION TRIM(BACKUP-REASON)
      -            ". BACKUP UNSUCCESSFUL."
           END-IF.
           INITIALIZE TEMP-WORD.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
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
       RESTORE-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "RESTORE: RELOAD DICTIONARY "
      -        FUNCTION TRIM(DICTIONARY-NAME)
      -        " FROM A BACKUP GENERATION.".
           PERFORM BACKGEN-LOAD.
           IF BACKGEN-COUNT EQUAL TO 0 THEN
               DISPLAY "NO BACKUP GENERATIONS ON FILE IN "
      -            FUNCTION TRIM(BACKGEN-FILE-NAME) "."
           ELSE
               PERFORM RESTORE-LIST
               DISPLAY "PLEASE ENTER GENERATION NUMBER TO RESTORE."
               ACCEPT RESTORE-GEN
               MOVE 0 TO BACKGEN-FOUND-PTR
               PERFORM VARYING BACKGEN-PTR FROM 1 BY 1
                       UNTIL BACKGEN-PTR IS GREATER THAN BACKGEN-COUNT
                   IF BG-M-GEN(BACKGEN-PTR) EQUAL TO RESTORE-GEN THEN
                       MOVE BACKGEN-PTR TO BACKGEN-FOUND-PTR
                   END-IF
               END-PERFORM
               IF BACKGEN-FOUND-PTR EQUAL TO 0 THEN
                   DISPLAY "GENERATION NOT ON FILE: " RESTORE-GEN
               ELSE
                   PERFORM RESTORE-VERIFY
                   IF BACKUP-OK NOT EQUAL TO "Y" THEN
                       DISPLAY "CONTROL TOTALS DO NOT AGREE: "
      -                    FUNCTION TRIM(BACKUP-REASON)
                       DISPLAY "RESTORE REFUSED."
                   ELSE
                       PERFORM RESTORE-CONFIRM
                   END-IF
               END-IF
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE RESTORE-ANSWER.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       RESTORE-LIST.
           PERFORM VARYING BACKGEN-PTR FROM 1 BY 1
                   UNTIL BACKGEN-PTR IS GREATER THAN BACKGEN-COUNT
               MOVE BG-M-COUNT(BACKGEN-PTR) TO BACKUP-COUNT-EDIT
               MOVE BG-M-HASH(BACKGEN-PTR) TO BACKUP-HASH-EDIT
               DISPLAY "GEN " BG-M-GEN(BACKGEN-PTR) " "
      -            BG-M-DATE(BACKGEN-PTR) " "
      -            BG-M-TIME(BACKGEN-PTR)(1:6) " "
      -            FUNCTION TRIM(BG-M-FILE-NAME(BACKGEN-PTR))
               DISPLAY "     ENTRIES: " BACKUP-COUNT-EDIT
      -            "  HASH: " FUNCTION TRIM(BACKUP-HASH-EDIT)
      -            "  BY " BG-M-OPER(BACKGEN-PTR) " ("
      -            FUNCTION TRIM(BG-M-SOURCE(BACKGEN-PTR)) ")"
           END-PERFORM.
       RESTORE-VERIFY.
           MOVE "N" TO BACKUP-OK.
           MOVE SPACES TO BACKUP-REASON.
           MOVE BG-M-FILE-NAME(BACKGEN-FOUND-PTR) TO BACKUP-FILE-NAME.
           MOVE 0 TO BACKUP-COUNT.
           MOVE 0 TO BACKUP-HASH.
           MOVE "N" TO RESTORE-HEADER-SEEN.
           MOVE "N" TO RESTORE-TRAILER-SEEN.
           MOVE "N" TO BACKUP-EOF-FLAG.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT EQUAL TO "00" THEN
               MOVE "GENERATION FILE NOT FOUND" TO BACKUP-REASON
           ELSE
               PERFORM UNTIL BACKUP-EOF-FLAG EQUAL TO "Y"
                   READ BACKUP-FILE
                       AT END
                           MOVE "Y" TO BACKUP-EOF-FLAG
                       NOT AT END
                           PERFORM RESTORE-VERIFY-ONE
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               EVALUATE TRUE
                   WHEN RESTORE-HEADER-SEEN NOT EQUAL TO "Y"
                       MOVE "HEADER RECORD MISSING" TO BACKUP-REASON
                   WHEN RESTORE-TRAILER-SEEN NOT EQUAL TO "Y"
                       MOVE "TRAILER RECORD MISSING" TO BACKUP-REASON
                   WHEN RESTORE-H-DICT NOT EQUAL TO DICTIONARY-NAME
                       MOVE "GENERATION IS FOR ANOTHER DICTIONARY"
                           TO BACKUP-REASON
                   WHEN RESTORE-H-GEN NOT EQUAL TO
                        BG-M-GEN(BACKGEN-FOUND-PTR)
                       MOVE "FILE HOLDS A DIFFERENT GENERATION"
                           TO BACKUP-REASON
                   WHEN BACKUP-COUNT NOT EQUAL TO RESTORE-T-COUNT
                     OR BACKUP-COUNT NOT EQUAL TO RESTORE-H-COUNT
                     OR BACKUP-COUNT NOT EQUAL TO
                        BG-M-COUNT(BACKGEN-FOUND-PTR)
                       MOVE "ENTRY COUNT MISMATCH" TO BACKUP-REASON
                   WHEN BACKUP-HASH NOT EQUAL TO RESTORE-T-HASH
                     OR BACKUP-HASH NOT EQUAL TO RESTORE-H-HASH
                     OR BACKUP-HASH NOT EQUAL TO
                        BG-M-HASH(BACKGEN-FOUND-PTR)
                       MOVE "TALLY HASH MISMATCH" TO BACKUP-REASON
                   WHEN OTHER
                       MOVE "Y" TO BACKUP-OK
               END-EVALUATE
           END-IF.
       RESTORE-VERIFY-ONE.
           EVALUATE BK-TYPE
               WHEN "H"
                   MOVE "Y" TO RESTORE-HEADER-SEEN
                   MOVE BC-DICT TO RESTORE-H-DICT
                   MOVE BC-GEN TO RESTORE-H-GEN
                   MOVE BC-COUNT TO RESTORE-H-COUNT
                   MOVE BC-HASH TO RESTORE-H-HASH
               WHEN "D"
                   ADD 1 TO BACKUP-COUNT
                   ADD BK-TALLY TO BACKUP-HASH
               WHEN "T"
                   MOVE "Y" TO RESTORE-TRAILER-SEEN
                   MOVE BC-COUNT TO RESTORE-T-COUNT
                   MOVE BC-HASH TO RESTORE-T-HASH
           END-EVALUATE.
       RESTORE-CONFIRM.
           MOVE BACKUP-COUNT TO BACKUP-COUNT-EDIT.
           MOVE BACKUP-HASH TO BACKUP-HASH-EDIT.
           DISPLAY "GENERATION " RESTORE-GEN " VERIFIED: "
      -        FUNCTION TRIM(BACKUP-COUNT-EDIT) " ENTRIES, TALLY HASH "
      -        FUNCTION TRIM(BACKUP-HASH-EDIT) ".".
           PERFORM BACKUP-TOTALS.
           MOVE BACKUP-COUNT TO RESTORE-OLD-COUNT.
           MOVE BACKUP-HASH TO RESTORE-OLD-HASH.
           MOVE RESTORE-OLD-COUNT TO BACKUP-COUNT-EDIT.
           MOVE RESTORE-OLD-HASH TO BACKUP-HASH-EDIT.
           DISPLAY "THE CURRENT " FUNCTION TRIM(BACKUP-COUNT-EDIT)
      -        " ENTRIES (TALLY HASH " FUNCTION TRIM(BACKUP-HASH-EDIT)
      -        ") WILL BE REPLACED.".
           DISPLAY "TAKE A BACKUP FIRST IF THEY MAY BE NEEDED."
           DISPLAY "PROCEED WITH RESTORE? Y/N".
           ACCEPT RESTORE-ANSWER.
           IF RESTORE-ANSWER NOT EQUAL TO "Y" THEN
               DISPLAY "RESTORE CANCELLED. DICTIONARY UNCHANGED."
           ELSE
               PERFORM RESTORE-RELOAD
           END-IF.
       RESTORE-RELOAD.
           MOVE 0 TO RESTORE-LOADED.
           MOVE 0 TO RESTORE-REJECTED.
           MOVE "N" TO BACKUP-EOF-FLAG.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT REOPEN "
      -            FUNCTION TRIM(BACKUP-FILE-NAME)
      -            ". DICTIONARY UNCHANGED."
           ELSE
               PERFORM RESTORE-EMPTY-DICT
               IF RESTORE-DICT-OK NOT EQUAL TO "Y" THEN
                   CLOSE BACKUP-FILE
                   DISPLAY "RESTORE ABANDONED."
               ELSE
                   PERFORM RESTORE-COPY-BACK
               END-IF
           END-IF.
       RESTORE-EMPTY-DICT.
           MOVE "N" TO RESTORE-DICT-OK.
           CLOSE DICT-FILE.
           IF DICT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT CLOSE "
      -            FUNCTION TRIM(DICT-FILE-NAME) ". STATUS: "
      -            DICT-FILE-STATUS
               DISPLAY "DICTIONARY UNCHANGED."
           ELSE
               OPEN OUTPUT DICT-FILE
               IF DICT-FILE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "COULD NOT EMPTY "
      -                FUNCTION TRIM(DICT-FILE-NAME) ". STATUS: "
      -                DICT-FILE-STATUS
                   OPEN I-O DICT-FILE
                   DISPLAY "DICTIONARY UNCHANGED."
               ELSE
                   CLOSE DICT-FILE
                   OPEN I-O DICT-FILE
                   IF DICT-FILE-STATUS NOT EQUAL TO "00" THEN
                       DISPLAY "COULD NOT REOPEN "
      -                    FUNCTION TRIM(DICT-FILE-NAME) ". STATUS: "
      -                    DICT-FILE-STATUS
                       DISPLAY "DICTIONARY HAS BEEN EMPTIED. RESTORE"
                       DISPLAY "AGAIN ONCE THE FILE CAN BE OPENED."
                   ELSE
                       MOVE "Y" TO RESTORE-DICT-OK
                   END-IF
               END-IF
           END-IF.
       RESTORE-COPY-BACK.
           PERFORM UNTIL BACKUP-EOF-FLAG EQUAL TO "Y"
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO BACKUP-EOF-FLAG
                   NOT AT END
                       IF BK-TYPE EQUAL TO "D" THEN
                           MOVE BK-WORD TO DR-WORD-ENTRY
                           MOVE BK-TALLY TO DR-WORD-COUNTER
                           MOVE BK-CATEGORY TO DR-CATEGORY
                           WRITE DICT-RECORD
                               INVALID KEY
                                   ADD 1 TO RESTORE-REJECTED
                               NOT INVALID KEY
                                   ADD 1 TO RESTORE-LOADED
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           PERFORM BACKUP-TOTALS.
           IF RESTORE-LOADED EQUAL TO BG-M-COUNT(BACKGEN-FOUND-PTR)
              AND BACKUP-COUNT EQUAL TO BG-M-COUNT(BACKGEN-FOUND-PTR)
              AND BACKUP-HASH EQUAL TO BG-M-HASH(BACKGEN-FOUND-PTR)
           THEN
               MOVE "Y" TO RESTORE-COMPLETE
               DISPLAY "RESTORE COMPLETE. " RESTORE-LOADED
      -            " ENTRIES RELOADED FROM "
      -            FUNCTION TRIM(BACKUP-FILE-NAME) "."
           ELSE
               MOVE "N" TO RESTORE-COMPLETE
               MOVE BACKUP-COUNT TO BACKUP-COUNT-EDIT
               MOVE BACKUP-HASH TO BACKUP-HASH-EDIT
               DISPLAY "RESTORE INCOMPLETE. " RESTORE-LOADED
      -            " ENTRIES RELOADED FROM "
      -            FUNCTION TRIM(BACKUP-FILE-NAME) "."
               DISPLAY "DICTIONARY NOW HOLDS "
      -            FUNCTION TRIM(BACKUP-COUNT-EDIT)
      -            " ENTRIES, TALLY HASH "
      -            FUNCTION TRIM(BACKUP-HASH-EDIT) "."
               MOVE BG-M-COUNT(BACKGEN-FOUND-PTR) TO BACKUP-COUNT-EDIT
               MOVE BG-M-HASH(BACKGEN-FOUND-PTR) TO BACKUP-HASH-EDIT
               DISPLAY "GENERATION " RESTORE-GEN " HOLDS "
      -            FUNCTION TRIM(BACKUP-COUNT-EDIT)
      -            " ENTRIES, TALLY HASH "
      -            FUNCTION TRIM(BACKUP-HASH-EDIT) "."
               DISPLAY "RESTORE AGAIN OR INVESTIGATE BEFORE FURTHER "
      -            "CHANGES."
           END-IF.
           IF RESTORE-REJECTED IS GREATER THAN 0 THEN
               DISPLAY RESTORE-REJECTED
      -            " DUPLICATE ENTRIES COULD NOT BE RELOADED."
           END-IF.
           MOVE "RESTORE" TO AUDIT-ACTION.
           MOVE BACKUP-FILE-NAME TO AUDIT-WORD.
           MOVE SPACES TO AUDIT-NEW-TEXT.
           IF RESTORE-COMPLETE NOT EQUAL TO "Y" THEN
               MOVE BACKUP-COUNT TO BACKUP-COUNT-EDIT
               MOVE BACKUP-HASH TO BACKUP-HASH-EDIT
               STRING "INCOMPLETE ENTRIES=" DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
                   " HASH=" DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
                   " GEN=" DELIMITED BY SIZE
                   RESTORE-GEN DELIMITED BY SIZE
                   INTO AUDIT-NEW-TEXT
           ELSE
               MOVE BG-M-COUNT(BACKGEN-FOUND-PTR) TO BACKUP-COUNT-EDIT
               MOVE BG-M-HASH(BACKGEN-FOUND-PTR) TO BACKUP-HASH-EDIT
               STRING "ENTRIES=" DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
                   " HASH=" DELIMITED BY SIZE
                   FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
                   " GEN=" DELIMITED BY SIZE
                   RESTORE-GEN DELIMITED BY SIZE
                   INTO AUDIT-NEW-TEXT
           END-IF.
           MOVE RESTORE-OLD-COUNT TO BACKUP-COUNT-EDIT.
           MOVE RESTORE-OLD-HASH TO BACKUP-HASH-EDIT.
           MOVE SPACES TO AUDIT-OLD-TEXT.
           STRING "ENTRIES=" DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-COUNT-EDIT) DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               FUNCTION TRIM(BACKUP-HASH-EDIT) DELIMITED BY SIZE
               INTO AUDIT-OLD-TEXT.
           PERFORM AUDIT-LOG-WRITE.
       PURGE-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "DORMANT-ENTRY PURGE: RETIRE ENTRIES WITH NO"
           DISPLAY "ACTIVITY IN THE LAST N CLOSED PERIODS.".
           ACCEPT CALENDAR-TODAY FROM DATE YYYYMMDD.
           DISPLAY "HOW MANY CLOSED PERIODS? (1 TO 60, BLANK FOR 6.)".
           ACCEPT PURGE-PERIODS-TEXT.
           IF PURGE-PERIODS-TEXT EQUAL TO SPACES THEN
               MOVE 6 TO PURGE-PERIODS
           ELSE
               COMPUTE PURGE-PERIODS =
                   FUNCTION NUMVAL(PURGE-PERIODS-TEXT)
           END-IF.
           IF PURGE-PERIODS IS LESS THAN 1 OR
              PURGE-PERIODS IS GREATER THAN 60 THEN
               MOVE 6 TO PURGE-PERIODS
           END-IF.
           PERFORM PURGE-LOAD-PERIODS.
           IF PURGE-PERIOD-TOTAL IS LESS THAN PURGE-PERIODS THEN
               DISPLAY "ONLY " PURGE-PERIOD-TOTAL " CLOSED PERIOD(S) "
      -            "ON FILE IN " FUNCTION TRIM(HIST-FILE-NAME) "."
               DISPLAY "DORMANCY OVER " PURGE-PERIODS " PERIODS "
      -            "CANNOT BE ESTABLISHED. PURGE ABANDONED."
           ELSE
               COMPUTE PURGE-WINDOW-FIRST =
                   PURGE-PERIOD-TOTAL - PURGE-PERIODS + 1
               DISPLAY "CHECKING PERIODS "
      -            PP-ID(PURGE-WINDOW-FIRST) " TO "
      -            PP-ID(PURGE-PERIOD-TOTAL) "."
               PERFORM PURGE-LOAD-CANDIDATES
               PERFORM PURGE-MARK-ACTIVE
               PERFORM PURGE-REVIEW-LIST
               IF PURGE-DORMANT-COUNT EQUAL TO 0 THEN
                   DISPLAY "NO DORMANT ENTRIES FOUND. NOTHING TO PURGE."
               ELSE
                   DISPLAY PURGE-DORMANT-COUNT " DORMANT ENTRIES "
      -                "LISTED IN " FUNCTION TRIM(PURGERPT-FILE-NAME)
                   DISPLAY "MOVE THEM TO "
      -                FUNCTION TRIM(RETIRED-FILE-NAME) "? Y/N"
                   ACCEPT PURGE-CONFIRM
                   IF PURGE-CONFIRM EQUAL TO "Y" THEN
                       PERFORM PURGE-APPLY
                   ELSE
                       DISPLAY "PURGE ABANDONED. NO ENTRIES MOVED."
                   END-IF
               END-IF
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE PURGE-PERIODS-TEXT.
           INITIALIZE PURGE-CONFIRM.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       PURGE-LOAD-PERIODS.
           MOVE 0 TO PURGE-PERIOD-TOTAL.
           MOVE "N" TO HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF HIST-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL HIST-EOF-FLAG EQUAL TO "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF-FLAG
                       NOT AT END
                           IF PURGE-PERIOD-TOTAL EQUAL TO 0 THEN
                               PERFORM PURGE-NOTE-PERIOD
                           ELSE
                               IF HR-PERIOD-ID NOT EQUAL TO
                                  PP-ID(PURGE-PERIOD-TOTAL) THEN
                                   PERFORM PURGE-NOTE-PERIOD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
       PURGE-NOTE-PERIOD.
           IF PURGE-PERIOD-TOTAL IS LESS THAN 60 THEN
               ADD 1 TO PURGE-PERIOD-TOTAL
           ELSE
               PERFORM VARYING PURGE-PERIOD-PTR FROM 1 BY 1
                       UNTIL PURGE-PERIOD-PTR IS GREATER THAN 59
                   MOVE PP-ID(PURGE-PERIOD-PTR + 1)
                       TO PP-ID(PURGE-PERIOD-PTR)
               END-PERFORM
           END-IF.
           MOVE HR-PERIOD-ID TO PP-ID(PURGE-PERIOD-TOTAL).
       PURGE-LOAD-CANDIDATES.
           MOVE 0 TO PURGE-CAND-COUNT.
           MOVE "N" TO PURGE-FULL-WARNED.
           PERFORM DICT-SCAN-START.
           PERFORM UNTIL DICT-SCAN-EOF EQUAL TO "Y"
               READ DICT-FILE NEXT
                   AT END
                       MOVE "Y" TO DICT-SCAN-EOF
                   NOT AT END
                       IF DR-WORD-COUNTER EQUAL TO 0 THEN
                           IF PURGE-CAND-COUNT IS LESS THAN 5000 THEN
                               ADD 1 TO PURGE-CAND-COUNT
                               MOVE DR-WORD-ENTRY
                                   TO PC-WORD(PURGE-CAND-COUNT)
                               MOVE DR-CATEGORY
                                   TO PC-CATEGORY(PURGE-CAND-COUNT)
                               MOVE "N" TO PC-ACTIVE(PURGE-CAND-COUNT)
                               MOVE 0 TO PC-LAST-TALLY(PURGE-CAND-COUNT)
                               MOVE SPACES
                                   TO PC-LAST-PERIOD(PURGE-CAND-COUNT)
                           ELSE
                               IF PURGE-FULL-WARNED EQUAL TO "N" THEN
                                   DISPLAY "CANDIDATE TABLE FULL AT "
      -                                "5000 ENTRIES. RUN THE PURGE "
      -                                "AGAIN FOR THE REST."
                                   MOVE "Y" TO PURGE-FULL-WARNED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       PURGE-MARK-ACTIVE.
           MOVE "N" TO HIST-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           IF HIST-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL HIST-EOF-FLAG EQUAL TO "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO HIST-EOF-FLAG
                       NOT AT END
                           IF HR-TALLY NOT EQUAL TO 0 THEN
                               PERFORM PURGE-MARK-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
       PURGE-MARK-ONE.
           MOVE 0 TO PURGE-CAND-FOUND-PTR.
           PERFORM VARYING PURGE-CAND-PTR FROM 1 BY 1
                   UNTIL PURGE-CAND-PTR IS GREATER THAN PURGE-CAND-COUNT
               IF PC-WORD(PURGE-CAND-PTR) EQUAL TO HR-WORD AND
                  PURGE-CAND-FOUND-PTR EQUAL TO 0 THEN
                   MOVE PURGE-CAND-PTR TO PURGE-CAND-FOUND-PTR
               END-IF
           END-PERFORM.
           IF PURGE-CAND-FOUND-PTR NOT EQUAL TO 0 THEN
               MOVE HR-TALLY TO PC-LAST-TALLY(PURGE-CAND-FOUND-PTR)
               MOVE HR-PERIOD-ID
                   TO PC-LAST-PERIOD(PURGE-CAND-FOUND-PTR)
               PERFORM VARYING PURGE-PERIOD-PTR FROM PURGE-WINDOW-FIRST
                       BY 1 UNTIL PURGE-PERIOD-PTR IS GREATER THAN
                       PURGE-PERIOD-TOTAL
                   IF PP-ID(PURGE-PERIOD-PTR) EQUAL TO HR-PERIOD-ID
                       MOVE "Y" TO PC-ACTIVE(PURGE-CAND-FOUND-PTR)
                   END-IF
               END-PERFORM
           END-IF.
       PURGE-REVIEW-LIST.
           MOVE 0 TO PURGE-DORMANT-COUNT.
           OPEN OUTPUT PURGERPT-FILE.
           IF PURGERPT-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT OPEN "
      -            FUNCTION TRIM(PURGERPT-FILE-NAME)
      -            ". REVIEW LIST ON SCREEN ONLY."
           ELSE
               MOVE SPACES TO PURGERPT-LINE
               STRING "DORMANT ENTRIES " DELIMITED BY SIZE
                   CALENDAR-TODAY DELIMITED BY SIZE
                   " DICTIONARY " DELIMITED BY SIZE
                   FUNCTION TRIM(DICTIONARY-NAME) DELIMITED BY SIZE
                   " NO ACTIVITY " DELIMITED BY SIZE
                   PP-ID(PURGE-WINDOW-FIRST) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   PP-ID(PURGE-PERIOD-TOTAL) DELIMITED BY SIZE
                   INTO PURGERPT-LINE
               WRITE PURGERPT-LINE
           END-IF.
           PERFORM VARYING PURGE-CAND-PTR FROM 1 BY 1
                   UNTIL PURGE-CAND-PTR IS GREATER THAN PURGE-CAND-COUNT
               IF PC-ACTIVE(PURGE-CAND-PTR) EQUAL TO "N" THEN
                   ADD 1 TO PURGE-DORMANT-COUNT
                   PERFORM PURGE-REVIEW-LINE
               END-IF
           END-PERFORM.
           IF PURGERPT-FILE-STATUS EQUAL TO "00" THEN
               MOVE SPACES TO PURGERPT-LINE
               STRING "DORMANT ENTRIES: " DELIMITED BY SIZE
                   PURGE-DORMANT-COUNT DELIMITED BY SIZE
                   "  ZERO-TALLY ENTRIES CHECKED: " DELIMITED BY SIZE
                   PURGE-CAND-COUNT DELIMITED BY SIZE
                   INTO PURGERPT-LINE
               WRITE PURGERPT-LINE
               CLOSE PURGERPT-FILE
           END-IF.
       PURGE-REVIEW-LINE.
           MOVE PC-LAST-TALLY(PURGE-CAND-PTR) TO PURGE-TALLY-EDIT.
           MOVE SPACES TO PURGERPT-LINE.
           IF PC-LAST-PERIOD(PURGE-CAND-PTR) EQUAL TO SPACES THEN
               STRING FUNCTION TRIM(PC-WORD(PURGE-CAND-PTR))
                   DELIMITED BY SIZE
                   " CAT=" DELIMITED BY SIZE
                   PC-CATEGORY(PURGE-CAND-PTR) DELIMITED BY SIZE
                   " NEVER ACTIVE IN HISTORY" DELIMITED BY SIZE
                   INTO PURGERPT-LINE
           ELSE
               STRING FUNCTION TRIM(PC-WORD(PURGE-CAND-PTR))
                   DELIMITED BY SIZE
                   " CAT=" DELIMITED BY SIZE
                   PC-CATEGORY(PURGE-CAND-PTR) DELIMITED BY SIZE
                   " LAST ACTIVE=" DELIMITED BY SIZE
                   PC-LAST-PERIOD(PURGE-CAND-PTR) DELIMITED BY SIZE
                   " TALLY=" DELIMITED BY SIZE
                   FUNCTION TRIM(PURGE-TALLY-EDIT) DELIMITED BY SIZE
                   INTO PURGERPT-LINE
           END-IF.
           DISPLAY FUNCTION TRIM(PURGERPT-LINE).
           IF PURGERPT-FILE-STATUS EQUAL TO "00" THEN
               WRITE PURGERPT-LINE
           END-IF.
       PURGE-APPLY.
           MOVE 0 TO PURGE-DONE-COUNT.
           MOVE 0 TO PURGE-STAGED-COUNT.
           MOVE 0 TO PURGE-FAILED-COUNT.
           PERFORM RETIRED-LOAD.
           IF RETIRED-LOAD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "PURGE ABANDONED. NO ENTRIES MOVED."
           ELSE
               MOVE RETIRED-COUNT TO RETIRED-BASE-COUNT
               MOVE "Y" TO RETIRED-SAVE-OK
               PERFORM VARYING PURGE-CAND-PTR FROM 1 BY 1
                       UNTIL PURGE-CAND-PTR IS GREATER THAN
                           PURGE-CAND-COUNT
                   IF PC-ACTIVE(PURGE-CAND-PTR) EQUAL TO "N" THEN
                       IF RETIRED-COUNT IS LESS THAN 2000 THEN
                           PERFORM PURGE-STAGE-ONE
                       ELSE
                           MOVE "Y" TO PC-ACTIVE(PURGE-CAND-PTR)
                       END-IF
                   END-IF
               END-PERFORM
               IF PURGE-STAGED-COUNT IS GREATER THAN 0 THEN
                   PERFORM RETIRED-SAVE
                   IF RETIRED-SAVE-OK NOT EQUAL TO "Y" THEN
                       MOVE RETIRED-BASE-COUNT TO RETIRED-COUNT
                       DISPLAY "PURGE ABANDONED. DICTIONARY UNCHANGED."
                   ELSE
                       PERFORM PURGE-DELETE-STAGED
                   END-IF
               END-IF
               IF RETIRED-SAVE-OK EQUAL TO "Y" AND
                  PURGE-DONE-COUNT IS LESS THAN PURGE-DORMANT-COUNT
               THEN
                   DISPLAY "RETIRED FILE FULL AT 2000 ENTRIES OR "
      -                "ENTRIES CHANGED SINCE THE LIST. NOT ALL WERE "
      -                "MOVED."
               END-IF
               DISPLAY PURGE-DONE-COUNT " ENTRIES MOVED TO "
      -            FUNCTION TRIM(RETIRED-FILE-NAME) "."
           END-IF.
       PURGE-STAGE-ONE.
           MOVE PC-WORD(PURGE-CAND-PTR) TO DR-WORD-ENTRY.
           READ DICT-FILE
               INVALID KEY
                   MOVE SPACES TO DR-WORD-ENTRY
           END-READ.
           IF DR-WORD-ENTRY NOT EQUAL TO SPACES AND
              DR-WORD-COUNTER EQUAL TO 0 THEN
               MOVE "S" TO PC-ACTIVE(PURGE-CAND-PTR)
               ADD 1 TO PURGE-STAGED-COUNT
               PERFORM PURGE-ADD-RETIRED
           ELSE
               MOVE "Y" TO PC-ACTIVE(PURGE-CAND-PTR)
           END-IF.
       PURGE-ADD-RETIRED.
           ADD 1 TO RETIRED-COUNT.
           MOVE PC-WORD(PURGE-CAND-PTR) TO RT-M-WORD(RETIRED-COUNT).
           MOVE PC-CATEGORY(PURGE-CAND-PTR)
               TO RT-M-CATEGORY(RETIRED-COUNT).
           MOVE PC-LAST-TALLY(PURGE-CAND-PTR)
               TO RT-M-LAST-TALLY(RETIRED-COUNT).
           MOVE PC-LAST-PERIOD(PURGE-CAND-PTR)
               TO RT-M-LAST-PERIOD(RETIRED-COUNT).
           MOVE CALENDAR-TODAY TO RT-M-PURGE-DATE(RETIRED-COUNT).
           MOVE OPERATOR-ID TO RT-M-PURGE-OPER(RETIRED-COUNT).
       PURGE-DELETE-STAGED.
           PERFORM VARYING PURGE-CAND-PTR FROM 1 BY 1
                   UNTIL PURGE-CAND-PTR IS GREATER THAN PURGE-CAND-COUNT
               IF PC-ACTIVE(PURGE-CAND-PTR) EQUAL TO "S" THEN
                   PERFORM PURGE-RETIRE-ONE
               END-IF
           END-PERFORM.
           IF PURGE-FAILED-COUNT IS GREATER THAN 0 THEN
               DISPLAY PURGE-FAILED-COUNT " ENTRIES COULD NOT BE "
      -            "DELETED AND REMAIN IN THE DICTIONARY."
               MOVE RETIRED-BASE-COUNT TO RETIRED-COUNT
               PERFORM VARYING PURGE-CAND-PTR FROM 1 BY 1
                       UNTIL PURGE-CAND-PTR IS GREATER THAN
                           PURGE-CAND-COUNT
                   IF PC-ACTIVE(PURGE-CAND-PTR) EQUAL TO "D" THEN
                       PERFORM PURGE-ADD-RETIRED
                   END-IF
               END-PERFORM
               PERFORM RETIRED-SAVE
               IF RETIRED-SAVE-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "THEY ARE STILL LISTED ON "
      -                FUNCTION TRIM(RETIRED-FILE-NAME) "."
               END-IF
           END-IF.
       PURGE-RETIRE-ONE.
           MOVE PC-WORD(PURGE-CAND-PTR) TO DR-WORD-ENTRY.
           MOVE "F" TO PC-ACTIVE(PURGE-CAND-PTR).
           DELETE DICT-FILE
               INVALID KEY
                   DISPLAY "COULD NOT DELETE "
      -                FUNCTION TRIM(DR-WORD-ENTRY) ". STATUS: "
      -                DICT-FILE-STATUS
               NOT INVALID KEY
                   IF DICT-FILE-STATUS EQUAL TO "00" THEN
                       MOVE "D" TO PC-ACTIVE(PURGE-CAND-PTR)
                   ELSE
                       DISPLAY "COULD NOT DELETE "
      -                    FUNCTION TRIM(DR-WORD-ENTRY) ". STATUS: "
      -                    DICT-FILE-STATUS
                   END-IF
           END-DELETE.
           IF PC-ACTIVE(PURGE-CAND-PTR) NOT EQUAL TO "D" THEN
               ADD 1 TO PURGE-FAILED-COUNT
           ELSE
               ADD 1 TO PURGE-DONE-COUNT
               MOVE "PURGE" TO AUDIT-ACTION
               MOVE PC-WORD(PURGE-CAND-PTR) TO AUDIT-WORD
               MOVE "0" TO AUDIT-OLD-TEXT
               MOVE SPACES TO AUDIT-NEW-TEXT
               IF PC-LAST-PERIOD(PURGE-CAND-PTR) EQUAL TO SPACES THEN
                   MOVE "RETIRED LAST=NEVER" TO AUDIT-NEW-TEXT
               ELSE
                   STRING "RETIRED LAST=" DELIMITED BY SIZE
                       PC-LAST-PERIOD(PURGE-CAND-PTR)
                       DELIMITED BY SIZE
                       INTO AUDIT-NEW-TEXT
               END-IF
               PERFORM AUDIT-LOG-WRITE
           END-IF.
       RETIRED-LOAD.
           MOVE 0 TO RETIRED-COUNT.
           MOVE "N" TO RETIRED-EOF-FLAG.
           MOVE "Y" TO RETIRED-LOAD-OK.
           OPEN INPUT RETIRED-FILE.
           IF RETIRED-FILE-STATUS EQUAL TO "00" THEN
               PERFORM UNTIL RETIRED-EOF-FLAG EQUAL TO "Y"
                   READ RETIRED-FILE
                       AT END
                           MOVE "Y" TO RETIRED-EOF-FLAG
                       NOT AT END
                           IF RT-WORD NOT EQUAL TO SPACES AND
                              RETIRED-COUNT EQUAL TO 2000 THEN
                               MOVE "N" TO RETIRED-LOAD-OK
                           END-IF
                           IF RT-WORD NOT EQUAL TO SPACES AND
                              RETIRED-COUNT IS LESS THAN 2000 THEN
                               ADD 1 TO RETIRED-COUNT
                               MOVE RT-WORD
                                   TO RT-M-WORD(RETIRED-COUNT)
                               MOVE RT-CATEGORY
                                   TO RT-M-CATEGORY(RETIRED-COUNT)
                               MOVE RT-LAST-TALLY
                                   TO RT-M-LAST-TALLY(RETIRED-COUNT)
                               MOVE RT-LAST-PERIOD
                                   TO RT-M-LAST-PERIOD(RETIRED-COUNT)
                               MOVE RT-PURGE-DATE
                                   TO RT-M-PURGE-DATE(RETIRED-COUNT)
                               MOVE RT-PURGE-OPER
                                   TO RT-M-PURGE-OPER(RETIRED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETIRED-FILE
               IF RETIRED-LOAD-OK NOT EQUAL TO "Y" THEN
                   DISPLAY FUNCTION TRIM(RETIRED-FILE-NAME)
      -                " HOLDS MORE THAN 2000 ENTRIES."
               END-IF
           ELSE IF RETIRED-FILE-STATUS NOT EQUAL TO "35" THEN
               MOVE "N" TO RETIRED-LOAD-OK
               DISPLAY "COULD NOT READ "
      -            FUNCTION TRIM(RETIRED-FILE-NAME) ". STATUS: "
      -            RETIRED-FILE-STATUS
           END-IF
           END-IF.
           IF RETIRED-LOAD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "PURGE AND REINSTATE ARE NOT AVAILABLE."
           END-IF.
       RETIRED-SAVE.
           MOVE "N" TO RETIRED-SAVE-OK.
           OPEN OUTPUT RETIRED-FILE.
           IF RETIRED-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT WRITE "
      -            FUNCTION TRIM(RETIRED-FILE-NAME) ". STATUS: "
      -            RETIRED-FILE-STATUS
           ELSE
               MOVE "Y" TO RETIRED-SAVE-OK
               PERFORM VARYING RETIRED-PTR FROM 1 BY 1
                       UNTIL RETIRED-PTR IS GREATER THAN RETIRED-COUNT
                          OR RETIRED-SAVE-OK NOT EQUAL TO "Y"
                   MOVE SPACES TO RETIRED-RECORD
                   MOVE RT-M-WORD(RETIRED-PTR) TO RT-WORD
                   MOVE RT-M-CATEGORY(RETIRED-PTR) TO RT-CATEGORY
                   MOVE RT-M-LAST-TALLY(RETIRED-PTR) TO RT-LAST-TALLY
                   MOVE RT-M-LAST-PERIOD(RETIRED-PTR)
                       TO RT-LAST-PERIOD
                   MOVE RT-M-PURGE-DATE(RETIRED-PTR) TO RT-PURGE-DATE
                   MOVE RT-M-PURGE-OPER(RETIRED-PTR) TO RT-PURGE-OPER
                   WRITE RETIRED-RECORD
                   IF RETIRED-FILE-STATUS NOT EQUAL TO "00" THEN
                       MOVE "N" TO RETIRED-SAVE-OK
                   END-IF
               END-PERFORM
               CLOSE RETIRED-FILE
               IF RETIRED-SAVE-OK EQUAL TO "Y" AND
                  RETIRED-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO RETIRED-SAVE-OK
               END-IF
               IF RETIRED-SAVE-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "COULD NOT WRITE "
      -                FUNCTION TRIM(RETIRED-FILE-NAME) ". STATUS: "
      -                RETIRED-FILE-STATUS
               END-IF
           END-IF.
       RETIRED-FIND.
           MOVE 0 TO RETIRED-FOUND-PTR.
           MOVE FUNCTION UPPER-CASE(RETIRED-WORD) TO UC-RETIRED-WORD.
           PERFORM VARYING RETIRED-PTR FROM 1 BY 1
                   UNTIL RETIRED-PTR IS GREATER THAN RETIRED-COUNT
               IF RETIRED-FOUND-PTR EQUAL TO 0 THEN
                   IF CASE-SENSITIVE-MODE EQUAL TO "Y" THEN
                       IF RT-M-WORD(RETIRED-PTR) EQUAL TO RETIRED-WORD
                           MOVE RETIRED-PTR TO RETIRED-FOUND-PTR
                       END-IF
                   ELSE
                       MOVE FUNCTION UPPER-CASE(RT-M-WORD(RETIRED-PTR))
                           TO UC-SCAN-WORD
                       IF UC-SCAN-WORD EQUAL TO UC-RETIRED-WORD THEN
                           MOVE RETIRED-PTR TO RETIRED-FOUND-PTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       RETIRED-WARN.
           MOVE LOOKUP-WORD TO RETIRED-WORD.
           PERFORM RETIRED-FIND.
           IF RETIRED-FOUND-PTR NOT EQUAL TO 0 THEN
               DISPLAY "WARNING: " FUNCTION TRIM(LOOKUP-WORD)
      -            " WAS RETIRED AS DORMANT ON "
      -            RT-M-PURGE-DATE(RETIRED-FOUND-PTR) "."
               DISPLAY "IT IS BEING TALLIED AS A NEW ENTRY. USE "
      -            """REINSTATE"" TO RESTORE ITS CATEGORY "
      -            RT-M-CATEGORY(RETIRED-FOUND-PTR) "."
           END-IF.
       REINSTATE-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "PLEASE SELECT RETIRED ENTRY TO REINSTATE.".
           ACCEPT RETIRED-WORD.
           PERFORM RETIRED-LOAD.
           IF RETIRED-LOAD-OK EQUAL TO "Y" THEN
               PERFORM RETIRED-FIND
           END-IF.
           IF RETIRED-LOAD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "REINSTATE UNSUCCESSFUL."
           ELSE IF RETIRED-FOUND-PTR EQUAL TO 0 THEN
               DISPLAY "NOT ON THE RETIRED FILE: "
      -            FUNCTION TRIM(RETIRED-WORD)
               DISPLAY "REINSTATE UNSUCCESSFUL."
           ELSE
               MOVE RT-M-CATEGORY(RETIRED-FOUND-PTR) TO NEW-CATEGORY
               PERFORM CATMAST-LOAD
               PERFORM CATEGORY-VALIDATE
               IF CATEGORY-VALID NOT EQUAL TO "Y" THEN
                   DISPLAY "CATEGORY " NEW-CATEGORY " IS NO LONGER "
      -                "VALID. ENTRY REINSTATED AS " DEFAULT-CATEGORY
                   MOVE DEFAULT-CATEGORY TO NEW-CATEGORY
               END-IF
               MOVE RT-M-WORD(RETIRED-FOUND-PTR) TO LOOKUP-WORD
               PERFORM DICT-LOOKUP
               IF LOOKUP-FOUND EQUAL TO "Y" THEN
                   DISPLAY "ENTRY ALREADY BACK IN THE DICTIONARY: "
      -                FUNCTION TRIM(DR-WORD-ENTRY)
                   MOVE "00" TO DICT-FILE-STATUS
                   IF DR-CATEGORY EQUAL TO DEFAULT-CATEGORY THEN
                       MOVE NEW-CATEGORY TO DR-CATEGORY
                       REWRITE DICT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
                   IF DICT-FILE-STATUS EQUAL TO "00" THEN
                       PERFORM REINSTATE-FINISH
                   ELSE
                       DISPLAY "COULD NOT REINSTATE ENTRY. "
      -                    "STATUS: " DICT-FILE-STATUS
                   END-IF
               ELSE
                   MOVE RT-M-WORD(RETIRED-FOUND-PTR) TO DR-WORD-ENTRY
                   MOVE 0 TO DR-WORD-COUNTER
                   MOVE NEW-CATEGORY TO DR-CATEGORY
                   WRITE DICT-RECORD
                       INVALID KEY
                           DISPLAY "COULD NOT REINSTATE ENTRY. "
      -                        "STATUS: " DICT-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM REINSTATE-FINISH
                   END-WRITE
               END-IF
           END-IF
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE RETIRED-WORD.
           INITIALIZE NEW-CATEGORY.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       REINSTATE-FINISH.
           DISPLAY "ENTRY REINSTATED: " FUNCTION TRIM(DR-WORD-ENTRY)
      -        " CATEGORY " DR-CATEGORY " TALLY " DR-WORD-COUNTER.
           MOVE "REINSTATE" TO AUDIT-ACTION.
           MOVE DR-WORD-ENTRY TO AUDIT-WORD.
           MOVE "RETIRED" TO AUDIT-OLD-TEXT.
           MOVE DR-WORD-COUNTER TO AUDIT-NUMERIC-EDIT.
           MOVE FUNCTION TRIM(AUDIT-NUMERIC-EDIT) TO AUDIT-NEW-TEXT.
           PERFORM AUDIT-LOG-WRITE.
           PERFORM VARYING RETIRED-PTR FROM RETIRED-FOUND-PTR BY 1
                   UNTIL RETIRED-PTR IS NOT LESS THAN RETIRED-COUNT
               MOVE RETIRED-ENTRY(RETIRED-PTR + 1)
                   TO RETIRED-ENTRY(RETIRED-PTR)
           END-PERFORM.
           SUBTRACT 1 FROM RETIRED-COUNT.
           PERFORM RETIRED-SAVE.
           IF RETIRED-SAVE-OK NOT EQUAL TO "Y" THEN
               DISPLAY "ENTRY IS STILL LISTED ON "
      -            FUNCTION TRIM(RETIRED-FILE-NAME) "."
           END-IF.
       UNDO-PROCEDURE.
           DISPLAY " ".
                           PERFORM UNDO-MERGE-RESTORE
                       WHEN "SPLIT"
                           PERFORM UNDO-SPLIT-RESTORE
                       WHEN "RESTORE"
                           DISPLAY "THE DICTIONARY WAS RELOADED FROM "
      -                        "THIS BACKUP AFTER ANY EARLIER ACTION."
                           DISPLAY "CANNOT UNDO ACROSS A RESTORE."
                       WHEN "PURGE"
                           DISPLAY "PURGED ENTRIES ARE BROUGHT BACK "
      -                        "WITH ""REINSTATE""."
                       WHEN OTHER
                           DISPLAY "CANNOT UNDO ACTION: "
      -                        FUNCTION TRIM(UNDO-ACTION)
                   END-IF
               END-IF
           END-IF.
           IF AQ-ACTION EQUAL TO "RESTORE" THEN
               MOVE "Y" TO AUDIT-MATCH-FLAG
           END-IF.
           IF AUDIT-MATCH-FLAG EQUAL TO "Y" THEN
               MOVE "Y" TO UNDO-FOUND-FLAG
               MOVE AQ-ACTION TO UNDO-ACTION
                      " DICT="                DELIMITED BY SIZE
                      FUNCTION TRIM(DICTIONARY-NAME)
      -                                       DELIMITED BY SIZE
                      " OPER="                DELIMITED BY SIZE
                      OPERATOR-ID             DELIMITED BY SIZE
                      INTO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
               ADD 1 TO SEED-ADDED-COUNT
               DISPLAY "CODE FOUND AND ADDED: " CATMAINT-CODE
           END-IF.
       OPERATOR-SIGN-ON.
           PERFORM OPERMAST-LOAD.
           IF OPERMAST-LOAD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "SIGN-ON REFUSED."
               STOP RUN
           END-IF.
           IF OPERMAST-COUNT EQUAL TO 0 THEN
               MOVE "S" TO OPERATOR-LEVEL
               MOVE 4 TO OPERATOR-RANK
               DISPLAY "NO OPERATOR MASTER ON FILE. SIGN-ON ACCEPTED "
      -            "WITH SUPERVISOR AUTHORITY."
               DISPLAY "USE ""OPERMAINT"" TO ENROL THE FIRST "
      -            "SUPERVISOR."
           ELSE
               MOVE OPERATOR-ID TO OPERMAINT-ID
               PERFORM OPERMAST-FIND
               IF OPERMAST-FOUND-PTR EQUAL TO 0 THEN
                   DISPLAY "OPERATOR " OPERATOR-ID
      -                " IS NOT ON THE OPERATOR MASTER FILE."
                   DISPLAY "SIGN-ON REFUSED."
                   STOP RUN
               END-IF
               IF OPR-M-ACTIVE(OPERMAST-FOUND-PTR) NOT EQUAL TO "A"
                   DISPLAY "OPERATOR " OPERATOR-ID
      -                " HAS BEEN RETIRED."
                   DISPLAY "SIGN-ON REFUSED."
                   STOP RUN
               END-IF
               MOVE OPR-M-NAME(OPERMAST-FOUND-PTR) TO OPERATOR-NAME
               MOVE OPR-M-LEVEL(OPERMAST-FOUND-PTR) TO OPERATOR-LEVEL
               MOVE OPERATOR-LEVEL TO LEVEL-CODE
               PERFORM LEVEL-DESCRIBE
               IF LEVEL-RANK EQUAL TO 0 THEN
                   DISPLAY "OPERATOR " OPERATOR-ID
      -                " HAS NO VALID AUTHORITY LEVEL."
                   DISPLAY "SIGN-ON REFUSED."
                   STOP RUN
               END-IF
               MOVE LEVEL-RANK TO OPERATOR-RANK
               DISPLAY "SIGNED ON: " FUNCTION TRIM(OPERATOR-NAME)
      -            " (" FUNCTION TRIM(LEVEL-DESC-TEXT) ")"
           END-IF.
       LEVEL-DESCRIBE.
           EVALUATE LEVEL-CODE
               WHEN "I"
                   MOVE 1 TO LEVEL-RANK
                   MOVE "INQUIRY" TO LEVEL-DESC-TEXT
               WHEN "C"
                   MOVE 2 TO LEVEL-RANK
                   MOVE "TALLY CLERK" TO LEVEL-DESC-TEXT
               WHEN "M"
                   MOVE 3 TO LEVEL-RANK
                   MOVE "MAINTENANCE" TO LEVEL-DESC-TEXT
               WHEN "S"
                   MOVE 4 TO LEVEL-RANK
                   MOVE "SUPERVISOR" TO LEVEL-DESC-TEXT
               WHEN OTHER
                   MOVE 0 TO LEVEL-RANK
                   MOVE "UNKNOWN" TO LEVEL-DESC-TEXT
           END-EVALUATE.
       OPERMAST-LOAD.
           MOVE 0 TO OPERMAST-COUNT.
           MOVE "N" TO OPERMAST-EOF-FLAG.
           MOVE "Y" TO OPERMAST-LOAD-OK.
           OPEN INPUT OPERMAST-FILE.
           IF OPERMAST-FILE-STATUS EQUAL TO "35" THEN
               MOVE "N" TO OPERMAST-PRESENT
           ELSE IF OPERMAST-FILE-STATUS NOT EQUAL TO "00" THEN
               MOVE "N" TO OPERMAST-PRESENT
               MOVE "N" TO OPERMAST-LOAD-OK
               DISPLAY "COULD NOT READ OPERMAST.DAT. STATUS: "
      -            OPERMAST-FILE-STATUS
           ELSE
               MOVE "Y" TO OPERMAST-PRESENT
               PERFORM UNTIL OPERMAST-EOF-FLAG EQUAL TO "Y"
                   READ OPERMAST-FILE
                       AT END
                           MOVE "Y" TO OPERMAST-EOF-FLAG
                       NOT AT END
                           IF OPR-R-ID NOT EQUAL TO SPACES AND
                              OPERMAST-COUNT EQUAL TO 100 THEN
                               MOVE "N" TO OPERMAST-LOAD-OK
                           END-IF
                           IF OPR-R-ID NOT EQUAL TO SPACES AND
                              OPERMAST-COUNT IS LESS THAN 100 THEN
                               ADD 1 TO OPERMAST-COUNT
                               MOVE OPR-R-ID
                                   TO OPR-M-ID(OPERMAST-COUNT)
                               MOVE OPR-R-NAME
                                   TO OPR-M-NAME(OPERMAST-COUNT)
                               MOVE OPR-R-ACTIVE
                                   TO OPR-M-ACTIVE(OPERMAST-COUNT)
                               MOVE OPR-R-LEVEL
                                   TO OPR-M-LEVEL(OPERMAST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERMAST-FILE
               IF OPERMAST-LOAD-OK NOT EQUAL TO "Y" THEN
                   DISPLAY "OPERMAST.DAT HOLDS MORE THAN 100 "
      -                "OPERATORS."
               END-IF
           END-IF
           END-IF.
       OPERMAST-SAVE.
           MOVE "N" TO OPERMAST-SAVE-OK.
           OPEN OUTPUT OPERMAST-FILE.
           IF OPERMAST-FILE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "COULD NOT WRITE OPERMAST.DAT. STATUS: "
      -            OPERMAST-FILE-STATUS
           ELSE
               MOVE "Y" TO OPERMAST-SAVE-OK
               PERFORM VARYING OPERMAST-PTR FROM 1 BY 1
                       UNTIL OPERMAST-PTR IS GREATER THAN OPERMAST-COUNT
                          OR OPERMAST-SAVE-OK NOT EQUAL TO "Y"
                   MOVE OPR-M-ID(OPERMAST-PTR) TO OPR-R-ID
                   MOVE OPR-M-NAME(OPERMAST-PTR) TO OPR-R-NAME
                   MOVE OPR-M-ACTIVE(OPERMAST-PTR) TO OPR-R-ACTIVE
                   MOVE OPR-M-LEVEL(OPERMAST-PTR) TO OPR-R-LEVEL
                   WRITE OPERMAST-RECORD
                   IF OPERMAST-FILE-STATUS NOT EQUAL TO "00" THEN
                       MOVE "N" TO OPERMAST-SAVE-OK
                   END-IF
               END-PERFORM
               CLOSE OPERMAST-FILE
               IF OPERMAST-SAVE-OK EQUAL TO "Y" AND
                  OPERMAST-FILE-STATUS NOT EQUAL TO "00" THEN
                   MOVE "N" TO OPERMAST-SAVE-OK
               END-IF
               IF OPERMAST-SAVE-OK EQUAL TO "Y" THEN
                   MOVE "Y" TO OPERMAST-PRESENT
               ELSE
                   DISPLAY "COULD NOT WRITE OPERMAST.DAT. STATUS: "
      -                OPERMAST-FILE-STATUS
               END-IF
           END-IF.
       OPERMAST-FIND.
           MOVE 0 TO OPERMAST-FOUND-PTR.
           PERFORM VARYING OPERMAST-PTR FROM 1 BY 1
                   UNTIL OPERMAST-PTR IS GREATER THAN OPERMAST-COUNT
               IF OPR-M-ID(OPERMAST-PTR) EQUAL TO OPERMAINT-ID AND
                  OPERMAST-FOUND-PTR EQUAL TO 0 THEN
                   MOVE OPERMAST-PTR TO OPERMAST-FOUND-PTR
               END-IF
           END-PERFORM.
       OPERMAINT-PROCEDURE.
           DISPLAY " ".
           DISPLAY " ".
           DISPLAY "__________________________________________________"
           DISPLAY "OPERATOR MASTER: (L)IST, (A)DD, (R)ETIRE OR"
           DISPLAY "(C)HANGE AUTHORITY LEVEL?".
           ACCEPT OPERMAINT-MODE.
           PERFORM OPERMAST-LOAD.
           IF OPERMAST-LOAD-OK NOT EQUAL TO "Y" THEN
               DISPLAY "OPERATOR MASTER UNREADABLE. NOTHING CHANGED."
           ELSE
               EVALUATE OPERMAINT-MODE
                   WHEN "L"
                       PERFORM OPERMAINT-LIST
                   WHEN "A"
                       PERFORM OPERMAINT-ADD
                   WHEN "R"
                       PERFORM OPERMAINT-RETIRE
                   WHEN "C"
                       PERFORM OPERMAINT-CHANGE
                   WHEN OTHER
                       DISPLAY "INPUT NOT RECOGNIZED."
               END-EVALUATE
           END-IF.
           INITIALIZE TEMP-WORD.
           INITIALIZE OPERMAINT-MODE.
           DISPLAY "__________________________________________________".
           DISPLAY " "
           DISPLAY " ".
       OPERMAINT-LIST.
           IF OPERMAST-COUNT EQUAL TO 0 THEN
               DISPLAY "NO OPERATOR MASTER ON FILE. ANY INITIALS ARE "
      -            "ACCEPTED UNTIL AN OPERATOR IS ADDED."
           ELSE
               PERFORM VARYING OPERMAST-PTR FROM 1 BY 1
                       UNTIL OPERMAST-PTR IS GREATER THAN OPERMAST-COUNT
                   MOVE OPR-M-LEVEL(OPERMAST-PTR) TO LEVEL-CODE
                   PERFORM LEVEL-DESCRIBE
                   DISPLAY OPR-M-ID(OPERMAST-PTR) " "
      -                OPR-M-ACTIVE(OPERMAST-PTR) " "
      -                LEVEL-DESC-TEXT " "
      -                OPR-M-NAME(OPERMAST-PTR)
               END-PERFORM
               DISPLAY OPERMAST-COUNT " OPERATORS ON FILE (A=ACTIVE, "
      -            "R=RETIRED)."
           END-IF.
       OPERMAINT-ACCEPT-LEVEL.
           DISPLAY "PLEASE ENTER AUTHORITY LEVEL: (I)NQUIRY, TALLY"
           DISPLAY "(C)LERK, (M)AINTENANCE OR (S)UPERVISOR."
           ACCEPT OPERMAINT-LEVEL.
           MOVE OPERMAINT-LEVEL TO LEVEL-CODE.
           PERFORM LEVEL-DESCRIBE.
       OPERMAINT-ADD.
           DISPLAY "PLEASE ENTER OPERATOR INITIALS (UP TO 3 "
      -        "CHARACTERS)."
           ACCEPT OPERMAINT-ID.
           IF OPERMAINT-ID EQUAL TO SPACES THEN
               DISPLAY "NO INITIALS GIVEN. NOTHING ADDED."
           ELSE
               PERFORM OPERMAST-FIND
               IF OPERMAST-FOUND-PTR NOT EQUAL TO 0 AND
                  OPR-M-ACTIVE(OPERMAST-FOUND-PTR) EQUAL TO "A" THEN
                   DISPLAY "OPERATOR ALREADY ON FILE: " OPERMAINT-ID
               ELSE
                   DISPLAY "PLEASE ENTER OPERATOR NAME (UP TO 30 "
      -                "CHARACTERS)."
                   ACCEPT OPERMAINT-NAME
                   PERFORM OPERMAINT-ACCEPT-LEVEL
                   IF LEVEL-RANK EQUAL TO 0 THEN
                       DISPLAY "AUTHORITY LEVEL NOT RECOGNIZED. "
      -                    "NOTHING ADDED."
                   ELSE
                       IF OPERMAST-COUNT EQUAL TO 0 AND
                          LEVEL-RANK NOT EQUAL TO 4 THEN
                           DISPLAY "THE FIRST OPERATOR ON FILE MUST "
      -                        "BE A SUPERVISOR. NOTHING ADDED."
                       ELSE
                           PERFORM OPERMAINT-ADD-APPLY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           INITIALIZE OPERMAINT-ID.
           INITIALIZE OPERMAINT-NAME.
           INITIALIZE OPERMAINT-LEVEL.
       OPERMAINT-ADD-APPLY.
           MOVE "NONE" TO AUDIT-OLD-TEXT.
           IF OPERMAST-FOUND-PTR NOT EQUAL TO 0 THEN
               MOVE "RETIRED" TO AUDIT-OLD-TEXT
               MOVE "A" TO OPR-M-ACTIVE(OPERMAST-FOUND-PTR)
               MOVE OPERMAINT-NAME TO OPR-M-NAME(OPERMAST-FOUND-PTR)
               MOVE OPERMAINT-LEVEL TO OPR-M-LEVEL(OPERMAST-FOUND-PTR)
               PERFORM OPERMAST-SAVE
               IF OPERMAST-SAVE-OK EQUAL TO "Y" THEN
                   DISPLAY "RETIRED OPERATOR REACTIVATED: "
      -                OPERMAINT-ID
               ELSE
                   DISPLAY "OPERATOR NOT REACTIVATED."
                   MOVE SPACES TO AUDIT-OLD-TEXT
               END-IF
           ELSE
               IF OPERMAST-COUNT IS LESS THAN 100 THEN
                   ADD 1 TO OPERMAST-COUNT
                   MOVE OPERMAINT-ID TO OPR-M-ID(OPERMAST-COUNT)
                   MOVE OPERMAINT-NAME TO OPR-M-NAME(OPERMAST-COUNT)
                   MOVE "A" TO OPR-M-ACTIVE(OPERMAST-COUNT)
                   MOVE OPERMAINT-LEVEL TO OPR-M-LEVEL(OPERMAST-COUNT)
                   PERFORM OPERMAST-SAVE
                   IF OPERMAST-SAVE-OK EQUAL TO "Y" THEN
                       DISPLAY "OPERATOR ADDED: " OPERMAINT-ID
                   ELSE
                       DISPLAY "NOTHING ADDED."
                       MOVE SPACES TO AUDIT-OLD-TEXT
                   END-IF
               ELSE
                   DISPLAY "OPERATOR MASTER FULL AT 100 OPERATORS. "
      -                "NOTHING ADDED."
                   MOVE SPACES TO AUDIT-OLD-TEXT
               END-IF
           END-IF.
           IF AUDIT-OLD-TEXT NOT EQUAL TO SPACES THEN
               MOVE "OPERADD" TO AUDIT-ACTION
               MOVE OPERMAINT-ID TO AUDIT-WORD
               MOVE SPACES TO AUDIT-NEW-TEXT
               STRING FUNCTION TRIM(LEVEL-DESC-TEXT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(OPERMAINT-NAME) DELIMITED BY SIZE
                   INTO AUDIT-NEW-TEXT
               PERFORM AUDIT-LOG-WRITE
           END-IF.
       OPERMAINT-RETIRE.
           DISPLAY "PLEASE ENTER OPERATOR INITIALS TO RETIRE."
           ACCEPT OPERMAINT-ID.
           PERFORM OPERMAST-FIND.
           IF OPERMAST-FOUND-PTR EQUAL TO 0 THEN
               DISPLAY "OPERATOR NOT ON FILE: " OPERMAINT-ID
           ELSE
               IF OPERMAINT-ID EQUAL TO OPERATOR-ID THEN
                   DISPLAY "AN OPERATOR CANNOT RETIRE THEIR OWN "
      -                "SIGN-ON."
               ELSE
                   MOVE "R" TO OPR-M-ACTIVE(OPERMAST-FOUND-PTR)
                   PERFORM OPERMAST-SAVE
                   IF OPERMAST-SAVE-OK NOT EQUAL TO "Y" THEN
                       DISPLAY "OPERATOR NOT RETIRED."
                   ELSE
                       DISPLAY "OPERATOR RETIRED: " OPERMAINT-ID
                       DISPLAY "FURTHER SIGN-ONS WITH THESE INITIALS "
      -                    "ARE REFUSED."
                       MOVE "OPERRETIRE" TO AUDIT-ACTION
                       MOVE OPERMAINT-ID TO AUDIT-WORD
                       MOVE "ACTIVE" TO AUDIT-OLD-TEXT
                       MOVE "RETIRED" TO AUDIT-NEW-TEXT
                       PERFORM AUDIT-LOG-WRITE
                   END-IF
               END-IF
           END-IF.
           INITIALIZE OPERMAINT-ID.
       OPERMAINT-CHANGE.
           DISPLAY "PLEASE ENTER OPERATOR INITIALS TO CHANGE."
           ACCEPT OPERMAINT-ID.
           PERFORM OPERMAST-FIND.
           IF OPERMAST-FOUND-PTR EQUAL TO 0 THEN
               DISPLAY "OPERATOR NOT ON FILE: " OPERMAINT-ID
           ELSE
               IF OPERMAINT-ID EQUAL TO OPERATOR-ID THEN
                   DISPLAY "AN OPERATOR CANNOT CHANGE THEIR OWN "
      -                "AUTHORITY LEVEL."
               ELSE
                   PERFORM OPERMAINT-ACCEPT-LEVEL
                   IF LEVEL-RANK EQUAL TO 0 THEN
                       DISPLAY "AUTHORITY LEVEL NOT RECOGNIZED. "
      -                    "NOTHING CHANGED."
                   ELSE
                       MOVE LEVEL-DESC-TEXT TO AUDIT-NEW-TEXT
                       MOVE OPR-M-LEVEL(OPERMAST-FOUND-PTR)
                           TO LEVEL-CODE
                       PERFORM LEVEL-DESCRIBE
                       MOVE LEVEL-DESC-TEXT TO AUDIT-OLD-TEXT
                       MOVE OPERMAINT-LEVEL
                           TO OPR-M-LEVEL(OPERMAST-FOUND-PTR)
                       PERFORM OPERMAST-SAVE
                       IF OPERMAST-SAVE-OK NOT EQUAL TO "Y" THEN
                           DISPLAY "NOTHING CHANGED."
                       ELSE
                           DISPLAY "AUTHORITY LEVEL CHANGED: "
      -                        OPERMAINT-ID " "
      -                        FUNCTION TRIM(AUDIT-OLD-TEXT) " TO "
      -                        FUNCTION TRIM(AUDIT-NEW-TEXT)
                           MOVE "OPERLEVEL" TO AUDIT-ACTION
                           MOVE OPERMAINT-ID TO AUDIT-WORD
                           PERFORM AUDIT-LOG-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           INITIALIZE OPERMAINT-ID.
           INITIALIZE OPERMAINT-LEVEL.
       SYNONYM-LOAD.
           MOVE 0 TO SYNONYM-COUNT.
           MOVE "N" TO SYNONYM-EOF-FLAG.
           DISPLAY "__________________________________________________"
           DISPLAY "EXIT DETECTED. PRESS ENTER TO END PROGRAM."
           ACCEPT OMITTED.
           PERFORM CONTROL-WRITE-CLOSING.
           PERFORM LOCK-RELEASE.
           PERFORM ACTIVITY-CLOSE.
           CLOSE DICT-FILE.
           DISPLAY "DICTIONARY FILE CLOSED."
           STOP RUN.
