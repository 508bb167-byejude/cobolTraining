000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: General-ledger journal from the posted feed
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Summarizes the posted feed
000095*                      (GIVEFEED) for one business date by
000100*                      department, netting GIVEBKO reversals (flag
000105*                      R) against the originals, and writes the
000110*                      ledger's journal file (GIVEGLJ): a header,
000115*                      one debit and one credit line per
000120*                      department on the GL accounts from the
000125*                      cross-reference GIVEDPTM keeps (GIVEGLX),
000130*                      and a control trailer with the line count
000135*                      and the debit and credit totals.  The date
000140*                      is GIVEBDT's unless the desk names another
000145*                      on GIVEJPRM.  A department with no GL
000150*                      accounts stops the journal - nothing goes
000155*                      to a suspense account - and a date already
000160*                      on the journal history (GIVEJHST) is never
000165*                      sent again.  Report on GIVEJRPT.  Condition
000170*                      codes: 0 journal written, 4 nothing posted
000175*                      for the date, 8 unmapped department or date
000180*                      already journalled (no journal written), 12
000185*                      file failure or journal out of balance.
000190*     2026-10-15  TUL  GIVEGLX is a keyed file now: each
000195*                      department on the feed has its GL accounts
000200*                      read by its code instead of through a
000205*                      100-entry cross-reference table, so
000210*                      GIVJ0004E is retired.  Up to 200
000215*                      departments a date.
000216*     2026-10-15  TUL  Records each run on the job-stream step
000217*                      ledger (GIVESTEP) for the business date:
000218*                      started, ended and its condition code. Runs
000219*                      only once posting has ended cleanly for the
000220*                      date: GIVEMRGE when GIVESPLT partitioned
000221*                      it, otherwise the main run. The date is the
000222*                      GIVEJPRM journal date when one is given. A
000223*                      run already marked running, or one that
000224*                      already ended cleanly, is refused until the
000225*                      operator resets it with GIVESRST. A refused
000226*                      run ends with condition code 20 and touches
000227*                      nothing else.
000228*     2026-10-15  TUL  Selects the feed by the business date each
000229*                      record was posted under (FEED-POST-DATE),
000230*                      not its run date, so reversals, over-limit
000231*                      approvals and quarantine releases posted
000232*                      after their run date reach the ledger on
000233*                      the day they post.  A record written before
000234*                      the posting date was carried is taken by
000235*                      its run date.
000236*     2026-10-15  TUL  Accepts a posting step (GIVEMAIN or GIVEMRGE)
000237*                      that ended with condition code 8 - its
000238*                      quarantined or refused batches aside, the rest
000239*                      posted - as having run for the business date.
000240*                      Only condition code 12 and above is refused.
000241*     2026-10-15  TUL  A journal history record that cannot be
000242*                      written is GIVJ0015E, condition code 12.
000290*    *****************************************************************
000300       IDENTIFICATION DIVISION.
000310       PROGRAM-ID. GIVEJRNL.
000320       ENVIRONMENT DIVISION.
000330       INPUT-OUTPUT SECTION.
000340       FILE-CONTROL.
000350           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000360               ORGANIZATION IS LINE SEQUENTIAL
000370               FILE STATUS IS JR-BDT-FILE-STATUS.
000380           SELECT PARM-FILE ASSIGN TO "GIVEJPRM"
000390               ORGANIZATION IS LINE SEQUENTIAL
000400               FILE STATUS IS JR-PARM-FILE-STATUS.
000410           SELECT FEED-FILE ASSIGN TO "GIVEFEED"
000420               ORGANIZATION IS LINE SEQUENTIAL
000430               FILE STATUS IS JR-FEED-FILE-STATUS.
000440           SELECT GLX-FILE ASSIGN TO "GIVEGLX"
000450               ORGANIZATION IS INDEXED
000451               ACCESS MODE IS RANDOM
000452               RECORD KEY IS GLX-DEPT-CODE
000460               FILE STATUS IS JR-GLX-FILE-STATUS.
000470           SELECT JHST-FILE ASSIGN TO "GIVEJHST"
000480               ORGANIZATION IS LINE SEQUENTIAL
000490               FILE STATUS IS JR-JHST-FILE-STATUS.
000500           SELECT GLJ-FILE ASSIGN TO "GIVEGLJ"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS JR-GLJ-FILE-STATUS.
000530           SELECT JRPT-FILE ASSIGN TO "GIVEJRPT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS JR-JRPT-FILE-STATUS.
000551           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000552               ORGANIZATION IS INDEXED
000553               ACCESS MODE IS DYNAMIC
000554               RECORD KEY IS STEP-KEY
000555               FILE STATUS IS JR-STEP-FILE-STATUS.
000560       DATA DIVISION.
000570       FILE SECTION.
000580       FD  BDT-FILE.
000590       01  BDT-RECORD.
000600           05  BDT-BUS-DATE        PIC 9(08).
000610           05  BDT-OVERRIDE-FLAG   PIC X(01).
000620           05  FILLER              PIC X(41).
000630       FD  PARM-FILE.
000640       01  PARM-RECORD.
000650           05  PARM-JOURNAL-DATE   PIC 9(08).
000660           05  PARM-USER-ID        PIC X(08).
000670           05  FILLER              PIC X(34).
000680       FD  FEED-FILE.
000690       01  FEED-RECORD.
000700           05  FEED-RUN-DATE       PIC 9(08).
000710           05  FEED-SEQ-NO         PIC 9(05).
000720           05  FEED-GIVE-VALUE     PIC 99.
000730           05  FEED-DEPT-CODE      PIC X(03).
000740           05  FEED-BATCH-ID       PIC X(08).
000750           05  FEED-PART-NO        PIC X(01).
000760           05  FEED-REV-FLAG       PIC X(01).
000770           05  FILLER              PIC X(14).
000771           05  FEED-POST-DATE      PIC 9(08).
000772           05  FILLER              PIC X(28).
000780       FD  GLX-FILE.
000790       01  GLX-RECORD.
000800           05  GLX-DEPT-CODE       PIC X(03).
000810           05  GLX-DEBIT-ACCT      PIC X(10).
000820           05  GLX-CREDIT-ACCT     PIC X(10).
000830           05  FILLER              PIC X(57).
000840       FD  JHST-FILE.
000850       01  JHST-RECORD.
000860           05  JHST-JOURNAL-DATE   PIC 9(08).
000870           05  JHST-CREATED-DATE   PIC 9(08).
000880           05  JHST-LINE-COUNT     PIC 9(07).
000890           05  JHST-DEBIT-TOTAL    PIC 9(11).
000900           05  JHST-CREDIT-TOTAL   PIC 9(11).
000910           05  JHST-DEPT-COUNT     PIC 9(05).
000920           05  JHST-USER-ID        PIC X(08).
000930           05  FILLER              PIC X(22).
000940       FD  GLJ-FILE.
000950       01  GLJ-RECORD.
000960           05  GLJ-REC-TYPE        PIC X(01).
000970               88  GLJ-IS-HEADER             VALUE "H".
000980               88  GLJ-IS-DETAIL             VALUE "D".
000990               88  GLJ-IS-TRAILER            VALUE "T".
001000           05  GLJ-BODY            PIC X(79).
001010       01  GLJ-HEADER-RECORD.
001020           05  FILLER              PIC X(01).
001030           05  GLJH-SOURCE         PIC X(08).
001040           05  GLJH-JOURNAL-DATE   PIC 9(08).
001050           05  GLJH-CREATED-DATE   PIC 9(08).
001060           05  GLJH-DESCRIPTION    PIC X(30).
001070           05  FILLER              PIC X(25).
001080       01  GLJ-DETAIL-RECORD.
001090           05  FILLER              PIC X(01).
001100           05  GLJD-LINE-NO        PIC 9(05).
001110           05  GLJD-GL-ACCOUNT     PIC X(10).
001120           05  GLJD-DR-CR          PIC X(01).
001130           05  GLJD-AMOUNT         PIC 9(11).
001140           05  GLJD-DEPT-CODE      PIC X(03).
001150           05  GLJD-DESCRIPTION    PIC X(30).
001160           05  FILLER              PIC X(19).
001170       01  GLJ-TRAILER-RECORD.
001180           05  FILLER              PIC X(01).
001190           05  GLJT-LINE-COUNT     PIC 9(07).
001200           05  GLJT-DEBIT-TOTAL    PIC 9(11).
001210           05  GLJT-CREDIT-TOTAL   PIC 9(11).
001220           05  GLJT-DEPT-COUNT     PIC 9(05).
001230           05  FILLER              PIC X(45).
001240       FD  JRPT-FILE.
001250       01  JRPT-LINE               PIC X(80).
001251       FD  STEP-FILE.
001252       01  STEP-RECORD.
001253           05  STEP-KEY.
001254               10  STEP-BUS-DATE   PIC 9(08).
001255               10  STEP-NAME       PIC X(08).
001256               10  STEP-INSTANCE   PIC X(01).
001257           05  STEP-STATE          PIC X(01).
001258               88  STEP-RUNNING            VALUE "S".
001259               88  STEP-ENDED              VALUE "E".
001260               88  STEP-WAS-RESET          VALUE "R".
001261           05  STEP-START-STAMP.
001262               10  STEP-START-DATE PIC 9(08).
001263               10  STEP-START-TIME PIC 9(06).
001264           05  STEP-END-STAMP.
001265               10  STEP-END-DATE   PIC 9(08).
001266               10  STEP-END-TIME   PIC 9(06).
001267           05  STEP-COND-CODE      PIC 9(02).
001268           05  STEP-RUN-COUNT      PIC 9(03).
001269           05  STEP-RESET-USER     PIC X(08).
001270           05  STEP-RESET-DATE     PIC 9(08).
001271           05  STEP-RESET-TIME     PIC 9(06).
001272           05  FILLER              PIC X(07).
001273       WORKING-STORAGE SECTION.
001274       77  JR-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001280           88  JR-BDT-FILE-OK                VALUE "00".
001290       77  JR-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001300           88  JR-PARM-FILE-OK               VALUE "00".
001310       77  JR-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
001320           88  JR-FEED-FILE-OK               VALUE "00".
001330       77  JR-GLX-FILE-STATUS      PIC X(02) VALUE SPACES.
001340           88  JR-GLX-FILE-OK                VALUE "00".
001350       77  JR-JHST-FILE-STATUS     PIC X(02) VALUE SPACES.
001360           88  JR-JHST-FILE-OK               VALUE "00".
001370       77  JR-GLJ-FILE-STATUS      PIC X(02) VALUE SPACES.
001380           88  JR-GLJ-FILE-OK                VALUE "00".
001390       77  JR-JRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001400           88  JR-JRPT-FILE-OK               VALUE "00".
001410       77  JR-FEED-EOF-SWITCH      PIC X(01) VALUE "N".
001420           88  JR-FEED-AT-EOF                VALUE "Y".
001430       77  JR-GLX-OPEN-SWITCH      PIC X(01) VALUE "N".
001440           88  JR-GLX-OPEN                   VALUE "Y".
001450       77  JR-JHST-EOF-SWITCH      PIC X(01) VALUE "N".
001460           88  JR-JHST-AT-EOF                VALUE "Y".
001470       77  JR-FATAL-SWITCH         PIC X(01) VALUE "N".
001480           88  JR-FATAL                      VALUE "Y".
001490       77  JR-ALREADY-SWITCH       PIC X(01) VALUE "N".
001500           88  JR-ALREADY-JOURNALLED         VALUE "Y".
001510       77  JR-RUN-DATE             PIC 9(08) VALUE ZERO.
001520       77  JR-JOURNAL-DATE         PIC 9(08) VALUE ZERO.
001530       77  JR-USER-ID              PIC X(08) VALUE SPACES.
001540       77  JR-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
001550       77  JR-DEPT-LIMIT           PIC 9(03) VALUE 200.
001560       77  JR-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
001570       77  JR-DEPT-IX              PIC 9(03) COMP VALUE ZERO.
001620       77  JR-FEED-COUNT           PIC 9(07) COMP VALUE ZERO.
001630       77  JR-POST-COUNT           PIC 9(07) COMP VALUE ZERO.
001640       77  JR-REV-COUNT            PIC 9(07) COMP VALUE ZERO.
001650       77  JR-UNMAPPED-COUNT       PIC 9(03) COMP VALUE ZERO.
001660       77  JR-NET-AMOUNT           PIC S9(11) VALUE ZERO.
001661       77  JR-FEED-DATE            PIC 9(08) VALUE ZERO.
001670       77  JR-LINE-COUNT           PIC 9(07) VALUE ZERO.
001680       77  JR-DEBIT-TOTAL          PIC 9(11) VALUE ZERO.
001690       77  JR-CREDIT-TOTAL         PIC 9(11) VALUE ZERO.
001700       77  JR-JOURNAL-DEPTS        PIC 9(05) VALUE ZERO.
001710       77  JR-ZERO-NET-COUNT       PIC 9(05) VALUE ZERO.
001711       77  JR-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001712           88  JR-STEP-FILE-OK               VALUE "00".
001713           88  JR-STEP-FILE-MISSING          VALUE "35".
001714       77  JR-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001715           88  JR-STEP-FOUND                 VALUE "Y".
001716       77  JR-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001717           88  JR-STEP-STARTED               VALUE "Y".
001718       77  JR-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
001719           88  JR-STEP-REFUSED               VALUE "Y".
001720       77  JR-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
001721       77  JR-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001722       77  JR-STEP-NAME            PIC X(08) VALUE "GIVEJRNL".
001723       77  JR-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001724       77  JR-PRQ-NAME             PIC X(08) VALUE SPACES.
001725           88  JR-PRQ-IS-POSTING             VALUE "GIVEMAIN"
001726                                             "GIVEMRGE".
001727       77  JR-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
001728       77  JR-PRQ-WHY              PIC X(30) VALUE SPACES.
001729       77  JR-PRQ-TEXT             PIC X(60) VALUE SPACES.
001730       01  JR-DEPT-TABLE.
001731           05  JR-DEPT-ENTRY OCCURS 200 TIMES.
001740               10  JR-DT-DEPT-CODE PIC X(03).
001750               10  JR-DT-POST-SUM  PIC 9(11).
001760               10  JR-DT-REV-SUM   PIC 9(11).
001770               10  JR-DT-DEBIT-ACCT PIC X(10).
001780               10  JR-DT-CREDIT-ACCT PIC X(10).
001830       01  JR-RPT-WORK-LINE.
001840           05  JR-RPT-LABEL        PIC X(37).
001850           05  JR-RPT-NUMBER       PIC ZZZZ9.
001860           05  JR-RPT-TEXT         PIC X(38).
001870       01  JR-DEPT-LINE.
001880           05  FILLER              PIC X(05) VALUE "DEPT ".
001890           05  JR-DL-DEPT          PIC X(03).
001900           05  FILLER              PIC X(07) VALUE " POSTED".
001910           05  JR-DL-POSTED        PIC ZZZZZZZZZZ9.
001920           05  FILLER              PIC X(09) VALUE " REVERSED".
001930           05  JR-DL-REVERSED      PIC ZZZZZZZZZZ9.
001940           05  FILLER              PIC X(04) VALUE " NET".
001950           05  JR-DL-NET           PIC ----------9.
001960           05  FILLER              PIC X(01) VALUE SPACE.
001970           05  JR-DL-ACCOUNT       PIC X(10).
001980           05  FILLER              PIC X(08) VALUE SPACES.
001981       01  JR-STEP-NOW.
001982           05  JR-STEP-NOW-DATE    PIC 9(08).
001983           05  JR-STEP-NOW-TIME    PIC 9(06).
001984       01  JR-STEP-CLOCK.
001985           05  JR-STEP-CLOCK-HMS   PIC 9(06).
001986           05  FILLER              PIC 9(02).
001990       PROCEDURE DIVISION.
002000
002010       MAIN-PROCEDURE.
002011           PERFORM 9700-START-STEP THRU 9700-EXIT.
002012           IF JR-STEP-REFUSED
002013               MOVE JR-STEP-REFUSE-CODE TO RETURN-CODE
002014               GO TO MAIN-PROCEDURE-EXIT
002015           END-IF.
002020           OPEN OUTPUT JRPT-FILE.
002030           IF NOT JR-JRPT-FILE-OK
002040               DISPLAY "GIVJ0001E - GIVEJRPT COULD NOT BE "
002050                   "OPENED, FILE STATUS " JR-JRPT-FILE-STATUS
002060               MOVE 12 TO RETURN-CODE
002070               GO TO MAIN-PROCEDURE-EXIT
002080           END-IF.
002090           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100           PERFORM 2000-CHECK-HISTORY THRU 2000-EXIT.
002110           IF JR-ALREADY-JOURNALLED
002120               DISPLAY "GIVJ0002E - " JR-JOURNAL-DATE
002130                   " IS ALREADY JOURNALLED, NOTHING SENT"
002140               MOVE SPACES TO JR-RPT-WORK-LINE
002150               MOVE "DATE ALREADY JOURNALLED" TO JR-RPT-LABEL
002160               MOVE "NOTHING SENT" TO JR-RPT-TEXT
002170               MOVE JR-RPT-WORK-LINE TO JRPT-LINE
002180               WRITE JRPT-LINE
002190               CLOSE JRPT-FILE
002200               MOVE 8 TO RETURN-CODE
002210               GO TO MAIN-PROCEDURE-EXIT
002220           END-IF.
002250           PERFORM 4000-SUMMARIZE-FEED THRU 4000-EXIT.
002270           IF JR-FATAL
002280               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002290               CLOSE JRPT-FILE
002300               MOVE 12 TO RETURN-CODE
002310               GO TO MAIN-PROCEDURE-EXIT
002320           END-IF.
002330           IF JR-DEPT-COUNT = ZERO
002340               DISPLAY "GIVJ0003W - NOTHING POSTED FOR "
002350                   JR-JOURNAL-DATE ", NO JOURNAL WRITTEN"
002360               MOVE SPACES TO JR-RPT-WORK-LINE
002370               MOVE "NOTHING POSTED FOR DATE" TO JR-RPT-LABEL
002380               MOVE "NO JOURNAL WRITTEN" TO JR-RPT-TEXT
002390               MOVE JR-RPT-WORK-LINE TO JRPT-LINE
002400               WRITE JRPT-LINE
002410               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002420               CLOSE JRPT-FILE
002430               MOVE 4 TO RETURN-CODE
002440               GO TO MAIN-PROCEDURE-EXIT
002450           END-IF.
002460           PERFORM 5000-CHECK-MAPPING THRU 5000-EXIT.
002470           IF JR-UNMAPPED-COUNT > ZERO
002480               MOVE SPACES TO JR-RPT-WORK-LINE
002490               MOVE "DEPARTMENTS WITH NO GL ACCOUNT"
002491                   TO JR-RPT-LABEL
002500               MOVE JR-UNMAPPED-COUNT TO JR-RPT-NUMBER
002510               MOVE "JOURNAL STOPPED" TO JR-RPT-TEXT
002520               MOVE JR-RPT-WORK-LINE TO JRPT-LINE
002530               WRITE JRPT-LINE
002540               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002550               CLOSE JRPT-FILE
002560               MOVE 8 TO RETURN-CODE
002570               GO TO MAIN-PROCEDURE-EXIT
002580           END-IF.
002590           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
002600           IF NOT JR-FATAL
002610               PERFORM 7000-RECORD-HISTORY THRU 7000-EXIT
002620           END-IF.
002630           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002640           CLOSE JRPT-FILE.
002650           IF JR-FATAL
002660               MOVE 12 TO RETURN-CODE
002670           END-IF.
002680
002681           PERFORM 9750-END-STEP THRU 9750-EXIT.
002690           STOP RUN.
002700       MAIN-PROCEDURE-EXIT.
002701           PERFORM 9750-END-STEP THRU 9750-EXIT.
002710           STOP RUN.
002720*    *****************************************************************
002730*    1000-INITIALIZE
002740*        Picks up the date to journal: the desk's GIVEJPRM date
002750*        when given (for a rerun or a missed day), else the
002760*        GIVEBDT business date, else the physical date as in
002770*        the nightly run.
002780*    *****************************************************************
002790       1000-INITIALIZE.
002800           ACCEPT JR-RUN-DATE FROM DATE YYYYMMDD.
002810           MOVE JR-RUN-DATE TO JR-JOURNAL-DATE.
002820           OPEN INPUT BDT-FILE.
002830           IF JR-BDT-FILE-OK
002840               READ BDT-FILE
002850                   NOT AT END
002860                       IF BDT-BUS-DATE NUMERIC
002870                         AND BDT-BUS-DATE > ZERO
002880                           MOVE BDT-BUS-DATE TO JR-JOURNAL-DATE
002890                       END-IF
002900               END-READ
002910               CLOSE BDT-FILE
002920           END-IF.
002930           OPEN INPUT PARM-FILE.
002940           IF JR-PARM-FILE-OK
002950               READ PARM-FILE
002960                   NOT AT END
002970                       IF PARM-JOURNAL-DATE NUMERIC
002980                         AND PARM-JOURNAL-DATE > ZERO
002990                           MOVE PARM-JOURNAL-DATE
003000                               TO JR-JOURNAL-DATE
003010                       END-IF
003020                       MOVE PARM-USER-ID TO JR-USER-ID
003030               END-READ
003040               CLOSE PARM-FILE
003050           END-IF.
003060           MOVE SPACES TO JR-RPT-WORK-LINE.
003070           MOVE "GENERAL-LEDGER JOURNAL" TO JR-RPT-LABEL.
003080           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
003090           WRITE JRPT-LINE.
003100           MOVE SPACES TO JR-RPT-WORK-LINE.
003110           MOVE "JOURNAL BUSINESS DATE" TO JR-RPT-LABEL.
003120           MOVE JR-JOURNAL-DATE TO JR-RPT-TEXT.
003130           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
003140           WRITE JRPT-LINE.
003150           IF JR-USER-ID NOT = SPACES
003160               MOVE SPACES TO JR-RPT-WORK-LINE
003170               MOVE "DATE GIVEN BY" TO JR-RPT-LABEL
003180               MOVE JR-USER-ID TO JR-RPT-TEXT
003190               MOVE JR-RPT-WORK-LINE TO JRPT-LINE
003200               WRITE JRPT-LINE
003210           END-IF.
003220       1000-EXIT.
003230           EXIT.
003240*    *****************************************************************
003250*    2000-CHECK-HISTORY
003260*        A date found on the journal history has already gone
003270*        to the ledger.  No history yet means nothing has.
003280*    *****************************************************************
003290       2000-CHECK-HISTORY.
003300           OPEN INPUT JHST-FILE.
003310           IF NOT JR-JHST-FILE-OK
003320               GO TO 2000-EXIT
003330           END-IF.
003340           PERFORM 2100-CHECK-ONE-HISTORY THRU 2100-EXIT
003350               UNTIL JR-JHST-AT-EOF
003360                  OR JR-ALREADY-JOURNALLED.
003370           CLOSE JHST-FILE.
003380       2000-EXIT.
003390           EXIT.
003400
003410       2100-CHECK-ONE-HISTORY.
003420           READ JHST-FILE
003430               AT END
003440                   SET JR-JHST-AT-EOF TO TRUE
003450                   GO TO 2100-EXIT
003460           END-READ.
003470           IF JHST-JOURNAL-DATE = JR-JOURNAL-DATE
003480               SET JR-ALREADY-JOURNALLED TO TRUE
003490           END-IF.
003500       2100-EXIT.
003510           EXIT.
003950*    *****************************************************************
003960*    4000-SUMMARIZE-FEED
003970*        Totals the feed records posted on the journal date
003980*        by department.  GIVEBKO writes each reversal with
003990*        flag R under the date it posts, so a reversal nets
004000*        against that day's postings even when the batch it
004001*        reverses went to the ledger on an earlier journal.
004010*    *****************************************************************
004020       4000-SUMMARIZE-FEED.
004030           OPEN INPUT FEED-FILE.
004040           IF NOT JR-FEED-FILE-OK
004050               DISPLAY "GIVJ0005E - GIVEFEED COULD NOT BE "
004060                   "OPENED, FILE STATUS " JR-FEED-FILE-STATUS
004070               SET JR-FATAL TO TRUE
004080               GO TO 4000-EXIT
004090           END-IF.
004100           PERFORM 4100-TALLY-ONE-FEED THRU 4100-EXIT
004110               UNTIL JR-FEED-AT-EOF.
004120           CLOSE FEED-FILE.
004130       4000-EXIT.
004140           EXIT.
004150
004160       4100-TALLY-ONE-FEED.
004170           READ FEED-FILE
004180               AT END
004190                   SET JR-FEED-AT-EOF TO TRUE
004200                   GO TO 4100-EXIT
004210           END-READ.
004220           MOVE FEED-RUN-DATE TO JR-FEED-DATE.
004221           IF FEED-POST-DATE NUMERIC
004222             AND FEED-POST-DATE > ZERO
004223               MOVE FEED-POST-DATE TO JR-FEED-DATE
004224           END-IF.
004225           IF JR-FEED-DATE NOT = JR-JOURNAL-DATE
004230               GO TO 4100-EXIT
004240           END-IF.
004250           ADD 1 TO JR-FEED-COUNT.
004260           MOVE ZERO TO JR-DEPT-IX.
004270           PERFORM 4110-SCAN-FEED-DEPT THRU 4110-EXIT
004280               VARYING JR-DEPT-SUB FROM 1 BY 1
004290               UNTIL JR-DEPT-SUB > JR-DEPT-COUNT
004300                  OR JR-DEPT-IX > ZERO.
004310           IF JR-DEPT-IX = ZERO
004320               IF JR-DEPT-COUNT >= JR-DEPT-LIMIT
004330                   DISPLAY "GIVJ0006E - MORE THAN " JR-DEPT-LIMIT
004340                       " DEPARTMENTS ON THE FEED FOR THE DATE"
004350                   SET JR-FATAL TO TRUE
004360                   SET JR-FEED-AT-EOF TO TRUE
004370                   GO TO 4100-EXIT
004380               END-IF
004390               ADD 1 TO JR-DEPT-COUNT
004400               MOVE JR-DEPT-COUNT TO JR-DEPT-IX
004410               MOVE FEED-DEPT-CODE TO JR-DT-DEPT-CODE (JR-DEPT-IX)
004420               MOVE ZERO TO JR-DT-POST-SUM (JR-DEPT-IX)
004430               MOVE ZERO TO JR-DT-REV-SUM (JR-DEPT-IX)
004440               MOVE SPACES TO JR-DT-DEBIT-ACCT (JR-DEPT-IX)
004441               MOVE SPACES TO JR-DT-CREDIT-ACCT (JR-DEPT-IX)
004450           END-IF.
004460           IF FEED-REV-FLAG = "R"
004470               ADD FEED-GIVE-VALUE TO JR-DT-REV-SUM (JR-DEPT-IX)
004480               ADD 1 TO JR-REV-COUNT
004490           ELSE
004500               ADD FEED-GIVE-VALUE TO JR-DT-POST-SUM (JR-DEPT-IX)
004510               ADD 1 TO JR-POST-COUNT
004520           END-IF.
004530       4100-EXIT.
004540           EXIT.
004550
004560       4110-SCAN-FEED-DEPT.
004570           IF JR-DT-DEPT-CODE (JR-DEPT-SUB) = FEED-DEPT-CODE
004580               MOVE JR-DEPT-SUB TO JR-DEPT-IX
004590           END-IF.
004600       4110-EXIT.
004610           EXIT.
004620*    *****************************************************************
004630*    5000-CHECK-MAPPING
004640*        Every department on the feed for the date must have
004650*        both GL accounts on the cross-reference, looked up by
004660*        its code.  Each one that does not is reported; any at
004661*        all stops the journal.  An absent cross-reference
004662*        leaves every department unmapped.
004670*    *****************************************************************
004680       5000-CHECK-MAPPING.
004681           OPEN INPUT GLX-FILE.
004682           IF JR-GLX-FILE-OK
004683               SET JR-GLX-OPEN TO TRUE
004684           ELSE
004685               MOVE SPACES TO JR-RPT-WORK-LINE
004686               MOVE "NO GL CROSS-REFERENCE (GIVEGLX)"
004687                   TO JR-RPT-LABEL
004688               MOVE JR-RPT-WORK-LINE TO JRPT-LINE
004689               WRITE JRPT-LINE
004690           END-IF.
004691           PERFORM 5100-CHECK-ONE-DEPT THRU 5100-EXIT
004700               VARYING JR-DEPT-SUB FROM 1 BY 1
004710               UNTIL JR-DEPT-SUB > JR-DEPT-COUNT.
004711           IF JR-GLX-OPEN
004712               CLOSE GLX-FILE
004713           END-IF.
004720       5000-EXIT.
004730           EXIT.
004740
004750       5100-CHECK-ONE-DEPT.
004760           IF JR-GLX-OPEN
004770               MOVE JR-DT-DEPT-CODE (JR-DEPT-SUB) TO GLX-DEPT-CODE
004780               READ GLX-FILE
004790                   INVALID KEY
004800                       CONTINUE
004810                   NOT INVALID KEY
004820                       MOVE GLX-DEBIT-ACCT
004830                           TO JR-DT-DEBIT-ACCT (JR-DEPT-SUB)
004840                       MOVE GLX-CREDIT-ACCT
004850                           TO JR-DT-CREDIT-ACCT (JR-DEPT-SUB)
004860               END-READ
004870           END-IF.
004880           IF JR-DT-DEBIT-ACCT (JR-DEPT-SUB) NOT = SPACES
004885             AND JR-DT-CREDIT-ACCT (JR-DEPT-SUB) NOT = SPACES
004890               GO TO 5100-EXIT
004900           END-IF.
004910           ADD 1 TO JR-UNMAPPED-COUNT.
004920           DISPLAY "GIVJ0007E - DEPT "
004921               JR-DT-DEPT-CODE (JR-DEPT-SUB)
004930               " HAS NO GL ACCOUNT, JOURNAL STOPPED".
004940           MOVE SPACES TO JR-RPT-WORK-LINE.
004950           MOVE "DEPT HAS NO GL ACCOUNT" TO JR-RPT-LABEL.
004960           MOVE JR-DT-DEPT-CODE (JR-DEPT-SUB) TO JR-RPT-TEXT.
004970           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
004980           WRITE JRPT-LINE.
004990       5100-EXIT.
005000           EXIT.
005090*    *****************************************************************
005100*    6000-WRITE-JOURNAL
005110*        Writes the header, a balanced debit and credit pair for
005120*        each department with a non-zero net (a net reversal
005130*        swaps the two accounts), and the control trailer.  The
005140*        totals are footed before the trailer goes out; a
005150*        journal that does not balance is never marked sent.
005160*    *****************************************************************
005170       6000-WRITE-JOURNAL.
005180           OPEN OUTPUT GLJ-FILE.
005190           IF NOT JR-GLJ-FILE-OK
005200               DISPLAY "GIVJ0008E - GIVEGLJ COULD NOT BE "
005210                   "OPENED, FILE STATUS " JR-GLJ-FILE-STATUS
005220               SET JR-FATAL TO TRUE
005230               GO TO 6000-EXIT
005240           END-IF.
005250           MOVE SPACES TO GLJ-HEADER-RECORD.
005260           SET GLJ-IS-HEADER TO TRUE.
005270           MOVE "GIVE" TO GLJH-SOURCE.
005280           MOVE JR-JOURNAL-DATE TO GLJH-JOURNAL-DATE.
005290           MOVE JR-RUN-DATE TO GLJH-CREATED-DATE.
005300           MOVE "GIVE DAILY POSTINGS" TO GLJH-DESCRIPTION.
005310           WRITE GLJ-HEADER-RECORD.
005320           PERFORM 6100-JOURNAL-ONE-DEPT THRU 6100-EXIT
005330               VARYING JR-DEPT-SUB FROM 1 BY 1
005340               UNTIL JR-DEPT-SUB > JR-DEPT-COUNT.
005350           IF JR-DEBIT-TOTAL NOT = JR-CREDIT-TOTAL
005360               DISPLAY "GIVJ0009E - JOURNAL DOES NOT BALANCE, "
005370                   "DEBITS " JR-DEBIT-TOTAL
005380                   " CREDITS " JR-CREDIT-TOTAL
005390               SET JR-FATAL TO TRUE
005400           END-IF.
005410           MOVE SPACES TO GLJ-TRAILER-RECORD.
005420           SET GLJ-IS-TRAILER TO TRUE.
005430           MOVE JR-LINE-COUNT TO GLJT-LINE-COUNT.
005440           MOVE JR-DEBIT-TOTAL TO GLJT-DEBIT-TOTAL.
005450           MOVE JR-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL.
005460           MOVE JR-JOURNAL-DEPTS TO GLJT-DEPT-COUNT.
005470           WRITE GLJ-TRAILER-RECORD.
005480           CLOSE GLJ-FILE.
005490       6000-EXIT.
005500           EXIT.
005510
005520       6100-JOURNAL-ONE-DEPT.
005540           COMPUTE JR-NET-AMOUNT = JR-DT-POST-SUM (JR-DEPT-SUB)
005550               - JR-DT-REV-SUM (JR-DEPT-SUB).
005560           MOVE JR-DT-DEPT-CODE (JR-DEPT-SUB) TO JR-DL-DEPT.
005570           MOVE JR-DT-POST-SUM (JR-DEPT-SUB) TO JR-DL-POSTED.
005580           MOVE JR-DT-REV-SUM (JR-DEPT-SUB) TO JR-DL-REVERSED.
005590           MOVE JR-NET-AMOUNT TO JR-DL-NET.
005600           MOVE JR-DT-DEBIT-ACCT (JR-DEPT-SUB) TO JR-DL-ACCOUNT.
005610           MOVE JR-DEPT-LINE TO JRPT-LINE.
005620           WRITE JRPT-LINE.
005630           IF JR-NET-AMOUNT = ZERO
005640               ADD 1 TO JR-ZERO-NET-COUNT
005650               GO TO 6100-EXIT
005660           END-IF.
005670           ADD 1 TO JR-JOURNAL-DEPTS.
005680           MOVE SPACES TO GLJ-DETAIL-RECORD.
005690           SET GLJ-IS-DETAIL TO TRUE.
005700           MOVE JR-DT-DEPT-CODE (JR-DEPT-SUB) TO GLJD-DEPT-CODE.
005710           MOVE "GIVE POSTINGS NET OF REVERSALS"
005720               TO GLJD-DESCRIPTION.
005730           IF JR-NET-AMOUNT > ZERO
005740               MOVE JR-NET-AMOUNT TO GLJD-AMOUNT
005750           ELSE
005760               COMPUTE GLJD-AMOUNT = ZERO - JR-NET-AMOUNT
005770           END-IF.
005780           ADD 1 TO JR-LINE-COUNT.
005790           MOVE JR-LINE-COUNT TO GLJD-LINE-NO.
005800           MOVE "D" TO GLJD-DR-CR.
005810           IF JR-NET-AMOUNT > ZERO
005820               MOVE JR-DT-DEBIT-ACCT (JR-DEPT-SUB)
005821                   TO GLJD-GL-ACCOUNT
005830           ELSE
005840               MOVE JR-DT-CREDIT-ACCT (JR-DEPT-SUB)
005850                   TO GLJD-GL-ACCOUNT
005860           END-IF.
005870           WRITE GLJ-DETAIL-RECORD.
005880           ADD GLJD-AMOUNT TO JR-DEBIT-TOTAL.
005890           ADD 1 TO JR-LINE-COUNT.
005900           MOVE JR-LINE-COUNT TO GLJD-LINE-NO.
005910           MOVE "C" TO GLJD-DR-CR.
005920           IF JR-NET-AMOUNT > ZERO
005930               MOVE JR-DT-CREDIT-ACCT (JR-DEPT-SUB)
005940                   TO GLJD-GL-ACCOUNT
005950           ELSE
005960               MOVE JR-DT-DEBIT-ACCT (JR-DEPT-SUB)
005961                   TO GLJD-GL-ACCOUNT
005970           END-IF.
005980           WRITE GLJ-DETAIL-RECORD.
005990           ADD GLJD-AMOUNT TO JR-CREDIT-TOTAL.
006000       6100-EXIT.
006010           EXIT.
006020*    *****************************************************************
006030*    7000-RECORD-HISTORY
006040*        Appends the date and control totals to the journal
006050*        history so the date is never sent twice.  A failure
006060*        here is fatal: the journal exists but is unrecorded,
006070*        and must not go to the ledger until the history is
006071*        put right.  That covers the write of the history
006072*        record as well as the open (GIVJ0015E).
006090*    *****************************************************************
006100       7000-RECORD-HISTORY.
006110           OPEN EXTEND JHST-FILE.
006120           IF NOT JR-JHST-FILE-OK
006130               OPEN OUTPUT JHST-FILE
006140           END-IF.
006150           IF NOT JR-JHST-FILE-OK
006160               DISPLAY "GIVJ0010E - GIVEJHST COULD NOT BE "
006170                   "OPENED, FILE STATUS " JR-JHST-FILE-STATUS
006180               SET JR-FATAL TO TRUE
006190               GO TO 7000-EXIT
006200           END-IF.
006210           MOVE SPACES TO JHST-RECORD.
006220           MOVE JR-JOURNAL-DATE TO JHST-JOURNAL-DATE.
006230           MOVE JR-RUN-DATE TO JHST-CREATED-DATE.
006240           MOVE JR-LINE-COUNT TO JHST-LINE-COUNT.
006250           MOVE JR-DEBIT-TOTAL TO JHST-DEBIT-TOTAL.
006260           MOVE JR-CREDIT-TOTAL TO JHST-CREDIT-TOTAL.
006270           MOVE JR-JOURNAL-DEPTS TO JHST-DEPT-COUNT.
006280           MOVE JR-USER-ID TO JHST-USER-ID.
006290           WRITE JHST-RECORD.
006291           IF NOT JR-JHST-FILE-OK
006292               DISPLAY "GIVJ0015E - GIVEJHST COULD NOT BE "
006293                   "WRITTEN FOR " JR-JOURNAL-DATE
006294                   ", FILE STATUS " JR-JHST-FILE-STATUS
006295               SET JR-FATAL TO TRUE
006296           END-IF.
006300           CLOSE JHST-FILE.
006310       7000-EXIT.
006320           EXIT.
006330*    *****************************************************************
006340*    8000-WRITE-SUMMARY
006350*        Writes the journal totals.
006360*    *****************************************************************
006370       8000-WRITE-SUMMARY.
006380           MOVE SPACES TO JR-RPT-WORK-LINE.
006390           MOVE "FEED RECORDS FOR DATE" TO JR-RPT-LABEL.
006400           MOVE JR-FEED-COUNT TO JR-RPT-NUMBER.
006410           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
006420           WRITE JRPT-LINE.
006430
006440           MOVE SPACES TO JR-RPT-WORK-LINE.
006450           MOVE "REVERSAL RECORDS NETTED" TO JR-RPT-LABEL.
006460           MOVE JR-REV-COUNT TO JR-RPT-NUMBER.
006470           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
006480           WRITE JRPT-LINE.
006490
006500           MOVE SPACES TO JR-RPT-WORK-LINE.
006510           MOVE "DEPARTMENTS JOURNALLED" TO JR-RPT-LABEL.
006520           MOVE JR-JOURNAL-DEPTS TO JR-RPT-NUMBER.
006530           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
006540           WRITE JRPT-LINE.
006550
006560           MOVE SPACES TO JR-RPT-WORK-LINE.
006570           MOVE "DEPARTMENTS NETTING TO ZERO" TO JR-RPT-LABEL.
006580           MOVE JR-ZERO-NET-COUNT TO JR-RPT-NUMBER.
006590           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
006600           WRITE JRPT-LINE.
006610
006620           MOVE SPACES TO JR-RPT-WORK-LINE.
006630           MOVE "JOURNAL LINES WRITTEN" TO JR-RPT-LABEL.
006640           MOVE JR-LINE-COUNT TO JR-RPT-NUMBER.
006650           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
006660           WRITE JRPT-LINE.
006670
006680           MOVE SPACES TO JR-RPT-WORK-LINE.
006690           MOVE "JOURNAL DEBIT TOTAL" TO JR-RPT-LABEL.
006700           MOVE JR-DEBIT-TOTAL TO JR-RPT-TEXT.
006710           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
006720           WRITE JRPT-LINE.
006730
006740           MOVE SPACES TO JR-RPT-WORK-LINE.
006750           MOVE "JOURNAL CREDIT TOTAL" TO JR-RPT-LABEL.
006760           MOVE JR-CREDIT-TOTAL TO JR-RPT-TEXT.
006770           MOVE JR-RPT-WORK-LINE TO JRPT-LINE.
006780           WRITE JRPT-LINE.
006790       8000-EXIT.
006800           EXIT.
006810*    *****************************************************************
006820*    9700-START-STEP
006830*        Records this step as started on the job-stream step
006840*        ledger (GIVESTEP) for the business date, once the steps
006850*        it depends on have ended cleanly for that date.  A step
006860*        still marked running, or one that already ended cleanly,
006870*        is refused until the operator resets it with GIVESRST.
006880*        A refused step touches no other file and ends with
006890*        condition code 20.
006900*    *****************************************************************
006910       9700-START-STEP.
006920           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
006930           OPEN I-O STEP-FILE.
006940           IF JR-STEP-FILE-MISSING
006950               OPEN OUTPUT STEP-FILE
006960               IF JR-STEP-FILE-OK
006970                   CLOSE STEP-FILE
006980                   OPEN I-O STEP-FILE
006990               END-IF
007000           END-IF.
007010           IF NOT JR-STEP-FILE-OK
007020               DISPLAY "GIVJ0011E - GIVESTEP COULD NOT BE "
007030                   "OPENED, FILE STATUS " JR-STEP-FILE-STATUS
007040               MOVE 12 TO JR-STEP-REFUSE-CODE
007050               SET JR-STEP-REFUSED TO TRUE
007060               GO TO 9700-EXIT
007070           END-IF.
007080           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
007090           IF JR-STEP-REFUSED
007100               CLOSE STEP-FILE
007110               GO TO 9700-EXIT
007120           END-IF.
007130           MOVE JR-STEP-BUS-DATE TO STEP-BUS-DATE.
007140           MOVE JR-STEP-NAME TO STEP-NAME.
007150           MOVE JR-STEP-INSTANCE TO STEP-INSTANCE.
007160           MOVE "N" TO JR-STEP-FOUND-SWITCH.
007170           READ STEP-FILE
007180               INVALID KEY
007190                   CONTINUE
007200               NOT INVALID KEY
007210                   SET JR-STEP-FOUND TO TRUE
007220           END-READ.
007230           MOVE SPACES TO JR-PRQ-WHY.
007240           IF JR-STEP-FOUND AND STEP-RUNNING
007250               MOVE "IS ALREADY RUNNING" TO JR-PRQ-WHY
007260           END-IF.
007270           IF JR-STEP-FOUND AND STEP-ENDED
007280             AND STEP-COND-CODE NOT > 4
007290               MOVE "HAS ALREADY ENDED CLEANLY"
007300                   TO JR-PRQ-WHY
007310           END-IF.
007320           IF JR-PRQ-WHY NOT = SPACES
007330               MOVE JR-STEP-NAME TO JR-PRQ-NAME
007340               MOVE JR-STEP-INSTANCE TO JR-PRQ-INSTANCE
007350               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
007360               DISPLAY "GIVJ0013I - RESET THE STEP WITH "
007370                   "GIVESRST TO RUN IT AGAIN"
007380               CLOSE STEP-FILE
007390               GO TO 9700-EXIT
007400           END-IF.
007410           IF NOT JR-STEP-FOUND
007420               MOVE SPACES TO STEP-RECORD
007430               MOVE JR-STEP-BUS-DATE TO STEP-BUS-DATE
007440               MOVE JR-STEP-NAME TO STEP-NAME
007450               MOVE JR-STEP-INSTANCE TO STEP-INSTANCE
007460               MOVE ZERO TO STEP-RUN-COUNT
007470               MOVE ZERO TO STEP-RESET-DATE
007480               MOVE ZERO TO STEP-RESET-TIME
007490           END-IF.
007500           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
007510           SET STEP-RUNNING TO TRUE.
007520           MOVE JR-STEP-NOW TO STEP-START-STAMP.
007530           MOVE ZERO TO STEP-END-DATE.
007540           MOVE ZERO TO STEP-END-TIME.
007550           MOVE ZERO TO STEP-COND-CODE.
007560           ADD 1 TO STEP-RUN-COUNT.
007570           IF JR-STEP-FOUND
007580               REWRITE STEP-RECORD
007590                   INVALID KEY
007600                       CONTINUE
007610               END-REWRITE
007620           ELSE
007630               WRITE STEP-RECORD
007640                   INVALID KEY
007650                       CONTINUE
007660               END-WRITE
007670           END-IF.
007680           IF NOT JR-STEP-FILE-OK
007690               DISPLAY "GIVJ0011E - GIVESTEP COULD NOT BE "
007700                   "UPDATED, FILE STATUS " JR-STEP-FILE-STATUS
007710               MOVE 12 TO JR-STEP-REFUSE-CODE
007720               SET JR-STEP-REFUSED TO TRUE
007730               CLOSE STEP-FILE
007740               GO TO 9700-EXIT
007750           END-IF.
007760           CLOSE STEP-FILE.
007770           SET JR-STEP-STARTED TO TRUE.
007780       9700-EXIT.
007790           EXIT.
007800
007810       9705-LOAD-STEP-DATE.
007820           ACCEPT JR-STEP-BUS-DATE FROM DATE YYYYMMDD.
007830           OPEN INPUT BDT-FILE.
007840           IF JR-BDT-FILE-OK
007850               READ BDT-FILE
007860                   NOT AT END
007870                       IF BDT-BUS-DATE NUMERIC
007880                         AND BDT-BUS-DATE > ZERO
007890                           MOVE BDT-BUS-DATE TO JR-STEP-BUS-DATE
007900                       END-IF
007910               END-READ
007920               CLOSE BDT-FILE
007930           END-IF.
007940           OPEN INPUT PARM-FILE.
007950           IF JR-PARM-FILE-OK
007960               READ PARM-FILE
007970                   NOT AT END
007980                       IF PARM-JOURNAL-DATE NUMERIC
007990                         AND PARM-JOURNAL-DATE > ZERO
008000                           MOVE PARM-JOURNAL-DATE
008010                               TO JR-STEP-BUS-DATE
008020                       END-IF
008030               END-READ
008040               CLOSE PARM-FILE
008050           END-IF.
008060       9705-EXIT.
008070           EXIT.
008080*    *****************************************************************
008090*    9720-CHECK-PREREQS
008100*        Posting for the business date must have ended cleanly:
008110*        GIVEMRGE when GIVESPLT partitioned the input that date,
008120*        otherwise the single GIVEMAIN run.
008130*        The step is recorded against the date being journalled,
008140*        the desk's GIVEJPRM date when one is given.
008141*        A posting step that ended with condition code 8 has
008142*        posted every batch it did not quarantine or refuse, so
008143*        it is accepted; only 12 and above stops this step.
008150*    *****************************************************************
008160       9720-CHECK-PREREQS.
008170           PERFORM 9740-CHECK-POSTING THRU 9740-EXIT.
008180       9720-EXIT.
008190           EXIT.
008200
008210       9730-CHECK-ONE-PREREQ.
008220           MOVE JR-STEP-BUS-DATE TO STEP-BUS-DATE.
008230           MOVE JR-PRQ-NAME TO STEP-NAME.
008240           MOVE JR-PRQ-INSTANCE TO STEP-INSTANCE.
008250           READ STEP-FILE
008260               INVALID KEY
008270                   MOVE SPACE TO STEP-STATE
008280           END-READ.
008290           EVALUATE TRUE
008300               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
008301                   GO TO 9730-EXIT
008302               WHEN STEP-ENDED AND STEP-COND-CODE < 12
008303                 AND JR-PRQ-IS-POSTING
008310                   GO TO 9730-EXIT
008320               WHEN STEP-RUNNING
008330                   MOVE "IS STILL RUNNING" TO JR-PRQ-WHY
008340               WHEN STEP-WAS-RESET
008350                   MOVE "WAS RESET AND NOT RERUN"
008360                       TO JR-PRQ-WHY
008370               WHEN STEP-ENDED
008380                   MOVE SPACES TO JR-PRQ-WHY
008390                   STRING "ENDED WITH CONDITION CODE "
008400                       STEP-COND-CODE DELIMITED BY SIZE
008410                       INTO JR-PRQ-WHY
008420               WHEN OTHER
008430                   MOVE "HAS NOT RUN" TO JR-PRQ-WHY
008440           END-EVALUATE.
008450           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
008460       9730-EXIT.
008470           EXIT.
008480
008490       9740-CHECK-POSTING.
008500           MOVE "GIVEMAIN" TO JR-PRQ-NAME.
008510           MOVE SPACE TO JR-PRQ-INSTANCE.
008520           MOVE JR-STEP-BUS-DATE TO STEP-BUS-DATE.
008530           MOVE "GIVESPLT" TO STEP-NAME.
008540           MOVE SPACE TO STEP-INSTANCE.
008550           READ STEP-FILE
008560               INVALID KEY
008570                   CONTINUE
008580               NOT INVALID KEY
008590                   MOVE "GIVEMRGE" TO JR-PRQ-NAME
008600           END-READ.
008610           PERFORM 9730-CHECK-ONE-PREREQ THRU 9730-EXIT.
008620       9740-EXIT.
008630           EXIT.
008640*    *****************************************************************
008650*    9750-END-STEP
008660*        Marks this step ended on GIVESTEP with its condition
008670*        code.  Only a step this run started is marked; a ledger
008680*        that cannot be updated is reported and does not change
008690*        the step's own condition code.
008700*    *****************************************************************
008710       9750-END-STEP.
008720           IF NOT JR-STEP-STARTED
008730               GO TO 9750-EXIT
008740           END-IF.
008750           MOVE "N" TO JR-STEP-STARTED-SWITCH.
008760           OPEN I-O STEP-FILE.
008770           IF NOT JR-STEP-FILE-OK
008780               DISPLAY "GIVJ0014W - END OF STEP NOT RECORDED ON "
008790                   "GIVESTEP, FILE STATUS " JR-STEP-FILE-STATUS
008800               GO TO 9750-EXIT
008810           END-IF.
008820           MOVE JR-STEP-BUS-DATE TO STEP-BUS-DATE.
008830           MOVE JR-STEP-NAME TO STEP-NAME.
008840           MOVE JR-STEP-INSTANCE TO STEP-INSTANCE.
008850           READ STEP-FILE
008860               INVALID KEY
008870                   CONTINUE
008880           END-READ.
008890           IF JR-STEP-FILE-OK
008900               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
008910               SET STEP-ENDED TO TRUE
008920               MOVE JR-STEP-NOW TO STEP-END-STAMP
008930               MOVE RETURN-CODE TO STEP-COND-CODE
008940               REWRITE STEP-RECORD
008950                   INVALID KEY
008960                       CONTINUE
008970               END-REWRITE
008980           END-IF.
008990           IF NOT JR-STEP-FILE-OK
009000               DISPLAY "GIVJ0014W - END OF STEP NOT RECORDED ON "
009010                   "GIVESTEP, FILE STATUS " JR-STEP-FILE-STATUS
009020           END-IF.
009030           CLOSE STEP-FILE.
009040       9750-EXIT.
009050           EXIT.
009060
009070       9780-EDIT-STEP-TEXT.
009080           MOVE SPACES TO JR-PRQ-TEXT.
009090           IF JR-PRQ-INSTANCE = SPACE
009100               STRING JR-PRQ-NAME DELIMITED BY SPACE
009110                   " " JR-PRQ-WHY DELIMITED BY "  "
009120                   " FOR " JR-STEP-BUS-DATE DELIMITED BY SIZE
009130                   INTO JR-PRQ-TEXT
009140           ELSE
009150               STRING JR-PRQ-NAME DELIMITED BY SPACE
009160                   " PART " JR-PRQ-INSTANCE " "
009170                       DELIMITED BY SIZE
009180                   JR-PRQ-WHY DELIMITED BY "  "
009190                   " FOR " JR-STEP-BUS-DATE DELIMITED BY SIZE
009200                   INTO JR-PRQ-TEXT
009210           END-IF.
009220       9780-EXIT.
009230           EXIT.
009240
009250       9785-REFUSE-STEP.
009260           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
009270           DISPLAY "GIVJ0012E - " JR-STEP-NAME " REFUSED, "
009280               JR-PRQ-TEXT.
009290           MOVE 20 TO JR-STEP-REFUSE-CODE.
009300           SET JR-STEP-REFUSED TO TRUE.
009310       9785-EXIT.
009320           EXIT.
009330
009340       9795-TAKE-STEP-STAMP.
009350           ACCEPT JR-STEP-NOW-DATE FROM DATE YYYYMMDD.
009360           ACCEPT JR-STEP-CLOCK FROM TIME.
009370           MOVE JR-STEP-CLOCK-HMS TO JR-STEP-NOW-TIME.
009380       9795-EXIT.
009390           EXIT.
009400
009410           END PROGRAM GIVEJRNL.
