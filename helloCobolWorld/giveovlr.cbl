000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Over-limit hold report, approve-in and send-back
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Lists every value held on the
000100*                      over-limit file (GIVEOVL) because posting
000110*                      it would have taken its department past
000120*                      the ceiling on the master, whether held by
000130*                      the nightly run or by a GIVERELQ release,
000140*                      and acts on the desk's orders (GIVEOPRM):
000150*                      an approve order posts the matching values
000160*                      to GIVEFEED and adds them to the master's
000170*                      running totals, a send-back order writes
000180*                      them to GIVEREJ with reason OC.  Values
000190*                      with no order stay held.  An approval whose
000200*                      run date is inside a closed period is
000210*                      refused and the value stays held.
000220*                      Condition codes: 0 all orders done and
000230*                      nothing left held, 4 values still held or
000240*                      an order that matched nothing, 8 approval
000250*                      refused for a closed period, 12 file
000260*                      failure.
000261*     2026-10-15  TUL  GIVEDEPT is a keyed file now: approved
000262*                      totals are rolled into each department by
000263*                      reading and rewriting it in place by code,
000264*                      not by copying the master through GIVEOWRK.
000265*                      The approved-department table holds 200.
000266*     2026-10-15  TUL  Approved values carry the GIVEBDT business
000267*                      date as their posting date, so the general-
000268*                      ledger journal picks them up on the day of
000269*                      the approval.
000270*     2026-10-15  TUL  An approval is refused, and the value stays
000271*                      held, when the GIVEBDT business date it
000272*                      would post under is already on the journal
000273*                      history (GIVEJHST), condition code 24
000274*                      (GIVK0011E): the general-ledger journal for
000275*                      that date has been cut.  Send-backs still
000276*                      go ahead.  Each run is recorded on the job-
000277*                      stream step ledger (GIVESTEP) under the
000278*                      business date; the desk run depends on no
000279*                      other step and is never refused there.
000280*     2026-10-15  TUL  A department total that cannot be rewritten
000281*                      on GIVEDEPT is reported (GIVK0014E) and
000282*                      ends the run with condition code 12.
000283*                      Approved values for departments beyond the
000284*                      200 the tally holds are counted, reported
000285*                      (GIVK0015W) and end it with condition code
000286*                      4, instead of being left off the master
000287*                      unseen.
000288*    *****************************************************************
000289       IDENTIFICATION DIVISION.
000290       PROGRAM-ID. GIVEOVLR.
000300       ENVIRONMENT DIVISION.
000310       INPUT-OUTPUT SECTION.
000320       FILE-CONTROL.
000330           SELECT OPRM-FILE ASSIGN TO "GIVEOPRM"
000340               ORGANIZATION IS LINE SEQUENTIAL
000350               FILE STATUS IS OV-OPRM-FILE-STATUS.
000360           SELECT OVL-FILE ASSIGN TO "GIVEOVL"
000370               ORGANIZATION IS LINE SEQUENTIAL
000380               FILE STATUS IS OV-OVL-FILE-STATUS.
000390           SELECT OWRK-FILE ASSIGN TO "GIVEOWRK"
000400               ORGANIZATION IS LINE SEQUENTIAL
000410               FILE STATUS IS OV-OWRK-FILE-STATUS.
000420           SELECT FEED-FILE ASSIGN TO "GIVEFEED"
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS OV-FEED-FILE-STATUS.
000450           SELECT REJ-FILE ASSIGN TO "GIVEREJ"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS OV-REJ-FILE-STATUS.
000480           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000490               ORGANIZATION IS INDEXED
000491               ACCESS MODE IS DYNAMIC
000492               RECORD KEY IS DMST-DEPT-CODE
000500               FILE STATUS IS OV-DEPT-FILE-STATUS.
000510           SELECT ORPT-FILE ASSIGN TO "GIVEORPT"
000520               ORGANIZATION IS LINE SEQUENTIAL
000530               FILE STATUS IS OV-ORPT-FILE-STATUS.
000531           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000532               ORGANIZATION IS LINE SEQUENTIAL
000533               FILE STATUS IS OV-BDT-FILE-STATUS.
000534           SELECT JHST-FILE ASSIGN TO "GIVEJHST"
000535               ORGANIZATION IS LINE SEQUENTIAL
000536               FILE STATUS IS OV-JHST-FILE-STATUS.
000537           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000538               ORGANIZATION IS INDEXED
000539               ACCESS MODE IS DYNAMIC
000540               RECORD KEY IS STEP-KEY
000541               FILE STATUS IS OV-STEP-FILE-STATUS.
000542       DATA DIVISION.
000550       FILE SECTION.
000560       FD  OPRM-FILE.
000570       01  OPRM-RECORD.
000580           05  OPRM-ACTION         PIC X(01).
000590               88  OPRM-APPROVE              VALUE "A".
000600               88  OPRM-SEND-BACK            VALUE "S".
000610           05  OPRM-BATCH-ID       PIC X(08).
000620           05  OPRM-PART-NO        PIC X(01).
000630           05  OPRM-DEPT-CODE      PIC X(03).
000640           05  OPRM-USER-ID        PIC X(08).
000650           05  FILLER              PIC X(29).
000660       FD  OVL-FILE.
000670       01  OVL-RECORD.
000680           05  OVL-BATCH-ID        PIC X(08).
000690           05  OVL-PART-NO         PIC X(01).
000700           05  OVL-RUN-DATE        PIC 9(08).
000710           05  OVL-SEQ-NO          PIC 9(05).
000720           05  OVL-GIVE-VALUE      PIC 99.
000730           05  OVL-DEPT-CODE       PIC X(03).
000740           05  OVL-CEILING         PIC 9(09).
000750           05  OVL-DEPT-TOTAL      PIC 9(09).
000760           05  OVL-SOURCE          PIC X(01).
000770               88  OVL-FROM-NIGHTLY          VALUE "N".
000780               88  OVL-FROM-RELEASE          VALUE "Q".
000790           05  OVL-HOLD-DATE       PIC 9(08).
000800           05  FILLER              PIC X(26).
000810       FD  OWRK-FILE.
000820       01  OWRK-RECORD             PIC X(80).
000830       FD  FEED-FILE.
000840       01  FEED-RECORD.
000850           05  FEED-RUN-DATE       PIC 9(08).
000860           05  FEED-SEQ-NO         PIC 9(05).
000870           05  FEED-GIVE-VALUE     PIC 99.
000880           05  FEED-DEPT-CODE      PIC X(03).
000890           05  FEED-BATCH-ID       PIC X(08).
000900           05  FEED-PART-NO        PIC X(01).
000910           05  FEED-REV-FLAG       PIC X(01).
000920           05  FILLER              PIC X(14).
000921           05  FEED-POST-DATE      PIC 9(08).
000922           05  FILLER              PIC X(28).
000930       FD  REJ-FILE.
000940       01  REJ-RECORD.
000950           05  REJ-SEQ-NO          PIC 9(05).
000960           05  REJ-RAW-VALUE       PIC X(02).
000970           05  REJ-REASON-CODE     PIC X(02).
000980           05  REJ-REASON-TEXT     PIC X(30).
000990           05  REJ-DEPT-CODE       PIC X(03).
001000           05  REJ-RUN-DATE        PIC 9(08).
001010           05  REJ-PART-NO         PIC X(01).
001020       FD  DEPT-FILE.
001030       01  DEPT-MST-RECORD.
001040           05  DMST-DEPT-CODE      PIC X(03).
001050           05  DMST-CUTOFF         PIC 9(02).
001060           05  DMST-RUN-TOTAL      PIC 9(09).
001070           05  DMST-RUN-COUNT      PIC 9(07).
001080           05  DMST-LAST-DATE      PIC 9(08).
001090           05  DMST-PERIOD-DATA.
001100               10  DMST-PER-OPEN-TOTAL PIC 9(09).
001110               10  DMST-PER-OPEN-COUNT PIC 9(07).
001120               10  DMST-PER-REV-TOTAL  PIC 9(09).
001130               10  DMST-PER-REV-COUNT  PIC 9(07).
001140               10  DMST-CLOSED-THRU    PIC 9(08).
001150           05  DMST-CEILING        PIC 9(09).
001160           05  FILLER              PIC X(02).
001170       FD  ORPT-FILE.
001180       01  ORPT-LINE               PIC X(80).
001181       FD  BDT-FILE.
001182       01  BDT-RECORD.
001183           05  BDT-BUS-DATE        PIC 9(08).
001184           05  BDT-OVERRIDE-FLAG   PIC X(01).
001185           05  FILLER              PIC X(41).
001186       FD  JHST-FILE.
001187       01  JHST-RECORD.
001188           05  JHST-JOURNAL-DATE   PIC 9(08).
001189           05  JHST-CREATED-DATE   PIC 9(08).
001190           05  JHST-LINE-COUNT     PIC 9(07).
001191           05  JHST-DEBIT-TOTAL    PIC 9(11).
001192           05  JHST-CREDIT-TOTAL   PIC 9(11).
001193           05  JHST-DEPT-COUNT     PIC 9(05).
001194           05  JHST-USER-ID        PIC X(08).
001195           05  FILLER              PIC X(22).
001196       FD  STEP-FILE.
001197       01  STEP-RECORD.
001198           05  STEP-KEY.
001199               10  STEP-BUS-DATE   PIC 9(08).
001200               10  STEP-NAME       PIC X(08).
001201               10  STEP-INSTANCE   PIC X(01).
001202           05  STEP-STATE          PIC X(01).
001203               88  STEP-RUNNING            VALUE "S".
001204               88  STEP-ENDED              VALUE "E".
001205               88  STEP-WAS-RESET          VALUE "R".
001206           05  STEP-START-STAMP.
001207               10  STEP-START-DATE PIC 9(08).
001208               10  STEP-START-TIME PIC 9(06).
001209           05  STEP-END-STAMP.
001210               10  STEP-END-DATE   PIC 9(08).
001211               10  STEP-END-TIME   PIC 9(06).
001212           05  STEP-COND-CODE      PIC 9(02).
001213           05  STEP-RUN-COUNT      PIC 9(03).
001214           05  STEP-RESET-USER     PIC X(08).
001215           05  STEP-RESET-DATE     PIC 9(08).
001216           05  STEP-RESET-TIME     PIC 9(06).
001217           05  FILLER              PIC X(07).
001218       WORKING-STORAGE SECTION.
001219       77  OV-OPRM-FILE-STATUS     PIC X(02) VALUE SPACES.
001220           88  OV-OPRM-FILE-OK               VALUE "00".
001221       77  OV-OVL-FILE-STATUS      PIC X(02) VALUE SPACES.
001230           88  OV-OVL-FILE-OK                VALUE "00".
001240       77  OV-OWRK-FILE-STATUS     PIC X(02) VALUE SPACES.
001250           88  OV-OWRK-FILE-OK               VALUE "00".
001260       77  OV-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
001270           88  OV-FEED-FILE-OK               VALUE "00".
001280       77  OV-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
001290           88  OV-REJ-FILE-OK                VALUE "00".
001300       77  OV-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001310           88  OV-DEPT-FILE-OK               VALUE "00".
001311           88  OV-DEPT-FILE-MISSING          VALUE "35".
001320       77  OV-ORPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001330           88  OV-ORPT-FILE-OK               VALUE "00".
001340       77  OV-OPRM-EOF-SWITCH      PIC X(01) VALUE "N".
001350           88  OV-OPRM-AT-EOF                VALUE "Y".
001360       77  OV-OVL-EOF-SWITCH       PIC X(01) VALUE "N".
001370           88  OV-OVL-AT-EOF                 VALUE "Y".
001380       77  OV-OWRK-EOF-SWITCH      PIC X(01) VALUE "N".
001390           88  OV-OWRK-AT-EOF                VALUE "Y".
001400       77  OV-DEPT-EOF-SWITCH      PIC X(01) VALUE "N".
001410           88  OV-DEPT-AT-EOF                VALUE "Y".
001420       77  OV-FATAL-SWITCH         PIC X(01) VALUE "N".
001430           88  OV-FATAL                      VALUE "Y".
001440       77  OV-NOTHING-HELD-SWITCH  PIC X(01) VALUE "N".
001450           88  OV-NOTHING-HELD               VALUE "Y".
001460       77  OV-RUN-DATE             PIC 9(08) VALUE ZERO.
001470       77  OV-CLOSED-THRU          PIC 9(08) VALUE ZERO.
001471       77  OV-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001472           88  OV-BDT-FILE-OK                VALUE "00".
001473       77  OV-BUS-DATE             PIC 9(08) VALUE ZERO.
001480       77  OV-ORDER-COUNT          PIC 9(02) COMP VALUE ZERO.
001490       77  OV-ORDER-LIMIT          PIC 9(02) VALUE 50.
001500       77  OV-ORDER-SUB            PIC 9(02) COMP VALUE ZERO.
001510       77  OV-ORDER-IX             PIC 9(02) COMP VALUE ZERO.
001520       77  OV-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
001530       77  OV-DEPT-LIMIT           PIC 9(03) VALUE 200.
001531       77  OV-DEPT-OVERFLOW        PIC 9(05) COMP VALUE ZERO.
001540       77  OV-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
001550       77  OV-DEPT-IX              PIC 9(03) COMP VALUE ZERO.
001560       77  OV-HELD-COUNT           PIC 9(05) COMP VALUE ZERO.
001570       77  OV-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
001580       77  OV-APPROVED-HASH        PIC 9(09) VALUE ZERO.
001590       77  OV-SENT-BACK-COUNT      PIC 9(05) COMP VALUE ZERO.
001600       77  OV-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001601       77  OV-JRNL-REFUSED-COUNT   PIC 9(05) COMP VALUE ZERO.
001610       77  OV-STILL-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
001620       77  OV-UNUSED-COUNT         PIC 9(02) COMP VALUE ZERO.
001621       77  OV-ADJUSTED-COUNT       PIC 9(05) COMP VALUE ZERO.
001622       77  OV-JHST-FILE-STATUS     PIC X(02) VALUE SPACES.
001623           88  OV-JHST-FILE-OK               VALUE "00".
001624       77  OV-JHST-EOF-SWITCH      PIC X(01) VALUE "N".
001625           88  OV-JHST-AT-EOF                VALUE "Y".
001626       77  OV-JOURNALLED-SWITCH    PIC X(01) VALUE "N".
001627           88  OV-DATE-JOURNALLED            VALUE "Y".
001628       77  OV-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001629           88  OV-STEP-FILE-OK               VALUE "00".
001630           88  OV-STEP-FILE-MISSING          VALUE "35".
001631       77  OV-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001632           88  OV-STEP-FOUND                 VALUE "Y".
001633       77  OV-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001634           88  OV-STEP-STARTED               VALUE "Y".
001635       77  OV-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001636       77  OV-STEP-NAME            PIC X(08) VALUE "GIVEOVLR".
001637       77  OV-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001640       01  OV-ORDER-TABLE.
001650           05  OV-ORDER-ENTRY OCCURS 50 TIMES.
001660               10  OV-ORD-ACTION   PIC X(01).
001670               10  OV-ORD-BATCH-ID PIC X(08).
001680               10  OV-ORD-PART-NO  PIC X(01).
001690               10  OV-ORD-DEPT-CODE PIC X(03).
001700               10  OV-ORD-USER-ID  PIC X(08).
001710               10  OV-ORD-USED     PIC X(01).
001720       01  OV-DEPT-TABLE.
001730           05  OV-DEPT-ENTRY OCCURS 200 TIMES.
001740               10  OV-DT-DEPT-CODE PIC X(03).
001750               10  OV-DT-SUM       PIC 9(09).
001760               10  OV-DT-COUNT     PIC 9(07).
001770               10  OV-DT-LAST-DATE PIC 9(08).
001780       01  OV-RPT-WORK-LINE.
001790           05  OV-RPT-LABEL        PIC X(37).
001800           05  OV-RPT-NUMBER       PIC ZZZZ9.
001810           05  OV-RPT-TEXT         PIC X(38).
001820       01  OV-HELD-LINE.
001830           05  OV-HL-BATCH-ID      PIC X(08).
001840           05  FILLER              PIC X(01) VALUE SPACE.
001850           05  OV-HL-PART-NO       PIC X(01).
001860           05  FILLER              PIC X(01) VALUE SPACE.
001870           05  OV-HL-SEQ-NO        PIC 9(05).
001880           05  FILLER              PIC X(01) VALUE SPACE.
001890           05  OV-HL-DEPT-CODE     PIC X(03).
001900           05  FILLER              PIC X(01) VALUE SPACE.
001910           05  OV-HL-GIVE-VALUE    PIC Z9.
001920           05  FILLER              PIC X(01) VALUE SPACE.
001930           05  OV-HL-RUN-DATE      PIC 9(08).
001940           05  FILLER              PIC X(01) VALUE SPACE.
001950           05  OV-HL-CEILING       PIC ZZZZZZZZ9.
001960           05  FILLER              PIC X(01) VALUE SPACE.
001970           05  OV-HL-SOURCE        PIC X(01).
001980           05  FILLER              PIC X(01) VALUE SPACE.
001990           05  OV-HL-RESULT        PIC X(26).
002000           05  FILLER              PIC X(01) VALUE SPACE.
002010           05  OV-HL-USER-ID       PIC X(08).
002011       01  OV-STEP-NOW.
002012           05  OV-STEP-NOW-DATE    PIC 9(08).
002013           05  OV-STEP-NOW-TIME    PIC 9(06).
002014       01  OV-STEP-CLOCK.
002015           05  OV-STEP-CLOCK-HMS   PIC 9(06).
002016           05  FILLER              PIC 9(02).
002020       PROCEDURE DIVISION.
002030
002040       MAIN-PROCEDURE.
002041           PERFORM 9700-START-STEP THRU 9700-EXIT.
002050           OPEN OUTPUT ORPT-FILE.
002060           IF NOT OV-ORPT-FILE-OK
002070               DISPLAY "GIVK0001E - GIVEORPT COULD NOT BE "
002080                   "OPENED, FILE STATUS " OV-ORPT-FILE-STATUS
002090               MOVE 12 TO RETURN-CODE
002100               GO TO MAIN-PROCEDURE-EXIT
002110           END-IF.
002120           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130           PERFORM 2000-WORK-HELD-VALUES THRU 2000-EXIT.
002140           IF OV-FATAL
002150               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002160               CLOSE ORPT-FILE
002170               MOVE 12 TO RETURN-CODE
002180               GO TO MAIN-PROCEDURE-EXIT
002190           END-IF.
002200           IF OV-NOTHING-HELD
002210               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002220               CLOSE ORPT-FILE
002230               IF OV-ORDER-COUNT > ZERO
002240                   MOVE 4 TO RETURN-CODE
002250               END-IF
002260               GO TO MAIN-PROCEDURE-EXIT
002270           END-IF.
002280           PERFORM 3000-REWRITE-HELD THRU 3000-EXIT.
002290           PERFORM 4000-ADJUST-DEPT-MASTER THRU 4000-EXIT.
002300           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002310           CLOSE ORPT-FILE.
002320           IF OV-FATAL
002330               MOVE 12 TO RETURN-CODE
002340           ELSE
002350               IF OV-REFUSED-COUNT > ZERO
002360                   MOVE 8 TO RETURN-CODE
002370               ELSE
002380                   IF OV-STILL-HELD-COUNT > ZERO
002390                     OR OV-UNUSED-COUNT > ZERO
002391                     OR OV-DEPT-OVERFLOW > ZERO
002400                       MOVE 4 TO RETURN-CODE
002410                   END-IF
002420               END-IF
002430           END-IF.
002431           IF NOT OV-FATAL
002432             AND OV-JRNL-REFUSED-COUNT > ZERO
002433               MOVE 24 TO RETURN-CODE
002434           END-IF.
002440
002441           PERFORM 9750-END-STEP THRU 9750-EXIT.
002450           STOP RUN.
002460       MAIN-PROCEDURE-EXIT.
002461           PERFORM 9750-END-STEP THRU 9750-EXIT.
002470           STOP RUN.
002480*    *****************************************************************
002490*    1000-INITIALIZE
002500*        Loads the desk's orders (none means a listing run that
002510*        only reports what is held), the business date an
002520*        approval posts under, and the date the master is
002530*        closed through, so an approval cannot post into a
002531*        month the close has already made final.
002532*        The journal history is checked too: a business date
002533*        already journalled takes no approvals at all.
002540*    *****************************************************************
002550       1000-INITIALIZE.
002560           ACCEPT OV-RUN-DATE FROM DATE YYYYMMDD.
002561           MOVE OV-RUN-DATE TO OV-BUS-DATE.
002562           OPEN INPUT BDT-FILE.
002563           IF OV-BDT-FILE-OK
002564               READ BDT-FILE
002565                   NOT AT END
002566                       IF BDT-BUS-DATE NUMERIC
002567                         AND BDT-BUS-DATE > ZERO
002568                           MOVE BDT-BUS-DATE TO OV-BUS-DATE
002569                       END-IF
002570               END-READ
002571               CLOSE BDT-FILE
002572           END-IF.
002573           MOVE SPACES TO OV-ORDER-TABLE.
002580           OPEN INPUT OPRM-FILE.
002590           IF OV-OPRM-FILE-OK
002600               PERFORM 1100-LOAD-ONE-ORDER THRU 1100-EXIT
002610                   UNTIL OV-OPRM-AT-EOF
002620               CLOSE OPRM-FILE
002630           END-IF.
002640           OPEN INPUT DEPT-FILE.
002650           IF OV-DEPT-FILE-OK
002660               PERFORM 1200-SCAN-CLOSED-THRU THRU 1200-EXIT
002670                   UNTIL OV-DEPT-AT-EOF
002680               CLOSE DEPT-FILE
002690           END-IF.
002691           PERFORM 1300-CHECK-JOURNALLED THRU 1300-EXIT.
002700           MOVE SPACES TO OV-RPT-WORK-LINE.
002710           MOVE "OVER-LIMIT HOLD REPORT" TO OV-RPT-LABEL.
002720           MOVE OV-RUN-DATE TO OV-RPT-TEXT.
002730           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
002740           WRITE ORPT-LINE.
002750           MOVE SPACES TO OV-RPT-WORK-LINE.
002760           MOVE "DESK ORDERS READ" TO OV-RPT-LABEL.
002770           MOVE OV-ORDER-COUNT TO OV-RPT-NUMBER.
002780           IF OV-ORDER-COUNT = ZERO
002790               MOVE "LISTING ONLY" TO OV-RPT-TEXT
002800           END-IF.
002810           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
002820           WRITE ORPT-LINE.
002830           IF OV-CLOSED-THRU > ZERO
002840               MOVE SPACES TO OV-RPT-WORK-LINE
002850               MOVE "PERIODS CLOSED THROUGH" TO OV-RPT-LABEL
002860               MOVE OV-CLOSED-THRU TO OV-RPT-TEXT
002861               MOVE OV-RPT-WORK-LINE TO ORPT-LINE
002862               WRITE ORPT-LINE
002863           END-IF.
002864           IF OV-DATE-JOURNALLED
002865               MOVE SPACES TO OV-RPT-WORK-LINE
002866               MOVE "BUSINESS DATE ALREADY JOURNALLED"
002867                   TO OV-RPT-LABEL
002868               MOVE OV-BUS-DATE TO OV-RPT-TEXT
002870               MOVE OV-RPT-WORK-LINE TO ORPT-LINE
002880               WRITE ORPT-LINE
002890           END-IF.
002900       1000-EXIT.
002910           EXIT.
002920
002930       1100-LOAD-ONE-ORDER.
002940           READ OPRM-FILE
002950               AT END
002960                   SET OV-OPRM-AT-EOF TO TRUE
002970                   GO TO 1100-EXIT
002980           END-READ.
002990           IF NOT OPRM-APPROVE AND NOT OPRM-SEND-BACK
003000               DISPLAY "GIVK0002W - ORDER ACTION " OPRM-ACTION
003010                   " FOR BATCH " OPRM-BATCH-ID " IGNORED"
003020               ADD 1 TO OV-UNUSED-COUNT
003030               GO TO 1100-EXIT
003040           END-IF.
003050           IF OPRM-BATCH-ID = SPACES
003060               DISPLAY "GIVK0002W - ORDER WITH NO BATCH IGNORED"
003070               ADD 1 TO OV-UNUSED-COUNT
003080               GO TO 1100-EXIT
003090           END-IF.
003100           IF OV-ORDER-COUNT >= OV-ORDER-LIMIT
003110               DISPLAY "GIVK0003W - MORE THAN " OV-ORDER-LIMIT
003120                   " ORDERS, BATCH " OPRM-BATCH-ID " IGNORED"
003130               ADD 1 TO OV-UNUSED-COUNT
003140               GO TO 1100-EXIT
003150           END-IF.
003160           ADD 1 TO OV-ORDER-COUNT.
003170           MOVE OPRM-ACTION TO OV-ORD-ACTION (OV-ORDER-COUNT).
003180           MOVE OPRM-BATCH-ID TO OV-ORD-BATCH-ID (OV-ORDER-COUNT).
003190           MOVE OPRM-PART-NO TO OV-ORD-PART-NO (OV-ORDER-COUNT).
003200           MOVE OPRM-DEPT-CODE
003210               TO OV-ORD-DEPT-CODE (OV-ORDER-COUNT).
003220           MOVE OPRM-USER-ID TO OV-ORD-USER-ID (OV-ORDER-COUNT).
003230           MOVE "N" TO OV-ORD-USED (OV-ORDER-COUNT).
003240       1100-EXIT.
003250           EXIT.
003260
003270       1200-SCAN-CLOSED-THRU.
003280           READ DEPT-FILE NEXT RECORD
003290               AT END
003300                   SET OV-DEPT-AT-EOF TO TRUE
003310                   GO TO 1200-EXIT
003320           END-READ.
003330           IF DMST-CLOSED-THRU NUMERIC
003340             AND DMST-CLOSED-THRU > OV-CLOSED-THRU
003341               MOVE DMST-CLOSED-THRU TO OV-CLOSED-THRU
003342           END-IF.
003343       1200-EXIT.
003344           EXIT.
003345*    *****************************************************************
003346*    1300-CHECK-JOURNALLED
003347*        Finds whether the business date an approval posts under
003348*        is already on the journal history (GIVEJHST).  If it is,
003349*        the journal for that date has gone to the general ledger
003350*        and every approval is refused.  No history yet means
003351*        nothing has been journalled.
003352*    *****************************************************************
003353       1300-CHECK-JOURNALLED.
003354           OPEN INPUT JHST-FILE.
003355           IF NOT OV-JHST-FILE-OK
003356               GO TO 1300-EXIT
003357           END-IF.
003358           PERFORM 1310-CHECK-ONE-HISTORY THRU 1310-EXIT
003359               UNTIL OV-JHST-AT-EOF
003360                  OR OV-DATE-JOURNALLED.
003361           CLOSE JHST-FILE.
003362       1300-EXIT.
003363           EXIT.
003364
003365       1310-CHECK-ONE-HISTORY.
003366           READ JHST-FILE
003367               AT END
003368                   SET OV-JHST-AT-EOF TO TRUE
003369                   GO TO 1310-EXIT
003370           END-READ.
003371           IF JHST-JOURNAL-DATE = OV-BUS-DATE
003372               SET OV-DATE-JOURNALLED TO TRUE
003373           END-IF.
003374       1310-EXIT.
003380           EXIT.
003390*    *****************************************************************
003400*    2000-WORK-HELD-VALUES
003410*        Passes the over-limit file once.  Each held value is
003420*        matched to the first order for its batch (an order
003430*        with a blank partition or department covers them all)
003440*        and is posted, sent back or kept on the work file,
003450*        which then replaces GIVEOVL.  No over-limit file means
003460*        nothing has been held.
003470*    *****************************************************************
003480       2000-WORK-HELD-VALUES.
003490           OPEN INPUT OVL-FILE.
003500           IF NOT OV-OVL-FILE-OK
003510               SET OV-NOTHING-HELD TO TRUE
003520               MOVE SPACES TO OV-RPT-WORK-LINE
003530               MOVE "NO VALUES HELD OVER CEILING" TO OV-RPT-LABEL
003540               MOVE OV-RPT-WORK-LINE TO ORPT-LINE
003550               WRITE ORPT-LINE
003560               PERFORM 8100-LIST-UNUSED-ORDERS THRU 8100-EXIT
003570               GO TO 2000-EXIT
003580           END-IF.
003590           OPEN OUTPUT OWRK-FILE.
003600           IF NOT OV-OWRK-FILE-OK
003610               DISPLAY "GIVK0004E - GIVEOWRK COULD NOT BE "
003620                   "OPENED, FILE STATUS " OV-OWRK-FILE-STATUS
003630               CLOSE OVL-FILE
003640               SET OV-FATAL TO TRUE
003650               GO TO 2000-EXIT
003660           END-IF.
003670           OPEN EXTEND FEED-FILE.
003680           IF NOT OV-FEED-FILE-OK
003690               OPEN OUTPUT FEED-FILE
003700           END-IF.
003710           IF NOT OV-FEED-FILE-OK
003720               DISPLAY "GIVK0005E - GIVEFEED COULD NOT BE "
003730                   "OPENED, FILE STATUS " OV-FEED-FILE-STATUS
003740               CLOSE OVL-FILE
003750               CLOSE OWRK-FILE
003760               SET OV-FATAL TO TRUE
003770               GO TO 2000-EXIT
003780           END-IF.
003790           OPEN EXTEND REJ-FILE.
003800           IF NOT OV-REJ-FILE-OK
003810               OPEN OUTPUT REJ-FILE
003820           END-IF.
003830           IF NOT OV-REJ-FILE-OK
003840               DISPLAY "GIVK0006E - GIVEREJ COULD NOT BE "
003850                   "OPENED, FILE STATUS " OV-REJ-FILE-STATUS
003860               CLOSE OVL-FILE
003870               CLOSE OWRK-FILE
003880               CLOSE FEED-FILE
003890               SET OV-FATAL TO TRUE
003900               GO TO 2000-EXIT
003910           END-IF.
003920           MOVE "N" TO OV-OVL-EOF-SWITCH.
003930           PERFORM 2100-WORK-ONE-VALUE THRU 2100-EXIT
003940               UNTIL OV-OVL-AT-EOF.
003950           CLOSE OVL-FILE.
003960           CLOSE OWRK-FILE.
003970           CLOSE FEED-FILE.
003980           CLOSE REJ-FILE.
003990           PERFORM 8100-LIST-UNUSED-ORDERS THRU 8100-EXIT.
004000       2000-EXIT.
004010           EXIT.
004020
004030       2100-WORK-ONE-VALUE.
004040           READ OVL-FILE
004050               AT END
004060                   SET OV-OVL-AT-EOF TO TRUE
004070                   GO TO 2100-EXIT
004080           END-READ.
004090           ADD 1 TO OV-HELD-COUNT.
004100           MOVE SPACES TO OV-HL-USER-ID.
004110           MOVE ZERO TO OV-ORDER-IX.
004120           PERFORM 2110-MATCH-ONE-ORDER THRU 2110-EXIT
004130               VARYING OV-ORDER-SUB FROM 1 BY 1
004140               UNTIL OV-ORDER-SUB > OV-ORDER-COUNT
004150                  OR OV-ORDER-IX > ZERO.
004160           IF OV-ORDER-IX = ZERO
004170               MOVE OVL-RECORD TO OWRK-RECORD
004180               WRITE OWRK-RECORD
004190               ADD 1 TO OV-STILL-HELD-COUNT
004200               MOVE "STILL HELD" TO OV-HL-RESULT
004210               PERFORM 2400-WRITE-HELD-LINE THRU 2400-EXIT
004220               GO TO 2100-EXIT
004230           END-IF.
004240           MOVE "Y" TO OV-ORD-USED (OV-ORDER-IX).
004250           MOVE OV-ORD-USER-ID (OV-ORDER-IX) TO OV-HL-USER-ID.
004260           IF OV-ORD-ACTION (OV-ORDER-IX) = "S"
004270               PERFORM 2300-SEND-BACK-VALUE THRU 2300-EXIT
004280               GO TO 2100-EXIT
004290           END-IF.
004300           IF OVL-RUN-DATE NOT > OV-CLOSED-THRU
004310               MOVE OVL-RECORD TO OWRK-RECORD
004320               WRITE OWRK-RECORD
004330               ADD 1 TO OV-REFUSED-COUNT
004340               ADD 1 TO OV-STILL-HELD-COUNT
004350               DISPLAY "GIVK0007E - BATCH " OVL-BATCH-ID
004360                   " SEQ " OVL-SEQ-NO " RUN DATE " OVL-RUN-DATE
004370                   " IS IN A CLOSED PERIOD, NOT APPROVED"
004371               MOVE "REFUSED - CLOSED PERIOD" TO OV-HL-RESULT
004372               PERFORM 2400-WRITE-HELD-LINE THRU 2400-EXIT
004373               GO TO 2100-EXIT
004374           END-IF.
004375           IF OV-DATE-JOURNALLED
004376               MOVE OVL-RECORD TO OWRK-RECORD
004377               WRITE OWRK-RECORD
004378               ADD 1 TO OV-JRNL-REFUSED-COUNT
004379               ADD 1 TO OV-STILL-HELD-COUNT
004380               DISPLAY "GIVK0011E - BATCH " OVL-BATCH-ID
004381                   " SEQ " OVL-SEQ-NO " BUSINESS DATE "
004382                   OV-BUS-DATE " IS ALREADY JOURNALLED, NOT "
004383                   "APPROVED"
004384               MOVE "REFUSED - DATE JOURNALLED" TO OV-HL-RESULT
004390               PERFORM 2400-WRITE-HELD-LINE THRU 2400-EXIT
004400               GO TO 2100-EXIT
004410           END-IF.
004420           PERFORM 2200-APPROVE-VALUE THRU 2200-EXIT.
004430       2100-EXIT.
004440           EXIT.
004450
004460       2110-MATCH-ONE-ORDER.
004470           IF OV-ORD-BATCH-ID (OV-ORDER-SUB) = OVL-BATCH-ID
004480             AND (OV-ORD-PART-NO (OV-ORDER-SUB) = SPACE
004490               OR OV-ORD-PART-NO (OV-ORDER-SUB) = OVL-PART-NO)
004500             AND (OV-ORD-DEPT-CODE (OV-ORDER-SUB) = SPACES
004510               OR OV-ORD-DEPT-CODE (OV-ORDER-SUB) = OVL-DEPT-CODE)
004520               MOVE OV-ORDER-SUB TO OV-ORDER-IX
004530           END-IF.
004540       2110-EXIT.
004550           EXIT.
004560*    *****************************************************************
004570*    2200-APPROVE-VALUE
004580*        Posts an approved value to GIVEFEED exactly as the run
004590*        would have and tallies it by department for the master
004600*        adjustment.  The approval is the desk's authority to
004610*        take the department past its ceiling.
004620*    *****************************************************************
004630       2200-APPROVE-VALUE.
004640           MOVE SPACES TO FEED-RECORD.
004650           MOVE OVL-RUN-DATE TO FEED-RUN-DATE.
004660           MOVE OVL-SEQ-NO TO FEED-SEQ-NO.
004670           MOVE OVL-GIVE-VALUE TO FEED-GIVE-VALUE.
004680           MOVE OVL-DEPT-CODE TO FEED-DEPT-CODE.
004690           MOVE OVL-BATCH-ID TO FEED-BATCH-ID.
004700           MOVE OVL-PART-NO TO FEED-PART-NO.
004710           MOVE SPACE TO FEED-REV-FLAG.
004711           MOVE OV-BUS-DATE TO FEED-POST-DATE.
004720           WRITE FEED-RECORD.
004730           ADD 1 TO OV-APPROVED-COUNT.
004740           ADD OVL-GIVE-VALUE TO OV-APPROVED-HASH.
004750           MOVE "APPROVED - POSTED" TO OV-HL-RESULT.
004760           PERFORM 2400-WRITE-HELD-LINE THRU 2400-EXIT.
004770           MOVE ZERO TO OV-DEPT-IX.
004780           PERFORM 2210-SCAN-APPROVED-DEPT THRU 2210-EXIT
004790               VARYING OV-DEPT-SUB FROM 1 BY 1
004800               UNTIL OV-DEPT-SUB > OV-DEPT-COUNT
004810                  OR OV-DEPT-IX > ZERO.
004820           IF OV-DEPT-IX = ZERO
004830               IF OV-DEPT-COUNT >= OV-DEPT-LIMIT
004831                   ADD 1 TO OV-DEPT-OVERFLOW
004840                   GO TO 2200-EXIT
004850               END-IF
004860               ADD 1 TO OV-DEPT-COUNT
004870               MOVE OV-DEPT-COUNT TO OV-DEPT-IX
004880               MOVE OVL-DEPT-CODE TO OV-DT-DEPT-CODE (OV-DEPT-IX)
004890               MOVE ZERO TO OV-DT-SUM (OV-DEPT-IX)
004900               MOVE ZERO TO OV-DT-COUNT (OV-DEPT-IX)
004910               MOVE ZERO TO OV-DT-LAST-DATE (OV-DEPT-IX)
004920           END-IF.
004930           ADD OVL-GIVE-VALUE TO OV-DT-SUM (OV-DEPT-IX).
004940           ADD 1 TO OV-DT-COUNT (OV-DEPT-IX).
004950           IF OVL-RUN-DATE > OV-DT-LAST-DATE (OV-DEPT-IX)
004960               MOVE OVL-RUN-DATE TO OV-DT-LAST-DATE (OV-DEPT-IX)
004970           END-IF.
004980       2200-EXIT.
004990           EXIT.
005000
005010       2210-SCAN-APPROVED-DEPT.
005020           IF OV-DT-DEPT-CODE (OV-DEPT-SUB) = OVL-DEPT-CODE
005030               MOVE OV-DEPT-SUB TO OV-DEPT-IX
005040           END-IF.
005050       2210-EXIT.
005060           EXIT.
005070*    *****************************************************************
005080*    2300-SEND-BACK-VALUE
005090*        Returns a held value to the exception file with reason
005100*        OC, where it is corrected and resubmitted like any
005110*        other rejection.
005120*    *****************************************************************
005130       2300-SEND-BACK-VALUE.
005140           MOVE SPACES TO REJ-RECORD.
005150           MOVE OVL-SEQ-NO TO REJ-SEQ-NO.
005160           MOVE OVL-GIVE-VALUE TO REJ-RAW-VALUE.
005170           MOVE "OC" TO REJ-REASON-CODE.
005180           MOVE "OVER CEILING - SENT BACK" TO REJ-REASON-TEXT.
005190           MOVE OVL-DEPT-CODE TO REJ-DEPT-CODE.
005200           MOVE OVL-RUN-DATE TO REJ-RUN-DATE.
005210           MOVE OVL-PART-NO TO REJ-PART-NO.
005220           WRITE REJ-RECORD.
005230           ADD 1 TO OV-SENT-BACK-COUNT.
005240           MOVE "SENT BACK TO GIVEREJ" TO OV-HL-RESULT.
005250           PERFORM 2400-WRITE-HELD-LINE THRU 2400-EXIT.
005260       2300-EXIT.
005270           EXIT.
005280
005290       2400-WRITE-HELD-LINE.
005300           MOVE OVL-BATCH-ID TO OV-HL-BATCH-ID.
005310           MOVE OVL-PART-NO TO OV-HL-PART-NO.
005320           MOVE OVL-SEQ-NO TO OV-HL-SEQ-NO.
005330           MOVE OVL-DEPT-CODE TO OV-HL-DEPT-CODE.
005340           MOVE OVL-GIVE-VALUE TO OV-HL-GIVE-VALUE.
005350           MOVE OVL-RUN-DATE TO OV-HL-RUN-DATE.
005360           MOVE OVL-CEILING TO OV-HL-CEILING.
005370           MOVE OVL-SOURCE TO OV-HL-SOURCE.
005380           MOVE OV-HELD-LINE TO ORPT-LINE.
005390           WRITE ORPT-LINE.
005400       2400-EXIT.
005410           EXIT.
005420*    *****************************************************************
005430*    3000-REWRITE-HELD
005440*        Copies the values still held back over GIVEOVL.
005450*    *****************************************************************
005460       3000-REWRITE-HELD.
005470           OPEN INPUT OWRK-FILE.
005480           IF NOT OV-OWRK-FILE-OK
005490               DISPLAY "GIVK0004E - GIVEOWRK COULD NOT BE "
005500                   "REOPENED, FILE STATUS " OV-OWRK-FILE-STATUS
005510               SET OV-FATAL TO TRUE
005520               GO TO 3000-EXIT
005530           END-IF.
005540           OPEN OUTPUT OVL-FILE.
005550           IF NOT OV-OVL-FILE-OK
005560               DISPLAY "GIVK0008E - GIVEOVL COULD NOT BE "
005570                   "REWRITTEN, FILE STATUS " OV-OVL-FILE-STATUS
005580               CLOSE OWRK-FILE
005590               SET OV-FATAL TO TRUE
005600               GO TO 3000-EXIT
005610           END-IF.
005620           MOVE "N" TO OV-OWRK-EOF-SWITCH.
005630           PERFORM 3100-COPY-ONE-HELD-BACK THRU 3100-EXIT
005640               UNTIL OV-OWRK-AT-EOF.
005650           CLOSE OWRK-FILE.
005660           CLOSE OVL-FILE.
005670       3000-EXIT.
005680           EXIT.
005690
005700       3100-COPY-ONE-HELD-BACK.
005710           READ OWRK-FILE
005720               AT END
005730                   SET OV-OWRK-AT-EOF TO TRUE
005740                   GO TO 3100-EXIT
005750           END-READ.
005760           MOVE OWRK-RECORD TO OVL-RECORD.
005770           WRITE OVL-RECORD.
005780       3100-EXIT.
005790           EXIT.
005800*    *****************************************************************
005810*    4000-ADJUST-DEPT-MASTER
005820*        Adds the approved values into each department's
005830*        running total and count on GIVEDEPT, as the nightly
005840*        run would have had it posted them, reading and
005850*        rewriting each department in place by its code.  A
005851*        shop without a master has nothing to adjust.
005860*    *****************************************************************
005870       4000-ADJUST-DEPT-MASTER.
005880           IF OV-DEPT-COUNT = ZERO
005890               GO TO 4000-EXIT
005900           END-IF.
005901           OPEN I-O DEPT-FILE.
005902           IF OV-DEPT-FILE-MISSING
005903               MOVE SPACES TO OV-RPT-WORK-LINE
005904               MOVE "NO DEPARTMENT MASTER - NOT ADJUSTED"
005905                   TO OV-RPT-LABEL
005906               MOVE OV-RPT-WORK-LINE TO ORPT-LINE
005907               WRITE ORPT-LINE
005908               GO TO 4000-EXIT
005909           END-IF.
005910           IF NOT OV-DEPT-FILE-OK
005911               DISPLAY "GIVK0009E - GIVEDEPT COULD NOT BE "
005912                   "UPDATED, FILE STATUS " OV-DEPT-FILE-STATUS
005913               SET OV-FATAL TO TRUE
005914               GO TO 4000-EXIT
005915           END-IF.
005916           PERFORM 4100-ADJUST-ONE-DEPT THRU 4100-EXIT
005917               VARYING OV-DEPT-IX FROM 1 BY 1
005918               UNTIL OV-DEPT-IX > OV-DEPT-COUNT.
005919           CLOSE DEPT-FILE.
006330           MOVE SPACES TO OV-RPT-WORK-LINE.
006340           MOVE "MASTER TOTALS ADJUSTED FOR DEPTS"
006350               TO OV-RPT-LABEL.
006360           MOVE OV-ADJUSTED-COUNT TO OV-RPT-NUMBER.
006370           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
006380           WRITE ORPT-LINE.
006390       4000-EXIT.
006400           EXIT.
006410
006411       4100-ADJUST-ONE-DEPT.
006412           MOVE OV-DT-DEPT-CODE (OV-DEPT-IX) TO DMST-DEPT-CODE.
006413           READ DEPT-FILE
006414               INVALID KEY
006415                   GO TO 4100-EXIT
006416           END-READ.
006417           ADD OV-DT-SUM (OV-DEPT-IX) TO DMST-RUN-TOTAL.
006418           ADD OV-DT-COUNT (OV-DEPT-IX) TO DMST-RUN-COUNT.
006419           IF OV-DT-LAST-DATE (OV-DEPT-IX) > DMST-LAST-DATE
006420               MOVE OV-DT-LAST-DATE (OV-DEPT-IX)
006421                   TO DMST-LAST-DATE
006422           END-IF.
006423           REWRITE DEPT-MST-RECORD
006424               INVALID KEY
006425                   CONTINUE
006426           END-REWRITE.
006427           IF NOT OV-DEPT-FILE-OK
006428               DISPLAY "GIVK0014E - GIVEDEPT COULD NOT BE "
006429                   "REWRITTEN FOR DEPT " DMST-DEPT-CODE
006430                   ", FILE STATUS " OV-DEPT-FILE-STATUS
006431               SET OV-FATAL TO TRUE
006432               GO TO 4100-EXIT
006433           END-IF.
006434           ADD 1 TO OV-ADJUSTED-COUNT.
006435       4100-EXIT.
006436           EXIT.
006840*    *****************************************************************
006850*    8000-WRITE-SUMMARY
006860*        Writes the hold totals.
006870*    *****************************************************************
006880       8000-WRITE-SUMMARY.
006890           MOVE SPACES TO OV-RPT-WORK-LINE.
006900           MOVE "VALUES ON OVER-LIMIT FILE" TO OV-RPT-LABEL.
006910           MOVE OV-HELD-COUNT TO OV-RPT-NUMBER.
006920           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
006930           WRITE ORPT-LINE.
006940
006950           MOVE SPACES TO OV-RPT-WORK-LINE.
006960           MOVE "VALUES APPROVED AND POSTED" TO OV-RPT-LABEL.
006970           MOVE OV-APPROVED-COUNT TO OV-RPT-NUMBER.
006980           MOVE OV-APPROVED-HASH TO OV-RPT-TEXT.
006990           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
007000           WRITE ORPT-LINE.
007010
007020           MOVE SPACES TO OV-RPT-WORK-LINE.
007030           MOVE "VALUES SENT BACK" TO OV-RPT-LABEL.
007040           MOVE OV-SENT-BACK-COUNT TO OV-RPT-NUMBER.
007050           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
007060           WRITE ORPT-LINE.
007070
007080           MOVE SPACES TO OV-RPT-WORK-LINE.
007090           MOVE "APPROVALS REFUSED - CLOSED PERIOD"
007091               TO OV-RPT-LABEL.
007100           MOVE OV-REFUSED-COUNT TO OV-RPT-NUMBER.
007110           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
007120           WRITE ORPT-LINE.
007130
007140           MOVE SPACES TO OV-RPT-WORK-LINE.
007141           MOVE "APPROVALS REFUSED - DATE JOURNALLED"
007142               TO OV-RPT-LABEL.
007143           MOVE OV-JRNL-REFUSED-COUNT TO OV-RPT-NUMBER.
007144           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
007145           WRITE ORPT-LINE.
007146
007147           MOVE SPACES TO OV-RPT-WORK-LINE.
007150           MOVE "VALUES STILL HELD" TO OV-RPT-LABEL.
007160           MOVE OV-STILL-HELD-COUNT TO OV-RPT-NUMBER.
007170           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
007180           WRITE ORPT-LINE.
007190
007200           MOVE SPACES TO OV-RPT-WORK-LINE.
007210           MOVE "ORDERS NOT ACTED ON" TO OV-RPT-LABEL.
007220           MOVE OV-UNUSED-COUNT TO OV-RPT-NUMBER.
007230           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
007231           WRITE ORPT-LINE.
007232           IF OV-DEPT-OVERFLOW > ZERO
007233               DISPLAY "GIVK0015W - " OV-DEPT-OVERFLOW
007234                   " APPROVALS NOT ADJUSTED ON GIVEDEPT, "
007235                   "MORE THAN "
007236                   OV-DEPT-LIMIT " DEPARTMENTS"
007237               MOVE SPACES TO OV-RPT-WORK-LINE
007238               MOVE "APPROVALS NOT ADJUSTED ON MASTER"
007239                   TO OV-RPT-LABEL
007240               MOVE OV-DEPT-OVERFLOW TO OV-RPT-NUMBER
007241               MOVE OV-RPT-WORK-LINE TO ORPT-LINE
007242               WRITE ORPT-LINE
007243           END-IF.
007250       8000-EXIT.
007260           EXIT.
007270*    *****************************************************************
007280*    8100-LIST-UNUSED-ORDERS
007290*        Reports each order that matched no held value, so a
007300*        mistyped batch is seen rather than silently ignored.
007310*    *****************************************************************
007320       8100-LIST-UNUSED-ORDERS.
007330           PERFORM 8110-LIST-ONE-ORDER THRU 8110-EXIT
007340               VARYING OV-ORDER-SUB FROM 1 BY 1
007350               UNTIL OV-ORDER-SUB > OV-ORDER-COUNT.
007360       8100-EXIT.
007370           EXIT.
007380
007390       8110-LIST-ONE-ORDER.
007400           IF OV-ORD-USED (OV-ORDER-SUB) = "Y"
007410               GO TO 8110-EXIT
007420           END-IF.
007430           ADD 1 TO OV-UNUSED-COUNT.
007440           DISPLAY "GIVK0010W - ORDER FOR BATCH "
007450               OV-ORD-BATCH-ID (OV-ORDER-SUB)
007460               " MATCHED NO HELD VALUE".
007470           MOVE SPACES TO OV-RPT-WORK-LINE.
007480           MOVE "ORDER MATCHED NO HELD VALUE" TO OV-RPT-LABEL.
007490           MOVE OV-ORD-BATCH-ID (OV-ORDER-SUB) TO OV-RPT-TEXT.
007500           MOVE OV-RPT-WORK-LINE TO ORPT-LINE.
007510           WRITE ORPT-LINE.
007520       8110-EXIT.
007530           EXIT.
007531*    *****************************************************************
007532*    9700-START-STEP
007533*        Records the run as a step on the job-stream step ledger
007534*        (GIVESTEP) under the GIVEBDT business date.  A desk
007535*        utility depends on no nightly step and is run as often
007536*        as the desk needs in a day, so it is never refused here,
007537*        and a ledger that cannot be updated only costs the entry.
007538*    *****************************************************************
007539       9700-START-STEP.
007540           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
007541           OPEN I-O STEP-FILE.
007542           IF OV-STEP-FILE-MISSING
007543               OPEN OUTPUT STEP-FILE
007544               IF OV-STEP-FILE-OK
007545                   CLOSE STEP-FILE
007546                   OPEN I-O STEP-FILE
007547               END-IF
007548           END-IF.
007549           IF NOT OV-STEP-FILE-OK
007550               DISPLAY "GIVK0012W - GIVESTEP COULD NOT BE "
007551                   "OPENED, FILE STATUS " OV-STEP-FILE-STATUS
007552               GO TO 9700-EXIT
007553           END-IF.
007554           MOVE OV-STEP-BUS-DATE TO STEP-BUS-DATE.
007555           MOVE OV-STEP-NAME TO STEP-NAME.
007556           MOVE OV-STEP-INSTANCE TO STEP-INSTANCE.
007557           MOVE "N" TO OV-STEP-FOUND-SWITCH.
007558           READ STEP-FILE
007559               INVALID KEY
007560                   CONTINUE
007561               NOT INVALID KEY
007562                   SET OV-STEP-FOUND TO TRUE
007563           END-READ.
007564           IF NOT OV-STEP-FOUND
007565               MOVE SPACES TO STEP-RECORD
007566               MOVE OV-STEP-BUS-DATE TO STEP-BUS-DATE
007567               MOVE OV-STEP-NAME TO STEP-NAME
007568               MOVE OV-STEP-INSTANCE TO STEP-INSTANCE
007569               MOVE ZERO TO STEP-RUN-COUNT
007570               MOVE ZERO TO STEP-RESET-DATE
007571               MOVE ZERO TO STEP-RESET-TIME
007572           END-IF.
007573           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
007574           SET STEP-RUNNING TO TRUE.
007575           MOVE OV-STEP-NOW TO STEP-START-STAMP.
007576           MOVE ZERO TO STEP-END-DATE.
007577           MOVE ZERO TO STEP-END-TIME.
007578           MOVE ZERO TO STEP-COND-CODE.
007579           ADD 1 TO STEP-RUN-COUNT.
007580           IF OV-STEP-FOUND
007581               REWRITE STEP-RECORD
007582                   INVALID KEY
007583                       CONTINUE
007584               END-REWRITE
007585           ELSE
007586               WRITE STEP-RECORD
007587                   INVALID KEY
007588                       CONTINUE
007589               END-WRITE
007590           END-IF.
007591           IF NOT OV-STEP-FILE-OK
007592               DISPLAY "GIVK0012W - GIVESTEP COULD NOT BE "
007593                   "UPDATED, FILE STATUS " OV-STEP-FILE-STATUS
007594               CLOSE STEP-FILE
007595               GO TO 9700-EXIT
007596           END-IF.
007597           CLOSE STEP-FILE.
007598           SET OV-STEP-STARTED TO TRUE.
007599       9700-EXIT.
007600           EXIT.
007601
007602       9705-LOAD-STEP-DATE.
007603           ACCEPT OV-STEP-BUS-DATE FROM DATE YYYYMMDD.
007604           OPEN INPUT BDT-FILE.
007605           IF OV-BDT-FILE-OK
007606               READ BDT-FILE
007607                   NOT AT END
007608                       IF BDT-BUS-DATE NUMERIC
007609                         AND BDT-BUS-DATE > ZERO
007610                           MOVE BDT-BUS-DATE TO OV-STEP-BUS-DATE
007611                       END-IF
007612               END-READ
007613               CLOSE BDT-FILE
007614           END-IF.
007615       9705-EXIT.
007616           EXIT.
007617*    *****************************************************************
007618*    9750-END-STEP
007619*        Marks this step ended on GIVESTEP with its condition
007620*        code.  Only a step this run started is marked; a ledger
007621*        that cannot be updated is reported and does not change
007622*        the step's own condition code.
007623*    *****************************************************************
007624       9750-END-STEP.
007625           IF NOT OV-STEP-STARTED
007626               GO TO 9750-EXIT
007627           END-IF.
007628           MOVE "N" TO OV-STEP-STARTED-SWITCH.
007629           OPEN I-O STEP-FILE.
007630           IF NOT OV-STEP-FILE-OK
007631               DISPLAY "GIVK0013W - END OF STEP NOT RECORDED ON "
007632                   "GIVESTEP, FILE STATUS " OV-STEP-FILE-STATUS
007633               GO TO 9750-EXIT
007634           END-IF.
007635           MOVE OV-STEP-BUS-DATE TO STEP-BUS-DATE.
007636           MOVE OV-STEP-NAME TO STEP-NAME.
007637           MOVE OV-STEP-INSTANCE TO STEP-INSTANCE.
007638           READ STEP-FILE
007639               INVALID KEY
007640                   CONTINUE
007641           END-READ.
007642           IF OV-STEP-FILE-OK
007643               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
007644               SET STEP-ENDED TO TRUE
007645               MOVE OV-STEP-NOW TO STEP-END-STAMP
007646               MOVE RETURN-CODE TO STEP-COND-CODE
007647               REWRITE STEP-RECORD
007648                   INVALID KEY
007649                       CONTINUE
007650               END-REWRITE
007651           END-IF.
007652           IF NOT OV-STEP-FILE-OK
007653               DISPLAY "GIVK0013W - END OF STEP NOT RECORDED ON "
007654                   "GIVESTEP, FILE STATUS " OV-STEP-FILE-STATUS
007655           END-IF.
007656           CLOSE STEP-FILE.
007657       9750-EXIT.
007658           EXIT.
007659
007660       9795-TAKE-STEP-STAMP.
007661           ACCEPT OV-STEP-NOW-DATE FROM DATE YYYYMMDD.
007662           ACCEPT OV-STEP-CLOCK FROM TIME.
007663           MOVE OV-STEP-CLOCK-HMS TO OV-STEP-NOW-TIME.
007664       9795-EXIT.
007665           EXIT.
007666
007667           END PROGRAM GIVEOVLR.
