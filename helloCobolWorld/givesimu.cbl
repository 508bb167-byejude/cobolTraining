000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Cutoff what-if simulation against historical input
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Shows what a cutoff change
000100*                      would have done before anyone makes it
000110*                      with an "MT CO" record, GIVEDPTM or a
000120*                      GIVECTL "DP" record.  Replays a saved
000130*                      GIVEIN, or the values posted to GIVEFEED
000140*                      over a business-date range (one run per
000150*                      date), through the main job's cycle,
000160*                      cutoff and iteration-limit rules twice:
000170*                      under the current settings (GIVECTL and
000180*                      the department master GIVEDEPT) and under
000190*                      the proposed ones from GIVEIPRM (run-wide
000200*                      cutoff, iteration limit, run mode and
000210*                      "DP" department cutoffs).  GIVEIRPT
000220*                      shows side by side where each run would
000230*                      have ended, its cycle count, min/max
000240*                      GIVE_SAVE per department and the
000250*                      histogram buckets.  Every file but the
000260*                      report is opened for input only, so the
000270*                      job can run in the daytime against the
000280*                      production files.  Condition codes: 0
000290*                      simulated, 4 nothing to replay, the
000300*                      department table filled or a GIVEIPRM
000310*                      "DP" record was ignored, 8 bad GIVEIPRM
000320*                      parameters, 12 GIVEIRPT or the replayed
000330*                      input could not be opened.
000340*    *****************************************************************
000350       IDENTIFICATION DIVISION.
000360       PROGRAM-ID. GIVESIMU.
000370       ENVIRONMENT DIVISION.
000380       INPUT-OUTPUT SECTION.
000390       FILE-CONTROL.
000400           SELECT PARM-FILE ASSIGN TO "GIVEIPRM"
000410               ORGANIZATION IS LINE SEQUENTIAL
000420               FILE STATUS IS SM-PARM-FILE-STATUS.
000430           SELECT CTL-FILE ASSIGN TO "GIVECTL"
000440               ORGANIZATION IS LINE SEQUENTIAL
000450               FILE STATUS IS SM-CTL-FILE-STATUS.
000460           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000470               ORGANIZATION IS INDEXED
000480               ACCESS MODE IS RANDOM
000490               RECORD KEY IS DMST-DEPT-CODE
000500               FILE STATUS IS SM-DEPT-FILE-STATUS.
000510           SELECT TRANS-FILE ASSIGN TO "GIVEIN"
000520               ORGANIZATION IS LINE SEQUENTIAL
000530               FILE STATUS IS SM-TRANS-FILE-STATUS.
000540           SELECT FEED-FILE ASSIGN TO "GIVEFEED"
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS SM-FEED-FILE-STATUS.
000570           SELECT IRPT-FILE ASSIGN TO "GIVEIRPT"
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS SM-IRPT-FILE-STATUS.
000600       DATA DIVISION.
000610       FILE SECTION.
000620       FD  PARM-FILE.
000630       01  PARM-RECORD.
000640           05  PARM-SOURCE         PIC X(01).
000650               88  PARM-REPLAY-FEED        VALUE "F".
000660               88  PARM-REPLAY-GIVEIN      VALUE "I" " ".
000670           05  PARM-FROM-DATE      PIC X(08).
000680           05  PARM-TO-DATE        PIC X(08).
000690           05  PARM-CUTOFF         PIC X(02).
000700           05  PARM-MAX-ITER       PIC X(05).
000710           05  PARM-MODE           PIC X(01).
000720           05  FILLER              PIC X(25).
000730       01  PARM-DEPT-VIEW REDEFINES PARM-RECORD.
000740           05  PARM-DEPT-TYPE      PIC X(02).
000750               88  PARM-IS-DEPT            VALUE "DP".
000760           05  PARM-DEPT-CODE      PIC X(03).
000770           05  PARM-DEPT-CUTOFF    PIC X(02).
000780           05  FILLER              PIC X(43).
000790       FD  CTL-FILE.
000800       01  CTL-RECORD.
000810           05  CTL-CUTOFF          PIC X(02).
000820           05  CTL-MODE            PIC X(01).
000830           05  CTL-MAX-ITER        PIC X(05).
000840           05  FILLER              PIC X(42).
000850       01  CTL-DEPT-VIEW REDEFINES CTL-RECORD.
000860           05  CTL-DEPT-TYPE       PIC X(02).
000870               88  CTL-IS-DEPT             VALUE "DP".
000880           05  CTL-DEPT-CODE       PIC X(03).
000890           05  CTL-DEPT-CUTOFF     PIC X(02).
000900           05  FILLER              PIC X(43).
000910       FD  DEPT-FILE.
000920       01  DEPT-MST-RECORD.
000930           05  DMST-DEPT-CODE      PIC X(03).
000940           05  DMST-CUTOFF         PIC 9(02).
000950           05  FILLER              PIC X(75).
000960       FD  TRANS-FILE.
000970       01  TRANS-RECORD.
000980           05  TRANS-GIVE-RAW      PIC X(02).
000990           05  TRANS-DEPT-CODE     PIC X(03).
001000           05  FILLER              PIC X(45).
001010       01  TRANS-TYPE-VIEW REDEFINES TRANS-RECORD.
001020           05  TRANS-TYPE-CODE     PIC X(02).
001030               88  TRANS-IS-MAINT          VALUE "MT".
001040               88  TRANS-IS-BATCH-HDR      VALUE "BH".
001050               88  TRANS-IS-BATCH-TRL      VALUE "BT".
001060           05  FILLER              PIC X(48).
001070       01  TRANS-MAINT-VIEW REDEFINES TRANS-RECORD.
001080           05  FILLER              PIC X(02).
001090           05  MAINT-FIELD-CODE    PIC X(02).
001100           05  MAINT-CUTOFF-VALUE  PIC 9(02).
001110           05  MAINT-AUDIT-FLAG    PIC X(01).
001120           05  MAINT-MAX-ITER-VALUE PIC 9(05).
001130           05  MAINT-MODE-FLAG     PIC X(01).
001140           05  FILLER              PIC X(37).
001150       FD  FEED-FILE.
001160       01  FEED-RECORD.
001170           05  FEED-RUN-DATE       PIC 9(08).
001180           05  FEED-SEQ-NO         PIC 9(05).
001190           05  FEED-GIVE-VALUE     PIC 99.
001200           05  FEED-DEPT-CODE      PIC X(03).
001210           05  FEED-BATCH-ID       PIC X(08).
001220           05  FEED-PART-NO        PIC X(01).
001230           05  FEED-REV-FLAG       PIC X(01).
001240           05  FILLER              PIC X(14).
001241           05  FEED-POST-DATE      PIC 9(08).
001242           05  FILLER              PIC X(28).
001250       FD  IRPT-FILE.
001260       01  IRPT-LINE               PIC X(80).
001270       WORKING-STORAGE SECTION.
001280       77  SM-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001290           88  SM-PARM-FILE-OK               VALUE "00".
001300       77  SM-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001310           88  SM-CTL-FILE-OK                VALUE "00".
001320       77  SM-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001330           88  SM-DEPT-FILE-OK               VALUE "00".
001340       77  SM-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
001350           88  SM-TRANS-FILE-OK              VALUE "00".
001360       77  SM-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
001370           88  SM-FEED-FILE-OK               VALUE "00".
001380       77  SM-IRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001390           88  SM-IRPT-FILE-OK               VALUE "00".
001400       77  SM-PARM-EOF-SWITCH      PIC X(01) VALUE "N".
001410           88  SM-PARM-AT-EOF                VALUE "Y".
001420       77  SM-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001430           88  SM-CTL-AT-EOF                 VALUE "Y".
001440       77  SM-INPUT-EOF-SWITCH     PIC X(01) VALUE "N".
001450           88  SM-INPUT-AT-EOF               VALUE "Y".
001460       77  SM-FIRST-PARM-SWITCH    PIC X(01) VALUE "Y".
001470           88  SM-FIRST-PARM                 VALUE "Y".
001480       77  SM-SOURCE-SWITCH        PIC X(01) VALUE "I".
001490           88  SM-SOURCE-GIVEIN              VALUE "I".
001500           88  SM-SOURCE-FEED                VALUE "F".
001510       77  SM-MASTER-SWITCH        PIC X(01) VALUE "N".
001520           88  SM-DEPT-MASTER-MODE           VALUE "Y".
001530       77  SM-RUN-OPEN-SWITCH      PIC X(01) VALUE "N".
001540           88  SM-RUN-OPEN                   VALUE "Y".
001550       77  SM-BAD-PARM-SWITCH      PIC X(01) VALUE "N".
001560           88  SM-BAD-PARM                   VALUE "Y".
001570       77  SM-PROP-SKIP-SWITCH     PIC X(01) VALUE "N".
001580           88  SM-PROP-SKIPPED               VALUE "Y".
001590       77  SM-DEPT-FULL-SWITCH     PIC X(01) VALUE "N".
001600           88  SM-DEPT-TABLE-FULL            VALUE "Y".
001610       77  SM-DEPT-REJ-SWITCH      PIC X(01) VALUE "N".
001620           88  SM-DEPT-REJECTED              VALUE "Y".
001630       77  SM-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
001640           88  SM-DEPT-FOUND                 VALUE "Y".
001650       77  SM-FROM-DATE            PIC 9(08) VALUE ZERO.
001660       77  SM-TO-DATE              PIC 9(08) VALUE 99999999.
001670       77  SM-RUN-DATE             PIC 9(08) VALUE ZERO.
001680       77  SM-SEQ-NO               PIC 9(05) VALUE ZERO.
001690       77  SM-CUR-SEQ              PIC 9(05) VALUE ZERO.
001700       77  SM-GIVE-RAW             PIC X(02) VALUE SPACES.
001710       77  SM-GIVE                 PIC 99 VALUE ZERO.
001720       77  SM-DEPT-IN              PIC X(03) VALUE SPACES.
001730       77  SM-EFF-CUTOFF           PIC 99 VALUE ZERO.
001740       77  SM-NEW-CUTOFF           PIC 99 VALUE ZERO.
001750       77  SM-NEW-SOURCE           PIC X(01) VALUE SPACE.
001760       77  SM-SC                   PIC 9(01) VALUE ZERO.
001770       77  SM-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
001780       77  SM-DEPT-LIMIT           PIC 9(03) VALUE 200.
001790       77  SM-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
001800       77  SM-DEPT-IX              PIC 9(03) COMP VALUE ZERO.
001810       77  SM-PROP-COUNT           PIC 9(03) COMP VALUE ZERO.
001820       77  SM-PROP-LIMIT           PIC 9(03) VALUE 200.
001830       77  SM-PROP-SUB             PIC 9(03) COMP VALUE ZERO.
001840       77  SM-PROP-IX              PIC 9(03) COMP VALUE ZERO.
001850       77  SM-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
001860       77  SM-REPLAY-COUNT         PIC 9(07) COMP VALUE ZERO.
001870       77  SM-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001880       77  SM-CMP-CUR              PIC 9(09) VALUE ZERO.
001890       77  SM-CMP-PROP             PIC 9(09) VALUE ZERO.
001900       01  SM-SCEN-TABLE.
001910           05  SM-SCEN OCCURS 2 TIMES.
001920               10  SM-SC-CUTOFF        PIC 99.
001930               10  SM-SC-MAX-ITER      PIC 9(05).
001940               10  SM-SC-MODE          PIC X(01).
001950                   88  SM-SC-MODE-HISTOGRAM    VALUE "H".
001960               10  SM-SC-CUT-FIXED     PIC X(01).
001970               10  SM-SC-ITER-FIXED    PIC X(01).
001980               10  SM-SC-MODE-FIXED    PIC X(01).
001990               10  SM-SC-START-CUTOFF  PIC 99.
002000               10  SM-SC-START-ITER    PIC 9(05).
002010               10  SM-SC-START-MODE    PIC X(01).
002020               10  SM-SC-ITER          PIC 9(05).
002030               10  SM-SC-EXIT-SWITCH   PIC X(01).
002040                   88  SM-SC-EXITED            VALUE "Y".
002050               10  SM-SC-EXIT-SEQ      PIC 9(05).
002060               10  SM-SC-EXIT-GIVE     PIC 99.
002070               10  SM-SC-EXIT-DEPT     PIC X(03).
002080               10  SM-SC-EXIT-REASON   PIC X(01).
002090                   88  SM-SC-BY-CUTOFF         VALUE "C".
002100                   88  SM-SC-BY-LIMIT          VALUE "L".
002110               10  SM-SC-CYCLES        PIC 9(07).
002120               10  SM-SC-MIN-SAVE      PIC 99.
002130               10  SM-SC-MAX-SAVE      PIC 99.
002140               10  SM-SC-LAST-SAVE     PIC 99.
002150               10  SM-SC-HIST-ZERO     PIC 9(07).
002160               10  SM-SC-HIST-ONE      PIC 9(07).
002170               10  SM-SC-HIST-TWO      PIC 9(07).
002180               10  SM-SC-HIST-OVER     PIC 9(07).
002190               10  SM-SC-CUT-RUNS      PIC 9(05).
002200               10  SM-SC-LIM-RUNS      PIC 9(05).
002210               10  SM-SC-END-RUNS      PIC 9(05).
002220       01  SM-DEPT-TABLE.
002230           05  SM-DEPT-ENTRY OCCURS 200 TIMES.
002240               10  SM-DEPT-CODE        PIC X(03).
002250               10  SM-DEPT-SOURCE      PIC X(01).
002260               10  SM-DEPT-PROP-SWITCH PIC X(01).
002270               10  SM-DEPT-SCEN OCCURS 2 TIMES.
002280                   15  SM-DEPT-CUTOFF  PIC 99.
002290                   15  SM-DEPT-CYCLES  PIC 9(07).
002300                   15  SM-DEPT-MIN-SAVE PIC 99.
002310                   15  SM-DEPT-MAX-SAVE PIC 99.
002320       01  SM-PROP-TABLE.
002330           05  SM-PROP-ENTRY OCCURS 200 TIMES.
002340               10  SM-PROP-CODE        PIC X(03).
002350               10  SM-PROP-CUTOFF      PIC 99.
002360       01  SM-RPT-WORK-LINE.
002370           05  SM-RPT-LABEL        PIC X(37).
002380           05  SM-RPT-NUMBER       PIC ZZZZ9.
002390           05  SM-RPT-TEXT         PIC X(38).
002400       01  SM-CMP-HDR-LINE.
002410           05  FILLER              PIC X(30) VALUE SPACES.
002420           05  FILLER              PIC X(15) VALUE
002430               "        CURRENT".
002440           05  FILLER              PIC X(02) VALUE SPACES.
002450           05  FILLER              PIC X(15) VALUE
002460               "       PROPOSED".
002470           05  FILLER              PIC X(18) VALUE SPACES.
002480       01  SM-CMP-LINE.
002490           05  SM-CL-LABEL         PIC X(30).
002500           05  SM-CL-CUR           PIC Z(14)9.
002510           05  FILLER              PIC X(02) VALUE SPACES.
002520           05  SM-CL-PROP          PIC Z(14)9.
002530           05  FILLER              PIC X(02) VALUE SPACES.
002540           05  SM-CL-MARK          PIC X(16).
002550       01  SM-CMP-TEXT-LINE.
002560           05  SM-CT-LABEL         PIC X(30).
002570           05  SM-CT-CUR           PIC X(15) JUSTIFIED RIGHT.
002580           05  FILLER              PIC X(02) VALUE SPACES.
002590           05  SM-CT-PROP          PIC X(15) JUSTIFIED RIGHT.
002600           05  FILLER              PIC X(02) VALUE SPACES.
002610           05  SM-CT-MARK          PIC X(16).
002620       01  SM-RUN-LINE.
002630           05  FILLER              PIC X(04) VALUE "RUN ".
002640           05  SM-RL-NAME          PIC X(08).
002650           05  FILLER              PIC X(68) VALUE SPACES.
002660       01  SM-DEPT-HDR-LINE.
002670           05  FILLER              PIC X(43) VALUE
002680               "       CUTOFF           CYCLES       MIN   ".
002690           05  FILLER              PIC X(37) VALUE
002700               "   MAX                               ".
002710       01  SM-DEPT-HDR-LINE-2.
002720           05  FILLER              PIC X(43) VALUE
002730               "  DPT  CUR PRP       CUR      PRP  CUR PRP ".
002740           05  FILLER              PIC X(37) VALUE
002750               " CUR PRP                             ".
002760       01  SM-DEPT-LINE.
002770           05  FILLER              PIC X(02) VALUE SPACES.
002780           05  SM-DL-CODE          PIC X(03).
002790           05  FILLER              PIC X(03) VALUE SPACES.
002800           05  SM-DL-CUT-CUR       PIC Z9.
002810           05  FILLER              PIC X(02) VALUE SPACES.
002820           05  SM-DL-CUT-PROP      PIC Z9.
002830           05  FILLER              PIC X(03) VALUE SPACES.
002840           05  SM-DL-CYC-CUR       PIC ZZZZZZ9.
002850           05  FILLER              PIC X(02) VALUE SPACES.
002860           05  SM-DL-CYC-PROP      PIC ZZZZZZ9.
002870           05  FILLER              PIC X(03) VALUE SPACES.
002880           05  SM-DL-MIN-CUR       PIC Z9.
002890           05  FILLER              PIC X(02) VALUE SPACES.
002900           05  SM-DL-MIN-PROP      PIC Z9.
002910           05  FILLER              PIC X(03) VALUE SPACES.
002920           05  SM-DL-MAX-CUR       PIC Z9.
002930           05  FILLER              PIC X(02) VALUE SPACES.
002940           05  SM-DL-MAX-PROP      PIC Z9.
002950           05  FILLER              PIC X(03) VALUE SPACES.
002960           05  SM-DL-MARK          PIC X(27).
002970       PROCEDURE DIVISION.
002980
002990       MAIN-PROCEDURE.
003000           OPEN OUTPUT IRPT-FILE.
003010           IF NOT SM-IRPT-FILE-OK
003020               DISPLAY "GIVI0001E - GIVEIRPT COULD NOT BE "
003030                   "OPENED, FILE STATUS " SM-IRPT-FILE-STATUS
003040               MOVE 12 TO RETURN-CODE
003050               GO TO MAIN-PROCEDURE-EXIT
003060           END-IF.
003070           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080           IF SM-BAD-PARM
003090               MOVE SPACES TO SM-RPT-WORK-LINE
003100               MOVE "GIVEIPRM PARAMETERS IN ERROR - NOT RUN"
003110                   TO SM-RPT-LABEL
003120               MOVE SM-RPT-WORK-LINE TO IRPT-LINE
003130               WRITE IRPT-LINE
003140               PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
003150               CLOSE IRPT-FILE
003160               MOVE 8 TO RETURN-CODE
003170               GO TO MAIN-PROCEDURE-EXIT
003180           END-IF.
003190           IF SM-SOURCE-FEED
003200               OPEN INPUT FEED-FILE
003210               IF NOT SM-FEED-FILE-OK
003220                   DISPLAY "GIVI0004E - GIVEFEED COULD NOT BE "
003230                       "OPENED, FILE STATUS " SM-FEED-FILE-STATUS
003240                         MOVE SPACES TO SM-RPT-WORK-LINE
003250                         MOVE "GIVEFEED COULD NOT BE OPENED"
003260                             TO SM-RPT-LABEL
003270                         MOVE SM-RPT-WORK-LINE TO IRPT-LINE
003280                         WRITE IRPT-LINE
003290                         PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
003300                         CLOSE IRPT-FILE
003310                         MOVE 12 TO RETURN-CODE
003320                         GO TO MAIN-PROCEDURE-EXIT
003330               END-IF
003340               PERFORM 2500-REPLAY-ONE-FEED THRU 2500-EXIT
003350                   UNTIL SM-INPUT-AT-EOF
003360               CLOSE FEED-FILE
003370           ELSE
003380               OPEN INPUT TRANS-FILE
003390               IF NOT SM-TRANS-FILE-OK
003400                   DISPLAY "GIVI0005E - GIVEIN COULD NOT BE "
003410                       "OPENED, FILE STATUS " SM-TRANS-FILE-STATUS
003420                         MOVE SPACES TO SM-RPT-WORK-LINE
003430                         MOVE "GIVEIN COULD NOT BE OPENED"
003440                             TO SM-RPT-LABEL
003450                         MOVE SM-RPT-WORK-LINE TO IRPT-LINE
003460                         WRITE IRPT-LINE
003470                         PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
003480                         CLOSE IRPT-FILE
003490                         MOVE 12 TO RETURN-CODE
003500                         GO TO MAIN-PROCEDURE-EXIT
003510               END-IF
003520               SET SM-RUN-OPEN TO TRUE
003530               ADD 1 TO SM-RUN-COUNT
003540               PERFORM 2000-REPLAY-ONE-TRANS THRU 2000-EXIT
003550                   UNTIL SM-INPUT-AT-EOF
003560               CLOSE TRANS-FILE
003570           END-IF.
003580           IF SM-RUN-OPEN
003590               PERFORM 4000-END-RUN THRU 4000-EXIT
003600           END-IF.
003610           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003620           PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT.
003630           CLOSE IRPT-FILE.
003640           IF SM-REPLAY-COUNT = ZERO
003650               DISPLAY "GIVI0006W - NO VALUES FOUND TO REPLAY"
003660               MOVE 4 TO RETURN-CODE
003670           ELSE
003680               IF SM-DEPT-TABLE-FULL
003690                   DISPLAY "GIVI0007W - DEPARTMENT TABLE FULL, "
003700                       "SOME DEPARTMENTS NOT SHOWN"
003710                   MOVE 4 TO RETURN-CODE
003720               ELSE
003730                   DISPLAY "GIVI0008I - " SM-REPLAY-COUNT
003740                       " VALUES REPLAYED IN " SM-RUN-COUNT " RUNS"
003750                   MOVE 0 TO RETURN-CODE
003760               END-IF
003770           END-IF.
003780           IF SM-PROP-SKIPPED
003790             AND RETURN-CODE = ZERO
003800               MOVE 4 TO RETURN-CODE
003810           END-IF.
003820
003830           STOP RUN.
003840       MAIN-PROCEDURE-EXIT.
003850           STOP RUN.
003860*    *****************************************************************
003870*    1000-INITIALIZE
003880*        Builds the two sets of settings the input is replayed
003890*        under.  Current: the main job's defaults overlaid by
003900*        GIVECTL (run-wide record and "DP" department cutoffs)
003910*        and, when it is present, the department master with
003920*        the same master-mode rules as the run.  Proposed: the
003930*        current settings with the GIVEIPRM changes on top.
003940*        The department master is only ever read.
003950*    *****************************************************************
003960       1000-INITIALIZE.
003970           INITIALIZE SM-SCEN-TABLE.
003980           INITIALIZE SM-DEPT-TABLE.
003990           MOVE 2 TO SM-SC-CUTOFF (1).
004000           MOVE 01000 TO SM-SC-MAX-ITER (1).
004010           MOVE "L" TO SM-SC-MODE (1).
004020           OPEN INPUT PARM-FILE.
004030           IF SM-PARM-FILE-OK
004040               PERFORM 1100-LOAD-PARM-RECORD THRU 1100-EXIT
004050                   UNTIL SM-PARM-AT-EOF
004060               CLOSE PARM-FILE
004070           END-IF.
004080           IF SM-SOURCE-FEED
004090             AND SM-FROM-DATE > SM-TO-DATE
004100               DISPLAY "GIVI0003E - GIVEIPRM DATE RANGE "
004110                   SM-FROM-DATE " TO " SM-TO-DATE " IS REVERSED"
004120               SET SM-BAD-PARM TO TRUE
004130           END-IF.
004140           OPEN INPUT CTL-FILE.
004150           IF SM-CTL-FILE-OK
004160               PERFORM 1200-LOAD-CTL-RECORD THRU 1200-EXIT
004170                   UNTIL SM-CTL-AT-EOF
004180               CLOSE CTL-FILE
004190           END-IF.
004200           OPEN INPUT DEPT-FILE.
004210           IF SM-DEPT-FILE-OK
004220               SET SM-DEPT-MASTER-MODE TO TRUE
004230               PERFORM 1300-LOAD-CTL-MASTER THRU 1300-EXIT
004240                   VARYING SM-DEPT-SUB FROM 1 BY 1
004250                   UNTIL SM-DEPT-SUB > SM-DEPT-COUNT
004260           END-IF.
004270           IF SM-SC-CUT-FIXED (2) NOT = "Y"
004280               MOVE SM-SC-CUTOFF (1) TO SM-SC-CUTOFF (2)
004290           END-IF.
004300           IF SM-SC-ITER-FIXED (2) NOT = "Y"
004310               MOVE SM-SC-MAX-ITER (1) TO SM-SC-MAX-ITER (2)
004320           END-IF.
004330           IF SM-SC-MODE-FIXED (2) NOT = "Y"
004340               MOVE SM-SC-MODE (1) TO SM-SC-MODE (2)
004350           END-IF.
004360           PERFORM 1400-APPLY-PROPOSAL THRU 1400-EXIT.
004370           PERFORM 1500-WRITE-SETTINGS THRU 1500-EXIT.
004380       1000-EXIT.
004390           EXIT.
004400*    *****************************************************************
004410*    1100-LOAD-PARM-RECORD
004420*        The first GIVEIPRM record names the input to replay (I
004430*        GIVEIN, the default, or F GIVEFEED with a business-date
004440*        range) and the proposed run-wide cutoff, iteration
004450*        limit and run mode, each left blank to keep the
004460*        current value.  "DP" records after it propose
004470*        department cutoffs.
004480*    *****************************************************************
004490       1100-LOAD-PARM-RECORD.
004500           READ PARM-FILE
004510               AT END
004520                   SET SM-PARM-AT-EOF TO TRUE
004530                   GO TO 1100-EXIT
004540           END-READ.
004550           IF PARM-IS-DEPT
004560               PERFORM 1110-ADD-PROPOSAL THRU 1110-EXIT
004570               GO TO 1100-EXIT
004580           END-IF.
004590           IF NOT SM-FIRST-PARM
004600               GO TO 1100-EXIT
004610           END-IF.
004620           MOVE "N" TO SM-FIRST-PARM-SWITCH.
004630           IF NOT PARM-REPLAY-FEED AND NOT PARM-REPLAY-GIVEIN
004640               DISPLAY "GIVI0002E - GIVEIPRM SOURCE " PARM-SOURCE
004650                   " IS NOT I OR F"
004660               SET SM-BAD-PARM TO TRUE
004670               GO TO 1100-EXIT
004680           END-IF.
004690           IF PARM-REPLAY-FEED
004700               SET SM-SOURCE-FEED TO TRUE
004710               IF PARM-FROM-DATE NUMERIC
004720                   MOVE PARM-FROM-DATE TO SM-FROM-DATE
004730               END-IF
004740               IF PARM-TO-DATE NUMERIC
004750                   MOVE PARM-TO-DATE TO SM-TO-DATE
004760               END-IF
004770           END-IF.
004780           IF PARM-CUTOFF NUMERIC
004790               MOVE PARM-CUTOFF TO SM-SC-CUTOFF (2)
004800               MOVE "Y" TO SM-SC-CUT-FIXED (2)
004810           END-IF.
004820           IF PARM-MAX-ITER NUMERIC
004830             AND PARM-MAX-ITER > ZERO
004840               MOVE PARM-MAX-ITER TO SM-SC-MAX-ITER (2)
004850               MOVE "Y" TO SM-SC-ITER-FIXED (2)
004860           END-IF.
004870           IF PARM-MODE = "L" OR PARM-MODE = "H"
004880               MOVE PARM-MODE TO SM-SC-MODE (2)
004890               MOVE "Y" TO SM-SC-MODE-FIXED (2)
004900           END-IF.
004910       1100-EXIT.
004920           EXIT.
004930
004940       1110-ADD-PROPOSAL.
004950           IF PARM-DEPT-CUTOFF NOT NUMERIC
004960               DISPLAY "GIVI0009W - GIVEIPRM DP " PARM-DEPT-CODE
004970                   " CUTOFF NOT NUMERIC, IGNORED"
004980               SET SM-PROP-SKIPPED TO TRUE
004990               GO TO 1110-EXIT
005000           END-IF.
005010           IF SM-PROP-COUNT >= SM-PROP-LIMIT
005020               DISPLAY "GIVI0009W - GIVEIPRM DP " PARM-DEPT-CODE
005030                   " IGNORED, TOO MANY PROPOSALS"
005040               SET SM-PROP-SKIPPED TO TRUE
005050               GO TO 1110-EXIT
005060           END-IF.
005070           ADD 1 TO SM-PROP-COUNT.
005080           MOVE PARM-DEPT-CODE TO SM-PROP-CODE (SM-PROP-COUNT).
005090           MOVE PARM-DEPT-CUTOFF
005100               TO SM-PROP-CUTOFF (SM-PROP-COUNT).
005110       1110-EXIT.
005120           EXIT.
005130*    *****************************************************************
005140*    1200-LOAD-CTL-RECORD
005150*        Takes the current settings from GIVECTL as the run
005160*        does: the run-wide record's cutoff, run mode and
005170*        iteration limit, and the "DP" department cutoffs.
005180*    *****************************************************************
005190       1200-LOAD-CTL-RECORD.
005200           READ CTL-FILE
005210               AT END
005220                   SET SM-CTL-AT-EOF TO TRUE
005230                   GO TO 1200-EXIT
005240           END-READ.
005250           IF CTL-IS-DEPT
005260               IF CTL-DEPT-CUTOFF NUMERIC
005270                   MOVE CTL-DEPT-CODE TO SM-DEPT-IN
005280                   MOVE CTL-DEPT-CUTOFF TO SM-NEW-CUTOFF
005290                   MOVE "D" TO SM-NEW-SOURCE
005300                   PERFORM 3130-ADD-DEPT THRU 3130-EXIT
005310               END-IF
005320               GO TO 1200-EXIT
005330           END-IF.
005340           IF CTL-CUTOFF NUMERIC
005350               MOVE CTL-CUTOFF TO SM-SC-CUTOFF (1)
005360           END-IF.
005370           IF CTL-MODE = "H"
005380               MOVE "H" TO SM-SC-MODE (1)
005390           END-IF.
005400           IF CTL-MAX-ITER NUMERIC
005410             AND CTL-MAX-ITER > ZERO
005420               MOVE CTL-MAX-ITER TO SM-SC-MAX-ITER (1)
005430           END-IF.
005440       1200-EXIT.
005450           EXIT.
005460
005470       1300-LOAD-CTL-MASTER.
005480           MOVE SM-DEPT-CODE (SM-DEPT-SUB) TO DMST-DEPT-CODE.
005490           READ DEPT-FILE
005500               INVALID KEY
005510                   GO TO 1300-EXIT
005520           END-READ.
005530           MOVE "M" TO SM-DEPT-SOURCE (SM-DEPT-SUB).
005540       1300-EXIT.
005550           EXIT.
005560*    *****************************************************************
005570*    1400-APPLY-PROPOSAL
005580*        Settles the proposed settings: the run-wide values
005590*        given on GIVEIPRM were taken as it was read (the rest
005600*        stay as current), and the run-wide cutoff carries to
005610*        the proposed column of every department that took the
005620*        run-wide cutoff and has no proposal of its own.  The
005630*        starting values are kept for the settings report.
005640*    *****************************************************************
005650       1400-APPLY-PROPOSAL.
005660           PERFORM 2220-FLOW-CUTOFF-TO-DEPTS THRU 2220-EXIT
005670               VARYING SM-DEPT-SUB FROM 1 BY 1
005680               UNTIL SM-DEPT-SUB > SM-DEPT-COUNT.
005690           PERFORM 1410-SAVE-START THRU 1410-EXIT
005700               VARYING SM-SC FROM 1 BY 1
005710               UNTIL SM-SC > 2.
005720       1400-EXIT.
005730           EXIT.
005740
005750       1410-SAVE-START.
005760           MOVE SM-SC-CUTOFF (SM-SC)
005770               TO SM-SC-START-CUTOFF (SM-SC).
005780           MOVE SM-SC-MAX-ITER (SM-SC)
005790               TO SM-SC-START-ITER (SM-SC).
005800           MOVE SM-SC-MODE (SM-SC) TO SM-SC-START-MODE (SM-SC).
005810           MOVE 99 TO SM-SC-MIN-SAVE (SM-SC).
005820       1410-EXIT.
005830           EXIT.
005840*    *****************************************************************
005850*    1500-WRITE-SETTINGS
005860*        Writes the heading and the two sets of settings.
005870*    *****************************************************************
005880       1500-WRITE-SETTINGS.
005890           MOVE SPACES TO SM-RPT-WORK-LINE.
005900           MOVE "GIVE CUTOFF WHAT-IF SIMULATION" TO SM-RPT-LABEL.
005910           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
005920           WRITE IRPT-LINE.
005930           MOVE SPACES TO SM-RPT-WORK-LINE.
005940           MOVE "REPLAYED INPUT" TO SM-RPT-LABEL.
005950           IF SM-SOURCE-FEED
005960               STRING "GIVEFEED " SM-FROM-DATE " TO " SM-TO-DATE
005970                   DELIMITED BY SIZE INTO SM-RPT-TEXT
005980           ELSE
005990               MOVE "GIVEIN" TO SM-RPT-TEXT
006000           END-IF.
006010           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
006020           WRITE IRPT-LINE.
006030           MOVE SPACES TO SM-RPT-WORK-LINE.
006040           MOVE "DEPARTMENT MASTER" TO SM-RPT-LABEL.
006050           IF SM-DEPT-MASTER-MODE
006060               MOVE "PRESENT - MASTER MODE" TO SM-RPT-TEXT
006070           ELSE
006080               MOVE "ABSENT - GIVECTL ONLY" TO SM-RPT-TEXT
006090           END-IF.
006100           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
006110           WRITE IRPT-LINE.
006120           IF SM-SOURCE-FEED
006130               MOVE "NOTE: GIVEFEED HOLDS ONLY THE VALUES EACH"
006140                   TO IRPT-LINE
006150               WRITE IRPT-LINE
006160               MOVE "      RUN ACCEPTED BEFORE IT ENDED"
006170                   TO IRPT-LINE
006180               WRITE IRPT-LINE
006190           END-IF.
006200           MOVE SPACES TO IRPT-LINE.
006210           WRITE IRPT-LINE.
006220           MOVE SM-CMP-HDR-LINE TO IRPT-LINE.
006230           WRITE IRPT-LINE.
006240           MOVE "RUN-WIDE CUTOFF" TO SM-CL-LABEL.
006250           MOVE SM-SC-START-CUTOFF (1) TO SM-CMP-CUR.
006260           MOVE SM-SC-START-CUTOFF (2) TO SM-CMP-PROP.
006270           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
006280           MOVE "MAXIMUM ITERATIONS" TO SM-CL-LABEL.
006290           MOVE SM-SC-START-ITER (1) TO SM-CMP-CUR.
006300           MOVE SM-SC-START-ITER (2) TO SM-CMP-PROP.
006310           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
006320           MOVE "RUN MODE" TO SM-CT-LABEL.
006330           IF SM-SC-START-MODE (1) = "H"
006340               MOVE "HISTOGRAM" TO SM-CT-CUR
006350           ELSE
006360               MOVE "LOOP" TO SM-CT-CUR
006370           END-IF.
006380           IF SM-SC-START-MODE (2) = "H"
006390               MOVE "HISTOGRAM" TO SM-CT-PROP
006400           ELSE
006410               MOVE "LOOP" TO SM-CT-PROP
006420           END-IF.
006430           PERFORM 8110-WRITE-TEXT-COMPARE THRU 8110-EXIT.
006440           MOVE SPACES TO SM-RPT-WORK-LINE.
006450           MOVE "DEPARTMENT CUTOFFS PROPOSED" TO SM-RPT-LABEL.
006460           MOVE SM-PROP-COUNT TO SM-RPT-NUMBER.
006470           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
006480           WRITE IRPT-LINE.
006490           MOVE SPACES TO IRPT-LINE.
006500           WRITE IRPT-LINE.
006510       1500-EXIT.
006520           EXIT.
006530*    *****************************************************************
006540*    2000-REPLAY-ONE-TRANS
006550*        Replays one GIVEIN record the way the run reads it:
006560*        every record takes a sequence number, maintenance
006570*        records change the settings, batch headers and
006580*        trailers are passed over (batches are neither
006590*        balanced nor checked against the register), and a
006600*        data record is one cycle under each set of settings.
006610*        The replay stops once both have ended the run.
006620*    *****************************************************************
006630       2000-REPLAY-ONE-TRANS.
006640           READ TRANS-FILE
006650               AT END
006660                   SET SM-INPUT-AT-EOF TO TRUE
006670                   GO TO 2000-EXIT
006680           END-READ.
006690           ADD 1 TO SM-SEQ-NO.
006700           IF TRANS-IS-MAINT
006710               PERFORM 2200-APPLY-MAINTENANCE THRU 2200-EXIT
006720                   VARYING SM-SC FROM 1 BY 1
006730                   UNTIL SM-SC > 2
006740               GO TO 2000-EXIT
006750           END-IF.
006760           IF TRANS-IS-BATCH-HDR OR TRANS-IS-BATCH-TRL
006770               GO TO 2000-EXIT
006780           END-IF.
006790           MOVE TRANS-GIVE-RAW TO SM-GIVE-RAW.
006800           MOVE TRANS-DEPT-CODE TO SM-DEPT-IN.
006810           MOVE SM-SEQ-NO TO SM-CUR-SEQ.
006820           PERFORM 3000-SIMULATE-VALUE THRU 3000-EXIT.
006830           IF SM-SC-EXITED (1) AND SM-SC-EXITED (2)
006840               SET SM-INPUT-AT-EOF TO TRUE
006850           END-IF.
006860       2000-EXIT.
006870           EXIT.
006880*    *****************************************************************
006890*    2200-APPLY-MAINTENANCE
006900*        Applies an "MT" record to one set of settings as the
006910*        run would: CO changes the cutoff (and flows to the
006920*        departments that took the run-wide cutoff), MX the
006930*        iteration limit, MO the run mode.  A setting the
006940*        proposal fixes on GIVEIPRM holds for the whole replay,
006950*        so the proposed column ignores changes to it.
006960*    *****************************************************************
006970       2200-APPLY-MAINTENANCE.
006980           IF SM-SC-EXITED (SM-SC)
006990               GO TO 2200-EXIT
007000           END-IF.
007010           EVALUATE MAINT-FIELD-CODE
007020               WHEN "CO"
007030                   IF SM-SC-CUT-FIXED (SM-SC) NOT = "Y"
007040                     AND MAINT-CUTOFF-VALUE NUMERIC
007050                       MOVE MAINT-CUTOFF-VALUE
007060                           TO SM-SC-CUTOFF (SM-SC)
007070                       PERFORM 2210-FLOW-ONE-SCENARIO
007080                           THRU 2210-EXIT
007090                           VARYING SM-DEPT-SUB FROM 1 BY 1
007100                           UNTIL SM-DEPT-SUB > SM-DEPT-COUNT
007110                   END-IF
007120               WHEN "MX"
007130                   IF SM-SC-ITER-FIXED (SM-SC) NOT = "Y"
007140                     AND MAINT-MAX-ITER-VALUE NUMERIC
007150                     AND MAINT-MAX-ITER-VALUE > ZERO
007160                       MOVE MAINT-MAX-ITER-VALUE
007170                           TO SM-SC-MAX-ITER (SM-SC)
007180                   END-IF
007190               WHEN "MO"
007200                   IF SM-SC-MODE-FIXED (SM-SC) NOT = "Y"
007210                     AND (MAINT-MODE-FLAG = "H"
007220                      OR MAINT-MODE-FLAG = "L")
007230                       MOVE MAINT-MODE-FLAG TO SM-SC-MODE (SM-SC)
007240                   END-IF
007250           END-EVALUATE.
007260       2200-EXIT.
007270           EXIT.
007280
007290       2210-FLOW-ONE-SCENARIO.
007300           IF SM-DEPT-SOURCE (SM-DEPT-SUB) = "A"
007310             AND (SM-SC = 1
007320              OR SM-DEPT-PROP-SWITCH (SM-DEPT-SUB) NOT = "Y")
007330               MOVE SM-SC-CUTOFF (SM-SC)
007340                   TO SM-DEPT-CUTOFF (SM-DEPT-SUB, SM-SC)
007350           END-IF.
007360       2210-EXIT.
007370           EXIT.
007380
007390       2220-FLOW-CUTOFF-TO-DEPTS.
007400           IF SM-DEPT-SOURCE (SM-DEPT-SUB) = "A"
007410             AND SM-DEPT-PROP-SWITCH (SM-DEPT-SUB) NOT = "Y"
007420               MOVE SM-SC-CUTOFF (2)
007430                   TO SM-DEPT-CUTOFF (SM-DEPT-SUB, 2)
007440           END-IF.
007450       2220-EXIT.
007460           EXIT.
007470*    *****************************************************************
007480*    2500-REPLAY-ONE-FEED
007490*        Replays one GIVEFEED posting in the date range
007500*        (reversals are passed over).  Each business date is
007510*        a run of its own: a new date closes the run before it
007520*        and starts the next from the opening settings.
007530*    *****************************************************************
007540       2500-REPLAY-ONE-FEED.
007550           READ FEED-FILE
007560               AT END
007570                   SET SM-INPUT-AT-EOF TO TRUE
007580                   GO TO 2500-EXIT
007590           END-READ.
007600           IF FEED-REV-FLAG = "R"
007610               GO TO 2500-EXIT
007620           END-IF.
007630           IF FEED-RUN-DATE < SM-FROM-DATE
007640             OR FEED-RUN-DATE > SM-TO-DATE
007650               GO TO 2500-EXIT
007660           END-IF.
007670           IF SM-RUN-OPEN
007680             AND FEED-RUN-DATE NOT = SM-RUN-DATE
007690               PERFORM 4000-END-RUN THRU 4000-EXIT
007700           END-IF.
007710           IF NOT SM-RUN-OPEN
007720               SET SM-RUN-OPEN TO TRUE
007730               ADD 1 TO SM-RUN-COUNT
007740               MOVE FEED-RUN-DATE TO SM-RUN-DATE
007750           END-IF.
007760           MOVE FEED-GIVE-VALUE TO SM-GIVE-RAW.
007770           MOVE FEED-DEPT-CODE TO SM-DEPT-IN.
007780           MOVE FEED-SEQ-NO TO SM-CUR-SEQ.
007790           PERFORM 3000-SIMULATE-VALUE THRU 3000-EXIT.
007800       2500-EXIT.
007810           EXIT.
007820*    *****************************************************************
007830*    3000-SIMULATE-VALUE
007840*        One data record.  What the run would reject (unknown
007850*        department in master mode, blank or non-numeric
007860*        value) is counted and skips the cycle under both sets
007870*        of settings alike; anything else is one cycle under
007880*        each set that has not yet ended its run.
007890*    *****************************************************************
007900       3000-SIMULATE-VALUE.
007910           PERFORM 3100-FIND-DEPT THRU 3100-EXIT.
007920           IF SM-DEPT-REJECTED
007930               ADD 1 TO SM-REJECT-COUNT
007940               GO TO 3000-EXIT
007950           END-IF.
007960           IF SM-GIVE-RAW NOT NUMERIC
007970               ADD 1 TO SM-REJECT-COUNT
007980               GO TO 3000-EXIT
007990           END-IF.
008000           MOVE SM-GIVE-RAW TO SM-GIVE.
008010           ADD 1 TO SM-REPLAY-COUNT.
008020           PERFORM 3500-RUN-CYCLE THRU 3500-EXIT
008030               VARYING SM-SC FROM 1 BY 1
008040               UNTIL SM-SC > 2.
008050       3000-EXIT.
008060           EXIT.
008070*    *****************************************************************
008080*    3100-FIND-DEPT
008090*        Finds the record's department as the run does.  In
008100*        master mode only master departments are authorized: a
008110*        new one is read from the master by key, and one not
008120*        on it, or known only from a GIVECTL "DP" record,
008130*        rejects.  Outside master mode a new department is
008140*        added with the run-wide cutoff.  SM-DEPT-IX is zero
008150*        when the table is full (run-wide cutoff applies).
008160*    *****************************************************************
008170       3100-FIND-DEPT.
008180           MOVE "N" TO SM-DEPT-FOUND-SWITCH.
008190           MOVE "N" TO SM-DEPT-REJ-SWITCH.
008200           MOVE ZERO TO SM-DEPT-IX.
008210           PERFORM 3110-SCAN-DEPT-ENTRY THRU 3110-EXIT
008220               VARYING SM-DEPT-SUB FROM 1 BY 1
008230               UNTIL SM-DEPT-SUB > SM-DEPT-COUNT
008240                  OR SM-DEPT-FOUND.
008250           IF SM-DEPT-FOUND
008260               IF SM-DEPT-MASTER-MODE
008270                 AND SM-DEPT-SOURCE (SM-DEPT-IX) NOT = "M"
008280                   SET SM-DEPT-REJECTED TO TRUE
008290               END-IF
008300               GO TO 3100-EXIT
008310           END-IF.
008320           IF SM-DEPT-MASTER-MODE
008330               PERFORM 3120-LOAD-MASTER-DEPT THRU 3120-EXIT
008340               GO TO 3100-EXIT
008350           END-IF.
008360           MOVE SM-SC-CUTOFF (1) TO SM-NEW-CUTOFF.
008370           MOVE "A" TO SM-NEW-SOURCE.
008380           PERFORM 3130-ADD-DEPT THRU 3130-EXIT.
008390           IF SM-DEPT-IX > ZERO
008400             AND SM-DEPT-PROP-SWITCH (SM-DEPT-IX) NOT = "Y"
008410               MOVE SM-SC-CUTOFF (2)
008420                   TO SM-DEPT-CUTOFF (SM-DEPT-IX, 2)
008430           END-IF.
008440       3100-EXIT.
008450           EXIT.
008460
008470       3110-SCAN-DEPT-ENTRY.
008480           IF SM-DEPT-CODE (SM-DEPT-SUB) = SM-DEPT-IN
008490               SET SM-DEPT-FOUND TO TRUE
008500               MOVE SM-DEPT-SUB TO SM-DEPT-IX
008510           END-IF.
008520       3110-EXIT.
008530           EXIT.
008540
008550       3120-LOAD-MASTER-DEPT.
008560           MOVE SM-DEPT-IN TO DMST-DEPT-CODE.
008570           READ DEPT-FILE
008580               INVALID KEY
008590                   SET SM-DEPT-REJECTED TO TRUE
008600                   GO TO 3120-EXIT
008610           END-READ.
008620           IF DMST-CUTOFF NUMERIC
008630               MOVE DMST-CUTOFF TO SM-NEW-CUTOFF
008640           ELSE
008650               MOVE SM-SC-CUTOFF (1) TO SM-NEW-CUTOFF
008660           END-IF.
008670           MOVE "M" TO SM-NEW-SOURCE.
008680           PERFORM 3130-ADD-DEPT THRU 3130-EXIT.
008690           IF SM-DEPT-IX = ZERO
008700               SET SM-DEPT-REJECTED TO TRUE
008710           END-IF.
008720       3120-EXIT.
008730           EXIT.
008740*    *****************************************************************
008750*    3130-ADD-DEPT
008760*        Adds department SM-DEPT-IN with cutoff SM-NEW-CUTOFF
008770*        and source SM-NEW-SOURCE under both sets of settings,
008780*        then lays any GIVEIPRM proposal for it over the
008790*        proposed column.  SM-DEPT-IX is the new entry, zero
008800*        when the table is full.
008810*    *****************************************************************
008820       3130-ADD-DEPT.
008830           MOVE ZERO TO SM-DEPT-IX.
008840           IF SM-DEPT-COUNT >= SM-DEPT-LIMIT
008850               SET SM-DEPT-TABLE-FULL TO TRUE
008860               GO TO 3130-EXIT
008870           END-IF.
008880           ADD 1 TO SM-DEPT-COUNT.
008890           MOVE SM-DEPT-COUNT TO SM-DEPT-IX.
008900           MOVE SM-DEPT-IN TO SM-DEPT-CODE (SM-DEPT-IX).
008910           MOVE SM-NEW-SOURCE TO SM-DEPT-SOURCE (SM-DEPT-IX).
008920           MOVE "N" TO SM-DEPT-PROP-SWITCH (SM-DEPT-IX).
008930           MOVE SM-NEW-CUTOFF TO SM-DEPT-CUTOFF (SM-DEPT-IX, 1).
008940           MOVE SM-NEW-CUTOFF TO SM-DEPT-CUTOFF (SM-DEPT-IX, 2).
008950           MOVE ZERO TO SM-DEPT-CYCLES (SM-DEPT-IX, 1).
008960           MOVE ZERO TO SM-DEPT-CYCLES (SM-DEPT-IX, 2).
008970           MOVE 99 TO SM-DEPT-MIN-SAVE (SM-DEPT-IX, 1).
008980           MOVE 99 TO SM-DEPT-MIN-SAVE (SM-DEPT-IX, 2).
008990           MOVE ZERO TO SM-DEPT-MAX-SAVE (SM-DEPT-IX, 1).
009000           MOVE ZERO TO SM-DEPT-MAX-SAVE (SM-DEPT-IX, 2).
009010           MOVE ZERO TO SM-PROP-IX.
009020           PERFORM 3140-SCAN-PROPOSAL THRU 3140-EXIT
009030               VARYING SM-PROP-SUB FROM 1 BY 1
009040               UNTIL SM-PROP-SUB > SM-PROP-COUNT
009050                  OR SM-PROP-IX > ZERO.
009060           IF SM-PROP-IX > ZERO
009070               MOVE "Y" TO SM-DEPT-PROP-SWITCH (SM-DEPT-IX)
009080               MOVE SM-PROP-CUTOFF (SM-PROP-IX)
009090                   TO SM-DEPT-CUTOFF (SM-DEPT-IX, 2)
009100           END-IF.
009110       3130-EXIT.
009120           EXIT.
009130
009140       3140-SCAN-PROPOSAL.
009150           IF SM-PROP-CODE (SM-PROP-SUB) = SM-DEPT-IN
009160               MOVE SM-PROP-SUB TO SM-PROP-IX
009170           END-IF.
009180       3140-EXIT.
009190           EXIT.
009200*    *****************************************************************
009210*    3500-RUN-CYCLE
009220*        One DISPLAY-TEST/DISPLAY-END cycle under settings
009230*        SM-SC, in the run's order: the value becomes
009240*        GIVE_SAVE, the cycle and min/max are counted, the
009250*        iteration limit is checked, then the cutoff (the
009260*        department's, else the run-wide one) ends the run
009270*        unless the mode is histogram.  The histogram buckets
009280*        are tallied on every cycle in either mode, so a loop-
009290*        mode setting can be compared with a histogram one.
009300*    *****************************************************************
009310       3500-RUN-CYCLE.
009320           IF SM-SC-EXITED (SM-SC)
009330               GO TO 3500-EXIT
009340           END-IF.
009350           IF SM-DEPT-IX > ZERO
009360               MOVE SM-DEPT-CUTOFF (SM-DEPT-IX, SM-SC)
009370                   TO SM-EFF-CUTOFF
009380           ELSE
009390               MOVE SM-SC-CUTOFF (SM-SC) TO SM-EFF-CUTOFF
009400           END-IF.
009410           ADD 1 TO SM-SC-ITER (SM-SC).
009420           ADD 1 TO SM-SC-CYCLES (SM-SC).
009430           IF SM-GIVE < SM-SC-MIN-SAVE (SM-SC)
009440               MOVE SM-GIVE TO SM-SC-MIN-SAVE (SM-SC)
009450           END-IF.
009460           IF SM-GIVE > SM-SC-MAX-SAVE (SM-SC)
009470               MOVE SM-GIVE TO SM-SC-MAX-SAVE (SM-SC)
009480           END-IF.
009490           MOVE SM-GIVE TO SM-SC-LAST-SAVE (SM-SC).
009500           IF SM-DEPT-IX > ZERO
009510               ADD 1 TO SM-DEPT-CYCLES (SM-DEPT-IX, SM-SC)
009520               IF SM-GIVE < SM-DEPT-MIN-SAVE (SM-DEPT-IX, SM-SC)
009530                   MOVE SM-GIVE
009540                       TO SM-DEPT-MIN-SAVE (SM-DEPT-IX, SM-SC)
009550               END-IF
009560               IF SM-GIVE > SM-DEPT-MAX-SAVE (SM-DEPT-IX, SM-SC)
009570                   MOVE SM-GIVE
009580                       TO SM-DEPT-MAX-SAVE (SM-DEPT-IX, SM-SC)
009590               END-IF
009600           END-IF.
009610           EVALUATE TRUE
009620               WHEN SM-GIVE > SM-EFF-CUTOFF
009630                   ADD 1 TO SM-SC-HIST-OVER (SM-SC)
009640               WHEN SM-GIVE = 0
009650                   ADD 1 TO SM-SC-HIST-ZERO (SM-SC)
009660               WHEN SM-GIVE = 1
009670                   ADD 1 TO SM-SC-HIST-ONE (SM-SC)
009680               WHEN OTHER
009690                   ADD 1 TO SM-SC-HIST-TWO (SM-SC)
009700           END-EVALUATE.
009710           IF SM-SC-ITER (SM-SC) >= SM-SC-MAX-ITER (SM-SC)
009720               SET SM-SC-BY-LIMIT (SM-SC) TO TRUE
009730               GO TO 3500-EXITED
009740           END-IF.
009750           IF SM-SC-MODE-HISTOGRAM (SM-SC)
009760               GO TO 3500-EXIT
009770           END-IF.
009780           IF SM-GIVE > SM-EFF-CUTOFF
009790               SET SM-SC-BY-CUTOFF (SM-SC) TO TRUE
009800               GO TO 3500-EXITED
009810           END-IF.
009820           GO TO 3500-EXIT.
009830       3500-EXITED.
009840           SET SM-SC-EXITED (SM-SC) TO TRUE.
009850           MOVE SM-CUR-SEQ TO SM-SC-EXIT-SEQ (SM-SC).
009860           MOVE SM-GIVE TO SM-SC-EXIT-GIVE (SM-SC).
009870           MOVE SM-DEPT-IN TO SM-SC-EXIT-DEPT (SM-SC).
009880       3500-EXIT.
009890           EXIT.
009900*    *****************************************************************
009910*    4000-END-RUN
009920*        Closes one replayed run: writes where it ended under
009930*        each set of settings and its cycle count, and resets
009940*        the run for the next business date.  An "MT" change
009950*        lasts for its run only, as it does in the job.
009960*    *****************************************************************
009970       4000-END-RUN.
009980           PERFORM 4100-FINISH-SCENARIO THRU 4100-EXIT
009990               VARYING SM-SC FROM 1 BY 1
010000               UNTIL SM-SC > 2.
010010           IF SM-SOURCE-FEED
010020               MOVE SM-RUN-DATE TO SM-RL-NAME
010030           ELSE
010040               MOVE "GIVEIN" TO SM-RL-NAME
010050           END-IF.
010060           MOVE SM-RUN-LINE TO IRPT-LINE.
010070           WRITE IRPT-LINE.
010080           MOVE "  ENDED BY" TO SM-CT-LABEL.
010090           EVALUATE TRUE
010100               WHEN SM-SC-BY-CUTOFF (1)
010110                   MOVE "CUTOFF" TO SM-CT-CUR
010120               WHEN SM-SC-BY-LIMIT (1)
010130                   MOVE "ITERATION LIMIT" TO SM-CT-CUR
010140               WHEN OTHER
010150                   MOVE "END OF INPUT" TO SM-CT-CUR
010160           END-EVALUATE.
010170           EVALUATE TRUE
010180               WHEN SM-SC-BY-CUTOFF (2)
010190                   MOVE "CUTOFF" TO SM-CT-PROP
010200               WHEN SM-SC-BY-LIMIT (2)
010210                   MOVE "ITERATION LIMIT" TO SM-CT-PROP
010220               WHEN OTHER
010230                   MOVE "END OF INPUT" TO SM-CT-PROP
010240           END-EVALUATE.
010250           PERFORM 8110-WRITE-TEXT-COMPARE THRU 8110-EXIT.
010260           MOVE "  AT SEQUENCE NUMBER" TO SM-CL-LABEL.
010270           MOVE SM-SC-EXIT-SEQ (1) TO SM-CMP-CUR.
010280           MOVE SM-SC-EXIT-SEQ (2) TO SM-CMP-PROP.
010290           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
010300           MOVE "  ON GIVE_SAVE VALUE" TO SM-CL-LABEL.
010310           MOVE SM-SC-EXIT-GIVE (1) TO SM-CMP-CUR.
010320           MOVE SM-SC-EXIT-GIVE (2) TO SM-CMP-PROP.
010330           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
010340           MOVE "  IN DEPARTMENT" TO SM-CT-LABEL.
010350           MOVE SM-SC-EXIT-DEPT (1) TO SM-CT-CUR.
010360           MOVE SM-SC-EXIT-DEPT (2) TO SM-CT-PROP.
010370           PERFORM 8110-WRITE-TEXT-COMPARE THRU 8110-EXIT.
010380           MOVE "  CYCLES" TO SM-CL-LABEL.
010390           MOVE SM-SC-ITER (1) TO SM-CMP-CUR.
010400           MOVE SM-SC-ITER (2) TO SM-CMP-PROP.
010410           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
010420           PERFORM 4200-RESET-SCENARIO THRU 4200-EXIT
010430               VARYING SM-SC FROM 1 BY 1
010440               UNTIL SM-SC > 2.
010450           MOVE "N" TO SM-RUN-OPEN-SWITCH.
010460       4000-EXIT.
010470           EXIT.
010480
010490       4100-FINISH-SCENARIO.
010500           EVALUATE TRUE
010510               WHEN SM-SC-BY-CUTOFF (SM-SC)
010520                   ADD 1 TO SM-SC-CUT-RUNS (SM-SC)
010530               WHEN SM-SC-BY-LIMIT (SM-SC)
010540                   ADD 1 TO SM-SC-LIM-RUNS (SM-SC)
010550               WHEN OTHER
010560                   ADD 1 TO SM-SC-END-RUNS (SM-SC)
010570           END-EVALUATE.
010580       4100-EXIT.
010590           EXIT.
010600
010610       4200-RESET-SCENARIO.
010620           MOVE ZERO TO SM-SC-ITER (SM-SC).
010630           MOVE "N" TO SM-SC-EXIT-SWITCH (SM-SC).
010640           MOVE ZERO TO SM-SC-EXIT-SEQ (SM-SC).
010650           MOVE ZERO TO SM-SC-EXIT-GIVE (SM-SC).
010660           MOVE SPACES TO SM-SC-EXIT-DEPT (SM-SC).
010670           MOVE SPACES TO SM-SC-EXIT-REASON (SM-SC).
010680           MOVE SM-SC-START-CUTOFF (SM-SC)
010690               TO SM-SC-CUTOFF (SM-SC).
010700           MOVE SM-SC-START-ITER (SM-SC)
010710               TO SM-SC-MAX-ITER (SM-SC).
010720           MOVE SM-SC-START-MODE (SM-SC) TO SM-SC-MODE (SM-SC).
010730       4200-EXIT.
010740           EXIT.
010750*    *****************************************************************
010760*    8000-WRITE-SUMMARY
010770*        Writes the totals over every replayed run side by
010780*        side, then the per-department comparison.
010790*    *****************************************************************
010800       8000-WRITE-SUMMARY.
010810           MOVE SPACES TO IRPT-LINE.
010820           WRITE IRPT-LINE.
010830           MOVE SPACES TO SM-RPT-WORK-LINE.
010840           MOVE "RUNS REPLAYED" TO SM-RPT-LABEL.
010850           MOVE SM-RUN-COUNT TO SM-RPT-NUMBER.
010860           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
010870           WRITE IRPT-LINE.
010880           MOVE SPACES TO SM-RPT-WORK-LINE.
010890           MOVE "VALUES OFFERED TO THE CYCLE" TO SM-RPT-LABEL.
010900           MOVE SM-REPLAY-COUNT TO SM-RPT-NUMBER.
010910           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
010920           WRITE IRPT-LINE.
010930           MOVE SPACES TO SM-RPT-WORK-LINE.
010940           MOVE "RECORDS THE RUN WOULD REJECT" TO SM-RPT-LABEL.
010950           MOVE SM-REJECT-COUNT TO SM-RPT-NUMBER.
010960           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
010970           WRITE IRPT-LINE.
010980           MOVE SM-CMP-HDR-LINE TO IRPT-LINE.
010990           WRITE IRPT-LINE.
011000           MOVE "RUNS ENDED AT CUTOFF" TO SM-CL-LABEL.
011010           MOVE SM-SC-CUT-RUNS (1) TO SM-CMP-CUR.
011020           MOVE SM-SC-CUT-RUNS (2) TO SM-CMP-PROP.
011030           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011040           MOVE "RUNS ENDED AT ITERATION LIMIT" TO SM-CL-LABEL.
011050           MOVE SM-SC-LIM-RUNS (1) TO SM-CMP-CUR.
011060           MOVE SM-SC-LIM-RUNS (2) TO SM-CMP-PROP.
011070           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011080           MOVE "RUNS TO END OF INPUT" TO SM-CL-LABEL.
011090           MOVE SM-SC-END-RUNS (1) TO SM-CMP-CUR.
011100           MOVE SM-SC-END-RUNS (2) TO SM-CMP-PROP.
011110           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011120           MOVE "TOTAL CYCLES" TO SM-CL-LABEL.
011130           MOVE SM-SC-CYCLES (1) TO SM-CMP-CUR.
011140           MOVE SM-SC-CYCLES (2) TO SM-CMP-PROP.
011150           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011160           MOVE "MINIMUM GIVE_SAVE" TO SM-CL-LABEL.
011170           MOVE SM-SC-MIN-SAVE (1) TO SM-CMP-CUR.
011180           MOVE SM-SC-MIN-SAVE (2) TO SM-CMP-PROP.
011190           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011200           MOVE "MAXIMUM GIVE_SAVE" TO SM-CL-LABEL.
011210           MOVE SM-SC-MAX-SAVE (1) TO SM-CMP-CUR.
011220           MOVE SM-SC-MAX-SAVE (2) TO SM-CMP-PROP.
011230           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011240           MOVE "LAST GIVE_SAVE" TO SM-CL-LABEL.
011250           MOVE SM-SC-LAST-SAVE (1) TO SM-CMP-CUR.
011260           MOVE SM-SC-LAST-SAVE (2) TO SM-CMP-PROP.
011270           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011280           MOVE "GIVE VALUE 0 COUNT" TO SM-CL-LABEL.
011290           MOVE SM-SC-HIST-ZERO (1) TO SM-CMP-CUR.
011300           MOVE SM-SC-HIST-ZERO (2) TO SM-CMP-PROP.
011310           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011320           MOVE "GIVE VALUE 1 COUNT" TO SM-CL-LABEL.
011330           MOVE SM-SC-HIST-ONE (1) TO SM-CMP-CUR.
011340           MOVE SM-SC-HIST-ONE (2) TO SM-CMP-PROP.
011350           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011360           MOVE "GIVE VALUE 2 TO CUTOFF COUNT" TO SM-CL-LABEL.
011370           MOVE SM-SC-HIST-TWO (1) TO SM-CMP-CUR.
011380           MOVE SM-SC-HIST-TWO (2) TO SM-CMP-PROP.
011390           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011400           MOVE "GIVE VALUE OVER CUTOFF COUNT" TO SM-CL-LABEL.
011410           MOVE SM-SC-HIST-OVER (1) TO SM-CMP-CUR.
011420           MOVE SM-SC-HIST-OVER (2) TO SM-CMP-PROP.
011430           PERFORM 8100-WRITE-COMPARE THRU 8100-EXIT.
011440           MOVE SPACES TO IRPT-LINE.
011450           WRITE IRPT-LINE.
011460           MOVE SPACES TO SM-RPT-WORK-LINE.
011470           MOVE "PER-DEPARTMENT COMPARISON" TO SM-RPT-LABEL.
011480           MOVE SM-RPT-WORK-LINE TO IRPT-LINE.
011490           WRITE IRPT-LINE.
011500           MOVE SM-DEPT-HDR-LINE TO IRPT-LINE.
011510           WRITE IRPT-LINE.
011520           MOVE SM-DEPT-HDR-LINE-2 TO IRPT-LINE.
011530           WRITE IRPT-LINE.
011540           PERFORM 8200-WRITE-DEPT-LINE THRU 8200-EXIT
011550               VARYING SM-DEPT-SUB FROM 1 BY 1
011560               UNTIL SM-DEPT-SUB > SM-DEPT-COUNT.
011570       8000-EXIT.
011580           EXIT.
011590*    *****************************************************************
011600*    8100-WRITE-COMPARE / 8110-WRITE-TEXT-COMPARE
011610*        Write one side-by-side line, marked when the proposed
011620*        settings would have given a different answer.
011630*    *****************************************************************
011640       8100-WRITE-COMPARE.
011650           MOVE SM-CMP-CUR TO SM-CL-CUR.
011660           MOVE SM-CMP-PROP TO SM-CL-PROP.
011670           IF SM-CMP-CUR = SM-CMP-PROP
011680               MOVE SPACES TO SM-CL-MARK
011690           ELSE
011700               MOVE "<< CHANGED" TO SM-CL-MARK
011710           END-IF.
011720           MOVE SM-CMP-LINE TO IRPT-LINE.
011730           WRITE IRPT-LINE.
011740       8100-EXIT.
011750           EXIT.
011760
011770       8110-WRITE-TEXT-COMPARE.
011780           IF SM-CT-CUR = SM-CT-PROP
011790               MOVE SPACES TO SM-CT-MARK
011800           ELSE
011810               MOVE "<< CHANGED" TO SM-CT-MARK
011820           END-IF.
011830           MOVE SM-CMP-TEXT-LINE TO IRPT-LINE.
011840           WRITE IRPT-LINE.
011850       8110-EXIT.
011860           EXIT.
011870
011880       8200-WRITE-DEPT-LINE.
011890           MOVE SM-DEPT-CODE (SM-DEPT-SUB) TO SM-DL-CODE.
011900           MOVE SM-DEPT-CUTOFF (SM-DEPT-SUB, 1) TO SM-DL-CUT-CUR.
011910           MOVE SM-DEPT-CUTOFF (SM-DEPT-SUB, 2) TO SM-DL-CUT-PROP.
011920           MOVE SM-DEPT-CYCLES (SM-DEPT-SUB, 1) TO SM-DL-CYC-CUR.
011930           MOVE SM-DEPT-CYCLES (SM-DEPT-SUB, 2) TO SM-DL-CYC-PROP.
011940           MOVE SM-DEPT-MIN-SAVE (SM-DEPT-SUB, 1)
011950               TO SM-DL-MIN-CUR.
011960           MOVE SM-DEPT-MIN-SAVE (SM-DEPT-SUB, 2)
011970               TO SM-DL-MIN-PROP.
011980           MOVE SM-DEPT-MAX-SAVE (SM-DEPT-SUB, 1)
011990               TO SM-DL-MAX-CUR.
012000           MOVE SM-DEPT-MAX-SAVE (SM-DEPT-SUB, 2)
012010               TO SM-DL-MAX-PROP.
012020           IF SM-DEPT-SCEN (SM-DEPT-SUB, 1)
012030             = SM-DEPT-SCEN (SM-DEPT-SUB, 2)
012040               MOVE SPACES TO SM-DL-MARK
012050           ELSE
012060               MOVE "<< CHANGED" TO SM-DL-MARK
012070           END-IF.
012080           MOVE SM-DEPT-LINE TO IRPT-LINE.
012090           WRITE IRPT-LINE.
012100       8200-EXIT.
012110           EXIT.
012120
012130       9000-CLOSE-MASTER.
012140           IF SM-DEPT-MASTER-MODE
012150               CLOSE DEPT-FILE
012160           END-IF.
012170       9000-EXIT.
012180           EXIT.
012190
012200           END PROGRAM GIVESIMU.
