000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Lineage trace of one batch's records, end to end
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Answers "what happened to
000100*                      record n of batch X" without a hand
000110*                      search.  Takes a batch ID from GIVEGPRM,
000120*                      optionally narrowed to one partition, one
000130*                      record position in the batch as sent, one
000140*                      run sequence number or one department,
000150*                      finds the batch's records on GIVEIN (or on
000160*                      GIVEIN01-GIVEIN04 when GIVESPLT split it,
000170*                      counting record positions across the
000180*                      partitions so they still match the
000190*                      sender's numbering) and follows each one
000200*                      through GIVEREJ and GIVEREJA (rejected and
000210*                      why), GIVECORR, GIVERRES, GIVERRSA and
000220*                      GIVERSUB (repaired and resubmitted),
000230*                      GIVEQUAR and GIVEOVL (quarantined or held
000240*                      over limit), GIVEFEED (posted, posted
000250*                      after repair, reversed), GIVEACK (the
000260*                      batch's fate) and GIVEAUD and GIVEAUDA
000270*                      (who released or backed out the batch).
000280*                      Records without a batch ID (rejects,
000290*                      corrections, resolved entries) are matched
000300*                      on business date, partition and sequence;
000310*                      the business date comes from GIVEGPRM when
000320*                      given, else from GIVEREG, GIVEACK,
000330*                      GIVEQUAR or GIVEFEED.  Output is a report
000340*                      per record (GIVEGRPT) and a comma-
000350*                      delimited extract (GIVEGEXT) that can go
000360*                      back to the sender.  Condition codes: 0
000370*                      traced, 4 batch not found or more than
000380*                      1000 records matched (narrow the trace), 8
000390*                      no batch ID given, 12 report or extract
000400*                      could not be opened.
000410*    *****************************************************************
000420       IDENTIFICATION DIVISION.
000430       PROGRAM-ID. GIVETRCE.
000440       ENVIRONMENT DIVISION.
000450       INPUT-OUTPUT SECTION.
000460       FILE-CONTROL.
000470           SELECT PARM-FILE ASSIGN TO "GIVEGPRM"
000480               ORGANIZATION IS LINE SEQUENTIAL
000490               FILE STATUS IS TR-PARM-FILE-STATUS.
000500           SELECT GRPT-FILE ASSIGN TO "GIVEGRPT"
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS TR-GRPT-FILE-STATUS.
000530           SELECT GEXT-FILE ASSIGN TO "GIVEGEXT"
000540               ORGANIZATION IS LINE SEQUENTIAL
000550               FILE STATUS IS TR-GEXT-FILE-STATUS.
000560           SELECT IN01-FILE ASSIGN TO "GIVEIN01"
000570               ORGANIZATION IS LINE SEQUENTIAL
000580               FILE STATUS IS TR-IN-FILE-STATUS.
000590           SELECT IN02-FILE ASSIGN TO "GIVEIN02"
000600               ORGANIZATION IS LINE SEQUENTIAL
000610               FILE STATUS IS TR-IN-FILE-STATUS.
000620           SELECT IN03-FILE ASSIGN TO "GIVEIN03"
000630               ORGANIZATION IS LINE SEQUENTIAL
000640               FILE STATUS IS TR-IN-FILE-STATUS.
000650           SELECT IN04-FILE ASSIGN TO "GIVEIN04"
000660               ORGANIZATION IS LINE SEQUENTIAL
000670               FILE STATUS IS TR-IN-FILE-STATUS.
000680           SELECT IN-FILE ASSIGN TO "GIVEIN"
000690               ORGANIZATION IS LINE SEQUENTIAL
000700               FILE STATUS IS TR-IN-FILE-STATUS.
000710           SELECT REG-FILE ASSIGN TO "GIVEREG"
000720               ORGANIZATION IS INDEXED
000730               ACCESS MODE IS RANDOM
000740               RECORD KEY IS REG-KEY
000750               FILE STATUS IS TR-REG-FILE-STATUS.
000760           SELECT RES-FILE ASSIGN TO "GIVERRES"
000770               ORGANIZATION IS INDEXED
000780               ACCESS MODE IS RANDOM
000790               RECORD KEY IS RES-KEY
000800               FILE STATUS IS TR-RES-FILE-STATUS.
000810           SELECT ACK-FILE ASSIGN TO "GIVEACK"
000820               ORGANIZATION IS LINE SEQUENTIAL
000830               FILE STATUS IS TR-SRC-FILE-STATUS.
000840           SELECT QUAR-FILE ASSIGN TO "GIVEQUAR"
000850               ORGANIZATION IS LINE SEQUENTIAL
000860               FILE STATUS IS TR-SRC-FILE-STATUS.
000870           SELECT OVL-FILE ASSIGN TO "GIVEOVL"
000880               ORGANIZATION IS LINE SEQUENTIAL
000890               FILE STATUS IS TR-SRC-FILE-STATUS.
000900           SELECT FEED-FILE ASSIGN TO "GIVEFEED"
000910               ORGANIZATION IS LINE SEQUENTIAL
000920               FILE STATUS IS TR-SRC-FILE-STATUS.
000930           SELECT REJ-FILE ASSIGN TO "GIVEREJ"
000940               ORGANIZATION IS LINE SEQUENTIAL
000950               FILE STATUS IS TR-SRC-FILE-STATUS.
000960           SELECT REJA-FILE ASSIGN TO "GIVEREJA"
000970               ORGANIZATION IS LINE SEQUENTIAL
000980               FILE STATUS IS TR-SRC-FILE-STATUS.
000990           SELECT CORR-FILE ASSIGN TO "GIVECORR"
001000               ORGANIZATION IS LINE SEQUENTIAL
001010               FILE STATUS IS TR-SRC-FILE-STATUS.
001020           SELECT RRSA-FILE ASSIGN TO "GIVERRSA"
001030               ORGANIZATION IS LINE SEQUENTIAL
001040               FILE STATUS IS TR-SRC-FILE-STATUS.
001050           SELECT RSUB-FILE ASSIGN TO "GIVERSUB"
001060               ORGANIZATION IS LINE SEQUENTIAL
001070               FILE STATUS IS TR-SRC-FILE-STATUS.
001080           SELECT AUDA-FILE ASSIGN TO "GIVEAUDA"
001090               ORGANIZATION IS LINE SEQUENTIAL
001100               FILE STATUS IS TR-SRC-FILE-STATUS.
001110           SELECT AUD-FILE ASSIGN TO "GIVEAUD"
001120               ORGANIZATION IS LINE SEQUENTIAL
001130               FILE STATUS IS TR-SRC-FILE-STATUS.
001140       DATA DIVISION.
001150       FILE SECTION.
001160       FD  PARM-FILE.
001170       01  PARM-RECORD.
001180           05  PARM-BATCH-ID       PIC X(08).
001190           05  PARM-PART-NO        PIC X(01).
001200           05  PARM-REC-NO         PIC X(05).
001210           05  PARM-SEQ-NO         PIC X(05).
001220           05  PARM-DEPT-CODE      PIC X(03).
001230           05  PARM-BUS-DATE       PIC X(08).
001240           05  FILLER              PIC X(20).
001250       FD  GRPT-FILE.
001260       01  GRPT-LINE               PIC X(80).
001270       FD  GEXT-FILE.
001280       01  GEXT-LINE               PIC X(120).
001290       FD  IN01-FILE.
001300       01  IN01-RECORD             PIC X(50).
001310       FD  IN02-FILE.
001320       01  IN02-RECORD             PIC X(50).
001330       FD  IN03-FILE.
001340       01  IN03-RECORD             PIC X(50).
001350       FD  IN04-FILE.
001360       01  IN04-RECORD             PIC X(50).
001370       FD  IN-FILE.
001380       01  IN-RECORD               PIC X(50).
001390       FD  REG-FILE.
001400       01  REG-RECORD.
001410           05  REG-KEY.
001420               10  REG-BATCH-ID    PIC X(08).
001430               10  REG-PART-NO     PIC X(01).
001440           05  REG-RUN-DATE        PIC 9(08).
001450           05  FILLER              PIC X(33).
001460       FD  RES-FILE.
001470       01  RES-RECORD.
001480           05  RES-KEY.
001490               10  RES-RUN-DATE    PIC 9(08).
001500               10  RES-SEQ-NO      PIC 9(05).
001510               10  RES-PART-NO     PIC X(01).
001520           05  FILLER              PIC X(36).
001530       FD  ACK-FILE.
001540       01  ACK-RECORD.
001550           05  ACK-BATCH-ID        PIC X(08).
001560           05  ACK-PART-NO         PIC X(01).
001570           05  ACK-BUS-DATE        PIC 9(08).
001580           05  ACK-READ-COUNT      PIC 9(05).
001590           05  ACK-ACCEPT-COUNT    PIC 9(05).
001600           05  ACK-REJECT-COUNT    PIC 9(05).
001610           05  ACK-CALC-HASH       PIC 9(09).
001620           05  ACK-TRL-HASH        PIC 9(09).
001630           05  ACK-STATUS          PIC X(01).
001640           05  ACK-REASON          PIC X(20).
001650           05  FILLER              PIC X(09).
001660       FD  QUAR-FILE.
001670       01  QUAR-RECORD.
001680           05  QUAR-BATCH-ID       PIC X(08).
001690           05  QUAR-PART-NO        PIC X(01).
001700           05  QUAR-RUN-DATE       PIC 9(08).
001710           05  QUAR-SEQ-NO         PIC 9(05).
001720           05  QUAR-GIVE-VALUE     PIC 99.
001730           05  QUAR-DEPT-CODE      PIC X(03).
001740           05  QUAR-REFUSE-REASON  PIC X(20).
001750           05  FILLER              PIC X(33).
001760       FD  OVL-FILE.
001770       01  OVL-RECORD.
001780           05  OVL-BATCH-ID        PIC X(08).
001790           05  OVL-PART-NO         PIC X(01).
001800           05  OVL-RUN-DATE        PIC 9(08).
001810           05  OVL-SEQ-NO          PIC 9(05).
001820           05  OVL-GIVE-VALUE      PIC 99.
001830           05  OVL-DEPT-CODE       PIC X(03).
001840           05  OVL-CEILING         PIC 9(09).
001850           05  OVL-DEPT-TOTAL      PIC 9(09).
001860           05  OVL-SOURCE          PIC X(01).
001870           05  OVL-HOLD-DATE       PIC 9(08).
001880           05  FILLER              PIC X(26).
001890       FD  FEED-FILE.
001900       01  FEED-RECORD.
001910           05  FEED-RUN-DATE       PIC 9(08).
001920           05  FEED-SEQ-NO         PIC 9(05).
001930           05  FEED-GIVE-VALUE     PIC 99.
001940           05  FEED-DEPT-CODE      PIC X(03).
001950           05  FEED-BATCH-ID       PIC X(08).
001960           05  FEED-PART-NO        PIC X(01).
001970           05  FEED-REV-FLAG       PIC X(01).
001980           05  FEED-ORIG-RUN-DATE  PIC X(08).
001990           05  FEED-ORIG-SEQ-NO    PIC X(05).
002000           05  FEED-ORIG-PART-NO   PIC X(01).
002010           05  FEED-POST-DATE      PIC 9(08).
002011           05  FILLER              PIC X(28).
002020       FD  REJ-FILE.
002030       01  REJ-RECORD.
002040           05  REJ-SEQ-NO          PIC 9(05).
002050           05  REJ-RAW-VALUE       PIC X(02).
002060           05  REJ-REASON-CODE     PIC X(02).
002070           05  REJ-REASON-TEXT     PIC X(30).
002080           05  REJ-DEPT-CODE       PIC X(03).
002090           05  REJ-RUN-DATE        PIC X(08).
002100           05  REJ-PART-NO         PIC X(01).
002110       FD  REJA-FILE.
002120       01  REJA-RECORD             PIC X(80).
002130       FD  CORR-FILE.
002140       01  CORR-RECORD.
002150           05  CORR-RUN-DATE       PIC X(08).
002160           05  CORR-SEQ-NO         PIC 9(05).
002170           05  CORR-GIVE-VALUE     PIC X(02).
002180           05  CORR-DEPT-CODE      PIC X(03).
002190           05  CORR-PART-NO        PIC X(01).
002200           05  FILLER              PIC X(31).
002210       FD  RRSA-FILE.
002220       01  RRSA-RECORD.
002230           05  RRSA-RUN-DATE       PIC X(08).
002240           05  RRSA-SEQ-NO         PIC 9(05).
002250           05  RRSA-PART-NO        PIC X(01).
002260           05  FILLER              PIC X(66).
002270       FD  RSUB-FILE.
002280       01  RSUB-RECORD.
002290           05  RSUB-GIVE-VALUE     PIC X(02).
002300           05  RSUB-DEPT-CODE      PIC X(03).
002310           05  RSUB-ORIG-RUN-DATE  PIC X(08).
002320           05  RSUB-ORIG-SEQ-NO    PIC X(05).
002330           05  RSUB-ORIG-PART-NO   PIC X(01).
002340           05  FILLER              PIC X(31).
002350       FD  AUDA-FILE.
002360       01  AUDA-RECORD             PIC X(80).
002370       FD  AUD-FILE.
002380       01  AUD-RECORD              PIC X(80).
002390       WORKING-STORAGE SECTION.
002400       77  TR-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
002410           88  TR-PARM-FILE-OK               VALUE "00".
002420       77  TR-GRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
002430           88  TR-GRPT-FILE-OK               VALUE "00".
002440       77  TR-GEXT-FILE-STATUS     PIC X(02) VALUE SPACES.
002450           88  TR-GEXT-FILE-OK               VALUE "00".
002460       77  TR-IN-FILE-STATUS       PIC X(02) VALUE SPACES.
002470           88  TR-IN-FILE-OK                 VALUE "00".
002480       77  TR-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
002490           88  TR-REG-FILE-OK                VALUE "00".
002500       77  TR-RES-FILE-STATUS      PIC X(02) VALUE SPACES.
002510           88  TR-RES-FILE-OK                VALUE "00".
002520       77  TR-SRC-FILE-STATUS      PIC X(02) VALUE SPACES.
002530           88  TR-SRC-FILE-OK                VALUE "00".
002540       77  TR-IN-EOF-SWITCH        PIC X(01) VALUE "N".
002550           88  TR-IN-AT-EOF                  VALUE "Y".
002560       77  TR-SRC-EOF-SWITCH       PIC X(01) VALUE "N".
002570           88  TR-SRC-AT-EOF                 VALUE "Y".
002580       77  TR-IN-BATCH-SWITCH      PIC X(01) VALUE "N".
002590           88  TR-IN-BATCH                   VALUE "Y".
002600       77  TR-SPLIT-SWITCH         PIC X(01) VALUE "N".
002610           88  TR-SPLIT-FOUND                VALUE "Y".
002620       77  TR-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
002630           88  TR-OVERFLOW                   VALUE "Y".
002640       77  TR-AUD-REC-SWITCH       PIC X(01) VALUE "N".
002650           88  TR-AUD-REC-PRESENT            VALUE "Y".
002660       77  TR-BATCH-ID             PIC X(08) VALUE SPACES.
002670       77  TR-SEL-PART             PIC X(01) VALUE SPACE.
002680       77  TR-SEL-REC-NO           PIC 9(05) VALUE ZERO.
002690       77  TR-SEL-SEQ-NO           PIC 9(05) VALUE ZERO.
002700       77  TR-SEL-DEPT             PIC X(03) VALUE SPACES.
002710       77  TR-SEL-BUS-DATE         PIC 9(08) VALUE ZERO.
002720       77  TR-CUR-INPUT            PIC 9(01) VALUE ZERO.
002730       77  TR-CUR-SRC              PIC 9(01) VALUE ZERO.
002740       77  TR-CUR-PART             PIC X(01) VALUE SPACE.
002750       77  TR-LINE-NO              PIC 9(05) VALUE ZERO.
002760       77  TR-REC-NO               PIC 9(05) VALUE ZERO.
002770       77  TR-MATCH-PART           PIC X(01) VALUE SPACE.
002780       77  TR-MATCH-SEQ            PIC 9(05) VALUE ZERO.
002790       77  TR-MATCH-DATE           PIC 9(08) VALUE ZERO.
002800       77  TR-NEW-REC-NO           PIC 9(05) VALUE ZERO.
002810       77  TR-NEW-RAW              PIC X(02) VALUE SPACES.
002820       77  TR-NEW-DEPT             PIC X(03) VALUE SPACES.
002830       77  TR-NEW-SOURCE           PIC X(08) VALUE SPACES.
002840       77  TR-PART-COUNT           PIC 9(01) VALUE ZERO.
002850       77  TR-PART-IX              PIC 9(01) VALUE ZERO.
002860       77  TR-PART-SUB             PIC 9(01) VALUE ZERO.
002870       77  TR-ENTRY-COUNT          PIC 9(04) COMP VALUE ZERO.
002880       77  TR-ENTRY-LIMIT          PIC 9(04) VALUE 1000.
002890       77  TR-ENTRY-IX             PIC 9(04) COMP VALUE ZERO.
002900       77  TR-ENTRY-SUB            PIC 9(04) COMP VALUE ZERO.
002910       77  TR-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
002920       77  TR-REPAIRED-COUNT       PIC 9(05) COMP VALUE ZERO.
002930       77  TR-QUAR-COUNT           PIC 9(05) COMP VALUE ZERO.
002940       77  TR-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002950       77  TR-REVERSED-COUNT       PIC 9(05) COMP VALUE ZERO.
002960       77  TR-EVENT-COUNT          PIC 9(05) COMP VALUE ZERO.
002970       77  TR-ORIG-SEQ-N           PIC 9(05) VALUE ZERO.
002980       77  TR-DATE-X               PIC X(08) VALUE SPACES.
002990       77  TR-DATE-N               PIC 9(08) VALUE ZERO.
003000       01  TR-TRANS-WORK.
003010           05  TR-TYPE-CODE        PIC X(02).
003020               88  TR-IS-BATCH-HDR         VALUE "BH".
003030               88  TR-IS-BATCH-TRL         VALUE "BT".
003040               88  TR-IS-MAINT             VALUE "MT".
003050           05  TR-TRANS-DEPT       PIC X(03).
003060           05  FILLER              PIC X(45).
003070       01  TR-HDR-VIEW REDEFINES TR-TRANS-WORK.
003080           05  FILLER              PIC X(02).
003090           05  TR-HDR-ID           PIC X(08).
003100           05  TR-HDR-DATE         PIC X(08).
003110           05  TR-HDR-EXP          PIC X(05).
003120           05  TR-HDR-PART         PIC X(01).
003130           05  FILLER              PIC X(26).
003140       01  TR-AUD-WORK.
003150           05  TR-AUD-DATE         PIC X(08).
003160           05  TR-AUD-TIME         PIC X(08).
003170           05  FILLER              PIC X(10).
003180           05  TR-AUD-ACTION       PIC X(08).
003190           05  TR-AUD-USER-ID      PIC X(08).
003200           05  TR-AUD-BATCH-ID     PIC X(08).
003210           05  TR-AUD-PART-NO      PIC X(01).
003220           05  TR-AUD-APPROVER-ID  PIC X(08).
003230           05  FILLER              PIC X(21).
003240       01  TR-NAME-TABLE.
003250           05  FILLER              PIC X(08) VALUE "GIVEIN01".
003260           05  FILLER              PIC X(08) VALUE "GIVEIN02".
003270           05  FILLER              PIC X(08) VALUE "GIVEIN03".
003280           05  FILLER              PIC X(08) VALUE "GIVEIN04".
003290           05  FILLER              PIC X(08) VALUE "GIVEIN  ".
003300       01  TR-NAME-VIEW REDEFINES TR-NAME-TABLE.
003310           05  TR-INPUT-NAME OCCURS 5 TIMES PIC X(08).
003320       01  TR-PART-TABLE.
003330           05  TR-PART-ENTRY OCCURS 5 TIMES.
003340               10  TR-PT-CODE      PIC X(01).
003350               10  TR-PT-SOURCE    PIC X(08).
003360               10  TR-PT-HDR-DATE  PIC X(08).
003370               10  TR-PT-BUS-DATE  PIC 9(08).
003380               10  TR-PT-DATE-FROM PIC X(08).
003390               10  TR-PT-ACK-STATUS PIC X(01).
003400               10  TR-PT-ACK-REASON PIC X(20).
003410               10  TR-PT-ACK-READ  PIC 9(05).
003420               10  TR-PT-ACK-REJ   PIC 9(05).
003430               10  TR-PT-REL-DATE  PIC X(08).
003440               10  TR-PT-REL-USER  PIC X(08).
003450               10  TR-PT-REL-APPR  PIC X(08).
003460               10  TR-PT-BKO-DATE  PIC X(08).
003470               10  TR-PT-BKO-USER  PIC X(08).
003480               10  TR-PT-BKO-APPR  PIC X(08).
003490       01  TR-ENTRY-TABLE.
003500           05  TR-ENTRY OCCURS 1000 TIMES.
003510               10  TE-PART         PIC X(01).
003520               10  TE-SEQ-NO       PIC 9(05).
003530               10  TE-REC-NO       PIC 9(05).
003540               10  TE-RAW          PIC X(02).
003550               10  TE-DEPT         PIC X(03).
003560               10  TE-SOURCE       PIC X(08).
003570               10  TE-REJ-REASON   PIC X(02).
003580               10  TE-REJ-TEXT     PIC X(30).
003590               10  TE-REJ-FILE     PIC X(08).
003600               10  TE-CORR-VALUE   PIC X(02).
003610               10  TE-CORR-DEPT    PIC X(03).
003620               10  TE-CORR-SWITCH  PIC X(01).
003630               10  TE-RES-FILE     PIC X(08).
003640               10  TE-RSUB-SWITCH  PIC X(01).
003650               10  TE-QUAR-REASON  PIC X(20).
003660               10  TE-QUAR-SWITCH  PIC X(01).
003670               10  TE-OVL-DATE     PIC X(08).
003680               10  TE-OVL-SWITCH   PIC X(01).
003690               10  TE-POST-DATE    PIC X(08).
003700               10  TE-POST-VALUE   PIC X(02).
003710               10  TE-POST-SWITCH  PIC X(01).
003720               10  TE-REPOST-DATE  PIC X(08).
003730               10  TE-REPOST-VALUE PIC X(02).
003740               10  TE-REPOST-SWITCH PIC X(01).
003750               10  TE-REV-SWITCH   PIC X(01).
003760       01  TR-RPT-WORK-LINE.
003770           05  TR-RPT-LABEL        PIC X(37).
003780           05  TR-RPT-NUMBER       PIC ZZZZ9.
003790           05  TR-RPT-TEXT         PIC X(38).
003800       01  TR-PART-LINE.
003810           05  FILLER              PIC X(10) VALUE "PARTITION ".
003820           05  TR-PL-PART          PIC X(01).
003830           05  FILLER              PIC X(15) VALUE
003840               " BUSINESS DATE ".
003850           05  TR-PL-BUS-DATE      PIC X(08).
003860           05  FILLER              PIC X(07) VALUE " FROM  ".
003870           05  TR-PL-DATE-FROM     PIC X(08).
003880           05  FILLER              PIC X(07) VALUE " INPUT ".
003890           05  TR-PL-SOURCE        PIC X(08).
003900           05  FILLER              PIC X(16) VALUE SPACES.
003910       01  TR-REC-LINE.
003920           05  FILLER              PIC X(02) VALUE SPACES.
003930           05  FILLER              PIC X(07) VALUE "RECORD ".
003940           05  TR-RL-REC-NO        PIC ZZZZ9.
003950           05  FILLER              PIC X(06) VALUE " PART ".
003960           05  TR-RL-PART          PIC X(01).
003970           05  FILLER              PIC X(05) VALUE " SEQ ".
003980           05  TR-RL-SEQ-NO        PIC ZZZZ9.
003990           05  FILLER              PIC X(06) VALUE " DEPT ".
004000           05  TR-RL-DEPT          PIC X(03).
004010           05  FILLER              PIC X(07) VALUE " VALUE ".
004020           05  TR-RL-RAW           PIC X(02).
004030           05  FILLER              PIC X(31) VALUE SPACES.
004040       01  TR-EVENT-LINE.
004050           05  FILLER              PIC X(04) VALUE SPACES.
004060           05  TR-EV-EVENT         PIC X(12).
004070           05  TR-EV-DATE          PIC X(08).
004080           05  FILLER              PIC X(01) VALUE SPACE.
004090           05  TR-EV-DETAIL        PIC X(55).
004100       01  TR-EXT-WORK.
004110           05  TR-EXT-REC-NO       PIC 9(05).
004120           05  TR-EXT-SEQ-NO       PIC 9(05).
004130       PROCEDURE DIVISION.
004140
004150       MAIN-PROCEDURE.
004160           OPEN OUTPUT GRPT-FILE.
004170           IF NOT TR-GRPT-FILE-OK
004180               DISPLAY "GIVG0001E - GIVEGRPT COULD NOT BE "
004190                   "OPENED, FILE STATUS " TR-GRPT-FILE-STATUS
004200               MOVE 12 TO RETURN-CODE
004210               GO TO MAIN-PROCEDURE-EXIT
004220           END-IF.
004230           OPEN OUTPUT GEXT-FILE.
004240           IF NOT TR-GEXT-FILE-OK
004250               DISPLAY "GIVG0002E - GIVEGEXT COULD NOT BE "
004260                   "OPENED, FILE STATUS " TR-GEXT-FILE-STATUS
004270               CLOSE GRPT-FILE
004280               MOVE 12 TO RETURN-CODE
004290               GO TO MAIN-PROCEDURE-EXIT
004300           END-IF.
004310           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004320           IF TR-BATCH-ID = SPACES
004330               DISPLAY "GIVG0003E - NO BATCH ID ON GIVEGPRM, "
004340                   "NOTHING TRACED"
004350               MOVE SPACES TO TR-RPT-WORK-LINE
004360               MOVE "NO BATCH ID GIVEN - NOTHING TRACED"
004370                   TO TR-RPT-LABEL
004380               MOVE TR-RPT-WORK-LINE TO GRPT-LINE
004390               WRITE GRPT-LINE
004400               CLOSE GRPT-FILE
004410               CLOSE GEXT-FILE
004420               MOVE 8 TO RETURN-CODE
004430               GO TO MAIN-PROCEDURE-EXIT
004440           END-IF.
004450           PERFORM 2000-SCAN-INPUT THRU 2000-EXIT
004460               VARYING TR-CUR-INPUT FROM 1 BY 1
004470               UNTIL TR-CUR-INPUT > 4.
004480           IF NOT TR-SPLIT-FOUND
004490               MOVE 5 TO TR-CUR-INPUT
004500               PERFORM 2000-SCAN-INPUT THRU 2000-EXIT
004510           END-IF.
004520           PERFORM 3000-FIND-BUSINESS-DATES THRU 3000-EXIT.
004530           PERFORM 3300-SCAN-QUARANTINE THRU 3300-EXIT.
004540           PERFORM 3400-SCAN-OVER-LIMIT THRU 3400-EXIT.
004550           PERFORM 3500-SCAN-FEED THRU 3500-EXIT.
004560           PERFORM 3600-SCAN-REJECTS THRU 3600-EXIT
004570               VARYING TR-CUR-SRC FROM 1 BY 1
004580               UNTIL TR-CUR-SRC > 2.
004590           PERFORM 3700-SCAN-CORRECTIONS THRU 3700-EXIT.
004600           PERFORM 3800-CHECK-RESOLVED THRU 3800-EXIT.
004610           PERFORM 3900-SCAN-RESUBMITTED THRU 3900-EXIT.
004620           PERFORM 4000-SCAN-AUDIT THRU 4000-EXIT
004630               VARYING TR-CUR-SRC FROM 1 BY 1
004640               UNTIL TR-CUR-SRC > 2.
004650           PERFORM 5000-REPORT-PART THRU 5000-EXIT
004660               VARYING TR-PART-SUB FROM 1 BY 1
004670               UNTIL TR-PART-SUB > TR-PART-COUNT.
004680           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
004690           CLOSE GRPT-FILE.
004700           CLOSE GEXT-FILE.
004710           EVALUATE TRUE
004720               WHEN TR-ENTRY-COUNT = ZERO
004730                   DISPLAY "GIVG0004W - BATCH " TR-BATCH-ID
004740                       " NOT FOUND ON ANY TRACED FILE"
004750                   MOVE 4 TO RETURN-CODE
004760               WHEN TR-OVERFLOW
004770                   DISPLAY "GIVG0005W - MORE THAN " TR-ENTRY-LIMIT
004780                       " RECORDS MATCHED, TRACE IS INCOMPLETE"
004790                   MOVE 4 TO RETURN-CODE
004800               WHEN OTHER
004810                   DISPLAY "GIVG0006I - " TR-ENTRY-COUNT
004820                       " RECORDS OF BATCH " TR-BATCH-ID " TRACED"
004830                   MOVE 0 TO RETURN-CODE
004840           END-EVALUATE.
004850
004860           STOP RUN.
004870       MAIN-PROCEDURE-EXIT.
004880           STOP RUN.
004890*    *****************************************************************
004900*    1000-INITIALIZE
004910*        Loads the trace selection from GIVEGPRM: the batch ID
004920*        (required) and, each optional, a partition, a record
004930*        position in the batch as the sender numbered it, a run
004940*        sequence number, a department and the business date
004950*        the batch ran on.  Writes the report heading and the
004960*        extract's column line.
004970*    *****************************************************************
004980       1000-INITIALIZE.
004990           MOVE SPACES TO TR-PART-TABLE.
005000           OPEN INPUT PARM-FILE.
005010           IF TR-PARM-FILE-OK
005020               READ PARM-FILE
005030                   NOT AT END
005040                       PERFORM 1100-APPLY-PARAMETERS
005050                           THRU 1100-EXIT
005060               END-READ
005070               CLOSE PARM-FILE
005080           END-IF.
005090           MOVE SPACES TO TR-RPT-WORK-LINE.
005100           MOVE "GIVE RECORD LINEAGE TRACE" TO TR-RPT-LABEL.
005110           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
005120           WRITE GRPT-LINE.
005130           MOVE SPACES TO TR-RPT-WORK-LINE.
005140           MOVE "BATCH" TO TR-RPT-LABEL.
005150           MOVE TR-BATCH-ID TO TR-RPT-TEXT.
005160           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
005170           WRITE GRPT-LINE.
005180           IF TR-SEL-PART NOT = SPACE
005190               MOVE SPACES TO TR-RPT-WORK-LINE
005200               MOVE "PARTITION" TO TR-RPT-LABEL
005210               MOVE TR-SEL-PART TO TR-RPT-TEXT
005220               MOVE TR-RPT-WORK-LINE TO GRPT-LINE
005230               WRITE GRPT-LINE
005240           END-IF.
005250           IF TR-SEL-REC-NO > ZERO
005260               MOVE SPACES TO TR-RPT-WORK-LINE
005270               MOVE "RECORD POSITION IN BATCH" TO TR-RPT-LABEL
005280               MOVE TR-SEL-REC-NO TO TR-RPT-NUMBER
005290               MOVE TR-RPT-WORK-LINE TO GRPT-LINE
005300               WRITE GRPT-LINE
005310           END-IF.
005320           IF TR-SEL-SEQ-NO > ZERO
005330               MOVE SPACES TO TR-RPT-WORK-LINE
005340               MOVE "RUN SEQUENCE NUMBER" TO TR-RPT-LABEL
005350               MOVE TR-SEL-SEQ-NO TO TR-RPT-NUMBER
005360               MOVE TR-RPT-WORK-LINE TO GRPT-LINE
005370               WRITE GRPT-LINE
005380           END-IF.
005390           IF TR-SEL-DEPT NOT = SPACES
005400               MOVE SPACES TO TR-RPT-WORK-LINE
005410               MOVE "DEPARTMENT" TO TR-RPT-LABEL
005420               MOVE TR-SEL-DEPT TO TR-RPT-TEXT
005430               MOVE TR-RPT-WORK-LINE TO GRPT-LINE
005440               WRITE GRPT-LINE
005450           END-IF.
005460           MOVE SPACES TO GRPT-LINE.
005470           WRITE GRPT-LINE.
005480           MOVE "BATCH,PART,RECORD,SEQ,DEPT,EVENT,DATE,DETAIL"
005490               TO GEXT-LINE.
005500           WRITE GEXT-LINE.
005510       1000-EXIT.
005520           EXIT.
005530
005540       1100-APPLY-PARAMETERS.
005550           MOVE PARM-BATCH-ID TO TR-BATCH-ID.
005560           MOVE PARM-PART-NO TO TR-SEL-PART.
005570           IF PARM-REC-NO NUMERIC
005580               MOVE PARM-REC-NO TO TR-SEL-REC-NO
005590           END-IF.
005600           IF PARM-SEQ-NO NUMERIC
005610               MOVE PARM-SEQ-NO TO TR-SEL-SEQ-NO
005620           END-IF.
005630           MOVE PARM-DEPT-CODE TO TR-SEL-DEPT.
005640           IF PARM-BUS-DATE NUMERIC
005650               MOVE PARM-BUS-DATE TO TR-SEL-BUS-DATE
005660           END-IF.
005670       1100-EXIT.
005680           EXIT.
005690*    *****************************************************************
005700*    2000-SCAN-INPUT
005710*        Finds the batch on one input file: the partition files
005720*        GIVEIN01-GIVEIN04 (1-4) first, then GIVEIN (5) only
005730*        when no partition carried the batch.  The run numbers
005740*        every record it reads, so a record's line number in
005750*        the file the run read is its run sequence number.  Its
005760*        position in the batch counts data records only and
005770*        runs on across the partitions in order, as GIVESPLT
005780*        cut them, so it matches the sender's numbering.
005790*    *****************************************************************
005800       2000-SCAN-INPUT.
005810           PERFORM 2100-OPEN-INPUT THRU 2100-EXIT.
005820           IF NOT TR-IN-FILE-OK
005830               GO TO 2000-EXIT
005840           END-IF.
005850           MOVE ZERO TO TR-LINE-NO.
005860           MOVE "N" TO TR-IN-BATCH-SWITCH.
005870           MOVE "N" TO TR-IN-EOF-SWITCH.
005880           PERFORM 2300-TRACE-ONE-INPUT THRU 2300-EXIT
005890               UNTIL TR-IN-AT-EOF.
005900           PERFORM 2110-CLOSE-INPUT THRU 2110-EXIT.
005910       2000-EXIT.
005920           EXIT.
005930
005940       2100-OPEN-INPUT.
005950           EVALUATE TR-CUR-INPUT
005960               WHEN 1
005970                   OPEN INPUT IN01-FILE
005980               WHEN 2
005990                   OPEN INPUT IN02-FILE
006000               WHEN 3
006010                   OPEN INPUT IN03-FILE
006020               WHEN 4
006030                   OPEN INPUT IN04-FILE
006040               WHEN OTHER
006050                   OPEN INPUT IN-FILE
006060           END-EVALUATE.
006070       2100-EXIT.
006080           EXIT.
006090
006100       2110-CLOSE-INPUT.
006110           EVALUATE TR-CUR-INPUT
006120               WHEN 1
006130                   CLOSE IN01-FILE
006140               WHEN 2
006150                   CLOSE IN02-FILE
006160               WHEN 3
006170                   CLOSE IN03-FILE
006180               WHEN 4
006190                   CLOSE IN04-FILE
006200               WHEN OTHER
006210                   CLOSE IN-FILE
006220           END-EVALUATE.
006230       2110-EXIT.
006240           EXIT.
006250
006260       2200-READ-INPUT.
006270           EVALUATE TR-CUR-INPUT
006280               WHEN 1
006290                   READ IN01-FILE INTO TR-TRANS-WORK
006300                       AT END
006310                           SET TR-IN-AT-EOF TO TRUE
006320                   END-READ
006330               WHEN 2
006340                   READ IN02-FILE INTO TR-TRANS-WORK
006350                       AT END
006360                           SET TR-IN-AT-EOF TO TRUE
006370                   END-READ
006380               WHEN 3
006390                   READ IN03-FILE INTO TR-TRANS-WORK
006400                       AT END
006410                           SET TR-IN-AT-EOF TO TRUE
006420                   END-READ
006430               WHEN 4
006440                   READ IN04-FILE INTO TR-TRANS-WORK
006450                       AT END
006460                           SET TR-IN-AT-EOF TO TRUE
006470                   END-READ
006480               WHEN OTHER
006490                   READ IN-FILE INTO TR-TRANS-WORK
006500                       AT END
006510                           SET TR-IN-AT-EOF TO TRUE
006520                   END-READ
006530           END-EVALUATE.
006540       2200-EXIT.
006550           EXIT.
006560
006570       2300-TRACE-ONE-INPUT.
006580           PERFORM 2200-READ-INPUT THRU 2200-EXIT.
006590           IF TR-IN-AT-EOF
006600               GO TO 2300-EXIT
006610           END-IF.
006620           ADD 1 TO TR-LINE-NO.
006630           IF TR-IS-MAINT
006640               GO TO 2300-EXIT
006650           END-IF.
006660           IF TR-IS-BATCH-TRL
006670               MOVE "N" TO TR-IN-BATCH-SWITCH
006680               GO TO 2300-EXIT
006690           END-IF.
006700           IF TR-IS-BATCH-HDR
006710               PERFORM 2310-CHECK-HEADER THRU 2310-EXIT
006720               GO TO 2300-EXIT
006730           END-IF.
006740           IF NOT TR-IN-BATCH
006750               GO TO 2300-EXIT
006760           END-IF.
006770           ADD 1 TO TR-REC-NO.
006780           IF TR-SEL-PART NOT = SPACE
006790             AND TR-SEL-PART NOT = TR-CUR-PART
006800               GO TO 2300-EXIT
006810           END-IF.
006820           IF TR-SEL-REC-NO > ZERO
006830             AND TR-SEL-REC-NO NOT = TR-REC-NO
006840               GO TO 2300-EXIT
006850           END-IF.
006860           IF TR-SEL-SEQ-NO > ZERO
006870             AND TR-SEL-SEQ-NO NOT = TR-LINE-NO
006880               GO TO 2300-EXIT
006890           END-IF.
006900           IF TR-SEL-DEPT NOT = SPACES
006910             AND TR-SEL-DEPT NOT = TR-TRANS-DEPT
006920               GO TO 2300-EXIT
006930           END-IF.
006940           MOVE TR-CUR-PART TO TR-MATCH-PART.
006950           MOVE TR-LINE-NO TO TR-MATCH-SEQ.
006960           MOVE TR-REC-NO TO TR-NEW-REC-NO.
006970           MOVE TR-TYPE-CODE TO TR-NEW-RAW.
006980           MOVE TR-TRANS-DEPT TO TR-NEW-DEPT.
006990           MOVE TR-INPUT-NAME (TR-CUR-INPUT) TO TR-NEW-SOURCE.
007000           PERFORM 4900-ADD-ENTRY THRU 4900-EXIT.
007010       2300-EXIT.
007020           EXIT.
007030
007040       2310-CHECK-HEADER.
007050           MOVE "N" TO TR-IN-BATCH-SWITCH.
007060           IF TR-HDR-ID NOT = TR-BATCH-ID
007070               GO TO 2310-EXIT
007080           END-IF.
007090           SET TR-IN-BATCH TO TRUE.
007100           MOVE TR-HDR-PART TO TR-CUR-PART.
007110           IF TR-CUR-INPUT < 5
007120               SET TR-SPLIT-FOUND TO TRUE
007130           END-IF.
007140           IF TR-SEL-PART NOT = SPACE
007150             AND TR-SEL-PART NOT = TR-CUR-PART
007160               GO TO 2310-EXIT
007170           END-IF.
007180           MOVE TR-CUR-PART TO TR-MATCH-PART.
007190           PERFORM 4800-FIND-PART THRU 4800-EXIT.
007200           IF TR-PART-IX > ZERO
007210               MOVE TR-INPUT-NAME (TR-CUR-INPUT)
007220                   TO TR-PT-SOURCE (TR-PART-IX)
007230               MOVE TR-HDR-DATE TO TR-PT-HDR-DATE (TR-PART-IX)
007240           END-IF.
007250       2310-EXIT.
007260           EXIT.
007270*    *****************************************************************
007280*    3000-FIND-BUSINESS-DATES
007290*        Settles the business date each partition of the batch
007300*        ran on, which the records without a batch ID are
007310*        matched on: the date given on GIVEGPRM, else the date
007320*        the batch was registered on GIVEREG, else the date on
007330*        its acknowledgment (GIVEACK, which also gives the
007340*        batch's posted or refused status).  GIVEQUAR and
007350*        GIVEFEED fill in any date still missing as they are
007360*        read.
007370*    *****************************************************************
007380       3000-FIND-BUSINESS-DATES.
007390           IF TR-SEL-BUS-DATE > ZERO
007400               PERFORM 3010-USE-GIVEN-DATE THRU 3010-EXIT
007410                   VARYING TR-PART-SUB FROM 1 BY 1
007420                   UNTIL TR-PART-SUB > TR-PART-COUNT
007430           END-IF.
007440           OPEN INPUT REG-FILE.
007450           IF TR-REG-FILE-OK
007460               PERFORM 3100-READ-REGISTER THRU 3100-EXIT
007470                   VARYING TR-PART-SUB FROM 1 BY 1
007480                   UNTIL TR-PART-SUB > TR-PART-COUNT
007490               CLOSE REG-FILE
007500           END-IF.
007510           OPEN INPUT ACK-FILE.
007520           IF NOT TR-SRC-FILE-OK
007530               GO TO 3000-EXIT
007540           END-IF.
007550           MOVE "N" TO TR-SRC-EOF-SWITCH.
007560           PERFORM 3200-TRACE-ONE-ACK THRU 3200-EXIT
007570               UNTIL TR-SRC-AT-EOF.
007580           CLOSE ACK-FILE.
007590       3000-EXIT.
007600           EXIT.
007610
007620       3010-USE-GIVEN-DATE.
007630           MOVE TR-SEL-BUS-DATE TO TR-PT-BUS-DATE (TR-PART-SUB).
007640           MOVE "GIVEGPRM" TO TR-PT-DATE-FROM (TR-PART-SUB).
007650       3010-EXIT.
007660           EXIT.
007670
007680       3100-READ-REGISTER.
007690           IF TR-PT-BUS-DATE (TR-PART-SUB) > ZERO
007700               GO TO 3100-EXIT
007710           END-IF.
007720           MOVE TR-BATCH-ID TO REG-BATCH-ID.
007730           MOVE TR-PT-CODE (TR-PART-SUB) TO REG-PART-NO.
007740           READ REG-FILE
007750               INVALID KEY
007760                   GO TO 3100-EXIT
007770           END-READ.
007780           IF REG-RUN-DATE NUMERIC
007790               MOVE REG-RUN-DATE TO TR-PT-BUS-DATE (TR-PART-SUB)
007800               MOVE "GIVEREG" TO TR-PT-DATE-FROM (TR-PART-SUB)
007810           END-IF.
007820       3100-EXIT.
007830           EXIT.
007840
007850       3200-TRACE-ONE-ACK.
007860           READ ACK-FILE
007870               AT END
007880                   SET TR-SRC-AT-EOF TO TRUE
007890                   GO TO 3200-EXIT
007900           END-READ.
007910           IF ACK-BATCH-ID NOT = TR-BATCH-ID
007920               GO TO 3200-EXIT
007930           END-IF.
007940           IF TR-SEL-PART NOT = SPACE
007950             AND TR-SEL-PART NOT = ACK-PART-NO
007960               GO TO 3200-EXIT
007970           END-IF.
007980           MOVE ACK-PART-NO TO TR-MATCH-PART.
007990           PERFORM 4800-FIND-PART THRU 4800-EXIT.
008000           IF TR-PART-IX = ZERO
008010               GO TO 3200-EXIT
008020           END-IF.
008030           MOVE ACK-STATUS TO TR-PT-ACK-STATUS (TR-PART-IX).
008040           MOVE ACK-REASON TO TR-PT-ACK-REASON (TR-PART-IX).
008050           MOVE ACK-READ-COUNT TO TR-PT-ACK-READ (TR-PART-IX).
008060           MOVE ACK-REJECT-COUNT TO TR-PT-ACK-REJ (TR-PART-IX).
008070           IF TR-PT-BUS-DATE (TR-PART-IX) = ZERO
008080             AND ACK-BUS-DATE NUMERIC
008090               MOVE ACK-BUS-DATE TO TR-PT-BUS-DATE (TR-PART-IX)
008100               MOVE "GIVEACK" TO TR-PT-DATE-FROM (TR-PART-IX)
008110           END-IF.
008120       3200-EXIT.
008130           EXIT.
008140*    *****************************************************************
008150*    3300-SCAN-QUARANTINE
008160*        Marks the records of a refused batch still waiting on
008170*        GIVEQUAR, with the refusal reason.  A record found
008180*        here whose transmission is no longer on hand is added
008190*        to the trace from the quarantine record itself.
008200*    *****************************************************************
008210       3300-SCAN-QUARANTINE.
008220           OPEN INPUT QUAR-FILE.
008230           IF NOT TR-SRC-FILE-OK
008240               GO TO 3300-EXIT
008250           END-IF.
008260           MOVE "N" TO TR-SRC-EOF-SWITCH.
008270           PERFORM 3310-TRACE-ONE-QUAR THRU 3310-EXIT
008280               UNTIL TR-SRC-AT-EOF.
008290           CLOSE QUAR-FILE.
008300       3300-EXIT.
008310           EXIT.
008320
008330       3310-TRACE-ONE-QUAR.
008340           READ QUAR-FILE
008350               AT END
008360                   SET TR-SRC-AT-EOF TO TRUE
008370                   GO TO 3310-EXIT
008380           END-READ.
008390           IF QUAR-BATCH-ID NOT = TR-BATCH-ID
008400               GO TO 3310-EXIT
008410           END-IF.
008420           MOVE QUAR-PART-NO TO TR-MATCH-PART.
008430           MOVE QUAR-SEQ-NO TO TR-MATCH-SEQ.
008440           MOVE QUAR-DEPT-CODE TO TR-NEW-DEPT.
008450           MOVE QUAR-GIVE-VALUE TO TR-NEW-RAW.
008460           MOVE "GIVEQUAR" TO TR-NEW-SOURCE.
008470           MOVE QUAR-RUN-DATE TO TR-MATCH-DATE.
008480           PERFORM 4700-MATCH-BATCH-RECORD THRU 4700-EXIT.
008490           IF TR-ENTRY-IX = ZERO
008500               GO TO 3310-EXIT
008510           END-IF.
008520           MOVE "Y" TO TE-QUAR-SWITCH (TR-ENTRY-IX).
008530           MOVE QUAR-REFUSE-REASON
008540               TO TE-QUAR-REASON (TR-ENTRY-IX).
008550       3310-EXIT.
008560           EXIT.
008570*    *****************************************************************
008580*    3400-SCAN-OVER-LIMIT
008590*        Marks the records held on GIVEOVL because posting them
008600*        would have taken their department past its ceiling.
008610*    *****************************************************************
008620       3400-SCAN-OVER-LIMIT.
008630           OPEN INPUT OVL-FILE.
008640           IF NOT TR-SRC-FILE-OK
008650               GO TO 3400-EXIT
008660           END-IF.
008670           MOVE "N" TO TR-SRC-EOF-SWITCH.
008680           PERFORM 3410-TRACE-ONE-OVL THRU 3410-EXIT
008690               UNTIL TR-SRC-AT-EOF.
008700           CLOSE OVL-FILE.
008710       3400-EXIT.
008720           EXIT.
008730
008740       3410-TRACE-ONE-OVL.
008750           READ OVL-FILE
008760               AT END
008770                   SET TR-SRC-AT-EOF TO TRUE
008780                   GO TO 3410-EXIT
008790           END-READ.
008800           IF OVL-BATCH-ID NOT = TR-BATCH-ID
008810               GO TO 3410-EXIT
008820           END-IF.
008830           MOVE OVL-PART-NO TO TR-MATCH-PART.
008840           MOVE OVL-SEQ-NO TO TR-MATCH-SEQ.
008850           MOVE OVL-DEPT-CODE TO TR-NEW-DEPT.
008860           MOVE OVL-GIVE-VALUE TO TR-NEW-RAW.
008870           MOVE "GIVEOVL" TO TR-NEW-SOURCE.
008880           MOVE OVL-RUN-DATE TO TR-MATCH-DATE.
008890           PERFORM 4700-MATCH-BATCH-RECORD THRU 4700-EXIT.
008900           IF TR-ENTRY-IX = ZERO
008910               GO TO 3410-EXIT
008920           END-IF.
008930           MOVE "Y" TO TE-OVL-SWITCH (TR-ENTRY-IX).
008940           MOVE OVL-HOLD-DATE TO TE-OVL-DATE (TR-ENTRY-IX).
008950       3410-EXIT.
008960           EXIT.
008970*    *****************************************************************
008980*    3500-SCAN-FEED
008990*        Marks what reached GIVEFEED: the batch's own postings
009000*        (straight from the run, or from a GIVERELQ release or
009010*        a GIVEOVLR approval), their GIVEBKO reversals (flag
009020*        R), and repaired values posted from GIVERSUB, which
009030*        carry the run date, sequence and partition of the
009040*        reject they repair.
009050*    *****************************************************************
009060       3500-SCAN-FEED.
009070           OPEN INPUT FEED-FILE.
009080           IF NOT TR-SRC-FILE-OK
009090               GO TO 3500-EXIT
009100           END-IF.
009110           MOVE "N" TO TR-SRC-EOF-SWITCH.
009120           PERFORM 3510-TRACE-ONE-FEED THRU 3510-EXIT
009130               UNTIL TR-SRC-AT-EOF.
009140           CLOSE FEED-FILE.
009150       3500-EXIT.
009160           EXIT.
009170
009180       3510-TRACE-ONE-FEED.
009190           READ FEED-FILE
009200               AT END
009210                   SET TR-SRC-AT-EOF TO TRUE
009220                   GO TO 3510-EXIT
009230           END-READ.
009240           IF FEED-BATCH-ID NOT = TR-BATCH-ID
009250               PERFORM 3520-TRACE-REPOST THRU 3520-EXIT
009260               GO TO 3510-EXIT
009270           END-IF.
009280           MOVE FEED-PART-NO TO TR-MATCH-PART.
009290           MOVE FEED-SEQ-NO TO TR-MATCH-SEQ.
009300           MOVE FEED-DEPT-CODE TO TR-NEW-DEPT.
009310           MOVE FEED-GIVE-VALUE TO TR-NEW-RAW.
009320           MOVE "GIVEFEED" TO TR-NEW-SOURCE.
009330           MOVE FEED-RUN-DATE TO TR-MATCH-DATE.
009340           PERFORM 4700-MATCH-BATCH-RECORD THRU 4700-EXIT.
009350           IF TR-ENTRY-IX = ZERO
009360               GO TO 3510-EXIT
009370           END-IF.
009380           IF FEED-REV-FLAG = "R"
009390               MOVE "Y" TO TE-REV-SWITCH (TR-ENTRY-IX)
009400           ELSE
009410               MOVE "Y" TO TE-POST-SWITCH (TR-ENTRY-IX)
009420               MOVE FEED-RUN-DATE TO TE-POST-DATE (TR-ENTRY-IX)
009430               MOVE FEED-GIVE-VALUE TO TE-POST-VALUE (TR-ENTRY-IX)
009440           END-IF.
009450       3510-EXIT.
009460           EXIT.
009470
009480       3520-TRACE-REPOST.
009490           IF FEED-ORIG-SEQ-NO NOT NUMERIC
009500             OR FEED-ORIG-RUN-DATE NOT NUMERIC
009510               GO TO 3520-EXIT
009520           END-IF.
009530           MOVE FEED-ORIG-RUN-DATE TO TR-DATE-N.
009540           MOVE FEED-ORIG-PART-NO TO TR-MATCH-PART.
009550           MOVE FEED-ORIG-SEQ-NO TO TR-MATCH-SEQ.
009560           PERFORM 4600-MATCH-DATED-RECORD THRU 4600-EXIT.
009570           IF TR-ENTRY-IX = ZERO
009580               GO TO 3520-EXIT
009590           END-IF.
009600           MOVE "Y" TO TE-REPOST-SWITCH (TR-ENTRY-IX).
009610           MOVE FEED-RUN-DATE TO TE-REPOST-DATE (TR-ENTRY-IX).
009620           MOVE FEED-GIVE-VALUE TO TE-REPOST-VALUE (TR-ENTRY-IX).
009630       3520-EXIT.
009640           EXIT.
009650*    *****************************************************************
009660*    3600-SCAN-REJECTS
009670*        Marks the records the run rejected, from GIVEREJ (1)
009680*        and its archive GIVEREJA (2), matched on business
009690*        date, partition and run sequence number.
009700*    *****************************************************************
009710       3600-SCAN-REJECTS.
009720           IF TR-CUR-SRC = 1
009730               OPEN INPUT REJ-FILE
009740           ELSE
009750               OPEN INPUT REJA-FILE
009760           END-IF.
009770           IF NOT TR-SRC-FILE-OK
009780               GO TO 3600-EXIT
009790           END-IF.
009800           MOVE "N" TO TR-SRC-EOF-SWITCH.
009810           PERFORM 3610-TRACE-ONE-REJECT THRU 3610-EXIT
009820               UNTIL TR-SRC-AT-EOF.
009830           IF TR-CUR-SRC = 1
009840               CLOSE REJ-FILE
009850           ELSE
009860               CLOSE REJA-FILE
009870           END-IF.
009880       3600-EXIT.
009890           EXIT.
009900
009910       3610-TRACE-ONE-REJECT.
009920           IF TR-CUR-SRC = 1
009930               READ REJ-FILE
009940                   AT END
009950                       SET TR-SRC-AT-EOF TO TRUE
009960               END-READ
009970           ELSE
009980               READ REJA-FILE INTO REJ-RECORD
009990                   AT END
010000                       SET TR-SRC-AT-EOF TO TRUE
010010               END-READ
010020           END-IF.
010030           IF TR-SRC-AT-EOF
010040               GO TO 3610-EXIT
010050           END-IF.
010060           IF REJ-RUN-DATE NOT NUMERIC
010070               GO TO 3610-EXIT
010080           END-IF.
010090           MOVE REJ-RUN-DATE TO TR-DATE-N.
010100           MOVE REJ-PART-NO TO TR-MATCH-PART.
010110           MOVE REJ-SEQ-NO TO TR-MATCH-SEQ.
010120           PERFORM 4600-MATCH-DATED-RECORD THRU 4600-EXIT.
010130           IF TR-ENTRY-IX = ZERO
010140               GO TO 3610-EXIT
010150           END-IF.
010160           MOVE REJ-REASON-CODE TO TE-REJ-REASON (TR-ENTRY-IX).
010170           MOVE REJ-REASON-TEXT TO TE-REJ-TEXT (TR-ENTRY-IX).
010180           IF TR-CUR-SRC = 1
010190               MOVE "GIVEREJ" TO TE-REJ-FILE (TR-ENTRY-IX)
010200           ELSE
010210               MOVE "GIVEREJA" TO TE-REJ-FILE (TR-ENTRY-IX)
010220           END-IF.
010230       3610-EXIT.
010240           EXIT.
010250*    *****************************************************************
010260*    3700-SCAN-CORRECTIONS
010270*        Marks the rejects the desk keyed a correction for on
010280*        GIVECORR, with the corrected value and department.
010290*    *****************************************************************
010300       3700-SCAN-CORRECTIONS.
010310           OPEN INPUT CORR-FILE.
010320           IF NOT TR-SRC-FILE-OK
010330               GO TO 3700-EXIT
010340           END-IF.
010350           MOVE "N" TO TR-SRC-EOF-SWITCH.
010360           PERFORM 3710-TRACE-ONE-CORR THRU 3710-EXIT
010370               UNTIL TR-SRC-AT-EOF.
010380           CLOSE CORR-FILE.
010390       3700-EXIT.
010400           EXIT.
010410
010420       3710-TRACE-ONE-CORR.
010430           READ CORR-FILE
010440               AT END
010450                   SET TR-SRC-AT-EOF TO TRUE
010460                   GO TO 3710-EXIT
010470           END-READ.
010480           IF CORR-RUN-DATE NOT NUMERIC
010490               GO TO 3710-EXIT
010500           END-IF.
010510           MOVE CORR-RUN-DATE TO TR-DATE-N.
010520           MOVE CORR-PART-NO TO TR-MATCH-PART.
010530           MOVE CORR-SEQ-NO TO TR-MATCH-SEQ.
010540           PERFORM 4600-MATCH-DATED-RECORD THRU 4600-EXIT.
010550           IF TR-ENTRY-IX = ZERO
010560               GO TO 3710-EXIT
010570           END-IF.
010580           MOVE "Y" TO TE-CORR-SWITCH (TR-ENTRY-IX).
010590           MOVE CORR-GIVE-VALUE TO TE-CORR-VALUE (TR-ENTRY-IX).
010600           MOVE CORR-DEPT-CODE TO TE-CORR-DEPT (TR-ENTRY-IX).
010610       3710-EXIT.
010620           EXIT.
010630*    *****************************************************************
010640*    3800-CHECK-RESOLVED
010650*        Looks each rejected record up by key on the resolved-
010660*        exception file (GIVERRES), which GIVEREPR writes when
010670*        it resubmits a repair, then passes the archive
010680*        (GIVERRSA) for entries housekeeping has moved there.
010690*    *****************************************************************
010700       3800-CHECK-RESOLVED.
010710           OPEN INPUT RES-FILE.
010720           IF TR-RES-FILE-OK
010730               PERFORM 3810-READ-RESOLVED THRU 3810-EXIT
010740                   VARYING TR-ENTRY-SUB FROM 1 BY 1
010750                   UNTIL TR-ENTRY-SUB > TR-ENTRY-COUNT
010760               CLOSE RES-FILE
010770           END-IF.
010780           OPEN INPUT RRSA-FILE.
010790           IF NOT TR-SRC-FILE-OK
010800               GO TO 3800-EXIT
010810           END-IF.
010820           MOVE "N" TO TR-SRC-EOF-SWITCH.
010830           PERFORM 3820-TRACE-ONE-RRSA THRU 3820-EXIT
010840               UNTIL TR-SRC-AT-EOF.
010850           CLOSE RRSA-FILE.
010860       3800-EXIT.
010870           EXIT.
010880
010890       3810-READ-RESOLVED.
010900           IF TE-REJ-REASON (TR-ENTRY-SUB) = SPACES
010910               GO TO 3810-EXIT
010920           END-IF.
010930           MOVE TE-PART (TR-ENTRY-SUB) TO TR-MATCH-PART.
010940           PERFORM 4800-FIND-PART THRU 4800-EXIT.
010950           IF TR-PART-IX = ZERO
010960               GO TO 3810-EXIT
010970           END-IF.
010980           MOVE TR-PT-BUS-DATE (TR-PART-IX) TO RES-RUN-DATE.
010990           MOVE TE-SEQ-NO (TR-ENTRY-SUB) TO RES-SEQ-NO.
011000           MOVE TE-PART (TR-ENTRY-SUB) TO RES-PART-NO.
011010           READ RES-FILE
011020               INVALID KEY
011030                   GO TO 3810-EXIT
011040           END-READ.
011050           MOVE "GIVERRES" TO TE-RES-FILE (TR-ENTRY-SUB).
011060       3810-EXIT.
011070           EXIT.
011080
011090       3820-TRACE-ONE-RRSA.
011100           READ RRSA-FILE
011110               AT END
011120                   SET TR-SRC-AT-EOF TO TRUE
011130                   GO TO 3820-EXIT
011140           END-READ.
011150           IF RRSA-RUN-DATE NOT NUMERIC
011160               GO TO 3820-EXIT
011170           END-IF.
011180           MOVE RRSA-RUN-DATE TO TR-DATE-N.
011190           MOVE RRSA-PART-NO TO TR-MATCH-PART.
011200           MOVE RRSA-SEQ-NO TO TR-MATCH-SEQ.
011210           PERFORM 4600-MATCH-DATED-RECORD THRU 4600-EXIT.
011220           IF TR-ENTRY-IX = ZERO
011230               GO TO 3820-EXIT
011240           END-IF.
011250           MOVE "GIVERRSA" TO TE-RES-FILE (TR-ENTRY-IX).
011260       3820-EXIT.
011270           EXIT.
011280*    *****************************************************************
011290*    3900-SCAN-RESUBMITTED
011300*        Marks the repaired records waiting on GIVERSUB for the
011310*        next run, by the original reject's key they carry.
011320*    *****************************************************************
011330       3900-SCAN-RESUBMITTED.
011340           OPEN INPUT RSUB-FILE.
011350           IF NOT TR-SRC-FILE-OK
011360               GO TO 3900-EXIT
011370           END-IF.
011380           MOVE "N" TO TR-SRC-EOF-SWITCH.
011390           PERFORM 3910-TRACE-ONE-RSUB THRU 3910-EXIT
011400               UNTIL TR-SRC-AT-EOF.
011410           CLOSE RSUB-FILE.
011420       3900-EXIT.
011430           EXIT.
011440
011450       3910-TRACE-ONE-RSUB.
011460           READ RSUB-FILE
011470               AT END
011480                   SET TR-SRC-AT-EOF TO TRUE
011490                   GO TO 3910-EXIT
011500           END-READ.
011510           IF RSUB-ORIG-RUN-DATE NOT NUMERIC
011520             OR RSUB-ORIG-SEQ-NO NOT NUMERIC
011530               GO TO 3910-EXIT
011540           END-IF.
011550           MOVE RSUB-ORIG-RUN-DATE TO TR-DATE-N.
011560           MOVE RSUB-ORIG-PART-NO TO TR-MATCH-PART.
011570           MOVE RSUB-ORIG-SEQ-NO TO TR-MATCH-SEQ.
011580           PERFORM 4600-MATCH-DATED-RECORD THRU 4600-EXIT.
011590           IF TR-ENTRY-IX = ZERO
011600               GO TO 3910-EXIT
011610           END-IF.
011620           MOVE "Y" TO TE-RSUB-SWITCH (TR-ENTRY-IX).
011630       3910-EXIT.
011640           EXIT.
011650*    *****************************************************************
011660*    4000-SCAN-AUDIT
011670*        Picks the batch's RELEASE (GIVERELQ) and BACKOUT
011680*        (GIVEBKO) entries, with who asked and who approved,
011690*        off the audit trail: the archive GIVEAUDA (1) first,
011700*        then GIVEAUD (2), so the latest entry wins.
011710*    *****************************************************************
011720       4000-SCAN-AUDIT.
011730           IF TR-CUR-SRC = 1
011740               OPEN INPUT AUDA-FILE
011750           ELSE
011760               OPEN INPUT AUD-FILE
011770           END-IF.
011780           IF NOT TR-SRC-FILE-OK
011790               GO TO 4000-EXIT
011800           END-IF.
011810           MOVE "N" TO TR-SRC-EOF-SWITCH.
011820           PERFORM 4010-TRACE-ONE-AUDIT THRU 4010-EXIT
011830               UNTIL TR-SRC-AT-EOF.
011840           IF TR-CUR-SRC = 1
011850               CLOSE AUDA-FILE
011860           ELSE
011870               CLOSE AUD-FILE
011880           END-IF.
011890       4000-EXIT.
011900           EXIT.
011910
011920       4010-TRACE-ONE-AUDIT.
011930           IF TR-CUR-SRC = 1
011940               READ AUDA-FILE INTO TR-AUD-WORK
011950                   AT END
011960                       SET TR-SRC-AT-EOF TO TRUE
011970               END-READ
011980           ELSE
011990               READ AUD-FILE INTO TR-AUD-WORK
012000                   AT END
012010                       SET TR-SRC-AT-EOF TO TRUE
012020               END-READ
012030           END-IF.
012040           IF TR-SRC-AT-EOF
012050               GO TO 4010-EXIT
012060           END-IF.
012070           IF TR-AUD-BATCH-ID NOT = TR-BATCH-ID
012080               GO TO 4010-EXIT
012090           END-IF.
012100           IF TR-AUD-ACTION NOT = "RELEASE"
012110             AND TR-AUD-ACTION NOT = "BACKOUT"
012120               GO TO 4010-EXIT
012130           END-IF.
012140           MOVE TR-AUD-PART-NO TO TR-MATCH-PART.
012150           PERFORM 4800-FIND-PART THRU 4800-EXIT.
012160           IF TR-PART-IX = ZERO
012170               GO TO 4010-EXIT
012180           END-IF.
012190           IF TR-AUD-ACTION = "RELEASE"
012200               MOVE TR-AUD-DATE TO TR-PT-REL-DATE (TR-PART-IX)
012210               MOVE TR-AUD-USER-ID TO TR-PT-REL-USER (TR-PART-IX)
012220               MOVE TR-AUD-APPROVER-ID
012230                   TO TR-PT-REL-APPR (TR-PART-IX)
012240           ELSE
012250               MOVE TR-AUD-DATE TO TR-PT-BKO-DATE (TR-PART-IX)
012260               MOVE TR-AUD-USER-ID TO TR-PT-BKO-USER (TR-PART-IX)
012270               MOVE TR-AUD-APPROVER-ID
012280                   TO TR-PT-BKO-APPR (TR-PART-IX)
012290           END-IF.
012300       4010-EXIT.
012310           EXIT.
012320*    *****************************************************************
012330*    4600-MATCH-DATED-RECORD
012340*        Finds the traced record a record without a batch ID
012350*        belongs to: its partition must be one of the batch's,
012360*        its date (TR-DATE-N) that partition's business date,
012370*        and its sequence the record's run sequence number.
012380*        TR-ENTRY-IX is zero when it belongs to none.
012390*    *****************************************************************
012400       4600-MATCH-DATED-RECORD.
012410           MOVE ZERO TO TR-ENTRY-IX.
012420           MOVE ZERO TO TR-PART-IX.
012430           PERFORM 4810-SCAN-PART THRU 4810-EXIT
012440               VARYING TR-PART-SUB FROM 1 BY 1
012450               UNTIL TR-PART-SUB > TR-PART-COUNT
012460                  OR TR-PART-IX > ZERO.
012470           IF TR-PART-IX = ZERO
012480               GO TO 4600-EXIT
012490           END-IF.
012500           IF TR-PT-BUS-DATE (TR-PART-IX) = ZERO
012510             OR TR-PT-BUS-DATE (TR-PART-IX) NOT = TR-DATE-N
012520               GO TO 4600-EXIT
012530           END-IF.
012540           PERFORM 4950-FIND-ENTRY THRU 4950-EXIT.
012550       4600-EXIT.
012560           EXIT.
012570*    *****************************************************************
012580*    4700-MATCH-BATCH-RECORD
012590*        Finds the traced record a record carrying the batch ID
012600*        belongs to, by partition and run sequence number.  A
012610*        record that passes the trace selection but whose
012620*        transmission is no longer on hand is added to the
012630*        trace here (its position in the batch is unknown).
012640*        Its date fills in the partition's business date when
012650*        nothing better was found.
012660*    *****************************************************************
012670       4700-MATCH-BATCH-RECORD.
012680           MOVE ZERO TO TR-ENTRY-IX.
012690           IF TR-SEL-PART NOT = SPACE
012700             AND TR-SEL-PART NOT = TR-MATCH-PART
012710               GO TO 4700-EXIT
012720           END-IF.
012730           IF TR-SEL-SEQ-NO > ZERO
012740             AND TR-SEL-SEQ-NO NOT = TR-MATCH-SEQ
012750               GO TO 4700-EXIT
012760           END-IF.
012770           IF TR-SEL-DEPT NOT = SPACES
012780             AND TR-SEL-DEPT NOT = TR-NEW-DEPT
012790               GO TO 4700-EXIT
012800           END-IF.
012810           PERFORM 4800-FIND-PART THRU 4800-EXIT.
012820           IF TR-PART-IX = ZERO
012830               GO TO 4700-EXIT
012840           END-IF.
012850           IF TR-PT-BUS-DATE (TR-PART-IX) = ZERO
012860               MOVE TR-MATCH-DATE TO TR-PT-BUS-DATE (TR-PART-IX)
012870               MOVE TR-NEW-SOURCE TO TR-PT-DATE-FROM (TR-PART-IX)
012880           END-IF.
012890           PERFORM 4950-FIND-ENTRY THRU 4950-EXIT.
012900           IF TR-ENTRY-IX > ZERO
012910               GO TO 4700-EXIT
012920           END-IF.
012930           IF TR-SEL-REC-NO > ZERO
012940               GO TO 4700-EXIT
012950           END-IF.
012960           MOVE ZERO TO TR-NEW-REC-NO.
012970           PERFORM 4900-ADD-ENTRY THRU 4900-EXIT.
012980       4700-EXIT.
012990           EXIT.
013000*    *****************************************************************
013010*    4800-FIND-PART
013020*        Finds the batch partition TR-MATCH-PART in the
013030*        partition table, adding it when it is new.  TR-PART-IX
013040*        is its entry.
013050*    *****************************************************************
013060       4800-FIND-PART.
013070           MOVE ZERO TO TR-PART-IX.
013080           PERFORM 4810-SCAN-PART THRU 4810-EXIT
013090               VARYING TR-PART-SUB FROM 1 BY 1
013100               UNTIL TR-PART-SUB > TR-PART-COUNT
013110                  OR TR-PART-IX > ZERO.
013120           IF TR-PART-IX > ZERO
013130               GO TO 4800-EXIT
013140           END-IF.
013150           IF TR-PART-COUNT >= 5
013160               GO TO 4800-EXIT
013170           END-IF.
013180           ADD 1 TO TR-PART-COUNT.
013190           MOVE TR-PART-COUNT TO TR-PART-IX.
013200           MOVE TR-MATCH-PART TO TR-PT-CODE (TR-PART-IX).
013210           MOVE ZERO TO TR-PT-BUS-DATE (TR-PART-IX).
013220           MOVE ZERO TO TR-PT-ACK-READ (TR-PART-IX).
013230           MOVE ZERO TO TR-PT-ACK-REJ (TR-PART-IX).
013240           IF TR-SEL-BUS-DATE > ZERO
013250               MOVE TR-SEL-BUS-DATE TO TR-PT-BUS-DATE (TR-PART-IX)
013260               MOVE "GIVEGPRM" TO TR-PT-DATE-FROM (TR-PART-IX)
013270           END-IF.
013280       4800-EXIT.
013290           EXIT.
013300
013310       4810-SCAN-PART.
013320           IF TR-PT-CODE (TR-PART-SUB) = TR-MATCH-PART
013330               MOVE TR-PART-SUB TO TR-PART-IX
013340           END-IF.
013350       4810-EXIT.
013360           EXIT.
013370*    *****************************************************************
013380*    4900-ADD-ENTRY
013390*        Adds a traced record (TR-MATCH-PART, TR-MATCH-SEQ and
013400*        the TR-NEW fields).  Past the table limit the record
013410*        is counted out and the trace flagged incomplete.
013420*    *****************************************************************
013430       4900-ADD-ENTRY.
013440           MOVE ZERO TO TR-ENTRY-IX.
013450           IF TR-ENTRY-COUNT >= TR-ENTRY-LIMIT
013460               SET TR-OVERFLOW TO TRUE
013470               GO TO 4900-EXIT
013480           END-IF.
013490           PERFORM 4800-FIND-PART THRU 4800-EXIT.
013500           ADD 1 TO TR-ENTRY-COUNT.
013510           MOVE TR-ENTRY-COUNT TO TR-ENTRY-IX.
013520           MOVE SPACES TO TR-ENTRY (TR-ENTRY-IX).
013530           MOVE TR-MATCH-PART TO TE-PART (TR-ENTRY-IX).
013540           MOVE TR-MATCH-SEQ TO TE-SEQ-NO (TR-ENTRY-IX).
013550           MOVE TR-NEW-REC-NO TO TE-REC-NO (TR-ENTRY-IX).
013560           MOVE TR-NEW-RAW TO TE-RAW (TR-ENTRY-IX).
013570           MOVE TR-NEW-DEPT TO TE-DEPT (TR-ENTRY-IX).
013580           MOVE TR-NEW-SOURCE TO TE-SOURCE (TR-ENTRY-IX).
013590       4900-EXIT.
013600           EXIT.
013610
013620       4950-FIND-ENTRY.
013630           MOVE ZERO TO TR-ENTRY-IX.
013640           PERFORM 4960-SCAN-ENTRY THRU 4960-EXIT
013650               VARYING TR-ENTRY-SUB FROM 1 BY 1
013660               UNTIL TR-ENTRY-SUB > TR-ENTRY-COUNT
013670                  OR TR-ENTRY-IX > ZERO.
013680       4950-EXIT.
013690           EXIT.
013700
013710       4960-SCAN-ENTRY.
013720           IF TE-SEQ-NO (TR-ENTRY-SUB) = TR-MATCH-SEQ
013730             AND TE-PART (TR-ENTRY-SUB) = TR-MATCH-PART
013740               MOVE TR-ENTRY-SUB TO TR-ENTRY-IX
013750           END-IF.
013760       4960-EXIT.
013770           EXIT.
013780*    *****************************************************************
013790*    5000-REPORT-PART
013800*        Reports one partition of the batch: its business date
013810*        and where it came from, its acknowledgment, any
013820*        release or backout of it, then each traced record.
013830*    *****************************************************************
013840       5000-REPORT-PART.
013850           MOVE TR-PT-CODE (TR-PART-SUB) TO TR-PL-PART.
013860           IF TR-PT-BUS-DATE (TR-PART-SUB) > ZERO
013870               MOVE TR-PT-BUS-DATE (TR-PART-SUB) TO TR-PL-BUS-DATE
013880               MOVE TR-PT-DATE-FROM (TR-PART-SUB)
013890                   TO TR-PL-DATE-FROM
013900           ELSE
013910               MOVE "UNKNOWN" TO TR-PL-BUS-DATE
013920               MOVE SPACES TO TR-PL-DATE-FROM
013930           END-IF.
013940           IF TR-PT-SOURCE (TR-PART-SUB) = SPACES
013950               MOVE "NOT HELD" TO TR-PL-SOURCE
013960           ELSE
013970               MOVE TR-PT-SOURCE (TR-PART-SUB) TO TR-PL-SOURCE
013980           END-IF.
013990           MOVE TR-PART-LINE TO GRPT-LINE.
014000           WRITE GRPT-LINE.
014010           MOVE ZERO TO TR-EXT-REC-NO.
014020           MOVE ZERO TO TR-EXT-SEQ-NO.
014030           MOVE TR-PT-CODE (TR-PART-SUB) TO TR-RL-PART.
014040           MOVE SPACES TO TR-RL-DEPT.
014050           IF TR-PT-BUS-DATE (TR-PART-SUB) = ZERO
014060               MOVE "NO DATE" TO TR-EV-EVENT
014070               MOVE SPACES TO TR-EV-DATE
014080               MOVE "REJECTS AND REPAIRS NOT MATCHED - GIVE DATE"
014090                   TO TR-EV-DETAIL
014100               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
014110           END-IF.
014120           IF TR-PT-ACK-STATUS (TR-PART-SUB) NOT = SPACE
014130               PERFORM 5010-REPORT-ACK THRU 5010-EXIT
014140           END-IF.
014150           IF TR-PT-REL-DATE (TR-PART-SUB) NOT = SPACES
014160               MOVE "RELEASED" TO TR-EV-EVENT
014170               MOVE TR-PT-REL-DATE (TR-PART-SUB) TO TR-EV-DATE
014180               MOVE SPACES TO TR-EV-DETAIL
014190               STRING "FROM QUARANTINE BY "
014200                      TR-PT-REL-USER (TR-PART-SUB)
014210                      " APPROVED BY "
014220                      TR-PT-REL-APPR (TR-PART-SUB)
014230                   DELIMITED BY SIZE INTO TR-EV-DETAIL
014240               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
014250           END-IF.
014260           IF TR-PT-BKO-DATE (TR-PART-SUB) NOT = SPACES
014270               MOVE "BACKED OUT" TO TR-EV-EVENT
014280               MOVE TR-PT-BKO-DATE (TR-PART-SUB) TO TR-EV-DATE
014290               MOVE SPACES TO TR-EV-DETAIL
014300               STRING "BY " TR-PT-BKO-USER (TR-PART-SUB)
014310                      " APPROVED BY "
014320                      TR-PT-BKO-APPR (TR-PART-SUB)
014330                   DELIMITED BY SIZE INTO TR-EV-DETAIL
014340               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
014350           END-IF.
014360           PERFORM 5100-REPORT-ENTRY THRU 5100-EXIT
014370               VARYING TR-ENTRY-SUB FROM 1 BY 1
014380               UNTIL TR-ENTRY-SUB > TR-ENTRY-COUNT.
014390           MOVE SPACES TO GRPT-LINE.
014400           WRITE GRPT-LINE.
014410       5000-EXIT.
014420           EXIT.
014430
014440       5010-REPORT-ACK.
014450           MOVE "ACKNOWLEDGED" TO TR-EV-EVENT.
014460           MOVE SPACES TO TR-EV-DATE.
014470           MOVE SPACES TO TR-EV-DETAIL.
014480           IF TR-PT-ACK-STATUS (TR-PART-SUB) = "P"
014490               STRING "BATCH POSTED, READ "
014500                      TR-PT-ACK-READ (TR-PART-SUB)
014510                      " REJECTED " TR-PT-ACK-REJ (TR-PART-SUB)
014520                   DELIMITED BY SIZE INTO TR-EV-DETAIL
014530           ELSE
014540               STRING "BATCH REFUSED - "
014550                      TR-PT-ACK-REASON (TR-PART-SUB)
014560                   DELIMITED BY SIZE INTO TR-EV-DETAIL
014570           END-IF.
014580           PERFORM 6000-WRITE-EVENT THRU 6000-EXIT.
014590       5010-EXIT.
014600           EXIT.
014610*    *****************************************************************
014620*    5100-REPORT-ENTRY
014630*        Reports one traced record of the partition in hand,
014640*        its events in the order they happen to a record:
014650*        arrival, reject, repair, resubmission, quarantine,
014660*        over-limit hold, posting and reversal.
014670*    *****************************************************************
014680       5100-REPORT-ENTRY.
014690           IF TE-PART (TR-ENTRY-SUB)
014700               NOT = TR-PT-CODE (TR-PART-SUB)
014710               GO TO 5100-EXIT
014720           END-IF.
014730           MOVE TE-REC-NO (TR-ENTRY-SUB) TO TR-RL-REC-NO.
014740           MOVE TE-PART (TR-ENTRY-SUB) TO TR-RL-PART.
014750           MOVE TE-SEQ-NO (TR-ENTRY-SUB) TO TR-RL-SEQ-NO.
014760           MOVE TE-DEPT (TR-ENTRY-SUB) TO TR-RL-DEPT.
014770           MOVE TE-RAW (TR-ENTRY-SUB) TO TR-RL-RAW.
014780           MOVE TR-REC-LINE TO GRPT-LINE.
014790           WRITE GRPT-LINE.
014800           MOVE TE-REC-NO (TR-ENTRY-SUB) TO TR-EXT-REC-NO.
014810           MOVE TE-SEQ-NO (TR-ENTRY-SUB) TO TR-EXT-SEQ-NO.
014820           MOVE SPACES TO TR-EV-DATE.
014830           MOVE SPACES TO TR-EV-DETAIL.
014840           IF TE-REC-NO (TR-ENTRY-SUB) > ZERO
014850               MOVE "ARRIVED" TO TR-EV-EVENT
014860               MOVE TR-PT-HDR-DATE (TR-PART-SUB) TO TR-EV-DATE
014870               STRING "ON " TE-SOURCE (TR-ENTRY-SUB)
014880                      " VALUE " TE-RAW (TR-ENTRY-SUB)
014890                   DELIMITED BY SIZE INTO TR-EV-DETAIL
014900           ELSE
014910               MOVE "ARRIVED" TO TR-EV-EVENT
014920               STRING "TRANSMISSION NOT HELD - FOUND ON "
014930                      TE-SOURCE (TR-ENTRY-SUB)
014940                   DELIMITED BY SIZE INTO TR-EV-DETAIL
014950           END-IF.
014960           PERFORM 6000-WRITE-EVENT THRU 6000-EXIT.
014970           IF TE-REJ-REASON (TR-ENTRY-SUB) NOT = SPACES
014980               ADD 1 TO TR-REJECTED-COUNT
014990               MOVE "REJECTED" TO TR-EV-EVENT
015000               MOVE TR-PT-BUS-DATE (TR-PART-SUB) TO TR-EV-DATE
015010               MOVE SPACES TO TR-EV-DETAIL
015020               STRING TE-REJ-REASON (TR-ENTRY-SUB) " "
015030                      TE-REJ-TEXT (TR-ENTRY-SUB) " "
015040                      TE-REJ-FILE (TR-ENTRY-SUB)
015050                   DELIMITED BY SIZE INTO TR-EV-DETAIL
015060               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
015070           END-IF.
015080           IF TE-CORR-SWITCH (TR-ENTRY-SUB) = "Y"
015090               ADD 1 TO TR-REPAIRED-COUNT
015100               MOVE "REPAIRED" TO TR-EV-EVENT
015110               MOVE SPACES TO TR-EV-DATE
015120               MOVE SPACES TO TR-EV-DETAIL
015130               STRING "GIVECORR VALUE "
015140                      TE-CORR-VALUE (TR-ENTRY-SUB)
015150                      " DEPT " TE-CORR-DEPT (TR-ENTRY-SUB)
015160                   DELIMITED BY SIZE INTO TR-EV-DETAIL
015170               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
015180           END-IF.
015190           IF TE-RSUB-SWITCH (TR-ENTRY-SUB) = "Y"
015200             OR TE-RES-FILE (TR-ENTRY-SUB) NOT = SPACES
015210               PERFORM 5110-REPORT-RESUBMIT THRU 5110-EXIT
015220           END-IF.
015230           IF TE-QUAR-SWITCH (TR-ENTRY-SUB) = "Y"
015240               ADD 1 TO TR-QUAR-COUNT
015250               MOVE "QUARANTINED" TO TR-EV-EVENT
015260               MOVE TR-PT-BUS-DATE (TR-PART-SUB) TO TR-EV-DATE
015270               MOVE SPACES TO TR-EV-DETAIL
015280               STRING "ON GIVEQUAR - "
015290                      TE-QUAR-REASON (TR-ENTRY-SUB)
015300                   DELIMITED BY SIZE INTO TR-EV-DETAIL
015310               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
015320           END-IF.
015330           IF TE-OVL-SWITCH (TR-ENTRY-SUB) = "Y"
015340               MOVE "OVER LIMIT" TO TR-EV-EVENT
015350               MOVE TE-OVL-DATE (TR-ENTRY-SUB) TO TR-EV-DATE
015360               MOVE "HELD ON GIVEOVL FOR DEPARTMENT CEILING"
015370                   TO TR-EV-DETAIL
015380               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
015390           END-IF.
015400           IF TE-POST-SWITCH (TR-ENTRY-SUB) = "Y"
015410               ADD 1 TO TR-POSTED-COUNT
015420               MOVE "POSTED" TO TR-EV-EVENT
015430               MOVE TE-POST-DATE (TR-ENTRY-SUB) TO TR-EV-DATE
015440               MOVE SPACES TO TR-EV-DETAIL
015450               STRING "GIVEFEED VALUE "
015460                      TE-POST-VALUE (TR-ENTRY-SUB)
015470                   DELIMITED BY SIZE INTO TR-EV-DETAIL
015480               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
015490           END-IF.
015500           IF TE-REV-SWITCH (TR-ENTRY-SUB) = "Y"
015510               ADD 1 TO TR-REVERSED-COUNT
015520               MOVE "REVERSED" TO TR-EV-EVENT
015530               MOVE TR-PT-BKO-DATE (TR-PART-SUB) TO TR-EV-DATE
015540               MOVE "GIVEFEED REVERSAL BY GIVEBKO"
015550                   TO TR-EV-DETAIL
015560               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
015570           END-IF.
015580       5100-EXIT.
015590           EXIT.
015600
015610       5110-REPORT-RESUBMIT.
015620           MOVE "RESUBMITTED" TO TR-EV-EVENT.
015630           MOVE SPACES TO TR-EV-DATE.
015640           MOVE SPACES TO TR-EV-DETAIL.
015650           IF TE-RSUB-SWITCH (TR-ENTRY-SUB) = "Y"
015660               MOVE "ON GIVERSUB FOR THE NEXT RUN" TO TR-EV-DETAIL
015670           ELSE
015680               STRING "RESOLVED ON "
015690                      TE-RES-FILE (TR-ENTRY-SUB)
015700                   DELIMITED BY SIZE INTO TR-EV-DETAIL
015710           END-IF.
015720           PERFORM 6000-WRITE-EVENT THRU 6000-EXIT.
015730           IF TE-REPOST-SWITCH (TR-ENTRY-SUB) = "Y"
015740               ADD 1 TO TR-POSTED-COUNT
015750               MOVE "POSTED" TO TR-EV-EVENT
015760               MOVE TE-REPOST-DATE (TR-ENTRY-SUB) TO TR-EV-DATE
015770               MOVE SPACES TO TR-EV-DETAIL
015780               STRING "GIVEFEED AFTER REPAIR VALUE "
015790                      TE-REPOST-VALUE (TR-ENTRY-SUB)
015800                   DELIMITED BY SIZE INTO TR-EV-DETAIL
015810               PERFORM 6000-WRITE-EVENT THRU 6000-EXIT
015820           END-IF.
015830       5110-EXIT.
015840           EXIT.
015850*    *****************************************************************
015860*    6000-WRITE-EVENT
015870*        Writes one event (TR-EV fields) as a report line and as
015880*        a comma-delimited extract row for the record in hand
015890*        (record and sequence zero for a partition event).
015900*    *****************************************************************
015910       6000-WRITE-EVENT.
015920           ADD 1 TO TR-EVENT-COUNT.
015930           MOVE TR-EVENT-LINE TO GRPT-LINE.
015940           WRITE GRPT-LINE.
015950           MOVE SPACES TO GEXT-LINE.
015960           STRING TR-BATCH-ID ","
015970                  TR-RL-PART ","
015980                  TR-EXT-REC-NO ","
015990                  TR-EXT-SEQ-NO ","
016000                  TR-RL-DEPT ","
016010                  TR-EV-EVENT DELIMITED BY "  "
016020                  "," DELIMITED BY SIZE
016030                  TR-EV-DATE DELIMITED BY SIZE
016040                  "," DELIMITED BY SIZE
016050                  TR-EV-DETAIL DELIMITED BY "  "
016060               INTO GEXT-LINE.
016070           WRITE GEXT-LINE.
016080       6000-EXIT.
016090           EXIT.
016100*    *****************************************************************
016110*    8000-WRITE-SUMMARY
016120*        Writes the trace totals.
016130*    *****************************************************************
016140       8000-WRITE-SUMMARY.
016150           MOVE SPACES TO TR-RPT-WORK-LINE.
016160           MOVE "RECORDS TRACED" TO TR-RPT-LABEL.
016170           MOVE TR-ENTRY-COUNT TO TR-RPT-NUMBER.
016180           IF TR-OVERFLOW
016190               MOVE "INCOMPLETE - NARROW THE TRACE" TO TR-RPT-TEXT
016200           END-IF.
016210           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
016220           WRITE GRPT-LINE.
016230
016240           MOVE SPACES TO TR-RPT-WORK-LINE.
016250           MOVE "RECORDS REJECTED" TO TR-RPT-LABEL.
016260           MOVE TR-REJECTED-COUNT TO TR-RPT-NUMBER.
016270           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
016280           WRITE GRPT-LINE.
016290
016300           MOVE SPACES TO TR-RPT-WORK-LINE.
016310           MOVE "RECORDS REPAIRED" TO TR-RPT-LABEL.
016320           MOVE TR-REPAIRED-COUNT TO TR-RPT-NUMBER.
016330           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
016340           WRITE GRPT-LINE.
016350
016360           MOVE SPACES TO TR-RPT-WORK-LINE.
016370           MOVE "RECORDS QUARANTINED" TO TR-RPT-LABEL.
016380           MOVE TR-QUAR-COUNT TO TR-RPT-NUMBER.
016390           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
016400           WRITE GRPT-LINE.
016410
016420           MOVE SPACES TO TR-RPT-WORK-LINE.
016430           MOVE "RECORDS POSTED" TO TR-RPT-LABEL.
016440           MOVE TR-POSTED-COUNT TO TR-RPT-NUMBER.
016450           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
016460           WRITE GRPT-LINE.
016470
016480           MOVE SPACES TO TR-RPT-WORK-LINE.
016490           MOVE "RECORDS REVERSED" TO TR-RPT-LABEL.
016500           MOVE TR-REVERSED-COUNT TO TR-RPT-NUMBER.
016510           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
016520           WRITE GRPT-LINE.
016530
016540           MOVE SPACES TO TR-RPT-WORK-LINE.
016550           MOVE "EXTRACT ROWS WRITTEN (GIVEGEXT)" TO TR-RPT-LABEL.
016560           MOVE TR-EVENT-COUNT TO TR-RPT-NUMBER.
016570           MOVE TR-RPT-WORK-LINE TO GRPT-LINE.
016580           WRITE GRPT-LINE.
016590       8000-EXIT.
016600           EXIT.
016610
016620           END PROGRAM GIVETRCE.
