000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Multi-business-date catch-up after an outage
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Takes the night's chain
000100*                      (GIVEVETT, the main run, GIVEEXPG,
000110*                      GIVERECN, GIVESTAT) through every business
000120*                      date missed during an outage, one date at
000130*                      a time, so nobody resets GIVEBDT by hand.
000140*                      The schedule runs it around the chain with
000150*                      one function per step, from GIVEWPRM:
000160*                      P plans the catch-up - the GIVECAL
000170*                      business days from the from-date to the
000180*                      to-date, and each held transmission on
000190*                      GIVEINHD matched to one of them by its
000200*                      batch header date - onto GIVEWPLN.
000210*                      S stages the next date ahead of the chain:
000220*                      GIVEBDT is set to it and that date's
000230*                      transmissions are copied to GIVEIN.
000240*                      C closes the staged date after the chain,
000250*                      from the main run's GIVEALRT for that date.
000260*                      F fails the staged date (the schedule's
000270*                      error branch, naming the step that broke).
000280*                      L lists the plan only.
000290*                      Dates go strictly in order, and nothing is
000300*                      staged past a failed date until the desk
000310*                      restages it (GIVEWPRM restage flag).  Each
000320*                      function rewrites the one consolidated
000330*                      report, GIVEWRPT: every date completed,
000340*                      failed, staged or still to run.  Condition
000350*                      codes: 0 done, 4 nothing left to stage
000360*                      (catch-up complete) or held records not
000370*                      matched to a date, 8 refused or the date
000380*                      failed, 12 file failure.
000381*     2026-10-15  TUL  Staging a date resets whatever the step
000382*                      ledger (GIVESTEP) holds for it, so the
000383*                      chain can run a restaged date again.
000384*                      Closing a date also needs the ledger to
000385*                      show GIVEVETT, the posting step, GIVEEXPG
000386*                      and GIVERECN ended below 8 and GIVESTAT
000387*                      ended; otherwise the date fails in the
000388*                      first step short of that.
000389*     2026-10-15  TUL  Restaging a failed date keeps the ledger
000390*                      entries of the chain steps ahead of the one it
000391*                      failed in that ended cleanly, and the chain
000392*                      restarts at that step (GIVW0022I, GIVEWRPT),
000393*                      so a posting that already went through is not
000394*                      posted again.  A posting step or main-run alert
000395*                      at 8 - batches refused, the rest posted - now
000396*                      completes the date with condition code 4; only
000397*                      12 and above fails it.  The day after the last
000398*                      business day of a month is not staged until
000399*                      GIVESTEP shows GIVEPCLS ended cleanly for that
000400*                      day (GIVW0021E, stop reason on GIVEWRPT).
000401*    *****************************************************************
000402       IDENTIFICATION DIVISION.
000410       PROGRAM-ID. GIVECTCH.
000420       ENVIRONMENT DIVISION.
000430       INPUT-OUTPUT SECTION.
000440       FILE-CONTROL.
000450           SELECT PARM-FILE ASSIGN TO "GIVEWPRM"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS CU-PARM-FILE-STATUS.
000480           SELECT PLAN-FILE ASSIGN TO "GIVEWPLN"
000490               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS CU-PLAN-FILE-STATUS.
000510           SELECT CAL-FILE ASSIGN TO "GIVECAL"
000520               ORGANIZATION IS LINE SEQUENTIAL
000530               FILE STATUS IS CU-CAL-FILE-STATUS.
000540           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS CU-BDT-FILE-STATUS.
000570           SELECT HELD-FILE ASSIGN TO "GIVEINHD"
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS CU-HELD-FILE-STATUS.
000600           SELECT TRANS-FILE ASSIGN TO "GIVEIN"
000610               ORGANIZATION IS LINE SEQUENTIAL
000620               FILE STATUS IS CU-TRANS-FILE-STATUS.
000630           SELECT ALERT-FILE ASSIGN TO "GIVEALRT"
000640               ORGANIZATION IS LINE SEQUENTIAL
000650               FILE STATUS IS CU-ALERT-FILE-STATUS.
000660           SELECT WRPT-FILE ASSIGN TO "GIVEWRPT"
000670               ORGANIZATION IS LINE SEQUENTIAL
000680               FILE STATUS IS CU-WRPT-FILE-STATUS.
000681           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000682               ORGANIZATION IS INDEXED
000683               ACCESS MODE IS DYNAMIC
000684               RECORD KEY IS STEP-KEY
000685               FILE STATUS IS CU-STEP-FILE-STATUS.
000690       DATA DIVISION.
000700       FILE SECTION.
000710       FD  PARM-FILE.
000720       01  PARM-RECORD.
000730           05  PARM-FUNCTION       PIC X(01).
000740           05  PARM-FROM-DATE      PIC X(08).
000750           05  PARM-TO-DATE        PIC X(08).
000760           05  PARM-RESTAGE-FLAG   PIC X(01).
000770           05  PARM-STEP-NAME      PIC X(08).
000780           05  FILLER              PIC X(24).
000790       FD  PLAN-FILE.
000800       01  PLAN-RECORD.
000810           05  PLAN-REC-TYPE       PIC X(01).
000820               88  PLAN-IS-HEADER          VALUE "H".
000830               88  PLAN-IS-DATE            VALUE "D".
000840               88  PLAN-IS-UNMATCHED       VALUE "U".
000850           05  PLAN-BUS-DATE       PIC 9(08).
000860           05  PLAN-STATUS         PIC X(01).
000870           05  PLAN-TRANS-COUNT    PIC 9(03).
000880           05  PLAN-REC-COUNT      PIC 9(07).
000890           05  PLAN-STAGE-DATE     PIC 9(08).
000900           05  PLAN-STAGE-TIME     PIC 9(06).
000910           05  PLAN-CLOSE-DATE     PIC 9(08).
000920           05  PLAN-CLOSE-TIME     PIC 9(06).
000930           05  PLAN-SEVERITY       PIC 9(02).
000940           05  PLAN-MSG-ID         PIC X(09).
000950           05  PLAN-FAIL-STEP      PIC X(08).
000960           05  FILLER              PIC X(13).
000970       01  PLAN-HEADER-VIEW REDEFINES PLAN-RECORD.
000980           05  FILLER              PIC X(01).
000990           05  PLAN-FROM-DATE      PIC 9(08).
001000           05  PLAN-TO-DATE        PIC 9(08).
001010           05  PLAN-MADE-DATE      PIC 9(08).
001020           05  PLAN-LOOSE-COUNT    PIC 9(07).
001030           05  FILLER              PIC X(48).
001040       01  PLAN-UNMATCHED-VIEW REDEFINES PLAN-RECORD.
001050           05  FILLER              PIC X(01).
001060           05  PLAN-HDR-DATE       PIC X(08).
001070           05  PLAN-BATCH-ID       PIC X(08).
001080           05  PLAN-PART-NO        PIC X(01).
001090           05  PLAN-UNM-RECS       PIC 9(07).
001100           05  FILLER              PIC X(55).
001110       FD  CAL-FILE.
001120       01  CAL-RECORD.
001130           05  CAL-TYPE            PIC X(02).
001140               88  CAL-IS-HOLIDAY          VALUE "HD".
001150               88  CAL-IS-WEEKEND-RULE     VALUE "WK".
001160           05  CAL-HOLIDAY-DATE    PIC 9(08).
001170           05  FILLER              PIC X(40).
001180       01  CAL-WEEKEND-VIEW REDEFINES CAL-RECORD.
001190           05  FILLER              PIC X(02).
001200           05  CAL-SAT-BUSINESS    PIC X(01).
001210           05  CAL-SUN-BUSINESS    PIC X(01).
001220           05  FILLER              PIC X(46).
001230       FD  BDT-FILE.
001240       01  BDT-RECORD.
001250           05  BDT-BUS-DATE        PIC 9(08).
001260           05  BDT-OVERRIDE-FLAG   PIC X(01).
001270           05  FILLER              PIC X(41).
001280       FD  HELD-FILE.
001290       01  HELD-RECORD.
001300           05  HELD-REC-TYPE       PIC X(02).
001310               88  HELD-IS-BATCH-HDR       VALUE "BH".
001320               88  HELD-IS-BATCH-TRL       VALUE "BT".
001330           05  FILLER              PIC X(48).
001340       01  HELD-BATCH-HDR-VIEW REDEFINES HELD-RECORD.
001350           05  FILLER              PIC X(02).
001360           05  HELD-BATCH-ID       PIC X(08).
001370           05  HELD-BATCH-DATE     PIC X(08).
001380           05  HELD-EXP-COUNT      PIC X(05).
001390           05  HELD-PART-NO        PIC X(01).
001400           05  FILLER              PIC X(26).
001410       FD  TRANS-FILE.
001420       01  TRANS-RECORD            PIC X(50).
001430       FD  ALERT-FILE.
001440       01  ALERT-RECORD.
001450           05  ALERT-SEVERITY      PIC 9(02).
001460           05  ALERT-MSG-ID        PIC X(09).
001470           05  ALERT-EXIT-REASON   PIC X(34).
001480           05  ALERT-CEIL-WARN-COUNT PIC 9(03).
001490           05  ALERT-CEIL-WARN-DEPT PIC X(03).
001500           05  ALERT-OVL-COUNT     PIC 9(05).
001510           05  ALERT-BUS-DATE      PIC 9(08).
001520       FD  WRPT-FILE.
001530       01  WRPT-LINE               PIC X(80).
001531       FD  STEP-FILE.
001532       01  STEP-RECORD.
001533           05  STEP-KEY.
001534               10  STEP-BUS-DATE   PIC 9(08).
001535               10  STEP-NAME       PIC X(08).
001536               10  STEP-INSTANCE   PIC X(01).
001537           05  STEP-STATE          PIC X(01).
001538               88  STEP-RUNNING            VALUE "S".
001539               88  STEP-ENDED              VALUE "E".
001540               88  STEP-WAS-RESET          VALUE "R".
001541           05  STEP-START-STAMP.
001542               10  STEP-START-DATE PIC 9(08).
001543               10  STEP-START-TIME PIC 9(06).
001544           05  STEP-END-STAMP.
001545               10  STEP-END-DATE   PIC 9(08).
001546               10  STEP-END-TIME   PIC 9(06).
001547           05  STEP-COND-CODE      PIC 9(02).
001548           05  STEP-RUN-COUNT      PIC 9(03).
001549           05  STEP-RESET-USER     PIC X(08).
001550           05  STEP-RESET-DATE     PIC 9(08).
001551           05  STEP-RESET-TIME     PIC 9(06).
001552           05  FILLER              PIC X(07).
001553       WORKING-STORAGE SECTION.
001554       77  CU-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001560           88  CU-PARM-FILE-OK               VALUE "00".
001570       77  CU-PLAN-FILE-STATUS     PIC X(02) VALUE SPACES.
001580           88  CU-PLAN-FILE-OK               VALUE "00".
001590       77  CU-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
001600           88  CU-CAL-FILE-OK                VALUE "00".
001610       77  CU-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001620           88  CU-BDT-FILE-OK                VALUE "00".
001630       77  CU-HELD-FILE-STATUS     PIC X(02) VALUE SPACES.
001640           88  CU-HELD-FILE-OK               VALUE "00".
001650       77  CU-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
001660           88  CU-TRANS-FILE-OK              VALUE "00".
001670       77  CU-ALERT-FILE-STATUS    PIC X(02) VALUE SPACES.
001680           88  CU-ALERT-FILE-OK              VALUE "00".
001690       77  CU-WRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001700           88  CU-WRPT-FILE-OK               VALUE "00".
001710       77  CU-PLAN-EOF-SWITCH      PIC X(01) VALUE "N".
001720           88  CU-PLAN-AT-EOF                VALUE "Y".
001730       77  CU-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
001740           88  CU-CAL-AT-EOF                 VALUE "Y".
001750       77  CU-HELD-EOF-SWITCH      PIC X(01) VALUE "N".
001760           88  CU-HELD-AT-EOF                VALUE "Y".
001770       77  CU-PLAN-FOUND-SWITCH    PIC X(01) VALUE "N".
001780           88  CU-PLAN-FOUND                 VALUE "Y".
001790       77  CU-PLAN-CHANGED-SWITCH  PIC X(01) VALUE "N".
001800           88  CU-PLAN-CHANGED               VALUE "Y".
001810       77  CU-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
001820           88  CU-LOAD-OVERFLOW              VALUE "Y".
001830       77  CU-DATE-FULL-SWITCH     PIC X(01) VALUE "N".
001840           88  CU-DATE-TABLE-FULL            VALUE "Y".
001850       77  CU-FATAL-SWITCH         PIC X(01) VALUE "N".
001860           88  CU-FATAL                      VALUE "Y".
001870       77  CU-REFUSED-SWITCH       PIC X(01) VALUE "N".
001880           88  CU-REFUSED                    VALUE "Y".
001890       77  CU-FAILED-SWITCH        PIC X(01) VALUE "N".
001900           88  CU-DATE-FAILED                VALUE "Y".
001910       77  CU-WARN-SWITCH          PIC X(01) VALUE "N".
001920           88  CU-WARNED                     VALUE "Y".
001930       77  CU-BUS-DAY-SWITCH       PIC X(01) VALUE "N".
001940           88  CU-IS-BUS-DAY                 VALUE "Y".
001950       77  CU-IN-TRANS-SWITCH      PIC X(01) VALUE "N".
001960           88  CU-IN-TRANS                   VALUE "Y".
001970       77  CU-COPY-SWITCH          PIC X(01) VALUE "N".
001980           88  CU-COPYING                    VALUE "Y".
001990       77  CU-ALERT-SWITCH         PIC X(01) VALUE "N".
002000           88  CU-ALERT-PRESENT              VALUE "Y".
002010       77  CU-DATE-OK-SWITCH       PIC X(01) VALUE "N".
002020           88  CU-DATE-OK                    VALUE "Y".
002030       77  CU-LEAP-SWITCH          PIC X(01) VALUE "N".
002040           88  CU-LEAP-YEAR                  VALUE "Y".
002050       77  CU-FUNCTION             PIC X(01) VALUE "L".
002060           88  CU-DO-PLAN                    VALUE "P".
002070           88  CU-DO-STAGE                   VALUE "S".
002080           88  CU-DO-CLOSE                   VALUE "C".
002090           88  CU-DO-FAIL                    VALUE "F".
002100           88  CU-DO-LIST                    VALUE "L" " ".
002110       77  CU-RESTAGE-FLAG         PIC X(01) VALUE "N".
002120       77  CU-STEP-NAME            PIC X(08) VALUE SPACES.
002130       77  CU-FROM-X               PIC X(08) VALUE SPACES.
002140       77  CU-TO-X                 PIC X(08) VALUE SPACES.
002150       77  CU-RUN-DATE             PIC 9(08) VALUE ZERO.
002160       77  CU-FROM-DATE            PIC 9(08) VALUE ZERO.
002170       77  CU-TO-DATE              PIC 9(08) VALUE ZERO.
002180       77  CU-MADE-DATE            PIC 9(08) VALUE ZERO.
002190       77  CU-MATCH-DATE           PIC 9(08) VALUE ZERO.
002200       77  CU-LOOSE-COUNT          PIC 9(07) VALUE ZERO.
002210       77  CU-BDT-OVERRIDE         PIC X(01) VALUE "N".
002220       77  CU-ALERT-SEVERITY       PIC 9(02) VALUE ZERO.
002230       77  CU-ALERT-MSG-ID         PIC X(09) VALUE SPACES.
002240       77  CU-ALERT-BUS-DATE       PIC X(08) VALUE SPACES.
002250       77  CU-OUTCOME              PIC X(38) VALUE SPACES.
002260       77  CU-DAY-INT              PIC 9(08) COMP VALUE ZERO.
002270       77  CU-END-INT              PIC 9(08) COMP VALUE ZERO.
002280       77  CU-DAY-QUOT             PIC 9(08) COMP VALUE ZERO.
002290       77  CU-DAY-DOW              PIC 9(01) VALUE ZERO.
002300       77  CU-DAY-DATE             PIC 9(08) VALUE ZERO.
002310       77  CU-SAT-BUSINESS-FLAG    PIC X(01) VALUE "N".
002320       77  CU-SUN-BUSINESS-FLAG    PIC X(01) VALUE "N".
002330       77  CU-HOLIDAY-COUNT        PIC 9(03) COMP VALUE ZERO.
002340       77  CU-HOLIDAY-LIMIT        PIC 9(03) VALUE 50.
002350       77  CU-HOLIDAY-SUB          PIC 9(03) COMP VALUE ZERO.
002360       77  CU-DATE-COUNT           PIC 9(03) COMP VALUE ZERO.
002370       77  CU-DATE-LIMIT           PIC 9(03) VALUE 60.
002380       77  CU-DATE-SUB             PIC 9(03) COMP VALUE ZERO.
002390       77  CU-UNM-COUNT            PIC 9(03) COMP VALUE ZERO.
002400       77  CU-UNM-LIMIT            PIC 9(03) VALUE 50.
002410       77  CU-UNM-SUB              PIC 9(03) COMP VALUE ZERO.
002420       77  CU-CUR-IX               PIC 9(03) COMP VALUE ZERO.
002430       77  CU-CUR-UNM              PIC 9(03) COMP VALUE ZERO.
002440       77  CU-TARGET-IX            PIC 9(03) COMP VALUE ZERO.
002450       77  CU-STAGED-IX            PIC 9(03) COMP VALUE ZERO.
002460       77  CU-FAILED-IX            PIC 9(03) COMP VALUE ZERO.
002470       77  CU-NEXT-IX              PIC 9(03) COMP VALUE ZERO.
002480       77  CU-DONE-COUNT           PIC 9(03) COMP VALUE ZERO.
002490       77  CU-FAIL-COUNT           PIC 9(03) COMP VALUE ZERO.
002500       77  CU-STAGED-COUNT         PIC 9(03) COMP VALUE ZERO.
002510       77  CU-LEFT-COUNT           PIC 9(03) COMP VALUE ZERO.
002520       77  CU-COPY-TRANS           PIC 9(03) VALUE ZERO.
002530       77  CU-COPY-RECS            PIC 9(07) VALUE ZERO.
002540       77  CU-DISP-COUNT           PIC ZZ9.
002550       77  CU-DATE-X               PIC X(08) VALUE SPACES.
002560       77  CU-DATE-YEAR            PIC 9(04) VALUE ZERO.
002570       77  CU-DATE-MONTH           PIC 9(02) VALUE ZERO.
002580       77  CU-DATE-DAY             PIC 9(02) VALUE ZERO.
002590       77  CU-MONTH-LIMIT          PIC 9(02) VALUE ZERO.
002600       77  CU-LEAP-REM             PIC 9(04) VALUE ZERO.
002610       77  CU-LEAP-QUOT            PIC 9(04) VALUE ZERO.
002611       77  CU-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
002612           88  CU-STEP-FILE-OK               VALUE "00".
002613           88  CU-STEP-FILE-MISSING          VALUE "35".
002614       77  CU-STEP-EOF-SWITCH      PIC X(01) VALUE "N".
002615           88  CU-STEP-AT-EOF                VALUE "Y".
002616       77  CU-LEDGER-BAD-SWITCH    PIC X(01) VALUE "N".
002617           88  CU-LEDGER-BAD                 VALUE "Y".
002618       77  CU-LEDGER-STEP          PIC X(08) VALUE SPACES.
002619           88  CU-LEDGER-IS-POSTING          VALUE "GIVEMAIN"
002620                                             "GIVEMRGE".
002621       77  CU-LEDGER-INST          PIC X(01) VALUE SPACE.
002622       77  CU-LEDGER-WHY           PIC X(09) VALUE SPACES.
002623       77  CU-LEDGER-RESETS        PIC 9(03) VALUE ZERO.
002624       77  CU-LEDGER-KEPT          PIC 9(03) VALUE ZERO.
002625       77  CU-CHAIN-NAME           PIC X(08) VALUE SPACES.
002626           88  CU-CHAIN-IS-POSTING           VALUE "GIVEMAIN"
002627                                             "GIVEMRGE".
002628       77  CU-CHAIN-POS            PIC 9(01) VALUE ZERO.
002629       77  CU-CHAIN-SUB            PIC 9(01) VALUE ZERO.
002630       77  CU-RESTART-POS          PIC 9(01) VALUE ZERO.
002631       77  CU-RESTART-STEP         PIC X(08) VALUE SPACES.
002632       77  CU-KEEP-SWITCH          PIC X(01) VALUE "N".
002633           88  CU-KEEP-STEP                  VALUE "Y".
002634       77  CU-MONTH-OPEN-SWITCH    PIC X(01) VALUE "N".
002635           88  CU-MONTH-NOT-CLOSED           VALUE "Y".
002636       77  CU-BACK-COUNT           PIC 9(03) COMP VALUE ZERO.
002637       01  CU-TIME-NOW.
002638           05  CU-TIME-HHMMSS      PIC 9(06).
002640           05  FILLER              PIC 9(02).
002641       01  CU-CHAIN-STEPS.
002642           05  FILLER              PIC X(24) VALUE
002643               "GIVEVETTGIVESPLTGIVEMAIN".
002644           05  FILLER              PIC X(32) VALUE
002645               "GIVEMRGEGIVEEXPGGIVERECNGIVESTAT".
002646       01  CU-CHAIN-TABLE REDEFINES CU-CHAIN-STEPS.
002647           05  CU-CHAIN-STEP OCCURS 7 TIMES PIC X(08).
002648       01  CU-PRIOR-DATE-AREA.
002649           05  CU-PRIOR-BUS-DATE   PIC 9(08).
002650           05  CU-PRIOR-DATE-PARTS REDEFINES
002651                   CU-PRIOR-BUS-DATE.
002652               10  CU-PRIOR-MONTH  PIC 9(06).
002653               10  FILLER          PIC 9(02).
002654           05  CU-TARGET-BUS-DATE  PIC 9(08).
002655           05  CU-TARGET-DATE-PARTS REDEFINES
002656                   CU-TARGET-BUS-DATE.
002657               10  CU-TARGET-MONTH PIC 9(06).
002658               10  FILLER          PIC 9(02).
002659       01  CU-HOLIDAY-TABLE.
002660           05  CU-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
002670       01  CU-DATE-TABLE.
002680           05  CU-DATE-ENTRY OCCURS 60 TIMES.
002690               10  CU-DT-BUS-DATE  PIC 9(08).
002700               10  CU-DT-STATUS    PIC X(01).
002710                   88  CU-DT-TO-RUN          VALUE "R".
002720                   88  CU-DT-STAGED          VALUE "S".
002730                   88  CU-DT-COMPLETED       VALUE "C".
002740                   88  CU-DT-FAILED          VALUE "F".
002750               10  CU-DT-TRANS-COUNT PIC 9(03).
002760               10  CU-DT-REC-COUNT PIC 9(07).
002770               10  CU-DT-STAGE-DATE PIC 9(08).
002780               10  CU-DT-STAGE-TIME PIC 9(06).
002790               10  CU-DT-CLOSE-DATE PIC 9(08).
002800               10  CU-DT-CLOSE-TIME PIC 9(06).
002810               10  CU-DT-SEVERITY  PIC 9(02).
002820               10  CU-DT-MSG-ID    PIC X(09).
002830               10  CU-DT-FAIL-STEP PIC X(08).
002840       01  CU-UNM-TABLE.
002850           05  CU-UNM-ENTRY OCCURS 50 TIMES.
002860               10  CU-UT-HDR-DATE  PIC X(08).
002870               10  CU-UT-BATCH-ID  PIC X(08).
002880               10  CU-UT-PART-NO   PIC X(01).
002890               10  CU-UT-REC-COUNT PIC 9(07).
002900       01  CU-RPT-WORK-LINE.
002910           05  CU-RPT-LABEL        PIC X(37).
002920           05  CU-RPT-NUMBER       PIC ZZZZ9.
002930           05  CU-RPT-TEXT         PIC X(38).
002940       01  CU-DATE-HDR-LINE.
002950           05  FILLER              PIC X(40) VALUE
002960               "BUS DATE  STATUS     TRN RECORDS  SV MES".
002970           05  FILLER              PIC X(40) VALUE
002980               "SAGE   STEP     LAST ACTION             ".
002990       01  CU-DATE-LINE.
003000           05  CU-DL-BUS-DATE      PIC 9(08).
003010           05  FILLER              PIC X(02) VALUE SPACES.
003020           05  CU-DL-STATUS        PIC X(10).
003030           05  FILLER              PIC X(01) VALUE SPACE.
003040           05  CU-DL-TRANS         PIC ZZ9.
003050           05  FILLER              PIC X(01) VALUE SPACE.
003060           05  CU-DL-RECS          PIC ZZZZZZ9.
003070           05  FILLER              PIC X(02) VALUE SPACES.
003080           05  CU-DL-SEV           PIC X(02).
003090           05  FILLER              PIC X(01) VALUE SPACE.
003100           05  CU-DL-MSG-ID        PIC X(09).
003110           05  FILLER              PIC X(01) VALUE SPACE.
003120           05  CU-DL-STEP          PIC X(08).
003130           05  FILLER              PIC X(01) VALUE SPACE.
003140           05  CU-DL-STAMP-DATE    PIC X(08).
003150           05  FILLER              PIC X(01) VALUE SPACE.
003160           05  CU-DL-STAMP-TIME    PIC X(06).
003170           05  FILLER              PIC X(09) VALUE SPACES.
003180       01  CU-UNM-LINE.
003190           05  FILLER              PIC X(02) VALUE SPACES.
003200           05  CU-UL-BATCH-ID      PIC X(08).
003210           05  FILLER              PIC X(06) VALUE " PART ".
003220           05  CU-UL-PART-NO       PIC X(01).
003230           05  FILLER              PIC X(13) VALUE
003240               " HEADER DATE ".
003250           05  CU-UL-HDR-DATE      PIC X(08).
003260           05  FILLER              PIC X(09) VALUE " RECORDS ".
003270           05  CU-UL-RECS          PIC ZZZZZZ9.
003280           05  FILLER              PIC X(26) VALUE SPACES.
003290       PROCEDURE DIVISION.
003300
003310       MAIN-PROCEDURE.
003320           OPEN OUTPUT WRPT-FILE.
003330           IF NOT CU-WRPT-FILE-OK
003340               DISPLAY "GIVW0001E - GIVEWRPT COULD NOT BE "
003350                   "OPENED, FILE STATUS " CU-WRPT-FILE-STATUS
003360               MOVE 12 TO RETURN-CODE
003370               GO TO MAIN-PROCEDURE-EXIT
003380           END-IF.
003390           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400           PERFORM 1200-LOAD-PLAN THRU 1200-EXIT.
003410           IF CU-LOAD-OVERFLOW
003420               MOVE SPACES TO CU-RPT-WORK-LINE
003430               MOVE "GIVEWPLN LARGER THAN TABLE - UNCHANGED"
003440                   TO CU-RPT-LABEL
003450               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
003460               WRITE WRPT-LINE
003470               CLOSE WRPT-FILE
003480               MOVE 12 TO RETURN-CODE
003490               GO TO MAIN-PROCEDURE-EXIT
003500           END-IF.
003510           PERFORM 1300-COUNT-DATES THRU 1300-EXIT.
003520           EVALUATE TRUE
003530               WHEN CU-DO-PLAN
003540                   PERFORM 2000-MAKE-PLAN THRU 2000-EXIT
003550               WHEN CU-DO-STAGE
003560                   PERFORM 3000-STAGE-NEXT-DATE THRU 3000-EXIT
003570               WHEN CU-DO-CLOSE
003580                   PERFORM 4000-CLOSE-STAGED-DATE THRU 4000-EXIT
003590               WHEN CU-DO-FAIL
003600                   PERFORM 4500-FAIL-STAGED-DATE THRU 4500-EXIT
003610               WHEN CU-DO-LIST
003620                   MOVE "LISTED" TO CU-OUTCOME
003630               WHEN OTHER
003640                   DISPLAY "GIVW0003E - GIVEWPRM FUNCTION "
003650                       CU-FUNCTION " IS NOT P, S, C, F OR L"
003660                   MOVE "REFUSED - UNKNOWN FUNCTION" TO CU-OUTCOME
003670                   SET CU-REFUSED TO TRUE
003680           END-EVALUATE.
003690           IF CU-PLAN-CHANGED
003700               PERFORM 5000-REWRITE-PLAN THRU 5000-EXIT
003710           END-IF.
003720           PERFORM 1300-COUNT-DATES THRU 1300-EXIT.
003730           PERFORM 7000-LIST-PLAN THRU 7000-EXIT.
003740           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003750           CLOSE WRPT-FILE.
003760           IF CU-FATAL
003770               MOVE 12 TO RETURN-CODE
003780           ELSE
003790               IF CU-REFUSED OR CU-DATE-FAILED
003800                   MOVE 8 TO RETURN-CODE
003810               ELSE
003820                   IF CU-WARNED
003830                       MOVE 4 TO RETURN-CODE
003840                   ELSE
003850                       MOVE 0 TO RETURN-CODE
003860                   END-IF
003870               END-IF
003880           END-IF.
003890
003900           STOP RUN.
003910       MAIN-PROCEDURE-EXIT.
003920           STOP RUN.
003930*    *****************************************************************
003940*    1000-INITIALIZE
003950*        Picks up the function and its operands from GIVEWPRM
003960*        (an absent parameter file only lists the plan) and the
003970*        business calendar, and heads the report.
003980*    *****************************************************************
003990       1000-INITIALIZE.
004000           ACCEPT CU-RUN-DATE FROM DATE YYYYMMDD.
004010           ACCEPT CU-TIME-NOW FROM TIME.
004020           OPEN INPUT PARM-FILE.
004030           IF CU-PARM-FILE-OK
004040               READ PARM-FILE
004050                   NOT AT END
004060                       MOVE PARM-FUNCTION TO CU-FUNCTION
004070                       MOVE PARM-FROM-DATE TO CU-FROM-X
004080                       MOVE PARM-TO-DATE TO CU-TO-X
004090                       MOVE PARM-RESTAGE-FLAG TO CU-RESTAGE-FLAG
004100                       MOVE PARM-STEP-NAME TO CU-STEP-NAME
004110               END-READ
004120               CLOSE PARM-FILE
004130           END-IF.
004140           OPEN INPUT CAL-FILE.
004150           IF CU-CAL-FILE-OK
004160               PERFORM 1100-LOAD-CAL-RECORD THRU 1100-EXIT
004170                   UNTIL CU-CAL-AT-EOF
004180               CLOSE CAL-FILE
004190           END-IF.
004200           MOVE SPACES TO CU-RPT-WORK-LINE.
004210           MOVE "MULTI-DATE CATCH-UP CONTROL" TO CU-RPT-LABEL.
004220           MOVE CU-RUN-DATE TO CU-RPT-TEXT.
004230           MOVE CU-RPT-WORK-LINE TO WRPT-LINE.
004240           WRITE WRPT-LINE.
004250           MOVE SPACES TO CU-RPT-WORK-LINE.
004260           MOVE "FUNCTION REQUESTED" TO CU-RPT-LABEL.
004270           EVALUATE TRUE
004280               WHEN CU-DO-PLAN
004290                   MOVE "P - PLAN THE CATCH-UP" TO CU-RPT-TEXT
004300               WHEN CU-DO-STAGE
004310                   MOVE "S - STAGE THE NEXT DATE" TO CU-RPT-TEXT
004320               WHEN CU-DO-CLOSE
004330                   MOVE "C - CLOSE THE STAGED DATE" TO CU-RPT-TEXT
004340               WHEN CU-DO-FAIL
004350                   MOVE "F - FAIL THE STAGED DATE" TO CU-RPT-TEXT
004360               WHEN CU-DO-LIST
004370                   MOVE "L - LIST THE PLAN" TO CU-RPT-TEXT
004380               WHEN OTHER
004390                   MOVE CU-FUNCTION TO CU-RPT-TEXT
004400           END-EVALUATE.
004410           MOVE CU-RPT-WORK-LINE TO WRPT-LINE.
004420           WRITE WRPT-LINE.
004430       1000-EXIT.
004440           EXIT.
004450
004460       1100-LOAD-CAL-RECORD.
004470           READ CAL-FILE
004480               AT END
004490                   SET CU-CAL-AT-EOF TO TRUE
004500                   GO TO 1100-EXIT
004510           END-READ.
004520           IF CAL-IS-HOLIDAY
004530               IF CU-HOLIDAY-COUNT < CU-HOLIDAY-LIMIT
004540                   ADD 1 TO CU-HOLIDAY-COUNT
004550                   MOVE CAL-HOLIDAY-DATE
004560                       TO CU-HOLIDAY-DATE (CU-HOLIDAY-COUNT)
004570               END-IF
004580               GO TO 1100-EXIT
004590           END-IF.
004600           IF CAL-IS-WEEKEND-RULE
004610               MOVE CAL-SAT-BUSINESS TO CU-SAT-BUSINESS-FLAG
004620               MOVE CAL-SUN-BUSINESS TO CU-SUN-BUSINESS-FLAG
004630           END-IF.
004640       1100-EXIT.
004650           EXIT.
004660*    *****************************************************************
004670*    1200-LOAD-PLAN
004680*        Loads the catch-up plan: the header with the range, one
004690*        entry per business date and the held transmissions no
004700*        date claimed.  An absent file means no plan.
004710*    *****************************************************************
004720       1200-LOAD-PLAN.
004730           OPEN INPUT PLAN-FILE.
004740           IF NOT CU-PLAN-FILE-OK
004750               GO TO 1200-EXIT
004760           END-IF.
004770           PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
004780               UNTIL CU-PLAN-AT-EOF.
004790           CLOSE PLAN-FILE.
004800       1200-EXIT.
004810           EXIT.
004820
004830       1210-LOAD-ONE-ENTRY.
004840           READ PLAN-FILE
004850               AT END
004860                   SET CU-PLAN-AT-EOF TO TRUE
004870                   GO TO 1210-EXIT
004880           END-READ.
004890           IF PLAN-IS-HEADER
004900               SET CU-PLAN-FOUND TO TRUE
004910               MOVE PLAN-FROM-DATE TO CU-FROM-DATE
004920               MOVE PLAN-TO-DATE TO CU-TO-DATE
004930               MOVE PLAN-MADE-DATE TO CU-MADE-DATE
004940               MOVE PLAN-LOOSE-COUNT TO CU-LOOSE-COUNT
004950               GO TO 1210-EXIT
004960           END-IF.
004970           IF PLAN-IS-UNMATCHED
004980               IF CU-UNM-COUNT < CU-UNM-LIMIT
004990                   ADD 1 TO CU-UNM-COUNT
005000                   MOVE PLAN-HDR-DATE
005010                       TO CU-UT-HDR-DATE (CU-UNM-COUNT)
005020                   MOVE PLAN-BATCH-ID
005030                       TO CU-UT-BATCH-ID (CU-UNM-COUNT)
005040                   MOVE PLAN-PART-NO
005050                       TO CU-UT-PART-NO (CU-UNM-COUNT)
005060                   MOVE PLAN-UNM-RECS
005070                       TO CU-UT-REC-COUNT (CU-UNM-COUNT)
005080               END-IF
005090               GO TO 1210-EXIT
005100           END-IF.
005110           IF NOT PLAN-IS-DATE
005120               GO TO 1210-EXIT
005130           END-IF.
005140           IF CU-DATE-COUNT >= CU-DATE-LIMIT
005150               DISPLAY "GIVW0002E - GIVEWPLN LARGER THAN TABLE, "
005160                   "PLAN NOT CHANGED"
005170               SET CU-LOAD-OVERFLOW TO TRUE
005180               SET CU-PLAN-AT-EOF TO TRUE
005190               GO TO 1210-EXIT
005200           END-IF.
005210           ADD 1 TO CU-DATE-COUNT.
005220           MOVE PLAN-BUS-DATE TO CU-DT-BUS-DATE (CU-DATE-COUNT).
005230           MOVE PLAN-STATUS TO CU-DT-STATUS (CU-DATE-COUNT).
005240           MOVE PLAN-TRANS-COUNT
005250               TO CU-DT-TRANS-COUNT (CU-DATE-COUNT).
005260           MOVE PLAN-REC-COUNT TO CU-DT-REC-COUNT (CU-DATE-COUNT).
005270           MOVE PLAN-STAGE-DATE
005280               TO CU-DT-STAGE-DATE (CU-DATE-COUNT).
005290           MOVE PLAN-STAGE-TIME
005300               TO CU-DT-STAGE-TIME (CU-DATE-COUNT).
005310           MOVE PLAN-CLOSE-DATE
005320               TO CU-DT-CLOSE-DATE (CU-DATE-COUNT).
005330           MOVE PLAN-CLOSE-TIME
005340               TO CU-DT-CLOSE-TIME (CU-DATE-COUNT).
005350           MOVE PLAN-SEVERITY TO CU-DT-SEVERITY (CU-DATE-COUNT).
005360           MOVE PLAN-MSG-ID TO CU-DT-MSG-ID (CU-DATE-COUNT).
005370           MOVE PLAN-FAIL-STEP TO CU-DT-FAIL-STEP (CU-DATE-COUNT).
005380       1210-EXIT.
005390           EXIT.
005400*    *****************************************************************
005410*    1300-COUNT-DATES
005420*        Counts the plan's dates by status and finds the staged
005430*        date, the first failed date and the next date to run.
005440*    *****************************************************************
005450       1300-COUNT-DATES.
005460           MOVE ZERO TO CU-DONE-COUNT.
005470           MOVE ZERO TO CU-FAIL-COUNT.
005480           MOVE ZERO TO CU-STAGED-COUNT.
005490           MOVE ZERO TO CU-LEFT-COUNT.
005500           MOVE ZERO TO CU-STAGED-IX.
005510           MOVE ZERO TO CU-FAILED-IX.
005520           MOVE ZERO TO CU-NEXT-IX.
005530           PERFORM 1310-COUNT-ONE-DATE THRU 1310-EXIT
005540               VARYING CU-DATE-SUB FROM 1 BY 1
005550               UNTIL CU-DATE-SUB > CU-DATE-COUNT.
005560       1300-EXIT.
005570           EXIT.
005580
005590       1310-COUNT-ONE-DATE.
005600           EVALUATE TRUE
005610               WHEN CU-DT-COMPLETED (CU-DATE-SUB)
005620                   ADD 1 TO CU-DONE-COUNT
005630               WHEN CU-DT-FAILED (CU-DATE-SUB)
005640                   ADD 1 TO CU-FAIL-COUNT
005650                   IF CU-FAILED-IX = ZERO
005660                       MOVE CU-DATE-SUB TO CU-FAILED-IX
005670                   END-IF
005680               WHEN CU-DT-STAGED (CU-DATE-SUB)
005690                   ADD 1 TO CU-STAGED-COUNT
005700                   MOVE CU-DATE-SUB TO CU-STAGED-IX
005710               WHEN OTHER
005720                   ADD 1 TO CU-LEFT-COUNT
005730                   IF CU-NEXT-IX = ZERO
005740                       MOVE CU-DATE-SUB TO CU-NEXT-IX
005750                   END-IF
005760           END-EVALUATE.
005770       1310-EXIT.
005780           EXIT.
005790*    *****************************************************************
005800*    2000-MAKE-PLAN
005810*        Lays out a new catch-up.  Refused while an earlier one
005820*        still has a date staged, failed or to run; to abandon
005830*        one, the desk removes GIVEWPLN.  The business days come
005840*        from GIVECAL (weekend rule and holidays) exactly as the
005850*        main run judges them, and every held transmission is
005860*        matched to one by its batch header date.
005870*    *****************************************************************
005880       2000-MAKE-PLAN.
005890           IF CU-PLAN-FOUND
005900             AND CU-DATE-COUNT > CU-DONE-COUNT
005910               DISPLAY "GIVW0004E - CATCH-UP " CU-FROM-DATE
005920                   " TO " CU-TO-DATE " IS STILL OPEN"
005930               MOVE "REFUSED - EARLIER CATCH-UP STILL OPEN"
005940                   TO CU-OUTCOME
005950               SET CU-REFUSED TO TRUE
005960               GO TO 2000-EXIT
005970           END-IF.
005980           MOVE CU-FROM-X TO CU-DATE-X.
005990           PERFORM 9200-EDIT-DATE THRU 9200-EXIT.
006000           IF CU-DATE-OK
006010               MOVE CU-TO-X TO CU-DATE-X
006020               PERFORM 9200-EDIT-DATE THRU 9200-EXIT
006030           END-IF.
006040           IF NOT CU-DATE-OK
006050             OR CU-FROM-X > CU-TO-X
006060               DISPLAY "GIVW0005E - GIVEWPRM RANGE " CU-FROM-X
006070                   " TO " CU-TO-X " IS NOT A VALID DATE RANGE"
006080               MOVE "REFUSED - BAD DATE RANGE" TO CU-OUTCOME
006090               SET CU-REFUSED TO TRUE
006100               GO TO 2000-EXIT
006110           END-IF.
006120           MOVE CU-FROM-X TO CU-FROM-DATE.
006130           MOVE CU-TO-X TO CU-TO-DATE.
006140           MOVE ZERO TO CU-DATE-COUNT.
006150           MOVE ZERO TO CU-UNM-COUNT.
006160           MOVE ZERO TO CU-LOOSE-COUNT.
006170           INITIALIZE CU-DATE-TABLE.
006180           INITIALIZE CU-UNM-TABLE.
006190           COMPUTE CU-DAY-INT =
006200               FUNCTION INTEGER-OF-DATE (CU-FROM-DATE) - 1.
006210           COMPUTE CU-END-INT =
006220               FUNCTION INTEGER-OF-DATE (CU-TO-DATE).
006230           PERFORM 2100-ADD-ONE-DAY THRU 2100-EXIT
006240               UNTIL CU-DAY-INT >= CU-END-INT
006250                  OR CU-DATE-TABLE-FULL.
006260           IF CU-DATE-TABLE-FULL
006270               MOVE CU-DATE-LIMIT TO CU-DISP-COUNT
006280               DISPLAY "GIVW0006E - " CU-FROM-DATE " TO "
006290                   CU-TO-DATE " HOLDS MORE THAN " CU-DISP-COUNT
006300                   " BUSINESS DAYS"
006310               MOVE "REFUSED - RANGE TOO LONG" TO CU-OUTCOME
006320               MOVE ZERO TO CU-DATE-COUNT
006330               MOVE "N" TO CU-PLAN-FOUND-SWITCH
006340               SET CU-REFUSED TO TRUE
006350               GO TO 2000-EXIT
006360           END-IF.
006370           IF CU-DATE-COUNT = ZERO
006380               DISPLAY "GIVW0006E - NO BUSINESS DAYS FROM "
006390                   CU-FROM-DATE " TO " CU-TO-DATE
006400               MOVE "REFUSED - NO BUSINESS DAYS IN RANGE"
006410                   TO CU-OUTCOME
006420               MOVE "N" TO CU-PLAN-FOUND-SWITCH
006430               SET CU-REFUSED TO TRUE
006440               GO TO 2000-EXIT
006450           END-IF.
006460           PERFORM 2200-MATCH-HELD THRU 2200-EXIT.
006470           MOVE CU-RUN-DATE TO CU-MADE-DATE.
006480           SET CU-PLAN-FOUND TO TRUE.
006490           SET CU-PLAN-CHANGED TO TRUE.
006500           MOVE CU-DATE-COUNT TO CU-DISP-COUNT.
006510           DISPLAY "GIVW0011I - CATCH-UP PLANNED FOR "
006520               CU-DISP-COUNT " BUSINESS DAYS, " CU-FROM-DATE
006530               " TO " CU-TO-DATE.
006540           MOVE "PLANNED" TO CU-OUTCOME.
006550           IF CU-UNM-COUNT > ZERO OR CU-LOOSE-COUNT > ZERO
006560               DISPLAY "GIVW0010W - HELD INPUT NOT MATCHED TO A "
006570                   "PLANNED DATE, SEE GIVEWRPT"
006580               MOVE "PLANNED - HELD INPUT LEFT UNMATCHED"
006590                   TO CU-OUTCOME
006600               SET CU-WARNED TO TRUE
006610           END-IF.
006620       2000-EXIT.
006630           EXIT.
006640
006650       2100-ADD-ONE-DAY.
006660           ADD 1 TO CU-DAY-INT.
006670           COMPUTE CU-DAY-DATE =
006680               FUNCTION DATE-OF-INTEGER (CU-DAY-INT).
006690           DIVIDE CU-DAY-INT BY 7 GIVING CU-DAY-QUOT
006700               REMAINDER CU-DAY-DOW.
006710           IF CU-DAY-DOW = ZERO
006720               MOVE 7 TO CU-DAY-DOW
006730           END-IF.
006740           SET CU-IS-BUS-DAY TO TRUE.
006750           IF CU-DAY-DOW = 6 AND CU-SAT-BUSINESS-FLAG NOT = "Y"
006760               MOVE "N" TO CU-BUS-DAY-SWITCH
006770           END-IF.
006780           IF CU-DAY-DOW = 7 AND CU-SUN-BUSINESS-FLAG NOT = "Y"
006790               MOVE "N" TO CU-BUS-DAY-SWITCH
006800           END-IF.
006810           PERFORM 2110-CHECK-ONE-HOLIDAY THRU 2110-EXIT
006820               VARYING CU-HOLIDAY-SUB FROM 1 BY 1
006830               UNTIL CU-HOLIDAY-SUB > CU-HOLIDAY-COUNT
006840                  OR NOT CU-IS-BUS-DAY.
006850           IF NOT CU-IS-BUS-DAY
006860               GO TO 2100-EXIT
006870           END-IF.
006880           IF CU-DATE-COUNT >= CU-DATE-LIMIT
006890               SET CU-DATE-TABLE-FULL TO TRUE
006900               GO TO 2100-EXIT
006910           END-IF.
006920           ADD 1 TO CU-DATE-COUNT.
006930           MOVE CU-DAY-DATE TO CU-DT-BUS-DATE (CU-DATE-COUNT).
006940           MOVE "R" TO CU-DT-STATUS (CU-DATE-COUNT).
006950           MOVE SPACES TO CU-DT-MSG-ID (CU-DATE-COUNT).
006960           MOVE SPACES TO CU-DT-FAIL-STEP (CU-DATE-COUNT).
006970       2100-EXIT.
006980           EXIT.
006990
007000       2110-CHECK-ONE-HOLIDAY.
007010           IF CU-HOLIDAY-DATE (CU-HOLIDAY-SUB) = CU-DAY-DATE
007020               MOVE "N" TO CU-BUS-DAY-SWITCH
007030           END-IF.
007040       2110-EXIT.
007050           EXIT.
007060*    *****************************************************************
007070*    2200-MATCH-HELD
007080*        Passes the held transmissions.  A transmission runs
007090*        from its batch header ("BH") to its trailer ("BT") and
007100*        belongs to the planned date equal to its header date.
007110*        One whose header date is not a planned business date is
007120*        listed as unmatched; records outside any header and
007130*        trailer are counted as loose.  Neither is ever staged.
007140*    *****************************************************************
007150       2200-MATCH-HELD.
007160           OPEN INPUT HELD-FILE.
007170           IF NOT CU-HELD-FILE-OK
007180               MOVE SPACES TO CU-RPT-WORK-LINE
007190               MOVE "GIVEINHD ABSENT - NO HELD INPUT"
007200                   TO CU-RPT-LABEL
007210               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
007220               WRITE WRPT-LINE
007230               GO TO 2200-EXIT
007240           END-IF.
007250           MOVE "N" TO CU-IN-TRANS-SWITCH.
007260           PERFORM 2210-MATCH-ONE-RECORD THRU 2210-EXIT
007270               UNTIL CU-HELD-AT-EOF.
007280           CLOSE HELD-FILE.
007290       2200-EXIT.
007300           EXIT.
007310
007320       2210-MATCH-ONE-RECORD.
007330           READ HELD-FILE
007340               AT END
007350                   SET CU-HELD-AT-EOF TO TRUE
007360                   GO TO 2210-EXIT
007370           END-READ.
007380           IF HELD-IS-BATCH-HDR
007390               SET CU-IN-TRANS TO TRUE
007400               PERFORM 2220-FIND-DATE THRU 2220-EXIT
007410               MOVE ZERO TO CU-CUR-UNM
007420               IF CU-CUR-IX > ZERO
007430                   ADD 1 TO CU-DT-TRANS-COUNT (CU-CUR-IX)
007440               ELSE
007450                   IF CU-UNM-COUNT < CU-UNM-LIMIT
007460                       ADD 1 TO CU-UNM-COUNT
007470                       MOVE CU-UNM-COUNT TO CU-CUR-UNM
007480                       MOVE HELD-BATCH-DATE
007490                           TO CU-UT-HDR-DATE (CU-CUR-UNM)
007500                       MOVE HELD-BATCH-ID
007510                           TO CU-UT-BATCH-ID (CU-CUR-UNM)
007520                       MOVE HELD-PART-NO
007530                           TO CU-UT-PART-NO (CU-CUR-UNM)
007540                   END-IF
007550               END-IF
007560           END-IF.
007570           IF NOT CU-IN-TRANS
007580               ADD 1 TO CU-LOOSE-COUNT
007590               GO TO 2210-EXIT
007600           END-IF.
007610           IF CU-CUR-IX > ZERO
007620               ADD 1 TO CU-DT-REC-COUNT (CU-CUR-IX)
007630           ELSE
007640               IF CU-CUR-UNM > ZERO
007650                   ADD 1 TO CU-UT-REC-COUNT (CU-CUR-UNM)
007660               ELSE
007670                   ADD 1 TO CU-LOOSE-COUNT
007680               END-IF
007690           END-IF.
007700           IF HELD-IS-BATCH-TRL
007710               MOVE "N" TO CU-IN-TRANS-SWITCH
007720           END-IF.
007730       2210-EXIT.
007740           EXIT.
007750
007760       2220-FIND-DATE.
007770           MOVE ZERO TO CU-CUR-IX.
007780           IF HELD-BATCH-DATE NOT NUMERIC
007790               GO TO 2220-EXIT
007800           END-IF.
007810           MOVE HELD-BATCH-DATE TO CU-MATCH-DATE.
007820           PERFORM 2230-SCAN-ONE-DATE THRU 2230-EXIT
007830               VARYING CU-DATE-SUB FROM 1 BY 1
007840               UNTIL CU-DATE-SUB > CU-DATE-COUNT
007850                  OR CU-CUR-IX > ZERO.
007860       2220-EXIT.
007870           EXIT.
007880
007890       2230-SCAN-ONE-DATE.
007900           IF CU-DT-BUS-DATE (CU-DATE-SUB) = CU-MATCH-DATE
007910               MOVE CU-DATE-SUB TO CU-CUR-IX
007920           END-IF.
007930       2230-EXIT.
007940           EXIT.
007950*    *****************************************************************
007960*    3000-STAGE-NEXT-DATE
007970*        Readies the next date for the chain: its transmissions
007980*        go to GIVEIN and GIVEBDT is set to it, so every step
007990*        stamps the date's own business date.  Refused while a
008000*        date is staged and not closed, and at a failed date
008010*        unless the desk asks for it to be restaged.  With no
008020*        date left it ends 4, which ends the schedule's loop.
008021*        Whatever the step ledger holds for the date is reset
008022*        first, so the chain can run a restaged date again.
008023*        On a restage the chain steps ahead of the one the
008024*        date failed in keep their clean entries and the
008025*        chain restarts at that step.  The day after the
008026*        last business day of a month waits for that day's
008027*        period close (GIVEPCLS) to end cleanly.
008030*    *****************************************************************
008040       3000-STAGE-NEXT-DATE.
008050           IF NOT CU-PLAN-FOUND
008060               DISPLAY "GIVW0007E - NO CATCH-UP PLAN ON GIVEWPLN"
008070               MOVE "REFUSED - NO PLAN" TO CU-OUTCOME
008080               SET CU-REFUSED TO TRUE
008090               GO TO 3000-EXIT
008100           END-IF.
008110           IF CU-STAGED-IX > ZERO
008120               DISPLAY "GIVW0008E - "
008130                   CU-DT-BUS-DATE (CU-STAGED-IX)
008140                   " IS STAGED AND NOT YET CLOSED"
008150               MOVE "REFUSED - A DATE IS STILL STAGED"
008160                   TO CU-OUTCOME
008170               SET CU-REFUSED TO TRUE
008180               GO TO 3000-EXIT
008190           END-IF.
008200           IF CU-FAILED-IX > ZERO
008210             AND CU-RESTAGE-FLAG NOT = "Y"
008220               DISPLAY "GIVW0009E - CATCH-UP STOPPED AT FAILED "
008230                   "DATE "
008240                   CU-DT-BUS-DATE (CU-FAILED-IX)
008250               MOVE "REFUSED - STOPPED AT A FAILED DATE"
008260                   TO CU-OUTCOME
008270               SET CU-REFUSED TO TRUE
008280               GO TO 3000-EXIT
008290           END-IF.
008300           IF CU-FAILED-IX > ZERO
008310               MOVE CU-FAILED-IX TO CU-TARGET-IX
008320           ELSE
008330               MOVE CU-NEXT-IX TO CU-TARGET-IX
008340           END-IF.
008350           IF CU-TARGET-IX = ZERO
008360               DISPLAY "GIVW0012I - CATCH-UP COMPLETE, NO DATE "
008370                   "LEFT TO STAGE"
008380               MOVE "NOTHING STAGED - CATCH-UP COMPLETE"
008390                   TO CU-OUTCOME
008400               SET CU-WARNED TO TRUE
008410               GO TO 3000-EXIT
008411           END-IF.
008412           PERFORM 3400-CHECK-MONTH-CLOSED THRU 3400-EXIT.
008413           IF CU-MONTH-NOT-CLOSED OR CU-FATAL
008414               GO TO 3000-EXIT
008415           END-IF.
008421           PERFORM 3300-RESET-LEDGER THRU 3300-EXIT.
008422           IF CU-FATAL
008423               MOVE "FAILED - GIVESTEP NOT RESET" TO CU-OUTCOME
008424               GO TO 3000-EXIT
008425           END-IF.
008430           PERFORM 3100-COPY-HELD THRU 3100-EXIT.
008440           IF CU-FATAL
008450               MOVE "FAILED - GIVEIN NOT WRITTEN" TO CU-OUTCOME
008460               GO TO 3000-EXIT
008470           END-IF.
008480           PERFORM 3200-SET-BUS-DATE THRU 3200-EXIT.
008490           IF CU-FATAL
008500               MOVE "FAILED - GIVEBDT NOT WRITTEN" TO CU-OUTCOME
008510               GO TO 3000-EXIT
008520           END-IF.
008530           MOVE "S" TO CU-DT-STATUS (CU-TARGET-IX).
008540           MOVE CU-COPY-TRANS TO CU-DT-TRANS-COUNT (CU-TARGET-IX).
008550           MOVE CU-COPY-RECS TO CU-DT-REC-COUNT (CU-TARGET-IX).
008560           MOVE CU-RUN-DATE TO CU-DT-STAGE-DATE (CU-TARGET-IX).
008570           MOVE CU-TIME-HHMMSS TO CU-DT-STAGE-TIME (CU-TARGET-IX).
008580           MOVE ZERO TO CU-DT-CLOSE-DATE (CU-TARGET-IX).
008590           MOVE ZERO TO CU-DT-CLOSE-TIME (CU-TARGET-IX).
008600           MOVE ZERO TO CU-DT-SEVERITY (CU-TARGET-IX).
008610           MOVE SPACES TO CU-DT-MSG-ID (CU-TARGET-IX).
008620           MOVE SPACES TO CU-DT-FAIL-STEP (CU-TARGET-IX).
008630           SET CU-PLAN-CHANGED TO TRUE.
008640           DISPLAY "GIVW0013I - " CU-DT-BUS-DATE (CU-TARGET-IX)
008650               " STAGED, " CU-COPY-TRANS " TRANSMISSIONS, "
008660               CU-COPY-RECS " RECORDS ON GIVEIN".
008670           MOVE SPACES TO CU-OUTCOME.
008671           IF CU-RESTART-STEP = SPACES
008672               STRING "STAGED " CU-DT-BUS-DATE (CU-TARGET-IX)
008673                   DELIMITED BY SIZE INTO CU-OUTCOME
008674           ELSE
008675               STRING "STAGED " CU-DT-BUS-DATE (CU-TARGET-IX)
008676                   " FROM " CU-RESTART-STEP
008677                   DELIMITED BY SIZE INTO CU-OUTCOME
008678           END-IF.
008700       3000-EXIT.
008710           EXIT.
008720
008730       3100-COPY-HELD.
008740           MOVE ZERO TO CU-COPY-TRANS.
008750           MOVE ZERO TO CU-COPY-RECS.
008760           MOVE CU-DT-BUS-DATE (CU-TARGET-IX) TO CU-MATCH-DATE.
008770           OPEN OUTPUT TRANS-FILE.
008780           IF NOT CU-TRANS-FILE-OK
008790               DISPLAY "GIVW0014E - GIVEIN COULD NOT BE OPENED, "
008800                   "FILE STATUS " CU-TRANS-FILE-STATUS
008810               SET CU-FATAL TO TRUE
008820               GO TO 3100-EXIT
008830           END-IF.
008840           OPEN INPUT HELD-FILE.
008850           IF CU-HELD-FILE-OK
008860               MOVE "N" TO CU-IN-TRANS-SWITCH
008870               MOVE "N" TO CU-COPY-SWITCH
008880               PERFORM 3110-COPY-ONE-RECORD THRU 3110-EXIT
008890                   UNTIL CU-HELD-AT-EOF
008900               CLOSE HELD-FILE
008910           END-IF.
008920           CLOSE TRANS-FILE.
008930       3100-EXIT.
008940           EXIT.
008950
008960       3110-COPY-ONE-RECORD.
008970           READ HELD-FILE
008980               AT END
008990                   SET CU-HELD-AT-EOF TO TRUE
009000                   GO TO 3110-EXIT
009010           END-READ.
009020           IF HELD-IS-BATCH-HDR
009030               SET CU-IN-TRANS TO TRUE
009040               MOVE "N" TO CU-COPY-SWITCH
009050               IF HELD-BATCH-DATE NUMERIC
009060                   IF HELD-BATCH-DATE = CU-MATCH-DATE
009070                       SET CU-COPYING TO TRUE
009080                       ADD 1 TO CU-COPY-TRANS
009090                   END-IF
009100               END-IF
009110           END-IF.
009120           IF CU-IN-TRANS AND CU-COPYING
009130               WRITE TRANS-RECORD FROM HELD-RECORD
009140               ADD 1 TO CU-COPY-RECS
009150           END-IF.
009160           IF HELD-IS-BATCH-TRL
009170               MOVE "N" TO CU-IN-TRANS-SWITCH
009180               MOVE "N" TO CU-COPY-SWITCH
009190           END-IF.
009200       3110-EXIT.
009210           EXIT.
009220
009230       3200-SET-BUS-DATE.
009240           MOVE "N" TO CU-BDT-OVERRIDE.
009250           OPEN INPUT BDT-FILE.
009260           IF CU-BDT-FILE-OK
009270               READ BDT-FILE
009280                   NOT AT END
009290                       MOVE BDT-OVERRIDE-FLAG TO CU-BDT-OVERRIDE
009300               END-READ
009310               CLOSE BDT-FILE
009320           END-IF.
009330           OPEN OUTPUT BDT-FILE.
009340           IF NOT CU-BDT-FILE-OK
009350               DISPLAY "GIVW0014E - GIVEBDT COULD NOT BE OPENED, "
009360                   "FILE STATUS " CU-BDT-FILE-STATUS
009361               SET CU-FATAL TO TRUE
009362               GO TO 3200-EXIT
009363           END-IF.
009364           MOVE SPACES TO BDT-RECORD.
009365           MOVE CU-DT-BUS-DATE (CU-TARGET-IX) TO BDT-BUS-DATE.
009366           MOVE CU-BDT-OVERRIDE TO BDT-OVERRIDE-FLAG.
009367           WRITE BDT-RECORD.
009368           CLOSE BDT-FILE.
009369       3200-EXIT.
009370           EXIT.
009371*    *****************************************************************
009372*    3300-RESET-LEDGER
009373*        Resets whatever the job-stream step ledger (GIVESTEP)
009374*        already holds for the date being staged - a failed date
009375*        being restaged, or a chain step left running by an
009376*        abend - in the name of GIVECTCH, so every step of the
009377*        chain can run the date again.  No ledger yet means
009378*        nothing to reset.
009379*        A failed date being restaged keeps the entries of
009380*        the chain steps (GIVEVETT, GIVESPLT, GIVEMAIN,
009381*        GIVEMRGE, GIVEEXPG, GIVERECN, GIVESTAT) ahead of
009382*        the step it failed in that ended cleanly - a
009383*        posting step below 12 - and the chain restarts at
009384*        the earliest chain step reset.  A date that failed
009385*        in no chain step is reset in full, as before.
009386*    *****************************************************************
009387       3300-RESET-LEDGER.
009388           MOVE ZERO TO CU-LEDGER-RESETS.
009389           MOVE ZERO TO CU-LEDGER-KEPT.
009390           MOVE ZERO TO CU-RESTART-POS.
009391           MOVE SPACES TO CU-RESTART-STEP.
009392           IF CU-FAILED-IX > ZERO
009393               MOVE CU-DT-FAIL-STEP (CU-TARGET-IX)
009394                   TO CU-CHAIN-NAME
009395               PERFORM 3320-FIND-CHAIN-POS THRU 3320-EXIT
009396               MOVE CU-CHAIN-POS TO CU-RESTART-POS
009397           END-IF.
009398           OPEN I-O STEP-FILE.
009399           IF CU-STEP-FILE-MISSING
009400               GO TO 3300-EXIT
009401           END-IF.
009402           IF NOT CU-STEP-FILE-OK
009403               DISPLAY "GIVW0019E - GIVESTEP COULD NOT BE "
009404                   "OPENED, FILE STATUS " CU-STEP-FILE-STATUS
009405               SET CU-FATAL TO TRUE
009406               GO TO 3300-EXIT
009407           END-IF.
009408           IF CU-RESTART-POS > ZERO
009409               PERFORM 3302-FIND-RESTART THRU 3302-EXIT
009410           END-IF.
009411           MOVE CU-DT-BUS-DATE (CU-TARGET-IX) TO STEP-BUS-DATE.
009412           MOVE LOW-VALUES TO STEP-NAME.
009413           MOVE LOW-VALUES TO STEP-INSTANCE.
009414           MOVE "N" TO CU-STEP-EOF-SWITCH.
009415           START STEP-FILE
009416               KEY IS NOT LESS THAN STEP-KEY
009417               INVALID KEY
009418                   SET CU-STEP-AT-EOF TO TRUE
009419           END-START.
009420           PERFORM 3310-RESET-ONE-STEP THRU 3310-EXIT
009421               UNTIL CU-STEP-AT-EOF
009422                  OR CU-FATAL.
009423           CLOSE STEP-FILE.
009424           IF CU-LEDGER-RESETS > ZERO
009425               DISPLAY "GIVW0020I - " CU-LEDGER-RESETS
009426                   " STEPS RESET ON GIVESTEP FOR "
009427                   CU-DT-BUS-DATE (CU-TARGET-IX)
009428           END-IF.
009429           IF CU-LEDGER-KEPT > ZERO
009430               MOVE CU-CHAIN-STEP (CU-RESTART-POS)
009431                   TO CU-RESTART-STEP
009432               DISPLAY "GIVW0022I - " CU-LEDGER-KEPT
009433                   " STEPS KEPT ON GIVESTEP FOR "
009434                   CU-DT-BUS-DATE (CU-TARGET-IX)
009435                   ", CHAIN RESTARTS AT " CU-RESTART-STEP
009436           END-IF.
009437       3300-EXIT.
009438           EXIT.
009439
009440       3302-FIND-RESTART.
009441           MOVE CU-DT-BUS-DATE (CU-TARGET-IX) TO STEP-BUS-DATE.
009442           MOVE LOW-VALUES TO STEP-NAME.
009443           MOVE LOW-VALUES TO STEP-INSTANCE.
009444           MOVE "N" TO CU-STEP-EOF-SWITCH.
009445           START STEP-FILE
009446               KEY IS NOT LESS THAN STEP-KEY
009447               INVALID KEY
009448                   SET CU-STEP-AT-EOF TO TRUE
009449           END-START.
009450           PERFORM 3305-CHECK-ONE-STEP THRU 3305-EXIT
009451               UNTIL CU-STEP-AT-EOF.
009452       3302-EXIT.
009453           EXIT.
009454
009455       3305-CHECK-ONE-STEP.
009456           READ STEP-FILE NEXT RECORD
009457               AT END
009458                   SET CU-STEP-AT-EOF TO TRUE
009459                   GO TO 3305-EXIT
009460           END-READ.
009461           IF STEP-BUS-DATE NOT = CU-DT-BUS-DATE (CU-TARGET-IX)
009462               SET CU-STEP-AT-EOF TO TRUE
009463               GO TO 3305-EXIT
009464           END-IF.
009465           PERFORM 3340-CHECK-KEEP THRU 3340-EXIT.
009466           IF NOT CU-KEEP-STEP
009467             AND CU-CHAIN-POS > ZERO
009468             AND CU-CHAIN-POS < CU-RESTART-POS
009469               MOVE CU-CHAIN-POS TO CU-RESTART-POS
009470           END-IF.
009471       3305-EXIT.
009472           EXIT.
009473
009474       3310-RESET-ONE-STEP.
009475           READ STEP-FILE NEXT RECORD
009476               AT END
009477                   SET CU-STEP-AT-EOF TO TRUE
009478                   GO TO 3310-EXIT
009479           END-READ.
009480           IF STEP-BUS-DATE NOT = CU-DT-BUS-DATE (CU-TARGET-IX)
009481               SET CU-STEP-AT-EOF TO TRUE
009482               GO TO 3310-EXIT
009483           END-IF.
009484           PERFORM 3340-CHECK-KEEP THRU 3340-EXIT.
009485           IF CU-KEEP-STEP
009486               ADD 1 TO CU-LEDGER-KEPT
009493               GO TO 3310-EXIT
009494           END-IF.
009495           IF STEP-WAS-RESET
009496               GO TO 3310-EXIT
009497           END-IF.
009498           SET STEP-WAS-RESET TO TRUE.
009499           MOVE "GIVECTCH" TO STEP-RESET-USER.
009500           MOVE CU-RUN-DATE TO STEP-RESET-DATE.
009501           MOVE CU-TIME-HHMMSS TO STEP-RESET-TIME.
009502           REWRITE STEP-RECORD
009503               INVALID KEY
009504                   CONTINUE
009505           END-REWRITE.
009506           IF NOT CU-STEP-FILE-OK
009507               DISPLAY "GIVW0019E - GIVESTEP COULD NOT BE "
009508                   "UPDATED, FILE STATUS " CU-STEP-FILE-STATUS
009509               SET CU-FATAL TO TRUE
009510               GO TO 3310-EXIT
009511           END-IF.
009512           ADD 1 TO CU-LEDGER-RESETS.
009513       3310-EXIT.
009514           EXIT.
009515
009516       3320-FIND-CHAIN-POS.
009517           MOVE ZERO TO CU-CHAIN-POS.
009518           IF CU-CHAIN-NAME = "MAIN RUN"
009519               MOVE "GIVEMAIN" TO CU-CHAIN-NAME
009520           END-IF.
009521           PERFORM 3325-MATCH-CHAIN-STEP THRU 3325-EXIT
009522               VARYING CU-CHAIN-SUB FROM 1 BY 1
009523               UNTIL CU-CHAIN-SUB > 7
009524                  OR CU-CHAIN-POS > ZERO.
009525       3320-EXIT.
009526           EXIT.
009527
009528       3325-MATCH-CHAIN-STEP.
009529           IF CU-CHAIN-STEP (CU-CHAIN-SUB) = CU-CHAIN-NAME
009530               MOVE CU-CHAIN-SUB TO CU-CHAIN-POS
009531           END-IF.
009532       3325-EXIT.
009533           EXIT.
009534
009535       3340-CHECK-KEEP.
009536           MOVE "N" TO CU-KEEP-SWITCH.
009537           MOVE STEP-NAME TO CU-CHAIN-NAME.
009538           PERFORM 3320-FIND-CHAIN-POS THRU 3320-EXIT.
009539           IF CU-CHAIN-POS > ZERO
009540             AND CU-CHAIN-POS < CU-RESTART-POS
009541             AND STEP-ENDED
009542             AND (STEP-COND-CODE NOT > 4
009543               OR (CU-CHAIN-IS-POSTING
009544                 AND STEP-COND-CODE < 12))
009545               SET CU-KEEP-STEP TO TRUE
009546           END-IF.
009547       3340-EXIT.
009548           EXIT.
009549*    *****************************************************************
009550*    3400-CHECK-MONTH-CLOSED
009551*        The date before the one being staged is found on the
009552*        business calendar (GIVECAL).  When it was the last
009553*        business day of its month, GIVESTEP must show GIVEPCLS
009554*        ended cleanly for it, so no date of the new month posts
009555*        before the old month is closed; otherwise nothing is
009556*        staged and the stop reason goes on GIVEWRPT.
009557*    *****************************************************************
009558       3400-CHECK-MONTH-CLOSED.
009559           MOVE "N" TO CU-MONTH-OPEN-SWITCH.
009560           MOVE CU-DT-BUS-DATE (CU-TARGET-IX)
009561               TO CU-TARGET-BUS-DATE.
009562           COMPUTE CU-DAY-INT =
009563               FUNCTION INTEGER-OF-DATE (CU-TARGET-BUS-DATE).
009564           MOVE ZERO TO CU-BACK-COUNT.
009565           MOVE "N" TO CU-BUS-DAY-SWITCH.
009566           PERFORM 3410-BACK-ONE-DAY THRU 3410-EXIT
009567               UNTIL CU-IS-BUS-DAY
009568                  OR CU-BACK-COUNT > 31.
009569           IF NOT CU-IS-BUS-DAY
009570               GO TO 3400-EXIT
009571           END-IF.
009572           MOVE CU-DAY-DATE TO CU-PRIOR-BUS-DATE.
009573           IF CU-PRIOR-MONTH = CU-TARGET-MONTH
009574               GO TO 3400-EXIT
009575           END-IF.
009576           SET CU-MONTH-NOT-CLOSED TO TRUE.
009577           OPEN INPUT STEP-FILE.
009578           IF CU-STEP-FILE-OK
009579               MOVE CU-PRIOR-BUS-DATE TO STEP-BUS-DATE
009580               MOVE "GIVEPCLS" TO STEP-NAME
009581               MOVE SPACE TO STEP-INSTANCE
009582               READ STEP-FILE
009583                   INVALID KEY
009584                       CONTINUE
009585                   NOT INVALID KEY
009586                       IF STEP-ENDED
009587                         AND STEP-COND-CODE NOT > 4
009588                           MOVE "N" TO CU-MONTH-OPEN-SWITCH
009589                       END-IF
009590               END-READ
009591               CLOSE STEP-FILE
009592           END-IF.
009593           IF NOT CU-MONTH-NOT-CLOSED
009594               GO TO 3400-EXIT
009595           END-IF.
009596           SET CU-REFUSED TO TRUE.
009597           DISPLAY "GIVW0021E - " CU-PRIOR-BUS-DATE
009598               " ENDED ITS MONTH, RUN GIVEPCLS FOR IT BEFORE "
009599               "STAGING " CU-TARGET-BUS-DATE.
009600           MOVE SPACES TO CU-OUTCOME.
009601           STRING "REFUSED - RUN GIVEPCLS FOR " CU-PRIOR-BUS-DATE
009602               DELIMITED BY SIZE INTO CU-OUTCOME.
009603       3400-EXIT.
009604           EXIT.
009605
009606       3410-BACK-ONE-DAY.
009607           SUBTRACT 1 FROM CU-DAY-INT.
009608           ADD 1 TO CU-BACK-COUNT.
009609           COMPUTE CU-DAY-DATE =
009610               FUNCTION DATE-OF-INTEGER (CU-DAY-INT).
009611           DIVIDE CU-DAY-INT BY 7 GIVING CU-DAY-QUOT
009612               REMAINDER CU-DAY-DOW.
009613           IF CU-DAY-DOW = ZERO
009614               MOVE 7 TO CU-DAY-DOW
009615           END-IF.
009616           SET CU-IS-BUS-DAY TO TRUE.
009617           IF CU-DAY-DOW = 6 AND CU-SAT-BUSINESS-FLAG NOT = "Y"
009618               MOVE "N" TO CU-BUS-DAY-SWITCH
009619           END-IF.
009620           IF CU-DAY-DOW = 7 AND CU-SUN-BUSINESS-FLAG NOT = "Y"
009621               MOVE "N" TO CU-BUS-DAY-SWITCH
009622           END-IF.
009623           PERFORM 2110-CHECK-ONE-HOLIDAY THRU 2110-EXIT
009624               VARYING CU-HOLIDAY-SUB FROM 1 BY 1
009625               UNTIL CU-HOLIDAY-SUB > CU-HOLIDAY-COUNT
009626                  OR NOT CU-IS-BUS-DAY.
009627       3410-EXIT.
009628           EXIT.
009629*    *****************************************************************
009630*    4000-CLOSE-STAGED-DATE
009631*        Closes the staged date once the chain has run.  The
009632*        main run's GIVEALRT must be there, stamped with this
009633*        business date and below severity 8; anything else
009634*        fails the date and stops the catch-up there.
009635*        A main-run alert at severity 8 - batches refused,
009636*        the rest posted - completes the date with a
009637*        warning; 12 and above fails it.
009638*        The step ledger must also show every chain step ended
009639*        cleanly for the date (4100-CHECK-LEDGER).
009640*    *****************************************************************
009641       4000-CLOSE-STAGED-DATE.
009642           IF NOT CU-PLAN-FOUND
009643               DISPLAY "GIVW0007E - NO CATCH-UP PLAN ON GIVEWPLN"
009644               MOVE "REFUSED - NO PLAN" TO CU-OUTCOME
009645               SET CU-REFUSED TO TRUE
009646               GO TO 4000-EXIT
009647           END-IF.
009648           IF CU-STAGED-IX = ZERO
009649               DISPLAY "GIVW0015E - NO DATE IS STAGED, NOTHING "
009650                   "TO CLOSE"
009651               MOVE "REFUSED - NO DATE STAGED" TO CU-OUTCOME
009652               SET CU-REFUSED TO TRUE
009660               GO TO 4000-EXIT
009670           END-IF.
009680           MOVE CU-STAGED-IX TO CU-TARGET-IX.
009690           MOVE "MAIN RUN" TO CU-STEP-NAME.
009700           OPEN INPUT ALERT-FILE.
009710           IF CU-ALERT-FILE-OK
009720               READ ALERT-FILE
009730                   NOT AT END
009740                       SET CU-ALERT-PRESENT TO TRUE
009750                       MOVE ALERT-SEVERITY TO CU-ALERT-SEVERITY
009760                       MOVE ALERT-MSG-ID TO CU-ALERT-MSG-ID
009770                       MOVE ALERT-BUS-DATE TO CU-ALERT-BUS-DATE
009780               END-READ
009790               CLOSE ALERT-FILE
009800           END-IF.
009810           MOVE CU-DT-BUS-DATE (CU-TARGET-IX) TO CU-MATCH-DATE.
009811           PERFORM 4100-CHECK-LEDGER THRU 4100-EXIT.
009820           EVALUATE TRUE
009830               WHEN NOT CU-ALERT-PRESENT
009840                   MOVE ZERO TO CU-ALERT-SEVERITY
009850                   MOVE "NO ALERT" TO CU-ALERT-MSG-ID
009860                   PERFORM 4900-MARK-FAILED THRU 4900-EXIT
009870               WHEN CU-ALERT-BUS-DATE NOT NUMERIC
009880                 OR CU-ALERT-BUS-DATE NOT = CU-MATCH-DATE
009890                   MOVE ZERO TO CU-ALERT-SEVERITY
009900                   MOVE "OLD ALERT" TO CU-ALERT-MSG-ID
009910                   PERFORM 4900-MARK-FAILED THRU 4900-EXIT
009911               WHEN CU-ALERT-SEVERITY >= 12
009930                   PERFORM 4900-MARK-FAILED THRU 4900-EXIT
009931               WHEN CU-LEDGER-BAD
009932                   MOVE CU-LEDGER-STEP TO CU-STEP-NAME
009933                   MOVE CU-LEDGER-WHY TO CU-ALERT-MSG-ID
009934                   PERFORM 4900-MARK-FAILED THRU 4900-EXIT
009940               WHEN OTHER
009950                   MOVE "C" TO CU-DT-STATUS (CU-TARGET-IX)
009960                   MOVE CU-RUN-DATE
009970                       TO CU-DT-CLOSE-DATE (CU-TARGET-IX)
009980                   MOVE CU-TIME-HHMMSS
009990                       TO CU-DT-CLOSE-TIME (CU-TARGET-IX)
009991                   IF CU-ALERT-SEVERITY >= 8
009992                       SET CU-WARNED TO TRUE
009993                   END-IF
010000                   MOVE CU-ALERT-SEVERITY
010010                       TO CU-DT-SEVERITY (CU-TARGET-IX)
010020                   MOVE CU-ALERT-MSG-ID
010030                       TO CU-DT-MSG-ID (CU-TARGET-IX)
010040                   SET CU-PLAN-CHANGED TO TRUE
010050                   DISPLAY "GIVW0017I - " CU-MATCH-DATE
010060                       " COMPLETED, MAIN RUN " CU-ALERT-MSG-ID
010070                   MOVE SPACES TO CU-OUTCOME
010080                   STRING "COMPLETED " CU-MATCH-DATE
010090                       DELIMITED BY SIZE INTO CU-OUTCOME
010100           END-EVALUATE.
010110       4000-EXIT.
010111           EXIT.
010112*    *****************************************************************
010113*    4100-CHECK-LEDGER
010114*        A date is only complete when the step ledger (GIVESTEP)
010115*        shows the chain ran it: GIVEVETT, the posting step
010116*        (GIVEMRGE when GIVESPLT partitioned the date, otherwise
010117*        GIVEMAIN), GIVEEXPG and GIVERECN ended below condition
010118*        code 8, and GIVESTAT ended.  The first step short of
010119*        that is the one the date is failed in.
010120*        A posting step ended at 8 - batches refused, the
010121*        rest posted - is accepted with a warning.
010129*    *****************************************************************
010130       4100-CHECK-LEDGER.
010131           MOVE "N" TO CU-LEDGER-BAD-SWITCH.
010132           OPEN INPUT STEP-FILE.
010133           IF NOT CU-STEP-FILE-OK
010134               MOVE "GIVESTEP" TO CU-LEDGER-STEP
010135               MOVE "NOT READ" TO CU-LEDGER-WHY
010136               SET CU-LEDGER-BAD TO TRUE
010137               GO TO 4100-EXIT
010138           END-IF.
010139           MOVE SPACE TO CU-LEDGER-INST.
010140           MOVE "GIVEVETT" TO CU-LEDGER-STEP.
010141           PERFORM 4110-CHECK-ONE-STEP THRU 4110-EXIT.
010142           IF NOT CU-LEDGER-BAD
010143               MOVE CU-MATCH-DATE TO STEP-BUS-DATE
010144               MOVE "GIVESPLT" TO STEP-NAME
010145               MOVE SPACE TO STEP-INSTANCE
010146               MOVE "GIVEMAIN" TO CU-LEDGER-STEP
010147               READ STEP-FILE
010148                   INVALID KEY
010149                       CONTINUE
010150                   NOT INVALID KEY
010151                       MOVE "GIVEMRGE" TO CU-LEDGER-STEP
010152               END-READ
010153               PERFORM 4110-CHECK-ONE-STEP THRU 4110-EXIT
010154           END-IF.
010155           IF NOT CU-LEDGER-BAD
010156               MOVE "GIVEEXPG" TO CU-LEDGER-STEP
010157               PERFORM 4110-CHECK-ONE-STEP THRU 4110-EXIT
010158           END-IF.
010159           IF NOT CU-LEDGER-BAD
010160               MOVE "GIVERECN" TO CU-LEDGER-STEP
010161               PERFORM 4110-CHECK-ONE-STEP THRU 4110-EXIT
010162           END-IF.
010163           IF NOT CU-LEDGER-BAD
010164               MOVE "GIVESTAT" TO CU-LEDGER-STEP
010165               PERFORM 4110-CHECK-ONE-STEP THRU 4110-EXIT
010166           END-IF.
010167           CLOSE STEP-FILE.
010168       4100-EXIT.
010169           EXIT.
010170
010171       4110-CHECK-ONE-STEP.
010172           MOVE CU-MATCH-DATE TO STEP-BUS-DATE.
010173           MOVE CU-LEDGER-STEP TO STEP-NAME.
010174           MOVE CU-LEDGER-INST TO STEP-INSTANCE.
010175           READ STEP-FILE
010176               INVALID KEY
010177                   MOVE SPACE TO STEP-STATE
010178           END-READ.
010179           MOVE SPACES TO CU-LEDGER-WHY.
010180           EVALUATE TRUE
010181               WHEN STEP-RUNNING
010182                   MOVE "RUNNING" TO CU-LEDGER-WHY
010183               WHEN STEP-WAS-RESET
010184                   MOVE "RESET" TO CU-LEDGER-WHY
010185               WHEN NOT STEP-ENDED
010186                   MOVE "NOT RUN" TO CU-LEDGER-WHY
010187               WHEN CU-LEDGER-STEP = "GIVESTAT"
010188                   CONTINUE
010189               WHEN STEP-COND-CODE >= 8
010190                 AND STEP-COND-CODE < 12
010191                 AND CU-LEDGER-IS-POSTING
010192                   SET CU-WARNED TO TRUE
010193               WHEN STEP-COND-CODE >= 8
010194                   STRING "CC " STEP-COND-CODE
010195                       DELIMITED BY SIZE INTO CU-LEDGER-WHY
010196           END-EVALUATE.
010197           IF CU-LEDGER-WHY NOT = SPACES
010198               SET CU-LEDGER-BAD TO TRUE
010199           END-IF.
010200       4110-EXIT.
010201           EXIT.
010202*    *****************************************************************
010203*    4500-FAIL-STAGED-DATE
010204*        Fails the staged date on the schedule's error branch,
010205*        recording the step that broke, so the catch-up stops
010206*        there instead of staging the next date.
010207*    *****************************************************************
010208       4500-FAIL-STAGED-DATE.
010209           IF NOT CU-PLAN-FOUND
010210               DISPLAY "GIVW0007E - NO CATCH-UP PLAN ON GIVEWPLN"
010220               MOVE "REFUSED - NO PLAN" TO CU-OUTCOME
010230               SET CU-REFUSED TO TRUE
010240               GO TO 4500-EXIT
010250           END-IF.
010260           IF CU-STAGED-IX = ZERO
010270               DISPLAY "GIVW0015E - NO DATE IS STAGED, NOTHING "
010280                   "TO FAIL"
010290               MOVE "REFUSED - NO DATE STAGED" TO CU-OUTCOME
010300               SET CU-REFUSED TO TRUE
010310               GO TO 4500-EXIT
010320           END-IF.
010330           MOVE CU-STAGED-IX TO CU-TARGET-IX.
010340           MOVE CU-DT-BUS-DATE (CU-TARGET-IX) TO CU-MATCH-DATE.
010350           IF CU-STEP-NAME = SPACES
010360               MOVE "UNNAMED" TO CU-STEP-NAME
010370           END-IF.
010380           MOVE ZERO TO CU-ALERT-SEVERITY.
010390           MOVE SPACES TO CU-ALERT-MSG-ID.
010400           PERFORM 4900-MARK-FAILED THRU 4900-EXIT.
010410       4500-EXIT.
010420           EXIT.
010430
010440       4900-MARK-FAILED.
010450           MOVE "F" TO CU-DT-STATUS (CU-TARGET-IX).
010460           MOVE CU-RUN-DATE TO CU-DT-CLOSE-DATE (CU-TARGET-IX).
010470           MOVE CU-TIME-HHMMSS TO CU-DT-CLOSE-TIME (CU-TARGET-IX).
010480           MOVE CU-ALERT-SEVERITY
010490               TO CU-DT-SEVERITY (CU-TARGET-IX).
010500           MOVE CU-ALERT-MSG-ID TO CU-DT-MSG-ID (CU-TARGET-IX).
010510           MOVE CU-STEP-NAME TO CU-DT-FAIL-STEP (CU-TARGET-IX).
010520           SET CU-PLAN-CHANGED TO TRUE.
010530           SET CU-DATE-FAILED TO TRUE.
010540           DISPLAY "GIVW0016E - CATCH-UP STOPPED, " CU-MATCH-DATE
010550               " FAILED IN " CU-STEP-NAME " " CU-ALERT-MSG-ID.
010560           MOVE SPACES TO CU-OUTCOME.
010570           STRING "FAILED " CU-MATCH-DATE " IN " CU-STEP-NAME
010580               DELIMITED BY SIZE INTO CU-OUTCOME.
010590       4900-EXIT.
010600           EXIT.
010610*    *****************************************************************
010620*    5000-REWRITE-PLAN
010630*        Writes the plan back: header, dates, then the held
010640*        transmissions no date claimed.
010650*    *****************************************************************
010660       5000-REWRITE-PLAN.
010670           OPEN OUTPUT PLAN-FILE.
010680           IF NOT CU-PLAN-FILE-OK
010690               DISPLAY "GIVW0018E - GIVEWPLN COULD NOT BE "
010700                   "REWRITTEN, FILE STATUS " CU-PLAN-FILE-STATUS
010710               MOVE SPACES TO CU-RPT-WORK-LINE
010720               MOVE "GIVEWPLN COULD NOT BE REWRITTEN"
010730                   TO CU-RPT-LABEL
010740               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
010750               WRITE WRPT-LINE
010760               SET CU-FATAL TO TRUE
010770               GO TO 5000-EXIT
010780           END-IF.
010790           MOVE SPACES TO PLAN-RECORD.
010800           MOVE "H" TO PLAN-REC-TYPE.
010810           MOVE CU-FROM-DATE TO PLAN-FROM-DATE.
010820           MOVE CU-TO-DATE TO PLAN-TO-DATE.
010830           MOVE CU-MADE-DATE TO PLAN-MADE-DATE.
010840           MOVE CU-LOOSE-COUNT TO PLAN-LOOSE-COUNT.
010850           WRITE PLAN-RECORD.
010860           PERFORM 5100-WRITE-ONE-DATE THRU 5100-EXIT
010870               VARYING CU-DATE-SUB FROM 1 BY 1
010880               UNTIL CU-DATE-SUB > CU-DATE-COUNT.
010890           PERFORM 5200-WRITE-ONE-UNMATCHED THRU 5200-EXIT
010900               VARYING CU-UNM-SUB FROM 1 BY 1
010910               UNTIL CU-UNM-SUB > CU-UNM-COUNT.
010920           CLOSE PLAN-FILE.
010930       5000-EXIT.
010940           EXIT.
010950
010960       5100-WRITE-ONE-DATE.
010970           MOVE SPACES TO PLAN-RECORD.
010980           MOVE "D" TO PLAN-REC-TYPE.
010990           MOVE CU-DT-BUS-DATE (CU-DATE-SUB) TO PLAN-BUS-DATE.
011000           MOVE CU-DT-STATUS (CU-DATE-SUB) TO PLAN-STATUS.
011010           MOVE CU-DT-TRANS-COUNT (CU-DATE-SUB)
011020               TO PLAN-TRANS-COUNT.
011030           MOVE CU-DT-REC-COUNT (CU-DATE-SUB) TO PLAN-REC-COUNT.
011040           MOVE CU-DT-STAGE-DATE (CU-DATE-SUB) TO PLAN-STAGE-DATE.
011050           MOVE CU-DT-STAGE-TIME (CU-DATE-SUB) TO PLAN-STAGE-TIME.
011060           MOVE CU-DT-CLOSE-DATE (CU-DATE-SUB) TO PLAN-CLOSE-DATE.
011070           MOVE CU-DT-CLOSE-TIME (CU-DATE-SUB) TO PLAN-CLOSE-TIME.
011080           MOVE CU-DT-SEVERITY (CU-DATE-SUB) TO PLAN-SEVERITY.
011090           MOVE CU-DT-MSG-ID (CU-DATE-SUB) TO PLAN-MSG-ID.
011100           MOVE CU-DT-FAIL-STEP (CU-DATE-SUB) TO PLAN-FAIL-STEP.
011110           WRITE PLAN-RECORD.
011120       5100-EXIT.
011130           EXIT.
011140
011150       5200-WRITE-ONE-UNMATCHED.
011160           MOVE SPACES TO PLAN-RECORD.
011170           MOVE "U" TO PLAN-REC-TYPE.
011180           MOVE CU-UT-HDR-DATE (CU-UNM-SUB) TO PLAN-HDR-DATE.
011190           MOVE CU-UT-BATCH-ID (CU-UNM-SUB) TO PLAN-BATCH-ID.
011200           MOVE CU-UT-PART-NO (CU-UNM-SUB) TO PLAN-PART-NO.
011210           MOVE CU-UT-REC-COUNT (CU-UNM-SUB) TO PLAN-UNM-RECS.
011220           WRITE PLAN-RECORD.
011230       5200-EXIT.
011240           EXIT.
011250*    *****************************************************************
011260*    7000-LIST-PLAN
011270*        Lists every planned date with where it stands, then the
011280*        held input no date claimed.
011290*    *****************************************************************
011300       7000-LIST-PLAN.
011310           IF NOT CU-PLAN-FOUND
011320               MOVE SPACES TO CU-RPT-WORK-LINE
011330               MOVE "NO CATCH-UP PLAN" TO CU-RPT-LABEL
011340               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
011350               WRITE WRPT-LINE
011360               GO TO 7000-EXIT
011370           END-IF.
011380           MOVE SPACES TO CU-RPT-WORK-LINE.
011390           MOVE "CATCH-UP FROM" TO CU-RPT-LABEL.
011400           MOVE CU-FROM-DATE TO CU-RPT-TEXT.
011410           MOVE CU-RPT-WORK-LINE TO WRPT-LINE.
011420           WRITE WRPT-LINE.
011430           MOVE SPACES TO CU-RPT-WORK-LINE.
011440           MOVE "CATCH-UP TO" TO CU-RPT-LABEL.
011450           MOVE CU-TO-DATE TO CU-RPT-TEXT.
011460           MOVE CU-RPT-WORK-LINE TO WRPT-LINE.
011470           WRITE WRPT-LINE.
011480           MOVE SPACES TO CU-RPT-WORK-LINE.
011490           MOVE "PLANNED ON" TO CU-RPT-LABEL.
011500           MOVE CU-MADE-DATE TO CU-RPT-TEXT.
011510           MOVE CU-RPT-WORK-LINE TO WRPT-LINE.
011520           WRITE WRPT-LINE.
011530           MOVE SPACES TO WRPT-LINE.
011540           WRITE WRPT-LINE.
011550           MOVE CU-DATE-HDR-LINE TO WRPT-LINE.
011560           WRITE WRPT-LINE.
011570           PERFORM 7100-LIST-ONE-DATE THRU 7100-EXIT
011580               VARYING CU-DATE-SUB FROM 1 BY 1
011590               UNTIL CU-DATE-SUB > CU-DATE-COUNT.
011600           IF CU-UNM-COUNT > ZERO
011610               MOVE SPACES TO WRPT-LINE
011620               WRITE WRPT-LINE
011630               MOVE SPACES TO CU-RPT-WORK-LINE
011640               MOVE "HELD TRANSMISSIONS MATCHING NO DATE"
011650                   TO CU-RPT-LABEL
011660               MOVE CU-UNM-COUNT TO CU-RPT-NUMBER
011670               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
011680               WRITE WRPT-LINE
011690               PERFORM 7200-LIST-ONE-UNMATCHED THRU 7200-EXIT
011700                   VARYING CU-UNM-SUB FROM 1 BY 1
011710                   UNTIL CU-UNM-SUB > CU-UNM-COUNT
011720           END-IF.
011730           IF CU-LOOSE-COUNT > ZERO
011740               MOVE SPACES TO CU-RPT-WORK-LINE
011750               MOVE "HELD RECORDS OUTSIDE ANY BATCH"
011760                   TO CU-RPT-LABEL
011770               MOVE CU-LOOSE-COUNT TO CU-RPT-NUMBER
011780               MOVE " NOT STAGED" TO CU-RPT-TEXT
011790               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
011800               WRITE WRPT-LINE
011810           END-IF.
011820           MOVE SPACES TO WRPT-LINE.
011830           WRITE WRPT-LINE.
011840       7000-EXIT.
011850           EXIT.
011860
011870       7100-LIST-ONE-DATE.
011880           MOVE CU-DT-BUS-DATE (CU-DATE-SUB) TO CU-DL-BUS-DATE.
011890           MOVE CU-DT-TRANS-COUNT (CU-DATE-SUB) TO CU-DL-TRANS.
011900           MOVE CU-DT-REC-COUNT (CU-DATE-SUB) TO CU-DL-RECS.
011910           MOVE SPACES TO CU-DL-SEV.
011920           MOVE SPACES TO CU-DL-MSG-ID.
011930           MOVE SPACES TO CU-DL-STEP.
011940           MOVE SPACES TO CU-DL-STAMP-DATE.
011950           MOVE SPACES TO CU-DL-STAMP-TIME.
011960           EVALUATE TRUE
011970               WHEN CU-DT-COMPLETED (CU-DATE-SUB)
011980                   MOVE "COMPLETED" TO CU-DL-STATUS
011990               WHEN CU-DT-FAILED (CU-DATE-SUB)
012000                   MOVE "FAILED" TO CU-DL-STATUS
012010                   MOVE CU-DT-FAIL-STEP (CU-DATE-SUB)
012020                       TO CU-DL-STEP
012030               WHEN CU-DT-STAGED (CU-DATE-SUB)
012040                   MOVE "STAGED" TO CU-DL-STATUS
012050                   MOVE CU-DT-STAGE-DATE (CU-DATE-SUB)
012060                       TO CU-DL-STAMP-DATE
012070                   MOVE CU-DT-STAGE-TIME (CU-DATE-SUB)
012080                       TO CU-DL-STAMP-TIME
012090               WHEN OTHER
012100                   MOVE "TO RUN" TO CU-DL-STATUS
012110           END-EVALUATE.
012120           IF CU-DT-COMPLETED (CU-DATE-SUB)
012130             OR CU-DT-FAILED (CU-DATE-SUB)
012140               MOVE CU-DT-SEVERITY (CU-DATE-SUB) TO CU-DL-SEV
012150               MOVE CU-DT-MSG-ID (CU-DATE-SUB) TO CU-DL-MSG-ID
012160               MOVE CU-DT-CLOSE-DATE (CU-DATE-SUB)
012170                   TO CU-DL-STAMP-DATE
012180               MOVE CU-DT-CLOSE-TIME (CU-DATE-SUB)
012190                   TO CU-DL-STAMP-TIME
012200           END-IF.
012210           MOVE CU-DATE-LINE TO WRPT-LINE.
012220           WRITE WRPT-LINE.
012230       7100-EXIT.
012240           EXIT.
012250
012260       7200-LIST-ONE-UNMATCHED.
012270           MOVE CU-UT-BATCH-ID (CU-UNM-SUB) TO CU-UL-BATCH-ID.
012280           MOVE CU-UT-PART-NO (CU-UNM-SUB) TO CU-UL-PART-NO.
012290           MOVE CU-UT-HDR-DATE (CU-UNM-SUB) TO CU-UL-HDR-DATE.
012300           MOVE CU-UT-REC-COUNT (CU-UNM-SUB) TO CU-UL-RECS.
012310           MOVE CU-UNM-LINE TO WRPT-LINE.
012320           WRITE WRPT-LINE.
012330       7200-EXIT.
012340           EXIT.
012350*    *****************************************************************
012360*    8000-WRITE-SUMMARY
012370*        Writes where the catch-up stands and what this step did.
012380*    *****************************************************************
012390       8000-WRITE-SUMMARY.
012400           IF CU-PLAN-FOUND
012410               MOVE SPACES TO CU-RPT-WORK-LINE
012420               MOVE "DATES COMPLETED" TO CU-RPT-LABEL
012430               MOVE CU-DONE-COUNT TO CU-RPT-NUMBER
012440               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
012450               WRITE WRPT-LINE
012460               MOVE SPACES TO CU-RPT-WORK-LINE
012470               MOVE "DATES FAILED" TO CU-RPT-LABEL
012480               MOVE CU-FAIL-COUNT TO CU-RPT-NUMBER
012490               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
012500               WRITE WRPT-LINE
012510               MOVE SPACES TO CU-RPT-WORK-LINE
012520               MOVE "DATES STAGED, AWAITING CLOSE" TO CU-RPT-LABEL
012530               MOVE CU-STAGED-COUNT TO CU-RPT-NUMBER
012540               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
012550               WRITE WRPT-LINE
012560               MOVE SPACES TO CU-RPT-WORK-LINE
012570               MOVE "DATES STILL TO RUN" TO CU-RPT-LABEL
012580               MOVE CU-LEFT-COUNT TO CU-RPT-NUMBER
012590               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
012600               WRITE WRPT-LINE
012610               MOVE SPACES TO CU-RPT-WORK-LINE
012620               MOVE "NEXT DATE FOR THE CHAIN" TO CU-RPT-LABEL
012630               EVALUATE TRUE
012640                   WHEN CU-STAGED-IX > ZERO
012650                       MOVE "NONE - CLOSE THE STAGED DATE"
012660                           TO CU-RPT-TEXT
012661                   WHEN CU-MONTH-NOT-CLOSED
012662                       MOVE "NONE - CLOSE THE MONTH WITH GIVEPCLS"
012663                           TO CU-RPT-TEXT
012670                   WHEN CU-FAILED-IX > ZERO
012680                       MOVE "NONE - RESTAGE THE FAILED DATE"
012690                           TO CU-RPT-TEXT
012700                   WHEN CU-NEXT-IX > ZERO
012710                       MOVE CU-DT-BUS-DATE (CU-NEXT-IX)
012720                           TO CU-RPT-TEXT
012730                   WHEN OTHER
012740                       MOVE "NONE - CATCH-UP COMPLETE"
012750                           TO CU-RPT-TEXT
012751               END-EVALUATE
012752               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
012753               WRITE WRPT-LINE
012754           END-IF.
012755           IF CU-RESTART-STEP NOT = SPACES
012756               MOVE SPACES TO CU-RPT-WORK-LINE
012757               MOVE "CHAIN RESTARTS AT STEP" TO CU-RPT-LABEL
012758               MOVE CU-RESTART-STEP TO CU-RPT-TEXT
012759               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
012760               WRITE WRPT-LINE
012761               MOVE SPACES TO CU-RPT-WORK-LINE
012762               MOVE "STEPS KEPT ON GIVESTEP" TO CU-RPT-LABEL
012763               MOVE CU-LEDGER-KEPT TO CU-RPT-NUMBER
012770               MOVE CU-RPT-WORK-LINE TO WRPT-LINE
012780               WRITE WRPT-LINE
012790           END-IF.
012800           MOVE SPACES TO CU-RPT-WORK-LINE.
012810           MOVE "THIS STEP" TO CU-RPT-LABEL.
012820           MOVE CU-OUTCOME TO CU-RPT-TEXT.
012830           MOVE CU-RPT-WORK-LINE TO WRPT-LINE.
012840           WRITE WRPT-LINE.
012850       8000-EXIT.
012860           EXIT.
012870*    *****************************************************************
012880*    9200-EDIT-DATE
012890*        Checks that CU-DATE-X is a real YYYYMMDD date.
012900*    *****************************************************************
012910       9200-EDIT-DATE.
012920           MOVE "N" TO CU-DATE-OK-SWITCH.
012930           IF CU-DATE-X NOT NUMERIC
012940               GO TO 9200-EXIT
012950           END-IF.
012960           MOVE CU-DATE-X (1:4) TO CU-DATE-YEAR.
012970           MOVE CU-DATE-X (5:2) TO CU-DATE-MONTH.
012980           MOVE CU-DATE-X (7:2) TO CU-DATE-DAY.
012990           IF CU-DATE-YEAR < 1900 OR CU-DATE-YEAR > 2999
013000               GO TO 9200-EXIT
013010           END-IF.
013020           IF CU-DATE-MONTH < 1 OR CU-DATE-MONTH > 12
013030               GO TO 9200-EXIT
013040           END-IF.
013050           EVALUATE CU-DATE-MONTH
013060               WHEN 4
013070               WHEN 6
013080               WHEN 9
013090               WHEN 11
013100                   MOVE 30 TO CU-MONTH-LIMIT
013110               WHEN 2
013120                   PERFORM 9210-CHECK-LEAP-YEAR THRU 9210-EXIT
013130                   IF CU-LEAP-YEAR
013140                       MOVE 29 TO CU-MONTH-LIMIT
013150                   ELSE
013160                       MOVE 28 TO CU-MONTH-LIMIT
013170                   END-IF
013180               WHEN OTHER
013190                   MOVE 31 TO CU-MONTH-LIMIT
013200           END-EVALUATE.
013210           IF CU-DATE-DAY < 1 OR CU-DATE-DAY > CU-MONTH-LIMIT
013220               GO TO 9200-EXIT
013230           END-IF.
013240           SET CU-DATE-OK TO TRUE.
013250       9200-EXIT.
013260           EXIT.
013270
013280       9210-CHECK-LEAP-YEAR.
013290           MOVE "N" TO CU-LEAP-SWITCH.
013300           DIVIDE CU-DATE-YEAR BY 4 GIVING CU-LEAP-QUOT
013310               REMAINDER CU-LEAP-REM.
013320           IF CU-LEAP-REM NOT = ZERO
013330               GO TO 9210-EXIT
013340           END-IF.
013350           DIVIDE CU-DATE-YEAR BY 100 GIVING CU-LEAP-QUOT
013360               REMAINDER CU-LEAP-REM.
013370           IF CU-LEAP-REM NOT = ZERO
013380               SET CU-LEAP-YEAR TO TRUE
013390               GO TO 9210-EXIT
013400           END-IF.
013410           DIVIDE CU-DATE-YEAR BY 400 GIVING CU-LEAP-QUOT
013420               REMAINDER CU-LEAP-REM.
013430           IF CU-LEAP-REM = ZERO
013440               SET CU-LEAP-YEAR TO TRUE
013450           END-IF.
013460       9210-EXIT.
013470           EXIT.
013480
013490           END PROGRAM GIVECTCH.
