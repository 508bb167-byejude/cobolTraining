000240*                      whose date field is not numeric are kept,
000250*                      never archived blind.  Condition codes: 0
000260*                      clean, 12 a live file could not be
000261*                      rewritten (its records stay in the work
000262*                      file GIVEHWRK for recovery).
000263*     2026-10-15  TUL  Only the leading run of old GIVEAUD records
000264*                      is archived; once one is kept all later
000265*                      records are kept, so GIVEAUDA then GIVEAUD
000266*                      stay one unbroken audit chain.
000267*     2026-10-15  TUL  GIVEREG and GIVERRES are keyed files now:
000268*                      they are read in key order and each
000269*                      archived record is deleted by key in place
000270*                      instead of the file being rewritten through
000271*                      GIVEHWRK.  A record that cannot be deleted
000272*                      after archiving is GIVH0005E and ends the
000273*                      run with condition code 12.
000274*     2026-10-15  TUL  Records each run on the job-stream step
000275*                      ledger (GIVESTEP) for the business date:
000276*                      started, ended and its condition code.
000277*                      Refused while any step is still running for
000278*                      the date, while a chain step is left reset
000279*                      and not rerun, or until GIVESTAT has signed
000280*                      off after the last chain step ended. A run
000281*                      already marked running, or one that already
000282*                      ended cleanly, is refused until the
000283*                      operator resets it with GIVESRST. A refused
000284*                      run ends with condition code 20 and touches
000285*                      nothing else.
000290*    *****************************************************************
000300       IDENTIFICATION DIVISION.
000310       PROGRAM-ID. GIVEARCH.
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS HK-LIVE-FILE-STATUS.
000530           SELECT REG-FILE ASSIGN TO "GIVEREG"
000531               ORGANIZATION IS INDEXED
000532               ACCESS MODE IS DYNAMIC
000533               RECORD KEY IS REG-KEY
000550               FILE STATUS IS HK-LIVE-FILE-STATUS.
000560           SELECT RES-FILE ASSIGN TO "GIVERRES"
000561               ORGANIZATION IS INDEXED
000562               ACCESS MODE IS DYNAMIC
000563               RECORD KEY IS RES-KEY
000580               FILE STATUS IS HK-LIVE-FILE-STATUS.
000590           SELECT AUDA-FILE ASSIGN TO "GIVEAUDA"
000600               ORGANIZATION IS LINE SEQUENTIAL
000710           SELECT RRSA-FILE ASSIGN TO "GIVERRSA"
000720               ORGANIZATION IS LINE SEQUENTIAL
000730               FILE STATUS IS HK-ARCH-FILE-STATUS.
000731           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000732               ORGANIZATION IS LINE SEQUENTIAL
000733               FILE STATUS IS HK-BDT-FILE-STATUS.
000734           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000735               ORGANIZATION IS INDEXED
000736               ACCESS MODE IS DYNAMIC
000737               RECORD KEY IS STEP-KEY
000738               FILE STATUS IS HK-STEP-FILE-STATUS.
000740       DATA DIVISION.
000750       FILE SECTION.
000760       FD  PARM-FILE.
000920       FD  REJ-FILE.
000930       01  REJ-RECORD              PIC X(80).
000940       FD  REG-FILE.
000941       01  REG-RECORD.
000942           05  REG-KEY             PIC X(09).
000943           05  FILLER              PIC X(41).
000960       FD  RES-FILE.
000961       01  RES-RECORD.
000962           05  RES-KEY             PIC X(14).
000963           05  FILLER              PIC X(36).
000980       FD  AUDA-FILE.
000990       01  AUDA-RECORD             PIC X(80).
001000       FD  HSTA-FILE.
001030       01  REJA-RECORD             PIC X(80).
001040       FD  REGA-FILE.
001050       01  REGA-RECORD             PIC X(80).
001051       FD  RRSA-FILE.
001052       01  RRSA-RECORD             PIC X(80).
001053       FD  BDT-FILE.
001054       01  BDT-RECORD.
001055           05  BDT-BUS-DATE        PIC 9(08).
001056           05  BDT-OVERRIDE-FLAG   PIC X(01).
001057           05  FILLER              PIC X(41).
001058       FD  STEP-FILE.
001059       01  STEP-RECORD.
001060           05  STEP-KEY.
001061               10  STEP-BUS-DATE   PIC 9(08).
001062               10  STEP-NAME       PIC X(08).
001063               10  STEP-INSTANCE   PIC X(01).
001064           05  STEP-STATE          PIC X(01).
001065               88  STEP-RUNNING            VALUE "S".
001066               88  STEP-ENDED              VALUE "E".
001067               88  STEP-WAS-RESET          VALUE "R".
001068           05  STEP-START-STAMP.
001069               10  STEP-START-DATE PIC 9(08).
001070               10  STEP-START-TIME PIC 9(06).
001071           05  STEP-END-STAMP.
001072               10  STEP-END-DATE   PIC 9(08).
001073               10  STEP-END-TIME   PIC 9(06).
001074           05  STEP-COND-CODE      PIC 9(02).
001075           05  STEP-RUN-COUNT      PIC 9(03).
001076           05  STEP-RESET-USER     PIC X(08).
001077           05  STEP-RESET-DATE     PIC 9(08).
001078           05  STEP-RESET-TIME     PIC 9(06).
001079           05  FILLER              PIC X(07).
001080       WORKING-STORAGE SECTION.
001090       77  HK-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001100           88  HK-PARM-FILE-OK               VALUE "00".
001200           88  HK-LIVE-AT-EOF                VALUE "Y".
001210       77  HK-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
001220           88  HK-WORK-AT-EOF                VALUE "Y".
001221       77  HK-AUD-KEEP-SWITCH      PIC X(01) VALUE "N".
001222           88  HK-AUD-KEEPING                VALUE "Y".
001230       77  HK-RUN-DATE             PIC 9(08) VALUE ZERO.
001240       77  HK-RUN-DATE-INT         PIC 9(08) COMP VALUE ZERO.
001250       77  HK-CUTOFF-INT           PIC 9(08) COMP VALUE ZERO.
001260       77  HK-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001270       77  HK-CUR-FILE             PIC 9(01) VALUE ZERO.
001271           88  HK-KEYED-FILE                 VALUE 4 5.
001280       77  HK-CUR-DAYS             PIC 9(03) VALUE ZERO.
001290       77  HK-DATE-POS             PIC 9(02) COMP VALUE ZERO.
001300       77  HK-REC-DATE-X           PIC X(08) VALUE SPACES.
001310       77  HK-REC-DATE-N           PIC 9(08) VALUE ZERO.
001320       77  HK-ARCH-COUNT           PIC 9(05) COMP VALUE ZERO.
001330       77  HK-KEEP-COUNT           PIC 9(05) COMP VALUE ZERO.
001331       77  HK-FATAL-SWITCH         PIC X(01) VALUE "N".
001332           88  HK-FATAL                      VALUE "Y".
001333       77  HK-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001334           88  HK-STEP-FILE-OK               VALUE "00".
001335           88  HK-STEP-FILE-MISSING          VALUE "35".
001336       77  HK-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001337           88  HK-BDT-FILE-OK                VALUE "00".
001338       77  HK-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001339           88  HK-STEP-FOUND                 VALUE "Y".
001340       77  HK-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001341           88  HK-STEP-STARTED               VALUE "Y".
001342       77  HK-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
001343           88  HK-STEP-REFUSED               VALUE "Y".
001344       77  HK-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
001345       77  HK-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001346       77  HK-STEP-NAME            PIC X(08) VALUE "GIVEARCH".
001347       77  HK-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001348       77  HK-PRQ-NAME             PIC X(08) VALUE SPACES.
001349       77  HK-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
001350       77  HK-PRQ-WHY              PIC X(30) VALUE SPACES.
001351       77  HK-PRQ-TEXT             PIC X(60) VALUE SPACES.
001352       77  HK-STEP-EOF-SWITCH      PIC X(01) VALUE "N".
001353           88  HK-STEP-AT-EOF                VALUE "Y".
001354       77  HK-CHAIN-NAME           PIC X(08) VALUE SPACES.
001355           88  HK-IS-CHAIN-STEP              VALUE "GIVEVETT"
001356                   "GIVESPLT" "GIVEMAIN" "GIVEMRGE" "GIVEEXPG"
001357                   "GIVERECN".
001358       77  HK-CHAIN-END            PIC X(14) VALUE SPACES.
001359       77  HK-SIGNOFF-START        PIC X(14) VALUE SPACES.
001360       01  HK-REC                  PIC X(80).
001370       01  HK-DAYS-TABLE.
001380           05  HK-DAYS-ENTRY OCCURS 5 TIMES PIC 9(03).
001570           05  FILLER              PIC X(06) VALUE " KEPT ".
001580           05  HK-FL-KEPT          PIC ZZZZ9.
001590           05  FILLER              PIC X(30) VALUE SPACES.
001591       01  HK-STEP-NOW.
001592           05  HK-STEP-NOW-DATE    PIC 9(08).
001593           05  HK-STEP-NOW-TIME    PIC 9(06).
001594       01  HK-STEP-CLOCK.
001595           05  HK-STEP-CLOCK-HMS   PIC 9(06).
001596           05  FILLER              PIC 9(02).
001600       PROCEDURE DIVISION.
001610
001620       MAIN-PROCEDURE.
001621           PERFORM 9700-START-STEP THRU 9700-EXIT.
001622           IF HK-STEP-REFUSED
001623               MOVE HK-STEP-REFUSE-CODE TO RETURN-CODE
001624               GO TO MAIN-PROCEDURE-EXIT
001625           END-IF.
001630           OPEN OUTPUT HRPT-FILE.
001640           IF NOT HK-HRPT-FILE-OK
001650               DISPLAY "GIVH0001E - GIVEHRPT COULD NOT BE "
001770               MOVE 12 TO RETURN-CODE
001780           END-IF.
001790
001791           PERFORM 9750-END-STEP THRU 9750-EXIT.
001800           STOP RUN.
001810       MAIN-PROCEDURE-EXIT.
001811           PERFORM 9750-END-STEP THRU 9750-EXIT.
001820           STOP RUN.
001830*    *****************************************************************
001840*    1000-INITIALIZE
002340*        Archives and trims one live file: records dated before
002350*        the retention cutoff go to the archive, the rest go to
002360*        the work file and are copied back over the live file.
002361*        GIVEREG and GIVERRES are keyed, so they are opened I-O
002362*        and each archived record is deleted by key in place;
002363*        the work file is not used for them.
002370*        The date field position differs per file and is set here.
002380*    *****************************************************************
002390       2000-PROCESS-FILE.
002510           END-EVALUATE.
002520           MOVE ZERO TO HK-ARCH-COUNT.
002530           MOVE ZERO TO HK-KEEP-COUNT.
002531           MOVE "N" TO HK-AUD-KEEP-SWITCH.
002540           PERFORM 2100-OPEN-LIVE-INPUT THRU 2100-EXIT.
002550           IF NOT HK-LIVE-FILE-OK
002560               MOVE SPACES TO HK-RPT-WORK-LINE
002690               SET HK-FATAL TO TRUE
002700               GO TO 2000-EXIT
002710           END-IF.
002711           IF HK-KEYED-FILE
002712               GO TO 2010-SPLIT-FILE
002713           END-IF.
002720           OPEN OUTPUT WORK-FILE.
002730           IF NOT HK-WORK-FILE-OK
002740               DISPLAY "GIVH0003E - GIVEHWRK COULD NOT BE "
002780               SET HK-FATAL TO TRUE
002790               GO TO 2000-EXIT
002800           END-IF.
002801       2010-SPLIT-FILE.
002810           MOVE "N" TO HK-LIVE-EOF-SWITCH.
002820           PERFORM 3000-SPLIT-ONE-RECORD THRU 3000-EXIT
002830               UNTIL HK-LIVE-AT-EOF.
002840           PERFORM 2110-CLOSE-LIVE THRU 2110-EXIT.
002850           PERFORM 2210-CLOSE-ARCHIVE THRU 2210-EXIT.
002851           IF NOT HK-KEYED-FILE
002852               CLOSE WORK-FILE
002853               PERFORM 4000-REWRITE-LIVE THRU 4000-EXIT
002854           END-IF.
002880           IF HK-FATAL
002890               GO TO 2000-EXIT
002900           END-IF.
003060               WHEN 3
003070                   OPEN INPUT REJ-FILE
003080               WHEN 4
003081                   OPEN I-O REG-FILE
003100               WHEN OTHER
003101                   OPEN I-O RES-FILE
003120           END-EVALUATE.
003130       2100-EXIT.
003140           EXIT.
003800*        Reads one live record and routes it: dated before the
003810*        cutoff to the archive, otherwise (including records whose
003820*        date field is not numeric) to the work file.
003821*        A keyed file's archived record is deleted in place and
003822*        its kept records are simply left where they are.
003823*        GIVEAUD is chained record to record, so only its leading
003824*        run of old records is archived: once one audit record is
003825*        kept every later one is kept too, and GIVEAUDA followed
003826*        by GIVEAUD always reads as one unbroken chain.
003830*    *****************************************************************
003840       3000-SPLIT-ONE-RECORD.
003850           PERFORM 3100-READ-LIVE THRU 3100-EXIT.
003860           IF HK-LIVE-AT-EOF
003870               GO TO 3000-EXIT
003871           END-IF.
003872           IF HK-AUD-KEEPING
003873               GO TO 3010-KEEP-RECORD
003880           END-IF.
003890           MOVE HK-REC (HK-DATE-POS : 8) TO HK-REC-DATE-X.
003900           IF HK-REC-DATE-X NUMERIC
003920               IF HK-REC-DATE-N < HK-CUTOFF-DATE
003930                   PERFORM 3200-WRITE-ARCHIVE THRU 3200-EXIT
003940                   ADD 1 TO HK-ARCH-COUNT
003941                   IF HK-KEYED-FILE
003942                       PERFORM 3300-DELETE-LIVE THRU 3300-EXIT
003943                   END-IF
003950                   GO TO 3000-EXIT
003960               END-IF
003970           END-IF.
003971       3010-KEEP-RECORD.
003972           IF HK-CUR-FILE = 1
003973               SET HK-AUD-KEEPING TO TRUE
003974           END-IF.
003975           IF NOT HK-KEYED-FILE
003976               MOVE HK-REC TO WORK-RECORD
003977               WRITE WORK-RECORD
003978           END-IF.
004000           ADD 1 TO HK-KEEP-COUNT.
004010       3000-EXIT.
004020           EXIT.
004190                           SET HK-LIVE-AT-EOF TO TRUE
004200                   END-READ
004210               WHEN 4
004211                   READ REG-FILE NEXT RECORD INTO HK-REC
004230                       AT END
004240                           SET HK-LIVE-AT-EOF TO TRUE
004250                   END-READ
004260               WHEN OTHER
004261                   READ RES-FILE NEXT RECORD INTO HK-REC
004280                       AT END
004290                           SET HK-LIVE-AT-EOF TO TRUE
004300                   END-READ
004440                   WRITE REGA-RECORD FROM HK-REC
004450               WHEN OTHER
004460                   WRITE RRSA-RECORD FROM HK-REC
004461           END-EVALUATE.
004462       3200-EXIT.
004463           EXIT.
004464
004465       3300-DELETE-LIVE.
004466           EVALUATE HK-CUR-FILE
004467               WHEN 4
004468                   DELETE REG-FILE RECORD
004469                       INVALID KEY
004470                           CONTINUE
004471                   END-DELETE
004472               WHEN OTHER
004473                   DELETE RES-FILE RECORD
004474                       INVALID KEY
004475                           CONTINUE
004476                   END-DELETE
004477           END-EVALUATE.
004478           IF NOT HK-LIVE-FILE-OK
004479               DISPLAY "GIVH0005E - "
004480                   HK-FILE-NAME (HK-CUR-FILE) " RECORD COULD "
004481                   "NOT BE DELETED AFTER ARCHIVING, FILE STATUS "
004482                   HK-LIVE-FILE-STATUS
004483               SET HK-FATAL TO TRUE
004484               SET HK-LIVE-AT-EOF TO TRUE
004485           END-IF.
004486       3300-EXIT.
004490           EXIT.
004500*    *****************************************************************
004510*    4000-REWRITE-LIVE
004850                   OPEN OUTPUT AUD-FILE
004860               WHEN 2
004870                   OPEN OUTPUT HIST-FILE
004871               WHEN OTHER
004890                   OPEN OUTPUT REJ-FILE
004940           END-EVALUATE.
004950       4100-EXIT.
004960           EXIT.
005120                   WRITE AUD-RECORD FROM HK-REC
005130               WHEN 2
005140                   WRITE HIST-RECORD FROM HK-REC
005141               WHEN OTHER
005160                   WRITE REJ-RECORD FROM HK-REC
005210           END-EVALUATE.
005220       4300-EXIT.
005230           EXIT.
005231*    *****************************************************************
005232*    9700-START-STEP
005233*        Records this step as started on the job-stream step
005234*        ledger (GIVESTEP) for the business date, once the steps
005235*        it depends on have ended cleanly for that date.  A step
005236*        still marked running, or one that already ended cleanly,
005237*        is refused until the operator resets it with GIVESRST.
005238*        A refused step touches no other file and ends with
005239*        condition code 20.
005240*    *****************************************************************
005241       9700-START-STEP.
005242           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
005243           OPEN I-O STEP-FILE.
005244           IF HK-STEP-FILE-MISSING
005245               OPEN OUTPUT STEP-FILE
005246               IF HK-STEP-FILE-OK
005247                   CLOSE STEP-FILE
005248                   OPEN I-O STEP-FILE
005249               END-IF
005250           END-IF.
005251           IF NOT HK-STEP-FILE-OK
005252               DISPLAY "GIVH0006E - GIVESTEP COULD NOT BE "
005253                   "OPENED, FILE STATUS " HK-STEP-FILE-STATUS
005254               MOVE 12 TO HK-STEP-REFUSE-CODE
005255               SET HK-STEP-REFUSED TO TRUE
005256               GO TO 9700-EXIT
005257           END-IF.
005258           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
005259           IF HK-STEP-REFUSED
005260               CLOSE STEP-FILE
005261               GO TO 9700-EXIT
005262           END-IF.
005263           MOVE HK-STEP-BUS-DATE TO STEP-BUS-DATE.
005264           MOVE HK-STEP-NAME TO STEP-NAME.
005265           MOVE HK-STEP-INSTANCE TO STEP-INSTANCE.
005266           MOVE "N" TO HK-STEP-FOUND-SWITCH.
005267           READ STEP-FILE
005268               INVALID KEY
005269                   CONTINUE
005270               NOT INVALID KEY
005271                   SET HK-STEP-FOUND TO TRUE
005272           END-READ.
005273           MOVE SPACES TO HK-PRQ-WHY.
005274           IF HK-STEP-FOUND AND STEP-RUNNING
005275               MOVE "IS ALREADY RUNNING" TO HK-PRQ-WHY
005276           END-IF.
005277           IF HK-STEP-FOUND AND STEP-ENDED
005278             AND STEP-COND-CODE NOT > 4
005279               MOVE "HAS ALREADY ENDED CLEANLY"
005280                   TO HK-PRQ-WHY
005281           END-IF.
005282           IF HK-PRQ-WHY NOT = SPACES
005283               MOVE HK-STEP-NAME TO HK-PRQ-NAME
005284               MOVE HK-STEP-INSTANCE TO HK-PRQ-INSTANCE
005285               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
005286               DISPLAY "GIVH0008I - RESET THE STEP WITH "
005287                   "GIVESRST TO RUN IT AGAIN"
005288               CLOSE STEP-FILE
005289               GO TO 9700-EXIT
005290           END-IF.
005291           IF NOT HK-STEP-FOUND
005292               MOVE SPACES TO STEP-RECORD
005293               MOVE HK-STEP-BUS-DATE TO STEP-BUS-DATE
005294               MOVE HK-STEP-NAME TO STEP-NAME
005295               MOVE HK-STEP-INSTANCE TO STEP-INSTANCE
005296               MOVE ZERO TO STEP-RUN-COUNT
005297               MOVE ZERO TO STEP-RESET-DATE
005298               MOVE ZERO TO STEP-RESET-TIME
005299           END-IF.
005300           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
005301           SET STEP-RUNNING TO TRUE.
005302           MOVE HK-STEP-NOW TO STEP-START-STAMP.
005303           MOVE ZERO TO STEP-END-DATE.
005304           MOVE ZERO TO STEP-END-TIME.
005305           MOVE ZERO TO STEP-COND-CODE.
005306           ADD 1 TO STEP-RUN-COUNT.
005307           IF HK-STEP-FOUND
005308               REWRITE STEP-RECORD
005309                   INVALID KEY
005310                       CONTINUE
005311               END-REWRITE
005312           ELSE
005313               WRITE STEP-RECORD
005314                   INVALID KEY
005315                       CONTINUE
005316               END-WRITE
005317           END-IF.
005318           IF NOT HK-STEP-FILE-OK
005319               DISPLAY "GIVH0006E - GIVESTEP COULD NOT BE "
005320                   "UPDATED, FILE STATUS " HK-STEP-FILE-STATUS
005321               MOVE 12 TO HK-STEP-REFUSE-CODE
005322               SET HK-STEP-REFUSED TO TRUE
005323               CLOSE STEP-FILE
005324               GO TO 9700-EXIT
005325           END-IF.
005326           CLOSE STEP-FILE.
005327           SET HK-STEP-STARTED TO TRUE.
005328       9700-EXIT.
005329           EXIT.
005330
005331       9705-LOAD-STEP-DATE.
005332           ACCEPT HK-STEP-BUS-DATE FROM DATE YYYYMMDD.
005333           OPEN INPUT BDT-FILE.
005334           IF HK-BDT-FILE-OK
005335               READ BDT-FILE
005336                   NOT AT END
005337                       IF BDT-BUS-DATE NUMERIC
005338                         AND BDT-BUS-DATE > ZERO
005339                           MOVE BDT-BUS-DATE TO HK-STEP-BUS-DATE
005340                       END-IF
005341               END-READ
005342               CLOSE BDT-FILE
005343           END-IF.
005344       9705-EXIT.
005345           EXIT.
005346*    *****************************************************************
005347*    9720-CHECK-PREREQS
005348*        Housekeeping must not run in the middle of the night.
005349*        Every other step on the ledger for the business date
005350*        must have stopped running, no chain step (GIVEVETT,
005351*        GIVESPLT, GIVEMAIN, GIVEMRGE, GIVEEXPG, GIVERECN) may
005352*        be left reset and not rerun, and when the chain has
005353*        run GIVESTAT must have signed it off cleanly after the
005354*        last chain step ended.
005355*    *****************************************************************
005356       9720-CHECK-PREREQS.
005357           MOVE HK-STEP-BUS-DATE TO STEP-BUS-DATE.
005358           MOVE LOW-VALUES TO STEP-NAME.
005359           MOVE LOW-VALUES TO STEP-INSTANCE.
005360           START STEP-FILE
005361               KEY IS NOT LESS THAN STEP-KEY
005362               INVALID KEY
005363                   SET HK-STEP-AT-EOF TO TRUE
005364           END-START.
005365           PERFORM 9725-CHECK-ONE-STEP THRU 9725-EXIT
005366               UNTIL HK-STEP-AT-EOF
005367                  OR HK-STEP-REFUSED.
005368           IF HK-STEP-REFUSED
005369               GO TO 9720-EXIT
005370           END-IF.
005371           IF HK-CHAIN-END NOT = SPACES
005372             AND HK-SIGNOFF-START < HK-CHAIN-END
005373               MOVE "GIVESTAT" TO HK-PRQ-NAME
005374               MOVE SPACE TO HK-PRQ-INSTANCE
005375               MOVE "HAS NOT SIGNED OFF THE CHAIN"
005376                   TO HK-PRQ-WHY
005377               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
005378           END-IF.
005379       9720-EXIT.
005380           EXIT.
005381
005382       9725-CHECK-ONE-STEP.
005383           READ STEP-FILE NEXT RECORD
005384               AT END
005385                   SET HK-STEP-AT-EOF TO TRUE
005386                   GO TO 9725-EXIT
005387           END-READ.
005388           IF STEP-BUS-DATE NOT = HK-STEP-BUS-DATE
005389               SET HK-STEP-AT-EOF TO TRUE
005390               GO TO 9725-EXIT
005391           END-IF.
005392           IF STEP-NAME = HK-STEP-NAME
005393               GO TO 9725-EXIT
005394           END-IF.
005395           MOVE STEP-NAME TO HK-PRQ-NAME.
005396           MOVE STEP-INSTANCE TO HK-PRQ-INSTANCE.
005397           IF STEP-RUNNING
005398               MOVE "IS STILL RUNNING" TO HK-PRQ-WHY
005399               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
005400               GO TO 9725-EXIT
005401           END-IF.
005402           IF STEP-NAME = "GIVESTAT"
005403               IF STEP-ENDED AND STEP-COND-CODE NOT > 4
005404                   MOVE STEP-START-STAMP TO HK-SIGNOFF-START
005405               END-IF
005406               GO TO 9725-EXIT
005407           END-IF.
005408           MOVE STEP-NAME TO HK-CHAIN-NAME.
005409           IF NOT HK-IS-CHAIN-STEP
005410               GO TO 9725-EXIT
005411           END-IF.
005412           IF STEP-WAS-RESET
005413               MOVE "WAS RESET AND NOT RERUN" TO HK-PRQ-WHY
005414               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
005415               GO TO 9725-EXIT
005416           END-IF.
005417           IF STEP-END-STAMP > HK-CHAIN-END
005418               MOVE STEP-END-STAMP TO HK-CHAIN-END
005419           END-IF.
005420       9725-EXIT.
005421           EXIT.
005422
005423       9730-CHECK-ONE-PREREQ.
005424           MOVE HK-STEP-BUS-DATE TO STEP-BUS-DATE.
005425           MOVE HK-PRQ-NAME TO STEP-NAME.
005426           MOVE HK-PRQ-INSTANCE TO STEP-INSTANCE.
005427           READ STEP-FILE
005428               INVALID KEY
005429                   MOVE SPACE TO STEP-STATE
005430           END-READ.
005431           EVALUATE TRUE
005432               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
005433                   GO TO 9730-EXIT
005434               WHEN STEP-RUNNING
005435                   MOVE "IS STILL RUNNING" TO HK-PRQ-WHY
005436               WHEN STEP-WAS-RESET
005437                   MOVE "WAS RESET AND NOT RERUN"
005438                       TO HK-PRQ-WHY
005439               WHEN STEP-ENDED
005440                   MOVE SPACES TO HK-PRQ-WHY
005441                   STRING "ENDED WITH CONDITION CODE "
005442                       STEP-COND-CODE DELIMITED BY SIZE
005443                       INTO HK-PRQ-WHY
005444               WHEN OTHER
005445                   MOVE "HAS NOT RUN" TO HK-PRQ-WHY
005446           END-EVALUATE.
005447           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
005448       9730-EXIT.
005449           EXIT.
005450*    *****************************************************************
005451*    9750-END-STEP
005452*        Marks this step ended on GIVESTEP with its condition
005453*        code.  Only a step this run started is marked; a ledger
005454*        that cannot be updated is reported and does not change
005455*        the step's own condition code.
005456*    *****************************************************************
005457       9750-END-STEP.
005458           IF NOT HK-STEP-STARTED
005459               GO TO 9750-EXIT
005460           END-IF.
005461           MOVE "N" TO HK-STEP-STARTED-SWITCH.
005462           OPEN I-O STEP-FILE.
005463           IF NOT HK-STEP-FILE-OK
005464               DISPLAY "GIVH0009W - END OF STEP NOT RECORDED ON "
005465                   "GIVESTEP, FILE STATUS " HK-STEP-FILE-STATUS
005466               GO TO 9750-EXIT
005467           END-IF.
005468           MOVE HK-STEP-BUS-DATE TO STEP-BUS-DATE.
005469           MOVE HK-STEP-NAME TO STEP-NAME.
005470           MOVE HK-STEP-INSTANCE TO STEP-INSTANCE.
005471           READ STEP-FILE
005472               INVALID KEY
005473                   CONTINUE
005474           END-READ.
005475           IF HK-STEP-FILE-OK
005476               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
005477               SET STEP-ENDED TO TRUE
005478               MOVE HK-STEP-NOW TO STEP-END-STAMP
005479               MOVE RETURN-CODE TO STEP-COND-CODE
005480               REWRITE STEP-RECORD
005481                   INVALID KEY
005482                       CONTINUE
005483               END-REWRITE
005484           END-IF.
005485           IF NOT HK-STEP-FILE-OK
005486               DISPLAY "GIVH0009W - END OF STEP NOT RECORDED ON "
005487                   "GIVESTEP, FILE STATUS " HK-STEP-FILE-STATUS
005488           END-IF.
005489           CLOSE STEP-FILE.
005490       9750-EXIT.
005491           EXIT.
005492
005493       9780-EDIT-STEP-TEXT.
005494           MOVE SPACES TO HK-PRQ-TEXT.
005495           IF HK-PRQ-INSTANCE = SPACE
005496               STRING HK-PRQ-NAME DELIMITED BY SPACE
005497                   " " HK-PRQ-WHY DELIMITED BY "  "
005498                   " FOR " HK-STEP-BUS-DATE DELIMITED BY SIZE
005499                   INTO HK-PRQ-TEXT
005500           ELSE
005501               STRING HK-PRQ-NAME DELIMITED BY SPACE
005502                   " PART " HK-PRQ-INSTANCE " "
005503                       DELIMITED BY SIZE
005504                   HK-PRQ-WHY DELIMITED BY "  "
005505                   " FOR " HK-STEP-BUS-DATE DELIMITED BY SIZE
005506                   INTO HK-PRQ-TEXT
005507           END-IF.
005508       9780-EXIT.
005509           EXIT.
005510
005511       9785-REFUSE-STEP.
005512           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
005513           DISPLAY "GIVH0007E - " HK-STEP-NAME " REFUSED, "
005514               HK-PRQ-TEXT.
005515           MOVE 20 TO HK-STEP-REFUSE-CODE.
005516           SET HK-STEP-REFUSED TO TRUE.
005517       9785-EXIT.
005518           EXIT.
005519
005520       9795-TAKE-STEP-STAMP.
005521           ACCEPT HK-STEP-NOW-DATE FROM DATE YYYYMMDD.
005522           ACCEPT HK-STEP-CLOCK FROM TIME.
005523           MOVE HK-STEP-CLOCK-HMS TO HK-STEP-NOW-TIME.
005524       9795-EXIT.
005525           EXIT.
005526
005527           END PROGRAM GIVEARCH.
