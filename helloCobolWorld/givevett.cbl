000253*                      so a sanctioned rerun is not bounced by
000254*                      pre-flight while the main job would have
000255*                      accepted it.
000256*     2026-10-15  TUL  GIVEREG and GIVEDEPT are keyed files now:
000257*                      batch IDs and department codes are looked
000258*                      up directly by key instead of through
000259*                      tables capped at 100 and 120 entries.
000260*     2026-10-15  TUL  Records each run on the job-stream step
000261*                      ledger (GIVESTEP) for the business date:
000262*                      started, ended and its condition code. A
000263*                      run already marked running, or one that
000264*                      already ended cleanly, is refused until the
000265*                      operator resets it with GIVESRST. A refused
000266*                      run ends with condition code 20 and touches
000267*                      nothing else.
000268*    *****************************************************************
000270       IDENTIFICATION DIVISION.
000280       PROGRAM-ID. GIVEVETT.
000290       ENVIRONMENT DIVISION.
000330               ORGANIZATION IS LINE SEQUENTIAL
000340               FILE STATUS IS VT-TRANS-FILE-STATUS.
000350           SELECT REG-FILE ASSIGN TO "GIVEREG"
000351               ORGANIZATION IS INDEXED
000352               ACCESS MODE IS RANDOM
000353               RECORD KEY IS REG-KEY
000370               FILE STATUS IS VT-REG-FILE-STATUS.
000380           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000381               ORGANIZATION IS INDEXED
000382               ACCESS MODE IS RANDOM
000383               RECORD KEY IS DMST-DEPT-CODE
000400               FILE STATUS IS VT-DEPT-FILE-STATUS.
000410           SELECT CTL-FILE ASSIGN TO "GIVECTL"
000420               ORGANIZATION IS LINE SEQUENTIAL
000470           SELECT VRPT-FILE ASSIGN TO "GIVEVRPT"
000480               ORGANIZATION IS LINE SEQUENTIAL
000490               FILE STATUS IS VT-VRPT-FILE-STATUS.
000491           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000492               ORGANIZATION IS LINE SEQUENTIAL
000493               FILE STATUS IS VT-BDT-FILE-STATUS.
000494           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000495               ORGANIZATION IS INDEXED
000496               ACCESS MODE IS DYNAMIC
000497               RECORD KEY IS STEP-KEY
000498               FILE STATUS IS VT-STEP-FILE-STATUS.
000500       DATA DIVISION.
000510       FILE SECTION.
000520       FD  TRANS-FILE.
000740           05  FILLER              PIC X(34).
000750       FD  REG-FILE.
000760       01  REG-RECORD.
000761           05  REG-KEY.
000762               10  REG-BATCH-ID    PIC X(08).
000763               10  REG-PART-NO     PIC X(01).
000790           05  REG-RUN-DATE        PIC 9(08).
000800           05  FILLER              PIC X(33).
000810       FD  DEPT-FILE.
000980       01  PARM-RECORD.
000990           05  PARM-NN-PCT         PIC X(03).
001000           05  FILLER              PIC X(47).
001001       FD  VRPT-FILE.
001002       01  VRPT-LINE               PIC X(80).
001003       FD  BDT-FILE.
001004       01  BDT-RECORD.
001005           05  BDT-BUS-DATE        PIC 9(08).
001006           05  BDT-OVERRIDE-FLAG   PIC X(01).
001007           05  FILLER              PIC X(41).
001008       FD  STEP-FILE.
001009       01  STEP-RECORD.
001010           05  STEP-KEY.
001011               10  STEP-BUS-DATE   PIC 9(08).
001012               10  STEP-NAME       PIC X(08).
001013               10  STEP-INSTANCE   PIC X(01).
001014           05  STEP-STATE          PIC X(01).
001015               88  STEP-RUNNING            VALUE "S".
001016               88  STEP-ENDED              VALUE "E".
001017               88  STEP-WAS-RESET          VALUE "R".
001018           05  STEP-START-STAMP.
001019               10  STEP-START-DATE PIC 9(08).
001020               10  STEP-START-TIME PIC 9(06).
001021           05  STEP-END-STAMP.
001022               10  STEP-END-DATE   PIC 9(08).
001023               10  STEP-END-TIME   PIC 9(06).
001024           05  STEP-COND-CODE      PIC 9(02).
001025           05  STEP-RUN-COUNT      PIC 9(03).
001026           05  STEP-RESET-USER     PIC X(08).
001027           05  STEP-RESET-DATE     PIC 9(08).
001028           05  STEP-RESET-TIME     PIC 9(06).
001029           05  FILLER              PIC X(07).
001030       WORKING-STORAGE SECTION.
001040       77  VT-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
001050           88  VT-TRANS-FILE-OK              VALUE "00".
001150           88  VT-VRPT-FILE-OK               VALUE "00".
001160       77  VT-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
001170           88  VT-TRANS-AT-EOF               VALUE "Y".
001171       77  VT-REG-OPEN-SWITCH      PIC X(01) VALUE "N".
001172           88  VT-REG-OPEN                   VALUE "Y".
001173       77  VT-DEPT-OPEN-SWITCH     PIC X(01) VALUE "N".
001174           88  VT-DEPT-MASTER-OPEN           VALUE "Y".
001220       77  VT-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001230           88  VT-CTL-AT-EOF                 VALUE "Y".
001240       77  VT-NN-PCT-LIMIT         PIC 9(03) VALUE 10.
001280       77  VT-REG-FOUND-SWITCH     PIC X(01) VALUE "N".
001290           88  VT-REG-FOUND                  VALUE "Y".
001300       77  VT-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
001538           88  VT-DUP-OVERRIDE               VALUE "Y".
001540       77  VT-WARN-SWITCH          PIC X(01) VALUE "N".
001550           88  VT-WARNED                     VALUE "Y".
001551       77  VT-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001552           88  VT-STEP-FILE-OK               VALUE "00".
001553           88  VT-STEP-FILE-MISSING          VALUE "35".
001554       77  VT-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001555           88  VT-BDT-FILE-OK                VALUE "00".
001556       77  VT-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001557           88  VT-STEP-FOUND                 VALUE "Y".
001558       77  VT-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001559           88  VT-STEP-STARTED               VALUE "Y".
001560       77  VT-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
001561           88  VT-STEP-REFUSED               VALUE "Y".
001562       77  VT-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
001563       77  VT-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001564       77  VT-STEP-NAME            PIC X(08) VALUE "GIVEVETT".
001565       77  VT-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001566       77  VT-PRQ-NAME             PIC X(08) VALUE SPACES.
001567       77  VT-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
001568       77  VT-PRQ-WHY              PIC X(30) VALUE SPACES.
001569       77  VT-PRQ-TEXT             PIC X(60) VALUE SPACES.
001600       01  VT-DEPT-TABLE.
001610           05  VT-DEPT-CODE OCCURS 120 TIMES PIC X(03).
001620       01  VT-RPT-WORK-LINE.
001710           05  FILLER              PIC X(01) VALUE SPACE.
001720           05  VT-BL-TEXT          PIC X(40).
001730           05  FILLER              PIC X(18) VALUE SPACES.
001731       01  VT-STEP-NOW.
001732           05  VT-STEP-NOW-DATE    PIC 9(08).
001733           05  VT-STEP-NOW-TIME    PIC 9(06).
001734       01  VT-STEP-CLOCK.
001735           05  VT-STEP-CLOCK-HMS   PIC 9(06).
001736           05  FILLER              PIC 9(02).
001740       PROCEDURE DIVISION.
001750
001760       MAIN-PROCEDURE.
001761           PERFORM 9700-START-STEP THRU 9700-EXIT.
001762           IF VT-STEP-REFUSED
001763               MOVE VT-STEP-REFUSE-CODE TO RETURN-CODE
001764               GO TO MAIN-PROCEDURE-EXIT
001765           END-IF.
001770           OPEN OUTPUT VRPT-FILE.
001780           IF NOT VT-VRPT-FILE-OK
001790               DISPLAY "GIVV0001E - GIVEVRPT COULD NOT BE "
001910               MOVE VT-RPT-WORK-LINE TO VRPT-LINE
001920               WRITE VRPT-LINE
001930               CLOSE VRPT-FILE
001931               PERFORM 9000-CLOSE-MASTERS THRU 9000-EXIT
001940               MOVE 12 TO RETURN-CODE
001950               GO TO MAIN-PROCEDURE-EXIT
001960           END-IF.
002120                   MOVE 0 TO RETURN-CODE
002130               END-IF
002140           END-IF.
002141           PERFORM 9000-CLOSE-MASTERS THRU 9000-EXIT.
002150
002151           PERFORM 9750-END-STEP THRU 9750-EXIT.
002160           STOP RUN.
002170       MAIN-PROCEDURE-EXIT.
002171           PERFORM 9750-END-STEP THRU 9750-EXIT.
002180           STOP RUN.
002190*    *****************************************************************
002200*    1000-INITIALIZE
002201*        Writes the heading, loads the flagging threshold and
002202*        the GIVECTL "DP" department codes, and opens the keyed
002203*        processed-batch register and department master for
002204*        lookups.  The department check only arms itself when
002205*        the master is present or at least one "DP" code was
002206*        loaded: with neither the main job auto-adds, so nothing
002207*        would reject.
002270*    *****************************************************************
002280       1000-INITIALIZE.
002290           MOVE SPACES TO VT-RPT-WORK-LINE.
002420           END-IF.
002430           OPEN INPUT REG-FILE.
002440           IF VT-REG-FILE-OK
002441               SET VT-REG-OPEN TO TRUE
002480           END-IF.
002490           OPEN INPUT DEPT-FILE.
002500           IF VT-DEPT-FILE-OK
002501               SET VT-DEPT-MASTER-OPEN TO TRUE
002540           END-IF.
002550           OPEN INPUT CTL-FILE.
002560           IF VT-CTL-FILE-OK
002580                   UNTIL VT-CTL-AT-EOF
002590               CLOSE CTL-FILE
002600           END-IF.
002601           IF VT-DEPT-COUNT > ZERO OR VT-DEPT-MASTER-OPEN
002620               SET VT-DEPT-CHECK-ON TO TRUE
002630           END-IF.
002640       1000-EXIT.
003070           EXIT.
003080
003090       1300-LOAD-CTL-ENTRY.
003670               VARYING VT-DEPT-SUB FROM 1 BY 1
003680               UNTIL VT-DEPT-SUB > VT-DEPT-COUNT
003690                  OR VT-DEPT-FOUND.
003691           IF NOT VT-DEPT-FOUND AND VT-DEPT-MASTER-OPEN
003692               MOVE TRANS-DEPT-CODE TO DMST-DEPT-CODE
003693               READ DEPT-FILE
003694                   INVALID KEY
003695                       CONTINUE
003696                   NOT INVALID KEY
003697                       SET VT-DEPT-FOUND TO TRUE
003698               END-READ
003699           END-IF.
003700           IF NOT VT-DEPT-FOUND
003710               ADD 1 TO VT-UD-COUNT
003720           END-IF.
003980           MOVE ZERO TO VT-BATCH-ACT.
003990           MOVE ZERO TO VT-BATCH-HASH.
004000           MOVE "N" TO VT-REG-FOUND-SWITCH.
004001           IF VT-REG-OPEN
004002               MOVE VT-BATCH-ID TO REG-BATCH-ID
004003               MOVE VT-BATCH-PART TO REG-PART-NO
004004               READ REG-FILE
004005                   INVALID KEY
004006                       CONTINUE
004007                   NOT INVALID KEY
004008                       SET VT-REG-FOUND TO TRUE
004009               END-READ
004010           END-IF.
004050           IF VT-REG-FOUND
004055               IF VT-DUP-OVERRIDE
004060                   MOVE "ALREADY ON REGISTER - OVERRIDE IS ON"
004094               END-IF
004100           END-IF.
004110       3000-EXIT.
004200           EXIT.
004210*    *****************************************************************
004220*    4000-VET-BATCH-TRL
005510       8000-EXIT.
005520           EXIT.
005530
005531*    *****************************************************************
005532*    9000-CLOSE-MASTERS
005533*        Closes whichever of the keyed register and department
005534*        master were opened for lookups.
005535*    *****************************************************************
005536       9000-CLOSE-MASTERS.
005537           IF VT-REG-OPEN
005538               CLOSE REG-FILE
005539           END-IF.
005540           IF VT-DEPT-MASTER-OPEN
005541               CLOSE DEPT-FILE
005542           END-IF.
005543       9000-EXIT.
005544           EXIT.
005545*    *****************************************************************
005546*    9700-START-STEP
005547*        Records this step as started on the job-stream step
005548*        ledger (GIVESTEP) for the business date, once the steps
005549*        it depends on have ended cleanly for that date.  A step
005550*        still marked running, or one that already ended cleanly,
005551*        is refused until the operator resets it with GIVESRST.
005552*        A refused step touches no other file and ends with
005553*        condition code 20.
005554*    *****************************************************************
005555       9700-START-STEP.
005556           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
005557           OPEN I-O STEP-FILE.
005558           IF VT-STEP-FILE-MISSING
005559               OPEN OUTPUT STEP-FILE
005560               IF VT-STEP-FILE-OK
005561                   CLOSE STEP-FILE
005562                   OPEN I-O STEP-FILE
005563               END-IF
005564           END-IF.
005565           IF NOT VT-STEP-FILE-OK
005566               DISPLAY "GIVV0003E - GIVESTEP COULD NOT BE "
005567                   "OPENED, FILE STATUS " VT-STEP-FILE-STATUS
005568               MOVE 12 TO VT-STEP-REFUSE-CODE
005569               SET VT-STEP-REFUSED TO TRUE
005570               GO TO 9700-EXIT
005571           END-IF.
005572           MOVE VT-STEP-BUS-DATE TO STEP-BUS-DATE.
005573           MOVE VT-STEP-NAME TO STEP-NAME.
005574           MOVE VT-STEP-INSTANCE TO STEP-INSTANCE.
005575           MOVE "N" TO VT-STEP-FOUND-SWITCH.
005576           READ STEP-FILE
005577               INVALID KEY
005578                   CONTINUE
005579               NOT INVALID KEY
005580                   SET VT-STEP-FOUND TO TRUE
005581           END-READ.
005582           MOVE SPACES TO VT-PRQ-WHY.
005583           IF VT-STEP-FOUND AND STEP-RUNNING
005584               MOVE "IS ALREADY RUNNING" TO VT-PRQ-WHY
005585           END-IF.
005586           IF VT-STEP-FOUND AND STEP-ENDED
005587             AND STEP-COND-CODE NOT > 4
005588               MOVE "HAS ALREADY ENDED CLEANLY"
005589                   TO VT-PRQ-WHY
005590           END-IF.
005591           IF VT-PRQ-WHY NOT = SPACES
005592               MOVE VT-STEP-NAME TO VT-PRQ-NAME
005593               MOVE VT-STEP-INSTANCE TO VT-PRQ-INSTANCE
005594               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
005595               DISPLAY "GIVV0005I - RESET THE STEP WITH "
005596                   "GIVESRST TO RUN IT AGAIN"
005597               CLOSE STEP-FILE
005598               GO TO 9700-EXIT
005599           END-IF.
005600           IF NOT VT-STEP-FOUND
005601               MOVE SPACES TO STEP-RECORD
005602               MOVE VT-STEP-BUS-DATE TO STEP-BUS-DATE
005603               MOVE VT-STEP-NAME TO STEP-NAME
005604               MOVE VT-STEP-INSTANCE TO STEP-INSTANCE
005605               MOVE ZERO TO STEP-RUN-COUNT
005606               MOVE ZERO TO STEP-RESET-DATE
005607               MOVE ZERO TO STEP-RESET-TIME
005608           END-IF.
005609           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
005610           SET STEP-RUNNING TO TRUE.
005611           MOVE VT-STEP-NOW TO STEP-START-STAMP.
005612           MOVE ZERO TO STEP-END-DATE.
005613           MOVE ZERO TO STEP-END-TIME.
005614           MOVE ZERO TO STEP-COND-CODE.
005615           ADD 1 TO STEP-RUN-COUNT.
005616           IF VT-STEP-FOUND
005617               REWRITE STEP-RECORD
005618                   INVALID KEY
005619                       CONTINUE
005620               END-REWRITE
005621           ELSE
005622               WRITE STEP-RECORD
005623                   INVALID KEY
005624                       CONTINUE
005625               END-WRITE
005626           END-IF.
005627           IF NOT VT-STEP-FILE-OK
005628               DISPLAY "GIVV0003E - GIVESTEP COULD NOT BE "
005629                   "UPDATED, FILE STATUS " VT-STEP-FILE-STATUS
005630               MOVE 12 TO VT-STEP-REFUSE-CODE
005631               SET VT-STEP-REFUSED TO TRUE
005632               CLOSE STEP-FILE
005633               GO TO 9700-EXIT
005634           END-IF.
005635           CLOSE STEP-FILE.
005636           SET VT-STEP-STARTED TO TRUE.
005637       9700-EXIT.
005638           EXIT.
005639
005640       9705-LOAD-STEP-DATE.
005641           ACCEPT VT-STEP-BUS-DATE FROM DATE YYYYMMDD.
005642           OPEN INPUT BDT-FILE.
005643           IF VT-BDT-FILE-OK
005644               READ BDT-FILE
005645                   NOT AT END
005646                       IF BDT-BUS-DATE NUMERIC
005647                         AND BDT-BUS-DATE > ZERO
005648                           MOVE BDT-BUS-DATE TO VT-STEP-BUS-DATE
005649                       END-IF
005650               END-READ
005651               CLOSE BDT-FILE
005652           END-IF.
005653       9705-EXIT.
005654           EXIT.
005655*    *****************************************************************
005656*    9750-END-STEP
005657*        Marks this step ended on GIVESTEP with its condition
005658*        code.  Only a step this run started is marked; a ledger
005659*        that cannot be updated is reported and does not change
005660*        the step's own condition code.
005661*    *****************************************************************
005662       9750-END-STEP.
005663           IF NOT VT-STEP-STARTED
005664               GO TO 9750-EXIT
005665           END-IF.
005666           MOVE "N" TO VT-STEP-STARTED-SWITCH.
005667           OPEN I-O STEP-FILE.
005668           IF NOT VT-STEP-FILE-OK
005669               DISPLAY "GIVV0006W - END OF STEP NOT RECORDED ON "
005670                   "GIVESTEP, FILE STATUS " VT-STEP-FILE-STATUS
005671               GO TO 9750-EXIT
005672           END-IF.
005673           MOVE VT-STEP-BUS-DATE TO STEP-BUS-DATE.
005674           MOVE VT-STEP-NAME TO STEP-NAME.
005675           MOVE VT-STEP-INSTANCE TO STEP-INSTANCE.
005676           READ STEP-FILE
005677               INVALID KEY
005678                   CONTINUE
005679           END-READ.
005680           IF VT-STEP-FILE-OK
005681               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
005682               SET STEP-ENDED TO TRUE
005683               MOVE VT-STEP-NOW TO STEP-END-STAMP
005684               MOVE RETURN-CODE TO STEP-COND-CODE
005685               REWRITE STEP-RECORD
005686                   INVALID KEY
005687                       CONTINUE
005688               END-REWRITE
005689           END-IF.
005690           IF NOT VT-STEP-FILE-OK
005691               DISPLAY "GIVV0006W - END OF STEP NOT RECORDED ON "
005692                   "GIVESTEP, FILE STATUS " VT-STEP-FILE-STATUS
005693           END-IF.
005694           CLOSE STEP-FILE.
005695       9750-EXIT.
005696           EXIT.
005697
005698       9780-EDIT-STEP-TEXT.
005699           MOVE SPACES TO VT-PRQ-TEXT.
005700           IF VT-PRQ-INSTANCE = SPACE
005701               STRING VT-PRQ-NAME DELIMITED BY SPACE
005702                   " " VT-PRQ-WHY DELIMITED BY "  "
005703                   " FOR " VT-STEP-BUS-DATE DELIMITED BY SIZE
005704                   INTO VT-PRQ-TEXT
005705           ELSE
005706               STRING VT-PRQ-NAME DELIMITED BY SPACE
005707                   " PART " VT-PRQ-INSTANCE " "
005708                       DELIMITED BY SIZE
005709                   VT-PRQ-WHY DELIMITED BY "  "
005710                   " FOR " VT-STEP-BUS-DATE DELIMITED BY SIZE
005711                   INTO VT-PRQ-TEXT
005712           END-IF.
005713       9780-EXIT.
005714           EXIT.
005715
005716       9785-REFUSE-STEP.
005717           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
005718           DISPLAY "GIVV0004E - " VT-STEP-NAME " REFUSED, "
005719               VT-PRQ-TEXT.
005720           MOVE 20 TO VT-STEP-REFUSE-CODE.
005721           SET VT-STEP-REFUSED TO TRUE.
005722       9785-EXIT.
005723           EXIT.
005724
005725       9795-TAKE-STEP-STAMP.
005726           ACCEPT VT-STEP-NOW-DATE FROM DATE YYYYMMDD.
005727           ACCEPT VT-STEP-CLOCK FROM TIME.
005728           MOVE VT-STEP-CLOCK-HMS TO VT-STEP-NOW-TIME.
005729       9795-EXIT.
005730           EXIT.
005731
005732           END PROGRAM GIVEVETT.
