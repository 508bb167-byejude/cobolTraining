000320*                      condition code 8, so splitting can no
000330*                      longer hide an upstream transmission
000340*                      loss behind recomputed partition
000341*                      controls.
000342*     2026-10-15  TUL  Records each run on the job-stream step
000343*                      ledger (GIVESTEP) for the business date:
000344*                      started, ended and its condition code.
000345*                      Splits only a transmission GIVEVETT has
000346*                      vetted cleanly for the date. A run already
000347*                      marked running, or one that already ended
000348*                      cleanly, is refused until the operator
000349*                      resets it with GIVESRST. A refused run ends
000350*                      with condition code 20 and touches nothing
000351*                      else.
000360*    *****************************************************************
000370       IDENTIFICATION DIVISION.
000380       PROGRAM-ID. GIVESPLT.
000570           SELECT OUT04-FILE ASSIGN TO "GIVEIN04"
000580               ORGANIZATION IS LINE SEQUENTIAL
000590               FILE STATUS IS SP-OUT-FILE-STATUS.
000591           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000592               ORGANIZATION IS LINE SEQUENTIAL
000593               FILE STATUS IS SP-BDT-FILE-STATUS.
000594           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000595               ORGANIZATION IS INDEXED
000596               ACCESS MODE IS DYNAMIC
000597               RECORD KEY IS STEP-KEY
000598               FILE STATUS IS SP-STEP-FILE-STATUS.
000600       DATA DIVISION.
000610       FILE SECTION.
000620       FD  TRANS-FILE.
000710       01  OUT02-RECORD            PIC X(50).
000720       FD  OUT03-FILE.
000730       01  OUT03-RECORD            PIC X(50).
000731       FD  OUT04-FILE.
000732       01  OUT04-RECORD            PIC X(50).
000733       FD  BDT-FILE.
000734       01  BDT-RECORD.
000735           05  BDT-BUS-DATE        PIC 9(08).
000736           05  BDT-OVERRIDE-FLAG   PIC X(01).
000737           05  FILLER              PIC X(41).
000738       FD  STEP-FILE.
000739       01  STEP-RECORD.
000740           05  STEP-KEY.
000741               10  STEP-BUS-DATE   PIC 9(08).
000742               10  STEP-NAME       PIC X(08).
000743               10  STEP-INSTANCE   PIC X(01).
000744           05  STEP-STATE          PIC X(01).
000745               88  STEP-RUNNING            VALUE "S".
000746               88  STEP-ENDED              VALUE "E".
000747               88  STEP-WAS-RESET          VALUE "R".
000748           05  STEP-START-STAMP.
000749               10  STEP-START-DATE PIC 9(08).
000750               10  STEP-START-TIME PIC 9(06).
000751           05  STEP-END-STAMP.
000752               10  STEP-END-DATE   PIC 9(08).
000753               10  STEP-END-TIME   PIC 9(06).
000754           05  STEP-COND-CODE      PIC 9(02).
000755           05  STEP-RUN-COUNT      PIC 9(03).
000756           05  STEP-RESET-USER     PIC X(08).
000757           05  STEP-RESET-DATE     PIC 9(08).
000758           05  STEP-RESET-TIME     PIC 9(06).
000759           05  FILLER              PIC X(07).
000760       WORKING-STORAGE SECTION.
000770       77  SP-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
000780           88  SP-TRANS-FILE-OK              VALUE "00".
001000       77  SP-EXP-COUNT            PIC 9(05) VALUE ZERO.
001010       77  SP-TRL-COUNT            PIC 9(05) VALUE ZERO.
001020       77  SP-TRL-HASH             PIC 9(09) VALUE ZERO.
001021       77  SP-TRL-SEEN-SWITCH      PIC X(01) VALUE "N".
001022           88  SP-TRL-SEEN                   VALUE "Y".
001023       77  SP-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001024           88  SP-STEP-FILE-OK               VALUE "00".
001025           88  SP-STEP-FILE-MISSING          VALUE "35".
001026       77  SP-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001027           88  SP-BDT-FILE-OK                VALUE "00".
001028       77  SP-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001029           88  SP-STEP-FOUND                 VALUE "Y".
001030       77  SP-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001031           88  SP-STEP-STARTED               VALUE "Y".
001032       77  SP-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
001033           88  SP-STEP-REFUSED               VALUE "Y".
001034       77  SP-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
001035       77  SP-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001036       77  SP-STEP-NAME            PIC X(08) VALUE "GIVESPLT".
001037       77  SP-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001038       77  SP-PRQ-NAME             PIC X(08) VALUE SPACES.
001039       77  SP-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
001040       77  SP-PRQ-WHY              PIC X(30) VALUE SPACES.
001041       77  SP-PRQ-TEXT             PIC X(60) VALUE SPACES.
001050       01  SP-OUT-REC              PIC X(50).
001060       77  SP-BATCH-ID             PIC X(08) VALUE SPACES.
001070       01  SP-TRANS-WORK.
001330           05  SP-OT-COUNT         PIC 9(05).
001340           05  SP-OT-HASH          PIC 9(09).
001350           05  FILLER              PIC X(34) VALUE SPACES.
001351       01  SP-STEP-NOW.
001352           05  SP-STEP-NOW-DATE    PIC 9(08).
001353           05  SP-STEP-NOW-TIME    PIC 9(06).
001354       01  SP-STEP-CLOCK.
001355           05  SP-STEP-CLOCK-HMS   PIC 9(06).
001356           05  FILLER              PIC 9(02).
001360       PROCEDURE DIVISION.
001370
001380       MAIN-PROCEDURE.
001381           PERFORM 9700-START-STEP THRU 9700-EXIT.
001382           IF SP-STEP-REFUSED
001383               MOVE SP-STEP-REFUSE-CODE TO RETURN-CODE
001384               GO TO MAIN-PROCEDURE-EXIT
001385           END-IF.
001390           OPEN INPUT TRANS-FILE.
001400           IF NOT SP-TRANS-FILE-OK
001410               DISPLAY "GIVS0001E - GIVEIN COULD NOT BE "
001710               " RECORDS SPLIT ACROSS " SP-PART-COUNT
001720               " PARTITIONS".
001730
001731           PERFORM 9750-END-STEP THRU 9750-EXIT.
001740           STOP RUN.
001750       MAIN-PROCEDURE-EXIT.
001751           PERFORM 9750-END-STEP THRU 9750-EXIT.
001760           STOP RUN.
001770*    *****************************************************************
001780*    1000-INITIALIZE
002430               DISPLAY "GIVS0004E - BATCH TRAILER MISSING, "
002440                   "INPUT NOT SPLIT"
002450               MOVE 8 TO RETURN-CODE
002451               PERFORM 9750-END-STEP THRU 9750-EXIT
002460               STOP RUN
002470           END-IF.
002480           IF SP-EXP-COUNT NOT = SP-DATA-COUNT
002510               DISPLAY "GIVS0004E - BATCH OUT OF BALANCE, "
002520                   "INPUT NOT SPLIT"
002530               MOVE 8 TO RETURN-CODE
002531               PERFORM 9750-END-STEP THRU 9750-EXIT
002540               STOP RUN
002550           END-IF.
002560       2100-EXIT.
003330                   " OUTPUT COULD NOT BE OPENED, FILE STATUS "
003340                   SP-OUT-FILE-STATUS
003350               MOVE 12 TO RETURN-CODE
003351               PERFORM 9750-END-STEP THRU 9750-EXIT
003360               STOP RUN
003370           END-IF.
003380           SET SP-PART-OPEN TO TRUE.
004020           PERFORM 5000-CLOSE-PARTITION THRU 5000-EXIT.
004030       6100-EXIT.
004040           EXIT.
004041*    *****************************************************************
004042*    9700-START-STEP
004043*        Records this step as started on the job-stream step
004044*        ledger (GIVESTEP) for the business date, once the steps
004045*        it depends on have ended cleanly for that date.  A step
004046*        still marked running, or one that already ended cleanly,
004047*        is refused until the operator resets it with GIVESRST.
004048*        A refused step touches no other file and ends with
004049*        condition code 20.
004050*    *****************************************************************
004051       9700-START-STEP.
004052           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
004053           OPEN I-O STEP-FILE.
004054           IF SP-STEP-FILE-MISSING
004055               OPEN OUTPUT STEP-FILE
004056               IF SP-STEP-FILE-OK
004057                   CLOSE STEP-FILE
004058                   OPEN I-O STEP-FILE
004059               END-IF
004060           END-IF.
004061           IF NOT SP-STEP-FILE-OK
004062               DISPLAY "GIVS0005E - GIVESTEP COULD NOT BE "
004063                   "OPENED, FILE STATUS " SP-STEP-FILE-STATUS
004064               MOVE 12 TO SP-STEP-REFUSE-CODE
004065               SET SP-STEP-REFUSED TO TRUE
004066               GO TO 9700-EXIT
004067           END-IF.
004068           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
004069           IF SP-STEP-REFUSED
004070               CLOSE STEP-FILE
004071               GO TO 9700-EXIT
004072           END-IF.
004073           MOVE SP-STEP-BUS-DATE TO STEP-BUS-DATE.
004074           MOVE SP-STEP-NAME TO STEP-NAME.
004075           MOVE SP-STEP-INSTANCE TO STEP-INSTANCE.
004076           MOVE "N" TO SP-STEP-FOUND-SWITCH.
004077           READ STEP-FILE
004078               INVALID KEY
004079                   CONTINUE
004080               NOT INVALID KEY
004081                   SET SP-STEP-FOUND TO TRUE
004082           END-READ.
004083           MOVE SPACES TO SP-PRQ-WHY.
004084           IF SP-STEP-FOUND AND STEP-RUNNING
004085               MOVE "IS ALREADY RUNNING" TO SP-PRQ-WHY
004086           END-IF.
004087           IF SP-STEP-FOUND AND STEP-ENDED
004088             AND STEP-COND-CODE NOT > 4
004089               MOVE "HAS ALREADY ENDED CLEANLY"
004090                   TO SP-PRQ-WHY
004091           END-IF.
004092           IF SP-PRQ-WHY NOT = SPACES
004093               MOVE SP-STEP-NAME TO SP-PRQ-NAME
004094               MOVE SP-STEP-INSTANCE TO SP-PRQ-INSTANCE
004095               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
004096               DISPLAY "GIVS0007I - RESET THE STEP WITH "
004097                   "GIVESRST TO RUN IT AGAIN"
004098               CLOSE STEP-FILE
004099               GO TO 9700-EXIT
004100           END-IF.
004101           IF NOT SP-STEP-FOUND
004102               MOVE SPACES TO STEP-RECORD
004103               MOVE SP-STEP-BUS-DATE TO STEP-BUS-DATE
004104               MOVE SP-STEP-NAME TO STEP-NAME
004105               MOVE SP-STEP-INSTANCE TO STEP-INSTANCE
004106               MOVE ZERO TO STEP-RUN-COUNT
004107               MOVE ZERO TO STEP-RESET-DATE
004108               MOVE ZERO TO STEP-RESET-TIME
004109           END-IF.
004110           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
004111           SET STEP-RUNNING TO TRUE.
004112           MOVE SP-STEP-NOW TO STEP-START-STAMP.
004113           MOVE ZERO TO STEP-END-DATE.
004114           MOVE ZERO TO STEP-END-TIME.
004115           MOVE ZERO TO STEP-COND-CODE.
004116           ADD 1 TO STEP-RUN-COUNT.
004117           IF SP-STEP-FOUND
004118               REWRITE STEP-RECORD
004119                   INVALID KEY
004120                       CONTINUE
004121               END-REWRITE
004122           ELSE
004123               WRITE STEP-RECORD
004124                   INVALID KEY
004125                       CONTINUE
004126               END-WRITE
004127           END-IF.
004128           IF NOT SP-STEP-FILE-OK
004129               DISPLAY "GIVS0005E - GIVESTEP COULD NOT BE "
004130                   "UPDATED, FILE STATUS " SP-STEP-FILE-STATUS
004131               MOVE 12 TO SP-STEP-REFUSE-CODE
004132               SET SP-STEP-REFUSED TO TRUE
004133               CLOSE STEP-FILE
004134               GO TO 9700-EXIT
004135           END-IF.
004136           CLOSE STEP-FILE.
004137           SET SP-STEP-STARTED TO TRUE.
004138       9700-EXIT.
004139           EXIT.
004140
004141       9705-LOAD-STEP-DATE.
004142           ACCEPT SP-STEP-BUS-DATE FROM DATE YYYYMMDD.
004143           OPEN INPUT BDT-FILE.
004144           IF SP-BDT-FILE-OK
004145               READ BDT-FILE
004146                   NOT AT END
004147                       IF BDT-BUS-DATE NUMERIC
004148                         AND BDT-BUS-DATE > ZERO
004149                           MOVE BDT-BUS-DATE TO SP-STEP-BUS-DATE
004150                       END-IF
004151               END-READ
004152               CLOSE BDT-FILE
004153           END-IF.
004154       9705-EXIT.
004155           EXIT.
004156*    *****************************************************************
004157*    9720-CHECK-PREREQS
004158*        Only a transmission GIVEVETT has vetted cleanly for the
004159*        business date is split into partitions.
004160*    *****************************************************************
004161       9720-CHECK-PREREQS.
004162           MOVE "GIVEVETT" TO SP-PRQ-NAME.
004163           MOVE SPACE TO SP-PRQ-INSTANCE.
004164           PERFORM 9730-CHECK-ONE-PREREQ THRU 9730-EXIT.
004165       9720-EXIT.
004166           EXIT.
004167
004168       9730-CHECK-ONE-PREREQ.
004169           MOVE SP-STEP-BUS-DATE TO STEP-BUS-DATE.
004170           MOVE SP-PRQ-NAME TO STEP-NAME.
004171           MOVE SP-PRQ-INSTANCE TO STEP-INSTANCE.
004172           READ STEP-FILE
004173               INVALID KEY
004174                   MOVE SPACE TO STEP-STATE
004175           END-READ.
004176           EVALUATE TRUE
004177               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
004178                   GO TO 9730-EXIT
004179               WHEN STEP-RUNNING
004180                   MOVE "IS STILL RUNNING" TO SP-PRQ-WHY
004181               WHEN STEP-WAS-RESET
004182                   MOVE "WAS RESET AND NOT RERUN"
004183                       TO SP-PRQ-WHY
004184               WHEN STEP-ENDED
004185                   MOVE SPACES TO SP-PRQ-WHY
004186                   STRING "ENDED WITH CONDITION CODE "
004187                       STEP-COND-CODE DELIMITED BY SIZE
004188                       INTO SP-PRQ-WHY
004189               WHEN OTHER
004190                   MOVE "HAS NOT RUN" TO SP-PRQ-WHY
004191           END-EVALUATE.
004192           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
004193       9730-EXIT.
004194           EXIT.
004195*    *****************************************************************
004196*    9750-END-STEP
004197*        Marks this step ended on GIVESTEP with its condition
004198*        code.  Only a step this run started is marked; a ledger
004199*        that cannot be updated is reported and does not change
004200*        the step's own condition code.
004201*    *****************************************************************
004202       9750-END-STEP.
004203           IF NOT SP-STEP-STARTED
004204               GO TO 9750-EXIT
004205           END-IF.
004206           MOVE "N" TO SP-STEP-STARTED-SWITCH.
004207           OPEN I-O STEP-FILE.
004208           IF NOT SP-STEP-FILE-OK
004209               DISPLAY "GIVS0008W - END OF STEP NOT RECORDED ON "
004210                   "GIVESTEP, FILE STATUS " SP-STEP-FILE-STATUS
004211               GO TO 9750-EXIT
004212           END-IF.
004213           MOVE SP-STEP-BUS-DATE TO STEP-BUS-DATE.
004214           MOVE SP-STEP-NAME TO STEP-NAME.
004215           MOVE SP-STEP-INSTANCE TO STEP-INSTANCE.
004216           READ STEP-FILE
004217               INVALID KEY
004218                   CONTINUE
004219           END-READ.
004220           IF SP-STEP-FILE-OK
004221               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
004222               SET STEP-ENDED TO TRUE
004223               MOVE SP-STEP-NOW TO STEP-END-STAMP
004224               MOVE RETURN-CODE TO STEP-COND-CODE
004225               REWRITE STEP-RECORD
004226                   INVALID KEY
004227                       CONTINUE
004228               END-REWRITE
004229           END-IF.
004230           IF NOT SP-STEP-FILE-OK
004231               DISPLAY "GIVS0008W - END OF STEP NOT RECORDED ON "
004232                   "GIVESTEP, FILE STATUS " SP-STEP-FILE-STATUS
004233           END-IF.
004234           CLOSE STEP-FILE.
004235       9750-EXIT.
004236           EXIT.
004237
004238       9780-EDIT-STEP-TEXT.
004239           MOVE SPACES TO SP-PRQ-TEXT.
004240           IF SP-PRQ-INSTANCE = SPACE
004241               STRING SP-PRQ-NAME DELIMITED BY SPACE
004242                   " " SP-PRQ-WHY DELIMITED BY "  "
004243                   " FOR " SP-STEP-BUS-DATE DELIMITED BY SIZE
004244                   INTO SP-PRQ-TEXT
004245           ELSE
004246               STRING SP-PRQ-NAME DELIMITED BY SPACE
004247                   " PART " SP-PRQ-INSTANCE " "
004248                       DELIMITED BY SIZE
004249                   SP-PRQ-WHY DELIMITED BY "  "
004250                   " FOR " SP-STEP-BUS-DATE DELIMITED BY SIZE
004251                   INTO SP-PRQ-TEXT
004252           END-IF.
004253       9780-EXIT.
004254           EXIT.
004255
004256       9785-REFUSE-STEP.
004257           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
004258           DISPLAY "GIVS0006E - " SP-STEP-NAME " REFUSED, "
004259               SP-PRQ-TEXT.
004260           MOVE 20 TO SP-STEP-REFUSE-CODE.
004261           SET SP-STEP-REFUSED TO TRUE.
004262       9785-EXIT.
004263           EXIT.
004264
004265       9795-TAKE-STEP-STAMP.
004266           ACCEPT SP-STEP-NOW-DATE FROM DATE YYYYMMDD.
004267           ACCEPT SP-STEP-CLOCK FROM TIME.
004268           MOVE SP-STEP-CLOCK-HMS TO SP-STEP-NOW-TIME.
004269       9795-EXIT.
004270           EXIT.
004271
004272           END PROGRAM GIVESPLT.
