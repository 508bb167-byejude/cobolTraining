000202*                      batch-control expectations, so routine
000203*                      repair nights stop producing false
000204*                      count and sum breaks.
000205*     2026-10-15  TUL  Records each run on the job-stream step
000206*                      ledger (GIVESTEP) for the business date:
000207*                      started, ended and its condition code. Runs
000208*                      only once GIVEEXPG has ended cleanly for
000209*                      the date. A run already marked running, or
000210*                      one that already ended cleanly, is refused
000211*                      until the operator resets it with GIVESRST.
000212*                      A refused run ends with condition code 20
000213*                      and touches nothing else. An input file
000214*                      that cannot be opened now ends 12 instead
000215*                      of 0.
000216*    *****************************************************************
000217       IDENTIFICATION DIVISION.
000218       PROGRAM-ID. GIVERECN.
000220       ENVIRONMENT DIVISION.
000230       INPUT-OUTPUT SECTION.
000240       FILE-CONTROL.
000310           SELECT BRK-FILE ASSIGN TO "GIVEBRK"
000320               ORGANIZATION IS LINE SEQUENTIAL
000330               FILE STATUS IS RC-BRK-FILE-STATUS.
000331           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000332               ORGANIZATION IS LINE SEQUENTIAL
000333               FILE STATUS IS RC-BDT-FILE-STATUS.
000334           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000335               ORGANIZATION IS INDEXED
000336               ACCESS MODE IS DYNAMIC
000337               RECORD KEY IS STEP-KEY
000338               FILE STATUS IS RC-STEP-FILE-STATUS.
000340       DATA DIVISION.
000350       FILE SECTION.
000360       FD  FEED-FILE.
000411           05  FEED-BATCH-ID       PIC X(08).
000412           05  FEED-PART-NO        PIC X(01).
000413           05  FEED-REV-FLAG       PIC X(01).
000414           05  FILLER              PIC X(14).
000415           05  FEED-POST-DATE      PIC 9(08).
000416           05  FILLER              PIC X(28).
000430       FD  EXPT-FILE.
000440       01  EXPT-RECORD.
000450           05  EXPT-RUN-DATE       PIC 9(08).
000460           05  EXPT-COUNT          PIC 9(05).
000470           05  EXPT-SUM            PIC 9(09).
000480           05  FILLER              PIC X(30).
000481       FD  BRK-FILE.
000482       01  BRK-LINE                PIC X(80).
000483       FD  BDT-FILE.
000484       01  BDT-RECORD.
000485           05  BDT-BUS-DATE        PIC 9(08).
000486           05  BDT-OVERRIDE-FLAG   PIC X(01).
000487           05  FILLER              PIC X(41).
000488       FD  STEP-FILE.
000489       01  STEP-RECORD.
000490           05  STEP-KEY.
000491               10  STEP-BUS-DATE   PIC 9(08).
000492               10  STEP-NAME       PIC X(08).
000493               10  STEP-INSTANCE   PIC X(01).
000494           05  STEP-STATE          PIC X(01).
000495               88  STEP-RUNNING            VALUE "S".
000496               88  STEP-ENDED              VALUE "E".
000497               88  STEP-WAS-RESET          VALUE "R".
000498           05  STEP-START-STAMP.
000499               10  STEP-START-DATE PIC 9(08).
000500               10  STEP-START-TIME PIC 9(06).
000501           05  STEP-END-STAMP.
000502               10  STEP-END-DATE   PIC 9(08).
000503               10  STEP-END-TIME   PIC 9(06).
000504           05  STEP-COND-CODE      PIC 9(02).
000505           05  STEP-RUN-COUNT      PIC 9(03).
000506           05  STEP-RESET-USER     PIC X(08).
000507           05  STEP-RESET-DATE     PIC 9(08).
000508           05  STEP-RESET-TIME     PIC 9(06).
000509           05  FILLER              PIC X(07).
000510       WORKING-STORAGE SECTION.
000520       77  RC-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
000530           88  RC-FEED-FILE-OK               VALUE "00".
000750       77  RC-GAP-TO               PIC 9(05) VALUE ZERO.
000760       77  RC-FEED-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
000765       77  RC-RESUB-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
000766       77  RC-BREAK-COUNT          PIC 9(05) COMP VALUE ZERO.
000767       77  RC-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
000768           88  RC-STEP-FILE-OK               VALUE "00".
000769           88  RC-STEP-FILE-MISSING          VALUE "35".
000770       77  RC-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
000771           88  RC-BDT-FILE-OK                VALUE "00".
000772       77  RC-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
000773           88  RC-STEP-FOUND                 VALUE "Y".
000774       77  RC-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
000775           88  RC-STEP-STARTED               VALUE "Y".
000776       77  RC-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
000777           88  RC-STEP-REFUSED               VALUE "Y".
000778       77  RC-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
000779       77  RC-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
000780       77  RC-STEP-NAME            PIC X(08) VALUE "GIVERECN".
000781       77  RC-STEP-INSTANCE        PIC X(01) VALUE SPACE.
000782       77  RC-PRQ-NAME             PIC X(08) VALUE SPACES.
000783       77  RC-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
000784       77  RC-PRQ-WHY              PIC X(30) VALUE SPACES.
000785       77  RC-PRQ-TEXT             PIC X(60) VALUE SPACES.
000786       01  RC-EXPT-TABLE.
000790           05  RC-EXPT-ENTRY OCCURS 100 TIMES.
000800               10  RC-ET-RUN-DATE  PIC 9(08).
000810               10  RC-ET-COUNT     PIC 9(05).
001077           05  FILLER              PIC X(05) VALUE " SUM ".
001078           05  RC-RSB-SUM          PIC ZZZZZZZZ9.
001079           05  FILLER              PIC X(32) VALUE SPACES.
001080       01  RC-STEP-NOW.
001081           05  RC-STEP-NOW-DATE    PIC 9(08).
001082           05  RC-STEP-NOW-TIME    PIC 9(06).
001083       01  RC-STEP-CLOCK.
001084           05  RC-STEP-CLOCK-HMS   PIC 9(06).
001085           05  FILLER              PIC 9(02).
001086       PROCEDURE DIVISION.
001090
001100       MAIN-PROCEDURE.
001101           PERFORM 9700-START-STEP THRU 9700-EXIT.
001102           IF RC-STEP-REFUSED
001103               MOVE RC-STEP-REFUSE-CODE TO RETURN-CODE
001104               GO TO MAIN-PROCEDURE-EXIT
001105           END-IF.
001110           OPEN OUTPUT BRK-FILE.
001120           IF NOT RC-BRK-FILE-OK
001130               DISPLAY "GIVC0003E - GIVEBRK COULD NOT BE "
001140                   "OPENED, FILE STATUS " RC-BRK-FILE-STATUS
001141               MOVE 12 TO RETURN-CODE
001150               GO TO MAIN-PROCEDURE-EXIT
001160           END-IF.
001170           OPEN INPUT FEED-FILE.
001240               MOVE RC-RPT-WORK-LINE TO BRK-LINE
001250               WRITE BRK-LINE
001260               CLOSE BRK-FILE
001261               MOVE 12 TO RETURN-CODE
001270               GO TO MAIN-PROCEDURE-EXIT
001280           END-IF.
001290           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350           CLOSE FEED-FILE.
001360           CLOSE BRK-FILE.
001370
001371           PERFORM 9750-END-STEP THRU 9750-EXIT.
001380           STOP RUN.
001390       MAIN-PROCEDURE-EXIT.
001391           PERFORM 9750-END-STEP THRU 9750-EXIT.
001400           STOP RUN.
001410*    *****************************************************************
001420*    1000-INITIALIZE
003290           WRITE BRK-LINE.
003300       8000-EXIT.
003310           EXIT.
003311*    *****************************************************************
003312*    9700-START-STEP
003313*        Records this step as started on the job-stream step
003314*        ledger (GIVESTEP) for the business date, once the steps
003315*        it depends on have ended cleanly for that date.  A step
003316*        still marked running, or one that already ended cleanly,
003317*        is refused until the operator resets it with GIVESRST.
003318*        A refused step touches no other file and ends with
003319*        condition code 20.
003320*    *****************************************************************
003321       9700-START-STEP.
003322           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
003323           OPEN I-O STEP-FILE.
003324           IF RC-STEP-FILE-MISSING
003325               OPEN OUTPUT STEP-FILE
003326               IF RC-STEP-FILE-OK
003327                   CLOSE STEP-FILE
003328                   OPEN I-O STEP-FILE
003329               END-IF
003330           END-IF.
003331           IF NOT RC-STEP-FILE-OK
003332               DISPLAY "GIVC0006E - GIVESTEP COULD NOT BE "
003333                   "OPENED, FILE STATUS " RC-STEP-FILE-STATUS
003334               MOVE 12 TO RC-STEP-REFUSE-CODE
003335               SET RC-STEP-REFUSED TO TRUE
003336               GO TO 9700-EXIT
003337           END-IF.
003338           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
003339           IF RC-STEP-REFUSED
003340               CLOSE STEP-FILE
003341               GO TO 9700-EXIT
003342           END-IF.
003343           MOVE RC-STEP-BUS-DATE TO STEP-BUS-DATE.
003344           MOVE RC-STEP-NAME TO STEP-NAME.
003345           MOVE RC-STEP-INSTANCE TO STEP-INSTANCE.
003346           MOVE "N" TO RC-STEP-FOUND-SWITCH.
003347           READ STEP-FILE
003348               INVALID KEY
003349                   CONTINUE
003350               NOT INVALID KEY
003351                   SET RC-STEP-FOUND TO TRUE
003352           END-READ.
003353           MOVE SPACES TO RC-PRQ-WHY.
003354           IF RC-STEP-FOUND AND STEP-RUNNING
003355               MOVE "IS ALREADY RUNNING" TO RC-PRQ-WHY
003356           END-IF.
003357           IF RC-STEP-FOUND AND STEP-ENDED
003358             AND STEP-COND-CODE NOT > 4
003359               MOVE "HAS ALREADY ENDED CLEANLY"
003360                   TO RC-PRQ-WHY
003361           END-IF.
003362           IF RC-PRQ-WHY NOT = SPACES
003363               MOVE RC-STEP-NAME TO RC-PRQ-NAME
003364               MOVE RC-STEP-INSTANCE TO RC-PRQ-INSTANCE
003365               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
003366               DISPLAY "GIVC0008I - RESET THE STEP WITH "
003367                   "GIVESRST TO RUN IT AGAIN"
003368               CLOSE STEP-FILE
003369               GO TO 9700-EXIT
003370           END-IF.
003371           IF NOT RC-STEP-FOUND
003372               MOVE SPACES TO STEP-RECORD
003373               MOVE RC-STEP-BUS-DATE TO STEP-BUS-DATE
003374               MOVE RC-STEP-NAME TO STEP-NAME
003375               MOVE RC-STEP-INSTANCE TO STEP-INSTANCE
003376               MOVE ZERO TO STEP-RUN-COUNT
003377               MOVE ZERO TO STEP-RESET-DATE
003378               MOVE ZERO TO STEP-RESET-TIME
003379           END-IF.
003380           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
003381           SET STEP-RUNNING TO TRUE.
003382           MOVE RC-STEP-NOW TO STEP-START-STAMP.
003383           MOVE ZERO TO STEP-END-DATE.
003384           MOVE ZERO TO STEP-END-TIME.
003385           MOVE ZERO TO STEP-COND-CODE.
003386           ADD 1 TO STEP-RUN-COUNT.
003387           IF RC-STEP-FOUND
003388               REWRITE STEP-RECORD
003389                   INVALID KEY
003390                       CONTINUE
003391               END-REWRITE
003392           ELSE
003393               WRITE STEP-RECORD
003394                   INVALID KEY
003395                       CONTINUE
003396               END-WRITE
003397           END-IF.
003398           IF NOT RC-STEP-FILE-OK
003399               DISPLAY "GIVC0006E - GIVESTEP COULD NOT BE "
003400                   "UPDATED, FILE STATUS " RC-STEP-FILE-STATUS
003401               MOVE 12 TO RC-STEP-REFUSE-CODE
003402               SET RC-STEP-REFUSED TO TRUE
003403               CLOSE STEP-FILE
003404               GO TO 9700-EXIT
003405           END-IF.
003406           CLOSE STEP-FILE.
003407           SET RC-STEP-STARTED TO TRUE.
003408       9700-EXIT.
003409           EXIT.
003410
003411       9705-LOAD-STEP-DATE.
003412           ACCEPT RC-STEP-BUS-DATE FROM DATE YYYYMMDD.
003413           OPEN INPUT BDT-FILE.
003414           IF RC-BDT-FILE-OK
003415               READ BDT-FILE
003416                   NOT AT END
003417                       IF BDT-BUS-DATE NUMERIC
003418                         AND BDT-BUS-DATE > ZERO
003419                           MOVE BDT-BUS-DATE TO RC-STEP-BUS-DATE
003420                       END-IF
003421               END-READ
003422               CLOSE BDT-FILE
003423           END-IF.
003424       9705-EXIT.
003425           EXIT.
003426*    *****************************************************************
003427*    9720-CHECK-PREREQS
003428*        The reconciliation compares GIVEFEED against the totals
003429*        GIVEEXPG writes, so GIVEEXPG must have ended cleanly for
003430*        the business date first.
003431*    *****************************************************************
003432       9720-CHECK-PREREQS.
003433           MOVE "GIVEEXPG" TO RC-PRQ-NAME.
003434           MOVE SPACE TO RC-PRQ-INSTANCE.
003435           PERFORM 9730-CHECK-ONE-PREREQ THRU 9730-EXIT.
003436       9720-EXIT.
003437           EXIT.
003438
003439       9730-CHECK-ONE-PREREQ.
003440           MOVE RC-STEP-BUS-DATE TO STEP-BUS-DATE.
003441           MOVE RC-PRQ-NAME TO STEP-NAME.
003442           MOVE RC-PRQ-INSTANCE TO STEP-INSTANCE.
003443           READ STEP-FILE
003444               INVALID KEY
003445                   MOVE SPACE TO STEP-STATE
003446           END-READ.
003447           EVALUATE TRUE
003448               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
003449                   GO TO 9730-EXIT
003450               WHEN STEP-RUNNING
003451                   MOVE "IS STILL RUNNING" TO RC-PRQ-WHY
003452               WHEN STEP-WAS-RESET
003453                   MOVE "WAS RESET AND NOT RERUN"
003454                       TO RC-PRQ-WHY
003455               WHEN STEP-ENDED
003456                   MOVE SPACES TO RC-PRQ-WHY
003457                   STRING "ENDED WITH CONDITION CODE "
003458                       STEP-COND-CODE DELIMITED BY SIZE
003459                       INTO RC-PRQ-WHY
003460               WHEN OTHER
003461                   MOVE "HAS NOT RUN" TO RC-PRQ-WHY
003462           END-EVALUATE.
003463           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
003464       9730-EXIT.
003465           EXIT.
003466*    *****************************************************************
003467*    9750-END-STEP
003468*        Marks this step ended on GIVESTEP with its condition
003469*        code.  Only a step this run started is marked; a ledger
003470*        that cannot be updated is reported and does not change
003471*        the step's own condition code.
003472*    *****************************************************************
003473       9750-END-STEP.
003474           IF NOT RC-STEP-STARTED
003475               GO TO 9750-EXIT
003476           END-IF.
003477           MOVE "N" TO RC-STEP-STARTED-SWITCH.
003478           OPEN I-O STEP-FILE.
003479           IF NOT RC-STEP-FILE-OK
003480               DISPLAY "GIVC0009W - END OF STEP NOT RECORDED ON "
003481                   "GIVESTEP, FILE STATUS " RC-STEP-FILE-STATUS
003482               GO TO 9750-EXIT
003483           END-IF.
003484           MOVE RC-STEP-BUS-DATE TO STEP-BUS-DATE.
003485           MOVE RC-STEP-NAME TO STEP-NAME.
003486           MOVE RC-STEP-INSTANCE TO STEP-INSTANCE.
003487           READ STEP-FILE
003488               INVALID KEY
003489                   CONTINUE
003490           END-READ.
003491           IF RC-STEP-FILE-OK
003492               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
003493               SET STEP-ENDED TO TRUE
003494               MOVE RC-STEP-NOW TO STEP-END-STAMP
003495               MOVE RETURN-CODE TO STEP-COND-CODE
003496               REWRITE STEP-RECORD
003497                   INVALID KEY
003498                       CONTINUE
003499               END-REWRITE
003500           END-IF.
003501           IF NOT RC-STEP-FILE-OK
003502               DISPLAY "GIVC0009W - END OF STEP NOT RECORDED ON "
003503                   "GIVESTEP, FILE STATUS " RC-STEP-FILE-STATUS
003504           END-IF.
003505           CLOSE STEP-FILE.
003506       9750-EXIT.
003507           EXIT.
003508
003509       9780-EDIT-STEP-TEXT.
003510           MOVE SPACES TO RC-PRQ-TEXT.
003511           IF RC-PRQ-INSTANCE = SPACE
003512               STRING RC-PRQ-NAME DELIMITED BY SPACE
003513                   " " RC-PRQ-WHY DELIMITED BY "  "
003514                   " FOR " RC-STEP-BUS-DATE DELIMITED BY SIZE
003515                   INTO RC-PRQ-TEXT
003516           ELSE
003517               STRING RC-PRQ-NAME DELIMITED BY SPACE
003518                   " PART " RC-PRQ-INSTANCE " "
003519                       DELIMITED BY SIZE
003520                   RC-PRQ-WHY DELIMITED BY "  "
003521                   " FOR " RC-STEP-BUS-DATE DELIMITED BY SIZE
003522                   INTO RC-PRQ-TEXT
003523           END-IF.
003524       9780-EXIT.
003525           EXIT.
003526
003527       9785-REFUSE-STEP.
003528           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
003529           DISPLAY "GIVC0007E - " RC-STEP-NAME " REFUSED, "
003530               RC-PRQ-TEXT.
003531           MOVE 20 TO RC-STEP-REFUSE-CODE.
003532           SET RC-STEP-REFUSED TO TRUE.
003533       9785-EXIT.
003534           EXIT.
003535
003536       9795-TAKE-STEP-STAMP.
003537           ACCEPT RC-STEP-NOW-DATE FROM DATE YYYYMMDD.
003538           ACCEPT RC-STEP-CLOCK FROM TIME.
003539           MOVE RC-STEP-CLOCK-HMS TO RC-STEP-NOW-TIME.
003540       9795-EXIT.
003541           EXIT.
003542
003543           END PROGRAM GIVERECN.
