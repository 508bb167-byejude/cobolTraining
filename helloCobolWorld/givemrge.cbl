000170*                      its own, so a failed GIVEFEED, GIVEAUD or
000180*                      GIVEREJ open ends the run with condition
000190*                      code 12 instead of silently discarding
000191*                      every record written to it.
000192*     2026-10-15  TUL  GIVEAUD is now extended, not replaced, so
000193*                      the merge no longer discards the audit
000194*                      history already on it.  Each partition's
000195*                      audit chain links are checked (GIVM0004W,
000196*                      condition code 4 on a break) and every
000197*                      merged record is re-stamped to continue
000198*                      the single chain verified by GIVEAUDV.
000199*     2026-10-15  TUL  Records each run on the job-stream step
000200*                      ledger (GIVESTEP) for the business date:
000201*                      started, ended and its condition code.
000202*                      Merges only once every partition instance
000203*                      of the main run, 1 through the GIVESPRM
000204*                      count, has ended cleanly for the date. A
000205*                      run already marked running, or one that
000206*                      already ended cleanly, is refused until the
000207*                      operator resets it with GIVESRST. A refused
000208*                      run ends with condition code 20 and touches
000209*                      nothing else.
000210*     2026-10-15  TUL  Accepts a main-run partition that ended with
000211*                      condition code 8 - its quarantined or refused
000212*                      batches aside, the rest posted - and merges it;
000213*                      the merge then ends with that condition code
000214*                      (GIVM0010W).  Only 12 and above is refused.
000215*                      GIVEFEED is now extended, not replaced, as the
000216*                      main run does.
000217*    *****************************************************************
000220       IDENTIFICATION DIVISION.
000230       PROGRAM-ID. GIVEMRGE.
000240       ENVIRONMENT DIVISION.
000860               FILE STATUS IS MG-OUT-FILE-STATUS.
000870           SELECT RPT-OUT-FILE ASSIGN TO "GIVERPT"
000880               ORGANIZATION IS LINE SEQUENTIAL
000881               FILE STATUS IS MG-OUT-FILE-STATUS.
000882           SELECT AUDA-FILE ASSIGN TO "GIVEAUDA"
000883               ORGANIZATION IS LINE SEQUENTIAL
000884               FILE STATUS IS MG-AUDA-FILE-STATUS.
000885           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000886               ORGANIZATION IS LINE SEQUENTIAL
000887               FILE STATUS IS MG-BDT-FILE-STATUS.
000888           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000889               ORGANIZATION IS INDEXED
000890               ACCESS MODE IS DYNAMIC
000891               RECORD KEY IS STEP-KEY
000892               FILE STATUS IS MG-STEP-FILE-STATUS.
000900       DATA DIVISION.
000910       FILE SECTION.
000920       FD  PARM-FILE.
001280       FD  FEED-OUT-FILE.
001290       01  FEED-OUT-RECORD         PIC X(80).
001300       FD  AUD-OUT-FILE.
001301       01  AUD-OUT-RECORD.
001302           05  FILLER              PIC X(62).
001303           05  AUD-OUT-CHAIN-SEQ   PIC 9(09).
001304           05  AUD-OUT-CHAIN-VALUE PIC 9(09).
001320       FD  REJ-OUT-FILE.
001321       01  REJ-OUT-RECORD          PIC X(80).
001322       FD  RPT-OUT-FILE.
001323       01  RPT-OUT-RECORD          PIC X(80).
001324       FD  AUDA-FILE.
001325       01  AUDA-RECORD.
001326           05  FILLER              PIC X(62).
001327           05  AUDA-CHAIN-SEQ      PIC 9(09).
001328           05  AUDA-CHAIN-VALUE    PIC 9(09).
001329       FD  BDT-FILE.
001330       01  BDT-RECORD.
001331           05  BDT-BUS-DATE        PIC 9(08).
001332           05  BDT-OVERRIDE-FLAG   PIC X(01).
001333           05  FILLER              PIC X(41).
001334       FD  STEP-FILE.
001335       01  STEP-RECORD.
001336           05  STEP-KEY.
001337               10  STEP-BUS-DATE   PIC 9(08).
001338               10  STEP-NAME       PIC X(08).
001339               10  STEP-INSTANCE   PIC X(01).
001340           05  STEP-STATE          PIC X(01).
001341               88  STEP-RUNNING            VALUE "S".
001342               88  STEP-ENDED              VALUE "E".
001343               88  STEP-WAS-RESET          VALUE "R".
001344           05  STEP-START-STAMP.
001345               10  STEP-START-DATE PIC 9(08).
001346               10  STEP-START-TIME PIC 9(06).
001347           05  STEP-END-STAMP.
001348               10  STEP-END-DATE   PIC 9(08).
001349               10  STEP-END-TIME   PIC 9(06).
001350           05  STEP-COND-CODE      PIC 9(02).
001351           05  STEP-RUN-COUNT      PIC 9(03).
001352           05  STEP-RESET-USER     PIC X(08).
001353           05  STEP-RESET-DATE     PIC 9(08).
001354           05  STEP-RESET-TIME     PIC 9(06).
001355           05  FILLER              PIC X(07).
001360       WORKING-STORAGE SECTION.
001370       77  MG-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001380           88  MG-PARM-FILE-OK               VALUE "00".
001390       77  MG-IN-FILE-STATUS       PIC X(02) VALUE SPACES.
001400           88  MG-IN-FILE-OK                 VALUE "00".
001410       77  MG-OUT-FILE-STATUS      PIC X(02) VALUE SPACES.
001411           88  MG-OUT-FILE-OK                VALUE "00".
001412       77  MG-AUDA-FILE-STATUS     PIC X(02) VALUE SPACES.
001413           88  MG-AUDA-FILE-OK               VALUE "00".
001414       77  MG-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
001415           88  MG-AUD-AT-EOF                 VALUE "Y".
001416       77  MG-CHAIN-TAIL-SWITCH    PIC X(01) VALUE "N".
001417           88  MG-CHAIN-TAIL-FOUND           VALUE "Y".
001418       77  MG-PART-FIRST-SWITCH    PIC X(01) VALUE "Y".
001419           88  MG-PART-FIRST                 VALUE "Y".
001420       77  MG-CHAIN-SEQ            PIC 9(09) VALUE ZERO.
001421       77  MG-CHAIN-VALUE          PIC 9(09) VALUE ZERO.
001422       77  MG-PART-PREV-VALUE      PIC 9(09) VALUE ZERO.
001423       77  MG-FOLD-VALUE           PIC 9(09) VALUE ZERO.
001424       77  MG-CHAIN-WORK           PIC 9(12) COMP VALUE ZERO.
001425       77  MG-CHAIN-QUOT           PIC 9(05) COMP VALUE ZERO.
001426       77  MG-CHAIN-SUB            PIC 9(02) COMP VALUE ZERO.
001427       77  MG-BREAK-COUNT          PIC 9(05) COMP VALUE ZERO.
001430       77  MG-PART-COUNT           PIC 9(01) VALUE 2.
001440       77  MG-PART                 PIC 9(01) VALUE ZERO.
001450       77  MG-TYPE                 PIC 9(01) VALUE ZERO.
001490           88  MG-IN-OPEN                    VALUE "Y".
001500       77  MG-FEED-COUNT           PIC 9(05) COMP VALUE ZERO.
001510       77  MG-AUD-COUNT            PIC 9(05) COMP VALUE ZERO.
001511       77  MG-REJ-COUNT            PIC 9(05) COMP VALUE ZERO.
001512       77  MG-RPT-COUNT            PIC 9(05) COMP VALUE ZERO.
001513       77  MG-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001514           88  MG-STEP-FILE-OK               VALUE "00".
001515           88  MG-STEP-FILE-MISSING          VALUE "35".
001516       77  MG-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001517           88  MG-BDT-FILE-OK                VALUE "00".
001518       77  MG-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001519           88  MG-STEP-FOUND                 VALUE "Y".
001520       77  MG-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001521           88  MG-STEP-STARTED               VALUE "Y".
001522       77  MG-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
001523           88  MG-STEP-REFUSED               VALUE "Y".
001524       77  MG-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
001525       77  MG-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001526       77  MG-STEP-NAME            PIC X(08) VALUE "GIVEMRGE".
001527       77  MG-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001528       77  MG-PRQ-NAME             PIC X(08) VALUE SPACES.
001529           88  MG-PRQ-IS-POSTING             VALUE "GIVEMAIN"
001530                                             "GIVEMRGE".
001531       77  MG-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
001532       77  MG-PRQ-WHY              PIC X(30) VALUE SPACES.
001533       77  MG-PRQ-TEXT             PIC X(60) VALUE SPACES.
001534       77  MG-STEP-PART            PIC 9(01) VALUE ZERO.
001535       77  MG-PART-COND-CODE       PIC 9(02) VALUE ZERO.
001540       01  MG-WORK-REC             PIC X(80).
001541       01  MG-WORK-AUDIT REDEFINES MG-WORK-REC.
001542           05  MG-WA-DATA          PIC X(62).
001543           05  MG-WA-CHAIN-SEQ     PIC 9(09).
001544           05  MG-WA-CHAIN-VALUE   PIC 9(09).
001545       01  MG-CHAIN-DATA.
001546           05  MG-CHAIN-CHAR OCCURS 71 TIMES PIC X(01).
001550       01  MG-BANNER-LINE.
001560           05  FILLER              PIC X(14)
001570               VALUE "*** PARTITION ".
001580           05  MG-BANNER-PART      PIC 9(01).
001590           05  FILLER              PIC X(11) VALUE " REPORT ***".
001600           05  FILLER              PIC X(54) VALUE SPACES.
001601       01  MG-STEP-NOW.
001602           05  MG-STEP-NOW-DATE    PIC 9(08).
001603           05  MG-STEP-NOW-TIME    PIC 9(06).
001604       01  MG-STEP-CLOCK.
001605           05  MG-STEP-CLOCK-HMS   PIC 9(06).
001606           05  FILLER              PIC 9(02).
001610       PROCEDURE DIVISION.
001620
001630       MAIN-PROCEDURE.
001640           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001641           PERFORM 9700-START-STEP THRU 9700-EXIT.
001642           IF MG-STEP-REFUSED
001643               MOVE MG-STEP-REFUSE-CODE TO RETURN-CODE
001644               GO TO MAIN-PROCEDURE-EXIT
001645           END-IF.
001646           OPEN EXTEND FEED-OUT-FILE.
001647           IF NOT MG-OUT-FILE-OK
001648               OPEN OUTPUT FEED-OUT-FILE
001649           END-IF.
001660           IF NOT MG-OUT-FILE-OK
001670               DISPLAY "GIVM0001E - GIVEFEED COULD NOT BE "
001680                   "OPENED, FILE STATUS " MG-OUT-FILE-STATUS
001690               MOVE 12 TO RETURN-CODE
001700               GO TO MAIN-PROCEDURE-EXIT
001710           END-IF.
001711           PERFORM 1100-FIND-AUDIT-TAIL THRU 1100-EXIT.
001712           OPEN EXTEND AUD-OUT-FILE.
001713           IF NOT MG-OUT-FILE-OK
001714               OPEN OUTPUT AUD-OUT-FILE
001715           END-IF.
001730           IF NOT MG-OUT-FILE-OK
001740               DISPLAY "GIVM0001E - GIVEAUD COULD NOT BE "
001750                   "OPENED, FILE STATUS " MG-OUT-FILE-STATUS
002140               " AUDIT " MG-AUD-COUNT
002150               " REJECT " MG-REJ-COUNT
002160               " REPORT " MG-RPT-COUNT.
002161           IF MG-BREAK-COUNT > 0
002162               DISPLAY "GIVM0005W - " MG-BREAK-COUNT
002163                   " BROKEN AUDIT CHAIN LINK(S) IN THE PARTITION"
002164                   " FILES - RUN GIVEAUDV BEFORE SIGN-OFF"
002165               MOVE 4 TO RETURN-CODE
002166           END-IF.
002167           IF MG-PART-COND-CODE > RETURN-CODE
002168               DISPLAY "GIVM0010W - A MAIN-RUN PART ENDED WITH "
002169                   "CONDITION CODE " MG-PART-COND-CODE
002170                   " - ITS REFUSED BATCHES DID NOT POST"
002171               MOVE MG-PART-COND-CODE TO RETURN-CODE
002172           END-IF.
002173
002174           PERFORM 9750-END-STEP THRU 9750-EXIT.
002180           STOP RUN.
002190       MAIN-PROCEDURE-EXIT.
002191           PERFORM 9750-END-STEP THRU 9750-EXIT.
002200           STOP RUN.
002210*    *****************************************************************
002220*    1000-INITIALIZE
002320                         AND PARM-PART-COUNT > 0
002330                         AND PARM-PART-COUNT < 5
002340                           MOVE PARM-PART-COUNT TO MG-PART-COUNT
002341                       END-IF
002342               END-READ
002343               CLOSE PARM-FILE
002344           END-IF.
002345       1000-EXIT.
002346           EXIT.
002347*    *****************************************************************
002348*    1100-FIND-AUDIT-TAIL
002349*        Finds the running sequence and chain value of the last
002350*        record already on GIVEAUD (or, when the archive job has
002351*        emptied it, on GIVEAUDA) so the merged audit records
002352*        continue the one chain instead of starting their own.
002353*    *****************************************************************
002354       1100-FIND-AUDIT-TAIL.
002355           MOVE ZERO TO MG-CHAIN-SEQ.
002356           MOVE ZERO TO MG-CHAIN-VALUE.
002357           MOVE "N" TO MG-CHAIN-TAIL-SWITCH.
002358           OPEN INPUT AUD-OUT-FILE.
002359           IF MG-OUT-FILE-OK
002360               MOVE "N" TO MG-AUD-EOF-SWITCH
002361               PERFORM 1110-READ-AUDIT-TAIL THRU 1110-EXIT
002362                   UNTIL MG-AUD-AT-EOF
002363               CLOSE AUD-OUT-FILE
002364           END-IF.
002365           IF MG-CHAIN-TAIL-FOUND
002366               GO TO 1100-EXIT
002367           END-IF.
002368           OPEN INPUT AUDA-FILE.
002369           IF MG-AUDA-FILE-OK
002370               MOVE "N" TO MG-AUD-EOF-SWITCH
002371               PERFORM 1120-READ-AUDA-TAIL THRU 1120-EXIT
002372                   UNTIL MG-AUD-AT-EOF
002373               CLOSE AUDA-FILE
002374           END-IF.
002375       1100-EXIT.
002376           EXIT.
002377
002378       1110-READ-AUDIT-TAIL.
002379           READ AUD-OUT-FILE
002380               AT END
002381                   SET MG-AUD-AT-EOF TO TRUE
002382                   GO TO 1110-EXIT
002383           END-READ.
002384           SET MG-CHAIN-TAIL-FOUND TO TRUE.
002385           IF AUD-OUT-CHAIN-SEQ NUMERIC
002386             AND AUD-OUT-CHAIN-VALUE NUMERIC
002387               MOVE AUD-OUT-CHAIN-SEQ TO MG-CHAIN-SEQ
002388               MOVE AUD-OUT-CHAIN-VALUE TO MG-CHAIN-VALUE
002389           ELSE
002390               MOVE ZERO TO MG-CHAIN-SEQ
002391               MOVE ZERO TO MG-CHAIN-VALUE
002392           END-IF.
002393       1110-EXIT.
002394           EXIT.
002395
002396       1120-READ-AUDA-TAIL.
002397           READ AUDA-FILE
002398               AT END
002399                   SET MG-AUD-AT-EOF TO TRUE
002400                   GO TO 1120-EXIT
002401           END-READ.
002402           IF AUDA-CHAIN-SEQ NUMERIC
002403             AND AUDA-CHAIN-VALUE NUMERIC
002404               MOVE AUDA-CHAIN-SEQ TO MG-CHAIN-SEQ
002405               MOVE AUDA-CHAIN-VALUE TO MG-CHAIN-VALUE
002406           ELSE
002407               MOVE ZERO TO MG-CHAIN-SEQ
002408               MOVE ZERO TO MG-CHAIN-VALUE
002409           END-IF.
002410       1120-EXIT.
002411           EXIT.
002412*    *****************************************************************
002420*    2000-MERGE-ONE-PART
002430*        Copies one partition's file of the current type (1=feed,
002440*        2=audit, 3=reject, 4=report) to the combined output.  A
002470*    *****************************************************************
002480       2000-MERGE-ONE-PART.
002490           MOVE "N" TO MG-IN-EOF-SWITCH.
002491           MOVE "Y" TO MG-PART-FIRST-SWITCH.
002500           MOVE "N" TO MG-IN-OPEN-SWITCH.
002510           PERFORM 2100-OPEN-PART-INPUT THRU 2100-EXIT.
002520           IF NOT MG-IN-OPEN
003810                   WRITE FEED-OUT-RECORD FROM MG-WORK-REC
003820                   ADD 1 TO MG-FEED-COUNT
003830               WHEN 2
003831                   PERFORM 2400-CHAIN-AUDIT THRU 2400-EXIT
003840                   WRITE AUD-OUT-RECORD FROM MG-WORK-REC
003850                   ADD 1 TO MG-AUD-COUNT
003860               WHEN 3
004300           END-EVALUATE.
004310       2300-EXIT.
004320           EXIT.
004321*    *****************************************************************
004322*    2400-CHAIN-AUDIT
004323*        Each partition instance chained its own GIVEAUDnn.  The
004324*        link from the previous record in that file is checked
004325*        first (the first record of each partition is taken as
004326*        its anchor) and a break is reported; the record is then
004327*        re-stamped with the next sequence and chain value of
004328*        the combined GIVEAUD, folded the same way the writers
004329*        fold it.
004330*    *****************************************************************
004331       2400-CHAIN-AUDIT.
004332           IF MG-WA-CHAIN-SEQ NUMERIC
004333             AND MG-WA-CHAIN-VALUE NUMERIC
004334               IF NOT MG-PART-FIRST
004335                   MOVE MG-PART-PREV-VALUE TO MG-FOLD-VALUE
004336                   MOVE MG-WORK-REC (1:71) TO MG-CHAIN-DATA
004337                   PERFORM 2410-FOLD-ONE-CHAR THRU 2410-EXIT
004338                       VARYING MG-CHAIN-SUB FROM 1 BY 1
004339                       UNTIL MG-CHAIN-SUB > 71
004340                   IF MG-FOLD-VALUE NOT = MG-WA-CHAIN-VALUE
004341                       DISPLAY "GIVM0004W - PARTITION " MG-PART
004342                           " AUDIT CHAIN BROKEN AT SEQUENCE "
004343                           MG-WA-CHAIN-SEQ
004344                       ADD 1 TO MG-BREAK-COUNT
004345                   END-IF
004346               END-IF
004347               MOVE MG-WA-CHAIN-VALUE TO MG-PART-PREV-VALUE
004348               MOVE "N" TO MG-PART-FIRST-SWITCH
004349           END-IF.
004350           ADD 1 TO MG-CHAIN-SEQ.
004351           MOVE MG-CHAIN-SEQ TO MG-WA-CHAIN-SEQ.
004352           MOVE MG-CHAIN-VALUE TO MG-FOLD-VALUE.
004353           MOVE MG-WORK-REC (1:71) TO MG-CHAIN-DATA.
004354           PERFORM 2410-FOLD-ONE-CHAR THRU 2410-EXIT
004355               VARYING MG-CHAIN-SUB FROM 1 BY 1
004356               UNTIL MG-CHAIN-SUB > 71.
004357           MOVE MG-FOLD-VALUE TO MG-CHAIN-VALUE.
004358           MOVE MG-CHAIN-VALUE TO MG-WA-CHAIN-VALUE.
004359       2400-EXIT.
004360           EXIT.
004361
004362       2410-FOLD-ONE-CHAR.
004363           COMPUTE MG-CHAIN-WORK = MG-FOLD-VALUE * 31
004364               + FUNCTION ORD (MG-CHAIN-CHAR (MG-CHAIN-SUB)).
004365           DIVIDE MG-CHAIN-WORK BY 999999937
004366               GIVING MG-CHAIN-QUOT REMAINDER MG-FOLD-VALUE.
004367       2410-EXIT.
004368           EXIT.
004369*    *****************************************************************
004370*    9700-START-STEP
004371*        Records this step as started on the job-stream step
004372*        ledger (GIVESTEP) for the business date, once the steps
004373*        it depends on have ended cleanly for that date.  A step
004374*        still marked running, or one that already ended cleanly,
004375*        is refused until the operator resets it with GIVESRST.
004376*        A refused step touches no other file and ends with
004377*        condition code 20.
004378*    *****************************************************************
004379       9700-START-STEP.
004380           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
004381           OPEN I-O STEP-FILE.
004382           IF MG-STEP-FILE-MISSING
004383               OPEN OUTPUT STEP-FILE
004384               IF MG-STEP-FILE-OK
004385                   CLOSE STEP-FILE
004386                   OPEN I-O STEP-FILE
004387               END-IF
004388           END-IF.
004389           IF NOT MG-STEP-FILE-OK
004390               DISPLAY "GIVM0006E - GIVESTEP COULD NOT BE "
004391                   "OPENED, FILE STATUS " MG-STEP-FILE-STATUS
004392               MOVE 12 TO MG-STEP-REFUSE-CODE
004393               SET MG-STEP-REFUSED TO TRUE
004394               GO TO 9700-EXIT
004395           END-IF.
004396           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
004397           IF MG-STEP-REFUSED
004398               CLOSE STEP-FILE
004399               GO TO 9700-EXIT
004400           END-IF.
004401           MOVE MG-STEP-BUS-DATE TO STEP-BUS-DATE.
004402           MOVE MG-STEP-NAME TO STEP-NAME.
004403           MOVE MG-STEP-INSTANCE TO STEP-INSTANCE.
004404           MOVE "N" TO MG-STEP-FOUND-SWITCH.
004405           READ STEP-FILE
004406               INVALID KEY
004407                   CONTINUE
004408               NOT INVALID KEY
004409                   SET MG-STEP-FOUND TO TRUE
004410           END-READ.
004411           MOVE SPACES TO MG-PRQ-WHY.
004412           IF MG-STEP-FOUND AND STEP-RUNNING
004413               MOVE "IS ALREADY RUNNING" TO MG-PRQ-WHY
004414           END-IF.
004415           IF MG-STEP-FOUND AND STEP-ENDED
004416             AND STEP-COND-CODE NOT > 4
004417               MOVE "HAS ALREADY ENDED CLEANLY"
004418                   TO MG-PRQ-WHY
004419           END-IF.
004420           IF MG-PRQ-WHY NOT = SPACES
004421               MOVE MG-STEP-NAME TO MG-PRQ-NAME
004422               MOVE MG-STEP-INSTANCE TO MG-PRQ-INSTANCE
004423               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
004424               DISPLAY "GIVM0008I - RESET THE STEP WITH "
004425                   "GIVESRST TO RUN IT AGAIN"
004426               CLOSE STEP-FILE
004427               GO TO 9700-EXIT
004428           END-IF.
004429           IF NOT MG-STEP-FOUND
004430               MOVE SPACES TO STEP-RECORD
004431               MOVE MG-STEP-BUS-DATE TO STEP-BUS-DATE
004432               MOVE MG-STEP-NAME TO STEP-NAME
004433               MOVE MG-STEP-INSTANCE TO STEP-INSTANCE
004434               MOVE ZERO TO STEP-RUN-COUNT
004435               MOVE ZERO TO STEP-RESET-DATE
004436               MOVE ZERO TO STEP-RESET-TIME
004437           END-IF.
004438           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
004439           SET STEP-RUNNING TO TRUE.
004440           MOVE MG-STEP-NOW TO STEP-START-STAMP.
004441           MOVE ZERO TO STEP-END-DATE.
004442           MOVE ZERO TO STEP-END-TIME.
004443           MOVE ZERO TO STEP-COND-CODE.
004444           ADD 1 TO STEP-RUN-COUNT.
004445           IF MG-STEP-FOUND
004446               REWRITE STEP-RECORD
004447                   INVALID KEY
004448                       CONTINUE
004449               END-REWRITE
004450           ELSE
004451               WRITE STEP-RECORD
004452                   INVALID KEY
004453                       CONTINUE
004454               END-WRITE
004455           END-IF.
004456           IF NOT MG-STEP-FILE-OK
004457               DISPLAY "GIVM0006E - GIVESTEP COULD NOT BE "
004458                   "UPDATED, FILE STATUS " MG-STEP-FILE-STATUS
004459               MOVE 12 TO MG-STEP-REFUSE-CODE
004460               SET MG-STEP-REFUSED TO TRUE
004461               CLOSE STEP-FILE
004462               GO TO 9700-EXIT
004463           END-IF.
004464           CLOSE STEP-FILE.
004465           SET MG-STEP-STARTED TO TRUE.
004466       9700-EXIT.
004467           EXIT.
004468
004469       9705-LOAD-STEP-DATE.
004470           ACCEPT MG-STEP-BUS-DATE FROM DATE YYYYMMDD.
004471           OPEN INPUT BDT-FILE.
004472           IF MG-BDT-FILE-OK
004473               READ BDT-FILE
004474                   NOT AT END
004475                       IF BDT-BUS-DATE NUMERIC
004476                         AND BDT-BUS-DATE > ZERO
004477                           MOVE BDT-BUS-DATE TO MG-STEP-BUS-DATE
004478                       END-IF
004479               END-READ
004480               CLOSE BDT-FILE
004481           END-IF.
004482       9705-EXIT.
004483           EXIT.
004484*    *****************************************************************
004485*    9720-CHECK-PREREQS
004486*        Every partition instance of the main run (GIVEMAIN part
004487*        1 through the GIVESPRM partition count) must have ended
004488*        cleanly for the business date before the partition
004489*        outputs are merged.
004490*        A part that ended with condition code 8 has posted
004491*        every batch it did not quarantine or refuse, so it is
004492*        merged and its condition code carried to the merge;
004493*        only 12 and above stops the merge.
004494*    *****************************************************************
004495       9720-CHECK-PREREQS.
004496           PERFORM 9725-CHECK-ONE-PART THRU 9725-EXIT
004497               VARYING MG-STEP-PART FROM 1 BY 1
004498               UNTIL MG-STEP-PART > MG-PART-COUNT.
004499       9720-EXIT.
004500           EXIT.
004501
004502       9725-CHECK-ONE-PART.
004503           MOVE "GIVEMAIN" TO MG-PRQ-NAME.
004504           MOVE MG-STEP-PART TO MG-PRQ-INSTANCE.
004505           PERFORM 9730-CHECK-ONE-PREREQ THRU 9730-EXIT.
004506       9725-EXIT.
004507           EXIT.
004508
004509       9730-CHECK-ONE-PREREQ.
004510           MOVE MG-STEP-BUS-DATE TO STEP-BUS-DATE.
004511           MOVE MG-PRQ-NAME TO STEP-NAME.
004512           MOVE MG-PRQ-INSTANCE TO STEP-INSTANCE.
004513           READ STEP-FILE
004514               INVALID KEY
004515                   MOVE SPACE TO STEP-STATE
004516           END-READ.
004517           EVALUATE TRUE
004518               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
004519                   GO TO 9730-EXIT
004520               WHEN STEP-ENDED AND STEP-COND-CODE < 12
004521                 AND MG-PRQ-IS-POSTING
004522                   IF STEP-COND-CODE > MG-PART-COND-CODE
004523                       MOVE STEP-COND-CODE TO MG-PART-COND-CODE
004524                   END-IF
004525                   GO TO 9730-EXIT
004526               WHEN STEP-RUNNING
004527                   MOVE "IS STILL RUNNING" TO MG-PRQ-WHY
004528               WHEN STEP-WAS-RESET
004529                   MOVE "WAS RESET AND NOT RERUN"
004530                       TO MG-PRQ-WHY
004531               WHEN STEP-ENDED
004532                   MOVE SPACES TO MG-PRQ-WHY
004533                   STRING "ENDED WITH CONDITION CODE "
004534                       STEP-COND-CODE DELIMITED BY SIZE
004535                       INTO MG-PRQ-WHY
004536               WHEN OTHER
004537                   MOVE "HAS NOT RUN" TO MG-PRQ-WHY
004538           END-EVALUATE.
004539           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
004540       9730-EXIT.
004541           EXIT.
004542*    *****************************************************************
004543*    9750-END-STEP
004544*        Marks this step ended on GIVESTEP with its condition
004545*        code.  Only a step this run started is marked; a ledger
004546*        that cannot be updated is reported and does not change
004547*        the step's own condition code.
004548*    *****************************************************************
004549       9750-END-STEP.
004550           IF NOT MG-STEP-STARTED
004551               GO TO 9750-EXIT
004552           END-IF.
004553           MOVE "N" TO MG-STEP-STARTED-SWITCH.
004554           OPEN I-O STEP-FILE.
004555           IF NOT MG-STEP-FILE-OK
004556               DISPLAY "GIVM0009W - END OF STEP NOT RECORDED ON "
004557                   "GIVESTEP, FILE STATUS " MG-STEP-FILE-STATUS
004558               GO TO 9750-EXIT
004559           END-IF.
004560           MOVE MG-STEP-BUS-DATE TO STEP-BUS-DATE.
004561           MOVE MG-STEP-NAME TO STEP-NAME.
004562           MOVE MG-STEP-INSTANCE TO STEP-INSTANCE.
004563           READ STEP-FILE
004564               INVALID KEY
004565                   CONTINUE
004566           END-READ.
004567           IF MG-STEP-FILE-OK
004568               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
004569               SET STEP-ENDED TO TRUE
004570               MOVE MG-STEP-NOW TO STEP-END-STAMP
004571               MOVE RETURN-CODE TO STEP-COND-CODE
004572               REWRITE STEP-RECORD
004573                   INVALID KEY
004574                       CONTINUE
004575               END-REWRITE
004576           END-IF.
004577           IF NOT MG-STEP-FILE-OK
004578               DISPLAY "GIVM0009W - END OF STEP NOT RECORDED ON "
004579                   "GIVESTEP, FILE STATUS " MG-STEP-FILE-STATUS
004580           END-IF.
004581           CLOSE STEP-FILE.
004582       9750-EXIT.
004583           EXIT.
004584
004585       9780-EDIT-STEP-TEXT.
004586           MOVE SPACES TO MG-PRQ-TEXT.
004587           IF MG-PRQ-INSTANCE = SPACE
004588               STRING MG-PRQ-NAME DELIMITED BY SPACE
004589                   " " MG-PRQ-WHY DELIMITED BY "  "
004590                   " FOR " MG-STEP-BUS-DATE DELIMITED BY SIZE
004591                   INTO MG-PRQ-TEXT
004592           ELSE
004593               STRING MG-PRQ-NAME DELIMITED BY SPACE
004594                   " PART " MG-PRQ-INSTANCE " "
004595                       DELIMITED BY SIZE
004596                   MG-PRQ-WHY DELIMITED BY "  "
004597                   " FOR " MG-STEP-BUS-DATE DELIMITED BY SIZE
004598                   INTO MG-PRQ-TEXT
004599           END-IF.
004600       9780-EXIT.
004601           EXIT.
004602
004603       9785-REFUSE-STEP.
004604           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
004605           DISPLAY "GIVM0007E - " MG-STEP-NAME " REFUSED, "
004606               MG-PRQ-TEXT.
004607           MOVE 20 TO MG-STEP-REFUSE-CODE.
004608           SET MG-STEP-REFUSED TO TRUE.
004609       9785-EXIT.
004610           EXIT.
004611
004612       9795-TAKE-STEP-STAMP.
004613           ACCEPT MG-STEP-NOW-DATE FROM DATE YYYYMMDD.
004614           ACCEPT MG-STEP-CLOCK FROM TIME.
004615           MOVE MG-STEP-CLOCK-HMS TO MG-STEP-NOW-TIME.
004616       9795-EXIT.
004617           EXIT.
004618
004619           END PROGRAM GIVEMRGE.
