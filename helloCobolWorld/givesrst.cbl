000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Operator reset of a step on the job-stream ledger
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Resets one step on the
000100*                      job-stream step ledger (GIVESTEP) for a
000110*                      business date, so a step that already
000120*                      ended cleanly, failed, or was left marked
000130*                      running by an abend can be rerun on
000140*                      purpose.  The request comes from GIVEKPRM:
000150*                      business date, step name, partition (a
000160*                      space for an unpartitioned step, * for
000170*                      every partition of the step), the operator
000180*                      asking and why.  The step is marked reset
000190*                      with who reset it and when; its stamps and
000200*                      run count are kept for the sign-off page.
000210*                      Every reset is listed on GIVEKRPT and in
000220*                      the job log.  Condition codes: 0 reset,
000230*                      4 reset a step marked running or one
000240*                      already reset, 8 refused (request
000250*                      incomplete or the step not on the ledger
000260*                      for that date), 12 file failure.
000270*    *****************************************************************
000280       IDENTIFICATION DIVISION.
000290       PROGRAM-ID. GIVESRST.
000300       ENVIRONMENT DIVISION.
000310       INPUT-OUTPUT SECTION.
000320       FILE-CONTROL.
000330           SELECT PARM-FILE ASSIGN TO "GIVEKPRM"
000340               ORGANIZATION IS LINE SEQUENTIAL
000350               FILE STATUS IS SR-PARM-FILE-STATUS.
000360           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000370               ORGANIZATION IS INDEXED
000380               ACCESS MODE IS DYNAMIC
000390               RECORD KEY IS STEP-KEY
000400               FILE STATUS IS SR-STEP-FILE-STATUS.
000410           SELECT KRPT-FILE ASSIGN TO "GIVEKRPT"
000420               ORGANIZATION IS LINE SEQUENTIAL
000430               FILE STATUS IS SR-KRPT-FILE-STATUS.
000440       DATA DIVISION.
000450       FILE SECTION.
000460       FD  PARM-FILE.
000470       01  PARM-RECORD.
000480           05  PARM-BUS-DATE       PIC X(08).
000490           05  PARM-STEP-NAME      PIC X(08).
000500           05  PARM-STEP-INSTANCE  PIC X(01).
000510           05  PARM-USER           PIC X(08).
000520           05  PARM-REASON         PIC X(30).
000530           05  FILLER              PIC X(25).
000540       FD  STEP-FILE.
000550       01  STEP-RECORD.
000560           05  STEP-KEY.
000570               10  STEP-BUS-DATE   PIC 9(08).
000580               10  STEP-NAME       PIC X(08).
000590               10  STEP-INSTANCE   PIC X(01).
000600           05  STEP-STATE          PIC X(01).
000610               88  STEP-RUNNING            VALUE "S".
000620               88  STEP-ENDED              VALUE "E".
000630               88  STEP-WAS-RESET          VALUE "R".
000640           05  STEP-START-STAMP.
000650               10  STEP-START-DATE PIC 9(08).
000660               10  STEP-START-TIME PIC 9(06).
000670           05  STEP-END-STAMP.
000680               10  STEP-END-DATE   PIC 9(08).
000690               10  STEP-END-TIME   PIC 9(06).
000700           05  STEP-COND-CODE      PIC 9(02).
000710           05  STEP-RUN-COUNT      PIC 9(03).
000720           05  STEP-RESET-USER     PIC X(08).
000730           05  STEP-RESET-DATE     PIC 9(08).
000740           05  STEP-RESET-TIME     PIC 9(06).
000750           05  FILLER              PIC X(07).
000760       FD  KRPT-FILE.
000770       01  KRPT-LINE               PIC X(80).
000780       WORKING-STORAGE SECTION.
000790       77  SR-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
000800           88  SR-PARM-FILE-OK               VALUE "00".
000810       77  SR-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
000820           88  SR-STEP-FILE-OK               VALUE "00".
000830       77  SR-KRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000840           88  SR-KRPT-FILE-OK               VALUE "00".
000850       77  SR-PARM-SWITCH          PIC X(01) VALUE "N".
000860           88  SR-PARM-PRESENT               VALUE "Y".
000870       77  SR-STEP-EOF-SWITCH      PIC X(01) VALUE "N".
000880           88  SR-STEP-AT-EOF                VALUE "Y".
000890       77  SR-FATAL-SWITCH         PIC X(01) VALUE "N".
000900           88  SR-FATAL                      VALUE "Y".
000910       77  SR-REFUSED-SWITCH       PIC X(01) VALUE "N".
000920           88  SR-REFUSED                    VALUE "Y".
000930       77  SR-WARN-SWITCH          PIC X(01) VALUE "N".
000940           88  SR-WARNED                     VALUE "Y".
000950       77  SR-RUN-DATE             PIC 9(08) VALUE ZERO.
000960       77  SR-BUS-DATE-X           PIC X(08) VALUE SPACES.
000970       77  SR-BUS-DATE             PIC 9(08) VALUE ZERO.
000980       77  SR-STEP-NAME            PIC X(08) VALUE SPACES.
000990       77  SR-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001000           88  SR-ALL-INSTANCES              VALUE "*".
001010       77  SR-USER                 PIC X(08) VALUE SPACES.
001020       77  SR-REASON               PIC X(30) VALUE SPACES.
001030       77  SR-OUTCOME              PIC X(38) VALUE SPACES.
001040       77  SR-WAS-STATUS           PIC X(08) VALUE SPACES.
001050       77  SR-RESET-COUNT          PIC 9(03) COMP VALUE ZERO.
001060       77  SR-RUNNING-COUNT        PIC 9(03) COMP VALUE ZERO.
001070       77  SR-ALREADY-COUNT        PIC 9(03) COMP VALUE ZERO.
001080       01  SR-TIME-NOW.
001090           05  SR-TIME-HHMMSS      PIC 9(06).
001100           05  FILLER              PIC 9(02).
001110       01  SR-RPT-WORK-LINE.
001120           05  SR-RPT-LABEL        PIC X(37).
001130           05  SR-RPT-NUMBER       PIC ZZZZ9.
001140           05  SR-RPT-TEXT         PIC X(38).
001150       01  SR-STEP-HDR-LINE.
001160           05  FILLER              PIC X(40) VALUE
001170               "STEP     P  WAS      CC RUNS ACTION     ".
001180           05  FILLER              PIC X(40) VALUE SPACES.
001190       01  SR-STEP-LINE.
001200           05  SR-SL-NAME          PIC X(08).
001210           05  FILLER              PIC X(01) VALUE SPACE.
001220           05  SR-SL-INST          PIC X(01).
001230           05  FILLER              PIC X(02) VALUE SPACES.
001240           05  SR-SL-WAS           PIC X(08).
001250           05  FILLER              PIC X(01) VALUE SPACE.
001260           05  SR-SL-CC            PIC X(02).
001270           05  FILLER              PIC X(02) VALUE SPACES.
001280           05  SR-SL-RUNS          PIC ZZ9.
001290           05  FILLER              PIC X(01) VALUE SPACE.
001300           05  SR-SL-ACTION        PIC X(51).
001310       PROCEDURE DIVISION.
001320
001330       MAIN-PROCEDURE.
001340           OPEN OUTPUT KRPT-FILE.
001350           IF NOT SR-KRPT-FILE-OK
001360               DISPLAY "GIVY0001E - GIVEKRPT COULD NOT BE "
001370                   "OPENED, FILE STATUS " SR-KRPT-FILE-STATUS
001380               MOVE 12 TO RETURN-CODE
001390               GO TO MAIN-PROCEDURE-EXIT
001400           END-IF.
001410           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420           PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT.
001430           IF NOT SR-REFUSED
001440               PERFORM 3000-RESET-STEPS THRU 3000-EXIT
001450           END-IF.
001460           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001470           CLOSE KRPT-FILE.
001480           IF SR-FATAL
001490               MOVE 12 TO RETURN-CODE
001500           ELSE
001510               IF SR-REFUSED
001520                   MOVE 8 TO RETURN-CODE
001530               ELSE
001540                   IF SR-WARNED
001550                       MOVE 4 TO RETURN-CODE
001560                   ELSE
001570                       MOVE 0 TO RETURN-CODE
001580                   END-IF
001590               END-IF
001600           END-IF.
001610
001620           STOP RUN.
001630       MAIN-PROCEDURE-EXIT.
001640           STOP RUN.
001650*    *****************************************************************
001660*    1000-INITIALIZE
001670*        Picks up the reset request from GIVEKPRM and heads the
001680*        report with it.
001690*    *****************************************************************
001700       1000-INITIALIZE.
001710           ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD.
001720           OPEN INPUT PARM-FILE.
001730           IF SR-PARM-FILE-OK
001740               READ PARM-FILE
001750                   NOT AT END
001760                       SET SR-PARM-PRESENT TO TRUE
001770                       MOVE PARM-BUS-DATE TO SR-BUS-DATE-X
001780                       MOVE PARM-STEP-NAME TO SR-STEP-NAME
001790                       MOVE PARM-STEP-INSTANCE TO SR-STEP-INSTANCE
001800                       MOVE PARM-USER TO SR-USER
001810                       MOVE PARM-REASON TO SR-REASON
001820               END-READ
001830               CLOSE PARM-FILE
001840           END-IF.
001850           MOVE SPACES TO SR-RPT-WORK-LINE.
001860           MOVE "JOB-STREAM STEP RESET" TO SR-RPT-LABEL.
001870           MOVE SR-RUN-DATE TO SR-RPT-TEXT.
001880           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
001890           WRITE KRPT-LINE.
001900           MOVE SPACES TO SR-RPT-WORK-LINE.
001910           MOVE "BUSINESS DATE" TO SR-RPT-LABEL.
001920           MOVE SR-BUS-DATE-X TO SR-RPT-TEXT.
001930           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
001940           WRITE KRPT-LINE.
001950           MOVE SPACES TO SR-RPT-WORK-LINE.
001960           MOVE "STEP REQUESTED" TO SR-RPT-LABEL.
001970           EVALUATE TRUE
001980               WHEN SR-ALL-INSTANCES
001990                   STRING SR-STEP-NAME " EVERY PART"
002000                       DELIMITED BY SIZE INTO SR-RPT-TEXT
002010               WHEN SR-STEP-INSTANCE NOT = SPACE
002020                   STRING SR-STEP-NAME " PART " SR-STEP-INSTANCE
002030                       DELIMITED BY SIZE INTO SR-RPT-TEXT
002040               WHEN OTHER
002050                   MOVE SR-STEP-NAME TO SR-RPT-TEXT
002060           END-EVALUATE.
002070           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
002080           WRITE KRPT-LINE.
002090           MOVE SPACES TO SR-RPT-WORK-LINE.
002100           MOVE "REQUESTED BY" TO SR-RPT-LABEL.
002110           MOVE SR-USER TO SR-RPT-TEXT.
002120           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
002130           WRITE KRPT-LINE.
002140           MOVE SPACES TO SR-RPT-WORK-LINE.
002150           MOVE "REASON GIVEN" TO SR-RPT-LABEL.
002160           MOVE SR-REASON TO SR-RPT-TEXT.
002170           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
002180           WRITE KRPT-LINE.
002190       1000-EXIT.
002200           EXIT.
002210*    *****************************************************************
002220*    2000-EDIT-REQUEST
002230*        A reset needs a business date, a step and the operator
002240*        answerable for it; anything less is refused untouched.
002250*    *****************************************************************
002260       2000-EDIT-REQUEST.
002270           IF NOT SR-PARM-PRESENT
002280               DISPLAY "GIVY0002E - GIVEKPRM NOT FOUND OR EMPTY, "
002290                   "NOTHING RESET"
002300               MOVE "REFUSED - NO GIVEKPRM REQUEST" TO SR-OUTCOME
002310               SET SR-REFUSED TO TRUE
002320               GO TO 2000-EXIT
002330           END-IF.
002340           IF SR-BUS-DATE-X NOT NUMERIC
002350               DISPLAY "GIVY0003E - GIVEKPRM BUSINESS DATE "
002360                   SR-BUS-DATE-X " IS NOT A DATE"
002370               MOVE "REFUSED - BAD BUSINESS DATE" TO SR-OUTCOME
002380               SET SR-REFUSED TO TRUE
002390               GO TO 2000-EXIT
002400           END-IF.
002410           MOVE SR-BUS-DATE-X TO SR-BUS-DATE.
002420           IF SR-BUS-DATE = ZERO
002430               DISPLAY "GIVY0003E - GIVEKPRM BUSINESS DATE "
002440                   SR-BUS-DATE-X " IS NOT A DATE"
002450               MOVE "REFUSED - BAD BUSINESS DATE" TO SR-OUTCOME
002460               SET SR-REFUSED TO TRUE
002470               GO TO 2000-EXIT
002480           END-IF.
002490           IF SR-STEP-NAME = SPACES
002500               DISPLAY "GIVY0004E - GIVEKPRM NAMES NO STEP, "
002510                   "NOTHING RESET"
002520               MOVE "REFUSED - NO STEP NAMED" TO SR-OUTCOME
002530               SET SR-REFUSED TO TRUE
002540               GO TO 2000-EXIT
002550           END-IF.
002560           IF SR-USER = SPACES
002570               DISPLAY "GIVY0005E - GIVEKPRM NAMES NO OPERATOR, "
002580                   "NOTHING RESET"
002590               MOVE "REFUSED - NO OPERATOR NAMED" TO SR-OUTCOME
002600               SET SR-REFUSED TO TRUE
002610           END-IF.
002620       2000-EXIT.
002630           EXIT.
002640*    *****************************************************************
002650*    3000-RESET-STEPS
002660*        Resets the named step for the business date - one
002670*        ledger entry, or with partition * every partition
002680*        instance of the step.  A step not on the ledger for the
002690*        date has nothing to reset and the request is refused.
002700*    *****************************************************************
002710       3000-RESET-STEPS.
002720           OPEN I-O STEP-FILE.
002730           IF NOT SR-STEP-FILE-OK
002740               DISPLAY "GIVY0006E - GIVESTEP COULD NOT BE "
002750                   "OPENED, FILE STATUS " SR-STEP-FILE-STATUS
002760               MOVE "FAILED - GIVESTEP NOT OPENED" TO SR-OUTCOME
002770               SET SR-FATAL TO TRUE
002780               GO TO 3000-EXIT
002790           END-IF.
002800           MOVE SR-STEP-HDR-LINE TO KRPT-LINE.
002810           WRITE KRPT-LINE.
002820           MOVE SR-BUS-DATE TO STEP-BUS-DATE.
002830           MOVE SR-STEP-NAME TO STEP-NAME.
002840           IF SR-ALL-INSTANCES
002850               MOVE LOW-VALUES TO STEP-INSTANCE
002860               START STEP-FILE
002870                   KEY IS NOT LESS THAN STEP-KEY
002880                   INVALID KEY
002890                       SET SR-STEP-AT-EOF TO TRUE
002900               END-START
002910               PERFORM 3100-RESET-NEXT-INSTANCE THRU 3100-EXIT
002920                   UNTIL SR-STEP-AT-EOF
002930                      OR SR-FATAL
002940           ELSE
002950               MOVE SR-STEP-INSTANCE TO STEP-INSTANCE
002960               READ STEP-FILE
002970                   INVALID KEY
002980                       CONTINUE
002990                   NOT INVALID KEY
003000                       PERFORM 3200-RESET-ONE-STEP THRU 3200-EXIT
003010               END-READ
003020           END-IF.
003030           CLOSE STEP-FILE.
003040           IF SR-FATAL
003050               GO TO 3000-EXIT
003060           END-IF.
003070           IF SR-RESET-COUNT = ZERO AND SR-ALREADY-COUNT = ZERO
003080               DISPLAY "GIVY0007E - " SR-STEP-NAME
003090                   " IS NOT ON GIVESTEP FOR " SR-BUS-DATE
003100                   ", NOTHING RESET"
003110               MOVE "REFUSED - STEP NOT ON THE LEDGER"
003120                   TO SR-OUTCOME
003130               SET SR-REFUSED TO TRUE
003140               GO TO 3000-EXIT
003150           END-IF.
003160           IF SR-RUNNING-COUNT > ZERO OR SR-ALREADY-COUNT > ZERO
003170               SET SR-WARNED TO TRUE
003180               MOVE "RESET WITH WARNINGS" TO SR-OUTCOME
003190           ELSE
003200               MOVE "RESET - STEP MAY BE RERUN" TO SR-OUTCOME
003210           END-IF.
003220       3000-EXIT.
003230           EXIT.
003240
003250       3100-RESET-NEXT-INSTANCE.
003260           READ STEP-FILE NEXT RECORD
003270               AT END
003280                   SET SR-STEP-AT-EOF TO TRUE
003290                   GO TO 3100-EXIT
003300           END-READ.
003310           IF STEP-BUS-DATE NOT = SR-BUS-DATE
003320             OR STEP-NAME NOT = SR-STEP-NAME
003330               SET SR-STEP-AT-EOF TO TRUE
003340               GO TO 3100-EXIT
003350           END-IF.
003360           PERFORM 3200-RESET-ONE-STEP THRU 3200-EXIT.
003370       3100-EXIT.
003380           EXIT.
003390*    *****************************************************************
003400*    3200-RESET-ONE-STEP
003410*        Marks the ledger entry just read as reset, by whom and
003420*        when.  A step still marked running is reset with a
003430*        warning - the operator is answerable for the job being
003440*        gone - and one already reset is left as it stands.
003450*    *****************************************************************
003460       3200-RESET-ONE-STEP.
003470           MOVE STEP-NAME TO SR-SL-NAME.
003480           MOVE STEP-INSTANCE TO SR-SL-INST.
003490           MOVE STEP-RUN-COUNT TO SR-SL-RUNS.
003500           MOVE SPACES TO SR-SL-CC.
003510           EVALUATE TRUE
003520               WHEN STEP-RUNNING
003530                   MOVE "RUNNING" TO SR-WAS-STATUS
003540               WHEN STEP-WAS-RESET
003550                   MOVE "RESET" TO SR-WAS-STATUS
003560               WHEN STEP-COND-CODE > 4
003570                   MOVE "FAILED" TO SR-WAS-STATUS
003580                   MOVE STEP-COND-CODE TO SR-SL-CC
003590               WHEN OTHER
003600                   MOVE "ENDED" TO SR-WAS-STATUS
003610                   MOVE STEP-COND-CODE TO SR-SL-CC
003620           END-EVALUATE.
003630           MOVE SR-WAS-STATUS TO SR-SL-WAS.
003640           MOVE SPACES TO SR-SL-ACTION.
003650           IF STEP-WAS-RESET
003660               ADD 1 TO SR-ALREADY-COUNT
003670               STRING "ALREADY RESET BY " STEP-RESET-USER
003680                   DELIMITED BY SIZE INTO SR-SL-ACTION
003690               MOVE SR-STEP-LINE TO KRPT-LINE
003700               WRITE KRPT-LINE
003710               GO TO 3200-EXIT
003720           END-IF.
003730           IF STEP-RUNNING
003740               ADD 1 TO SR-RUNNING-COUNT
003750               DISPLAY "GIVY0008W - " STEP-NAME " PART "
003760                   STEP-INSTANCE " FOR " STEP-BUS-DATE
003770                   " WAS MARKED RUNNING - CONFIRM THE JOB"
003780                   " HAS ENDED"
003790           END-IF.
003800           ACCEPT SR-TIME-NOW FROM TIME.
003810           SET STEP-WAS-RESET TO TRUE.
003820           MOVE SR-USER TO STEP-RESET-USER.
003830           MOVE SR-RUN-DATE TO STEP-RESET-DATE.
003840           MOVE SR-TIME-HHMMSS TO STEP-RESET-TIME.
003850           REWRITE STEP-RECORD
003860               INVALID KEY
003870                   CONTINUE
003880           END-REWRITE.
003890           IF NOT SR-STEP-FILE-OK
003900               DISPLAY "GIVY0009E - GIVESTEP COULD NOT BE "
003910                   "UPDATED, FILE STATUS " SR-STEP-FILE-STATUS
003920               MOVE "FAILED - GIVESTEP NOT UPDATED" TO SR-OUTCOME
003930               SET SR-FATAL TO TRUE
003940               GO TO 3200-EXIT
003950           END-IF.
003960           ADD 1 TO SR-RESET-COUNT.
003970           DISPLAY "GIVY0010I - " STEP-NAME " PART " STEP-INSTANCE
003980               " FOR " STEP-BUS-DATE " RESET BY " SR-USER.
003990           STRING "RESET BY " SR-USER
004000               DELIMITED BY SIZE INTO SR-SL-ACTION.
004010           MOVE SR-STEP-LINE TO KRPT-LINE.
004020           WRITE KRPT-LINE.
004030       3200-EXIT.
004040           EXIT.
004050*    *****************************************************************
004060*    8000-WRITE-SUMMARY
004070*        Totals the resets and states the outcome.
004080*    *****************************************************************
004090       8000-WRITE-SUMMARY.
004100           MOVE SPACES TO SR-RPT-WORK-LINE.
004110           MOVE "STEPS RESET" TO SR-RPT-LABEL.
004120           MOVE SR-RESET-COUNT TO SR-RPT-NUMBER.
004130           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
004140           WRITE KRPT-LINE.
004150           MOVE SPACES TO SR-RPT-WORK-LINE.
004160           MOVE "OF THEM MARKED RUNNING" TO SR-RPT-LABEL.
004170           MOVE SR-RUNNING-COUNT TO SR-RPT-NUMBER.
004180           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
004190           WRITE KRPT-LINE.
004200           MOVE SPACES TO SR-RPT-WORK-LINE.
004210           MOVE "ALREADY RESET, LEFT AS THEY STAND"
004220               TO SR-RPT-LABEL.
004230           MOVE SR-ALREADY-COUNT TO SR-RPT-NUMBER.
004240           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
004250           WRITE KRPT-LINE.
004260           MOVE SPACES TO SR-RPT-WORK-LINE.
004270           MOVE "THIS STEP" TO SR-RPT-LABEL.
004280           MOVE SR-OUTCOME TO SR-RPT-TEXT.
004290           MOVE SR-RPT-WORK-LINE TO KRPT-LINE.
004300           WRITE KRPT-LINE.
004310       8000-EXIT.
004320           EXIT.
004330
004340           END PROGRAM GIVESRST.
