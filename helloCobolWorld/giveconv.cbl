000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: One-time load of the keyed GIVE files
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Loads the keyed register
000100*                      (GIVEREG), department master (GIVEDEPT),
000110*                      resolved-exception file (GIVERRES) and GL
000120*                      cross-reference (GIVEGLX) from line-
000130*                      sequential copies of the old files
000140*                      (GIVEREGO, GIVEDPTO, GIVERRSO, GIVEGLXO),
000150*                      so nothing already registered, mastered or
000160*                      resolved is lost when the jobs move to
000170*                      keyed access.  Records are added by key to
000180*                      whatever the keyed file already holds, so
000190*                      a rerun loads nothing twice: the first
000200*                      record for a key wins and later ones are
000210*                      counted as duplicates.  Records with a
000220*                      blank key are dropped.  An old copy that is
000230*                      not there is reported and skipped.  A
000240*                      report (GIVENRPT) shows the records read,
000250*                      loaded, duplicate and blank per file.
000260*                      Condition codes: 0 every record loaded, 4
000270*                      duplicates, blank keys or an old copy
000280*                      missing, 12 a keyed file could not be
000290*                      opened or written.
000291*     2026-10-15  TUL  Each run is recorded on the job-stream step
000292*                      ledger (GIVESTEP) under the GIVEBDT
000293*                      business date.  The keyed-file load depends
000294*                      on no other step and is never refused
000295*                      there; a ledger that cannot be updated only
000296*                      warns (GIVN0005W, GIVN0006W).
000300*    *****************************************************************
000310       IDENTIFICATION DIVISION.
000320       PROGRAM-ID. GIVECONV.
000330       ENVIRONMENT DIVISION.
000340       INPUT-OUTPUT SECTION.
000350       FILE-CONTROL.
000360           SELECT NRPT-FILE ASSIGN TO "GIVENRPT"
000370               ORGANIZATION IS LINE SEQUENTIAL
000380               FILE STATUS IS CV-NRPT-FILE-STATUS.
000390           SELECT REGO-FILE ASSIGN TO "GIVEREGO"
000400               ORGANIZATION IS LINE SEQUENTIAL
000410               FILE STATUS IS CV-OLD-FILE-STATUS.
000420           SELECT DPTO-FILE ASSIGN TO "GIVEDPTO"
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS CV-OLD-FILE-STATUS.
000450           SELECT RRSO-FILE ASSIGN TO "GIVERRSO"
000460               ORGANIZATION IS LINE SEQUENTIAL
000470               FILE STATUS IS CV-OLD-FILE-STATUS.
000480           SELECT GLXO-FILE ASSIGN TO "GIVEGLXO"
000490               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS CV-OLD-FILE-STATUS.
000510           SELECT REG-FILE ASSIGN TO "GIVEREG"
000520               ORGANIZATION IS INDEXED
000530               ACCESS MODE IS RANDOM
000540               RECORD KEY IS REG-KEY
000550               FILE STATUS IS CV-KEY-FILE-STATUS.
000560           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000570               ORGANIZATION IS INDEXED
000580               ACCESS MODE IS RANDOM
000590               RECORD KEY IS DMST-DEPT-CODE
000600               FILE STATUS IS CV-KEY-FILE-STATUS.
000610           SELECT RES-FILE ASSIGN TO "GIVERRES"
000620               ORGANIZATION IS INDEXED
000630               ACCESS MODE IS RANDOM
000640               RECORD KEY IS RES-KEY
000650               FILE STATUS IS CV-KEY-FILE-STATUS.
000660           SELECT GLX-FILE ASSIGN TO "GIVEGLX"
000670               ORGANIZATION IS INDEXED
000680               ACCESS MODE IS RANDOM
000690               RECORD KEY IS GLX-DEPT-CODE
000700               FILE STATUS IS CV-KEY-FILE-STATUS.
000701           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000702               ORGANIZATION IS LINE SEQUENTIAL
000703               FILE STATUS IS CV-BDT-FILE-STATUS.
000704           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000705               ORGANIZATION IS INDEXED
000706               ACCESS MODE IS DYNAMIC
000707               RECORD KEY IS STEP-KEY
000708               FILE STATUS IS CV-STEP-FILE-STATUS.
000710       DATA DIVISION.
000720       FILE SECTION.
000730       FD  NRPT-FILE.
000740       01  NRPT-LINE               PIC X(80).
000750       FD  REGO-FILE.
000760       01  REGO-RECORD             PIC X(80).
000770       FD  DPTO-FILE.
000780       01  DPTO-RECORD             PIC X(80).
000790       FD  RRSO-FILE.
000800       01  RRSO-RECORD             PIC X(80).
000810       FD  GLXO-FILE.
000820       01  GLXO-RECORD             PIC X(80).
000830       FD  REG-FILE.
000840       01  REG-RECORD.
000850           05  REG-KEY             PIC X(09).
000860           05  FILLER              PIC X(41).
000870       FD  DEPT-FILE.
000880       01  DEPT-MST-RECORD.
000890           05  DMST-DEPT-CODE      PIC X(03).
000900           05  FILLER              PIC X(77).
000910       FD  RES-FILE.
000920       01  RES-RECORD.
000930           05  RES-KEY             PIC X(14).
000940           05  FILLER              PIC X(36).
000950       FD  GLX-FILE.
000960       01  GLX-RECORD.
000961           05  GLX-DEPT-CODE       PIC X(03).
000962           05  FILLER              PIC X(77).
000963       FD  BDT-FILE.
000964       01  BDT-RECORD.
000965           05  BDT-BUS-DATE        PIC 9(08).
000966           05  BDT-OVERRIDE-FLAG   PIC X(01).
000967           05  FILLER              PIC X(41).
000968       FD  STEP-FILE.
000969       01  STEP-RECORD.
000970           05  STEP-KEY.
000971               10  STEP-BUS-DATE   PIC 9(08).
000972               10  STEP-NAME       PIC X(08).
000973               10  STEP-INSTANCE   PIC X(01).
000974           05  STEP-STATE          PIC X(01).
000975               88  STEP-RUNNING            VALUE "S".
000976               88  STEP-ENDED              VALUE "E".
000977               88  STEP-WAS-RESET          VALUE "R".
000978           05  STEP-START-STAMP.
000979               10  STEP-START-DATE PIC 9(08).
000980               10  STEP-START-TIME PIC 9(06).
000981           05  STEP-END-STAMP.
000982               10  STEP-END-DATE   PIC 9(08).
000983               10  STEP-END-TIME   PIC 9(06).
000984           05  STEP-COND-CODE      PIC 9(02).
000985           05  STEP-RUN-COUNT      PIC 9(03).
000986           05  STEP-RESET-USER     PIC X(08).
000987           05  STEP-RESET-DATE     PIC 9(08).
000988           05  STEP-RESET-TIME     PIC 9(06).
000989           05  FILLER              PIC X(07).
000990       WORKING-STORAGE SECTION.
001000       77  CV-NRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001010           88  CV-NRPT-FILE-OK               VALUE "00".
001020       77  CV-OLD-FILE-STATUS      PIC X(02) VALUE SPACES.
001030           88  CV-OLD-FILE-OK                VALUE "00".
001040       77  CV-KEY-FILE-STATUS      PIC X(02) VALUE SPACES.
001050           88  CV-KEY-FILE-OK                VALUE "00".
001060           88  CV-KEY-FILE-MISSING           VALUE "35".
001070           88  CV-KEY-DUPLICATE              VALUE "22".
001080       77  CV-OLD-EOF-SWITCH       PIC X(01) VALUE "N".
001090           88  CV-OLD-AT-EOF                 VALUE "Y".
001100       77  CV-CUR-FILE             PIC 9(01) VALUE ZERO.
001110       77  CV-KEY-LEN              PIC 9(02) COMP VALUE ZERO.
001120       77  CV-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001130       77  CV-LOADED-COUNT         PIC 9(07) COMP VALUE ZERO.
001140       77  CV-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
001150       77  CV-BLANK-COUNT          PIC 9(07) COMP VALUE ZERO.
001160       77  CV-WARN-SWITCH          PIC X(01) VALUE "N".
001170           88  CV-WARNED                     VALUE "Y".
001180       77  CV-FATAL-SWITCH         PIC X(01) VALUE "N".
001181           88  CV-FATAL                      VALUE "Y".
001182       77  CV-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001183           88  CV-STEP-FILE-OK               VALUE "00".
001184           88  CV-STEP-FILE-MISSING          VALUE "35".
001185       77  CV-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001186           88  CV-BDT-FILE-OK                VALUE "00".
001187       77  CV-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001188           88  CV-STEP-FOUND                 VALUE "Y".
001189       77  CV-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001190           88  CV-STEP-STARTED               VALUE "Y".
001191       77  CV-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001192       77  CV-STEP-NAME            PIC X(08) VALUE "GIVECONV".
001193       77  CV-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001200       01  CV-REC                  PIC X(80).
001210       01  CV-NAME-TABLE.
001220           05  FILLER              PIC X(16) VALUE
001230               "GIVEREG GIVEREGO".
001240           05  FILLER              PIC X(16) VALUE
001250               "GIVEDEPTGIVEDPTO".
001260           05  FILLER              PIC X(16) VALUE
001270               "GIVERRESGIVERRSO".
001280           05  FILLER              PIC X(16) VALUE
001290               "GIVEGLX GIVEGLXO".
001300       01  CV-NAME-VIEW REDEFINES CV-NAME-TABLE.
001310           05  CV-NAME-ENTRY OCCURS 4 TIMES.
001320               10  CV-KEY-NAME     PIC X(08).
001330               10  CV-OLD-NAME     PIC X(08).
001340       01  CV-RPT-WORK-LINE.
001350           05  CV-RPT-LABEL        PIC X(37).
001360           05  CV-RPT-NUMBER       PIC ZZZZ9.
001370           05  CV-RPT-TEXT         PIC X(38).
001380       01  CV-FILE-LINE.
001390           05  CV-FL-NAME          PIC X(08).
001400           05  FILLER              PIC X(06) VALUE " READ ".
001410           05  CV-FL-READ          PIC ZZZZZZ9.
001420           05  FILLER              PIC X(08) VALUE " LOADED ".
001430           05  CV-FL-LOADED        PIC ZZZZZZ9.
001440           05  FILLER              PIC X(11) VALUE " DUPLICATE ".
001450           05  CV-FL-DUP           PIC ZZZZZZ9.
001460           05  FILLER              PIC X(07) VALUE " BLANK ".
001470           05  CV-FL-BLANK         PIC ZZZZZZ9.
001480           05  FILLER              PIC X(12) VALUE SPACES.
001481       01  CV-STEP-NOW.
001482           05  CV-STEP-NOW-DATE    PIC 9(08).
001483           05  CV-STEP-NOW-TIME    PIC 9(06).
001484       01  CV-STEP-CLOCK.
001485           05  CV-STEP-CLOCK-HMS   PIC 9(06).
001486           05  FILLER              PIC 9(02).
001490       PROCEDURE DIVISION.
001500
001510       MAIN-PROCEDURE.
001511           PERFORM 9700-START-STEP THRU 9700-EXIT.
001520           OPEN OUTPUT NRPT-FILE.
001530           IF NOT CV-NRPT-FILE-OK
001540               DISPLAY "GIVN0001E - GIVENRPT COULD NOT BE "
001550                   "OPENED, FILE STATUS " CV-NRPT-FILE-STATUS
001560               MOVE 12 TO RETURN-CODE
001570               GO TO MAIN-PROCEDURE-EXIT
001580           END-IF.
001590           MOVE SPACES TO CV-RPT-WORK-LINE.
001600           MOVE "GIVE KEYED FILE CONVERSION" TO CV-RPT-LABEL.
001610           MOVE CV-RPT-WORK-LINE TO NRPT-LINE.
001620           WRITE NRPT-LINE.
001630           PERFORM 2000-LOAD-FILE THRU 2000-EXIT
001640               VARYING CV-CUR-FILE FROM 1 BY 1
001650               UNTIL CV-CUR-FILE > 4
001660                  OR CV-FATAL.
001670           CLOSE NRPT-FILE.
001680           EVALUATE TRUE
001690               WHEN CV-FATAL
001700                   MOVE 12 TO RETURN-CODE
001710               WHEN CV-WARNED
001720                   MOVE 4 TO RETURN-CODE
001730               WHEN OTHER
001740                   MOVE 0 TO RETURN-CODE
001750           END-EVALUATE.
001760
001761           PERFORM 9750-END-STEP THRU 9750-EXIT.
001770           STOP RUN.
001780       MAIN-PROCEDURE-EXIT.
001781           PERFORM 9750-END-STEP THRU 9750-EXIT.
001790           STOP RUN.
001800*    *****************************************************************
001810*    2000-LOAD-FILE
001820*        Loads one keyed file from its old line-sequential copy:
001830*        GIVEREG (1), GIVEDEPT (2), GIVERRES (3), GIVEGLX (4).
001840*        The keyed file is opened for update, and created first
001850*        if it is not there yet, so records are only ever
001860*        added to it.  The key is the leading part of every
001870*        record and its length is set here.
001880*    *****************************************************************
001890       2000-LOAD-FILE.
001900           EVALUATE CV-CUR-FILE
001910               WHEN 1
001920                   MOVE 9 TO CV-KEY-LEN
001930               WHEN 3
001940                   MOVE 14 TO CV-KEY-LEN
001950               WHEN OTHER
001960                   MOVE 3 TO CV-KEY-LEN
001970           END-EVALUATE.
001980           MOVE ZERO TO CV-READ-COUNT.
001990           MOVE ZERO TO CV-LOADED-COUNT.
002000           MOVE ZERO TO CV-DUP-COUNT.
002010           MOVE ZERO TO CV-BLANK-COUNT.
002020           PERFORM 2100-OPEN-OLD THRU 2100-EXIT.
002030           IF NOT CV-OLD-FILE-OK
002040               DISPLAY "GIVN0002W - " CV-OLD-NAME (CV-CUR-FILE)
002050                   " NOT PRESENT, " CV-KEY-NAME (CV-CUR-FILE)
002060                   " NOT LOADED"
002070               MOVE SPACES TO CV-RPT-WORK-LINE
002080               MOVE CV-OLD-NAME (CV-CUR-FILE) TO CV-RPT-LABEL
002090               MOVE "NOT PRESENT - SKIPPED" TO CV-RPT-TEXT
002100               MOVE CV-RPT-WORK-LINE TO NRPT-LINE
002110               WRITE NRPT-LINE
002120               SET CV-WARNED TO TRUE
002130               GO TO 2000-EXIT
002140           END-IF.
002150           PERFORM 2200-OPEN-KEYED THRU 2200-EXIT.
002160           IF CV-KEY-FILE-MISSING
002170               PERFORM 2300-CREATE-KEYED THRU 2300-EXIT
002180           END-IF.
002190           IF NOT CV-KEY-FILE-OK
002200               DISPLAY "GIVN0003E - " CV-KEY-NAME (CV-CUR-FILE)
002210                   " COULD NOT BE OPENED, FILE STATUS "
002220                   CV-KEY-FILE-STATUS
002230               PERFORM 2110-CLOSE-OLD THRU 2110-EXIT
002240               SET CV-FATAL TO TRUE
002250               GO TO 2000-EXIT
002260           END-IF.
002270           MOVE "N" TO CV-OLD-EOF-SWITCH.
002280           PERFORM 3000-LOAD-ONE-RECORD THRU 3000-EXIT
002290               UNTIL CV-OLD-AT-EOF.
002300           PERFORM 2110-CLOSE-OLD THRU 2110-EXIT.
002310           PERFORM 2210-CLOSE-KEYED THRU 2210-EXIT.
002320           IF CV-DUP-COUNT > ZERO OR CV-BLANK-COUNT > ZERO
002330               SET CV-WARNED TO TRUE
002340           END-IF.
002350           MOVE CV-KEY-NAME (CV-CUR-FILE) TO CV-FL-NAME.
002360           MOVE CV-READ-COUNT TO CV-FL-READ.
002370           MOVE CV-LOADED-COUNT TO CV-FL-LOADED.
002380           MOVE CV-DUP-COUNT TO CV-FL-DUP.
002390           MOVE CV-BLANK-COUNT TO CV-FL-BLANK.
002400           MOVE CV-FILE-LINE TO NRPT-LINE.
002410           WRITE NRPT-LINE.
002420       2000-EXIT.
002430           EXIT.
002440
002450       2100-OPEN-OLD.
002460           EVALUATE CV-CUR-FILE
002470               WHEN 1
002480                   OPEN INPUT REGO-FILE
002490               WHEN 2
002500                   OPEN INPUT DPTO-FILE
002510               WHEN 3
002520                   OPEN INPUT RRSO-FILE
002530               WHEN OTHER
002540                   OPEN INPUT GLXO-FILE
002550           END-EVALUATE.
002560       2100-EXIT.
002570           EXIT.
002580
002590       2110-CLOSE-OLD.
002600           EVALUATE CV-CUR-FILE
002610               WHEN 1
002620                   CLOSE REGO-FILE
002630               WHEN 2
002640                   CLOSE DPTO-FILE
002650               WHEN 3
002660                   CLOSE RRSO-FILE
002670               WHEN OTHER
002680                   CLOSE GLXO-FILE
002690           END-EVALUATE.
002700       2110-EXIT.
002710           EXIT.
002720
002730       2200-OPEN-KEYED.
002740           EVALUATE CV-CUR-FILE
002750               WHEN 1
002760                   OPEN I-O REG-FILE
002770               WHEN 2
002780                   OPEN I-O DEPT-FILE
002790               WHEN 3
002800                   OPEN I-O RES-FILE
002810               WHEN OTHER
002820                   OPEN I-O GLX-FILE
002830           END-EVALUATE.
002840       2200-EXIT.
002850           EXIT.
002860
002870       2210-CLOSE-KEYED.
002880           EVALUATE CV-CUR-FILE
002890               WHEN 1
002900                   CLOSE REG-FILE
002910               WHEN 2
002920                   CLOSE DEPT-FILE
002930               WHEN 3
002940                   CLOSE RES-FILE
002950               WHEN OTHER
002960                   CLOSE GLX-FILE
002970           END-EVALUATE.
002980       2210-EXIT.
002990           EXIT.
003000
003010       2300-CREATE-KEYED.
003020           EVALUATE CV-CUR-FILE
003030               WHEN 1
003040                   OPEN OUTPUT REG-FILE
003050               WHEN 2
003060                   OPEN OUTPUT DEPT-FILE
003070               WHEN 3
003080                   OPEN OUTPUT RES-FILE
003090               WHEN OTHER
003100                   OPEN OUTPUT GLX-FILE
003110           END-EVALUATE.
003120           IF CV-KEY-FILE-OK
003130               PERFORM 2210-CLOSE-KEYED THRU 2210-EXIT
003140               PERFORM 2200-OPEN-KEYED THRU 2200-EXIT
003150           END-IF.
003160       2300-EXIT.
003170           EXIT.
003180*    *****************************************************************
003190*    3000-LOAD-ONE-RECORD
003200*        Reads one old record and adds it under its key.  A key
003210*        already on the keyed file is a duplicate and the
003220*        record is left out; any other write failure is fatal
003230*        and stops the load.
003240*    *****************************************************************
003250       3000-LOAD-ONE-RECORD.
003260           PERFORM 3100-READ-OLD THRU 3100-EXIT.
003270           IF CV-OLD-AT-EOF
003280               GO TO 3000-EXIT
003290           END-IF.
003300           ADD 1 TO CV-READ-COUNT.
003310           IF CV-REC (1 : CV-KEY-LEN) = SPACES
003320               ADD 1 TO CV-BLANK-COUNT
003330               GO TO 3000-EXIT
003340           END-IF.
003350           PERFORM 3200-WRITE-KEYED THRU 3200-EXIT.
003360           IF CV-KEY-FILE-OK
003370               ADD 1 TO CV-LOADED-COUNT
003380               GO TO 3000-EXIT
003390           END-IF.
003400           IF CV-KEY-DUPLICATE
003410               ADD 1 TO CV-DUP-COUNT
003420               GO TO 3000-EXIT
003430           END-IF.
003440           DISPLAY "GIVN0004E - " CV-KEY-NAME (CV-CUR-FILE)
003450               " COULD NOT BE WRITTEN FOR KEY "
003460               CV-REC (1 : CV-KEY-LEN)
003470               ", FILE STATUS " CV-KEY-FILE-STATUS.
003480           SET CV-FATAL TO TRUE.
003490           SET CV-OLD-AT-EOF TO TRUE.
003500       3000-EXIT.
003510           EXIT.
003520
003530       3100-READ-OLD.
003540           EVALUATE CV-CUR-FILE
003550               WHEN 1
003560                   READ REGO-FILE INTO CV-REC
003570                       AT END
003580                           SET CV-OLD-AT-EOF TO TRUE
003590                   END-READ
003600               WHEN 2
003610                   READ DPTO-FILE INTO CV-REC
003620                       AT END
003630                           SET CV-OLD-AT-EOF TO TRUE
003640                   END-READ
003650               WHEN 3
003660                   READ RRSO-FILE INTO CV-REC
003670                       AT END
003680                           SET CV-OLD-AT-EOF TO TRUE
003690                   END-READ
003700               WHEN OTHER
003710                   READ GLXO-FILE INTO CV-REC
003720                       AT END
003730                           SET CV-OLD-AT-EOF TO TRUE
003740                   END-READ
003750           END-EVALUATE.
003760       3100-EXIT.
003770           EXIT.
003780
003790       3200-WRITE-KEYED.
003800           EVALUATE CV-CUR-FILE
003810               WHEN 1
003820                   WRITE REG-RECORD FROM CV-REC
003830                       INVALID KEY
003840                           CONTINUE
003850                   END-WRITE
003860               WHEN 2
003870                   WRITE DEPT-MST-RECORD FROM CV-REC
003880                       INVALID KEY
003890                           CONTINUE
003900                   END-WRITE
003910               WHEN 3
003920                   WRITE RES-RECORD FROM CV-REC
003930                       INVALID KEY
003940                           CONTINUE
003950                   END-WRITE
003960               WHEN OTHER
003970                   WRITE GLX-RECORD FROM CV-REC
003980                       INVALID KEY
003990                           CONTINUE
004000                   END-WRITE
004010           END-EVALUATE.
004020       3200-EXIT.
004030           EXIT.
004031*    *****************************************************************
004032*    9700-START-STEP
004033*        Records the run as a step on the job-stream step ledger
004034*        (GIVESTEP) under the GIVEBDT business date.  A desk
004035*        utility depends on no nightly step and is run as often
004036*        as the desk needs in a day, so it is never refused here,
004037*        and a ledger that cannot be updated only costs the entry.
004038*    *****************************************************************
004039       9700-START-STEP.
004040           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
004041           OPEN I-O STEP-FILE.
004042           IF CV-STEP-FILE-MISSING
004043               OPEN OUTPUT STEP-FILE
004044               IF CV-STEP-FILE-OK
004045                   CLOSE STEP-FILE
004046                   OPEN I-O STEP-FILE
004047               END-IF
004048           END-IF.
004049           IF NOT CV-STEP-FILE-OK
004050               DISPLAY "GIVN0005W - GIVESTEP COULD NOT BE "
004051                   "OPENED, FILE STATUS " CV-STEP-FILE-STATUS
004052               GO TO 9700-EXIT
004053           END-IF.
004054           MOVE CV-STEP-BUS-DATE TO STEP-BUS-DATE.
004055           MOVE CV-STEP-NAME TO STEP-NAME.
004056           MOVE CV-STEP-INSTANCE TO STEP-INSTANCE.
004057           MOVE "N" TO CV-STEP-FOUND-SWITCH.
004058           READ STEP-FILE
004059               INVALID KEY
004060                   CONTINUE
004061               NOT INVALID KEY
004062                   SET CV-STEP-FOUND TO TRUE
004063           END-READ.
004064           IF NOT CV-STEP-FOUND
004065               MOVE SPACES TO STEP-RECORD
004066               MOVE CV-STEP-BUS-DATE TO STEP-BUS-DATE
004067               MOVE CV-STEP-NAME TO STEP-NAME
004068               MOVE CV-STEP-INSTANCE TO STEP-INSTANCE
004069               MOVE ZERO TO STEP-RUN-COUNT
004070               MOVE ZERO TO STEP-RESET-DATE
004071               MOVE ZERO TO STEP-RESET-TIME
004072           END-IF.
004073           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
004074           SET STEP-RUNNING TO TRUE.
004075           MOVE CV-STEP-NOW TO STEP-START-STAMP.
004076           MOVE ZERO TO STEP-END-DATE.
004077           MOVE ZERO TO STEP-END-TIME.
004078           MOVE ZERO TO STEP-COND-CODE.
004079           ADD 1 TO STEP-RUN-COUNT.
004080           IF CV-STEP-FOUND
004081               REWRITE STEP-RECORD
004082                   INVALID KEY
004083                       CONTINUE
004084               END-REWRITE
004085           ELSE
004086               WRITE STEP-RECORD
004087                   INVALID KEY
004088                       CONTINUE
004089               END-WRITE
004090           END-IF.
004091           IF NOT CV-STEP-FILE-OK
004092               DISPLAY "GIVN0005W - GIVESTEP COULD NOT BE "
004093                   "UPDATED, FILE STATUS " CV-STEP-FILE-STATUS
004094               CLOSE STEP-FILE
004095               GO TO 9700-EXIT
004096           END-IF.
004097           CLOSE STEP-FILE.
004098           SET CV-STEP-STARTED TO TRUE.
004099       9700-EXIT.
004100           EXIT.
004101
004102       9705-LOAD-STEP-DATE.
004103           ACCEPT CV-STEP-BUS-DATE FROM DATE YYYYMMDD.
004104           OPEN INPUT BDT-FILE.
004105           IF CV-BDT-FILE-OK
004106               READ BDT-FILE
004107                   NOT AT END
004108                       IF BDT-BUS-DATE NUMERIC
004109                         AND BDT-BUS-DATE > ZERO
004110                           MOVE BDT-BUS-DATE TO CV-STEP-BUS-DATE
004111                       END-IF
004112               END-READ
004113               CLOSE BDT-FILE
004114           END-IF.
004115       9705-EXIT.
004116           EXIT.
004117*    *****************************************************************
004118*    9750-END-STEP
004119*        Marks this step ended on GIVESTEP with its condition
004120*        code.  Only a step this run started is marked; a ledger
004121*        that cannot be updated is reported and does not change
004122*        the step's own condition code.
004123*    *****************************************************************
004124       9750-END-STEP.
004125           IF NOT CV-STEP-STARTED
004126               GO TO 9750-EXIT
004127           END-IF.
004128           MOVE "N" TO CV-STEP-STARTED-SWITCH.
004129           OPEN I-O STEP-FILE.
004130           IF NOT CV-STEP-FILE-OK
004131               DISPLAY "GIVN0006W - END OF STEP NOT RECORDED ON "
004132                   "GIVESTEP, FILE STATUS " CV-STEP-FILE-STATUS
004133               GO TO 9750-EXIT
004134           END-IF.
004135           MOVE CV-STEP-BUS-DATE TO STEP-BUS-DATE.
004136           MOVE CV-STEP-NAME TO STEP-NAME.
004137           MOVE CV-STEP-INSTANCE TO STEP-INSTANCE.
004138           READ STEP-FILE
004139               INVALID KEY
004140                   CONTINUE
004141           END-READ.
004142           IF CV-STEP-FILE-OK
004143               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
004144               SET STEP-ENDED TO TRUE
004145               MOVE CV-STEP-NOW TO STEP-END-STAMP
004146               MOVE RETURN-CODE TO STEP-COND-CODE
004147               REWRITE STEP-RECORD
004148                   INVALID KEY
004149                       CONTINUE
004150               END-REWRITE
004151           END-IF.
004152           IF NOT CV-STEP-FILE-OK
004153               DISPLAY "GIVN0006W - END OF STEP NOT RECORDED ON "
004154                   "GIVESTEP, FILE STATUS " CV-STEP-FILE-STATUS
004155           END-IF.
004156           CLOSE STEP-FILE.
004157       9750-EXIT.
004158           EXIT.
004159
004160       9795-TAKE-STEP-STAMP.
004161           ACCEPT CV-STEP-NOW-DATE FROM DATE YYYYMMDD.
004162           ACCEPT CV-STEP-CLOCK FROM TIME.
004163           MOVE CV-STEP-CLOCK-HMS TO CV-STEP-NOW-TIME.
004164       9795-EXIT.
004165           EXIT.
004166
004167           END PROGRAM GIVECONV.
