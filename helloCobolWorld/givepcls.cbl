000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Month-end department close and period statements
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Run after the night's chain on
000095*                      the last business day of the month (by the
000100*                      GIVEBDT business date and the GIVECAL
000105*                      calendar), it closes the period for every
000110*                      department on the master (GIVEDEPT): the
000115*                      period's opening position, postings
000120*                      (including values released from quarantine
000125*                      by GIVERELQ), reversals (GIVEBKO backouts)
000130*                      and closing position are appended to the
000135*                      period-history file (GIVEPHST) and printed
000140*                      as a per-department statement (GIVEPSTM).
000145*                      The master is then rolled to the new
000150*                      period: the closing position becomes the
000155*                      next opening, the period reversals are
000160*                      reset and each department is marked
000165*                      closed through the month end, after which
000170*                      the nightly run and GIVERELQ refuse
000175*                      anything dated inside the closed month.
000180*                      On any other day nothing is closed unless
000185*                      the desk forces a late close through the
000190*                      parameter file (GIVEPPRM).  Condition
000195*                      codes: 0 closed, 4 not the last business
000200*                      day or period already closed, 8 period
000205*                      figures did not foot (closed, review the
000210*                      statement), 12 file open failure.
000215*     2026-10-15  TUL  GIVEDEPT is a keyed file now: each
000220*                      department is rolled and rewritten in
000225*                      place before its history and statement
000230*                      are written, and the GIVEPWRK work file
000235*                      is gone.  A department that cannot be
000240*                      rewritten is GIVP0005E, condition code 12.
000241*     2026-10-15  TUL  Records each run on the job-stream step
000242*                      ledger (GIVESTEP) for the business date:
000243*                      started, ended and its condition code.
000244*                      Closes a period only once posting has ended
000245*                      cleanly for the date: GIVEMRGE when
000246*                      GIVESPLT partitioned it, otherwise the main
000247*                      run. A run already marked running, or one
000248*                      that already ended cleanly, is refused
000249*                      until the operator resets it with GIVESRST.
000250*                      A refused run ends with condition code 20
000251*                      and touches nothing else.
000252*     2026-10-15  TUL  A forced close on a day that is not the
000253*                      last business day of its month is a late
000254*                      close of the month before the business
000255*                      date, not of the business date's month.
000256*     2026-10-15  TUL  Accepts a posting step (GIVEMAIN or GIVEMRGE)
000257*                      that ended with condition code 8 - its
000258*                      quarantined or refused batches aside, the rest
000259*                      posted - as having run for the business date.
000260*                      Only condition code 12 and above is refused.
000261*     2026-10-15  TUL  A department with postings dated after the
000262*                      month end is not closed (GIVP0013E): its
000263*                      running totals already hold the next
000264*                      period.  It is left for the desk with
000265*                      condition code 8.  A history record that
000266*                      cannot be written is GIVP0014E, condition
000267*                      code 12.
000340*    *****************************************************************
000350       IDENTIFICATION DIVISION.
000360       PROGRAM-ID. GIVEPCLS.
000370       ENVIRONMENT DIVISION.
000380       INPUT-OUTPUT SECTION.
000390       FILE-CONTROL.
000400           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000410               ORGANIZATION IS LINE SEQUENTIAL
000420               FILE STATUS IS PC-BDT-FILE-STATUS.
000430           SELECT CAL-FILE ASSIGN TO "GIVECAL"
000440               ORGANIZATION IS LINE SEQUENTIAL
000450               FILE STATUS IS PC-CAL-FILE-STATUS.
000460           SELECT PARM-FILE ASSIGN TO "GIVEPPRM"
000470               ORGANIZATION IS LINE SEQUENTIAL
000480               FILE STATUS IS PC-PARM-FILE-STATUS.
000490           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000500               ORGANIZATION IS INDEXED
000501               ACCESS MODE IS DYNAMIC
000502               RECORD KEY IS DMST-DEPT-CODE
000510               FILE STATUS IS PC-DEPT-FILE-STATUS.
000550           SELECT PHST-FILE ASSIGN TO "GIVEPHST"
000560               ORGANIZATION IS LINE SEQUENTIAL
000570               FILE STATUS IS PC-PHST-FILE-STATUS.
000580           SELECT PSTM-FILE ASSIGN TO "GIVEPSTM"
000590               ORGANIZATION IS LINE SEQUENTIAL
000600               FILE STATUS IS PC-PSTM-FILE-STATUS.
000601           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000602               ORGANIZATION IS INDEXED
000603               ACCESS MODE IS DYNAMIC
000604               RECORD KEY IS STEP-KEY
000605               FILE STATUS IS PC-STEP-FILE-STATUS.
000610       DATA DIVISION.
000620       FILE SECTION.
000630       FD  BDT-FILE.
000640       01  BDT-RECORD.
000650           05  BDT-BUS-DATE        PIC 9(08).
000660           05  BDT-OVERRIDE-FLAG   PIC X(01).
000670           05  FILLER              PIC X(41).
000680       FD  CAL-FILE.
000690       01  CAL-RECORD.
000700           05  CAL-TYPE            PIC X(02).
000710               88  CAL-IS-HOLIDAY          VALUE "HD".
000720               88  CAL-IS-WEEKEND-RULE     VALUE "WK".
000730           05  CAL-HOLIDAY-DATE    PIC 9(08).
000740           05  FILLER              PIC X(40).
000750       01  CAL-WEEKEND-VIEW REDEFINES CAL-RECORD.
000760           05  FILLER              PIC X(02).
000770           05  CAL-SAT-BUSINESS    PIC X(01).
000780           05  CAL-SUN-BUSINESS    PIC X(01).
000790           05  FILLER              PIC X(46).
000800       FD  PARM-FILE.
000810       01  PARM-RECORD.
000820           05  PARM-FORCE-FLAG     PIC X(01).
000830           05  PARM-USER-ID        PIC X(08).
000840           05  FILLER              PIC X(41).
000850       FD  DEPT-FILE.
000860       01  DEPT-MST-RECORD.
000870           05  DMST-DEPT-CODE      PIC X(03).
000880           05  DMST-CUTOFF         PIC 9(02).
000890           05  DMST-RUN-TOTAL      PIC 9(09).
000900           05  DMST-RUN-COUNT      PIC 9(07).
000910           05  DMST-LAST-DATE      PIC 9(08).
000920           05  DMST-PERIOD-DATA.
000930               10  DMST-PER-OPEN-TOTAL PIC 9(09).
000940               10  DMST-PER-OPEN-COUNT PIC 9(07).
000950               10  DMST-PER-REV-TOTAL  PIC 9(09).
000960               10  DMST-PER-REV-COUNT  PIC 9(07).
000970               10  DMST-CLOSED-THRU    PIC 9(08).
000971           05  DMST-CEILING        PIC 9(09).
000980           05  FILLER              PIC X(02).
001010       FD  PHST-FILE.
001020       01  PHST-RECORD.
001030           05  PHST-PERIOD-END     PIC 9(08).
001040           05  PHST-DEPT-CODE      PIC X(03).
001050           05  PHST-OPEN-TOTAL     PIC 9(09).
001060           05  PHST-OPEN-COUNT     PIC 9(07).
001070           05  PHST-POST-TOTAL     PIC 9(09).
001080           05  PHST-POST-COUNT     PIC 9(07).
001090           05  PHST-REV-TOTAL      PIC 9(09).
001100           05  PHST-REV-COUNT      PIC 9(07).
001110           05  PHST-CLOSE-TOTAL    PIC 9(09).
001120           05  PHST-CLOSE-COUNT    PIC 9(07).
001130           05  FILLER              PIC X(05).
001140       FD  PSTM-FILE.
001150       01  PSTM-LINE               PIC X(80).
001151       FD  STEP-FILE.
001152       01  STEP-RECORD.
001153           05  STEP-KEY.
001154               10  STEP-BUS-DATE   PIC 9(08).
001155               10  STEP-NAME       PIC X(08).
001156               10  STEP-INSTANCE   PIC X(01).
001157           05  STEP-STATE          PIC X(01).
001158               88  STEP-RUNNING            VALUE "S".
001159               88  STEP-ENDED              VALUE "E".
001160               88  STEP-WAS-RESET          VALUE "R".
001161           05  STEP-START-STAMP.
001162               10  STEP-START-DATE PIC 9(08).
001163               10  STEP-START-TIME PIC 9(06).
001164           05  STEP-END-STAMP.
001165               10  STEP-END-DATE   PIC 9(08).
001166               10  STEP-END-TIME   PIC 9(06).
001167           05  STEP-COND-CODE      PIC 9(02).
001168           05  STEP-RUN-COUNT      PIC 9(03).
001169           05  STEP-RESET-USER     PIC X(08).
001170           05  STEP-RESET-DATE     PIC 9(08).
001171           05  STEP-RESET-TIME     PIC 9(06).
001172           05  FILLER              PIC X(07).
001173       WORKING-STORAGE SECTION.
001174       77  PC-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001180           88  PC-BDT-FILE-OK                VALUE "00".
001190       77  PC-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
001200           88  PC-CAL-FILE-OK                VALUE "00".
001210       77  PC-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
001220           88  PC-PARM-FILE-OK               VALUE "00".
001230       77  PC-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001240           88  PC-DEPT-FILE-OK               VALUE "00".
001270       77  PC-PHST-FILE-STATUS     PIC X(02) VALUE SPACES.
001280           88  PC-PHST-FILE-OK               VALUE "00".
001290       77  PC-PSTM-FILE-STATUS     PIC X(02) VALUE SPACES.
001300           88  PC-PSTM-FILE-OK               VALUE "00".
001310       77  PC-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
001320           88  PC-CAL-AT-EOF                 VALUE "Y".
001330       77  PC-DEPT-EOF-SWITCH      PIC X(01) VALUE "N".
001340           88  PC-DEPT-AT-EOF                VALUE "Y".
001370       77  PC-FATAL-SWITCH         PIC X(01) VALUE "N".
001380           88  PC-FATAL                      VALUE "Y".
001390       77  PC-FORCE-SWITCH         PIC X(01) VALUE "N".
001400           88  PC-FORCED                     VALUE "Y".
001410       77  PC-PERIOD-END-SWITCH    PIC X(01) VALUE "N".
001420           88  PC-IS-PERIOD-END              VALUE "Y".
001430       77  PC-BUS-DAY-SWITCH       PIC X(01) VALUE "N".
001440           88  PC-IS-BUS-DAY                 VALUE "Y".
001450       77  PC-USER-ID              PIC X(08) VALUE SPACES.
001460       77  PC-RUN-DATE             PIC 9(08) VALUE ZERO.
001470       77  PC-BUS-DATE             PIC 9(08) VALUE ZERO.
001480       77  PC-MONTH-END            PIC 9(08) VALUE ZERO.
001490       77  PC-NEXT-BUS-DATE        PIC 9(08) VALUE ZERO.
001500       77  PC-DAY-INT              PIC 9(08) COMP VALUE ZERO.
001510       77  PC-DAY-QUOT             PIC 9(08) COMP VALUE ZERO.
001520       77  PC-DAY-DOW              PIC 9(01) VALUE ZERO.
001530       77  PC-DAY-DATE             PIC 9(08) VALUE ZERO.
001540       77  PC-SAT-BUSINESS-FLAG    PIC X(01) VALUE "N".
001550       77  PC-SUN-BUSINESS-FLAG    PIC X(01) VALUE "N".
001560       77  PC-HOLIDAY-COUNT        PIC 9(03) COMP VALUE ZERO.
001570       77  PC-HOLIDAY-LIMIT        PIC 9(03) VALUE 50.
001580       77  PC-HOLIDAY-SUB          PIC 9(03) COMP VALUE ZERO.
001590       77  PC-STEP-COUNT           PIC 9(03) COMP VALUE ZERO.
001600       77  PC-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
001610       77  PC-ALREADY-COUNT        PIC 9(05) COMP VALUE ZERO.
001620       77  PC-NOFOOT-COUNT         PIC 9(05) COMP VALUE ZERO.
001621       77  PC-LATE-COUNT           PIC 9(05) COMP VALUE ZERO.
001630       77  PC-POST-TOTAL           PIC S9(10) VALUE ZERO.
001640       77  PC-POST-COUNT           PIC S9(08) VALUE ZERO.
001641       77  PC-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001642           88  PC-STEP-FILE-OK               VALUE "00".
001643           88  PC-STEP-FILE-MISSING          VALUE "35".
001644       77  PC-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001645           88  PC-STEP-FOUND                 VALUE "Y".
001646       77  PC-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001647           88  PC-STEP-STARTED               VALUE "Y".
001648       77  PC-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
001649           88  PC-STEP-REFUSED               VALUE "Y".
001650       77  PC-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
001651       77  PC-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001652       77  PC-STEP-NAME            PIC X(08) VALUE "GIVEPCLS".
001653       77  PC-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001654       77  PC-PRQ-NAME             PIC X(08) VALUE SPACES.
001655           88  PC-PRQ-IS-POSTING             VALUE "GIVEMAIN"
001656                                             "GIVEMRGE".
001657       77  PC-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
001658       77  PC-PRQ-WHY              PIC X(30) VALUE SPACES.
001659       77  PC-PRQ-TEXT             PIC X(60) VALUE SPACES.
001660       01  PC-HOLIDAY-TABLE.
001661           05  PC-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
001670       01  PC-DATE-PARTS.
001680           05  PC-DP-YEAR          PIC 9(04).
001690           05  PC-DP-MONTH         PIC 9(02).
001700           05  PC-DP-DAY           PIC 9(02).
001710       01  PC-DATE-NUM REDEFINES PC-DATE-PARTS PIC 9(08).
001720       01  PC-RPT-WORK-LINE.
001730           05  PC-RPT-LABEL        PIC X(37).
001740           05  PC-RPT-NUMBER       PIC ZZZZ9.
001750           05  PC-RPT-TEXT         PIC X(38).
001760       01  PC-STM-HEAD-LINE.
001770           05  FILLER              PIC X(05) VALUE "DEPT ".
001780           05  PC-SH-DEPT          PIC X(03).
001790           05  FILLER              PIC X(16)
001800                                   VALUE " PERIOD ENDING  ".
001810           05  PC-SH-PERIOD-END    PIC 9(08).
001820           05  FILLER              PIC X(48) VALUE SPACES.
001830       01  PC-STM-LINE.
001840           05  FILLER              PIC X(04) VALUE SPACES.
001850           05  PC-SL-LABEL         PIC X(20).
001860           05  FILLER              PIC X(07) VALUE " VALUE ".
001870           05  PC-SL-TOTAL         PIC ZZZZZZZZ9.
001880           05  FILLER              PIC X(07) VALUE " COUNT ".
001890           05  PC-SL-COUNT         PIC ZZZZZZ9.
001900           05  FILLER              PIC X(26) VALUE SPACES.
001901       01  PC-STEP-NOW.
001902           05  PC-STEP-NOW-DATE    PIC 9(08).
001903           05  PC-STEP-NOW-TIME    PIC 9(06).
001904       01  PC-STEP-CLOCK.
001905           05  PC-STEP-CLOCK-HMS   PIC 9(06).
001906           05  FILLER              PIC 9(02).
001910       PROCEDURE DIVISION.
001920
001930       MAIN-PROCEDURE.
001931           PERFORM 9700-START-STEP THRU 9700-EXIT.
001932           IF PC-STEP-REFUSED
001933               MOVE PC-STEP-REFUSE-CODE TO RETURN-CODE
001934               GO TO MAIN-PROCEDURE-EXIT
001935           END-IF.
001940           OPEN OUTPUT PSTM-FILE.
001950           IF NOT PC-PSTM-FILE-OK
001960               DISPLAY "GIVP0001E - GIVEPSTM COULD NOT BE "
001970                   "OPENED, FILE STATUS " PC-PSTM-FILE-STATUS
001980               MOVE 12 TO RETURN-CODE
001990               GO TO MAIN-PROCEDURE-EXIT
002000           END-IF.
002010           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020           PERFORM 2000-CHECK-PERIOD-END THRU 2000-EXIT.
002030           IF NOT PC-IS-PERIOD-END AND NOT PC-FORCED
002040               DISPLAY "GIVP0006W - " PC-BUS-DATE
002050                   " IS NOT THE LAST BUSINESS DAY OF THE MONTH"
002060               MOVE SPACES TO PC-RPT-WORK-LINE
002070               MOVE "NOT THE LAST BUSINESS DAY OF MONTH"
002080                   TO PC-RPT-LABEL
002090               MOVE "NOTHING CLOSED" TO PC-RPT-TEXT
002100               MOVE PC-RPT-WORK-LINE TO PSTM-LINE
002110               WRITE PSTM-LINE
002120               CLOSE PSTM-FILE
002130               MOVE 4 TO RETURN-CODE
002140               GO TO MAIN-PROCEDURE-EXIT
002150           END-IF.
002160           PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT.
002170           IF PC-FATAL
002180               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002190               CLOSE PSTM-FILE
002200               MOVE 12 TO RETURN-CODE
002210               GO TO MAIN-PROCEDURE-EXIT
002220           END-IF.
002221           IF PC-CLOSED-COUNT = ZERO AND PC-LATE-COUNT = ZERO
002240               DISPLAY "GIVP0007W - PERIOD ENDING " PC-MONTH-END
002250                   " IS ALREADY CLOSED"
002260               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
002270               CLOSE PSTM-FILE
002280               MOVE 4 TO RETURN-CODE
002290               GO TO MAIN-PROCEDURE-EXIT
002300           END-IF.
002320           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002330           CLOSE PSTM-FILE.
002340           IF PC-FATAL
002350               MOVE 12 TO RETURN-CODE
002360           ELSE
002361               IF PC-NOFOOT-COUNT > ZERO OR PC-LATE-COUNT > ZERO
002380                   MOVE 8 TO RETURN-CODE
002390               END-IF
002400           END-IF.
002410
002411           PERFORM 9750-END-STEP THRU 9750-EXIT.
002420           STOP RUN.
002430       MAIN-PROCEDURE-EXIT.
002431           PERFORM 9750-END-STEP THRU 9750-EXIT.
002440           STOP RUN.
002450*    *****************************************************************
002460*    1000-INITIALIZE
002470*        Picks up the business date (the physical date when
002480*        GIVEBDT is absent, as in the nightly run), the business
002490*        calendar and the desk's optional force order, and works
002500*        out the calendar month end of the business date.
002510*    *****************************************************************
002520       1000-INITIALIZE.
002530           ACCEPT PC-RUN-DATE FROM DATE YYYYMMDD.
002540           MOVE PC-RUN-DATE TO PC-BUS-DATE.
002550           OPEN INPUT BDT-FILE.
002560           IF PC-BDT-FILE-OK
002570               READ BDT-FILE
002580                   NOT AT END
002590                       IF BDT-BUS-DATE NUMERIC
002600                         AND BDT-BUS-DATE > ZERO
002610                           MOVE BDT-BUS-DATE TO PC-BUS-DATE
002620                       END-IF
002630               END-READ
002640               CLOSE BDT-FILE
002650           END-IF.
002660           OPEN INPUT CAL-FILE.
002670           IF PC-CAL-FILE-OK
002680               PERFORM 1100-LOAD-CAL-RECORD THRU 1100-EXIT
002690                   UNTIL PC-CAL-AT-EOF
002700               CLOSE CAL-FILE
002710           END-IF.
002720           OPEN INPUT PARM-FILE.
002730           IF PC-PARM-FILE-OK
002740               READ PARM-FILE
002750                   NOT AT END
002760                       IF PARM-FORCE-FLAG = "Y"
002770                           SET PC-FORCED TO TRUE
002780                       END-IF
002790                       MOVE PARM-USER-ID TO PC-USER-ID
002800               END-READ
002810               CLOSE PARM-FILE
002820           END-IF.
002830           MOVE PC-BUS-DATE TO PC-DATE-NUM.
002840           MOVE 1 TO PC-DP-DAY.
002850           IF PC-DP-MONTH = 12
002860               ADD 1 TO PC-DP-YEAR
002870               MOVE 1 TO PC-DP-MONTH
002880           ELSE
002890               ADD 1 TO PC-DP-MONTH
002900           END-IF.
002910           COMPUTE PC-DAY-INT =
002920               FUNCTION INTEGER-OF-DATE (PC-DATE-NUM) - 1.
002930           COMPUTE PC-MONTH-END =
002940               FUNCTION DATE-OF-INTEGER (PC-DAY-INT).
002950           MOVE SPACES TO PC-RPT-WORK-LINE.
002960           MOVE "MONTH-END DEPARTMENT CLOSE" TO PC-RPT-LABEL.
002970           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
002980           WRITE PSTM-LINE.
002990           MOVE SPACES TO PC-RPT-WORK-LINE.
003000           MOVE "BUSINESS DATE" TO PC-RPT-LABEL.
003010           MOVE PC-BUS-DATE TO PC-RPT-TEXT.
003020           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
003030           WRITE PSTM-LINE.
003090           IF PC-FORCED
003100               MOVE SPACES TO PC-RPT-WORK-LINE
003110               MOVE "CLOSE FORCED BY" TO PC-RPT-LABEL
003120               MOVE PC-USER-ID TO PC-RPT-TEXT
003130               MOVE PC-RPT-WORK-LINE TO PSTM-LINE
003140               WRITE PSTM-LINE
003150           END-IF.
003160       1000-EXIT.
003170           EXIT.
003180
003190       1100-LOAD-CAL-RECORD.
003200           READ CAL-FILE
003210               AT END
003220                   SET PC-CAL-AT-EOF TO TRUE
003230                   GO TO 1100-EXIT
003240           END-READ.
003250           IF CAL-IS-HOLIDAY
003260               IF PC-HOLIDAY-COUNT < PC-HOLIDAY-LIMIT
003270                   ADD 1 TO PC-HOLIDAY-COUNT
003280                   MOVE CAL-HOLIDAY-DATE
003290                       TO PC-HOLIDAY-DATE (PC-HOLIDAY-COUNT)
003300               END-IF
003310               GO TO 1100-EXIT
003320           END-IF.
003330           IF CAL-IS-WEEKEND-RULE
003340               MOVE CAL-SAT-BUSINESS TO PC-SAT-BUSINESS-FLAG
003350               MOVE CAL-SUN-BUSINESS TO PC-SUN-BUSINESS-FLAG
003360           END-IF.
003370       1100-EXIT.
003380           EXIT.
003390*    *****************************************************************
003400*    2000-CHECK-PERIOD-END
003410*        The business date is the month's last business day when
003420*        the next business day on the calendar falls in a later
003430*        month.  Days are stepped one at a time past weekends
003440*        and holidays; a month of non-business days cannot loop
003450*        the step because it stops at the month end anyway.
003451*        A close forced on any other day is a late close of the
003452*        month before the business date (2200).
003460*    *****************************************************************
003470       2000-CHECK-PERIOD-END.
003480           MOVE PC-BUS-DATE TO PC-DAY-DATE.
003490           COMPUTE PC-DAY-INT =
003500               FUNCTION INTEGER-OF-DATE (PC-DAY-DATE).
003510           MOVE "N" TO PC-BUS-DAY-SWITCH.
003520           MOVE ZERO TO PC-STEP-COUNT.
003530           PERFORM 2100-STEP-ONE-DAY THRU 2100-EXIT
003540               UNTIL PC-IS-BUS-DAY
003550                  OR PC-DAY-DATE > PC-MONTH-END.
003560           MOVE PC-DAY-DATE TO PC-NEXT-BUS-DATE.
003570           IF PC-NEXT-BUS-DATE > PC-MONTH-END
003580               SET PC-IS-PERIOD-END TO TRUE
003590           END-IF.
003600           MOVE SPACES TO PC-RPT-WORK-LINE.
003610           MOVE "NEXT BUSINESS DAY" TO PC-RPT-LABEL.
003620           MOVE PC-NEXT-BUS-DATE TO PC-RPT-TEXT.
003630           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
003640           WRITE PSTM-LINE.
003641           IF PC-FORCED AND NOT PC-IS-PERIOD-END
003642               PERFORM 2200-SET-FORCED-PERIOD THRU 2200-EXIT
003643           END-IF.
003644           MOVE SPACES TO PC-RPT-WORK-LINE.
003645           MOVE "PERIOD ENDING" TO PC-RPT-LABEL.
003646           MOVE PC-MONTH-END TO PC-RPT-TEXT.
003647           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
003648           WRITE PSTM-LINE.
003650       2000-EXIT.
003660           EXIT.
003670
003680       2100-STEP-ONE-DAY.
003690           ADD 1 TO PC-DAY-INT.
003700           ADD 1 TO PC-STEP-COUNT.
003710           COMPUTE PC-DAY-DATE =
003720               FUNCTION DATE-OF-INTEGER (PC-DAY-INT).
003730           DIVIDE PC-DAY-INT BY 7 GIVING PC-DAY-QUOT
003740               REMAINDER PC-DAY-DOW.
003750           IF PC-DAY-DOW = ZERO
003760               MOVE 7 TO PC-DAY-DOW
003770           END-IF.
003780           SET PC-IS-BUS-DAY TO TRUE.
003790           IF PC-DAY-DOW = 6 AND PC-SAT-BUSINESS-FLAG NOT = "Y"
003800               MOVE "N" TO PC-BUS-DAY-SWITCH
003810           END-IF.
003820           IF PC-DAY-DOW = 7 AND PC-SUN-BUSINESS-FLAG NOT = "Y"
003830               MOVE "N" TO PC-BUS-DAY-SWITCH
003840           END-IF.
003850           PERFORM 2110-CHECK-ONE-HOLIDAY THRU 2110-EXIT
003860               VARYING PC-HOLIDAY-SUB FROM 1 BY 1
003870               UNTIL PC-HOLIDAY-SUB > PC-HOLIDAY-COUNT
003880                  OR NOT PC-IS-BUS-DAY.
003890       2100-EXIT.
003900           EXIT.
003910
003920       2110-CHECK-ONE-HOLIDAY.
003930           IF PC-HOLIDAY-DATE (PC-HOLIDAY-SUB) = PC-DAY-DATE
003940               MOVE "N" TO PC-BUS-DAY-SWITCH
003950           END-IF.
003960       2110-EXIT.
003970           EXIT.
003971
003972       2200-SET-FORCED-PERIOD.
003973           MOVE PC-BUS-DATE TO PC-DATE-NUM.
003974           MOVE 1 TO PC-DP-DAY.
003975           COMPUTE PC-DAY-INT =
003976               FUNCTION INTEGER-OF-DATE (PC-DATE-NUM) - 1.
003977           COMPUTE PC-MONTH-END =
003978               FUNCTION DATE-OF-INTEGER (PC-DAY-INT).
003979       2200-EXIT.
003980           EXIT.
003981*    *****************************************************************
003990*    3000-CLOSE-PERIOD
004000*        Passes the master once: each department not yet closed
004010*        through the month end is rolled to the new period and
004020*        rewritten in place, then gets its history record and
004030*        statement; a department already closed is left as it
004040*        is, so a rerun after a partial failure cannot close the
004050*        same month twice.  A department that cannot be
004051*        rewritten is GIVP0005E and stops the close there, with
004052*        no history written for it.  A department with
004053*        postings dated after the month end holds figures of the
004054*        next period in its running totals, so it is not closed
004055*        (GIVP0013E) and is left for the desk.  A history record
004056*        that cannot be written is GIVP0014E and stops the close
004057*        there; that department is already rolled on the master
004058*        and needs its history restored by hand.
004060*    *****************************************************************
004070       3000-CLOSE-PERIOD.
004080           OPEN I-O DEPT-FILE.
004090           IF NOT PC-DEPT-FILE-OK
004100               DISPLAY "GIVP0002E - GIVEDEPT COULD NOT BE "
004110                   "OPENED, FILE STATUS " PC-DEPT-FILE-STATUS
004120               SET PC-FATAL TO TRUE
004130               GO TO 3000-EXIT
004140           END-IF.
004230           OPEN EXTEND PHST-FILE.
004240           IF NOT PC-PHST-FILE-OK
004250               OPEN OUTPUT PHST-FILE
004260           END-IF.
004270           IF NOT PC-PHST-FILE-OK
004280               DISPLAY "GIVP0004E - GIVEPHST COULD NOT BE "
004290                   "OPENED, FILE STATUS " PC-PHST-FILE-STATUS
004300               CLOSE DEPT-FILE
004320               SET PC-FATAL TO TRUE
004330               GO TO 3000-EXIT
004340           END-IF.
004350           MOVE "N" TO PC-DEPT-EOF-SWITCH.
004360           PERFORM 3100-CLOSE-ONE-DEPT THRU 3100-EXIT
004370               UNTIL PC-DEPT-AT-EOF.
004380           CLOSE DEPT-FILE.
004400           CLOSE PHST-FILE.
004410       3000-EXIT.
004420           EXIT.
004430
004440       3100-CLOSE-ONE-DEPT.
004450           READ DEPT-FILE NEXT RECORD
004460               AT END
004470                   SET PC-DEPT-AT-EOF TO TRUE
004480                   GO TO 3100-EXIT
004490           END-READ.
004500           IF DMST-PERIOD-DATA NOT NUMERIC
004510               MOVE ZEROS TO DMST-PERIOD-DATA
004520           END-IF.
004530           IF DMST-CLOSED-THRU >= PC-MONTH-END
004540               ADD 1 TO PC-ALREADY-COUNT
004541               GO TO 3100-EXIT
004542           END-IF.
004543           IF DMST-LAST-DATE NUMERIC
004544               AND DMST-LAST-DATE > PC-MONTH-END
004545               DISPLAY "GIVP0013E - DEPT " DMST-DEPT-CODE
004546                   " HAS POSTINGS AFTER " PC-MONTH-END
004547                   " - NOT CLOSED"
004548               ADD 1 TO PC-LATE-COUNT
004549               MOVE SPACES TO PC-RPT-WORK-LINE
004550               MOVE "POSTINGS AFTER MONTH END FOR DEPT"
004551                   TO PC-RPT-LABEL
004552               MOVE DMST-DEPT-CODE TO PC-RPT-TEXT
004553               MOVE PC-RPT-WORK-LINE TO PSTM-LINE
004554               WRITE PSTM-LINE
004570               GO TO 3100-EXIT
004580           END-IF.
004590           COMPUTE PC-POST-TOTAL = DMST-RUN-TOTAL
004600               - DMST-PER-OPEN-TOTAL + DMST-PER-REV-TOTAL.
004610           COMPUTE PC-POST-COUNT = DMST-RUN-COUNT
004620               - DMST-PER-OPEN-COUNT + DMST-PER-REV-COUNT.
004630           IF PC-POST-TOTAL < ZERO OR PC-POST-COUNT < ZERO
004640               DISPLAY "GIVP0008E - PERIOD FIGURES DO NOT FOOT "
004650                   "FOR DEPT " DMST-DEPT-CODE
004660               ADD 1 TO PC-NOFOOT-COUNT
004670               MOVE SPACES TO PC-RPT-WORK-LINE
004680               MOVE "PERIOD FIGURES DO NOT FOOT FOR DEPT"
004690                   TO PC-RPT-LABEL
004700               MOVE DMST-DEPT-CODE TO PC-RPT-TEXT
004710               MOVE PC-RPT-WORK-LINE TO PSTM-LINE
004720               WRITE PSTM-LINE
004730               IF PC-POST-TOTAL < ZERO
004740                   MOVE ZERO TO PC-POST-TOTAL
004750               END-IF
004760               IF PC-POST-COUNT < ZERO
004770                   MOVE ZERO TO PC-POST-COUNT
004780               END-IF
004790           END-IF.
004800           MOVE SPACES TO PHST-RECORD.
004810           MOVE PC-MONTH-END TO PHST-PERIOD-END.
004820           MOVE DMST-DEPT-CODE TO PHST-DEPT-CODE.
004830           MOVE DMST-PER-OPEN-TOTAL TO PHST-OPEN-TOTAL.
004840           MOVE DMST-PER-OPEN-COUNT TO PHST-OPEN-COUNT.
004850           MOVE PC-POST-TOTAL TO PHST-POST-TOTAL.
004860           MOVE PC-POST-COUNT TO PHST-POST-COUNT.
004870           MOVE DMST-PER-REV-TOTAL TO PHST-REV-TOTAL.
004880           MOVE DMST-PER-REV-COUNT TO PHST-REV-COUNT.
004890           MOVE DMST-RUN-TOTAL TO PHST-CLOSE-TOTAL.
004900           MOVE DMST-RUN-COUNT TO PHST-CLOSE-COUNT.
004930           MOVE DMST-RUN-TOTAL TO DMST-PER-OPEN-TOTAL.
004940           MOVE DMST-RUN-COUNT TO DMST-PER-OPEN-COUNT.
004950           MOVE ZERO TO DMST-PER-REV-TOTAL.
004960           MOVE ZERO TO DMST-PER-REV-COUNT.
004970           MOVE PC-MONTH-END TO DMST-CLOSED-THRU.
004971           REWRITE DEPT-MST-RECORD
004972               INVALID KEY
004973                   CONTINUE
004974           END-REWRITE.
004975           IF NOT PC-DEPT-FILE-OK
004976               DISPLAY "GIVP0005E - GIVEDEPT COULD NOT BE "
004977                   "REWRITTEN FOR DEPT " PHST-DEPT-CODE
004978                   ", FILE STATUS " PC-DEPT-FILE-STATUS
004979               SET PC-FATAL TO TRUE
004980               SET PC-DEPT-AT-EOF TO TRUE
004981               GO TO 3100-EXIT
004982           END-IF.
004983           WRITE PHST-RECORD.
004984           IF NOT PC-PHST-FILE-OK
004985               DISPLAY "GIVP0014E - GIVEPHST COULD NOT BE "
004986                   "WRITTEN FOR DEPT " PHST-DEPT-CODE
004987                   ", FILE STATUS " PC-PHST-FILE-STATUS
004988               SET PC-FATAL TO TRUE
004989               SET PC-DEPT-AT-EOF TO TRUE
004990               GO TO 3100-EXIT
004991           END-IF.
004992           PERFORM 3200-WRITE-STATEMENT THRU 3200-EXIT.
005000           ADD 1 TO PC-CLOSED-COUNT.
005010       3100-EXIT.
005020           EXIT.
005030*    *****************************************************************
005040*    3200-WRITE-STATEMENT
005050*        Prints one department's period statement from the
005060*        history record just written: opening, postings,
005070*        reversals and closing, each as value and count.
005080*    *****************************************************************
005090       3200-WRITE-STATEMENT.
005100           MOVE PHST-DEPT-CODE TO PC-SH-DEPT.
005110           MOVE PHST-PERIOD-END TO PC-SH-PERIOD-END.
005120           MOVE PC-STM-HEAD-LINE TO PSTM-LINE.
005130           WRITE PSTM-LINE.
005140           MOVE "OPENING POSITION" TO PC-SL-LABEL.
005150           MOVE PHST-OPEN-TOTAL TO PC-SL-TOTAL.
005160           MOVE PHST-OPEN-COUNT TO PC-SL-COUNT.
005170           MOVE PC-STM-LINE TO PSTM-LINE.
005180           WRITE PSTM-LINE.
005190           MOVE "POSTINGS" TO PC-SL-LABEL.
005200           MOVE PHST-POST-TOTAL TO PC-SL-TOTAL.
005210           MOVE PHST-POST-COUNT TO PC-SL-COUNT.
005220           MOVE PC-STM-LINE TO PSTM-LINE.
005230           WRITE PSTM-LINE.
005240           MOVE "REVERSALS" TO PC-SL-LABEL.
005250           MOVE PHST-REV-TOTAL TO PC-SL-TOTAL.
005260           MOVE PHST-REV-COUNT TO PC-SL-COUNT.
005270           MOVE PC-STM-LINE TO PSTM-LINE.
005280           WRITE PSTM-LINE.
005290           MOVE "CLOSING POSITION" TO PC-SL-LABEL.
005300           MOVE PHST-CLOSE-TOTAL TO PC-SL-TOTAL.
005310           MOVE PHST-CLOSE-COUNT TO PC-SL-COUNT.
005320           MOVE PC-STM-LINE TO PSTM-LINE.
005330           WRITE PSTM-LINE.
005340       3200-EXIT.
005350           EXIT.
005740*    *****************************************************************
005750*    8000-WRITE-SUMMARY
005760*        Writes the close totals.
005770*    *****************************************************************
005780       8000-WRITE-SUMMARY.
005790           MOVE SPACES TO PC-RPT-WORK-LINE.
005800           MOVE "DEPARTMENTS CLOSED" TO PC-RPT-LABEL.
005810           MOVE PC-CLOSED-COUNT TO PC-RPT-NUMBER.
005820           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
005830           WRITE PSTM-LINE.
005840
005850           MOVE SPACES TO PC-RPT-WORK-LINE.
005860           MOVE "DEPARTMENTS ALREADY CLOSED" TO PC-RPT-LABEL.
005870           MOVE PC-ALREADY-COUNT TO PC-RPT-NUMBER.
005880           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
005890           WRITE PSTM-LINE.
005900
005910           MOVE SPACES TO PC-RPT-WORK-LINE.
005920           MOVE "DEPARTMENTS NOT FOOTING" TO PC-RPT-LABEL.
005930           MOVE PC-NOFOOT-COUNT TO PC-RPT-NUMBER.
005931           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
005932           WRITE PSTM-LINE.
005933
005934           MOVE SPACES TO PC-RPT-WORK-LINE.
005935           MOVE "DEPARTMENTS WITH LATE POSTINGS"
005936               TO PC-RPT-LABEL.
005937           MOVE PC-LATE-COUNT TO PC-RPT-NUMBER.
005940           MOVE PC-RPT-WORK-LINE TO PSTM-LINE.
005950           WRITE PSTM-LINE.
005960       8000-EXIT.
005970           EXIT.
005980*    *****************************************************************
005990*    9700-START-STEP
006000*        Records this step as started on the job-stream step
006010*        ledger (GIVESTEP) for the business date, once the steps
006020*        it depends on have ended cleanly for that date.  A step
006030*        still marked running, or one that already ended cleanly,
006040*        is refused until the operator resets it with GIVESRST.
006050*        A refused step touches no other file and ends with
006060*        condition code 20.
006070*    *****************************************************************
006080       9700-START-STEP.
006090           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
006100           OPEN I-O STEP-FILE.
006110           IF PC-STEP-FILE-MISSING
006120               OPEN OUTPUT STEP-FILE
006130               IF PC-STEP-FILE-OK
006140                   CLOSE STEP-FILE
006150                   OPEN I-O STEP-FILE
006160               END-IF
006170           END-IF.
006180           IF NOT PC-STEP-FILE-OK
006190               DISPLAY "GIVP0009E - GIVESTEP COULD NOT BE "
006200                   "OPENED, FILE STATUS " PC-STEP-FILE-STATUS
006210               MOVE 12 TO PC-STEP-REFUSE-CODE
006220               SET PC-STEP-REFUSED TO TRUE
006230               GO TO 9700-EXIT
006240           END-IF.
006250           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
006260           IF PC-STEP-REFUSED
006270               CLOSE STEP-FILE
006280               GO TO 9700-EXIT
006290           END-IF.
006300           MOVE PC-STEP-BUS-DATE TO STEP-BUS-DATE.
006310           MOVE PC-STEP-NAME TO STEP-NAME.
006320           MOVE PC-STEP-INSTANCE TO STEP-INSTANCE.
006330           MOVE "N" TO PC-STEP-FOUND-SWITCH.
006340           READ STEP-FILE
006350               INVALID KEY
006360                   CONTINUE
006370               NOT INVALID KEY
006380                   SET PC-STEP-FOUND TO TRUE
006390           END-READ.
006400           MOVE SPACES TO PC-PRQ-WHY.
006410           IF PC-STEP-FOUND AND STEP-RUNNING
006420               MOVE "IS ALREADY RUNNING" TO PC-PRQ-WHY
006430           END-IF.
006440           IF PC-STEP-FOUND AND STEP-ENDED
006450             AND STEP-COND-CODE NOT > 4
006460               MOVE "HAS ALREADY ENDED CLEANLY"
006470                   TO PC-PRQ-WHY
006480           END-IF.
006490           IF PC-PRQ-WHY NOT = SPACES
006500               MOVE PC-STEP-NAME TO PC-PRQ-NAME
006510               MOVE PC-STEP-INSTANCE TO PC-PRQ-INSTANCE
006520               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
006530               DISPLAY "GIVP0011I - RESET THE STEP WITH "
006540                   "GIVESRST TO RUN IT AGAIN"
006550               CLOSE STEP-FILE
006560               GO TO 9700-EXIT
006570           END-IF.
006580           IF NOT PC-STEP-FOUND
006590               MOVE SPACES TO STEP-RECORD
006600               MOVE PC-STEP-BUS-DATE TO STEP-BUS-DATE
006610               MOVE PC-STEP-NAME TO STEP-NAME
006620               MOVE PC-STEP-INSTANCE TO STEP-INSTANCE
006630               MOVE ZERO TO STEP-RUN-COUNT
006640               MOVE ZERO TO STEP-RESET-DATE
006650               MOVE ZERO TO STEP-RESET-TIME
006660           END-IF.
006670           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
006680           SET STEP-RUNNING TO TRUE.
006690           MOVE PC-STEP-NOW TO STEP-START-STAMP.
006700           MOVE ZERO TO STEP-END-DATE.
006710           MOVE ZERO TO STEP-END-TIME.
006720           MOVE ZERO TO STEP-COND-CODE.
006730           ADD 1 TO STEP-RUN-COUNT.
006740           IF PC-STEP-FOUND
006750               REWRITE STEP-RECORD
006760                   INVALID KEY
006770                       CONTINUE
006780               END-REWRITE
006790           ELSE
006800               WRITE STEP-RECORD
006810                   INVALID KEY
006820                       CONTINUE
006830               END-WRITE
006840           END-IF.
006850           IF NOT PC-STEP-FILE-OK
006860               DISPLAY "GIVP0009E - GIVESTEP COULD NOT BE "
006870                   "UPDATED, FILE STATUS " PC-STEP-FILE-STATUS
006880               MOVE 12 TO PC-STEP-REFUSE-CODE
006890               SET PC-STEP-REFUSED TO TRUE
006900               CLOSE STEP-FILE
006910               GO TO 9700-EXIT
006920           END-IF.
006930           CLOSE STEP-FILE.
006940           SET PC-STEP-STARTED TO TRUE.
006950       9700-EXIT.
006960           EXIT.
006970
006980       9705-LOAD-STEP-DATE.
006990           ACCEPT PC-STEP-BUS-DATE FROM DATE YYYYMMDD.
007000           OPEN INPUT BDT-FILE.
007010           IF PC-BDT-FILE-OK
007020               READ BDT-FILE
007030                   NOT AT END
007040                       IF BDT-BUS-DATE NUMERIC
007050                         AND BDT-BUS-DATE > ZERO
007060                           MOVE BDT-BUS-DATE TO PC-STEP-BUS-DATE
007070                       END-IF
007080               END-READ
007090               CLOSE BDT-FILE
007100           END-IF.
007110       9705-EXIT.
007120           EXIT.
007130*    *****************************************************************
007140*    9720-CHECK-PREREQS
007150*        Posting for the business date must have ended cleanly:
007160*        GIVEMRGE when GIVESPLT partitioned the input that date,
007170*        otherwise the single GIVEMAIN run.
007180*        A period is never closed over a night still posting.
007181*        A posting step that ended with condition code 8 has
007182*        posted every batch it did not quarantine or refuse, so
007183*        it is accepted; only 12 and above stops this step.
007190*    *****************************************************************
007200       9720-CHECK-PREREQS.
007210           PERFORM 9740-CHECK-POSTING THRU 9740-EXIT.
007220       9720-EXIT.
007230           EXIT.
007240
007250       9730-CHECK-ONE-PREREQ.
007260           MOVE PC-STEP-BUS-DATE TO STEP-BUS-DATE.
007270           MOVE PC-PRQ-NAME TO STEP-NAME.
007280           MOVE PC-PRQ-INSTANCE TO STEP-INSTANCE.
007290           READ STEP-FILE
007300               INVALID KEY
007310                   MOVE SPACE TO STEP-STATE
007320           END-READ.
007330           EVALUATE TRUE
007340               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
007341                   GO TO 9730-EXIT
007342               WHEN STEP-ENDED AND STEP-COND-CODE < 12
007343                 AND PC-PRQ-IS-POSTING
007350                   GO TO 9730-EXIT
007360               WHEN STEP-RUNNING
007370                   MOVE "IS STILL RUNNING" TO PC-PRQ-WHY
007380               WHEN STEP-WAS-RESET
007390                   MOVE "WAS RESET AND NOT RERUN"
007400                       TO PC-PRQ-WHY
007410               WHEN STEP-ENDED
007420                   MOVE SPACES TO PC-PRQ-WHY
007430                   STRING "ENDED WITH CONDITION CODE "
007440                       STEP-COND-CODE DELIMITED BY SIZE
007450                       INTO PC-PRQ-WHY
007460               WHEN OTHER
007470                   MOVE "HAS NOT RUN" TO PC-PRQ-WHY
007480           END-EVALUATE.
007490           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
007500       9730-EXIT.
007510           EXIT.
007520
007530       9740-CHECK-POSTING.
007540           MOVE "GIVEMAIN" TO PC-PRQ-NAME.
007550           MOVE SPACE TO PC-PRQ-INSTANCE.
007560           MOVE PC-STEP-BUS-DATE TO STEP-BUS-DATE.
007570           MOVE "GIVESPLT" TO STEP-NAME.
007580           MOVE SPACE TO STEP-INSTANCE.
007590           READ STEP-FILE
007600               INVALID KEY
007610                   CONTINUE
007620               NOT INVALID KEY
007630                   MOVE "GIVEMRGE" TO PC-PRQ-NAME
007640           END-READ.
007650           PERFORM 9730-CHECK-ONE-PREREQ THRU 9730-EXIT.
007660       9740-EXIT.
007670           EXIT.
007680*    *****************************************************************
007690*    9750-END-STEP
007700*        Marks this step ended on GIVESTEP with its condition
007710*        code.  Only a step this run started is marked; a ledger
007720*        that cannot be updated is reported and does not change
007730*        the step's own condition code.
007740*    *****************************************************************
007750       9750-END-STEP.
007760           IF NOT PC-STEP-STARTED
007770               GO TO 9750-EXIT
007780           END-IF.
007790           MOVE "N" TO PC-STEP-STARTED-SWITCH.
007800           OPEN I-O STEP-FILE.
007810           IF NOT PC-STEP-FILE-OK
007820               DISPLAY "GIVP0012W - END OF STEP NOT RECORDED ON "
007830                   "GIVESTEP, FILE STATUS " PC-STEP-FILE-STATUS
007840               GO TO 9750-EXIT
007850           END-IF.
007860           MOVE PC-STEP-BUS-DATE TO STEP-BUS-DATE.
007870           MOVE PC-STEP-NAME TO STEP-NAME.
007880           MOVE PC-STEP-INSTANCE TO STEP-INSTANCE.
007890           READ STEP-FILE
007900               INVALID KEY
007910                   CONTINUE
007920           END-READ.
007930           IF PC-STEP-FILE-OK
007940               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
007950               SET STEP-ENDED TO TRUE
007960               MOVE PC-STEP-NOW TO STEP-END-STAMP
007970               MOVE RETURN-CODE TO STEP-COND-CODE
007980               REWRITE STEP-RECORD
007990                   INVALID KEY
008000                       CONTINUE
008010               END-REWRITE
008020           END-IF.
008030           IF NOT PC-STEP-FILE-OK
008040               DISPLAY "GIVP0012W - END OF STEP NOT RECORDED ON "
008050                   "GIVESTEP, FILE STATUS " PC-STEP-FILE-STATUS
008060           END-IF.
008070           CLOSE STEP-FILE.
008080       9750-EXIT.
008090           EXIT.
008100
008110       9780-EDIT-STEP-TEXT.
008120           MOVE SPACES TO PC-PRQ-TEXT.
008130           IF PC-PRQ-INSTANCE = SPACE
008140               STRING PC-PRQ-NAME DELIMITED BY SPACE
008150                   " " PC-PRQ-WHY DELIMITED BY "  "
008160                   " FOR " PC-STEP-BUS-DATE DELIMITED BY SIZE
008170                   INTO PC-PRQ-TEXT
008180           ELSE
008190               STRING PC-PRQ-NAME DELIMITED BY SPACE
008200                   " PART " PC-PRQ-INSTANCE " "
008210                       DELIMITED BY SIZE
008220                   PC-PRQ-WHY DELIMITED BY "  "
008230                   " FOR " PC-STEP-BUS-DATE DELIMITED BY SIZE
008240                   INTO PC-PRQ-TEXT
008250           END-IF.
008260       9780-EXIT.
008270           EXIT.
008280
008290       9785-REFUSE-STEP.
008300           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
008310           DISPLAY "GIVP0010E - " PC-STEP-NAME " REFUSED, "
008320               PC-PRQ-TEXT.
008330           MOVE 20 TO PC-STEP-REFUSE-CODE.
008340           SET PC-STEP-REFUSED TO TRUE.
008350       9785-EXIT.
008360           EXIT.
008370
008380       9795-TAKE-STEP-STAMP.
008390           ACCEPT PC-STEP-NOW-DATE FROM DATE YYYYMMDD.
008400           ACCEPT PC-STEP-CLOCK FROM TIME.
008410           MOVE PC-STEP-CLOCK-HMS TO PC-STEP-NOW-TIME.
008420       9795-EXIT.
008430           EXIT.
008440
008450           END PROGRAM GIVEPCLS.
