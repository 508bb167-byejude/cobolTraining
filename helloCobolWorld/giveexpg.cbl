000256*                      was used.  Reject netting is limited to
000257*                      the regenerated date for the same
000258*                      reason.
000259*     2026-10-15  TUL  Records each run on the job-stream step
000260*                      ledger (GIVESTEP) for the business date:
000261*                      started, ended and its condition code. Runs
000262*                      only once posting has ended cleanly for the
000263*                      date: GIVEMRGE when GIVESPLT partitioned
000264*                      it, otherwise the main run. A run already
000265*                      marked running, or one that already ended
000266*                      cleanly, is refused until the operator
000267*                      resets it with GIVESRST. A refused run ends
000268*                      with condition code 20 and touches nothing
000269*                      else.
000270*     2026-10-15  TUL  Accepts a posting step (GIVEMAIN or GIVEMRGE)
000271*                      that ended with condition code 8 - its
000272*                      quarantined or refused batches aside, the rest
000273*                      posted - as having run for the business date.
000274*                      Only condition code 12 and above is refused.
000275*    *****************************************************************
000276       IDENTIFICATION DIVISION.
000277       PROGRAM-ID. GIVEEXPG.
000280       ENVIRONMENT DIVISION.
000290       INPUT-OUTPUT SECTION.
000300       FILE-CONTROL.
000422           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000424               ORGANIZATION IS LINE SEQUENTIAL
000426               FILE STATUS IS XG-BDT-FILE-STATUS.
000427           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000428               ORGANIZATION IS INDEXED
000429               ACCESS MODE IS DYNAMIC
000430               RECORD KEY IS STEP-KEY
000431               FILE STATUS IS XG-STEP-FILE-STATUS.
000432       DATA DIVISION.
000440       FILE SECTION.
000450       FD  TRANS-FILE.
000460       01  TRANS-RECORD.
000794           05  BDT-BUS-DATE        PIC 9(08).
000795           05  BDT-OVERRIDE-FLAG   PIC X(01).
000796           05  FILLER              PIC X(41).
000797       FD  STEP-FILE.
000798       01  STEP-RECORD.
000799           05  STEP-KEY.
000800               10  STEP-BUS-DATE   PIC 9(08).
000801               10  STEP-NAME       PIC X(08).
000802               10  STEP-INSTANCE   PIC X(01).
000803           05  STEP-STATE          PIC X(01).
000804               88  STEP-RUNNING            VALUE "S".
000805               88  STEP-ENDED              VALUE "E".
000806               88  STEP-WAS-RESET          VALUE "R".
000807           05  STEP-START-STAMP.
000808               10  STEP-START-DATE PIC 9(08).
000809               10  STEP-START-TIME PIC 9(06).
000810           05  STEP-END-STAMP.
000811               10  STEP-END-DATE   PIC 9(08).
000812               10  STEP-END-TIME   PIC 9(06).
000813           05  STEP-COND-CODE      PIC 9(02).
000814           05  STEP-RUN-COUNT      PIC 9(03).
000815           05  STEP-RESET-USER     PIC X(08).
000816           05  STEP-RESET-DATE     PIC 9(08).
000817           05  STEP-RESET-TIME     PIC 9(06).
000818           05  FILLER              PIC X(07).
000819       WORKING-STORAGE SECTION.
000820       77  XG-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
000821           88  XG-TRANS-FILE-OK              VALUE "00".
000830       77  XG-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
000840           88  XG-REJ-FILE-OK                VALUE "00".
000850       77  XG-EXPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001072           88  XG-EXPT-AT-EOF                VALUE "Y".
001073       77  XG-CARRIED-COUNT        PIC 9(03) COMP VALUE ZERO.
001080       77  XG-REJ-DATE-N           PIC 9(08) VALUE ZERO.
001081       77  XG-REJ-VALUE-N          PIC 99 VALUE ZERO.
001082       77  XG-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001083           88  XG-STEP-FILE-OK               VALUE "00".
001084           88  XG-STEP-FILE-MISSING          VALUE "35".
001085       77  XG-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001086           88  XG-STEP-FOUND                 VALUE "Y".
001087       77  XG-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001088           88  XG-STEP-STARTED               VALUE "Y".
001089       77  XG-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
001090           88  XG-STEP-REFUSED               VALUE "Y".
001091       77  XG-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
001092       77  XG-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001093       77  XG-STEP-NAME            PIC X(08) VALUE "GIVEEXPG".
001094       77  XG-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001095       77  XG-PRQ-NAME             PIC X(08) VALUE SPACES.
001096           88  XG-PRQ-IS-POSTING             VALUE "GIVEMAIN"
001097                                             "GIVEMRGE".
001098       77  XG-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
001099       77  XG-PRQ-WHY              PIC X(30) VALUE SPACES.
001100       77  XG-PRQ-TEXT             PIC X(60) VALUE SPACES.
001101       01  XG-DATE-TABLE.
001110           05  XG-DATE-ENTRY OCCURS 100 TIMES.
001120               10  XG-DT-RUN-DATE  PIC 9(08).
001130               10  XG-DT-COUNT     PIC S9(07) COMP.
001240           05  FILLER              PIC X(05) VALUE " SUM ".
001250           05  XG-DL-SUM           PIC ZZZZZZZZ9.
001260           05  FILLER              PIC X(41) VALUE SPACES.
001261       01  XG-STEP-NOW.
001262           05  XG-STEP-NOW-DATE    PIC 9(08).
001263           05  XG-STEP-NOW-TIME    PIC 9(06).
001264       01  XG-STEP-CLOCK.
001265           05  XG-STEP-CLOCK-HMS   PIC 9(06).
001266           05  FILLER              PIC 9(02).
001270       PROCEDURE DIVISION.
001280
001290       MAIN-PROCEDURE.
001291           PERFORM 9700-START-STEP THRU 9700-EXIT.
001292           IF XG-STEP-REFUSED
001293               MOVE XG-STEP-REFUSE-CODE TO RETURN-CODE
001294               GO TO MAIN-PROCEDURE-EXIT
001295           END-IF.
001300           OPEN OUTPUT XRPT-FILE.
001310           IF NOT XG-XRPT-FILE-OK
001320               DISPLAY "GIVX0001E - GIVEXRPT COULD NOT BE "
001680               MOVE 4 TO RETURN-CODE
001690           END-IF.
001700
001701           PERFORM 9750-END-STEP THRU 9750-EXIT.
001710           STOP RUN.
001720       MAIN-PROCEDURE-EXIT.
001721           PERFORM 9750-END-STEP THRU 9750-EXIT.
001730           STOP RUN.
001731*    *****************************************************************
001732*    1000-INITIALIZE
003910           WRITE XRPT-LINE.
003920       8000-EXIT.
003930           EXIT.
003931*    *****************************************************************
003932*    9700-START-STEP
003933*        Records this step as started on the job-stream step
003934*        ledger (GIVESTEP) for the business date, once the steps
003935*        it depends on have ended cleanly for that date.  A step
003936*        still marked running, or one that already ended cleanly,
003937*        is refused until the operator resets it with GIVESRST.
003938*        A refused step touches no other file and ends with
003939*        condition code 20.
003940*    *****************************************************************
003941       9700-START-STEP.
003942           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
003943           OPEN I-O STEP-FILE.
003944           IF XG-STEP-FILE-MISSING
003945               OPEN OUTPUT STEP-FILE
003946               IF XG-STEP-FILE-OK
003947                   CLOSE STEP-FILE
003948                   OPEN I-O STEP-FILE
003949               END-IF
003950           END-IF.
003951           IF NOT XG-STEP-FILE-OK
003952               DISPLAY "GIVX0005E - GIVESTEP COULD NOT BE "
003953                   "OPENED, FILE STATUS " XG-STEP-FILE-STATUS
003954               MOVE 12 TO XG-STEP-REFUSE-CODE
003955               SET XG-STEP-REFUSED TO TRUE
003956               GO TO 9700-EXIT
003957           END-IF.
003958           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
003959           IF XG-STEP-REFUSED
003960               CLOSE STEP-FILE
003961               GO TO 9700-EXIT
003962           END-IF.
003963           MOVE XG-STEP-BUS-DATE TO STEP-BUS-DATE.
003964           MOVE XG-STEP-NAME TO STEP-NAME.
003965           MOVE XG-STEP-INSTANCE TO STEP-INSTANCE.
003966           MOVE "N" TO XG-STEP-FOUND-SWITCH.
003967           READ STEP-FILE
003968               INVALID KEY
003969                   CONTINUE
003970               NOT INVALID KEY
003971                   SET XG-STEP-FOUND TO TRUE
003972           END-READ.
003973           MOVE SPACES TO XG-PRQ-WHY.
003974           IF XG-STEP-FOUND AND STEP-RUNNING
003975               MOVE "IS ALREADY RUNNING" TO XG-PRQ-WHY
003976           END-IF.
003977           IF XG-STEP-FOUND AND STEP-ENDED
003978             AND STEP-COND-CODE NOT > 4
003979               MOVE "HAS ALREADY ENDED CLEANLY"
003980                   TO XG-PRQ-WHY
003981           END-IF.
003982           IF XG-PRQ-WHY NOT = SPACES
003983               MOVE XG-STEP-NAME TO XG-PRQ-NAME
003984               MOVE XG-STEP-INSTANCE TO XG-PRQ-INSTANCE
003985               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
003986               DISPLAY "GIVX0007I - RESET THE STEP WITH "
003987                   "GIVESRST TO RUN IT AGAIN"
003988               CLOSE STEP-FILE
003989               GO TO 9700-EXIT
003990           END-IF.
003991           IF NOT XG-STEP-FOUND
003992               MOVE SPACES TO STEP-RECORD
003993               MOVE XG-STEP-BUS-DATE TO STEP-BUS-DATE
003994               MOVE XG-STEP-NAME TO STEP-NAME
003995               MOVE XG-STEP-INSTANCE TO STEP-INSTANCE
003996               MOVE ZERO TO STEP-RUN-COUNT
003997               MOVE ZERO TO STEP-RESET-DATE
003998               MOVE ZERO TO STEP-RESET-TIME
003999           END-IF.
004000           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
004001           SET STEP-RUNNING TO TRUE.
004002           MOVE XG-STEP-NOW TO STEP-START-STAMP.
004003           MOVE ZERO TO STEP-END-DATE.
004004           MOVE ZERO TO STEP-END-TIME.
004005           MOVE ZERO TO STEP-COND-CODE.
004006           ADD 1 TO STEP-RUN-COUNT.
004007           IF XG-STEP-FOUND
004008               REWRITE STEP-RECORD
004009                   INVALID KEY
004010                       CONTINUE
004011               END-REWRITE
004012           ELSE
004013               WRITE STEP-RECORD
004014                   INVALID KEY
004015                       CONTINUE
004016               END-WRITE
004017           END-IF.
004018           IF NOT XG-STEP-FILE-OK
004019               DISPLAY "GIVX0005E - GIVESTEP COULD NOT BE "
004020                   "UPDATED, FILE STATUS " XG-STEP-FILE-STATUS
004021               MOVE 12 TO XG-STEP-REFUSE-CODE
004022               SET XG-STEP-REFUSED TO TRUE
004023               CLOSE STEP-FILE
004024               GO TO 9700-EXIT
004025           END-IF.
004026           CLOSE STEP-FILE.
004027           SET XG-STEP-STARTED TO TRUE.
004028       9700-EXIT.
004029           EXIT.
004030
004031       9705-LOAD-STEP-DATE.
004032           ACCEPT XG-STEP-BUS-DATE FROM DATE YYYYMMDD.
004033           OPEN INPUT BDT-FILE.
004034           IF XG-BDT-FILE-OK
004035               READ BDT-FILE
004036                   NOT AT END
004037                       IF BDT-BUS-DATE NUMERIC
004038                         AND BDT-BUS-DATE > ZERO
004039                           MOVE BDT-BUS-DATE TO XG-STEP-BUS-DATE
004040                       END-IF
004041               END-READ
004042               CLOSE BDT-FILE
004043           END-IF.
004044       9705-EXIT.
004045           EXIT.
004046*    *****************************************************************
004047*    9720-CHECK-PREREQS
004048*        Posting for the business date must have ended cleanly:
004049*        GIVEMRGE when GIVESPLT partitioned the input that date,
004050*        otherwise the single GIVEMAIN run.
004051*        The expectations net the posting rejects, so they
004052*        cannot be built from a partial night.
004053*        A posting step that ended with condition code 8 has
004054*        posted every batch it did not quarantine or refuse, so
004055*        it is accepted; only 12 and above stops this step.
004056*    *****************************************************************
004057       9720-CHECK-PREREQS.
004058           PERFORM 9740-CHECK-POSTING THRU 9740-EXIT.
004059       9720-EXIT.
004060           EXIT.
004061
004062       9730-CHECK-ONE-PREREQ.
004063           MOVE XG-STEP-BUS-DATE TO STEP-BUS-DATE.
004064           MOVE XG-PRQ-NAME TO STEP-NAME.
004065           MOVE XG-PRQ-INSTANCE TO STEP-INSTANCE.
004066           READ STEP-FILE
004067               INVALID KEY
004068                   MOVE SPACE TO STEP-STATE
004069           END-READ.
004070           EVALUATE TRUE
004071               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
004072                   GO TO 9730-EXIT
004073               WHEN STEP-ENDED AND STEP-COND-CODE < 12
004074                 AND XG-PRQ-IS-POSTING
004075                   GO TO 9730-EXIT
004076               WHEN STEP-RUNNING
004077                   MOVE "IS STILL RUNNING" TO XG-PRQ-WHY
004078               WHEN STEP-WAS-RESET
004079                   MOVE "WAS RESET AND NOT RERUN"
004080                       TO XG-PRQ-WHY
004081               WHEN STEP-ENDED
004082                   MOVE SPACES TO XG-PRQ-WHY
004083                   STRING "ENDED WITH CONDITION CODE "
004084                       STEP-COND-CODE DELIMITED BY SIZE
004085                       INTO XG-PRQ-WHY
004086               WHEN OTHER
004087                   MOVE "HAS NOT RUN" TO XG-PRQ-WHY
004088           END-EVALUATE.
004089           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
004090       9730-EXIT.
004091           EXIT.
004092
004093       9740-CHECK-POSTING.
004094           MOVE "GIVEMAIN" TO XG-PRQ-NAME.
004095           MOVE SPACE TO XG-PRQ-INSTANCE.
004096           MOVE XG-STEP-BUS-DATE TO STEP-BUS-DATE.
004097           MOVE "GIVESPLT" TO STEP-NAME.
004098           MOVE SPACE TO STEP-INSTANCE.
004099           READ STEP-FILE
004100               INVALID KEY
004101                   CONTINUE
004102               NOT INVALID KEY
004103                   MOVE "GIVEMRGE" TO XG-PRQ-NAME
004104           END-READ.
004105           PERFORM 9730-CHECK-ONE-PREREQ THRU 9730-EXIT.
004106       9740-EXIT.
004107           EXIT.
004108*    *****************************************************************
004109*    9750-END-STEP
004110*        Marks this step ended on GIVESTEP with its condition
004111*        code.  Only a step this run started is marked; a ledger
004112*        that cannot be updated is reported and does not change
004113*        the step's own condition code.
004114*    *****************************************************************
004115       9750-END-STEP.
004116           IF NOT XG-STEP-STARTED
004117               GO TO 9750-EXIT
004118           END-IF.
004119           MOVE "N" TO XG-STEP-STARTED-SWITCH.
004120           OPEN I-O STEP-FILE.
004121           IF NOT XG-STEP-FILE-OK
004122               DISPLAY "GIVX0008W - END OF STEP NOT RECORDED ON "
004123                   "GIVESTEP, FILE STATUS " XG-STEP-FILE-STATUS
004124               GO TO 9750-EXIT
004125           END-IF.
004126           MOVE XG-STEP-BUS-DATE TO STEP-BUS-DATE.
004127           MOVE XG-STEP-NAME TO STEP-NAME.
004128           MOVE XG-STEP-INSTANCE TO STEP-INSTANCE.
004129           READ STEP-FILE
004130               INVALID KEY
004131                   CONTINUE
004132           END-READ.
004133           IF XG-STEP-FILE-OK
004134               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
004135               SET STEP-ENDED TO TRUE
004136               MOVE XG-STEP-NOW TO STEP-END-STAMP
004137               MOVE RETURN-CODE TO STEP-COND-CODE
004138               REWRITE STEP-RECORD
004139                   INVALID KEY
004140                       CONTINUE
004141               END-REWRITE
004142           END-IF.
004143           IF NOT XG-STEP-FILE-OK
004144               DISPLAY "GIVX0008W - END OF STEP NOT RECORDED ON "
004145                   "GIVESTEP, FILE STATUS " XG-STEP-FILE-STATUS
004146           END-IF.
004147           CLOSE STEP-FILE.
004148       9750-EXIT.
004149           EXIT.
004150
004151       9780-EDIT-STEP-TEXT.
004152           MOVE SPACES TO XG-PRQ-TEXT.
004153           IF XG-PRQ-INSTANCE = SPACE
004154               STRING XG-PRQ-NAME DELIMITED BY SPACE
004155                   " " XG-PRQ-WHY DELIMITED BY "  "
004156                   " FOR " XG-STEP-BUS-DATE DELIMITED BY SIZE
004157                   INTO XG-PRQ-TEXT
004158           ELSE
004159               STRING XG-PRQ-NAME DELIMITED BY SPACE
004160                   " PART " XG-PRQ-INSTANCE " "
004161                       DELIMITED BY SIZE
004162                   XG-PRQ-WHY DELIMITED BY "  "
004163                   " FOR " XG-STEP-BUS-DATE DELIMITED BY SIZE
004164                   INTO XG-PRQ-TEXT
004165           END-IF.
004166       9780-EXIT.
004167           EXIT.
004168
004169       9785-REFUSE-STEP.
004170           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
004171           DISPLAY "GIVX0006E - " XG-STEP-NAME " REFUSED, "
004172               XG-PRQ-TEXT.
004173           MOVE 20 TO XG-STEP-REFUSE-CODE.
004174           SET XG-STEP-REFUSED TO TRUE.
004175       9785-EXIT.
004176           EXIT.
004177
004178       9795-TAKE-STEP-STAMP.
004179           ACCEPT XG-STEP-NOW-DATE FROM DATE YYYYMMDD.
004180           ACCEPT XG-STEP-CLOCK FROM TIME.
004181           MOVE XG-STEP-CLOCK-HMS TO XG-STEP-NOW-TIME.
004182       9795-EXIT.
004183           EXIT.
004184
004185           END PROGRAM GIVEEXPG.
