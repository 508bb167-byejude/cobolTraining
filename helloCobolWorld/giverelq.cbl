000250*                      never added was leaving the master
000251*                      understated by the whole batch after a
000252*                      refuse/release/backout sequence.
000253*     2026-10-15  TUL  A batch whose run date falls inside a
000254*                      period already closed by the month-end
000255*                      close (GIVEPCLS) is refused with GIVL0010E
000256*                      and condition code 8; nothing is posted
000257*                      into a period whose statement is final.
000258*     2026-10-15  TUL  Department posting ceiling.  The balance
000259*                      pass now tallies the batch by department
000260*                      and checks each against its ceiling on
000261*                      the master (GIVL0011W); values for a
000262*                      department the release would take over
000263*                      its ceiling are held on GIVEOVL for
000264*                      GIVEOVLR instead of posted, and the run
000265*                      ends with condition code 4.
000266*     2026-10-15  TUL  Dual authorization: the release order
000267*                      (GIVELPRM now carries the ordering user's
000268*                      ID) must be on the pending-orders file
000269*                      (GIVEPORD) and approved there by a
000270*                      different user (desk program GIVEAUTH).
000271*                      An unapproved or self-approved order is
000272*                      refused with condition code 16.  A release
000273*                      now writes a who/when record to GIVEAUD
000274*                      with requester and approver, reports both,
000275*                      and marks the order carried out.
000276*     2026-10-15  TUL  Each audit record written carries the next
000277*                      running sequence and a chain value folded
000278*                      from the previous record, continued from
000279*                      the tail of GIVEAUD (or GIVEAUDA), so that
000280*                      GIVEAUDV can prove the trail is unaltered.
000281*     2026-10-15  TUL  GIVEREG and GIVEDEPT are keyed files now:
000282*                      the released batch is registered by key,
000283*                      and each released department's ceiling is
000284*                      read, and its totals rewritten, by key
000285*                      instead of copying the master through
000286*                      GIVEQWRK.  Up to 200 departments a batch.
000287*     2026-10-15  TUL  Released records carry the GIVEBDT business
000288*                      date as their posting date, so the general-
000289*                      ledger journal picks them up on the day of
000290*                      the release.
000291*     2026-10-15  TUL  A release whose GIVEBDT business date is
000292*                      already on the journal history (GIVEJHST)
000293*                      is refused before anything is released,
000294*                      condition code 24 (GIVL0017E): the general-
000295*                      ledger journal for that date has been cut
000296*                      and would never carry the released values.
000297*                      Each run is recorded on the job-stream step
000298*                      ledger (GIVESTEP) under the business date;
000299*                      the release depends on no other step and is
000300*                      never refused there.
000301*     2026-10-15  TUL  A department total that cannot be rewritten
000302*                      on GIVEDEPT is reported (GIVL0020E) and
000303*                      ends the release with condition code 12
000304*                      instead of being lost.
000305*    *****************************************************************
000306       IDENTIFICATION DIVISION.
000307       PROGRAM-ID. GIVERELQ.
000308       ENVIRONMENT DIVISION.
000309       INPUT-OUTPUT SECTION.
000310       FILE-CONTROL.
000311           SELECT QUAR-FILE ASSIGN TO "GIVEQUAR"
000320               ORGANIZATION IS LINE SEQUENTIAL
000330               FILE STATUS IS RL-QUAR-FILE-STATUS.
000340           SELECT PARM-FILE ASSIGN TO "GIVELPRM"
000380               ORGANIZATION IS LINE SEQUENTIAL
000390               FILE STATUS IS RL-FEED-FILE-STATUS.
000400           SELECT REG-FILE ASSIGN TO "GIVEREG"
000401               ORGANIZATION IS INDEXED
000402               ACCESS MODE IS RANDOM
000403               RECORD KEY IS REG-KEY
000420               FILE STATUS IS RL-REG-FILE-STATUS.
000430           SELECT QWRK-FILE ASSIGN TO "GIVEQWRK"
000440               ORGANIZATION IS LINE SEQUENTIAL
000450               FILE STATUS IS RL-QWRK-FILE-STATUS.
000460           SELECT LRPT-FILE ASSIGN TO "GIVELRPT"
000470               ORGANIZATION IS LINE SEQUENTIAL
000471               FILE STATUS IS RL-LRPT-FILE-STATUS.
000472           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000473               ORGANIZATION IS INDEXED
000474               ACCESS MODE IS DYNAMIC
000475               RECORD KEY IS DMST-DEPT-CODE
000476               FILE STATUS IS RL-DEPT-FILE-STATUS.
000477           SELECT OVL-FILE ASSIGN TO "GIVEOVL"
000484               ORGANIZATION IS LINE SEQUENTIAL
000485               FILE STATUS IS RL-OVL-FILE-STATUS.
000486           SELECT PORD-FILE ASSIGN TO "GIVEPORD"
000487               ORGANIZATION IS LINE SEQUENTIAL
000488               FILE STATUS IS RL-PORD-FILE-STATUS.
000489           SELECT AUDIT-FILE ASSIGN TO "GIVEAUD"
000490               ORGANIZATION IS LINE SEQUENTIAL
000491               FILE STATUS IS RL-AUDIT-FILE-STATUS.
000492           SELECT AUDA-FILE ASSIGN TO "GIVEAUDA"
000493               ORGANIZATION IS LINE SEQUENTIAL
000494               FILE STATUS IS RL-AUDA-FILE-STATUS.
000495           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000496               ORGANIZATION IS LINE SEQUENTIAL
000497               FILE STATUS IS RL-BDT-FILE-STATUS.
000498           SELECT JHST-FILE ASSIGN TO "GIVEJHST"
000499               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS RL-JHST-FILE-STATUS.
000501           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000502               ORGANIZATION IS INDEXED
000503               ACCESS MODE IS DYNAMIC
000504               RECORD KEY IS STEP-KEY
000505               FILE STATUS IS RL-STEP-FILE-STATUS.
000506       DATA DIVISION.
000507       FILE SECTION.
000510       FD  QUAR-FILE.
000520       01  QUAR-RECORD.
000530           05  QUAR-BATCH-ID       PIC X(08).
000640           05  PARM-PART-NO        PIC X(01).
000650           05  PARM-CONF-COUNT     PIC 9(05).
000660           05  PARM-CONF-HASH      PIC 9(09).
000661           05  PARM-USER-ID        PIC X(08).
000662           05  FILLER              PIC X(19).
000680       FD  FEED-FILE.
000690       01  FEED-RECORD.
000700           05  FEED-RUN-DATE       PIC 9(08).
000731           05  FEED-BATCH-ID       PIC X(08).
000732           05  FEED-PART-NO        PIC X(01).
000733           05  FEED-REV-FLAG       PIC X(01).
000734           05  FILLER              PIC X(14).
000735           05  FEED-POST-DATE      PIC 9(08).
000736           05  FILLER              PIC X(28).
000750       FD  REG-FILE.
000760       01  REG-RECORD.
000761           05  REG-KEY.
000762               10  REG-BATCH-ID    PIC X(08).
000763               10  REG-PART-NO     PIC X(01).
000790           05  REG-RUN-DATE        PIC 9(08).
000800           05  FILLER              PIC X(33).
000810       FD  QWRK-FILE.
000826           05  DMST-RUN-TOTAL      PIC 9(09).
000827           05  DMST-RUN-COUNT      PIC 9(07).
000828           05  DMST-LAST-DATE      PIC 9(08).
000829           05  DMST-PERIOD-DATA.
000830               10  DMST-PER-OPEN-TOTAL PIC 9(09).
000831               10  DMST-PER-OPEN-COUNT PIC 9(07).
000832               10  DMST-PER-REV-TOTAL  PIC 9(09).
000833               10  DMST-PER-REV-COUNT  PIC 9(07).
000834               10  DMST-CLOSED-THRU    PIC 9(08).
000835           05  DMST-CEILING        PIC 9(09).
000836           05  FILLER              PIC X(02).
000837       FD  OVL-FILE.
000838       01  OVL-RECORD.
000839           05  OVL-BATCH-ID        PIC X(08).
000840           05  OVL-PART-NO         PIC X(01).
000841           05  OVL-RUN-DATE        PIC 9(08).
000842           05  OVL-SEQ-NO          PIC 9(05).
000843           05  OVL-GIVE-VALUE      PIC 99.
000844           05  OVL-DEPT-CODE       PIC X(03).
000845           05  OVL-CEILING         PIC 9(09).
000846           05  OVL-DEPT-TOTAL      PIC 9(09).
000847           05  OVL-SOURCE          PIC X(01).
000848           05  OVL-HOLD-DATE       PIC 9(08).
000849           05  FILLER              PIC X(26).
000850       FD  PORD-FILE.
000851       01  PORD-RECORD.
000852           05  PORD-ORDER-TYPE     PIC X(04).
000853           05  PORD-BATCH-ID       PIC X(08).
000854           05  PORD-PART-NO        PIC X(01).
000855           05  PORD-DEPT-CODE      PIC X(03).
000856           05  PORD-REQUESTER      PIC X(08).
000857           05  PORD-REQ-DATE       PIC 9(08).
000858           05  PORD-APPROVER       PIC X(08).
000859           05  PORD-APR-DATE       PIC 9(08).
000860           05  PORD-STATUS         PIC X(01).
000861           05  FILLER              PIC X(31).
000862       FD  AUDIT-FILE.
000863       01  AUDIT-RECORD.
000864           05  AUDIT-DATE          PIC 9(08).
000865           05  AUDIT-TIME          PIC 9(08).
000866           05  AUDIT-SEQ-NO        PIC 9(05).
000867           05  AUDIT-GIVE-VALUE    PIC 99.
000868           05  AUDIT-GIVE-SAVE-VALUE PIC 99.
000869           05  AUDIT-EXIT-SWITCH   PIC X(01).
000870           05  AUDIT-ACTION        PIC X(08).
000871           05  AUDIT-USER-ID       PIC X(08).
000872           05  AUDIT-BATCH-ID      PIC X(08).
000873           05  AUDIT-PART-NO       PIC X(01).
000874           05  AUDIT-APPROVER-ID   PIC X(08).
000875           05  AUDIT-DEPT-CODE     PIC X(03).
000876           05  AUDIT-CHAIN-SEQ     PIC 9(09).
000877           05  AUDIT-CHAIN-VALUE   PIC 9(09).
000878       FD  AUDA-FILE.
000879       01  AUDA-RECORD.
000880           05  FILLER              PIC X(62).
000881           05  AUDA-CHAIN-SEQ      PIC 9(09).
000882           05  AUDA-CHAIN-VALUE    PIC 9(09).
000883       FD  LRPT-FILE.
000884       01  LRPT-LINE               PIC X(80).
000885       FD  BDT-FILE.
000886       01  BDT-RECORD.
000887           05  BDT-BUS-DATE        PIC 9(08).
000888           05  BDT-OVERRIDE-FLAG   PIC X(01).
000889           05  FILLER              PIC X(41).
000890       FD  JHST-FILE.
000891       01  JHST-RECORD.
000892           05  JHST-JOURNAL-DATE   PIC 9(08).
000893           05  JHST-CREATED-DATE   PIC 9(08).
000894           05  JHST-LINE-COUNT     PIC 9(07).
000895           05  JHST-DEBIT-TOTAL    PIC 9(11).
000896           05  JHST-CREDIT-TOTAL   PIC 9(11).
000897           05  JHST-DEPT-COUNT     PIC 9(05).
000898           05  JHST-USER-ID        PIC X(08).
000899           05  FILLER              PIC X(22).
000900       FD  STEP-FILE.
000901       01  STEP-RECORD.
000902           05  STEP-KEY.
000903               10  STEP-BUS-DATE   PIC 9(08).
000904               10  STEP-NAME       PIC X(08).
000905               10  STEP-INSTANCE   PIC X(01).
000906           05  STEP-STATE          PIC X(01).
000907               88  STEP-RUNNING            VALUE "S".
000908               88  STEP-ENDED              VALUE "E".
000909               88  STEP-WAS-RESET          VALUE "R".
000910           05  STEP-START-STAMP.
000911               10  STEP-START-DATE PIC 9(08).
000912               10  STEP-START-TIME PIC 9(06).
000913           05  STEP-END-STAMP.
000914               10  STEP-END-DATE   PIC 9(08).
000915               10  STEP-END-TIME   PIC 9(06).
000916           05  STEP-COND-CODE      PIC 9(02).
000917           05  STEP-RUN-COUNT      PIC 9(03).
000918           05  STEP-RESET-USER     PIC X(08).
000919           05  STEP-RESET-DATE     PIC 9(08).
000920           05  STEP-RESET-TIME     PIC 9(06).
000921           05  FILLER              PIC X(07).
000922       WORKING-STORAGE SECTION.
000923       77  RL-QUAR-FILE-STATUS     PIC X(02) VALUE SPACES.
000924           88  RL-QUAR-FILE-OK               VALUE "00".
000925       77  RL-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
000926           88  RL-PARM-FILE-OK               VALUE "00".
000927       77  RL-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
000928           88  RL-FEED-FILE-OK               VALUE "00".
000929       77  RL-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
000930           88  RL-REG-FILE-OK                VALUE "00".
000931           88  RL-REG-FILE-MISSING           VALUE "35".
000940       77  RL-QWRK-FILE-STATUS     PIC X(02) VALUE SPACES.
000950           88  RL-QWRK-FILE-OK               VALUE "00".
000960       77  RL-LRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001090       77  RL-REL-DATE             PIC 9(08) VALUE ZERO.
001100       77  RL-PASS-SWITCH          PIC X(01) VALUE "1".
001110           88  RL-PASS-BALANCE               VALUE "1".
001111           88  RL-PASS-RELEASE               VALUE "2".
001112       77  RL-OOB-SWITCH           PIC X(01) VALUE "N".
001113           88  RL-OUT-OF-BALANCE             VALUE "Y".
001114       77  RL-FATAL-SWITCH         PIC X(01) VALUE "N".
001115           88  RL-FATAL                      VALUE "Y".
001116       77  RL-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001117           88  RL-DEPT-FILE-OK               VALUE "00".
001118           88  RL-DEPT-FILE-MISSING          VALUE "35".
001119       77  RL-DEPT-EOF-SWITCH      PIC X(01) VALUE "N".
001120           88  RL-DEPT-AT-EOF                VALUE "Y".
001121       77  RL-RDEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
001122       77  RL-RDEPT-LIMIT          PIC 9(03) VALUE 200.
001123       77  RL-RDEPT-IX             PIC 9(03) COMP VALUE ZERO.
001124       77  RL-RDEPT-SUB            PIC 9(03) COMP VALUE ZERO.
001125       77  RL-ADJUSTED-COUNT       PIC 9(03) COMP VALUE ZERO.
001126       77  RL-CLOSED-THRU          PIC 9(08) VALUE ZERO.
001127       77  RL-CLOSED-SWITCH        PIC X(01) VALUE "N".
001128           88  RL-IN-CLOSED-PERIOD           VALUE "Y".
001129       77  RL-OVL-FILE-STATUS      PIC X(02) VALUE SPACES.
001130           88  RL-OVL-FILE-OK                VALUE "00".
001131       77  RL-OVL-DEPT-COUNT       PIC 9(03) COMP VALUE ZERO.
001132       77  RL-OVL-COUNT            PIC 9(05) COMP VALUE ZERO.
001133       77  RL-OVL-HASH             PIC 9(09) VALUE ZERO.
001134       77  RL-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
001135       77  RL-POSTED-HASH          PIC 9(09) VALUE ZERO.
001136       77  RL-CEIL-PROJECTED       PIC 9(10) VALUE ZERO.
001137       77  RL-RUN-DATE             PIC 9(08) VALUE ZERO.
001138       77  RL-USER-ID              PIC X(08) VALUE SPACES.
001139       77  RL-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001140           88  RL-BDT-FILE-OK                VALUE "00".
001141       77  RL-BUS-DATE             PIC 9(08) VALUE ZERO.
001142       77  RL-PORD-FILE-STATUS     PIC X(02) VALUE SPACES.
001143           88  RL-PORD-FILE-OK               VALUE "00".
001144       77  RL-PORD-EOF-SWITCH      PIC X(01) VALUE "N".
001145           88  RL-PORD-AT-EOF                VALUE "Y".
001146       77  RL-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
001147           88  RL-AUDIT-FILE-OK              VALUE "00".
001148       77  RL-AUDA-FILE-STATUS     PIC X(02) VALUE SPACES.
001149           88  RL-AUDA-FILE-OK               VALUE "00".
001150       77  RL-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
001151           88  RL-AUD-AT-EOF                 VALUE "Y".
001152       77  RL-CHAIN-TAIL-SWITCH    PIC X(01) VALUE "N".
001153           88  RL-CHAIN-TAIL-FOUND           VALUE "Y".
001154       77  RL-CHAIN-SEQ            PIC 9(09) VALUE ZERO.
001155       77  RL-CHAIN-VALUE          PIC 9(09) VALUE ZERO.
001156       77  RL-CHAIN-WORK           PIC 9(12) COMP VALUE ZERO.
001157       77  RL-CHAIN-QUOT           PIC 9(05) COMP VALUE ZERO.
001158       77  RL-CHAIN-SUB            PIC 9(02) COMP VALUE ZERO.
001159       77  RL-JHST-FILE-STATUS     PIC X(02) VALUE SPACES.
001160           88  RL-JHST-FILE-OK               VALUE "00".
001161       77  RL-JHST-EOF-SWITCH      PIC X(01) VALUE "N".
001162           88  RL-JHST-AT-EOF                VALUE "Y".
001163       77  RL-JOURNALLED-SWITCH    PIC X(01) VALUE "N".
001164           88  RL-DATE-JOURNALLED            VALUE "Y".
001165       77  RL-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001166           88  RL-STEP-FILE-OK               VALUE "00".
001167           88  RL-STEP-FILE-MISSING          VALUE "35".
001168       77  RL-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001169           88  RL-STEP-FOUND                 VALUE "Y".
001170       77  RL-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001171           88  RL-STEP-STARTED               VALUE "Y".
001172       77  RL-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001173       77  RL-STEP-NAME            PIC X(08) VALUE "GIVERELQ".
001174       77  RL-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001175       77  RL-AUTH-SWITCH          PIC X(01) VALUE "N".
001176           88  RL-AUTH-APPROVED              VALUE "A".
001177           88  RL-AUTH-PENDING               VALUE "P".
001178           88  RL-AUTH-SELF                  VALUE "S".
001179       77  RL-APPROVER-ID          PIC X(08) VALUE SPACES.
001180       77  RL-ORDER-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
001181       77  RL-ORDER-ORDINAL        PIC 9(05) COMP VALUE ZERO.
001182       01  RL-CHAIN-DATA.
001183           05  RL-CHAIN-CHAR OCCURS 71 TIMES PIC X(01).
001184       01  RL-RDEPT-TABLE.
001185           05  RL-RDEPT-ENTRY OCCURS 200 TIMES.
001186               10  RL-RD-DEPT-CODE PIC X(03).
001187               10  RL-RD-REL-SUM   PIC 9(09).
001188               10  RL-RD-REL-COUNT PIC 9(07).
001189               10  RL-RD-BAL-SUM   PIC 9(09).
001190               10  RL-RD-CEILING   PIC 9(09).
001191               10  RL-RD-TOTAL     PIC 9(09).
001192               10  RL-RD-OVER      PIC X(01).
001193       01  RL-RPT-WORK-LINE.
001194           05  RL-RPT-LABEL        PIC X(37).
001195           05  RL-RPT-NUMBER       PIC ZZZZ9.
001200           05  RL-RPT-TEXT         PIC X(38).
001201       01  RL-STEP-NOW.
001202           05  RL-STEP-NOW-DATE    PIC 9(08).
001203           05  RL-STEP-NOW-TIME    PIC 9(06).
001204       01  RL-STEP-CLOCK.
001205           05  RL-STEP-CLOCK-HMS   PIC 9(06).
001206           05  FILLER              PIC 9(02).
001210       PROCEDURE DIVISION.
001220
001230       MAIN-PROCEDURE.
001231           PERFORM 9700-START-STEP THRU 9700-EXIT.
001240           OPEN OUTPUT LRPT-FILE.
001250           IF NOT RL-LRPT-FILE-OK
001260               DISPLAY "GIVL0001E - GIVELRPT COULD NOT BE "
001320           IF RL-FATAL
001330               CLOSE LRPT-FILE
001340               MOVE 12 TO RETURN-CODE
001341               GO TO MAIN-PROCEDURE-EXIT
001342           END-IF.
001343           PERFORM 1500-CHECK-AUTHORIZATION THRU 1500-EXIT.
001344           IF NOT RL-AUTH-APPROVED
001345               CLOSE LRPT-FILE
001346               MOVE 16 TO RETURN-CODE
001350               GO TO MAIN-PROCEDURE-EXIT
001360           END-IF.
001370           PERFORM 2000-BALANCE-PASS THRU 2000-EXIT.
001600               MOVE 8 TO RETURN-CODE
001610               GO TO MAIN-PROCEDURE-EXIT
001620           END-IF.
001621           PERFORM 2600-CHECK-CLOSED-PERIOD THRU 2600-EXIT.
001622           IF RL-IN-CLOSED-PERIOD
001623               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001624               CLOSE LRPT-FILE
001625               MOVE 8 TO RETURN-CODE
001626               GO TO MAIN-PROCEDURE-EXIT
001627           END-IF.
001628           PERFORM 2650-CHECK-JOURNALLED THRU 2650-EXIT.
001629           IF RL-DATE-JOURNALLED
001630               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001631               CLOSE LRPT-FILE
001632               MOVE 24 TO RETURN-CODE
001633               GO TO MAIN-PROCEDURE-EXIT
001634           END-IF.
001635           PERFORM 2700-CHECK-CEILINGS THRU 2700-EXIT.
001636           PERFORM 3000-RELEASE-PASS THRU 3000-EXIT.
001640           IF RL-FATAL
001650               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001660               CLOSE LRPT-FILE
001700           PERFORM 4000-RECORD-BATCH THRU 4000-EXIT.
001710           PERFORM 5000-REWRITE-QUARANTINE THRU 5000-EXIT.
001711           PERFORM 6000-ADJUST-DEPT-MASTER THRU 6000-EXIT.
001712           PERFORM 6500-WRITE-AUDIT THRU 6500-EXIT.
001713           PERFORM 6600-MARK-ORDER-DONE THRU 6600-EXIT.
001720           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001730           CLOSE LRPT-FILE.
001740           IF RL-FATAL
001750               MOVE 12 TO RETURN-CODE
001751           ELSE
001752               IF RL-OVL-COUNT > ZERO
001753                   MOVE 4 TO RETURN-CODE
001754               END-IF
001760           END-IF.
001770
001771           PERFORM 9750-END-STEP THRU 9750-EXIT.
001780           STOP RUN.
001790       MAIN-PROCEDURE-EXIT.
001791           PERFORM 9750-END-STEP THRU 9750-EXIT.
001800           STOP RUN.
001810*    *****************************************************************
001820*    1000-INITIALIZE
001821*        Reads the desk's release order and the business
001822*        date the release posts under, and writes the report
001840*        heading.  A missing or blank order is fatal: this job
001850*        never releases anything it was not explicitly told to.
001860*    *****************************************************************
001861       1000-INITIALIZE.
001862           ACCEPT RL-RUN-DATE FROM DATE YYYYMMDD.
001863           MOVE RL-RUN-DATE TO RL-BUS-DATE.
001864           OPEN INPUT BDT-FILE.
001865           IF RL-BDT-FILE-OK
001866               READ BDT-FILE
001867                   NOT AT END
001868                       IF BDT-BUS-DATE NUMERIC
001869                         AND BDT-BUS-DATE > ZERO
001870                           MOVE BDT-BUS-DATE TO RL-BUS-DATE
001871                       END-IF
001872               END-READ
001873               CLOSE BDT-FILE
001874           END-IF.
001880           MOVE SPACES TO RL-RPT-WORK-LINE.
001890           MOVE "QUARANTINE RELEASE REPORT" TO RL-RPT-LABEL.
001900           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
002020               NOT AT END
002030                   MOVE PARM-BATCH-ID TO RL-BATCH-ID
002040                   MOVE PARM-PART-NO TO RL-PART-NO
002041                   MOVE PARM-USER-ID TO RL-USER-ID
002050                   IF PARM-CONF-COUNT NUMERIC
002060                       MOVE PARM-CONF-COUNT TO RL-CONF-COUNT
002070                   END-IF
002180               GO TO 1000-EXIT
002190           END-IF.
002200           MOVE SPACES TO RL-RPT-WORK-LINE.
002201           MOVE "BATCH TO RELEASE" TO RL-RPT-LABEL.
002202           MOVE SPACES TO RL-RPT-TEXT.
002203           STRING RL-BATCH-ID " PARTITION " RL-PART-NO
002204                  " BY " RL-USER-ID
002205               DELIMITED BY SIZE INTO RL-RPT-TEXT.
002206           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
002207           WRITE LRPT-LINE.
002208       1000-EXIT.
002209           EXIT.
002210*    *****************************************************************
002211*    1500-CHECK-AUTHORIZATION
002212*        A release needs a second person.  The order must be on
002213*        the pending-orders file (GIVEPORD) under the ordering
002214*        user's ID and approved there by a different user.  An
002215*        order still pending, or one whose approver is its own
002216*        requester, is refused before the quarantine is read.
002217*    *****************************************************************
002218       1500-CHECK-AUTHORIZATION.
002219           MOVE "N" TO RL-AUTH-SWITCH.
002220           MOVE ZERO TO RL-ORDER-READ-COUNT.
002221           OPEN INPUT PORD-FILE.
002222           IF RL-PORD-FILE-OK
002223               MOVE "N" TO RL-PORD-EOF-SWITCH
002224               PERFORM 1510-CHECK-ONE-ORDER THRU 1510-EXIT
002225                   UNTIL RL-PORD-AT-EOF OR RL-AUTH-APPROVED
002226               CLOSE PORD-FILE
002227           END-IF.
002228           MOVE SPACES TO RL-RPT-WORK-LINE.
002229           EVALUATE TRUE
002230               WHEN RL-AUTH-APPROVED
002231                   MOVE "RELEASE APPROVED BY" TO RL-RPT-LABEL
002232                   MOVE RL-APPROVER-ID TO RL-RPT-TEXT
002233               WHEN RL-AUTH-SELF
002234                   DISPLAY "GIVL0014E - RELEASE OF " RL-BATCH-ID
002235                       " APPROVED BY ITS OWN REQUESTER - REFUSED"
002236                   MOVE "REFUSED - ORDER SELF-APPROVED"
002237                       TO RL-RPT-LABEL
002238                   MOVE RL-USER-ID TO RL-RPT-TEXT
002239               WHEN OTHER
002240                   DISPLAY "GIVL0013E - RELEASE OF " RL-BATCH-ID
002241                       " HAS NO APPROVED ORDER - REFUSED"
002242                   MOVE "REFUSED - ORDER NOT APPROVED"
002243                       TO RL-RPT-LABEL
002244                   MOVE RL-USER-ID TO RL-RPT-TEXT
002245           END-EVALUATE.
002246           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
002247           WRITE LRPT-LINE.
002248       1500-EXIT.
002249           EXIT.
002250
002251       1510-CHECK-ONE-ORDER.
002252           READ PORD-FILE
002253               AT END
002254                   SET RL-PORD-AT-EOF TO TRUE
002255                   GO TO 1510-EXIT
002256           END-READ.
002257           ADD 1 TO RL-ORDER-READ-COUNT.
002258           IF PORD-ORDER-TYPE NOT = "RELQ"
002259             OR PORD-BATCH-ID NOT = RL-BATCH-ID
002260             OR PORD-PART-NO NOT = RL-PART-NO
002261             OR PORD-REQUESTER NOT = RL-USER-ID
002262               GO TO 1510-EXIT
002263           END-IF.
002264           IF PORD-STATUS = "A"
002265               IF PORD-APPROVER = SPACES
002266                 OR PORD-APPROVER = PORD-REQUESTER
002267                   SET RL-AUTH-SELF TO TRUE
002268               ELSE
002269                   SET RL-AUTH-APPROVED TO TRUE
002270                   MOVE PORD-APPROVER TO RL-APPROVER-ID
002271                   MOVE RL-ORDER-READ-COUNT TO RL-ORDER-ORDINAL
002272               END-IF
002273               GO TO 1510-EXIT
002274           END-IF.
002275           IF PORD-STATUS = "P"
002276             AND NOT RL-AUTH-SELF
002277               SET RL-AUTH-PENDING TO TRUE
002278           END-IF.
002279       1510-EXIT.
002280           EXIT.
002290*    *****************************************************************
002300*    2000-BALANCE-PASS
002610               MOVE QUAR-RUN-DATE TO RL-REL-DATE
002620               IF RL-PASS-RELEASE
002630                   PERFORM 3100-POST-ONE-VALUE THRU 3100-EXIT
002631               ELSE
002632                   PERFORM 2200-TALLY-BALANCE-DEPT THRU 2200-EXIT
002640               END-IF
002650           ELSE
002660               IF RL-PASS-RELEASE
002690                   ADD 1 TO RL-KEPT-COUNT
002700               END-IF
002710           END-IF.
002711       2100-EXIT.
002712           EXIT.
002713
002714       2200-TALLY-BALANCE-DEPT.
002715           PERFORM 3200-TALLY-RELEASED-DEPT THRU 3200-EXIT.
002716           IF RL-RDEPT-IX > ZERO
002717               SUBTRACT QUAR-GIVE-VALUE
002718                   FROM RL-RD-REL-SUM (RL-RDEPT-IX)
002719               SUBTRACT 1 FROM RL-RD-REL-COUNT (RL-RDEPT-IX)
002720               ADD QUAR-GIVE-VALUE
002721                   TO RL-RD-BAL-SUM (RL-RDEPT-IX)
002722           END-IF.
002723       2200-EXIT.
002730           EXIT.
002740*    *****************************************************************
002750*    2500-CHECK-CONFIRMATION
002970               MOVE RL-MATCH-COUNT TO RL-RPT-NUMBER
002980               MOVE RL-RPT-WORK-LINE TO LRPT-LINE
002990               WRITE LRPT-LINE
002991               MOVE SPACES TO RL-RPT-WORK-LINE
002992               MOVE "QUARANTINED HASH FOR BATCH" TO RL-RPT-LABEL
002993               MOVE RL-MATCH-HASH TO RL-RPT-TEXT
002994               MOVE RL-RPT-WORK-LINE TO LRPT-LINE
002995               WRITE LRPT-LINE
002996               MOVE ZERO TO RL-MATCH-COUNT
002997               MOVE ZERO TO RL-MATCH-HASH
002998           END-IF.
002999       2500-EXIT.
003000           EXIT.
003001*    *****************************************************************
003002*    2600-CHECK-CLOSED-PERIOD
003003*        Refuses the release when the batch's run date falls
003004*        inside a period the month-end close has already
003005*        closed on the department master.  The close rolls
003006*        every department together, so the master's latest
003007*        closed-through date is the one that applies.  A shop
003008*        without a master has no closed periods.
003009*    *****************************************************************
003010       2600-CHECK-CLOSED-PERIOD.
003011           OPEN INPUT DEPT-FILE.
003012           IF NOT RL-DEPT-FILE-OK
003013               GO TO 2600-EXIT
003014           END-IF.
003015           MOVE "N" TO RL-DEPT-EOF-SWITCH.
003016           PERFORM 2610-SCAN-CLOSED-THRU THRU 2610-EXIT
003017               UNTIL RL-DEPT-AT-EOF.
003018           CLOSE DEPT-FILE.
003019           IF RL-REL-DATE > RL-CLOSED-THRU
003020               GO TO 2600-EXIT
003021           END-IF.
003022           SET RL-IN-CLOSED-PERIOD TO TRUE.
003023           DISPLAY "GIVL0010E - RUN DATE " RL-REL-DATE
003024               " IS IN A CLOSED PERIOD, NOTHING RELEASED".
003025           MOVE SPACES TO RL-RPT-WORK-LINE.
003026           MOVE "RUN DATE IN CLOSED PERIOD" TO RL-RPT-LABEL.
003027           MOVE "NOTHING RELEASED" TO RL-RPT-TEXT.
003028           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
003029           WRITE LRPT-LINE.
003030           MOVE SPACES TO RL-RPT-WORK-LINE.
003031           MOVE "PERIODS CLOSED THROUGH" TO RL-RPT-LABEL.
003032           MOVE RL-CLOSED-THRU TO RL-RPT-TEXT.
003033           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
003034           WRITE LRPT-LINE.
003035           MOVE ZERO TO RL-MATCH-COUNT.
003036           MOVE ZERO TO RL-MATCH-HASH.
003037       2600-EXIT.
003038           EXIT.
003039
003040       2610-SCAN-CLOSED-THRU.
003041           READ DEPT-FILE NEXT RECORD
003042               AT END
003043                   SET RL-DEPT-AT-EOF TO TRUE
003044                   GO TO 2610-EXIT
003045           END-READ.
003046           IF DMST-CLOSED-THRU NUMERIC
003047             AND DMST-CLOSED-THRU > RL-CLOSED-THRU
003048               MOVE DMST-CLOSED-THRU TO RL-CLOSED-THRU
003049           END-IF.
003050       2610-EXIT.
003051           EXIT.
003052*    *****************************************************************
003053*    2650-CHECK-JOURNALLED
003054*        Refuses the release when the business date the released
003055*        values would post under is already on the journal
003056*        history (GIVEJHST): the journal for that date has gone
003057*        to the general ledger and GIVEJRNL will not cut it again,
003058*        so the values would never reach it.  No history yet means
003059*        nothing has been journalled.
003060*    *****************************************************************
003061       2650-CHECK-JOURNALLED.
003062           OPEN INPUT JHST-FILE.
003063           IF NOT RL-JHST-FILE-OK
003064               GO TO 2650-EXIT
003065           END-IF.
003066           PERFORM 2660-CHECK-ONE-HISTORY THRU 2660-EXIT
003067               UNTIL RL-JHST-AT-EOF
003068                  OR RL-DATE-JOURNALLED.
003069           CLOSE JHST-FILE.
003070           IF NOT RL-DATE-JOURNALLED
003071               GO TO 2650-EXIT
003072           END-IF.
003073           DISPLAY "GIVL0017E - BUSINESS DATE " RL-BUS-DATE
003074               " IS ALREADY JOURNALLED, NOTHING RELEASED".
003075           MOVE SPACES TO RL-RPT-WORK-LINE.
003076           MOVE "BUSINESS DATE ALREADY JOURNALLED"
003077               TO RL-RPT-LABEL.
003078           MOVE "NOTHING RELEASED" TO RL-RPT-TEXT.
003079           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
003080           WRITE LRPT-LINE.
003081           MOVE SPACES TO RL-RPT-WORK-LINE.
003082           MOVE "BUSINESS DATE" TO RL-RPT-LABEL.
003083           MOVE RL-BUS-DATE TO RL-RPT-TEXT.
003084           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
003085           WRITE LRPT-LINE.
003086           MOVE ZERO TO RL-MATCH-COUNT.
003087           MOVE ZERO TO RL-MATCH-HASH.
003088       2650-EXIT.
003089           EXIT.
003090
003091       2660-CHECK-ONE-HISTORY.
003092           READ JHST-FILE
003093               AT END
003094                   SET RL-JHST-AT-EOF TO TRUE
003095                   GO TO 2660-EXIT
003096           END-READ.
003097           IF JHST-JOURNAL-DATE = RL-BUS-DATE
003098               SET RL-DATE-JOURNALLED TO TRUE
003099           END-IF.
003100       2660-EXIT.
003101           EXIT.
003102*    *****************************************************************
003103*    2700-CHECK-CEILINGS
003104*        Checks each department in the batch against its
003105*        ceiling on the master, as the nightly run does: a
003106*        department whose running total the release would take
003107*        past its ceiling has its values held on the over-limit
003108*        file (GIVEOVL) for GIVEOVLR instead of posted.  A shop
003109*        without a master has no ceilings.  Each department is
003110*        read from the master by its code.
003111*    *****************************************************************
003112       2700-CHECK-CEILINGS.
003113           IF RL-RDEPT-COUNT = ZERO
003114               GO TO 2700-EXIT
003115           END-IF.
003116           OPEN INPUT DEPT-FILE.
003117           IF NOT RL-DEPT-FILE-OK
003118               GO TO 2700-EXIT
003119           END-IF.
003120           PERFORM 2710-CHECK-ONE-CEILING THRU 2710-EXIT
003121               VARYING RL-RDEPT-IX FROM 1 BY 1
003122               UNTIL RL-RDEPT-IX > RL-RDEPT-COUNT.
003123           CLOSE DEPT-FILE.
003124       2700-EXIT.
003125           EXIT.
003126
003127       2710-CHECK-ONE-CEILING.
003128           MOVE RL-RD-DEPT-CODE (RL-RDEPT-IX) TO DMST-DEPT-CODE.
003129           READ DEPT-FILE
003130               INVALID KEY
003131                   GO TO 2710-EXIT
003132           END-READ.
003133           IF DMST-CEILING NOT NUMERIC
003134             OR DMST-CEILING = ZERO
003135               GO TO 2710-EXIT
003136           END-IF.
003137           COMPUTE RL-CEIL-PROJECTED =
003138               DMST-RUN-TOTAL + RL-RD-BAL-SUM (RL-RDEPT-IX).
003139           IF RL-CEIL-PROJECTED NOT > DMST-CEILING
003140               GO TO 2710-EXIT
003141           END-IF.
003142           MOVE "Y" TO RL-RD-OVER (RL-RDEPT-IX).
003143           MOVE DMST-CEILING TO RL-RD-CEILING (RL-RDEPT-IX).
003144           MOVE DMST-RUN-TOTAL TO RL-RD-TOTAL (RL-RDEPT-IX).
003145           ADD 1 TO RL-OVL-DEPT-COUNT.
003146           DISPLAY "GIVL0011W - DEPT " DMST-DEPT-CODE
003147               " WOULD EXCEED CEILING, VALUES HELD".
003148           MOVE SPACES TO RL-RPT-WORK-LINE.
003149           MOVE "DEPT OVER CEILING - VALUES HELD" TO RL-RPT-LABEL.
003150           MOVE DMST-DEPT-CODE TO RL-RPT-TEXT.
003151           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
003152           WRITE LRPT-LINE.
003153       2710-EXIT.
003154           EXIT.
003155*    *****************************************************************
003156*    3000-RELEASE-PASS
003157*        Second pass: posts the ordered batch's values to GIVEFEED
003158*        and copies every other batch's records to the work file
003159*        so the quarantine can be rewritten without them.
003160*    *****************************************************************
003161       3000-RELEASE-PASS.
003170           SET RL-PASS-RELEASE TO TRUE.
003180           MOVE ZERO TO RL-MATCH-COUNT.
003181           MOVE ZERO TO RL-MATCH-HASH.
003182           IF RL-OVL-DEPT-COUNT > ZERO
003183               OPEN EXTEND OVL-FILE
003184               IF NOT RL-OVL-FILE-OK
003185                   OPEN OUTPUT OVL-FILE
003186               END-IF
003187               IF NOT RL-OVL-FILE-OK
003188                   DISPLAY "GIVL0012E - GIVEOVL COULD NOT BE "
003189                       "OPENED, FILE STATUS " RL-OVL-FILE-STATUS
003190                   SET RL-FATAL TO TRUE
003191                   GO TO 3000-EXIT
003192               END-IF
003193           END-IF.
003200           OPEN EXTEND FEED-FILE.
003210           IF NOT RL-FEED-FILE-OK
003220               OPEN OUTPUT FEED-FILE
003250               DISPLAY "GIVL0006E - GIVEFEED COULD NOT BE "
003260                   "OPENED, FILE STATUS " RL-FEED-FILE-STATUS
003270               SET RL-FATAL TO TRUE
003271               IF RL-OVL-DEPT-COUNT > ZERO
003272                   CLOSE OVL-FILE
003273               END-IF
003280               GO TO 3000-EXIT
003290           END-IF.
003300           OPEN OUTPUT QWRK-FILE.
003330                   "OPENED, FILE STATUS " RL-QWRK-FILE-STATUS
003340               SET RL-FATAL TO TRUE
003350               CLOSE FEED-FILE
003351               IF RL-OVL-DEPT-COUNT > ZERO
003352                   CLOSE OVL-FILE
003353               END-IF
003360               GO TO 3000-EXIT
003370           END-IF.
003380           OPEN INPUT QUAR-FILE.
003420               SET RL-FATAL TO TRUE
003430               CLOSE FEED-FILE
003440               CLOSE QWRK-FILE
003441               IF RL-OVL-DEPT-COUNT > ZERO
003442                   CLOSE OVL-FILE
003443               END-IF
003450               GO TO 3000-EXIT
003460           END-IF.
003470           MOVE "N" TO RL-QUAR-EOF-SWITCH.
003500           CLOSE QUAR-FILE.
003510           CLOSE QWRK-FILE.
003520           CLOSE FEED-FILE.
003521           IF RL-OVL-DEPT-COUNT > ZERO
003522               CLOSE OVL-FILE
003523           END-IF.
003530       3000-EXIT.
003540           EXIT.
003550
003551       3100-POST-ONE-VALUE.
003552           IF RL-OVL-DEPT-COUNT > ZERO
003553               MOVE ZERO TO RL-RDEPT-IX
003554               PERFORM 3210-SCAN-RELEASED-DEPT THRU 3210-EXIT
003555                   VARYING RL-RDEPT-SUB FROM 1 BY 1
003556                   UNTIL RL-RDEPT-SUB > RL-RDEPT-COUNT
003557                      OR RL-RDEPT-IX > ZERO
003558               IF RL-RDEPT-IX > ZERO
003559                 AND RL-RD-OVER (RL-RDEPT-IX) = "Y"
003560                   PERFORM 3300-HOLD-OVER-LIMIT THRU 3300-EXIT
003561                   GO TO 3100-EXIT
003562               END-IF
003563           END-IF.
003570           MOVE SPACES TO FEED-RECORD.
003580           MOVE QUAR-RUN-DATE TO FEED-RUN-DATE.
003590           MOVE QUAR-SEQ-NO TO FEED-SEQ-NO.
003611           MOVE QUAR-BATCH-ID TO FEED-BATCH-ID.
003612           MOVE QUAR-PART-NO TO FEED-PART-NO.
003613           MOVE SPACE TO FEED-REV-FLAG.
003614           MOVE RL-BUS-DATE TO FEED-POST-DATE.
003620           WRITE FEED-RECORD.
003622           PERFORM 3200-TALLY-RELEASED-DEPT THRU 3200-EXIT.
003630       3100-EXIT.
003655                   TO RL-RD-DEPT-CODE (RL-RDEPT-IX)
003656               MOVE ZERO TO RL-RD-REL-SUM (RL-RDEPT-IX)
003657               MOVE ZERO TO RL-RD-REL-COUNT (RL-RDEPT-IX)
003658               MOVE ZERO TO RL-RD-BAL-SUM (RL-RDEPT-IX)
003659               MOVE ZERO TO RL-RD-CEILING (RL-RDEPT-IX)
003660               MOVE ZERO TO RL-RD-TOTAL (RL-RDEPT-IX)
003661               MOVE "N" TO RL-RD-OVER (RL-RDEPT-IX)
003662           END-IF.
003663           ADD QUAR-GIVE-VALUE
003664               TO RL-RD-REL-SUM (RL-RDEPT-IX).
003665           ADD 1 TO RL-RD-REL-COUNT (RL-RDEPT-IX).
003666       3200-EXIT.
003667           EXIT.
003668
003669       3210-SCAN-RELEASED-DEPT.
003670           IF RL-RD-DEPT-CODE (RL-RDEPT-SUB) = QUAR-DEPT-CODE
003671               MOVE RL-RDEPT-SUB TO RL-RDEPT-IX
003672           END-IF.
003673       3210-EXIT.
003674           EXIT.
003675
003676       3300-HOLD-OVER-LIMIT.
003677           MOVE SPACES TO OVL-RECORD.
003678           MOVE QUAR-BATCH-ID TO OVL-BATCH-ID.
003679           MOVE QUAR-PART-NO TO OVL-PART-NO.
003680           MOVE QUAR-RUN-DATE TO OVL-RUN-DATE.
003681           MOVE QUAR-SEQ-NO TO OVL-SEQ-NO.
003682           MOVE QUAR-GIVE-VALUE TO OVL-GIVE-VALUE.
003683           MOVE QUAR-DEPT-CODE TO OVL-DEPT-CODE.
003684           MOVE RL-RD-CEILING (RL-RDEPT-IX) TO OVL-CEILING.
003685           MOVE RL-RD-TOTAL (RL-RDEPT-IX) TO OVL-DEPT-TOTAL.
003686           MOVE "Q" TO OVL-SOURCE.
003687           MOVE RL-RUN-DATE TO OVL-HOLD-DATE.
003688           WRITE OVL-RECORD.
003689           ADD 1 TO RL-OVL-COUNT.
003690           ADD QUAR-GIVE-VALUE TO RL-OVL-HASH.
003691       3300-EXIT.
003692           EXIT.
003693*    *****************************************************************
003694*    4000-RECORD-BATCH
003695*        Registers the released batch in GIVEREG so the duplicate
003696*        protection refuses a later re-transmission of it.
003697*    *****************************************************************
003700       4000-RECORD-BATCH.
003701           OPEN I-O REG-FILE.
003702           IF RL-REG-FILE-MISSING
003730               OPEN OUTPUT REG-FILE
003740           END-IF.
003750           IF NOT RL-REG-FILE-OK
003820           MOVE RL-BATCH-ID TO REG-BATCH-ID.
003830           MOVE RL-PART-NO TO REG-PART-NO.
003840           MOVE RL-REL-DATE TO REG-RUN-DATE.
003841           WRITE REG-RECORD
003842               INVALID KEY
003843                   CONTINUE
003844           END-WRITE.
003860           CLOSE REG-FILE.
003870       4000-EXIT.
003880           EXIT.
004230           END-READ.
004240           MOVE QWRK-RECORD TO QUAR-RECORD.
004250           WRITE QUAR-RECORD.
004251       5100-EXIT.
004252           EXIT.
004253*    *****************************************************************
004254*    6000-ADJUST-DEPT-MASTER
004255*        Rolls the released values and counts into the
004256*        department master's running totals, the way the main
004257*        run's posting tally does, so a release and a later
004258*        backout of the same batch stay symmetric on the
004259*        master.  The last-activity date only ever advances:
004260*        releasing an old quarantined batch after newer
004261*        nightly postings must not move it backwards.  A shop
004262*        without a master has nothing to adjust and says so.
004263*        Each department is read and rewritten in place by
004264*        its code.
004272*    *****************************************************************
004273       6000-ADJUST-DEPT-MASTER.
004274           IF RL-RDEPT-COUNT = ZERO
004275               GO TO 6000-EXIT
004276           END-IF.
004277           OPEN I-O DEPT-FILE.
004278           IF RL-DEPT-FILE-MISSING
004279               MOVE SPACES TO RL-RPT-WORK-LINE
004280               MOVE "NO DEPARTMENT MASTER - NOT ADJUSTED"
004281                   TO RL-RPT-LABEL
004283               WRITE LRPT-LINE
004284               GO TO 6000-EXIT
004285           END-IF.
004286           IF NOT RL-DEPT-FILE-OK
004287               DISPLAY "GIVL0009E - GIVEDEPT COULD NOT BE "
004288                   "UPDATED, FILE STATUS " RL-DEPT-FILE-STATUS
004291               SET RL-FATAL TO TRUE
004292               GO TO 6000-EXIT
004293           END-IF.
004295           PERFORM 6100-ADJUST-ONE-DEPT THRU 6100-EXIT
004296               VARYING RL-RDEPT-IX FROM 1 BY 1
004297               UNTIL RL-RDEPT-IX > RL-RDEPT-COUNT.
004298           CLOSE DEPT-FILE.
004299           MOVE SPACES TO RL-RPT-WORK-LINE.
004300           MOVE "MASTER TOTALS ADJUSTED FOR DEPTS"
004301               TO RL-RPT-LABEL.
004302           MOVE RL-ADJUSTED-COUNT TO RL-RPT-NUMBER.
004303           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
004304           WRITE LRPT-LINE.
004305       6000-EXIT.
004306           EXIT.
004307
004308       6100-ADJUST-ONE-DEPT.
004309           IF RL-RD-REL-COUNT (RL-RDEPT-IX) = ZERO
004310               GO TO 6100-EXIT
004311           END-IF.
004312           MOVE RL-RD-DEPT-CODE (RL-RDEPT-IX) TO DMST-DEPT-CODE.
004313           READ DEPT-FILE
004314               INVALID KEY
004315                   GO TO 6100-EXIT
004316           END-READ.
004317           ADD RL-RD-REL-SUM (RL-RDEPT-IX)
004318               TO DMST-RUN-TOTAL.
004319           ADD RL-RD-REL-COUNT (RL-RDEPT-IX)
004320               TO DMST-RUN-COUNT.
004321           IF RL-REL-DATE > DMST-LAST-DATE
004322               MOVE RL-REL-DATE TO DMST-LAST-DATE
004323           END-IF.
004324           REWRITE DEPT-MST-RECORD
004325               INVALID KEY
004326                   CONTINUE
004327           END-REWRITE.
004328           IF NOT RL-DEPT-FILE-OK
004329               DISPLAY "GIVL0020E - GIVEDEPT COULD NOT BE "
004330                   "REWRITTEN FOR DEPT " DMST-DEPT-CODE
004331                   ", FILE STATUS " RL-DEPT-FILE-STATUS
004332               SET RL-FATAL TO TRUE
004333               GO TO 6100-EXIT
004334           END-IF.
004348           ADD 1 TO RL-ADJUSTED-COUNT.
004351       6100-EXIT.
004352           EXIT.
004353*    *****************************************************************
004354*    6500-WRITE-AUDIT
004355*        Appends the who/when release record, requester and
004356*        approver, to the audit trail.
004357*    *****************************************************************
004358       6500-WRITE-AUDIT.
004359           PERFORM 6550-FIND-AUDIT-TAIL THRU 6550-EXIT.
004360           OPEN EXTEND AUDIT-FILE.
004361           IF NOT RL-AUDIT-FILE-OK
004362               OPEN OUTPUT AUDIT-FILE
004363           END-IF.
004364           IF NOT RL-AUDIT-FILE-OK
004365               DISPLAY "GIVL0015E - GIVEAUD COULD NOT BE "
004366                   "OPENED, FILE STATUS " RL-AUDIT-FILE-STATUS
004367               SET RL-FATAL TO TRUE
004368               GO TO 6500-EXIT
004369           END-IF.
004370           MOVE SPACES TO AUDIT-RECORD.
004371           MOVE RL-RUN-DATE TO AUDIT-DATE.
004372           ACCEPT AUDIT-TIME FROM TIME.
004373           MOVE ZERO TO AUDIT-SEQ-NO.
004374           MOVE ZERO TO AUDIT-GIVE-VALUE.
004375           MOVE ZERO TO AUDIT-GIVE-SAVE-VALUE.
004376           MOVE "N" TO AUDIT-EXIT-SWITCH.
004377           MOVE "RELEASE" TO AUDIT-ACTION.
004378           MOVE RL-USER-ID TO AUDIT-USER-ID.
004379           MOVE RL-BATCH-ID TO AUDIT-BATCH-ID.
004380           MOVE RL-PART-NO TO AUDIT-PART-NO.
004381           MOVE RL-APPROVER-ID TO AUDIT-APPROVER-ID.
004382           PERFORM 6560-CHAIN-AUDIT THRU 6560-EXIT.
004383           WRITE AUDIT-RECORD.
004384           CLOSE AUDIT-FILE.
004385       6500-EXIT.
004386           EXIT.
004387*    *****************************************************************
004388*    6550-FIND-AUDIT-TAIL
004389*        Finds the running sequence and chain value of the last
004390*        audit record written, so this job's records continue
004391*        the chain: the last record on GIVEAUD or, when the
004392*        archive job has moved every record off it, the last
004393*        record on GIVEAUDA.  No chained record yet starts the
004394*        chain at sequence 1 from a zero value.
004395*    *****************************************************************
004396       6550-FIND-AUDIT-TAIL.
004397           MOVE ZERO TO RL-CHAIN-SEQ.
004398           MOVE ZERO TO RL-CHAIN-VALUE.
004399           MOVE "N" TO RL-CHAIN-TAIL-SWITCH.
004400           OPEN INPUT AUDIT-FILE.
004401           IF RL-AUDIT-FILE-OK
004402               MOVE "N" TO RL-AUD-EOF-SWITCH
004403               PERFORM 6551-READ-AUDIT-TAIL THRU 6551-EXIT
004404                   UNTIL RL-AUD-AT-EOF
004405               CLOSE AUDIT-FILE
004406           END-IF.
004407           IF RL-CHAIN-TAIL-FOUND
004408               GO TO 6550-EXIT
004409           END-IF.
004410           OPEN INPUT AUDA-FILE.
004411           IF RL-AUDA-FILE-OK
004412               MOVE "N" TO RL-AUD-EOF-SWITCH
004413               PERFORM 6552-READ-AUDA-TAIL THRU 6552-EXIT
004414                   UNTIL RL-AUD-AT-EOF
004415               CLOSE AUDA-FILE
004416           END-IF.
004417       6550-EXIT.
004418           EXIT.
004419
004420       6551-READ-AUDIT-TAIL.
004421           READ AUDIT-FILE
004422               AT END
004423                   SET RL-AUD-AT-EOF TO TRUE
004424                   GO TO 6551-EXIT
004425           END-READ.
004426           SET RL-CHAIN-TAIL-FOUND TO TRUE.
004427           IF AUDIT-CHAIN-SEQ NUMERIC
004428             AND AUDIT-CHAIN-VALUE NUMERIC
004429               MOVE AUDIT-CHAIN-SEQ TO RL-CHAIN-SEQ
004430               MOVE AUDIT-CHAIN-VALUE TO RL-CHAIN-VALUE
004431           ELSE
004432               MOVE ZERO TO RL-CHAIN-SEQ
004433               MOVE ZERO TO RL-CHAIN-VALUE
004434           END-IF.
004435       6551-EXIT.
004436           EXIT.
004437
004438       6552-READ-AUDA-TAIL.
004439           READ AUDA-FILE
004440               AT END
004441                   SET RL-AUD-AT-EOF TO TRUE
004442                   GO TO 6552-EXIT
004443           END-READ.
004444           IF AUDA-CHAIN-SEQ NUMERIC
004445             AND AUDA-CHAIN-VALUE NUMERIC
004446               MOVE AUDA-CHAIN-SEQ TO RL-CHAIN-SEQ
004447               MOVE AUDA-CHAIN-VALUE TO RL-CHAIN-VALUE
004448           ELSE
004449               MOVE ZERO TO RL-CHAIN-SEQ
004450               MOVE ZERO TO RL-CHAIN-VALUE
004451           END-IF.
004452       6552-EXIT.
004453           EXIT.
004454*    *****************************************************************
004455*    6560-CHAIN-AUDIT
004456*        Stamps the audit record with the next running sequence
004457*        and its chain value, folded from the previous record's
004458*        value and this record's first 71 bytes exactly as the
004459*        main run's 7060-CHAIN-AUDIT does.
004460*    *****************************************************************
004461       6560-CHAIN-AUDIT.
004462           ADD 1 TO RL-CHAIN-SEQ.
004463           MOVE RL-CHAIN-SEQ TO AUDIT-CHAIN-SEQ.
004464           MOVE AUDIT-RECORD (1:71) TO RL-CHAIN-DATA.
004465           PERFORM 6570-CHAIN-ONE-CHAR THRU 6570-EXIT
004466               VARYING RL-CHAIN-SUB FROM 1 BY 1
004467               UNTIL RL-CHAIN-SUB > 71.
004468           MOVE RL-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
004469       6560-EXIT.
004470           EXIT.
004471
004472       6570-CHAIN-ONE-CHAR.
004473           COMPUTE RL-CHAIN-WORK = RL-CHAIN-VALUE * 31
004474               + FUNCTION ORD (RL-CHAIN-CHAR (RL-CHAIN-SUB)).
004475           DIVIDE RL-CHAIN-WORK BY 999999937
004476               GIVING RL-CHAIN-QUOT REMAINDER RL-CHAIN-VALUE.
004477       6570-EXIT.
004478           EXIT.
004479*    *****************************************************************
004480*    6600-MARK-ORDER-DONE
004481*        Marks the approved order carried out ("X") so it cannot
004482*        authorize a second release; the pending-orders desk
004483*        (GIVEAUTH) clears it on its next run.  The file is
004484*        copied through the work file and back.
004485*    *****************************************************************
004486       6600-MARK-ORDER-DONE.
004487           OPEN INPUT PORD-FILE.
004488           IF NOT RL-PORD-FILE-OK
004489               DISPLAY "GIVL0016E - GIVEPORD COULD NOT BE "
004490                   "REOPENED, FILE STATUS " RL-PORD-FILE-STATUS
004491               SET RL-FATAL TO TRUE
004492               GO TO 6600-EXIT
004493           END-IF.
004494           OPEN OUTPUT QWRK-FILE.
004495           IF NOT RL-QWRK-FILE-OK
004496               DISPLAY "GIVL0007E - GIVEQWRK COULD NOT BE "
004497                   "OPENED, FILE STATUS " RL-QWRK-FILE-STATUS
004498               CLOSE PORD-FILE
004499               SET RL-FATAL TO TRUE
004500               GO TO 6600-EXIT
004501           END-IF.
004502           MOVE ZERO TO RL-ORDER-READ-COUNT.
004503           MOVE "N" TO RL-PORD-EOF-SWITCH.
004504           PERFORM 6610-SAVE-ONE-ORDER THRU 6610-EXIT
004505               UNTIL RL-PORD-AT-EOF.
004506           CLOSE PORD-FILE.
004507           CLOSE QWRK-FILE.
004508           OPEN INPUT QWRK-FILE.
004509           IF NOT RL-QWRK-FILE-OK
004510               DISPLAY "GIVL0007E - GIVEQWRK COULD NOT BE "
004511                   "REOPENED, FILE STATUS " RL-QWRK-FILE-STATUS
004512               SET RL-FATAL TO TRUE
004513               GO TO 6600-EXIT
004514           END-IF.
004515           OPEN OUTPUT PORD-FILE.
004516           IF NOT RL-PORD-FILE-OK
004517               DISPLAY "GIVL0016E - GIVEPORD COULD NOT BE "
004518                   "REWRITTEN, FILE STATUS " RL-PORD-FILE-STATUS
004519               CLOSE QWRK-FILE
004520               SET RL-FATAL TO TRUE
004521               GO TO 6600-EXIT
004522           END-IF.
004523           MOVE "N" TO RL-QWRK-EOF-SWITCH.
004524           PERFORM 6620-COPY-ONE-ORDER-BACK THRU 6620-EXIT
004525               UNTIL RL-QWRK-AT-EOF.
004526           CLOSE QWRK-FILE.
004527           CLOSE PORD-FILE.
004528       6600-EXIT.
004529           EXIT.
004530
004531       6610-SAVE-ONE-ORDER.
004532           READ PORD-FILE
004533               AT END
004534                   SET RL-PORD-AT-EOF TO TRUE
004535                   GO TO 6610-EXIT
004536           END-READ.
004537           ADD 1 TO RL-ORDER-READ-COUNT.
004538           IF RL-ORDER-READ-COUNT = RL-ORDER-ORDINAL
004539               MOVE "X" TO PORD-STATUS
004540           END-IF.
004541           MOVE PORD-RECORD TO QWRK-RECORD.
004542           WRITE QWRK-RECORD.
004543       6610-EXIT.
004544           EXIT.
004545
004546       6620-COPY-ONE-ORDER-BACK.
004547           READ QWRK-FILE
004548               AT END
004549                   SET RL-QWRK-AT-EOF TO TRUE
004550                   GO TO 6620-EXIT
004551           END-READ.
004552           MOVE QWRK-RECORD TO PORD-RECORD.
004553           WRITE PORD-RECORD.
004554       6620-EXIT.
004555           EXIT.
004556*    *****************************************************************
004557*    8000-WRITE-SUMMARY
004558*        Writes the release totals so the desk can balance what
004559*        posted against upstream's confirmation.
004560*    *****************************************************************
004561       8000-WRITE-SUMMARY.
004562           MOVE SPACES TO RL-RPT-WORK-LINE.
004563           MOVE "ORDERED BY / APPROVED BY" TO RL-RPT-LABEL.
004564           MOVE SPACES TO RL-RPT-TEXT.
004565           STRING RL-USER-ID " / " RL-APPROVER-ID
004566               DELIMITED BY SIZE INTO RL-RPT-TEXT.
004567           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
004568           WRITE LRPT-LINE.
004569
004570           COMPUTE RL-POSTED-COUNT =
004571               RL-MATCH-COUNT - RL-OVL-COUNT.
004572           COMPUTE RL-POSTED-HASH = RL-MATCH-HASH - RL-OVL-HASH.
004573           MOVE SPACES TO RL-RPT-WORK-LINE.
004574           MOVE "VALUES RELEASED TO FEED" TO RL-RPT-LABEL.
004575           MOVE RL-POSTED-COUNT TO RL-RPT-NUMBER.
004576           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
004577           WRITE LRPT-LINE.
004578
004579           MOVE SPACES TO RL-RPT-WORK-LINE.
004580           MOVE "RELEASED VALUE HASH TOTAL" TO RL-RPT-LABEL.
004581           MOVE RL-POSTED-HASH TO RL-RPT-TEXT.
004582           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
004583           WRITE LRPT-LINE.
004584
004585           IF RL-OVL-COUNT > ZERO
004586               MOVE SPACES TO RL-RPT-WORK-LINE
004587               MOVE "VALUES HELD OVER DEPT CEILING"
004588                   TO RL-RPT-LABEL
004589               MOVE RL-OVL-COUNT TO RL-RPT-NUMBER
004590               MOVE "SEE GIVEOVLR OVER-LIMIT REPORT"
004591                   TO RL-RPT-TEXT
004592               MOVE RL-RPT-WORK-LINE TO LRPT-LINE
004593               WRITE LRPT-LINE
004594           END-IF.
004595
004596           MOVE SPACES TO RL-RPT-WORK-LINE.
004597           MOVE "RECORDS STILL QUARANTINED" TO RL-RPT-LABEL.
004598           MOVE RL-KEPT-COUNT TO RL-RPT-NUMBER.
004599           MOVE RL-RPT-WORK-LINE TO LRPT-LINE.
004600           WRITE LRPT-LINE.
004601       8000-EXIT.
004602           EXIT.
004603*    *****************************************************************
004604*    9700-START-STEP
004605*        Records the run as a step on the job-stream step ledger
004606*        (GIVESTEP) under the GIVEBDT business date.  A desk
004607*        utility depends on no nightly step and is run as often
004608*        as the desk needs in a day, so it is never refused here,
004609*        and a ledger that cannot be updated only costs the entry.
004610*    *****************************************************************
004611       9700-START-STEP.
004612           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
004613           OPEN I-O STEP-FILE.
004614           IF RL-STEP-FILE-MISSING
004615               OPEN OUTPUT STEP-FILE
004616               IF RL-STEP-FILE-OK
004617                   CLOSE STEP-FILE
004618                   OPEN I-O STEP-FILE
004619               END-IF
004620           END-IF.
004621           IF NOT RL-STEP-FILE-OK
004622               DISPLAY "GIVL0018W - GIVESTEP COULD NOT BE "
004623                   "OPENED, FILE STATUS " RL-STEP-FILE-STATUS
004624               GO TO 9700-EXIT
004625           END-IF.
004626           MOVE RL-STEP-BUS-DATE TO STEP-BUS-DATE.
004627           MOVE RL-STEP-NAME TO STEP-NAME.
004628           MOVE RL-STEP-INSTANCE TO STEP-INSTANCE.
004629           MOVE "N" TO RL-STEP-FOUND-SWITCH.
004630           READ STEP-FILE
004631               INVALID KEY
004632                   CONTINUE
004633               NOT INVALID KEY
004634                   SET RL-STEP-FOUND TO TRUE
004635           END-READ.
004636           IF NOT RL-STEP-FOUND
004637               MOVE SPACES TO STEP-RECORD
004638               MOVE RL-STEP-BUS-DATE TO STEP-BUS-DATE
004639               MOVE RL-STEP-NAME TO STEP-NAME
004640               MOVE RL-STEP-INSTANCE TO STEP-INSTANCE
004641               MOVE ZERO TO STEP-RUN-COUNT
004642               MOVE ZERO TO STEP-RESET-DATE
004643               MOVE ZERO TO STEP-RESET-TIME
004644           END-IF.
004645           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
004646           SET STEP-RUNNING TO TRUE.
004647           MOVE RL-STEP-NOW TO STEP-START-STAMP.
004648           MOVE ZERO TO STEP-END-DATE.
004649           MOVE ZERO TO STEP-END-TIME.
004650           MOVE ZERO TO STEP-COND-CODE.
004651           ADD 1 TO STEP-RUN-COUNT.
004652           IF RL-STEP-FOUND
004653               REWRITE STEP-RECORD
004654                   INVALID KEY
004655                       CONTINUE
004656               END-REWRITE
004657           ELSE
004658               WRITE STEP-RECORD
004659                   INVALID KEY
004660                       CONTINUE
004661               END-WRITE
004662           END-IF.
004663           IF NOT RL-STEP-FILE-OK
004664               DISPLAY "GIVL0018W - GIVESTEP COULD NOT BE "
004665                   "UPDATED, FILE STATUS " RL-STEP-FILE-STATUS
004666               CLOSE STEP-FILE
004667               GO TO 9700-EXIT
004668           END-IF.
004669           CLOSE STEP-FILE.
004670           SET RL-STEP-STARTED TO TRUE.
004671       9700-EXIT.
004672           EXIT.
004673
004674       9705-LOAD-STEP-DATE.
004675           ACCEPT RL-STEP-BUS-DATE FROM DATE YYYYMMDD.
004676           OPEN INPUT BDT-FILE.
004677           IF RL-BDT-FILE-OK
004678               READ BDT-FILE
004679                   NOT AT END
004680                       IF BDT-BUS-DATE NUMERIC
004681                         AND BDT-BUS-DATE > ZERO
004682                           MOVE BDT-BUS-DATE TO RL-STEP-BUS-DATE
004683                       END-IF
004684               END-READ
004685               CLOSE BDT-FILE
004686           END-IF.
004687       9705-EXIT.
004688           EXIT.
004689*    *****************************************************************
004690*    9750-END-STEP
004691*        Marks this step ended on GIVESTEP with its condition
004692*        code.  Only a step this run started is marked; a ledger
004693*        that cannot be updated is reported and does not change
004694*        the step's own condition code.
004695*    *****************************************************************
004696       9750-END-STEP.
004697           IF NOT RL-STEP-STARTED
004698               GO TO 9750-EXIT
004699           END-IF.
004700           MOVE "N" TO RL-STEP-STARTED-SWITCH.
004701           OPEN I-O STEP-FILE.
004702           IF NOT RL-STEP-FILE-OK
004703               DISPLAY "GIVL0019W - END OF STEP NOT RECORDED ON "
004704                   "GIVESTEP, FILE STATUS " RL-STEP-FILE-STATUS
004705               GO TO 9750-EXIT
004706           END-IF.
004707           MOVE RL-STEP-BUS-DATE TO STEP-BUS-DATE.
004708           MOVE RL-STEP-NAME TO STEP-NAME.
004709           MOVE RL-STEP-INSTANCE TO STEP-INSTANCE.
004710           READ STEP-FILE
004711               INVALID KEY
004712                   CONTINUE
004713           END-READ.
004714           IF RL-STEP-FILE-OK
004715               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
004716               SET STEP-ENDED TO TRUE
004717               MOVE RL-STEP-NOW TO STEP-END-STAMP
004718               MOVE RETURN-CODE TO STEP-COND-CODE
004719               REWRITE STEP-RECORD
004720                   INVALID KEY
004721                       CONTINUE
004722               END-REWRITE
004723           END-IF.
004724           IF NOT RL-STEP-FILE-OK
004725               DISPLAY "GIVL0019W - END OF STEP NOT RECORDED ON "
004726                   "GIVESTEP, FILE STATUS " RL-STEP-FILE-STATUS
004727           END-IF.
004728           CLOSE STEP-FILE.
004729       9750-EXIT.
004730           EXIT.
004731
004732       9795-TAKE-STEP-STAMP.
004733           ACCEPT RL-STEP-NOW-DATE FROM DATE YYYYMMDD.
004734           ACCEPT RL-STEP-CLOCK FROM TIME.
004735           MOVE RL-STEP-CLOCK-HMS TO RL-STEP-NOW-TIME.
004736       9795-EXIT.
004737           EXIT.
004738
004739           END PROGRAM GIVERELQ.
