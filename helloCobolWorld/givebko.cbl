000237*                      netted off the department master's
000238*                      running totals so cumulative positions
000239*                      do not stay overstated after a backout.
000240*     2026-10-15  TUL  Reversed values and counts are also
000241*                      accumulated into the department master's
000242*                      reversals for the open period, which the
000243*                      month-end close (GIVEPCLS) reports and
000244*                      resets.
000245*     2026-10-15  TUL  Department master layout carries the
000246*                      posting ceiling maintained by GIVEDPTM.
000247*     2026-10-15  TUL  Dual authorization: the backout order must
000248*                      be on the pending-orders file (GIVEPORD)
000249*                      under the ordering user's ID and approved
000250*                      there by a different user (desk program
000251*                      GIVEAUTH).  An unapproved or self-approved
000252*                      order is refused with condition code 16.
000253*                      The approver is reported and written on the
000254*                      GIVEAUD record, and the order is marked
000255*                      carried out.
000256*     2026-10-15  TUL  Each audit record written carries the next
000257*                      running sequence and a chain value folded
000258*                      from the previous record, continued from
000259*                      the tail of GIVEAUD (or GIVEAUDA), so that
000260*                      GIVEAUDV can prove the trail is unaltered.
000261*     2026-10-15  TUL  GIVEREG and GIVEDEPT are keyed files now:
000262*                      the register entry is read and deleted by
000263*                      key and each reversed department is read
000264*                      and rewritten by key, instead of copying
000265*                      both files through GIVEBWRK.  Up to 200
000266*                      reversed departments are netted off.
000267*     2026-10-15  TUL  A batch dated inside a period the month-end
000268*                      close has closed is refused, condition code
000269*                      8 (GIVB0012E).  Reversals carry the GIVEBDT
000270*                      business date as their posting date.
000271*     2026-10-15  TUL  A backout whose GIVEBDT business date is
000272*                      already on the journal history (GIVEJHST)
000273*                      is refused before anything is reversed,
000274*                      condition code 24 (GIVB0013E): the general-
000275*                      ledger journal for that date has been cut
000276*                      and would never carry the reversals.  Each
000277*                      run is recorded on the job-stream step
000278*                      ledger (GIVESTEP) under the business date;
000279*                      the backout depends on no other step and is
000280*                      never refused there.
000281*     2026-10-15  TUL  A department total that cannot be rewritten
000282*                      on GIVEDEPT is reported (GIVB0016E) and
000283*                      ends the backout with condition code 12.
000284*                      Reversals for departments beyond the 200
000285*                      the tally holds are counted, reported
000286*                      (GIVB0017W) and end it with condition code
000287*                      4, instead of being left off the master
000288*                      unseen.
000289*    *****************************************************************
000290       IDENTIFICATION DIVISION.
000291       PROGRAM-ID. GIVEBKO.
000292       ENVIRONMENT DIVISION.
000293       INPUT-OUTPUT SECTION.
000294       FILE-CONTROL.
000300           SELECT PARM-FILE ASSIGN TO "GIVEBPRM"
000310               ORGANIZATION IS LINE SEQUENTIAL
000320               FILE STATUS IS BK-PARM-FILE-STATUS.
000340               ORGANIZATION IS LINE SEQUENTIAL
000350               FILE STATUS IS BK-FEED-FILE-STATUS.
000360           SELECT REG-FILE ASSIGN TO "GIVEREG"
000361               ORGANIZATION IS INDEXED
000362               ACCESS MODE IS RANDOM
000363               RECORD KEY IS REG-KEY
000380               FILE STATUS IS BK-REG-FILE-STATUS.
000390           SELECT AUDIT-FILE ASSIGN TO "GIVEAUD"
000400               ORGANIZATION IS LINE SEQUENTIAL
000410               FILE STATUS IS BK-AUDIT-FILE-STATUS.
000411           SELECT AUDA-FILE ASSIGN TO "GIVEAUDA"
000412               ORGANIZATION IS LINE SEQUENTIAL
000413               FILE STATUS IS BK-AUDA-FILE-STATUS.
000420           SELECT BWRK-FILE ASSIGN TO "GIVEBWRK"
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS BK-BWRK-FILE-STATUS.
000450           SELECT BRPT-FILE ASSIGN TO "GIVEBRPT"
000460               ORGANIZATION IS LINE SEQUENTIAL
000461               FILE STATUS IS BK-BRPT-FILE-STATUS.
000462           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000463               ORGANIZATION IS INDEXED
000464               ACCESS MODE IS DYNAMIC
000465               RECORD KEY IS DMST-DEPT-CODE
000466               FILE STATUS IS BK-DEPT-FILE-STATUS.
000467           SELECT PORD-FILE ASSIGN TO "GIVEPORD"
000474               ORGANIZATION IS LINE SEQUENTIAL
000475               FILE STATUS IS BK-PORD-FILE-STATUS.
000476           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000477               ORGANIZATION IS LINE SEQUENTIAL
000478               FILE STATUS IS BK-BDT-FILE-STATUS.
000479           SELECT JHST-FILE ASSIGN TO "GIVEJHST"
000480               ORGANIZATION IS LINE SEQUENTIAL
000481               FILE STATUS IS BK-JHST-FILE-STATUS.
000482           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000483               ORGANIZATION IS INDEXED
000484               ACCESS MODE IS DYNAMIC
000485               RECORD KEY IS STEP-KEY
000486               FILE STATUS IS BK-STEP-FILE-STATUS.
000487       DATA DIVISION.
000490       FILE SECTION.
000500       FD  PARM-FILE.
000510       01  PARM-RECORD.
000620           05  FEED-BATCH-ID       PIC X(08).
000630           05  FEED-PART-NO        PIC X(01).
000640           05  FEED-REV-FLAG       PIC X(01).
000641           05  FILLER              PIC X(14).
000642           05  FEED-POST-DATE      PIC 9(08).
000643           05  FILLER              PIC X(28).
000660       FD  REG-FILE.
000670       01  REG-RECORD.
000671           05  REG-KEY.
000672               10  REG-BATCH-ID    PIC X(08).
000673               10  REG-PART-NO     PIC X(01).
000700           05  REG-RUN-DATE        PIC 9(08).
000710           05  FILLER              PIC X(33).
000720       FD  AUDIT-FILE.
000810           05  AUDIT-USER-ID       PIC X(08).
000820           05  AUDIT-BATCH-ID      PIC X(08).
000830           05  AUDIT-PART-NO       PIC X(01).
000831           05  AUDIT-APPROVER-ID   PIC X(08).
000832           05  AUDIT-DEPT-CODE     PIC X(03).
000833           05  AUDIT-CHAIN-SEQ     PIC 9(09).
000834           05  AUDIT-CHAIN-VALUE   PIC 9(09).
000835       FD  AUDA-FILE.
000836       01  AUDA-RECORD.
000837           05  FILLER              PIC X(62).
000838           05  AUDA-CHAIN-SEQ      PIC 9(09).
000839           05  AUDA-CHAIN-VALUE    PIC 9(09).
000840       FD  BWRK-FILE.
000850       01  BWRK-RECORD             PIC X(80).
000852       FD  DEPT-FILE.
000856           05  DMST-RUN-TOTAL      PIC 9(09).
000857           05  DMST-RUN-COUNT      PIC 9(07).
000858           05  DMST-LAST-DATE      PIC 9(08).
000859           05  DMST-PERIOD-DATA.
000860               10  DMST-PER-OPEN-TOTAL PIC 9(09).
000861               10  DMST-PER-OPEN-COUNT PIC 9(07).
000862               10  DMST-PER-REV-TOTAL  PIC 9(09).
000863               10  DMST-PER-REV-COUNT  PIC 9(07).
000864               10  DMST-CLOSED-THRU    PIC 9(08).
000865           05  DMST-CEILING        PIC 9(09).
000866           05  FILLER              PIC X(02).
000867       FD  PORD-FILE.
000868       01  PORD-RECORD.
000869           05  PORD-ORDER-TYPE     PIC X(04).
000870           05  PORD-BATCH-ID       PIC X(08).
000871           05  PORD-PART-NO        PIC X(01).
000872           05  PORD-DEPT-CODE      PIC X(03).
000873           05  PORD-REQUESTER      PIC X(08).
000874           05  PORD-REQ-DATE       PIC 9(08).
000875           05  PORD-APPROVER       PIC X(08).
000876           05  PORD-APR-DATE       PIC 9(08).
000877           05  PORD-STATUS         PIC X(01).
000878           05  FILLER              PIC X(31).
000879       FD  BRPT-FILE.
000880       01  BRPT-LINE               PIC X(80).
000881       FD  BDT-FILE.
000882       01  BDT-RECORD.
000883           05  BDT-BUS-DATE        PIC 9(08).
000884           05  BDT-OVERRIDE-FLAG   PIC X(01).
000885           05  FILLER              PIC X(41).
000886       FD  JHST-FILE.
000887       01  JHST-RECORD.
000888           05  JHST-JOURNAL-DATE   PIC 9(08).
000889           05  JHST-CREATED-DATE   PIC 9(08).
000890           05  JHST-LINE-COUNT     PIC 9(07).
000891           05  JHST-DEBIT-TOTAL    PIC 9(11).
000892           05  JHST-CREDIT-TOTAL   PIC 9(11).
000893           05  JHST-DEPT-COUNT     PIC 9(05).
000894           05  JHST-USER-ID        PIC X(08).
000895           05  FILLER              PIC X(22).
000896       FD  STEP-FILE.
000897       01  STEP-RECORD.
000898           05  STEP-KEY.
000899               10  STEP-BUS-DATE   PIC 9(08).
000900               10  STEP-NAME       PIC X(08).
000901               10  STEP-INSTANCE   PIC X(01).
000902           05  STEP-STATE          PIC X(01).
000903               88  STEP-RUNNING            VALUE "S".
000904               88  STEP-ENDED              VALUE "E".
000905               88  STEP-WAS-RESET          VALUE "R".
000906           05  STEP-START-STAMP.
000907               10  STEP-START-DATE PIC 9(08).
000908               10  STEP-START-TIME PIC 9(06).
000909           05  STEP-END-STAMP.
000910               10  STEP-END-DATE   PIC 9(08).
000911               10  STEP-END-TIME   PIC 9(06).
000912           05  STEP-COND-CODE      PIC 9(02).
000913           05  STEP-RUN-COUNT      PIC 9(03).
000914           05  STEP-RESET-USER     PIC X(08).
000915           05  STEP-RESET-DATE     PIC 9(08).
000916           05  STEP-RESET-TIME     PIC 9(06).
000917           05  FILLER              PIC X(07).
000918       WORKING-STORAGE SECTION.
000919       77  BK-PARM-FILE-STATUS     PIC X(02) VALUE SPACES.
000920           88  BK-PARM-FILE-OK               VALUE "00".
000921       77  BK-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
000922           88  BK-FEED-FILE-OK               VALUE "00".
000930       77  BK-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
000940           88  BK-REG-FILE-OK                VALUE "00".
000950       77  BK-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
000951           88  BK-AUDIT-FILE-OK              VALUE "00".
000952       77  BK-AUDA-FILE-STATUS     PIC X(02) VALUE SPACES.
000953           88  BK-AUDA-FILE-OK               VALUE "00".
000954       77  BK-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
000955           88  BK-AUD-AT-EOF                 VALUE "Y".
000956       77  BK-CHAIN-TAIL-SWITCH    PIC X(01) VALUE "N".
000957           88  BK-CHAIN-TAIL-FOUND           VALUE "Y".
000958       77  BK-CHAIN-SEQ            PIC 9(09) VALUE ZERO.
000959       77  BK-CHAIN-VALUE          PIC 9(09) VALUE ZERO.
000960       77  BK-CHAIN-WORK           PIC 9(12) COMP VALUE ZERO.
000961       77  BK-CHAIN-QUOT           PIC 9(05) COMP VALUE ZERO.
000962       77  BK-CHAIN-SUB            PIC 9(02) COMP VALUE ZERO.
000963       77  BK-JHST-FILE-STATUS     PIC X(02) VALUE SPACES.
000964           88  BK-JHST-FILE-OK               VALUE "00".
000965       77  BK-JHST-EOF-SWITCH      PIC X(01) VALUE "N".
000966           88  BK-JHST-AT-EOF                VALUE "Y".
000967       77  BK-JOURNALLED-SWITCH    PIC X(01) VALUE "N".
000968           88  BK-DATE-JOURNALLED            VALUE "Y".
000969       77  BK-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
000970           88  BK-STEP-FILE-OK               VALUE "00".
000971           88  BK-STEP-FILE-MISSING          VALUE "35".
000972       77  BK-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
000973           88  BK-STEP-FOUND                 VALUE "Y".
000974       77  BK-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
000975           88  BK-STEP-STARTED               VALUE "Y".
000976       77  BK-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
000977       77  BK-STEP-NAME            PIC X(08) VALUE "GIVEBKO".
000978       77  BK-STEP-INSTANCE        PIC X(01) VALUE SPACE.
000981       77  BK-BWRK-FILE-STATUS     PIC X(02) VALUE SPACES.
000982           88  BK-BWRK-FILE-OK               VALUE "00".
000990       77  BK-BRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001000           88  BK-BRPT-FILE-OK               VALUE "00".
001010       77  BK-FEED-EOF-SWITCH      PIC X(01) VALUE "N".
001020           88  BK-FEED-AT-EOF                VALUE "Y".
001050       77  BK-BWRK-EOF-SWITCH      PIC X(01) VALUE "N".
001060           88  BK-BWRK-AT-EOF                VALUE "Y".
001070       77  BK-BATCH-ID             PIC X(08) VALUE SPACES.
001130       77  BK-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
001140       77  BK-REVERSED-SUM         PIC 9(09) VALUE ZERO.
001150       77  BK-REG-FOUND-SWITCH     PIC X(01) VALUE "N".
001151           88  BK-REG-FOUND                  VALUE "Y".
001152       77  BK-REG-DELETED-COUNT    PIC 9(05) COMP VALUE ZERO.
001153       77  BK-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001154           88  BK-DEPT-FILE-OK               VALUE "00".
001155           88  BK-DEPT-FILE-MISSING          VALUE "35".
001156       77  BK-DEPT-EOF-SWITCH      PIC X(01) VALUE "N".
001157           88  BK-DEPT-AT-EOF                VALUE "Y".
001158       77  BK-CLOSED-THRU          PIC 9(08) VALUE ZERO.
001159       77  BK-CLOSED-SWITCH        PIC X(01) VALUE "N".
001160           88  BK-IN-CLOSED-PERIOD           VALUE "Y".
001161       77  BK-BATCH-RUN-DATE       PIC 9(08) VALUE ZERO.
001162       77  BK-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001163           88  BK-BDT-FILE-OK                VALUE "00".
001164       77  BK-BUS-DATE             PIC 9(08) VALUE ZERO.
001165       77  BK-RDEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
001166       77  BK-RDEPT-LIMIT          PIC 9(03) VALUE 200.
001167       77  BK-RDEPT-OVERFLOW       PIC 9(05) COMP VALUE ZERO.
001168       77  BK-RDEPT-IX             PIC 9(03) COMP VALUE ZERO.
001169       77  BK-RDEPT-SUB            PIC 9(03) COMP VALUE ZERO.
001170       77  BK-ADJUSTED-COUNT       PIC 9(03) COMP VALUE ZERO.
001171       77  BK-FATAL-SWITCH         PIC X(01) VALUE "N".
001172           88  BK-FATAL                      VALUE "Y".
001173       77  BK-PORD-FILE-STATUS     PIC X(02) VALUE SPACES.
001174           88  BK-PORD-FILE-OK               VALUE "00".
001175       77  BK-PORD-EOF-SWITCH      PIC X(01) VALUE "N".
001176           88  BK-PORD-AT-EOF                VALUE "Y".
001177       77  BK-AUTH-SWITCH          PIC X(01) VALUE "N".
001178           88  BK-AUTH-APPROVED              VALUE "A".
001179           88  BK-AUTH-PENDING               VALUE "P".
001180           88  BK-AUTH-SELF                  VALUE "S".
001181       77  BK-APPROVER-ID          PIC X(08) VALUE SPACES.
001182       77  BK-ORDER-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
001183       77  BK-ORDER-ORDINAL        PIC 9(05) COMP VALUE ZERO.
001184       01  BK-CHAIN-DATA.
001185           05  BK-CHAIN-CHAR OCCURS 71 TIMES PIC X(01).
001191       01  BK-RDEPT-TABLE.
001192           05  BK-RDEPT-ENTRY OCCURS 200 TIMES.
001193               10  BK-RD-DEPT-CODE PIC X(03).
001194               10  BK-RD-REV-SUM   PIC 9(09).
001195               10  BK-RD-REV-COUNT PIC 9(07).
001270           05  BK-RPT-LABEL        PIC X(37).
001280           05  BK-RPT-NUMBER       PIC ZZZZ9.
001290           05  BK-RPT-TEXT         PIC X(38).
001291       01  BK-STEP-NOW.
001292           05  BK-STEP-NOW-DATE    PIC 9(08).
001293           05  BK-STEP-NOW-TIME    PIC 9(06).
001294       01  BK-STEP-CLOCK.
001295           05  BK-STEP-CLOCK-HMS   PIC 9(06).
001296           05  FILLER              PIC 9(02).
001300       PROCEDURE DIVISION.
001310
001320       MAIN-PROCEDURE.
001321           PERFORM 9700-START-STEP THRU 9700-EXIT.
001330           OPEN OUTPUT BRPT-FILE.
001340           IF NOT BK-BRPT-FILE-OK
001350               DISPLAY "GIVB0001E - GIVEBRPT COULD NOT BE "
001410           IF BK-FATAL
001420               CLOSE BRPT-FILE
001430               MOVE 12 TO RETURN-CODE
001431               GO TO MAIN-PROCEDURE-EXIT
001432           END-IF.
001433           PERFORM 1500-CHECK-AUTHORIZATION THRU 1500-EXIT.
001434           IF NOT BK-AUTH-APPROVED
001435               CLOSE BRPT-FILE
001436               MOVE 16 TO RETURN-CODE
001440               GO TO MAIN-PROCEDURE-EXIT
001450           END-IF.
001460           PERFORM 2000-COUNT-BATCH-RECORDS THRU 2000-EXIT.
001641               MOVE 4 TO RETURN-CODE
001642               GO TO MAIN-PROCEDURE-EXIT
001643           END-IF.
001644           PERFORM 2600-CHECK-CLOSED-PERIOD THRU 2600-EXIT.
001645           IF BK-IN-CLOSED-PERIOD
001646               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001647               CLOSE BRPT-FILE
001648               MOVE 8 TO RETURN-CODE
001649               GO TO MAIN-PROCEDURE-EXIT
001650           END-IF.
001651           PERFORM 2650-CHECK-JOURNALLED THRU 2650-EXIT.
001652           IF BK-DATE-JOURNALLED
001653               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001654               CLOSE BRPT-FILE
001655               MOVE 24 TO RETURN-CODE
001656               GO TO MAIN-PROCEDURE-EXIT
001657           END-IF.
001658           PERFORM 3000-WRITE-REVERSALS THRU 3000-EXIT.
001659           IF BK-FATAL
001660               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001670               CLOSE BRPT-FILE
001680               MOVE 12 TO RETURN-CODE
001710           PERFORM 4000-DEREGISTER-BATCH THRU 4000-EXIT.
001715           PERFORM 4500-ADJUST-DEPT-MASTER THRU 4500-EXIT.
001720           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
001721           PERFORM 5500-MARK-ORDER-DONE THRU 5500-EXIT.
001730           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001740           CLOSE BRPT-FILE.
001750           IF BK-FATAL
001760               MOVE 12 TO RETURN-CODE
001761           ELSE
001762               IF BK-RDEPT-OVERFLOW > ZERO
001763                   MOVE 4 TO RETURN-CODE
001764               END-IF
001770           END-IF.
001780
001781           PERFORM 9750-END-STEP THRU 9750-EXIT.
001790           STOP RUN.
001800       MAIN-PROCEDURE-EXIT.
001801           PERFORM 9750-END-STEP THRU 9750-EXIT.
001810           STOP RUN.
001820*    *****************************************************************
001830*    1000-INITIALIZE
001831*        Reads the backout order and the business date the
001832*        reversals post under.  Without an explicit order this
001850*        job reverses nothing.
001860*    *****************************************************************
001870       1000-INITIALIZE.
001871           ACCEPT BK-RUN-DATE FROM DATE YYYYMMDD.
001872           MOVE BK-RUN-DATE TO BK-BUS-DATE.
001873           OPEN INPUT BDT-FILE.
001874           IF BK-BDT-FILE-OK
001875               READ BDT-FILE
001876                   NOT AT END
001877                       IF BDT-BUS-DATE NUMERIC
001878                         AND BDT-BUS-DATE > ZERO
001879                           MOVE BDT-BUS-DATE TO BK-BUS-DATE
001880                       END-IF
001881               END-READ
001882               CLOSE BDT-FILE
001883           END-IF.
001890           MOVE SPACES TO BK-RPT-WORK-LINE.
001900           MOVE "BATCH BACKOUT REPORT" TO BK-RPT-LABEL.
001910           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
002150           END-IF.
002160           MOVE SPACES TO BK-RPT-WORK-LINE.
002170           MOVE "BATCH TO BACK OUT" TO BK-RPT-LABEL.
002171           MOVE SPACES TO BK-RPT-TEXT.
002172           STRING BK-BATCH-ID " PARTITION " BK-PART-NO
002173                  " BY " BK-USER-ID
002174               DELIMITED BY SIZE INTO BK-RPT-TEXT.
002175           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
002176           WRITE BRPT-LINE.
002177       1000-EXIT.
002178           EXIT.
002179*    *****************************************************************
002180*    1500-CHECK-AUTHORIZATION
002181*        A backout needs a second person.  The order must be on
002182*        the pending-orders file (GIVEPORD) under the ordering
002183*        user's ID and approved there by a different user.  An
002184*        order still pending, or one whose approver is its own
002185*        requester, is refused before anything is read or
002186*        written, each with its own message.
002187*    *****************************************************************
002188       1500-CHECK-AUTHORIZATION.
002189           MOVE "N" TO BK-AUTH-SWITCH.
002190           MOVE ZERO TO BK-ORDER-READ-COUNT.
002191           OPEN INPUT PORD-FILE.
002192           IF BK-PORD-FILE-OK
002193               MOVE "N" TO BK-PORD-EOF-SWITCH
002194               PERFORM 1510-CHECK-ONE-ORDER THRU 1510-EXIT
002195                   UNTIL BK-PORD-AT-EOF OR BK-AUTH-APPROVED
002196               CLOSE PORD-FILE
002197           END-IF.
002198           MOVE SPACES TO BK-RPT-WORK-LINE.
002199           EVALUATE TRUE
002200               WHEN BK-AUTH-APPROVED
002201                   MOVE "BACKOUT APPROVED BY" TO BK-RPT-LABEL
002202                   MOVE BK-APPROVER-ID TO BK-RPT-TEXT
002203               WHEN BK-AUTH-SELF
002204                   DISPLAY "GIVB0010E - BACKOUT OF " BK-BATCH-ID
002205                       " APPROVED BY ITS OWN REQUESTER - REFUSED"
002206                   MOVE "REFUSED - ORDER SELF-APPROVED"
002207                       TO BK-RPT-LABEL
002208                   MOVE BK-USER-ID TO BK-RPT-TEXT
002209               WHEN OTHER
002210                   DISPLAY "GIVB0009E - BACKOUT OF " BK-BATCH-ID
002211                       " HAS NO APPROVED ORDER - REFUSED"
002212                   MOVE "REFUSED - ORDER NOT APPROVED"
002213                       TO BK-RPT-LABEL
002214                   MOVE BK-USER-ID TO BK-RPT-TEXT
002215           END-EVALUATE.
002216           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
002217           WRITE BRPT-LINE.
002218       1500-EXIT.
002219           EXIT.
002220
002221       1510-CHECK-ONE-ORDER.
002222           READ PORD-FILE
002223               AT END
002224                   SET BK-PORD-AT-EOF TO TRUE
002225                   GO TO 1510-EXIT
002226           END-READ.
002227           ADD 1 TO BK-ORDER-READ-COUNT.
002228           IF PORD-ORDER-TYPE NOT = "BKO "
002229             OR PORD-BATCH-ID NOT = BK-BATCH-ID
002230             OR PORD-PART-NO NOT = BK-PART-NO
002231             OR PORD-REQUESTER NOT = BK-USER-ID
002232               GO TO 1510-EXIT
002233           END-IF.
002234           IF PORD-STATUS = "A"
002235               IF PORD-APPROVER = SPACES
002236                 OR PORD-APPROVER = PORD-REQUESTER
002237                   SET BK-AUTH-SELF TO TRUE
002238               ELSE
002239                   SET BK-AUTH-APPROVED TO TRUE
002240                   MOVE PORD-APPROVER TO BK-APPROVER-ID
002241                   MOVE BK-ORDER-READ-COUNT TO BK-ORDER-ORDINAL
002242               END-IF
002243               GO TO 1510-EXIT
002244           END-IF.
002245           IF PORD-STATUS = "P"
002246             AND NOT BK-AUTH-SELF
002247               SET BK-AUTH-PENDING TO TRUE
002248           END-IF.
002249       1510-EXIT.
002250           EXIT.
002260*    *****************************************************************
002270*    2000-COUNT-BATCH-RECORDS
002700               ADD 1 TO BK-REVERSED-COUNT
002710           ELSE
002720               ADD 1 TO BK-POSTED-COUNT
002721               IF BK-BATCH-RUN-DATE = ZERO
002722                 OR FEED-RUN-DATE < BK-BATCH-RUN-DATE
002723                   MOVE FEED-RUN-DATE TO BK-BATCH-RUN-DATE
002724               END-IF
002730           END-IF.
002740       2100-EXIT.
002750           EXIT.
002762           IF NOT BK-REG-FILE-OK
002763               GO TO 2500-EXIT
002764           END-IF.
002765           MOVE BK-BATCH-ID TO REG-BATCH-ID.
002766           MOVE BK-PART-NO TO REG-PART-NO.
002767           READ REG-FILE
002768               INVALID KEY
002769                   CONTINUE
002770               NOT INVALID KEY
002771                   SET BK-REG-FOUND TO TRUE
002772           END-READ.
002773           CLOSE REG-FILE.
002774       2500-EXIT.
002775           EXIT.
002776*    *****************************************************************
002777*    2600-CHECK-CLOSED-PERIOD
002778*        Refuses the backout, before any reversal is written,
002779*        when the batch's earliest run date falls inside a
002780*        period the month-end close has already closed on the
002781*        department master.  The close rolls every department
002782*        together, so the master's latest closed-through date is
002783*        the one that applies.  A shop without a master has no
002784*        closed periods.
002785*    *****************************************************************
002786       2600-CHECK-CLOSED-PERIOD.
002787           OPEN INPUT DEPT-FILE.
002788           IF NOT BK-DEPT-FILE-OK
002789               GO TO 2600-EXIT
002790           END-IF.
002791           MOVE "N" TO BK-DEPT-EOF-SWITCH.
002792           PERFORM 2610-SCAN-CLOSED-THRU THRU 2610-EXIT
002793               UNTIL BK-DEPT-AT-EOF.
002794           CLOSE DEPT-FILE.
002795           IF BK-BATCH-RUN-DATE > BK-CLOSED-THRU
002796               GO TO 2600-EXIT
002797           END-IF.
002798           SET BK-IN-CLOSED-PERIOD TO TRUE.
002799           DISPLAY "GIVB0012E - BACKOUT OF " BK-BATCH-ID
002800               " RUN DATE " BK-BATCH-RUN-DATE
002801               " IS IN A CLOSED PERIOD - REFUSED".
002802           MOVE SPACES TO BK-RPT-WORK-LINE.
002803           MOVE "RUN DATE IN CLOSED PERIOD" TO BK-RPT-LABEL.
002804           MOVE "NOTHING REVERSED" TO BK-RPT-TEXT.
002805           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
002806           WRITE BRPT-LINE.
002807           MOVE SPACES TO BK-RPT-WORK-LINE.
002808           MOVE "PERIODS CLOSED THROUGH" TO BK-RPT-LABEL.
002809           MOVE BK-CLOSED-THRU TO BK-RPT-TEXT.
002810           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
002811           WRITE BRPT-LINE.
002812       2600-EXIT.
002813           EXIT.
002814
002815       2610-SCAN-CLOSED-THRU.
002816           READ DEPT-FILE NEXT RECORD
002817               AT END
002818                   SET BK-DEPT-AT-EOF TO TRUE
002819                   GO TO 2610-EXIT
002820           END-READ.
002821           IF DMST-CLOSED-THRU NUMERIC
002822             AND DMST-CLOSED-THRU > BK-CLOSED-THRU
002823               MOVE DMST-CLOSED-THRU TO BK-CLOSED-THRU
002824           END-IF.
002825       2610-EXIT.
002826           EXIT.
002827*    *****************************************************************
002828*    2650-CHECK-JOURNALLED
002829*        Refuses the backout, before any reversal is written, when
002830*        the business date the reversals would post under is
002831*        already on the journal history (GIVEJHST): the journal
002832*        for that date has gone to the general ledger and GIVEJRNL
002833*        will not cut it again, so the reversals would never reach
002834*        it.  No history yet means nothing has been journalled.
002835*    *****************************************************************
002836       2650-CHECK-JOURNALLED.
002837           OPEN INPUT JHST-FILE.
002838           IF NOT BK-JHST-FILE-OK
002839               GO TO 2650-EXIT
002840           END-IF.
002841           PERFORM 2660-CHECK-ONE-HISTORY THRU 2660-EXIT
002842               UNTIL BK-JHST-AT-EOF
002843                  OR BK-DATE-JOURNALLED.
002844           CLOSE JHST-FILE.
002845           IF NOT BK-DATE-JOURNALLED
002846               GO TO 2650-EXIT
002847           END-IF.
002848           DISPLAY "GIVB0013E - BACKOUT OF " BK-BATCH-ID
002849               " REFUSED - BUSINESS DATE " BK-BUS-DATE
002850               " IS ALREADY JOURNALLED".
002851           MOVE SPACES TO BK-RPT-WORK-LINE.
002852           MOVE "BUSINESS DATE ALREADY JOURNALLED"
002853               TO BK-RPT-LABEL.
002854           MOVE "NOTHING REVERSED" TO BK-RPT-TEXT.
002855           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
002856           WRITE BRPT-LINE.
002857           MOVE SPACES TO BK-RPT-WORK-LINE.
002858           MOVE "BUSINESS DATE" TO BK-RPT-LABEL.
002859           MOVE BK-BUS-DATE TO BK-RPT-TEXT.
002860           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
002861           WRITE BRPT-LINE.
002862       2650-EXIT.
002863           EXIT.
002864
002865       2660-CHECK-ONE-HISTORY.
002866           READ JHST-FILE
002867               AT END
002868                   SET BK-JHST-AT-EOF TO TRUE
002869                   GO TO 2660-EXIT
002870           END-READ.
002871           IF JHST-JOURNAL-DATE = BK-BUS-DATE
002872               SET BK-DATE-JOURNALLED TO TRUE
002873           END-IF.
002874       2660-EXIT.
002875           EXIT.
002876*    *****************************************************************
002877*    3000-WRITE-REVERSALS
002878*        Second pass: appends one reversal record per unreversed
002879*        posted record of the batch.  The original feed records
002880*        stay as written - the audit trail keeps both sides.
002881*    *****************************************************************
002882       3000-WRITE-REVERSALS.
002883           OPEN INPUT FEED-FILE.
002884           IF NOT BK-FEED-FILE-OK
002885               DISPLAY "GIVB0004E - GIVEFEED COULD NOT BE "
002886                   "REOPENED, FILE STATUS " BK-FEED-FILE-STATUS
002887               SET BK-FATAL TO TRUE
002888               GO TO 3000-EXIT
002890           END-IF.
002900           OPEN OUTPUT BWRK-FILE.
002910           IF NOT BK-BWRK-FILE-OK
003580           MOVE BK-BATCH-ID TO FEED-BATCH-ID.
003590           MOVE BK-PART-NO TO FEED-PART-NO.
003600           MOVE "R" TO FEED-REV-FLAG.
003601           MOVE BK-BUS-DATE TO FEED-POST-DATE.
003610           WRITE FEED-RECORD.
003620           ADD 1 TO BK-WRITTEN-COUNT.
003630           ADD BK-SV-GIVE-VALUE TO BK-REVERSED-SUM.
003632           PERFORM 3300-TALLY-REVERSED-DEPT THRU 3300-EXIT.
003640       3200-EXIT.
003641           EXIT.
003642
003643       3300-TALLY-REVERSED-DEPT.
003644           MOVE ZERO TO BK-RDEPT-IX.
003645           PERFORM 3310-SCAN-REVERSED-DEPT THRU 3310-EXIT
003646               VARYING BK-RDEPT-SUB FROM 1 BY 1
003647               UNTIL BK-RDEPT-SUB > BK-RDEPT-COUNT
003648                  OR BK-RDEPT-IX > ZERO.
003649           IF BK-RDEPT-IX = ZERO
003650               IF BK-RDEPT-COUNT >= BK-RDEPT-LIMIT
003651                   ADD 1 TO BK-RDEPT-OVERFLOW
003660                   GO TO 3300-EXIT
003661               END-IF
003662               ADD 1 TO BK-RDEPT-COUNT
003680           EXIT.
003681*    *****************************************************************
003682*    4000-DEREGISTER-BATCH
003683*        Deletes the backed-out batch from GIVEREG by key so the
003690*        corrected re-send of the same batch ID can post.
003700*    *****************************************************************
003710       4000-DEREGISTER-BATCH.
003712           MOVE "N" TO BK-REG-FOUND-SWITCH.
003713           OPEN I-O REG-FILE.
003730           IF NOT BK-REG-FILE-OK
003731               DISPLAY "GIVB0006E - GIVEREG COULD NOT BE "
003732                   "UPDATED, FILE STATUS " BK-REG-FILE-STATUS
003850               SET BK-FATAL TO TRUE
003860               GO TO 4000-EXIT
003870           END-IF.
003871           MOVE BK-BATCH-ID TO REG-BATCH-ID.
003872           MOVE BK-PART-NO TO REG-PART-NO.
003873           DELETE REG-FILE RECORD
003874               INVALID KEY
003875                   CONTINUE
003876               NOT INVALID KEY
003877                   SET BK-REG-FOUND TO TRUE
003878                   ADD 1 TO BK-REG-DELETED-COUNT
003879           END-DELETE.
003910           CLOSE REG-FILE.
003930           IF NOT BK-REG-FOUND
003940               MOVE SPACES TO BK-RPT-WORK-LINE
003950               MOVE "BATCH WAS NOT ON REGISTER" TO BK-RPT-LABEL
003960               MOVE BK-RPT-WORK-LINE TO BRPT-LINE
003970               WRITE BRPT-LINE
003990           END-IF.
004200       4000-EXIT.
004201           EXIT.
004202*    *****************************************************************
004203*    4500-ADJUST-DEPT-MASTER
004204*        Nets the reversed values and counts off the department
004205*        master's running totals, which the main run rolled up
004206*        at post time, so department cumulative positions do
004207*        not stay overstated after a backout.  The reversals
004208*        are also added to the department's reversals for the
004209*        open period, so the month-end statement can show the
004210*        period's postings and reversals separately.  A run
004211*        without a master has nothing to adjust and says so.
004212*        Each reversed department is read and rewritten by key;
004213*        one no longer on the master is left alone.
004498*    *****************************************************************
004499       4500-ADJUST-DEPT-MASTER.
004500           IF BK-RDEPT-COUNT = ZERO
004501               GO TO 4500-EXIT
004502           END-IF.
004503           OPEN I-O DEPT-FILE.
004504           IF BK-DEPT-FILE-MISSING
004505               MOVE SPACES TO BK-RPT-WORK-LINE
004506               MOVE "NO DEPARTMENT MASTER - NOT ADJUSTED"
004507                   TO BK-RPT-LABEL
004509               WRITE BRPT-LINE
004510               GO TO 4500-EXIT
004511           END-IF.
004512           IF NOT BK-DEPT-FILE-OK
004513               DISPLAY "GIVB0008E - GIVEDEPT COULD NOT BE "
004514                   "UPDATED, FILE STATUS " BK-DEPT-FILE-STATUS
004517               SET BK-FATAL TO TRUE
004518               GO TO 4500-EXIT
004519           END-IF.
004521           PERFORM 4600-ADJUST-ONE-DEPT THRU 4600-EXIT
004522               VARYING BK-RDEPT-IX FROM 1 BY 1
004523               UNTIL BK-RDEPT-IX > BK-RDEPT-COUNT.
004544           CLOSE DEPT-FILE.
004545           MOVE SPACES TO BK-RPT-WORK-LINE.
004546           MOVE "MASTER TOTALS ADJUSTED FOR DEPTS"
004552           EXIT.
004553
004554       4600-ADJUST-ONE-DEPT.
004555           MOVE BK-RD-DEPT-CODE (BK-RDEPT-IX) TO DMST-DEPT-CODE.
004556           READ DEPT-FILE
004557               INVALID KEY
004558                   GO TO 4600-EXIT
004559           END-READ.
004560           IF BK-RD-REV-SUM (BK-RDEPT-IX) > DMST-RUN-TOTAL
004561               MOVE ZERO TO DMST-RUN-TOTAL
004562           ELSE
004563               SUBTRACT BK-RD-REV-SUM (BK-RDEPT-IX)
004564                   FROM DMST-RUN-TOTAL
004565           END-IF.
004566           IF BK-RD-REV-COUNT (BK-RDEPT-IX)
004567             > DMST-RUN-COUNT
004568               MOVE ZERO TO DMST-RUN-COUNT
004569           ELSE
004570               SUBTRACT BK-RD-REV-COUNT (BK-RDEPT-IX)
004571                   FROM DMST-RUN-COUNT
004572           END-IF.
004573           IF DMST-PERIOD-DATA NOT NUMERIC
004574               MOVE ZEROS TO DMST-PERIOD-DATA
004575           END-IF.
004576           ADD BK-RD-REV-SUM (BK-RDEPT-IX)
004577               TO DMST-PER-REV-TOTAL.
004578           ADD BK-RD-REV-COUNT (BK-RDEPT-IX)
004579               TO DMST-PER-REV-COUNT.
004580           REWRITE DEPT-MST-RECORD
004581               INVALID KEY
004582                   CONTINUE
004583           END-REWRITE.
004584           IF NOT BK-DEPT-FILE-OK
004585               DISPLAY "GIVB0016E - GIVEDEPT COULD NOT BE "
004586                   "REWRITTEN FOR DEPT " DMST-DEPT-CODE
004587                   ", FILE STATUS " BK-DEPT-FILE-STATUS
004588               SET BK-FATAL TO TRUE
004589               GO TO 4600-EXIT
004590           END-IF.
004599           ADD 1 TO BK-ADJUSTED-COUNT.
004600       4600-EXIT.
004601           EXIT.
004602*    *****************************************************************
004603*    5000-WRITE-AUDIT
004604*        Appends the who/when reversal record to the audit trail.
004605*    *****************************************************************
004606       5000-WRITE-AUDIT.
004607           PERFORM 5050-FIND-AUDIT-TAIL THRU 5050-EXIT.
004608           OPEN EXTEND AUDIT-FILE.
004609           IF NOT BK-AUDIT-FILE-OK
004610               OPEN OUTPUT AUDIT-FILE
004613               DISPLAY "GIVB0007E - GIVEAUD COULD NOT BE "
004614                   "OPENED, FILE STATUS " BK-AUDIT-FILE-STATUS
004620               SET BK-FATAL TO TRUE
004621               GO TO 5000-EXIT
004622           END-IF.
004623           MOVE SPACES TO AUDIT-RECORD.
004624           MOVE BK-RUN-DATE TO AUDIT-DATE.
004625           ACCEPT AUDIT-TIME FROM TIME.
004626           MOVE ZERO TO AUDIT-SEQ-NO.
004627           MOVE ZERO TO AUDIT-GIVE-VALUE.
004628           MOVE ZERO TO AUDIT-GIVE-SAVE-VALUE.
004629           MOVE "N" TO AUDIT-EXIT-SWITCH.
004630           MOVE "BACKOUT" TO AUDIT-ACTION.
004631           MOVE BK-USER-ID TO AUDIT-USER-ID.
004632           MOVE BK-BATCH-ID TO AUDIT-BATCH-ID.
004633           MOVE BK-PART-NO TO AUDIT-PART-NO.
004634           MOVE BK-APPROVER-ID TO AUDIT-APPROVER-ID.
004635           PERFORM 5060-CHAIN-AUDIT THRU 5060-EXIT.
004636           WRITE AUDIT-RECORD.
004637           CLOSE AUDIT-FILE.
004638       5000-EXIT.
004639           EXIT.
004640*    *****************************************************************
004641*    5050-FIND-AUDIT-TAIL
004642*        Finds the running sequence and chain value of the last
004643*        audit record written, so this job's records continue
004644*        the chain: the last record on GIVEAUD or, when the
004645*        archive job has moved every record off it, the last
004646*        record on GIVEAUDA.  No chained record yet starts the
004647*        chain at sequence 1 from a zero value.
004648*    *****************************************************************
004649       5050-FIND-AUDIT-TAIL.
004650           MOVE ZERO TO BK-CHAIN-SEQ.
004651           MOVE ZERO TO BK-CHAIN-VALUE.
004652           MOVE "N" TO BK-CHAIN-TAIL-SWITCH.
004653           OPEN INPUT AUDIT-FILE.
004654           IF BK-AUDIT-FILE-OK
004655               MOVE "N" TO BK-AUD-EOF-SWITCH
004656               PERFORM 5051-READ-AUDIT-TAIL THRU 5051-EXIT
004657                   UNTIL BK-AUD-AT-EOF
004658               CLOSE AUDIT-FILE
004659           END-IF.
004660           IF BK-CHAIN-TAIL-FOUND
004661               GO TO 5050-EXIT
004662           END-IF.
004663           OPEN INPUT AUDA-FILE.
004664           IF BK-AUDA-FILE-OK
004665               MOVE "N" TO BK-AUD-EOF-SWITCH
004666               PERFORM 5052-READ-AUDA-TAIL THRU 5052-EXIT
004667                   UNTIL BK-AUD-AT-EOF
004668               CLOSE AUDA-FILE
004669           END-IF.
004670       5050-EXIT.
004671           EXIT.
004672
004673       5051-READ-AUDIT-TAIL.
004674           READ AUDIT-FILE
004675               AT END
004676                   SET BK-AUD-AT-EOF TO TRUE
004677                   GO TO 5051-EXIT
004678           END-READ.
004679           SET BK-CHAIN-TAIL-FOUND TO TRUE.
004680           IF AUDIT-CHAIN-SEQ NUMERIC
004681             AND AUDIT-CHAIN-VALUE NUMERIC
004682               MOVE AUDIT-CHAIN-SEQ TO BK-CHAIN-SEQ
004683               MOVE AUDIT-CHAIN-VALUE TO BK-CHAIN-VALUE
004684           ELSE
004685               MOVE ZERO TO BK-CHAIN-SEQ
004686               MOVE ZERO TO BK-CHAIN-VALUE
004687           END-IF.
004688       5051-EXIT.
004689           EXIT.
004690
004691       5052-READ-AUDA-TAIL.
004692           READ AUDA-FILE
004693               AT END
004694                   SET BK-AUD-AT-EOF TO TRUE
004695                   GO TO 5052-EXIT
004696           END-READ.
004697           IF AUDA-CHAIN-SEQ NUMERIC
004698             AND AUDA-CHAIN-VALUE NUMERIC
004699               MOVE AUDA-CHAIN-SEQ TO BK-CHAIN-SEQ
004700               MOVE AUDA-CHAIN-VALUE TO BK-CHAIN-VALUE
004701           ELSE
004702               MOVE ZERO TO BK-CHAIN-SEQ
004703               MOVE ZERO TO BK-CHAIN-VALUE
004704           END-IF.
004705       5052-EXIT.
004706           EXIT.
004707*    *****************************************************************
004708*    5060-CHAIN-AUDIT
004709*        Stamps the audit record with the next running sequence
004710*        and its chain value, folded from the previous record's
004711*        value and this record's first 71 bytes exactly as the
004712*        main run's 7060-CHAIN-AUDIT does.
004713*    *****************************************************************
004714       5060-CHAIN-AUDIT.
004715           ADD 1 TO BK-CHAIN-SEQ.
004716           MOVE BK-CHAIN-SEQ TO AUDIT-CHAIN-SEQ.
004717           MOVE AUDIT-RECORD (1:71) TO BK-CHAIN-DATA.
004718           PERFORM 5070-CHAIN-ONE-CHAR THRU 5070-EXIT
004719               VARYING BK-CHAIN-SUB FROM 1 BY 1
004720               UNTIL BK-CHAIN-SUB > 71.
004721           MOVE BK-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
004722       5060-EXIT.
004723           EXIT.
004724
004725       5070-CHAIN-ONE-CHAR.
004726           COMPUTE BK-CHAIN-WORK = BK-CHAIN-VALUE * 31
004727               + FUNCTION ORD (BK-CHAIN-CHAR (BK-CHAIN-SUB)).
004728           DIVIDE BK-CHAIN-WORK BY 999999937
004729               GIVING BK-CHAIN-QUOT REMAINDER BK-CHAIN-VALUE.
004730       5070-EXIT.
004731           EXIT.
004732*    *****************************************************************
004733*    5500-MARK-ORDER-DONE
004734*        Marks the approved order carried out ("X") so it cannot
004735*        authorize a second backout; the pending-orders desk
004736*        (GIVEAUTH) clears it on its next run.  The file is
004737*        copied through the work file and back.
004738*    *****************************************************************
004739       5500-MARK-ORDER-DONE.
004740           OPEN INPUT PORD-FILE.
004741           IF NOT BK-PORD-FILE-OK
004742               DISPLAY "GIVB0011E - GIVEPORD COULD NOT BE "
004743                   "REOPENED, FILE STATUS " BK-PORD-FILE-STATUS
004744               SET BK-FATAL TO TRUE
004745               GO TO 5500-EXIT
004746           END-IF.
004747           OPEN OUTPUT BWRK-FILE.
004748           IF NOT BK-BWRK-FILE-OK
004749               DISPLAY "GIVB0005E - GIVEBWRK COULD NOT BE "
004750                   "OPENED, FILE STATUS " BK-BWRK-FILE-STATUS
004751               CLOSE PORD-FILE
004752               SET BK-FATAL TO TRUE
004753               GO TO 5500-EXIT
004754           END-IF.
004755           MOVE ZERO TO BK-ORDER-READ-COUNT.
004756           MOVE "N" TO BK-PORD-EOF-SWITCH.
004757           PERFORM 5510-SAVE-ONE-ORDER THRU 5510-EXIT
004758               UNTIL BK-PORD-AT-EOF.
004759           CLOSE PORD-FILE.
004760           CLOSE BWRK-FILE.
004761           OPEN INPUT BWRK-FILE.
004762           IF NOT BK-BWRK-FILE-OK
004763               DISPLAY "GIVB0005E - GIVEBWRK COULD NOT BE "
004764                   "REOPENED, FILE STATUS " BK-BWRK-FILE-STATUS
004765               SET BK-FATAL TO TRUE
004766               GO TO 5500-EXIT
004767           END-IF.
004768           OPEN OUTPUT PORD-FILE.
004769           IF NOT BK-PORD-FILE-OK
004770               DISPLAY "GIVB0011E - GIVEPORD COULD NOT BE "
004771                   "REWRITTEN, FILE STATUS " BK-PORD-FILE-STATUS
004772               CLOSE BWRK-FILE
004773               SET BK-FATAL TO TRUE
004774               GO TO 5500-EXIT
004775           END-IF.
004776           MOVE "N" TO BK-BWRK-EOF-SWITCH.
004777           PERFORM 5520-COPY-ONE-ORDER-BACK THRU 5520-EXIT
004778               UNTIL BK-BWRK-AT-EOF.
004779           CLOSE BWRK-FILE.
004780           CLOSE PORD-FILE.
004781       5500-EXIT.
004782           EXIT.
004783
004784       5510-SAVE-ONE-ORDER.
004785           READ PORD-FILE
004786               AT END
004787                   SET BK-PORD-AT-EOF TO TRUE
004788                   GO TO 5510-EXIT
004789           END-READ.
004790           ADD 1 TO BK-ORDER-READ-COUNT.
004791           IF BK-ORDER-READ-COUNT = BK-ORDER-ORDINAL
004792               MOVE "X" TO PORD-STATUS
004793           END-IF.
004794           MOVE PORD-RECORD TO BWRK-RECORD.
004795           WRITE BWRK-RECORD.
004796       5510-EXIT.
004797           EXIT.
004798
004799       5520-COPY-ONE-ORDER-BACK.
004800           READ BWRK-FILE
004801               AT END
004802                   SET BK-BWRK-AT-EOF TO TRUE
004803                   GO TO 5520-EXIT
004804           END-READ.
004805           MOVE BWRK-RECORD TO PORD-RECORD.
004806           WRITE PORD-RECORD.
004807       5520-EXIT.
004808           EXIT.
004809*    *****************************************************************
004810*    8000-WRITE-SUMMARY
004820*        Writes the backout totals.
004830*    *****************************************************************
004950           WRITE BRPT-LINE.
004960
004970           MOVE SPACES TO BK-RPT-WORK-LINE.
004971           MOVE "REGISTER ENTRIES REMOVED" TO BK-RPT-LABEL.
004972           MOVE BK-REG-DELETED-COUNT TO BK-RPT-NUMBER.
005000           MOVE BK-RPT-WORK-LINE TO BRPT-LINE.
005001           WRITE BRPT-LINE.
005002           IF BK-RDEPT-OVERFLOW > ZERO
005003               DISPLAY "GIVB0017W - " BK-RDEPT-OVERFLOW
005004                   " REVERSALS NOT ADJUSTED ON GIVEDEPT, "
005005                   "MORE THAN "
005006                   BK-RDEPT-LIMIT " DEPARTMENTS"
005007               MOVE SPACES TO BK-RPT-WORK-LINE
005008               MOVE "REVERSALS NOT ADJUSTED ON MASTER"
005009                   TO BK-RPT-LABEL
005010               MOVE BK-RDEPT-OVERFLOW TO BK-RPT-NUMBER
005011               MOVE BK-RPT-WORK-LINE TO BRPT-LINE
005012               WRITE BRPT-LINE
005013           END-IF.
005020       8000-EXIT.
005030           EXIT.
005031*    *****************************************************************
005032*    9700-START-STEP
005033*        Records the run as a step on the job-stream step ledger
005034*        (GIVESTEP) under the GIVEBDT business date.  A desk
005035*        utility depends on no nightly step and is run as often
005036*        as the desk needs in a day, so it is never refused here,
005037*        and a ledger that cannot be updated only costs the entry.
005038*    *****************************************************************
005039       9700-START-STEP.
005040           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
005041           OPEN I-O STEP-FILE.
005042           IF BK-STEP-FILE-MISSING
005043               OPEN OUTPUT STEP-FILE
005044               IF BK-STEP-FILE-OK
005045                   CLOSE STEP-FILE
005046                   OPEN I-O STEP-FILE
005047               END-IF
005048           END-IF.
005049           IF NOT BK-STEP-FILE-OK
005050               DISPLAY "GIVB0014W - GIVESTEP COULD NOT BE "
005051                   "OPENED, FILE STATUS " BK-STEP-FILE-STATUS
005052               GO TO 9700-EXIT
005053           END-IF.
005054           MOVE BK-STEP-BUS-DATE TO STEP-BUS-DATE.
005055           MOVE BK-STEP-NAME TO STEP-NAME.
005056           MOVE BK-STEP-INSTANCE TO STEP-INSTANCE.
005057           MOVE "N" TO BK-STEP-FOUND-SWITCH.
005058           READ STEP-FILE
005059               INVALID KEY
005060                   CONTINUE
005061               NOT INVALID KEY
005062                   SET BK-STEP-FOUND TO TRUE
005063           END-READ.
005064           IF NOT BK-STEP-FOUND
005065               MOVE SPACES TO STEP-RECORD
005066               MOVE BK-STEP-BUS-DATE TO STEP-BUS-DATE
005067               MOVE BK-STEP-NAME TO STEP-NAME
005068               MOVE BK-STEP-INSTANCE TO STEP-INSTANCE
005069               MOVE ZERO TO STEP-RUN-COUNT
005070               MOVE ZERO TO STEP-RESET-DATE
005071               MOVE ZERO TO STEP-RESET-TIME
005072           END-IF.
005073           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
005074           SET STEP-RUNNING TO TRUE.
005075           MOVE BK-STEP-NOW TO STEP-START-STAMP.
005076           MOVE ZERO TO STEP-END-DATE.
005077           MOVE ZERO TO STEP-END-TIME.
005078           MOVE ZERO TO STEP-COND-CODE.
005079           ADD 1 TO STEP-RUN-COUNT.
005080           IF BK-STEP-FOUND
005081               REWRITE STEP-RECORD
005082                   INVALID KEY
005083                       CONTINUE
005084               END-REWRITE
005085           ELSE
005086               WRITE STEP-RECORD
005087                   INVALID KEY
005088                       CONTINUE
005089               END-WRITE
005090           END-IF.
005091           IF NOT BK-STEP-FILE-OK
005092               DISPLAY "GIVB0014W - GIVESTEP COULD NOT BE "
005093                   "UPDATED, FILE STATUS " BK-STEP-FILE-STATUS
005094               CLOSE STEP-FILE
005095               GO TO 9700-EXIT
005096           END-IF.
005097           CLOSE STEP-FILE.
005098           SET BK-STEP-STARTED TO TRUE.
005099       9700-EXIT.
005100           EXIT.
005101
005102       9705-LOAD-STEP-DATE.
005103           ACCEPT BK-STEP-BUS-DATE FROM DATE YYYYMMDD.
005104           OPEN INPUT BDT-FILE.
005105           IF BK-BDT-FILE-OK
005106               READ BDT-FILE
005107                   NOT AT END
005108                       IF BDT-BUS-DATE NUMERIC
005109                         AND BDT-BUS-DATE > ZERO
005110                           MOVE BDT-BUS-DATE TO BK-STEP-BUS-DATE
005111                       END-IF
005112               END-READ
005113               CLOSE BDT-FILE
005114           END-IF.
005115       9705-EXIT.
005116           EXIT.
005117*    *****************************************************************
005118*    9750-END-STEP
005119*        Marks this step ended on GIVESTEP with its condition
005120*        code.  Only a step this run started is marked; a ledger
005121*        that cannot be updated is reported and does not change
005122*        the step's own condition code.
005123*    *****************************************************************
005124       9750-END-STEP.
005125           IF NOT BK-STEP-STARTED
005126               GO TO 9750-EXIT
005127           END-IF.
005128           MOVE "N" TO BK-STEP-STARTED-SWITCH.
005129           OPEN I-O STEP-FILE.
005130           IF NOT BK-STEP-FILE-OK
005131               DISPLAY "GIVB0015W - END OF STEP NOT RECORDED ON "
005132                   "GIVESTEP, FILE STATUS " BK-STEP-FILE-STATUS
005133               GO TO 9750-EXIT
005134           END-IF.
005135           MOVE BK-STEP-BUS-DATE TO STEP-BUS-DATE.
005136           MOVE BK-STEP-NAME TO STEP-NAME.
005137           MOVE BK-STEP-INSTANCE TO STEP-INSTANCE.
005138           READ STEP-FILE
005139               INVALID KEY
005140                   CONTINUE
005141           END-READ.
005142           IF BK-STEP-FILE-OK
005143               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
005144               SET STEP-ENDED TO TRUE
005145               MOVE BK-STEP-NOW TO STEP-END-STAMP
005146               MOVE RETURN-CODE TO STEP-COND-CODE
005147               REWRITE STEP-RECORD
005148                   INVALID KEY
005149                       CONTINUE
005150               END-REWRITE
005151           END-IF.
005152           IF NOT BK-STEP-FILE-OK
005153               DISPLAY "GIVB0015W - END OF STEP NOT RECORDED ON "
005154                   "GIVESTEP, FILE STATUS " BK-STEP-FILE-STATUS
005155           END-IF.
005156           CLOSE STEP-FILE.
005157       9750-EXIT.
005158           EXIT.
005159
005160       9795-TAKE-STEP-STAMP.
005161           ACCEPT BK-STEP-NOW-DATE FROM DATE YYYYMMDD.
005162           ACCEPT BK-STEP-CLOCK FROM TIME.
005163           MOVE BK-STEP-CLOCK-HMS TO BK-STEP-NOW-TIME.
005164       9795-EXIT.
005165           EXIT.
005166
005167           END PROGRAM GIVEBKO.
