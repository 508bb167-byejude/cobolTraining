000215*                      treated like a missing report (NO-GO)
000216*                      instead of yielding a false GO off a
000217*                      clean stale file.
000218*     2026-10-15  TUL  The sign-off page shows the departments
000219*                      near or over their posting ceiling and the
000220*                      values held over it, from GIVEALRT; either
000221*                      downgrades a GO to GO WITH WARNINGS.
000222*     2026-10-15  TUL  GIVEALRT now carries the main run's
000223*                      business date; an alert stamped for another
000224*                      date is treated like a stale run report
000225*                      (NO-GO), so a catch-up date cannot be
000226*                      signed off on an earlier date's alert.
000227*     2026-10-15  TUL  Records the sign-off on the job-stream step
000228*                      ledger (GIVESTEP) and lists the date's
000229*                      ledger under the figures: each step's
000230*                      status, start and end, condition code and
000231*                      run count. A chain step missing, failed,
000232*                      still running or reset and not rerun is a
000233*                      NO-GO; a step started before a step it
000234*                      depends on last ended only warns. GIVESTAT
000235*                      itself is never refused.
000236*     2026-10-15  TUL  A posting step (GIVEMAIN or GIVEMRGE) that
000237*                      ended with condition code 8 is listed as
000238*                      PARTIAL - the batches it refused are left to
000239*                      the main run's own alerts - rather than as a
000240*                      failed step to be rerun.
000241*                      Desk utilities (GIVEBKO, GIVERELQ, GIVEOVLR,
000242*                      GIVEDPTM, GIVEAUTH, GIVECONV, GIVEREPR) are
000243*                      listed as DESK UTILITY and never make the
000244*                      night a NO-GO.
000245*    *****************************************************************
000246       IDENTIFICATION DIVISION.
000247       PROGRAM-ID. GIVESTAT.
000250       ENVIRONMENT DIVISION.
000260       INPUT-OUTPUT SECTION.
000270       FILE-CONTROL.
000460           SELECT SRPT-FILE ASSIGN TO "GIVESRPT"
000470               ORGANIZATION IS LINE SEQUENTIAL
000480               FILE STATUS IS ST-SRPT-FILE-STATUS.
000481           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000482               ORGANIZATION IS INDEXED
000483               ACCESS MODE IS DYNAMIC
000484               RECORD KEY IS STEP-KEY
000485               FILE STATUS IS ST-STEP-FILE-STATUS.
000490       DATA DIVISION.
000500       FILE SECTION.
000510       FD  RPT-FILE.
000550           05  ALERT-SEVERITY      PIC 9(02).
000560           05  ALERT-MSG-ID        PIC X(09).
000570           05  ALERT-EXIT-REASON   PIC X(34).
000571           05  ALERT-CEIL-WARN-COUNT PIC 9(03).
000572           05  ALERT-CEIL-WARN-DEPT PIC X(03).
000573           05  ALERT-OVL-COUNT     PIC 9(05).
000574           05  ALERT-BUS-DATE      PIC 9(08).
000580       FD  BRK-FILE.
000590       01  BRK-LINE                PIC X(80).
000600       FD  AGRPT-FILE.
000660           05  BDT-BUS-DATE        PIC 9(08).
000670           05  BDT-OVERRIDE-FLAG   PIC X(01).
000680           05  FILLER              PIC X(41).
000681       FD  SRPT-FILE.
000682       01  SRPT-LINE               PIC X(80).
000683       FD  STEP-FILE.
000684       01  STEP-RECORD.
000685           05  STEP-KEY.
000686               10  STEP-BUS-DATE   PIC 9(08).
000687               10  STEP-NAME       PIC X(08).
000688               10  STEP-INSTANCE   PIC X(01).
000689           05  STEP-STATE          PIC X(01).
000690               88  STEP-RUNNING            VALUE "S".
000691               88  STEP-ENDED              VALUE "E".
000692               88  STEP-WAS-RESET          VALUE "R".
000693           05  STEP-START-STAMP.
000694               10  STEP-START-DATE PIC 9(08).
000695               10  STEP-START-TIME PIC 9(06).
000696           05  STEP-END-STAMP.
000697               10  STEP-END-DATE   PIC 9(08).
000698               10  STEP-END-TIME   PIC 9(06).
000699           05  STEP-COND-CODE      PIC 9(02).
000700           05  STEP-RUN-COUNT      PIC 9(03).
000701           05  STEP-RESET-USER     PIC X(08).
000702           05  STEP-RESET-DATE     PIC 9(08).
000703           05  STEP-RESET-TIME     PIC 9(06).
000704           05  FILLER              PIC X(07).
000710       WORKING-STORAGE SECTION.
000720       77  ST-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000730           88  ST-RPT-FILE-OK                VALUE "00".
001050       77  ST-ALERT-SEVERITY       PIC 9(02) VALUE ZERO.
001060       77  ST-ALERT-MSG-ID         PIC X(09) VALUE SPACES.
001070       77  ST-ALERT-REASON         PIC X(34) VALUE SPACES.
001071       77  ST-CEIL-WARN-COUNT      PIC 9(03) VALUE ZERO.
001072       77  ST-CEIL-WARN-DEPT       PIC X(03) VALUE SPACES.
001073       77  ST-OVL-COUNT            PIC 9(05) VALUE ZERO.
001080       77  ST-OOB-TALLY            PIC 9(03) COMP VALUE ZERO.
001090       77  ST-OOB-COUNT            PIC 9(05) COMP VALUE ZERO.
001100       77  ST-NONBUS-SWITCH        PIC X(01) VALUE "N".
001153       77  ST-RPT-DATE-OUT         PIC 9(08) VALUE ZERO.
001154       77  ST-RPT-STALE-SWITCH     PIC X(01) VALUE "N".
001155           88  ST-RPT-STALE                  VALUE "Y".
001156       77  ST-ALERT-BUS-DATE       PIC 9(08) VALUE ZERO.
001157       77  ST-ALERT-STALE-SWITCH   PIC X(01) VALUE "N".
001158           88  ST-ALERT-STALE                VALUE "Y".
001160       77  ST-NUM-VALUE            PIC 9(05) VALUE ZERO.
001170       77  ST-MAX-SEVERITY         PIC 9(02) VALUE ZERO.
001180       77  ST-NEW-SEVERITY         PIC 9(02) VALUE ZERO.
001190       77  ST-NOGO-SWITCH          PIC X(01) VALUE "N".
001191           88  ST-NOGO                       VALUE "Y".
001192       77  ST-WARN-SWITCH          PIC X(01) VALUE "N".
001193           88  ST-WARNED                     VALUE "Y".
001194       77  ST-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001195           88  ST-STEP-FILE-OK               VALUE "00".
001196           88  ST-STEP-FILE-MISSING          VALUE "35".
001197       77  ST-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001198           88  ST-STEP-FOUND                 VALUE "Y".
001199       77  ST-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001200           88  ST-STEP-STARTED               VALUE "Y".
001201       77  ST-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001202       77  ST-STEP-NAME            PIC X(08) VALUE "GIVESTAT".
001203       77  ST-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001204       77  ST-LEDGER-READ-SWITCH   PIC X(01) VALUE "N".
001205           88  ST-LEDGER-READ                VALUE "Y".
001206       77  ST-LEDGER-EOF-SWITCH    PIC X(01) VALUE "N".
001207           88  ST-LEDGER-AT-EOF              VALUE "Y".
001208       77  ST-SPLIT-NIGHT-SWITCH   PIC X(01) VALUE "N".
001209           88  ST-SPLIT-NIGHT                VALUE "Y".
001210       77  ST-LG-COUNT             PIC 9(03) COMP VALUE ZERO.
001211       77  ST-LG-LIMIT             PIC 9(03) VALUE 40.
001212       77  ST-LG-OVERFLOW          PIC 9(03) COMP VALUE ZERO.
001213       77  ST-LG-IX                PIC 9(03) COMP VALUE ZERO.
001214       77  ST-LG-SUB               PIC 9(03) COMP VALUE ZERO.
001215       77  ST-LG-FOUND-SWITCH      PIC X(01) VALUE "N".
001216           88  ST-LG-FOUND                   VALUE "Y".
001217       77  ST-LG-FIND-NAME         PIC X(08) VALUE SPACES.
001218       77  ST-LG-PRQ-NAME          PIC X(08) VALUE SPACES.
001219       77  ST-LG-PRQ-END           PIC X(14) VALUE SPACES.
001220       77  ST-LG-PRQ-SEEN-SWITCH   PIC X(01) VALUE "N".
001221           88  ST-LG-PRQ-SEEN                VALUE "Y".
001222       77  ST-LG-MISSING-COUNT     PIC 9(03) COMP VALUE ZERO.
001223       77  ST-LG-BAD-COUNT         PIC 9(03) COMP VALUE ZERO.
001224       77  ST-LG-ORDER-COUNT       PIC 9(03) COMP VALUE ZERO.
001225       01  ST-RPT-WORK-LINE.
001226           05  ST-RPT-LABEL        PIC X(37).
001227           05  ST-RPT-NUMBER       PIC ZZZZ9.
001228           05  ST-RPT-TEXT         PIC X(38).
001229       01  ST-STEP-NOW.
001230           05  ST-STEP-NOW-DATE    PIC 9(08).
001231           05  ST-STEP-NOW-TIME    PIC 9(06).
001232       01  ST-STEP-CLOCK.
001233           05  ST-STEP-CLOCK-HMS   PIC 9(06).
001234           05  FILLER              PIC 9(02).
001235       01  ST-LEDGER-TABLE.
001236           05  ST-LG-ENTRY OCCURS 40 TIMES.
001237               10  ST-LG-NAME      PIC X(08).
001238                   88  ST-LG-IS-POSTING    VALUE "GIVEMAIN"
001239                                           "GIVEMRGE".
001240                   88  ST-LG-IS-DESK       VALUE "GIVEBKO"
001241                                           "GIVERELQ" "GIVEOVLR"
001242                                           "GIVEDPTM" "GIVEAUTH"
001243                                           "GIVECONV" "GIVEREPR".
001244               10  ST-LG-INST      PIC X(01).
001245               10  ST-LG-STATE     PIC X(01).
001246                   88  ST-LG-RUNNING       VALUE "S".
001247                   88  ST-LG-ENDED         VALUE "E".
001248                   88  ST-LG-RESET         VALUE "R".
001249               10  ST-LG-START.
001250                   15  ST-LG-START-DATE PIC 9(08).
001251                   15  ST-LG-START-TIME PIC 9(06).
001252               10  ST-LG-END.
001253                   15  ST-LG-END-DATE PIC 9(08).
001254                   15  ST-LG-END-TIME PIC 9(06).
001255               10  ST-LG-CC        PIC 9(02).
001256               10  ST-LG-RUNS      PIC 9(03).
001257               10  ST-LG-USER      PIC X(08).
001258               10  ST-LG-NOTE      PIC X(17).
001259       01  ST-MISSING-TABLE.
001260           05  ST-MS-NAME OCCURS 5 TIMES PIC X(08).
001261       01  ST-LEDGER-HEAD-LINE.
001262           05  FILLER              PIC X(38)
001263               VALUE "STEP     P  STATUS   STARTED          ".
001264           05  FILLER              PIC X(42)
001265               VALUE "ENDED            CC RUNS NOTE".
001266       01  ST-LEDGER-LINE.
001267           05  ST-LL-NAME          PIC X(08).
001268           05  FILLER              PIC X(01) VALUE SPACE.
001269           05  ST-LL-INST          PIC X(01).
001270           05  FILLER              PIC X(02) VALUE SPACES.
001271           05  ST-LL-STATUS        PIC X(08).
001272           05  FILLER              PIC X(01) VALUE SPACE.
001273           05  ST-LL-START-DATE    PIC X(08).
001274           05  FILLER              PIC X(01) VALUE SPACE.
001275           05  ST-LL-START-TIME    PIC X(06).
001276           05  FILLER              PIC X(02) VALUE SPACES.
001277           05  ST-LL-END-DATE      PIC X(08).
001278           05  FILLER              PIC X(01) VALUE SPACE.
001279           05  ST-LL-END-TIME      PIC X(06).
001280           05  FILLER              PIC X(02) VALUE SPACES.
001281           05  ST-LL-CC            PIC X(02).
001282           05  FILLER              PIC X(02) VALUE SPACES.
001283           05  ST-LL-RUNS          PIC ZZ9.
001284           05  FILLER              PIC X(01) VALUE SPACE.
001285           05  ST-LL-NOTE          PIC X(17).
001286       PROCEDURE DIVISION.
001287
001290       MAIN-PROCEDURE.
001300           OPEN OUTPUT SRPT-FILE.
001310           IF NOT ST-SRPT-FILE-OK
001350               GO TO MAIN-PROCEDURE-EXIT
001360           END-IF.
001370           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001371           PERFORM 9700-START-STEP THRU 9700-EXIT.
001380           PERFORM 2000-READ-ALERT THRU 2000-EXIT.
001390           PERFORM 3000-SCAN-RUN-REPORT THRU 3000-EXIT.
001400           PERFORM 4000-SCAN-BREAK-REPORT THRU 4000-EXIT.
001410           PERFORM 5000-SCAN-AGING-REPORT THRU 5000-EXIT.
001420           PERFORM 6000-SCAN-TREND-REPORT THRU 6000-EXIT.
001421           PERFORM 9600-SCAN-STEP-LEDGER THRU 9600-EXIT.
001430           PERFORM 7000-DECIDE-STATUS THRU 7000-EXIT.
001440           PERFORM 8000-WRITE-SIGNOFF THRU 8000-EXIT.
001441           PERFORM 9660-WRITE-LEDGER THRU 9660-EXIT.
001450           CLOSE SRPT-FILE.
001460           IF ST-NOGO
001470               MOVE 8 TO RETURN-CODE
001520                   MOVE 0 TO RETURN-CODE
001530               END-IF
001540           END-IF.
001541           PERFORM 9750-END-STEP THRU 9750-EXIT.
001550           STOP RUN.
001560       MAIN-PROCEDURE-EXIT.
001561           PERFORM 9750-END-STEP THRU 9750-EXIT.
001570           STOP RUN.
001580*    *****************************************************************
001590*    1000-INITIALIZE
001800*        Reads the main run's one-record operations alert for the
001810*        highest severity, message ID and exit reason.  An absent
001820*        alert means the main job never got far enough to write one.
001821*        The alert also counts departments near or over their
001822*        posting ceiling and values held over it; an older alert
001823*        without those fields reads as none.  An alert stamped
001824*        with a business date other than GIVEBDT's is one left
001825*        over by an earlier date; an unstamped one is taken as is.
001830*    *****************************************************************
001840       2000-READ-ALERT.
001850           OPEN INPUT ALERT-FILE.
001920                   MOVE ALERT-SEVERITY TO ST-ALERT-SEVERITY
001930                   MOVE ALERT-MSG-ID TO ST-ALERT-MSG-ID
001940                   MOVE ALERT-EXIT-REASON TO ST-ALERT-REASON
001941                   IF ALERT-CEIL-WARN-COUNT NUMERIC
001942                       MOVE ALERT-CEIL-WARN-COUNT
001943                           TO ST-CEIL-WARN-COUNT
001944                       MOVE ALERT-CEIL-WARN-DEPT
001945                           TO ST-CEIL-WARN-DEPT
001946                   END-IF
001947                   IF ALERT-OVL-COUNT NUMERIC
001948                       MOVE ALERT-OVL-COUNT TO ST-OVL-COUNT
001949                   END-IF
001950           END-READ.
001951           IF ST-ALERT-PRESENT
001952             AND ALERT-BUS-DATE NUMERIC
001953             AND ALERT-BUS-DATE NOT = ST-BUS-DATE
001954               MOVE ALERT-BUS-DATE TO ST-ALERT-BUS-DATE
001955               SET ST-ALERT-STALE TO TRUE
001956           END-IF.
001960           CLOSE ALERT-FILE.
001970       2000-EXIT.
001980           EXIT.
003230*    7000-DECIDE-STATUS
003240*        Consolidates the findings into one GO/NO-GO.  A missing
003250*        run report, alert or break report - or a run report
003251*        or alert carrying a different business date than GIVEBDT,
003252*        the mark of a job that abended before writing tonight's -
003256*        is a NO-GO on its own:
003260*        the night cannot be signed off on an incomplete picture.
003270*        Aged exceptions, trend flags and a missing aging or trend
003271*        report only downgrade a GO to GO WITH WARNINGS, as do
003272*        departments near their ceiling and values held over it.
003273*        A chain step missing from the step ledger, or one
003274*        failed, still running or reset and not rerun, is a
003275*        NO-GO; a step run out of order only warns.
003290*    *****************************************************************
003300       7000-DECIDE-STATUS.
003310           MOVE ST-ALERT-SEVERITY TO ST-NEW-SEVERITY.
003395               MOVE 8 TO ST-NEW-SEVERITY
003396               PERFORM 7100-RAISE-SEVERITY THRU 7100-EXIT
003397           END-IF.
003398           IF ST-ALERT-STALE
003399               SET ST-NOGO TO TRUE
003400               MOVE 8 TO ST-NEW-SEVERITY
003401               PERFORM 7100-RAISE-SEVERITY THRU 7100-EXIT
003402           END-IF.
003403           IF ST-ALERT-SEVERITY >= 8
003410               SET ST-NOGO TO TRUE
003420           END-IF.
003430           IF ST-BREAK-COUNT > ZERO OR ST-OOB-COUNT > ZERO
003450               MOVE 8 TO ST-NEW-SEVERITY
003460               PERFORM 7100-RAISE-SEVERITY THRU 7100-EXIT
003470           END-IF.
003471           IF NOT ST-LEDGER-READ
003472             OR ST-LG-MISSING-COUNT > ZERO
003473             OR ST-LG-BAD-COUNT > ZERO
003474               SET ST-NOGO TO TRUE
003475               MOVE 8 TO ST-NEW-SEVERITY
003476               PERFORM 7100-RAISE-SEVERITY THRU 7100-EXIT
003477           END-IF.
003480           IF ST-AGED-COUNT > ZERO
003490             OR ST-FLAG-COUNT > ZERO
003500             OR ST-NONBUS-SEEN
003501             OR ST-CEIL-WARN-COUNT > ZERO
003502             OR ST-OVL-COUNT > ZERO
003503             OR ST-LG-ORDER-COUNT > ZERO
003504             OR ST-LG-OVERFLOW > ZERO
003510             OR NOT ST-AGRPT-PRESENT
003520             OR NOT ST-TRPT-PRESENT
003530               SET ST-WARNED TO TRUE
004140               MOVE ST-RPT-WORK-LINE TO SRPT-LINE
004150               WRITE SRPT-LINE
004160           ELSE
004161               MOVE SPACES TO ST-RPT-WORK-LINE
004162               MOVE "MAIN RUN ALERT MISSING" TO ST-RPT-LABEL
004163               MOVE "GIVEALRT NOT FOUND" TO ST-RPT-TEXT
004164               MOVE ST-RPT-WORK-LINE TO SRPT-LINE
004165               WRITE SRPT-LINE
004166           END-IF.
004167           IF ST-ALERT-STALE
004168               MOVE SPACES TO ST-RPT-WORK-LINE
004169               MOVE "MAIN RUN ALERT IS FOR ANOTHER DATE"
004170                   TO ST-RPT-LABEL
004171               MOVE ST-ALERT-BUS-DATE TO ST-RPT-TEXT
004172               MOVE ST-RPT-WORK-LINE TO SRPT-LINE
004173               WRITE SRPT-LINE
004174           END-IF.
004175
004176           IF ST-CEIL-WARN-COUNT > ZERO
004177               MOVE SPACES TO ST-RPT-WORK-LINE
004178               MOVE "DEPTS NEAR OR OVER CEILING" TO ST-RPT-LABEL
004179               MOVE ST-CEIL-WARN-COUNT TO ST-RPT-NUMBER
004180               MOVE SPACES TO ST-RPT-TEXT
004181               STRING "FIRST " ST-CEIL-WARN-DEPT
004182                   DELIMITED BY SIZE INTO ST-RPT-TEXT
004183               MOVE ST-RPT-WORK-LINE TO SRPT-LINE
004184               WRITE SRPT-LINE
004185           END-IF.
004186           IF ST-OVL-COUNT > ZERO
004187               MOVE SPACES TO ST-RPT-WORK-LINE
004188               MOVE "VALUES HELD OVER CEILING" TO ST-RPT-LABEL
004189               MOVE ST-OVL-COUNT TO ST-RPT-NUMBER
004190               MOVE "SEE GIVEOVLR OVER-LIMIT REPORT"
004191                   TO ST-RPT-TEXT
004200               MOVE ST-RPT-WORK-LINE TO SRPT-LINE
004210               WRITE SRPT-LINE
004220           END-IF.
004870           INSPECT ST-NUM-WORK REPLACING LEADING SPACE BY "0".
004880           IF ST-NUM-WORK NUMERIC
004890               MOVE ST-NUM-WORK TO ST-NUM-VALUE
004891           END-IF.
004892       9000-EXIT.
004893           EXIT.
004894*    *****************************************************************
004895*    9600-SCAN-STEP-LEDGER
004896*        Loads the business date's entries off the job-stream
004897*        step ledger (GIVESTEP) and checks them against the
004898*        nightly chain: GIVEVETT, the posting step (GIVEMRGE on a
004899*        night GIVESPLT partitioned, otherwise GIVEMAIN), GIVEEXPG
004900*        and GIVERECN must all be on it.  A chain step missing,
004901*        or any step failed (condition code 8 or more), still
004902*        running or reset and not rerun, is a NO-GO; a step that
004903*        started before a step it depends on last ended - the
004904*        mark of a rerun upstream of it - only warns.
004905*        A posting step that ended with condition code 8
004906*        posted the batches it did not refuse and is not
004907*        counted failed; the refusals reach the NO-GO
004908*        through the main run's alert severity.
004909*        The desk utilities run on demand under the same
004910*        business date and are listed, never counted.
004911*    *****************************************************************
004912       9600-SCAN-STEP-LEDGER.
004913           OPEN INPUT STEP-FILE.
004914           IF NOT ST-STEP-FILE-OK
004915               GO TO 9600-EXIT
004916           END-IF.
004917           SET ST-LEDGER-READ TO TRUE.
004918           MOVE ST-BUS-DATE TO STEP-BUS-DATE.
004919           MOVE LOW-VALUES TO STEP-NAME.
004920           MOVE LOW-VALUES TO STEP-INSTANCE.
004921           START STEP-FILE
004922               KEY IS NOT LESS THAN STEP-KEY
004923               INVALID KEY
004924                   SET ST-LEDGER-AT-EOF TO TRUE
004925           END-START.
004926           PERFORM 9610-LOAD-STEP THRU 9610-EXIT
004927               UNTIL ST-LEDGER-AT-EOF.
004928           CLOSE STEP-FILE.
004929           PERFORM 9620-CHECK-CHAIN THRU 9620-EXIT.
004930           PERFORM 9640-CHECK-ONE-STEP THRU 9640-EXIT
004931               VARYING ST-LG-IX FROM 1 BY 1
004932               UNTIL ST-LG-IX > ST-LG-COUNT.
004933       9600-EXIT.
004934           EXIT.
004935
004936       9610-LOAD-STEP.
004937           READ STEP-FILE NEXT RECORD
004938               AT END
004939                   SET ST-LEDGER-AT-EOF TO TRUE
004940                   GO TO 9610-EXIT
004941           END-READ.
004942           IF STEP-BUS-DATE NOT = ST-BUS-DATE
004943               SET ST-LEDGER-AT-EOF TO TRUE
004944               GO TO 9610-EXIT
004945           END-IF.
004946           IF STEP-NAME = "GIVESPLT"
004947               SET ST-SPLIT-NIGHT TO TRUE
004948           END-IF.
004949           IF ST-LG-COUNT >= ST-LG-LIMIT
004950               ADD 1 TO ST-LG-OVERFLOW
004951               GO TO 9610-EXIT
004952           END-IF.
004953           ADD 1 TO ST-LG-COUNT.
004954           MOVE STEP-NAME TO ST-LG-NAME (ST-LG-COUNT).
004955           MOVE STEP-INSTANCE TO ST-LG-INST (ST-LG-COUNT).
004956           MOVE STEP-STATE TO ST-LG-STATE (ST-LG-COUNT).
004957           MOVE STEP-START-STAMP TO ST-LG-START (ST-LG-COUNT).
004958           MOVE STEP-END-STAMP TO ST-LG-END (ST-LG-COUNT).
004959           MOVE STEP-COND-CODE TO ST-LG-CC (ST-LG-COUNT).
004960           MOVE STEP-RUN-COUNT TO ST-LG-RUNS (ST-LG-COUNT).
004961           MOVE STEP-RESET-USER TO ST-LG-USER (ST-LG-COUNT).
004962           MOVE SPACES TO ST-LG-NOTE (ST-LG-COUNT).
004963       9610-EXIT.
004964           EXIT.
004965
004966       9620-CHECK-CHAIN.
004967           MOVE "GIVEVETT" TO ST-LG-FIND-NAME.
004968           PERFORM 9625-REQUIRE-STEP THRU 9625-EXIT.
004969           IF ST-SPLIT-NIGHT
004970               MOVE "GIVEMRGE" TO ST-LG-FIND-NAME
004971           ELSE
004972               MOVE "GIVEMAIN" TO ST-LG-FIND-NAME
004973           END-IF.
004974           PERFORM 9625-REQUIRE-STEP THRU 9625-EXIT.
004975           MOVE "GIVEEXPG" TO ST-LG-FIND-NAME.
004976           PERFORM 9625-REQUIRE-STEP THRU 9625-EXIT.
004977           MOVE "GIVERECN" TO ST-LG-FIND-NAME.
004978           PERFORM 9625-REQUIRE-STEP THRU 9625-EXIT.
004979       9620-EXIT.
004980           EXIT.
004981
004982       9625-REQUIRE-STEP.
004983           MOVE "N" TO ST-LG-FOUND-SWITCH.
004984           PERFORM 9630-SCAN-FOR-STEP THRU 9630-EXIT
004985               VARYING ST-LG-SUB FROM 1 BY 1
004986               UNTIL ST-LG-SUB > ST-LG-COUNT
004987                  OR ST-LG-FOUND.
004988           IF NOT ST-LG-FOUND
004989               ADD 1 TO ST-LG-MISSING-COUNT
004990               MOVE ST-LG-FIND-NAME
004991                   TO ST-MS-NAME (ST-LG-MISSING-COUNT)
004992           END-IF.
004993       9625-EXIT.
004994           EXIT.
004995
004996       9630-SCAN-FOR-STEP.
004997           IF ST-LG-NAME (ST-LG-SUB) = ST-LG-FIND-NAME
004998               SET ST-LG-FOUND TO TRUE
004999           END-IF.
005000       9630-EXIT.
005001           EXIT.
005002
005003       9640-CHECK-ONE-STEP.
005004           IF ST-LG-NAME (ST-LG-IX) = ST-STEP-NAME
005005               MOVE "THIS RUN" TO ST-LG-NOTE (ST-LG-IX)
005006               GO TO 9640-EXIT
005007           END-IF.
005008           IF ST-LG-IS-DESK (ST-LG-IX)
005009               MOVE "DESK UTILITY" TO ST-LG-NOTE (ST-LG-IX)
005010               GO TO 9640-EXIT
005011           END-IF.
005012           IF ST-LG-RUNNING (ST-LG-IX)
005013               ADD 1 TO ST-LG-BAD-COUNT
005014               MOVE "STILL RUNNING" TO ST-LG-NOTE (ST-LG-IX)
005015               GO TO 9640-EXIT
005016           END-IF.
005017           IF ST-LG-RESET (ST-LG-IX)
005018               ADD 1 TO ST-LG-BAD-COUNT
005019               STRING "RESET BY " ST-LG-USER (ST-LG-IX)
005020                   DELIMITED BY SIZE INTO ST-LG-NOTE (ST-LG-IX)
005021               GO TO 9640-EXIT
005022           END-IF.
005023           IF ST-LG-CC (ST-LG-IX) > 4
005024             AND NOT (ST-LG-IS-POSTING (ST-LG-IX)
005025                      AND ST-LG-CC (ST-LG-IX) < 12)
005026               ADD 1 TO ST-LG-BAD-COUNT
005027               MOVE "NOT RERUN" TO ST-LG-NOTE (ST-LG-IX)
005028               GO TO 9640-EXIT
005029           END-IF.
005030           IF ST-LG-CC (ST-LG-IX) > 4
005031               MOVE "BATCHES REFUSED" TO ST-LG-NOTE (ST-LG-IX)
005032           END-IF.
005033           MOVE SPACES TO ST-LG-PRQ-NAME.
005034           EVALUATE ST-LG-NAME (ST-LG-IX)
005035               WHEN "GIVESPLT"
005036                   MOVE "GIVEVETT" TO ST-LG-PRQ-NAME
005037               WHEN "GIVEMAIN"
005038                   IF ST-LG-INST (ST-LG-IX) = SPACE
005039                       MOVE "GIVEVETT" TO ST-LG-PRQ-NAME
005040                   ELSE
005041                       MOVE "GIVESPLT" TO ST-LG-PRQ-NAME
005042                   END-IF
005043               WHEN "GIVEMRGE"
005044                   MOVE "GIVEMAIN" TO ST-LG-PRQ-NAME
005045               WHEN "GIVEEXPG"
005046               WHEN "GIVEJRNL"
005047               WHEN "GIVEPCLS"
005048                   IF ST-SPLIT-NIGHT
005049                       MOVE "GIVEMRGE" TO ST-LG-PRQ-NAME
005050                   ELSE
005051                       MOVE "GIVEMAIN" TO ST-LG-PRQ-NAME
005052                   END-IF
005053               WHEN "GIVERECN"
005054                   MOVE "GIVEEXPG" TO ST-LG-PRQ-NAME
005055           END-EVALUATE.
005056           IF ST-LG-PRQ-NAME = SPACES
005057               GO TO 9640-EXIT
005058           END-IF.
005059           MOVE SPACES TO ST-LG-PRQ-END.
005060           MOVE "N" TO ST-LG-PRQ-SEEN-SWITCH.
005061           PERFORM 9645-SCAN-PREREQ THRU 9645-EXIT
005062               VARYING ST-LG-SUB FROM 1 BY 1
005063               UNTIL ST-LG-SUB > ST-LG-COUNT.
005064           IF NOT ST-LG-PRQ-SEEN
005065               ADD 1 TO ST-LG-ORDER-COUNT
005066               STRING "WITHOUT " ST-LG-PRQ-NAME
005067                   DELIMITED BY SIZE INTO ST-LG-NOTE (ST-LG-IX)
005068               GO TO 9640-EXIT
005069           END-IF.
005070           IF ST-LG-START (ST-LG-IX) < ST-LG-PRQ-END
005071               ADD 1 TO ST-LG-ORDER-COUNT
005072               STRING "BEFORE " ST-LG-PRQ-NAME
005073                   DELIMITED BY SIZE INTO ST-LG-NOTE (ST-LG-IX)
005074           END-IF.
005075       9640-EXIT.
005076           EXIT.
005077
005078       9645-SCAN-PREREQ.
005079           IF ST-LG-NAME (ST-LG-SUB) NOT = ST-LG-PRQ-NAME
005080               GO TO 9645-EXIT
005081           END-IF.
005082           SET ST-LG-PRQ-SEEN TO TRUE.
005083           IF ST-LG-END (ST-LG-SUB) > ST-LG-PRQ-END
005084               MOVE ST-LG-END (ST-LG-SUB) TO ST-LG-PRQ-END
005085           END-IF.
005086       9645-EXIT.
005087           EXIT.
005088*    *****************************************************************
005089*    9660-WRITE-LEDGER
005090*        Lists the business date's step ledger under the sign-off
005091*        figures: one line per step with its status, start and
005092*        end stamps, condition code and run count, then a NOT RUN
005093*        line for each chain step missing from it.
005094*    *****************************************************************
005095       9660-WRITE-LEDGER.
005096           MOVE SPACES TO ST-RPT-WORK-LINE.
005097           IF NOT ST-LEDGER-READ
005098               MOVE "STEP LEDGER NOT READABLE" TO ST-RPT-LABEL
005099               MOVE "GIVESTEP COULD NOT BE OPENED" TO ST-RPT-TEXT
005100               MOVE ST-RPT-WORK-LINE TO SRPT-LINE
005101               WRITE SRPT-LINE
005102               GO TO 9660-EXIT
005103           END-IF.
005104           MOVE "CHAIN STEPS NOT RUN" TO ST-RPT-LABEL.
005105           MOVE ST-LG-MISSING-COUNT TO ST-RPT-NUMBER.
005106           MOVE ST-RPT-WORK-LINE TO SRPT-LINE.
005107           WRITE SRPT-LINE.
005108
005109           MOVE SPACES TO ST-RPT-WORK-LINE.
005110           MOVE "STEPS FAILED, RUNNING OR RESET" TO ST-RPT-LABEL.
005111           MOVE ST-LG-BAD-COUNT TO ST-RPT-NUMBER.
005112           MOVE ST-RPT-WORK-LINE TO SRPT-LINE.
005113           WRITE SRPT-LINE.
005114
005115           MOVE SPACES TO ST-RPT-WORK-LINE.
005116           MOVE "STEPS RUN OUT OF ORDER" TO ST-RPT-LABEL.
005117           MOVE ST-LG-ORDER-COUNT TO ST-RPT-NUMBER.
005118           MOVE ST-RPT-WORK-LINE TO SRPT-LINE.
005119           WRITE SRPT-LINE.
005120
005121           MOVE SPACES TO ST-RPT-WORK-LINE.
005122           MOVE "JOB-STREAM STEP LEDGER" TO ST-RPT-LABEL.
005123           MOVE ST-RPT-WORK-LINE TO SRPT-LINE.
005124           WRITE SRPT-LINE.
005125           MOVE ST-LEDGER-HEAD-LINE TO SRPT-LINE.
005126           WRITE SRPT-LINE.
005127           PERFORM 9665-WRITE-LEDGER-LINE THRU 9665-EXIT
005128               VARYING ST-LG-IX FROM 1 BY 1
005129               UNTIL ST-LG-IX > ST-LG-COUNT.
005130           PERFORM 9670-WRITE-MISSING-LINE THRU 9670-EXIT
005131               VARYING ST-LG-IX FROM 1 BY 1
005132               UNTIL ST-LG-IX > ST-LG-MISSING-COUNT.
005133           IF ST-LG-OVERFLOW > ZERO
005134               MOVE SPACES TO ST-RPT-WORK-LINE
005135               MOVE "LEDGER ENTRIES NOT SHOWN" TO ST-RPT-LABEL
005136               MOVE ST-LG-OVERFLOW TO ST-RPT-NUMBER
005137               MOVE ST-RPT-WORK-LINE TO SRPT-LINE
005138               WRITE SRPT-LINE
005139           END-IF.
005140       9660-EXIT.
005141           EXIT.
005142
005143       9665-WRITE-LEDGER-LINE.
005144           MOVE ST-LG-NAME (ST-LG-IX) TO ST-LL-NAME.
005145           MOVE ST-LG-INST (ST-LG-IX) TO ST-LL-INST.
005146           EVALUATE TRUE
005147               WHEN ST-LG-RUNNING (ST-LG-IX)
005148                   MOVE "RUNNING" TO ST-LL-STATUS
005149               WHEN ST-LG-RESET (ST-LG-IX)
005150                   MOVE "RESET" TO ST-LL-STATUS
005151               WHEN ST-LG-CC (ST-LG-IX) > 4
005152                 AND ST-LG-CC (ST-LG-IX) < 12
005153                 AND ST-LG-IS-POSTING (ST-LG-IX)
005154                   MOVE "PARTIAL" TO ST-LL-STATUS
005163               WHEN ST-LG-CC (ST-LG-IX) > 4
005164                   MOVE "FAILED" TO ST-LL-STATUS
005165               WHEN OTHER
005166                   MOVE "ENDED" TO ST-LL-STATUS
005167           END-EVALUATE.
005168           MOVE ST-LG-START-DATE (ST-LG-IX) TO ST-LL-START-DATE.
005169           MOVE ST-LG-START-TIME (ST-LG-IX) TO ST-LL-START-TIME.
005170           IF ST-LG-END-DATE (ST-LG-IX) = ZERO
005171               MOVE SPACES TO ST-LL-END-DATE
005172               MOVE SPACES TO ST-LL-END-TIME
005173               MOVE SPACES TO ST-LL-CC
005174           ELSE
005175               MOVE ST-LG-END-DATE (ST-LG-IX) TO ST-LL-END-DATE
005176               MOVE ST-LG-END-TIME (ST-LG-IX) TO ST-LL-END-TIME
005177               MOVE ST-LG-CC (ST-LG-IX) TO ST-LL-CC
005178           END-IF.
005179           MOVE ST-LG-RUNS (ST-LG-IX) TO ST-LL-RUNS.
005180           MOVE ST-LG-NOTE (ST-LG-IX) TO ST-LL-NOTE.
005181           MOVE ST-LEDGER-LINE TO SRPT-LINE.
005182           WRITE SRPT-LINE.
005183       9665-EXIT.
005184           EXIT.
005185
005186       9670-WRITE-MISSING-LINE.
005187           MOVE ST-MS-NAME (ST-LG-IX) TO ST-LL-NAME.
005188           MOVE SPACE TO ST-LL-INST.
005189           MOVE "MISSING" TO ST-LL-STATUS.
005190           MOVE SPACES TO ST-LL-START-DATE.
005191           MOVE SPACES TO ST-LL-START-TIME.
005192           MOVE SPACES TO ST-LL-END-DATE.
005193           MOVE SPACES TO ST-LL-END-TIME.
005194           MOVE SPACES TO ST-LL-CC.
005195           MOVE ZERO TO ST-LL-RUNS.
005196           MOVE "NOT RUN" TO ST-LL-NOTE.
005197           MOVE ST-LEDGER-LINE TO SRPT-LINE.
005198           WRITE SRPT-LINE.
005199       9670-EXIT.
005200           EXIT.
005201*    *****************************************************************
005202*    9700-START-STEP
005203*        Records the sign-off as a step on the job-stream step
005204*        ledger (GIVESTEP).  It depends on no other step and is
005205*        never refused - the morning page is wanted whatever state
005206*        the night is in, as often as it is asked for - and a
005207*        ledger that cannot be updated only costs the entry.
005208*    *****************************************************************
005209       9700-START-STEP.
005210           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
005211           OPEN I-O STEP-FILE.
005212           IF ST-STEP-FILE-MISSING
005213               OPEN OUTPUT STEP-FILE
005214               IF ST-STEP-FILE-OK
005215                   CLOSE STEP-FILE
005216                   OPEN I-O STEP-FILE
005217               END-IF
005218           END-IF.
005219           IF NOT ST-STEP-FILE-OK
005220               DISPLAY "GIVO0002W - GIVESTEP COULD NOT BE "
005221                   "OPENED, FILE STATUS " ST-STEP-FILE-STATUS
005222               GO TO 9700-EXIT
005223           END-IF.
005224           MOVE ST-STEP-BUS-DATE TO STEP-BUS-DATE.
005225           MOVE ST-STEP-NAME TO STEP-NAME.
005226           MOVE ST-STEP-INSTANCE TO STEP-INSTANCE.
005227           MOVE "N" TO ST-STEP-FOUND-SWITCH.
005228           READ STEP-FILE
005229               INVALID KEY
005230                   CONTINUE
005231               NOT INVALID KEY
005232                   SET ST-STEP-FOUND TO TRUE
005233           END-READ.
005234           IF NOT ST-STEP-FOUND
005235               MOVE SPACES TO STEP-RECORD
005236               MOVE ST-STEP-BUS-DATE TO STEP-BUS-DATE
005237               MOVE ST-STEP-NAME TO STEP-NAME
005238               MOVE ST-STEP-INSTANCE TO STEP-INSTANCE
005239               MOVE ZERO TO STEP-RUN-COUNT
005240               MOVE ZERO TO STEP-RESET-DATE
005241               MOVE ZERO TO STEP-RESET-TIME
005242           END-IF.
005243           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
005244           SET STEP-RUNNING TO TRUE.
005245           MOVE ST-STEP-NOW TO STEP-START-STAMP.
005246           MOVE ZERO TO STEP-END-DATE.
005247           MOVE ZERO TO STEP-END-TIME.
005248           MOVE ZERO TO STEP-COND-CODE.
005249           ADD 1 TO STEP-RUN-COUNT.
005250           IF ST-STEP-FOUND
005251               REWRITE STEP-RECORD
005252                   INVALID KEY
005253                       CONTINUE
005254               END-REWRITE
005255           ELSE
005256               WRITE STEP-RECORD
005257                   INVALID KEY
005258                       CONTINUE
005259               END-WRITE
005260           END-IF.
005261           IF NOT ST-STEP-FILE-OK
005262               DISPLAY "GIVO0002W - GIVESTEP COULD NOT BE "
005263                   "UPDATED, FILE STATUS " ST-STEP-FILE-STATUS
005264               CLOSE STEP-FILE
005265               GO TO 9700-EXIT
005266           END-IF.
005267           CLOSE STEP-FILE.
005268           SET ST-STEP-STARTED TO TRUE.
005269       9700-EXIT.
005270           EXIT.
005271
005272       9705-LOAD-STEP-DATE.
005273           MOVE ST-BUS-DATE TO ST-STEP-BUS-DATE.
005274       9705-EXIT.
005275           EXIT.
005276*    *****************************************************************
005277*    9750-END-STEP
005278*        Marks this step ended on GIVESTEP with its condition
005279*        code.  Only a step this run started is marked; a ledger
005280*        that cannot be updated is reported and does not change
005281*        the step's own condition code.
005282*    *****************************************************************
005283       9750-END-STEP.
005284           IF NOT ST-STEP-STARTED
005285               GO TO 9750-EXIT
005286           END-IF.
005287           MOVE "N" TO ST-STEP-STARTED-SWITCH.
005288           OPEN I-O STEP-FILE.
005289           IF NOT ST-STEP-FILE-OK
005290               DISPLAY "GIVO0003W - END OF STEP NOT RECORDED ON "
005291                   "GIVESTEP, FILE STATUS " ST-STEP-FILE-STATUS
005292               GO TO 9750-EXIT
005293           END-IF.
005294           MOVE ST-STEP-BUS-DATE TO STEP-BUS-DATE.
005295           MOVE ST-STEP-NAME TO STEP-NAME.
005296           MOVE ST-STEP-INSTANCE TO STEP-INSTANCE.
005297           READ STEP-FILE
005298               INVALID KEY
005299                   CONTINUE
005300           END-READ.
005301           IF ST-STEP-FILE-OK
005302               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
005303               SET STEP-ENDED TO TRUE
005304               MOVE ST-STEP-NOW TO STEP-END-STAMP
005305               MOVE RETURN-CODE TO STEP-COND-CODE
005306               REWRITE STEP-RECORD
005307                   INVALID KEY
005308                       CONTINUE
005309               END-REWRITE
005310           END-IF.
005311           IF NOT ST-STEP-FILE-OK
005312               DISPLAY "GIVO0003W - END OF STEP NOT RECORDED ON "
005313                   "GIVESTEP, FILE STATUS " ST-STEP-FILE-STATUS
005314           END-IF.
005315           CLOSE STEP-FILE.
005316       9750-EXIT.
005317           EXIT.
005318
005319       9795-TAKE-STEP-STAMP.
005320           ACCEPT ST-STEP-NOW-DATE FROM DATE YYYYMMDD.
005321           ACCEPT ST-STEP-CLOCK FROM TIME.
005322           MOVE ST-STEP-CLOCK-HMS TO ST-STEP-NOW-TIME.
005323       9795-EXIT.
005324           EXIT.
005325
005326           END PROGRAM GIVESTAT.
