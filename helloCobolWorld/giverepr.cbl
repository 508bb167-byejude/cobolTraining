000360*                      the NEWEST 500 GIVERRES entries when the
000370*                      file outgrows it, so recently repaired
000380*                      rejects stay recognized; the GIVR0004W
000381*                      warning text matches the behavior.
000382*     2026-10-15  TUL  GIVERRES is a keyed file now (run date,
000383*                      sequence number, partition): each reject is
000384*                      looked up on it by key and each repair is
000385*                      added by key, so the 500-entry table and
000386*                      its GIVR0004W warning are gone and no
000387*                      resolved exception is ever forgotten.
000388*     2026-10-15  TUL  Each GIVERSUB record now carries the run
000389*                      date, sequence and partition of the reject
000390*                      it repairs, behind the transaction fields,
000391*                      so the repaired record can be traced.
000392*     2026-10-15  TUL  Each run is recorded on the job-stream step
000393*                      ledger (GIVESTEP) under the GIVEBDT
000394*                      business date.  Exception repair depends on
000395*                      no other step and is never refused there; a
000396*                      ledger that cannot be updated only warns
000397*                      (GIVR0007W, GIVR0008W).
000400*    *****************************************************************
000410       IDENTIFICATION DIVISION.
000420       PROGRAM-ID. GIVEREPR.
000590               ORGANIZATION IS LINE SEQUENTIAL
000600               FILE STATUS IS RP-AGRPT-FILE-STATUS.
000610           SELECT RES-FILE ASSIGN TO "GIVERRES"
000611               ORGANIZATION IS INDEXED
000612               ACCESS MODE IS RANDOM
000613               RECORD KEY IS RES-KEY
000630               FILE STATUS IS RP-RES-FILE-STATUS.
000631           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000632               ORGANIZATION IS LINE SEQUENTIAL
000633               FILE STATUS IS RP-BDT-FILE-STATUS.
000634           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000635               ORGANIZATION IS INDEXED
000636               ACCESS MODE IS DYNAMIC
000637               RECORD KEY IS STEP-KEY
000638               FILE STATUS IS RP-STEP-FILE-STATUS.
000640       DATA DIVISION.
000650       FILE SECTION.
000660       FD  REJ-FILE.
000880       01  RESUB-RECORD.
000890           05  RESUB-GIVE-VALUE    PIC X(02).
000900           05  RESUB-DEPT-CODE     PIC X(03).
000901           05  RESUB-ORIG-RUN-DATE PIC X(08).
000902           05  RESUB-ORIG-SEQ-NO   PIC 9(05).
000903           05  RESUB-ORIG-PART-NO  PIC X(01).
000904           05  FILLER              PIC X(31).
000920       FD  RES-FILE.
000930       01  RES-RECORD.
000931           05  RES-KEY.
000932               10  RES-RUN-DATE    PIC 9(08).
000933               10  RES-SEQ-NO      PIC 9(05).
000934               10  RES-PART-NO     PIC X(01).
000970           05  FILLER              PIC X(36).
000971       FD  AGRPT-FILE.
000972       01  AGRPT-LINE              PIC X(80).
000973       FD  BDT-FILE.
000974       01  BDT-RECORD.
000975           05  BDT-BUS-DATE        PIC 9(08).
000976           05  BDT-OVERRIDE-FLAG   PIC X(01).
000977           05  FILLER              PIC X(41).
000978       FD  STEP-FILE.
000979       01  STEP-RECORD.
000980           05  STEP-KEY.
000981               10  STEP-BUS-DATE   PIC 9(08).
000982               10  STEP-NAME       PIC X(08).
000983               10  STEP-INSTANCE   PIC X(01).
000984           05  STEP-STATE          PIC X(01).
000985               88  STEP-RUNNING            VALUE "S".
000986               88  STEP-ENDED              VALUE "E".
000987               88  STEP-WAS-RESET          VALUE "R".
000988           05  STEP-START-STAMP.
000989               10  STEP-START-DATE PIC 9(08).
000990               10  STEP-START-TIME PIC 9(06).
000991           05  STEP-END-STAMP.
000992               10  STEP-END-DATE   PIC 9(08).
000993               10  STEP-END-TIME   PIC 9(06).
000994           05  STEP-COND-CODE      PIC 9(02).
000995           05  STEP-RUN-COUNT      PIC 9(03).
000996           05  STEP-RESET-USER     PIC X(08).
000997           05  STEP-RESET-DATE     PIC 9(08).
000998           05  STEP-RESET-TIME     PIC 9(06).
000999           05  FILLER              PIC X(07).
001000       WORKING-STORAGE SECTION.
001010       77  RP-REJ-FILE-STATUS      PIC X(02) VALUE SPACES.
001020           88  RP-REJ-FILE-OK                VALUE "00".
001320       77  RP-REJ-DATE-N           PIC 9(08) VALUE ZERO.
001330       77  RP-RES-FILE-STATUS      PIC X(02) VALUE SPACES.
001340           88  RP-RES-FILE-OK                VALUE "00".
001341           88  RP-RES-FILE-MISSING           VALUE "35".
001430       77  RP-RES-FOUND-SWITCH     PIC X(01) VALUE "N".
001440           88  RP-RES-FOUND                  VALUE "Y".
001450       77  RP-PREV-RESOLVED-COUNT  PIC 9(05) COMP VALUE ZERO.
001460       77  RP-FATAL-SWITCH         PIC X(01) VALUE "N".
001470           88  RP-FATAL                      VALUE "Y".
001471       77  RP-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001472           88  RP-STEP-FILE-OK               VALUE "00".
001473           88  RP-STEP-FILE-MISSING          VALUE "35".
001474       77  RP-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001475           88  RP-BDT-FILE-OK                VALUE "00".
001476       77  RP-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001477           88  RP-STEP-FOUND                 VALUE "Y".
001478       77  RP-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001479           88  RP-STEP-STARTED               VALUE "Y".
001480       77  RP-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001481       77  RP-STEP-NAME            PIC X(08) VALUE "GIVEREPR".
001482       77  RP-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001530       01  RP-CORR-TABLE.
001540           05  RP-CORR-ENTRY OCCURS 200 TIMES.
001550               10  RP-CT-RUN-DATE  PIC 9(08).
001760           05  FILLER              PIC X(10) VALUE " AGE DAYS ".
001770           05  RP-AGE-DAYS-OUT     PIC ZZZZ9.
001780           05  FILLER              PIC X(16) VALUE SPACES.
001781       01  RP-STEP-NOW.
001782           05  RP-STEP-NOW-DATE    PIC 9(08).
001783           05  RP-STEP-NOW-TIME    PIC 9(06).
001784       01  RP-STEP-CLOCK.
001785           05  RP-STEP-CLOCK-HMS   PIC 9(06).
001786           05  FILLER              PIC 9(02).
001790       PROCEDURE DIVISION.
001800
001810       MAIN-PROCEDURE.
001811           PERFORM 9700-START-STEP THRU 9700-EXIT.
001820           OPEN OUTPUT AGRPT-FILE.
001830           IF NOT RP-AGRPT-FILE-OK
001840               DISPLAY "GIVR0002E - GIVEAGRP COULD NOT BE "
002300           CLOSE RES-FILE.
002310           CLOSE AGRPT-FILE.
002320
002321           PERFORM 9750-END-STEP THRU 9750-EXIT.
002330           STOP RUN.
002340       MAIN-PROCEDURE-EXIT.
002341           PERFORM 9750-END-STEP THRU 9750-EXIT.
002350           STOP RUN.
002360*    *****************************************************************
002370*    1000-INITIALIZE
002380*        Sets the as-of date, loads the aging threshold from the
002390*        GIVERPRM parameter record (default kept if absent), loads
002391*        the operator corrections into the correction table, opens
002392*        the resolved-exception register (GIVERRES) for lookup and
002393*        update by key, creating it on the first run, and writes
002394*        the report heading.
002420*    *****************************************************************
002430       1000-INITIALIZE.
002440           ACCEPT RP-RUN-DATE FROM DATE YYYYMMDD.
002590                   UNTIL RP-CORR-AT-EOF
002600               CLOSE CORR-FILE
002610           END-IF.
002611           OPEN I-O RES-FILE.
002612           IF RP-RES-FILE-MISSING
002650               OPEN OUTPUT RES-FILE
002651               IF RP-RES-FILE-OK
002652                   CLOSE RES-FILE
002653                   OPEN I-O RES-FILE
002654               END-IF
002660           END-IF.
002670           IF NOT RP-RES-FILE-OK
002680               DISPLAY "GIVR0006E - GIVERRES COULD NOT BE "
003080       1200-EXIT.
003090           EXIT.
003100*    *****************************************************************
003680*    2000-PROCESS-REJECT
003681*        Skips a reject already on the resolved-exception register
003682*        (looked up by run date, sequence number and partition),
003683*        then matches it against the correction table on the
003684*        original run date and sequence number.  A matched,
003710*        numeric correction is written to the resubmission file;
003720*        an unmatched reject past the aging threshold is listed on
003730*        the aging report.
003800           END-READ.
003810           ADD 1 TO RP-REJ-READ-COUNT.
003820           MOVE "N" TO RP-RES-FOUND-SWITCH.
003821           MOVE REJ-RUN-DATE TO RES-RUN-DATE.
003822           MOVE REJ-SEQ-NO TO RES-SEQ-NO.
003823           MOVE REJ-PART-NO TO RES-PART-NO.
003824           READ RES-FILE
003825               INVALID KEY
003826                   CONTINUE
003827               NOT INVALID KEY
003828                   SET RP-RES-FOUND TO TRUE
003829           END-READ.
003870           IF RP-RES-FOUND
003880               ADD 1 TO RP-PREV-RESOLVED-COUNT
003890               GO TO 2000-EXIT
004510*        Writes the corrected transaction to the resubmission file
004520*        in GIVEIN transaction layout.  A correction that is not
004530*        numeric is reported and the reject stays unresolved.
004531*        The resubmitted record carries the run date, sequence
004532*        and partition of the reject it repairs, which the
004533*        nightly run passes on to GIVEFEED.
004540*    *****************************************************************
004550       2400-APPLY-CORRECTION.
004560           IF RP-CT-GIVE (RP-CORR-IX) NOT NUMERIC
004720           ELSE
004730               MOVE RP-CT-DEPT (RP-CORR-IX) TO RESUB-DEPT-CODE
004740           END-IF.
004741           MOVE REJ-RUN-DATE TO RESUB-ORIG-RUN-DATE.
004742           MOVE REJ-SEQ-NO TO RESUB-ORIG-SEQ-NO.
004743           MOVE REJ-PART-NO TO RESUB-ORIG-PART-NO.
004750           WRITE RESUB-RECORD.
004760           MOVE "Y" TO RP-CT-USED (RP-CORR-IX).
004770           ADD 1 TO RP-REPAIRED-COUNT.
004790           MOVE REJ-RUN-DATE TO RES-RUN-DATE.
004800           MOVE REJ-SEQ-NO TO RES-SEQ-NO.
004810           MOVE REJ-PART-NO TO RES-PART-NO.
004811           WRITE RES-RECORD
004812               INVALID KEY
004813                   CONTINUE
004814           END-WRITE.
004830       2400-EXIT.
004930           EXIT.
004940*    *****************************************************************
004950*    7000-REPORT-UNMATCHED
005640           WRITE AGRPT-LINE.
005650       8000-EXIT.
005660           EXIT.
005661*    *****************************************************************
005662*    9700-START-STEP
005663*        Records the run as a step on the job-stream step ledger
005664*        (GIVESTEP) under the GIVEBDT business date.  A desk
005665*        utility depends on no nightly step and is run as often
005666*        as the desk needs in a day, so it is never refused here,
005667*        and a ledger that cannot be updated only costs the entry.
005668*    *****************************************************************
005669       9700-START-STEP.
005670           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
005671           OPEN I-O STEP-FILE.
005672           IF RP-STEP-FILE-MISSING
005673               OPEN OUTPUT STEP-FILE
005674               IF RP-STEP-FILE-OK
005675                   CLOSE STEP-FILE
005676                   OPEN I-O STEP-FILE
005677               END-IF
005678           END-IF.
005679           IF NOT RP-STEP-FILE-OK
005680               DISPLAY "GIVR0007W - GIVESTEP COULD NOT BE "
005681                   "OPENED, FILE STATUS " RP-STEP-FILE-STATUS
005682               GO TO 9700-EXIT
005683           END-IF.
005684           MOVE RP-STEP-BUS-DATE TO STEP-BUS-DATE.
005685           MOVE RP-STEP-NAME TO STEP-NAME.
005686           MOVE RP-STEP-INSTANCE TO STEP-INSTANCE.
005687           MOVE "N" TO RP-STEP-FOUND-SWITCH.
005688           READ STEP-FILE
005689               INVALID KEY
005690                   CONTINUE
005691               NOT INVALID KEY
005692                   SET RP-STEP-FOUND TO TRUE
005693           END-READ.
005694           IF NOT RP-STEP-FOUND
005695               MOVE SPACES TO STEP-RECORD
005696               MOVE RP-STEP-BUS-DATE TO STEP-BUS-DATE
005697               MOVE RP-STEP-NAME TO STEP-NAME
005698               MOVE RP-STEP-INSTANCE TO STEP-INSTANCE
005699               MOVE ZERO TO STEP-RUN-COUNT
005700               MOVE ZERO TO STEP-RESET-DATE
005701               MOVE ZERO TO STEP-RESET-TIME
005702           END-IF.
005703           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
005704           SET STEP-RUNNING TO TRUE.
005705           MOVE RP-STEP-NOW TO STEP-START-STAMP.
005706           MOVE ZERO TO STEP-END-DATE.
005707           MOVE ZERO TO STEP-END-TIME.
005708           MOVE ZERO TO STEP-COND-CODE.
005709           ADD 1 TO STEP-RUN-COUNT.
005710           IF RP-STEP-FOUND
005711               REWRITE STEP-RECORD
005712                   INVALID KEY
005713                       CONTINUE
005714               END-REWRITE
005715           ELSE
005716               WRITE STEP-RECORD
005717                   INVALID KEY
005718                       CONTINUE
005719               END-WRITE
005720           END-IF.
005721           IF NOT RP-STEP-FILE-OK
005722               DISPLAY "GIVR0007W - GIVESTEP COULD NOT BE "
005723                   "UPDATED, FILE STATUS " RP-STEP-FILE-STATUS
005724               CLOSE STEP-FILE
005725               GO TO 9700-EXIT
005726           END-IF.
005727           CLOSE STEP-FILE.
005728           SET RP-STEP-STARTED TO TRUE.
005729       9700-EXIT.
005730           EXIT.
005731
005732       9705-LOAD-STEP-DATE.
005733           ACCEPT RP-STEP-BUS-DATE FROM DATE YYYYMMDD.
005734           OPEN INPUT BDT-FILE.
005735           IF RP-BDT-FILE-OK
005736               READ BDT-FILE
005737                   NOT AT END
005738                       IF BDT-BUS-DATE NUMERIC
005739                         AND BDT-BUS-DATE > ZERO
005740                           MOVE BDT-BUS-DATE TO RP-STEP-BUS-DATE
005741                       END-IF
005742               END-READ
005743               CLOSE BDT-FILE
005744           END-IF.
005745       9705-EXIT.
005746           EXIT.
005747*    *****************************************************************
005748*    9750-END-STEP
005749*        Marks this step ended on GIVESTEP with its condition
005750*        code.  Only a step this run started is marked; a ledger
005751*        that cannot be updated is reported and does not change
005752*        the step's own condition code.
005753*    *****************************************************************
005754       9750-END-STEP.
005755           IF NOT RP-STEP-STARTED
005756               GO TO 9750-EXIT
005757           END-IF.
005758           MOVE "N" TO RP-STEP-STARTED-SWITCH.
005759           OPEN I-O STEP-FILE.
005760           IF NOT RP-STEP-FILE-OK
005761               DISPLAY "GIVR0008W - END OF STEP NOT RECORDED ON "
005762                   "GIVESTEP, FILE STATUS " RP-STEP-FILE-STATUS
005763               GO TO 9750-EXIT
005764           END-IF.
005765           MOVE RP-STEP-BUS-DATE TO STEP-BUS-DATE.
005766           MOVE RP-STEP-NAME TO STEP-NAME.
005767           MOVE RP-STEP-INSTANCE TO STEP-INSTANCE.
005768           READ STEP-FILE
005769               INVALID KEY
005770                   CONTINUE
005771           END-READ.
005772           IF RP-STEP-FILE-OK
005773               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
005774               SET STEP-ENDED TO TRUE
005775               MOVE RP-STEP-NOW TO STEP-END-STAMP
005776               MOVE RETURN-CODE TO STEP-COND-CODE
005777               REWRITE STEP-RECORD
005778                   INVALID KEY
005779                       CONTINUE
005780               END-REWRITE
005781           END-IF.
005782           IF NOT RP-STEP-FILE-OK
005783               DISPLAY "GIVR0008W - END OF STEP NOT RECORDED ON "
005784                   "GIVESTEP, FILE STATUS " RP-STEP-FILE-STATUS
005785           END-IF.
005786           CLOSE STEP-FILE.
005787       9750-EXIT.
005788           EXIT.
005789
005790       9795-TAKE-STEP-STAMP.
005791           ACCEPT RP-STEP-NOW-DATE FROM DATE YYYYMMDD.
005792           ACCEPT RP-STEP-CLOCK FROM TIME.
005793           MOVE RP-STEP-CLOCK-HMS TO RP-STEP-NOW-TIME.
005794       9795-EXIT.
005795           EXIT.
005796
005797           END PROGRAM GIVEREPR.
