001531*                      departments that ARE on the master.
001532*                      Department reject counts now also
001533*                      cover unknown-department rejects.
001534*     2026-10-15  TUL  Month-end department close.  The
001535*                      department master carries period fields
001536*                      (opening total and count, reversals
001537*                      backed out this period, and the date the
001538*                      department is closed through) which the
001539*                      new period-close job (GIVEPCLS) snapshots
001540*                      and rolls on the last business day of the
001541*                      month.  A transaction whose business date
001542*                      falls inside a closed period now rejects
001543*                      to GIVEREJ with reason CP (GIVE0031E,
001544*                      severity 8) instead of posting into a
001545*                      period whose statement is already final.
001546*                      The larger department entry grows the
001547*                      checkpoint record's department area to
001548*                      1680 bytes.
001549*     2026-10-15  TUL  Per-department posting ceiling.  The
001550*                      department master carries an authorized
001551*                      ceiling (DMST-CEILING, zero for none, kept
001552*                      through GIVEDPTM).  When a batch would take
001553*                      a department's running total past it, that
001554*                      department's share is written to the
001555*                      over-limit file (GIVEOVL, GIVE0032W,
001556*                      severity 4) instead of GIVEFEED, for the
001557*                      desk to approve in or send back with the
001558*                      new GIVEOVLR job; if GIVEOVL cannot be
001559*                      opened the batch is quarantined whole
001560*                      (GIVE0034E).  Departments at 90 percent or
001561*                      more of their ceiling are flagged
001562*                      (GIVE0033W, severity 4), counted on
001563*                      GIVEALRT for the morning sign-off and shown
001564*                      on the department summary.  The
001565*                      checkpoint's department area grows to
001566*                      1860 bytes.
001567*     2026-10-15  TUL  Tamper-evident audit trail.  Each GIVEAUD
001568*                      record now carries a running sequence and
001569*                      a chain value folded from the previous
001570*                      record's value and its own contents
001571*                      (7060-CHAIN-AUDIT).  The run picks up the
001572*                      chain from the last record on GIVEAUD, or
001573*                      on GIVEAUDA when the archive has emptied
001574*                      it; GIVEAUDV verifies the chain end to end.
001575*     2026-10-15  TUL  Keyed register and department master.
001576*                      GIVEREG is indexed on batch ID plus
001577*                      partition and is read and written by key,
001578*                      so the register table and its 100-entry
001579*                      limit are gone (GIVE0024W retired).
001580*                      GIVEDEPT is indexed on department code:
001581*                      a department is read from the master the
001582*                      first time the run meets it, into a table
001583*                      of 200, and the master is updated by key at
001584*                      end of run (GIVE0030E retired).  A master
001585*                      department that no longer fits in the
001586*                      table rejects with reason DT (GIVE0035E,
001587*                      severity 8).  The checkpoint department
001588*                      area grows to 18600 bytes, so a checkpoint
001589*                      taken before this change cannot restart.
001590*     2026-10-15  TUL  A repaired value read from GIVERSUB now
001591*                      carries the run date, sequence and
001592*                      partition of its original reject (stamped
001593*                      by GIVEREPR) through GIVEHOLD onto
001594*                      GIVEFEED, so the lineage trace (GIVETRCE)
001595*                      can follow a rejected record through to
001596*                      its posting.
001597*     2026-10-15  TUL  GIVEALRT carries the business date of the
001598*                      run (ALERT-BUS-DATE), so the catch-up
001599*                      controller and the sign-off can tell this
001600*                      date's alert from an earlier one.
001601*     2026-10-15  TUL  Records each run on the job-stream step
001602*                      ledger (GIVESTEP) for the business date:
001603*                      started, ended and its condition code. A
001604*                      partition run is recorded as its own
001605*                      instance by the part number on its batch
001606*                      header. A single run needs GIVEVETT, a
001607*                      partition run GIVESPLT, to have ended
001608*                      cleanly for the date. A run already marked
001609*                      running, or one that already ended cleanly,
001610*                      is refused until the operator resets it
001611*                      with GIVESRST. A refused run ends with
001612*                      condition code 20 and touches nothing else.
001613*     2026-10-15  TUL  Each GIVEFEED record carries the business
001614*                      date it was posted under (FEED-POST-DATE),
001615*                      which the general-ledger journal selects on.
001616*     2026-10-15  TUL  A department that cannot be rewritten or
001617*                      added on GIVEDEPT at the end of the run is
001618*                      reported (GIVE0040E) and raises the run to
001619*                      severity 12 on GIVEALRT, instead of the
001620*                      master being left short without a word.
001621*    *****************************************************************
001622       IDENTIFICATION DIVISION.
001623       PROGRAM-ID. YOUR-PROGRAM-NAME.
001624       ENVIRONMENT DIVISION.
001625       INPUT-OUTPUT SECTION.
001626       FILE-CONTROL.
001627           SELECT GIVE-TRANS-FILE ASSIGN TO "GIVEIN"
001628               ORGANIZATION IS LINE SEQUENTIAL
001629               FILE STATUS IS GV-TRANS-FILE-STATUS.
001630           SELECT GIVE-RPT-FILE ASSIGN TO "GIVERPT"
001631               ORGANIZATION IS LINE SEQUENTIAL
001632               FILE STATUS IS GV-RPT-FILE-STATUS.
001633           SELECT GIVE-EXCEPT-FILE ASSIGN TO "GIVEREJ"
001634               ORGANIZATION IS LINE SEQUENTIAL
001635               FILE STATUS IS GV-EXCEPT-FILE-STATUS.
001636           SELECT GIVE-CAL-FILE ASSIGN TO "GIVECAL"
001637               ORGANIZATION IS LINE SEQUENTIAL
001638               FILE STATUS IS GV-CAL-FILE-STATUS.
001640           SELECT GIVE-BDT-FILE ASSIGN TO "GIVEBDT"
001650               ORGANIZATION IS LINE SEQUENTIAL
001660               FILE STATUS IS GV-BDT-FILE-STATUS.
001730           SELECT GIVE-AUDIT-FILE ASSIGN TO "GIVEAUD"
001740               ORGANIZATION IS LINE SEQUENTIAL
001750               FILE STATUS IS GV-AUDIT-FILE-STATUS.
001751           SELECT GIVE-AUDA-FILE ASSIGN TO "GIVEAUDA"
001752               ORGANIZATION IS LINE SEQUENTIAL
001753               FILE STATUS IS GV-AUDA-FILE-STATUS.
001760           SELECT GIVE-FEED-FILE ASSIGN TO "GIVEFEED"
001770               ORGANIZATION IS LINE SEQUENTIAL
001780               FILE STATUS IS GV-FEED-FILE-STATUS.
001800               ORGANIZATION IS LINE SEQUENTIAL
001810               FILE STATUS IS GV-RESUB-FILE-STATUS.
001820           SELECT GIVE-REG-FILE ASSIGN TO "GIVEREG"
001821               ORGANIZATION IS INDEXED
001822               ACCESS MODE IS DYNAMIC
001823               RECORD KEY IS REG-KEY
001840               FILE STATUS IS GV-REG-FILE-STATUS.
001850           SELECT GIVE-ALERT-FILE ASSIGN TO "GIVEALRT"
001860               ORGANIZATION IS LINE SEQUENTIAL
001935               ORGANIZATION IS LINE SEQUENTIAL
001936               FILE STATUS IS GV-ACK-FILE-STATUS.
001937           SELECT GIVE-DEPT-FILE ASSIGN TO "GIVEDEPT"
001938               ORGANIZATION IS INDEXED
001939               ACCESS MODE IS DYNAMIC
001940               RECORD KEY IS DMST-DEPT-CODE
001941               FILE STATUS IS GV-DEPT-FILE-STATUS.
001942           SELECT GIVE-OVL-FILE ASSIGN TO "GIVEOVL"
001943               ORGANIZATION IS LINE SEQUENTIAL
001944               FILE STATUS IS GV-OVL-FILE-STATUS.
001945           SELECT GIVE-STEP-FILE ASSIGN TO "GIVESTEP"
001946               ORGANIZATION IS INDEXED
001947               ACCESS MODE IS DYNAMIC
001948               RECORD KEY IS STEP-KEY
001949               FILE STATUS IS GV-STEP-FILE-STATUS.
001950       DATA DIVISION.
001951       FILE SECTION.
001960       FD  GIVE-TRANS-FILE.
001970       01  TRANS-RECORD.
001980           05  TRANS-GIVE-RAW      PIC X(02).
001990           05  TRANS-DEPT-CODE     PIC X(03).
002000           05  FILLER              PIC X(45).
002001       01  TRANS-RESUB-VIEW REDEFINES TRANS-RECORD.
002002           05  FILLER              PIC X(05).
002003           05  TRANS-ORIG-RUN-DATE PIC X(08).
002004           05  TRANS-ORIG-SEQ-NO   PIC X(05).
002005           05  TRANS-ORIG-PART-NO  PIC X(01).
002006           05  FILLER              PIC X(31).
002010       01  TRANS-MAINT-VIEW REDEFINES TRANS-RECORD.
002020           05  MAINT-TYPE-CODE     PIC X(02).
002030               88  TRANS-IS-MAINT          VALUE "MT".
002860           05  CKPT-BATCH-EXP-COUNT PIC 9(05).
002870           05  CKPT-BATCH-ACT-COUNT PIC 9(05).
002880           05  CKPT-BATCH-HASH     PIC 9(09).
002881           05  CKPT-DEPT-COUNT     PIC 9(03).
002882           05  CKPT-DEPT-DATA      PIC X(18600).
002910           05  CKPT-REJ-COUNT      PIC 9(05).
002920           05  CKPT-TRL-SEEN       PIC X(01).
002930           05  CKPT-TRL-COUNT      PIC 9(05).
003020           05  AUDIT-GIVE-VALUE    PIC 99.
003030           05  AUDIT-GIVE-SAVE-VALUE PIC 99.
003040           05  AUDIT-EXIT-SWITCH   PIC X(01).
003041           05  FILLER              PIC X(36).
003042           05  AUDIT-CHAIN-SEQ     PIC 9(09).
003043           05  AUDIT-CHAIN-VALUE   PIC 9(09).
003044       FD  GIVE-AUDA-FILE.
003045       01  AUDA-RECORD.
003046           05  FILLER              PIC X(62).
003047           05  AUDA-CHAIN-SEQ      PIC 9(09).
003048           05  AUDA-CHAIN-VALUE    PIC 9(09).
003050       FD  GIVE-FEED-FILE.
003060       01  FEED-RECORD.
003070           05  FEED-RUN-DATE       PIC 9(08).
003101           05  FEED-BATCH-ID       PIC X(08).
003102           05  FEED-PART-NO        PIC X(01).
003103           05  FEED-REV-FLAG       PIC X(01).
003104           05  FEED-ORIG-RUN-DATE  PIC X(08).
003105           05  FEED-ORIG-SEQ-NO    PIC X(05).
003106           05  FEED-ORIG-PART-NO   PIC X(01).
003107           05  FEED-POST-DATE      PIC 9(08).
003108           05  FILLER              PIC X(28).
003120       FD  GIVE-HOLD-FILE.
003130       01  HOLD-RECORD.
003140           05  HOLD-RUN-DATE       PIC 9(08).
003170           05  HOLD-DEPT-CODE      PIC X(03).
003171           05  HOLD-BATCH-ID       PIC X(08).
003172           05  HOLD-PART-NO        PIC X(01).
003173           05  HOLD-ORIG-RUN-DATE  PIC X(08).
003174           05  HOLD-ORIG-SEQ-NO    PIC X(05).
003175           05  HOLD-ORIG-PART-NO   PIC X(01).
003176           05  FILLER              PIC X(37).
003181       FD  GIVE-QUAR-FILE.
003182       01  QUAR-RECORD.
003183           05  QUAR-BATCH-ID       PIC X(08).
003210           05  DMST-RUN-TOTAL      PIC 9(09).
003211           05  DMST-RUN-COUNT      PIC 9(07).
003212           05  DMST-LAST-DATE      PIC 9(08).
003213           05  DMST-PERIOD-DATA.
003214               10  DMST-PER-OPEN-TOTAL PIC 9(09).
003215               10  DMST-PER-OPEN-COUNT PIC 9(07).
003216               10  DMST-PER-REV-TOTAL  PIC 9(09).
003217               10  DMST-PER-REV-COUNT  PIC 9(07).
003218               10  DMST-CLOSED-THRU    PIC 9(08).
003219           05  DMST-CEILING        PIC 9(09).
003220           05  FILLER              PIC X(02).
003221       FD  GIVE-RESUB-FILE.
003222       01  RESUB-RECORD            PIC X(50).
003223       FD  GIVE-HIST-FILE.
003224       01  HIST-RECORD.
003230           05  HIST-RUN-DATE       PIC 9(08).
003240           05  HIST-TEST-COUNT     PIC 9(05).
003250           05  HIST-MIN-GIVE-SAVE  PIC 99.
003360           05  ALERT-SEVERITY      PIC 9(02).
003370           05  ALERT-MSG-ID        PIC X(09).
003380           05  ALERT-EXIT-REASON   PIC X(34).
003381           05  ALERT-CEIL-WARN-COUNT PIC 9(03).
003382           05  ALERT-CEIL-WARN-DEPT PIC X(03).
003383           05  ALERT-OVL-COUNT     PIC 9(05).
003384           05  ALERT-BUS-DATE      PIC 9(08).
003390       FD  GIVE-REG-FILE.
003400       01  REG-RECORD.
003401           05  REG-KEY.
003402               10  REG-BATCH-ID    PIC X(08).
003403               10  REG-PART-NO     PIC X(01).
003404           05  REG-RUN-DATE        PIC 9(08).
003405           05  FILLER              PIC X(33).
003406       FD  GIVE-OVL-FILE.
003407       01  OVL-RECORD.
003408           05  OVL-BATCH-ID        PIC X(08).
003409           05  OVL-PART-NO         PIC X(01).
003410           05  OVL-RUN-DATE        PIC 9(08).
003411           05  OVL-SEQ-NO          PIC 9(05).
003412           05  OVL-GIVE-VALUE      PIC 99.
003413           05  OVL-DEPT-CODE       PIC X(03).
003414           05  OVL-CEILING         PIC 9(09).
003415           05  OVL-DEPT-TOTAL      PIC 9(09).
003416           05  OVL-SOURCE          PIC X(01).
003417           05  OVL-HOLD-DATE       PIC 9(08).
003418           05  FILLER              PIC X(26).
003419       FD  GIVE-STEP-FILE.
003420       01  STEP-RECORD.
003421           05  STEP-KEY.
003422               10  STEP-BUS-DATE   PIC 9(08).
003423               10  STEP-NAME       PIC X(08).
003424               10  STEP-INSTANCE   PIC X(01).
003425           05  STEP-STATE          PIC X(01).
003426               88  STEP-RUNNING            VALUE "S".
003427               88  STEP-ENDED              VALUE "E".
003428               88  STEP-WAS-RESET          VALUE "R".
003429           05  STEP-START-STAMP.
003430               10  STEP-START-DATE PIC 9(08).
003431               10  STEP-START-TIME PIC 9(06).
003432           05  STEP-END-STAMP.
003433               10  STEP-END-DATE   PIC 9(08).
003434               10  STEP-END-TIME   PIC 9(06).
003435           05  STEP-COND-CODE      PIC 9(02).
003436           05  STEP-RUN-COUNT      PIC 9(03).
003437           05  STEP-RESET-USER     PIC X(08).
003438           05  STEP-RESET-DATE     PIC 9(08).
003439           05  STEP-RESET-TIME     PIC 9(06).
003440           05  FILLER              PIC X(07).
003450       WORKING-STORAGE SECTION.
003460       77  GIVE PIC 99.
003470       77  GIVE_SAVE PIC 99.
003890       77  GV-NONBUS-DAY-SWITCH    PIC X(01) VALUE "N".
003900           88  GV-NONBUS-DAY                 VALUE "Y".
003910       77  GV-BUS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
003911           88  GV-BUS-OVERRIDE               VALUE "Y".
003912       77  GV-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
003913           88  GV-STEP-FILE-OK               VALUE "00".
003914           88  GV-STEP-FILE-MISSING          VALUE "35".
003915       77  GV-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
003916           88  GV-STEP-FOUND                 VALUE "Y".
003917       77  GV-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
003918           88  GV-STEP-STARTED               VALUE "Y".
003919       77  GV-STEP-REFUSED-SWITCH  PIC X(01) VALUE "N".
003920           88  GV-STEP-REFUSED               VALUE "Y".
003921       77  GV-STEP-REFUSE-CODE     PIC 9(02) VALUE ZERO.
003922       77  GV-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
003923       77  GV-STEP-NAME            PIC X(08) VALUE "GIVEMAIN".
003924       77  GV-STEP-INSTANCE        PIC X(01) VALUE SPACE.
003925       77  GV-PRQ-NAME             PIC X(08) VALUE SPACES.
003926       77  GV-PRQ-INSTANCE         PIC X(01) VALUE SPACE.
003927       77  GV-PRQ-WHY              PIC X(30) VALUE SPACES.
003928       77  GV-PRQ-TEXT             PIC X(60) VALUE SPACES.
003930       01  GV-HOLIDAY-TABLE.
003940           05  GV-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
003950       77  GV-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
003951           88  GV-AUDIT-FILE-OK              VALUE "00".
003952       77  GV-AUDA-FILE-STATUS     PIC X(02) VALUE SPACES.
003953           88  GV-AUDA-FILE-OK               VALUE "00".
003954       77  GV-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
003955           88  GV-AUD-AT-EOF                 VALUE "Y".
003956       77  GV-CHAIN-TAIL-SWITCH    PIC X(01) VALUE "N".
003957           88  GV-CHAIN-TAIL-FOUND           VALUE "Y".
003958       77  GV-CHAIN-SEQ            PIC 9(09) VALUE ZERO.
003959       77  GV-CHAIN-VALUE          PIC 9(09) VALUE ZERO.
003960       77  GV-CHAIN-WORK           PIC 9(12) COMP VALUE ZERO.
003961       77  GV-CHAIN-QUOT           PIC 9(05) COMP VALUE ZERO.
003962       77  GV-CHAIN-SUB            PIC 9(02) COMP VALUE ZERO.
003963       01  GV-CHAIN-DATA.
003964           05  GV-CHAIN-CHAR OCCURS 71 TIMES PIC X(01).
003970       77  GV-EXCEPT-FILE-STATUS   PIC X(02) VALUE SPACES.
003980           88  GV-EXCEPT-FILE-OK            VALUE "00".
003990       77  GV-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
004349           88  GV-DEPT-MASTER-MODE           VALUE "Y".
004350       77  GV-DEPT-REJ-SWITCH      PIC X(01) VALUE "N".
004351           88  GV-DEPT-REJECTED              VALUE "Y".
004352       77  GV-POST-DEPT-IX         PIC 9(03) COMP VALUE ZERO.
004353       77  GV-POST-DEPT-SUB        PIC 9(03) COMP VALUE ZERO.
004354       77  GV-DEPT-FULL-SWITCH     PIC X(01) VALUE "N".
004355           88  GV-DEPT-TABLE-FULL            VALUE "Y".
004356       77  GV-RESUB-FILE-STATUS    PIC X(02) VALUE SPACES.
004357           88  GV-RESUB-FILE-OK              VALUE "00".
004360       77  GV-RESUB-ACTIVE-SWITCH  PIC X(01) VALUE "N".
004460       77  GV-NEW-MSG-ID           PIC X(09) VALUE SPACES.
004470       77  GV-REG-FILE-STATUS      PIC X(02) VALUE SPACES.
004480           88  GV-REG-FILE-OK                VALUE "00".
004481           88  GV-REG-FILE-MISSING           VALUE "35".
004560       77  GV-REG-FOUND-SWITCH     PIC X(01) VALUE "N".
004570           88  GV-REG-FOUND                  VALUE "Y".
004580       77  GV-RUN-FATAL-SWITCH     PIC X(01) VALUE "N".
004610           88  GV-DUP-INPUT                  VALUE "Y".
004620       77  GV-DUP-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
004630           88  GV-DUP-OVERRIDE               VALUE "Y".
004680       77  GV-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
004690           88  GV-CTL-AT-EOF                 VALUE "Y".
004691       77  GV-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
004692       77  GV-DEPT-LIMIT           PIC 9(03) VALUE 200.
004693       77  GV-DEPT-IX              PIC 9(03) COMP VALUE ZERO.
004694       77  GV-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
004740       77  GV-DEPT-WARN-SWITCH     PIC X(01) VALUE "N".
004750           88  GV-DEPT-WARNED                VALUE "Y".
004751       77  GV-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
004752           88  GV-DEPT-FOUND                 VALUE "Y".
004753       77  GV-CLOSED-WARN-SWITCH   PIC X(01) VALUE "N".
004754           88  GV-CLOSED-WARNED              VALUE "Y".
004755       77  GV-OVL-FILE-STATUS      PIC X(02) VALUE SPACES.
004756           88  GV-OVL-FILE-OK                VALUE "00".
004757       77  GV-OVL-OPEN-SWITCH      PIC X(01) VALUE "N".
004758           88  GV-OVL-OPEN                   VALUE "Y".
004759       77  GV-OVL-DEPT-COUNT       PIC 9(03) COMP VALUE ZERO.
004760       77  GV-OVL-BATCH-COUNT      PIC 9(05) VALUE ZERO.
004761       77  GV-OVL-WRITE-COUNT      PIC 9(05) COMP VALUE ZERO.
004762       77  GV-CEIL-PROJECTED       PIC 9(10) VALUE ZERO.
004763       77  GV-CEIL-PCT             PIC 9(05) VALUE ZERO.
004764       77  GV-CEIL-WARN-PCT        PIC 9(03) VALUE 90.
004765       77  GV-CEIL-WARN-COUNT      PIC 9(03) COMP VALUE ZERO.
004766       77  GV-CEIL-WARN-DEPT       PIC X(03) VALUE SPACES.
004767       77  GV-CEIL-CHK-TOTAL       PIC 9(09) VALUE ZERO.
004768       77  GV-CEIL-CHK-LIMIT       PIC 9(09) VALUE ZERO.
004769       01  GV-CEIL-WORK-TABLE.
004770           05  GV-CW-ENTRY OCCURS 200 TIMES.
004771               10  GV-CW-BATCH-SUM     PIC 9(07).
004772               10  GV-CW-OVER-SWITCH   PIC X(01).
004780       77  GV-EFF-CUTOFF           PIC 9(02) VALUE ZERO.
004790       77  GV-BATCH-PART           PIC X(01) VALUE SPACE.
004800       77  GV-FEED-REL-SWITCH      PIC X(01) VALUE "N".
004830           88  GV-RESUB-ENABLED              VALUE "Y".
004840           88  GV-RESUB-DISABLED             VALUE "N".
004850       01  GV-DEPT-TABLE.
004851           05  GV-DEPT-ENTRY OCCURS 200 TIMES.
004870               10  GV-DEPT-CODE        PIC X(03).
004880               10  GV-DEPT-CUTOFF      PIC 9(02).
004890               10  GV-DEPT-CYCLE-COUNT PIC 9(05).
004931               10  GV-DEPT-RUN-TOTAL   PIC 9(09).
004932               10  GV-DEPT-RUN-COUNT   PIC 9(07).
004933               10  GV-DEPT-LAST-DATE   PIC 9(08).
004934               10  GV-DEPT-PERIOD.
004935                   15  GV-DEPT-PER-OPEN-TOTAL PIC 9(09).
004936                   15  GV-DEPT-PER-OPEN-COUNT PIC 9(07).
004937                   15  GV-DEPT-PER-REV-TOTAL  PIC 9(09).
004938                   15  GV-DEPT-PER-REV-COUNT  PIC 9(07).
004939                   15  GV-DEPT-CLOSED-THRU    PIC 9(08).
004940               10  GV-DEPT-CEILING     PIC 9(09).
004941       01  GV-RPT-WORK-LINE.
004950           05  GV-RPT-LABEL        PIC X(37).
004960           05  GV-RPT-NUMBER       PIC ZZZZ9.
004970           05  GV-RPT-TEXT         PIC X(38).
005138           05  FILLER              PIC X(06) VALUE " LAST ".
005139           05  GV-RPT-DM-DATE      PIC 9(08).
005140           05  FILLER              PIC X(20) VALUE SPACES.
005141       01  GV-RPT-CEIL-LINE.
005142           05  FILLER              PIC X(05) VALUE SPACES.
005143           05  FILLER              PIC X(08) VALUE "CEILING ".
005144           05  GV-RPT-CL-CEILING   PIC ZZZZZZZZ9.
005145           05  FILLER              PIC X(06) VALUE " USED ".
005146           05  GV-RPT-CL-PCT       PIC ZZZZ9.
005147           05  FILLER              PIC X(02) VALUE "% ".
005148           05  GV-RPT-CL-FLAG      PIC X(20).
005149           05  FILLER              PIC X(25) VALUE SPACES.
005150       01  GV-STEP-NOW.
005151           05  GV-STEP-NOW-DATE    PIC 9(08).
005152           05  GV-STEP-NOW-TIME    PIC 9(06).
005153       01  GV-STEP-CLOCK.
005154           05  GV-STEP-CLOCK-HMS   PIC 9(06).
005155           05  FILLER              PIC 9(02).
005156       PROCEDURE DIVISION.
005157
005160       MAIN-PROCEDURE.
005161           PERFORM 9700-START-STEP THRU 9700-EXIT.
005162           IF GV-STEP-REFUSED
005163               MOVE GV-STEP-REFUSE-CODE TO RETURN-CODE
005164               STOP RUN
005165           END-IF.
005170           OPEN INPUT GIVE-TRANS-FILE.
005180           IF NOT GV-TRANS-FILE-OK
005190               DISPLAY "GIVE0007E - GIVEIN COULD NOT BE OPENED, "
005740               CLOSE GIVE-EXCEPT-FILE
005750               GO TO MAIN-PROCEDURE-EXIT
005760           END-IF.
005761           PERFORM 7050-FIND-AUDIT-TAIL THRU 7050-EXIT.
005770           OPEN EXTEND GIVE-AUDIT-FILE.
005780           IF NOT GV-AUDIT-FILE-OK
005790               OPEN OUTPUT GIVE-AUDIT-FILE
006030               CLOSE GIVE-CKPT-FILE
006040               CLOSE GIVE-AUDIT-FILE
006041               CLOSE GIVE-ACK-FILE
006042               IF GV-DEPT-MASTER-MODE
006043                   CLOSE GIVE-DEPT-FILE
006044               END-IF
006050               GO TO MAIN-PROCEDURE-EXIT
006060           END-IF.
006061           PERFORM 7900-WRITE-RPT-HEADING THRU 7900-EXIT.
006080           PERFORM 2500-DRAIN-BATCH THRU 2500-EXIT.
006090           PERFORM 6400-CLOSE-BATCH THRU 6400-EXIT.
006091           CLOSE GIVE-HOLD-FILE.
006092           PERFORM 8800-CHECK-NEAR-CEILING THRU 8800-EXIT.
006100           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
006110           PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
006111           PERFORM 8700-UPDATE-DEPT-MASTER THRU 8700-EXIT.
006210
006220           PERFORM 9000-WRITE-ALERT THRU 9000-EXIT.
006230           MOVE GV-MAX-SEVERITY TO RETURN-CODE.
006231           PERFORM 9750-END-STEP THRU 9750-EXIT.
006240           STOP RUN.
006250       MAIN-PROCEDURE-EXIT.
006260           PERFORM 9000-WRITE-ALERT THRU 9000-EXIT.
006270           MOVE GV-MAX-SEVERITY TO RETURN-CODE.
006271           PERFORM 9750-END-STEP THRU 9750-EXIT.
006280           STOP RUN.
006290*    *****************************************************************
006300*    1000-INITIALIZE
006450               CLOSE GIVE-CTL-FILE
006460           END-IF.
006465           PERFORM 1900-LOAD-DEPT-MASTER THRU 1900-EXIT.
006480           PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT.
006490           IF GV-CKPT-FOUND
006500               OPEN EXTEND GIVE-CKPT-FILE
007281           MOVE ZERO TO GV-DEPT-RUN-TOTAL (GV-DEPT-COUNT).
007282           MOVE ZERO TO GV-DEPT-RUN-COUNT (GV-DEPT-COUNT).
007283           MOVE ZERO TO GV-DEPT-LAST-DATE (GV-DEPT-COUNT).
007284           MOVE ZEROS TO GV-DEPT-PERIOD (GV-DEPT-COUNT).
007285           MOVE ZERO TO GV-DEPT-CEILING (GV-DEPT-COUNT).
007290       1110-EXIT.
007300           EXIT.
007310
008070           EXIT.
008080
008090*    *****************************************************************
008660*    1600-LOAD-CALENDAR
008670*        Loads the business calendar: "HD" records carry holiday
008680*        dates, the "WK" record says whether Saturday or Sunday
009560               SET GV-NONBUS-DAY TO TRUE
009570           END-IF.
009580       1810-EXIT.
009581           EXIT.
009582
009583*    *****************************************************************
009584*    1900-LOAD-DEPT-MASTER
009585*        Opens the keyed department master for the run.  When the
009586*        master is present the run is in master mode: only
009587*        departments on the master are authorized, and a
009588*        department with just a GIVECTL "DP" record rejects like
009589*        an unknown one - otherwise its postings would tally into
009590*        totals the end-of-run master update throws away.  A
009591*        department already loaded from a "DP" record keeps that
009592*        cutoff as an operations override but picks up the
009593*        master's running totals here; every other department is
009594*        read from the master by key the first time the run meets
009595*        it (3120-LOAD-MASTER-DEPT).  The master stays open for
009596*        those lookups until the end-of-run update.  An absent
009597*        master keeps the old GIVECTL-only behavior.
009604*    *****************************************************************
009605       1900-LOAD-DEPT-MASTER.
009606           OPEN INPUT GIVE-DEPT-FILE.
009608               GO TO 1900-EXIT
009609           END-IF.
009610           SET GV-DEPT-MASTER-MODE TO TRUE.
009611           PERFORM 1910-LOAD-CTL-MASTER THRU 1910-EXIT
009612               VARYING GV-DEPT-SUB FROM 1 BY 1
009613               UNTIL GV-DEPT-SUB > GV-DEPT-COUNT.
009614       1900-EXIT.
009615           EXIT.
009616
009617       1910-LOAD-CTL-MASTER.
009618           MOVE GV-DEPT-CODE (GV-DEPT-SUB) TO DMST-DEPT-CODE.
009619           READ GIVE-DEPT-FILE
009620               INVALID KEY
009621                   GO TO 1910-EXIT
009622           END-READ.
009623           MOVE GV-DEPT-SUB TO GV-DEPT-IX.
009624           PERFORM 1920-TAKE-MASTER-FIELDS THRU 1920-EXIT.
009625       1910-EXIT.
009626           EXIT.
009627
009628*    *****************************************************************
009629*    1920-TAKE-MASTER-FIELDS
009630*        Moves the master record just read into department entry
009631*        GV-DEPT-IX and marks it as a master department.
009632*    *****************************************************************
009633       1920-TAKE-MASTER-FIELDS.
009646           MOVE "M" TO GV-DEPT-SOURCE (GV-DEPT-IX).
009647           IF DMST-RUN-TOTAL NUMERIC
009648               MOVE DMST-RUN-TOTAL
009662           ELSE
009663               MOVE ZERO TO GV-DEPT-LAST-DATE (GV-DEPT-IX)
009664           END-IF.
009665           IF DMST-PERIOD-DATA NUMERIC
009666               MOVE DMST-PERIOD-DATA
009667                   TO GV-DEPT-PERIOD (GV-DEPT-IX)
009668           ELSE
009669               MOVE ZEROS TO GV-DEPT-PERIOD (GV-DEPT-IX)
009670           END-IF.
009671           IF DMST-CEILING NUMERIC
009672               MOVE DMST-CEILING TO GV-DEPT-CEILING (GV-DEPT-IX)
009673           ELSE
009674               MOVE ZERO TO GV-DEPT-CEILING (GV-DEPT-IX)
009675           END-IF.
009676       1920-EXIT.
009677           EXIT.
009678
009679*    *****************************************************************
009680*    2200-APPLY-MAINTENANCE
009681*        Applies a maintenance transaction (type "MT" mixed into the
009682*        GIVEIN input) so operations can change the cutoff, the run
009683*        mode, the iteration ceiling, or turn audit logging on and
009684*        off without a program change.  A "CO" cutoff change also
009685*        flows to department entries that were auto-added with the
009686*        run-wide cutoff; cutoffs supplied by GIVECTL "DP" records
009690*        take precedence and are left alone.
009700*    *****************************************************************
009710       2200-APPLY-MAINTENANCE.
010280           MOVE BATCH-HDR-EXP-COUNT TO GV-BATCH-EXP-COUNT.
010290           SET GV-BATCH-SEEN TO TRUE.
010300           MOVE "N" TO GV-REG-FOUND-SWITCH.
010301           PERFORM 2310-LOOKUP-REGISTER THRU 2310-EXIT.
010350           IF GV-REG-FOUND
010360               IF GV-DUP-OVERRIDE
010370                   DISPLAY "GIVE0014I - BATCH " GV-BATCH-ID
010480       2300-EXIT.
010490           EXIT.
010500
010501*    *****************************************************************
010502*    2310-LOOKUP-REGISTER
010503*        Reads the processed-batch register directly by batch ID
010504*        and partition, so every batch ever posted stays protected
010505*        against re-transmission however large GIVEREG grows.  An
010506*        absent register means no batch has posted yet.
010507*    *****************************************************************
010508       2310-LOOKUP-REGISTER.
010509           OPEN INPUT GIVE-REG-FILE.
010510           IF NOT GV-REG-FILE-OK
010511               GO TO 2310-EXIT
010550           END-IF.
010551           MOVE GV-BATCH-ID TO REG-BATCH-ID.
010552           MOVE GV-BATCH-PART TO REG-PART-NO.
010553           READ GIVE-REG-FILE
010554               INVALID KEY
010555                   CONTINUE
010556               NOT INVALID KEY
010557                   SET GV-REG-FOUND TO TRUE
010558           END-READ.
010559           CLOSE GIVE-REG-FILE.
010560       2310-EXIT.
010570           EXIT.
010580
012064               PERFORM 3200-REJECT-UNKNOWN-DEPT THRU 3200-EXIT
012066               GO TO DISPLAY-TEST
012068           END-IF.
012069           IF GV-DEPT-TABLE-FULL
012070               PERFORM 3250-REJECT-TABLE-FULL THRU 3250-EXIT
012071               GO TO DISPLAY-TEST
012072           END-IF.
012073           IF GV-DEPT-IX > ZERO
012074             AND GV-DEPT-CLOSED-THRU (GV-DEPT-IX) >= GV-BUS-DATE
012075               PERFORM 3300-REJECT-CLOSED-PERIOD THRU 3300-EXIT
012076               GO TO DISPLAY-TEST
012077           END-IF.
012078           PERFORM 3000-VALIDATE-GIVE THRU 3000-EXIT.
012080           IF GV-GIVE-INVALID
012090               GO TO DISPLAY-TEST
012100           END-IF.
013480*        Holds every accepted GIVE value in GIVEHOLD until the
013490*        batch controls balance; 6500-RELEASE-FEED posts the held
013500*        values to GIVEFEED for the downstream reconciliation job.
013501*        A value read from GIVERSUB keeps the run date, sequence
013502*        and partition of the reject it repairs all the way onto
013503*        GIVEFEED, so a repaired record can be traced back.
013510*    *****************************************************************
013520       6000-WRITE-FEED.
013530           MOVE SPACES TO HOLD-RECORD.
013570           MOVE TRANS-DEPT-CODE TO HOLD-DEPT-CODE.
013571           MOVE GV-BATCH-ID TO HOLD-BATCH-ID.
013572           MOVE GV-BATCH-PART TO HOLD-PART-NO.
013573           IF GV-RESUB-ACTIVE
013574               MOVE TRANS-ORIG-RUN-DATE TO HOLD-ORIG-RUN-DATE
013575               MOVE TRANS-ORIG-SEQ-NO TO HOLD-ORIG-SEQ-NO
013576               MOVE TRANS-ORIG-PART-NO TO HOLD-ORIG-PART-NO
013577           END-IF.
013580           WRITE HOLD-RECORD.
013581           ADD 1 TO GV-HOLD-WRITE-COUNT.
013590       6000-EXIT.
013676           IF GV-FEED-RELEASED
013677               MOVE "P" TO ACK-STATUS
013678               MOVE "POSTED" TO ACK-REASON
013679               IF GV-OVL-BATCH-COUNT > ZERO
013680                   MOVE "POSTED, PART HELD" TO ACK-REASON
013681               END-IF
013682           ELSE
013683               MOVE "R" TO ACK-STATUS
013684               IF GV-BATCH-REFUSE-REASON = SPACES
013685                   MOVE "FEED RELEASE FAILED" TO ACK-REASON
013686               ELSE
013687                   MOVE GV-BATCH-REFUSE-REASON TO ACK-REASON
013688               END-IF
013689           END-IF.
013690           WRITE ACK-RECORD.
013691       6450-EXIT.
013692           EXIT.
013693
013694*    *****************************************************************
013695*    6500-RELEASE-FEED
013696*        Posts the held accepted values to GIVEFEED once the
013697*        batch trailer has balanced against what was actually
013698*        read.  A refused batch (duplicate, trailer missing or
013699*        out of balance) is not released; input with no batch
013700*        controls is released as before.  A department whose
013701*        share of the batch would take its running total over
013702*        its ceiling on the master has its values held on the
013703*        over-limit file (GIVEOVL) for the desk instead.
013704*    *****************************************************************
013705       6500-RELEASE-FEED.
013706           CLOSE GIVE-HOLD-FILE.
013707           MOVE "N" TO GV-FEED-REL-SWITCH.
013708           IF GV-DEPT-MASTER-MODE
013709             AND GV-BATCH-REFUSE-REASON = SPACES
013710               PERFORM 6540-CHECK-CEILINGS THRU 6540-EXIT
013711           END-IF.
013712           IF GV-BATCH-REFUSE-REASON NOT = SPACES
013720               DISPLAY "GIVE0009E - BATCH " GV-BATCH-ID
013730                   " REFUSED, " GV-BATCH-REFUSE-REASON
013735               PERFORM 6520-QUARANTINE-BATCH THRU 6520-EXIT
013980           PERFORM 6510-POST-HELD-FEED THRU 6510-EXIT
013990               UNTIL GV-HOLD-AT-EOF.
014000           CLOSE GIVE-HOLD-FILE.
014001           IF GV-OVL-OPEN
014002               CLOSE GIVE-OVL-FILE
014003               MOVE "N" TO GV-OVL-OPEN-SWITCH
014004           END-IF.
014010           SET GV-FEED-RELEASED TO TRUE.
014020           PERFORM 6600-RECORD-BATCH THRU 6600-EXIT.
014030       6500-EXIT.
014080               AT END
014090                   SET GV-HOLD-AT-EOF TO TRUE
014100                   GO TO 6510-EXIT
014101           END-READ.
014102           IF GV-OVL-DEPT-COUNT > ZERO
014103               MOVE ZERO TO GV-POST-DEPT-IX
014104               PERFORM 6516-SCAN-POST-DEPT THRU 6516-EXIT
014105                   VARYING GV-POST-DEPT-SUB FROM 1 BY 1
014106                   UNTIL GV-POST-DEPT-SUB > GV-DEPT-COUNT
014107                      OR GV-POST-DEPT-IX > ZERO
014108               IF GV-POST-DEPT-IX > ZERO
014109                 AND GV-CW-OVER-SWITCH (GV-POST-DEPT-IX) = "Y"
014110                   PERFORM 6560-HOLD-OVER-LIMIT THRU 6560-EXIT
014111                   GO TO 6510-EXIT
014112               END-IF
014113           END-IF.
014120           MOVE SPACES TO FEED-RECORD.
014130           MOVE HOLD-RUN-DATE TO FEED-RUN-DATE.
014140           MOVE HOLD-SEQ-NO TO FEED-SEQ-NO.
014160           MOVE HOLD-DEPT-CODE TO FEED-DEPT-CODE.
014162           MOVE HOLD-BATCH-ID TO FEED-BATCH-ID.
014164           MOVE HOLD-PART-NO TO FEED-PART-NO.
014165           MOVE SPACE TO FEED-REV-FLAG.
014166           MOVE HOLD-ORIG-RUN-DATE TO FEED-ORIG-RUN-DATE.
014167           MOVE HOLD-ORIG-SEQ-NO TO FEED-ORIG-SEQ-NO.
014168           MOVE HOLD-ORIG-PART-NO TO FEED-ORIG-PART-NO.
014169           MOVE GV-BUS-DATE TO FEED-POST-DATE.
014170           WRITE FEED-RECORD.
014172           IF GV-DEPT-MASTER-MODE
014174               PERFORM 6515-TALLY-DEPT-POSTING THRU 6515-EXIT
014284           EXIT.
014285
014286*    *****************************************************************
014287*    6540-CHECK-CEILINGS
014288*        Sums the batch's held values by department and marks
014289*        every department whose running total would pass its
014290*        authorized ceiling (zero on the master means no
014291*        ceiling).  The over-limit file is opened here, before
014292*        anything posts: if it cannot be opened the whole
014293*        batch is refused to quarantine rather than posting
014294*        past a ceiling or losing the held values.
014295*    *****************************************************************
014296       6540-CHECK-CEILINGS.
014297           INITIALIZE GV-CEIL-WORK-TABLE.
014298           MOVE ZERO TO GV-OVL-DEPT-COUNT.
014299           OPEN INPUT GIVE-HOLD-FILE.
014300           IF NOT GV-HOLD-FILE-OK
014301               GO TO 6540-EXIT
014302           END-IF.
014303           MOVE "N" TO GV-HOLD-EOF-SWITCH.
014304           PERFORM 6545-SUM-HELD-VALUE THRU 6545-EXIT
014305               UNTIL GV-HOLD-AT-EOF.
014306           CLOSE GIVE-HOLD-FILE.
014307           PERFORM 6550-CHECK-ONE-CEILING THRU 6550-EXIT
014308               VARYING GV-POST-DEPT-SUB FROM 1 BY 1
014309               UNTIL GV-POST-DEPT-SUB > GV-DEPT-COUNT.
014310           IF GV-OVL-DEPT-COUNT = ZERO
014311               GO TO 6540-EXIT
014312           END-IF.
014313           OPEN EXTEND GIVE-OVL-FILE.
014314           IF NOT GV-OVL-FILE-OK
014315               OPEN OUTPUT GIVE-OVL-FILE
014316           END-IF.
014317           IF NOT GV-OVL-FILE-OK
014318               DISPLAY "GIVE0034E - GIVEOVL COULD NOT BE "
014319                   "OPENED, FILE STATUS " GV-OVL-FILE-STATUS
014320               MOVE 12 TO GV-NEW-SEVERITY
014321               MOVE "GIVE0034E" TO GV-NEW-MSG-ID
014322               PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT
014323               MOVE "CEILING HOLD FAILED"
014324                   TO GV-BATCH-REFUSE-REASON
014325               MOVE ZERO TO GV-OVL-DEPT-COUNT
014326               GO TO 6540-EXIT
014327           END-IF.
014328           SET GV-OVL-OPEN TO TRUE.
014329       6540-EXIT.
014330           EXIT.
014331
014332       6545-SUM-HELD-VALUE.
014333           READ GIVE-HOLD-FILE
014334               AT END
014335                   SET GV-HOLD-AT-EOF TO TRUE
014336                   GO TO 6545-EXIT
014337           END-READ.
014338           MOVE ZERO TO GV-POST-DEPT-IX.
014339           PERFORM 6516-SCAN-POST-DEPT THRU 6516-EXIT
014340               VARYING GV-POST-DEPT-SUB FROM 1 BY 1
014341               UNTIL GV-POST-DEPT-SUB > GV-DEPT-COUNT
014342                  OR GV-POST-DEPT-IX > ZERO.
014343           IF GV-POST-DEPT-IX > ZERO
014344               ADD HOLD-GIVE-VALUE
014345                   TO GV-CW-BATCH-SUM (GV-POST-DEPT-IX)
014346           END-IF.
014347       6545-EXIT.
014348           EXIT.
014349
014350       6550-CHECK-ONE-CEILING.
014351           MOVE "N" TO GV-CW-OVER-SWITCH (GV-POST-DEPT-SUB).
014352           IF GV-DEPT-CEILING (GV-POST-DEPT-SUB) = ZERO
014353             OR GV-CW-BATCH-SUM (GV-POST-DEPT-SUB) = ZERO
014354               GO TO 6550-EXIT
014355           END-IF.
014356           COMPUTE GV-CEIL-PROJECTED =
014357               GV-DEPT-RUN-TOTAL (GV-POST-DEPT-SUB)
014358               + GV-CW-BATCH-SUM (GV-POST-DEPT-SUB).
014359           IF GV-CEIL-PROJECTED
014360               NOT > GV-DEPT-CEILING (GV-POST-DEPT-SUB)
014361               GO TO 6550-EXIT
014362           END-IF.
014363           MOVE "Y" TO GV-CW-OVER-SWITCH (GV-POST-DEPT-SUB).
014364           ADD 1 TO GV-OVL-DEPT-COUNT.
014365           DISPLAY "GIVE0032W - DEPT "
014366               GV-DEPT-CODE (GV-POST-DEPT-SUB) " BATCH "
014367               GV-BATCH-ID " WOULD EXCEED CEILING, VALUES HELD".
014368           MOVE 4 TO GV-NEW-SEVERITY.
014369           MOVE "GIVE0032W" TO GV-NEW-MSG-ID.
014370           PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT.
014371       6550-EXIT.
014372           EXIT.
014373
014374*    *****************************************************************
014375*    6560-HOLD-OVER-LIMIT
014376*        Parks one held value for an over-ceiling department
014377*        on the over-limit file with the ceiling and the
014378*        running total it would have joined, for the desk to
014379*        approve in or send back with GIVEOVLR.
014380*    *****************************************************************
014381       6560-HOLD-OVER-LIMIT.
014382           MOVE SPACES TO OVL-RECORD.
014383           MOVE HOLD-BATCH-ID TO OVL-BATCH-ID.
014384           MOVE HOLD-PART-NO TO OVL-PART-NO.
014385           MOVE HOLD-RUN-DATE TO OVL-RUN-DATE.
014386           MOVE HOLD-SEQ-NO TO OVL-SEQ-NO.
014387           MOVE HOLD-GIVE-VALUE TO OVL-GIVE-VALUE.
014388           MOVE HOLD-DEPT-CODE TO OVL-DEPT-CODE.
014389           MOVE GV-DEPT-CEILING (GV-POST-DEPT-IX) TO OVL-CEILING.
014390           MOVE GV-DEPT-RUN-TOTAL (GV-POST-DEPT-IX)
014391               TO OVL-DEPT-TOTAL.
014392           MOVE "N" TO OVL-SOURCE.
014393           MOVE GV-BUS-DATE TO OVL-HOLD-DATE.
014394           WRITE OVL-RECORD.
014395           ADD 1 TO GV-OVL-BATCH-COUNT.
014396           ADD 1 TO GV-OVL-WRITE-COUNT.
014397       6560-EXIT.
014398           EXIT.
014399
014400*    *****************************************************************
014401*    6600-RECORD-BATCH
014402*        Adds the batch ID of a successfully posted batch to
014403*        the processed-batch register so a re-transmission of the
014404*        same file is refused next time.  The register is only
014405*        created when it does not exist yet; any other open
014406*        failure must not start it over empty.
014407*    *****************************************************************
014408       6600-RECORD-BATCH.
014409           IF NOT GV-BATCH-SEEN OR NOT GV-TRL-SEEN
014410               GO TO 6600-EXIT
014411           END-IF.
014412           IF GV-BATCH-OUT-OF-BAL
014413               GO TO 6600-EXIT
014414           END-IF.
014415           IF GV-REG-FOUND
014416               GO TO 6600-EXIT
014417           END-IF.
014418           OPEN I-O GIVE-REG-FILE.
014419           IF GV-REG-FILE-MISSING
014420               OPEN OUTPUT GIVE-REG-FILE
014421           END-IF.
014422           IF NOT GV-REG-FILE-OK
014423               DISPLAY "GIVE0016E - GIVEREG COULD NOT BE "
014430                   "OPENED, FILE STATUS " GV-REG-FILE-STATUS
014440               MOVE 12 TO GV-NEW-SEVERITY
014450               MOVE "GIVE0016E" TO GV-NEW-MSG-ID
014500           MOVE GV-BATCH-ID TO REG-BATCH-ID.
014510           MOVE GV-BATCH-PART TO REG-PART-NO.
014520           MOVE GV-BUS-DATE TO REG-RUN-DATE.
014521           WRITE REG-RECORD
014522               INVALID KEY
014523                   CONTINUE
014524           END-WRITE.
014540           CLOSE GIVE-REG-FILE.
014550       6600-EXIT.
014560           EXIT.
014561
014581           MOVE ZERO TO GV-TRL-HASH.
014582           MOVE ZERO TO GV-HOLD-WRITE-COUNT.
014583           MOVE ZERO TO GV-BATCH-REJ-COUNT.
014584           MOVE ZERO TO GV-OVL-BATCH-COUNT.
014585           MOVE ZERO TO GV-OVL-DEPT-COUNT.
014586           MOVE "N" TO GV-HOLD-EOF-SWITCH.
014587           OPEN OUTPUT GIVE-HOLD-FILE.
014588           IF NOT GV-HOLD-FILE-OK
014589               DISPLAY "GIVE0023E - GIVEHOLD COULD NOT BE "
014590                   "REOPENED, FILE STATUS " GV-HOLD-FILE-STATUS
014591               MOVE 12 TO GV-NEW-SEVERITY
014592               MOVE "GIVE0023E" TO GV-NEW-MSG-ID
014593               PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT
014594           END-IF.
014595       6700-EXIT.
014596           EXIT.
014597
014598*    *****************************************************************
014599*    7000-WRITE-AUDIT
014600*        Appends one audit record per DISPLAY-TEST/DISPLAY-END cycle
014610*        so audit can see how a run's totals were derived.
014620*    *****************************************************************
014630       7000-WRITE-AUDIT.
014631           MOVE SPACES TO AUDIT-RECORD.
014640           MOVE GV-BUS-DATE TO AUDIT-DATE.
014650           ACCEPT AUDIT-TIME FROM TIME.
014651           MOVE GV-SEQ-NO TO AUDIT-SEQ-NO.
014652           MOVE GIVE TO AUDIT-GIVE-VALUE.
014653           MOVE GIVE_SAVE TO AUDIT-GIVE-SAVE-VALUE.
014654           IF GV-CYCLE-IS-EXIT
014655               MOVE "Y" TO AUDIT-EXIT-SWITCH
014656           ELSE
014657               MOVE "N" TO AUDIT-EXIT-SWITCH
014658           END-IF.
014659           PERFORM 7060-CHAIN-AUDIT THRU 7060-EXIT.
014660           WRITE AUDIT-RECORD.
014661       7000-EXIT.
014662           EXIT.
014663*    *****************************************************************
014664*    7050-FIND-AUDIT-TAIL
014665*        Finds the running sequence and chain value of the last
014666*        audit record written, so this run's records continue the
014667*        chain.  The tail is the last record on GIVEAUD or, when
014668*        the archive job has moved every record off it, the last
014669*        record on GIVEAUDA.  A trail with no chained records yet
014670*        starts the chain at sequence 1 from a zero value.
014671*    *****************************************************************
014672       7050-FIND-AUDIT-TAIL.
014673           MOVE ZERO TO GV-CHAIN-SEQ.
014674           MOVE ZERO TO GV-CHAIN-VALUE.
014675           MOVE "N" TO GV-CHAIN-TAIL-SWITCH.
014676           OPEN INPUT GIVE-AUDIT-FILE.
014677           IF GV-AUDIT-FILE-OK
014678               MOVE "N" TO GV-AUD-EOF-SWITCH
014679               PERFORM 7051-READ-AUDIT-TAIL THRU 7051-EXIT
014680                   UNTIL GV-AUD-AT-EOF
014681               CLOSE GIVE-AUDIT-FILE
014682           END-IF.
014683           IF GV-CHAIN-TAIL-FOUND
014684               GO TO 7050-EXIT
014685           END-IF.
014686           OPEN INPUT GIVE-AUDA-FILE.
014687           IF GV-AUDA-FILE-OK
014688               MOVE "N" TO GV-AUD-EOF-SWITCH
014689               PERFORM 7052-READ-AUDA-TAIL THRU 7052-EXIT
014690                   UNTIL GV-AUD-AT-EOF
014691               CLOSE GIVE-AUDA-FILE
014692           END-IF.
014693       7050-EXIT.
014694           EXIT.
014695
014696       7051-READ-AUDIT-TAIL.
014697           READ GIVE-AUDIT-FILE
014698               AT END
014699                   SET GV-AUD-AT-EOF TO TRUE
014700                   GO TO 7051-EXIT
014701           END-READ.
014702           SET GV-CHAIN-TAIL-FOUND TO TRUE.
014703           IF AUDIT-CHAIN-SEQ NUMERIC
014704             AND AUDIT-CHAIN-VALUE NUMERIC
014705               MOVE AUDIT-CHAIN-SEQ TO GV-CHAIN-SEQ
014706               MOVE AUDIT-CHAIN-VALUE TO GV-CHAIN-VALUE
014707           ELSE
014708               MOVE ZERO TO GV-CHAIN-SEQ
014709               MOVE ZERO TO GV-CHAIN-VALUE
014710           END-IF.
014711       7051-EXIT.
014712           EXIT.
014713
014714       7052-READ-AUDA-TAIL.
014715           READ GIVE-AUDA-FILE
014716               AT END
014717                   SET GV-AUD-AT-EOF TO TRUE
014718                   GO TO 7052-EXIT
014719           END-READ.
014720           IF AUDA-CHAIN-SEQ NUMERIC
014721             AND AUDA-CHAIN-VALUE NUMERIC
014722               MOVE AUDA-CHAIN-SEQ TO GV-CHAIN-SEQ
014723               MOVE AUDA-CHAIN-VALUE TO GV-CHAIN-VALUE
014724           ELSE
014725               MOVE ZERO TO GV-CHAIN-SEQ
014726               MOVE ZERO TO GV-CHAIN-VALUE
014727           END-IF.
014728       7052-EXIT.
014729           EXIT.
014730*    *****************************************************************
014731*    7060-CHAIN-AUDIT
014732*        Stamps the audit record with the next running sequence
014733*        and its chain value: starting from the previous record's
014734*        value, each of the record's first 71 bytes (the data and
014735*        the sequence) folds in as value * 31 + character code,
014736*        kept modulo 999999937.  Changing, removing or reordering
014737*        any record breaks every link after it.
014738*    *****************************************************************
014739       7060-CHAIN-AUDIT.
014740           ADD 1 TO GV-CHAIN-SEQ.
014741           MOVE GV-CHAIN-SEQ TO AUDIT-CHAIN-SEQ.
014742           MOVE AUDIT-RECORD (1:71) TO GV-CHAIN-DATA.
014743           PERFORM 7070-CHAIN-ONE-CHAR THRU 7070-EXIT
014744               VARYING GV-CHAIN-SUB FROM 1 BY 1
014745               UNTIL GV-CHAIN-SUB > 71.
014746           MOVE GV-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
014747       7060-EXIT.
014748           EXIT.
014749
014750       7070-CHAIN-ONE-CHAR.
014751           COMPUTE GV-CHAIN-WORK = GV-CHAIN-VALUE * 31
014752               + FUNCTION ORD (GV-CHAIN-CHAR (GV-CHAIN-SUB)).
014753           DIVIDE GV-CHAIN-WORK BY 999999937
014754               GIVING GV-CHAIN-QUOT REMAINDER GV-CHAIN-VALUE.
014755       7070-EXIT.
014760           EXIT.
014770
014780*    *****************************************************************
015330*        Locates the transaction's department in the department
015340*        table and sets the effective cutoff for this cycle.
015350*        In master mode only departments on the master (source
015351*        "M") are authorized: a department not yet in the table
015352*        is read from the master by key, and one not on it, or
015354*        present only as a GIVECTL "DP" record, is flagged to
015356*        reject.  Outside master mode an unknown department is
015360*        added with the run-wide cutoff as before.
015380       3100-FIND-DEPT.
015390           MOVE "N" TO GV-DEPT-FOUND-SWITCH.
015395           MOVE "N" TO GV-DEPT-REJ-SWITCH.
015396           MOVE "N" TO GV-DEPT-FULL-SWITCH.
015400           MOVE ZERO TO GV-DEPT-IX.
015410           PERFORM 3110-SCAN-DEPT-ENTRY THRU 3110-EXIT
015420               VARYING GV-DEPT-SUB FROM 1 BY 1
015447           END-IF.
015450           IF NOT GV-DEPT-FOUND
015452               IF GV-DEPT-MASTER-MODE
015453                   PERFORM 3120-LOAD-MASTER-DEPT THRU 3120-EXIT
015456                   GO TO 3100-EXIT
015458               END-IF
015460               IF GV-DEPT-COUNT < GV-DEPT-LIMIT
015575                       TO GV-DEPT-RUN-COUNT (GV-DEPT-COUNT)
015576                   MOVE ZERO
015577                       TO GV-DEPT-LAST-DATE (GV-DEPT-COUNT)
015578                   MOVE ZEROS
015579                       TO GV-DEPT-PERIOD (GV-DEPT-COUNT)
015580                   MOVE ZERO
015581                       TO GV-DEPT-CEILING (GV-DEPT-COUNT)
015582                   MOVE GV-DEPT-COUNT TO GV-DEPT-IX
015590               ELSE
015600                   IF NOT GV-DEPT-WARNED
015610                       DISPLAY "GIVE0010W - DEPARTMENT TABLE "
015760       3110-SCAN-DEPT-ENTRY.
015770           IF GV-DEPT-CODE (GV-DEPT-SUB) = TRANS-DEPT-CODE
015780               SET GV-DEPT-FOUND TO TRUE
015781               MOVE GV-DEPT-SUB TO GV-DEPT-IX
015782           END-IF.
015783       3110-EXIT.
015784           EXIT.
015785
015786*    *****************************************************************
015787*    3120-LOAD-MASTER-DEPT
015788*        Reads a department the run has not met yet from the
015789*        master by key and adds it to the department table.  Not
015790*        on the master flags the transaction to reject as an
015791*        unknown department.  A master department that no longer
015792*        fits in the table flags it to reject as well (reason
015793*        DT): posting it untracked would lose its running totals
015794*        at the end-of-run master update.
015795*    *****************************************************************
015796       3120-LOAD-MASTER-DEPT.
015797           MOVE TRANS-DEPT-CODE TO DMST-DEPT-CODE.
015798           READ GIVE-DEPT-FILE
015799               INVALID KEY
015800                   SET GV-DEPT-REJECTED TO TRUE
015801                   GO TO 3120-EXIT
015802           END-READ.
015803           IF GV-DEPT-COUNT >= GV-DEPT-LIMIT
015804               SET GV-DEPT-TABLE-FULL TO TRUE
015805               GO TO 3120-EXIT
015806           END-IF.
015807           ADD 1 TO GV-DEPT-COUNT.
015808           MOVE GV-DEPT-COUNT TO GV-DEPT-IX.
015809           MOVE DMST-DEPT-CODE TO GV-DEPT-CODE (GV-DEPT-IX).
015810           MOVE DMST-CUTOFF TO GV-DEPT-CUTOFF (GV-DEPT-IX).
015811           MOVE ZERO TO GV-DEPT-CYCLE-COUNT (GV-DEPT-IX).
015812           MOVE 99 TO GV-DEPT-MIN-SAVE (GV-DEPT-IX).
015813           MOVE ZERO TO GV-DEPT-MAX-SAVE (GV-DEPT-IX).
015814           MOVE ZERO TO GV-DEPT-REJ-COUNT (GV-DEPT-IX).
015815           PERFORM 1920-TAKE-MASTER-FIELDS THRU 1920-EXIT.
015816           MOVE GV-DEPT-CUTOFF (GV-DEPT-IX) TO GV-EFF-CUTOFF.
015817       3120-EXIT.
015820           EXIT.
015821
015822*    *****************************************************************
015853           EXIT.
015854
015855*    *****************************************************************
015856*    3250-REJECT-TABLE-FULL
015857*        Writes a transaction for a master department that did
015858*        not fit in the run's department table to GIVEREJ with
015859*        reason DT, so it can be resubmitted on the next run
015860*        instead of posting without its running totals.  A
015861*        numeric value still counts into the batch hash so the
015862*        trailer balances.
015863*    *****************************************************************
015864       3250-REJECT-TABLE-FULL.
015865           IF GV-BATCH-SEEN AND NOT GV-TRL-SEEN
015866             AND TRANS-GIVE-RAW NUMERIC
015867               MOVE TRANS-GIVE-RAW TO GV-DRAIN-GIVE
015868               ADD GV-DRAIN-GIVE TO GV-BATCH-HASH
015869           END-IF.
015870           MOVE GV-SEQ-NO TO EXCEPT-SEQ-NO.
015871           MOVE TRANS-GIVE-RAW TO EXCEPT-RAW-VALUE.
015872           MOVE "DT" TO EXCEPT-REASON-CODE.
015873           MOVE "DEPARTMENT TABLE FULL" TO EXCEPT-REASON-TEXT.
015874           MOVE TRANS-DEPT-CODE TO EXCEPT-DEPT-CODE.
015875           MOVE GV-BUS-DATE TO EXCEPT-RUN-DATE.
015876           MOVE GV-BATCH-PART TO EXCEPT-PART-NO.
015877           WRITE EXCEPT-RECORD.
015878           ADD 1 TO GV-REJECT-COUNT.
015879           ADD 1 TO GV-BATCH-REJ-COUNT.
015880           IF NOT GV-DEPT-WARNED
015881               DISPLAY "GIVE0035E - DEPARTMENT TABLE FULL, "
015882                   TRANS-DEPT-CODE " REJECTED"
015883               SET GV-DEPT-WARNED TO TRUE
015884           END-IF.
015885           MOVE 8 TO GV-NEW-SEVERITY.
015886           MOVE "GIVE0035E" TO GV-NEW-MSG-ID.
015887           PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT.
015888           PERFORM 1400-CHECKPOINT THRU 1400-EXIT.
015889       3250-EXIT.
015890           EXIT.
015891
015892*    *****************************************************************
015893*    3300-REJECT-CLOSED-PERIOD
015894*        Writes a transaction whose business date falls inside
015895*        a period already closed for its department to GIVEREJ
015896*        with reason CP.  The period statement and history for
015897*        that month are final, so a posting dated into it is
015898*        refused rather than silently changing a closed total.
015899*        A numeric value still counts into the batch hash so
015900*        the trailer balances.
015901*    *****************************************************************
015902       3300-REJECT-CLOSED-PERIOD.
015903           IF GV-BATCH-SEEN AND NOT GV-TRL-SEEN
015904             AND TRANS-GIVE-RAW NUMERIC
015905               MOVE TRANS-GIVE-RAW TO GV-DRAIN-GIVE
015906               ADD GV-DRAIN-GIVE TO GV-BATCH-HASH
015907           END-IF.
015908           MOVE GV-SEQ-NO TO EXCEPT-SEQ-NO.
015909           MOVE TRANS-GIVE-RAW TO EXCEPT-RAW-VALUE.
015910           MOVE "CP" TO EXCEPT-REASON-CODE.
015911           MOVE "CLOSED PERIOD" TO EXCEPT-REASON-TEXT.
015912           MOVE TRANS-DEPT-CODE TO EXCEPT-DEPT-CODE.
015913           MOVE GV-BUS-DATE TO EXCEPT-RUN-DATE.
015914           MOVE GV-BATCH-PART TO EXCEPT-PART-NO.
015915           WRITE EXCEPT-RECORD.
015916           ADD 1 TO GV-REJECT-COUNT.
015917           ADD 1 TO GV-BATCH-REJ-COUNT.
015918           ADD 1 TO GV-DEPT-REJ-COUNT (GV-DEPT-IX).
015919           IF NOT GV-CLOSED-WARNED
015920               DISPLAY "GIVE0031E - BUSINESS DATE " GV-BUS-DATE
015921                   " IS IN A CLOSED PERIOD FOR DEPT "
015922                   TRANS-DEPT-CODE
015923               SET GV-CLOSED-WARNED TO TRUE
015924           END-IF.
015925           MOVE 8 TO GV-NEW-SEVERITY.
015926           MOVE "GIVE0031E" TO GV-NEW-MSG-ID.
015927           PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT.
015928           PERFORM 1400-CHECKPOINT THRU 1400-EXIT.
015929       3300-EXIT.
015930           EXIT.
015931
015932*    *****************************************************************
015933*    7900-WRITE-RPT-HEADING
015934*        Writes the run-control report heading once, before the
015935*        first per-batch block or the run totals, whichever
015936*        comes first.
015937*    *****************************************************************
015938       7900-WRITE-RPT-HEADING.
015939           IF GV-RPT-HDR-WRITTEN
015940               GO TO 7900-EXIT
015941           END-IF.
015942           MOVE "Y" TO GV-RPT-HDR-SWITCH.
015943           MOVE SPACES TO GV-RPT-WORK-LINE.
015944           MOVE "GIVE PROCESSING - RUN CONTROL REPORT"
015945               TO GV-RPT-LABEL.
015946           MOVE GV-RPT-WORK-LINE TO RPT-LINE.
015947           WRITE RPT-LINE.
015950
015960           MOVE SPACES TO GV-RPT-HASH-LINE.
015970           MOVE "BUSINESS PROCESSING DATE" TO GV-RPT-HASH-LABEL.
016542               MOVE GV-RPT-WORK-LINE TO RPT-LINE
016544               WRITE RPT-LINE
016546           END-IF.
016547           IF GV-OVL-WRITE-COUNT > ZERO
016548               MOVE SPACES TO GV-RPT-WORK-LINE
016549               MOVE "VALUES HELD OVER DEPT CEILING"
016550                   TO GV-RPT-LABEL
016551               MOVE GV-OVL-WRITE-COUNT TO GV-RPT-NUMBER
016552               MOVE GV-RPT-WORK-LINE TO RPT-LINE
016553               WRITE RPT-LINE
016554           END-IF.
016555           IF GV-CEIL-WARN-COUNT > ZERO
016556               MOVE SPACES TO GV-RPT-WORK-LINE
016557               MOVE "DEPTS NEAR OR OVER CEILING" TO GV-RPT-LABEL
016558               MOVE GV-CEIL-WARN-COUNT TO GV-RPT-NUMBER
016559               MOVE GV-RPT-WORK-LINE TO RPT-LINE
016560               WRITE RPT-LINE
016561           END-IF.
016580           IF GV-DEPT-COUNT > ZERO
016590               PERFORM 8200-WRITE-DEPT-SUMMARY THRU 8200-EXIT
016600           END-IF.
017260                   TO GV-RPT-DM-DATE
017261               MOVE GV-RPT-DMST-LINE TO RPT-LINE
017262               WRITE RPT-LINE
017263               IF GV-DEPT-CEILING (GV-DEPT-SUB) > ZERO
017264                   PERFORM 8220-WRITE-CEILING-LINE THRU 8220-EXIT
017265               END-IF
017266           END-IF.
017267       8210-EXIT.
017268           EXIT.
017269
017270       8220-WRITE-CEILING-LINE.
017271           MOVE GV-DEPT-RUN-TOTAL (GV-DEPT-SUB)
017272               TO GV-CEIL-CHK-TOTAL.
017273           MOVE GV-DEPT-CEILING (GV-DEPT-SUB)
017274               TO GV-CEIL-CHK-LIMIT.
017275           PERFORM 8810-COMPUTE-CEIL-PCT THRU 8810-EXIT.
017276           MOVE GV-DEPT-CEILING (GV-DEPT-SUB)
017277               TO GV-RPT-CL-CEILING.
017278           MOVE GV-CEIL-PCT TO GV-RPT-CL-PCT.
017279           MOVE SPACES TO GV-RPT-CL-FLAG.
017280           IF GV-DEPT-RUN-TOTAL (GV-DEPT-SUB)
017281               > GV-DEPT-CEILING (GV-DEPT-SUB)
017282               MOVE "OVER CEILING" TO GV-RPT-CL-FLAG
017283           ELSE
017284               IF GV-CEIL-PCT >= GV-CEIL-WARN-PCT
017285                   MOVE "NEAR CEILING" TO GV-RPT-CL-FLAG
017286               END-IF
017287           END-IF.
017288           MOVE GV-RPT-CEIL-LINE TO RPT-LINE.
017289           WRITE RPT-LINE.
017290       8220-EXIT.
017291           EXIT.
017292
017293*    *****************************************************************
017300*    8300-WRITE-BATCH-BALANCE
017310*        Reports one batch's control balancing figures, written
017320*        as each batch closes so a multi-batch transmission gets
017880               END-IF
017881           END-IF.
017890           MOVE GV-RPT-WORK-LINE TO RPT-LINE.
017891           WRITE RPT-LINE.
017892           IF GV-OVL-BATCH-COUNT > ZERO
017893               MOVE SPACES TO GV-RPT-WORK-LINE
017894               MOVE "VALUES HELD OVER DEPT CEILING"
017895                   TO GV-RPT-LABEL
017896               MOVE GV-OVL-BATCH-COUNT TO GV-RPT-NUMBER
017897               MOVE "SEE GIVEOVLR OVER-LIMIT REPORT"
017898                   TO GV-RPT-TEXT
017899               MOVE GV-RPT-WORK-LINE TO RPT-LINE
017900               WRITE RPT-LINE
017901           END-IF.
017910       8300-EXIT.
017920           EXIT.
017930
018240           WRITE HIST-RECORD.
018250           CLOSE GIVE-HIST-FILE.
018260       8500-EXIT.
018261           EXIT.
018262
018263*    *****************************************************************
018264*    8700-UPDATE-DEPT-MASTER
018265*        Updates the department master by key with the run's
018266*        posted values rolled into each department's running
018267*        total, count and last-activity date.  Only departments
018268*        the run met are touched; the rest of the master is left
018269*        as it is.  Skipped when the run started without a
018270*        master (legacy GIVECTL-only mode).
018271*        A department that cannot be written is reported and
018272*        makes the run fatal (severity 12).
018273*    *****************************************************************
018274       8700-UPDATE-DEPT-MASTER.
018275           IF NOT GV-DEPT-MASTER-MODE
018276               GO TO 8700-EXIT
018277           END-IF.
018278           CLOSE GIVE-DEPT-FILE.
018279           OPEN I-O GIVE-DEPT-FILE.
018280           IF NOT GV-DEPT-FILE-OK
018281               DISPLAY "GIVE0029E - GIVEDEPT COULD NOT BE "
018282                   "REWRITTEN, FILE STATUS " GV-DEPT-FILE-STATUS
018283               MOVE 12 TO GV-NEW-SEVERITY
018284               MOVE "GIVE0029E" TO GV-NEW-MSG-ID
018285               PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT
018286               GO TO 8700-EXIT
018287           END-IF.
018288           PERFORM 8710-WRITE-ONE-MASTER THRU 8710-EXIT
018289               VARYING GV-DEPT-SUB FROM 1 BY 1
018290               UNTIL GV-DEPT-SUB > GV-DEPT-COUNT.
018291           CLOSE GIVE-DEPT-FILE.
018292       8700-EXIT.
018293           EXIT.
018294
018295       8710-WRITE-ONE-MASTER.
018296           IF GV-DEPT-SOURCE (GV-DEPT-SUB) NOT = "M"
018297               GO TO 8710-EXIT
018298           END-IF.
018299           MOVE SPACES TO DEPT-MST-RECORD.
018300           MOVE GV-DEPT-CODE (GV-DEPT-SUB) TO DMST-DEPT-CODE.
018301           READ GIVE-DEPT-FILE
018302               INVALID KEY
018303                   MOVE "N" TO GV-DEPT-FOUND-SWITCH
018304               NOT INVALID KEY
018305                   SET GV-DEPT-FOUND TO TRUE
018306           END-READ.
018307           MOVE GV-DEPT-CUTOFF (GV-DEPT-SUB) TO DMST-CUTOFF.
018308           MOVE GV-DEPT-RUN-TOTAL (GV-DEPT-SUB)
018309               TO DMST-RUN-TOTAL.
018310           MOVE GV-DEPT-RUN-COUNT (GV-DEPT-SUB)
018311               TO DMST-RUN-COUNT.
018312           MOVE GV-DEPT-LAST-DATE (GV-DEPT-SUB)
018313               TO DMST-LAST-DATE.
018314           MOVE GV-DEPT-PERIOD (GV-DEPT-SUB) TO DMST-PERIOD-DATA.
018315           MOVE GV-DEPT-CEILING (GV-DEPT-SUB) TO DMST-CEILING.
018316           IF GV-DEPT-FOUND
018317               REWRITE DEPT-MST-RECORD
018318                   INVALID KEY
018319                       CONTINUE
018320               END-REWRITE
018321           ELSE
018322               WRITE DEPT-MST-RECORD
018323                   INVALID KEY
018324                       CONTINUE
018325               END-WRITE
018326           END-IF.
018327           IF NOT GV-DEPT-FILE-OK
018328               DISPLAY "GIVE0040E - GIVEDEPT COULD NOT BE "
018329                   "REWRITTEN FOR DEPT " DMST-DEPT-CODE
018330                   ", FILE STATUS " GV-DEPT-FILE-STATUS
018331               MOVE 12 TO GV-NEW-SEVERITY
018332               MOVE "GIVE0040E" TO GV-NEW-MSG-ID
018333               PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT
018335           END-IF.
018336       8710-EXIT.
018337           EXIT.
018338
018339*    *****************************************************************
018340*    8800-CHECK-NEAR-CEILING
018341*        Flags every master department whose running total has
018342*        reached the warning percentage of its ceiling, so the
018343*        desk hears about it on GIVEALRT and the morning
018344*        sign-off before the next batch starts being held.  The
018345*        whole master is browsed in key order; a department the
018346*        run met is judged on its in-run totals, the rest on
018347*        their master record.
018348*    *****************************************************************
018349       8800-CHECK-NEAR-CEILING.
018350           MOVE ZERO TO GV-CEIL-WARN-COUNT.
018351           MOVE SPACES TO GV-CEIL-WARN-DEPT.
018352           IF NOT GV-DEPT-MASTER-MODE
018353               GO TO 8800-EXIT
018354           END-IF.
018355           MOVE LOW-VALUES TO DMST-DEPT-CODE.
018356           MOVE "N" TO GV-DEPT-EOF-SWITCH.
018357           START GIVE-DEPT-FILE
018358               KEY IS NOT LESS THAN DMST-DEPT-CODE
018359               INVALID KEY
018360                   SET GV-DEPT-AT-EOF TO TRUE
018361           END-START.
018362           PERFORM 8805-CHECK-ONE-DEPT THRU 8805-EXIT
018363               UNTIL GV-DEPT-AT-EOF.
018364           IF GV-CEIL-WARN-COUNT > ZERO
018365               MOVE 4 TO GV-NEW-SEVERITY
018366               MOVE "GIVE0033W" TO GV-NEW-MSG-ID
018367               PERFORM 9100-RAISE-SEVERITY THRU 9100-EXIT
018368           END-IF.
018369       8800-EXIT.
018370           EXIT.
018371
018372       8805-CHECK-ONE-DEPT.
018373           READ GIVE-DEPT-FILE NEXT RECORD
018374               AT END
018375                   SET GV-DEPT-AT-EOF TO TRUE
018376                   GO TO 8805-EXIT
018377           END-READ.
018378           MOVE "N" TO GV-DEPT-FOUND-SWITCH.
018379           MOVE ZERO TO GV-DEPT-IX.
018380           PERFORM 8815-SCAN-RUN-DEPT THRU 8815-EXIT
018381               VARYING GV-DEPT-SUB FROM 1 BY 1
018382               UNTIL GV-DEPT-SUB > GV-DEPT-COUNT
018383                  OR GV-DEPT-FOUND.
018384           IF GV-DEPT-FOUND
018385               MOVE GV-DEPT-RUN-TOTAL (GV-DEPT-IX)
018386                   TO GV-CEIL-CHK-TOTAL
018387               MOVE GV-DEPT-CEILING (GV-DEPT-IX)
018388                   TO GV-CEIL-CHK-LIMIT
018389           ELSE
018390               IF DMST-RUN-TOTAL NUMERIC
018391                 AND DMST-CEILING NUMERIC
018392                   MOVE DMST-RUN-TOTAL TO GV-CEIL-CHK-TOTAL
018393                   MOVE DMST-CEILING TO GV-CEIL-CHK-LIMIT
018394               ELSE
018395                   MOVE ZERO TO GV-CEIL-CHK-LIMIT
018396               END-IF
018397           END-IF.
018398           IF GV-CEIL-CHK-LIMIT = ZERO
018399               GO TO 8805-EXIT
018400           END-IF.
018401           PERFORM 8810-COMPUTE-CEIL-PCT THRU 8810-EXIT.
018402           IF GV-CEIL-PCT < GV-CEIL-WARN-PCT
018403               GO TO 8805-EXIT
018404           END-IF.
018405           ADD 1 TO GV-CEIL-WARN-COUNT.
018406           IF GV-CEIL-WARN-DEPT = SPACES
018407               MOVE DMST-DEPT-CODE TO GV-CEIL-WARN-DEPT
018408           END-IF.
018409           DISPLAY "GIVE0033W - DEPT " DMST-DEPT-CODE
018410               " AT " GV-CEIL-PCT " PERCENT OF CEILING".
018411       8805-EXIT.
018412           EXIT.
018413
018414       8815-SCAN-RUN-DEPT.
018415           IF GV-DEPT-CODE (GV-DEPT-SUB) = DMST-DEPT-CODE
018416             AND GV-DEPT-SOURCE (GV-DEPT-SUB) = "M"
018417               SET GV-DEPT-FOUND TO TRUE
018418               MOVE GV-DEPT-SUB TO GV-DEPT-IX
018419           END-IF.
018420       8815-EXIT.
018421           EXIT.
018422
018423       8810-COMPUTE-CEIL-PCT.
018424           COMPUTE GV-CEIL-PCT =
018425               GV-CEIL-CHK-TOTAL * 100
018426               / GV-CEIL-CHK-LIMIT
018427               ON SIZE ERROR
018428                   MOVE 99999 TO GV-CEIL-PCT
018429           END-COMPUTE.
018430       8810-EXIT.
018431           EXIT.
018432
018433*    *****************************************************************
018434*    9000-WRITE-ALERT
018435*        Writes the one-record operations alert carrying the run's
018436*        highest severity, its message ID and the exit reason so
018437*        the schedule can branch on the outcome automatically.
018438*        The business date goes on it too, so a reader can tell
018439*        tonight's alert from one left over by an earlier date.
018440*    *****************************************************************
018441       9000-WRITE-ALERT.
018442           OPEN OUTPUT GIVE-ALERT-FILE.
018443           IF NOT GV-ALERT-FILE-OK
018444               DISPLAY "GIVE0015W - GIVEALRT COULD NOT BE "
018445                   "OPENED, FILE STATUS " GV-ALERT-FILE-STATUS
018446               GO TO 9000-EXIT
018447           END-IF.
018448           MOVE GV-MAX-SEVERITY TO ALERT-SEVERITY.
018449           MOVE GV-ALERT-MSG-ID TO ALERT-MSG-ID.
018450           MOVE GV-EXIT-REASON TO ALERT-EXIT-REASON.
018451           MOVE GV-CEIL-WARN-COUNT TO ALERT-CEIL-WARN-COUNT.
018452           MOVE GV-CEIL-WARN-DEPT TO ALERT-CEIL-WARN-DEPT.
018453           MOVE GV-OVL-WRITE-COUNT TO ALERT-OVL-COUNT.
018454           MOVE GV-BUS-DATE TO ALERT-BUS-DATE.
018455           WRITE ALERT-RECORD.
018460           CLOSE GIVE-ALERT-FILE.
018470       9000-EXIT.
018480           EXIT.
018600           END-IF.
018610       9100-EXIT.
018620           EXIT.
018621*    *****************************************************************
018622*    9700-START-STEP
018623*        Records this run as started on the job-stream step
018624*        ledger (GIVESTEP) for the business date, once the steps
018625*        it depends on have ended cleanly for that date.  A
018626*        partition run (GIVESPLT stamps its part number on each
018627*        partition's batch header) is recorded as its own
018628*        instance.  A run still marked running, or one that
018629*        already ended cleanly, is refused until the operator
018630*        resets it with GIVESRST.  A refused run touches no
018631*        other file - not even GIVEALRT - and ends with condition
018632*        code 20.
018633*    *****************************************************************
018634       9700-START-STEP.
018635           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
018636           OPEN I-O GIVE-STEP-FILE.
018637           IF GV-STEP-FILE-MISSING
018638               OPEN OUTPUT GIVE-STEP-FILE
018639               IF GV-STEP-FILE-OK
018640                   CLOSE GIVE-STEP-FILE
018641                   OPEN I-O GIVE-STEP-FILE
018642               END-IF
018643           END-IF.
018644           IF NOT GV-STEP-FILE-OK
018645               DISPLAY "GIVE0036E - GIVESTEP COULD NOT BE "
018646                   "OPENED, FILE STATUS " GV-STEP-FILE-STATUS
018647               MOVE 12 TO GV-STEP-REFUSE-CODE
018648               SET GV-STEP-REFUSED TO TRUE
018649               GO TO 9700-EXIT
018650           END-IF.
018651           PERFORM 9720-CHECK-PREREQS THRU 9720-EXIT.
018652           IF GV-STEP-REFUSED
018653               CLOSE GIVE-STEP-FILE
018654               GO TO 9700-EXIT
018655           END-IF.
018656           MOVE GV-STEP-BUS-DATE TO STEP-BUS-DATE.
018657           MOVE GV-STEP-NAME TO STEP-NAME.
018658           MOVE GV-STEP-INSTANCE TO STEP-INSTANCE.
018659           MOVE "N" TO GV-STEP-FOUND-SWITCH.
018660           READ GIVE-STEP-FILE
018661               INVALID KEY
018662                   CONTINUE
018663               NOT INVALID KEY
018664                   SET GV-STEP-FOUND TO TRUE
018665           END-READ.
018666           MOVE SPACES TO GV-PRQ-WHY.
018667           IF GV-STEP-FOUND AND STEP-RUNNING
018668               MOVE "IS ALREADY RUNNING" TO GV-PRQ-WHY
018669           END-IF.
018670           IF GV-STEP-FOUND AND STEP-ENDED
018671             AND STEP-COND-CODE NOT > 4
018672               MOVE "HAS ALREADY ENDED CLEANLY"
018673                   TO GV-PRQ-WHY
018674           END-IF.
018675           IF GV-PRQ-WHY NOT = SPACES
018676               MOVE GV-STEP-NAME TO GV-PRQ-NAME
018677               MOVE GV-STEP-INSTANCE TO GV-PRQ-INSTANCE
018678               PERFORM 9785-REFUSE-STEP THRU 9785-EXIT
018679               DISPLAY "GIVE0038I - RESET THE STEP WITH "
018680                   "GIVESRST TO RUN IT AGAIN"
018681               CLOSE GIVE-STEP-FILE
018682               GO TO 9700-EXIT
018683           END-IF.
018684           IF NOT GV-STEP-FOUND
018685               MOVE SPACES TO STEP-RECORD
018686               MOVE GV-STEP-BUS-DATE TO STEP-BUS-DATE
018687               MOVE GV-STEP-NAME TO STEP-NAME
018688               MOVE GV-STEP-INSTANCE TO STEP-INSTANCE
018689               MOVE ZERO TO STEP-RUN-COUNT
018690               MOVE ZERO TO STEP-RESET-DATE
018691               MOVE ZERO TO STEP-RESET-TIME
018692           END-IF.
018693           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
018694           SET STEP-RUNNING TO TRUE.
018695           MOVE GV-STEP-NOW TO STEP-START-STAMP.
018696           MOVE ZERO TO STEP-END-DATE.
018697           MOVE ZERO TO STEP-END-TIME.
018698           MOVE ZERO TO STEP-COND-CODE.
018699           ADD 1 TO STEP-RUN-COUNT.
018700           IF GV-STEP-FOUND
018701               REWRITE STEP-RECORD
018702                   INVALID KEY
018703                       CONTINUE
018704               END-REWRITE
018705           ELSE
018706               WRITE STEP-RECORD
018707                   INVALID KEY
018708                       CONTINUE
018709               END-WRITE
018710           END-IF.
018711           IF NOT GV-STEP-FILE-OK
018712               DISPLAY "GIVE0036E - GIVESTEP COULD NOT BE "
018713                   "UPDATED, FILE STATUS " GV-STEP-FILE-STATUS
018714               MOVE 12 TO GV-STEP-REFUSE-CODE
018715               SET GV-STEP-REFUSED TO TRUE
018716               CLOSE GIVE-STEP-FILE
018717               GO TO 9700-EXIT
018718           END-IF.
018719           CLOSE GIVE-STEP-FILE.
018720           SET GV-STEP-STARTED TO TRUE.
018721       9700-EXIT.
018722           EXIT.
018723
018724       9705-LOAD-STEP-DATE.
018725           ACCEPT GV-STEP-BUS-DATE FROM DATE YYYYMMDD.
018726           OPEN INPUT GIVE-BDT-FILE.
018727           IF GV-BDT-FILE-OK
018728               READ GIVE-BDT-FILE
018729                   NOT AT END
018730                       IF BDT-BUS-DATE NUMERIC
018731                         AND BDT-BUS-DATE > ZERO
018732                           MOVE BDT-BUS-DATE TO GV-STEP-BUS-DATE
018733                       END-IF
018734               END-READ
018735               CLOSE GIVE-BDT-FILE
018736           END-IF.
018737           MOVE SPACE TO GV-STEP-INSTANCE.
018738           OPEN INPUT GIVE-TRANS-FILE.
018739           IF GV-TRANS-FILE-OK
018740               READ GIVE-TRANS-FILE
018741                   NOT AT END
018742                       IF TRANS-IS-BATCH-HDR
018743                           MOVE BATCH-HDR-PART-NO
018744                               TO GV-STEP-INSTANCE
018745                       END-IF
018746               END-READ
018747               CLOSE GIVE-TRANS-FILE
018748           END-IF.
018749       9705-EXIT.
018750           EXIT.
018751*    *****************************************************************
018752*    9720-CHECK-PREREQS
018753*        A single run needs GIVEVETT to have vetted the
018754*        transmission cleanly; a partition run needs GIVESPLT to
018755*        have split it cleanly.
018756*    *****************************************************************
018757       9720-CHECK-PREREQS.
018758           IF GV-STEP-INSTANCE = SPACE
018759               MOVE "GIVEVETT" TO GV-PRQ-NAME
018760           ELSE
018761               MOVE "GIVESPLT" TO GV-PRQ-NAME
018762           END-IF.
018763           MOVE SPACE TO GV-PRQ-INSTANCE.
018764           PERFORM 9730-CHECK-ONE-PREREQ THRU 9730-EXIT.
018765       9720-EXIT.
018766           EXIT.
018767
018768       9730-CHECK-ONE-PREREQ.
018769           MOVE GV-STEP-BUS-DATE TO STEP-BUS-DATE.
018770           MOVE GV-PRQ-NAME TO STEP-NAME.
018771           MOVE GV-PRQ-INSTANCE TO STEP-INSTANCE.
018772           READ GIVE-STEP-FILE
018773               INVALID KEY
018774                   MOVE SPACE TO STEP-STATE
018775           END-READ.
018776           EVALUATE TRUE
018777               WHEN STEP-ENDED AND STEP-COND-CODE NOT > 4
018778                   GO TO 9730-EXIT
018779               WHEN STEP-RUNNING
018780                   MOVE "IS STILL RUNNING" TO GV-PRQ-WHY
018781               WHEN STEP-WAS-RESET
018782                   MOVE "WAS RESET AND NOT RERUN"
018783                       TO GV-PRQ-WHY
018784               WHEN STEP-ENDED
018785                   MOVE SPACES TO GV-PRQ-WHY
018786                   STRING "ENDED WITH CONDITION CODE "
018787                       STEP-COND-CODE DELIMITED BY SIZE
018788                       INTO GV-PRQ-WHY
018789               WHEN OTHER
018790                   MOVE "HAS NOT RUN" TO GV-PRQ-WHY
018791           END-EVALUATE.
018792           PERFORM 9785-REFUSE-STEP THRU 9785-EXIT.
018793       9730-EXIT.
018794           EXIT.
018795*    *****************************************************************
018796*    9750-END-STEP
018797*        Marks this step ended on GIVESTEP with its condition
018798*        code.  Only a step this run started is marked; a ledger
018799*        that cannot be updated is reported and does not change
018800*        the step's own condition code.
018801*    *****************************************************************
018802       9750-END-STEP.
018803           IF NOT GV-STEP-STARTED
018804               GO TO 9750-EXIT
018805           END-IF.
018806           MOVE "N" TO GV-STEP-STARTED-SWITCH.
018807           OPEN I-O GIVE-STEP-FILE.
018808           IF NOT GV-STEP-FILE-OK
018809               DISPLAY "GIVE0039W - END OF STEP NOT RECORDED ON "
018810                   "GIVESTEP, FILE STATUS " GV-STEP-FILE-STATUS
018811               GO TO 9750-EXIT
018812           END-IF.
018813           MOVE GV-STEP-BUS-DATE TO STEP-BUS-DATE.
018814           MOVE GV-STEP-NAME TO STEP-NAME.
018815           MOVE GV-STEP-INSTANCE TO STEP-INSTANCE.
018816           READ GIVE-STEP-FILE
018817               INVALID KEY
018818                   CONTINUE
018819           END-READ.
018820           IF GV-STEP-FILE-OK
018821               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
018822               SET STEP-ENDED TO TRUE
018823               MOVE GV-STEP-NOW TO STEP-END-STAMP
018824               MOVE RETURN-CODE TO STEP-COND-CODE
018825               REWRITE STEP-RECORD
018826                   INVALID KEY
018827                       CONTINUE
018828               END-REWRITE
018829           END-IF.
018830           IF NOT GV-STEP-FILE-OK
018831               DISPLAY "GIVE0039W - END OF STEP NOT RECORDED ON "
018832                   "GIVESTEP, FILE STATUS " GV-STEP-FILE-STATUS
018833           END-IF.
018834           CLOSE GIVE-STEP-FILE.
018835       9750-EXIT.
018836           EXIT.
018837
018838       9780-EDIT-STEP-TEXT.
018839           MOVE SPACES TO GV-PRQ-TEXT.
018840           IF GV-PRQ-INSTANCE = SPACE
018841               STRING GV-PRQ-NAME DELIMITED BY SPACE
018842                   " " GV-PRQ-WHY DELIMITED BY "  "
018843                   " FOR " GV-STEP-BUS-DATE DELIMITED BY SIZE
018844                   INTO GV-PRQ-TEXT
018845           ELSE
018846               STRING GV-PRQ-NAME DELIMITED BY SPACE
018847                   " PART " GV-PRQ-INSTANCE " "
018848                       DELIMITED BY SIZE
018849                   GV-PRQ-WHY DELIMITED BY "  "
018850                   " FOR " GV-STEP-BUS-DATE DELIMITED BY SIZE
018851                   INTO GV-PRQ-TEXT
018852           END-IF.
018853       9780-EXIT.
018854           EXIT.
018855
018856       9785-REFUSE-STEP.
018857           PERFORM 9780-EDIT-STEP-TEXT THRU 9780-EXIT.
018858           DISPLAY "GIVE0037E - " GV-STEP-NAME " REFUSED, "
018859               GV-PRQ-TEXT.
018860           MOVE 20 TO GV-STEP-REFUSE-CODE.
018861           SET GV-STEP-REFUSED TO TRUE.
018862       9785-EXIT.
018863           EXIT.
018864
018865       9795-TAKE-STEP-STAMP.
018866           ACCEPT GV-STEP-NOW-DATE FROM DATE YYYYMMDD.
018867           ACCEPT GV-STEP-CLOCK FROM TIME.
018868           MOVE GV-STEP-CLOCK-HMS TO GV-STEP-NOW-TIME.
018869       9795-EXIT.
018870           EXIT.
018871
018872           END PROGRAM YOUR-PROGRAM-NAME.
