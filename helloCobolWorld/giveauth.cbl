000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Pending-orders desk for dual authorization
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Keeps the pending-orders file
000100*                      (GIVEPORD) that backout (GIVEBKO), release
000110*                      (GIVERELQ) and department delete (GIVEDPTM)
000120*                      orders must be on, approved by a second
000130*                      person, before those programs act on them.
000140*                      Reads the desk's order transactions
000150*                      (GIVEAREQ): R raises an order under the
000160*                      requester's ID, A approves it under a
000170*                      different user's ID, C withdraws it (the
000180*                      requester only).  An approval by the
000190*                      requester is refused.  Orders the programs
000200*                      have carried out are cleared from the file
000210*                      here; their requester and approver are on
000220*                      GIVEAUD.  Report on GIVEARPT.  Condition
000230*                      codes: 0 clean, 4 transactions in error, 8
000240*                      self-approval attempted, 12 file failure
000250*                      or more orders than the table holds (file
000260*                      left untouched).
000261*     2026-10-15  TUL  Only a GIVEPORD that is not there (file
000262*                      status 35) is taken as an empty one.  Any
000263*                      other failure to open it is fatal,
000264*                      condition code 12 (GIVA0005E): no
000265*                      transaction is applied and the file is not
000266*                      rewritten, so the orders on it are never
000267*                      lost.
000268*     2026-10-15  TUL  Each run is recorded on the job-stream step
000269*                      ledger (GIVESTEP) under the GIVEBDT
000270*                      business date.  The pending-orders desk
000271*                      depends on no other step and is never
000272*                      refused there; a ledger that cannot be
000273*                      updated only warns (GIVA0006W, GIVA0007W).
000274*    *****************************************************************
000280       IDENTIFICATION DIVISION.
000290       PROGRAM-ID. GIVEAUTH.
000300       ENVIRONMENT DIVISION.
000310       INPUT-OUTPUT SECTION.
000320       FILE-CONTROL.
000330           SELECT PORD-FILE ASSIGN TO "GIVEPORD"
000340               ORGANIZATION IS LINE SEQUENTIAL
000350               FILE STATUS IS AU-PORD-FILE-STATUS.
000360           SELECT AREQ-FILE ASSIGN TO "GIVEAREQ"
000370               ORGANIZATION IS LINE SEQUENTIAL
000380               FILE STATUS IS AU-AREQ-FILE-STATUS.
000390           SELECT ARPT-FILE ASSIGN TO "GIVEARPT"
000400               ORGANIZATION IS LINE SEQUENTIAL
000410               FILE STATUS IS AU-ARPT-FILE-STATUS.
000411           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000412               ORGANIZATION IS LINE SEQUENTIAL
000413               FILE STATUS IS AU-BDT-FILE-STATUS.
000414           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000415               ORGANIZATION IS INDEXED
000416               ACCESS MODE IS DYNAMIC
000417               RECORD KEY IS STEP-KEY
000418               FILE STATUS IS AU-STEP-FILE-STATUS.
000420       DATA DIVISION.
000430       FILE SECTION.
000440       FD  PORD-FILE.
000450       01  PORD-RECORD.
000460           05  PORD-ORDER-TYPE     PIC X(04).
000470           05  PORD-BATCH-ID       PIC X(08).
000480           05  PORD-PART-NO        PIC X(01).
000490           05  PORD-DEPT-CODE      PIC X(03).
000500           05  PORD-REQUESTER      PIC X(08).
000510           05  PORD-REQ-DATE       PIC 9(08).
000520           05  PORD-APPROVER       PIC X(08).
000530           05  PORD-APR-DATE       PIC 9(08).
000540           05  PORD-STATUS         PIC X(01).
000550           05  FILLER              PIC X(31).
000560       FD  AREQ-FILE.
000570       01  AREQ-RECORD.
000580           05  AREQ-ACTION         PIC X(01).
000590               88  AREQ-IS-REQUEST           VALUE "R".
000600               88  AREQ-IS-APPROVE           VALUE "A".
000610               88  AREQ-IS-CANCEL            VALUE "C".
000620           05  AREQ-ORDER-TYPE     PIC X(04).
000630               88  AREQ-TYPE-VALID           VALUE "BKO "
000640                                                   "RELQ"
000650                                                   "DDEL".
000660               88  AREQ-TYPE-DEPT            VALUE "DDEL".
000670           05  AREQ-BATCH-ID       PIC X(08).
000680           05  AREQ-PART-NO        PIC X(01).
000690           05  AREQ-DEPT-CODE      PIC X(03).
000700           05  AREQ-USER-ID        PIC X(08).
000710           05  FILLER              PIC X(25).
000711       FD  ARPT-FILE.
000712       01  ARPT-LINE               PIC X(80).
000713       FD  BDT-FILE.
000714       01  BDT-RECORD.
000715           05  BDT-BUS-DATE        PIC 9(08).
000716           05  BDT-OVERRIDE-FLAG   PIC X(01).
000717           05  FILLER              PIC X(41).
000718       FD  STEP-FILE.
000719       01  STEP-RECORD.
000720           05  STEP-KEY.
000721               10  STEP-BUS-DATE   PIC 9(08).
000722               10  STEP-NAME       PIC X(08).
000723               10  STEP-INSTANCE   PIC X(01).
000724           05  STEP-STATE          PIC X(01).
000725               88  STEP-RUNNING            VALUE "S".
000726               88  STEP-ENDED              VALUE "E".
000727               88  STEP-WAS-RESET          VALUE "R".
000728           05  STEP-START-STAMP.
000729               10  STEP-START-DATE PIC 9(08).
000730               10  STEP-START-TIME PIC 9(06).
000731           05  STEP-END-STAMP.
000732               10  STEP-END-DATE   PIC 9(08).
000733               10  STEP-END-TIME   PIC 9(06).
000734           05  STEP-COND-CODE      PIC 9(02).
000735           05  STEP-RUN-COUNT      PIC 9(03).
000736           05  STEP-RESET-USER     PIC X(08).
000737           05  STEP-RESET-DATE     PIC 9(08).
000738           05  STEP-RESET-TIME     PIC 9(06).
000739           05  FILLER              PIC X(07).
000740       WORKING-STORAGE SECTION.
000750       77  AU-PORD-FILE-STATUS     PIC X(02) VALUE SPACES.
000760           88  AU-PORD-FILE-OK               VALUE "00".
000761           88  AU-PORD-FILE-MISSING          VALUE "35".
000770       77  AU-AREQ-FILE-STATUS     PIC X(02) VALUE SPACES.
000780           88  AU-AREQ-FILE-OK               VALUE "00".
000790       77  AU-ARPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000800           88  AU-ARPT-FILE-OK               VALUE "00".
000810       77  AU-PORD-EOF-SWITCH      PIC X(01) VALUE "N".
000820           88  AU-PORD-AT-EOF                VALUE "Y".
000830       77  AU-AREQ-EOF-SWITCH      PIC X(01) VALUE "N".
000840           88  AU-AREQ-AT-EOF                VALUE "Y".
000850       77  AU-FATAL-SWITCH         PIC X(01) VALUE "N".
000860           88  AU-FATAL                      VALUE "Y".
000870       77  AU-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
000880           88  AU-LOAD-OVERFLOW              VALUE "Y".
000890       77  AU-RUN-DATE             PIC 9(08) VALUE ZERO.
000900       77  AU-ORDER-COUNT          PIC 9(03) COMP VALUE ZERO.
000910       77  AU-ORDER-LIMIT          PIC 9(03) VALUE 200.
000920       77  AU-ORDER-SUB            PIC 9(03) COMP VALUE ZERO.
000930       77  AU-ORDER-IX             PIC 9(03) COMP VALUE ZERO.
000940       77  AU-TRAN-COUNT           PIC 9(05) COMP VALUE ZERO.
000950       77  AU-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
000960       77  AU-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.
000970       77  AU-SELF-COUNT           PIC 9(05) COMP VALUE ZERO.
000980       77  AU-CLEARED-COUNT        PIC 9(05) COMP VALUE ZERO.
000990       77  AU-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
001000       77  AU-PENDING-COUNT        PIC 9(05) COMP VALUE ZERO.
001001       77  AU-APPROVED-COUNT       PIC 9(05) COMP VALUE ZERO.
001002       77  AU-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
001003           88  AU-STEP-FILE-OK               VALUE "00".
001004           88  AU-STEP-FILE-MISSING          VALUE "35".
001005       77  AU-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
001006           88  AU-BDT-FILE-OK                VALUE "00".
001007       77  AU-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
001008           88  AU-STEP-FOUND                 VALUE "Y".
001009       77  AU-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
001010           88  AU-STEP-STARTED               VALUE "Y".
001011       77  AU-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
001012       77  AU-STEP-NAME            PIC X(08) VALUE "GIVEAUTH".
001013       77  AU-STEP-INSTANCE        PIC X(01) VALUE SPACE.
001020       01  AU-ORDER-TABLE.
001030           05  AU-ORDER-ENTRY OCCURS 200 TIMES.
001040               10  AU-OT-ORDER-TYPE PIC X(04).
001050               10  AU-OT-BATCH-ID  PIC X(08).
001060               10  AU-OT-PART-NO   PIC X(01).
001070               10  AU-OT-DEPT-CODE PIC X(03).
001080               10  AU-OT-REQUESTER PIC X(08).
001090               10  AU-OT-REQ-DATE  PIC 9(08).
001100               10  AU-OT-APPROVER  PIC X(08).
001110               10  AU-OT-APR-DATE  PIC 9(08).
001120               10  AU-OT-STATUS    PIC X(01).
001130                   88  AU-OT-PENDING         VALUE "P".
001140                   88  AU-OT-APPROVED        VALUE "A".
001150                   88  AU-OT-OPEN            VALUE "P" "A".
001160                   88  AU-OT-DONE            VALUE "X".
001170                   88  AU-OT-DROPPED         VALUE "C".
001180       01  AU-RPT-WORK-LINE.
001190           05  AU-RPT-LABEL        PIC X(37).
001200           05  AU-RPT-NUMBER       PIC ZZZZ9.
001210           05  AU-RPT-TEXT         PIC X(38).
001220       01  AU-ACT-LINE.
001230           05  AU-ACT-VERB         PIC X(08).
001240           05  AU-ACT-TYPE         PIC X(04).
001250           05  FILLER              PIC X(01) VALUE SPACE.
001260           05  AU-ACT-BATCH-ID     PIC X(08).
001270           05  FILLER              PIC X(01) VALUE SPACE.
001280           05  AU-ACT-PART-NO      PIC X(01).
001290           05  FILLER              PIC X(01) VALUE SPACE.
001300           05  AU-ACT-DEPT-CODE    PIC X(03).
001310           05  FILLER              PIC X(04) VALUE " BY ".
001320           05  AU-ACT-USER-ID      PIC X(08).
001330           05  FILLER              PIC X(01) VALUE SPACE.
001340           05  AU-ACT-RESULT       PIC X(36).
001350           05  FILLER              PIC X(04) VALUE SPACES.
001351       01  AU-STEP-NOW.
001352           05  AU-STEP-NOW-DATE    PIC 9(08).
001353           05  AU-STEP-NOW-TIME    PIC 9(06).
001354       01  AU-STEP-CLOCK.
001355           05  AU-STEP-CLOCK-HMS   PIC 9(06).
001356           05  FILLER              PIC 9(02).
001360       PROCEDURE DIVISION.
001370
001380       MAIN-PROCEDURE.
001381           PERFORM 9700-START-STEP THRU 9700-EXIT.
001390           OPEN OUTPUT ARPT-FILE.
001400           IF NOT AU-ARPT-FILE-OK
001410               DISPLAY "GIVA0001E - GIVEARPT COULD NOT BE "
001420                   "OPENED, FILE STATUS " AU-ARPT-FILE-STATUS
001430               MOVE 12 TO RETURN-CODE
001440               GO TO MAIN-PROCEDURE-EXIT
001450           END-IF.
001460           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
001470           MOVE SPACES TO AU-RPT-WORK-LINE.
001480           MOVE "PENDING-ORDERS DESK" TO AU-RPT-LABEL.
001490           MOVE AU-RUN-DATE TO AU-RPT-TEXT.
001500           MOVE AU-RPT-WORK-LINE TO ARPT-LINE.
001510           WRITE ARPT-LINE.
001520           PERFORM 1000-LOAD-ORDERS THRU 1000-EXIT.
001530           IF AU-LOAD-OVERFLOW
001540               MOVE SPACES TO AU-RPT-WORK-LINE
001550               MOVE "MORE ORDERS THAN TABLE - NOT REWRITTEN"
001560                   TO AU-RPT-LABEL
001570               MOVE AU-RPT-WORK-LINE TO ARPT-LINE
001580               WRITE ARPT-LINE
001590               CLOSE ARPT-FILE
001600               MOVE 12 TO RETURN-CODE
001610               GO TO MAIN-PROCEDURE-EXIT
001611           END-IF.
001612           IF AU-FATAL
001613               MOVE SPACES TO AU-RPT-WORK-LINE
001614               MOVE "GIVEPORD NOT READABLE - NOT REWRITTEN"
001615                   TO AU-RPT-LABEL
001616               MOVE AU-RPT-WORK-LINE TO ARPT-LINE
001617               WRITE ARPT-LINE
001618               CLOSE ARPT-FILE
001619               MOVE 12 TO RETURN-CODE
001620               GO TO MAIN-PROCEDURE-EXIT
001621           END-IF.
001630           OPEN INPUT AREQ-FILE.
001640           IF AU-AREQ-FILE-OK
001650               PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001660                   UNTIL AU-AREQ-AT-EOF
001670               CLOSE AREQ-FILE
001680           ELSE
001690               MOVE SPACES TO AU-RPT-WORK-LINE
001700               MOVE "NO ORDER TRANSACTIONS" TO AU-RPT-LABEL
001710               MOVE "LISTING ONLY" TO AU-RPT-TEXT
001720               MOVE AU-RPT-WORK-LINE TO ARPT-LINE
001730               WRITE ARPT-LINE
001740           END-IF.
001750           PERFORM 5000-REWRITE-ORDERS THRU 5000-EXIT.
001760           IF NOT AU-FATAL
001770               PERFORM 7000-LIST-ORDERS THRU 7000-EXIT
001780           END-IF.
001790           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001800           CLOSE ARPT-FILE.
001810           IF AU-FATAL
001820               MOVE 12 TO RETURN-CODE
001830           ELSE
001840               IF AU-SELF-COUNT > ZERO
001850                   MOVE 8 TO RETURN-CODE
001860               ELSE
001870                   IF AU-ERROR-COUNT > ZERO
001880                       MOVE 4 TO RETURN-CODE
001890                   END-IF
001900               END-IF
001910           END-IF.
001920
001921           PERFORM 9750-END-STEP THRU 9750-EXIT.
001930           STOP RUN.
001940       MAIN-PROCEDURE-EXIT.
001941           PERFORM 9750-END-STEP THRU 9750-EXIT.
001950           STOP RUN.
001960*    *****************************************************************
001970*    1000-LOAD-ORDERS
001980*        Loads the pending-orders file.  Orders already carried
001990*        out by their program are counted and dropped here, so
001991*        the file holds only orders still to be acted on.  A
001992*        file that is not there is an empty one; one that
001993*        cannot be opened for any other reason is fatal.
002020*    *****************************************************************
002030       1000-LOAD-ORDERS.
002040           OPEN INPUT PORD-FILE.
002041           IF AU-PORD-FILE-MISSING
002042               GO TO 1000-EXIT
002043           END-IF.
002050           IF NOT AU-PORD-FILE-OK
002051               DISPLAY "GIVA0005E - GIVEPORD COULD NOT BE "
002052                   "OPENED, FILE STATUS " AU-PORD-FILE-STATUS
002053               SET AU-FATAL TO TRUE
002060               GO TO 1000-EXIT
002070           END-IF.
002080           PERFORM 1100-LOAD-ONE-ORDER THRU 1100-EXIT
002090               UNTIL AU-PORD-AT-EOF.
002100           CLOSE PORD-FILE.
002110       1000-EXIT.
002120           EXIT.
002130
002140       1100-LOAD-ONE-ORDER.
002150           READ PORD-FILE
002160               AT END
002170                   SET AU-PORD-AT-EOF TO TRUE
002180                   GO TO 1100-EXIT
002190           END-READ.
002200           IF PORD-STATUS = "X"
002210               ADD 1 TO AU-CLEARED-COUNT
002220               GO TO 1100-EXIT
002230           END-IF.
002240           IF AU-ORDER-COUNT >= AU-ORDER-LIMIT
002250               DISPLAY "GIVA0002E - GIVEPORD LARGER THAN TABLE, "
002260                   "FILE NOT REWRITTEN"
002270               SET AU-LOAD-OVERFLOW TO TRUE
002280               SET AU-PORD-AT-EOF TO TRUE
002290               GO TO 1100-EXIT
002300           END-IF.
002310           ADD 1 TO AU-ORDER-COUNT.
002320           MOVE PORD-ORDER-TYPE
002321               TO AU-OT-ORDER-TYPE (AU-ORDER-COUNT).
002330           MOVE PORD-BATCH-ID TO AU-OT-BATCH-ID (AU-ORDER-COUNT).
002340           MOVE PORD-PART-NO TO AU-OT-PART-NO (AU-ORDER-COUNT).
002350           MOVE PORD-DEPT-CODE
002351               TO AU-OT-DEPT-CODE (AU-ORDER-COUNT).
002360           MOVE PORD-REQUESTER
002361               TO AU-OT-REQUESTER (AU-ORDER-COUNT).
002370           MOVE PORD-REQ-DATE TO AU-OT-REQ-DATE (AU-ORDER-COUNT).
002380           MOVE PORD-APPROVER TO AU-OT-APPROVER (AU-ORDER-COUNT).
002390           MOVE PORD-APR-DATE TO AU-OT-APR-DATE (AU-ORDER-COUNT).
002400           MOVE PORD-STATUS TO AU-OT-STATUS (AU-ORDER-COUNT).
002410       1100-EXIT.
002420           EXIT.
002430*    *****************************************************************
002440*    2000-APPLY-TRANSACTION
002450*        Applies one desk transaction against the open order
002460*        (pending or approved) for the same type and key.  A
002470*        backout or release order is keyed by batch and
002480*        partition, a department delete by department code.
002490*    *****************************************************************
002500       2000-APPLY-TRANSACTION.
002510           READ AREQ-FILE
002520               AT END
002530                   SET AU-AREQ-AT-EOF TO TRUE
002540                   GO TO 2000-EXIT
002550           END-READ.
002560           ADD 1 TO AU-TRAN-COUNT.
002570           MOVE AREQ-ORDER-TYPE TO AU-ACT-TYPE.
002580           MOVE AREQ-BATCH-ID TO AU-ACT-BATCH-ID.
002590           MOVE AREQ-PART-NO TO AU-ACT-PART-NO.
002600           MOVE AREQ-DEPT-CODE TO AU-ACT-DEPT-CODE.
002610           MOVE AREQ-USER-ID TO AU-ACT-USER-ID.
002620           IF AREQ-TYPE-DEPT
002630               MOVE SPACES TO AREQ-BATCH-ID
002640               MOVE SPACE TO AREQ-PART-NO
002650           ELSE
002660               MOVE SPACES TO AREQ-DEPT-CODE
002670           END-IF.
002680           MOVE ZERO TO AU-ORDER-IX.
002690           PERFORM 2100-SCAN-OPEN-ORDER THRU 2100-EXIT
002700               VARYING AU-ORDER-SUB FROM 1 BY 1
002710               UNTIL AU-ORDER-SUB > AU-ORDER-COUNT
002720                  OR AU-ORDER-IX > ZERO.
002730           EVALUATE TRUE
002740               WHEN AREQ-IS-REQUEST
002750                   PERFORM 3000-RAISE-ORDER THRU 3000-EXIT
002760               WHEN AREQ-IS-APPROVE
002770                   PERFORM 3100-APPROVE-ORDER THRU 3100-EXIT
002780               WHEN AREQ-IS-CANCEL
002790                   PERFORM 3200-CANCEL-ORDER THRU 3200-EXIT
002800               WHEN OTHER
002810                   MOVE "ACTION  " TO AU-ACT-VERB
002820                   MOVE "REJECTED - UNKNOWN ACTION CODE"
002830                       TO AU-ACT-RESULT
002840                   PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
002850                   ADD 1 TO AU-ERROR-COUNT
002860           END-EVALUATE.
002870       2000-EXIT.
002880           EXIT.
002890
002900       2100-SCAN-OPEN-ORDER.
002910           IF AU-OT-OPEN (AU-ORDER-SUB)
002920             AND AU-OT-ORDER-TYPE (AU-ORDER-SUB) = AREQ-ORDER-TYPE
002930             AND AU-OT-BATCH-ID (AU-ORDER-SUB) = AREQ-BATCH-ID
002940             AND AU-OT-PART-NO (AU-ORDER-SUB) = AREQ-PART-NO
002950             AND AU-OT-DEPT-CODE (AU-ORDER-SUB) = AREQ-DEPT-CODE
002960               MOVE AU-ORDER-SUB TO AU-ORDER-IX
002970           END-IF.
002980       2100-EXIT.
002990           EXIT.
003000
003010       3000-RAISE-ORDER.
003020           MOVE "REQUEST " TO AU-ACT-VERB.
003030           IF NOT AREQ-TYPE-VALID
003040             OR AREQ-USER-ID = SPACES
003050             OR (AREQ-TYPE-DEPT AND AREQ-DEPT-CODE = SPACES)
003060             OR (NOT AREQ-TYPE-DEPT AND AREQ-BATCH-ID = SPACES)
003070               MOVE "REJECTED - BAD TYPE, KEY OR USER"
003080                   TO AU-ACT-RESULT
003090               ADD 1 TO AU-ERROR-COUNT
003100               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003110               GO TO 3000-EXIT
003120           END-IF.
003130           IF AU-ORDER-IX > ZERO
003140               MOVE "REJECTED - ORDER ALREADY OPEN"
003150                   TO AU-ACT-RESULT
003160               ADD 1 TO AU-ERROR-COUNT
003170               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003180               GO TO 3000-EXIT
003190           END-IF.
003200           IF AU-ORDER-COUNT >= AU-ORDER-LIMIT
003210               MOVE "REJECTED - ORDER TABLE FULL"
003220                   TO AU-ACT-RESULT
003230               ADD 1 TO AU-ERROR-COUNT
003240               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003250               GO TO 3000-EXIT
003260           END-IF.
003270           ADD 1 TO AU-ORDER-COUNT.
003280           MOVE AREQ-ORDER-TYPE
003281               TO AU-OT-ORDER-TYPE (AU-ORDER-COUNT).
003290           MOVE AREQ-BATCH-ID TO AU-OT-BATCH-ID (AU-ORDER-COUNT).
003300           MOVE AREQ-PART-NO TO AU-OT-PART-NO (AU-ORDER-COUNT).
003310           MOVE AREQ-DEPT-CODE
003311               TO AU-OT-DEPT-CODE (AU-ORDER-COUNT).
003320           MOVE AREQ-USER-ID TO AU-OT-REQUESTER (AU-ORDER-COUNT).
003330           MOVE AU-RUN-DATE TO AU-OT-REQ-DATE (AU-ORDER-COUNT).
003340           MOVE SPACES TO AU-OT-APPROVER (AU-ORDER-COUNT).
003350           MOVE ZERO TO AU-OT-APR-DATE (AU-ORDER-COUNT).
003360           MOVE "P" TO AU-OT-STATUS (AU-ORDER-COUNT).
003370           MOVE "PENDING - AWAITING APPROVAL" TO AU-ACT-RESULT.
003380           ADD 1 TO AU-APPLIED-COUNT.
003390           PERFORM 4000-WRITE-ACTION THRU 4000-EXIT.
003400       3000-EXIT.
003410           EXIT.
003420
003430       3100-APPROVE-ORDER.
003440           MOVE "APPROVE " TO AU-ACT-VERB.
003450           IF AU-ORDER-IX = ZERO
003460               MOVE "REJECTED - NO OPEN ORDER" TO AU-ACT-RESULT
003470               ADD 1 TO AU-ERROR-COUNT
003480               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003490               GO TO 3100-EXIT
003500           END-IF.
003510           IF AU-OT-APPROVED (AU-ORDER-IX)
003520               MOVE "REJECTED - ALREADY APPROVED" TO AU-ACT-RESULT
003530               ADD 1 TO AU-ERROR-COUNT
003540               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003550               GO TO 3100-EXIT
003560           END-IF.
003570           IF AREQ-USER-ID = SPACES
003580               MOVE "REJECTED - NO APPROVER ID" TO AU-ACT-RESULT
003590               ADD 1 TO AU-ERROR-COUNT
003600               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003610               GO TO 3100-EXIT
003620           END-IF.
003630           IF AREQ-USER-ID = AU-OT-REQUESTER (AU-ORDER-IX)
003640               DISPLAY "GIVA0003W - " AREQ-USER-ID
003650                   " MAY NOT APPROVE OWN ORDER FOR "
003660                   AREQ-ORDER-TYPE " " AREQ-BATCH-ID
003661                       AREQ-DEPT-CODE
003670               MOVE "REFUSED - SELF-APPROVAL" TO AU-ACT-RESULT
003680               ADD 1 TO AU-SELF-COUNT
003690               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003700               GO TO 3100-EXIT
003710           END-IF.
003720           MOVE AREQ-USER-ID TO AU-OT-APPROVER (AU-ORDER-IX).
003730           MOVE AU-RUN-DATE TO AU-OT-APR-DATE (AU-ORDER-IX).
003740           MOVE "A" TO AU-OT-STATUS (AU-ORDER-IX).
003750           MOVE SPACES TO AU-ACT-RESULT.
003760           STRING "APPROVED - RAISED BY "
003770                  AU-OT-REQUESTER (AU-ORDER-IX)
003780               DELIMITED BY SIZE INTO AU-ACT-RESULT.
003790           ADD 1 TO AU-APPLIED-COUNT.
003800           PERFORM 4000-WRITE-ACTION THRU 4000-EXIT.
003810       3100-EXIT.
003820           EXIT.
003830
003840       3200-CANCEL-ORDER.
003850           MOVE "CANCEL  " TO AU-ACT-VERB.
003860           IF AU-ORDER-IX = ZERO
003870               MOVE "REJECTED - NO OPEN ORDER" TO AU-ACT-RESULT
003880               ADD 1 TO AU-ERROR-COUNT
003890               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003900               GO TO 3200-EXIT
003910           END-IF.
003920           IF AREQ-USER-ID NOT = AU-OT-REQUESTER (AU-ORDER-IX)
003930               MOVE "REJECTED - NOT THE REQUESTER"
003931                   TO AU-ACT-RESULT
003940               ADD 1 TO AU-ERROR-COUNT
003950               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003960               GO TO 3200-EXIT
003970           END-IF.
003980           MOVE "C" TO AU-OT-STATUS (AU-ORDER-IX).
003990           MOVE "WITHDRAWN" TO AU-ACT-RESULT.
004000           ADD 1 TO AU-APPLIED-COUNT.
004010           PERFORM 4000-WRITE-ACTION THRU 4000-EXIT.
004020       3200-EXIT.
004030           EXIT.
004040
004050       4000-WRITE-ACTION.
004060           MOVE AU-ACT-LINE TO ARPT-LINE.
004070           WRITE ARPT-LINE.
004080       4000-EXIT.
004090           EXIT.
004100*    *****************************************************************
004110*    5000-REWRITE-ORDERS
004120*        Writes the open orders back over GIVEPORD; withdrawn
004130*        orders are left off.
004140*    *****************************************************************
004150       5000-REWRITE-ORDERS.
004160           OPEN OUTPUT PORD-FILE.
004170           IF NOT AU-PORD-FILE-OK
004180               DISPLAY "GIVA0004E - GIVEPORD COULD NOT BE "
004190                   "REWRITTEN, FILE STATUS " AU-PORD-FILE-STATUS
004200               MOVE SPACES TO AU-RPT-WORK-LINE
004210               MOVE "GIVEPORD COULD NOT BE REWRITTEN"
004220                   TO AU-RPT-LABEL
004230               MOVE AU-RPT-WORK-LINE TO ARPT-LINE
004240               WRITE ARPT-LINE
004250               SET AU-FATAL TO TRUE
004260               GO TO 5000-EXIT
004270           END-IF.
004280           PERFORM 5100-WRITE-ONE-ORDER THRU 5100-EXIT
004290               VARYING AU-ORDER-SUB FROM 1 BY 1
004300               UNTIL AU-ORDER-SUB > AU-ORDER-COUNT.
004310           CLOSE PORD-FILE.
004320       5000-EXIT.
004330           EXIT.
004340
004350       5100-WRITE-ONE-ORDER.
004360           IF AU-OT-DROPPED (AU-ORDER-SUB)
004370               GO TO 5100-EXIT
004380           END-IF.
004390           MOVE SPACES TO PORD-RECORD.
004400           MOVE AU-OT-ORDER-TYPE (AU-ORDER-SUB)
004401               TO PORD-ORDER-TYPE.
004410           MOVE AU-OT-BATCH-ID (AU-ORDER-SUB) TO PORD-BATCH-ID.
004420           MOVE AU-OT-PART-NO (AU-ORDER-SUB) TO PORD-PART-NO.
004430           MOVE AU-OT-DEPT-CODE (AU-ORDER-SUB) TO PORD-DEPT-CODE.
004440           MOVE AU-OT-REQUESTER (AU-ORDER-SUB) TO PORD-REQUESTER.
004450           MOVE AU-OT-REQ-DATE (AU-ORDER-SUB) TO PORD-REQ-DATE.
004460           MOVE AU-OT-APPROVER (AU-ORDER-SUB) TO PORD-APPROVER.
004470           MOVE AU-OT-APR-DATE (AU-ORDER-SUB) TO PORD-APR-DATE.
004480           MOVE AU-OT-STATUS (AU-ORDER-SUB) TO PORD-STATUS.
004490           WRITE PORD-RECORD.
004500           ADD 1 TO AU-WRITTEN-COUNT.
004510       5100-EXIT.
004520           EXIT.
004530*    *****************************************************************
004540*    7000-LIST-ORDERS
004550*        Lists the open orders so the desk sees what is still
004560*        waiting for a second person and what is cleared to run.
004570*    *****************************************************************
004580       7000-LIST-ORDERS.
004590           MOVE SPACES TO AU-RPT-WORK-LINE.
004600           MOVE "OPEN ORDERS" TO AU-RPT-LABEL.
004610           MOVE AU-RPT-WORK-LINE TO ARPT-LINE.
004620           WRITE ARPT-LINE.
004630           PERFORM 7100-LIST-ONE-ORDER THRU 7100-EXIT
004640               VARYING AU-ORDER-SUB FROM 1 BY 1
004650               UNTIL AU-ORDER-SUB > AU-ORDER-COUNT.
004660       7000-EXIT.
004670           EXIT.
004680
004690       7100-LIST-ONE-ORDER.
004700           IF NOT AU-OT-OPEN (AU-ORDER-SUB)
004710               GO TO 7100-EXIT
004720           END-IF.
004730           MOVE AU-OT-ORDER-TYPE (AU-ORDER-SUB) TO AU-ACT-TYPE.
004740           MOVE AU-OT-BATCH-ID (AU-ORDER-SUB) TO AU-ACT-BATCH-ID.
004750           MOVE AU-OT-PART-NO (AU-ORDER-SUB) TO AU-ACT-PART-NO.
004760           MOVE AU-OT-DEPT-CODE (AU-ORDER-SUB)
004761               TO AU-ACT-DEPT-CODE.
004770           MOVE AU-OT-REQUESTER (AU-ORDER-SUB) TO AU-ACT-USER-ID.
004780           MOVE SPACES TO AU-ACT-RESULT.
004790           IF AU-OT-PENDING (AU-ORDER-SUB)
004800               MOVE "PENDING " TO AU-ACT-VERB
004810               MOVE "AWAITING APPROVAL" TO AU-ACT-RESULT
004820               ADD 1 TO AU-PENDING-COUNT
004830           ELSE
004840               MOVE "APPROVED" TO AU-ACT-VERB
004850               STRING "APPROVED BY "
004860                      AU-OT-APPROVER (AU-ORDER-SUB)
004870                   DELIMITED BY SIZE INTO AU-ACT-RESULT
004880               ADD 1 TO AU-APPROVED-COUNT
004890           END-IF.
004900           MOVE AU-ACT-LINE TO ARPT-LINE.
004910           WRITE ARPT-LINE.
004920       7100-EXIT.
004930           EXIT.
004940*    *****************************************************************
004950*    8000-WRITE-SUMMARY
004960*        Writes the desk totals.
004970*    *****************************************************************
004980       8000-WRITE-SUMMARY.
004990           MOVE SPACES TO AU-RPT-WORK-LINE.
005000           MOVE "TRANSACTIONS READ" TO AU-RPT-LABEL.
005010           MOVE AU-TRAN-COUNT TO AU-RPT-NUMBER.
005020           MOVE AU-RPT-WORK-LINE TO ARPT-LINE.
005030           WRITE ARPT-LINE.
005040
005050           MOVE SPACES TO AU-RPT-WORK-LINE.
005060           MOVE "TRANSACTIONS APPLIED" TO AU-RPT-LABEL.
005070           MOVE AU-APPLIED-COUNT TO AU-RPT-NUMBER.
005080           MOVE AU-RPT-WORK-LINE TO ARPT-LINE.
005090           WRITE ARPT-LINE.
005100
005110           MOVE SPACES TO AU-RPT-WORK-LINE.
005120           MOVE "TRANSACTIONS IN ERROR" TO AU-RPT-LABEL.
005130           MOVE AU-ERROR-COUNT TO AU-RPT-NUMBER.
005140           MOVE AU-RPT-WORK-LINE TO ARPT-LINE.
005150           WRITE ARPT-LINE.
005160
005170           MOVE SPACES TO AU-RPT-WORK-LINE.
005180           MOVE "SELF-APPROVALS REFUSED" TO AU-RPT-LABEL.
005190           MOVE AU-SELF-COUNT TO AU-RPT-NUMBER.
005200           MOVE AU-RPT-WORK-LINE TO ARPT-LINE.
005210           WRITE ARPT-LINE.
005220
005230           MOVE SPACES TO AU-RPT-WORK-LINE.
005240           MOVE "CARRIED-OUT ORDERS CLEARED" TO AU-RPT-LABEL.
005250           MOVE AU-CLEARED-COUNT TO AU-RPT-NUMBER.
005260           MOVE AU-RPT-WORK-LINE TO ARPT-LINE.
005270           WRITE ARPT-LINE.
005280
005290           IF NOT AU-FATAL
005300               MOVE SPACES TO AU-RPT-WORK-LINE
005310               MOVE "ORDERS AWAITING APPROVAL" TO AU-RPT-LABEL
005320               MOVE AU-PENDING-COUNT TO AU-RPT-NUMBER
005330               MOVE AU-RPT-WORK-LINE TO ARPT-LINE
005340               WRITE ARPT-LINE
005350               MOVE SPACES TO AU-RPT-WORK-LINE
005360               MOVE "ORDERS APPROVED, NOT YET RUN" TO AU-RPT-LABEL
005370               MOVE AU-APPROVED-COUNT TO AU-RPT-NUMBER
005380               MOVE AU-RPT-WORK-LINE TO ARPT-LINE
005390               WRITE ARPT-LINE
005400           END-IF.
005410       8000-EXIT.
005420           EXIT.
005421*    *****************************************************************
005422*    9700-START-STEP
005423*        Records the run as a step on the job-stream step ledger
005424*        (GIVESTEP) under the GIVEBDT business date.  A desk
005425*        utility depends on no nightly step and is run as often
005426*        as the desk needs in a day, so it is never refused here,
005427*        and a ledger that cannot be updated only costs the entry.
005428*    *****************************************************************
005429       9700-START-STEP.
005430           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
005431           OPEN I-O STEP-FILE.
005432           IF AU-STEP-FILE-MISSING
005433               OPEN OUTPUT STEP-FILE
005434               IF AU-STEP-FILE-OK
005435                   CLOSE STEP-FILE
005436                   OPEN I-O STEP-FILE
005437               END-IF
005438           END-IF.
005439           IF NOT AU-STEP-FILE-OK
005440               DISPLAY "GIVA0006W - GIVESTEP COULD NOT BE "
005441                   "OPENED, FILE STATUS " AU-STEP-FILE-STATUS
005442               GO TO 9700-EXIT
005443           END-IF.
005444           MOVE AU-STEP-BUS-DATE TO STEP-BUS-DATE.
005445           MOVE AU-STEP-NAME TO STEP-NAME.
005446           MOVE AU-STEP-INSTANCE TO STEP-INSTANCE.
005447           MOVE "N" TO AU-STEP-FOUND-SWITCH.
005448           READ STEP-FILE
005449               INVALID KEY
005450                   CONTINUE
005451               NOT INVALID KEY
005452                   SET AU-STEP-FOUND TO TRUE
005453           END-READ.
005454           IF NOT AU-STEP-FOUND
005455               MOVE SPACES TO STEP-RECORD
005456               MOVE AU-STEP-BUS-DATE TO STEP-BUS-DATE
005457               MOVE AU-STEP-NAME TO STEP-NAME
005458               MOVE AU-STEP-INSTANCE TO STEP-INSTANCE
005459               MOVE ZERO TO STEP-RUN-COUNT
005460               MOVE ZERO TO STEP-RESET-DATE
005461               MOVE ZERO TO STEP-RESET-TIME
005462           END-IF.
005463           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
005464           SET STEP-RUNNING TO TRUE.
005465           MOVE AU-STEP-NOW TO STEP-START-STAMP.
005466           MOVE ZERO TO STEP-END-DATE.
005467           MOVE ZERO TO STEP-END-TIME.
005468           MOVE ZERO TO STEP-COND-CODE.
005469           ADD 1 TO STEP-RUN-COUNT.
005470           IF AU-STEP-FOUND
005471               REWRITE STEP-RECORD
005472                   INVALID KEY
005473                       CONTINUE
005474               END-REWRITE
005475           ELSE
005476               WRITE STEP-RECORD
005477                   INVALID KEY
005478                       CONTINUE
005479               END-WRITE
005480           END-IF.
005481           IF NOT AU-STEP-FILE-OK
005482               DISPLAY "GIVA0006W - GIVESTEP COULD NOT BE "
005483                   "UPDATED, FILE STATUS " AU-STEP-FILE-STATUS
005484               CLOSE STEP-FILE
005485               GO TO 9700-EXIT
005486           END-IF.
005487           CLOSE STEP-FILE.
005488           SET AU-STEP-STARTED TO TRUE.
005489       9700-EXIT.
005490           EXIT.
005491
005492       9705-LOAD-STEP-DATE.
005493           ACCEPT AU-STEP-BUS-DATE FROM DATE YYYYMMDD.
005494           OPEN INPUT BDT-FILE.
005495           IF AU-BDT-FILE-OK
005496               READ BDT-FILE
005497                   NOT AT END
005498                       IF BDT-BUS-DATE NUMERIC
005499                         AND BDT-BUS-DATE > ZERO
005500                           MOVE BDT-BUS-DATE TO AU-STEP-BUS-DATE
005501                       END-IF
005502               END-READ
005503               CLOSE BDT-FILE
005504           END-IF.
005505       9705-EXIT.
005506           EXIT.
005507*    *****************************************************************
005508*    9750-END-STEP
005509*        Marks this step ended on GIVESTEP with its condition
005510*        code.  Only a step this run started is marked; a ledger
005511*        that cannot be updated is reported and does not change
005512*        the step's own condition code.
005513*    *****************************************************************
005514       9750-END-STEP.
005515           IF NOT AU-STEP-STARTED
005516               GO TO 9750-EXIT
005517           END-IF.
005518           MOVE "N" TO AU-STEP-STARTED-SWITCH.
005519           OPEN I-O STEP-FILE.
005520           IF NOT AU-STEP-FILE-OK
005521               DISPLAY "GIVA0007W - END OF STEP NOT RECORDED ON "
005522                   "GIVESTEP, FILE STATUS " AU-STEP-FILE-STATUS
005523               GO TO 9750-EXIT
005524           END-IF.
005525           MOVE AU-STEP-BUS-DATE TO STEP-BUS-DATE.
005526           MOVE AU-STEP-NAME TO STEP-NAME.
005527           MOVE AU-STEP-INSTANCE TO STEP-INSTANCE.
005528           READ STEP-FILE
005529               INVALID KEY
005530                   CONTINUE
005531           END-READ.
005532           IF AU-STEP-FILE-OK
005533               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
005534               SET STEP-ENDED TO TRUE
005535               MOVE AU-STEP-NOW TO STEP-END-STAMP
005536               MOVE RETURN-CODE TO STEP-COND-CODE
005537               REWRITE STEP-RECORD
005538                   INVALID KEY
005539                       CONTINUE
005540               END-REWRITE
005541           END-IF.
005542           IF NOT AU-STEP-FILE-OK
005543               DISPLAY "GIVA0007W - END OF STEP NOT RECORDED ON "
005544                   "GIVESTEP, FILE STATUS " AU-STEP-FILE-STATUS
005545           END-IF.
005546           CLOSE STEP-FILE.
005547       9750-EXIT.
005548           EXIT.
005549
005550       9795-TAKE-STEP-STAMP.
005551           ACCEPT AU-STEP-NOW-DATE FROM DATE YYYYMMDD.
005552           ACCEPT AU-STEP-CLOCK FROM TIME.
005553           MOVE AU-STEP-CLOCK-HMS TO AU-STEP-NOW-TIME.
005554       9795-EXIT.
005555           EXIT.
005556
005557           END PROGRAM GIVEAUTH.
