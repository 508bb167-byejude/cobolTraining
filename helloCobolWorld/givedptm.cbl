000205*                      department count are suppressed so the
000206*                      report cannot be read as a successful
000207*                      update that never happened.
000208*     2026-10-15  TUL  The master's month-end period fields are
000209*                      carried through untouched like the
000210*                      running totals.  A department added after
000211*                      a close starts closed through the same
000212*                      date as the rest of the master, so it
000213*                      cannot take postings into a closed month.
000214*     2026-10-15  TUL  Department posting ceiling: GIVEDTRN
000215*                      carries a nine-digit ceiling after the
000216*                      cutoff.  Blank on an add means no ceiling;
000217*                      on an update a blank cutoff or ceiling is
000218*                      left as it is, and all zeros removes the
000219*                      ceiling.  The master listing shows each
000220*                      ceiling and the percentage already used.
000221*     2026-10-15  TUL  GL cross-reference for the journal job:
000222*                      GIVEDTRN carries the department's GL debit
000223*                      and credit accounts after the ceiling, kept
000224*                      on GIVEGLX, which is rewritten with the
000225*                      master so the two always agree.  A blank
000226*                      account on an update is left as it is; a
000227*                      delete removes the department's entry.  The
000228*                      master listing shows each department's
000229*                      accounts or NOT MAPPED.
000230*     2026-10-15  TUL  Dual authorization for deletes: GIVEDTRN
000231*                      carries the requesting user's ID, and a
000232*                      delete is applied only when the pending-
000233*                      orders file (GIVEPORD) holds an order for
000234*                      that department under that user, approved
000235*                      by a different user (desk program
000236*                      GIVEAUTH).  An unapproved or self-approved
000237*                      delete is refused and the run ends with
000238*                      condition code 16 (12 still wins).  Each
000239*                      delete applied is written to GIVEAUD with
000240*                      requester and approver, shown on the
000241*                      action line, and its order marked carried
000242*                      out.
000243*     2026-10-15  TUL  Each audit record written carries the next
000244*                      running sequence and a chain value folded
000245*                      from the previous record, continued from
000246*                      the tail of GIVEAUD (or GIVEAUDA), so that
000247*                      GIVEAUDV can prove the trail is unaltered.
000248*     2026-10-15  TUL  GIVEDEPT and GIVEGLX are keyed files now.
000249*                      Each transaction is applied straight to the
000250*                      master by department code (add, rewrite or
000251*                      delete) with its GL accounts filed under
000252*                      the same key, instead of loading the master
000253*                      into a 20-entry table and rewriting it, so
000254*                      there is no department limit, GIVD0004E and
000255*                      condition code 8 are retired, and an open
000256*                      failure (GIVD0002E/GIVD0005E) is fatal
000257*                      before any transaction is applied.  The
000258*                      listing browses the master in key order.
000259*     2026-10-15  TUL  Each run is recorded on the job-stream step
000260*                      ledger (GIVESTEP) under the GIVEBDT
000261*                      business date.  Master maintenance depends
000262*                      on no other step and is never refused
000263*                      there; a ledger that cannot be updated only
000264*                      warns (GIVD0012W, GIVD0013W).
000265*     2026-10-15  TUL  A GL cross-reference (GIVEGLX) that cannot
000266*                      be written, rewritten or deleted is
000267*                      reported (GIVD0014E), the action line says
000268*                      GL XREF NOT UPDATED and the transaction
000269*                      counts as an error, so the run ends with
000270*                      condition code 4 instead of leaving
000271*                      GIVEJRNL to find the department unmapped.
000272*    *****************************************************************
000273       IDENTIFICATION DIVISION.
000274       PROGRAM-ID. GIVEDPTM.
000275       ENVIRONMENT DIVISION.
000276       INPUT-OUTPUT SECTION.
000277       FILE-CONTROL.
000278           SELECT DEPT-FILE ASSIGN TO "GIVEDEPT"
000279               ORGANIZATION IS INDEXED
000280               ACCESS MODE IS DYNAMIC
000281               RECORD KEY IS DMST-DEPT-CODE
000290               FILE STATUS IS MD-DEPT-FILE-STATUS.
000300           SELECT DTRN-FILE ASSIGN TO "GIVEDTRN"
000310               ORGANIZATION IS LINE SEQUENTIAL
000320               FILE STATUS IS MD-DTRN-FILE-STATUS.
000330           SELECT DRPT-FILE ASSIGN TO "GIVEDRPT"
000340               ORGANIZATION IS LINE SEQUENTIAL
000341               FILE STATUS IS MD-DRPT-FILE-STATUS.
000342           SELECT GLX-FILE ASSIGN TO "GIVEGLX"
000343               ORGANIZATION IS INDEXED
000344               ACCESS MODE IS DYNAMIC
000345               RECORD KEY IS GLX-DEPT-CODE
000346               FILE STATUS IS MD-GLX-FILE-STATUS.
000347           SELECT PORD-FILE ASSIGN TO "GIVEPORD"
000348               ORGANIZATION IS LINE SEQUENTIAL
000349               FILE STATUS IS MD-PORD-FILE-STATUS.
000350           SELECT DWRK-FILE ASSIGN TO "GIVEDWRK"
000351               ORGANIZATION IS LINE SEQUENTIAL
000352               FILE STATUS IS MD-DWRK-FILE-STATUS.
000353           SELECT AUDIT-FILE ASSIGN TO "GIVEAUD"
000354               ORGANIZATION IS LINE SEQUENTIAL
000355               FILE STATUS IS MD-AUDIT-FILE-STATUS.
000356           SELECT AUDA-FILE ASSIGN TO "GIVEAUDA"
000357               ORGANIZATION IS LINE SEQUENTIAL
000358               FILE STATUS IS MD-AUDA-FILE-STATUS.
000359           SELECT BDT-FILE ASSIGN TO "GIVEBDT"
000360               ORGANIZATION IS LINE SEQUENTIAL
000361               FILE STATUS IS MD-BDT-FILE-STATUS.
000362           SELECT STEP-FILE ASSIGN TO "GIVESTEP"
000363               ORGANIZATION IS INDEXED
000364               ACCESS MODE IS DYNAMIC
000365               RECORD KEY IS STEP-KEY
000366               FILE STATUS IS MD-STEP-FILE-STATUS.
000367       DATA DIVISION.
000370       FILE SECTION.
000380       FD  DEPT-FILE.
000390       01  DEPT-MST-RECORD.
000420           05  DMST-RUN-TOTAL      PIC 9(09).
000430           05  DMST-RUN-COUNT      PIC 9(07).
000440           05  DMST-LAST-DATE      PIC 9(08).
000441           05  DMST-PERIOD-DATA.
000442               10  DMST-PER-OPEN-TOTAL PIC 9(09).
000443               10  DMST-PER-OPEN-COUNT PIC 9(07).
000444               10  DMST-PER-REV-TOTAL  PIC 9(09).
000445               10  DMST-PER-REV-COUNT  PIC 9(07).
000446               10  DMST-CLOSED-THRU    PIC 9(08).
000447           05  DMST-CEILING        PIC 9(09).
000448           05  FILLER              PIC X(02).
000460       FD  DTRN-FILE.
000470       01  DTRN-RECORD.
000480           05  DTRN-ACTION         PIC X(01).
000500               88  DTRN-IS-UPDATE          VALUE "U".
000510               88  DTRN-IS-DELETE          VALUE "D".
000520           05  DTRN-DEPT-CODE      PIC X(03).
000521           05  DTRN-CUTOFF         PIC X(02).
000522           05  DTRN-CEILING        PIC X(09).
000523           05  DTRN-GL-DEBIT       PIC X(10).
000524           05  DTRN-GL-CREDIT      PIC X(10).
000525           05  DTRN-USER-ID        PIC X(08).
000526           05  FILLER              PIC X(07).
000527       FD  DRPT-FILE.
000528       01  DRPT-LINE               PIC X(80).
000529       FD  GLX-FILE.
000530       01  GLX-RECORD.
000531           05  GLX-DEPT-CODE       PIC X(03).
000532           05  GLX-DEBIT-ACCT      PIC X(10).
000533           05  GLX-CREDIT-ACCT     PIC X(10).
000534           05  FILLER              PIC X(57).
000535       FD  PORD-FILE.
000536       01  PORD-RECORD.
000537           05  PORD-ORDER-TYPE     PIC X(04).
000538           05  PORD-BATCH-ID       PIC X(08).
000539           05  PORD-PART-NO        PIC X(01).
000540           05  PORD-DEPT-CODE      PIC X(03).
000541           05  PORD-REQUESTER      PIC X(08).
000542           05  PORD-REQ-DATE       PIC 9(08).
000543           05  PORD-APPROVER       PIC X(08).
000544           05  PORD-APR-DATE       PIC 9(08).
000545           05  PORD-STATUS         PIC X(01).
000546           05  FILLER              PIC X(31).
000547       FD  DWRK-FILE.
000548       01  DWRK-RECORD             PIC X(80).
000549       FD  AUDIT-FILE.
000550       01  AUDIT-RECORD.
000551           05  AUDIT-DATE          PIC 9(08).
000552           05  AUDIT-TIME          PIC 9(08).
000553           05  AUDIT-SEQ-NO        PIC 9(05).
000554           05  AUDIT-GIVE-VALUE    PIC 99.
000555           05  AUDIT-GIVE-SAVE-VALUE PIC 99.
000556           05  AUDIT-EXIT-SWITCH   PIC X(01).
000557           05  AUDIT-ACTION        PIC X(08).
000558           05  AUDIT-USER-ID       PIC X(08).
000559           05  AUDIT-BATCH-ID      PIC X(08).
000560           05  AUDIT-PART-NO       PIC X(01).
000561           05  AUDIT-APPROVER-ID   PIC X(08).
000562           05  AUDIT-DEPT-CODE     PIC X(03).
000563           05  AUDIT-CHAIN-SEQ     PIC 9(09).
000564           05  AUDIT-CHAIN-VALUE   PIC 9(09).
000565       FD  AUDA-FILE.
000566       01  AUDA-RECORD.
000567           05  FILLER              PIC X(62).
000568           05  AUDA-CHAIN-SEQ      PIC 9(09).
000569           05  AUDA-CHAIN-VALUE    PIC 9(09).
000570       FD  BDT-FILE.
000571       01  BDT-RECORD.
000572           05  BDT-BUS-DATE        PIC 9(08).
000573           05  BDT-OVERRIDE-FLAG   PIC X(01).
000574           05  FILLER              PIC X(41).
000575       FD  STEP-FILE.
000576       01  STEP-RECORD.
000577           05  STEP-KEY.
000578               10  STEP-BUS-DATE   PIC 9(08).
000579               10  STEP-NAME       PIC X(08).
000580               10  STEP-INSTANCE   PIC X(01).
000581           05  STEP-STATE          PIC X(01).
000582               88  STEP-RUNNING            VALUE "S".
000583               88  STEP-ENDED              VALUE "E".
000584               88  STEP-WAS-RESET          VALUE "R".
000585           05  STEP-START-STAMP.
000586               10  STEP-START-DATE PIC 9(08).
000587               10  STEP-START-TIME PIC 9(06).
000588           05  STEP-END-STAMP.
000589               10  STEP-END-DATE   PIC 9(08).
000590               10  STEP-END-TIME   PIC 9(06).
000591           05  STEP-COND-CODE      PIC 9(02).
000592           05  STEP-RUN-COUNT      PIC 9(03).
000593           05  STEP-RESET-USER     PIC X(08).
000594           05  STEP-RESET-DATE     PIC 9(08).
000595           05  STEP-RESET-TIME     PIC 9(06).
000596           05  FILLER              PIC X(07).
000597       WORKING-STORAGE SECTION.
000598       77  MD-DEPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000599           88  MD-DEPT-FILE-OK               VALUE "00".
000600           88  MD-DEPT-FILE-MISSING          VALUE "35".
000601       77  MD-DTRN-FILE-STATUS     PIC X(02) VALUE SPACES.
000610           88  MD-DTRN-FILE-OK               VALUE "00".
000620       77  MD-DRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000621           88  MD-DRPT-FILE-OK               VALUE "00".
000622       77  MD-GLX-FILE-STATUS      PIC X(02) VALUE SPACES.
000623           88  MD-GLX-FILE-OK                VALUE "00".
000624           88  MD-GLX-FILE-MISSING           VALUE "35".
000625           88  MD-GLX-NOT-FOUND              VALUE "23".
000634       77  MD-GLX-EOF-SWITCH       PIC X(01) VALUE "N".
000635           88  MD-GLX-AT-EOF                 VALUE "Y".
000636       77  MD-GLX-WRITTEN-COUNT    PIC 9(05) COMP VALUE ZERO.
000637       77  MD-GLX-DROPPED-COUNT    PIC 9(05) COMP VALUE ZERO.
000638       77  MD-GLX-FOUND-SWITCH     PIC X(01) VALUE "N".
000639           88  MD-GLX-FOUND                  VALUE "Y".
000640       77  MD-GLX-FAIL-SWITCH      PIC X(01) VALUE "N".
000641           88  MD-GLX-NOT-UPDATED            VALUE "Y".
000642       77  MD-DEPT-EOF-SWITCH      PIC X(01) VALUE "N".
000650           88  MD-DEPT-AT-EOF                VALUE "Y".
000660       77  MD-DTRN-EOF-SWITCH      PIC X(01) VALUE "N".
000670           88  MD-DTRN-AT-EOF                VALUE "Y".
000720       77  MD-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
000730           88  MD-DEPT-FOUND                 VALUE "Y".
000740       77  MD-TRAN-COUNT           PIC 9(05) COMP VALUE ZERO.
000750       77  MD-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
000760       77  MD-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.
000770       77  MD-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
000793       77  MD-FATAL-SWITCH         PIC X(01) VALUE "N".
000794           88  MD-FATAL                      VALUE "Y".
000795       77  MD-CLOSED-THRU          PIC 9(08) VALUE ZERO.
000796       77  MD-PORD-FILE-STATUS     PIC X(02) VALUE SPACES.
000797           88  MD-PORD-FILE-OK               VALUE "00".
000798       77  MD-PORD-EOF-SWITCH      PIC X(01) VALUE "N".
000799           88  MD-PORD-AT-EOF                VALUE "Y".
000800       77  MD-DWRK-FILE-STATUS     PIC X(02) VALUE SPACES.
000801           88  MD-DWRK-FILE-OK               VALUE "00".
000802       77  MD-DWRK-EOF-SWITCH      PIC X(01) VALUE "N".
000803           88  MD-DWRK-AT-EOF                VALUE "Y".
000804       77  MD-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
000805           88  MD-AUDIT-FILE-OK              VALUE "00".
000806       77  MD-AUDA-FILE-STATUS     PIC X(02) VALUE SPACES.
000807           88  MD-AUDA-FILE-OK               VALUE "00".
000808       77  MD-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
000809           88  MD-AUD-AT-EOF                 VALUE "Y".
000810       77  MD-CHAIN-TAIL-SWITCH    PIC X(01) VALUE "N".
000811           88  MD-CHAIN-TAIL-FOUND           VALUE "Y".
000812       77  MD-CHAIN-SEQ            PIC 9(09) VALUE ZERO.
000813       77  MD-CHAIN-VALUE          PIC 9(09) VALUE ZERO.
000814       77  MD-CHAIN-WORK           PIC 9(12) COMP VALUE ZERO.
000815       77  MD-CHAIN-QUOT           PIC 9(05) COMP VALUE ZERO.
000816       77  MD-CHAIN-SUB            PIC 9(02) COMP VALUE ZERO.
000817       77  MD-STEP-FILE-STATUS     PIC X(02) VALUE SPACES.
000818           88  MD-STEP-FILE-OK               VALUE "00".
000819           88  MD-STEP-FILE-MISSING          VALUE "35".
000820       77  MD-BDT-FILE-STATUS      PIC X(02) VALUE SPACES.
000821           88  MD-BDT-FILE-OK                VALUE "00".
000822       77  MD-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
000823           88  MD-STEP-FOUND                 VALUE "Y".
000824       77  MD-STEP-STARTED-SWITCH  PIC X(01) VALUE "N".
000825           88  MD-STEP-STARTED               VALUE "Y".
000826       77  MD-STEP-BUS-DATE        PIC 9(08) VALUE ZERO.
000827       77  MD-STEP-NAME            PIC X(08) VALUE "GIVEDPTM".
000828       77  MD-STEP-INSTANCE        PIC X(01) VALUE SPACE.
000831       77  MD-RUN-DATE             PIC 9(08) VALUE ZERO.
000832       77  MD-ORDER-READ-COUNT     PIC 9(05) COMP VALUE ZERO.
000833       77  MD-ORDER-COUNT          PIC 9(03) COMP VALUE ZERO.
000834       77  MD-ORDER-LIMIT          PIC 9(03) VALUE 50.
000835       77  MD-ORDER-SUB            PIC 9(03) COMP VALUE ZERO.
000836       77  MD-ORDER-IX             PIC 9(03) COMP VALUE ZERO.
000837       77  MD-AUTH-SWITCH          PIC X(01) VALUE "N".
000838           88  MD-AUTH-APPROVED              VALUE "A".
000839           88  MD-AUTH-SELF                  VALUE "S".
000840       77  MD-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
000841       77  MD-AUTH-DEL-COUNT       PIC 9(05) COMP VALUE ZERO.
000842       77  MD-CEIL-PCT-WORK        PIC 9(05) VALUE ZERO.
000843       77  MD-UPD-SWITCH           PIC X(01) VALUE SPACE.
000844           88  MD-UPD-CUTOFF                 VALUE "C".
000845           88  MD-UPD-CEILING                VALUE "L".
000846           88  MD-UPD-BOTH                   VALUE "B".
000847       01  MD-CHAIN-DATA.
000848           05  MD-CHAIN-CHAR OCCURS 71 TIMES PIC X(01).
000849       01  MD-ORDER-TABLE.
000850           05  MD-ORDER-ENTRY OCCURS 50 TIMES.
000851               10  MD-OR-DEPT-CODE PIC X(03).
000852               10  MD-OR-REQUESTER PIC X(08).
000853               10  MD-OR-APPROVER  PIC X(08).
000854               10  MD-OR-STATUS    PIC X(01).
000855               10  MD-OR-ORDINAL   PIC 9(05).
000856               10  MD-OR-USED      PIC X(01).
000860       01  MD-RPT-WORK-LINE.
000870           05  MD-RPT-LABEL        PIC X(37).
000880           05  MD-RPT-NUMBER       PIC ZZZZ9.
001040           05  FILLER              PIC X(11) VALUE " CUM COUNT ".
001050           05  MD-MST-COUNT        PIC ZZZZZZ9.
001060           05  FILLER              PIC X(06) VALUE " LAST ".
001061           05  MD-MST-DATE         PIC 9(08).
001062           05  FILLER              PIC X(17) VALUE SPACES.
001063       01  MD-CEIL-LINE.
001064           05  FILLER              PIC X(05) VALUE SPACES.
001065           05  FILLER              PIC X(08) VALUE "CEILING ".
001066           05  MD-CEIL-AMOUNT      PIC ZZZZZZZZ9.
001067           05  FILLER              PIC X(06) VALUE " USED ".
001068           05  MD-CEIL-PCT         PIC ZZZZ9.
001069           05  FILLER              PIC X(01) VALUE "%".
001070           05  FILLER              PIC X(46) VALUE SPACES.
001071       01  MD-GL-LINE.
001072           05  FILLER              PIC X(05) VALUE SPACES.
001073           05  FILLER              PIC X(09) VALUE "GL DEBIT ".
001074           05  MD-GL-DEBIT         PIC X(10).
001075           05  FILLER              PIC X(08) VALUE " CREDIT ".
001076           05  MD-GL-CREDIT        PIC X(10).
001077           05  FILLER              PIC X(38) VALUE SPACES.
001083       01  MD-STEP-NOW.
001084           05  MD-STEP-NOW-DATE    PIC 9(08).
001085           05  MD-STEP-NOW-TIME    PIC 9(06).
001086       01  MD-STEP-CLOCK.
001087           05  MD-STEP-CLOCK-HMS   PIC 9(06).
001088           05  FILLER              PIC 9(02).
001090       PROCEDURE DIVISION.
001100
001110       MAIN-PROCEDURE.
001111           PERFORM 9700-START-STEP THRU 9700-EXIT.
001120           OPEN OUTPUT DRPT-FILE.
001130           IF NOT MD-DRPT-FILE-OK
001140               DISPLAY "GIVD0001E - GIVEDRPT COULD NOT BE "
001200           MOVE "DEPARTMENT MASTER MAINTENANCE" TO MD-RPT-LABEL.
001210           MOVE MD-RPT-WORK-LINE TO DRPT-LINE.
001220           WRITE DRPT-LINE.
001221           PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
001222           IF MD-FATAL
001223               PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
001224               CLOSE DRPT-FILE
001225               MOVE 12 TO RETURN-CODE
001226               GO TO MAIN-PROCEDURE-EXIT
001227           END-IF.
001228           PERFORM 1300-LOAD-DELETE-ORDERS THRU 1300-EXIT.
001240           OPEN INPUT DTRN-FILE.
001250           IF NOT MD-DTRN-FILE-OK
001260               DISPLAY "GIVD0003E - GIVEDTRN COULD NOT BE "
001300                   TO MD-RPT-LABEL
001310               MOVE MD-RPT-WORK-LINE TO DRPT-LINE
001320               WRITE DRPT-LINE
001321               CLOSE DEPT-FILE
001322               CLOSE GLX-FILE
001330               CLOSE DRPT-FILE
001340               MOVE 12 TO RETURN-CODE
001350               GO TO MAIN-PROCEDURE-EXIT
001370           PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001380               UNTIL MD-DTRN-AT-EOF.
001390           CLOSE DTRN-FILE.
001391           IF MD-AUTH-DEL-COUNT > ZERO
001392               PERFORM 5500-WRITE-AUDIT THRU 5500-EXIT
001393               PERFORM 5600-MARK-ORDERS-DONE THRU 5600-EXIT
001402           END-IF.
001403           PERFORM 6000-DROP-ORPHAN-XREF THRU 6000-EXIT.
001404           IF NOT MD-FATAL
001410               PERFORM 7000-LIST-MASTER THRU 7000-EXIT
001411           END-IF.
001412           CLOSE DEPT-FILE.
001413           CLOSE GLX-FILE.
001420           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001430           CLOSE DRPT-FILE.
001440           IF MD-FATAL
001441               MOVE 12 TO RETURN-CODE
001442           ELSE
001443               IF MD-REFUSED-COUNT > ZERO
001444                   MOVE 16 TO RETURN-CODE
001445               ELSE
001446                   IF MD-ERROR-COUNT > ZERO
001447                       MOVE 4 TO RETURN-CODE
001448                   END-IF
001451               END-IF
001460           END-IF.
001470
001471           PERFORM 9750-END-STEP THRU 9750-EXIT.
001480           STOP RUN.
001490       MAIN-PROCEDURE-EXIT.
001491           PERFORM 9750-END-STEP THRU 9750-EXIT.
001500           STOP RUN.
001510*    *****************************************************************
001511*    1000-OPEN-MASTER
001512*        Opens the department master and its GL cross-reference
001513*        for update by key.  An absent master is an empty one:
001514*        it is created and the first adds fill it, and the same
001515*        goes for the cross-reference.  Any other open failure
001516*        is fatal.  The master is browsed once for its latest
001517*        closed-through date, which a department added after a
001518*        close takes on.
001550*    *****************************************************************
001551       1000-OPEN-MASTER.
001552           OPEN I-O DEPT-FILE.
001553           IF MD-DEPT-FILE-MISSING
001554               OPEN OUTPUT DEPT-FILE
001555               IF MD-DEPT-FILE-OK
001556                   CLOSE DEPT-FILE
001557                   OPEN I-O DEPT-FILE
001558               END-IF
001590               MOVE SPACES TO MD-RPT-WORK-LINE
001600               MOVE "NO EXISTING MASTER - STARTING EMPTY"
001610                   TO MD-RPT-LABEL
001620               MOVE MD-RPT-WORK-LINE TO DRPT-LINE
001621               WRITE DRPT-LINE
001622           END-IF.
001623           IF NOT MD-DEPT-FILE-OK
001624               DISPLAY "GIVD0002E - GIVEDEPT COULD NOT BE "
001625                   "OPENED, FILE STATUS " MD-DEPT-FILE-STATUS
001626               MOVE SPACES TO MD-RPT-WORK-LINE
001627               MOVE "GIVEDEPT COULD NOT BE OPENED"
001628                   TO MD-RPT-LABEL
001629               MOVE MD-RPT-WORK-LINE TO DRPT-LINE
001630               WRITE DRPT-LINE
001631               SET MD-FATAL TO TRUE
001640               GO TO 1000-EXIT
001641           END-IF.
001642           OPEN I-O GLX-FILE.
001643           IF MD-GLX-FILE-MISSING
001644               OPEN OUTPUT GLX-FILE
001645               IF MD-GLX-FILE-OK
001646                   CLOSE GLX-FILE
001647                   OPEN I-O GLX-FILE
001648               END-IF
001649           END-IF.
001650           IF NOT MD-GLX-FILE-OK
001651               DISPLAY "GIVD0005E - GIVEGLX COULD NOT BE "
001652                   "OPENED, FILE STATUS " MD-GLX-FILE-STATUS
001653               MOVE SPACES TO MD-RPT-WORK-LINE
001654               MOVE "GIVEGLX COULD NOT BE OPENED"
001655                   TO MD-RPT-LABEL
001656               MOVE MD-RPT-WORK-LINE TO DRPT-LINE
001657               WRITE DRPT-LINE
001658               CLOSE DEPT-FILE
001659               SET MD-FATAL TO TRUE
001660               GO TO 1000-EXIT
001661           END-IF.
001662           MOVE "N" TO MD-DEPT-EOF-SWITCH.
001663           PERFORM 1100-SCAN-CLOSED-THRU THRU 1100-EXIT
001670               UNTIL MD-DEPT-AT-EOF.
001690       1000-EXIT.
001700           EXIT.
001710
001711       1100-SCAN-CLOSED-THRU.
001712           READ DEPT-FILE NEXT RECORD
001740               AT END
001750                   SET MD-DEPT-AT-EOF TO TRUE
001760                   GO TO 1100-EXIT
001770           END-READ.
001771           IF DMST-CLOSED-THRU NUMERIC
001772             AND DMST-CLOSED-THRU > MD-CLOSED-THRU
001773               MOVE DMST-CLOSED-THRU TO MD-CLOSED-THRU
001820           END-IF.
001821       1100-EXIT.
001822           EXIT.
001823*    *****************************************************************
001824*    1300-LOAD-DELETE-ORDERS
001825*        Loads the department delete orders from the pending-
001826*        orders file (GIVEPORD), each with its place in the
001827*        file so the ones carried out can be marked after the
001828*        master is rewritten.  An absent file means no delete
001829*        has been approved.
001830*    *****************************************************************
001831       1300-LOAD-DELETE-ORDERS.
001832           ACCEPT MD-RUN-DATE FROM DATE YYYYMMDD.
001833           OPEN INPUT PORD-FILE.
001834           IF NOT MD-PORD-FILE-OK
001835               GO TO 1300-EXIT
001836           END-IF.
001837           MOVE ZERO TO MD-ORDER-READ-COUNT.
001838           PERFORM 1310-LOAD-ONE-ORDER THRU 1310-EXIT
001839               UNTIL MD-PORD-AT-EOF.
001840           CLOSE PORD-FILE.
001841       1300-EXIT.
001842           EXIT.
001843
001844       1310-LOAD-ONE-ORDER.
001845           READ PORD-FILE
001846               AT END
001847                   SET MD-PORD-AT-EOF TO TRUE
001848                   GO TO 1310-EXIT
001849           END-READ.
001850           ADD 1 TO MD-ORDER-READ-COUNT.
001851           IF PORD-ORDER-TYPE NOT = "DDEL"
001852             OR PORD-STATUS = "X"
001853               GO TO 1310-EXIT
001854           END-IF.
001855           IF MD-ORDER-COUNT >= MD-ORDER-LIMIT
001856               DISPLAY "GIVD0011W - MORE DELETE ORDERS THAN "
001857                   "TABLE, " PORD-DEPT-CODE " NOT LOADED"
001858               GO TO 1310-EXIT
001859           END-IF.
001860           ADD 1 TO MD-ORDER-COUNT.
001861           MOVE PORD-DEPT-CODE
001862               TO MD-OR-DEPT-CODE (MD-ORDER-COUNT).
001863           MOVE PORD-REQUESTER
001864               TO MD-OR-REQUESTER (MD-ORDER-COUNT).
001865           MOVE PORD-APPROVER TO MD-OR-APPROVER (MD-ORDER-COUNT).
001866           MOVE PORD-STATUS TO MD-OR-STATUS (MD-ORDER-COUNT).
001867           MOVE MD-ORDER-READ-COUNT
001868               TO MD-OR-ORDINAL (MD-ORDER-COUNT).
001869           MOVE "N" TO MD-OR-USED (MD-ORDER-COUNT).
001870       1310-EXIT.
001920           EXIT.
001930*    *****************************************************************
001940*    2000-APPLY-TRANSACTION
001950*        Applies one maintenance transaction: A adds a department,
001960*        U changes its cutoff, D removes it.  Anything else, a
001970*        duplicate add, a missing target or a non-numeric cutoff
001971*        is reported and counted as an error.  A and U also
001972*        carry the department's posting ceiling: blank on an
001973*        add means no ceiling, blank on an update leaves it
001974*        alone, and all zeros removes it.  They likewise carry
001975*        the department's GL debit and credit accounts for the
001976*        journal; a blank account on an update is left alone.
001990*    *****************************************************************
002000       2000-APPLY-TRANSACTION.
002010           READ DTRN-FILE
002050           END-READ.
002060           ADD 1 TO MD-TRAN-COUNT.
002070           MOVE "N" TO MD-DEPT-FOUND-SWITCH.
002071           MOVE DTRN-DEPT-CODE TO DMST-DEPT-CODE.
002072           READ DEPT-FILE
002073               INVALID KEY
002074                   CONTINUE
002075               NOT INVALID KEY
002076                   SET MD-DEPT-FOUND TO TRUE
002077           END-READ.
002130           EVALUATE TRUE
002140               WHEN DTRN-IS-ADD
002150                   PERFORM 3000-ADD-DEPT THRU 3000-EXIT
002260                   ADD 1 TO MD-ERROR-COUNT
002270           END-EVALUATE.
002280       2000-EXIT.
002380           EXIT.
002390
002400       3000-ADD-DEPT.
002550               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
002560               GO TO 3000-EXIT
002570           END-IF.
002571           IF DTRN-CEILING NOT = SPACES
002572             AND DTRN-CEILING NOT NUMERIC
002573               MOVE "REJECTED - NON-NUMERIC CEILING"
002600                   TO MD-ACT-RESULT
002610               ADD 1 TO MD-ERROR-COUNT
002620               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
002630               GO TO 3000-EXIT
002640           END-IF.
002641           MOVE SPACES TO DEPT-MST-RECORD.
002642           MOVE DTRN-DEPT-CODE TO DMST-DEPT-CODE.
002643           MOVE DTRN-CUTOFF TO DMST-CUTOFF.
002644           MOVE ZERO TO DMST-RUN-TOTAL.
002645           MOVE ZERO TO DMST-RUN-COUNT.
002646           MOVE ZERO TO DMST-LAST-DATE.
002647           MOVE ZEROS TO DMST-PERIOD-DATA.
002648           MOVE MD-CLOSED-THRU TO DMST-CLOSED-THRU.
002649           IF DTRN-CEILING = SPACES
002650               MOVE ZERO TO DMST-CEILING
002651           ELSE
002652               MOVE DTRN-CEILING TO DMST-CEILING
002653           END-IF.
002654           WRITE DEPT-MST-RECORD
002655               INVALID KEY
002656                   MOVE "REJECTED - MASTER NOT UPDATED"
002657                       TO MD-ACT-RESULT
002658                   ADD 1 TO MD-ERROR-COUNT
002659                   PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
002660                   GO TO 3000-EXIT
002661           END-WRITE.
002662           PERFORM 3300-STORE-GL-XREF THRU 3300-EXIT.
002730           MOVE "ADDED" TO MD-ACT-RESULT.
002731           IF MD-GLX-NOT-UPDATED
002732               MOVE "ADDED - GL XREF NOT UPDATED"
002733                   TO MD-ACT-RESULT
002734               ADD 1 TO MD-ERROR-COUNT
002735           END-IF.
002740           ADD 1 TO MD-APPLIED-COUNT.
002750           PERFORM 4000-WRITE-ACTION THRU 4000-EXIT.
002760       3000-EXIT.
002860               GO TO 3100-EXIT
002870           END-IF.
002880           IF DTRN-CUTOFF NOT NUMERIC
002881             AND (DTRN-CUTOFF NOT = SPACES
002882               OR (DTRN-CEILING = SPACES
002883                 AND DTRN-GL-DEBIT = SPACES
002884                 AND DTRN-GL-CREDIT = SPACES))
002890               MOVE "REJECTED - NON-NUMERIC CUTOFF"
002900                   TO MD-ACT-RESULT
002910               ADD 1 TO MD-ERROR-COUNT
002920               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
002921               GO TO 3100-EXIT
002922           END-IF.
002923           IF DTRN-CEILING NOT = SPACES
002924             AND DTRN-CEILING NOT NUMERIC
002925               MOVE "REJECTED - NON-NUMERIC CEILING"
002926                   TO MD-ACT-RESULT
002927               ADD 1 TO MD-ERROR-COUNT
002928               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
002929               GO TO 3100-EXIT
002930           END-IF.
002931           MOVE SPACE TO MD-UPD-SWITCH.
002932           IF DTRN-CUTOFF NUMERIC
002933               MOVE DTRN-CUTOFF TO DMST-CUTOFF
002934               SET MD-UPD-CUTOFF TO TRUE
002935           END-IF.
002936           IF DTRN-CEILING NUMERIC
002937               MOVE DTRN-CEILING TO DMST-CEILING
002938               IF MD-UPD-CUTOFF
002939                   SET MD-UPD-BOTH TO TRUE
002940               ELSE
002941                   SET MD-UPD-CEILING TO TRUE
002942               END-IF
002943           END-IF.
002944           IF DMST-PERIOD-DATA NOT NUMERIC
002945               MOVE ZEROS TO DMST-PERIOD-DATA
002946           END-IF.
002947           IF DMST-CEILING NOT NUMERIC
002948               MOVE ZERO TO DMST-CEILING
002949           END-IF.
002950           REWRITE DEPT-MST-RECORD
002951               INVALID KEY
002952                   MOVE "REJECTED - MASTER NOT UPDATED"
002953                       TO MD-ACT-RESULT
002954                   ADD 1 TO MD-ERROR-COUNT
002955                   PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
002956                   GO TO 3100-EXIT
002957           END-REWRITE.
002958           PERFORM 3300-STORE-GL-XREF THRU 3300-EXIT.
002959           EVALUATE TRUE
002960               WHEN MD-UPD-BOTH
002961                   MOVE "CUTOFF AND CEILING UPDATED"
002962                       TO MD-ACT-RESULT
002963               WHEN MD-UPD-CEILING
002964                   MOVE "CEILING UPDATED" TO MD-ACT-RESULT
002965               WHEN MD-UPD-CUTOFF
002966                   MOVE "CUTOFF UPDATED" TO MD-ACT-RESULT
002967               WHEN OTHER
002968                   MOVE "GL ACCOUNTS UPDATED" TO MD-ACT-RESULT
002969           END-EVALUATE.
002970           IF MD-GLX-NOT-UPDATED
002971               MOVE "UPDATED - GL XREF NOT UPDATED"
002972                   TO MD-ACT-RESULT
002973               ADD 1 TO MD-ERROR-COUNT
002974           END-IF.
002975           ADD 1 TO MD-APPLIED-COUNT.
002980           PERFORM 4000-WRITE-ACTION THRU 4000-EXIT.
002990       3100-EXIT.
003000           EXIT.
003030           MOVE "DELETE " TO MD-ACT-VERB.
003040           MOVE DTRN-DEPT-CODE TO MD-ACT-DEPT.
003050           IF NOT MD-DEPT-FOUND
003051               MOVE "REJECTED - NOT ON MASTER" TO MD-ACT-RESULT
003052               ADD 1 TO MD-ERROR-COUNT
003053               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003054               GO TO 3200-EXIT
003055           END-IF.
003056           MOVE "N" TO MD-AUTH-SWITCH.
003057           MOVE ZERO TO MD-ORDER-IX.
003058           PERFORM 3210-SCAN-DELETE-ORDER THRU 3210-EXIT
003059               VARYING MD-ORDER-SUB FROM 1 BY 1
003060               UNTIL MD-ORDER-SUB > MD-ORDER-COUNT
003061                  OR MD-AUTH-APPROVED.
003062           IF MD-AUTH-SELF
003063               DISPLAY "GIVD0007E - DELETE OF " DTRN-DEPT-CODE
003064                   " APPROVED BY ITS OWN REQUESTER - REFUSED"
003065               MOVE "REFUSED - ORDER SELF-APPROVED"
003066                   TO MD-ACT-RESULT
003067               ADD 1 TO MD-REFUSED-COUNT
003068               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003069               GO TO 3200-EXIT
003070           END-IF.
003071           IF NOT MD-AUTH-APPROVED
003072               DISPLAY "GIVD0006E - DELETE OF " DTRN-DEPT-CODE
003073                   " HAS NO APPROVED ORDER - REFUSED"
003074               MOVE "REFUSED - ORDER NOT APPROVED"
003075                   TO MD-ACT-RESULT
003076               ADD 1 TO MD-REFUSED-COUNT
003077               PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003078               GO TO 3200-EXIT
003079           END-IF.
003080           DELETE DEPT-FILE RECORD
003081               INVALID KEY
003082                   MOVE "REJECTED - MASTER NOT UPDATED"
003083                       TO MD-ACT-RESULT
003084                   ADD 1 TO MD-ERROR-COUNT
003085                   PERFORM 4000-WRITE-ACTION THRU 4000-EXIT
003086                   GO TO 3200-EXIT
003087           END-DELETE.
003088           MOVE DTRN-DEPT-CODE TO GLX-DEPT-CODE.
003089           DELETE GLX-FILE RECORD
003090               INVALID KEY
003091                   CONTINUE
003092           END-DELETE.
003093           MOVE "N" TO MD-GLX-FAIL-SWITCH.
003094           IF NOT MD-GLX-FILE-OK
003095             AND NOT MD-GLX-NOT-FOUND
003096               DISPLAY "GIVD0014E - GIVEGLX COULD NOT BE UPDATED "
003097                   "FOR DEPT " DTRN-DEPT-CODE
003098                   ", FILE STATUS " MD-GLX-FILE-STATUS
003099               SET MD-GLX-NOT-UPDATED TO TRUE
003100           END-IF.
003101           MOVE "Y" TO MD-OR-USED (MD-ORDER-IX).
003102           ADD 1 TO MD-AUTH-DEL-COUNT.
003103           MOVE SPACES TO MD-ACT-RESULT.
003104           STRING "DELETED BY " DTRN-USER-ID
003105                  " APPROVED " MD-OR-APPROVER (MD-ORDER-IX)
003106               DELIMITED BY SIZE INTO MD-ACT-RESULT.
003107           IF MD-GLX-NOT-UPDATED
003108               MOVE "DELETED - GL XREF NOT UPDATED"
003109                   TO MD-ACT-RESULT
003110               ADD 1 TO MD-ERROR-COUNT
003111           END-IF.
003112           ADD 1 TO MD-APPLIED-COUNT.
003113           PERFORM 4000-WRITE-ACTION THRU 4000-EXIT.
003114       3200-EXIT.
003115           EXIT.
003116
003117       3210-SCAN-DELETE-ORDER.
003118           IF MD-OR-DEPT-CODE (MD-ORDER-SUB) NOT = DTRN-DEPT-CODE
003119             OR MD-OR-REQUESTER (MD-ORDER-SUB) NOT = DTRN-USER-ID
003120             OR MD-OR-STATUS (MD-ORDER-SUB) NOT = "A"
003121             OR MD-OR-USED (MD-ORDER-SUB) = "Y"
003122               GO TO 3210-EXIT
003123           END-IF.
003124           IF MD-OR-APPROVER (MD-ORDER-SUB) = SPACES
003125             OR MD-OR-APPROVER (MD-ORDER-SUB)
003126                = MD-OR-REQUESTER (MD-ORDER-SUB)
003127               SET MD-AUTH-SELF TO TRUE
003128           ELSE
003129               SET MD-AUTH-APPROVED TO TRUE
003130               MOVE MD-ORDER-SUB TO MD-ORDER-IX
003131           END-IF.
003132       3210-EXIT.
003133           EXIT.
003134*    *****************************************************************
003135*    3300-STORE-GL-XREF
003136*        Files the transaction's GL accounts on the cross-
003137*        reference under the department's code.  A blank account
003138*        leaves the one already filed alone; with both blank
003139*        there is nothing to file.
003140*        A cross-reference that cannot be filed is reported and
003141*        flagged for the action line.
003142*    *****************************************************************
003143       3300-STORE-GL-XREF.
003144           MOVE "N" TO MD-GLX-FAIL-SWITCH.
003145           IF DTRN-GL-DEBIT = SPACES
003146             AND DTRN-GL-CREDIT = SPACES
003147               GO TO 3300-EXIT
003148           END-IF.
003149           MOVE "N" TO MD-GLX-FOUND-SWITCH.
003150           MOVE DTRN-DEPT-CODE TO GLX-DEPT-CODE.
003151           READ GLX-FILE
003152               INVALID KEY
003153                   MOVE SPACES TO GLX-RECORD
003154                   MOVE DTRN-DEPT-CODE TO GLX-DEPT-CODE
003155               NOT INVALID KEY
003156                   SET MD-GLX-FOUND TO TRUE
003157           END-READ.
003158           IF DTRN-GL-DEBIT NOT = SPACES
003159               MOVE DTRN-GL-DEBIT TO GLX-DEBIT-ACCT
003160           END-IF.
003161           IF DTRN-GL-CREDIT NOT = SPACES
003162               MOVE DTRN-GL-CREDIT TO GLX-CREDIT-ACCT
003163           END-IF.
003164           IF MD-GLX-FOUND
003165               REWRITE GLX-RECORD
003166                   INVALID KEY
003167                       CONTINUE
003168               END-REWRITE
003169           ELSE
003170               WRITE GLX-RECORD
003171                   INVALID KEY
003172                       CONTINUE
003173               END-WRITE
003174           END-IF.
003175           IF NOT MD-GLX-FILE-OK
003176               DISPLAY "GIVD0014E - GIVEGLX COULD NOT BE UPDATED "
003177                   "FOR DEPT " DTRN-DEPT-CODE
003178                   ", FILE STATUS " MD-GLX-FILE-STATUS
003179               SET MD-GLX-NOT-UPDATED TO TRUE
003180           END-IF.
003181       3300-EXIT.
003182           EXIT.
003183
003184       4000-WRITE-ACTION.
003190           MOVE MD-ACT-LINE TO DRPT-LINE.
003200           WRITE DRPT-LINE.
003210       4000-EXIT.
003220           EXIT.
003230*    *****************************************************************
003231*    5500-WRITE-AUDIT
003232*        Appends a who/when record for each approved delete,
003233*        requester and approver, to the audit trail.
003260*    *****************************************************************
003261       5500-WRITE-AUDIT.
003262           PERFORM 5550-FIND-AUDIT-TAIL THRU 5550-EXIT.
003263           OPEN EXTEND AUDIT-FILE.
003264           IF NOT MD-AUDIT-FILE-OK
003265               OPEN OUTPUT AUDIT-FILE
003266           END-IF.
003267           IF NOT MD-AUDIT-FILE-OK
003268               DISPLAY "GIVD0008E - GIVEAUD COULD NOT BE "
003269                   "OPENED, FILE STATUS " MD-AUDIT-FILE-STATUS
003270               SET MD-FATAL TO TRUE
003271               GO TO 5500-EXIT
003272           END-IF.
003273           PERFORM 5510-AUDIT-ONE-DELETE THRU 5510-EXIT
003274               VARYING MD-ORDER-SUB FROM 1 BY 1
003275               UNTIL MD-ORDER-SUB > MD-ORDER-COUNT.
003276           CLOSE AUDIT-FILE.
003277       5500-EXIT.
003278           EXIT.
003279
003280       5510-AUDIT-ONE-DELETE.
003281           IF MD-OR-USED (MD-ORDER-SUB) NOT = "Y"
003282               GO TO 5510-EXIT
003283           END-IF.
003284           MOVE SPACES TO AUDIT-RECORD.
003285           MOVE MD-RUN-DATE TO AUDIT-DATE.
003286           ACCEPT AUDIT-TIME FROM TIME.
003287           MOVE ZERO TO AUDIT-SEQ-NO.
003288           MOVE ZERO TO AUDIT-GIVE-VALUE.
003289           MOVE ZERO TO AUDIT-GIVE-SAVE-VALUE.
003290           MOVE "N" TO AUDIT-EXIT-SWITCH.
003291           MOVE "DPTDEL" TO AUDIT-ACTION.
003292           MOVE MD-OR-REQUESTER (MD-ORDER-SUB) TO AUDIT-USER-ID.
003293           MOVE MD-OR-APPROVER (MD-ORDER-SUB)
003294               TO AUDIT-APPROVER-ID.
003295           MOVE MD-OR-DEPT-CODE (MD-ORDER-SUB) TO AUDIT-DEPT-CODE.
003296           PERFORM 5560-CHAIN-AUDIT THRU 5560-EXIT.
003297           WRITE AUDIT-RECORD.
003298       5510-EXIT.
003299           EXIT.
003300*    *****************************************************************
003301*    5550-FIND-AUDIT-TAIL
003302*        Finds the running sequence and chain value of the last
003303*        audit record written, so this job's records continue
003304*        the chain: the last record on GIVEAUD or, when the
003305*        archive job has moved every record off it, the last
003306*        record on GIVEAUDA.  No chained record yet starts the
003307*        chain at sequence 1 from a zero value.
003308*    *****************************************************************
003309       5550-FIND-AUDIT-TAIL.
003310           MOVE ZERO TO MD-CHAIN-SEQ.
003311           MOVE ZERO TO MD-CHAIN-VALUE.
003312           MOVE "N" TO MD-CHAIN-TAIL-SWITCH.
003313           OPEN INPUT AUDIT-FILE.
003314           IF MD-AUDIT-FILE-OK
003315               MOVE "N" TO MD-AUD-EOF-SWITCH
003316               PERFORM 5551-READ-AUDIT-TAIL THRU 5551-EXIT
003317                   UNTIL MD-AUD-AT-EOF
003318               CLOSE AUDIT-FILE
003319           END-IF.
003320           IF MD-CHAIN-TAIL-FOUND
003321               GO TO 5550-EXIT
003322           END-IF.
003323           OPEN INPUT AUDA-FILE.
003324           IF MD-AUDA-FILE-OK
003325               MOVE "N" TO MD-AUD-EOF-SWITCH
003326               PERFORM 5552-READ-AUDA-TAIL THRU 5552-EXIT
003327                   UNTIL MD-AUD-AT-EOF
003328               CLOSE AUDA-FILE
003329           END-IF.
003330       5550-EXIT.
003331           EXIT.
003332
003333       5551-READ-AUDIT-TAIL.
003334           READ AUDIT-FILE
003335               AT END
003336                   SET MD-AUD-AT-EOF TO TRUE
003337                   GO TO 5551-EXIT
003338           END-READ.
003339           SET MD-CHAIN-TAIL-FOUND TO TRUE.
003340           IF AUDIT-CHAIN-SEQ NUMERIC
003341             AND AUDIT-CHAIN-VALUE NUMERIC
003342               MOVE AUDIT-CHAIN-SEQ TO MD-CHAIN-SEQ
003343               MOVE AUDIT-CHAIN-VALUE TO MD-CHAIN-VALUE
003344           ELSE
003345               MOVE ZERO TO MD-CHAIN-SEQ
003346               MOVE ZERO TO MD-CHAIN-VALUE
003347           END-IF.
003348       5551-EXIT.
003349           EXIT.
003350
003351       5552-READ-AUDA-TAIL.
003352           READ AUDA-FILE
003353               AT END
003354                   SET MD-AUD-AT-EOF TO TRUE
003355                   GO TO 5552-EXIT
003356           END-READ.
003357           IF AUDA-CHAIN-SEQ NUMERIC
003358             AND AUDA-CHAIN-VALUE NUMERIC
003359               MOVE AUDA-CHAIN-SEQ TO MD-CHAIN-SEQ
003360               MOVE AUDA-CHAIN-VALUE TO MD-CHAIN-VALUE
003361           ELSE
003362               MOVE ZERO TO MD-CHAIN-SEQ
003363               MOVE ZERO TO MD-CHAIN-VALUE
003364           END-IF.
003365       5552-EXIT.
003366           EXIT.
003367*    *****************************************************************
003368*    5560-CHAIN-AUDIT
003369*        Stamps the audit record with the next running sequence
003370*        and its chain value, folded from the previous record's
003371*        value and this record's first 71 bytes exactly as the
003372*        main run's 7060-CHAIN-AUDIT does.
003373*    *****************************************************************
003374       5560-CHAIN-AUDIT.
003375           ADD 1 TO MD-CHAIN-SEQ.
003376           MOVE MD-CHAIN-SEQ TO AUDIT-CHAIN-SEQ.
003377           MOVE AUDIT-RECORD (1:71) TO MD-CHAIN-DATA.
003378           PERFORM 5570-CHAIN-ONE-CHAR THRU 5570-EXIT
003379               VARYING MD-CHAIN-SUB FROM 1 BY 1
003380               UNTIL MD-CHAIN-SUB > 71.
003381           MOVE MD-CHAIN-VALUE TO AUDIT-CHAIN-VALUE.
003382       5560-EXIT.
003383           EXIT.
003384
003385       5570-CHAIN-ONE-CHAR.
003386           COMPUTE MD-CHAIN-WORK = MD-CHAIN-VALUE * 31
003387               + FUNCTION ORD (MD-CHAIN-CHAR (MD-CHAIN-SUB)).
003388           DIVIDE MD-CHAIN-WORK BY 999999937
003389               GIVING MD-CHAIN-QUOT REMAINDER MD-CHAIN-VALUE.
003390       5570-EXIT.
003391           EXIT.
003392*    *****************************************************************
003393*    5600-MARK-ORDERS-DONE
003394*        Marks each delete order carried out ("X") so it cannot
003395*        authorize a second delete; the pending-orders desk
003396*        (GIVEAUTH) clears them on its next run.  The file is
003397*        copied through the work file and back.
003398*    *****************************************************************
003399       5600-MARK-ORDERS-DONE.
003400           OPEN INPUT PORD-FILE.
003401           IF NOT MD-PORD-FILE-OK
003402               DISPLAY "GIVD0009E - GIVEPORD COULD NOT BE "
003403                   "REOPENED, FILE STATUS " MD-PORD-FILE-STATUS
003404               SET MD-FATAL TO TRUE
003405               GO TO 5600-EXIT
003406           END-IF.
003407           OPEN OUTPUT DWRK-FILE.
003408           IF NOT MD-DWRK-FILE-OK
003409               DISPLAY "GIVD0010E - GIVEDWRK COULD NOT BE "
003410                   "OPENED, FILE STATUS " MD-DWRK-FILE-STATUS
003411               CLOSE PORD-FILE
003412               SET MD-FATAL TO TRUE
003413               GO TO 5600-EXIT
003414           END-IF.
003415           MOVE ZERO TO MD-ORDER-READ-COUNT.
003416           MOVE "N" TO MD-PORD-EOF-SWITCH.
003417           PERFORM 5610-SAVE-ONE-ORDER THRU 5610-EXIT
003418               UNTIL MD-PORD-AT-EOF.
003419           CLOSE PORD-FILE.
003420           CLOSE DWRK-FILE.
003421           OPEN INPUT DWRK-FILE.
003422           IF NOT MD-DWRK-FILE-OK
003423               DISPLAY "GIVD0010E - GIVEDWRK COULD NOT BE "
003424                   "REOPENED, FILE STATUS " MD-DWRK-FILE-STATUS
003425               SET MD-FATAL TO TRUE
003426               GO TO 5600-EXIT
003427           END-IF.
003428           OPEN OUTPUT PORD-FILE.
003429           IF NOT MD-PORD-FILE-OK
003430               DISPLAY "GIVD0009E - GIVEPORD COULD NOT BE "
003431                   "REWRITTEN, FILE STATUS " MD-PORD-FILE-STATUS
003432               CLOSE DWRK-FILE
003433               SET MD-FATAL TO TRUE
003434               GO TO 5600-EXIT
003435           END-IF.
003436           MOVE "N" TO MD-DWRK-EOF-SWITCH.
003437           PERFORM 5620-COPY-ONE-ORDER-BACK THRU 5620-EXIT
003438               UNTIL MD-DWRK-AT-EOF.
003439           CLOSE DWRK-FILE.
003440           CLOSE PORD-FILE.
003441       5600-EXIT.
003442           EXIT.
003443
003444       5610-SAVE-ONE-ORDER.
003445           READ PORD-FILE
003446               AT END
003447                   SET MD-PORD-AT-EOF TO TRUE
003448                   GO TO 5610-EXIT
003449           END-READ.
003450           ADD 1 TO MD-ORDER-READ-COUNT.
003451           PERFORM 5630-SCAN-USED-ORDER THRU 5630-EXIT
003452               VARYING MD-ORDER-SUB FROM 1 BY 1
003453               UNTIL MD-ORDER-SUB > MD-ORDER-COUNT.
003454           MOVE PORD-RECORD TO DWRK-RECORD.
003455           WRITE DWRK-RECORD.
003456       5610-EXIT.
003457           EXIT.
003458
003459       5620-COPY-ONE-ORDER-BACK.
003460           READ DWRK-FILE
003461               AT END
003462                   SET MD-DWRK-AT-EOF TO TRUE
003463                   GO TO 5620-EXIT
003464           END-READ.
003465           MOVE DWRK-RECORD TO PORD-RECORD.
003466           WRITE PORD-RECORD.
003467       5620-EXIT.
003468           EXIT.
003469
003470       5630-SCAN-USED-ORDER.
003471           IF MD-OR-USED (MD-ORDER-SUB) = "Y"
003472             AND MD-OR-ORDINAL (MD-ORDER-SUB)
003473                 = MD-ORDER-READ-COUNT
003474               MOVE "X" TO PORD-STATUS
003475           END-IF.
003476       5630-EXIT.
003477           EXIT.
003478*    *****************************************************************
003479*    6000-DROP-ORPHAN-XREF
003480*        Browses the GL cross-reference in key order and drops
003481*        any entry whose department is no longer on the master,
003482*        so the two files always agree.
003483*    *****************************************************************
003484       6000-DROP-ORPHAN-XREF.
003485           MOVE LOW-VALUES TO GLX-DEPT-CODE.
003486           MOVE "N" TO MD-GLX-EOF-SWITCH.
003487           START GLX-FILE
003488               KEY IS NOT LESS THAN GLX-DEPT-CODE
003489               INVALID KEY
003490                   SET MD-GLX-AT-EOF TO TRUE
003491           END-START.
003492           PERFORM 6100-CHECK-ONE-XREF THRU 6100-EXIT
003493               UNTIL MD-GLX-AT-EOF.
003494       6000-EXIT.
003495           EXIT.
003496
003497       6100-CHECK-ONE-XREF.
003498           READ GLX-FILE NEXT RECORD
003499               AT END
003500                   SET MD-GLX-AT-EOF TO TRUE
003501                   GO TO 6100-EXIT
003502           END-READ.
003503           MOVE GLX-DEPT-CODE TO DMST-DEPT-CODE.
003504           READ DEPT-FILE
003505               INVALID KEY
003506                   CONTINUE
003507               NOT INVALID KEY
003508                   GO TO 6100-EXIT
003509           END-READ.
003510           DELETE GLX-FILE RECORD
003511               INVALID KEY
003512                   GO TO 6100-EXIT
003513           END-DELETE.
003514           ADD 1 TO MD-GLX-DROPPED-COUNT.
003515       6100-EXIT.
003600           EXIT.
003610*    *****************************************************************
003620*    7000-LIST-MASTER
003621*        Lists the resulting master in key order so the desk sees
003622*        the effective departments, cutoffs and cumulative
003623*        positions, with each ceiling and how much of it is
003624*        already used, and each department's GL accounts from
003625*        the cross-reference.
003650*    *****************************************************************
003660       7000-LIST-MASTER.
003670           MOVE SPACES TO MD-RPT-WORK-LINE.
003680           MOVE "RESULTING DEPARTMENT MASTER" TO MD-RPT-LABEL.
003690           MOVE MD-RPT-WORK-LINE TO DRPT-LINE.
003700           WRITE DRPT-LINE.
003701           MOVE LOW-VALUES TO DMST-DEPT-CODE.
003702           MOVE "N" TO MD-DEPT-EOF-SWITCH.
003703           START DEPT-FILE
003704               KEY IS NOT LESS THAN DMST-DEPT-CODE
003705               INVALID KEY
003706                   SET MD-DEPT-AT-EOF TO TRUE
003707           END-START.
003710           PERFORM 7100-LIST-ONE-DEPT THRU 7100-EXIT
003711               UNTIL MD-DEPT-AT-EOF.
003740       7000-EXIT.
003750           EXIT.
003760
003770       7100-LIST-ONE-DEPT.
003771           READ DEPT-FILE NEXT RECORD
003772               AT END
003773                   SET MD-DEPT-AT-EOF TO TRUE
003774                   GO TO 7100-EXIT
003775           END-READ.
003776           ADD 1 TO MD-WRITTEN-COUNT.
003777           MOVE DMST-DEPT-CODE TO MD-MST-DEPT.
003778           MOVE DMST-CUTOFF TO MD-MST-CUTOFF.
003779           MOVE DMST-RUN-TOTAL TO MD-MST-TOTAL.
003780           MOVE DMST-RUN-COUNT TO MD-MST-COUNT.
003781           MOVE DMST-LAST-DATE TO MD-MST-DATE.
003782           MOVE MD-MST-LINE TO DRPT-LINE.
003783           WRITE DRPT-LINE.
003784           IF DMST-CEILING NUMERIC
003785             AND DMST-CEILING > ZERO
003786               COMPUTE MD-CEIL-PCT-WORK =
003787                   DMST-RUN-TOTAL * 100 / DMST-CEILING
003788                   ON SIZE ERROR
003789                       MOVE 99999 TO MD-CEIL-PCT-WORK
003790               END-COMPUTE
003791               MOVE DMST-CEILING TO MD-CEIL-AMOUNT
003792               MOVE MD-CEIL-PCT-WORK TO MD-CEIL-PCT
003793               MOVE MD-CEIL-LINE TO DRPT-LINE
003794               WRITE DRPT-LINE
003800           END-IF.
003801           MOVE DMST-DEPT-CODE TO GLX-DEPT-CODE.
003802           READ GLX-FILE
003803               INVALID KEY
003804                   MOVE SPACES TO GLX-DEBIT-ACCT
003805                   MOVE SPACES TO GLX-CREDIT-ACCT
003806               NOT INVALID KEY
003807                   ADD 1 TO MD-GLX-WRITTEN-COUNT
003808           END-READ.
003809           IF GLX-DEBIT-ACCT = SPACES
003810             OR GLX-CREDIT-ACCT = SPACES
003811               MOVE "NOT MAPPED" TO MD-GL-DEBIT
003812               MOVE SPACES TO MD-GL-CREDIT
003813           ELSE
003814               MOVE GLX-DEBIT-ACCT TO MD-GL-DEBIT
003815               MOVE GLX-CREDIT-ACCT TO MD-GL-CREDIT
003816           END-IF.
003817           MOVE MD-GL-LINE TO DRPT-LINE.
003870           WRITE DRPT-LINE.
003880       7100-EXIT.
003890           EXIT.
004140               MOVE SPACES TO MD-RPT-WORK-LINE
004145               MOVE "DEPARTMENTS ON MASTER" TO MD-RPT-LABEL
004150               MOVE MD-WRITTEN-COUNT TO MD-RPT-NUMBER
004151               MOVE MD-RPT-WORK-LINE TO DRPT-LINE
004152               WRITE DRPT-LINE
004153               MOVE SPACES TO MD-RPT-WORK-LINE
004154               MOVE "GL CROSS-REFERENCE ENTRIES" TO MD-RPT-LABEL
004155               MOVE MD-GLX-WRITTEN-COUNT TO MD-RPT-NUMBER
004156               MOVE MD-RPT-WORK-LINE TO DRPT-LINE
004157               WRITE DRPT-LINE
004158           END-IF.
004159           MOVE SPACES TO MD-RPT-WORK-LINE.
004160           MOVE "DELETES REFUSED - NOT APPROVED" TO MD-RPT-LABEL.
004161           MOVE MD-REFUSED-COUNT TO MD-RPT-NUMBER.
004162           MOVE MD-RPT-WORK-LINE TO DRPT-LINE.
004163           WRITE DRPT-LINE.
004164
004165           IF MD-GLX-DROPPED-COUNT > ZERO
004166               MOVE SPACES TO MD-RPT-WORK-LINE
004167               MOVE "GL ENTRIES DROPPED - NO SUCH DEPT"
004168                   TO MD-RPT-LABEL
004169               MOVE MD-GLX-DROPPED-COUNT TO MD-RPT-NUMBER
004170               MOVE MD-RPT-WORK-LINE TO DRPT-LINE
004171               WRITE DRPT-LINE
004175           END-IF.
004180       8000-EXIT.
004190           EXIT.
004191*    *****************************************************************
004192*    9700-START-STEP
004193*        Records the run as a step on the job-stream step ledger
004194*        (GIVESTEP) under the GIVEBDT business date.  A desk
004195*        utility depends on no nightly step and is run as often
004196*        as the desk needs in a day, so it is never refused here,
004197*        and a ledger that cannot be updated only costs the entry.
004198*    *****************************************************************
004199       9700-START-STEP.
004200           PERFORM 9705-LOAD-STEP-DATE THRU 9705-EXIT.
004201           OPEN I-O STEP-FILE.
004202           IF MD-STEP-FILE-MISSING
004203               OPEN OUTPUT STEP-FILE
004204               IF MD-STEP-FILE-OK
004205                   CLOSE STEP-FILE
004206                   OPEN I-O STEP-FILE
004207               END-IF
004208           END-IF.
004209           IF NOT MD-STEP-FILE-OK
004210               DISPLAY "GIVD0012W - GIVESTEP COULD NOT BE "
004211                   "OPENED, FILE STATUS " MD-STEP-FILE-STATUS
004212               GO TO 9700-EXIT
004213           END-IF.
004214           MOVE MD-STEP-BUS-DATE TO STEP-BUS-DATE.
004215           MOVE MD-STEP-NAME TO STEP-NAME.
004216           MOVE MD-STEP-INSTANCE TO STEP-INSTANCE.
004217           MOVE "N" TO MD-STEP-FOUND-SWITCH.
004218           READ STEP-FILE
004219               INVALID KEY
004220                   CONTINUE
004221               NOT INVALID KEY
004222                   SET MD-STEP-FOUND TO TRUE
004223           END-READ.
004224           IF NOT MD-STEP-FOUND
004225               MOVE SPACES TO STEP-RECORD
004226               MOVE MD-STEP-BUS-DATE TO STEP-BUS-DATE
004227               MOVE MD-STEP-NAME TO STEP-NAME
004228               MOVE MD-STEP-INSTANCE TO STEP-INSTANCE
004229               MOVE ZERO TO STEP-RUN-COUNT
004230               MOVE ZERO TO STEP-RESET-DATE
004231               MOVE ZERO TO STEP-RESET-TIME
004232           END-IF.
004233           PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT.
004234           SET STEP-RUNNING TO TRUE.
004235           MOVE MD-STEP-NOW TO STEP-START-STAMP.
004236           MOVE ZERO TO STEP-END-DATE.
004237           MOVE ZERO TO STEP-END-TIME.
004238           MOVE ZERO TO STEP-COND-CODE.
004239           ADD 1 TO STEP-RUN-COUNT.
004240           IF MD-STEP-FOUND
004241               REWRITE STEP-RECORD
004242                   INVALID KEY
004243                       CONTINUE
004244               END-REWRITE
004245           ELSE
004246               WRITE STEP-RECORD
004247                   INVALID KEY
004248                       CONTINUE
004249               END-WRITE
004250           END-IF.
004251           IF NOT MD-STEP-FILE-OK
004252               DISPLAY "GIVD0012W - GIVESTEP COULD NOT BE "
004253                   "UPDATED, FILE STATUS " MD-STEP-FILE-STATUS
004254               CLOSE STEP-FILE
004255               GO TO 9700-EXIT
004256           END-IF.
004257           CLOSE STEP-FILE.
004258           SET MD-STEP-STARTED TO TRUE.
004259       9700-EXIT.
004260           EXIT.
004261
004262       9705-LOAD-STEP-DATE.
004263           ACCEPT MD-STEP-BUS-DATE FROM DATE YYYYMMDD.
004264           OPEN INPUT BDT-FILE.
004265           IF MD-BDT-FILE-OK
004266               READ BDT-FILE
004267                   NOT AT END
004268                       IF BDT-BUS-DATE NUMERIC
004269                         AND BDT-BUS-DATE > ZERO
004270                           MOVE BDT-BUS-DATE TO MD-STEP-BUS-DATE
004271                       END-IF
004272               END-READ
004273               CLOSE BDT-FILE
004274           END-IF.
004275       9705-EXIT.
004276           EXIT.
004277*    *****************************************************************
004278*    9750-END-STEP
004279*        Marks this step ended on GIVESTEP with its condition
004280*        code.  Only a step this run started is marked; a ledger
004281*        that cannot be updated is reported and does not change
004282*        the step's own condition code.
004283*    *****************************************************************
004284       9750-END-STEP.
004285           IF NOT MD-STEP-STARTED
004286               GO TO 9750-EXIT
004287           END-IF.
004288           MOVE "N" TO MD-STEP-STARTED-SWITCH.
004289           OPEN I-O STEP-FILE.
004290           IF NOT MD-STEP-FILE-OK
004291               DISPLAY "GIVD0013W - END OF STEP NOT RECORDED ON "
004292                   "GIVESTEP, FILE STATUS " MD-STEP-FILE-STATUS
004293               GO TO 9750-EXIT
004294           END-IF.
004295           MOVE MD-STEP-BUS-DATE TO STEP-BUS-DATE.
004296           MOVE MD-STEP-NAME TO STEP-NAME.
004297           MOVE MD-STEP-INSTANCE TO STEP-INSTANCE.
004298           READ STEP-FILE
004299               INVALID KEY
004300                   CONTINUE
004301           END-READ.
004302           IF MD-STEP-FILE-OK
004303               PERFORM 9795-TAKE-STEP-STAMP THRU 9795-EXIT
004304               SET STEP-ENDED TO TRUE
004305               MOVE MD-STEP-NOW TO STEP-END-STAMP
004306               MOVE RETURN-CODE TO STEP-COND-CODE
004307               REWRITE STEP-RECORD
004308                   INVALID KEY
004309                       CONTINUE
004310               END-REWRITE
004311           END-IF.
004312           IF NOT MD-STEP-FILE-OK
004313               DISPLAY "GIVD0013W - END OF STEP NOT RECORDED ON "
004314                   "GIVESTEP, FILE STATUS " MD-STEP-FILE-STATUS
004315           END-IF.
004316           CLOSE STEP-FILE.
004317       9750-EXIT.
004318           EXIT.
004319
004320       9795-TAKE-STEP-STAMP.
004321           ACCEPT MD-STEP-NOW-DATE FROM DATE YYYYMMDD.
004322           ACCEPT MD-STEP-CLOCK FROM TIME.
004323           MOVE MD-STEP-CLOCK-HMS TO MD-STEP-NOW-TIME.
004324       9795-EXIT.
004325           EXIT.
004326
004327           END PROGRAM GIVEDPTM.
