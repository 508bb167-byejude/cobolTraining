000010*    *****************************************************************
000020*     Author:tulip
000030*     Date:
000040*     Purpose: Verifies the audit trail's record-to-record chain
000050*     Tectonics: cobc
000060*
000070*     Modification History
000080*     -----------------------------------------------------------------
000090*     2026-10-15  TUL  New program. Every audit record written by
000100*                      the main run, GIVEBKO, GIVERELQ, GIVEDPTM
000110*                      and GIVEMRGE carries a running sequence and
000120*                      a chain value folded from the previous
000130*                      record's value and its own content.  This
000140*                      job walks the archive (GIVEAUDA) and then
000150*                      the live trail (GIVEAUD) end to end and
000160*                      reports every broken link (a record
000170*                      altered, or one inserted in its place),
000180*                      every gap in the sequence (records
000190*                      removed) and every record out of order, on
000200*                      GIVEURPT.  Records written before the chain
000210*                      was introduced are counted as unchained
000220*                      and passed.  Condition codes: 0 chain
000230*                      intact, 4 no chained records to verify, 8
000240*                      chain broken, 12 report could not be
000250*                      opened.
000260*    *****************************************************************
000270       IDENTIFICATION DIVISION.
000280       PROGRAM-ID. GIVEAUDV.
000290       ENVIRONMENT DIVISION.
000300       INPUT-OUTPUT SECTION.
000310       FILE-CONTROL.
000320           SELECT URPT-FILE ASSIGN TO "GIVEURPT"
000330               ORGANIZATION IS LINE SEQUENTIAL
000340               FILE STATUS IS AV-URPT-FILE-STATUS.
000350           SELECT AUDA-FILE ASSIGN TO "GIVEAUDA"
000360               ORGANIZATION IS LINE SEQUENTIAL
000370               FILE STATUS IS AV-AUD-FILE-STATUS.
000380           SELECT AUD-FILE ASSIGN TO "GIVEAUD"
000390               ORGANIZATION IS LINE SEQUENTIAL
000400               FILE STATUS IS AV-AUD-FILE-STATUS.
000410       DATA DIVISION.
000420       FILE SECTION.
000430       FD  URPT-FILE.
000440       01  URPT-LINE               PIC X(80).
000450       FD  AUDA-FILE.
000460       01  AUDA-RECORD             PIC X(80).
000470       FD  AUD-FILE.
000480       01  AUD-RECORD              PIC X(80).
000490       WORKING-STORAGE SECTION.
000500       77  AV-URPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000510           88  AV-URPT-FILE-OK               VALUE "00".
000520       77  AV-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000530           88  AV-AUD-FILE-OK                VALUE "00".
000540       77  AV-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
000550           88  AV-AUD-AT-EOF                 VALUE "Y".
000560       77  AV-STARTED-SWITCH       PIC X(01) VALUE "N".
000570           88  AV-CHAIN-STARTED              VALUE "Y".
000580       77  AV-CUR-FILE             PIC 9(01) VALUE ZERO.
000590       77  AV-PREV-SEQ             PIC 9(09) VALUE ZERO.
000600       77  AV-PREV-VALUE           PIC 9(09) VALUE ZERO.
000610       77  AV-EXPECT-SEQ           PIC 9(09) VALUE ZERO.
000620       77  AV-FIRST-SEQ            PIC 9(09) VALUE ZERO.
000630       77  AV-FOLD-VALUE           PIC 9(09) VALUE ZERO.
000640       77  AV-CHAIN-WORK           PIC 9(12) COMP VALUE ZERO.
000650       77  AV-CHAIN-QUOT           PIC 9(05) COMP VALUE ZERO.
000660       77  AV-CHAIN-SUB            PIC 9(02) COMP VALUE ZERO.
000670       77  AV-REC-NO               PIC 9(07) VALUE ZERO.
000680       77  AV-LINK-COUNT           PIC 9(07) COMP VALUE ZERO.
000690       77  AV-BROKEN-COUNT         PIC 9(05) COMP VALUE ZERO.
000700       77  AV-GAP-COUNT            PIC 9(05) COMP VALUE ZERO.
000710       77  AV-ORDER-COUNT          PIC 9(05) COMP VALUE ZERO.
000720       77  AV-UNCHAINED-COUNT      PIC 9(05) COMP VALUE ZERO.
000730       77  AV-LEGACY-COUNT         PIC 9(07) COMP VALUE ZERO.
000740       77  AV-ANOMALY-COUNT        PIC 9(05) COMP VALUE ZERO.
000750       01  AV-AUDIT-REC.
000760           05  AV-AR-DATE          PIC X(08).
000770           05  AV-AR-TIME          PIC X(08).
000780           05  FILLER              PIC X(10).
000790           05  AV-AR-ACTION        PIC X(08).
000800           05  AV-AR-USER-ID       PIC X(08).
000810           05  AV-AR-BATCH-ID      PIC X(08).
000820           05  FILLER              PIC X(12).
000830           05  AV-AR-CHAIN-SEQ     PIC 9(09).
000840           05  AV-AR-CHAIN-VALUE   PIC 9(09).
000850       01  AV-CHAIN-DATA.
000860           05  AV-CHAIN-CHAR OCCURS 71 TIMES PIC X(01).
000870       01  AV-FILE-COUNTS.
000880           05  AV-FILE-RECS OCCURS 2 TIMES PIC 9(07) COMP.
000890       01  AV-NAME-TABLE.
000900           05  FILLER              PIC X(08) VALUE "GIVEAUDA".
000910           05  FILLER              PIC X(08) VALUE "GIVEAUD ".
000920       01  AV-NAME-VIEW REDEFINES AV-NAME-TABLE.
000930           05  AV-FILE-NAME OCCURS 2 TIMES PIC X(08).
000940       01  AV-RPT-WORK-LINE.
000950           05  AV-RPT-LABEL        PIC X(37).
000960           05  AV-RPT-NUMBER       PIC ZZZZ9.
000970           05  AV-RPT-TEXT         PIC X(38).
000980       01  AV-SEQ-LINE.
000990           05  AV-SL-LABEL         PIC X(37).
001000           05  AV-SL-NUMBER        PIC Z(08)9.
001010           05  FILLER              PIC X(34) VALUE SPACES.
001020       01  AV-ANOMALY-LINE.
001030           05  AV-AL-FILE          PIC X(08).
001040           05  FILLER              PIC X(05) VALUE " REC ".
001050           05  AV-AL-REC-NO        PIC Z(06)9.
001060           05  FILLER              PIC X(05) VALUE " SEQ ".
001070           05  AV-AL-SEQ           PIC X(09).
001080           05  FILLER              PIC X(05) VALUE " EXP ".
001090           05  AV-AL-EXPECT        PIC Z(08)9.
001100           05  FILLER              PIC X(01) VALUE SPACE.
001110           05  AV-AL-TEXT          PIC X(31).
001120       01  AV-DETAIL-LINE.
001130           05  FILLER              PIC X(13) VALUE SPACES.
001140           05  AV-DL-DATE          PIC X(08).
001150           05  FILLER              PIC X(01) VALUE SPACE.
001160           05  AV-DL-TIME          PIC X(08).
001170           05  FILLER              PIC X(01) VALUE SPACE.
001180           05  AV-DL-ACTION        PIC X(08).
001190           05  FILLER              PIC X(01) VALUE SPACE.
001200           05  AV-DL-USER-ID       PIC X(08).
001210           05  FILLER              PIC X(01) VALUE SPACE.
001220           05  AV-DL-BATCH-ID      PIC X(08).
001230           05  FILLER              PIC X(23) VALUE SPACES.
001240       PROCEDURE DIVISION.
001250
001260       MAIN-PROCEDURE.
001270           OPEN OUTPUT URPT-FILE.
001280           IF NOT AV-URPT-FILE-OK
001290               DISPLAY "GIVU0001E - GIVEURPT COULD NOT BE "
001300                   "OPENED, FILE STATUS " AV-URPT-FILE-STATUS
001310               MOVE 12 TO RETURN-CODE
001320               GO TO MAIN-PROCEDURE-EXIT
001330           END-IF.
001340           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350           PERFORM 2000-VERIFY-FILE THRU 2000-EXIT
001360               VARYING AV-CUR-FILE FROM 1 BY 1
001370               UNTIL AV-CUR-FILE > 2.
001380           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001390           CLOSE URPT-FILE.
001400           EVALUATE TRUE
001410               WHEN AV-ANOMALY-COUNT > 0
001420                   DISPLAY "GIVU0002E - AUDIT CHAIN BROKEN, "
001430                       AV-ANOMALY-COUNT " ANOMALIES - SEE "
001440                       "GIVEURPT"
001450                   MOVE 8 TO RETURN-CODE
001460               WHEN NOT AV-CHAIN-STARTED
001470                   DISPLAY "GIVU0003W - NO CHAINED AUDIT RECORDS "
001480                       "TO VERIFY"
001490                   MOVE 4 TO RETURN-CODE
001500               WHEN OTHER
001510                   DISPLAY "GIVU0004I - AUDIT CHAIN INTACT TO "
001520                       "SEQUENCE " AV-PREV-SEQ
001530                   MOVE 0 TO RETURN-CODE
001540           END-EVALUATE.
001550
001560           STOP RUN.
001570       MAIN-PROCEDURE-EXIT.
001580           STOP RUN.
001590*    *****************************************************************
001600*    1000-INITIALIZE
001610*        Writes the report heading.  The chain is walked from
001620*        sequence 1, whose chain value is folded from zero.
001630*    *****************************************************************
001640       1000-INITIALIZE.
001650           MOVE ZERO TO AV-FILE-RECS (1).
001660           MOVE ZERO TO AV-FILE-RECS (2).
001670           MOVE ZERO TO AV-PREV-SEQ.
001680           MOVE ZERO TO AV-PREV-VALUE.
001690           MOVE SPACES TO AV-RPT-WORK-LINE.
001700           MOVE "GIVE AUDIT TRAIL CHAIN VERIFICATION"
001710               TO AV-RPT-LABEL.
001720           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
001730           WRITE URPT-LINE.
001740           MOVE SPACES TO URPT-LINE.
001750           WRITE URPT-LINE.
001760       1000-EXIT.
001770           EXIT.
001780*    *****************************************************************
001790*    2000-VERIFY-FILE
001800*        Walks one file of the trail: GIVEAUDA (1) first, then
001810*        GIVEAUD (2), which continues the archive's chain.  A
001820*        file that is not there is reported and skipped.
001830*    *****************************************************************
001840       2000-VERIFY-FILE.
001850           MOVE ZERO TO AV-REC-NO.
001860           MOVE "N" TO AV-AUD-EOF-SWITCH.
001870           IF AV-CUR-FILE = 1
001880               OPEN INPUT AUDA-FILE
001890           ELSE
001900               OPEN INPUT AUD-FILE
001910           END-IF.
001920           IF NOT AV-AUD-FILE-OK
001930               MOVE SPACES TO AV-RPT-WORK-LINE
001940               MOVE AV-FILE-NAME (AV-CUR-FILE) TO AV-RPT-LABEL
001950               MOVE "NOT PRESENT - SKIPPED" TO AV-RPT-TEXT
001960               MOVE AV-RPT-WORK-LINE TO URPT-LINE
001970               WRITE URPT-LINE
001980               GO TO 2000-EXIT
001990           END-IF.
002000           PERFORM 3000-VERIFY-ONE-RECORD THRU 3000-EXIT
002010               UNTIL AV-AUD-AT-EOF.
002020           IF AV-CUR-FILE = 1
002030               CLOSE AUDA-FILE
002040           ELSE
002050               CLOSE AUD-FILE
002060           END-IF.
002070           MOVE AV-REC-NO TO AV-FILE-RECS (AV-CUR-FILE).
002080       2000-EXIT.
002090           EXIT.
002100*    *****************************************************************
002110*    3000-VERIFY-ONE-RECORD
002120*        Checks one record against the chain so far:
002130*          - unchained (no numeric sequence and value): passed
002140*            as a record written before the chain began, but a
002150*            break once chained records have been seen;
002160*          - sequence as expected: its value must equal the
002170*            previous value folded with its first 71 bytes, or
002180*            the link is broken;
002190*          - sequence beyond expected: records are missing;
002200*          - sequence at or below the previous one: out of order,
002210*            and the record is passed over so the walk stays on
002220*            the chain.
002230*        After a broken link or a gap the walk resumes from the
002240*        record just read, so one bad record is reported once.
002250*    *****************************************************************
002260       3000-VERIFY-ONE-RECORD.
002270           PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
002280           IF AV-AUD-AT-EOF
002290               GO TO 3000-EXIT
002300           END-IF.
002310           ADD 1 TO AV-REC-NO.
002320           IF AV-AR-CHAIN-SEQ NOT NUMERIC
002330             OR AV-AR-CHAIN-VALUE NOT NUMERIC
002340               IF AV-CHAIN-STARTED
002350                   MOVE "UNCHAINED AFTER CHAIN START"
002360                       TO AV-AL-TEXT
002370                   ADD 1 TO AV-UNCHAINED-COUNT
002380                   PERFORM 4000-WRITE-ANOMALY THRU 4000-EXIT
002390               ELSE
002400                   ADD 1 TO AV-LEGACY-COUNT
002410               END-IF
002420               GO TO 3000-EXIT
002430           END-IF.
002440           IF NOT AV-CHAIN-STARTED
002450               SET AV-CHAIN-STARTED TO TRUE
002460               MOVE AV-AR-CHAIN-SEQ TO AV-FIRST-SEQ
002470           END-IF.
002480           COMPUTE AV-EXPECT-SEQ = AV-PREV-SEQ + 1.
002490           IF AV-AR-CHAIN-SEQ NOT > AV-PREV-SEQ
002500               MOVE "OUT OF ORDER" TO AV-AL-TEXT
002510               ADD 1 TO AV-ORDER-COUNT
002520               PERFORM 4000-WRITE-ANOMALY THRU 4000-EXIT
002530               GO TO 3000-EXIT
002540           END-IF.
002550           IF AV-AR-CHAIN-SEQ > AV-EXPECT-SEQ
002560               MOVE "GAP - RECORDS MISSING" TO AV-AL-TEXT
002570               ADD 1 TO AV-GAP-COUNT
002580               PERFORM 4000-WRITE-ANOMALY THRU 4000-EXIT
002590               GO TO 3010-RESYNC
002600           END-IF.
002610           MOVE AV-PREV-VALUE TO AV-FOLD-VALUE.
002620           MOVE AV-AUDIT-REC (1:71) TO AV-CHAIN-DATA.
002630           PERFORM 3200-FOLD-ONE-CHAR THRU 3200-EXIT
002640               VARYING AV-CHAIN-SUB FROM 1 BY 1
002650               UNTIL AV-CHAIN-SUB > 71.
002660           IF AV-FOLD-VALUE = AV-AR-CHAIN-VALUE
002670               ADD 1 TO AV-LINK-COUNT
002680           ELSE
002690               MOVE "BROKEN LINK - RECORD ALTERED" TO AV-AL-TEXT
002700               ADD 1 TO AV-BROKEN-COUNT
002710               PERFORM 4000-WRITE-ANOMALY THRU 4000-EXIT
002720           END-IF.
002730       3010-RESYNC.
002740           MOVE AV-AR-CHAIN-SEQ TO AV-PREV-SEQ.
002750           MOVE AV-AR-CHAIN-VALUE TO AV-PREV-VALUE.
002760       3000-EXIT.
002770           EXIT.
002780
002790       3100-READ-AUDIT.
002800           IF AV-CUR-FILE = 1
002810               READ AUDA-FILE INTO AV-AUDIT-REC
002820                   AT END
002830                       SET AV-AUD-AT-EOF TO TRUE
002840               END-READ
002850           ELSE
002860               READ AUD-FILE INTO AV-AUDIT-REC
002870                   AT END
002880                       SET AV-AUD-AT-EOF TO TRUE
002890               END-READ
002900           END-IF.
002910       3100-EXIT.
002920           EXIT.
002930
002940       3200-FOLD-ONE-CHAR.
002950           COMPUTE AV-CHAIN-WORK = AV-FOLD-VALUE * 31
002960               + FUNCTION ORD (AV-CHAIN-CHAR (AV-CHAIN-SUB)).
002970           DIVIDE AV-CHAIN-WORK BY 999999937
002980               GIVING AV-CHAIN-QUOT REMAINDER AV-FOLD-VALUE.
002990       3200-EXIT.
003000           EXIT.
003010*    *****************************************************************
003020*    4000-WRITE-ANOMALY
003030*        Reports one anomaly: where it is (file and record
003040*        number), the sequence found and the one expected, and
003050*        the record's date, time, action, user and batch so the
003060*        desk can find it.
003070*    *****************************************************************
003080       4000-WRITE-ANOMALY.
003090           ADD 1 TO AV-ANOMALY-COUNT.
003100           MOVE AV-FILE-NAME (AV-CUR-FILE) TO AV-AL-FILE.
003110           MOVE AV-REC-NO TO AV-AL-REC-NO.
003120           MOVE AV-AUDIT-REC (63:9) TO AV-AL-SEQ.
003130           MOVE AV-EXPECT-SEQ TO AV-AL-EXPECT.
003140           MOVE AV-ANOMALY-LINE TO URPT-LINE.
003150           WRITE URPT-LINE.
003160           MOVE AV-AR-DATE TO AV-DL-DATE.
003170           MOVE AV-AR-TIME TO AV-DL-TIME.
003180           MOVE AV-AR-ACTION TO AV-DL-ACTION.
003190           MOVE AV-AR-USER-ID TO AV-DL-USER-ID.
003200           MOVE AV-AR-BATCH-ID TO AV-DL-BATCH-ID.
003210           MOVE AV-DETAIL-LINE TO URPT-LINE.
003220           WRITE URPT-LINE.
003230       4000-EXIT.
003240           EXIT.
003250*    *****************************************************************
003260*    8000-WRITE-SUMMARY
003270*        Record counts per file, the chained range walked, the
003280*        closing chain value (to be noted at sign-off and
003290*        compared on the next run) and the anomaly counts.
003300*    *****************************************************************
003310       8000-WRITE-SUMMARY.
003320           MOVE SPACES TO URPT-LINE.
003330           WRITE URPT-LINE.
003340           MOVE SPACES TO AV-RPT-WORK-LINE.
003350           MOVE "GIVEAUDA RECORDS READ" TO AV-RPT-LABEL.
003360           MOVE AV-FILE-RECS (1) TO AV-RPT-NUMBER.
003370           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003380           WRITE URPT-LINE.
003390           MOVE SPACES TO AV-RPT-WORK-LINE.
003400           MOVE "GIVEAUD RECORDS READ" TO AV-RPT-LABEL.
003410           MOVE AV-FILE-RECS (2) TO AV-RPT-NUMBER.
003420           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003430           WRITE URPT-LINE.
003440           MOVE SPACES TO AV-RPT-WORK-LINE.
003450           MOVE "UNCHAINED RECORDS BEFORE CHAIN START"
003460               TO AV-RPT-LABEL.
003470           MOVE AV-LEGACY-COUNT TO AV-RPT-NUMBER.
003480           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003490           WRITE URPT-LINE.
003500           MOVE "FIRST CHAINED SEQUENCE" TO AV-SL-LABEL.
003510           MOVE AV-FIRST-SEQ TO AV-SL-NUMBER.
003520           MOVE AV-SEQ-LINE TO URPT-LINE.
003530           WRITE URPT-LINE.
003540           MOVE "LAST CHAINED SEQUENCE" TO AV-SL-LABEL.
003550           MOVE AV-PREV-SEQ TO AV-SL-NUMBER.
003560           MOVE AV-SEQ-LINE TO URPT-LINE.
003570           WRITE URPT-LINE.
003580           MOVE "CLOSING CHAIN VALUE" TO AV-SL-LABEL.
003590           MOVE AV-PREV-VALUE TO AV-SL-NUMBER.
003600           MOVE AV-SEQ-LINE TO URPT-LINE.
003610           WRITE URPT-LINE.
003620           MOVE SPACES TO AV-RPT-WORK-LINE.
003630           MOVE "LINKS VERIFIED" TO AV-RPT-LABEL.
003640           MOVE AV-LINK-COUNT TO AV-RPT-NUMBER.
003650           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003660           WRITE URPT-LINE.
003670           MOVE SPACES TO AV-RPT-WORK-LINE.
003680           MOVE "BROKEN LINKS" TO AV-RPT-LABEL.
003690           MOVE AV-BROKEN-COUNT TO AV-RPT-NUMBER.
003700           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003710           WRITE URPT-LINE.
003720           MOVE SPACES TO AV-RPT-WORK-LINE.
003730           MOVE "SEQUENCE GAPS" TO AV-RPT-LABEL.
003740           MOVE AV-GAP-COUNT TO AV-RPT-NUMBER.
003750           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003760           WRITE URPT-LINE.
003770           MOVE SPACES TO AV-RPT-WORK-LINE.
003780           MOVE "RECORDS OUT OF ORDER" TO AV-RPT-LABEL.
003790           MOVE AV-ORDER-COUNT TO AV-RPT-NUMBER.
003800           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003810           WRITE URPT-LINE.
003820           MOVE SPACES TO AV-RPT-WORK-LINE.
003830           MOVE "UNCHAINED RECORDS AFTER CHAIN START"
003840               TO AV-RPT-LABEL.
003850           MOVE AV-UNCHAINED-COUNT TO AV-RPT-NUMBER.
003860           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
003870           WRITE URPT-LINE.
003880           MOVE SPACES TO AV-RPT-WORK-LINE.
003890           MOVE "RESULT" TO AV-RPT-LABEL.
003900           EVALUATE TRUE
003910               WHEN AV-ANOMALY-COUNT > 0
003920                   MOVE "CHAIN BROKEN - INVESTIGATE"
003930                       TO AV-RPT-TEXT
003940               WHEN NOT AV-CHAIN-STARTED
003950                   MOVE "NO CHAINED RECORDS" TO AV-RPT-TEXT
003960               WHEN OTHER
003970                   MOVE "CHAIN INTACT" TO AV-RPT-TEXT
003980           END-EVALUATE.
003990           MOVE AV-RPT-WORK-LINE TO URPT-LINE.
004000           WRITE URPT-LINE.
004010       8000-EXIT.
004020           EXIT.
004030
004040           END PROGRAM GIVEAUDV.
