000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ABCRCPT.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - DAILY ABCIN INBOUND
000120*                     RECEIPT REPORT.  EVERY SOURCE ON THE SRCREG
000130*                     REGISTRY (SEE SRCREC01) IS LISTED WITH WHAT
000140*                     ABC347A LOGGED FOR IT ON ABCRCVL (SEE
000150*                     RCPREC01) FOR THE BUSINESS DATE - DELIVERED,
000160*                     DELIVERED WITH A SEQUENCE GAP, HELD AS A
000170*                     DUPLICATE OR REJECTED - OR, WHEN NOTHING
000180*                     ARRIVED, WHETHER IT WAS EXPECTED THAT DAY.
000190*                     SENDERS NOT ON THE REGISTRY ARE LISTED
000200*                     SEPARATELY.  EACH EXPECTED SOURCE THAT DID
000210*                     NOT DELIVER IS RAISED ON EVTLOG.  THE REPORT
000220*                     GOES TO ABCRCRPT.
000222*    2026-10-15  JWK  A BATCH LOGGED MORE THAN ONCE FOR THE DATE
000224*                     - BY A CHECKPOINT RESTART OR A RERUN - IS
000226*                     NOW COUNTED ONCE, BY ITS LAST OUTCOME, SO
000228*                     A RERUN NO LONGER DOUBLES THE TOTALS.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REGISTRY-FILE ASSIGN TO "SRCREG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS IR-REGISTRY-STATUS.
000330     SELECT RECEIPT-FILE ASSIGN TO "ABCRCVL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS IR-RECEIPT-STATUS.
000360     SELECT RECEIPT-REPORT-FILE ASSIGN TO "ABCRCRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS IR-REPORT-STATUS.
000390     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS IR-EVENT-STATUS.
000420     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS IR-BUSDATE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  REGISTRY-FILE
000480     RECORDING MODE IS F.
000490 COPY SRCREC01.
000500 FD  RECEIPT-FILE
000510     RECORDING MODE IS F.
000520 COPY RCPREC01.
000530 FD  RECEIPT-REPORT-FILE
000540     RECORDING MODE IS F.
000550 01  IR-REPORT-REC               PIC X(80).
000560 FD  EVENT-FILE
000570     RECORDING MODE IS F.
000580 COPY EVTREC01.
000590 FD  BUSDATE-FILE
000600     RECORDING MODE IS F.
000610 COPY BDTREC01.
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640*    WORKING STORAGE
000650*****************************************************************
000660 01  IR-SWITCHES.
000670     03  IR-BUSDATE-STATUS   PIC X(02).
000680         88  IR-BUSDATE-OK              VALUE '00'.
000690     03  IR-REGISTRY-STATUS  PIC X(02).
000700         88  IR-REGISTRY-OK             VALUE '00'.
000710         88  IR-REGISTRY-NOT-FOUND      VALUE '35'.
000720     03  IR-RECEIPT-STATUS   PIC X(02).
000730         88  IR-RECEIPT-OK              VALUE '00'.
000740         88  IR-RECEIPT-NOT-FOUND       VALUE '35'.
000750     03  IR-REPORT-STATUS    PIC X(02).
000760         88  IR-REPORT-OK               VALUE '00'.
000770     03  IR-EVENT-STATUS     PIC X(02).
000780         88  IR-EVENT-OK                VALUE '00'.
000790         88  IR-EVENT-NOT-FOUND         VALUE '35'.
000800     03  IR-REG-EOF-SWITCH   PIC X(01) VALUE 'N'.
000810         88  IR-REG-AT-EOF              VALUE 'Y'.
000820     03  IR-RCP-EOF-SWITCH   PIC X(01) VALUE 'N'.
000830         88  IR-RCP-AT-EOF              VALUE 'Y'.
000840*****************************************************************
000850*    THE REGISTRY, ONE ENTRY PER SOURCE, WITH WHAT THE RECEIPT
000860*    LOG SHOWS FOR IT ON THE BUSINESS DATE - A COUNT OF BATCHES
000870*    BY OUTCOME AND THE HIGHEST FILE SEQUENCE ACCEPTED.
000880*****************************************************************
000890 01  IR-SOURCE-TABLE.
000900     03  IR-SRC-ENTRY OCCURS 50 TIMES.
000910         05  IR-SRC-ID           PIC X(08).
000920         05  IR-SRC-DESCRIPTION  PIC X(30).
000930         05  IR-SRC-STATUS       PIC X(01).
000940             88  IR-SRC-IS-ACTIVE           VALUE 'A'.
000950         05  IR-SRC-EXPECTED     PIC X(01).
000960             88  IR-SRC-IS-EXPECTED         VALUE 'Y'.
000970         05  IR-SRC-ACCEPTED     PIC 9(05).
000980         05  IR-SRC-GAPS         PIC 9(05).
000990         05  IR-SRC-HELD         PIC 9(05).
001000         05  IR-SRC-REJECTED     PIC 9(05).
001010         05  IR-SRC-HIGH-SEQ     PIC 9(07).
001020 01  IR-SRC-COUNT            PIC 9(02) VALUE ZERO.
001030 01  IR-SRC-IDX              PIC 9(02).
001040 01  IR-SRC-FOUND-IDX        PIC 9(02).
001050*****************************************************************
001060*    SENDERS SEEN ON THE RECEIPT LOG THAT ARE NOT ON THE
001070*    REGISTRY AT ALL, WITH THE NUMBER OF BATCHES EACH SENT.
001080*****************************************************************
001090 01  IR-STRANGER-TABLE.
001100     03  IR-STR-ENTRY OCCURS 20 TIMES.
001110         05  IR-STR-ID           PIC X(08).
001120         05  IR-STR-BATCHES      PIC 9(05).
001130 01  IR-STR-COUNT            PIC 9(02) VALUE ZERO.
001140 01  IR-STR-IDX              PIC 9(02).
001150 01  IR-STR-FOUND-IDX        PIC 9(02).
001160 01  IR-STR-OVERFLOW         PIC 9(05) VALUE ZERO.
001161*****************************************************************
001162*    EVERY DISTINCT BATCH RECEIPT FOR THE BUSINESS DATE - ONE
001163*    ENTRY PER SOURCE, FILE SEQUENCE AND BATCH NUMBER, HOLDING
001164*    THE OUTCOME THAT STANDS FOR IT.
001165*****************************************************************
001166 01  IR-RECEIPT-TABLE.
001167     03  IR-RCV-ENTRY OCCURS 999 TIMES.
001168         05  IR-RCV-SOURCE-ID    PIC X(08).
001169         05  IR-RCV-FILE-SEQ     PIC 9(07).
001170         05  IR-RCV-BATCH-NUM    PIC 9(03).
001171         05  IR-RCV-OUTCOME      PIC X(01).
001172             88  IR-RCV-ACCEPTED            VALUE 'A'.
001173             88  IR-RCV-ACCEPTED-GAP        VALUE 'G'.
001174             88  IR-RCV-HELD-DUPLICATE      VALUE 'H'.
001175             88  IR-RCV-WAS-ACCEPTED        VALUE 'A' 'G'.
001176 01  IR-RCV-COUNT            PIC 9(04) VALUE ZERO.
001177 01  IR-RCV-IDX              PIC 9(04).
001178 01  IR-RCV-FOUND-IDX        PIC 9(04).
001179*****************************************************************
001180*    THE BUSINESS DATE AS A DAY NUMBER, AND ITS WEEKDAY (1 IS
001190*    MONDAY) AS AN INDEX INTO SRC-EXPECT-DAY.
001200*****************************************************************
001210 01  IR-DATE-INT             PIC 9(08).
001220 01  IR-DOW-WORK             PIC 9(08).
001230 01  IR-DOW-QUOT             PIC 9(08).
001240 01  IR-DOW-REM              PIC 9(01).
001250 01  IR-DAY-IDX              PIC 9(01).
001260 01  IR-RECEIPT-COUNT        PIC 9(07) VALUE ZERO.
001270 01  IR-EXPECTED-COUNT       PIC 9(05) VALUE ZERO.
001280 01  IR-DELIVERED-COUNT      PIC 9(05) VALUE ZERO.
001290 01  IR-MISSING-COUNT        PIC 9(05) VALUE ZERO.
001300 01  IR-UNEXPECTED-COUNT     PIC 9(05) VALUE ZERO.
001310 01  IR-GAP-TOTAL            PIC 9(05) VALUE ZERO.
001320 01  IR-HELD-TOTAL           PIC 9(05) VALUE ZERO.
001330 01  IR-REJECTED-TOTAL       PIC 9(05) VALUE ZERO.
001340 01  IR-RUN-DATE-RAW         PIC 9(08).
001350 01  IR-RUN-DATE-BRK REDEFINES IR-RUN-DATE-RAW.
001360     03  IR-RUN-YYYY         PIC 9(04).
001370     03  IR-RUN-MM           PIC 9(02).
001380     03  IR-RUN-DD           PIC 9(02).
001390 01  IR-RUN-DATE-DISP        PIC X(10).
001400 01  IR-RUN-TIME-RAW         PIC 9(08).
001410 01  IR-RUN-ID               PIC X(16).
001420 01  IR-EVT-SEVERITY         PIC X(01).
001430 01  IR-EVT-CODE             PIC X(04).
001440 01  IR-EVT-TEXT             PIC X(60).
001450 01  IR-EVT-TIME-RAW         PIC 9(08).
001460 01  IR-EVT-TIME-BRK REDEFINES IR-EVT-TIME-RAW.
001470     03  IR-EVT-HH           PIC 9(02).
001480     03  IR-EVT-MI           PIC 9(02).
001490     03  IR-EVT-SS           PIC 9(02).
001500     03  FILLER              PIC 9(02).
001510 01  IR-EVT-TIME-DISP        PIC X(08).
001520 01  IR-HEADING-LINE.
001530     03  FILLER              PIC X(31)
001540         VALUE " ABCIN INBOUND RECEIPT REPORT -".
001550     03  FILLER              PIC X(01) VALUE SPACE.
001560     03  IR-HDG-RUN-DATE     PIC X(10).
001570     03  FILLER              PIC X(38) VALUE SPACES.
001580 01  IR-COLUMN-LINE.
001590     03  FILLER              PIC X(11) VALUE " SOURCE".
001600     03  FILLER              PIC X(32) VALUE "DESCRIPTION".
001610     03  FILLER              PIC X(04) VALUE "EXP".
001620     03  FILLER              PIC X(09) VALUE "HIGH SEQ".
001630     03  FILLER              PIC X(24) VALUE "RECEIPT STATUS".
001640 01  IR-DETAIL-LINE.
001650     03  FILLER              PIC X(01) VALUE SPACE.
001660     03  IR-DL-SOURCE-ID     PIC X(08).
001670     03  FILLER              PIC X(02) VALUE SPACES.
001680     03  IR-DL-DESCRIPTION   PIC X(30).
001690     03  FILLER              PIC X(02) VALUE SPACES.
001700     03  IR-DL-EXPECTED      PIC X(01).
001710     03  FILLER              PIC X(03) VALUE SPACES.
001720     03  IR-DL-HIGH-SEQ      PIC Z(07).
001730     03  FILLER              PIC X(02) VALUE SPACES.
001740     03  IR-DL-STATUS        PIC X(20).
001750     03  FILLER              PIC X(04) VALUE SPACES.
001760 01  IR-STRANGER-LINE.
001770     03  FILLER              PIC X(01) VALUE SPACE.
001780     03  IR-SL-SOURCE-ID     PIC X(08).
001790     03  FILLER              PIC X(02) VALUE SPACES.
001800     03  IR-SL-BATCHES       PIC Z(04)9.
001810     03  FILLER              PIC X(64)
001820         VALUE " BATCHES REJECTED - SENDER NOT ON SRCREG".
001830 01  IR-TOTAL-LINE.
001840     03  FILLER              PIC X(01) VALUE SPACE.
001850     03  IR-TOT-TEXT         PIC X(30).
001860     03  IR-TOT-COUNT        PIC Z(10)9.
001870     03  FILLER              PIC X(38) VALUE SPACES.
001880 01  IR-MESSAGE-LINE.
001890     03  FILLER              PIC X(01) VALUE SPACE.
001900     03  IR-MSG-TEXT         PIC X(70).
001910     03  FILLER              PIC X(09) VALUE SPACES.
001920 PROCEDURE DIVISION.
001930*****************************************************************
001940*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
001950*****************************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 2000-READ-RECEIPTS THRU 2000-EXIT.
001990     PERFORM 3000-REPORT-SOURCES THRU 3000-EXIT.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010     STOP RUN.
002020*****************************************************************
002030*    1000-INITIALIZE - TAKE THE BUSINESS DATE AND ITS WEEKDAY,
002040*    OPEN THE REPORT AND LOAD THE SOURCE REGISTRY, MARKING EACH
002050*    ACTIVE SOURCE THAT IS DUE TO DELIVER ON THAT WEEKDAY.
002060*****************************************************************
002070 1000-INITIALIZE.
002080     OPEN INPUT BUSDATE-FILE.
002090     IF NOT IR-BUSDATE-OK
002100         DISPLAY "ABCRCPT: CANNOT OPEN BUSDATE, STATUS = "
002110             IR-BUSDATE-STATUS
002120         STOP RUN
002130     END-IF.
002140     READ BUSDATE-FILE
002150         AT END
002160             DISPLAY "ABCRCPT: BUSDATE HAS NO RECORD"
002170             CLOSE BUSDATE-FILE
002180             STOP RUN
002190     END-READ.
002200     CLOSE BUSDATE-FILE.
002210     IF BDT-BUS-YYYY IS NOT NUMERIC
002220             OR BDT-BUS-MM IS NOT NUMERIC
002230             OR BDT-BUS-DD IS NOT NUMERIC
002240         DISPLAY "ABCRCPT: BUSDATE BUSINESS DATE IS NOT VALID"
002250         STOP RUN
002260     END-IF.
002270     MOVE BDT-BUS-YYYY TO IR-RUN-YYYY.
002280     MOVE BDT-BUS-MM   TO IR-RUN-MM.
002290     MOVE BDT-BUS-DD   TO IR-RUN-DD.
002300     STRING IR-RUN-YYYY "-" IR-RUN-MM "-" IR-RUN-DD
002310         DELIMITED BY SIZE INTO IR-RUN-DATE-DISP.
002320     ACCEPT IR-RUN-TIME-RAW FROM TIME.
002330     STRING IR-RUN-DATE-RAW IR-RUN-TIME-RAW
002340         DELIMITED BY SIZE INTO IR-RUN-ID.
002350     COMPUTE IR-DATE-INT
002360         = FUNCTION INTEGER-OF-DATE(IR-RUN-DATE-RAW).
002370     COMPUTE IR-DOW-WORK = IR-DATE-INT - 1.
002380     DIVIDE IR-DOW-WORK BY 7 GIVING IR-DOW-QUOT
002390         REMAINDER IR-DOW-REM.
002400     COMPUTE IR-DAY-IDX = IR-DOW-REM + 1.
002410     OPEN OUTPUT RECEIPT-REPORT-FILE.
002420     IF NOT IR-REPORT-OK
002430         DISPLAY "ABCRCPT: CANNOT OPEN ABCRCRPT, STATUS = "
002440             IR-REPORT-STATUS
002450         STOP RUN
002460     END-IF.
002470     MOVE IR-RUN-DATE-DISP TO IR-HDG-RUN-DATE.
002480     WRITE IR-REPORT-REC FROM IR-HEADING-LINE.
002490     MOVE SPACES TO IR-REPORT-REC.
002500     WRITE IR-REPORT-REC.
002510     OPEN INPUT REGISTRY-FILE.
002520     IF IR-REGISTRY-NOT-FOUND
002530         MOVE "REPORT REFUSED - SOURCE REGISTRY SRCREG MISSING"
002540             TO IR-MSG-TEXT
002550         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
002560     END-IF.
002570     IF NOT IR-REGISTRY-OK
002580         DISPLAY "ABCRCPT: CANNOT OPEN SRCREG, STATUS = "
002590             IR-REGISTRY-STATUS
002600         STOP RUN
002610     END-IF.
002620     PERFORM 1100-LOAD-ONE-SOURCE THRU 1100-EXIT
002630         UNTIL IR-REG-AT-EOF.
002640     CLOSE REGISTRY-FILE.
002650 1000-EXIT.
002660     EXIT.
002670 1100-LOAD-ONE-SOURCE.
002680     READ REGISTRY-FILE
002690         AT END
002700             SET IR-REG-AT-EOF TO TRUE
002710             GO TO 1100-EXIT
002720     END-READ.
002730     IF IR-SRC-COUNT = 50
002740         CLOSE REGISTRY-FILE
002750         MOVE "REPORT REFUSED - SRCREG HOLDS MORE THAN 50 SOURCES"
002760             TO IR-MSG-TEXT
002770         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
002780     END-IF.
002790     ADD 1 TO IR-SRC-COUNT.
002800     MOVE SRC-SOURCE-ID   TO IR-SRC-ID(IR-SRC-COUNT).
002810     MOVE SRC-DESCRIPTION TO IR-SRC-DESCRIPTION(IR-SRC-COUNT).
002820     MOVE SRC-STATUS      TO IR-SRC-STATUS(IR-SRC-COUNT).
002830     MOVE 'N'             TO IR-SRC-EXPECTED(IR-SRC-COUNT).
002840     MOVE ZERO TO IR-SRC-ACCEPTED(IR-SRC-COUNT)
002850                  IR-SRC-GAPS(IR-SRC-COUNT)
002860                  IR-SRC-HELD(IR-SRC-COUNT)
002870                  IR-SRC-REJECTED(IR-SRC-COUNT)
002880                  IR-SRC-HIGH-SEQ(IR-SRC-COUNT).
002890     IF SRC-ACTIVE
002900             AND SRC-EXPECT-DAY(IR-DAY-IDX) = 'Y'
002910         MOVE 'Y' TO IR-SRC-EXPECTED(IR-SRC-COUNT)
002920         ADD 1 TO IR-EXPECTED-COUNT
002930     END-IF.
002940 1100-EXIT.
002950     EXIT.
002960*****************************************************************
002970*    2000-READ-RECEIPTS - WALK THE RECEIPT LOG AND TALLY EVERY
002980*    RECEIPT FOR THE BUSINESS DATE AGAINST ITS SOURCE.  A
002990*    MISSING LOG MEANS ABC347A TOOK NO BATCHES AT ALL, SO EVERY
003000*    EXPECTED SOURCE WILL SHOW AS NOT DELIVERED.  A CHECKPOINT
003001*    RESTART OR A RERUN LOGS THE SAME BATCH AGAIN, SO THE LOG IS
003002*    FIRST BOILED DOWN TO ONE RECEIPT PER SOURCE, FILE SEQUENCE
003003*    AND BATCH NUMBER.  THE LATEST OUTCOME STANDS, EXCEPT THAT A
003004*    DELIVERY IS NEVER UNDONE BY A LATER HOLD OR REJECTION - A
003005*    RERUN SEES ITS OWN EARLIER DELIVERY AS A DUPLICATE.
003010*****************************************************************
003020 2000-READ-RECEIPTS.
003030     OPEN INPUT RECEIPT-FILE.
003040     IF IR-RECEIPT-NOT-FOUND
003050         MOVE "ABCRCVL NOT PRESENT - NO BATCHES RECEIVED"
003060             TO IR-MSG-TEXT
003070         WRITE IR-REPORT-REC FROM IR-MESSAGE-LINE
003080         MOVE SPACES TO IR-REPORT-REC
003090         WRITE IR-REPORT-REC
003100         GO TO 2000-EXIT
003110     END-IF.
003120     IF NOT IR-RECEIPT-OK
003130         DISPLAY "ABCRCPT: CANNOT OPEN ABCRCVL, STATUS = "
003140             IR-RECEIPT-STATUS
003150         STOP RUN
003160     END-IF.
003170     PERFORM 2050-KEEP-ONE-RECEIPT THRU 2050-EXIT
003180         UNTIL IR-RCP-AT-EOF.
003190     CLOSE RECEIPT-FILE.
003192     PERFORM 2100-TALLY-ONE-RECEIPT THRU 2100-EXIT
003194         VARYING IR-RCV-IDX FROM 1 BY 1
003196         UNTIL IR-RCV-IDX > IR-RCV-COUNT.
003200 2000-EXIT.
003210     EXIT.
003220 2050-KEEP-ONE-RECEIPT.
003230     READ RECEIPT-FILE
003240         AT END
003250             SET IR-RCP-AT-EOF TO TRUE
003260             GO TO 2050-EXIT
003270     END-READ.
003280     IF RCP-RUN-DATE NOT = IR-RUN-DATE-DISP
003290         GO TO 2050-EXIT
003300     END-IF.
003301     MOVE ZERO TO IR-RCV-FOUND-IDX.
003302     PERFORM 2060-MATCH-ONE-RECEIPT THRU 2060-EXIT
003303         VARYING IR-RCV-IDX FROM 1 BY 1
003304         UNTIL IR-RCV-IDX > IR-RCV-COUNT.
003305     IF IR-RCV-FOUND-IDX NOT = ZERO
003306         IF NOT IR-RCV-WAS-ACCEPTED(IR-RCV-FOUND-IDX)
003307                 OR RCP-ACCEPTED OR RCP-ACCEPTED-GAP
003308             MOVE RCP-OUTCOME TO IR-RCV-OUTCOME(IR-RCV-FOUND-IDX)
003309         END-IF
003310         GO TO 2050-EXIT
003311     END-IF.
003312     IF IR-RCV-COUNT = 999
003313         CLOSE RECEIPT-FILE
003314         MOVE "REPORT REFUSED - OVER 999 BATCHES FOR THE DATE"
003315             TO IR-MSG-TEXT
003316         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
003317     END-IF.
003318     ADD 1 TO IR-RCV-COUNT.
003319     MOVE RCP-SOURCE-ID TO IR-RCV-SOURCE-ID(IR-RCV-COUNT).
003320     MOVE RCP-FILE-SEQ  TO IR-RCV-FILE-SEQ(IR-RCV-COUNT).
003321     MOVE RCP-BATCH-NUM TO IR-RCV-BATCH-NUM(IR-RCV-COUNT).
003322     MOVE RCP-OUTCOME   TO IR-RCV-OUTCOME(IR-RCV-COUNT).
003323 2050-EXIT.
003324     EXIT.
003325 2060-MATCH-ONE-RECEIPT.
003326     IF IR-RCV-SOURCE-ID(IR-RCV-IDX) = RCP-SOURCE-ID
003327             AND IR-RCV-FILE-SEQ(IR-RCV-IDX) = RCP-FILE-SEQ
003328             AND IR-RCV-BATCH-NUM(IR-RCV-IDX) = RCP-BATCH-NUM
003329         MOVE IR-RCV-IDX TO IR-RCV-FOUND-IDX
003330     END-IF.
003331 2060-EXIT.
003332     EXIT.
003333 2100-TALLY-ONE-RECEIPT.
003334     ADD 1 TO IR-RECEIPT-COUNT.
003335     MOVE ZERO TO IR-SRC-FOUND-IDX.
003336     PERFORM 2110-MATCH-ONE-SOURCE THRU 2110-EXIT
003340         VARYING IR-SRC-IDX FROM 1 BY 1
003350         UNTIL IR-SRC-IDX > IR-SRC-COUNT.
003360     IF IR-SRC-FOUND-IDX = ZERO
003370         PERFORM 2200-TALLY-STRANGER THRU 2200-EXIT
003380         GO TO 2100-EXIT
003390     END-IF.
003400     MOVE IR-SRC-FOUND-IDX TO IR-SRC-IDX.
003410     EVALUATE TRUE
003420         WHEN IR-RCV-ACCEPTED(IR-RCV-IDX)
003430             ADD 1 TO IR-SRC-ACCEPTED(IR-SRC-IDX)
003440         WHEN IR-RCV-ACCEPTED-GAP(IR-RCV-IDX)
003450             ADD 1 TO IR-SRC-ACCEPTED(IR-SRC-IDX)
003460             ADD 1 TO IR-SRC-GAPS(IR-SRC-IDX)
003470             ADD 1 TO IR-GAP-TOTAL
003480         WHEN IR-RCV-HELD-DUPLICATE(IR-RCV-IDX)
003490             ADD 1 TO IR-SRC-HELD(IR-SRC-IDX)
003500             ADD 1 TO IR-HELD-TOTAL
003510         WHEN OTHER
003520             ADD 1 TO IR-SRC-REJECTED(IR-SRC-IDX)
003530             ADD 1 TO IR-REJECTED-TOTAL
003540     END-EVALUATE.
003545     IF IR-RCV-WAS-ACCEPTED(IR-RCV-IDX)
003550             AND IR-RCV-FILE-SEQ(IR-RCV-IDX)
003555                 > IR-SRC-HIGH-SEQ(IR-SRC-IDX)
003560         MOVE IR-RCV-FILE-SEQ(IR-RCV-IDX)
003565             TO IR-SRC-HIGH-SEQ(IR-SRC-IDX)
003580     END-IF.
003590 2100-EXIT.
003600     EXIT.
003610 2110-MATCH-ONE-SOURCE.
003620     IF IR-SRC-ID(IR-SRC-IDX) = IR-RCV-SOURCE-ID(IR-RCV-IDX)
003630         MOVE IR-SRC-IDX TO IR-SRC-FOUND-IDX
003640     END-IF.
003650 2110-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    2200-TALLY-STRANGER - COUNT A BATCH FROM A SENDER THAT IS
003690*    NOT ON THE REGISTRY.  SENDERS BEYOND THE TABLE ARE COUNTED
003700*    TOGETHER AND REPORTED AS ONE LINE.
003710*****************************************************************
003720 2200-TALLY-STRANGER.
003730     ADD 1 TO IR-REJECTED-TOTAL.
003740     MOVE ZERO TO IR-STR-FOUND-IDX.
003750     PERFORM 2210-MATCH-ONE-STRANGER THRU 2210-EXIT
003760         VARYING IR-STR-IDX FROM 1 BY 1
003770         UNTIL IR-STR-IDX > IR-STR-COUNT.
003780     IF IR-STR-FOUND-IDX NOT = ZERO
003790         ADD 1 TO IR-STR-BATCHES(IR-STR-FOUND-IDX)
003800         GO TO 2200-EXIT
003810     END-IF.
003820     IF IR-STR-COUNT = 20
003830         ADD 1 TO IR-STR-OVERFLOW
003840         GO TO 2200-EXIT
003850     END-IF.
003860     ADD 1 TO IR-STR-COUNT.
003870     MOVE IR-RCV-SOURCE-ID(IR-RCV-IDX) TO IR-STR-ID(IR-STR-COUNT).
003880     MOVE 1             TO IR-STR-BATCHES(IR-STR-COUNT).
003890 2200-EXIT.
003900     EXIT.
003910 2210-MATCH-ONE-STRANGER.
003920     IF IR-STR-ID(IR-STR-IDX) = IR-RCV-SOURCE-ID(IR-RCV-IDX)
003930         MOVE IR-STR-IDX TO IR-STR-FOUND-IDX
003940     END-IF.
003950 2210-EXIT.
003960     EXIT.
003970*****************************************************************
003980*    3000-REPORT-SOURCES - ONE LINE PER REGISTERED SOURCE IN
003990*    REGISTRY ORDER, THEN THE UNREGISTERED SENDERS.
004000*****************************************************************
004010 3000-REPORT-SOURCES.
004020     WRITE IR-REPORT-REC FROM IR-COLUMN-LINE.
004030     PERFORM 3100-REPORT-ONE-SOURCE THRU 3100-EXIT
004040         VARYING IR-SRC-IDX FROM 1 BY 1
004050         UNTIL IR-SRC-IDX > IR-SRC-COUNT.
004060     IF IR-STR-COUNT = ZERO
004070         GO TO 3000-EXIT
004080     END-IF.
004090     MOVE SPACES TO IR-REPORT-REC.
004100     WRITE IR-REPORT-REC.
004110     MOVE "SENDERS NOT ON THE SOURCE REGISTRY" TO IR-MSG-TEXT.
004120     WRITE IR-REPORT-REC FROM IR-MESSAGE-LINE.
004130     PERFORM 3200-REPORT-ONE-STRANGER THRU 3200-EXIT
004140         VARYING IR-STR-IDX FROM 1 BY 1
004150         UNTIL IR-STR-IDX > IR-STR-COUNT.
004160     IF IR-STR-OVERFLOW > ZERO
004170         MOVE SPACES TO IR-MSG-TEXT
004180         STRING IR-STR-OVERFLOW " MORE BATCHES FROM FURTHER "
004190             "UNREGISTERED SENDERS"
004200             DELIMITED BY SIZE INTO IR-MSG-TEXT
004210         END-STRING
004220         WRITE IR-REPORT-REC FROM IR-MESSAGE-LINE
004230     END-IF.
004240 3000-EXIT.
004250     EXIT.
004260*****************************************************************
004270*    3100-REPORT-ONE-SOURCE - THE STATUS SHOWN IS THE BEST THING
004280*    THAT HAPPENED FOR THE SOURCE: A DELIVERY (NOTING ANY GAP)
004290*    OVER A HELD DUPLICATE OVER A REJECTION.  A SOURCE WITH NO
004300*    RECEIPT IS NOT DELIVERED IF IT WAS EXPECTED, AND THAT IS
004310*    RAISED ON EVTLOG.
004320*****************************************************************
004330 3100-REPORT-ONE-SOURCE.
004340     MOVE IR-SRC-ID(IR-SRC-IDX)          TO IR-DL-SOURCE-ID.
004350     MOVE IR-SRC-DESCRIPTION(IR-SRC-IDX) TO IR-DL-DESCRIPTION.
004360     MOVE IR-SRC-EXPECTED(IR-SRC-IDX)    TO IR-DL-EXPECTED.
004370     MOVE IR-SRC-HIGH-SEQ(IR-SRC-IDX)    TO IR-DL-HIGH-SEQ.
004380     EVALUATE TRUE
004390         WHEN IR-SRC-GAPS(IR-SRC-IDX) > ZERO
004400             MOVE "DELIVERED - GAP" TO IR-DL-STATUS
004410         WHEN IR-SRC-ACCEPTED(IR-SRC-IDX) > ZERO
004420             MOVE "DELIVERED" TO IR-DL-STATUS
004430         WHEN IR-SRC-HELD(IR-SRC-IDX) > ZERO
004440             MOVE "HELD - DUPLICATE" TO IR-DL-STATUS
004450         WHEN IR-SRC-REJECTED(IR-SRC-IDX) > ZERO
004460             MOVE "REJECTED" TO IR-DL-STATUS
004470         WHEN NOT IR-SRC-IS-ACTIVE(IR-SRC-IDX)
004480             MOVE "SUSPENDED" TO IR-DL-STATUS
004490         WHEN IR-SRC-IS-EXPECTED(IR-SRC-IDX)
004500             MOVE "NOT DELIVERED" TO IR-DL-STATUS
004510         WHEN OTHER
004520             MOVE "NOT EXPECTED" TO IR-DL-STATUS
004530     END-EVALUATE.
004540     WRITE IR-REPORT-REC FROM IR-DETAIL-LINE.
004550     IF IR-SRC-ACCEPTED(IR-SRC-IDX) > ZERO
004560         IF IR-SRC-IS-EXPECTED(IR-SRC-IDX)
004570             ADD 1 TO IR-DELIVERED-COUNT
004580         ELSE
004590             ADD 1 TO IR-UNEXPECTED-COUNT
004600         END-IF
004610         GO TO 3100-EXIT
004620     END-IF.
004630     IF NOT IR-SRC-IS-EXPECTED(IR-SRC-IDX)
004640         GO TO 3100-EXIT
004650     END-IF.
004660     ADD 1 TO IR-MISSING-COUNT.
004670     MOVE 'W'    TO IR-EVT-SEVERITY.
004680     MOVE "IR02" TO IR-EVT-CODE.
004690     MOVE SPACES TO IR-EVT-TEXT.
004700     STRING "EXPECTED SOURCE " IR-SRC-ID(IR-SRC-IDX)
004710         " DID NOT DELIVER - " IR-DL-STATUS
004720         DELIMITED BY SIZE INTO IR-EVT-TEXT.
004730     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
004740 3100-EXIT.
004750     EXIT.
004760 3200-REPORT-ONE-STRANGER.
004770     MOVE IR-STR-ID(IR-STR-IDX)      TO IR-SL-SOURCE-ID.
004780     MOVE IR-STR-BATCHES(IR-STR-IDX) TO IR-SL-BATCHES.
004790     WRITE IR-REPORT-REC FROM IR-STRANGER-LINE.
004800 3200-EXIT.
004810     EXIT.
004820*****************************************************************
004830*    8000-REFUSE-REPORT - STOP THE RUN WHEN THERE IS NO REGISTRY
004840*    TO REPORT AGAINST.  THE CALLER PUTS THE REASON IN
004850*    IR-MSG-TEXT; IT GOES ON THE REPORT, THE CONSOLE AND EVTLOG.
004860*****************************************************************
004870 8000-REFUSE-REPORT.
004880     WRITE IR-REPORT-REC FROM IR-MESSAGE-LINE.
004890     MOVE 'E'    TO IR-EVT-SEVERITY.
004900     MOVE "IR03" TO IR-EVT-CODE.
004910     MOVE IR-MSG-TEXT TO IR-EVT-TEXT.
004920     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
004930     DISPLAY "ABCRCPT: " IR-MSG-TEXT.
004940     CLOSE RECEIPT-REPORT-FILE.
004950     STOP RUN.
004960 8000-EXIT.
004970     EXIT.
004980*****************************************************************
004990*    9000-TERMINATE - PRINT THE CONTROL TOTALS, LOG THE SUMMARY
005000*    AND CLOSE THE REPORT.
005010*****************************************************************
005020 9000-TERMINATE.
005030     MOVE SPACES TO IR-REPORT-REC.
005040     WRITE IR-REPORT-REC.
005050     MOVE "SOURCES ON THE REGISTRY" TO IR-TOT-TEXT.
005060     MOVE IR-SRC-COUNT TO IR-TOT-COUNT.
005070     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005080     MOVE "SOURCES EXPECTED TODAY" TO IR-TOT-TEXT.
005090     MOVE IR-EXPECTED-COUNT TO IR-TOT-COUNT.
005100     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005110     MOVE "EXPECTED SOURCES DELIVERED" TO IR-TOT-TEXT.
005120     MOVE IR-DELIVERED-COUNT TO IR-TOT-COUNT.
005130     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005140     MOVE "EXPECTED SOURCES NOT DELIVERED" TO IR-TOT-TEXT.
005150     MOVE IR-MISSING-COUNT TO IR-TOT-COUNT.
005160     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005170     MOVE "UNEXPECTED SOURCES DELIVERED" TO IR-TOT-TEXT.
005180     MOVE IR-UNEXPECTED-COUNT TO IR-TOT-COUNT.
005190     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005200     MOVE "BATCH RECEIPTS FOR THE DATE" TO IR-TOT-TEXT.
005210     MOVE IR-RECEIPT-COUNT TO IR-TOT-COUNT.
005220     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005230     MOVE "BATCHES WITH A SEQUENCE GAP" TO IR-TOT-TEXT.
005240     MOVE IR-GAP-TOTAL TO IR-TOT-COUNT.
005250     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005260     MOVE "BATCHES HELD AS DUPLICATES" TO IR-TOT-TEXT.
005270     MOVE IR-HELD-TOTAL TO IR-TOT-COUNT.
005280     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005290     MOVE "BATCHES REJECTED" TO IR-TOT-TEXT.
005300     MOVE IR-REJECTED-TOTAL TO IR-TOT-COUNT.
005310     WRITE IR-REPORT-REC FROM IR-TOTAL-LINE.
005320     MOVE 'I'    TO IR-EVT-SEVERITY.
005330     MOVE "IR01" TO IR-EVT-CODE.
005340     MOVE SPACES TO IR-EVT-TEXT.
005350     STRING "RECEIPT CHECK - " IR-DELIVERED-COUNT
005360         " OF " IR-EXPECTED-COUNT " EXPECTED SOURCES DELIVERED"
005370         DELIMITED BY SIZE INTO IR-EVT-TEXT.
005380     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
005390     CLOSE RECEIPT-REPORT-FILE.
005400     DISPLAY "ABCRCPT: " IR-EVT-TEXT.
005410 9000-EXIT.
005420     EXIT.
005430*****************************************************************
005440*    9400-WRITE-EVENT-REC - APPEND ONE OPERATOR EVENT TO THE
005450*    COMMON EVTLOG FILE, CREATING IT ON FIRST USE.  THE CALLER
005460*    SETS IR-EVT-SEVERITY, IR-EVT-CODE AND IR-EVT-TEXT
005470*    BEFOREHAND.  AN UNWRITABLE LOG FALLS BACK TO THE CONSOLE
005480*    SO THE EVENT IS NEVER LOST OUTRIGHT.
005490*****************************************************************
005500 9400-WRITE-EVENT-REC.
005510     ACCEPT IR-EVT-TIME-RAW FROM TIME.
005520     STRING IR-EVT-HH ":" IR-EVT-MI ":" IR-EVT-SS
005530         DELIMITED BY SIZE INTO IR-EVT-TIME-DISP.
005540     OPEN EXTEND EVENT-FILE.
005550     IF IR-EVENT-NOT-FOUND
005560         OPEN OUTPUT EVENT-FILE
005570     END-IF.
005580     IF NOT IR-EVENT-OK
005590         DISPLAY "ABCRCPT: EVTLOG UNAVAILABLE - "
005600             IR-EVT-SEVERITY " " IR-EVT-CODE " " IR-EVT-TEXT
005610         GO TO 9400-EXIT
005620     END-IF.
005630     MOVE SPACES TO EVT-REC.
005640     MOVE "ABCRCPT"         TO EVT-PROGRAM-ID.
005650     MOVE IR-RUN-DATE-DISP  TO EVT-RUN-DATE.
005660     MOVE IR-EVT-TIME-DISP  TO EVT-RUN-TIME.
005670     MOVE IR-RUN-ID         TO EVT-RUN-ID.
005680     MOVE IR-EVT-SEVERITY   TO EVT-SEVERITY.
005690     MOVE IR-EVT-CODE       TO EVT-CODE.
005700     MOVE IR-EVT-TEXT       TO EVT-TEXT.
005710     WRITE EVT-REC.
005720     CLOSE EVENT-FILE.
005730 9400-EXIT.
005740     EXIT.
005750 END PROGRAM ABCRCPT.
