000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ABCPCLS.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - ABCMST PERIOD-END CLOSE.
000120*                     THE PERIOD END DATE IS READ FROM ABCPCTL
000130*                     (SEE PCLREC01); THE PERIOD RUNS FROM THE DAY
000140*                     AFTER THE LAST PERIOD CLOSED ON ABCPHST (SEE
000150*                     PHSREC01) THROUGH THAT DATE.  THE MASTER IS
000160*                     WALKED ONCE AND EVERY ITEM WHOSE RUN DATE
000170*                     FALLS IN THE PERIOD IS ROLLED UP BY BATCH
000180*                     NUMBER - ITEM COUNT, TOTAL ORIGINAL AND
000190*                     DIVIDED VALUE AND THE MINIMUM AND MAXIMUM OF
000200*                     EACH.  ONE ROLLUP RECORD PER BATCH AND THEN
000210*                     THE PERIOD-CLOSED RECORD ARE APPENDED TO
000220*                     ABCPHST, AFTER WHICH ABCPOST REFUSES TO POST
000230*                     OR REPLACE ANY ITEM DATED IN THE PERIOD.  A
000240*                     PERIOD ALREADY CLOSED, ONE THAT HAS NOT YET
000250*                     ENDED OR A MASTER ITEM THAT CANNOT BE SUMMED
000260*                     REFUSES THE CLOSE BEFORE ABCPHST IS TOUCHED.
000270*                     THE ABCPCRPT REPORT SHOWS THE ROLLUP AND THE
000280*                     CONTROL TOTALS.
000281*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000282*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000283*                     FORWARD BY DATEROLL AT THE START OF THE
000284*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000285*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000286*                     DATE THROUGHOUT.
000287*    2026-10-15  JWK  A PERIOD END NOT ON THE CALENDAR, SUCH AS
000288*                     2026-02-30, NOW REFUSES THE CLOSE.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARM-FILE ASSIGN TO "ABCPCTL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PC-PARM-STATUS.
000390     SELECT MASTER-FILE ASSIGN TO "ABCMST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PC-MASTER-STATUS.
000420     SELECT HISTORY-FILE ASSIGN TO "ABCPHST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PC-HISTORY-STATUS.
000450     SELECT CLOSE-REPORT-FILE ASSIGN TO "ABCPCRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PC-REPORT-STATUS.
000480     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PC-EVENT-STATUS.
000502     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS PC-BUSDATE-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PARM-FILE
000540     RECORDING MODE IS F.
000550 COPY PCLREC01.
000560 FD  MASTER-FILE
000570     RECORDING MODE IS F.
000580 COPY MSTREC01.
000590 FD  HISTORY-FILE
000600     RECORDING MODE IS F.
000610 COPY PHSREC01.
000620 FD  CLOSE-REPORT-FILE
000630     RECORDING MODE IS F.
000640 01  PC-REPORT-REC               PIC X(80).
000650 FD  EVENT-FILE
000660     RECORDING MODE IS F.
000670 COPY EVTREC01.
000672 FD  BUSDATE-FILE
000674     RECORDING MODE IS F.
000676 COPY BDTREC01.
000680 WORKING-STORAGE SECTION.
000690*****************************************************************
000700*    WORKING STORAGE
000710*****************************************************************
000720 01  PC-SWITCHES.
000723     03  PC-BUSDATE-STATUS   PIC X(02).
000726         88  PC-BUSDATE-OK              VALUE '00'.
000730     03  PC-PARM-STATUS      PIC X(02).
000740         88  PC-PARM-OK                 VALUE '00'.
000750     03  PC-MASTER-STATUS    PIC X(02).
000760         88  PC-MASTER-OK               VALUE '00'.
000770         88  PC-MASTER-NOT-FOUND        VALUE '35'.
000780     03  PC-HISTORY-STATUS   PIC X(02).
000790         88  PC-HISTORY-OK              VALUE '00'.
000800         88  PC-HISTORY-NOT-FOUND       VALUE '35'.
000810     03  PC-REPORT-STATUS    PIC X(02).
000820         88  PC-REPORT-OK               VALUE '00'.
000830     03  PC-EVENT-STATUS     PIC X(02).
000840         88  PC-EVENT-OK                VALUE '00'.
000850         88  PC-EVENT-NOT-FOUND         VALUE '35'.
000860     03  PC-MST-EOF-SWITCH   PIC X(01) VALUE 'N'.
000870         88  PC-MST-AT-EOF              VALUE 'Y'.
000880     03  PC-HST-EOF-SWITCH   PIC X(01) VALUE 'N'.
000890         88  PC-HST-AT-EOF              VALUE 'Y'.
000900*****************************************************************
000910*    THE PERIOD END DATE AS GIVEN ON ABCPCTL, BROKEN OUT FOR
000920*    EDITING, AND THE SAME DATE AS AN 8-DIGIT NUMBER FOR THE
000930*    DAY ARITHMETIC THAT FINDS THE START OF THE NEXT PERIOD.
000940*****************************************************************
000950 01  PC-PERIOD-END           PIC X(10).
000960 01  PC-END-BRK REDEFINES PC-PERIOD-END.
000970     03  PC-END-YYYY         PIC X(04).
000980     03  PC-END-DASH-1       PIC X(01).
000990     03  PC-END-MM           PIC X(02).
001000     03  PC-END-DASH-2       PIC X(01).
001010     03  PC-END-DD           PIC X(02).
001020 01  PC-PERIOD-START         PIC X(10) VALUE SPACES.
001030 01  PC-CLOSED-THRU          PIC X(10) VALUE SPACES.
001040 01  PC-CLOSED-BRK REDEFINES PC-CLOSED-THRU.
001050     03  PC-CLS-YYYY         PIC X(04).
001060     03  FILLER              PIC X(01).
001070     03  PC-CLS-MM           PIC X(02).
001080     03  FILLER              PIC X(01).
001090     03  PC-CLS-DD           PIC X(02).
001100 01  PC-CLOSED-RAW           PIC 9(08).
001110 01  PC-CLOSED-RAW-X REDEFINES PC-CLOSED-RAW.
001120     03  PC-CLR-YYYY         PIC X(04).
001130     03  PC-CLR-MM           PIC X(02).
001140     03  PC-CLR-DD           PIC X(02).
001150 01  PC-START-INT            PIC 9(08).
001160 01  PC-START-RAW            PIC 9(08).
001170 01  PC-START-BRK REDEFINES PC-START-RAW.
001180     03  PC-STR-YYYY         PIC 9(04).
001190     03  PC-STR-MM           PIC 9(02).
001200     03  PC-STR-DD           PIC 9(02).
001210*****************************************************************
001220*    THE BATCH ROLLUP TABLE - ONE ENTRY PER POSSIBLE BATCH
001230*    NUMBER, SUBSCRIPTED BY BATCH NUMBER PLUS ONE SO BATCH 000
001240*    HAS A SLOT TOO.
001250*****************************************************************
001260 01  PC-BATCH-TABLE.
001270     03  PC-BAT-ENTRY OCCURS 1000 TIMES.
001280         05  PC-BAT-COUNT        PIC 9(07).
001290         05  PC-BAT-TOT-ORIG     PIC 9(11).
001300         05  PC-BAT-TOT-DIVIDED  PIC 9(11).
001310         05  PC-BAT-MIN-ORIG     PIC 9(07).
001320         05  PC-BAT-MAX-ORIG     PIC 9(07).
001330         05  PC-BAT-MIN-DIVIDED  PIC 9(07).
001340         05  PC-BAT-MAX-DIVIDED  PIC 9(07).
001350 01  PC-BAT-IDX              PIC 9(04).
001360 01  PC-BATCH-COUNT          PIC 9(04) VALUE ZERO.
001370 01  PC-READ-COUNT           PIC 9(07) VALUE ZERO.
001380 01  PC-PERIOD-COUNT         PIC 9(07) VALUE ZERO.
001390 01  PC-EARLIER-COUNT        PIC 9(07) VALUE ZERO.
001400 01  PC-LATER-COUNT          PIC 9(07) VALUE ZERO.
001410 01  PC-BAD-COUNT            PIC 9(07) VALUE ZERO.
001420 01  PC-ORPHAN-COUNT         PIC 9(07) VALUE ZERO.
001430 01  PC-CLOSED-COUNT         PIC 9(07) VALUE ZERO.
001440 01  PC-PERIOD-TOT-ORIG      PIC 9(11) VALUE ZERO.
001450 01  PC-PERIOD-TOT-DIVIDED   PIC 9(11) VALUE ZERO.
001460 01  PC-FIRST-DATE           PIC X(10) VALUE SPACES.
001470 01  PC-RUN-DATE-RAW         PIC 9(08).
001480 01  PC-RUN-DATE-BRK REDEFINES PC-RUN-DATE-RAW.
001490     03  PC-RUN-YYYY         PIC 9(04).
001500     03  PC-RUN-MM           PIC 9(02).
001510     03  PC-RUN-DD           PIC 9(02).
001520 01  PC-RUN-DATE-DISP        PIC X(10).
001530 01  PC-RUN-TIME-RAW         PIC 9(08).
001540 01  PC-RUN-ID               PIC X(16).
001550 01  PC-EVT-SEVERITY         PIC X(01).
001560 01  PC-EVT-CODE             PIC X(04).
001570 01  PC-EVT-TEXT             PIC X(60).
001580 01  PC-EVT-TIME-RAW         PIC 9(08).
001590 01  PC-EVT-TIME-BRK REDEFINES PC-EVT-TIME-RAW.
001600     03  PC-EVT-HH           PIC 9(02).
001610     03  PC-EVT-MI           PIC 9(02).
001620     03  PC-EVT-SS           PIC 9(02).
001630     03  FILLER              PIC 9(02).
001640 01  PC-EVT-TIME-DISP        PIC X(08).
001650 01  PC-HEADING-LINE.
001660     03  FILLER              PIC X(30)
001670         VALUE " ABCMST PERIOD CLOSE REPORT - ".
001680     03  PC-HDG-RUN-DATE     PIC X(10).
001690     03  FILLER              PIC X(40) VALUE SPACES.
001700 01  PC-PERIOD-LINE.
001710     03  FILLER              PIC X(01) VALUE SPACE.
001720     03  PC-PL-TEXT          PIC X(26).
001730     03  PC-PL-VALUE         PIC X(16).
001740     03  FILLER              PIC X(37) VALUE SPACES.
001750 01  PC-COLUMN-LINE.
001760     03  FILLER              PIC X(07) VALUE " BATCH".
001770     03  FILLER              PIC X(08) VALUE "   ITEMS".
001780     03  FILLER              PIC X(13) VALUE "   TOTAL ORIG".
001790     03  FILLER              PIC X(13) VALUE "   TOTAL DIVD".
001800     03  FILLER              PIC X(08) VALUE " MIN ORG".
001810     03  FILLER              PIC X(08) VALUE " MAX ORG".
001820     03  FILLER              PIC X(08) VALUE " MIN DVD".
001830     03  FILLER              PIC X(15) VALUE " MAX DVD".
001840 01  PC-DETAIL-LINE.
001850     03  FILLER              PIC X(03) VALUE SPACES.
001860     03  PC-DL-BATCH         PIC 9(03).
001870     03  FILLER              PIC X(02) VALUE SPACES.
001880     03  PC-DL-COUNT         PIC Z(06)9.
001890     03  FILLER              PIC X(02) VALUE SPACES.
001900     03  PC-DL-TOT-ORIG      PIC Z(10)9.
001910     03  FILLER              PIC X(02) VALUE SPACES.
001920     03  PC-DL-TOT-DIVIDED   PIC Z(10)9.
001930     03  FILLER              PIC X(01) VALUE SPACE.
001940     03  PC-DL-MIN-ORIG      PIC Z(06)9.
001950     03  FILLER              PIC X(01) VALUE SPACE.
001960     03  PC-DL-MAX-ORIG      PIC Z(06)9.
001970     03  FILLER              PIC X(01) VALUE SPACE.
001980     03  PC-DL-MIN-DIVIDED   PIC Z(06)9.
001990     03  FILLER              PIC X(01) VALUE SPACE.
002000     03  PC-DL-MAX-DIVIDED   PIC Z(06)9.
002010     03  FILLER              PIC X(07) VALUE SPACES.
002020 01  PC-TOTAL-LINE.
002030     03  FILLER              PIC X(01) VALUE SPACE.
002040     03  PC-TOT-TEXT         PIC X(30).
002050     03  PC-TOT-COUNT        PIC Z(10)9.
002060     03  FILLER              PIC X(38) VALUE SPACES.
002070 01  PC-MESSAGE-LINE.
002080     03  FILLER              PIC X(01) VALUE SPACE.
002090     03  PC-MSG-TEXT         PIC X(70).
002100     03  FILLER              PIC X(09) VALUE SPACES.
002110 PROCEDURE DIVISION.
002120*****************************************************************
002130*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
002140*****************************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-ROLL-UP-MASTER THRU 2000-EXIT.
002180     PERFORM 3000-WRITE-HISTORY THRU 3000-EXIT.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     STOP RUN.
002210*****************************************************************
002220*    1000-INITIALIZE - CAPTURE THE RUN DATE, OPEN THE CLOSE
002230*    REPORT, READ AND EDIT THE PERIOD END DATE AND FIND WHERE
002240*    THE PERIOD STARTS FROM THE HISTORY ALREADY ON ABCPHST.
002250*****************************************************************
002260 1000-INITIALIZE.
002261     OPEN INPUT BUSDATE-FILE.
002262     IF NOT PC-BUSDATE-OK
002263         DISPLAY "ABCPCLS: CANNOT OPEN BUSDATE, STATUS = "
002264             PC-BUSDATE-STATUS
002265         STOP RUN
002266     END-IF.
002267     READ BUSDATE-FILE
002268         AT END
002269             DISPLAY "ABCPCLS: BUSDATE HAS NO RECORD"
002270             CLOSE BUSDATE-FILE
002271             STOP RUN
002272     END-READ.
002273     CLOSE BUSDATE-FILE.
002274     IF BDT-BUS-YYYY IS NOT NUMERIC
002275             OR BDT-BUS-MM IS NOT NUMERIC
002276             OR BDT-BUS-DD IS NOT NUMERIC
002277         DISPLAY "ABCPCLS: BUSDATE BUSINESS DATE IS NOT VALID"
002278         STOP RUN
002279     END-IF.
002280     MOVE BDT-BUS-YYYY TO PC-RUN-YYYY.
002281     MOVE BDT-BUS-MM   TO PC-RUN-MM.
002282     MOVE BDT-BUS-DD   TO PC-RUN-DD.
002283     STRING PC-RUN-YYYY "-" PC-RUN-MM "-" PC-RUN-DD
002290         DELIMITED BY SIZE INTO PC-RUN-DATE-DISP.
002300     ACCEPT PC-RUN-TIME-RAW FROM TIME.
002310     STRING PC-RUN-DATE-RAW PC-RUN-TIME-RAW
002320         DELIMITED BY SIZE INTO PC-RUN-ID.
002330     OPEN OUTPUT CLOSE-REPORT-FILE.
002340     IF NOT PC-REPORT-OK
002350         DISPLAY "ABCPCLS: CANNOT OPEN ABCPCRPT, STATUS = "
002360             PC-REPORT-STATUS
002370         STOP RUN
002380     END-IF.
002390     MOVE PC-RUN-DATE-DISP TO PC-HDG-RUN-DATE.
002400     WRITE PC-REPORT-REC FROM PC-HEADING-LINE.
002410     MOVE SPACES TO PC-REPORT-REC.
002420     WRITE PC-REPORT-REC.
002430     OPEN INPUT PARM-FILE.
002440     IF NOT PC-PARM-OK
002450         DISPLAY "ABCPCLS: CANNOT OPEN ABCPCTL, STATUS = "
002460             PC-PARM-STATUS
002470         STOP RUN
002480     END-IF.
002490     READ PARM-FILE
002500         AT END
002510             DISPLAY "ABCPCLS: PARM FILE ABCPCTL HAS NO RECORD"
002520             CLOSE PARM-FILE
002530             STOP RUN
002540     END-READ.
002550     CLOSE PARM-FILE.
002560     MOVE PCL-PERIOD-END TO PC-PERIOD-END.
002570     PERFORM 1100-EDIT-PERIOD-END THRU 1100-EXIT.
002580     PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
002590     PERFORM 1300-SET-PERIOD-START THRU 1300-EXIT.
002600 1000-EXIT.
002610     EXIT.
002620*****************************************************************
002630*    1100-EDIT-PERIOD-END - THE PERIOD END MUST BE A REAL
002640*    YYYY-MM-DD DATE AND MUST NOT BE LATER THAN TODAY - A PERIOD
002650*    STILL RUNNING CANNOT BE SIGNED OFF.  A DATE NOT ON THE
002655*    CALENDAR, SUCH AS 2026-02-30, IS REFUSED AS WELL.
002660*****************************************************************
002670 1100-EDIT-PERIOD-END.
002680     IF PC-END-YYYY IS NOT NUMERIC
002690             OR PC-END-MM IS NOT NUMERIC
002700             OR PC-END-DD IS NOT NUMERIC
002710             OR PC-END-DASH-1 NOT = "-"
002720             OR PC-END-DASH-2 NOT = "-"
002730         MOVE SPACES TO PC-MSG-TEXT
002740         STRING "CLOSE REFUSED - ABCPCTL PERIOD END NOT A "
002750             "YYYY-MM-DD DATE: " PC-PERIOD-END
002760             DELIMITED BY SIZE INTO PC-MSG-TEXT
002770         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
002780     END-IF.
002790     IF PC-END-MM < "01" OR PC-END-MM > "12"
002800             OR PC-END-DD < "01" OR PC-END-DD > "31"
002810         MOVE SPACES TO PC-MSG-TEXT
002820         STRING "CLOSE REFUSED - ABCPCTL PERIOD END NOT A "
002830             "VALID DATE: " PC-PERIOD-END
002840             DELIMITED BY SIZE INTO PC-MSG-TEXT
002850         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
002860     END-IF.
002861     MOVE PC-END-YYYY TO PC-STR-YYYY.
002862     MOVE PC-END-MM   TO PC-STR-MM.
002863     MOVE PC-END-DD   TO PC-STR-DD.
002864     IF FUNCTION TEST-DATE-YYYYMMDD(PC-START-RAW) NOT = 0
002865         MOVE SPACES TO PC-MSG-TEXT
002866         STRING "CLOSE REFUSED - ABCPCTL PERIOD END NOT ON THE "
002867             "CALENDAR: " PC-PERIOD-END
002868             DELIMITED BY SIZE INTO PC-MSG-TEXT
002869         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
002870     END-IF.
002871     IF PC-PERIOD-END > PC-RUN-DATE-DISP
002880         MOVE SPACES TO PC-MSG-TEXT
002890         STRING "CLOSE REFUSED - PERIOD END " PC-PERIOD-END
002900             " IS LATER THAN THE RUN DATE"
002910             DELIMITED BY SIZE INTO PC-MSG-TEXT
002920         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
002930     END-IF.
002940 1100-EXIT.
002950     EXIT.
002960*****************************************************************
002970*    1200-LOAD-HISTORY - READ ABCPHST FOR THE HIGHEST PERIOD END
002980*    ALREADY CLOSED.  ROLLUP RECORDS WITH NO CLOSED RECORD AFTER
002990*    THEM ARE LEFT BY A CLOSE THAT DID NOT FINISH; THEY ARE
003000*    COUNTED AND REPORTED, NEVER TREATED AS A CLOSE.  A MISSING
003010*    ABCPHST MEANS NO PERIOD HAS EVER BEEN CLOSED.
003020*****************************************************************
003030 1200-LOAD-HISTORY.
003040     OPEN INPUT HISTORY-FILE.
003050     IF PC-HISTORY-NOT-FOUND
003060         GO TO 1200-EXIT
003070     END-IF.
003080     IF NOT PC-HISTORY-OK
003090         DISPLAY "ABCPCLS: CANNOT OPEN ABCPHST, STATUS = "
003100             PC-HISTORY-STATUS
003110         STOP RUN
003120     END-IF.
003130     PERFORM 1210-READ-ONE-HISTORY THRU 1210-EXIT
003140         UNTIL PC-HST-AT-EOF.
003150     CLOSE HISTORY-FILE.
003160     IF PC-CLOSED-THRU NOT = SPACES
003170             AND PC-PERIOD-END NOT > PC-CLOSED-THRU
003180         MOVE SPACES TO PC-MSG-TEXT
003190         STRING "CLOSE REFUSED - PERIODS ALREADY CLOSED THROUGH "
003200             PC-CLOSED-THRU
003210             DELIMITED BY SIZE INTO PC-MSG-TEXT
003220         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
003230     END-IF.
003240 1200-EXIT.
003250     EXIT.
003260 1210-READ-ONE-HISTORY.
003270     READ HISTORY-FILE
003280         AT END
003290             SET PC-HST-AT-EOF TO TRUE
003300             GO TO 1210-EXIT
003310     END-READ.
003320     IF PHS-BATCH-ROLLUP
003330         ADD 1 TO PC-ORPHAN-COUNT
003340         GO TO 1210-EXIT
003350     END-IF.
003360     IF NOT PHS-PERIOD-CLOSED
003370         GO TO 1210-EXIT
003380     END-IF.
003390     MOVE ZERO TO PC-ORPHAN-COUNT.
003400     ADD 1 TO PC-CLOSED-COUNT.
003410     IF PHS-PERIOD-END > PC-CLOSED-THRU
003420         MOVE PHS-PERIOD-END TO PC-CLOSED-THRU
003430     END-IF.
003440 1210-EXIT.
003450     EXIT.
003460*****************************************************************
003470*    1300-SET-PERIOD-START - THE PERIOD STARTS THE DAY AFTER THE
003480*    LAST CLOSED PERIOD END.  THE FIRST PERIOD EVER CLOSED STARTS
003490*    AT THE EARLIEST RUN DATE ON THE MASTER, WHICH IS NOT KNOWN
003500*    UNTIL THE MASTER HAS BEEN WALKED.
003510*****************************************************************
003520 1300-SET-PERIOD-START.
003530     IF PC-CLOSED-THRU = SPACES
003540         GO TO 1300-EXIT
003550     END-IF.
003560     MOVE PC-CLS-YYYY TO PC-CLR-YYYY.
003570     MOVE PC-CLS-MM   TO PC-CLR-MM.
003580     MOVE PC-CLS-DD   TO PC-CLR-DD.
003590     COMPUTE PC-START-INT
003600         = FUNCTION INTEGER-OF-DATE(PC-CLOSED-RAW) + 1.
003610     COMPUTE PC-START-RAW
003620         = FUNCTION DATE-OF-INTEGER(PC-START-INT).
003630     STRING PC-STR-YYYY "-" PC-STR-MM "-" PC-STR-DD
003640         DELIMITED BY SIZE INTO PC-PERIOD-START.
003650 1300-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    2000-ROLL-UP-MASTER - WALK THE MASTER ONCE.  ITEMS ON OR
003690*    BEFORE THE LAST CLOSE BELONG TO A CLOSED PERIOD AND ITEMS
003700*    AFTER THE PERIOD END TO THE NEXT ONE; BOTH ARE ONLY COUNTED.
003710*    EVERY ITEM IN THE PERIOD IS ADDED TO ITS BATCH'S ROLLUP.  AN
003720*    ITEM IN THE PERIOD WITH A NON-NUMERIC BATCH OR VALUE CANNOT
003730*    BE SUMMED AND REFUSES THE CLOSE.
003740*****************************************************************
003750 2000-ROLL-UP-MASTER.
003760     PERFORM 2010-CLEAR-ONE-BATCH THRU 2010-EXIT
003770         VARYING PC-BAT-IDX FROM 1 BY 1
003780         UNTIL PC-BAT-IDX > 1000.
003790     OPEN INPUT MASTER-FILE.
003800     IF PC-MASTER-NOT-FOUND
003810         MOVE "ABCMST NOT PRESENT - PERIOD CLOSED WITH NO ITEMS"
003820             TO PC-MSG-TEXT
003830         WRITE PC-REPORT-REC FROM PC-MESSAGE-LINE
003840         GO TO 2000-EXIT
003850     END-IF.
003860     IF NOT PC-MASTER-OK
003870         DISPLAY "ABCPCLS: CANNOT OPEN ABCMST, STATUS = "
003880             PC-MASTER-STATUS
003890         STOP RUN
003900     END-IF.
003910     PERFORM 2100-ROLL-ONE-ITEM THRU 2100-EXIT
003920         UNTIL PC-MST-AT-EOF.
003930     CLOSE MASTER-FILE.
003940     IF PC-BAD-COUNT > ZERO
003950         MOVE SPACES TO PC-MSG-TEXT
003960         STRING "CLOSE REFUSED - " PC-BAD-COUNT
003970             " ITEMS IN THE PERIOD HAVE NON-NUMERIC FIELDS"
003980             DELIMITED BY SIZE INTO PC-MSG-TEXT
003990         PERFORM 8000-REFUSE-CLOSE THRU 8000-EXIT
004000     END-IF.
004010 2000-EXIT.
004020     EXIT.
004030 2010-CLEAR-ONE-BATCH.
004040     MOVE ZERO TO PC-BAT-COUNT(PC-BAT-IDX)
004050                  PC-BAT-TOT-ORIG(PC-BAT-IDX)
004060                  PC-BAT-TOT-DIVIDED(PC-BAT-IDX)
004070                  PC-BAT-MAX-ORIG(PC-BAT-IDX)
004080                  PC-BAT-MAX-DIVIDED(PC-BAT-IDX).
004090     MOVE 9999999 TO PC-BAT-MIN-ORIG(PC-BAT-IDX)
004100                     PC-BAT-MIN-DIVIDED(PC-BAT-IDX).
004110 2010-EXIT.
004120     EXIT.
004130 2100-ROLL-ONE-ITEM.
004140     READ MASTER-FILE
004150         AT END
004160             SET PC-MST-AT-EOF TO TRUE
004170             GO TO 2100-EXIT
004180     END-READ.
004190     ADD 1 TO PC-READ-COUNT.
004200     IF PC-CLOSED-THRU NOT = SPACES
004210             AND MST-RUN-DATE NOT > PC-CLOSED-THRU
004220         ADD 1 TO PC-EARLIER-COUNT
004230         GO TO 2100-EXIT
004240     END-IF.
004250     IF MST-RUN-DATE > PC-PERIOD-END
004260         ADD 1 TO PC-LATER-COUNT
004270         GO TO 2100-EXIT
004280     END-IF.
004290     IF MST-BATCH-NUM IS NOT NUMERIC
004300             OR MST-ORIG-VALUE IS NOT NUMERIC
004310             OR MST-DIVIDED-VALUE IS NOT NUMERIC
004320         ADD 1 TO PC-BAD-COUNT
004330         GO TO 2100-EXIT
004340     END-IF.
004350     IF PC-FIRST-DATE = SPACES
004360             OR MST-RUN-DATE < PC-FIRST-DATE
004370         MOVE MST-RUN-DATE TO PC-FIRST-DATE
004380     END-IF.
004390     ADD 1 TO PC-PERIOD-COUNT.
004400     COMPUTE PC-BAT-IDX = MST-BATCH-NUM + 1.
004410     IF PC-BAT-COUNT(PC-BAT-IDX) = ZERO
004420         ADD 1 TO PC-BATCH-COUNT
004430     END-IF.
004440     ADD 1 TO PC-BAT-COUNT(PC-BAT-IDX).
004450     ADD MST-ORIG-VALUE    TO PC-BAT-TOT-ORIG(PC-BAT-IDX)
004460                              PC-PERIOD-TOT-ORIG.
004470     ADD MST-DIVIDED-VALUE TO PC-BAT-TOT-DIVIDED(PC-BAT-IDX)
004480                              PC-PERIOD-TOT-DIVIDED.
004490     IF MST-ORIG-VALUE < PC-BAT-MIN-ORIG(PC-BAT-IDX)
004500         MOVE MST-ORIG-VALUE TO PC-BAT-MIN-ORIG(PC-BAT-IDX)
004510     END-IF.
004520     IF MST-ORIG-VALUE > PC-BAT-MAX-ORIG(PC-BAT-IDX)
004530         MOVE MST-ORIG-VALUE TO PC-BAT-MAX-ORIG(PC-BAT-IDX)
004540     END-IF.
004550     IF MST-DIVIDED-VALUE < PC-BAT-MIN-DIVIDED(PC-BAT-IDX)
004560         MOVE MST-DIVIDED-VALUE TO PC-BAT-MIN-DIVIDED(PC-BAT-IDX)
004570     END-IF.
004580     IF MST-DIVIDED-VALUE > PC-BAT-MAX-DIVIDED(PC-BAT-IDX)
004590         MOVE MST-DIVIDED-VALUE TO PC-BAT-MAX-DIVIDED(PC-BAT-IDX)
004600     END-IF.
004610 2100-EXIT.
004620     EXIT.
004630*****************************************************************
004640*    3000-WRITE-HISTORY - APPEND ONE ROLLUP RECORD PER BATCH IN
004650*    BATCH ORDER, PRINTING EACH, THEN THE PERIOD-CLOSED RECORD.
004660*    THE CLOSED RECORD GOES LAST SO A CLOSE THAT DIES PART WAY
004670*    LEAVES THE PERIOD OPEN, NOT HALF CLOSED.
004680*****************************************************************
004690 3000-WRITE-HISTORY.
004700     IF PC-PERIOD-START = SPACES
004710         IF PC-FIRST-DATE = SPACES
004720             MOVE PC-PERIOD-END TO PC-PERIOD-START
004730         ELSE
004740             MOVE PC-FIRST-DATE TO PC-PERIOD-START
004750         END-IF
004760     END-IF.
004770     MOVE "PERIOD START" TO PC-PL-TEXT.
004780     MOVE PC-PERIOD-START TO PC-PL-VALUE.
004790     WRITE PC-REPORT-REC FROM PC-PERIOD-LINE.
004800     MOVE "PERIOD END" TO PC-PL-TEXT.
004810     MOVE PC-PERIOD-END TO PC-PL-VALUE.
004820     WRITE PC-REPORT-REC FROM PC-PERIOD-LINE.
004830     MOVE "PREVIOUSLY CLOSED THROUGH" TO PC-PL-TEXT.
004840     IF PC-CLOSED-THRU = SPACES
004850         MOVE "(NONE)" TO PC-PL-VALUE
004860     ELSE
004870         MOVE PC-CLOSED-THRU TO PC-PL-VALUE
004880     END-IF.
004890     WRITE PC-REPORT-REC FROM PC-PERIOD-LINE.
004900     MOVE "CLOSE RUN ID" TO PC-PL-TEXT.
004910     MOVE PC-RUN-ID TO PC-PL-VALUE.
004920     WRITE PC-REPORT-REC FROM PC-PERIOD-LINE.
004930     MOVE SPACES TO PC-REPORT-REC.
004940     WRITE PC-REPORT-REC.
004950     WRITE PC-REPORT-REC FROM PC-COLUMN-LINE.
004960     OPEN EXTEND HISTORY-FILE.
004970     IF PC-HISTORY-NOT-FOUND
004980         OPEN OUTPUT HISTORY-FILE
004990     END-IF.
005000     IF NOT PC-HISTORY-OK
005010         DISPLAY "ABCPCLS: CANNOT OPEN ABCPHST, STATUS = "
005020             PC-HISTORY-STATUS
005030         STOP RUN
005040     END-IF.
005050     PERFORM 3100-WRITE-ONE-BATCH THRU 3100-EXIT
005060         VARYING PC-BAT-IDX FROM 1 BY 1
005070         UNTIL PC-BAT-IDX > 1000.
005080     MOVE SPACES                TO PHS-REC.
005090     SET PHS-PERIOD-CLOSED      TO TRUE.
005100     MOVE PC-PERIOD-END         TO PHS-PERIOD-END.
005110     MOVE PC-PERIOD-START       TO PHS-PERIOD-START.
005120     MOVE PC-BATCH-COUNT        TO PHS-BATCH-COUNT.
005130     MOVE PC-PERIOD-COUNT       TO PHS-CLS-ITEM-COUNT.
005140     MOVE PC-PERIOD-TOT-ORIG    TO PHS-CLS-TOTAL-ORIG.
005150     MOVE PC-PERIOD-TOT-DIVIDED TO PHS-CLS-TOTAL-DIVIDED.
005160     MOVE PC-RUN-ID             TO PHS-CLOSE-RUN-ID.
005170     WRITE PHS-REC.
005180     CLOSE HISTORY-FILE.
005190 3000-EXIT.
005200     EXIT.
005210 3100-WRITE-ONE-BATCH.
005220     IF PC-BAT-COUNT(PC-BAT-IDX) = ZERO
005230         GO TO 3100-EXIT
005240     END-IF.
005250     MOVE SPACES TO PHS-REC.
005260     SET PHS-BATCH-ROLLUP TO TRUE.
005270     MOVE PC-PERIOD-END                  TO PHS-PERIOD-END.
005280     COMPUTE PHS-BATCH-NUM = PC-BAT-IDX - 1.
005290     MOVE PC-BAT-COUNT(PC-BAT-IDX)       TO PHS-ITEM-COUNT.
005300     MOVE PC-BAT-TOT-ORIG(PC-BAT-IDX)    TO PHS-TOTAL-ORIG.
005310     MOVE PC-BAT-TOT-DIVIDED(PC-BAT-IDX) TO PHS-TOTAL-DIVIDED.
005320     MOVE PC-BAT-MIN-ORIG(PC-BAT-IDX)    TO PHS-MIN-ORIG.
005330     MOVE PC-BAT-MAX-ORIG(PC-BAT-IDX)    TO PHS-MAX-ORIG.
005340     MOVE PC-BAT-MIN-DIVIDED(PC-BAT-IDX) TO PHS-MIN-DIVIDED.
005350     MOVE PC-BAT-MAX-DIVIDED(PC-BAT-IDX) TO PHS-MAX-DIVIDED.
005360     WRITE PHS-REC.
005370     MOVE PHS-BATCH-NUM     TO PC-DL-BATCH.
005380     MOVE PHS-ITEM-COUNT    TO PC-DL-COUNT.
005390     MOVE PHS-TOTAL-ORIG    TO PC-DL-TOT-ORIG.
005400     MOVE PHS-TOTAL-DIVIDED TO PC-DL-TOT-DIVIDED.
005410     MOVE PHS-MIN-ORIG      TO PC-DL-MIN-ORIG.
005420     MOVE PHS-MAX-ORIG      TO PC-DL-MAX-ORIG.
005430     MOVE PHS-MIN-DIVIDED   TO PC-DL-MIN-DIVIDED.
005440     MOVE PHS-MAX-DIVIDED   TO PC-DL-MAX-DIVIDED.
005450     WRITE PC-REPORT-REC FROM PC-DETAIL-LINE.
005460 3100-EXIT.
005470     EXIT.
005480*****************************************************************
005490*    8000-REFUSE-CLOSE - STOP THE RUN BEFORE ABCPHST IS WRITTEN.
005500*    THE CALLER PUTS THE REASON IN PC-MSG-TEXT; IT GOES ON THE
005510*    REPORT, THE CONSOLE AND EVTLOG.
005520*****************************************************************
005530 8000-REFUSE-CLOSE.
005540     WRITE PC-REPORT-REC FROM PC-MESSAGE-LINE.
005550     MOVE 'E'    TO PC-EVT-SEVERITY.
005560     MOVE "PC02" TO PC-EVT-CODE.
005570     MOVE PC-MSG-TEXT TO PC-EVT-TEXT.
005580     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
005590     DISPLAY "ABCPCLS: " PC-MSG-TEXT.
005600     CLOSE CLOSE-REPORT-FILE.
005610     STOP RUN.
005620 8000-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    9000-TERMINATE - PRINT THE PERIOD AND CONTROL TOTALS, LOG
005660*    THE CLOSE AND CLOSE THE REPORT.
005670*****************************************************************
005680 9000-TERMINATE.
005690     MOVE SPACES TO PC-REPORT-REC.
005700     WRITE PC-REPORT-REC.
005710     MOVE "MASTER RECORDS READ" TO PC-TOT-TEXT.
005720     MOVE PC-READ-COUNT TO PC-TOT-COUNT.
005730     WRITE PC-REPORT-REC FROM PC-TOTAL-LINE.
005740     MOVE "ITEMS IN EARLIER PERIODS" TO PC-TOT-TEXT.
005750     MOVE PC-EARLIER-COUNT TO PC-TOT-COUNT.
005760     WRITE PC-REPORT-REC FROM PC-TOTAL-LINE.
005770     MOVE "ITEMS AFTER THE PERIOD END" TO PC-TOT-TEXT.
005780     MOVE PC-LATER-COUNT TO PC-TOT-COUNT.
005790     WRITE PC-REPORT-REC FROM PC-TOTAL-LINE.
005800     MOVE "ITEMS CLOSED IN THIS PERIOD" TO PC-TOT-TEXT.
005810     MOVE PC-PERIOD-COUNT TO PC-TOT-COUNT.
005820     WRITE PC-REPORT-REC FROM PC-TOTAL-LINE.
005830     MOVE "BATCHES CLOSED IN THIS PERIOD" TO PC-TOT-TEXT.
005840     MOVE PC-BATCH-COUNT TO PC-TOT-COUNT.
005850     WRITE PC-REPORT-REC FROM PC-TOTAL-LINE.
005860     MOVE "PERIOD TOTAL ORIGINAL VALUE" TO PC-TOT-TEXT.
005870     MOVE PC-PERIOD-TOT-ORIG TO PC-TOT-COUNT.
005880     WRITE PC-REPORT-REC FROM PC-TOTAL-LINE.
005890     MOVE "PERIOD TOTAL DIVIDED VALUE" TO PC-TOT-TEXT.
005900     MOVE PC-PERIOD-TOT-DIVIDED TO PC-TOT-COUNT.
005910     WRITE PC-REPORT-REC FROM PC-TOTAL-LINE.
005920     IF PC-ORPHAN-COUNT > ZERO
005930         MOVE SPACES TO PC-MSG-TEXT
005940         STRING PC-ORPHAN-COUNT " ROLLUP RECORDS FROM AN "
005950             "UNFINISHED EARLIER CLOSE IGNORED"
005960             DELIMITED BY SIZE INTO PC-MSG-TEXT
005970         WRITE PC-REPORT-REC FROM PC-MESSAGE-LINE
005980         MOVE 'W'    TO PC-EVT-SEVERITY
005990         MOVE "PC03" TO PC-EVT-CODE
006000         MOVE PC-MSG-TEXT TO PC-EVT-TEXT
006010         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
006020     END-IF.
006030     MOVE 'I'    TO PC-EVT-SEVERITY.
006040     MOVE "PC01" TO PC-EVT-CODE.
006050     MOVE SPACES TO PC-EVT-TEXT.
006060     STRING "PERIOD " PC-PERIOD-END " CLOSED - "
006070         PC-PERIOD-COUNT " ITEMS, " PC-BATCH-COUNT " BATCHES"
006080         DELIMITED BY SIZE INTO PC-EVT-TEXT.
006090     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
006100     CLOSE CLOSE-REPORT-FILE.
006110     DISPLAY "ABCPCLS: " PC-EVT-TEXT.
006120 9000-EXIT.
006130     EXIT.
006140*****************************************************************
006150*    9400-WRITE-EVENT-REC - APPEND ONE OPERATOR EVENT TO THE
006160*    COMMON EVTLOG FILE, CREATING IT ON FIRST USE.  THE CALLER
006170*    SETS PC-EVT-SEVERITY, PC-EVT-CODE AND PC-EVT-TEXT
006180*    BEFOREHAND.  AN UNWRITABLE LOG FALLS BACK TO THE CONSOLE
006190*    SO THE EVENT IS NEVER LOST OUTRIGHT.
006200*****************************************************************
006210 9400-WRITE-EVENT-REC.
006220     ACCEPT PC-EVT-TIME-RAW FROM TIME.
006230     STRING PC-EVT-HH ":" PC-EVT-MI ":" PC-EVT-SS
006240         DELIMITED BY SIZE INTO PC-EVT-TIME-DISP.
006250     OPEN EXTEND EVENT-FILE.
006260     IF PC-EVENT-NOT-FOUND
006270         OPEN OUTPUT EVENT-FILE
006280     END-IF.
006290     IF NOT PC-EVENT-OK
006300         DISPLAY "ABCPCLS: EVTLOG UNAVAILABLE - "
006310             PC-EVT-SEVERITY " " PC-EVT-CODE " " PC-EVT-TEXT
006320         GO TO 9400-EXIT
006330     END-IF.
006340     MOVE SPACES TO EVT-REC.
006350     MOVE "ABCPCLS"         TO EVT-PROGRAM-ID.
006360     MOVE PC-RUN-DATE-DISP  TO EVT-RUN-DATE.
006370     MOVE PC-EVT-TIME-DISP  TO EVT-RUN-TIME.
006380     MOVE PC-RUN-ID         TO EVT-RUN-ID.
006390     MOVE PC-EVT-SEVERITY   TO EVT-SEVERITY.
006400     MOVE PC-EVT-CODE       TO EVT-CODE.
006410     MOVE PC-EVT-TEXT       TO EVT-TEXT.
006420     WRITE EVT-REC.
006430     CLOSE EVENT-FILE.
006440 9400-EXIT.
006450     EXIT.
006460 END PROGRAM ABCPCLS.
