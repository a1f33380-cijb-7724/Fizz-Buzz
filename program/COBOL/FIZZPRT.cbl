000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     FIZZPRT.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - PRINTS THE FIZZRPT RESULTS
000120*                     AS THE DISTRIBUTION REPORT FOR THE BUSINESS
000130*                     USERS.  FIZZRPT IS FIRST PROVED COMPLETE, AS
000140*                     SUMRPT DOES, THEN FIZZPRNT IS WRITTEN AS A
000150*                     PRINT IMAGE WITH ASA CARRIAGE CONTROL IN THE
000160*                     FIRST BYTE OF EVERY LINE.  EACH PAGE CARRIES
000170*                     THE RUN ID, RUN DATE AND PAGE NUMBER IN ITS
000180*                     HEADINGS, THE RESULTS SEVERAL TO A LINE WITH
000190*                     A LABEL FORCED BY A FIZZOVRD OVERRIDE MARKED
000200*                     '*', AND A FOOTER OF LABEL COUNTS FOR THE
000210*                     PAGE AND THE REPORT TO DATE.  THE LAST PAGE
000220*                     LISTS THE RULES IN FORCE AND THE OVERRIDES
000230*                     APPLIED FROM THE FIZZRPT APPENDICES, WITH
000240*                     THE REPORT TOTALS.  PAGE LENGTH, ORIENTATION
000250*                     AND RESULTS PER LINE COME FROM PRTCTL (SEE
000260*                     PPMREC01).
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARM-FILE ASSIGN TO "PRTCTL"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FP-PARM-STATUS.
000370     SELECT REPORT-FILE ASSIGN TO "FIZZRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FP-REPORT-STATUS.
000400     SELECT PRINT-FILE ASSIGN TO "FIZZPRNT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FP-PRINT-STATUS.
000430     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FP-EVENT-STATUS.
000460     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FP-BUSDATE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PARM-FILE
000520     RECORDING MODE IS F.
000530 COPY PPMREC01.
000540 FD  REPORT-FILE
000550     RECORDING MODE IS F.
000560 COPY RPTREC01.
000570*****************************************************************
000580*    ONE PRINT LINE - THE ASA CARRIAGE-CONTROL BYTE ('1' NEW
000590*    PAGE, '0' DOUBLE SPACE, SPACE SINGLE SPACE) AND UP TO 132
000600*    PRINT POSITIONS.
000610*****************************************************************
000620 FD  PRINT-FILE
000630     RECORDING MODE IS F.
000640 01  FP-PRINT-REC.
000650     05  FP-PRT-CC               PIC X(01).
000660     05  FP-PRT-LINE             PIC X(132).
000670 FD  EVENT-FILE
000680     RECORDING MODE IS F.
000690 COPY EVTREC01.
000700 FD  BUSDATE-FILE
000710     RECORDING MODE IS F.
000720 COPY BDTREC01.
000730 WORKING-STORAGE SECTION.
000740*****************************************************************
000750*    WORKING STORAGE
000760*****************************************************************
000770 01  FP-SWITCHES.
000780     03  FP-PARM-STATUS      PIC X(02).
000790         88  FP-PARM-OK                 VALUE '00'.
000800         88  FP-PARM-NOT-FOUND          VALUE '35'.
000810     03  FP-REPORT-STATUS    PIC X(02).
000820         88  FP-REPORT-OK               VALUE '00'.
000830     03  FP-PRINT-STATUS     PIC X(02).
000840         88  FP-PRINT-OK                VALUE '00'.
000850     03  FP-EVENT-STATUS     PIC X(02).
000860         88  FP-EVENT-OK                VALUE '00'.
000870         88  FP-EVENT-NOT-FOUND         VALUE '35'.
000880     03  FP-BUSDATE-STATUS   PIC X(02).
000890         88  FP-BUSDATE-OK              VALUE '00'.
000900     03  FP-EOF-SWITCH       PIC X(01) VALUE 'N'.
000910         88  FP-AT-EOF                  VALUE 'Y'.
000920     03  FP-HDR-SWITCH       PIC X(01) VALUE 'N'.
000930         88  FP-HDR-SEEN                VALUE 'Y'.
000940     03  FP-TRL-SWITCH       PIC X(01) VALUE 'N'.
000950         88  FP-TRL-SEEN                VALUE 'Y'.
000960     03  FP-FIRST-DTL-SWITCH PIC X(01) VALUE 'N'.
000970         88  FP-FIRST-DTL-SEEN          VALUE 'Y'.
000980     03  FP-APPENDIX-SWITCH  PIC X(01) VALUE 'N'.
000990         88  FP-APPENDIX-STARTED        VALUE 'Y'.
001000     03  FP-CONTINUED-SWITCH PIC X(01) VALUE 'N'.
001010         88  FP-SECTION-CONTINUED       VALUE 'Y'.
001020*****************************************************************
001030*    THE PART OF THE REPORT BEING PRINTED - IT DECIDES WHICH
001040*    SUB-HEADING A NEW PAGE CARRIES.
001050*****************************************************************
001060 01  FP-SECTION              PIC X(01) VALUE 'D'.
001070     88  FP-IN-DETAIL                   VALUE 'D'.
001080     88  FP-IN-RULES                    VALUE 'R'.
001090     88  FP-IN-OVERRIDES                VALUE 'O'.
001100     88  FP-IN-TOTALS                   VALUE 'T'.
001110*****************************************************************
001120*    PAGE LAYOUT.  THE FOOTER TAKES THE LAST FIVE LINES OF EVERY
001130*    PAGE, SO THE BODY ENDS FIVE LINES SHORT OF THE PAGE LENGTH.
001140*    A RESULT CELL IS 28 POSITIONS, SO A 132-POSITION LANDSCAPE
001150*    LINE HOLDS 4 AND AN 80-POSITION PORTRAIT LINE HOLDS 2.
001160*****************************************************************
001170 01  FP-ORIENTATION          PIC X(01) VALUE 'L'.
001180     88  FP-LANDSCAPE                   VALUE 'L'.
001190     88  FP-PORTRAIT                    VALUE 'P'.
001200 01  FP-PAGE-LENGTH          PIC 9(03) VALUE 60.
001210 01  FP-MIN-PAGE-LENGTH      PIC 9(03) VALUE 20.
001220 01  FP-FOOTER-LINES         PIC 9(03) VALUE 5.
001230 01  FP-BODY-END             PIC 9(03).
001240 01  FP-COLUMNS              PIC 9(02) VALUE ZERO.
001250 01  FP-MAX-COLUMNS          PIC 9(02).
001260 01  FP-LINE-COUNT           PIC 9(03) VALUE ZERO.
001270 01  FP-LINES-NEEDED         PIC 9(03).
001280 01  FP-PAGE-COUNT           PIC 9(04) VALUE ZERO.
001290 01  FP-COL-IDX              PIC 9(02) VALUE ZERO.
001300 01  FP-HEAD-IDX             PIC 9(02).
001310 01  FP-CLASS-IDX            PIC 9(01).
001320*****************************************************************
001330*    LABEL COUNTS FOR THE FOOTER, FOR THE PAGE AND THE REPORT TO
001340*    DATE: 1 FIZZ, 2 BUZZ, 3 FIZZBUZZ, 4 ANY OTHER RULE LABEL,
001350*    5 PLAIN NUMBER, 6 FORCED BY AN OVERRIDE.
001360*****************************************************************
001370 01  FP-COUNT-TABLE.
001380     03  FP-PAGE-CNT         PIC 9(07) OCCURS 6 TIMES.
001390     03  FP-RPT-CNT          PIC 9(07) OCCURS 6 TIMES.
001400 01  FP-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
001410 01  FP-RULE-COUNT           PIC 9(05) VALUE ZERO.
001420 01  FP-OVERRIDE-COUNT       PIC 9(05) VALUE ZERO.
001430 01  FP-VER-DTL-COUNT        PIC 9(07) VALUE ZERO.
001440 01  FP-VER-TRL-COUNT        PIC 9(07) VALUE ZERO.
001450 01  FP-FIRST-NUM            PIC 9(05) VALUE ZERO.
001460 01  FP-LAST-NUM             PIC 9(05) VALUE ZERO.
001470 01  FP-RPT-TITLE            PIC X(30) VALUE SPACES.
001480 01  FP-RPT-RUN-ID           PIC X(16) VALUE SPACES.
001490 01  FP-RPT-RUN-DATE         PIC X(10) VALUE SPACES.
001500 01  FP-RPT-RUN-DATE-BRK REDEFINES FP-RPT-RUN-DATE.
001510     03  FP-RH-YYYY          PIC X(04).
001520     03  FP-RH-DASH-1        PIC X(01).
001530     03  FP-RH-MM            PIC X(02).
001540     03  FP-RH-DASH-2        PIC X(01).
001550     03  FP-RH-DD            PIC X(02).
001560 01  FP-RUN-DATE-RAW         PIC 9(08).
001570 01  FP-RUN-DATE-BRK REDEFINES FP-RUN-DATE-RAW.
001580     03  FP-RUN-YYYY         PIC 9(04).
001590     03  FP-RUN-MM           PIC 9(02).
001600     03  FP-RUN-DD           PIC 9(02).
001610 01  FP-RUN-DATE-DISP        PIC X(10).
001620 01  FP-RUN-TIME-RAW         PIC 9(08).
001630 01  FP-RUN-ID               PIC X(16).
001640 01  FP-MSG-TEXT             PIC X(60).
001650 01  FP-EVT-SEVERITY         PIC X(01).
001660 01  FP-EVT-CODE             PIC X(04).
001670 01  FP-EVT-TEXT             PIC X(60).
001680 01  FP-EVT-TIME-RAW         PIC 9(08).
001690 01  FP-EVT-TIME-BRK REDEFINES FP-EVT-TIME-RAW.
001700     03  FP-EVT-HH           PIC 9(02).
001710     03  FP-EVT-MI           PIC 9(02).
001720     03  FP-EVT-SS           PIC 9(02).
001730     03  FILLER              PIC 9(02).
001740 01  FP-EVT-TIME-DISP        PIC X(08).
001750*****************************************************************
001760*    THE LINE ABOUT TO BE PRINTED AND ITS CARRIAGE CONTROL.
001770*****************************************************************
001780 01  FP-OUT-CC               PIC X(01) VALUE SPACE.
001790 01  FP-OUT-LINE             PIC X(132).
001800*****************************************************************
001810*    PRINT LINES.
001820*****************************************************************
001830 01  FP-HEADING-1.
001840     03  FILLER              PIC X(01) VALUE SPACE.
001850     03  FP-H1-TITLE         PIC X(30).
001860     03  FILLER              PIC X(09) VALUE "  RUN ID ".
001870     03  FP-H1-RUN-ID        PIC X(16).
001880     03  FILLER              PIC X(10) VALUE "     PAGE ".
001890     03  FP-H1-PAGE          PIC ZZZ9.
001900     03  FILLER              PIC X(62) VALUE SPACES.
001910 01  FP-HEADING-2.
001920     03  FILLER              PIC X(10) VALUE " RUN DATE ".
001930     03  FP-H2-RUN-DATE      PIC X(10).
001940     03  FILLER              PIC X(11) VALUE "   NUMBERS ".
001950     03  FP-H2-FIRST         PIC ZZZZ9.
001960     03  FILLER              PIC X(04) VALUE " TO ".
001970     03  FP-H2-LAST          PIC ZZZZ9.
001980     03  FILLER              PIC X(11) VALUE "   PRINTED ".
001990     03  FP-H2-PRINT-DATE    PIC X(10).
002000     03  FILLER              PIC X(66) VALUE SPACES.
002010 01  FP-CELL-HEAD            PIC X(28) VALUE "   NO.  RESULT".
002020 01  FP-CELL-RULE            PIC X(28)
002030         VALUE " -----  --------------------".
002040 01  FP-COLUMN-LINE.
002050     03  FP-CL-CELL          PIC X(28) OCCURS 4 TIMES.
002060     03  FILLER              PIC X(20).
002070 01  FP-DETAIL-LINE.
002080     03  FP-DL-CELL OCCURS 4 TIMES.
002090         05  FILLER          PIC X(01).
002100         05  FP-DL-NUMBER    PIC ZZZZ9.
002110         05  FP-DL-MARK      PIC X(01).
002120         05  FILLER          PIC X(01).
002130         05  FP-DL-LABEL     PIC X(20).
002140     03  FILLER              PIC X(20).
002150 01  FP-TITLE-LINE.
002160     03  FILLER              PIC X(01) VALUE SPACE.
002170     03  FP-TTL-TEXT         PIC X(18).
002180     03  FP-TTL-CONTINUED    PIC X(11).
002190     03  FILLER              PIC X(102) VALUE SPACES.
002200 01  FP-RULE-HEAD-LINE.
002210     03  FILLER              PIC X(10) VALUE " DIVISOR  ".
002220     03  FILLER              PIC X(12) VALUE "LABEL".
002230     03  FILLER              PIC X(16) VALUE "EFFECTIVE FROM".
002240     03  FILLER              PIC X(12) VALUE "EFFECTIVE TO".
002250     03  FILLER              PIC X(82) VALUE SPACES.
002260 01  FP-RULE-UNDER-LINE.
002270     03  FILLER              PIC X(10) VALUE " -------  ".
002280     03  FILLER              PIC X(12) VALUE "----------".
002290     03  FILLER              PIC X(16) VALUE "--------------".
002300     03  FILLER              PIC X(12) VALUE "------------".
002310     03  FILLER              PIC X(82) VALUE SPACES.
002320 01  FP-RULE-LINE.
002330     03  FILLER              PIC X(05) VALUE SPACES.
002340     03  FP-RL-DIVISOR       PIC ZZ9.
002350     03  FILLER              PIC X(02) VALUE SPACES.
002360     03  FP-RL-LABEL         PIC X(10).
002370     03  FILLER              PIC X(02) VALUE SPACES.
002380     03  FP-RL-EFF-FROM      PIC X(10).
002390     03  FILLER              PIC X(06) VALUE SPACES.
002400     03  FP-RL-EFF-TO        PIC X(10).
002410     03  FILLER              PIC X(84) VALUE SPACES.
002420 01  FP-OVR-HEAD-LINE.
002430     03  FILLER              PIC X(08) VALUE " NUMBER ".
002440     03  FILLER              PIC X(10) VALUE "ACTION".
002450     03  FILLER              PIC X(22) VALUE "LABEL".
002460     03  FILLER              PIC X(16) VALUE "EFFECTIVE FROM".
002470     03  FILLER              PIC X(12) VALUE "EFFECTIVE TO".
002480     03  FILLER              PIC X(64) VALUE SPACES.
002490 01  FP-OVR-UNDER-LINE.
002500     03  FILLER              PIC X(08) VALUE " ------ ".
002510     03  FILLER              PIC X(10) VALUE "--------".
002520     03  FILLER              PIC X(22)
002530         VALUE "--------------------".
002540     03  FILLER              PIC X(16) VALUE "--------------".
002550     03  FILLER              PIC X(12) VALUE "------------".
002560     03  FILLER              PIC X(64) VALUE SPACES.
002570 01  FP-OVR-LINE.
002580     03  FILLER              PIC X(02) VALUE SPACES.
002590     03  FP-OL-NUMBER        PIC ZZZZ9.
002600     03  FILLER              PIC X(01) VALUE SPACE.
002610     03  FP-OL-ACTION        PIC X(08).
002620     03  FILLER              PIC X(02) VALUE SPACES.
002630     03  FP-OL-LABEL         PIC X(20).
002640     03  FILLER              PIC X(02) VALUE SPACES.
002650     03  FP-OL-EFF-FROM      PIC X(10).
002660     03  FILLER              PIC X(06) VALUE SPACES.
002670     03  FP-OL-EFF-TO        PIC X(10).
002680     03  FILLER              PIC X(66) VALUE SPACES.
002690 01  FP-NONE-LINE.
002700     03  FILLER              PIC X(05) VALUE SPACES.
002710     03  FILLER              PIC X(04) VALUE "NONE".
002720     03  FILLER              PIC X(123) VALUE SPACES.
002730 01  FP-TOTAL-LINE.
002740     03  FILLER              PIC X(01) VALUE SPACE.
002750     03  FP-TOT-TEXT         PIC X(30).
002760     03  FP-TOT-COUNT        PIC Z(06)9.
002770     03  FILLER              PIC X(94) VALUE SPACES.
002780 01  FP-FOOT-HEAD-LINE.
002790     03  FILLER              PIC X(14) VALUE " LABEL COUNTS".
002800     03  FILLER              PIC X(09) VALUE "     FIZZ".
002810     03  FILLER              PIC X(09) VALUE "     BUZZ".
002820     03  FILLER              PIC X(09) VALUE " FIZZBUZZ".
002830     03  FILLER              PIC X(09) VALUE "    OTHER".
002840     03  FILLER              PIC X(09) VALUE "   NUMBER".
002850     03  FILLER              PIC X(09) VALUE " OVERRIDE".
002860     03  FILLER              PIC X(64) VALUE SPACES.
002870 01  FP-FOOT-COUNT-LINE.
002880     03  FP-FC-TEXT          PIC X(14).
002890     03  FP-FC-COUNT         PIC Z(08)9 OCCURS 6 TIMES.
002900     03  FILLER              PIC X(64) VALUE SPACES.
002910 01  FP-LEGEND-LINE.
002920     03  FILLER              PIC X(40)
002930         VALUE " * = LABEL FORCED BY A FIZZOVRD OVERRIDE".
002940     03  FILLER              PIC X(32)
002950         VALUE "    OTHER = ANY OTHER RULE LABEL".
002960     03  FILLER              PIC X(60) VALUE SPACES.
002970 PROCEDURE DIVISION.
002980*****************************************************************
002990*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
003000*****************************************************************
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     PERFORM 2000-PRINT-REPORT THRU 2000-EXIT.
003040     PERFORM 3000-FINISH-REPORT THRU 3000-EXIT.
003050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003060     STOP RUN.
003070*****************************************************************
003080*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM BUSDATE, READ
003090*    THE PAGE LAYOUT FROM PRTCTL, PROVE FIZZRPT COMPLETE, AND
003100*    OPEN THE PRINT FILE ON THE FIRST PAGE.
003110*****************************************************************
003120 1000-INITIALIZE.
003130     OPEN INPUT BUSDATE-FILE.
003140     IF NOT FP-BUSDATE-OK
003150         DISPLAY "FIZZPRT: CANNOT OPEN BUSDATE, STATUS = "
003160             FP-BUSDATE-STATUS
003170         STOP RUN
003180     END-IF.
003190     READ BUSDATE-FILE
003200         AT END
003210             DISPLAY "FIZZPRT: BUSDATE HAS NO RECORD"
003220             CLOSE BUSDATE-FILE
003230             STOP RUN
003240     END-READ.
003250     CLOSE BUSDATE-FILE.
003260     IF BDT-BUS-YYYY IS NOT NUMERIC
003270             OR BDT-BUS-MM IS NOT NUMERIC
003280             OR BDT-BUS-DD IS NOT NUMERIC
003290         DISPLAY "FIZZPRT: BUSDATE BUSINESS DATE IS NOT VALID"
003300         STOP RUN
003310     END-IF.
003320     MOVE BDT-BUS-YYYY TO FP-RUN-YYYY.
003330     MOVE BDT-BUS-MM   TO FP-RUN-MM.
003340     MOVE BDT-BUS-DD   TO FP-RUN-DD.
003350     STRING FP-RUN-YYYY "-" FP-RUN-MM "-" FP-RUN-DD
003360         DELIMITED BY SIZE INTO FP-RUN-DATE-DISP.
003370     ACCEPT FP-RUN-TIME-RAW FROM TIME.
003380     STRING FP-RUN-DATE-RAW FP-RUN-TIME-RAW
003390         DELIMITED BY SIZE INTO FP-RUN-ID.
003400     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003410     OPEN INPUT REPORT-FILE.
003420     IF NOT FP-REPORT-OK
003430         MOVE SPACES TO FP-MSG-TEXT
003440         STRING "CANNOT OPEN FIZZRPT, STATUS = " FP-REPORT-STATUS
003450             DELIMITED BY SIZE INTO FP-MSG-TEXT
003460         END-STRING
003470         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
003480     END-IF.
003490     PERFORM 1500-VERIFY-REPORT THRU 1500-EXIT.
003500     OPEN OUTPUT PRINT-FILE.
003510     IF NOT FP-PRINT-OK
003520         DISPLAY "FIZZPRT: CANNOT OPEN FIZZPRNT, STATUS = "
003530             FP-PRINT-STATUS
003540         STOP RUN
003550     END-IF.
003560     MOVE FP-RPT-TITLE    TO FP-H1-TITLE.
003570     MOVE FP-RPT-RUN-ID   TO FP-H1-RUN-ID.
003580     MOVE FP-RPT-RUN-DATE TO FP-H2-RUN-DATE.
003590     MOVE FP-FIRST-NUM    TO FP-H2-FIRST.
003600     MOVE FP-LAST-NUM     TO FP-H2-LAST.
003610     MOVE FP-RUN-DATE-DISP TO FP-H2-PRINT-DATE.
003620     MOVE ZERO TO FP-COUNT-TABLE.
003630     MOVE 'D' TO FP-SECTION.
003640     PERFORM 7200-START-PAGE THRU 7200-EXIT.
003650 1000-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    1100-READ-PARM - THE PAGE LAYOUT FROM PRTCTL.  WITHOUT THE
003690*    FILE THE DEFAULTS STAND; A LAYOUT THAT CANNOT BE PRINTED IS
003700*    REFUSED RATHER THAN GUESSED AT.
003710*****************************************************************
003720 1100-READ-PARM.
003730     OPEN INPUT PARM-FILE.
003740     IF FP-PARM-NOT-FOUND
003750         GO TO 1100-SET-LAYOUT
003760     END-IF.
003770     IF NOT FP-PARM-OK
003780         DISPLAY "FIZZPRT: CANNOT OPEN PRTCTL, STATUS = "
003790             FP-PARM-STATUS
003800         STOP RUN
003810     END-IF.
003820     READ PARM-FILE
003830         AT END
003840             CLOSE PARM-FILE
003850             GO TO 1100-SET-LAYOUT
003860     END-READ.
003870     CLOSE PARM-FILE.
003880     IF PPM-ORIENTATION NOT = SPACE
003890         MOVE PPM-ORIENTATION TO FP-ORIENTATION
003900     END-IF.
003910     IF NOT FP-LANDSCAPE AND NOT FP-PORTRAIT
003920         MOVE SPACES TO FP-MSG-TEXT
003930         STRING "PRTCTL ORIENTATION " FP-ORIENTATION
003940             " IS NOT L OR P"
003950             DELIMITED BY SIZE INTO FP-MSG-TEXT
003960         END-STRING
003970         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
003980     END-IF.
003990     IF PPM-PAGE-LENGTH NOT = SPACES
004000         IF PPM-PAGE-LENGTH-N IS NOT NUMERIC
004010                 OR PPM-PAGE-LENGTH-N < FP-MIN-PAGE-LENGTH
004020             MOVE SPACES TO FP-MSG-TEXT
004030             STRING "PRTCTL PAGE LENGTH " PPM-PAGE-LENGTH
004040                 " IS NOT A NUMBER OF " FP-MIN-PAGE-LENGTH
004050                 " OR MORE"
004060                 DELIMITED BY SIZE INTO FP-MSG-TEXT
004070             END-STRING
004080             PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004090         END-IF
004100         MOVE PPM-PAGE-LENGTH-N TO FP-PAGE-LENGTH
004110     END-IF.
004120     IF PPM-COLUMNS NOT = SPACES
004130         IF PPM-COLUMNS-N IS NOT NUMERIC
004140             MOVE SPACES TO FP-MSG-TEXT
004150             STRING "PRTCTL COLUMNS " PPM-COLUMNS
004160                 " IS NOT NUMERIC"
004170                 DELIMITED BY SIZE INTO FP-MSG-TEXT
004180             END-STRING
004190             PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004200         END-IF
004210         MOVE PPM-COLUMNS-N TO FP-COLUMNS
004220     END-IF.
004230 1100-SET-LAYOUT.
004240     IF FP-LANDSCAPE
004250         MOVE 4 TO FP-MAX-COLUMNS
004260     ELSE
004270         MOVE 2 TO FP-MAX-COLUMNS
004280     END-IF.
004290     IF FP-COLUMNS = ZERO
004300         MOVE FP-MAX-COLUMNS TO FP-COLUMNS
004310     END-IF.
004320     IF FP-COLUMNS > FP-MAX-COLUMNS
004330         MOVE SPACES TO FP-MSG-TEXT
004340         STRING "PRTCTL ASKS FOR " FP-COLUMNS
004350             " COLUMNS, ONLY " FP-MAX-COLUMNS
004360             " FIT THE PAGE WIDTH"
004370             DELIMITED BY SIZE INTO FP-MSG-TEXT
004380         END-STRING
004390         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004400     END-IF.
004410     COMPUTE FP-BODY-END = FP-PAGE-LENGTH - FP-FOOTER-LINES.
004420 1100-EXIT.
004430     EXIT.
004440*****************************************************************
004450*    1500-VERIFY-REPORT - PROVE FIZZRPT IS A COMPLETE RUN BEFORE
004460*    ANY OF IT IS PRINTED, AS SUMRPT DOES - HEADER PRESENT WITH A
004470*    WELL-FORMED RUN DATE, TRAILER PRESENT, AND THE TRAILER COUNT
004480*    MATCHING THE DETAIL RECORDS ON FILE.  THE HEADING FIELDS AND
004490*    THE NUMBER RANGE ARE TAKEN ON THE WAY.  THE FILE IS REOPENED
004500*    AFTERWARDS FOR THE PRINT PASS.
004510*****************************************************************
004520 1500-VERIFY-REPORT.
004530     PERFORM 1510-VERIFY-ONE-RECORD THRU 1510-EXIT
004540         UNTIL FP-AT-EOF.
004550     CLOSE REPORT-FILE.
004560     IF NOT FP-HDR-SEEN
004570         MOVE "FIZZRPT REJECTED - NO HEADER RECORD"
004580             TO FP-MSG-TEXT
004590         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004600     END-IF.
004610     IF FP-RH-YYYY IS NOT NUMERIC
004620             OR FP-RH-DASH-1 NOT = "-"
004630             OR FP-RH-MM IS NOT NUMERIC
004640             OR FP-RH-DASH-2 NOT = "-"
004650             OR FP-RH-DD IS NOT NUMERIC
004660         MOVE "FIZZRPT REJECTED - HEADER RUN DATE NOT YYYY-MM-DD"
004670             TO FP-MSG-TEXT
004680         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004690     END-IF.
004700     IF NOT FP-TRL-SEEN
004710         MOVE "FIZZRPT REJECTED - NO TRAILER RECORD"
004720             TO FP-MSG-TEXT
004730         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004740     END-IF.
004750     IF FP-VER-TRL-COUNT NOT = FP-VER-DTL-COUNT
004760         MOVE SPACES TO FP-MSG-TEXT
004770         STRING "FIZZRPT REJECTED - TRAILER COUNT "
004780             FP-VER-TRL-COUNT ", DETAILS " FP-VER-DTL-COUNT
004790             DELIMITED BY SIZE INTO FP-MSG-TEXT
004800         END-STRING
004810         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004820     END-IF.
004830     MOVE 'N' TO FP-EOF-SWITCH.
004840     OPEN INPUT REPORT-FILE.
004850     IF NOT FP-REPORT-OK
004860         MOVE SPACES TO FP-MSG-TEXT
004870         STRING "CANNOT REOPEN FIZZRPT, STATUS = "
004880             FP-REPORT-STATUS
004890             DELIMITED BY SIZE INTO FP-MSG-TEXT
004900         END-STRING
004910         PERFORM 8000-REFUSE-REPORT THRU 8000-EXIT
004920     END-IF.
004930 1500-EXIT.
004940     EXIT.
004950 1510-VERIFY-ONE-RECORD.
004960     READ REPORT-FILE
004970         AT END
004980             SET FP-AT-EOF TO TRUE
004990             GO TO 1510-EXIT
005000     END-READ.
005010     EVALUATE TRUE
005020         WHEN RPT-HDR-REC
005030             SET FP-HDR-SEEN TO TRUE
005040             MOVE HDR-TITLE    TO FP-RPT-TITLE
005050             MOVE HDR-RUN-ID   TO FP-RPT-RUN-ID
005060             MOVE HDR-RUN-DATE TO FP-RPT-RUN-DATE
005070         WHEN RPT-DTL-REC
005080             ADD 1 TO FP-VER-DTL-COUNT
005090             IF NOT FP-FIRST-DTL-SEEN
005100                 MOVE DTL-SEQ-NUM TO FP-FIRST-NUM
005110                 SET FP-FIRST-DTL-SEEN TO TRUE
005120             END-IF
005130             MOVE DTL-SEQ-NUM TO FP-LAST-NUM
005140         WHEN RPT-TRL-REC
005150             SET FP-TRL-SEEN TO TRUE
005160             IF TRL-RECORD-COUNT IS NUMERIC
005170                 MOVE TRL-RECORD-COUNT TO FP-VER-TRL-COUNT
005180             END-IF
005190         WHEN OTHER
005200             CONTINUE
005210     END-EVALUATE.
005220 1510-EXIT.
005230     EXIT.
005240*****************************************************************
005250*    2000-PRINT-REPORT - READ FIZZRPT THROUGH AND PRINT EACH
005260*    RECORD IN ITS PLACE.  THE HEADER AND TRAILER WERE TAKEN BY
005270*    THE VERIFY PASS; THE APPENDIX RECORDS FOLLOW THE TRAILER AND
005280*    GO ON THE LAST PAGE.
005290*****************************************************************
005300 2000-PRINT-REPORT.
005310     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
005320         UNTIL FP-AT-EOF.
005330     CLOSE REPORT-FILE.
005340 2000-EXIT.
005350     EXIT.
005360 2100-READ-ONE-RECORD.
005370     READ REPORT-FILE
005380         AT END
005390             SET FP-AT-EOF TO TRUE
005400             GO TO 2100-EXIT
005410     END-READ.
005420     EVALUATE TRUE
005430         WHEN RPT-DTL-REC
005440             PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
005450         WHEN RPT-RUL-REC
005460             PERFORM 2500-PRINT-RULE THRU 2500-EXIT
005470         WHEN RPT-OVR-REC
005480             PERFORM 2600-PRINT-OVERRIDE THRU 2600-EXIT
005490         WHEN OTHER
005500             CONTINUE
005510     END-EVALUATE.
005520 2100-EXIT.
005530     EXIT.
005540*****************************************************************
005550*    2200-PRINT-DETAIL - PUT ONE RESULT IN THE NEXT CELL OF THE
005560*    DETAIL LINE, PRINTING THE LINE WHEN IT IS FULL.  THE ROOM
005570*    FOR A LINE IS CHECKED BEFORE ITS FIRST RESULT IS COUNTED,
005580*    SO THE PAGE FOOTER COUNTS ONLY THE RESULTS ON THAT PAGE.
005590*****************************************************************
005600 2200-PRINT-DETAIL.
005610     IF FP-COL-IDX = ZERO
005620         MOVE 1 TO FP-LINES-NEEDED
005630         PERFORM 7000-CHECK-ROOM THRU 7000-EXIT
005640         MOVE SPACES TO FP-DETAIL-LINE
005650     END-IF.
005660     ADD 1 TO FP-COL-IDX.
005670     MOVE DTL-SEQ-NUM TO FP-DL-NUMBER(FP-COL-IDX).
005680     MOVE DTL-LABEL   TO FP-DL-LABEL(FP-COL-IDX).
005690     PERFORM 2300-CLASSIFY-DETAIL THRU 2300-EXIT.
005700     IF FP-CLASS-IDX = 6
005710         MOVE "*" TO FP-DL-MARK(FP-COL-IDX)
005720     END-IF.
005730     ADD 1 TO FP-PAGE-CNT(FP-CLASS-IDX).
005740     ADD 1 TO FP-RPT-CNT(FP-CLASS-IDX).
005750     ADD 1 TO FP-DETAIL-COUNT.
005760     IF FP-COL-IDX NOT < FP-COLUMNS
005770         PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT
005780     END-IF.
005790 2200-EXIT.
005800     EXIT.
005810*****************************************************************
005820*    2300-CLASSIFY-DETAIL - THE FOOTER COUNT THE DETAIL FALLS IN,
005830*    AS SUMRPT CLASSIFIES IT.
005840*****************************************************************
005850 2300-CLASSIFY-DETAIL.
005860     IF DTL-IS-OVERRIDE
005870         MOVE 6 TO FP-CLASS-IDX
005880         GO TO 2300-EXIT
005890     END-IF.
005900     IF DTL-IS-NUMBER
005910         MOVE 5 TO FP-CLASS-IDX
005920         GO TO 2300-EXIT
005930     END-IF.
005940     EVALUATE DTL-LABEL
005950         WHEN "Fizz"
005960             MOVE 1 TO FP-CLASS-IDX
005970         WHEN "Buzz"
005980             MOVE 2 TO FP-CLASS-IDX
005990         WHEN "FizzBuzz"
006000             MOVE 3 TO FP-CLASS-IDX
006010         WHEN OTHER
006020             MOVE 4 TO FP-CLASS-IDX
006030     END-EVALUATE.
006040 2300-EXIT.
006050     EXIT.
006060 2400-WRITE-DETAIL-LINE.
006070     MOVE FP-DETAIL-LINE TO FP-OUT-LINE.
006080     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
006090     MOVE ZERO TO FP-COL-IDX.
006100 2400-EXIT.
006110     EXIT.
006120*****************************************************************
006130*    2500-PRINT-RULE - ONE ENTRY OF THE RULES-IN-FORCE APPENDIX.
006140*    THE FIRST APPENDIX RECORD CLOSES OFF THE RESULT PAGES.
006150*****************************************************************
006160 2500-PRINT-RULE.
006170     IF NOT FP-APPENDIX-STARTED
006180         PERFORM 4000-START-APPENDIX THRU 4000-EXIT
006190     END-IF.
006200     MOVE 1 TO FP-LINES-NEEDED.
006210     PERFORM 7000-CHECK-ROOM THRU 7000-EXIT.
006220     MOVE RUL-DIVISOR  TO FP-RL-DIVISOR.
006230     MOVE RUL-LABEL    TO FP-RL-LABEL.
006240     MOVE RUL-EFF-FROM TO FP-RL-EFF-FROM.
006250     MOVE RUL-EFF-TO   TO FP-RL-EFF-TO.
006260     MOVE FP-RULE-LINE TO FP-OUT-LINE.
006270     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
006280     ADD 1 TO FP-RULE-COUNT.
006290 2500-EXIT.
006300     EXIT.
006310*****************************************************************
006320*    2600-PRINT-OVERRIDE - ONE ENTRY OF THE OVERRIDE APPENDIX,
006330*    WHICH FOLLOWS THE RULES ON THE SAME PAGE WHERE IT FITS.
006340*****************************************************************
006350 2600-PRINT-OVERRIDE.
006360     IF NOT FP-APPENDIX-STARTED
006370         PERFORM 4000-START-APPENDIX THRU 4000-EXIT
006380     END-IF.
006390     IF NOT FP-IN-OVERRIDES
006400         PERFORM 4100-START-OVERRIDES THRU 4100-EXIT
006410     END-IF.
006420     MOVE 1 TO FP-LINES-NEEDED.
006430     PERFORM 7000-CHECK-ROOM THRU 7000-EXIT.
006440     MOVE OVA-NUMBER   TO FP-OL-NUMBER.
006450     EVALUATE OVA-ACTION
006460         WHEN "R"
006470             MOVE "RELABEL"  TO FP-OL-ACTION
006480         WHEN "S"
006490             MOVE "SUPPRESS" TO FP-OL-ACTION
006500         WHEN OTHER
006510             MOVE OVA-ACTION TO FP-OL-ACTION
006520     END-EVALUATE.
006530     MOVE OVA-LABEL    TO FP-OL-LABEL.
006540     MOVE OVA-EFF-FROM TO FP-OL-EFF-FROM.
006550     MOVE OVA-EFF-TO   TO FP-OL-EFF-TO.
006560     MOVE FP-OVR-LINE  TO FP-OUT-LINE.
006570     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
006580     ADD 1 TO FP-OVERRIDE-COUNT.
006590 2600-EXIT.
006600     EXIT.
006610*****************************************************************
006620*    3000-FINISH-REPORT - CLOSE OFF WHICHEVER APPENDIX IS OPEN,
006630*    SHOWING "NONE" FOR ONE WITH NO ENTRIES, THEN PRINT THE
006640*    REPORT TOTALS AND THE LAST FOOTER.
006650*****************************************************************
006660 3000-FINISH-REPORT.
006670     IF NOT FP-APPENDIX-STARTED
006680         PERFORM 4000-START-APPENDIX THRU 4000-EXIT
006690     END-IF.
006700     IF NOT FP-IN-OVERRIDES
006710         PERFORM 4100-START-OVERRIDES THRU 4100-EXIT
006720     END-IF.
006730     IF FP-OVERRIDE-COUNT = ZERO
006740         PERFORM 4050-PRINT-NONE THRU 4050-EXIT
006750     END-IF.
006760     PERFORM 4200-PRINT-TOTALS THRU 4200-EXIT.
006770     PERFORM 7100-END-PAGE THRU 7100-EXIT.
006780 3000-EXIT.
006790     EXIT.
006800*****************************************************************
006810*    4000-START-APPENDIX - PRINT ANY PART-FILLED RESULT LINE,
006820*    FOOT THE LAST RESULT PAGE AND START THE APPENDIX PAGE.
006830*****************************************************************
006840 4000-START-APPENDIX.
006850     IF FP-COL-IDX > ZERO
006860         PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT
006870     END-IF.
006880     PERFORM 7100-END-PAGE THRU 7100-EXIT.
006890     SET FP-APPENDIX-STARTED TO TRUE.
006900     MOVE 'R' TO FP-SECTION.
006910     MOVE 'N' TO FP-CONTINUED-SWITCH.
006920     PERFORM 7200-START-PAGE THRU 7200-EXIT.
006930 4000-EXIT.
006940     EXIT.
006950 4050-PRINT-NONE.
006960     MOVE 1 TO FP-LINES-NEEDED.
006970     PERFORM 7000-CHECK-ROOM THRU 7000-EXIT.
006980     MOVE FP-NONE-LINE TO FP-OUT-LINE.
006990     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
007000 4050-EXIT.
007010     EXIT.
007020*****************************************************************
007030*    4100-START-OVERRIDES - END THE RULES APPENDIX AND HEAD THE
007040*    OVERRIDE APPENDIX, ON A NEW PAGE UNLESS THE SUB-HEADING AND
007050*    ONE ENTRY STILL FIT.
007060*****************************************************************
007070 4100-START-OVERRIDES.
007080     IF FP-RULE-COUNT = ZERO
007090         PERFORM 4050-PRINT-NONE THRU 4050-EXIT
007100     END-IF.
007110     MOVE 'O' TO FP-SECTION.
007120     MOVE 'N' TO FP-CONTINUED-SWITCH.
007130     IF FP-LINE-COUNT + 5 > FP-BODY-END
007140         PERFORM 7100-END-PAGE THRU 7100-EXIT
007150         PERFORM 7200-START-PAGE THRU 7200-EXIT
007160     ELSE
007170         PERFORM 7300-PRINT-SUBHEADING THRU 7300-EXIT
007180     END-IF.
007190 4100-EXIT.
007200     EXIT.
007210*****************************************************************
007220*    4200-PRINT-TOTALS - THE REPORT TOTALS, KEPT TOGETHER ON ONE
007230*    PAGE.  THE RESULTS PRINTED AGREE WITH THE TRAILER COUNT THE
007240*    VERIFY PASS ALREADY PROVED.
007250*****************************************************************
007260 4200-PRINT-TOTALS.
007270     MOVE 'T' TO FP-SECTION.
007280     MOVE 'N' TO FP-CONTINUED-SWITCH.
007290     IF FP-LINE-COUNT + 7 > FP-BODY-END
007300         PERFORM 7100-END-PAGE THRU 7100-EXIT
007310         PERFORM 7200-START-PAGE THRU 7200-EXIT
007320     ELSE
007330         PERFORM 7300-PRINT-SUBHEADING THRU 7300-EXIT
007340     END-IF.
007350     MOVE "RESULTS PRINTED" TO FP-TOT-TEXT.
007360     MOVE FP-DETAIL-COUNT TO FP-TOT-COUNT.
007370     PERFORM 4210-PRINT-TOTAL-LINE THRU 4210-EXIT.
007380     MOVE "FIZZRPT TRAILER COUNT" TO FP-TOT-TEXT.
007390     MOVE FP-VER-TRL-COUNT TO FP-TOT-COUNT.
007400     PERFORM 4210-PRINT-TOTAL-LINE THRU 4210-EXIT.
007410     MOVE "RULES IN FORCE" TO FP-TOT-TEXT.
007420     MOVE FP-RULE-COUNT TO FP-TOT-COUNT.
007430     PERFORM 4210-PRINT-TOTAL-LINE THRU 4210-EXIT.
007440     MOVE "OVERRIDES APPLIED" TO FP-TOT-TEXT.
007450     MOVE FP-OVERRIDE-COUNT TO FP-TOT-COUNT.
007460     PERFORM 4210-PRINT-TOTAL-LINE THRU 4210-EXIT.
007470     MOVE "PAGES PRINTED" TO FP-TOT-TEXT.
007480     MOVE FP-PAGE-COUNT TO FP-TOT-COUNT.
007490     PERFORM 4210-PRINT-TOTAL-LINE THRU 4210-EXIT.
007500 4200-EXIT.
007510     EXIT.
007520 4210-PRINT-TOTAL-LINE.
007530     MOVE FP-TOTAL-LINE TO FP-OUT-LINE.
007540     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
007550 4210-EXIT.
007560     EXIT.
007570*****************************************************************
007580*    7000-CHECK-ROOM - START A NEW PAGE WHEN FP-LINES-NEEDED MORE
007590*    LINES WOULD RUN INTO THE FOOTER.
007600*****************************************************************
007610 7000-CHECK-ROOM.
007620     IF FP-LINE-COUNT + FP-LINES-NEEDED > FP-BODY-END
007630         PERFORM 7100-END-PAGE THRU 7100-EXIT
007640         PERFORM 7200-START-PAGE THRU 7200-EXIT
007650     END-IF.
007660 7000-EXIT.
007670     EXIT.
007680*****************************************************************
007690*    7100-END-PAGE - SPACE DOWN TO THE FOOTER AND PRINT IT: THE
007700*    LABEL COUNTS FOR THE PAGE AND FOR THE REPORT TO DATE, AND
007710*    THE LEGEND.
007720*****************************************************************
007730 7100-END-PAGE.
007740     PERFORM 7110-PRINT-BLANK-LINE THRU 7110-EXIT
007750         UNTIL FP-LINE-COUNT NOT < FP-BODY-END.
007760     MOVE '0' TO FP-OUT-CC.
007770     MOVE FP-FOOT-HEAD-LINE TO FP-OUT-LINE.
007780     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
007790     MOVE "  THIS PAGE" TO FP-FC-TEXT.
007800     PERFORM 7120-MOVE-PAGE-COUNT THRU 7120-EXIT
007810         VARYING FP-HEAD-IDX FROM 1 BY 1
007820         UNTIL FP-HEAD-IDX > 6.
007830     MOVE FP-FOOT-COUNT-LINE TO FP-OUT-LINE.
007840     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
007850     MOVE "  REPORT" TO FP-FC-TEXT.
007860     PERFORM 7130-MOVE-REPORT-COUNT THRU 7130-EXIT
007870         VARYING FP-HEAD-IDX FROM 1 BY 1
007880         UNTIL FP-HEAD-IDX > 6.
007890     MOVE FP-FOOT-COUNT-LINE TO FP-OUT-LINE.
007900     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
007910     MOVE FP-LEGEND-LINE TO FP-OUT-LINE.
007920     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
007930 7100-EXIT.
007940     EXIT.
007950 7110-PRINT-BLANK-LINE.
007960     MOVE SPACES TO FP-OUT-LINE.
007970     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
007980 7110-EXIT.
007990     EXIT.
008000 7120-MOVE-PAGE-COUNT.
008010     MOVE FP-PAGE-CNT(FP-HEAD-IDX) TO FP-FC-COUNT(FP-HEAD-IDX).
008020 7120-EXIT.
008030     EXIT.
008040 7130-MOVE-REPORT-COUNT.
008050     MOVE FP-RPT-CNT(FP-HEAD-IDX) TO FP-FC-COUNT(FP-HEAD-IDX).
008060 7130-EXIT.
008070     EXIT.
008080*****************************************************************
008090*    7200-START-PAGE - SKIP TO A NEW PAGE, PRINT THE PAGE
008100*    HEADINGS AND THE SUB-HEADING FOR THE PART OF THE REPORT
008110*    BEING PRINTED, AND CLEAR THE PAGE COUNTS.
008120*****************************************************************
008130 7200-START-PAGE.
008140     ADD 1 TO FP-PAGE-COUNT.
008150     PERFORM 7210-CLEAR-PAGE-COUNT THRU 7210-EXIT
008160         VARYING FP-HEAD-IDX FROM 1 BY 1
008170         UNTIL FP-HEAD-IDX > 6.
008180     MOVE FP-PAGE-COUNT TO FP-H1-PAGE.
008190     MOVE '1' TO FP-OUT-CC.
008200     MOVE FP-HEADING-1 TO FP-OUT-LINE.
008210     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
008220     MOVE FP-HEADING-2 TO FP-OUT-LINE.
008230     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
008240     PERFORM 7300-PRINT-SUBHEADING THRU 7300-EXIT.
008250 7200-EXIT.
008260     EXIT.
008270 7210-CLEAR-PAGE-COUNT.
008280     MOVE ZERO TO FP-PAGE-CNT(FP-HEAD-IDX).
008290 7210-EXIT.
008300     EXIT.
008310*****************************************************************
008320*    7300-PRINT-SUBHEADING - THE RESULT COLUMN HEADINGS, ONE PER
008330*    COLUMN IN USE, OR AN APPENDIX TITLE AND ITS COLUMN HEADINGS.
008340*    AN APPENDIX CARRIED ONTO A FURTHER PAGE IS MARKED CONTINUED.
008350*****************************************************************
008360 7300-PRINT-SUBHEADING.
008370     IF FP-IN-DETAIL
008380         MOVE SPACES TO FP-COLUMN-LINE
008390         PERFORM 7310-MOVE-CELL-HEAD THRU 7310-EXIT
008400             VARYING FP-HEAD-IDX FROM 1 BY 1
008410             UNTIL FP-HEAD-IDX > FP-COLUMNS
008420         MOVE '0' TO FP-OUT-CC
008430         MOVE FP-COLUMN-LINE TO FP-OUT-LINE
008440         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
008450         MOVE SPACES TO FP-COLUMN-LINE
008460         PERFORM 7320-MOVE-CELL-RULE THRU 7320-EXIT
008470             VARYING FP-HEAD-IDX FROM 1 BY 1
008480             UNTIL FP-HEAD-IDX > FP-COLUMNS
008490         MOVE FP-COLUMN-LINE TO FP-OUT-LINE
008500         PERFORM 7900-PRINT-LINE THRU 7900-EXIT
008510         GO TO 7300-EXIT
008520     END-IF.
008530     EVALUATE TRUE
008540         WHEN FP-IN-RULES
008550             MOVE "RULES IN FORCE" TO FP-TTL-TEXT
008560         WHEN FP-IN-OVERRIDES
008570             MOVE "OVERRIDES APPLIED" TO FP-TTL-TEXT
008580         WHEN OTHER
008590             MOVE "REPORT TOTALS" TO FP-TTL-TEXT
008600     END-EVALUATE.
008610     IF FP-SECTION-CONTINUED
008620         MOVE "(CONTINUED)" TO FP-TTL-CONTINUED
008630     ELSE
008640         MOVE SPACES TO FP-TTL-CONTINUED
008650     END-IF.
008660     SET FP-SECTION-CONTINUED TO TRUE.
008670     MOVE '0' TO FP-OUT-CC.
008680     MOVE FP-TITLE-LINE TO FP-OUT-LINE.
008690     PERFORM 7900-PRINT-LINE THRU 7900-EXIT.
008700     EVALUATE TRUE
008710         WHEN FP-IN-RULES
008720             MOVE FP-RULE-HEAD-LINE TO FP-OUT-LINE
008730             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
008740             MOVE FP-RULE-UNDER-LINE TO FP-OUT-LINE
008750             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
008760         WHEN FP-IN-OVERRIDES
008770             MOVE FP-OVR-HEAD-LINE TO FP-OUT-LINE
008780             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
008790             MOVE FP-OVR-UNDER-LINE TO FP-OUT-LINE
008800             PERFORM 7900-PRINT-LINE THRU 7900-EXIT
008810         WHEN OTHER
008820             CONTINUE
008830     END-EVALUATE.
008840 7300-EXIT.
008850     EXIT.
008860 7310-MOVE-CELL-HEAD.
008870     MOVE FP-CELL-HEAD TO FP-CL-CELL(FP-HEAD-IDX).
008880 7310-EXIT.
008890     EXIT.
008900 7320-MOVE-CELL-RULE.
008910     MOVE FP-CELL-RULE TO FP-CL-CELL(FP-HEAD-IDX).
008920 7320-EXIT.
008930     EXIT.
008940*****************************************************************
008950*    7900-PRINT-LINE - WRITE FP-OUT-LINE UNDER CARRIAGE CONTROL
008960*    FP-OUT-CC AND KEEP THE LINE COUNT FOR THE PAGE.  THE NEXT
008970*    LINE IS SINGLE SPACED UNLESS THE CALLER SAYS OTHERWISE.
008980*****************************************************************
008990 7900-PRINT-LINE.
009000     MOVE FP-OUT-CC   TO FP-PRT-CC.
009010     MOVE FP-OUT-LINE TO FP-PRT-LINE.
009020     WRITE FP-PRINT-REC.
009030     EVALUATE FP-OUT-CC
009040         WHEN '1'
009050             MOVE 1 TO FP-LINE-COUNT
009060         WHEN '0'
009070             ADD 2 TO FP-LINE-COUNT
009080         WHEN '-'
009090             ADD 3 TO FP-LINE-COUNT
009100         WHEN OTHER
009110             ADD 1 TO FP-LINE-COUNT
009120     END-EVALUATE.
009130     MOVE SPACE TO FP-OUT-CC.
009140 7900-EXIT.
009150     EXIT.
009160*****************************************************************
009170*    8000-REFUSE-REPORT - FIZZRPT OR PRTCTL IS NOT FIT TO PRINT.
009180*    FIZZPRNT IS EMPTIED SO THE LAST RUN'S REPORT IS NOT SENT
009190*    OUT AGAIN, AND THE REASON IS LOGGED.
009200*****************************************************************
009210 8000-REFUSE-REPORT.
009220     OPEN OUTPUT PRINT-FILE.
009230     CLOSE PRINT-FILE.
009240     MOVE 'E'    TO FP-EVT-SEVERITY.
009250     MOVE "FP02" TO FP-EVT-CODE.
009260     MOVE FP-MSG-TEXT TO FP-EVT-TEXT.
009270     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
009280     DISPLAY "FIZZPRT: " FP-MSG-TEXT.
009290     STOP RUN.
009300 8000-EXIT.
009310     EXIT.
009320*****************************************************************
009330*    9000-TERMINATE - LOG THE PRINTED REPORT AND CLOSE FIZZPRNT.
009340*****************************************************************
009350 9000-TERMINATE.
009360     CLOSE PRINT-FILE.
009370     MOVE 'I'    TO FP-EVT-SEVERITY.
009380     MOVE "FP01" TO FP-EVT-CODE.
009390     MOVE SPACES TO FP-EVT-TEXT.
009400     STRING "RUN " FP-RPT-RUN-ID " PRINTED - " FP-PAGE-COUNT
009410         " PAGES, " FP-DETAIL-COUNT " RESULTS"
009420         DELIMITED BY SIZE INTO FP-EVT-TEXT.
009430     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
009440     DISPLAY "FIZZPRT: " FP-EVT-TEXT.
009450 9000-EXIT.
009460     EXIT.
009470*****************************************************************
009480*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
009490*    OPERATIONS EVENT LOG.
009500*****************************************************************
009510 9400-WRITE-EVENT-REC.
009520     ACCEPT FP-EVT-TIME-RAW FROM TIME.
009530     STRING FP-EVT-HH ":" FP-EVT-MI ":" FP-EVT-SS
009540         DELIMITED BY SIZE INTO FP-EVT-TIME-DISP.
009550     OPEN EXTEND EVENT-FILE.
009560     IF FP-EVENT-NOT-FOUND
009570         OPEN OUTPUT EVENT-FILE
009580     END-IF.
009590     IF NOT FP-EVENT-OK
009600         DISPLAY "FIZZPRT: EVTLOG UNAVAILABLE - "
009610             FP-EVT-SEVERITY " " FP-EVT-CODE " " FP-EVT-TEXT
009620         GO TO 9400-EXIT
009630     END-IF.
009640     MOVE SPACES TO EVT-REC.
009650     MOVE "FIZZPRT"         TO EVT-PROGRAM-ID.
009660     MOVE FP-RUN-DATE-DISP  TO EVT-RUN-DATE.
009670     MOVE FP-EVT-TIME-DISP  TO EVT-RUN-TIME.
009680     MOVE FP-RUN-ID         TO EVT-RUN-ID.
009690     MOVE FP-EVT-SEVERITY   TO EVT-SEVERITY.
009700     MOVE FP-EVT-CODE       TO EVT-CODE.
009710     MOVE FP-EVT-TEXT       TO EVT-TEXT.
009720     WRITE EVT-REC.
009730     CLOSE EVENT-FILE.
009740 9400-EXIT.
009750     EXIT.
009760 END PROGRAM FIZZPRT.
