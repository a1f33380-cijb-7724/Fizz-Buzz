000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DATEROLL.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - THE FIRST STEP OF THE
000120*                     BATCH WINDOW.  ROLLS THE BUSINESS DATE ON
000130*                     BUSDATE (SEE BDTREC01) FORWARD TO THE NEXT
000140*                     PROCESSING DAY, STEPPING OVER THE WEEKLY
000150*                     NON-PROCESSING DAYS SET ON BUSDATE AND THE
000160*                     HOLIDAYS LISTED ON HOLCAL (SEE HOLREC01),
000170*                     AND STAMPS THE CLOCK DATE AND TIME OF THE
000180*                     ROLL.  EVERY LATER STEP TAKES ITS RUN DATE
000190*                     FROM BUSDATE, SO THE WHOLE WINDOW STAMPS ONE
000200*                     DATE EVEN WHEN IT RUNS PAST MIDNIGHT.  A
000210*                     SECOND ROLL INSIDE THE SAME WINDOW (WHILE
000220*                     THE LAST ROLL IS YOUNGER THAN BDT-WINDOW-
000230*                     HOURS) IS REFUSED, SO A RERUN OF THIS STEP
000240*                     CANNOT SKIP A BUSINESS DAY.  THE DROLRPT
000250*                     REPORT SHOWS THE OLD AND NEW DATES AND EVERY
000260*                     DAY STEPPED OVER, WITH THE REASON.
000262*    2026-10-15  JWK  A BUSINESS DATE NOT ON THE CALENDAR, SUCH
000264*                     AS 2026-02-30, NOW REFUSES THE ROLL.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS DR-BUSDATE-STATUS.
000370     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS DR-HOLIDAY-STATUS.
000400     SELECT ROLL-REPORT-FILE ASSIGN TO "DROLRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DR-REPORT-STATUS.
000430     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DR-EVENT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  BUSDATE-FILE
000490     RECORDING MODE IS F.
000500 COPY BDTREC01.
000510 FD  HOLIDAY-FILE
000520     RECORDING MODE IS F.
000530 COPY HOLREC01.
000540 FD  ROLL-REPORT-FILE
000550     RECORDING MODE IS F.
000560 01  DR-REPORT-REC               PIC X(80).
000570 FD  EVENT-FILE
000580     RECORDING MODE IS F.
000590 COPY EVTREC01.
000600 WORKING-STORAGE SECTION.
000610*****************************************************************
000620*    WORKING STORAGE
000630*****************************************************************
000640 01  DR-SWITCHES.
000650     03  DR-BUSDATE-STATUS   PIC X(02).
000660         88  DR-BUSDATE-OK              VALUE '00'.
000670         88  DR-BUSDATE-NOT-FOUND       VALUE '35'.
000680     03  DR-HOLIDAY-STATUS   PIC X(02).
000690         88  DR-HOLIDAY-OK              VALUE '00'.
000700         88  DR-HOLIDAY-NOT-FOUND       VALUE '35'.
000710     03  DR-REPORT-STATUS    PIC X(02).
000720         88  DR-REPORT-OK               VALUE '00'.
000730     03  DR-EVENT-STATUS     PIC X(02).
000740         88  DR-EVENT-OK                VALUE '00'.
000750         88  DR-EVENT-NOT-FOUND         VALUE '35'.
000760     03  DR-HOL-EOF-SWITCH   PIC X(01) VALUE 'N'.
000770         88  DR-HOL-AT-EOF              VALUE 'Y'.
000780     03  DR-ROLLED-SW        PIC X(01) VALUE 'N'.
000790         88  DR-DATE-ROLLED             VALUE 'Y'.
000800     03  DR-PROC-DAY-SW      PIC X(01) VALUE 'N'.
000810         88  DR-IS-PROC-DAY             VALUE 'Y'.
000820         88  DR-NOT-PROC-DAY            VALUE 'N'.
000830*****************************************************************
000840*    THE HOLIDAY TABLE, LOADED FROM HOLCAL.
000850*****************************************************************
000860 01  DR-HOLIDAY-TABLE.
000870     03  DR-HOL-ENTRY OCCURS 200 TIMES.
000880         05  DR-HOL-DATE         PIC X(10).
000890         05  DR-HOL-DESC         PIC X(30).
000900 01  DR-HOL-COUNT            PIC 9(03) VALUE ZERO.
000910 01  DR-HOL-IDX              PIC 9(03).
000920 01  DR-HOL-FOUND-IDX        PIC 9(03) VALUE ZERO.
000930 01  DR-HOL-READ-COUNT       PIC 9(05) VALUE ZERO.
000940 01  DR-DAY-IDX              PIC 9(01).
000950 01  DR-YES-COUNT            PIC 9(01).
000960 01  DR-SKIP-COUNT           PIC 9(03) VALUE ZERO.
000970 01  DR-OLD-BUS-DATE         PIC X(10) VALUE SPACES.
000980 01  DR-NEW-BUS-DATE         PIC X(10) VALUE SPACES.
000990 01  DR-EDIT-DATE            PIC X(10).
001000 01  DR-EDIT-DATE-BRK REDEFINES DR-EDIT-DATE.
001010     03  DR-ED-YYYY          PIC X(04).
001020     03  DR-ED-DASH-1        PIC X(01).
001030     03  DR-ED-MM            PIC X(02).
001040     03  DR-ED-DASH-2        PIC X(01).
001050     03  DR-ED-DD            PIC X(02).
001060 01  DR-DATE-INT             PIC 9(08).
001070 01  DR-DOW-WORK             PIC 9(08).
001080 01  DR-DOW-QUOT             PIC 9(08).
001090 01  DR-DOW-REM              PIC 9(01).
001100 01  DR-DATE-RAW             PIC 9(08).
001110 01  DR-DATE-RAW-BRK REDEFINES DR-DATE-RAW.
001120     03  DR-DR-YYYY          PIC 9(04).
001130     03  DR-DR-MM            PIC 9(02).
001140     03  DR-DR-DD            PIC 9(02).
001150 01  DR-DATE-DISP            PIC X(10).
001160 01  DR-DAY-NAMES.
001170     03  FILLER              PIC X(09) VALUE "MONDAY".
001180     03  FILLER              PIC X(09) VALUE "TUESDAY".
001190     03  FILLER              PIC X(09) VALUE "WEDNESDAY".
001200     03  FILLER              PIC X(09) VALUE "THURSDAY".
001210     03  FILLER              PIC X(09) VALUE "FRIDAY".
001220     03  FILLER              PIC X(09) VALUE "SATURDAY".
001230     03  FILLER              PIC X(09) VALUE "SUNDAY".
001240 01  DR-DAY-NAME-TBL REDEFINES DR-DAY-NAMES.
001250     03  DR-DAY-NAME         PIC X(09) OCCURS 7 TIMES.
001260 01  DR-CLOCK-DATE-RAW       PIC 9(08).
001270 01  DR-CLOCK-DATE-BRK REDEFINES DR-CLOCK-DATE-RAW.
001280     03  DR-CLK-YYYY         PIC 9(04).
001290     03  DR-CLK-MM           PIC 9(02).
001300     03  DR-CLK-DD           PIC 9(02).
001310 01  DR-CLOCK-DATE-DISP      PIC X(10).
001320 01  DR-CLOCK-TIME-RAW       PIC 9(08).
001330 01  DR-CLOCK-TIME-BRK REDEFINES DR-CLOCK-TIME-RAW.
001340     03  DR-CLK-HH           PIC 9(02).
001350     03  DR-CLK-MI           PIC 9(02).
001360     03  DR-CLK-SS           PIC 9(02).
001370     03  FILLER              PIC 9(02).
001380 01  DR-CLOCK-TIME-DISP      PIC X(08).
001390 01  DR-ROLL-DATE-RAW        PIC 9(08).
001400 01  DR-ROLL-DATE-BRK REDEFINES DR-ROLL-DATE-RAW.
001410     03  DR-RDR-YYYY         PIC 9(04).
001420     03  DR-RDR-MM           PIC 9(02).
001430     03  DR-RDR-DD           PIC 9(02).
001440 01  DR-ROLL-AGE-MIN         PIC S9(07).
001450 01  DR-RUN-ID               PIC X(16).
001460 01  DR-EVT-SEVERITY         PIC X(01).
001470 01  DR-EVT-CODE             PIC X(04).
001480 01  DR-EVT-TEXT             PIC X(60).
001490 01  DR-EVT-TIME-RAW         PIC 9(08).
001500 01  DR-EVT-TIME-BRK REDEFINES DR-EVT-TIME-RAW.
001510     03  DR-EVT-HH           PIC 9(02).
001520     03  DR-EVT-MI           PIC 9(02).
001530     03  DR-EVT-SS           PIC 9(02).
001540     03  FILLER              PIC 9(02).
001550 01  DR-EVT-TIME-DISP        PIC X(08).
001560 01  DR-HEADING-LINE.
001570     03  FILLER              PIC X(29)
001580         VALUE " BUSINESS DATE ROLL REPORT - ".
001590     03  DR-HDG-CLOCK-DATE   PIC X(10).
001600     03  FILLER              PIC X(01) VALUE SPACE.
001610     03  DR-HDG-CLOCK-TIME   PIC X(08).
001620     03  FILLER              PIC X(32) VALUE SPACES.
001630 01  DR-SECTION-LINE.
001640     03  FILLER              PIC X(01) VALUE SPACE.
001650     03  DR-SEC-TITLE        PIC X(40).
001660     03  FILLER              PIC X(39) VALUE SPACES.
001670 01  DR-SKIP-LINE.
001680     03  FILLER              PIC X(05) VALUE SPACES.
001690     03  DR-SL-DATE          PIC X(10).
001700     03  FILLER              PIC X(02) VALUE SPACES.
001710     03  DR-SL-DAY-NAME      PIC X(09).
001720     03  FILLER              PIC X(02) VALUE SPACES.
001730     03  DR-SL-REASON        PIC X(40).
001740     03  FILLER              PIC X(12) VALUE SPACES.
001750 01  DR-VALUE-LINE.
001760     03  FILLER              PIC X(01) VALUE SPACE.
001770     03  DR-VL-TEXT          PIC X(30).
001780     03  DR-VL-VALUE         PIC X(20).
001790     03  FILLER              PIC X(29) VALUE SPACES.
001800 01  DR-TOTAL-LINE.
001810     03  FILLER              PIC X(01) VALUE SPACE.
001820     03  DR-TOT-TEXT         PIC X(30).
001830     03  DR-TOT-COUNT        PIC Z(04)9.
001840     03  FILLER              PIC X(44) VALUE SPACES.
001850 01  DR-MESSAGE-LINE.
001860     03  FILLER              PIC X(01) VALUE SPACE.
001870     03  DR-MSG-TEXT         PIC X(70).
001880     03  FILLER              PIC X(09) VALUE SPACES.
001890 PROCEDURE DIVISION.
001900*****************************************************************
001910*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
001920*****************************************************************
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 1100-EDIT-BUSDATE THRU 1100-EXIT.
001960     PERFORM 1200-CHECK-ALREADY-ROLLED THRU 1200-EXIT.
001970     PERFORM 1300-LOAD-HOLIDAYS THRU 1300-EXIT.
001980     PERFORM 2000-FIND-NEXT-DATE THRU 2000-EXIT.
001990     PERFORM 3000-WRITE-BUSDATE THRU 3000-EXIT.
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002010     STOP RUN.
002020*****************************************************************
002030*    1000-INITIALIZE - TAKE THE CLOCK DATE AND TIME OF THE ROLL,
002040*    OPEN THE ROLL REPORT AND READ THE CURRENT BUSDATE RECORD.
002050*    THE CLOCK IS READ HERE, AND ONLY HERE, TO STAMP WHEN THE
002060*    ROLL HAPPENED - IT NEVER DECIDES THE BUSINESS DATE.
002070*****************************************************************
002080 1000-INITIALIZE.
002090     ACCEPT DR-CLOCK-DATE-RAW FROM DATE YYYYMMDD.
002100     STRING DR-CLK-YYYY "-" DR-CLK-MM "-" DR-CLK-DD
002110         DELIMITED BY SIZE INTO DR-CLOCK-DATE-DISP.
002120     ACCEPT DR-CLOCK-TIME-RAW FROM TIME.
002130     STRING DR-CLK-HH ":" DR-CLK-MI ":" DR-CLK-SS
002140         DELIMITED BY SIZE INTO DR-CLOCK-TIME-DISP.
002150     STRING DR-CLOCK-DATE-RAW DR-CLOCK-TIME-RAW
002160         DELIMITED BY SIZE INTO DR-RUN-ID.
002170     OPEN OUTPUT ROLL-REPORT-FILE.
002180     IF NOT DR-REPORT-OK
002190         DISPLAY "DATEROLL: CANNOT OPEN DROLRPT, STATUS = "
002200             DR-REPORT-STATUS
002210         STOP RUN
002220     END-IF.
002230     MOVE DR-CLOCK-DATE-DISP TO DR-HDG-CLOCK-DATE.
002240     MOVE DR-CLOCK-TIME-DISP TO DR-HDG-CLOCK-TIME.
002250     WRITE DR-REPORT-REC FROM DR-HEADING-LINE.
002260     MOVE SPACES TO DR-REPORT-REC.
002270     WRITE DR-REPORT-REC.
002280     OPEN INPUT BUSDATE-FILE.
002290     IF DR-BUSDATE-NOT-FOUND
002300         MOVE "ROLL REFUSED - NO BUSDATE FILE TO ROLL"
002310             TO DR-MSG-TEXT
002320         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
002330     END-IF.
002340     IF NOT DR-BUSDATE-OK
002350         DISPLAY "DATEROLL: CANNOT OPEN BUSDATE, STATUS = "
002360             DR-BUSDATE-STATUS
002370         STOP RUN
002380     END-IF.
002390     READ BUSDATE-FILE
002400         AT END
002410             CLOSE BUSDATE-FILE
002420             MOVE "ROLL REFUSED - BUSDATE HAS NO RECORD"
002430                 TO DR-MSG-TEXT
002440             PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
002450     END-READ.
002460     CLOSE BUSDATE-FILE.
002470     MOVE BDT-BUS-DATE TO DR-OLD-BUS-DATE.
002480 1000-EXIT.
002490     EXIT.
002500*****************************************************************
002510*    1100-EDIT-BUSDATE - THE CURRENT BUSINESS DATE MUST BE A
002520*    WELL-FORMED YYYY-MM-DD ON THE CALENDAR, THE WINDOW HOURS 1
002525*    TO 23 (A DAY OR MORE WOULD KEEP YESTERDAY'S ROLL CURRENT AND
002530*    REFUSE TODAY'S), AND THE PROCESSING-DAY MASK ALL Y OR N WITH
002535*    AT LEAST ONE Y - OTHERWISE THE ROLL COULD NEVER FIND A DAY.
002550*****************************************************************
002560 1100-EDIT-BUSDATE.
002570     IF BDT-BUS-YYYY IS NOT NUMERIC
002580             OR BDT-BUS-MM IS NOT NUMERIC
002590             OR BDT-BUS-DD IS NOT NUMERIC
002600         MOVE SPACES TO DR-MSG-TEXT
002610         STRING "ROLL REFUSED - BUSDATE BUSINESS DATE NOT VALID: "
002620             BDT-BUS-DATE
002630             DELIMITED BY SIZE INTO DR-MSG-TEXT
002640         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
002650     END-IF.
002660     IF BDT-BUS-MM < 1 OR BDT-BUS-MM > 12
002670             OR BDT-BUS-DD < 1 OR BDT-BUS-DD > 31
002680         MOVE SPACES TO DR-MSG-TEXT
002690         STRING "ROLL REFUSED - BUSDATE BUSINESS DATE NOT VALID: "
002700             BDT-BUS-DATE
002710             DELIMITED BY SIZE INTO DR-MSG-TEXT
002720         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
002730     END-IF.
002731     MOVE BDT-BUS-YYYY TO DR-DR-YYYY.
002732     MOVE BDT-BUS-MM   TO DR-DR-MM.
002733     MOVE BDT-BUS-DD   TO DR-DR-DD.
002734     IF FUNCTION TEST-DATE-YYYYMMDD(DR-DATE-RAW) NOT = 0
002735         MOVE SPACES TO DR-MSG-TEXT
002736         STRING "ROLL REFUSED - BUSDATE BUSINESS DATE NOT ON THE "
002737             "CALENDAR: " BDT-BUS-DATE
002738             DELIMITED BY SIZE INTO DR-MSG-TEXT
002739         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
002740     END-IF.
002741     IF BDT-WINDOW-HOURS IS NOT NUMERIC
002750             OR BDT-WINDOW-HOURS = ZERO
002755             OR BDT-WINDOW-HOURS > 23
002760         MOVE "ROLL REFUSED - BUSDATE WINDOW HOURS NOT VALID"
002770             TO DR-MSG-TEXT
002780         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
002790     END-IF.
002800     MOVE ZERO TO DR-YES-COUNT.
002810     PERFORM 1110-EDIT-ONE-PROC-DAY THRU 1110-EXIT
002820         VARYING DR-DAY-IDX FROM 1 BY 1
002830         UNTIL DR-DAY-IDX > 7.
002840     IF DR-YES-COUNT = ZERO
002850         MOVE "ROLL REFUSED - BUSDATE MASK HAS NO PROCESSING DAY"
002860             TO DR-MSG-TEXT
002870         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
002880     END-IF.
002890 1100-EXIT.
002900     EXIT.
002910 1110-EDIT-ONE-PROC-DAY.
002920     IF BDT-PROC-DAY(DR-DAY-IDX) = 'Y'
002930         ADD 1 TO DR-YES-COUNT
002940         GO TO 1110-EXIT
002950     END-IF.
002960     IF BDT-PROC-DAY(DR-DAY-IDX) NOT = 'N'
002970         MOVE SPACES TO DR-MSG-TEXT
002980         STRING "ROLL REFUSED - BUSDATE MASK NOT ALL Y/N: "
002990             BDT-PROC-DAYS
003000             DELIMITED BY SIZE INTO DR-MSG-TEXT
003010         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
003020     END-IF.
003030 1110-EXIT.
003040     EXIT.
003050*****************************************************************
003060*    1200-CHECK-ALREADY-ROLLED - A ROLL YOUNGER THAN THE WINDOW
003070*    HOURS BELONGS TO THE WINDOW NOW RUNNING, SO ROLLING AGAIN
003080*    WOULD SKIP A BUSINESS DAY.  A BLANK ROLL DATE (A NEWLY
003090*    SEEDED FILE, OR ONE AN OPERATOR HAS RELEASED) ALWAYS ROLLS.
003100*****************************************************************
003110 1200-CHECK-ALREADY-ROLLED.
003120     IF BDT-ROLL-DATE = SPACES
003130         GO TO 1200-EXIT
003140     END-IF.
003150     PERFORM 8300-CHECK-DATE-ROLLED THRU 8300-EXIT.
003160     IF DR-DATE-ROLLED
003170         MOVE SPACES TO DR-MSG-TEXT
003180         STRING "ROLL REFUSED - " BDT-BUS-DATE
003190             " WAS ALREADY ROLLED AT " BDT-ROLL-DATE " "
003200             BDT-ROLL-TIME
003210             DELIMITED BY SIZE INTO DR-MSG-TEXT
003220         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
003230     END-IF.
003240 1200-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    1300-LOAD-HOLIDAYS - LOAD THE HOLCAL CALENDAR.  AN ENTRY
003280*    WHOSE DATE IS NOT YYYY-MM-DD IS REPORTED AND IGNORED.  A
003290*    MISSING HOLCAL MEANS NO HOLIDAYS - ONLY THE WEEKLY MASK
003300*    APPLIES - AND IS SAID SO ON THE REPORT.
003310*****************************************************************
003320 1300-LOAD-HOLIDAYS.
003330     OPEN INPUT HOLIDAY-FILE.
003340     IF DR-HOLIDAY-NOT-FOUND
003350         MOVE "HOLCAL NOT PRESENT - NO HOLIDAYS APPLIED"
003360             TO DR-MSG-TEXT
003370         WRITE DR-REPORT-REC FROM DR-MESSAGE-LINE
003380         GO TO 1300-EXIT
003390     END-IF.
003400     IF NOT DR-HOLIDAY-OK
003410         DISPLAY "DATEROLL: CANNOT OPEN HOLCAL, STATUS = "
003420             DR-HOLIDAY-STATUS
003430         STOP RUN
003440     END-IF.
003450     PERFORM 1310-LOAD-ONE-HOLIDAY THRU 1310-EXIT
003460         UNTIL DR-HOL-AT-EOF.
003470     CLOSE HOLIDAY-FILE.
003480 1300-EXIT.
003490     EXIT.
003500 1310-LOAD-ONE-HOLIDAY.
003510     READ HOLIDAY-FILE
003520         AT END
003530             SET DR-HOL-AT-EOF TO TRUE
003540             GO TO 1310-EXIT
003550     END-READ.
003560     ADD 1 TO DR-HOL-READ-COUNT.
003570     MOVE HOL-DATE TO DR-EDIT-DATE.
003580     IF DR-ED-YYYY IS NOT NUMERIC
003590             OR DR-ED-DASH-1 NOT = "-"
003600             OR DR-ED-MM IS NOT NUMERIC
003610             OR DR-ED-DASH-2 NOT = "-"
003620             OR DR-ED-DD IS NOT NUMERIC
003630         MOVE SPACES TO DR-MSG-TEXT
003640         STRING "HOLCAL ENTRY IGNORED - DATE NOT YYYY-MM-DD: "
003650             HOL-DATE
003660             DELIMITED BY SIZE INTO DR-MSG-TEXT
003670         WRITE DR-REPORT-REC FROM DR-MESSAGE-LINE
003680         GO TO 1310-EXIT
003690     END-IF.
003700     IF DR-HOL-COUNT = 200
003710         MOVE SPACES TO DR-MSG-TEXT
003720         STRING "HOLCAL ENTRY IGNORED - TABLE OF 200 FULL: "
003730             HOL-DATE
003740             DELIMITED BY SIZE INTO DR-MSG-TEXT
003750         WRITE DR-REPORT-REC FROM DR-MESSAGE-LINE
003760         GO TO 1310-EXIT
003770     END-IF.
003780     ADD 1 TO DR-HOL-COUNT.
003790     MOVE HOL-DATE        TO DR-HOL-DATE(DR-HOL-COUNT).
003800     MOVE HOL-DESCRIPTION TO DR-HOL-DESC(DR-HOL-COUNT).
003810 1310-EXIT.
003820     EXIT.
003830*****************************************************************
003840*    2000-FIND-NEXT-DATE - STEP FORWARD A DAY AT A TIME FROM THE
003850*    CURRENT BUSINESS DATE UNTIL A PROCESSING DAY IS FOUND,
003860*    PRINTING EVERY DAY STEPPED OVER.  A YEAR WITH NO PROCESSING
003870*    DAY MEANS THE CALENDAR IS WRONG, AND THE ROLL IS REFUSED.
003880*****************************************************************
003890 2000-FIND-NEXT-DATE.
003900     MOVE "NON-PROCESSING DAYS STEPPED OVER" TO DR-SEC-TITLE.
003910     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
003920     MOVE BDT-BUS-YYYY TO DR-DR-YYYY.
003930     MOVE BDT-BUS-MM   TO DR-DR-MM.
003940     MOVE BDT-BUS-DD   TO DR-DR-DD.
003950     COMPUTE DR-DATE-INT = FUNCTION INTEGER-OF-DATE(DR-DATE-RAW).
003960     SET DR-NOT-PROC-DAY TO TRUE.
003970     PERFORM 2100-TRY-ONE-DAY THRU 2100-EXIT
003980         UNTIL DR-IS-PROC-DAY OR DR-SKIP-COUNT > 366.
003990     IF DR-NOT-PROC-DAY
004000         MOVE "ROLL REFUSED - NO PROCESSING DAY IN THE NEXT YEAR"
004010             TO DR-MSG-TEXT
004020         PERFORM 8000-REFUSE-ROLL THRU 8000-EXIT
004030     END-IF.
004040     MOVE DR-DATE-DISP TO DR-NEW-BUS-DATE.
004050     IF DR-SKIP-COUNT = ZERO
004060         MOVE "NONE" TO DR-MSG-TEXT
004070         WRITE DR-REPORT-REC FROM DR-MESSAGE-LINE
004080     END-IF.
004090 2000-EXIT.
004100     EXIT.
004110 2100-TRY-ONE-DAY.
004120     ADD 1 TO DR-DATE-INT.
004130     PERFORM 8200-JUDGE-ONE-DAY THRU 8200-EXIT.
004140     IF DR-IS-PROC-DAY
004150         GO TO 2100-EXIT
004160     END-IF.
004170     ADD 1 TO DR-SKIP-COUNT.
004180     MOVE DR-DATE-DISP TO DR-SL-DATE.
004190     MOVE DR-DAY-NAME(DR-DAY-IDX) TO DR-SL-DAY-NAME.
004200     IF DR-HOL-FOUND-IDX > ZERO
004210         MOVE DR-HOL-DESC(DR-HOL-FOUND-IDX) TO DR-SL-REASON
004220     ELSE
004230         MOVE "WEEKLY NON-PROCESSING DAY" TO DR-SL-REASON
004240     END-IF.
004250     WRITE DR-REPORT-REC FROM DR-SKIP-LINE.
004260 2100-EXIT.
004270     EXIT.
004280*****************************************************************
004290*    3000-WRITE-BUSDATE - REWRITE THE BUSDATE RECORD WITH THE NEW
004300*    BUSINESS DATE, THE OLD ONE AS PREVIOUS, AND THE CLOCK DATE
004310*    AND TIME OF THIS ROLL.  THE WINDOW HOURS AND PROCESSING-DAY
004320*    MASK ARE CARRIED FORWARD UNCHANGED.
004330*****************************************************************
004340 3000-WRITE-BUSDATE.
004350     MOVE DR-NEW-BUS-DATE    TO BDT-BUS-DATE.
004360     MOVE DR-OLD-BUS-DATE    TO BDT-PREV-BUS-DATE.
004370     MOVE DR-CLOCK-DATE-DISP TO BDT-ROLL-DATE.
004380     MOVE DR-CLOCK-TIME-DISP TO BDT-ROLL-TIME.
004390     OPEN OUTPUT BUSDATE-FILE.
004400     IF NOT DR-BUSDATE-OK
004410         DISPLAY "DATEROLL: CANNOT REWRITE BUSDATE, STATUS = "
004420             DR-BUSDATE-STATUS
004430         STOP RUN
004440     END-IF.
004450     WRITE BDT-REC.
004460     CLOSE BUSDATE-FILE.
004470 3000-EXIT.
004480     EXIT.
004490*****************************************************************
004500*    8000-REFUSE-ROLL - STOP THE RUN WITH BUSDATE UNCHANGED.  THE
004510*    CALLER PUTS THE REASON IN DR-MSG-TEXT; IT GOES ON THE
004520*    REPORT, THE CONSOLE AND EVTLOG.
004530*****************************************************************
004540 8000-REFUSE-ROLL.
004550     WRITE DR-REPORT-REC FROM DR-MESSAGE-LINE.
004560     MOVE 'E'    TO DR-EVT-SEVERITY.
004570     MOVE "DR02" TO DR-EVT-CODE.
004580     MOVE DR-MSG-TEXT TO DR-EVT-TEXT.
004590     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
004600     DISPLAY "DATEROLL: " DR-MSG-TEXT.
004610     CLOSE ROLL-REPORT-FILE.
004620     STOP RUN.
004630 8000-EXIT.
004640     EXIT.
004650 8100-PRINT-SECTION.
004660     MOVE SPACES TO DR-REPORT-REC.
004670     WRITE DR-REPORT-REC.
004680     WRITE DR-REPORT-REC FROM DR-SECTION-LINE.
004690 8100-EXIT.
004700     EXIT.
004710*****************************************************************
004720*    8200-JUDGE-ONE-DAY - DECIDE WHETHER THE DAY IN DR-DATE-INT
004730*    IS A PROCESSING DAY, LEAVING ITS YYYY-MM-DD IN DR-DATE-DISP
004740*    AND ITS WEEKDAY (1 = MONDAY) IN DR-DAY-IDX.  DAY 1 OF THE
004750*    INTEGER DATE CALENDAR, 1601-01-01, WAS A MONDAY.  A DAY IS
004760*    NOT A PROCESSING DAY WHEN ITS WEEKDAY IS MARKED N ON THE
004770*    BUSDATE MASK OR IT IS ON HOLCAL (DR-HOL-FOUND-IDX POINTS AT
004780*    THE HOLIDAY).
004790*****************************************************************
004800 8200-JUDGE-ONE-DAY.
004810     COMPUTE DR-DATE-RAW = FUNCTION DATE-OF-INTEGER(DR-DATE-INT).
004820     MOVE SPACES TO DR-DATE-DISP.
004830     STRING DR-DR-YYYY "-" DR-DR-MM "-" DR-DR-DD
004840         DELIMITED BY SIZE INTO DR-DATE-DISP.
004850     COMPUTE DR-DOW-WORK = DR-DATE-INT - 1.
004860     DIVIDE DR-DOW-WORK BY 7 GIVING DR-DOW-QUOT
004870         REMAINDER DR-DOW-REM.
004880     COMPUTE DR-DAY-IDX = DR-DOW-REM + 1.
004890     MOVE ZERO TO DR-HOL-FOUND-IDX.
004900     PERFORM 8210-MATCH-ONE-HOLIDAY THRU 8210-EXIT
004910         VARYING DR-HOL-IDX FROM 1 BY 1
004920         UNTIL DR-HOL-IDX > DR-HOL-COUNT.
004930     IF BDT-PROC-DAY(DR-DAY-IDX) = 'Y' AND DR-HOL-FOUND-IDX = ZERO
004940         SET DR-IS-PROC-DAY TO TRUE
004950     ELSE
004960         SET DR-NOT-PROC-DAY TO TRUE
004970     END-IF.
004980 8200-EXIT.
004990     EXIT.
005000 8210-MATCH-ONE-HOLIDAY.
005010     IF DR-HOL-DATE(DR-HOL-IDX) = DR-DATE-DISP
005020         MOVE DR-HOL-IDX TO DR-HOL-FOUND-IDX
005030     END-IF.
005040 8210-EXIT.
005050     EXIT.
005060*****************************************************************
005070*    8300-CHECK-DATE-ROLLED - THE ROLL ON BUSDATE IS CURRENT WHEN
005080*    ITS CLOCK STAMP IS NO OLDER THAN BDT-WINDOW-HOURS.  A ROLL
005090*    STAMP THAT IS MISSING, MALFORMED OR IN THE FUTURE IS NOT
005100*    CURRENT.
005110*****************************************************************
005120 8300-CHECK-DATE-ROLLED.
005130     MOVE 'N' TO DR-ROLLED-SW.
005140     IF BDT-ROLL-YYYY IS NOT NUMERIC
005150             OR BDT-ROLL-MM IS NOT NUMERIC
005160             OR BDT-ROLL-DD IS NOT NUMERIC
005170             OR BDT-ROLL-HH IS NOT NUMERIC
005180             OR BDT-ROLL-MI IS NOT NUMERIC
005190             OR BDT-WINDOW-HOURS IS NOT NUMERIC
005200         GO TO 8300-EXIT
005210     END-IF.
005220     MOVE BDT-ROLL-YYYY TO DR-RDR-YYYY.
005230     MOVE BDT-ROLL-MM   TO DR-RDR-MM.
005240     MOVE BDT-ROLL-DD   TO DR-RDR-DD.
005250     COMPUTE DR-ROLL-AGE-MIN
005260         = (FUNCTION INTEGER-OF-DATE(DR-CLOCK-DATE-RAW)
005270          - FUNCTION INTEGER-OF-DATE(DR-ROLL-DATE-RAW)) * 1440
005280         + DR-CLK-HH * 60 + DR-CLK-MI
005290         - BDT-ROLL-HH * 60 - BDT-ROLL-MI.
005300     IF DR-ROLL-AGE-MIN NOT < ZERO
005310             AND DR-ROLL-AGE-MIN NOT > BDT-WINDOW-HOURS * 60
005320         SET DR-DATE-ROLLED TO TRUE
005330     END-IF.
005340 8300-EXIT.
005350     EXIT.
005360*****************************************************************
005370*    9000-TERMINATE - PRINT THE ROLL, LOG IT AND CLOSE THE
005380*    REPORT.
005390*****************************************************************
005400 9000-TERMINATE.
005410     MOVE "BUSINESS DATE ROLLED" TO DR-SEC-TITLE.
005420     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
005430     MOVE "PREVIOUS BUSINESS DATE" TO DR-VL-TEXT.
005440     MOVE DR-OLD-BUS-DATE TO DR-VL-VALUE.
005450     WRITE DR-REPORT-REC FROM DR-VALUE-LINE.
005460     MOVE "NEW BUSINESS DATE" TO DR-VL-TEXT.
005470     MOVE DR-NEW-BUS-DATE TO DR-VL-VALUE.
005480     WRITE DR-REPORT-REC FROM DR-VALUE-LINE.
005490     MOVE "ROLLED AT" TO DR-VL-TEXT.
005500     MOVE SPACES TO DR-VL-VALUE.
005510     STRING DR-CLOCK-DATE-DISP " " DR-CLOCK-TIME-DISP
005520         DELIMITED BY SIZE INTO DR-VL-VALUE.
005530     WRITE DR-REPORT-REC FROM DR-VALUE-LINE.
005540     MOVE "PROCESSING DAYS (MON-SUN)" TO DR-VL-TEXT.
005550     MOVE BDT-PROC-DAYS TO DR-VL-VALUE.
005560     WRITE DR-REPORT-REC FROM DR-VALUE-LINE.
005570     MOVE "DAYS STEPPED OVER" TO DR-TOT-TEXT.
005580     MOVE DR-SKIP-COUNT TO DR-TOT-COUNT.
005590     WRITE DR-REPORT-REC FROM DR-TOTAL-LINE.
005600     MOVE "HOLCAL ENTRIES LOADED" TO DR-TOT-TEXT.
005610     MOVE DR-HOL-COUNT TO DR-TOT-COUNT.
005620     WRITE DR-REPORT-REC FROM DR-TOTAL-LINE.
005630     MOVE 'I'    TO DR-EVT-SEVERITY.
005640     MOVE "DR01" TO DR-EVT-CODE.
005650     MOVE SPACES TO DR-EVT-TEXT.
005660     STRING "BUSINESS DATE ROLLED FROM " DR-OLD-BUS-DATE
005670         " TO " DR-NEW-BUS-DATE
005680         DELIMITED BY SIZE INTO DR-EVT-TEXT.
005690     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
005700     CLOSE ROLL-REPORT-FILE.
005710     DISPLAY "DATEROLL: BUSINESS DATE ROLLED FROM "
005720         DR-OLD-BUS-DATE
005730         " TO " DR-NEW-BUS-DATE.
005740 9000-EXIT.
005750     EXIT.
005760*****************************************************************
005770*    9400-WRITE-EVENT-REC - APPEND ONE OPERATOR EVENT TO THE
005780*    COMMON EVTLOG FILE, CREATING IT ON FIRST USE.  THE CALLER
005790*    SETS DR-EVT-SEVERITY, DR-EVT-CODE AND DR-EVT-TEXT
005800*    BEFOREHAND.  AN UNWRITABLE LOG FALLS BACK TO THE CONSOLE
005810*    SO THE EVENT IS NEVER LOST OUTRIGHT.  THE EVENT CARRIES THE
005820*    BUSINESS DATE THE WINDOW WILL RUN UNDER ONCE IT IS KNOWN.
005830*****************************************************************
005840 9400-WRITE-EVENT-REC.
005850     ACCEPT DR-EVT-TIME-RAW FROM TIME.
005860     STRING DR-EVT-HH ":" DR-EVT-MI ":" DR-EVT-SS
005870         DELIMITED BY SIZE INTO DR-EVT-TIME-DISP.
005880     OPEN EXTEND EVENT-FILE.
005890     IF DR-EVENT-NOT-FOUND
005900         OPEN OUTPUT EVENT-FILE
005910     END-IF.
005920     IF NOT DR-EVENT-OK
005930         DISPLAY "DATEROLL: EVTLOG UNAVAILABLE - "
005940             DR-EVT-SEVERITY " " DR-EVT-CODE " " DR-EVT-TEXT
005950         GO TO 9400-EXIT
005960     END-IF.
005970     MOVE SPACES TO EVT-REC.
005980     MOVE "DATEROLL"        TO EVT-PROGRAM-ID.
005990     IF DR-NEW-BUS-DATE = SPACES
006000         MOVE DR-OLD-BUS-DATE TO EVT-RUN-DATE
006010     ELSE
006020         MOVE DR-NEW-BUS-DATE TO EVT-RUN-DATE
006030     END-IF.
006040     MOVE DR-EVT-TIME-DISP  TO EVT-RUN-TIME.
006050     MOVE DR-RUN-ID         TO EVT-RUN-ID.
006060     MOVE DR-EVT-SEVERITY   TO EVT-SEVERITY.
006070     MOVE DR-EVT-CODE       TO EVT-CODE.
006080     MOVE DR-EVT-TEXT       TO EVT-TEXT.
006090     WRITE EVT-REC.
006100     CLOSE EVENT-FILE.
006110 9400-EXIT.
006120     EXIT.
006130 END PROGRAM DATEROLL.
