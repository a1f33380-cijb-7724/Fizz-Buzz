000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     WINTIME.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - BATCH-
000120*                     WINDOW TIMING AND SERVICE-LEVEL REPORT.  RUN
000130*                     AT THE END OF THE WINDOW, IT PAIRS EACH
000140*                     STEP'S START - THE STEPGATE APPROVAL ON
000150*                     WINSTAT - WITH ITS COMPLETION - THE STEP'S
000160*                     OWN FIZZAUD OR ABCAUD RECORD, OR FOR A STEP
000170*                     THAT LEAVES NONE ITS LAST EVTLOG EVENT - AND
000180*                     WORKS OUT THE ELAPSED TIME OF EVERY STEP AND
000190*                     OF THE WHOLE WINDOW.  BOTH ARE CHECKED
000200*                     AGAINST THE WINSLA TARGETS (SEE SLAREC01)
000210*                     FOR LATEST START, LATEST FINISH AND MAXIMUM
000220*                     DURATION.  THE WINTRPT REPORT SHOWS EVERY
000230*                     STEP, THE CRITICAL PATH THAT DECIDED WHEN
000240*                     THE WINDOW ENDED, AND A 30-DAY TREND OF EACH
000250*                     STEP'S ELAPSED TIME KEPT ON WINHIST (SEE
000260*                     WTHREC01) THAT FLAGS A STEP GROWING SLOWER
000270*                     BEFORE IT BREAKS THE WINDOW.  LATE STEPS, A
000280*                     LATE WINDOW AND A SLOWING STEP ARE RAISED ON
000290*                     EVTLOG.
000292*    2026-10-15  JWK  ADDED THE FIZZPRT STEP TO THE WINDOW
000294*                     SCHEDULE, WAITING ON MAIN.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STATUS-FILE ASSIGN TO "WINSTAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WT-STATUS-STATUS.
000400     SELECT AUDIT-FILE ASSIGN TO "FIZZAUD"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WT-AUDIT-STATUS.
000430     SELECT ABC-AUDIT-FILE ASSIGN TO "ABCAUD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WT-ABC-AUDIT-STATUS.
000460     SELECT TARGET-FILE ASSIGN TO "WINSLA"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WT-TARGET-STATUS.
000490     SELECT HISTORY-FILE ASSIGN TO "WINHIST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WT-HISTORY-STATUS.
000520     SELECT TIMING-REPORT-FILE ASSIGN TO "WINTRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WT-REPORT-STATUS.
000550     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WT-EVENT-STATUS.
000580     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WT-BUSDATE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STATUS-FILE
000640     RECORDING MODE IS F.
000650 COPY WSTREC01.
000660 FD  AUDIT-FILE
000670     RECORDING MODE IS F.
000680 COPY AUDREC01.
000690*****************************************************************
000700*    ABCAUD CARRIES THE SAME AUDREC01 LAYOUT AS FIZZAUD; THE
000710*    FIELDS ARE RENAMED HERE ONLY BECAUSE BOTH FILES ARE OPEN
000720*    IN THE SAME PROGRAM.
000730*****************************************************************
000740 FD  ABC-AUDIT-FILE
000750     RECORDING MODE IS F.
000760 01  ABA-REC.
000770     05  ABA-PROGRAM-ID          PIC X(08).
000780     05  ABA-RUN-DATE            PIC X(10).
000790     05  ABA-RUN-TIME            PIC X(08).
000800     05  ABA-INPUT-COUNT         PIC 9(07).
000810     05  ABA-OUTPUT-COUNT        PIC 9(07).
000820     05  ABA-RUN-ID              PIC X(16).
000830     05  FILLER                  PIC X(24).
000840 FD  TARGET-FILE
000850     RECORDING MODE IS F.
000860 COPY SLAREC01.
000870 FD  HISTORY-FILE
000880     RECORDING MODE IS F.
000890 COPY WTHREC01.
000900 FD  TIMING-REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  WT-REPORT-REC               PIC X(80).
000930 FD  EVENT-FILE
000940     RECORDING MODE IS F.
000950 COPY EVTREC01.
000960 FD  BUSDATE-FILE
000970     RECORDING MODE IS F.
000980 COPY BDTREC01.
000990 WORKING-STORAGE SECTION.
001000*****************************************************************
001010*    WORKING STORAGE
001020*****************************************************************
001030 01  WT-SWITCHES.
001040     03  WT-BUSDATE-STATUS   PIC X(02).
001050         88  WT-BUSDATE-OK              VALUE '00'.
001060     03  WT-STATUS-STATUS    PIC X(02).
001070         88  WT-STATUS-OK               VALUE '00'.
001080         88  WT-STATUS-NOT-FOUND        VALUE '35'.
001090     03  WT-AUDIT-STATUS     PIC X(02).
001100         88  WT-AUDIT-OK                VALUE '00'.
001110         88  WT-AUDIT-NOT-FOUND         VALUE '35'.
001120     03  WT-ABC-AUDIT-STATUS PIC X(02).
001130         88  WT-ABC-AUDIT-OK            VALUE '00'.
001140         88  WT-ABC-AUDIT-NOT-FOUND     VALUE '35'.
001150     03  WT-TARGET-STATUS    PIC X(02).
001160         88  WT-TARGET-OK               VALUE '00'.
001170         88  WT-TARGET-NOT-FOUND        VALUE '35'.
001180     03  WT-HISTORY-STATUS   PIC X(02).
001190         88  WT-HISTORY-OK              VALUE '00'.
001200         88  WT-HISTORY-NOT-FOUND       VALUE '35'.
001210     03  WT-REPORT-STATUS    PIC X(02).
001220         88  WT-REPORT-OK               VALUE '00'.
001230     03  WT-EVENT-STATUS     PIC X(02).
001240         88  WT-EVENT-OK                VALUE '00'.
001250         88  WT-EVENT-NOT-FOUND         VALUE '35'.
001260     03  WT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001270         88  WT-AT-EOF                  VALUE 'Y'.
001280     03  WT-TIME-VALID-SW    PIC X(01) VALUE 'N'.
001290         88  WT-TIME-VALID              VALUE 'Y'.
001300     03  WT-PATH-DONE-SW     PIC X(01) VALUE 'N'.
001310         88  WT-PATH-DONE               VALUE 'Y'.
001320     03  WT-HIST-FULL-SW     PIC X(01) VALUE 'N'.
001330         88  WT-HIST-FULL               VALUE 'Y'.
001340*****************************************************************
001350*    THE STEPS SEEN THIS WINDOW.  TIMES ARE HELD AS SECONDS
001360*    SINCE THE WINDOW OPENED (THE DATEROLL ROLL TIME), SO A
001370*    WINDOW THAT RUNS PAST MIDNIGHT STILL ORDERS CORRECTLY; -1
001380*    MEANS NOT KNOWN.  THE START IS THE FIRST APPROVAL - A STEP
001390*    RUN IN PARTS OR RERUN AFTER AN ABEND IS TIMED FROM ITS
001400*    FIRST ATTEMPT TO ITS LAST COMPLETION.
001410*****************************************************************
001420 01  WT-STEP-TABLE.
001430     03  WT-STP-ENTRY OCCURS 30 TIMES.
001440         05  WT-STP-NAME         PIC X(08).
001450         05  WT-STP-RUNS         PIC 9(02).
001460         05  WT-STP-START-TEXT   PIC X(08).
001470         05  WT-STP-START-REL    PIC S9(06).
001480         05  WT-STP-FIN-TEXT     PIC X(08).
001490         05  WT-STP-FIN-REL      PIC S9(06).
001500         05  WT-STP-EVT-TEXT     PIC X(08).
001510         05  WT-STP-EVT-REL      PIC S9(06).
001520         05  WT-STP-ELAPSED      PIC S9(06).
001530         05  WT-STP-SLA-IDX      PIC 9(02).
001540         05  WT-STP-LATE-START   PIC X(01).
001550         05  WT-STP-LATE-FINISH  PIC X(01).
001560         05  WT-STP-LATE-DUR     PIC X(01).
001570         05  WT-STP-ON-PATH      PIC X(01).
001580 01  WT-STP-COUNT            PIC 9(02) VALUE ZERO.
001590 01  WT-STP-IDX              PIC 9(02).
001600 01  WT-STP-FOUND-IDX        PIC 9(02).
001610 01  WT-MATCH-NAME           PIC X(08).
001620*****************************************************************
001630*    THE WINDOW SCHEDULE - A STEP WHOSE PREDECESSOR THE GATE
001640*    ENFORCES, AS IN STEPGATE'S STEP TABLE.  ON THE CRITICAL
001650*    PATH SUCH A STEP WAITED ON THAT PREDECESSOR; ANY OTHER STEP
001660*    IS TAKEN TO HAVE WAITED ON WHICHEVER STEP FINISHED LAST
001670*    BEFORE IT STARTED.
001680*****************************************************************
001690 01  WT-SCHEDULE-NAMES.
001700     03  FILLER              PIC X(16) VALUE "SUMRPT  MAIN    ".
001710     03  FILLER              PIC X(16) VALUE "ARCRPT  MAIN    ".
001720     03  FILLER              PIC X(16) VALUE "RPTCMP  MAIN    ".
001730     03  FILLER              PIC X(16) VALUE "FIZZMRG MAIN    ".
001740     03  FILLER              PIC X(16) VALUE "ABCPOST ABC347A ".
001750     03  FILLER              PIC X(16) VALUE "ABCRESUBABC347A ".
001755     03  FILLER              PIC X(16) VALUE "FIZZPRT MAIN    ".
001760 01  WT-SCHEDULE-TABLE REDEFINES WT-SCHEDULE-NAMES.
001770     03  WT-SCH-ENTRY OCCURS 7 TIMES.
001780         05  WT-SCH-STEP         PIC X(08).
001790         05  WT-SCH-PRED         PIC X(08).
001800 01  WT-SCH-IDX              PIC 9(02).
001810 01  WT-SCH-PRED-NAME        PIC X(08).
001820*****************************************************************
001830*    THE CRITICAL PATH, COLLECTED FROM THE LAST STEP TO FINISH
001840*    BACK TO THE FIRST, AND PRINTED IN THE OTHER DIRECTION.
001850*****************************************************************
001860 01  WT-PATH-TABLE.
001870     03  WT-PATH-STEP-IDX    PIC 9(02) OCCURS 30 TIMES.
001880 01  WT-PATH-COUNT           PIC 9(02) VALUE ZERO.
001890 01  WT-PATH-IDX             PIC 9(02).
001900 01  WT-CUR-IDX              PIC 9(02).
001910 01  WT-PRED-IDX             PIC 9(02).
001920 01  WT-BEST-REL             PIC S9(06).
001930*****************************************************************
001940*    THE SERVICE-LEVEL TARGETS FROM WINSLA, TIMES AS SECONDS
001950*    SINCE THE WINDOW OPENED AND -1 WHERE NO TARGET IS SET.
001960*****************************************************************
001970 01  WT-TARGET-TABLE.
001980     03  WT-SLA-ENTRY OCCURS 30 TIMES.
001990         05  WT-SLA-NAME         PIC X(08).
002000         05  WT-SLA-START-TEXT   PIC X(08).
002010         05  WT-SLA-START-REL    PIC S9(06).
002020         05  WT-SLA-FIN-TEXT     PIC X(08).
002030         05  WT-SLA-FIN-REL      PIC S9(06).
002040         05  WT-SLA-MAX-SECS     PIC S9(06).
002050 01  WT-SLA-COUNT            PIC 9(02) VALUE ZERO.
002060 01  WT-SLA-IDX              PIC 9(02).
002070 01  WT-WIN-SLA-IDX          PIC 9(02) VALUE ZERO.
002080 01  WT-SLOW-PCT             PIC 9(03) VALUE 10.
002090*****************************************************************
002100*    THE ROLLING HISTORY - THE WINHIST RECORDS STILL INSIDE THE
002110*    30 DAYS, THEN THIS WINDOW'S OWN, WRITTEN BACK WHOLE.
002120*****************************************************************
002130 01  WT-HISTORY-TABLE.
002140     03  WT-HST-ENTRY OCCURS 1000 TIMES.
002150         05  WT-HST-IMAGE        PIC X(80).
002160         05  WT-HST-BRK REDEFINES WT-HST-IMAGE.
002170             10  WT-HST-DATE     PIC X(10).
002180             10  WT-HST-STEP     PIC X(08).
002190             10  FILLER          PIC X(16).
002200             10  WT-HST-ELAPSED  PIC 9(06).
002210             10  FILLER          PIC X(40).
002220 01  WT-HST-COUNT            PIC 9(04) VALUE ZERO.
002230 01  WT-HST-IDX              PIC 9(04).
002240 01  WT-HST-DROPPED          PIC 9(05) VALUE ZERO.
002250 01  WT-TREND-NAME           PIC X(08).
002260 01  WT-TREND-TODAY          PIC S9(06).
002270 01  WT-EARLY-COUNT          PIC 9(03).
002280 01  WT-EARLY-SUM            PIC 9(09).
002290 01  WT-EARLY-AVG            PIC S9(06).
002300 01  WT-RECENT-COUNT         PIC 9(03).
002310 01  WT-RECENT-SUM           PIC 9(09).
002320 01  WT-RECENT-AVG           PIC S9(06).
002330 01  WT-CHANGE-PCT           PIC S9(05).
002340*****************************************************************
002350*    THE WINDOW AS A WHOLE.
002360*****************************************************************
002370 01  WT-WIN-START-REL        PIC S9(06) VALUE -1.
002380 01  WT-WIN-START-TEXT       PIC X(08) VALUE SPACES.
002390 01  WT-WIN-FIN-REL          PIC S9(06) VALUE -1.
002400 01  WT-WIN-FIN-TEXT         PIC X(08) VALUE SPACES.
002410 01  WT-WIN-ELAPSED          PIC S9(06) VALUE -1.
002420 01  WT-WIN-LATE-START       PIC X(01) VALUE 'N'.
002430 01  WT-WIN-LATE-FINISH      PIC X(01) VALUE 'N'.
002440 01  WT-WIN-LATE-DUR         PIC X(01) VALUE 'N'.
002450 01  WT-LATE-COUNT           PIC 9(02) VALUE ZERO.
002460 01  WT-NO-FINISH-COUNT      PIC 9(02) VALUE ZERO.
002470 01  WT-NOT-RUN-COUNT        PIC 9(02) VALUE ZERO.
002480 01  WT-SLOWING-COUNT        PIC 9(02) VALUE ZERO.
002490*****************************************************************
002500*    TIME CONVERSION.  A CLOCK TIME HH:MM:SS, OR AN AUDIT
002510*    RECORD'S HHMMSSCC, BECOMES SECONDS SINCE THE WINDOW OPENED;
002520*    A TIME EARLIER THAN THE OPENING IS AFTER MIDNIGHT.
002530*****************************************************************
002540 01  WT-CLOCK-TEXT           PIC X(08).
002550 01  WT-CLOCK-BRK REDEFINES WT-CLOCK-TEXT.
002560     03  WT-CLK-HH           PIC 9(02).
002570     03  WT-CLK-COLON-1      PIC X(01).
002580     03  WT-CLK-MI           PIC 9(02).
002590     03  WT-CLK-COLON-2      PIC X(01).
002600     03  WT-CLK-SS           PIC 9(02).
002610 01  WT-AUD-TIME             PIC X(08).
002620 01  WT-AUD-TIME-BRK REDEFINES WT-AUD-TIME.
002630     03  WT-AUD-HH           PIC 9(02).
002640     03  WT-AUD-MI           PIC 9(02).
002650     03  WT-AUD-SS           PIC 9(02).
002660     03  WT-AUD-CC           PIC 9(02).
002670 01  WT-ANCHOR-SECS          PIC 9(05) VALUE ZERO.
002680 01  WT-ANCHOR-TEXT          PIC X(08) VALUE "00:00:00".
002690 01  WT-CLOCK-SECS           PIC 9(05).
002700 01  WT-REL-SECS             PIC S9(06).
002710 01  WT-DUR-SECS             PIC S9(06).
002720 01  WT-DUR-WORK             PIC 9(06).
002730 01  WT-DUR-DISP             PIC X(08).
002740 01  WT-DUR-BRK REDEFINES WT-DUR-DISP.
002750     03  WT-DUR-HH           PIC 9(02).
002760     03  WT-DUR-COLON-1      PIC X(01).
002770     03  WT-DUR-MI           PIC 9(02).
002780     03  WT-DUR-COLON-2      PIC X(01).
002790     03  WT-DUR-SS           PIC 9(02).
002800 01  WT-STATUS-TEXT          PIC X(26).
002810 01  WT-CHK-LATE-START       PIC X(01).
002820 01  WT-CHK-LATE-FINISH      PIC X(01).
002830 01  WT-CHK-LATE-DUR         PIC X(01).
002840 01  WT-STATUS-PTR           PIC 9(02).
002850 01  WT-DATE-INT             PIC 9(08).
002860 01  WT-WORK-INT             PIC 9(08).
002870 01  WT-WORK-RAW             PIC 9(08).
002880 01  WT-WORK-BRK REDEFINES WT-WORK-RAW.
002890     03  WT-WRK-YYYY         PIC 9(04).
002900     03  WT-WRK-MM           PIC 9(02).
002910     03  WT-WRK-DD           PIC 9(02).
002920 01  WT-CUTOFF-DATE          PIC X(10).
002930 01  WT-MID-DATE             PIC X(10).
002940 01  WT-RUN-DATE-RAW         PIC 9(08).
002950 01  WT-RUN-DATE-BRK REDEFINES WT-RUN-DATE-RAW.
002960     03  WT-RUN-YYYY         PIC 9(04).
002970     03  WT-RUN-MM           PIC 9(02).
002980     03  WT-RUN-DD           PIC 9(02).
002990 01  WT-RUN-DATE-DISP        PIC X(10).
003000 01  WT-RUN-TIME-RAW         PIC 9(08).
003010 01  WT-RUN-ID               PIC X(16).
003020 01  WT-EVT-SEVERITY         PIC X(01).
003030 01  WT-EVT-CODE             PIC X(04).
003040 01  WT-EVT-TEXT             PIC X(60).
003050 01  WT-EVT-TIME-RAW         PIC 9(08).
003060 01  WT-EVT-TIME-BRK REDEFINES WT-EVT-TIME-RAW.
003070     03  WT-EVT-HH           PIC 9(02).
003080     03  WT-EVT-MI           PIC 9(02).
003090     03  WT-EVT-SS           PIC 9(02).
003100     03  FILLER              PIC 9(02).
003110 01  WT-EVT-TIME-DISP        PIC X(08).
003120 01  WT-HEADING-LINE.
003130     03  FILLER              PIC X(29)
003140         VALUE " BATCH-WINDOW TIMING REPORT -".
003150     03  FILLER              PIC X(01) VALUE SPACE.
003160     03  WT-HDG-RUN-DATE     PIC X(10).
003170     03  FILLER              PIC X(40) VALUE SPACES.
003180 01  WT-COLUMN-LINE.
003190     03  FILLER              PIC X(12) VALUE " STEP".
003200     03  FILLER              PIC X(09) VALUE "START".
003210     03  FILLER              PIC X(09) VALUE "FINISH".
003220     03  FILLER              PIC X(09) VALUE "ELAPSED".
003230     03  FILLER              PIC X(08) VALUE "MAX RUN".
003240     03  FILLER              PIC X(04) VALUE "RUNS".
003250     03  FILLER              PIC X(29) VALUE " STATUS".
003260 01  WT-DETAIL-LINE.
003270     03  FILLER              PIC X(01) VALUE SPACE.
003280     03  WT-DL-STEP          PIC X(08).
003290     03  FILLER              PIC X(01) VALUE SPACE.
003300     03  WT-DL-PATH          PIC X(01).
003310     03  FILLER              PIC X(01) VALUE SPACE.
003320     03  WT-DL-START         PIC X(08).
003330     03  FILLER              PIC X(01) VALUE SPACE.
003340     03  WT-DL-FINISH        PIC X(08).
003350     03  FILLER              PIC X(01) VALUE SPACE.
003360     03  WT-DL-ELAPSED       PIC X(08).
003370     03  FILLER              PIC X(01) VALUE SPACE.
003380     03  WT-DL-MAX-RUN       PIC X(08).
003390     03  FILLER              PIC X(01) VALUE SPACE.
003400     03  WT-DL-RUNS          PIC Z9.
003410     03  FILLER              PIC X(02) VALUE SPACES.
003420     03  WT-DL-STATUS        PIC X(26).
003430     03  FILLER              PIC X(02) VALUE SPACES.
003440 01  WT-PERIOD-LINE.
003450     03  FILLER              PIC X(01) VALUE SPACE.
003460     03  WT-PL-TEXT          PIC X(30).
003470     03  WT-PL-VALUE         PIC X(26).
003480     03  FILLER              PIC X(23) VALUE SPACES.
003490 01  WT-TREND-COLUMN-LINE.
003500     03  FILLER              PIC X(10) VALUE " STEP".
003510     03  FILLER              PIC X(06) VALUE "DAYS".
003520     03  FILLER              PIC X(11) VALUE "EARLY AVG".
003530     03  FILLER              PIC X(11) VALUE "RECENT AVG".
003540     03  FILLER              PIC X(08) VALUE "CHANGE".
003550     03  FILLER              PIC X(11) VALUE "TODAY".
003560     03  FILLER              PIC X(23) VALUE "TREND".
003570 01  WT-TREND-LINE.
003580     03  FILLER              PIC X(01) VALUE SPACE.
003590     03  WT-TL-STEP          PIC X(08).
003600     03  FILLER              PIC X(02) VALUE SPACES.
003610     03  WT-TL-DAYS          PIC Z9.
003620     03  FILLER              PIC X(03) VALUE SPACES.
003630     03  WT-TL-EARLY         PIC X(08).
003640     03  FILLER              PIC X(03) VALUE SPACES.
003650     03  WT-TL-RECENT        PIC X(08).
003660     03  FILLER              PIC X(03) VALUE SPACES.
003670     03  WT-TL-CHANGE        PIC -ZZZ9.
003680     03  WT-TL-CHANGE-X REDEFINES WT-TL-CHANGE
003690                             PIC X(05).
003700     03  WT-TL-PCT-SIGN      PIC X(01).
003710     03  FILLER              PIC X(02) VALUE SPACES.
003720     03  WT-TL-TODAY         PIC X(08).
003730     03  FILLER              PIC X(03) VALUE SPACES.
003740     03  WT-TL-FLAG          PIC X(20).
003750     03  FILLER              PIC X(03) VALUE SPACES.
003760 01  WT-TOTAL-LINE.
003770     03  FILLER              PIC X(01) VALUE SPACE.
003780     03  WT-TOT-TEXT         PIC X(30).
003790     03  WT-TOT-COUNT        PIC Z(10)9.
003800     03  FILLER              PIC X(38) VALUE SPACES.
003810 01  WT-MESSAGE-LINE.
003820     03  FILLER              PIC X(01) VALUE SPACE.
003830     03  WT-MSG-TEXT         PIC X(70).
003840     03  FILLER              PIC X(09) VALUE SPACES.
003850 PROCEDURE DIVISION.
003860*****************************************************************
003870*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
003880*****************************************************************
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003910     PERFORM 2000-LOAD-STARTS THRU 2000-EXIT.
003920     PERFORM 2500-LOAD-COMPLETIONS THRU 2500-EXIT.
003930     PERFORM 3000-CHECK-TARGETS THRU 3000-EXIT.
003940     PERFORM 4000-FIND-CRITICAL-PATH THRU 4000-EXIT.
003950     PERFORM 5000-PRINT-TIMINGS THRU 5000-EXIT.
003960     PERFORM 6000-UPDATE-HISTORY THRU 6000-EXIT.
003970     PERFORM 7000-PRINT-TREND THRU 7000-EXIT.
003980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003990     STOP RUN.
004000*****************************************************************
004010*    1000-INITIALIZE - TAKE THE BUSINESS DATE AND THE TIME THE
004020*    WINDOW OPENED FROM BUSDATE, WORK OUT THE EDGES OF THE
004030*    30-DAY HISTORY, OPEN THE REPORT AND LOAD THE TARGETS.
004040*****************************************************************
004050 1000-INITIALIZE.
004060     OPEN INPUT BUSDATE-FILE.
004070     IF NOT WT-BUSDATE-OK
004080         DISPLAY "WINTIME: CANNOT OPEN BUSDATE, STATUS = "
004090             WT-BUSDATE-STATUS
004100         STOP RUN
004110     END-IF.
004120     READ BUSDATE-FILE
004130         AT END
004140             DISPLAY "WINTIME: BUSDATE HAS NO RECORD"
004150             CLOSE BUSDATE-FILE
004160             STOP RUN
004170     END-READ.
004180     CLOSE BUSDATE-FILE.
004190     IF BDT-BUS-YYYY IS NOT NUMERIC
004200             OR BDT-BUS-MM IS NOT NUMERIC
004210             OR BDT-BUS-DD IS NOT NUMERIC
004220         DISPLAY "WINTIME: BUSDATE BUSINESS DATE IS NOT VALID"
004230         STOP RUN
004240     END-IF.
004250     MOVE BDT-BUS-YYYY TO WT-RUN-YYYY.
004260     MOVE BDT-BUS-MM   TO WT-RUN-MM.
004270     MOVE BDT-BUS-DD   TO WT-RUN-DD.
004280     STRING WT-RUN-YYYY "-" WT-RUN-MM "-" WT-RUN-DD
004290         DELIMITED BY SIZE INTO WT-RUN-DATE-DISP.
004300     ACCEPT WT-RUN-TIME-RAW FROM TIME.
004310     STRING WT-RUN-DATE-RAW WT-RUN-TIME-RAW
004320         DELIMITED BY SIZE INTO WT-RUN-ID.
004330     IF BDT-ROLL-HH IS NUMERIC
004340             AND BDT-ROLL-MI IS NUMERIC
004350             AND BDT-ROLL-SS IS NUMERIC
004360         COMPUTE WT-ANCHOR-SECS = BDT-ROLL-HH * 3600
004370             + BDT-ROLL-MI * 60 + BDT-ROLL-SS
004380         MOVE BDT-ROLL-TIME TO WT-ANCHOR-TEXT
004390     END-IF.
004400     COMPUTE WT-DATE-INT
004410         = FUNCTION INTEGER-OF-DATE(WT-RUN-DATE-RAW).
004420     COMPUTE WT-WORK-INT = WT-DATE-INT - 29.
004430     COMPUTE WT-WORK-RAW = FUNCTION DATE-OF-INTEGER(WT-WORK-INT).
004440     STRING WT-WRK-YYYY "-" WT-WRK-MM "-" WT-WRK-DD
004450         DELIMITED BY SIZE INTO WT-CUTOFF-DATE.
004460     COMPUTE WT-WORK-INT = WT-DATE-INT - 14.
004470     COMPUTE WT-WORK-RAW = FUNCTION DATE-OF-INTEGER(WT-WORK-INT).
004480     STRING WT-WRK-YYYY "-" WT-WRK-MM "-" WT-WRK-DD
004490         DELIMITED BY SIZE INTO WT-MID-DATE.
004500     OPEN OUTPUT TIMING-REPORT-FILE.
004510     IF NOT WT-REPORT-OK
004520         DISPLAY "WINTIME: CANNOT OPEN WINTRPT, STATUS = "
004530             WT-REPORT-STATUS
004540         STOP RUN
004550     END-IF.
004560     MOVE WT-RUN-DATE-DISP TO WT-HDG-RUN-DATE.
004570     WRITE WT-REPORT-REC FROM WT-HEADING-LINE.
004580     MOVE SPACES TO WT-REPORT-REC.
004590     WRITE WT-REPORT-REC.
004600     PERFORM 1100-LOAD-TARGETS THRU 1100-EXIT.
004610 1000-EXIT.
004620     EXIT.
004630*****************************************************************
004640*    1100-LOAD-TARGETS - LOAD THE WINSLA TARGETS.  WITHOUT THE
004650*    FILE THE TIMINGS ARE STILL REPORTED, BUT NOTHING CAN BE
004660*    LATE.  A TARGET TIME THAT IS NOT HH:MM:SS IS WARNED OF AND
004670*    NOT CHECKED.
004680*****************************************************************
004690 1100-LOAD-TARGETS.
004700     MOVE 'N' TO WT-EOF-SWITCH.
004710     OPEN INPUT TARGET-FILE.
004720     IF WT-TARGET-NOT-FOUND
004730         MOVE "WINSLA NOT PRESENT - NO TARGETS CHECKED"
004740             TO WT-MSG-TEXT
004750         WRITE WT-REPORT-REC FROM WT-MESSAGE-LINE
004760         MOVE SPACES TO WT-REPORT-REC
004770         WRITE WT-REPORT-REC
004780         MOVE 'W'    TO WT-EVT-SEVERITY
004790         MOVE "WT05" TO WT-EVT-CODE
004800         MOVE WT-MSG-TEXT TO WT-EVT-TEXT
004810         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
004820         GO TO 1100-EXIT
004830     END-IF.
004840     IF NOT WT-TARGET-OK
004850         DISPLAY "WINTIME: CANNOT OPEN WINSLA, STATUS = "
004860             WT-TARGET-STATUS
004870         STOP RUN
004880     END-IF.
004890     PERFORM 1110-LOAD-ONE-TARGET THRU 1110-EXIT
004900         UNTIL WT-AT-EOF.
004910     CLOSE TARGET-FILE.
004920 1100-EXIT.
004930     EXIT.
004940 1110-LOAD-ONE-TARGET.
004950     READ TARGET-FILE
004960         AT END
004970             SET WT-AT-EOF TO TRUE
004980             GO TO 1110-EXIT
004990     END-READ.
005000     IF WT-SLA-COUNT = 30
005010         GO TO 1110-EXIT
005020     END-IF.
005030     ADD 1 TO WT-SLA-COUNT.
005040     MOVE SLA-STEP-NAME TO WT-SLA-NAME(WT-SLA-COUNT).
005050     MOVE SLA-LATEST-START TO WT-SLA-START-TEXT(WT-SLA-COUNT).
005060     MOVE -1 TO WT-SLA-START-REL(WT-SLA-COUNT).
005070     IF SLA-LATEST-START NOT = SPACES
005080         MOVE SLA-LATEST-START TO WT-CLOCK-TEXT
005090         PERFORM 8400-CLOCK-TO-REL THRU 8400-EXIT
005100         IF WT-TIME-VALID
005110             MOVE WT-REL-SECS TO WT-SLA-START-REL(WT-SLA-COUNT)
005120         ELSE
005130             PERFORM 1120-WARN-BAD-TARGET THRU 1120-EXIT
005140         END-IF
005150     END-IF.
005160     MOVE SLA-LATEST-FINISH TO WT-SLA-FIN-TEXT(WT-SLA-COUNT).
005170     MOVE -1 TO WT-SLA-FIN-REL(WT-SLA-COUNT).
005180     IF SLA-LATEST-FINISH NOT = SPACES
005190         MOVE SLA-LATEST-FINISH TO WT-CLOCK-TEXT
005200         PERFORM 8400-CLOCK-TO-REL THRU 8400-EXIT
005210         IF WT-TIME-VALID
005220             MOVE WT-REL-SECS TO WT-SLA-FIN-REL(WT-SLA-COUNT)
005230         ELSE
005240             PERFORM 1120-WARN-BAD-TARGET THRU 1120-EXIT
005250         END-IF
005260     END-IF.
005270     MOVE -1 TO WT-SLA-MAX-SECS(WT-SLA-COUNT).
005280     IF SLA-MAX-MINUTES IS NUMERIC
005290             AND SLA-MAX-MINUTES > ZERO
005300         COMPUTE WT-SLA-MAX-SECS(WT-SLA-COUNT)
005310             = SLA-MAX-MINUTES * 60
005320     END-IF.
005330     IF SLA-WHOLE-WINDOW
005340         MOVE WT-SLA-COUNT TO WT-WIN-SLA-IDX
005350         IF SLA-SLOW-PCT IS NUMERIC
005360                 AND SLA-SLOW-PCT > ZERO
005370             MOVE SLA-SLOW-PCT TO WT-SLOW-PCT
005380         END-IF
005390     END-IF.
005400 1110-EXIT.
005410     EXIT.
005420 1120-WARN-BAD-TARGET.
005430     MOVE 'W'    TO WT-EVT-SEVERITY.
005440     MOVE "WT05" TO WT-EVT-CODE.
005450     MOVE SPACES TO WT-EVT-TEXT.
005460     STRING "WINSLA TIME " WT-CLOCK-TEXT " FOR " SLA-STEP-NAME
005470         " NOT HH:MM:SS - NOT CHECKED"
005480         DELIMITED BY SIZE INTO WT-EVT-TEXT.
005490     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
005500 1120-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    2000-LOAD-STARTS - WALK WINSTAT FOR THIS WINDOW'S
005540*    APPROVALS.  EVERY STEP THE GATE CLEARED GOES IN THE STEP
005550*    TABLE WITH ITS FIRST APPROVAL TIME AND HOW MANY TIMES IT
005560*    WAS CLEARED.  CLEARED ('X') RECORDS ARE OPERATOR RERUN
005570*    AUTHORITY, NOT STARTS, AND ARE PASSED OVER.
005580*****************************************************************
005590 2000-LOAD-STARTS.
005600     MOVE 'N' TO WT-EOF-SWITCH.
005610     OPEN INPUT STATUS-FILE.
005620     IF WT-STATUS-NOT-FOUND
005630         MOVE "WINSTAT NOT PRESENT - NO STEP WAS CLEARED TO RUN"
005640             TO WT-MSG-TEXT
005650         WRITE WT-REPORT-REC FROM WT-MESSAGE-LINE
005660         GO TO 2000-EXIT
005670     END-IF.
005680     IF NOT WT-STATUS-OK
005690         DISPLAY "WINTIME: CANNOT OPEN WINSTAT, STATUS = "
005700             WT-STATUS-STATUS
005710         STOP RUN
005720     END-IF.
005730     PERFORM 2100-READ-ONE-STATUS THRU 2100-EXIT
005740         UNTIL WT-AT-EOF.
005750     CLOSE STATUS-FILE.
005760 2000-EXIT.
005770     EXIT.
005780 2100-READ-ONE-STATUS.
005790     READ STATUS-FILE
005800         AT END
005810             SET WT-AT-EOF TO TRUE
005820             GO TO 2100-EXIT
005830     END-READ.
005840     IF WST-RUN-DATE NOT = WT-RUN-DATE-DISP
005850         GO TO 2100-EXIT
005860     END-IF.
005870     IF NOT WST-STEP-APPROVED AND NOT WST-STEP-COMPLETE
005880         GO TO 2100-EXIT
005890     END-IF.
005900     MOVE WST-RUN-TIME TO WT-CLOCK-TEXT.
005910     PERFORM 8400-CLOCK-TO-REL THRU 8400-EXIT.
005920     IF NOT WT-TIME-VALID
005930         GO TO 2100-EXIT
005940     END-IF.
005950     MOVE WST-STEP-NAME TO WT-MATCH-NAME.
005960     PERFORM 2200-FIND-OR-ADD-STEP THRU 2200-EXIT.
005970     IF WT-STP-FOUND-IDX = ZERO
005980         GO TO 2100-EXIT
005990     END-IF.
006000     MOVE WT-STP-FOUND-IDX TO WT-STP-IDX.
006010     ADD 1 TO WT-STP-RUNS(WT-STP-IDX).
006020     IF WT-STP-START-REL(WT-STP-IDX) < ZERO
006030             OR WT-REL-SECS < WT-STP-START-REL(WT-STP-IDX)
006040         MOVE WT-REL-SECS  TO WT-STP-START-REL(WT-STP-IDX)
006050         MOVE WST-RUN-TIME TO WT-STP-START-TEXT(WT-STP-IDX)
006060     END-IF.
006070 2100-EXIT.
006080     EXIT.
006090*****************************************************************
006100*    2200-FIND-OR-ADD-STEP - FIND THE STEP NAMED IN WT-MATCH-NAME
006110*    IN THE STEP TABLE, ADDING IT IF IT IS NEW.  A WINDOW WITH
006120*    MORE STEPS THAN THE TABLE TIMES THE FIRST 30.
006130*****************************************************************
006140 2200-FIND-OR-ADD-STEP.
006150     MOVE ZERO TO WT-STP-FOUND-IDX.
006160     PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
006170         VARYING WT-STP-IDX FROM 1 BY 1
006180         UNTIL WT-STP-IDX > WT-STP-COUNT.
006190     IF WT-STP-FOUND-IDX NOT = ZERO
006200             OR WT-STP-COUNT = 30
006210         GO TO 2200-EXIT
006220     END-IF.
006230     ADD 1 TO WT-STP-COUNT.
006240     MOVE WT-STP-COUNT TO WT-STP-FOUND-IDX.
006250     MOVE WT-MATCH-NAME TO WT-STP-NAME(WT-STP-COUNT).
006260     MOVE ZERO   TO WT-STP-RUNS(WT-STP-COUNT).
006270     MOVE SPACES TO WT-STP-START-TEXT(WT-STP-COUNT)
006280                    WT-STP-FIN-TEXT(WT-STP-COUNT)
006290                    WT-STP-EVT-TEXT(WT-STP-COUNT).
006300     MOVE -1     TO WT-STP-START-REL(WT-STP-COUNT)
006310                    WT-STP-FIN-REL(WT-STP-COUNT)
006320                    WT-STP-EVT-REL(WT-STP-COUNT)
006330                    WT-STP-ELAPSED(WT-STP-COUNT).
006340     MOVE ZERO   TO WT-STP-SLA-IDX(WT-STP-COUNT).
006350     MOVE 'N'    TO WT-STP-LATE-START(WT-STP-COUNT)
006360                    WT-STP-LATE-FINISH(WT-STP-COUNT)
006370                    WT-STP-LATE-DUR(WT-STP-COUNT)
006380                    WT-STP-ON-PATH(WT-STP-COUNT).
006390 2200-EXIT.
006400     EXIT.
006410 2210-MATCH-ONE-STEP.
006420     IF WT-STP-NAME(WT-STP-IDX) = WT-MATCH-NAME
006430         MOVE WT-STP-IDX TO WT-STP-FOUND-IDX
006440     END-IF.
006450 2210-EXIT.
006460     EXIT.
006470*****************************************************************
006480*    2500-LOAD-COMPLETIONS - A STEP'S COMPLETION IS ITS LATEST
006490*    AUDIT RECORD FOR THE WINDOW (AUD-RUN-TIME IS TAKEN AS THE
006500*    RECORD IS WRITTEN, AT THE END OF THE RUN); FOR A STEP THAT
006510*    WRITES NO AUDIT RECORD IT IS THE LAST EVENT THE STEP LOGGED.
006520*    EVIDENCE FROM BEFORE THE STEP'S FIRST APPROVAL BELONGS TO
006530*    SOME EARLIER RUN AND IS IGNORED.
006540*****************************************************************
006550 2500-LOAD-COMPLETIONS.
006560     IF WT-STP-COUNT = ZERO
006570         GO TO 2500-EXIT
006580     END-IF.
006590     MOVE 'N' TO WT-EOF-SWITCH.
006600     OPEN INPUT AUDIT-FILE.
006610     IF WT-AUDIT-OK
006620         PERFORM 2600-READ-ONE-FIZZAUD THRU 2600-EXIT
006630             UNTIL WT-AT-EOF
006640         CLOSE AUDIT-FILE
006650     END-IF.
006660     MOVE 'N' TO WT-EOF-SWITCH.
006670     OPEN INPUT ABC-AUDIT-FILE.
006680     IF WT-ABC-AUDIT-OK
006690         PERFORM 2700-READ-ONE-ABCAUD THRU 2700-EXIT
006700             UNTIL WT-AT-EOF
006710         CLOSE ABC-AUDIT-FILE
006720     END-IF.
006730     MOVE 'N' TO WT-EOF-SWITCH.
006740     OPEN INPUT EVENT-FILE.
006750     IF WT-EVENT-OK
006760         PERFORM 2800-READ-ONE-EVENT THRU 2800-EXIT
006770             UNTIL WT-AT-EOF
006780         CLOSE EVENT-FILE
006790     END-IF.
006800     PERFORM 2900-SETTLE-ONE-STEP THRU 2900-EXIT
006810         VARYING WT-STP-IDX FROM 1 BY 1
006820         UNTIL WT-STP-IDX > WT-STP-COUNT.
006830 2500-EXIT.
006840     EXIT.
006850 2600-READ-ONE-FIZZAUD.
006860     READ AUDIT-FILE
006870         AT END
006880             SET WT-AT-EOF TO TRUE
006890             GO TO 2600-EXIT
006900     END-READ.
006910     IF AUD-RUN-DATE NOT = WT-RUN-DATE-DISP
006920         GO TO 2600-EXIT
006930     END-IF.
006940     MOVE AUD-PROGRAM-ID TO WT-MATCH-NAME.
006950     MOVE AUD-RUN-TIME   TO WT-AUD-TIME.
006960     PERFORM 2650-TAKE-AUDIT-TIME THRU 2650-EXIT.
006970 2600-EXIT.
006980     EXIT.
006990*****************************************************************
007000*    2650-TAKE-AUDIT-TIME - THE AUDIT RECORD IN WT-AUD-TIME, FOR
007010*    THE PROGRAM IN WT-MATCH-NAME, BECOMES THE STEP'S COMPLETION
007020*    WHEN IT IS THE LATEST SEEN SINCE THE STEP FIRST STARTED.
007030*****************************************************************
007040 2650-TAKE-AUDIT-TIME.
007050     MOVE ZERO TO WT-STP-FOUND-IDX.
007060     PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
007070         VARYING WT-STP-IDX FROM 1 BY 1
007080         UNTIL WT-STP-IDX > WT-STP-COUNT.
007090     IF WT-STP-FOUND-IDX = ZERO
007100         GO TO 2650-EXIT
007110     END-IF.
007120     IF WT-AUD-HH IS NOT NUMERIC
007130             OR WT-AUD-MI IS NOT NUMERIC
007140             OR WT-AUD-SS IS NOT NUMERIC
007150         GO TO 2650-EXIT
007160     END-IF.
007170     MOVE SPACES TO WT-CLOCK-TEXT.
007180     STRING WT-AUD-HH ":" WT-AUD-MI ":" WT-AUD-SS
007190         DELIMITED BY SIZE INTO WT-CLOCK-TEXT.
007200     PERFORM 8400-CLOCK-TO-REL THRU 8400-EXIT.
007210     MOVE WT-STP-FOUND-IDX TO WT-STP-IDX.
007220     IF WT-TIME-VALID
007230             AND WT-REL-SECS NOT < WT-STP-START-REL(WT-STP-IDX)
007240             AND WT-REL-SECS > WT-STP-FIN-REL(WT-STP-IDX)
007250         MOVE WT-REL-SECS   TO WT-STP-FIN-REL(WT-STP-IDX)
007260         MOVE WT-CLOCK-TEXT TO WT-STP-FIN-TEXT(WT-STP-IDX)
007270     END-IF.
007280 2650-EXIT.
007290     EXIT.
007300 2700-READ-ONE-ABCAUD.
007310     READ ABC-AUDIT-FILE
007320         AT END
007330             SET WT-AT-EOF TO TRUE
007340             GO TO 2700-EXIT
007350     END-READ.
007360     IF ABA-RUN-DATE NOT = WT-RUN-DATE-DISP
007370         GO TO 2700-EXIT
007380     END-IF.
007390     MOVE ABA-PROGRAM-ID TO WT-MATCH-NAME.
007400     MOVE ABA-RUN-TIME   TO WT-AUD-TIME.
007410     PERFORM 2650-TAKE-AUDIT-TIME THRU 2650-EXIT.
007420 2700-EXIT.
007430     EXIT.
007440 2800-READ-ONE-EVENT.
007450     READ EVENT-FILE
007460         AT END
007470             SET WT-AT-EOF TO TRUE
007480             GO TO 2800-EXIT
007490     END-READ.
007500     IF EVT-RUN-DATE NOT = WT-RUN-DATE-DISP
007510         GO TO 2800-EXIT
007520     END-IF.
007530     MOVE EVT-PROGRAM-ID TO WT-MATCH-NAME.
007540     MOVE ZERO TO WT-STP-FOUND-IDX.
007550     PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
007560         VARYING WT-STP-IDX FROM 1 BY 1
007570         UNTIL WT-STP-IDX > WT-STP-COUNT.
007580     IF WT-STP-FOUND-IDX = ZERO
007590         GO TO 2800-EXIT
007600     END-IF.
007610     MOVE EVT-RUN-TIME TO WT-CLOCK-TEXT.
007620     PERFORM 8400-CLOCK-TO-REL THRU 8400-EXIT.
007630     MOVE WT-STP-FOUND-IDX TO WT-STP-IDX.
007640     IF WT-TIME-VALID
007650             AND WT-REL-SECS NOT < WT-STP-START-REL(WT-STP-IDX)
007660             AND WT-REL-SECS > WT-STP-EVT-REL(WT-STP-IDX)
007670         MOVE WT-REL-SECS  TO WT-STP-EVT-REL(WT-STP-IDX)
007680         MOVE EVT-RUN-TIME TO WT-STP-EVT-TEXT(WT-STP-IDX)
007690     END-IF.
007700 2800-EXIT.
007710     EXIT.
007720*****************************************************************
007730*    2900-SETTLE-ONE-STEP - FALL BACK TO THE LAST EVENT WHERE
007740*    THERE IS NO AUDIT COMPLETION, WORK OUT THE ELAPSED TIME AND
007750*    WIDEN THE WINDOW TO TAKE IN THE STEP.
007760*****************************************************************
007770 2900-SETTLE-ONE-STEP.
007780     IF WT-STP-FIN-REL(WT-STP-IDX) < ZERO
007790         MOVE WT-STP-EVT-REL(WT-STP-IDX)
007800             TO WT-STP-FIN-REL(WT-STP-IDX)
007810         MOVE WT-STP-EVT-TEXT(WT-STP-IDX)
007820             TO WT-STP-FIN-TEXT(WT-STP-IDX)
007830     END-IF.
007840     IF WT-WIN-START-REL < ZERO
007850             OR WT-STP-START-REL(WT-STP-IDX) < WT-WIN-START-REL
007860         MOVE WT-STP-START-REL(WT-STP-IDX)  TO WT-WIN-START-REL
007870         MOVE WT-STP-START-TEXT(WT-STP-IDX) TO WT-WIN-START-TEXT
007880     END-IF.
007890     IF WT-STP-FIN-REL(WT-STP-IDX) < ZERO
007900         GO TO 2900-EXIT
007910     END-IF.
007920     COMPUTE WT-STP-ELAPSED(WT-STP-IDX)
007930         = WT-STP-FIN-REL(WT-STP-IDX)
007940         - WT-STP-START-REL(WT-STP-IDX).
007950     IF WT-STP-FIN-REL(WT-STP-IDX) > WT-WIN-FIN-REL
007960         MOVE WT-STP-FIN-REL(WT-STP-IDX)  TO WT-WIN-FIN-REL
007970         MOVE WT-STP-FIN-TEXT(WT-STP-IDX) TO WT-WIN-FIN-TEXT
007980     END-IF.
007990 2900-EXIT.
008000     EXIT.
008010*****************************************************************
008020*    3000-CHECK-TARGETS - A STEP WITH A WINSLA TARGET BUT NO
008030*    APPROVAL NEVER RAN, AND IS ADDED SO IT IS REPORTED.  EVERY
008040*    STEP IS THEN CHECKED AGAINST ITS OWN TARGETS AND THE WINDOW
008050*    AGAINST THE *WINDOW* TARGETS.
008060*****************************************************************
008070 3000-CHECK-TARGETS.
008080     PERFORM 3100-ADD-ONE-MISSING-STEP THRU 3100-EXIT
008090         VARYING WT-SLA-IDX FROM 1 BY 1
008100         UNTIL WT-SLA-IDX > WT-SLA-COUNT.
008110     PERFORM 3200-CHECK-ONE-STEP THRU 3200-EXIT
008120         VARYING WT-STP-IDX FROM 1 BY 1
008130         UNTIL WT-STP-IDX > WT-STP-COUNT.
008140     IF WT-WIN-START-REL NOT < ZERO
008150             AND WT-WIN-FIN-REL NOT < ZERO
008160         COMPUTE WT-WIN-ELAPSED
008170             = WT-WIN-FIN-REL - WT-WIN-START-REL
008180     END-IF.
008190     IF WT-WIN-SLA-IDX = ZERO
008200         GO TO 3000-EXIT
008210     END-IF.
008220     MOVE WT-WIN-SLA-IDX TO WT-SLA-IDX.
008230     IF WT-SLA-START-REL(WT-SLA-IDX) NOT < ZERO
008240             AND WT-WIN-START-REL > WT-SLA-START-REL(WT-SLA-IDX)
008250         MOVE 'Y' TO WT-WIN-LATE-START
008260     END-IF.
008270     IF WT-SLA-FIN-REL(WT-SLA-IDX) NOT < ZERO
008280             AND WT-WIN-FIN-REL > WT-SLA-FIN-REL(WT-SLA-IDX)
008290         MOVE 'Y' TO WT-WIN-LATE-FINISH
008300     END-IF.
008310     IF WT-SLA-MAX-SECS(WT-SLA-IDX) NOT < ZERO
008320             AND WT-WIN-ELAPSED > WT-SLA-MAX-SECS(WT-SLA-IDX)
008330         MOVE 'Y' TO WT-WIN-LATE-DUR
008340     END-IF.
008350     IF WT-WIN-LATE-START = 'N' AND WT-WIN-LATE-FINISH = 'N'
008360             AND WT-WIN-LATE-DUR = 'N'
008370         GO TO 3000-EXIT
008380     END-IF.
008390     MOVE WT-WIN-LATE-START  TO WT-CHK-LATE-START.
008400     MOVE WT-WIN-LATE-FINISH TO WT-CHK-LATE-FINISH.
008410     MOVE WT-WIN-LATE-DUR    TO WT-CHK-LATE-DUR.
008420     PERFORM 8600-BUILD-LATE-TEXT THRU 8600-EXIT.
008430     MOVE 'W'    TO WT-EVT-SEVERITY.
008440     MOVE "WT03" TO WT-EVT-CODE.
008450     MOVE SPACES TO WT-EVT-TEXT.
008460     STRING "BATCH WINDOW " WT-STATUS-TEXT
008470         DELIMITED BY SIZE INTO WT-EVT-TEXT.
008480     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
008490 3000-EXIT.
008500     EXIT.
008510 3100-ADD-ONE-MISSING-STEP.
008520     IF WT-SLA-IDX = WT-WIN-SLA-IDX
008530         GO TO 3100-EXIT
008540     END-IF.
008550     MOVE WT-SLA-NAME(WT-SLA-IDX) TO WT-MATCH-NAME.
008560     PERFORM 2200-FIND-OR-ADD-STEP THRU 2200-EXIT.
008570 3100-EXIT.
008580     EXIT.
008590*****************************************************************
008600*    3200-CHECK-ONE-STEP - MATCH THE STEP TO ITS TARGET AND MARK
008610*    A LATE START, A LATE FINISH OR A RUN OVER ITS MAXIMUM.  A
008620*    STEP THAT NEVER RAN, OR LEFT NO COMPLETION RECORD, IS
008630*    WARNED OF - IT CANNOT BE TIMED.
008640*****************************************************************
008650 3200-CHECK-ONE-STEP.
008660     MOVE ZERO TO WT-STP-SLA-IDX(WT-STP-IDX).
008670     PERFORM 3210-MATCH-ONE-TARGET THRU 3210-EXIT
008680         VARYING WT-SLA-IDX FROM 1 BY 1
008690         UNTIL WT-SLA-IDX > WT-SLA-COUNT.
008700     IF WT-STP-RUNS(WT-STP-IDX) = ZERO
008710         ADD 1 TO WT-NOT-RUN-COUNT
008720         MOVE 'W'    TO WT-EVT-SEVERITY
008730         MOVE "WT06" TO WT-EVT-CODE
008740         MOVE SPACES TO WT-EVT-TEXT
008750         STRING "STEP " WT-STP-NAME(WT-STP-IDX)
008760             " HAS A TARGET BUT DID NOT RUN THIS WINDOW"
008770             DELIMITED BY SIZE INTO WT-EVT-TEXT
008780         END-STRING
008790         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
008800         GO TO 3200-EXIT
008810     END-IF.
008820     IF WT-STP-FIN-REL(WT-STP-IDX) < ZERO
008830         ADD 1 TO WT-NO-FINISH-COUNT
008840         MOVE 'W'    TO WT-EVT-SEVERITY
008850         MOVE "WT06" TO WT-EVT-CODE
008860         MOVE SPACES TO WT-EVT-TEXT
008870         STRING "STEP " WT-STP-NAME(WT-STP-IDX)
008880             " STARTED BUT LEFT NO COMPLETION RECORD"
008890             DELIMITED BY SIZE INTO WT-EVT-TEXT
008900         END-STRING
008910         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
008920     END-IF.
008930     IF WT-STP-SLA-IDX(WT-STP-IDX) = ZERO
008940         GO TO 3200-EXIT
008950     END-IF.
008960     MOVE WT-STP-SLA-IDX(WT-STP-IDX) TO WT-SLA-IDX.
008970     IF WT-SLA-START-REL(WT-SLA-IDX) NOT < ZERO
008980             AND WT-STP-START-REL(WT-STP-IDX)
008990                 > WT-SLA-START-REL(WT-SLA-IDX)
009000         MOVE 'Y' TO WT-STP-LATE-START(WT-STP-IDX)
009010     END-IF.
009020     IF WT-SLA-FIN-REL(WT-SLA-IDX) NOT < ZERO
009030             AND WT-STP-FIN-REL(WT-STP-IDX)
009040                 > WT-SLA-FIN-REL(WT-SLA-IDX)
009050         MOVE 'Y' TO WT-STP-LATE-FINISH(WT-STP-IDX)
009060     END-IF.
009070     IF WT-SLA-MAX-SECS(WT-SLA-IDX) NOT < ZERO
009080             AND WT-STP-ELAPSED(WT-STP-IDX)
009090                 > WT-SLA-MAX-SECS(WT-SLA-IDX)
009100         MOVE 'Y' TO WT-STP-LATE-DUR(WT-STP-IDX)
009110     END-IF.
009120     IF WT-STP-LATE-START(WT-STP-IDX) = 'N'
009130             AND WT-STP-LATE-FINISH(WT-STP-IDX) = 'N'
009140             AND WT-STP-LATE-DUR(WT-STP-IDX) = 'N'
009150         GO TO 3200-EXIT
009160     END-IF.
009170     ADD 1 TO WT-LATE-COUNT.
009180     MOVE WT-STP-LATE-START(WT-STP-IDX)  TO WT-CHK-LATE-START.
009190     MOVE WT-STP-LATE-FINISH(WT-STP-IDX) TO WT-CHK-LATE-FINISH.
009200     MOVE WT-STP-LATE-DUR(WT-STP-IDX)    TO WT-CHK-LATE-DUR.
009210     PERFORM 8600-BUILD-LATE-TEXT THRU 8600-EXIT.
009220     MOVE 'W'    TO WT-EVT-SEVERITY.
009230     MOVE "WT02" TO WT-EVT-CODE.
009240     MOVE SPACES TO WT-EVT-TEXT.
009250     STRING "STEP " WT-STP-NAME(WT-STP-IDX) " " WT-STATUS-TEXT
009260         DELIMITED BY SIZE INTO WT-EVT-TEXT.
009270     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
009280 3200-EXIT.
009290     EXIT.
009300 3210-MATCH-ONE-TARGET.
009310     IF WT-SLA-NAME(WT-SLA-IDX) = WT-STP-NAME(WT-STP-IDX)
009320         MOVE WT-SLA-IDX TO WT-STP-SLA-IDX(WT-STP-IDX)
009330     END-IF.
009340 3210-EXIT.
009350     EXIT.
009360*****************************************************************
009370*    4000-FIND-CRITICAL-PATH - THE CHAIN OF STEPS THAT DECIDED
009380*    WHEN THE WINDOW ENDED.  IT ENDS AT THE LAST STEP TO FINISH
009390*    AND IS WALKED BACK ONE STEP AT A TIME: TO THE SCHEDULED
009400*    PREDECESSOR WHERE THE GATE ENFORCES ONE, OTHERWISE TO THE
009410*    STEP THAT FINISHED LAST BEFORE THIS ONE STARTED.  THE WALK
009420*    STOPS AT A STEP NOTHING FINISHED AHEAD OF.
009430*****************************************************************
009440 4000-FIND-CRITICAL-PATH.
009450     MOVE ZERO TO WT-CUR-IDX.
009460     MOVE -1   TO WT-BEST-REL.
009470     PERFORM 4010-TRY-LAST-FINISH THRU 4010-EXIT
009480         VARYING WT-STP-IDX FROM 1 BY 1
009490         UNTIL WT-STP-IDX > WT-STP-COUNT.
009500     IF WT-CUR-IDX = ZERO
009510         GO TO 4000-EXIT
009520     END-IF.
009530     MOVE 1          TO WT-PATH-COUNT.
009540     MOVE WT-CUR-IDX TO WT-PATH-STEP-IDX(1).
009550     MOVE 'Y'        TO WT-STP-ON-PATH(WT-CUR-IDX).
009560     MOVE 'N'        TO WT-PATH-DONE-SW.
009570     PERFORM 4100-STEP-BACK THRU 4100-EXIT
009580         UNTIL WT-PATH-DONE.
009590 4000-EXIT.
009600     EXIT.
009610 4010-TRY-LAST-FINISH.
009620     IF WT-STP-FIN-REL(WT-STP-IDX) > WT-BEST-REL
009630         MOVE WT-STP-FIN-REL(WT-STP-IDX) TO WT-BEST-REL
009640         MOVE WT-STP-IDX TO WT-CUR-IDX
009650     END-IF.
009660 4010-EXIT.
009670     EXIT.
009680 4100-STEP-BACK.
009690     IF WT-PATH-COUNT = 30
009700         SET WT-PATH-DONE TO TRUE
009710         GO TO 4100-EXIT
009720     END-IF.
009730     MOVE ZERO   TO WT-PRED-IDX.
009740     MOVE SPACES TO WT-SCH-PRED-NAME.
009750     PERFORM 4110-MATCH-SCHEDULE THRU 4110-EXIT
009760         VARYING WT-SCH-IDX FROM 1 BY 1
009770         UNTIL WT-SCH-IDX > 7.
009780     IF WT-SCH-PRED-NAME NOT = SPACES
009790         PERFORM 4120-MATCH-PREDECESSOR THRU 4120-EXIT
009800             VARYING WT-STP-IDX FROM 1 BY 1
009810             UNTIL WT-STP-IDX > WT-STP-COUNT
009820     END-IF.
009830     IF WT-PRED-IDX = ZERO
009840         MOVE -1 TO WT-BEST-REL
009850         PERFORM 4130-TRY-EARLIER-FINISH THRU 4130-EXIT
009860             VARYING WT-STP-IDX FROM 1 BY 1
009870             UNTIL WT-STP-IDX > WT-STP-COUNT
009880     END-IF.
009890     IF WT-PRED-IDX = ZERO
009900         SET WT-PATH-DONE TO TRUE
009910         GO TO 4100-EXIT
009920     END-IF.
009930     ADD 1 TO WT-PATH-COUNT.
009940     MOVE WT-PRED-IDX TO WT-PATH-STEP-IDX(WT-PATH-COUNT).
009950     MOVE 'Y'         TO WT-STP-ON-PATH(WT-PRED-IDX).
009960     MOVE WT-PRED-IDX TO WT-CUR-IDX.
009970 4100-EXIT.
009980     EXIT.
009990 4110-MATCH-SCHEDULE.
010000     IF WT-SCH-STEP(WT-SCH-IDX) = WT-STP-NAME(WT-CUR-IDX)
010010         MOVE WT-SCH-PRED(WT-SCH-IDX) TO WT-SCH-PRED-NAME
010020     END-IF.
010030 4110-EXIT.
010040     EXIT.
010050 4120-MATCH-PREDECESSOR.
010060     IF WT-STP-NAME(WT-STP-IDX) = WT-SCH-PRED-NAME
010070             AND WT-STP-ON-PATH(WT-STP-IDX) = 'N'
010080             AND WT-STP-FIN-REL(WT-STP-IDX) NOT < ZERO
010090             AND WT-STP-FIN-REL(WT-STP-IDX)
010100                 NOT > WT-STP-START-REL(WT-CUR-IDX)
010110         MOVE WT-STP-IDX TO WT-PRED-IDX
010120     END-IF.
010130 4120-EXIT.
010140     EXIT.
010150 4130-TRY-EARLIER-FINISH.
010160     IF WT-STP-ON-PATH(WT-STP-IDX) = 'N'
010170             AND WT-STP-FIN-REL(WT-STP-IDX) > WT-BEST-REL
010180             AND WT-STP-FIN-REL(WT-STP-IDX)
010190                 NOT > WT-STP-START-REL(WT-CUR-IDX)
010200         MOVE WT-STP-FIN-REL(WT-STP-IDX) TO WT-BEST-REL
010210         MOVE WT-STP-IDX TO WT-PRED-IDX
010220     END-IF.
010230 4130-EXIT.
010240     EXIT.
010250*****************************************************************
010260*    5000-PRINT-TIMINGS - ONE LINE PER STEP, THE WINDOW AS A
010270*    WHOLE, THEN THE CRITICAL PATH FROM FIRST STEP TO LAST.
010280*****************************************************************
010290 5000-PRINT-TIMINGS.
010300     WRITE WT-REPORT-REC FROM WT-COLUMN-LINE.
010310     MOVE SPACES TO WT-REPORT-REC.
010320     WRITE WT-REPORT-REC.
010330     PERFORM 5100-PRINT-ONE-STEP THRU 5100-EXIT
010340         VARYING WT-STP-IDX FROM 1 BY 1
010350         UNTIL WT-STP-IDX > WT-STP-COUNT.
010360     IF WT-STP-COUNT = ZERO
010370         MOVE "NO STEP RAN THIS WINDOW" TO WT-MSG-TEXT
010380         WRITE WT-REPORT-REC FROM WT-MESSAGE-LINE
010390     END-IF.
010400     MOVE SPACES TO WT-REPORT-REC.
010410     WRITE WT-REPORT-REC.
010420     MOVE "* = ON THE CRITICAL PATH" TO WT-MSG-TEXT.
010430     WRITE WT-REPORT-REC FROM WT-MESSAGE-LINE.
010440     MOVE SPACES TO WT-REPORT-REC.
010450     WRITE WT-REPORT-REC.
010460     PERFORM 5300-PRINT-WINDOW THRU 5300-EXIT.
010470     MOVE SPACES TO WT-REPORT-REC.
010480     WRITE WT-REPORT-REC.
010490     MOVE "CRITICAL PATH" TO WT-MSG-TEXT.
010500     WRITE WT-REPORT-REC FROM WT-MESSAGE-LINE.
010510     MOVE SPACES TO WT-REPORT-REC.
010520     WRITE WT-REPORT-REC.
010530     IF WT-PATH-COUNT = ZERO
010540         MOVE "NO STEP COMPLETED - NO CRITICAL PATH"
010550             TO WT-MSG-TEXT
010560         WRITE WT-REPORT-REC FROM WT-MESSAGE-LINE
010570         GO TO 5000-EXIT
010580     END-IF.
010590     WRITE WT-REPORT-REC FROM WT-COLUMN-LINE.
010600     PERFORM 5200-PRINT-ONE-PATH-STEP THRU 5200-EXIT
010610         VARYING WT-PATH-IDX FROM WT-PATH-COUNT BY -1
010620         UNTIL WT-PATH-IDX < 1.
010630 5000-EXIT.
010640     EXIT.
010650*****************************************************************
010660*    5100-PRINT-ONE-STEP - THE TIMING LINE FOR STEP WT-STP-IDX.
010670*****************************************************************
010680 5100-PRINT-ONE-STEP.
010690     MOVE WT-STP-NAME(WT-STP-IDX) TO WT-DL-STEP.
010700     MOVE SPACE TO WT-DL-PATH.
010710     IF WT-STP-ON-PATH(WT-STP-IDX) = 'Y'
010720         MOVE "*" TO WT-DL-PATH
010730     END-IF.
010740     MOVE WT-STP-START-TEXT(WT-STP-IDX) TO WT-DL-START.
010750     MOVE WT-STP-FIN-TEXT(WT-STP-IDX)   TO WT-DL-FINISH.
010760     MOVE WT-STP-ELAPSED(WT-STP-IDX)    TO WT-DUR-SECS.
010770     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
010780     MOVE WT-DUR-DISP TO WT-DL-ELAPSED.
010790     MOVE SPACES TO WT-DL-MAX-RUN.
010800     IF WT-STP-SLA-IDX(WT-STP-IDX) NOT = ZERO
010810         MOVE WT-STP-SLA-IDX(WT-STP-IDX) TO WT-SLA-IDX
010820         MOVE WT-SLA-MAX-SECS(WT-SLA-IDX) TO WT-DUR-SECS
010830         PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT
010840         MOVE WT-DUR-DISP TO WT-DL-MAX-RUN
010850     END-IF.
010860     MOVE WT-STP-RUNS(WT-STP-IDX) TO WT-DL-RUNS.
010870     EVALUATE TRUE
010880         WHEN WT-STP-RUNS(WT-STP-IDX) = ZERO
010890             MOVE "NOT RUN" TO WT-DL-STATUS
010900         WHEN WT-STP-LATE-START(WT-STP-IDX) = 'Y'
010910                 OR WT-STP-LATE-FINISH(WT-STP-IDX) = 'Y'
010920                 OR WT-STP-LATE-DUR(WT-STP-IDX) = 'Y'
010930             MOVE WT-STP-LATE-START(WT-STP-IDX)
010940                 TO WT-CHK-LATE-START
010950             MOVE WT-STP-LATE-FINISH(WT-STP-IDX)
010960                 TO WT-CHK-LATE-FINISH
010970             MOVE WT-STP-LATE-DUR(WT-STP-IDX)
010980                 TO WT-CHK-LATE-DUR
010990             PERFORM 8600-BUILD-LATE-TEXT THRU 8600-EXIT
011000             MOVE WT-STATUS-TEXT TO WT-DL-STATUS
011010         WHEN WT-STP-FIN-REL(WT-STP-IDX) < ZERO
011020             MOVE "NO COMPLETION RECORD" TO WT-DL-STATUS
011030         WHEN WT-STP-SLA-IDX(WT-STP-IDX) = ZERO
011040             MOVE "NO TARGET" TO WT-DL-STATUS
011050         WHEN OTHER
011060             MOVE "ON TIME" TO WT-DL-STATUS
011070     END-EVALUATE.
011080     WRITE WT-REPORT-REC FROM WT-DETAIL-LINE.
011090 5100-EXIT.
011100     EXIT.
011110 5200-PRINT-ONE-PATH-STEP.
011120     MOVE WT-PATH-STEP-IDX(WT-PATH-IDX) TO WT-STP-IDX.
011130     PERFORM 5100-PRINT-ONE-STEP THRU 5100-EXIT.
011140 5200-EXIT.
011150     EXIT.
011160*****************************************************************
011170*    5300-PRINT-WINDOW - THE WINDOW FROM ITS FIRST START TO ITS
011180*    LAST FINISH, AGAINST THE *WINDOW* TARGETS.
011190*****************************************************************
011200 5300-PRINT-WINDOW.
011210     MOVE "WINDOW OPENED (DATE ROLLED)" TO WT-PL-TEXT.
011220     MOVE WT-ANCHOR-TEXT TO WT-PL-VALUE.
011230     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011240     MOVE "FIRST STEP STARTED" TO WT-PL-TEXT.
011250     MOVE WT-WIN-START-TEXT TO WT-PL-VALUE.
011260     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011270     MOVE "LAST STEP FINISHED" TO WT-PL-TEXT.
011280     MOVE WT-WIN-FIN-TEXT TO WT-PL-VALUE.
011290     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011300     MOVE "WINDOW ELAPSED" TO WT-PL-TEXT.
011310     MOVE WT-WIN-ELAPSED TO WT-DUR-SECS.
011320     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
011330     MOVE WT-DUR-DISP TO WT-PL-VALUE.
011340     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011350     IF WT-WIN-SLA-IDX = ZERO
011360         MOVE "WINDOW STATUS" TO WT-PL-TEXT
011370         MOVE "NO TARGET" TO WT-PL-VALUE
011380         WRITE WT-REPORT-REC FROM WT-PERIOD-LINE
011390         GO TO 5300-EXIT
011400     END-IF.
011410     MOVE WT-WIN-SLA-IDX TO WT-SLA-IDX.
011420     MOVE "TARGET LATEST START" TO WT-PL-TEXT.
011430     MOVE WT-SLA-START-TEXT(WT-SLA-IDX) TO WT-PL-VALUE.
011440     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011450     MOVE "TARGET LATEST FINISH" TO WT-PL-TEXT.
011460     MOVE WT-SLA-FIN-TEXT(WT-SLA-IDX) TO WT-PL-VALUE.
011470     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011480     MOVE "TARGET MAXIMUM DURATION" TO WT-PL-TEXT.
011490     MOVE WT-SLA-MAX-SECS(WT-SLA-IDX) TO WT-DUR-SECS.
011500     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
011510     MOVE WT-DUR-DISP TO WT-PL-VALUE.
011520     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011530     MOVE "WINDOW STATUS" TO WT-PL-TEXT.
011540     MOVE "ON TIME" TO WT-PL-VALUE.
011550     IF WT-WIN-LATE-START = 'Y' OR WT-WIN-LATE-FINISH = 'Y'
011560             OR WT-WIN-LATE-DUR = 'Y'
011570         MOVE WT-WIN-LATE-START  TO WT-CHK-LATE-START
011580         MOVE WT-WIN-LATE-FINISH TO WT-CHK-LATE-FINISH
011590         MOVE WT-WIN-LATE-DUR    TO WT-CHK-LATE-DUR
011600         PERFORM 8600-BUILD-LATE-TEXT THRU 8600-EXIT
011610         MOVE WT-STATUS-TEXT TO WT-PL-VALUE
011620     END-IF.
011630     WRITE WT-REPORT-REC FROM WT-PERIOD-LINE.
011640 5300-EXIT.
011650     EXIT.
011660*****************************************************************
011670*    6000-UPDATE-HISTORY - KEEP THE WINHIST RECORDS STILL INSIDE
011680*    THE 30 DAYS, DROPPING ANY EARLIER RUN OF THIS SAME DATE, ADD
011690*    THIS WINDOW'S TIMED STEPS AND THE WINDOW ITSELF, AND WRITE
011700*    THE FILE BACK WHOLE.
011710*****************************************************************
011720 6000-UPDATE-HISTORY.
011730     MOVE 'N' TO WT-EOF-SWITCH.
011740     OPEN INPUT HISTORY-FILE.
011750     IF WT-HISTORY-OK
011760         PERFORM 6100-KEEP-ONE-HISTORY THRU 6100-EXIT
011770             UNTIL WT-AT-EOF
011780         CLOSE HISTORY-FILE
011790     ELSE
011800         IF NOT WT-HISTORY-NOT-FOUND
011810             DISPLAY "WINTIME: CANNOT OPEN WINHIST, STATUS = "
011820                 WT-HISTORY-STATUS
011830             STOP RUN
011840         END-IF
011850     END-IF.
011860     PERFORM 6200-ADD-ONE-STEP-HISTORY THRU 6200-EXIT
011870         VARYING WT-STP-IDX FROM 1 BY 1
011880         UNTIL WT-STP-IDX > WT-STP-COUNT.
011890     IF WT-WIN-ELAPSED NOT < ZERO
011900         MOVE SPACES TO WTH-REC
011910         MOVE WT-RUN-DATE-DISP  TO WTH-RUN-DATE
011920         MOVE "*WINDOW*"        TO WTH-STEP-NAME
011930         MOVE WT-WIN-START-TEXT TO WTH-START-TIME
011940         MOVE WT-WIN-FIN-TEXT   TO WTH-FINISH-TIME
011950         MOVE WT-WIN-ELAPSED    TO WTH-ELAPSED-SECS
011960         MOVE 'N'               TO WTH-LATE-SW
011970         IF WT-WIN-LATE-START = 'Y' OR WT-WIN-LATE-FINISH = 'Y'
011980                 OR WT-WIN-LATE-DUR = 'Y'
011990             MOVE 'Y' TO WTH-LATE-SW
012000         END-IF
012010         PERFORM 6300-STORE-HISTORY THRU 6300-EXIT
012020     END-IF.
012030     IF WT-HIST-FULL
012040         MOVE 'W'    TO WT-EVT-SEVERITY
012050         MOVE "WT07" TO WT-EVT-CODE
012060         MOVE SPACES TO WT-EVT-TEXT
012070         STRING "WINHIST FULL - " WT-HST-DROPPED
012080             " TIMINGS NOT KEPT FOR THE TREND"
012090             DELIMITED BY SIZE INTO WT-EVT-TEXT
012100         END-STRING
012110         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
012120     END-IF.
012130     OPEN OUTPUT HISTORY-FILE.
012140     IF NOT WT-HISTORY-OK
012150         DISPLAY "WINTIME: CANNOT OPEN WINHIST, STATUS = "
012160             WT-HISTORY-STATUS
012170         STOP RUN
012180     END-IF.
012190     PERFORM 6400-WRITE-ONE-HISTORY THRU 6400-EXIT
012200         VARYING WT-HST-IDX FROM 1 BY 1
012210         UNTIL WT-HST-IDX > WT-HST-COUNT.
012220     CLOSE HISTORY-FILE.
012230 6000-EXIT.
012240     EXIT.
012250 6100-KEEP-ONE-HISTORY.
012260     READ HISTORY-FILE
012270         AT END
012280             SET WT-AT-EOF TO TRUE
012290             GO TO 6100-EXIT
012300     END-READ.
012310     IF WTH-RUN-DATE < WT-CUTOFF-DATE
012320             OR WTH-RUN-DATE NOT < WT-RUN-DATE-DISP
012330         GO TO 6100-EXIT
012340     END-IF.
012350     PERFORM 6300-STORE-HISTORY THRU 6300-EXIT.
012360 6100-EXIT.
012370     EXIT.
012380 6200-ADD-ONE-STEP-HISTORY.
012390     IF WT-STP-ELAPSED(WT-STP-IDX) < ZERO
012400         GO TO 6200-EXIT
012410     END-IF.
012420     MOVE SPACES TO WTH-REC.
012430     MOVE WT-RUN-DATE-DISP TO WTH-RUN-DATE.
012440     MOVE WT-STP-NAME(WT-STP-IDX)       TO WTH-STEP-NAME.
012450     MOVE WT-STP-START-TEXT(WT-STP-IDX) TO WTH-START-TIME.
012460     MOVE WT-STP-FIN-TEXT(WT-STP-IDX)   TO WTH-FINISH-TIME.
012470     MOVE WT-STP-ELAPSED(WT-STP-IDX)    TO WTH-ELAPSED-SECS.
012480     MOVE 'N' TO WTH-LATE-SW.
012490     IF WT-STP-LATE-START(WT-STP-IDX) = 'Y'
012500             OR WT-STP-LATE-FINISH(WT-STP-IDX) = 'Y'
012510             OR WT-STP-LATE-DUR(WT-STP-IDX) = 'Y'
012520         MOVE 'Y' TO WTH-LATE-SW
012530     END-IF.
012540     PERFORM 6300-STORE-HISTORY THRU 6300-EXIT.
012550 6200-EXIT.
012560     EXIT.
012570 6300-STORE-HISTORY.
012580     IF WT-HST-COUNT = 1000
012590         SET WT-HIST-FULL TO TRUE
012600         ADD 1 TO WT-HST-DROPPED
012610         GO TO 6300-EXIT
012620     END-IF.
012630     ADD 1 TO WT-HST-COUNT.
012640     MOVE WTH-REC TO WT-HST-IMAGE(WT-HST-COUNT).
012650 6300-EXIT.
012660     EXIT.
012670 6400-WRITE-ONE-HISTORY.
012680     MOVE WT-HST-IMAGE(WT-HST-IDX) TO WTH-REC.
012690     WRITE WTH-REC.
012700 6400-EXIT.
012710     EXIT.
012720*****************************************************************
012730*    7000-PRINT-TREND - FOR EACH STEP TIMED THIS WINDOW, AND THE
012740*    WINDOW ITSELF, THE AVERAGE ELAPSED TIME OVER THE EARLIER AND
012750*    THE MORE RECENT HALF OF THE 30 DAYS.  A STEP WHOSE RECENT
012760*    AVERAGE HAS GROWN BY MORE THAN THE *WINDOW* SLOW PERCENTAGE
012770*    IS FLAGGED AS SLOWING.
012780*****************************************************************
012790 7000-PRINT-TREND.
012800     MOVE SPACES TO WT-REPORT-REC.
012810     WRITE WT-REPORT-REC.
012820     MOVE SPACES TO WT-MSG-TEXT.
012830     STRING "30-DAY TREND - EARLY FROM " WT-CUTOFF-DATE
012840         ", RECENT FROM " WT-MID-DATE
012850         DELIMITED BY SIZE INTO WT-MSG-TEXT.
012860     WRITE WT-REPORT-REC FROM WT-MESSAGE-LINE.
012870     MOVE SPACES TO WT-REPORT-REC.
012880     WRITE WT-REPORT-REC.
012890     WRITE WT-REPORT-REC FROM WT-TREND-COLUMN-LINE.
012900     PERFORM 7100-TREND-ONE-STEP THRU 7100-EXIT
012910         VARYING WT-STP-IDX FROM 1 BY 1
012920         UNTIL WT-STP-IDX > WT-STP-COUNT.
012930     IF WT-WIN-ELAPSED NOT < ZERO
012940         MOVE "*WINDOW*"     TO WT-TREND-NAME
012950         MOVE WT-WIN-ELAPSED TO WT-TREND-TODAY
012960         PERFORM 7200-PRINT-TREND-LINE THRU 7200-EXIT
012970     END-IF.
012980 7000-EXIT.
012990     EXIT.
013000 7100-TREND-ONE-STEP.
013010     IF WT-STP-ELAPSED(WT-STP-IDX) < ZERO
013020         GO TO 7100-EXIT
013030     END-IF.
013040     MOVE WT-STP-NAME(WT-STP-IDX)    TO WT-TREND-NAME.
013050     MOVE WT-STP-ELAPSED(WT-STP-IDX) TO WT-TREND-TODAY.
013060     PERFORM 7200-PRINT-TREND-LINE THRU 7200-EXIT.
013070 7100-EXIT.
013080     EXIT.
013090 7200-PRINT-TREND-LINE.
013100     MOVE ZERO TO WT-EARLY-COUNT WT-EARLY-SUM
013110                  WT-RECENT-COUNT WT-RECENT-SUM.
013120     PERFORM 7210-ADD-ONE-HISTORY THRU 7210-EXIT
013130         VARYING WT-HST-IDX FROM 1 BY 1
013140         UNTIL WT-HST-IDX > WT-HST-COUNT.
013150     MOVE WT-TREND-NAME TO WT-TL-STEP.
013160     COMPUTE WT-TL-DAYS = WT-EARLY-COUNT + WT-RECENT-COUNT.
013170     MOVE -1 TO WT-EARLY-AVG WT-RECENT-AVG.
013180     IF WT-EARLY-COUNT > ZERO
013190         COMPUTE WT-EARLY-AVG = WT-EARLY-SUM / WT-EARLY-COUNT
013200     END-IF.
013210     IF WT-RECENT-COUNT > ZERO
013220         COMPUTE WT-RECENT-AVG = WT-RECENT-SUM / WT-RECENT-COUNT
013230     END-IF.
013240     MOVE WT-EARLY-AVG TO WT-DUR-SECS.
013250     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
013260     MOVE WT-DUR-DISP TO WT-TL-EARLY.
013270     MOVE WT-RECENT-AVG TO WT-DUR-SECS.
013280     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
013290     MOVE WT-DUR-DISP TO WT-TL-RECENT.
013300     MOVE WT-TREND-TODAY TO WT-DUR-SECS.
013310     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
013320     MOVE WT-DUR-DISP TO WT-TL-TODAY.
013330     IF WT-EARLY-COUNT = ZERO OR WT-EARLY-AVG = ZERO
013340         MOVE SPACES TO WT-TL-CHANGE-X
013350         MOVE SPACE  TO WT-TL-PCT-SIGN
013360         MOVE "NO EARLIER BASELINE" TO WT-TL-FLAG
013370         WRITE WT-REPORT-REC FROM WT-TREND-LINE
013380         GO TO 7200-EXIT
013390     END-IF.
013400     COMPUTE WT-CHANGE-PCT ROUNDED
013410         = (WT-RECENT-AVG - WT-EARLY-AVG) * 100 / WT-EARLY-AVG.
013420     MOVE WT-CHANGE-PCT TO WT-TL-CHANGE.
013430     MOVE "%" TO WT-TL-PCT-SIGN.
013440     MOVE "STEADY" TO WT-TL-FLAG.
013450     IF WT-CHANGE-PCT < ZERO
013460         MOVE "FASTER" TO WT-TL-FLAG
013470     END-IF.
013480     IF WT-CHANGE-PCT > WT-SLOW-PCT
013490         MOVE "SLOWING" TO WT-TL-FLAG
013500         ADD 1 TO WT-SLOWING-COUNT
013510         MOVE 'W'    TO WT-EVT-SEVERITY
013520         MOVE "WT04" TO WT-EVT-CODE
013530         MOVE SPACES TO WT-EVT-TEXT
013540         STRING "STEP " WT-TREND-NAME " SLOWING - AVERAGE NOW "
013550             WT-TL-RECENT ", WAS " WT-TL-EARLY
013560             DELIMITED BY SIZE INTO WT-EVT-TEXT
013570         END-STRING
013580         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
013590     END-IF.
013600     WRITE WT-REPORT-REC FROM WT-TREND-LINE.
013610 7200-EXIT.
013620     EXIT.
013630 7210-ADD-ONE-HISTORY.
013640     IF WT-HST-STEP(WT-HST-IDX) NOT = WT-TREND-NAME
013650             OR WT-HST-ELAPSED(WT-HST-IDX) IS NOT NUMERIC
013660         GO TO 7210-EXIT
013670     END-IF.
013680     IF WT-HST-DATE(WT-HST-IDX) < WT-MID-DATE
013690         ADD 1 TO WT-EARLY-COUNT
013700         ADD WT-HST-ELAPSED(WT-HST-IDX) TO WT-EARLY-SUM
013710     ELSE
013720         ADD 1 TO WT-RECENT-COUNT
013730         ADD WT-HST-ELAPSED(WT-HST-IDX) TO WT-RECENT-SUM
013740     END-IF.
013750 7210-EXIT.
013760     EXIT.
013770*****************************************************************
013780*    8400-CLOCK-TO-REL - WT-CLOCK-TEXT (HH:MM:SS) AS SECONDS
013790*    SINCE THE WINDOW OPENED, IN WT-REL-SECS.  A TIME BEFORE THE
013800*    OPENING IS AFTER MIDNIGHT.  WT-TIME-VALID SAYS WHETHER THE
013810*    TEXT WAS A TIME AT ALL.
013820*****************************************************************
013830 8400-CLOCK-TO-REL.
013840     MOVE 'N' TO WT-TIME-VALID-SW.
013850     IF WT-CLK-HH IS NOT NUMERIC
013860             OR WT-CLK-MI IS NOT NUMERIC
013870             OR WT-CLK-SS IS NOT NUMERIC
013880             OR WT-CLK-COLON-1 NOT = ":"
013890             OR WT-CLK-COLON-2 NOT = ":"
013900         GO TO 8400-EXIT
013910     END-IF.
013920     IF WT-CLK-HH > 23 OR WT-CLK-MI > 59 OR WT-CLK-SS > 59
013930         GO TO 8400-EXIT
013940     END-IF.
013950     COMPUTE WT-CLOCK-SECS
013960         = WT-CLK-HH * 3600 + WT-CLK-MI * 60 + WT-CLK-SS.
013970     COMPUTE WT-REL-SECS = WT-CLOCK-SECS - WT-ANCHOR-SECS.
013980     IF WT-REL-SECS < ZERO
013990         ADD 86400 TO WT-REL-SECS
014000     END-IF.
014010     SET WT-TIME-VALID TO TRUE.
014020 8400-EXIT.
014030     EXIT.
014040*****************************************************************
014050*    8500-FORMAT-DURATION - WT-DUR-SECS AS HH:MM:SS IN
014060*    WT-DUR-DISP; BLANK WHEN THE DURATION IS NOT KNOWN.
014070*****************************************************************
014080 8500-FORMAT-DURATION.
014090     MOVE SPACES TO WT-DUR-DISP.
014100     IF WT-DUR-SECS < ZERO
014110         GO TO 8500-EXIT
014120     END-IF.
014130     MOVE WT-DUR-SECS TO WT-DUR-WORK.
014140     DIVIDE WT-DUR-WORK BY 3600 GIVING WT-DUR-HH
014150         REMAINDER WT-DUR-WORK.
014160     DIVIDE WT-DUR-WORK BY 60 GIVING WT-DUR-MI
014170         REMAINDER WT-DUR-SS.
014180     MOVE ":" TO WT-DUR-COLON-1 WT-DUR-COLON-2.
014190 8500-EXIT.
014200     EXIT.
014210*****************************************************************
014220*    8600-BUILD-LATE-TEXT - "LATE " FOLLOWED BY WHICHEVER OF
014230*    START, FINISH AND DURATION ARE FLAGGED IN WT-CHK-LATE-xxx,
014240*    INTO WT-STATUS-TEXT.
014250*****************************************************************
014260 8600-BUILD-LATE-TEXT.
014270     MOVE SPACES TO WT-STATUS-TEXT.
014280     MOVE "LATE " TO WT-STATUS-TEXT.
014290     MOVE 6 TO WT-STATUS-PTR.
014300     IF WT-CHK-LATE-START = 'Y'
014310         STRING "START" DELIMITED BY SIZE
014320             INTO WT-STATUS-TEXT WITH POINTER WT-STATUS-PTR
014330         END-STRING
014340     END-IF.
014350     IF WT-CHK-LATE-FINISH = 'Y'
014360         IF WT-STATUS-PTR > 6
014370             STRING "/" DELIMITED BY SIZE
014380                 INTO WT-STATUS-TEXT WITH POINTER WT-STATUS-PTR
014390             END-STRING
014400         END-IF
014410         STRING "FINISH" DELIMITED BY SIZE
014420             INTO WT-STATUS-TEXT WITH POINTER WT-STATUS-PTR
014430         END-STRING
014440     END-IF.
014450     IF WT-CHK-LATE-DUR = 'Y'
014460         IF WT-STATUS-PTR > 6
014470             STRING "/" DELIMITED BY SIZE
014480                 INTO WT-STATUS-TEXT WITH POINTER WT-STATUS-PTR
014490             END-STRING
014500         END-IF
014510         STRING "DURATION" DELIMITED BY SIZE
014520             INTO WT-STATUS-TEXT WITH POINTER WT-STATUS-PTR
014530         END-STRING
014540     END-IF.
014550 8600-EXIT.
014560     EXIT.
014570*****************************************************************
014580*    9000-TERMINATE - PRINT THE CONTROL TOTALS, LOG THE SUMMARY
014590*    AND CLOSE THE REPORT.
014600*****************************************************************
014610 9000-TERMINATE.
014620     MOVE SPACES TO WT-REPORT-REC.
014630     WRITE WT-REPORT-REC.
014640     MOVE "STEPS TIMED" TO WT-TOT-TEXT.
014650     COMPUTE WT-TOT-COUNT = WT-STP-COUNT - WT-NOT-RUN-COUNT.
014660     WRITE WT-REPORT-REC FROM WT-TOTAL-LINE.
014670     MOVE "STEPS LATE" TO WT-TOT-TEXT.
014680     MOVE WT-LATE-COUNT TO WT-TOT-COUNT.
014690     WRITE WT-REPORT-REC FROM WT-TOTAL-LINE.
014700     MOVE "STEPS WITHOUT A COMPLETION" TO WT-TOT-TEXT.
014710     MOVE WT-NO-FINISH-COUNT TO WT-TOT-COUNT.
014720     WRITE WT-REPORT-REC FROM WT-TOTAL-LINE.
014730     MOVE "STEPS WITH A TARGET NOT RUN" TO WT-TOT-TEXT.
014740     MOVE WT-NOT-RUN-COUNT TO WT-TOT-COUNT.
014750     WRITE WT-REPORT-REC FROM WT-TOTAL-LINE.
014760     MOVE "STEPS ON THE CRITICAL PATH" TO WT-TOT-TEXT.
014770     MOVE WT-PATH-COUNT TO WT-TOT-COUNT.
014780     WRITE WT-REPORT-REC FROM WT-TOTAL-LINE.
014790     MOVE "STEPS SLOWING" TO WT-TOT-TEXT.
014800     MOVE WT-SLOWING-COUNT TO WT-TOT-COUNT.
014810     WRITE WT-REPORT-REC FROM WT-TOTAL-LINE.
014820     MOVE "HISTORY RECORDS KEPT" TO WT-TOT-TEXT.
014830     MOVE WT-HST-COUNT TO WT-TOT-COUNT.
014840     WRITE WT-REPORT-REC FROM WT-TOTAL-LINE.
014850     MOVE 'I'    TO WT-EVT-SEVERITY.
014860     MOVE "WT01" TO WT-EVT-CODE.
014870     MOVE SPACES TO WT-EVT-TEXT.
014880     MOVE WT-WIN-ELAPSED TO WT-DUR-SECS.
014890     PERFORM 8500-FORMAT-DURATION THRU 8500-EXIT.
014900     STRING "WINDOW TIMED - ELAPSED " WT-DUR-DISP ", STEPS LATE "
014910         WT-LATE-COUNT
014920         DELIMITED BY SIZE INTO WT-EVT-TEXT.
014930     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
014940     CLOSE TIMING-REPORT-FILE.
014950 9000-EXIT.
014960     EXIT.
014970*****************************************************************
014980*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
014990*    OPERATIONS EVENT LOG.
015000*****************************************************************
015010 9400-WRITE-EVENT-REC.
015020     ACCEPT WT-EVT-TIME-RAW FROM TIME.
015030     STRING WT-EVT-HH ":" WT-EVT-MI ":" WT-EVT-SS
015040         DELIMITED BY SIZE INTO WT-EVT-TIME-DISP.
015050     OPEN EXTEND EVENT-FILE.
015060     IF WT-EVENT-NOT-FOUND
015070         OPEN OUTPUT EVENT-FILE
015080     END-IF.
015090     IF NOT WT-EVENT-OK
015100         DISPLAY "WINTIME: EVTLOG UNAVAILABLE - "
015110             WT-EVT-SEVERITY " " WT-EVT-CODE " " WT-EVT-TEXT
015120         GO TO 9400-EXIT
015130     END-IF.
015140     MOVE SPACES TO EVT-REC.
015150     MOVE "WINTIME"         TO EVT-PROGRAM-ID.
015160     MOVE WT-RUN-DATE-DISP  TO EVT-RUN-DATE.
015170     MOVE WT-EVT-TIME-DISP  TO EVT-RUN-TIME.
015180     MOVE WT-RUN-ID         TO EVT-RUN-ID.
015190     MOVE WT-EVT-SEVERITY   TO EVT-SEVERITY.
015200     MOVE WT-EVT-CODE       TO EVT-CODE.
015210     MOVE WT-EVT-TEXT       TO EVT-TEXT.
015220     WRITE EVT-REC.
015230     CLOSE EVENT-FILE.
015240 9400-EXIT.
015250     EXIT.
015260 END PROGRAM WINTIME.
