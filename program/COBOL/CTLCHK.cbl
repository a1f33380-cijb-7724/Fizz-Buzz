000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CTLCHK.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - PRE-FLIGHT CHECK OF THE
000120*                     CONTROL AND PARAMETER FILES, RUN AS THE
000130*                     FIRST STEP OF THE WINDOW AFTER DATEROLL.
000140*                     EVERY CONTROL FILE IS READ HERE - FIZZCTL,
000150*                     FIZZRULE, FIZZOVRD, TRENDCTL, RETNCTL,
000160*                     GATECTL, RECNCTL, ACKMCTL, MSTQCTL, SUSACTL
000170*                     AND ARCGCTL - AND CHECKED THE WAY ITS OWN
000180*                     PROGRAM WILL CHECK IT, AND AGAINST THE OTHER
000190*                     FILES: OVERRIDES OUTSIDE THE FIZZCTL RANGE,
000200*                     RULES OR OVERRIDES WHOSE EFFECTIVE DATES
000210*                     OVERLAP, RETNCTL FILES PURGE DOES NOT KNOW,
000220*                     A GATECTL STEP NOT IN THE SCHEDULE.  A
000230*                     FINDING THAT WOULD STOP A STEP OR GIVE IT A
000240*                     WRONG ANSWER IS AN ERROR; ONE THE STEP SKIPS
000250*                     OR TOLERATES IS A WARNING.  FINDINGS ARE
000260*                     PRINTED ON CTLCRPT AND RAISED ON EVTLOG.
000270*                     THE RETURN CODE IS 8 ON ANY ERROR, WHICH
000280*                     STOPS THE WINDOW BEFORE ITS FIRST PROCESSING
000290*                     STEP, AND 4 ON WARNINGS ONLY.
000292*    2026-10-15  JWK  DATES ARE NOW CHECKED AGAINST THE CALENDAR.
000294*                     A BAD ARCGCTL RUN DATE BESIDE A RUN ID IS A
000296*                     WARNING - ARCGET MATCHES ON THE RUN ID.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CONTROL-FILE ASSIGN TO "FIZZCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CK-CONTROL-STATUS.
000400     SELECT RULE-FILE ASSIGN TO "FIZZRULE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CK-RULE-STATUS.
000430     SELECT OVERRIDE-FILE ASSIGN TO "FIZZOVRD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CK-OVERRIDE-STATUS.
000460     SELECT TOLERANCE-FILE ASSIGN TO "TRENDCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CK-TOLERANCE-STATUS.
000490     SELECT RETENTION-FILE ASSIGN TO "RETNCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CK-RETENTION-STATUS.
000520     SELECT GATE-FILE ASSIGN TO "GATECTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CK-GATE-STATUS.
000550     SELECT RECON-PARM-FILE ASSIGN TO "RECNCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CK-RECON-STATUS.
000580     SELECT ACK-PARM-FILE ASSIGN TO "ACKMCTL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CK-ACK-STATUS.
000610     SELECT INQUIRY-PARM-FILE ASSIGN TO "MSTQCTL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CK-INQUIRY-STATUS.
000640     SELECT AGING-PARM-FILE ASSIGN TO "SUSACTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CK-AGING-STATUS.
000670     SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCGCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CK-ARCHIVE-STATUS.
000700     SELECT CHECK-REPORT-FILE ASSIGN TO "CTLCRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CK-REPORT-STATUS.
000730     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS CK-EVENT-STATUS.
000760     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CK-BUSDATE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CONTROL-FILE
000820     RECORDING MODE IS F.
000830 COPY CTLREC01.
000840 FD  RULE-FILE
000850     RECORDING MODE IS F.
000860 COPY RULEREC01.
000870 FD  OVERRIDE-FILE
000880     RECORDING MODE IS F.
000890 COPY OVRREC01.
000900 FD  TOLERANCE-FILE
000910     RECORDING MODE IS F.
000920 COPY TOLREC01.
000930 FD  RETENTION-FILE
000940     RECORDING MODE IS F.
000950 COPY RETREC01.
000960 FD  GATE-FILE
000970     RECORDING MODE IS F.
000980 COPY GATREC01.
000990 FD  RECON-PARM-FILE
001000     RECORDING MODE IS F.
001010 COPY RCNREC01.
001020 FD  ACK-PARM-FILE
001030     RECORDING MODE IS F.
001040 COPY AKMREC01.
001050 FD  INQUIRY-PARM-FILE
001060     RECORDING MODE IS F.
001070 COPY INQREC01.
001080 FD  AGING-PARM-FILE
001090     RECORDING MODE IS F.
001100 COPY AGEREC01.
001110 FD  ARCHIVE-PARM-FILE
001120     RECORDING MODE IS F.
001130 COPY ARGREC01.
001140 FD  CHECK-REPORT-FILE
001150     RECORDING MODE IS F.
001160 01  CK-REPORT-REC               PIC X(80).
001170 FD  EVENT-FILE
001180     RECORDING MODE IS F.
001190 COPY EVTREC01.
001200 FD  BUSDATE-FILE
001210     RECORDING MODE IS F.
001220 COPY BDTREC01.
001230 WORKING-STORAGE SECTION.
001240*****************************************************************
001250*    WORKING STORAGE
001260*****************************************************************
001270 01  CK-SWITCHES.
001280     03  CK-BUSDATE-STATUS   PIC X(02).
001290         88  CK-BUSDATE-OK              VALUE '00'.
001300     03  CK-CONTROL-STATUS   PIC X(02).
001310         88  CK-CONTROL-OK              VALUE '00'.
001320         88  CK-CONTROL-NOT-FOUND       VALUE '35'.
001330     03  CK-RULE-STATUS      PIC X(02).
001340         88  CK-RULE-OK                 VALUE '00'.
001350         88  CK-RULE-NOT-FOUND          VALUE '35'.
001360     03  CK-OVERRIDE-STATUS  PIC X(02).
001370         88  CK-OVERRIDE-OK             VALUE '00'.
001380         88  CK-OVERRIDE-NOT-FOUND      VALUE '35'.
001390     03  CK-TOLERANCE-STATUS PIC X(02).
001400         88  CK-TOLERANCE-OK            VALUE '00'.
001410         88  CK-TOLERANCE-NOT-FOUND     VALUE '35'.
001420     03  CK-RETENTION-STATUS PIC X(02).
001430         88  CK-RETENTION-OK            VALUE '00'.
001440         88  CK-RETENTION-NOT-FOUND     VALUE '35'.
001450     03  CK-GATE-STATUS      PIC X(02).
001460         88  CK-GATE-OK                 VALUE '00'.
001470         88  CK-GATE-NOT-FOUND          VALUE '35'.
001480     03  CK-RECON-STATUS     PIC X(02).
001490         88  CK-RECON-OK                VALUE '00'.
001500         88  CK-RECON-NOT-FOUND         VALUE '35'.
001510     03  CK-ACK-STATUS       PIC X(02).
001520         88  CK-ACK-OK                  VALUE '00'.
001530         88  CK-ACK-NOT-FOUND           VALUE '35'.
001540     03  CK-INQUIRY-STATUS   PIC X(02).
001550         88  CK-INQUIRY-OK              VALUE '00'.
001560         88  CK-INQUIRY-NOT-FOUND       VALUE '35'.
001570     03  CK-AGING-STATUS     PIC X(02).
001580         88  CK-AGING-OK                VALUE '00'.
001590         88  CK-AGING-NOT-FOUND         VALUE '35'.
001600     03  CK-ARCHIVE-STATUS   PIC X(02).
001610         88  CK-ARCHIVE-OK              VALUE '00'.
001620         88  CK-ARCHIVE-NOT-FOUND       VALUE '35'.
001630     03  CK-REPORT-STATUS    PIC X(02).
001640         88  CK-REPORT-OK               VALUE '00'.
001650     03  CK-EVENT-STATUS     PIC X(02).
001660         88  CK-EVENT-OK                VALUE '00'.
001670         88  CK-EVENT-NOT-FOUND         VALUE '35'.
001680     03  CK-OPEN-STATUS      PIC X(02).
001690         88  CK-OPEN-OK                 VALUE '00'.
001700         88  CK-OPEN-NOT-FOUND          VALUE '35'.
001710     03  CK-EOF-SWITCH       PIC X(01) VALUE 'N'.
001720         88  CK-AT-EOF                  VALUE 'Y'.
001730     03  CK-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
001740         88  CK-FILE-OPEN               VALUE 'Y'.
001750     03  CK-OPTIONAL-SW      PIC X(01) VALUE 'N'.
001760         88  CK-FILE-OPTIONAL           VALUE 'Y'.
001770     03  CK-DATE-SW          PIC X(01) VALUE 'Y'.
001780         88  CK-DATE-IS-GOOD            VALUE 'Y'.
001790         88  CK-DATE-IS-BAD             VALUE 'N'.
001800     03  CK-DATES-SW         PIC X(01) VALUE 'Y'.
001810         88  CK-DATES-GOOD              VALUE 'Y'.
001820         88  CK-DATES-BAD               VALUE 'N'.
001830     03  CK-RANGE-SW         PIC X(01) VALUE 'N'.
001840         88  CK-RANGE-VALID             VALUE 'Y'.
001850     03  CK-FOUND-SW         PIC X(01) VALUE 'N'.
001860         88  CK-FOUND                   VALUE 'Y'.
001870*****************************************************************
001880*    THE FILES CHECKED, IN THE ORDER CHECKED, EACH WITH THE
001890*    STEP THAT READS IT.  THE COUNTS BESIDE EACH ARE PRINTED AS
001900*    THE FILE SUMMARY; CK-FIL-STATE IS 'C' CHECKED, 'M' NOT
001910*    PRESENT OR 'X' NOT OPENED.
001920*****************************************************************
001930 01  CK-FILE-NAMES.
001940     03  FILLER              PIC X(16) VALUE "FIZZCTL MAIN    ".
001950     03  FILLER              PIC X(16) VALUE "FIZZRULEMAIN    ".
001960     03  FILLER              PIC X(16) VALUE "FIZZOVRDMAIN    ".
001970     03  FILLER              PIC X(16) VALUE "TRENDCTLTRENDCHK".
001980     03  FILLER              PIC X(16) VALUE "RETNCTL PURGE   ".
001990     03  FILLER              PIC X(16) VALUE "GATECTL STEPGATE".
002000     03  FILLER              PIC X(16) VALUE "RECNCTL RECON   ".
002010     03  FILLER              PIC X(16) VALUE "ACKMCTL ACKMATCH".
002020     03  FILLER              PIC X(16) VALUE "MSTQCTL MSTINQ  ".
002030     03  FILLER              PIC X(16) VALUE "SUSACTL SUSAGE  ".
002040     03  FILLER              PIC X(16) VALUE "ARCGCTL ARCGET  ".
002050 01  CK-FILE-TABLE REDEFINES CK-FILE-NAMES.
002060     03  CK-FIL-ENTRY OCCURS 11 TIMES.
002070         05  CK-FIL-NAME         PIC X(08).
002080         05  CK-FIL-USER         PIC X(08).
002090 01  CK-FILE-COUNTS.
002100     03  CK-FIL-COUNT-ENTRY OCCURS 11 TIMES.
002110         05  CK-FIL-STATE        PIC X(01).
002120         05  CK-FIL-RECORDS      PIC 9(05).
002130         05  CK-FIL-ERRORS       PIC 9(03).
002140         05  CK-FIL-WARNINGS     PIC 9(03).
002150 01  CK-FILE-IDX             PIC 9(02).
002160*****************************************************************
002170*    THE STEPS OF THE WINDOW SCHEDULE, AS IN STEPGATE'S STEP
002180*    TABLE - THE ONLY NAMES GATECTL MAY CARRY.
002190*****************************************************************
002200 01  CK-STEP-NAMES.
002210     03  FILLER              PIC X(08) VALUE "MAIN    ".
002220     03  FILLER              PIC X(08) VALUE "ABC347A ".
002230     03  FILLER              PIC X(08) VALUE "SUMRPT  ".
002240     03  FILLER              PIC X(08) VALUE "ARCRPT  ".
002250     03  FILLER              PIC X(08) VALUE "RPTCMP  ".
002260     03  FILLER              PIC X(08) VALUE "ABCPOST ".
002270     03  FILLER              PIC X(08) VALUE "ABCRESUB".
002280     03  FILLER              PIC X(08) VALUE "RECON   ".
002290     03  FILLER              PIC X(08) VALUE "TRENDCHK".
002300     03  FILLER              PIC X(08) VALUE "FIZZMRG ".
002310     03  FILLER              PIC X(08) VALUE "FIZZPRT ".
002320 01  CK-STEP-TABLE REDEFINES CK-STEP-NAMES.
002330     03  CK-STEP-NAME        PIC X(08) OCCURS 11 TIMES.
002340 01  CK-STEP-IDX             PIC 9(02).
002350*****************************************************************
002360*    THE FILES PURGE KNOWS HOW TO PURGE - THE ONLY NAMES A
002370*    RETNCTL ENTRY MAY CARRY.  EACH IS MARKED WHEN AN ENTRY
002380*    NAMES IT, SO A FILE LEFT WITHOUT ONE CAN BE REPORTED.
002390*****************************************************************
002400 01  CK-PURGE-NAMES.
002410     03  FILLER              PIC X(08) VALUE "FIZZAUD ".
002420     03  FILLER              PIC X(08) VALUE "ABCAUD  ".
002430     03  FILLER              PIC X(08) VALUE "FIZZSUM ".
002440     03  FILLER              PIC X(08) VALUE "ARCCAT  ".
002450     03  FILLER              PIC X(08) VALUE "ABCREJ  ".
002460     03  FILLER              PIC X(08) VALUE "FIZZARC ".
002470 01  CK-PURGE-TABLE REDEFINES CK-PURGE-NAMES.
002480     03  CK-PRG-NAME         PIC X(08) OCCURS 6 TIMES.
002490 01  CK-PURGE-SEEN-TABLE.
002500     03  CK-PRG-SEEN         PIC X(01) OCCURS 6 TIMES.
002510 01  CK-PRG-IDX              PIC 9(02).
002520*****************************************************************
002530*    THE USABLE RETNCTL ENTRIES SEEN SO FAR, TO FIND A FILE
002540*    NAMED TWICE.
002550*****************************************************************
002560 01  CK-RETENTION-TABLE.
002570     03  CK-RET-ENTRY OCCURS 50 TIMES.
002580         05  CK-RET-NAME         PIC X(08).
002590         05  CK-RET-REC          PIC 9(04).
002600 01  CK-RET-COUNT            PIC 9(02) VALUE ZERO.
002610 01  CK-RET-IDX              PIC 9(02).
002620*****************************************************************
002630*    THE DATED ENTRIES OF FIZZRULE, THEN OF FIZZOVRD, THAT MAIN
002640*    COULD USE - NOT RETIRED, WITH GOOD DATES.  THE KEY IS THE
002650*    DIVISOR OR THE NUMBER; A BLANK DATE IS HELD AS THE LOWEST
002660*    OR HIGHEST DATE THERE IS, SO TWO ENTRIES WITH ONE KEY
002670*    OVERLAP WHEN EACH STARTS NO LATER THAN THE OTHER ENDS.
002680*****************************************************************
002690 01  CK-DATED-TABLE.
002700     03  CK-DTE-ENTRY OCCURS 200 TIMES.
002710         05  CK-DTE-REC          PIC 9(04).
002720         05  CK-DTE-KEY          PIC 9(05).
002730         05  CK-DTE-FROM         PIC X(10).
002740         05  CK-DTE-TO           PIC X(10).
002750 01  CK-DTE-COUNT            PIC 9(03) VALUE ZERO.
002760 01  CK-DTE-IDX              PIC 9(03).
002770 01  CK-DTE-JDX              PIC 9(03).
002780 01  CK-DTE-FULL-REC         PIC 9(04) VALUE ZERO.
002790 01  CK-NEW-KEY              PIC 9(05).
002800 01  CK-KEY-NAME             PIC X(07).
002810 01  CK-IN-FORCE-COUNT       PIC 9(03).
002820*****************************************************************
002830*    THE FIZZCTL RANGE, ONCE IT IS KNOWN TO BE GOOD.
002840*****************************************************************
002850 01  CK-RANGE-START          PIC 9(05) VALUE ZERO.
002860 01  CK-RANGE-END            PIC 9(05) VALUE ZERO.
002870*****************************************************************
002880*    COUNTS AND WORK FIELDS.
002890*****************************************************************
002900 01  CK-REC-COUNT            PIC 9(04).
002910 01  CK-USABLE-COUNT         PIC 9(04).
002920 01  CK-ERROR-COUNT          PIC 9(03) VALUE ZERO.
002930 01  CK-WARNING-COUNT        PIC 9(03) VALUE ZERO.
002940 01  CK-FINDING-COUNT        PIC 9(04) VALUE ZERO.
002950 01  CK-PRESENT-COUNT        PIC 9(02) VALUE ZERO.
002960 01  CK-MISSING-COUNT        PIC 9(02) VALUE ZERO.
002970 01  CK-FND-SEVERITY         PIC X(01).
002980     88  CK-FND-IS-ERROR                VALUE 'E'.
002990     88  CK-FND-IS-WARNING              VALUE 'W'.
003000 01  CK-FND-REC              PIC 9(04).
003010 01  CK-FND-TEXT             PIC X(46).
003020 01  CK-FROM-DATE            PIC X(10).
003030 01  CK-TO-DATE              PIC X(10).
003040 01  CK-EDIT-DATE            PIC X(10).
003050 01  CK-EDIT-DATE-BRK REDEFINES CK-EDIT-DATE.
003060     03  CK-ED-YYYY          PIC X(04).
003070     03  CK-ED-DASH-1        PIC X(01).
003080     03  CK-ED-MM            PIC X(02).
003090     03  CK-ED-DASH-2        PIC X(01).
003100     03  CK-ED-DD            PIC X(02).
003101 01  CK-TEST-DATE-RAW        PIC 9(08).
003102 01  CK-TEST-DATE-BRK REDEFINES CK-TEST-DATE-RAW.
003103     03  CK-TD-YYYY          PIC 9(04).
003104     03  CK-TD-MM            PIC 9(02).
003105     03  CK-TD-DD            PIC 9(02).
003110 01  CK-RUN-DATE-RAW         PIC 9(08).
003120 01  CK-RUN-DATE-BRK REDEFINES CK-RUN-DATE-RAW.
003130     03  CK-RUN-YYYY         PIC 9(04).
003140     03  CK-RUN-MM           PIC 9(02).
003150     03  CK-RUN-DD           PIC 9(02).
003160 01  CK-RUN-DATE-DISP        PIC X(10).
003170 01  CK-RUN-TIME-RAW         PIC 9(08).
003180 01  CK-RUN-ID               PIC X(16).
003190 01  CK-EVT-SEVERITY         PIC X(01).
003200 01  CK-EVT-CODE             PIC X(04).
003210 01  CK-EVT-TEXT             PIC X(60).
003220 01  CK-EVT-TIME-RAW         PIC 9(08).
003230 01  CK-EVT-TIME-BRK REDEFINES CK-EVT-TIME-RAW.
003240     03  CK-EVT-HH           PIC 9(02).
003250     03  CK-EVT-MI           PIC 9(02).
003260     03  CK-EVT-SS           PIC 9(02).
003270     03  FILLER              PIC 9(02).
003280 01  CK-EVT-TIME-DISP        PIC X(08).
003290 01  CK-HEADING-LINE.
003300     03  FILLER              PIC X(32)
003310         VALUE " CONTROL-FILE PRE-FLIGHT CHECK -".
003320     03  FILLER              PIC X(01) VALUE SPACE.
003330     03  CK-HDG-RUN-DATE     PIC X(10).
003340     03  FILLER              PIC X(37) VALUE SPACES.
003350 01  CK-SECTION-LINE.
003360     03  FILLER              PIC X(01) VALUE SPACE.
003370     03  CK-SEC-TITLE        PIC X(40).
003380     03  FILLER              PIC X(39) VALUE SPACES.
003390 01  CK-FINDING-COLUMN-LINE.
003400     03  FILLER              PIC X(10) VALUE " FILE".
003410     03  FILLER              PIC X(06) VALUE "REC".
003420     03  FILLER              PIC X(09) VALUE "GRADE".
003430     03  FILLER              PIC X(55) VALUE "FINDING".
003440 01  CK-FINDING-LINE.
003450     03  FILLER              PIC X(01) VALUE SPACE.
003460     03  CK-FL-FILE          PIC X(08).
003470     03  FILLER              PIC X(01) VALUE SPACE.
003480     03  CK-FL-REC           PIC ZZZZ.
003490     03  FILLER              PIC X(02) VALUE SPACES.
003500     03  CK-FL-GRADE         PIC X(07).
003510     03  FILLER              PIC X(02) VALUE SPACES.
003520     03  CK-FL-TEXT          PIC X(46).
003530     03  FILLER              PIC X(09) VALUE SPACES.
003540 01  CK-SUMMARY-COLUMN-LINE.
003550     03  FILLER              PIC X(10) VALUE " FILE".
003560     03  FILLER              PIC X(10) VALUE "USED BY".
003570     03  FILLER              PIC X(13) VALUE "STATE".
003580     03  FILLER              PIC X(09) VALUE "RECORDS".
003590     03  FILLER              PIC X(08) VALUE "ERRORS".
003600     03  FILLER              PIC X(30) VALUE "WARNINGS".
003610 01  CK-SUMMARY-LINE.
003620     03  FILLER              PIC X(01) VALUE SPACE.
003630     03  CK-SL-FILE          PIC X(08).
003640     03  FILLER              PIC X(01) VALUE SPACE.
003650     03  CK-SL-USER          PIC X(08).
003660     03  FILLER              PIC X(02) VALUE SPACES.
003670     03  CK-SL-STATE         PIC X(11).
003680     03  FILLER              PIC X(02) VALUE SPACES.
003690     03  CK-SL-RECORDS       PIC ZZZZ9.
003700     03  FILLER              PIC X(05) VALUE SPACES.
003710     03  CK-SL-ERRORS        PIC ZZ9.
003720     03  FILLER              PIC X(05) VALUE SPACES.
003730     03  CK-SL-WARNINGS      PIC ZZ9.
003740     03  FILLER              PIC X(26) VALUE SPACES.
003750 01  CK-TOTAL-LINE.
003760     03  FILLER              PIC X(01) VALUE SPACE.
003770     03  CK-TOT-TEXT         PIC X(30).
003780     03  CK-TOT-COUNT        PIC Z(10)9.
003790     03  FILLER              PIC X(38) VALUE SPACES.
003800 01  CK-MESSAGE-LINE.
003810     03  FILLER              PIC X(01) VALUE SPACE.
003820     03  CK-MSG-TEXT         PIC X(70).
003830     03  FILLER              PIC X(09) VALUE SPACES.
003840 PROCEDURE DIVISION.
003850*****************************************************************
003860*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.  EVERY
003870*    FILE IS CHECKED WHATEVER WAS FOUND IN THE ONES BEFORE IT,
003880*    SO ONE RUN REPORTS EVERYTHING THAT NEEDS PUTTING RIGHT.
003890*****************************************************************
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003920     PERFORM 2000-CHECK-FIZZCTL THRU 2000-EXIT.
003930     PERFORM 2100-CHECK-FIZZRULE THRU 2100-EXIT.
003940     PERFORM 2200-CHECK-FIZZOVRD THRU 2200-EXIT.
003950     PERFORM 2300-CHECK-TRENDCTL THRU 2300-EXIT.
003960     PERFORM 2400-CHECK-RETNCTL THRU 2400-EXIT.
003970     PERFORM 2500-CHECK-GATECTL THRU 2500-EXIT.
003980     PERFORM 2600-CHECK-RECNCTL THRU 2600-EXIT.
003990     PERFORM 2700-CHECK-ACKMCTL THRU 2700-EXIT.
004000     PERFORM 2800-CHECK-MSTQCTL THRU 2800-EXIT.
004010     PERFORM 2900-CHECK-SUSACTL THRU 2900-EXIT.
004020     PERFORM 3000-CHECK-ARCGCTL THRU 3000-EXIT.
004030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004040     STOP RUN.
004050*****************************************************************
004060*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM BUSDATE AND
004070*    OPEN THE REPORT.  WITHOUT A BUSINESS DATE NOTHING CAN BE
004080*    CHECKED AND THE WINDOW IS STOPPED WITH RETURN CODE 12.
004090*****************************************************************
004100 1000-INITIALIZE.
004110     OPEN INPUT BUSDATE-FILE.
004120     IF NOT CK-BUSDATE-OK
004130         DISPLAY "CTLCHK: CANNOT OPEN BUSDATE, STATUS = "
004140             CK-BUSDATE-STATUS
004150         MOVE 12 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     READ BUSDATE-FILE
004190         AT END
004200             DISPLAY "CTLCHK: BUSDATE HAS NO RECORD"
004210             CLOSE BUSDATE-FILE
004220             MOVE 12 TO RETURN-CODE
004230             STOP RUN
004240     END-READ.
004250     CLOSE BUSDATE-FILE.
004260     IF BDT-BUS-YYYY IS NOT NUMERIC
004270             OR BDT-BUS-MM IS NOT NUMERIC
004280             OR BDT-BUS-DD IS NOT NUMERIC
004290         DISPLAY "CTLCHK: BUSDATE BUSINESS DATE IS NOT VALID"
004300         MOVE 12 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330     MOVE BDT-BUS-YYYY TO CK-RUN-YYYY.
004340     MOVE BDT-BUS-MM   TO CK-RUN-MM.
004350     MOVE BDT-BUS-DD   TO CK-RUN-DD.
004360     STRING CK-RUN-YYYY "-" CK-RUN-MM "-" CK-RUN-DD
004370         DELIMITED BY SIZE INTO CK-RUN-DATE-DISP.
004380     ACCEPT CK-RUN-TIME-RAW FROM TIME.
004390     STRING CK-RUN-DATE-RAW CK-RUN-TIME-RAW
004400         DELIMITED BY SIZE INTO CK-RUN-ID.
004410     MOVE ZEROS  TO CK-FILE-COUNTS.
004420     MOVE SPACES TO CK-PURGE-SEEN-TABLE.
004430     OPEN OUTPUT CHECK-REPORT-FILE.
004440     IF NOT CK-REPORT-OK
004450         DISPLAY "CTLCHK: CANNOT OPEN CTLCRPT, STATUS = "
004460             CK-REPORT-STATUS
004470         MOVE 12 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500     MOVE CK-RUN-DATE-DISP TO CK-HDG-RUN-DATE.
004510     WRITE CK-REPORT-REC FROM CK-HEADING-LINE.
004520     MOVE SPACES TO CK-REPORT-REC.
004530     WRITE CK-REPORT-REC.
004540     MOVE "FINDINGS" TO CK-SEC-TITLE.
004550     WRITE CK-REPORT-REC FROM CK-SECTION-LINE.
004560     MOVE SPACES TO CK-REPORT-REC.
004570     WRITE CK-REPORT-REC.
004580     WRITE CK-REPORT-REC FROM CK-FINDING-COLUMN-LINE.
004590 1000-EXIT.
004600     EXIT.
004610*****************************************************************
004620*    2000-CHECK-FIZZCTL - THE RANGE MAIN PROCESSES.  BOTH ENDS
004630*    MUST BE NUMERIC AND THE START MAY NOT FOLLOW THE END.  A
004640*    GOOD RANGE IS KEPT FOR THE FIZZOVRD CHECK.
004650*****************************************************************
004660 2000-CHECK-FIZZCTL.
004670     MOVE 1   TO CK-FILE-IDX.
004680     MOVE 'N' TO CK-OPTIONAL-SW.
004690     PERFORM 8100-START-FILE THRU 8100-EXIT.
004700     OPEN INPUT CONTROL-FILE.
004710     MOVE CK-CONTROL-STATUS TO CK-OPEN-STATUS.
004720     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
004730     IF NOT CK-FILE-OPEN
004740         GO TO 2000-EXIT
004750     END-IF.
004760     READ CONTROL-FILE
004770         AT END
004780             PERFORM 8300-NO-RECORD THRU 8300-EXIT
004790             CLOSE CONTROL-FILE
004800             GO TO 2000-EXIT
004810     END-READ.
004820     ADD 1 TO CK-REC-COUNT.
004830     MOVE CK-REC-COUNT TO CK-FND-REC.
004840     IF CTL-START-NUM IS NOT NUMERIC
004850         MOVE "START NUMBER NOT NUMERIC - RANGE WILL BE WRONG"
004860             TO CK-FND-TEXT
004870         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
004880     END-IF.
004890     IF CTL-END-NUM IS NOT NUMERIC
004900         MOVE "END NUMBER NOT NUMERIC - RANGE WILL BE WRONG"
004910             TO CK-FND-TEXT
004920         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
004930     END-IF.
004940     IF CTL-START-NUM IS NUMERIC
004950             AND CTL-END-NUM IS NUMERIC
004960         IF CTL-START-NUM > CTL-END-NUM
004970             MOVE SPACES TO CK-FND-TEXT
004980             STRING "START " CTL-START-NUM " AFTER END "
004990                 CTL-END-NUM " - RANGE IS EMPTY"
005000                 DELIMITED BY SIZE INTO CK-FND-TEXT
005010             END-STRING
005020             PERFORM 8010-ADD-ERROR THRU 8010-EXIT
005030         ELSE
005040             SET CK-RANGE-VALID TO TRUE
005050             MOVE CTL-START-NUM TO CK-RANGE-START
005060             MOVE CTL-END-NUM   TO CK-RANGE-END
005070         END-IF
005080     END-IF.
005090     PERFORM 2010-SKIP-ONE-FIZZCTL THRU 2010-EXIT
005100         UNTIL CK-AT-EOF.
005110     CLOSE CONTROL-FILE.
005120     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
005130 2000-EXIT.
005140     EXIT.
005150 2010-SKIP-ONE-FIZZCTL.
005160     READ CONTROL-FILE
005170         AT END
005180             SET CK-AT-EOF TO TRUE
005190             GO TO 2010-EXIT
005200     END-READ.
005210     ADD 1 TO CK-REC-COUNT.
005220 2010-EXIT.
005230     EXIT.
005240*****************************************************************
005250*    2100-CHECK-FIZZRULE - THE DIVISOR RULES.  EACH RECORD IS
005260*    CHECKED AS MAIN WILL LOAD IT; THEN THE RULES MAIN COULD
005270*    USE ARE CHECKED FOR TWO WITH ONE DIVISOR IN FORCE AT ONCE,
005280*    AND THOSE IN FORCE ON THE BUSINESS DATE ARE COUNTED
005290*    AGAINST THE 20 MAIN HOLDS.
005300*****************************************************************
005310 2100-CHECK-FIZZRULE.
005320     MOVE 2   TO CK-FILE-IDX.
005330     MOVE 'N' TO CK-OPTIONAL-SW.
005340     PERFORM 8100-START-FILE THRU 8100-EXIT.
005350     MOVE ZERO TO CK-DTE-COUNT.
005360     MOVE ZERO TO CK-DTE-FULL-REC.
005370     MOVE ZERO TO CK-IN-FORCE-COUNT.
005380     OPEN INPUT RULE-FILE.
005390     MOVE CK-RULE-STATUS TO CK-OPEN-STATUS.
005400     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
005410     IF NOT CK-FILE-OPEN
005420         GO TO 2100-EXIT
005430     END-IF.
005440     PERFORM 2110-CHECK-ONE-RULE THRU 2110-EXIT
005450         UNTIL CK-AT-EOF.
005460     CLOSE RULE-FILE.
005470     MOVE "DIVISOR" TO CK-KEY-NAME.
005480     PERFORM 8600-FIND-OVERLAPS THRU 8600-EXIT.
005490     MOVE ZERO TO CK-FND-REC.
005500     IF CK-IN-FORCE-COUNT > 20
005510         MOVE SPACES TO CK-FND-TEXT
005520         STRING CK-IN-FORCE-COUNT
005530             " RULES IN FORCE - MAIN LOADS ONLY 20"
005540             DELIMITED BY SIZE INTO CK-FND-TEXT
005550         END-STRING
005560         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
005570     END-IF.
005580     IF CK-IN-FORCE-COUNT = ZERO
005590         MOVE "NO RULE IN FORCE ON THE BUSINESS DATE"
005600             TO CK-FND-TEXT
005610         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
005620     END-IF.
005630 2100-EXIT.
005640     EXIT.
005650 2110-CHECK-ONE-RULE.
005660     READ RULE-FILE
005670         AT END
005680             SET CK-AT-EOF TO TRUE
005690             GO TO 2110-EXIT
005700     END-READ.
005710     ADD 1 TO CK-REC-COUNT.
005720     MOVE CK-REC-COUNT TO CK-FND-REC.
005730     IF RULE-DIVISOR IS NOT NUMERIC
005740             OR RULE-DIVISOR = ZERO
005750         MOVE "DIVISOR NOT NUMERIC/NON-ZERO - MAIN SKIPS IT"
005760             TO CK-FND-TEXT
005770         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
005780         GO TO 2110-EXIT
005790     END-IF.
005800     IF RULE-STATUS NOT = SPACE
005810             AND RULE-STATUS NOT = 'A'
005820             AND NOT RULE-IS-RETIRED
005830         MOVE SPACES TO CK-FND-TEXT
005840         STRING "STATUS " RULE-STATUS
005850             " NOT A OR R - TAKEN AS ACTIVE"
005860             DELIMITED BY SIZE INTO CK-FND-TEXT
005870         END-STRING
005880         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
005890     END-IF.
005900     IF RULE-LABEL = SPACES
005910         MOVE "LABEL IS BLANK" TO CK-FND-TEXT
005920         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
005930     END-IF.
005940     MOVE RULE-EFF-FROM TO CK-FROM-DATE.
005950     MOVE RULE-EFF-TO   TO CK-TO-DATE.
005960     PERFORM 8500-EDIT-EFFECTIVE-DATES THRU 8500-EXIT.
005970     IF RULE-IS-RETIRED OR CK-DATES-BAD
005980         GO TO 2110-EXIT
005990     END-IF.
006000     MOVE RULE-DIVISOR TO CK-NEW-KEY.
006010     PERFORM 8700-ADD-DATED-ENTRY THRU 8700-EXIT.
006020 2110-EXIT.
006030     EXIT.
006040*****************************************************************
006050*    2200-CHECK-FIZZOVRD - THE NUMBER OVERRIDES.  THE FILE IS
006060*    OPTIONAL.  EACH RECORD IS CHECKED AS MAIN WILL LOAD IT,
006070*    AND AN OVERRIDE STILL TO COME OR IN FORCE MUST NAME A
006080*    NUMBER INSIDE THE FIZZCTL RANGE.  THEN, AS FOR THE RULES,
006090*    TWO OVERRIDES OF ONE NUMBER MAY NOT BE IN FORCE AT ONCE
006100*    AND NO MORE THAN 20 MAY BE IN FORCE ON THE BUSINESS DATE.
006110*****************************************************************
006120 2200-CHECK-FIZZOVRD.
006130     MOVE 3   TO CK-FILE-IDX.
006140     MOVE 'Y' TO CK-OPTIONAL-SW.
006150     PERFORM 8100-START-FILE THRU 8100-EXIT.
006160     MOVE ZERO TO CK-DTE-COUNT.
006170     MOVE ZERO TO CK-DTE-FULL-REC.
006180     MOVE ZERO TO CK-IN-FORCE-COUNT.
006190     OPEN INPUT OVERRIDE-FILE.
006200     MOVE CK-OVERRIDE-STATUS TO CK-OPEN-STATUS.
006210     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
006220     IF NOT CK-FILE-OPEN
006230         GO TO 2200-EXIT
006240     END-IF.
006250     PERFORM 2210-CHECK-ONE-OVERRIDE THRU 2210-EXIT
006260         UNTIL CK-AT-EOF.
006270     CLOSE OVERRIDE-FILE.
006280     MOVE "NUMBER" TO CK-KEY-NAME.
006290     PERFORM 8600-FIND-OVERLAPS THRU 8600-EXIT.
006300     MOVE ZERO TO CK-FND-REC.
006310     IF CK-IN-FORCE-COUNT > 20
006320         MOVE SPACES TO CK-FND-TEXT
006330         STRING CK-IN-FORCE-COUNT
006340             " OVERRIDES IN FORCE - MAIN LOADS ONLY 20"
006350             DELIMITED BY SIZE INTO CK-FND-TEXT
006360         END-STRING
006370         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
006380     END-IF.
006390 2200-EXIT.
006400     EXIT.
006410 2210-CHECK-ONE-OVERRIDE.
006420     READ OVERRIDE-FILE
006430         AT END
006440             SET CK-AT-EOF TO TRUE
006450             GO TO 2210-EXIT
006460     END-READ.
006470     ADD 1 TO CK-REC-COUNT.
006480     MOVE CK-REC-COUNT TO CK-FND-REC.
006490     IF OVR-NUMBER IS NOT NUMERIC
006500         MOVE "NUMBER NOT NUMERIC - MAIN SKIPS IT"
006510             TO CK-FND-TEXT
006520         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
006530         GO TO 2210-EXIT
006540     END-IF.
006550     IF NOT OVR-REPLACE-LABEL
006560             AND NOT OVR-SUPPRESS-LINE
006570         MOVE SPACES TO CK-FND-TEXT
006580         STRING "ACTION " OVR-ACTION
006590             " NOT R OR S - MAIN SKIPS IT"
006600             DELIMITED BY SIZE INTO CK-FND-TEXT
006610         END-STRING
006620         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
006630         GO TO 2210-EXIT
006640     END-IF.
006650     IF OVR-REPLACE-LABEL
006660             AND OVR-LABEL = SPACES
006670         MOVE "REPLACE ACTION WITH A BLANK LABEL"
006680             TO CK-FND-TEXT
006690         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
006700     END-IF.
006710     MOVE OVR-EFF-FROM TO CK-FROM-DATE.
006720     MOVE OVR-EFF-TO   TO CK-TO-DATE.
006730     PERFORM 8500-EDIT-EFFECTIVE-DATES THRU 8500-EXIT.
006740     IF OVR-IS-RETIRED OR CK-DATES-BAD
006750         GO TO 2210-EXIT
006760     END-IF.
006770     IF CK-RANGE-VALID
006780             AND (OVR-EFF-TO = SPACES
006790                 OR OVR-EFF-TO NOT < CK-RUN-DATE-DISP)
006800             AND (OVR-NUMBER < CK-RANGE-START
006810                 OR OVR-NUMBER > CK-RANGE-END)
006820         MOVE SPACES TO CK-FND-TEXT
006830         STRING "NUMBER " OVR-NUMBER " OUTSIDE FIZZCTL RANGE "
006840             CK-RANGE-START "-" CK-RANGE-END
006850             DELIMITED BY SIZE INTO CK-FND-TEXT
006860         END-STRING
006870         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
006880     END-IF.
006890     MOVE OVR-NUMBER TO CK-NEW-KEY.
006900     PERFORM 8700-ADD-DATED-ENTRY THRU 8700-EXIT.
006910 2210-EXIT.
006920     EXIT.
006930*****************************************************************
006940*    2300-CHECK-TRENDCTL - THE TRENDCHK TOLERANCES.  BOTH MUST
006950*    BE NUMERIC AND THE HISTORY MAY NOT BE ZERO.
006960*****************************************************************
006970 2300-CHECK-TRENDCTL.
006980     MOVE 4   TO CK-FILE-IDX.
006990     MOVE 'N' TO CK-OPTIONAL-SW.
007000     PERFORM 8100-START-FILE THRU 8100-EXIT.
007010     OPEN INPUT TOLERANCE-FILE.
007020     MOVE CK-TOLERANCE-STATUS TO CK-OPEN-STATUS.
007030     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
007040     IF NOT CK-FILE-OPEN
007050         GO TO 2300-EXIT
007060     END-IF.
007070     READ TOLERANCE-FILE
007080         AT END
007090             PERFORM 8300-NO-RECORD THRU 8300-EXIT
007100             CLOSE TOLERANCE-FILE
007110             GO TO 2300-EXIT
007120     END-READ.
007130     ADD 1 TO CK-REC-COUNT.
007140     MOVE CK-REC-COUNT TO CK-FND-REC.
007150     IF TOL-HISTORY-RUNS IS NOT NUMERIC
007160         MOVE "HISTORY-RUNS NOT NUMERIC - TRENDCHK STOPS"
007170             TO CK-FND-TEXT
007180         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
007190     ELSE
007200         IF TOL-HISTORY-RUNS = ZERO
007210             MOVE "HISTORY-RUNS IS ZERO - TRENDCHK STOPS"
007220                 TO CK-FND-TEXT
007230             PERFORM 8010-ADD-ERROR THRU 8010-EXIT
007240         END-IF
007250     END-IF.
007260     IF TOL-TOLERANCE-PCT IS NOT NUMERIC
007270         MOVE "TOLERANCE-PCT NOT NUMERIC - TRENDCHK STOPS"
007280             TO CK-FND-TEXT
007290         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
007300     END-IF.
007310     PERFORM 2310-SKIP-ONE-TRENDCTL THRU 2310-EXIT
007320         UNTIL CK-AT-EOF.
007330     CLOSE TOLERANCE-FILE.
007340     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
007350 2300-EXIT.
007360     EXIT.
007370 2310-SKIP-ONE-TRENDCTL.
007380     READ TOLERANCE-FILE
007390         AT END
007400             SET CK-AT-EOF TO TRUE
007410             GO TO 2310-EXIT
007420     END-READ.
007430     ADD 1 TO CK-REC-COUNT.
007440 2310-EXIT.
007450     EXIT.
007460*****************************************************************
007470*    2400-CHECK-RETNCTL - THE PURGE RETENTION PERIODS.  PURGE
007480*    SKIPS AN ENTRY WITH A BLANK NAME OR NON-NUMERIC DAYS,
007490*    IGNORES ANY USABLE ENTRY AFTER THE TENTH, AND TAKES THE
007500*    LAST ENTRY FOR A FILE NAMED TWICE.  AN ENTRY MUST NAME A
007510*    FILE PURGE KNOWS; A FILE PURGE KNOWS WITH NO ENTRY IS LEFT
007520*    UNPURGED, WHICH IS WARNED OF.
007530*****************************************************************
007540 2400-CHECK-RETNCTL.
007550     MOVE 5   TO CK-FILE-IDX.
007560     MOVE 'N' TO CK-OPTIONAL-SW.
007570     PERFORM 8100-START-FILE THRU 8100-EXIT.
007580     MOVE ZERO TO CK-RET-COUNT.
007590     MOVE ZERO TO CK-USABLE-COUNT.
007600     OPEN INPUT RETENTION-FILE.
007610     MOVE CK-RETENTION-STATUS TO CK-OPEN-STATUS.
007620     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
007630     IF NOT CK-FILE-OPEN
007640         GO TO 2400-EXIT
007650     END-IF.
007660     PERFORM 2410-CHECK-ONE-RETENTION THRU 2410-EXIT
007670         UNTIL CK-AT-EOF.
007680     CLOSE RETENTION-FILE.
007690     MOVE CK-REC-COUNT TO CK-FIL-RECORDS(CK-FILE-IDX).
007700     MOVE ZERO TO CK-FND-REC.
007710     IF CK-USABLE-COUNT = ZERO
007720         MOVE "NO USABLE RETENTION RECORD - PURGE STOPS"
007730             TO CK-FND-TEXT
007740         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
007750         GO TO 2400-EXIT
007760     END-IF.
007770     PERFORM 2440-CHECK-ONE-PURGE-FILE THRU 2440-EXIT
007780         VARYING CK-PRG-IDX FROM 1 BY 1
007790         UNTIL CK-PRG-IDX > 6.
007800 2400-EXIT.
007810     EXIT.
007820 2410-CHECK-ONE-RETENTION.
007830     READ RETENTION-FILE
007840         AT END
007850             SET CK-AT-EOF TO TRUE
007860             GO TO 2410-EXIT
007870     END-READ.
007880     ADD 1 TO CK-REC-COUNT.
007890     MOVE CK-REC-COUNT TO CK-FND-REC.
007900     IF RET-RETENTION-DAYS IS NOT NUMERIC
007910             OR RET-FILE-NAME = SPACES
007920         MOVE "NAME BLANK OR DAYS NOT NUMERIC - SKIPPED"
007930             TO CK-FND-TEXT
007940         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
007950         GO TO 2410-EXIT
007960     END-IF.
007970     ADD 1 TO CK-USABLE-COUNT.
007980     IF CK-USABLE-COUNT > 10
007990         MOVE "MORE THAN 10 ENTRIES - PURGE IGNORES THIS ONE"
008000             TO CK-FND-TEXT
008010         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
008020         GO TO 2410-EXIT
008030     END-IF.
008040     MOVE 'N' TO CK-FOUND-SW.
008050     PERFORM 2420-MATCH-PURGE-FILE THRU 2420-EXIT
008060         VARYING CK-PRG-IDX FROM 1 BY 1
008070         UNTIL CK-PRG-IDX > 6.
008080     IF NOT CK-FOUND
008090         MOVE SPACES TO CK-FND-TEXT
008100         STRING RET-FILE-NAME DELIMITED BY SPACE
008110             " IS NOT A FILE PURGE KNOWS" DELIMITED BY SIZE
008120             INTO CK-FND-TEXT
008130         END-STRING
008140         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
008150     END-IF.
008160     MOVE 'N' TO CK-FOUND-SW.
008170     PERFORM 2430-MATCH-EARLIER-ENTRY THRU 2430-EXIT
008180         VARYING CK-RET-IDX FROM 1 BY 1
008190         UNTIL CK-RET-IDX > CK-RET-COUNT OR CK-FOUND.
008200     IF CK-RET-COUNT < 50
008210         ADD 1 TO CK-RET-COUNT
008220         MOVE RET-FILE-NAME TO CK-RET-NAME(CK-RET-COUNT)
008230         MOVE CK-REC-COUNT  TO CK-RET-REC(CK-RET-COUNT)
008240     END-IF.
008250 2410-EXIT.
008260     EXIT.
008270 2420-MATCH-PURGE-FILE.
008280     IF CK-PRG-NAME(CK-PRG-IDX) = RET-FILE-NAME
008290         SET CK-FOUND TO TRUE
008300         MOVE 'Y' TO CK-PRG-SEEN(CK-PRG-IDX)
008310     END-IF.
008320 2420-EXIT.
008330     EXIT.
008340 2430-MATCH-EARLIER-ENTRY.
008350     IF CK-RET-NAME(CK-RET-IDX) = RET-FILE-NAME
008360         SET CK-FOUND TO TRUE
008370         MOVE SPACES TO CK-FND-TEXT
008380         STRING "SAME FILE AS RECORD " CK-RET-REC(CK-RET-IDX)
008390             " - PURGE USES THIS ONE"
008400             DELIMITED BY SIZE INTO CK-FND-TEXT
008410         END-STRING
008420         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
008430     END-IF.
008440 2430-EXIT.
008450     EXIT.
008460 2440-CHECK-ONE-PURGE-FILE.
008470     IF CK-PRG-SEEN(CK-PRG-IDX) NOT = 'Y'
008480         MOVE SPACES TO CK-FND-TEXT
008490         STRING "NO ENTRY FOR " DELIMITED BY SIZE
008500             CK-PRG-NAME(CK-PRG-IDX) DELIMITED BY SPACE
008510             " - PURGE LEAVES IT ALONE" DELIMITED BY SIZE
008520             INTO CK-FND-TEXT
008530         END-STRING
008540         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
008550     END-IF.
008560 2440-EXIT.
008570     EXIT.
008580*****************************************************************
008590*    2500-CHECK-GATECTL - THE STEP STEPGATE IS TO GATE, WHICH
008600*    MUST BE ONE OF THE STEPS OF THE WINDOW SCHEDULE.
008610*****************************************************************
008620 2500-CHECK-GATECTL.
008630     MOVE 6   TO CK-FILE-IDX.
008640     MOVE 'N' TO CK-OPTIONAL-SW.
008650     PERFORM 8100-START-FILE THRU 8100-EXIT.
008660     OPEN INPUT GATE-FILE.
008670     MOVE CK-GATE-STATUS TO CK-OPEN-STATUS.
008680     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
008690     IF NOT CK-FILE-OPEN
008700         GO TO 2500-EXIT
008710     END-IF.
008720     READ GATE-FILE
008730         AT END
008740             PERFORM 8300-NO-RECORD THRU 8300-EXIT
008750             CLOSE GATE-FILE
008760             GO TO 2500-EXIT
008770     END-READ.
008780     ADD 1 TO CK-REC-COUNT.
008790     MOVE CK-REC-COUNT TO CK-FND-REC.
008800     IF GAT-STEP-NAME = SPACES
008810         MOVE "STEP NAME IS BLANK - STEPGATE REFUSES IT"
008820             TO CK-FND-TEXT
008830         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
008840     ELSE
008850         MOVE 'N' TO CK-FOUND-SW
008860         PERFORM 2520-MATCH-ONE-STEP THRU 2520-EXIT
008870             VARYING CK-STEP-IDX FROM 1 BY 1
008880             UNTIL CK-STEP-IDX > 11
008890         IF NOT CK-FOUND
008900             MOVE SPACES TO CK-FND-TEXT
008910             STRING "STEP " DELIMITED BY SIZE
008920                 GAT-STEP-NAME DELIMITED BY SPACE
008930                 " IS NOT IN THE WINDOW SCHEDULE"
008940                 DELIMITED BY SIZE INTO CK-FND-TEXT
008950             END-STRING
008960             PERFORM 8010-ADD-ERROR THRU 8010-EXIT
008970         END-IF
008980     END-IF.
008990     PERFORM 2510-SKIP-ONE-GATECTL THRU 2510-EXIT
009000         UNTIL CK-AT-EOF.
009010     CLOSE GATE-FILE.
009020     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
009030 2500-EXIT.
009040     EXIT.
009050 2510-SKIP-ONE-GATECTL.
009060     READ GATE-FILE
009070         AT END
009080             SET CK-AT-EOF TO TRUE
009090             GO TO 2510-EXIT
009100     END-READ.
009110     ADD 1 TO CK-REC-COUNT.
009120 2510-EXIT.
009130     EXIT.
009140 2520-MATCH-ONE-STEP.
009150     IF CK-STEP-NAME(CK-STEP-IDX) = GAT-STEP-NAME
009160         SET CK-FOUND TO TRUE
009170     END-IF.
009180 2520-EXIT.
009190     EXIT.
009200*****************************************************************
009210*    2600-CHECK-RECNCTL - THE DATE RECON RECONCILES.  BLANK
009220*    MEANS THE BUSINESS DATE; OTHERWISE IT MUST BE YYYY-MM-DD,
009230*    AND A DATE STILL TO COME HAS NOTHING TO RECONCILE.
009240*****************************************************************
009250 2600-CHECK-RECNCTL.
009260     MOVE 7   TO CK-FILE-IDX.
009270     MOVE 'N' TO CK-OPTIONAL-SW.
009280     PERFORM 8100-START-FILE THRU 8100-EXIT.
009290     OPEN INPUT RECON-PARM-FILE.
009300     MOVE CK-RECON-STATUS TO CK-OPEN-STATUS.
009310     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
009320     IF NOT CK-FILE-OPEN
009330         GO TO 2600-EXIT
009340     END-IF.
009350     READ RECON-PARM-FILE
009360         AT END
009370             PERFORM 8300-NO-RECORD THRU 8300-EXIT
009380             CLOSE RECON-PARM-FILE
009390             GO TO 2600-EXIT
009400     END-READ.
009410     ADD 1 TO CK-REC-COUNT.
009420     MOVE CK-REC-COUNT TO CK-FND-REC.
009430     MOVE RCN-RUN-DATE TO CK-EDIT-DATE.
009440     PERFORM 8510-EDIT-ONE-DATE THRU 8510-EXIT.
009450     IF CK-DATE-IS-BAD
009460         MOVE "RUN DATE NOT YYYY-MM-DD" TO CK-FND-TEXT
009470         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
009480     ELSE
009490         IF RCN-RUN-DATE NOT = SPACES
009500                 AND RCN-RUN-DATE > CK-RUN-DATE-DISP
009510             MOVE "RUN DATE AFTER THE BUSINESS DATE"
009520                 TO CK-FND-TEXT
009530             PERFORM 8020-ADD-WARNING THRU 8020-EXIT
009540         END-IF
009550     END-IF.
009560     PERFORM 2610-SKIP-ONE-RECNCTL THRU 2610-EXIT
009570         UNTIL CK-AT-EOF.
009580     CLOSE RECON-PARM-FILE.
009590     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
009600 2600-EXIT.
009610     EXIT.
009620 2610-SKIP-ONE-RECNCTL.
009630     READ RECON-PARM-FILE
009640         AT END
009650             SET CK-AT-EOF TO TRUE
009660             GO TO 2610-EXIT
009670     END-READ.
009680     ADD 1 TO CK-REC-COUNT.
009690 2610-EXIT.
009700     EXIT.
009710*****************************************************************
009720*    2700-CHECK-ACKMCTL - THE CYCLE ACKMATCH MATCHES, WHICH
009730*    MUST BE NUMERIC.
009740*****************************************************************
009750 2700-CHECK-ACKMCTL.
009760     MOVE 8   TO CK-FILE-IDX.
009770     MOVE 'N' TO CK-OPTIONAL-SW.
009780     PERFORM 8100-START-FILE THRU 8100-EXIT.
009790     OPEN INPUT ACK-PARM-FILE.
009800     MOVE CK-ACK-STATUS TO CK-OPEN-STATUS.
009810     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
009820     IF NOT CK-FILE-OPEN
009830         GO TO 2700-EXIT
009840     END-IF.
009850     READ ACK-PARM-FILE
009860         AT END
009870             PERFORM 8300-NO-RECORD THRU 8300-EXIT
009880             CLOSE ACK-PARM-FILE
009890             GO TO 2700-EXIT
009900     END-READ.
009910     ADD 1 TO CK-REC-COUNT.
009920     MOVE CK-REC-COUNT TO CK-FND-REC.
009930     IF AKM-CYCLE-NUM IS NOT NUMERIC
009940         MOVE "CYCLE NUMBER NOT NUMERIC - ACKMATCH STOPS"
009950             TO CK-FND-TEXT
009960         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
009970     END-IF.
009980     PERFORM 2710-SKIP-ONE-ACKMCTL THRU 2710-EXIT
009990         UNTIL CK-AT-EOF.
010000     CLOSE ACK-PARM-FILE.
010010     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
010020 2700-EXIT.
010030     EXIT.
010040 2710-SKIP-ONE-ACKMCTL.
010050     READ ACK-PARM-FILE
010060         AT END
010070             SET CK-AT-EOF TO TRUE
010080             GO TO 2710-EXIT
010090     END-READ.
010100     ADD 1 TO CK-REC-COUNT.
010110 2710-EXIT.
010120     EXIT.
010130*****************************************************************
010140*    2800-CHECK-MSTQCTL - THE MSTINQ SELECTION.  EVERY FIELD
010150*    MAY BE BLANK; A DATE GIVEN MUST BE YYYY-MM-DD AND A BATCH
010160*    OR VALUE GIVEN MUST BE NUMERIC.  A RANGE WHOSE LOW END IS
010170*    ABOVE ITS HIGH END SELECTS NOTHING, WHICH IS WARNED OF.
010180*****************************************************************
010190 2800-CHECK-MSTQCTL.
010200     MOVE 9   TO CK-FILE-IDX.
010210     MOVE 'N' TO CK-OPTIONAL-SW.
010220     PERFORM 8100-START-FILE THRU 8100-EXIT.
010230     OPEN INPUT INQUIRY-PARM-FILE.
010240     MOVE CK-INQUIRY-STATUS TO CK-OPEN-STATUS.
010250     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
010260     IF NOT CK-FILE-OPEN
010270         GO TO 2800-EXIT
010280     END-IF.
010290     READ INQUIRY-PARM-FILE
010300         AT END
010310             PERFORM 8300-NO-RECORD THRU 8300-EXIT
010320             CLOSE INQUIRY-PARM-FILE
010330             GO TO 2800-EXIT
010340     END-READ.
010350     ADD 1 TO CK-REC-COUNT.
010360     MOVE CK-REC-COUNT TO CK-FND-REC.
010370     MOVE 'Y' TO CK-DATES-SW.
010380     MOVE INQ-DATE-FROM TO CK-EDIT-DATE.
010390     PERFORM 8510-EDIT-ONE-DATE THRU 8510-EXIT.
010400     IF CK-DATE-IS-BAD
010410         SET CK-DATES-BAD TO TRUE
010420         MOVE "DATE-FROM NOT YYYY-MM-DD" TO CK-FND-TEXT
010430         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
010440     END-IF.
010450     MOVE INQ-DATE-TO TO CK-EDIT-DATE.
010460     PERFORM 8510-EDIT-ONE-DATE THRU 8510-EXIT.
010470     IF CK-DATE-IS-BAD
010480         SET CK-DATES-BAD TO TRUE
010490         MOVE "DATE-TO NOT YYYY-MM-DD" TO CK-FND-TEXT
010500         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
010510     END-IF.
010520     IF CK-DATES-GOOD
010530             AND INQ-DATE-FROM NOT = SPACES
010540             AND INQ-DATE-TO NOT = SPACES
010550             AND INQ-DATE-FROM > INQ-DATE-TO
010560         MOVE "DATE-FROM AFTER DATE-TO - NOTHING SELECTED"
010570             TO CK-FND-TEXT
010580         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
010590     END-IF.
010600     IF INQ-BATCH-NUM NOT = SPACES
010610             AND INQ-BATCH-NUM IS NOT NUMERIC
010620         MOVE "BATCH NUMBER NOT NUMERIC - MSTINQ STOPS"
010630             TO CK-FND-TEXT
010640         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
010650     END-IF.
010660     IF INQ-ORIG-MIN NOT = SPACES
010670             AND INQ-ORIG-MIN IS NOT NUMERIC
010680         MOVE "ORIGINAL MINIMUM NOT NUMERIC - MSTINQ STOPS"
010690             TO CK-FND-TEXT
010700         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
010710     END-IF.
010720     IF INQ-ORIG-MAX NOT = SPACES
010730             AND INQ-ORIG-MAX IS NOT NUMERIC
010740         MOVE "ORIGINAL MAXIMUM NOT NUMERIC - MSTINQ STOPS"
010750             TO CK-FND-TEXT
010760         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
010770     END-IF.
010780     IF INQ-ORIG-MIN IS NUMERIC
010790             AND INQ-ORIG-MAX IS NUMERIC
010800             AND INQ-ORIG-MIN > INQ-ORIG-MAX
010810         MOVE "ORIGINAL MIN ABOVE MAX - NOTHING SELECTED"
010820             TO CK-FND-TEXT
010830         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
010840     END-IF.
010850     IF INQ-DIVD-MIN NOT = SPACES
010860             AND INQ-DIVD-MIN IS NOT NUMERIC
010870         MOVE "DIVIDEND MINIMUM NOT NUMERIC - MSTINQ STOPS"
010880             TO CK-FND-TEXT
010890         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
010900     END-IF.
010910     IF INQ-DIVD-MAX NOT = SPACES
010920             AND INQ-DIVD-MAX IS NOT NUMERIC
010930         MOVE "DIVIDEND MAXIMUM NOT NUMERIC - MSTINQ STOPS"
010940             TO CK-FND-TEXT
010950         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
010960     END-IF.
010970     IF INQ-DIVD-MIN IS NUMERIC
010980             AND INQ-DIVD-MAX IS NUMERIC
010990             AND INQ-DIVD-MIN > INQ-DIVD-MAX
011000         MOVE "DIVIDEND MIN ABOVE MAX - NOTHING SELECTED"
011010             TO CK-FND-TEXT
011020         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
011030     END-IF.
011040     PERFORM 2810-SKIP-ONE-MSTQCTL THRU 2810-EXIT
011050         UNTIL CK-AT-EOF.
011060     CLOSE INQUIRY-PARM-FILE.
011070     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
011080 2800-EXIT.
011090     EXIT.
011100 2810-SKIP-ONE-MSTQCTL.
011110     READ INQUIRY-PARM-FILE
011120         AT END
011130             SET CK-AT-EOF TO TRUE
011140             GO TO 2810-EXIT
011150     END-READ.
011160     ADD 1 TO CK-REC-COUNT.
011170 2810-EXIT.
011180     EXIT.
011190*****************************************************************
011200*    2900-CHECK-SUSACTL - THE SUSAGE ESCALATION THRESHOLD,
011210*    WHICH MUST BE NUMERIC.
011220*****************************************************************
011230 2900-CHECK-SUSACTL.
011240     MOVE 10  TO CK-FILE-IDX.
011250     MOVE 'N' TO CK-OPTIONAL-SW.
011260     PERFORM 8100-START-FILE THRU 8100-EXIT.
011270     OPEN INPUT AGING-PARM-FILE.
011280     MOVE CK-AGING-STATUS TO CK-OPEN-STATUS.
011290     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
011300     IF NOT CK-FILE-OPEN
011310         GO TO 2900-EXIT
011320     END-IF.
011330     READ AGING-PARM-FILE
011340         AT END
011350             PERFORM 8300-NO-RECORD THRU 8300-EXIT
011360             CLOSE AGING-PARM-FILE
011370             GO TO 2900-EXIT
011380     END-READ.
011390     ADD 1 TO CK-REC-COUNT.
011400     MOVE CK-REC-COUNT TO CK-FND-REC.
011410     IF AGE-ESCALATE-DAYS IS NOT NUMERIC
011420         MOVE "ESCALATE-DAYS NOT NUMERIC - SUSAGE STOPS"
011430             TO CK-FND-TEXT
011440         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
011450     END-IF.
011460     PERFORM 2910-SKIP-ONE-SUSACTL THRU 2910-EXIT
011470         UNTIL CK-AT-EOF.
011480     CLOSE AGING-PARM-FILE.
011490     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
011500 2900-EXIT.
011510     EXIT.
011520 2910-SKIP-ONE-SUSACTL.
011530     READ AGING-PARM-FILE
011540         AT END
011550             SET CK-AT-EOF TO TRUE
011560             GO TO 2910-EXIT
011570     END-READ.
011580     ADD 1 TO CK-REC-COUNT.
011590 2910-EXIT.
011600     EXIT.
011610*****************************************************************
011620*    3000-CHECK-ARCGCTL - THE ARCHIVED RUN ARCGET RETRIEVES.  IT
011630*    MUST NAME A RUN ID OR A RUN DATE, AND A RUN DATE GIVEN MUST
011640*    BE YYYY-MM-DD.  A BAD RUN DATE IS AN ERROR ONLY WHEN NO RUN
011642*    ID IS GIVEN; ARCGET MATCHES ON THE RUN ID WHEN THERE IS ONE
011644*    AND IGNORES THE DATE, SO THEN IT IS A WARNING.
011650*****************************************************************
011660 3000-CHECK-ARCGCTL.
011670     MOVE 11  TO CK-FILE-IDX.
011680     MOVE 'N' TO CK-OPTIONAL-SW.
011690     PERFORM 8100-START-FILE THRU 8100-EXIT.
011700     OPEN INPUT ARCHIVE-PARM-FILE.
011710     MOVE CK-ARCHIVE-STATUS TO CK-OPEN-STATUS.
011720     PERFORM 8200-CHECK-OPEN THRU 8200-EXIT.
011730     IF NOT CK-FILE-OPEN
011740         GO TO 3000-EXIT
011750     END-IF.
011760     READ ARCHIVE-PARM-FILE
011770         AT END
011780             PERFORM 8300-NO-RECORD THRU 8300-EXIT
011790             CLOSE ARCHIVE-PARM-FILE
011800             GO TO 3000-EXIT
011810     END-READ.
011820     ADD 1 TO CK-REC-COUNT.
011830     MOVE CK-REC-COUNT TO CK-FND-REC.
011840     IF ARG-RUN-ID = SPACES AND ARG-RUN-DATE = SPACES
011850         MOVE "RUN ID AND RUN DATE BOTH BLANK - ARCGET STOPS"
011860             TO CK-FND-TEXT
011870         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
011880     END-IF.
011890     MOVE ARG-RUN-DATE TO CK-EDIT-DATE.
011900     PERFORM 8510-EDIT-ONE-DATE THRU 8510-EXIT.
011910     IF CK-DATE-IS-BAD
011920         MOVE "RUN DATE NOT YYYY-MM-DD" TO CK-FND-TEXT
011925         IF ARG-RUN-ID = SPACES
011930             PERFORM 8010-ADD-ERROR THRU 8010-EXIT
011932         ELSE
011934             PERFORM 8020-ADD-WARNING THRU 8020-EXIT
011936         END-IF
011940     END-IF.
011950     PERFORM 3010-SKIP-ONE-ARCGCTL THRU 3010-EXIT
011960         UNTIL CK-AT-EOF.
011970     CLOSE ARCHIVE-PARM-FILE.
011980     PERFORM 8400-CHECK-EXTRA-RECORDS THRU 8400-EXIT.
011990 3000-EXIT.
012000     EXIT.
012010 3010-SKIP-ONE-ARCGCTL.
012020     READ ARCHIVE-PARM-FILE
012030         AT END
012040             SET CK-AT-EOF TO TRUE
012050             GO TO 3010-EXIT
012060     END-READ.
012070     ADD 1 TO CK-REC-COUNT.
012080 3010-EXIT.
012090     EXIT.
012100*****************************************************************
012110*    8000-ADD-FINDING - PRINT ONE FINDING AGAINST THE CURRENT
012120*    FILE, RAISE IT ON EVTLOG AND COUNT IT.  8010 AND 8020 GRADE
012130*    IT AN ERROR OR A WARNING.  CK-FND-REC IS THE RECORD IT WAS
012140*    FOUND IN, OR ZERO FOR THE FILE AS A WHOLE.
012150*****************************************************************
012160 8000-ADD-FINDING.
012170     ADD 1 TO CK-FINDING-COUNT.
012180     MOVE CK-FIL-NAME(CK-FILE-IDX) TO CK-FL-FILE.
012190     MOVE CK-FND-REC  TO CK-FL-REC.
012200     MOVE CK-FND-TEXT TO CK-FL-TEXT.
012210     IF CK-FND-IS-ERROR
012220         ADD 1 TO CK-ERROR-COUNT
012230         ADD 1 TO CK-FIL-ERRORS(CK-FILE-IDX)
012240         MOVE "ERROR"   TO CK-FL-GRADE
012250         MOVE "CK02"    TO CK-EVT-CODE
012260     ELSE
012270         ADD 1 TO CK-WARNING-COUNT
012280         ADD 1 TO CK-FIL-WARNINGS(CK-FILE-IDX)
012290         MOVE "WARNING" TO CK-FL-GRADE
012300         MOVE "CK03"    TO CK-EVT-CODE
012310     END-IF.
012320     WRITE CK-REPORT-REC FROM CK-FINDING-LINE.
012330     MOVE CK-FND-SEVERITY TO CK-EVT-SEVERITY.
012340     MOVE SPACES TO CK-EVT-TEXT.
012350     STRING CK-FIL-NAME(CK-FILE-IDX) " " CK-FND-REC " "
012360         CK-FND-TEXT
012370         DELIMITED BY SIZE INTO CK-EVT-TEXT.
012380     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
012390 8000-EXIT.
012400     EXIT.
012410 8010-ADD-ERROR.
012420     MOVE 'E' TO CK-FND-SEVERITY.
012430     PERFORM 8000-ADD-FINDING THRU 8000-EXIT.
012440 8010-EXIT.
012450     EXIT.
012460 8020-ADD-WARNING.
012470     MOVE 'W' TO CK-FND-SEVERITY.
012480     PERFORM 8000-ADD-FINDING THRU 8000-EXIT.
012490 8020-EXIT.
012500     EXIT.
012510*****************************************************************
012520*    8100-START-FILE - CLEAR THE COUNTS FOR THE NEXT FILE.
012530*****************************************************************
012540 8100-START-FILE.
012550     MOVE ZERO TO CK-REC-COUNT.
012560     MOVE ZERO TO CK-FND-REC.
012570     MOVE 'N'  TO CK-EOF-SWITCH.
012580     MOVE 'N'  TO CK-FILE-OPEN-SW.
012590 8100-EXIT.
012600     EXIT.
012610*****************************************************************
012620*    8200-CHECK-OPEN - ACT ON THE OPEN OF THE CURRENT FILE.  A
012630*    REQUIRED FILE THAT IS NOT PRESENT, OR ANY FILE THAT WILL
012640*    NOT OPEN, IS AN ERROR - ITS STEP WOULD STOP.  AN OPTIONAL
012650*    FILE MAY SIMPLY BE ABSENT.
012660*****************************************************************
012670 8200-CHECK-OPEN.
012680     IF CK-OPEN-OK
012690         SET CK-FILE-OPEN TO TRUE
012700         MOVE 'C' TO CK-FIL-STATE(CK-FILE-IDX)
012710         ADD 1 TO CK-PRESENT-COUNT
012720         GO TO 8200-EXIT
012730     END-IF.
012740     MOVE ZERO TO CK-FND-REC.
012750     IF CK-OPEN-NOT-FOUND
012760         MOVE 'M' TO CK-FIL-STATE(CK-FILE-IDX)
012770         ADD 1 TO CK-MISSING-COUNT
012780         IF CK-FILE-OPTIONAL
012790             GO TO 8200-EXIT
012800         END-IF
012810         MOVE SPACES TO CK-FND-TEXT
012820         STRING "FILE NOT PRESENT - " DELIMITED BY SIZE
012830             CK-FIL-USER(CK-FILE-IDX) DELIMITED BY SPACE
012840             " STOPS" DELIMITED BY SIZE
012850             INTO CK-FND-TEXT
012860         END-STRING
012870         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
012880         GO TO 8200-EXIT
012890     END-IF.
012900     MOVE 'X' TO CK-FIL-STATE(CK-FILE-IDX).
012910     MOVE SPACES TO CK-FND-TEXT.
012920     STRING "CANNOT OPEN, STATUS " CK-OPEN-STATUS " - "
012930             DELIMITED BY SIZE
012940         CK-FIL-USER(CK-FILE-IDX) DELIMITED BY SPACE
012950         " STOPS" DELIMITED BY SIZE
012960         INTO CK-FND-TEXT.
012970     PERFORM 8010-ADD-ERROR THRU 8010-EXIT.
012980 8200-EXIT.
012990     EXIT.
013000*****************************************************************
013010*    8300-NO-RECORD - A REQUIRED ONE-RECORD FILE IS EMPTY.
013020*****************************************************************
013030 8300-NO-RECORD.
013040     MOVE ZERO TO CK-FND-REC.
013050     MOVE SPACES TO CK-FND-TEXT.
013060     STRING "FILE HAS NO RECORD - " DELIMITED BY SIZE
013070         CK-FIL-USER(CK-FILE-IDX) DELIMITED BY SPACE
013080         " STOPS" DELIMITED BY SIZE
013090         INTO CK-FND-TEXT.
013100     PERFORM 8010-ADD-ERROR THRU 8010-EXIT.
013110 8300-EXIT.
013120     EXIT.
013130*****************************************************************
013140*    8400-CHECK-EXTRA-RECORDS - A ONE-RECORD FILE HOLDING MORE
013150*    THAN ONE RECORD; ITS STEP READS ONLY THE FIRST.  THE RECORD
013160*    COUNT IS ALSO SET FOR THE FILE SUMMARY HERE.
013170*****************************************************************
013180 8400-CHECK-EXTRA-RECORDS.
013190     MOVE CK-REC-COUNT TO CK-FIL-RECORDS(CK-FILE-IDX).
013200     IF CK-REC-COUNT > 1
013210         MOVE ZERO TO CK-FND-REC
013220         MOVE SPACES TO CK-FND-TEXT
013230         STRING CK-REC-COUNT " RECORDS - ONLY THE FIRST IS READ"
013240             DELIMITED BY SIZE INTO CK-FND-TEXT
013250         END-STRING
013260         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
013270     END-IF.
013280 8400-EXIT.
013290     EXIT.
013300*****************************************************************
013310*    8500-EDIT-EFFECTIVE-DATES - EDIT A RULE'S OR OVERRIDE'S
013320*    EFFECTIVE DATES, CK-FROM-DATE AND CK-TO-DATE.  EACH MAY BE
013330*    BLANK (OPEN-ENDED) OR YYYY-MM-DD; A BAD ONE IS AN ERROR, AS
013340*    MAIN WOULD COMPARE IT AS IT STANDS.  FROM AFTER TO MEANS
013350*    THE ENTRY IS NEVER IN FORCE, WHICH IS WARNED OF.
013352*    8510 EDITS ONE DATE FOR EVERY CHECK - A DATE NOT ON THE
013354*    CALENDAR, SUCH AS 2026-02-30, IS AS BAD AS A MISSHAPEN ONE.
013360*****************************************************************
013370 8500-EDIT-EFFECTIVE-DATES.
013380     MOVE 'Y' TO CK-DATES-SW.
013390     MOVE CK-FROM-DATE TO CK-EDIT-DATE.
013400     PERFORM 8510-EDIT-ONE-DATE THRU 8510-EXIT.
013410     IF CK-DATE-IS-BAD
013420         SET CK-DATES-BAD TO TRUE
013430         MOVE "EFFECTIVE-FROM NOT YYYY-MM-DD" TO CK-FND-TEXT
013440         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
013450     END-IF.
013460     MOVE CK-TO-DATE TO CK-EDIT-DATE.
013470     PERFORM 8510-EDIT-ONE-DATE THRU 8510-EXIT.
013480     IF CK-DATE-IS-BAD
013490         SET CK-DATES-BAD TO TRUE
013500         MOVE "EFFECTIVE-TO NOT YYYY-MM-DD" TO CK-FND-TEXT
013510         PERFORM 8010-ADD-ERROR THRU 8010-EXIT
013520     END-IF.
013530     IF CK-DATES-BAD
013540         GO TO 8500-EXIT
013550     END-IF.
013560     IF CK-FROM-DATE NOT = SPACES
013570             AND CK-TO-DATE NOT = SPACES
013580             AND CK-FROM-DATE > CK-TO-DATE
013590         MOVE "EFFECTIVE-FROM AFTER EFFECTIVE-TO - NEVER USED"
013600             TO CK-FND-TEXT
013610         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
013620     END-IF.
013630 8500-EXIT.
013640     EXIT.
013650 8510-EDIT-ONE-DATE.
013660     SET CK-DATE-IS-GOOD TO TRUE.
013670     IF CK-EDIT-DATE = SPACES
013680         GO TO 8510-EXIT
013690     END-IF.
013700     IF CK-ED-YYYY IS NOT NUMERIC
013710             OR CK-ED-DASH-1 NOT = "-"
013720             OR CK-ED-MM IS NOT NUMERIC
013730             OR CK-ED-DASH-2 NOT = "-"
013740             OR CK-ED-DD IS NOT NUMERIC
013750         SET CK-DATE-IS-BAD TO TRUE
013760         GO TO 8510-EXIT
013770     END-IF.
013780     MOVE CK-ED-YYYY TO CK-TD-YYYY.
013790     MOVE CK-ED-MM   TO CK-TD-MM.
013792     MOVE CK-ED-DD   TO CK-TD-DD.
013794     IF FUNCTION TEST-DATE-YYYYMMDD(CK-TEST-DATE-RAW) NOT = 0
013800         SET CK-DATE-IS-BAD TO TRUE
013810     END-IF.
013820 8510-EXIT.
013830     EXIT.
013840*****************************************************************
013850*    8600-FIND-OVERLAPS - CHECK EACH DATED ENTRY AGAINST THOSE
013860*    BEFORE IT.  AN ENTRY WITH THE SAME KEY AS AN EARLIER ONE
013870*    WHOSE DATES OVERLAP IT IS AN ERROR, REPORTED AGAINST THE
013880*    LATER RECORD.  PAST THE TABLE'S 200 ENTRIES THE REST OF THE
013890*    FILE IS NOT CHECKED, WHICH IS WARNED OF.
013900*****************************************************************
013910 8600-FIND-OVERLAPS.
013920     PERFORM 8610-CHECK-ONE-ENTRY THRU 8610-EXIT
013930         VARYING CK-DTE-IDX FROM 2 BY 1
013940         UNTIL CK-DTE-IDX > CK-DTE-COUNT.
013950     IF CK-DTE-FULL-REC NOT = ZERO
013960         MOVE CK-DTE-FULL-REC TO CK-FND-REC
013970         MOVE "TOO MANY ENTRIES - REST NOT OVERLAP-CHECKED"
013980             TO CK-FND-TEXT
013990         PERFORM 8020-ADD-WARNING THRU 8020-EXIT
014000     END-IF.
014010     MOVE CK-REC-COUNT TO CK-FIL-RECORDS(CK-FILE-IDX).
014020 8600-EXIT.
014030     EXIT.
014040 8610-CHECK-ONE-ENTRY.
014050     MOVE 'N' TO CK-FOUND-SW.
014060     PERFORM 8620-COMPARE-ONE-ENTRY THRU 8620-EXIT
014070         VARYING CK-DTE-JDX FROM 1 BY 1
014080         UNTIL CK-DTE-JDX NOT < CK-DTE-IDX OR CK-FOUND.
014090 8610-EXIT.
014100     EXIT.
014110 8620-COMPARE-ONE-ENTRY.
014120     IF CK-DTE-KEY(CK-DTE-JDX) NOT = CK-DTE-KEY(CK-DTE-IDX)
014130         GO TO 8620-EXIT
014140     END-IF.
014150     IF CK-DTE-FROM(CK-DTE-IDX) > CK-DTE-TO(CK-DTE-JDX)
014160             OR CK-DTE-FROM(CK-DTE-JDX) > CK-DTE-TO(CK-DTE-IDX)
014170         GO TO 8620-EXIT
014180     END-IF.
014190     SET CK-FOUND TO TRUE.
014200     MOVE CK-DTE-REC(CK-DTE-IDX) TO CK-FND-REC.
014210     MOVE SPACES TO CK-FND-TEXT.
014220     STRING "SAME " DELIMITED BY SIZE
014230         CK-KEY-NAME DELIMITED BY SPACE
014240         " AS RECORD " CK-DTE-REC(CK-DTE-JDX)
014250         " AND DATES OVERLAP" DELIMITED BY SIZE
014260         INTO CK-FND-TEXT.
014270     PERFORM 8010-ADD-ERROR THRU 8010-EXIT.
014280 8620-EXIT.
014290     EXIT.
014300*****************************************************************
014310*    8700-ADD-DATED-ENTRY - TAKE THE CURRENT RULE OR OVERRIDE,
014320*    KEYED BY CK-NEW-KEY AND DATED BY CK-FROM-DATE AND
014330*    CK-TO-DATE, INTO THE DATED TABLE, AND COUNT IT WHEN IT IS
014340*    IN FORCE ON THE BUSINESS DATE.  ONE THAT IS NEVER IN FORCE
014350*    CANNOT OVERLAP ANOTHER AND IS LEFT OUT.
014360*****************************************************************
014370 8700-ADD-DATED-ENTRY.
014380     IF CK-FROM-DATE NOT = SPACES
014390             AND CK-TO-DATE NOT = SPACES
014400             AND CK-FROM-DATE > CK-TO-DATE
014410         GO TO 8700-EXIT
014420     END-IF.
014430     IF (CK-FROM-DATE = SPACES
014440             OR CK-FROM-DATE NOT > CK-RUN-DATE-DISP)
014450             AND (CK-TO-DATE = SPACES
014460                 OR CK-TO-DATE NOT < CK-RUN-DATE-DISP)
014470         ADD 1 TO CK-IN-FORCE-COUNT
014480     END-IF.
014490     IF CK-DTE-COUNT = 200
014500         IF CK-DTE-FULL-REC = ZERO
014510             MOVE CK-REC-COUNT TO CK-DTE-FULL-REC
014520         END-IF
014530         GO TO 8700-EXIT
014540     END-IF.
014550     ADD 1 TO CK-DTE-COUNT.
014560     MOVE CK-REC-COUNT TO CK-DTE-REC(CK-DTE-COUNT).
014570     MOVE CK-NEW-KEY   TO CK-DTE-KEY(CK-DTE-COUNT).
014580     IF CK-FROM-DATE = SPACES
014590         MOVE "0000-00-00" TO CK-DTE-FROM(CK-DTE-COUNT)
014600     ELSE
014610         MOVE CK-FROM-DATE TO CK-DTE-FROM(CK-DTE-COUNT)
014620     END-IF.
014630     IF CK-TO-DATE = SPACES
014640         MOVE "9999-99-99" TO CK-DTE-TO(CK-DTE-COUNT)
014650     ELSE
014660         MOVE CK-TO-DATE TO CK-DTE-TO(CK-DTE-COUNT)
014670     END-IF.
014680 8700-EXIT.
014690     EXIT.
014700*****************************************************************
014710*    9000-TERMINATE - PRINT THE FILE SUMMARY AND THE TOTALS, LOG
014720*    THE VERDICT AND SET THE RETURN CODE: 8 WHEN ANY ERROR WAS
014730*    FOUND, 4 WHEN ONLY WARNINGS WERE, 0 WHEN ALL IS CLEAN.
014740*****************************************************************
014750 9000-TERMINATE.
014760     IF CK-FINDING-COUNT = ZERO
014770         MOVE "NO FINDINGS" TO CK-MSG-TEXT
014780         WRITE CK-REPORT-REC FROM CK-MESSAGE-LINE
014790     END-IF.
014800     MOVE SPACES TO CK-REPORT-REC.
014810     WRITE CK-REPORT-REC.
014820     MOVE "FILE SUMMARY" TO CK-SEC-TITLE.
014830     WRITE CK-REPORT-REC FROM CK-SECTION-LINE.
014840     MOVE SPACES TO CK-REPORT-REC.
014850     WRITE CK-REPORT-REC.
014860     WRITE CK-REPORT-REC FROM CK-SUMMARY-COLUMN-LINE.
014870     PERFORM 9100-PRINT-ONE-FILE THRU 9100-EXIT
014880         VARYING CK-FILE-IDX FROM 1 BY 1
014890         UNTIL CK-FILE-IDX > 11.
014900     MOVE SPACES TO CK-REPORT-REC.
014910     WRITE CK-REPORT-REC.
014920     MOVE "FILES CHECKED" TO CK-TOT-TEXT.
014930     MOVE CK-PRESENT-COUNT TO CK-TOT-COUNT.
014940     WRITE CK-REPORT-REC FROM CK-TOTAL-LINE.
014950     MOVE "FILES NOT PRESENT" TO CK-TOT-TEXT.
014960     MOVE CK-MISSING-COUNT TO CK-TOT-COUNT.
014970     WRITE CK-REPORT-REC FROM CK-TOTAL-LINE.
014980     MOVE "ERRORS" TO CK-TOT-TEXT.
014990     MOVE CK-ERROR-COUNT TO CK-TOT-COUNT.
015000     WRITE CK-REPORT-REC FROM CK-TOTAL-LINE.
015010     MOVE "WARNINGS" TO CK-TOT-TEXT.
015020     MOVE CK-WARNING-COUNT TO CK-TOT-COUNT.
015030     WRITE CK-REPORT-REC FROM CK-TOTAL-LINE.
015040     IF CK-ERROR-COUNT > ZERO
015050         MOVE 8 TO RETURN-CODE
015060         MOVE "PRE-FLIGHT FAILED - THE WINDOW IS NOT TO BE RUN"
015070             TO CK-MSG-TEXT
015080         MOVE 'E'    TO CK-EVT-SEVERITY
015090         MOVE "CK04" TO CK-EVT-CODE
015100         MOVE SPACES TO CK-EVT-TEXT
015110         STRING "PRE-FLIGHT FAILED - " CK-ERROR-COUNT " ERRORS "
015120             CK-WARNING-COUNT " WARNINGS - WINDOW STOPPED"
015130             DELIMITED BY SIZE INTO CK-EVT-TEXT
015140         END-STRING
015150         DISPLAY "CTLCHK: PRE-FLIGHT FAILED - " CK-ERROR-COUNT
015160             " ERRORS - SEE CTLCRPT"
015170     ELSE
015180         IF CK-WARNING-COUNT > ZERO
015190             MOVE 4 TO RETURN-CODE
015200             MOVE "PRE-FLIGHT PASSED WITH WARNINGS" TO CK-MSG-TEXT
015210             MOVE 'W' TO CK-EVT-SEVERITY
015220         ELSE
015230             MOVE 0 TO RETURN-CODE
015240             MOVE "PRE-FLIGHT PASSED - ALL CONTROL FILES CLEAN"
015250                 TO CK-MSG-TEXT
015260             MOVE 'I' TO CK-EVT-SEVERITY
015270         END-IF
015280         MOVE "CK01" TO CK-EVT-CODE
015290         MOVE SPACES TO CK-EVT-TEXT
015300         STRING "PRE-FLIGHT PASSED - " CK-PRESENT-COUNT
015310             " FILES CHECKED, " CK-WARNING-COUNT " WARNINGS"
015320             DELIMITED BY SIZE INTO CK-EVT-TEXT
015330         END-STRING
015340     END-IF.
015350     MOVE "RETURN CODE" TO CK-TOT-TEXT.
015360     MOVE RETURN-CODE TO CK-TOT-COUNT.
015370     WRITE CK-REPORT-REC FROM CK-TOTAL-LINE.
015380     MOVE SPACES TO CK-REPORT-REC.
015390     WRITE CK-REPORT-REC.
015400     WRITE CK-REPORT-REC FROM CK-MESSAGE-LINE.
015410     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
015420     CLOSE CHECK-REPORT-FILE.
015430 9000-EXIT.
015440     EXIT.
015450 9100-PRINT-ONE-FILE.
015460     MOVE CK-FIL-NAME(CK-FILE-IDX)     TO CK-SL-FILE.
015470     MOVE CK-FIL-USER(CK-FILE-IDX)     TO CK-SL-USER.
015480     MOVE CK-FIL-RECORDS(CK-FILE-IDX)  TO CK-SL-RECORDS.
015490     MOVE CK-FIL-ERRORS(CK-FILE-IDX)   TO CK-SL-ERRORS.
015500     MOVE CK-FIL-WARNINGS(CK-FILE-IDX) TO CK-SL-WARNINGS.
015510     EVALUATE CK-FIL-STATE(CK-FILE-IDX)
015520         WHEN 'C'
015530             MOVE "CHECKED"     TO CK-SL-STATE
015540         WHEN 'M'
015550             MOVE "NOT PRESENT" TO CK-SL-STATE
015560         WHEN OTHER
015570             MOVE "NOT OPENED"  TO CK-SL-STATE
015580     END-EVALUATE.
015590     WRITE CK-REPORT-REC FROM CK-SUMMARY-LINE.
015600 9100-EXIT.
015610     EXIT.
015620*****************************************************************
015630*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
015640*    OPERATIONS EVENT LOG.
015650*****************************************************************
015660 9400-WRITE-EVENT-REC.
015670     ACCEPT CK-EVT-TIME-RAW FROM TIME.
015680     STRING CK-EVT-HH ":" CK-EVT-MI ":" CK-EVT-SS
015690         DELIMITED BY SIZE INTO CK-EVT-TIME-DISP.
015700     OPEN EXTEND EVENT-FILE.
015710     IF CK-EVENT-NOT-FOUND
015720         OPEN OUTPUT EVENT-FILE
015730     END-IF.
015740     IF NOT CK-EVENT-OK
015750         DISPLAY "CTLCHK: EVTLOG UNAVAILABLE - "
015760             CK-EVT-SEVERITY " " CK-EVT-CODE " " CK-EVT-TEXT
015770         GO TO 9400-EXIT
015780     END-IF.
015790     MOVE SPACES TO EVT-REC.
015800     MOVE "CTLCHK"          TO EVT-PROGRAM-ID.
015810     MOVE CK-RUN-DATE-DISP  TO EVT-RUN-DATE.
015820     MOVE CK-EVT-TIME-DISP  TO EVT-RUN-TIME.
015830     MOVE CK-RUN-ID         TO EVT-RUN-ID.
015840     MOVE CK-EVT-SEVERITY   TO EVT-SEVERITY.
015850     MOVE CK-EVT-CODE       TO EVT-CODE.
015860     MOVE CK-EVT-TEXT       TO EVT-TEXT.
015870     WRITE EVT-REC.
015880     CLOSE EVENT-FILE.
015890 9400-EXIT.
015900     EXIT.
015910 END PROGRAM CTLCHK.
