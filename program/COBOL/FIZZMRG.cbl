000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     FIZZMRG.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - COMBINES THE PARTIAL
000120*                     FIZZRPTS OF A PARTITIONED MAIN RUN (SEE
000130*                     PTNREC01) INTO THE ONE FIZZRPT THE REST OF
000140*                     THE WINDOW READS.  THE PARTIAL REPORTS ARE
000150*                     READ CONCATENATED, IN PARTITION ORDER, ON
000160*                     FIZZPRTS AND PROVED FIRST: EVERY PARTITION
000170*                     OF THE SET PRESENT ONCE, EACH FINISHED
000180*                     (TRAILER ON FILE, TRAILER COUNT MATCHING ITS
000190*                     DETAILS, ITS OWN FIZZAUD RECORD WRITTEN),
000200*                     THE SLICES BUTTED END TO END ACROSS THE
000210*                     FIZZCTL RANGE, AND DTL-SEQ-NUM UNBROKEN
000220*                     THROUGH EACH SLICE - NO NUMBER REPEATED AND
000230*                     NONE MISSING EXCEPT ONE SUPPRESSED BY AN
000240*                     APPLIED FIZZOVRD OVERRIDE.  ANY FINDING
000250*                     REFUSES THE MERGE AND NO FIZZRPT IS WRITTEN.
000260*                     A CLEAN SET GIVES ONE FIZZRPT WITH A SINGLE
000270*                     HEADER, ALL THE DETAILS, ONE TRAILER AND THE
000280*                     RULE AND OVERRIDE APPENDICES, AND A FIZZAUD
000290*                     MERGED-TOTAL RECORD BESIDE THE PARTITION
000300*                     RECORDS.  THE PROOF IS LISTED ON FIZZMRPT.
000301*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000302*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000303*                     FORWARD BY DATEROLL AT THE START OF THE
000304*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000305*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000306*                     DATE THROUGHOUT.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CONTROL-FILE ASSIGN TO "FIZZCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS MG-CONTROL-STATUS.
000410     SELECT PARTIAL-FILE ASSIGN TO "FIZZPRTS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS MG-PARTIAL-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "FIZZRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS MG-REPORT-STATUS.
000470     SELECT AUDIT-FILE ASSIGN TO "FIZZAUD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MG-AUDIT-STATUS.
000500     SELECT MERGE-REPORT-FILE ASSIGN TO "FIZZMRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS MG-MRPT-STATUS.
000530     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS MG-EVENT-STATUS.
000552     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS MG-BUSDATE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CONTROL-FILE
000590     RECORDING MODE IS F.
000600 COPY CTLREC01.
000610*****************************************************************
000620*    FIZZPRTS CARRIES THE SAME RPTREC01 LAYOUT AS FIZZRPT; THE
000630*    FIELDS ARE RENAMED HERE ONLY BECAUSE BOTH FILES ARE OPEN
000640*    IN THE SAME PROGRAM.
000650*****************************************************************
000660 FD  PARTIAL-FILE
000670     RECORDING MODE IS F.
000680 01  PTL-REC.
000690     05  PTL-REC-TYPE            PIC X(01).
000700         88  PTL-HDR-REC                     VALUE 'H'.
000710         88  PTL-DTL-REC                     VALUE 'D'.
000720         88  PTL-TRL-REC                     VALUE 'T'.
000730         88  PTL-RUL-REC                     VALUE 'R'.
000740         88  PTL-OVR-REC                     VALUE 'O'.
000750     05  PTL-DATA                PIC X(79).
000760 01  PTL-HDR-VIEW REDEFINES PTL-REC.
000770     05  FILLER                  PIC X(01).
000780     05  PTL-TITLE               PIC X(30).
000790     05  PTL-RUN-DATE            PIC X(10).
000800     05  PTL-RUN-ID              PIC X(16).
000810     05  PTL-PART-NUM            PIC 9(02).
000820     05  PTL-PART-COUNT          PIC 9(02).
000830     05  PTL-PART-START          PIC 9(05).
000840     05  PTL-PART-END            PIC 9(05).
000850     05  FILLER                  PIC X(09).
000860 01  PTL-DTL-VIEW REDEFINES PTL-REC.
000870     05  FILLER                  PIC X(11).
000880     05  PTL-SEQ-NUM             PIC 9(05).
000890     05  FILLER                  PIC X(64).
000900 01  PTL-TRL-VIEW REDEFINES PTL-REC.
000910     05  FILLER                  PIC X(21).
000920     05  PTL-TRL-COUNT           PIC 9(07).
000930     05  FILLER                  PIC X(52).
000940 01  PTL-OVR-VIEW REDEFINES PTL-REC.
000950     05  FILLER                  PIC X(01).
000960     05  PTL-OVA-NUMBER          PIC 9(05).
000970     05  PTL-OVA-ACTION          PIC X(01).
000980     05  FILLER                  PIC X(73).
000990 FD  REPORT-FILE
001000     RECORDING MODE IS F.
001010 COPY RPTREC01.
001020 FD  AUDIT-FILE
001030     RECORDING MODE IS F.
001040 COPY AUDREC01.
001050 FD  MERGE-REPORT-FILE
001060     RECORDING MODE IS F.
001070 01  MG-REPORT-REC               PIC X(80).
001080 FD  EVENT-FILE
001090     RECORDING MODE IS F.
001100 COPY EVTREC01.
001102 FD  BUSDATE-FILE
001104     RECORDING MODE IS F.
001106 COPY BDTREC01.
001110 WORKING-STORAGE SECTION.
001120*****************************************************************
001130*    WORKING STORAGE
001140*****************************************************************
001150 01  MG-SWITCHES.
001153     03  MG-BUSDATE-STATUS   PIC X(02).
001156         88  MG-BUSDATE-OK              VALUE '00'.
001160     03  MG-CONTROL-STATUS   PIC X(02).
001170         88  MG-CONTROL-OK              VALUE '00'.
001180     03  MG-PARTIAL-STATUS   PIC X(02).
001190         88  MG-PARTIAL-OK              VALUE '00'.
001200         88  MG-PARTIAL-NOT-FOUND       VALUE '35'.
001210     03  MG-REPORT-STATUS    PIC X(02).
001220         88  MG-REPORT-OK               VALUE '00'.
001230     03  MG-AUDIT-STATUS     PIC X(02).
001240         88  MG-AUDIT-OK                VALUE '00'.
001250         88  MG-AUDIT-NOT-FOUND         VALUE '35'.
001260     03  MG-MRPT-STATUS      PIC X(02).
001270         88  MG-MRPT-OK                 VALUE '00'.
001280     03  MG-EVENT-STATUS     PIC X(02).
001290         88  MG-EVENT-OK                VALUE '00'.
001300         88  MG-EVENT-NOT-FOUND         VALUE '35'.
001310     03  MG-EOF-SWITCH       PIC X(01) VALUE 'N'.
001320         88  MG-AT-EOF                  VALUE 'Y'.
001330     03  MG-GAP-OVERFLOW-SW  PIC X(01) VALUE 'N'.
001340         88  MG-GAP-OVERFLOW            VALUE 'Y'.
001350     03  MG-GAP-FOUND-SW     PIC X(01) VALUE 'N'.
001360         88  MG-GAP-FOUND               VALUE 'Y'.
001370     03  MG-RULE-DIFF-SW     PIC X(01) VALUE 'N'.
001380         88  MG-RULE-DIFFERS            VALUE 'Y'.
001390 01  MG-CTL-START            PIC 9(05) VALUE ZERO.
001400 01  MG-CTL-END              PIC 9(05) VALUE ZERO.
001410 01  MG-PART-COUNT           PIC 9(02) VALUE ZERO.
001420 01  MG-CUR-PART             PIC 9(02) VALUE ZERO.
001430 01  MG-LAST-PART            PIC 9(02) VALUE ZERO.
001440 01  MG-RULE-SOURCE-PART     PIC 9(02) VALUE ZERO.
001450 01  MG-PT-IDX               PIC 9(02).
001460 01  MG-RPT-RUN-DATE         PIC X(10) VALUE SPACES.
001470 01  MG-NEXT-SEQ             PIC 9(06) VALUE ZERO.
001480 01  MG-SEQ-LIMIT            PIC 9(06) VALUE ZERO.
001490 01  MG-GAP-SEQ              PIC 9(06).
001500 01  MG-EXPECT-START         PIC 9(06).
001510 01  MG-PTL-READ-COUNT       PIC 9(07) VALUE ZERO.
001520 01  MG-FINDING-COUNT        PIC 9(05) VALUE ZERO.
001530 01  MG-PTN-TOTAL            PIC 9(07) VALUE ZERO.
001540 01  MG-SUPP-TOTAL           PIC 9(05) VALUE ZERO.
001550 01  MG-MERGED-COUNT         PIC 9(07) VALUE ZERO.
001560*****************************************************************
001570*    THE PARTITION TABLE - ONE ENTRY PER PART NUMBER OF THE SET,
001580*    FILLED IN AS EACH PARTIAL REPORT IS PROVED.  SAME 20-PART
001590*    CEILING AS MAIN'S FIZZPTN CHECK.
001600*****************************************************************
001610 01  MG-PARTITION-TABLE.
001620     03  MG-PT-ENTRY OCCURS 20 TIMES.
001630         05  MG-PT-SEEN-SW       PIC X(01).
001640             88  MG-PT-SEEN                 VALUE 'Y'.
001650         05  MG-PT-TRL-SW        PIC X(01).
001660             88  MG-PT-FINISHED             VALUE 'Y'.
001670         05  MG-PT-AUD-SW        PIC X(01).
001680             88  MG-PT-AUDITED              VALUE 'Y'.
001690         05  MG-PT-RUN-ID        PIC X(16).
001700         05  MG-PT-START         PIC 9(05).
001710         05  MG-PT-END           PIC 9(05).
001720         05  MG-PT-DTL-COUNT     PIC 9(07).
001730         05  MG-PT-TRL-COUNT     PIC 9(07).
001740         05  MG-PT-AUD-COUNT     PIC 9(07).
001750         05  MG-PT-SUPP-COUNT    PIC 9(03).
001760         05  MG-PT-RULE-COUNT    PIC 9(02).
001770*****************************************************************
001780*    THE GAP TABLE - THE SEQUENCE NUMBERS MISSING FROM THE
001790*    PARTITION BEING PROVED.  EACH MUST BE ANSWERED BY A
001800*    SUPPRESS ENTRY IN THAT PARTITION'S OVERRIDE APPENDIX.  MAIN
001810*    HOLDS AT MOST 20 OVERRIDES, SO MORE THAN 20 GAPS IN ONE
001820*    PARTITION CAN NEVER BE ANSWERED.
001830*****************************************************************
001840 01  MG-GAP-TABLE.
001850     03  MG-GAP-ENTRY OCCURS 20 TIMES.
001860         05  MG-GAP-NUM          PIC 9(05).
001870         05  MG-GAP-MATCHED-SW   PIC X(01).
001880             88  MG-GAP-MATCHED             VALUE 'Y'.
001890 01  MG-GAP-COUNT            PIC 9(02) VALUE ZERO.
001900 01  MG-GAP-IDX              PIC 9(02).
001910*****************************************************************
001920*    THE APPENDIX TABLES - THE RULE APPENDIX OF THE FIRST
001930*    PARTITION (EVERY OTHER PARTITION MUST MATCH IT) AND THE
001940*    OVERRIDES APPLIED ACROSS ALL PARTITIONS, HELD FOR WRITING
001950*    AFTER THE MERGED TRAILER.
001960*****************************************************************
001970 01  MG-RULE-TABLE.
001980     03  MG-RULE-ENTRY       PIC X(80) OCCURS 20 TIMES.
001990 01  MG-RULE-COUNT           PIC 9(02) VALUE ZERO.
002000 01  MG-RULE-IDX             PIC 9(02).
002010 01  MG-OVR-TABLE.
002020     03  MG-OVR-ENTRY        PIC X(80) OCCURS 20 TIMES.
002030 01  MG-OVR-COUNT            PIC 9(02) VALUE ZERO.
002040 01  MG-OVR-IDX              PIC 9(02).
002050 01  MG-RUN-DATE-RAW         PIC 9(08).
002060 01  MG-RUN-DATE-BRK REDEFINES MG-RUN-DATE-RAW.
002070     03  MG-RUN-YYYY         PIC 9(04).
002080     03  MG-RUN-MM           PIC 9(02).
002090     03  MG-RUN-DD           PIC 9(02).
002100 01  MG-RUN-DATE-DISP        PIC X(10).
002110 01  MG-RUN-TIME-RAW         PIC 9(08).
002120 01  MG-RUN-ID               PIC X(16).
002130 01  MG-EVT-SEVERITY         PIC X(01).
002140 01  MG-EVT-CODE             PIC X(04).
002150 01  MG-EVT-TEXT             PIC X(60).
002160 01  MG-EVT-TIME-RAW         PIC 9(08).
002170 01  MG-EVT-TIME-BRK REDEFINES MG-EVT-TIME-RAW.
002180     03  MG-EVT-HH           PIC 9(02).
002190     03  MG-EVT-MI           PIC 9(02).
002200     03  MG-EVT-SS           PIC 9(02).
002210     03  FILLER              PIC 9(02).
002220 01  MG-EVT-TIME-DISP        PIC X(08).
002230 01  MG-HEADING-LINE.
002240     03  FILLER              PIC X(27)
002250         VALUE " FIZZRPT PARTITION MERGE - ".
002260     03  MG-HDG-RUN-DATE     PIC X(10).
002270     03  FILLER              PIC X(07) VALUE "  RUN ".
002280     03  MG-HDG-RUN-ID       PIC X(16).
002290     03  FILLER              PIC X(20) VALUE SPACES.
002300 01  MG-COLUMN-LINE.
002310     03  FILLER              PIC X(09) VALUE " PART".
002320     03  FILLER              PIC X(12) VALUE "RANGE".
002330     03  FILLER              PIC X(17) VALUE "RUN ID".
002340     03  FILLER              PIC X(08) VALUE "DETAILS".
002350     03  FILLER              PIC X(04) VALUE "SUP".
002360     03  FILLER              PIC X(08) VALUE "  AUDIT".
002370     03  FILLER              PIC X(22) VALUE "STATUS".
002380 01  MG-PART-LINE.
002390     03  FILLER              PIC X(01) VALUE SPACE.
002400     03  MG-PL-NUM           PIC 9(02).
002410     03  FILLER              PIC X(06) VALUE SPACES.
002420     03  MG-PL-START         PIC 9(05).
002430     03  FILLER              PIC X(01) VALUE "-".
002440     03  MG-PL-END           PIC 9(05).
002450     03  FILLER              PIC X(01) VALUE SPACE.
002460     03  MG-PL-RUN-ID        PIC X(16).
002470     03  FILLER              PIC X(01) VALUE SPACE.
002480     03  MG-PL-DETAILS       PIC Z(06)9.
002490     03  FILLER              PIC X(01) VALUE SPACE.
002500     03  MG-PL-SUPP          PIC ZZ9.
002510     03  FILLER              PIC X(01) VALUE SPACE.
002520     03  MG-PL-AUDIT         PIC Z(06)9.
002530     03  FILLER              PIC X(01) VALUE SPACE.
002540     03  MG-PL-STATUS        PIC X(10).
002550     03  FILLER              PIC X(12) VALUE SPACES.
002560 01  MG-TOTAL-LINE.
002570     03  FILLER              PIC X(01) VALUE SPACE.
002580     03  MG-TOT-TEXT         PIC X(30).
002590     03  MG-TOT-COUNT        PIC Z(06)9.
002600     03  FILLER              PIC X(42) VALUE SPACES.
002610 01  MG-MESSAGE-LINE.
002620     03  FILLER              PIC X(01) VALUE SPACE.
002630     03  MG-MSG-TEXT         PIC X(70).
002640     03  FILLER              PIC X(09) VALUE SPACES.
002650 PROCEDURE DIVISION.
002660*****************************************************************
002670*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
002680*****************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-VERIFY-PARTIALS THRU 2000-EXIT.
002720     PERFORM 2500-CHECK-PARTITION-AUDIT THRU 2500-EXIT.
002730     PERFORM 2700-PRINT-PARTITIONS THRU 2700-EXIT.
002740     IF MG-FINDING-COUNT > ZERO
002750         MOVE SPACES TO MG-MSG-TEXT
002760         STRING "MERGE REFUSED - " MG-FINDING-COUNT
002770             " FINDING(S) ON THE PARTIAL REPORTS - NO FIZZRPT"
002780             DELIMITED BY SIZE INTO MG-MSG-TEXT
002790         PERFORM 8000-REFUSE-MERGE THRU 8000-EXIT
002800     END-IF.
002810     PERFORM 3000-WRITE-MERGED THRU 3000-EXIT.
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002830     STOP RUN.
002840*****************************************************************
002850*    1000-INITIALIZE - READ THE WHOLE RANGE FROM FIZZCTL, CLEAR
002860*    THE PARTITION TABLE AND OPEN THE MERGE REPORT.
002870*****************************************************************
002880 1000-INITIALIZE.
002881     OPEN INPUT BUSDATE-FILE.
002882     IF NOT MG-BUSDATE-OK
002883         DISPLAY "FIZZMRG: CANNOT OPEN BUSDATE, STATUS = "
002884             MG-BUSDATE-STATUS
002885         STOP RUN
002886     END-IF.
002887     READ BUSDATE-FILE
002888         AT END
002889             DISPLAY "FIZZMRG: BUSDATE HAS NO RECORD"
002890             CLOSE BUSDATE-FILE
002891             STOP RUN
002892     END-READ.
002893     CLOSE BUSDATE-FILE.
002894     IF BDT-BUS-YYYY IS NOT NUMERIC
002895             OR BDT-BUS-MM IS NOT NUMERIC
002896             OR BDT-BUS-DD IS NOT NUMERIC
002897         DISPLAY "FIZZMRG: BUSDATE BUSINESS DATE IS NOT VALID"
002898         STOP RUN
002899     END-IF.
002900     MOVE BDT-BUS-YYYY TO MG-RUN-YYYY.
002901     MOVE BDT-BUS-MM   TO MG-RUN-MM.
002902     MOVE BDT-BUS-DD   TO MG-RUN-DD.
002903     STRING MG-RUN-YYYY "-" MG-RUN-MM "-" MG-RUN-DD
002910         DELIMITED BY SIZE INTO MG-RUN-DATE-DISP.
002920     ACCEPT MG-RUN-TIME-RAW FROM TIME.
002930     STRING MG-RUN-DATE-RAW MG-RUN-TIME-RAW
002940         DELIMITED BY SIZE INTO MG-RUN-ID.
002950     OPEN INPUT CONTROL-FILE.
002960     IF NOT MG-CONTROL-OK
002970         DISPLAY "FIZZMRG: CANNOT OPEN FIZZCTL, STATUS = "
002980             MG-CONTROL-STATUS
002990         STOP RUN
003000     END-IF.
003010     READ CONTROL-FILE
003020         AT END
003030             DISPLAY "FIZZMRG: CONTROL FILE FIZZCTL HAS NO RECORD"
003040             CLOSE CONTROL-FILE
003050             STOP RUN
003060     END-READ.
003070     CLOSE CONTROL-FILE.
003080     MOVE CTL-START-NUM TO MG-CTL-START.
003090     MOVE CTL-END-NUM   TO MG-CTL-END.
003100     PERFORM 1100-CLEAR-ONE-PART THRU 1100-EXIT
003110         VARYING MG-PT-IDX FROM 1 BY 1
003120         UNTIL MG-PT-IDX > 20.
003130     OPEN OUTPUT MERGE-REPORT-FILE.
003140     IF NOT MG-MRPT-OK
003150         DISPLAY "FIZZMRG: CANNOT OPEN FIZZMRPT, STATUS = "
003160             MG-MRPT-STATUS
003170         STOP RUN
003180     END-IF.
003190     MOVE MG-RUN-DATE-DISP TO MG-HDG-RUN-DATE.
003200     MOVE MG-RUN-ID        TO MG-HDG-RUN-ID.
003210     WRITE MG-REPORT-REC FROM MG-HEADING-LINE.
003220     MOVE SPACES TO MG-REPORT-REC.
003230     WRITE MG-REPORT-REC.
003240 1000-EXIT.
003250     EXIT.
003260 1100-CLEAR-ONE-PART.
003270     MOVE 'N'    TO MG-PT-SEEN-SW(MG-PT-IDX).
003280     MOVE 'N'    TO MG-PT-TRL-SW(MG-PT-IDX).
003290     MOVE 'N'    TO MG-PT-AUD-SW(MG-PT-IDX).
003300     MOVE SPACES TO MG-PT-RUN-ID(MG-PT-IDX).
003310     MOVE ZERO   TO MG-PT-START(MG-PT-IDX).
003320     MOVE ZERO   TO MG-PT-END(MG-PT-IDX).
003330     MOVE ZERO   TO MG-PT-DTL-COUNT(MG-PT-IDX).
003340     MOVE ZERO   TO MG-PT-TRL-COUNT(MG-PT-IDX).
003350     MOVE ZERO   TO MG-PT-AUD-COUNT(MG-PT-IDX).
003360     MOVE ZERO   TO MG-PT-SUPP-COUNT(MG-PT-IDX).
003370     MOVE ZERO   TO MG-PT-RULE-COUNT(MG-PT-IDX).
003380 1100-EXIT.
003390     EXIT.
003400*****************************************************************
003410*    2000-VERIFY-PARTIALS - FIRST PASS OVER FIZZPRTS.  PROVE
003420*    EACH PARTIAL REPORT IN TURN, THEN CHECK THAT EVERY PART OF
003430*    THE SET TURNED UP AND THAT THE LAST SLICE REACHES THE END
003440*    OF THE FIZZCTL RANGE.  NOTHING IS WRITTEN TO FIZZRPT HERE.
003450*****************************************************************
003460 2000-VERIFY-PARTIALS.
003470     OPEN INPUT PARTIAL-FILE.
003480     IF MG-PARTIAL-NOT-FOUND
003490         MOVE "MERGE REFUSED - NO PARTIAL REPORTS ON FIZZPRTS"
003500             TO MG-MSG-TEXT
003510         PERFORM 8000-REFUSE-MERGE THRU 8000-EXIT
003520     END-IF.
003530     IF NOT MG-PARTIAL-OK
003540         DISPLAY "FIZZMRG: CANNOT OPEN FIZZPRTS, STATUS = "
003550             MG-PARTIAL-STATUS
003560         STOP RUN
003570     END-IF.
003580     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
003590         UNTIL MG-AT-EOF.
003600     CLOSE PARTIAL-FILE.
003610     PERFORM 2300-CLOSE-PARTITION THRU 2300-EXIT.
003620     IF MG-PART-COUNT = ZERO
003630         MOVE "NO PARTITION REPORT HEADER FOUND ON FIZZPRTS"
003640             TO MG-MSG-TEXT
003650         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
003660         GO TO 2000-EXIT
003670     END-IF.
003680     PERFORM 2400-CHECK-ONE-PRESENT THRU 2400-EXIT
003690         VARYING MG-PT-IDX FROM 1 BY 1
003700         UNTIL MG-PT-IDX > MG-PART-COUNT.
003710     IF MG-PT-SEEN(MG-PART-COUNT)
003720             AND MG-PT-END(MG-PART-COUNT) NOT = MG-CTL-END
003730         MOVE SPACES TO MG-MSG-TEXT
003740         STRING "LAST PARTITION ENDS AT " MG-PT-END(MG-PART-COUNT)
003750             " BUT THE FIZZCTL RANGE ENDS AT " MG-CTL-END
003760             DELIMITED BY SIZE INTO MG-MSG-TEXT
003770         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
003780     END-IF.
003790 2000-EXIT.
003800     EXIT.
003810 2100-VERIFY-ONE-RECORD.
003820     READ PARTIAL-FILE
003830         AT END
003840             SET MG-AT-EOF TO TRUE
003850             GO TO 2100-EXIT
003860     END-READ.
003870     ADD 1 TO MG-PTL-READ-COUNT.
003880     EVALUATE TRUE
003890         WHEN PTL-HDR-REC
003900             PERFORM 2110-VERIFY-HEADER THRU 2110-EXIT
003910         WHEN PTL-DTL-REC
003920             PERFORM 2120-VERIFY-DETAIL THRU 2120-EXIT
003930         WHEN PTL-TRL-REC
003940             PERFORM 2130-VERIFY-TRAILER THRU 2130-EXIT
003950         WHEN PTL-RUL-REC
003960             PERFORM 2140-VERIFY-RULE THRU 2140-EXIT
003970         WHEN PTL-OVR-REC
003980             PERFORM 2150-VERIFY-OVERRIDE THRU 2150-EXIT
003990         WHEN OTHER
004000             MOVE SPACES TO MG-MSG-TEXT
004010             STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
004020                 " HAS UNKNOWN RECORD TYPE " PTL-REC-TYPE
004030                 DELIMITED BY SIZE INTO MG-MSG-TEXT
004040             PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004050     END-EVALUATE.
004060 2100-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    2110-VERIFY-HEADER - A HEADER CLOSES OFF THE PARTITION
004100*    BEFORE IT AND OPENS THE NEXT.  IT MUST BE A PARTITION
004110*    HEADER FROM THE SAME SET (SAME PART COUNT AND RUN DATE AS
004120*    THE FIRST), NOT SEEN BEFORE, IN ASCENDING PART ORDER, AND
004130*    ITS SLICE MUST START WHERE THE FIZZCTL RANGE OR THE SLICE
004140*    BEFORE IT LEAVES OFF.
004150*****************************************************************
004160 2110-VERIFY-HEADER.
004170     PERFORM 2300-CLOSE-PARTITION THRU 2300-EXIT.
004180     IF PTL-PART-NUM IS NOT NUMERIC
004190             OR PTL-PART-COUNT IS NOT NUMERIC
004200             OR PTL-PART-START IS NOT NUMERIC
004210             OR PTL-PART-END IS NOT NUMERIC
004220         MOVE SPACES TO MG-MSG-TEXT
004230         STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
004240             " IS NOT A PARTITION REPORT HEADER"
004250             DELIMITED BY SIZE INTO MG-MSG-TEXT
004260         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004270         GO TO 2110-EXIT
004280     END-IF.
004290     IF MG-PART-COUNT = ZERO
004300         IF PTL-PART-COUNT = ZERO OR PTL-PART-COUNT > 20
004310             MOVE SPACES TO MG-MSG-TEXT
004320             STRING "FIRST PARTITION HEADER GIVES PART COUNT "
004330                 PTL-PART-COUNT " - MUST BE 1-20"
004340                 DELIMITED BY SIZE INTO MG-MSG-TEXT
004350             PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004360             GO TO 2110-EXIT
004370         END-IF
004380         MOVE PTL-PART-COUNT TO MG-PART-COUNT
004390         MOVE PTL-RUN-DATE   TO MG-RPT-RUN-DATE
004400     END-IF.
004410     IF PTL-PART-COUNT NOT = MG-PART-COUNT
004420             OR PTL-PART-NUM = ZERO
004430             OR PTL-PART-NUM > MG-PART-COUNT
004440         MOVE SPACES TO MG-MSG-TEXT
004450         STRING "PARTITION " PTL-PART-NUM " OF " PTL-PART-COUNT
004460             " DOES NOT BELONG TO THE SET OF " MG-PART-COUNT
004470             DELIMITED BY SIZE INTO MG-MSG-TEXT
004480         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004490         GO TO 2110-EXIT
004500     END-IF.
004510     IF MG-PT-SEEN(PTL-PART-NUM)
004520         MOVE SPACES TO MG-MSG-TEXT
004530         STRING "PARTITION " PTL-PART-NUM
004540             " APPEARS MORE THAN ONCE ON FIZZPRTS"
004550             DELIMITED BY SIZE INTO MG-MSG-TEXT
004560         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004570         GO TO 2110-EXIT
004580     END-IF.
004590     IF PTL-PART-NUM < MG-LAST-PART
004600         MOVE SPACES TO MG-MSG-TEXT
004610         STRING "PARTITION " PTL-PART-NUM " FOLLOWS PARTITION "
004620             MG-LAST-PART " ON FIZZPRTS - OUT OF ORDER"
004630             DELIMITED BY SIZE INTO MG-MSG-TEXT
004640         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004650         GO TO 2110-EXIT
004660     END-IF.
004670     IF PTL-RUN-DATE NOT = MG-RPT-RUN-DATE
004680         MOVE SPACES TO MG-MSG-TEXT
004690         STRING "PARTITION " PTL-PART-NUM " RAN ON " PTL-RUN-DATE
004700             " - PARTITION SET RAN ON " MG-RPT-RUN-DATE
004710             DELIMITED BY SIZE INTO MG-MSG-TEXT
004720         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004730     END-IF.
004740     MOVE ZERO TO MG-EXPECT-START.
004750     IF PTL-PART-NUM = 1
004760         MOVE MG-CTL-START TO MG-EXPECT-START
004770     END-IF.
004780     IF PTL-PART-NUM > 1
004790         IF MG-PT-SEEN(PTL-PART-NUM - 1)
004800             COMPUTE MG-EXPECT-START
004810                 = MG-PT-END(PTL-PART-NUM - 1) + 1
004820         END-IF
004830     END-IF.
004840     IF MG-EXPECT-START > ZERO
004850             AND PTL-PART-START NOT = MG-EXPECT-START
004860         MOVE SPACES TO MG-MSG-TEXT
004870         STRING "PARTITION " PTL-PART-NUM " STARTS AT "
004880             PTL-PART-START " - EXPECTED " MG-EXPECT-START
004890             " (GAP OR OVERLAP)"
004900             DELIMITED BY SIZE INTO MG-MSG-TEXT
004910         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004920     END-IF.
004930     IF PTL-PART-END < PTL-PART-START
004940         MOVE SPACES TO MG-MSG-TEXT
004950         STRING "PARTITION " PTL-PART-NUM " RANGE " PTL-PART-START
004960             "-" PTL-PART-END " RUNS BACKWARDS"
004970             DELIMITED BY SIZE INTO MG-MSG-TEXT
004980         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
004990     END-IF.
005000     MOVE PTL-PART-NUM TO MG-CUR-PART.
005010     MOVE PTL-PART-NUM TO MG-LAST-PART.
005020     SET MG-PT-SEEN(MG-CUR-PART) TO TRUE.
005030     MOVE PTL-RUN-ID     TO MG-PT-RUN-ID(MG-CUR-PART).
005040     MOVE PTL-PART-START TO MG-PT-START(MG-CUR-PART).
005050     MOVE PTL-PART-END   TO MG-PT-END(MG-CUR-PART).
005060     MOVE PTL-PART-START TO MG-NEXT-SEQ.
005070     MOVE ZERO TO MG-GAP-COUNT.
005080     MOVE 'N'  TO MG-GAP-OVERFLOW-SW.
005090     MOVE 'N'  TO MG-RULE-DIFF-SW.
005100     IF MG-RULE-SOURCE-PART = ZERO
005110         MOVE MG-CUR-PART TO MG-RULE-SOURCE-PART
005120     END-IF.
005130 2110-EXIT.
005140     EXIT.
005150*****************************************************************
005160*    2120-VERIFY-DETAIL - EACH DETAIL MUST FALL INSIDE THE OPEN
005170*    PARTITION'S SLICE AND BE HIGHER THAN THE ONE BEFORE IT.
005180*    EVERY NUMBER JUMPED OVER IS NOTED AS A GAP FOR THE
005190*    OVERRIDE APPENDIX TO ANSWER.
005200*****************************************************************
005210 2120-VERIFY-DETAIL.
005220     IF MG-CUR-PART = ZERO
005230         MOVE SPACES TO MG-MSG-TEXT
005240         STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
005250             " IS A DETAIL OUTSIDE ANY PARTITION"
005260             DELIMITED BY SIZE INTO MG-MSG-TEXT
005270         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
005280         GO TO 2120-EXIT
005290     END-IF.
005300     IF MG-PT-FINISHED(MG-CUR-PART)
005310         MOVE SPACES TO MG-MSG-TEXT
005320         STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
005330             " IS A DETAIL AFTER THE TRAILER OF PARTITION "
005340             MG-CUR-PART
005350             DELIMITED BY SIZE INTO MG-MSG-TEXT
005360         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
005370         GO TO 2120-EXIT
005380     END-IF.
005390     ADD 1 TO MG-PT-DTL-COUNT(MG-CUR-PART).
005400     IF PTL-SEQ-NUM IS NOT NUMERIC
005410         MOVE SPACES TO MG-MSG-TEXT
005420         STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
005430             " HAS A NON-NUMERIC DTL-SEQ-NUM"
005440             DELIMITED BY SIZE INTO MG-MSG-TEXT
005450         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
005460         GO TO 2120-EXIT
005470     END-IF.
005480     IF PTL-SEQ-NUM < MG-NEXT-SEQ
005490         MOVE SPACES TO MG-MSG-TEXT
005500         STRING "SEQUENCE " PTL-SEQ-NUM " REPEATED OR OUT OF "
005510             "ORDER IN PARTITION " MG-CUR-PART " (OVERLAP)"
005520             DELIMITED BY SIZE INTO MG-MSG-TEXT
005530         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
005540         GO TO 2120-EXIT
005550     END-IF.
005560     IF PTL-SEQ-NUM > MG-PT-END(MG-CUR-PART)
005570         MOVE SPACES TO MG-MSG-TEXT
005580         STRING "SEQUENCE " PTL-SEQ-NUM " IS OUTSIDE THE RANGE "
005590             "OF PARTITION " MG-CUR-PART " (OVERLAP)"
005600             DELIMITED BY SIZE INTO MG-MSG-TEXT
005610         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
005620         GO TO 2120-EXIT
005630     END-IF.
005640     MOVE PTL-SEQ-NUM TO MG-SEQ-LIMIT.
005650     PERFORM 2200-NOTE-GAP THRU 2200-EXIT
005660         VARYING MG-GAP-SEQ FROM MG-NEXT-SEQ BY 1
005670         UNTIL MG-GAP-SEQ NOT < MG-SEQ-LIMIT.
005680     COMPUTE MG-NEXT-SEQ = PTL-SEQ-NUM + 1.
005690 2120-EXIT.
005700     EXIT.
005710*****************************************************************
005720*    2130-VERIFY-TRAILER - THE TRAILER MARKS THE PARTITION AS
005730*    FINISHED.  ANY NUMBERS BETWEEN THE LAST DETAIL AND THE END
005740*    OF THE SLICE ARE GAPS, AND THE TRAILER COUNT MUST MATCH THE
005750*    DETAILS ACTUALLY ON FILE.
005760*****************************************************************
005770 2130-VERIFY-TRAILER.
005780     IF MG-CUR-PART = ZERO
005790         MOVE SPACES TO MG-MSG-TEXT
005800         STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
005810             " IS A TRAILER OUTSIDE ANY PARTITION"
005820             DELIMITED BY SIZE INTO MG-MSG-TEXT
005830         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
005840         GO TO 2130-EXIT
005850     END-IF.
005860     IF MG-PT-FINISHED(MG-CUR-PART)
005870         MOVE SPACES TO MG-MSG-TEXT
005880         STRING "PARTITION " MG-CUR-PART
005890             " HAS A SECOND TRAILER AT FIZZPRTS RECORD "
005900             MG-PTL-READ-COUNT
005910             DELIMITED BY SIZE INTO MG-MSG-TEXT
005920         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
005930         GO TO 2130-EXIT
005940     END-IF.
005950     SET MG-PT-FINISHED(MG-CUR-PART) TO TRUE.
005960     COMPUTE MG-SEQ-LIMIT = MG-PT-END(MG-CUR-PART) + 1.
005970     PERFORM 2200-NOTE-GAP THRU 2200-EXIT
005980         VARYING MG-GAP-SEQ FROM MG-NEXT-SEQ BY 1
005990         UNTIL MG-GAP-SEQ NOT < MG-SEQ-LIMIT.
006000     MOVE MG-SEQ-LIMIT TO MG-NEXT-SEQ.
006010     IF PTL-TRL-COUNT IS NOT NUMERIC
006020         MOVE SPACES TO MG-MSG-TEXT
006030         STRING "PARTITION " MG-CUR-PART
006040             " TRAILER COUNT IS NOT NUMERIC"
006050             DELIMITED BY SIZE INTO MG-MSG-TEXT
006060         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
006070         GO TO 2130-EXIT
006080     END-IF.
006090     MOVE PTL-TRL-COUNT TO MG-PT-TRL-COUNT(MG-CUR-PART).
006100     IF MG-PT-TRL-COUNT(MG-CUR-PART)
006110             NOT = MG-PT-DTL-COUNT(MG-CUR-PART)
006120         MOVE SPACES TO MG-MSG-TEXT
006130         STRING "PARTITION " MG-CUR-PART " TRAILER COUNT "
006140             MG-PT-TRL-COUNT(MG-CUR-PART) " - DETAILS ON FILE "
006150             MG-PT-DTL-COUNT(MG-CUR-PART)
006160             DELIMITED BY SIZE INTO MG-MSG-TEXT
006170         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
006180     END-IF.
006190 2130-EXIT.
006200     EXIT.
006210*****************************************************************
006220*    2140-VERIFY-RULE - THE FIRST PARTITION'S RULE APPENDIX IS
006230*    KEPT FOR THE MERGED REPORT; EVERY OTHER PARTITION MUST HAVE
006240*    APPLIED EXACTLY THE SAME RULES, OR THE SLICES WERE NOT
006250*    LABELLED ALIKE.
006260*****************************************************************
006270 2140-VERIFY-RULE.
006280     IF MG-CUR-PART = ZERO
006290         GO TO 2140-OUT-OF-PLACE
006300     END-IF.
006310     IF NOT MG-PT-FINISHED(MG-CUR-PART)
006320         GO TO 2140-OUT-OF-PLACE
006330     END-IF.
006340     ADD 1 TO MG-PT-RULE-COUNT(MG-CUR-PART).
006350     IF MG-CUR-PART = MG-RULE-SOURCE-PART
006360         IF MG-RULE-COUNT < 20
006370             ADD 1 TO MG-RULE-COUNT
006380             MOVE PTL-REC TO MG-RULE-ENTRY(MG-RULE-COUNT)
006390         END-IF
006400         GO TO 2140-EXIT
006410     END-IF.
006420     IF MG-PT-RULE-COUNT(MG-CUR-PART) > MG-RULE-COUNT
006430         SET MG-RULE-DIFFERS TO TRUE
006440         GO TO 2140-EXIT
006450     END-IF.
006460     MOVE MG-PT-RULE-COUNT(MG-CUR-PART) TO MG-RULE-IDX.
006470     IF PTL-REC NOT = MG-RULE-ENTRY(MG-RULE-IDX)
006480         SET MG-RULE-DIFFERS TO TRUE
006490     END-IF.
006500     GO TO 2140-EXIT.
006510 2140-OUT-OF-PLACE.
006520     MOVE SPACES TO MG-MSG-TEXT.
006530     STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
006540         " IS A RULE APPENDIX RECORD OUT OF PLACE"
006550         DELIMITED BY SIZE INTO MG-MSG-TEXT.
006560     PERFORM 8100-NOTE-FINDING THRU 8100-EXIT.
006570 2140-EXIT.
006580     EXIT.
006590*****************************************************************
006600*    2150-VERIFY-OVERRIDE - EVERY OVERRIDE APPLIED IN ANY
006610*    PARTITION IS KEPT FOR THE MERGED APPENDIX.  A SUPPRESS
006620*    ENTRY ANSWERS THE GAP AT ITS NUMBER; ONE WITH NO GAP TO
006630*    ANSWER MEANS A SUPPRESSED NUMBER WAS PRINTED ANYWAY.
006640*****************************************************************
006650 2150-VERIFY-OVERRIDE.
006660     IF MG-CUR-PART = ZERO
006670         GO TO 2150-OUT-OF-PLACE
006680     END-IF.
006690     IF NOT MG-PT-FINISHED(MG-CUR-PART)
006700         GO TO 2150-OUT-OF-PLACE
006710     END-IF.
006720     IF MG-OVR-COUNT < 20
006730         ADD 1 TO MG-OVR-COUNT
006740         MOVE PTL-REC TO MG-OVR-ENTRY(MG-OVR-COUNT)
006750     ELSE
006760         MOVE "MORE THAN 20 OVERRIDES APPLIED ACROSS PARTITIONS"
006770             TO MG-MSG-TEXT
006780         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
006790     END-IF.
006800     IF PTL-OVA-ACTION NOT = 'S'
006810         GO TO 2150-EXIT
006820     END-IF.
006830     MOVE 'N' TO MG-GAP-FOUND-SW.
006840     PERFORM 2160-MATCH-ONE-GAP THRU 2160-EXIT
006850         VARYING MG-GAP-IDX FROM 1 BY 1
006860         UNTIL MG-GAP-IDX > MG-GAP-COUNT OR MG-GAP-FOUND.
006870     IF MG-GAP-FOUND
006880         ADD 1 TO MG-PT-SUPP-COUNT(MG-CUR-PART)
006890     ELSE
006900         MOVE SPACES TO MG-MSG-TEXT
006910         STRING "PARTITION " MG-CUR-PART " SUPPRESSED "
006920             PTL-OVA-NUMBER " BUT THE NUMBER IS NOT MISSING"
006930             DELIMITED BY SIZE INTO MG-MSG-TEXT
006940         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
006950     END-IF.
006960     GO TO 2150-EXIT.
006970 2150-OUT-OF-PLACE.
006980     MOVE SPACES TO MG-MSG-TEXT.
006990     STRING "FIZZPRTS RECORD " MG-PTL-READ-COUNT
007000         " IS AN OVERRIDE APPENDIX RECORD OUT OF PLACE"
007010         DELIMITED BY SIZE INTO MG-MSG-TEXT.
007020     PERFORM 8100-NOTE-FINDING THRU 8100-EXIT.
007030 2150-EXIT.
007040     EXIT.
007050 2160-MATCH-ONE-GAP.
007060     IF MG-GAP-NUM(MG-GAP-IDX) = PTL-OVA-NUMBER
007070             AND NOT MG-GAP-MATCHED(MG-GAP-IDX)
007080         SET MG-GAP-MATCHED(MG-GAP-IDX) TO TRUE
007090         SET MG-GAP-FOUND TO TRUE
007100     END-IF.
007110 2160-EXIT.
007120     EXIT.
007130*****************************************************************
007140*    2200-NOTE-GAP - NOTE ONE SEQUENCE NUMBER MISSING FROM THE
007150*    OPEN PARTITION.
007160*****************************************************************
007170 2200-NOTE-GAP.
007180     IF MG-GAP-COUNT < 20
007190         ADD 1 TO MG-GAP-COUNT
007200         MOVE MG-GAP-SEQ TO MG-GAP-NUM(MG-GAP-COUNT)
007210         MOVE 'N' TO MG-GAP-MATCHED-SW(MG-GAP-COUNT)
007220     ELSE
007230         SET MG-GAP-OVERFLOW TO TRUE
007240     END-IF.
007250 2200-EXIT.
007260     EXIT.
007270*****************************************************************
007280*    2300-CLOSE-PARTITION - AT THE NEXT HEADER OR END OF FILE,
007290*    SETTLE THE OPEN PARTITION.  NO TRAILER MEANS THE STEP NEVER
007300*    FINISHED; OTHERWISE EVERY GAP MUST HAVE BEEN ANSWERED BY A
007310*    SUPPRESS OVERRIDE AND THE RULE APPENDIX MUST MATCH THE
007320*    FIRST PARTITION'S.
007330*****************************************************************
007340 2300-CLOSE-PARTITION.
007350     IF MG-CUR-PART = ZERO
007360         GO TO 2300-EXIT
007370     END-IF.
007380     IF NOT MG-PT-FINISHED(MG-CUR-PART)
007390         MOVE SPACES TO MG-MSG-TEXT
007400         STRING "PARTITION " MG-CUR-PART
007410             " HAS NO TRAILER - THE STEP DID NOT FINISH"
007420             DELIMITED BY SIZE INTO MG-MSG-TEXT
007430         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
007440         MOVE ZERO TO MG-CUR-PART
007450         GO TO 2300-EXIT
007460     END-IF.
007470     PERFORM 2310-CHECK-ONE-GAP THRU 2310-EXIT
007480         VARYING MG-GAP-IDX FROM 1 BY 1
007490         UNTIL MG-GAP-IDX > MG-GAP-COUNT.
007500     IF MG-GAP-OVERFLOW
007510         MOVE SPACES TO MG-MSG-TEXT
007520         STRING "PARTITION " MG-CUR-PART
007530             " IS MISSING MORE THAN 20 SEQUENCE NUMBERS"
007540             DELIMITED BY SIZE INTO MG-MSG-TEXT
007550         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
007560     END-IF.
007570     IF MG-CUR-PART NOT = MG-RULE-SOURCE-PART
007580         IF MG-RULE-DIFFERS
007590                 OR MG-PT-RULE-COUNT(MG-CUR-PART)
007600                     NOT = MG-RULE-COUNT
007610             MOVE SPACES TO MG-MSG-TEXT
007620             STRING "PARTITION " MG-CUR-PART
007630                 " RULE APPENDIX DIFFERS FROM PARTITION "
007640                 MG-RULE-SOURCE-PART
007650                 DELIMITED BY SIZE INTO MG-MSG-TEXT
007660             PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
007670         END-IF
007680     END-IF.
007690     MOVE ZERO TO MG-CUR-PART.
007700 2300-EXIT.
007710     EXIT.
007720 2310-CHECK-ONE-GAP.
007730     IF NOT MG-GAP-MATCHED(MG-GAP-IDX)
007740         MOVE SPACES TO MG-MSG-TEXT
007750         STRING "SEQUENCE GAP AT " MG-GAP-NUM(MG-GAP-IDX)
007760             " IN PARTITION " MG-CUR-PART
007770             " - NOT AN APPLIED SUPPRESSION"
007780             DELIMITED BY SIZE INTO MG-MSG-TEXT
007790         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
007800     END-IF.
007810 2310-EXIT.
007820     EXIT.
007830 2400-CHECK-ONE-PRESENT.
007840     IF NOT MG-PT-SEEN(MG-PT-IDX)
007850         MOVE SPACES TO MG-MSG-TEXT
007860         STRING "PARTITION " MG-PT-IDX " OF " MG-PART-COUNT
007870             " IS MISSING FROM FIZZPRTS"
007880             DELIMITED BY SIZE INTO MG-MSG-TEXT
007890         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
007900     END-IF.
007910 2400-EXIT.
007920     EXIT.
007930*****************************************************************
007940*    2500-CHECK-PARTITION-AUDIT - EACH FINISHED PARTITION MUST
007950*    ALSO HAVE LEFT ITS OWN FIZZAUD RECORD (MAIN, STAMPED WITH
007960*    ITS PART NUMBER AND THE RUN ID ON ITS PARTIAL REPORT), AND
007970*    THE PARTIAL COUNT ON THAT RECORD MUST AGREE WITH ITS
007980*    TRAILER.  MAIN WRITES THE AUDIT RECORD ONLY AFTER CLOSING
007990*    ITS REPORT, SO THIS IS THE PROOF THE STEP RAN TO THE END.
008000*****************************************************************
008010 2500-CHECK-PARTITION-AUDIT.
008020     IF MG-PART-COUNT = ZERO
008030         GO TO 2500-EXIT
008040     END-IF.
008050     MOVE 'N' TO MG-EOF-SWITCH.
008060     OPEN INPUT AUDIT-FILE.
008070     IF MG-AUDIT-NOT-FOUND
008080         SET MG-AT-EOF TO TRUE
008090     ELSE
008100         IF NOT MG-AUDIT-OK
008110             DISPLAY "FIZZMRG: CANNOT OPEN FIZZAUD, STATUS = "
008120                 MG-AUDIT-STATUS
008130             STOP RUN
008140         END-IF
008150         PERFORM 2510-READ-ONE-AUDIT THRU 2510-EXIT
008160             UNTIL MG-AT-EOF
008170         CLOSE AUDIT-FILE
008180     END-IF.
008190     PERFORM 2520-CHECK-ONE-AUDIT THRU 2520-EXIT
008200         VARYING MG-PT-IDX FROM 1 BY 1
008210         UNTIL MG-PT-IDX > MG-PART-COUNT.
008220 2500-EXIT.
008230     EXIT.
008240 2510-READ-ONE-AUDIT.
008250     READ AUDIT-FILE
008260         AT END
008270             SET MG-AT-EOF TO TRUE
008280             GO TO 2510-EXIT
008290     END-READ.
008300     IF AUD-PROGRAM-ID NOT = "MAIN"
008310         GO TO 2510-EXIT
008320     END-IF.
008330     IF AUD-PART-NUM IS NOT NUMERIC
008340         GO TO 2510-EXIT
008350     END-IF.
008360     IF AUD-PART-NUM = ZERO OR AUD-PART-NUM > MG-PART-COUNT
008370         GO TO 2510-EXIT
008380     END-IF.
008390     IF AUD-RUN-ID = MG-PT-RUN-ID(AUD-PART-NUM)
008400         SET MG-PT-AUDITED(AUD-PART-NUM) TO TRUE
008410         MOVE AUD-OUTPUT-COUNT TO MG-PT-AUD-COUNT(AUD-PART-NUM)
008420     END-IF.
008430 2510-EXIT.
008440     EXIT.
008450 2520-CHECK-ONE-AUDIT.
008460     IF NOT MG-PT-FINISHED(MG-PT-IDX)
008470         GO TO 2520-EXIT
008480     END-IF.
008490     IF NOT MG-PT-AUDITED(MG-PT-IDX)
008500         MOVE SPACES TO MG-MSG-TEXT
008510         STRING "PARTITION " MG-PT-IDX " RUN "
008520             MG-PT-RUN-ID(MG-PT-IDX)
008530             " LEFT NO FIZZAUD RECORD"
008540             DELIMITED BY SIZE INTO MG-MSG-TEXT
008550         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
008560         GO TO 2520-EXIT
008570     END-IF.
008580     IF MG-PT-AUD-COUNT(MG-PT-IDX)
008590             NOT = MG-PT-TRL-COUNT(MG-PT-IDX)
008600         MOVE SPACES TO MG-MSG-TEXT
008610         STRING "PARTITION " MG-PT-IDX " FIZZAUD COUNT "
008620             MG-PT-AUD-COUNT(MG-PT-IDX) " - TRAILER COUNT "
008630             MG-PT-TRL-COUNT(MG-PT-IDX)
008640             DELIMITED BY SIZE INTO MG-MSG-TEXT
008650         PERFORM 8100-NOTE-FINDING THRU 8100-EXIT
008660     END-IF.
008670 2520-EXIT.
008680     EXIT.
008690*****************************************************************
008700*    2700-PRINT-PARTITIONS - LIST EVERY PARTITION FOUND WITH ITS
008710*    SLICE, RUN, PARTIAL COUNTS AND STANDING, AND TOTAL THE
008720*    PARTITION COUNTS FOR THE MERGED-TOTAL TIE-OUT.
008730*****************************************************************
008740 2700-PRINT-PARTITIONS.
008750     MOVE SPACES TO MG-REPORT-REC.
008760     WRITE MG-REPORT-REC.
008770     WRITE MG-REPORT-REC FROM MG-COLUMN-LINE.
008780     PERFORM 2710-PRINT-ONE-PARTITION THRU 2710-EXIT
008790         VARYING MG-PT-IDX FROM 1 BY 1
008800         UNTIL MG-PT-IDX > MG-PART-COUNT.
008810     MOVE SPACES TO MG-REPORT-REC.
008820     WRITE MG-REPORT-REC.
008830     MOVE "PARTITIONS IN THE SET" TO MG-TOT-TEXT.
008840     MOVE MG-PART-COUNT TO MG-TOT-COUNT.
008850     WRITE MG-REPORT-REC FROM MG-TOTAL-LINE.
008860     MOVE "PARTITION DETAIL TOTAL" TO MG-TOT-TEXT.
008870     MOVE MG-PTN-TOTAL TO MG-TOT-COUNT.
008880     WRITE MG-REPORT-REC FROM MG-TOTAL-LINE.
008890     MOVE "NUMBERS SUPPRESSED" TO MG-TOT-TEXT.
008900     MOVE MG-SUPP-TOTAL TO MG-TOT-COUNT.
008910     WRITE MG-REPORT-REC FROM MG-TOTAL-LINE.
008920     MOVE "FINDINGS" TO MG-TOT-TEXT.
008930     MOVE MG-FINDING-COUNT TO MG-TOT-COUNT.
008940     WRITE MG-REPORT-REC FROM MG-TOTAL-LINE.
008950 2700-EXIT.
008960     EXIT.
008970 2710-PRINT-ONE-PARTITION.
008980     IF NOT MG-PT-SEEN(MG-PT-IDX)
008990         GO TO 2710-EXIT
009000     END-IF.
009010     ADD MG-PT-TRL-COUNT(MG-PT-IDX)  TO MG-PTN-TOTAL.
009020     ADD MG-PT-SUPP-COUNT(MG-PT-IDX) TO MG-SUPP-TOTAL.
009030     MOVE MG-PT-IDX                  TO MG-PL-NUM.
009040     MOVE MG-PT-START(MG-PT-IDX)     TO MG-PL-START.
009050     MOVE MG-PT-END(MG-PT-IDX)       TO MG-PL-END.
009060     MOVE MG-PT-RUN-ID(MG-PT-IDX)    TO MG-PL-RUN-ID.
009070     MOVE MG-PT-DTL-COUNT(MG-PT-IDX) TO MG-PL-DETAILS.
009080     MOVE MG-PT-SUPP-COUNT(MG-PT-IDX) TO MG-PL-SUPP.
009090     MOVE MG-PT-AUD-COUNT(MG-PT-IDX) TO MG-PL-AUDIT.
009100     EVALUATE TRUE
009110         WHEN NOT MG-PT-FINISHED(MG-PT-IDX)
009120             MOVE "NO TRAILER" TO MG-PL-STATUS
009130         WHEN NOT MG-PT-AUDITED(MG-PT-IDX)
009140             MOVE "NO AUDIT"   TO MG-PL-STATUS
009150         WHEN OTHER
009160             MOVE "FINISHED"   TO MG-PL-STATUS
009170     END-EVALUATE.
009180     WRITE MG-REPORT-REC FROM MG-PART-LINE.
009190 2710-EXIT.
009200     EXIT.
009210*****************************************************************
009220*    3000-WRITE-MERGED - SECOND PASS OVER FIZZPRTS, TAKEN ONLY
009230*    WHEN THE WHOLE SET PROVED CLEAN.  ONE HEADER FOR THE RUN,
009240*    EVERY DETAIL IN PARTITION ORDER, ONE TRAILER, THEN THE RULE
009250*    APPENDIX AND THE OVERRIDES APPLIED ACROSS THE PARTITIONS.
009260*****************************************************************
009270 3000-WRITE-MERGED.
009280     OPEN OUTPUT REPORT-FILE.
009290     IF NOT MG-REPORT-OK
009300         DISPLAY "FIZZMRG: CANNOT OPEN FIZZRPT, STATUS = "
009310             MG-REPORT-STATUS
009320         STOP RUN
009330     END-IF.
009340     MOVE SPACES TO RPT-REC.
009350     SET RPT-HDR-REC TO TRUE.
009360     MOVE "FIZZBUZZ RUN REPORT" TO HDR-TITLE.
009370     MOVE MG-RPT-RUN-DATE TO HDR-RUN-DATE.
009380     MOVE MG-RUN-ID TO HDR-RUN-ID.
009390     WRITE RPT-REC.
009400     OPEN INPUT PARTIAL-FILE.
009410     IF NOT MG-PARTIAL-OK
009420         DISPLAY "FIZZMRG: CANNOT REOPEN FIZZPRTS, STATUS = "
009430             MG-PARTIAL-STATUS
009440         STOP RUN
009450     END-IF.
009460     MOVE 'N' TO MG-EOF-SWITCH.
009470     PERFORM 3100-COPY-ONE-DETAIL THRU 3100-EXIT
009480         UNTIL MG-AT-EOF.
009490     CLOSE PARTIAL-FILE.
009500     MOVE SPACES TO RPT-REC.
009510     SET RPT-TRL-REC TO TRUE.
009520     MOVE "TOTAL RECORD COUNT" TO TRL-LABEL.
009530     MOVE MG-MERGED-COUNT TO TRL-RECORD-COUNT.
009540     WRITE RPT-REC.
009550     PERFORM 3200-WRITE-ONE-RULE-REC THRU 3200-EXIT
009560         VARYING MG-RULE-IDX FROM 1 BY 1
009570         UNTIL MG-RULE-IDX > MG-RULE-COUNT.
009580     PERFORM 3300-WRITE-ONE-OVR-REC THRU 3300-EXIT
009590         VARYING MG-OVR-IDX FROM 1 BY 1
009600         UNTIL MG-OVR-IDX > MG-OVR-COUNT.
009610     CLOSE REPORT-FILE.
009620 3000-EXIT.
009630     EXIT.
009640 3100-COPY-ONE-DETAIL.
009650     READ PARTIAL-FILE
009660         AT END
009670             SET MG-AT-EOF TO TRUE
009680             GO TO 3100-EXIT
009690     END-READ.
009700     IF PTL-DTL-REC
009710         WRITE RPT-REC FROM PTL-REC
009720         ADD 1 TO MG-MERGED-COUNT
009730     END-IF.
009740 3100-EXIT.
009750     EXIT.
009760 3200-WRITE-ONE-RULE-REC.
009770     WRITE RPT-REC FROM MG-RULE-ENTRY(MG-RULE-IDX).
009780 3200-EXIT.
009790     EXIT.
009800 3300-WRITE-ONE-OVR-REC.
009810     WRITE RPT-REC FROM MG-OVR-ENTRY(MG-OVR-IDX).
009820 3300-EXIT.
009830     EXIT.
009840*****************************************************************
009850*    8000-REFUSE-MERGE - THE PARTITION SET DID NOT PROVE OUT.
009860*    SAY WHY ON THE MERGE REPORT, THE EVENT LOG AND THE CONSOLE,
009870*    AND STOP WITHOUT WRITING FIZZRPT OR THE MERGED FIZZAUD
009880*    RECORD.  THE CALLER SETS MG-MSG-TEXT.
009890*****************************************************************
009900 8000-REFUSE-MERGE.
009910     MOVE SPACES TO MG-REPORT-REC.
009920     WRITE MG-REPORT-REC.
009930     WRITE MG-REPORT-REC FROM MG-MESSAGE-LINE.
009940     MOVE 'E'    TO MG-EVT-SEVERITY.
009950     MOVE "MG02" TO MG-EVT-CODE.
009960     MOVE MG-MSG-TEXT TO MG-EVT-TEXT.
009970     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
009980     DISPLAY "FIZZMRG: " MG-MSG-TEXT.
009990     CLOSE MERGE-REPORT-FILE.
010000     STOP RUN.
010010 8000-EXIT.
010020     EXIT.
010030*****************************************************************
010040*    8100-NOTE-FINDING - LIST ONE FINDING ON THE MERGE REPORT
010050*    AND COUNT IT.  THE CALLER SETS MG-MSG-TEXT.
010060*****************************************************************
010070 8100-NOTE-FINDING.
010080     WRITE MG-REPORT-REC FROM MG-MESSAGE-LINE.
010090     ADD 1 TO MG-FINDING-COUNT.
010100 8100-EXIT.
010110     EXIT.
010120*****************************************************************
010130*    9000-TERMINATE - TIE THE MERGED REPORT BACK TO THE
010140*    PARTITION TOTALS, LOG THE MERGED TOTAL ON FIZZAUD AND CLOSE
010150*    THE MERGE REPORT.
010160*****************************************************************
010170 9000-TERMINATE.
010180     MOVE "MERGED DETAIL RECORDS" TO MG-TOT-TEXT.
010190     MOVE MG-MERGED-COUNT TO MG-TOT-COUNT.
010200     WRITE MG-REPORT-REC FROM MG-TOTAL-LINE.
010210     MOVE SPACES TO MG-REPORT-REC.
010220     WRITE MG-REPORT-REC.
010230     MOVE SPACES TO MG-MSG-TEXT.
010240     STRING "FIZZRPT MERGED FROM " MG-PART-COUNT
010250         " PARTITIONS - " MG-MERGED-COUNT " DETAIL RECORDS"
010260         DELIMITED BY SIZE INTO MG-MSG-TEXT.
010270     WRITE MG-REPORT-REC FROM MG-MESSAGE-LINE.
010280     PERFORM 9100-WRITE-AUDIT-REC THRU 9100-EXIT.
010290     MOVE 'I'    TO MG-EVT-SEVERITY.
010300     MOVE "MG01" TO MG-EVT-CODE.
010310     MOVE MG-MSG-TEXT TO MG-EVT-TEXT.
010320     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
010330     CLOSE MERGE-REPORT-FILE.
010340 9000-EXIT.
010350     EXIT.
010360*****************************************************************
010370*    9100-WRITE-AUDIT-REC - APPEND THE MERGED-TOTAL RUN-LOG
010380*    RECORD TO FIZZAUD: PART 00 OF THE SET, THE PARTITION
010390*    TOTALS AS INPUT AND THE MERGED DETAILS AS OUTPUT, DATED
010400*    FOR THE WINDOW THE PARTITIONS RAN IN.
010410*****************************************************************
010420 9100-WRITE-AUDIT-REC.
010430     ACCEPT MG-RUN-TIME-RAW FROM TIME.
010440     OPEN EXTEND AUDIT-FILE.
010450     IF MG-AUDIT-NOT-FOUND
010460         OPEN OUTPUT AUDIT-FILE
010470     END-IF.
010480     MOVE SPACES TO AUD-REC.
010490     MOVE "FIZZMRG"        TO AUD-PROGRAM-ID.
010500     MOVE MG-RPT-RUN-DATE  TO AUD-RUN-DATE.
010510     MOVE MG-RUN-TIME-RAW  TO AUD-RUN-TIME.
010520     MOVE MG-PTN-TOTAL     TO AUD-INPUT-COUNT.
010530     MOVE MG-MERGED-COUNT  TO AUD-OUTPUT-COUNT.
010540     MOVE MG-RUN-ID        TO AUD-RUN-ID.
010550     MOVE ZERO             TO AUD-PART-NUM.
010560     MOVE MG-PART-COUNT    TO AUD-PART-COUNT.
010570     WRITE AUD-REC.
010580     CLOSE AUDIT-FILE.
010590 9100-EXIT.
010600     EXIT.
010610*****************************************************************
010620*    9400-WRITE-EVENT-REC - APPEND ONE OPERATOR EVENT TO THE
010630*    COMMON EVTLOG FILE, CREATING IT ON FIRST USE, STAMPED WITH
010640*    THIS RUN'S DATE, TIME AND RUN ID.  THE CALLER SETS
010650*    MG-EVT-SEVERITY, MG-EVT-CODE AND MG-EVT-TEXT BEFOREHAND.
010660*    AN UNWRITABLE LOG FALLS BACK TO THE CONSOLE SO THE EVENT
010670*    IS NEVER LOST OUTRIGHT.
010680*****************************************************************
010690 9400-WRITE-EVENT-REC.
010700     ACCEPT MG-EVT-TIME-RAW FROM TIME.
010710     STRING MG-EVT-HH ":" MG-EVT-MI ":" MG-EVT-SS
010720         DELIMITED BY SIZE INTO MG-EVT-TIME-DISP.
010730     OPEN EXTEND EVENT-FILE.
010740     IF MG-EVENT-NOT-FOUND
010750         OPEN OUTPUT EVENT-FILE
010760     END-IF.
010770     IF NOT MG-EVENT-OK
010780         DISPLAY "FIZZMRG: EVTLOG UNAVAILABLE - "
010790             MG-EVT-SEVERITY " " MG-EVT-CODE " " MG-EVT-TEXT
010800         GO TO 9400-EXIT
010810     END-IF.
010820     MOVE SPACES TO EVT-REC.
010830     MOVE "FIZZMRG"         TO EVT-PROGRAM-ID.
010840     MOVE MG-RUN-DATE-DISP  TO EVT-RUN-DATE.
010850     MOVE MG-EVT-TIME-DISP  TO EVT-RUN-TIME.
010860     MOVE MG-RUN-ID         TO EVT-RUN-ID.
010870     MOVE MG-EVT-SEVERITY   TO EVT-SEVERITY.
010880     MOVE MG-EVT-CODE       TO EVT-CODE.
010890     MOVE MG-EVT-TEXT       TO EVT-TEXT.
010900     WRITE EVT-REC.
010910     CLOSE EVENT-FILE.
010920 9400-EXIT.
010930     EXIT.
010940 END PROGRAM FIZZMRG.
