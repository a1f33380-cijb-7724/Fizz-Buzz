000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ABCXMIT.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - BUILDS THE TRANSMISSION
000120*                     ENVELOPE FOR ONE ABCFEED CYCLE.  THE CYCLE
000130*                     IS NAMED ON XMTCTL (SEE XPMREC01), OR IS THE
000140*                     OLDEST CYCLE ON ABCFCTL NOT YET SENT.  ITS
000150*                     ABCFEED RECORDS ARE COUNTED AND
000160*                     HASH-TOTALLED AND MUST BALANCE TO THE
000170*                     CYCLE'S FCY-RECORD-COUNT BEFORE ANYTHING IS
000180*                     RELEASED; THEN ABCXMIT IS WRITTEN AS A
000190*                     HEADER (SENDER ID, CYCLE, RUN ID, CREATION
000200*                     TIMESTAMP), THE CYCLE'S FEED RECORDS AND A
000210*                     TRAILER (RECORD COUNT AND HASH TOTALS) - SEE
000220*                     XMTREC01 - AND THE TRANSMISSION IS APPENDED
000230*                     TO THE ABCXLOG LOG (SEE XLGREC01).  A CYCLE
000240*                     ALREADY ON THE LOG IS REFUSED UNLESS XMTCTL
000250*                     FLAGS THE RUN AS A RETRANSMISSION.  A CYCLE
000260*                     ABCPOST HAS ALREADY RETIRED FROM ABCFCTL IS
000270*                     BALANCED TO THE COUNT ON ITS ABCJRNL CYCLE
000280*                     ENTRY.  THE ABCXRPT REPORT AND EVTLOG RECORD
000290*                     THE OUTCOME.
000291*    2026-10-15  JWK  WITH NO CYCLE NAMED, A CYCLE ABCPOST
000292*                     HAS ALREADY RETIRED FROM ABCFCTL IS ALSO
000293*                     TAKEN FROM ITS ABCJRNL CYCLE ENTRY WHEN
000294*                     IT IS NOT ON ABCXLOG, SO POSTING BEFORE
000295*                     THE TRANSMISSION NO LONGER STRANDS THE
000296*                     CYCLE.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE ASSIGN TO "XMTCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS XM-PARM-STATUS.
000400     SELECT CYCLE-FILE ASSIGN TO "ABCFCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS XM-CYCLE-STATUS.
000430     SELECT JOURNAL-FILE ASSIGN TO "ABCJRNL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS XM-JOURNAL-STATUS.
000460     SELECT FEED-FILE ASSIGN TO "ABCFEED"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS XM-FEED-STATUS.
000490     SELECT ENVELOPE-FILE ASSIGN TO "ABCXMIT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS XM-ENVELOPE-STATUS.
000520     SELECT XMIT-LOG-FILE ASSIGN TO "ABCXLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS XM-LOG-STATUS.
000550     SELECT XMIT-REPORT-FILE ASSIGN TO "ABCXRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS XM-REPORT-STATUS.
000580     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS XM-EVENT-STATUS.
000610     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS XM-BUSDATE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PARM-FILE
000670     RECORDING MODE IS F.
000680 COPY XPMREC01.
000690 FD  CYCLE-FILE
000700     RECORDING MODE IS F.
000710 COPY FCYREC01.
000720 FD  JOURNAL-FILE
000730     RECORDING MODE IS F.
000740 COPY JRNREC01.
000750 FD  FEED-FILE
000760     RECORDING MODE IS F.
000770 COPY FEEDREC01.
000780 FD  ENVELOPE-FILE
000790     RECORDING MODE IS F.
000800 COPY XMTREC01.
000810 FD  XMIT-LOG-FILE
000820     RECORDING MODE IS F.
000830 COPY XLGREC01.
000840 FD  XMIT-REPORT-FILE
000850     RECORDING MODE IS F.
000860 01  XM-REPORT-REC               PIC X(80).
000870 FD  EVENT-FILE
000880     RECORDING MODE IS F.
000890 COPY EVTREC01.
000900 FD  BUSDATE-FILE
000910     RECORDING MODE IS F.
000920 COPY BDTREC01.
000930 WORKING-STORAGE SECTION.
000940*****************************************************************
000950*    WORKING STORAGE
000960*****************************************************************
000970 01  XM-SWITCHES.
000980     03  XM-BUSDATE-STATUS   PIC X(02).
000990         88  XM-BUSDATE-OK              VALUE '00'.
001000     03  XM-PARM-STATUS      PIC X(02).
001010         88  XM-PARM-OK                 VALUE '00'.
001020     03  XM-CYCLE-STATUS     PIC X(02).
001030         88  XM-CYCLE-OK                VALUE '00'.
001040         88  XM-CYCLE-NOT-FOUND         VALUE '35'.
001050     03  XM-JOURNAL-STATUS   PIC X(02).
001060         88  XM-JOURNAL-OK              VALUE '00'.
001070         88  XM-JOURNAL-NOT-FOUND       VALUE '35'.
001080     03  XM-FEED-STATUS      PIC X(02).
001090         88  XM-FEED-OK                 VALUE '00'.
001100         88  XM-FEED-NOT-FOUND          VALUE '35'.
001110     03  XM-ENVELOPE-STATUS  PIC X(02).
001120         88  XM-ENVELOPE-OK             VALUE '00'.
001130     03  XM-LOG-STATUS       PIC X(02).
001140         88  XM-LOG-OK                  VALUE '00'.
001150         88  XM-LOG-NOT-FOUND           VALUE '35'.
001160     03  XM-REPORT-STATUS    PIC X(02).
001170         88  XM-REPORT-OK               VALUE '00'.
001180     03  XM-EVENT-STATUS     PIC X(02).
001190         88  XM-EVENT-OK                VALUE '00'.
001200         88  XM-EVENT-NOT-FOUND         VALUE '35'.
001210     03  XM-EOF-SWITCH       PIC X(01) VALUE 'N'.
001220         88  XM-AT-EOF                  VALUE 'Y'.
001230     03  XM-RETRANSMIT-RUN-SW
001240                             PIC X(01) VALUE 'N'.
001250         88  XM-RETRANSMIT-RUN          VALUE 'Y'.
001260     03  XM-JOURNAL-FOUND-SW PIC X(01) VALUE 'N'.
001270         88  XM-JOURNAL-FOUND           VALUE 'Y'.
001280 01  XM-XMIT-CYCLE           PIC 9(05) VALUE ZERO.
001290 01  XM-SENDER-ID            PIC X(08) VALUE SPACES.
001300 01  XM-CYCLE-PGM            PIC X(08) VALUE SPACES.
001310 01  XM-CYCLE-RUN-DATE       PIC X(10) VALUE SPACES.
001320 01  XM-CYCLE-RUN-ID         PIC X(16) VALUE SPACES.
001330 01  XM-EXPECTED-COUNT       PIC 9(07) VALUE ZERO.
001340 01  XM-COUNT-SOURCE         PIC X(07) VALUE SPACES.
001350 01  XM-FEED-COUNT           PIC 9(07) VALUE ZERO.
001360 01  XM-BAD-VALUE-COUNT      PIC 9(07) VALUE ZERO.
001370 01  XM-WRITTEN-COUNT        PIC 9(07) VALUE ZERO.
001380 01  XM-ORIG-HASH            PIC 9(15) VALUE ZERO.
001390 01  XM-DIVIDED-HASH         PIC 9(15) VALUE ZERO.
001400 01  XM-PRIOR-COUNT          PIC 9(03) VALUE ZERO.
001410 01  XM-PRIOR-DATE           PIC X(10) VALUE SPACES.
001411 01  XM-RETIRED-CYCLE        PIC 9(05) VALUE ZERO.
001412*****************************************************************
001413*    THE SENT MAP - ONE FLAG PER CYCLE NUMBER, SET FROM THE LOG,
001414*    SO A RETIRED CYCLE ON ABCJRNL CAN BE CHECKED AGAINST ABCXLOG
001415*    IN ONE PASS OF EACH.
001416*****************************************************************
001417 01  XM-SENT-MAP.
001418     03  XM-SENT-FLAG        PIC X(01) OCCURS 99999 TIMES.
001419         88  XM-CYCLE-WAS-SENT          VALUE 'Y'.
001420*****************************************************************
001430*    THE CYCLE TABLE - EVERY NUMBERED CYCLE ON ABCFCTL, MARKED
001440*    FROM THE LOG WHEN IT HAS ALREADY BEEN SENT.  SAME 200-ENTRY
001450*    CEILING AS ABCPOST.
001460*****************************************************************
001470 01  XM-CYCLE-TABLE.
001480     03  XM-CYC-ENTRY OCCURS 200 TIMES.
001490         05  XM-CYC-NUM          PIC 9(05).
001500         05  XM-CYC-PGM          PIC X(08).
001510         05  XM-CYC-RUN-DATE     PIC X(10).
001520         05  XM-CYC-RUN-ID       PIC X(16).
001530         05  XM-CYC-COUNT        PIC 9(07).
001540         05  XM-CYC-SENT-SW      PIC X(01).
001550             88  XM-CYC-SENT                VALUE 'Y'.
001560 01  XM-CYCLE-COUNT          PIC 9(03) VALUE ZERO.
001570 01  XM-CYC-IDX              PIC 9(03).
001580 01  XM-CYC-FOUND-IDX        PIC 9(03) VALUE ZERO.
001590 01  XM-RUN-DATE-RAW         PIC 9(08).
001600 01  XM-RUN-DATE-BRK REDEFINES XM-RUN-DATE-RAW.
001610     03  XM-RUN-YYYY         PIC 9(04).
001620     03  XM-RUN-MM           PIC 9(02).
001630     03  XM-RUN-DD           PIC 9(02).
001640 01  XM-RUN-DATE-DISP        PIC X(10).
001650 01  XM-RUN-TIME-RAW         PIC 9(08).
001660 01  XM-RUN-ID               PIC X(16).
001670 01  XM-CLOCK-DATE-RAW       PIC 9(08).
001680 01  XM-CLOCK-DATE-BRK REDEFINES XM-CLOCK-DATE-RAW.
001690     03  XM-CLK-YYYY         PIC 9(04).
001700     03  XM-CLK-MM           PIC 9(02).
001710     03  XM-CLK-DD           PIC 9(02).
001720 01  XM-CLOCK-TIME-RAW       PIC 9(08).
001730 01  XM-CLOCK-TIME-BRK REDEFINES XM-CLOCK-TIME-RAW.
001740     03  XM-CLK-HH           PIC 9(02).
001750     03  XM-CLK-MI           PIC 9(02).
001760     03  XM-CLK-SS           PIC 9(02).
001770     03  FILLER              PIC 9(02).
001780 01  XM-CREATE-DATE          PIC X(10).
001790 01  XM-CREATE-TIME          PIC X(08).
001800 01  XM-EVT-SEVERITY         PIC X(01).
001810 01  XM-EVT-CODE             PIC X(04).
001820 01  XM-EVT-TEXT             PIC X(60).
001830 01  XM-EVT-TIME-RAW         PIC 9(08).
001840 01  XM-EVT-TIME-BRK REDEFINES XM-EVT-TIME-RAW.
001850     03  XM-EVT-HH           PIC 9(02).
001860     03  XM-EVT-MI           PIC 9(02).
001870     03  XM-EVT-SS           PIC 9(02).
001880     03  FILLER              PIC 9(02).
001890 01  XM-EVT-TIME-DISP        PIC X(08).
001900 01  XM-HEADING-LINE.
001910     03  FILLER              PIC X(30)
001920         VALUE " ABCFEED TRANSMISSION REPORT -".
001930     03  FILLER              PIC X(01) VALUE SPACE.
001940     03  XM-HDG-RUN-DATE     PIC X(10).
001950     03  FILLER              PIC X(39) VALUE SPACES.
001960 01  XM-PERIOD-LINE.
001970     03  FILLER              PIC X(01) VALUE SPACE.
001980     03  XM-PL-TEXT          PIC X(30).
001990     03  XM-PL-VALUE         PIC X(30).
002000     03  FILLER              PIC X(19) VALUE SPACES.
002010 01  XM-HASH-LINE.
002020     03  FILLER              PIC X(01) VALUE SPACE.
002030     03  XM-HL-TEXT          PIC X(30).
002040     03  XM-HL-HASH          PIC Z(14)9.
002050     03  FILLER              PIC X(34) VALUE SPACES.
002060 01  XM-TOTAL-LINE.
002070     03  FILLER              PIC X(01) VALUE SPACE.
002080     03  XM-TOT-TEXT         PIC X(30).
002090     03  XM-TOT-COUNT        PIC Z(14)9.
002100     03  FILLER              PIC X(34) VALUE SPACES.
002110 01  XM-MESSAGE-LINE.
002120     03  FILLER              PIC X(01) VALUE SPACE.
002130     03  XM-MSG-TEXT         PIC X(70).
002140     03  FILLER              PIC X(09) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160*****************************************************************
002170*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
002180*****************************************************************
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 1100-LOAD-CYCLES THRU 1100-EXIT.
002220     PERFORM 1200-SCAN-XMIT-LOG THRU 1200-EXIT.
002230     PERFORM 1300-SELECT-CYCLE THRU 1300-EXIT.
002240     PERFORM 2000-BALANCE-CYCLE THRU 2000-EXIT.
002250     PERFORM 3000-BUILD-ENVELOPE THRU 3000-EXIT.
002260     PERFORM 4000-LOG-TRANSMISSION THRU 4000-EXIT.
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002280     STOP RUN.
002290*****************************************************************
002300*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM BUSDATE, READ
002310*    THE CYCLE AND SENDER FROM XMTCTL AND OPEN THE REPORT.
002320*****************************************************************
002330 1000-INITIALIZE.
002340     OPEN INPUT BUSDATE-FILE.
002350     IF NOT XM-BUSDATE-OK
002360         DISPLAY "ABCXMIT: CANNOT OPEN BUSDATE, STATUS = "
002370             XM-BUSDATE-STATUS
002380         STOP RUN
002390     END-IF.
002400     READ BUSDATE-FILE
002410         AT END
002420             DISPLAY "ABCXMIT: BUSDATE HAS NO RECORD"
002430             CLOSE BUSDATE-FILE
002440             STOP RUN
002450     END-READ.
002460     CLOSE BUSDATE-FILE.
002470     IF BDT-BUS-YYYY IS NOT NUMERIC
002480             OR BDT-BUS-MM IS NOT NUMERIC
002490             OR BDT-BUS-DD IS NOT NUMERIC
002500         DISPLAY "ABCXMIT: BUSDATE BUSINESS DATE IS NOT VALID"
002510         STOP RUN
002520     END-IF.
002530     MOVE BDT-BUS-YYYY TO XM-RUN-YYYY.
002540     MOVE BDT-BUS-MM   TO XM-RUN-MM.
002550     MOVE BDT-BUS-DD   TO XM-RUN-DD.
002560     STRING XM-RUN-YYYY "-" XM-RUN-MM "-" XM-RUN-DD
002570         DELIMITED BY SIZE INTO XM-RUN-DATE-DISP.
002580     ACCEPT XM-RUN-TIME-RAW FROM TIME.
002590     STRING XM-RUN-DATE-RAW XM-RUN-TIME-RAW
002600         DELIMITED BY SIZE INTO XM-RUN-ID.
002610     OPEN INPUT PARM-FILE.
002620     IF NOT XM-PARM-OK
002630         DISPLAY "ABCXMIT: CANNOT OPEN XMTCTL, STATUS = "
002640             XM-PARM-STATUS
002650         STOP RUN
002660     END-IF.
002670     READ PARM-FILE
002680         AT END
002690             DISPLAY "ABCXMIT: PARM FILE XMTCTL HAS NO RECORD"
002700             CLOSE PARM-FILE
002710             STOP RUN
002720     END-READ.
002730     CLOSE PARM-FILE.
002740     IF XPM-CYCLE-NUM = SPACES
002750         MOVE ZERO TO XM-XMIT-CYCLE
002760     ELSE
002770         IF XPM-CYCLE-NUM IS NOT NUMERIC
002780             DISPLAY "ABCXMIT: XMTCTL CYCLE NOT NUMERIC: "
002790                 XPM-CYCLE-NUM
002800             STOP RUN
002810         END-IF
002820         MOVE XPM-CYCLE-NUM TO XM-XMIT-CYCLE
002830     END-IF.
002840     IF XPM-SENDER-ID = SPACES
002850         DISPLAY "ABCXMIT: XMTCTL SENDER ID IS BLANK"
002860         STOP RUN
002870     END-IF.
002880     MOVE XPM-SENDER-ID TO XM-SENDER-ID.
002890     OPEN OUTPUT XMIT-REPORT-FILE.
002900     IF NOT XM-REPORT-OK
002910         DISPLAY "ABCXMIT: CANNOT OPEN ABCXRPT, STATUS = "
002920             XM-REPORT-STATUS
002930         STOP RUN
002940     END-IF.
002950     MOVE XM-RUN-DATE-DISP TO XM-HDG-RUN-DATE.
002960     WRITE XM-REPORT-REC FROM XM-HEADING-LINE.
002970     MOVE SPACES TO XM-REPORT-REC.
002980     WRITE XM-REPORT-REC.
002990     IF XPM-RETRANSMIT AND XM-XMIT-CYCLE = ZERO
003000         MOVE "TRANSMISSION REFUSED - NO CYCLE NAMED TO RESEND"
003010             TO XM-MSG-TEXT
003020         PERFORM 8000-REFUSE-TRANSMISSION THRU 8000-EXIT
003030     END-IF.
003040 1000-EXIT.
003050     EXIT.
003060*****************************************************************
003070*    1100-LOAD-CYCLES - LOAD THE NUMBERED CYCLES ON ABCFCTL.
003080*    CYCLE 0, ABCPOST'S CLOSE-OUT OF PRE-CYCLE FEED RECORDS, IS
003090*    NEVER TRANSMITTED.
003100*****************************************************************
003110 1100-LOAD-CYCLES.
003120     MOVE 'N' TO XM-EOF-SWITCH.
003130     OPEN INPUT CYCLE-FILE.
003140     IF XM-CYCLE-NOT-FOUND
003150         GO TO 1100-EXIT
003160     END-IF.
003170     IF NOT XM-CYCLE-OK
003180         DISPLAY "ABCXMIT: CANNOT OPEN ABCFCTL, STATUS = "
003190             XM-CYCLE-STATUS
003200         STOP RUN
003210     END-IF.
003220     PERFORM 1110-LOAD-ONE-CYCLE THRU 1110-EXIT
003230         UNTIL XM-AT-EOF.
003240     CLOSE CYCLE-FILE.
003250 1100-EXIT.
003260     EXIT.
003270 1110-LOAD-ONE-CYCLE.
003280     READ CYCLE-FILE
003290         AT END
003300             SET XM-AT-EOF TO TRUE
003310             GO TO 1110-EXIT
003320     END-READ.
003330     IF FCY-CYCLE-NUM IS NOT NUMERIC
003340         GO TO 1110-EXIT
003350     END-IF.
003360     IF FCY-CYCLE-NUM = ZERO
003370         GO TO 1110-EXIT
003380     END-IF.
003390     IF XM-CYCLE-COUNT = 200
003400         MOVE "TRANSMISSION REFUSED - ABCFCTL OVER 200 CYCLES"
003410             TO XM-MSG-TEXT
003420         PERFORM 8000-REFUSE-TRANSMISSION THRU 8000-EXIT
003430     END-IF.
003440     ADD 1 TO XM-CYCLE-COUNT.
003450     MOVE FCY-CYCLE-NUM   TO XM-CYC-NUM(XM-CYCLE-COUNT).
003460     MOVE FCY-PROGRAM-ID  TO XM-CYC-PGM(XM-CYCLE-COUNT).
003470     MOVE FCY-RUN-DATE    TO XM-CYC-RUN-DATE(XM-CYCLE-COUNT).
003480     MOVE FCY-RUN-ID      TO XM-CYC-RUN-ID(XM-CYCLE-COUNT).
003490     IF FCY-RECORD-COUNT IS NUMERIC
003500         MOVE FCY-RECORD-COUNT TO XM-CYC-COUNT(XM-CYCLE-COUNT)
003510     ELSE
003520         MOVE ZERO TO XM-CYC-COUNT(XM-CYCLE-COUNT)
003530     END-IF.
003540     MOVE 'N' TO XM-CYC-SENT-SW(XM-CYCLE-COUNT).
003550 1110-EXIT.
003560     EXIT.
003570*****************************************************************
003580*    1200-SCAN-XMIT-LOG - MARK EVERY CYCLE THE LOG SAYS HAS GONE,
003590*    AND FOR THE CYCLE NAMED ON XMTCTL NOTE HOW OFTEN AND WHEN IT
003600*    WAS LAST SENT.  A MISSING LOG MEANS NOTHING HAS BEEN SENT.
003610*****************************************************************
003620 1200-SCAN-XMIT-LOG.
003630     MOVE 'N' TO XM-EOF-SWITCH.
003635     MOVE SPACES TO XM-SENT-MAP.
003640     OPEN INPUT XMIT-LOG-FILE.
003650     IF XM-LOG-NOT-FOUND
003660         GO TO 1200-EXIT
003670     END-IF.
003680     IF NOT XM-LOG-OK
003690         DISPLAY "ABCXMIT: CANNOT OPEN ABCXLOG, STATUS = "
003700             XM-LOG-STATUS
003710         STOP RUN
003720     END-IF.
003730     PERFORM 1210-SCAN-ONE-LOG-ENTRY THRU 1210-EXIT
003740         UNTIL XM-AT-EOF.
003750     CLOSE XMIT-LOG-FILE.
003760 1200-EXIT.
003770     EXIT.
003780 1210-SCAN-ONE-LOG-ENTRY.
003790     READ XMIT-LOG-FILE
003800         AT END
003810             SET XM-AT-EOF TO TRUE
003820             GO TO 1210-EXIT
003830     END-READ.
003840     IF XLG-CYCLE-NUM IS NOT NUMERIC
003850         GO TO 1210-EXIT
003860     END-IF.
003862     IF XLG-CYCLE-NUM > ZERO
003864         MOVE 'Y' TO XM-SENT-FLAG(XLG-CYCLE-NUM)
003866     END-IF.
003870     PERFORM 1220-MARK-ONE-CYCLE THRU 1220-EXIT
003880         VARYING XM-CYC-IDX FROM 1 BY 1
003890         UNTIL XM-CYC-IDX > XM-CYCLE-COUNT.
003900     IF XM-XMIT-CYCLE NOT = ZERO
003910             AND XLG-CYCLE-NUM = XM-XMIT-CYCLE
003920         ADD 1 TO XM-PRIOR-COUNT
003930         MOVE XLG-XMIT-DATE TO XM-PRIOR-DATE
003940     END-IF.
003950 1210-EXIT.
003960     EXIT.
003970 1220-MARK-ONE-CYCLE.
003980     IF XM-CYC-NUM(XM-CYC-IDX) = XLG-CYCLE-NUM
003990         MOVE 'Y' TO XM-CYC-SENT-SW(XM-CYC-IDX)
004000     END-IF.
004010 1220-EXIT.
004020     EXIT.
004030*****************************************************************
004040*    1300-SELECT-CYCLE - SETTLE WHICH CYCLE GOES AND WHAT IT MUST
004050*    BALANCE TO.  WITH NO CYCLE NAMED, THE OLDEST UNSENT CYCLE
004060*    GOES - FROM ABCFCTL, OR FROM ABCJRNL IF ABCPOST HAS ALREADY
004070*    RETIRED IT; IF EVERY CYCLE HAS GONE THERE IS NOTHING TO DO.
004080*    A NAMED CYCLE ALREADY SENT IS REFUSED UNLESS THIS IS A
004085*    RETRANSMISSION.
004090*****************************************************************
004100 1300-SELECT-CYCLE.
004110     MOVE ZERO TO XM-CYC-FOUND-IDX.
004120     IF XM-XMIT-CYCLE = ZERO
004130         PERFORM 1310-TRY-OLDEST-UNSENT THRU 1310-EXIT
004140             VARYING XM-CYC-IDX FROM 1 BY 1
004150             UNTIL XM-CYC-IDX > XM-CYCLE-COUNT
004155         PERFORM 1420-FIND-OLDEST-RETIRED THRU 1420-EXIT
004160         IF XM-CYC-FOUND-IDX = ZERO
004165                 AND XM-RETIRED-CYCLE = ZERO
004170             PERFORM 8100-NOTHING-TO-SEND THRU 8100-EXIT
004180         END-IF
004182         IF XM-CYC-FOUND-IDX NOT = ZERO
004184             MOVE XM-CYC-NUM(XM-CYC-FOUND-IDX) TO XM-XMIT-CYCLE
004186         END-IF
004188         IF XM-RETIRED-CYCLE NOT = ZERO
004190                 AND (XM-XMIT-CYCLE = ZERO
004192                  OR XM-RETIRED-CYCLE < XM-XMIT-CYCLE)
004194             MOVE XM-RETIRED-CYCLE TO XM-XMIT-CYCLE
004196             MOVE ZERO TO XM-CYC-FOUND-IDX
004198         END-IF
004200     ELSE
004210         PERFORM 1320-MATCH-NAMED-CYCLE THRU 1320-EXIT
004220             VARYING XM-CYC-IDX FROM 1 BY 1
004230             UNTIL XM-CYC-IDX > XM-CYCLE-COUNT
004240     END-IF.
004250     IF XM-CYC-FOUND-IDX NOT = ZERO
004260         MOVE XM-CYC-FOUND-IDX TO XM-CYC-IDX
004270         MOVE XM-CYC-PGM(XM-CYC-IDX)      TO XM-CYCLE-PGM
004280         MOVE XM-CYC-RUN-DATE(XM-CYC-IDX) TO XM-CYCLE-RUN-DATE
004290         MOVE XM-CYC-RUN-ID(XM-CYC-IDX)   TO XM-CYCLE-RUN-ID
004300         MOVE XM-CYC-COUNT(XM-CYC-IDX)    TO XM-EXPECTED-COUNT
004310         MOVE "ABCFCTL" TO XM-COUNT-SOURCE
004320     ELSE
004330         PERFORM 1400-FIND-RETIRED-CYCLE THRU 1400-EXIT
004340     END-IF.
004350     IF XM-PRIOR-COUNT > ZERO
004360         IF XPM-RETRANSMIT
004370             SET XM-RETRANSMIT-RUN TO TRUE
004380         ELSE
004390             MOVE SPACES TO XM-MSG-TEXT
004400             STRING "TRANSMISSION REFUSED - CYCLE " XM-XMIT-CYCLE
004410                 " ALREADY SENT " XM-PRIOR-DATE
004420                 DELIMITED BY SIZE INTO XM-MSG-TEXT
004430             END-STRING
004440             PERFORM 8000-REFUSE-TRANSMISSION THRU 8000-EXIT
004450         END-IF
004460     END-IF.
004470 1300-EXIT.
004480     EXIT.
004490 1310-TRY-OLDEST-UNSENT.
004500     IF XM-CYC-SENT(XM-CYC-IDX)
004510         GO TO 1310-EXIT
004520     END-IF.
004530     IF XM-CYC-FOUND-IDX = ZERO
004540         MOVE XM-CYC-IDX TO XM-CYC-FOUND-IDX
004550         GO TO 1310-EXIT
004560     END-IF.
004570     IF XM-CYC-NUM(XM-CYC-IDX) < XM-CYC-NUM(XM-CYC-FOUND-IDX)
004580         MOVE XM-CYC-IDX TO XM-CYC-FOUND-IDX
004590     END-IF.
004600 1310-EXIT.
004610     EXIT.
004620 1320-MATCH-NAMED-CYCLE.
004630     IF XM-CYC-NUM(XM-CYC-IDX) = XM-XMIT-CYCLE
004640         MOVE XM-CYC-IDX TO XM-CYC-FOUND-IDX
004650     END-IF.
004660 1320-EXIT.
004670     EXIT.
004680*****************************************************************
004690*    1400-FIND-RETIRED-CYCLE - A NAMED CYCLE NO LONGER ON ABCFCTL
004700*    WAS POSTED AND RETIRED BY ABCPOST; ITS CLOSE-OUT DETAILS ARE
004710*    ON THE LAST ABCJRNL CYCLE ENTRY FOR IT.  A CYCLE ON NEITHER
004720*    FILE IS UNKNOWN AND IS REFUSED.
004730*****************************************************************
004740 1400-FIND-RETIRED-CYCLE.
004750     MOVE 'N' TO XM-EOF-SWITCH.
004760     OPEN INPUT JOURNAL-FILE.
004770     IF XM-JOURNAL-OK
004780         PERFORM 1410-SCAN-ONE-ENTRY THRU 1410-EXIT
004790             UNTIL XM-AT-EOF
004800         CLOSE JOURNAL-FILE
004810     ELSE
004820         IF NOT XM-JOURNAL-NOT-FOUND
004830             DISPLAY "ABCXMIT: CANNOT OPEN ABCJRNL, STATUS = "
004840                 XM-JOURNAL-STATUS
004850             STOP RUN
004860         END-IF
004870     END-IF.
004880     IF NOT XM-JOURNAL-FOUND
004890         MOVE SPACES TO XM-MSG-TEXT
004900         STRING "TRANSMISSION REFUSED - CYCLE " XM-XMIT-CYCLE
004910             " NOT ON ABCFCTL/ABCJRNL"
004920             DELIMITED BY SIZE INTO XM-MSG-TEXT
004930         END-STRING
004940         PERFORM 8000-REFUSE-TRANSMISSION THRU 8000-EXIT
004950     END-IF.
004960     MOVE "ABCJRNL" TO XM-COUNT-SOURCE.
004970 1400-EXIT.
004980     EXIT.
004990 1410-SCAN-ONE-ENTRY.
005000     READ JOURNAL-FILE
005010         AT END
005020             SET XM-AT-EOF TO TRUE
005030             GO TO 1410-EXIT
005040     END-READ.
005050     IF NOT JRN-CYCLE-ENTRY
005060             OR JRN-CYCLE-NUM IS NOT NUMERIC
005070         GO TO 1410-EXIT
005080     END-IF.
005090     IF JRN-CYCLE-NUM NOT = XM-XMIT-CYCLE
005100         GO TO 1410-EXIT
005110     END-IF.
005120     SET XM-JOURNAL-FOUND TO TRUE.
005130     MOVE JRN-CYC-PROGRAM-ID TO XM-CYCLE-PGM.
005140     MOVE JRN-CYC-RUN-DATE   TO XM-CYCLE-RUN-DATE.
005150     MOVE JRN-CYC-RUN-ID     TO XM-CYCLE-RUN-ID.
005160     IF JRN-CYC-RECORD-COUNT IS NUMERIC
005170         MOVE JRN-CYC-RECORD-COUNT TO XM-EXPECTED-COUNT
005180     ELSE
005190         MOVE ZERO TO XM-EXPECTED-COUNT
005200     END-IF.
005210 1410-EXIT.
005220     EXIT.
005221*****************************************************************
005222*    1420-FIND-OLDEST-RETIRED - WITH NO CYCLE NAMED, FIND THE
005223*    OLDEST CYCLE ON ABCJRNL THAT IS NOT ON ABCXLOG, SO A CYCLE
005224*    ABCPOST RETIRED BEFORE IT WAS SENT IS STILL PICKED UP.  A
005225*    MISSING JOURNAL MEANS NOTHING HAS BEEN RETIRED.
005226*****************************************************************
005227 1420-FIND-OLDEST-RETIRED.
005228     MOVE 'N' TO XM-EOF-SWITCH.
005229     OPEN INPUT JOURNAL-FILE.
005230     IF XM-JOURNAL-NOT-FOUND
005231         GO TO 1420-EXIT
005232     END-IF.
005233     IF NOT XM-JOURNAL-OK
005234         DISPLAY "ABCXMIT: CANNOT OPEN ABCJRNL, STATUS = "
005235             XM-JOURNAL-STATUS
005236         STOP RUN
005237     END-IF.
005238     PERFORM 1430-CHECK-ONE-RETIRED THRU 1430-EXIT
005239         UNTIL XM-AT-EOF.
005240     CLOSE JOURNAL-FILE.
005241 1420-EXIT.
005242     EXIT.
005243 1430-CHECK-ONE-RETIRED.
005244     READ JOURNAL-FILE
005245         AT END
005246             SET XM-AT-EOF TO TRUE
005247             GO TO 1430-EXIT
005248     END-READ.
005249     IF NOT JRN-CYCLE-ENTRY
005250             OR JRN-CYCLE-NUM IS NOT NUMERIC
005251         GO TO 1430-EXIT
005252     END-IF.
005253     IF JRN-CYCLE-NUM = ZERO
005254         GO TO 1430-EXIT
005255     END-IF.
005256     IF XM-CYCLE-WAS-SENT(JRN-CYCLE-NUM)
005257         GO TO 1430-EXIT
005258     END-IF.
005259     IF XM-RETIRED-CYCLE = ZERO
005260             OR JRN-CYCLE-NUM < XM-RETIRED-CYCLE
005261         MOVE JRN-CYCLE-NUM TO XM-RETIRED-CYCLE
005262     END-IF.
005263 1430-EXIT.
005264     EXIT.
005265*****************************************************************
005266*    2000-BALANCE-CYCLE - COUNT AND HASH-TOTAL THE CYCLE'S ABCFEED
005267*    RECORDS.  NOTHING IS RELEASED UNLESS THE COUNT AGREES WITH
005268*    THE CYCLE'S CLOSE-OUT COUNT AND EVERY VALUE IS NUMERIC, SO A
005270*    TRUNCATED OR DAMAGED FEED NEVER LEAVES THE BUILDING.
005280*****************************************************************
005290 2000-BALANCE-CYCLE.
005300     MOVE 'N' TO XM-EOF-SWITCH.
005310     OPEN INPUT FEED-FILE.
005320     IF XM-FEED-OK
005330         PERFORM 2100-TOTAL-ONE-FEED-REC THRU 2100-EXIT
005340             UNTIL XM-AT-EOF
005350         CLOSE FEED-FILE
005360     ELSE
005370         IF NOT XM-FEED-NOT-FOUND
005380             DISPLAY "ABCXMIT: CANNOT OPEN ABCFEED, STATUS = "
005390                 XM-FEED-STATUS
005400             STOP RUN
005410         END-IF
005420     END-IF.
005430     IF XM-BAD-VALUE-COUNT > ZERO
005440         MOVE SPACES TO XM-MSG-TEXT
005450         STRING "TRANSMISSION REFUSED - CYCLE " XM-XMIT-CYCLE
005460             " HAS " XM-BAD-VALUE-COUNT " BAD VALUES"
005470             DELIMITED BY SIZE INTO XM-MSG-TEXT
005480         END-STRING
005490         PERFORM 8000-REFUSE-TRANSMISSION THRU 8000-EXIT
005500     END-IF.
005510     IF XM-FEED-COUNT NOT = XM-EXPECTED-COUNT
005520         MOVE SPACES TO XM-MSG-TEXT
005530         STRING "TRANSMISSION REFUSED - CYCLE " XM-XMIT-CYCLE
005540             " FEED " XM-FEED-COUNT " VS " XM-EXPECTED-COUNT
005550             DELIMITED BY SIZE INTO XM-MSG-TEXT
005560         END-STRING
005570         PERFORM 8000-REFUSE-TRANSMISSION THRU 8000-EXIT
005580     END-IF.
005590 2000-EXIT.
005600     EXIT.
005610 2100-TOTAL-ONE-FEED-REC.
005620     READ FEED-FILE
005630         AT END
005640             SET XM-AT-EOF TO TRUE
005650             GO TO 2100-EXIT
005660     END-READ.
005670     IF FEED-CYCLE-NUM IS NOT NUMERIC
005680         GO TO 2100-EXIT
005690     END-IF.
005700     IF FEED-CYCLE-NUM NOT = XM-XMIT-CYCLE
005710         GO TO 2100-EXIT
005720     END-IF.
005730     ADD 1 TO XM-FEED-COUNT.
005740     IF FEED-ORIG-VALUE IS NOT NUMERIC
005750             OR FEED-DIVIDED-VALUE IS NOT NUMERIC
005760         ADD 1 TO XM-BAD-VALUE-COUNT
005770         GO TO 2100-EXIT
005780     END-IF.
005790     ADD FEED-ORIG-VALUE    TO XM-ORIG-HASH.
005800     ADD FEED-DIVIDED-VALUE TO XM-DIVIDED-HASH.
005810 2100-EXIT.
005820     EXIT.
005830*****************************************************************
005840*    3000-BUILD-ENVELOPE - WRITE THE HEADER, THE CYCLE'S FEED
005850*    RECORDS AS THEY STAND AND THE TRAILER TO ABCXMIT.
005860*****************************************************************
005870 3000-BUILD-ENVELOPE.
005880     ACCEPT XM-CLOCK-DATE-RAW FROM DATE YYYYMMDD.
005890     ACCEPT XM-CLOCK-TIME-RAW FROM TIME.
005900     STRING XM-CLK-YYYY "-" XM-CLK-MM "-" XM-CLK-DD
005910         DELIMITED BY SIZE INTO XM-CREATE-DATE.
005920     STRING XM-CLK-HH ":" XM-CLK-MI ":" XM-CLK-SS
005930         DELIMITED BY SIZE INTO XM-CREATE-TIME.
005940     OPEN OUTPUT ENVELOPE-FILE.
005950     IF NOT XM-ENVELOPE-OK
005960         DISPLAY "ABCXMIT: CANNOT OPEN ABCXMIT, STATUS = "
005970             XM-ENVELOPE-STATUS
005980         STOP RUN
005990     END-IF.
006000     MOVE SPACES TO XMT-REC.
006010     SET XMT-HEADER TO TRUE.
006020     MOVE XM-SENDER-ID    TO XMT-HDR-SENDER-ID.
006030     MOVE XM-XMIT-CYCLE   TO XMT-HDR-CYCLE-NUM.
006040     MOVE XM-CYCLE-RUN-ID TO XMT-HDR-RUN-ID.
006050     MOVE XM-CREATE-DATE  TO XMT-HDR-CREATE-DATE.
006060     MOVE XM-CREATE-TIME  TO XMT-HDR-CREATE-TIME.
006070     MOVE 'N' TO XMT-HDR-RETRANSMIT.
006080     IF XM-RETRANSMIT-RUN
006090         MOVE 'Y' TO XMT-HDR-RETRANSMIT
006100     END-IF.
006110     WRITE XMT-REC.
006120     MOVE 'N' TO XM-EOF-SWITCH.
006130     IF XM-FEED-COUNT > ZERO
006140         OPEN INPUT FEED-FILE
006150         PERFORM 3100-COPY-ONE-FEED-REC THRU 3100-EXIT
006160             UNTIL XM-AT-EOF
006170         CLOSE FEED-FILE
006180     END-IF.
006190     MOVE SPACES TO XMT-REC.
006200     SET XMT-TRAILER TO TRUE.
006210     MOVE XM-XMIT-CYCLE    TO XMT-TRL-CYCLE-NUM.
006220     MOVE XM-WRITTEN-COUNT TO XMT-TRL-RECORD-COUNT.
006230     MOVE XM-ORIG-HASH     TO XMT-TRL-ORIG-HASH.
006240     MOVE XM-DIVIDED-HASH  TO XMT-TRL-DIVIDED-HASH.
006250     WRITE XMT-REC.
006260     CLOSE ENVELOPE-FILE.
006270     IF XM-WRITTEN-COUNT NOT = XM-FEED-COUNT
006280         MOVE SPACES TO XM-MSG-TEXT
006290         STRING "TRANSMISSION REFUSED - ABCFEED CHANGED WHILE "
006300             "CYCLE " XM-XMIT-CYCLE " WAS COPIED"
006310             DELIMITED BY SIZE INTO XM-MSG-TEXT
006320         END-STRING
006330         PERFORM 8000-REFUSE-TRANSMISSION THRU 8000-EXIT
006340     END-IF.
006350 3000-EXIT.
006360     EXIT.
006370 3100-COPY-ONE-FEED-REC.
006380     READ FEED-FILE
006390         AT END
006400             SET XM-AT-EOF TO TRUE
006410             GO TO 3100-EXIT
006420     END-READ.
006430     IF FEED-CYCLE-NUM IS NOT NUMERIC
006440         GO TO 3100-EXIT
006450     END-IF.
006460     IF FEED-CYCLE-NUM NOT = XM-XMIT-CYCLE
006470         GO TO 3100-EXIT
006480     END-IF.
006490     MOVE FEED-REC TO XMT-REC.
006500     WRITE XMT-REC.
006510     ADD 1 TO XM-WRITTEN-COUNT.
006520 3100-EXIT.
006530     EXIT.
006540*****************************************************************
006550*    4000-LOG-TRANSMISSION - APPEND THE ENVELOPE JUST BUILT TO
006560*    THE ABCXLOG TRANSMISSION LOG.
006570*****************************************************************
006580 4000-LOG-TRANSMISSION.
006590     OPEN EXTEND XMIT-LOG-FILE.
006600     IF XM-LOG-NOT-FOUND
006610         OPEN OUTPUT XMIT-LOG-FILE
006620     END-IF.
006630     IF NOT XM-LOG-OK
006640         DISPLAY "ABCXMIT: CANNOT OPEN ABCXLOG, STATUS = "
006650             XM-LOG-STATUS
006660         STOP RUN
006670     END-IF.
006680     MOVE SPACES TO XLG-REC.
006690     MOVE XM-XMIT-CYCLE    TO XLG-CYCLE-NUM.
006700     MOVE XM-CREATE-DATE   TO XLG-XMIT-DATE.
006710     MOVE XM-CREATE-TIME   TO XLG-XMIT-TIME.
006720     MOVE XM-RUN-ID        TO XLG-XMIT-RUN-ID.
006730     MOVE XM-WRITTEN-COUNT TO XLG-RECORD-COUNT.
006740     MOVE XM-ORIG-HASH     TO XLG-ORIG-HASH.
006750     MOVE XM-DIVIDED-HASH  TO XLG-DIVIDED-HASH.
006760     MOVE 'N' TO XLG-RETRANSMIT-SW.
006770     IF XM-RETRANSMIT-RUN
006780         MOVE 'Y' TO XLG-RETRANSMIT-SW
006790     END-IF.
006800     WRITE XLG-REC.
006810     CLOSE XMIT-LOG-FILE.
006820 4000-EXIT.
006830     EXIT.
006840*****************************************************************
006850*    8000-REFUSE-TRANSMISSION - THE CYCLE MAY NOT GO.  ABCXMIT IS
006860*    LEFT EMPTY SO THAT NO ENVELOPE - NEITHER A PART-BUILT ONE NOR
006870*    AN EARLIER RUN'S - CAN BE PICKED UP FOR TRANSFER, AND THE
006880*    REASON IS REPORTED AND LOGGED.
006890*****************************************************************
006900 8000-REFUSE-TRANSMISSION.
006910     OPEN OUTPUT ENVELOPE-FILE.
006920     CLOSE ENVELOPE-FILE.
006930     WRITE XM-REPORT-REC FROM XM-MESSAGE-LINE.
006940     MOVE 'E'    TO XM-EVT-SEVERITY.
006950     MOVE "XM03" TO XM-EVT-CODE.
006960     MOVE XM-MSG-TEXT TO XM-EVT-TEXT.
006970     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
006980     DISPLAY "ABCXMIT: " XM-MSG-TEXT.
006990     CLOSE XMIT-REPORT-FILE.
007000     STOP RUN.
007010 8000-EXIT.
007020     EXIT.
007030*****************************************************************
007040*    8100-NOTHING-TO-SEND - EVERY CYCLE ON ABCFCTL HAS ALREADY
007050*    GONE.  NOT AN ERROR; ABCXMIT IS EMPTIED AS FOR A REFUSAL SO
007060*    THE LAST ENVELOPE IS NOT SENT AGAIN.
007070*****************************************************************
007080 8100-NOTHING-TO-SEND.
007090     OPEN OUTPUT ENVELOPE-FILE.
007100     CLOSE ENVELOPE-FILE.
007110     MOVE "NO FEED CYCLE AWAITING TRANSMISSION" TO XM-MSG-TEXT.
007120     WRITE XM-REPORT-REC FROM XM-MESSAGE-LINE.
007130     MOVE 'I'    TO XM-EVT-SEVERITY.
007140     MOVE "XM04" TO XM-EVT-CODE.
007150     MOVE XM-MSG-TEXT TO XM-EVT-TEXT.
007160     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
007170     CLOSE XMIT-REPORT-FILE.
007180     STOP RUN.
007190 8100-EXIT.
007200     EXIT.
007210*****************************************************************
007220*    9000-TERMINATE - REPORT THE ENVELOPE, LOG THE OUTCOME AND
007230*    CLOSE THE REPORT.
007240*****************************************************************
007250 9000-TERMINATE.
007260     MOVE "FEED CYCLE" TO XM-PL-TEXT.
007270     MOVE XM-XMIT-CYCLE TO XM-PL-VALUE.
007280     WRITE XM-REPORT-REC FROM XM-PERIOD-LINE.
007290     MOVE "CLOSED OUT BY" TO XM-PL-TEXT.
007300     MOVE SPACES TO XM-PL-VALUE.
007310     STRING XM-CYCLE-PGM " " XM-CYCLE-RUN-DATE
007320         DELIMITED BY SIZE INTO XM-PL-VALUE.
007330     WRITE XM-REPORT-REC FROM XM-PERIOD-LINE.
007340     MOVE "CYCLE RUN ID" TO XM-PL-TEXT.
007350     MOVE XM-CYCLE-RUN-ID TO XM-PL-VALUE.
007360     WRITE XM-REPORT-REC FROM XM-PERIOD-LINE.
007370     MOVE "SENDER ID" TO XM-PL-TEXT.
007380     MOVE XM-SENDER-ID TO XM-PL-VALUE.
007390     WRITE XM-REPORT-REC FROM XM-PERIOD-LINE.
007400     MOVE "ENVELOPE CREATED" TO XM-PL-TEXT.
007410     MOVE SPACES TO XM-PL-VALUE.
007420     STRING XM-CREATE-DATE " " XM-CREATE-TIME
007430         DELIMITED BY SIZE INTO XM-PL-VALUE.
007440     WRITE XM-REPORT-REC FROM XM-PERIOD-LINE.
007450     MOVE "TRANSMISSION" TO XM-PL-TEXT.
007460     MOVE "ORIGINAL" TO XM-PL-VALUE.
007470     IF XM-RETRANSMIT-RUN
007480         MOVE SPACES TO XM-PL-VALUE
007490         STRING "RETRANSMISSION - LAST SENT " XM-PRIOR-DATE
007500             DELIMITED BY SIZE INTO XM-PL-VALUE
007510         END-STRING
007520     END-IF.
007530     WRITE XM-REPORT-REC FROM XM-PERIOD-LINE.
007540     MOVE SPACES TO XM-REPORT-REC.
007550     WRITE XM-REPORT-REC.
007560     MOVE SPACES TO XM-TOT-TEXT.
007570     STRING "RECORDS PER " XM-COUNT-SOURCE
007580         DELIMITED BY SIZE INTO XM-TOT-TEXT.
007590     MOVE XM-EXPECTED-COUNT TO XM-TOT-COUNT.
007600     WRITE XM-REPORT-REC FROM XM-TOTAL-LINE.
007610     MOVE "RECORDS ON ABCFEED" TO XM-TOT-TEXT.
007620     MOVE XM-FEED-COUNT TO XM-TOT-COUNT.
007630     WRITE XM-REPORT-REC FROM XM-TOTAL-LINE.
007640     MOVE "RECORDS IN THE ENVELOPE" TO XM-TOT-TEXT.
007650     MOVE XM-WRITTEN-COUNT TO XM-TOT-COUNT.
007660     WRITE XM-REPORT-REC FROM XM-TOTAL-LINE.
007670     MOVE "HASH TOTAL - ORIGINAL VALUES" TO XM-HL-TEXT.
007680     MOVE XM-ORIG-HASH TO XM-HL-HASH.
007690     WRITE XM-REPORT-REC FROM XM-HASH-LINE.
007700     MOVE "HASH TOTAL - DIVIDED VALUES" TO XM-HL-TEXT.
007710     MOVE XM-DIVIDED-HASH TO XM-HL-HASH.
007720     WRITE XM-REPORT-REC FROM XM-HASH-LINE.
007730     MOVE SPACES TO XM-REPORT-REC.
007740     WRITE XM-REPORT-REC.
007750     MOVE "ENVELOPE BALANCED AND RELEASED TO ABCXMIT"
007760         TO XM-MSG-TEXT.
007770     WRITE XM-REPORT-REC FROM XM-MESSAGE-LINE.
007780     IF XM-RETRANSMIT-RUN
007790         MOVE 'W'    TO XM-EVT-SEVERITY
007800         MOVE "XM02" TO XM-EVT-CODE
007810         MOVE SPACES TO XM-EVT-TEXT
007820         STRING "CYCLE " XM-XMIT-CYCLE " RESENT - "
007830             XM-WRITTEN-COUNT " RECORDS, LAST SENT " XM-PRIOR-DATE
007840             DELIMITED BY SIZE INTO XM-EVT-TEXT
007850         END-STRING
007860     ELSE
007870         MOVE 'I'    TO XM-EVT-SEVERITY
007880         MOVE "XM01" TO XM-EVT-CODE
007890         MOVE SPACES TO XM-EVT-TEXT
007900         STRING "CYCLE " XM-XMIT-CYCLE " TRANSMITTED - "
007910             XM-WRITTEN-COUNT " RECORDS"
007920             DELIMITED BY SIZE INTO XM-EVT-TEXT
007930         END-STRING
007940     END-IF.
007950     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
007960     CLOSE XMIT-REPORT-FILE.
007970 9000-EXIT.
007980     EXIT.
007990*****************************************************************
008000*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
008010*    OPERATIONS EVENT LOG.
008020*****************************************************************
008030 9400-WRITE-EVENT-REC.
008040     ACCEPT XM-EVT-TIME-RAW FROM TIME.
008050     STRING XM-EVT-HH ":" XM-EVT-MI ":" XM-EVT-SS
008060         DELIMITED BY SIZE INTO XM-EVT-TIME-DISP.
008070     OPEN EXTEND EVENT-FILE.
008080     IF XM-EVENT-NOT-FOUND
008090         OPEN OUTPUT EVENT-FILE
008100     END-IF.
008110     IF NOT XM-EVENT-OK
008120         DISPLAY "ABCXMIT: EVTLOG UNAVAILABLE - "
008130             XM-EVT-SEVERITY " " XM-EVT-CODE " " XM-EVT-TEXT
008140         GO TO 9400-EXIT
008150     END-IF.
008160     MOVE SPACES TO EVT-REC.
008170     MOVE "ABCXMIT"         TO EVT-PROGRAM-ID.
008180     MOVE XM-RUN-DATE-DISP  TO EVT-RUN-DATE.
008190     MOVE XM-EVT-TIME-DISP  TO EVT-RUN-TIME.
008200     MOVE XM-RUN-ID         TO EVT-RUN-ID.
008210     MOVE XM-EVT-SEVERITY   TO EVT-SEVERITY.
008220     MOVE XM-EVT-CODE       TO EVT-CODE.
008230     MOVE XM-EVT-TEXT       TO EVT-TEXT.
008240     WRITE EVT-REC.
008250     CLOSE EVENT-FILE.
008260 9400-EXIT.
008270     EXIT.
008280 END PROGRAM ABCXMIT.
