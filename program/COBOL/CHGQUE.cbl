000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CHGQUE.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - MAKER-CHECKER QUEUE FOR
000120*                     FIZZRULE AND FIZZOVRD CHANGES.  RULE
000130*                     TRANSACTIONS SUBMITTED ON RULETRAN (SEE
000140*                     TRNREC01) AND OVERRIDE ADD/RETIRE
000150*                     TRANSACTIONS SUBMITTED ON OVRTRAN (SEE
000160*                     OVTREC01) ARE NUMBERED AND HELD ON THE
000170*                     RULEPEND AND OVRPEND QUEUES (SEE PNDREC01)
000180*                     INSTEAD OF BEING APPLIED.  DECISIONS ON
000190*                     CHGAPRV (SEE APRREC01) APPROVE OR REJECT A
000200*                     QUEUED CHANGE BY ITS CHANGE ID; AN APPROVAL
000210*                     FROM THE SUBMITTER'S OWN USER ID IS REFUSED.
000220*                     A CHANGE LEFT PENDING LONGER THAN THE DAYS
000230*                     ON CHGQCTL (SEE CQCREC01) EXPIRES.  EVERY
000240*                     DECIDED CHANGE MOVES TO THE CHGQHST HISTORY
000250*                     FILE WITH WHO DECIDED IT AND WHEN, AND THE
000260*                     APPROVED ONES ARE RELEASED ON RULEAPRV AND
000270*                     OVRAPRV FOR RULEMNT AND OVRMNT, WHICH RUN
000280*                     NEXT.  THE CHGQRPT QUEUE REPORT LISTS THE
000290*                     DECISIONS, THE NEW SUBMISSIONS, WHAT WAS
000300*                     APPROVED, REJECTED OR EXPIRED AND WHAT IS
000310*                     STILL AWAITING APPROVAL.
000311*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000312*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000313*                     FORWARD BY DATEROLL AT THE START OF THE
000314*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000315*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000316*                     DATE THROUGHOUT.
000317*    2026-10-15  JWK  RULEAPRV AND OVRAPRV ARE EXTENDED, NOT
000318*                     REPLACED, SO A SECOND RUN BEFORE RULEMNT
000319*                     AND OVRMNT KEEPS THE FIRST RUN'S RELEASES.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PARM-FILE ASSIGN TO "CHGQCTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CQ-PARM-STATUS.
000420     SELECT RULE-TRAN-FILE ASSIGN TO "RULETRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CQ-RTRAN-STATUS.
000450     SELECT OVR-TRAN-FILE ASSIGN TO "OVRTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CQ-OTRAN-STATUS.
000480     SELECT APPROVAL-FILE ASSIGN TO "CHGAPRV"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CQ-APPROVAL-STATUS.
000510     SELECT RULE-QUEUE-FILE ASSIGN TO "RULEPEND"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CQ-RQUEUE-STATUS.
000540     SELECT OVR-QUEUE-FILE ASSIGN TO "OVRPEND"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CQ-OQUEUE-STATUS.
000570     SELECT HISTORY-FILE ASSIGN TO "CHGQHST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CQ-HISTORY-STATUS.
000600     SELECT RULE-RELEASE-FILE ASSIGN TO "RULEAPRV"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CQ-RREL-STATUS.
000630     SELECT OVR-RELEASE-FILE ASSIGN TO "OVRAPRV"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CQ-OREL-STATUS.
000660     SELECT QUEUE-REPORT-FILE ASSIGN TO "CHGQRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CQ-REPORT-STATUS.
000690     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CQ-EVENT-STATUS.
000712     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS CQ-BUSDATE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PARM-FILE
000750     RECORDING MODE IS F.
000760 COPY CQCREC01.
000770 FD  RULE-TRAN-FILE
000780     RECORDING MODE IS F.
000790 COPY TRNREC01.
000800 FD  OVR-TRAN-FILE
000810     RECORDING MODE IS F.
000820 COPY OVTREC01.
000830 FD  APPROVAL-FILE
000840     RECORDING MODE IS F.
000850 COPY APRREC01.
000860 FD  RULE-QUEUE-FILE
000870     RECORDING MODE IS F.
000880 01  CQ-RULE-QUEUE-REC           PIC X(100).
000890 FD  OVR-QUEUE-FILE
000900     RECORDING MODE IS F.
000910 01  CQ-OVR-QUEUE-REC            PIC X(100).
000920 FD  HISTORY-FILE
000930     RECORDING MODE IS F.
000940 COPY PNDREC01.
000950 FD  RULE-RELEASE-FILE
000960     RECORDING MODE IS F.
000970 01  CQ-RULE-RELEASE-REC         PIC X(80).
000980 FD  OVR-RELEASE-FILE
000990     RECORDING MODE IS F.
001000 01  CQ-OVR-RELEASE-REC          PIC X(80).
001010 FD  QUEUE-REPORT-FILE
001020     RECORDING MODE IS F.
001030 01  CQ-REPORT-REC               PIC X(80).
001040 FD  EVENT-FILE
001050     RECORDING MODE IS F.
001060 COPY EVTREC01.
001062 FD  BUSDATE-FILE
001064     RECORDING MODE IS F.
001066 COPY BDTREC01.
001070 WORKING-STORAGE SECTION.
001080*****************************************************************
001090*    WORKING STORAGE
001100*****************************************************************
001110 01  CQ-SWITCHES.
001113     03  CQ-BUSDATE-STATUS   PIC X(02).
001116         88  CQ-BUSDATE-OK              VALUE '00'.
001120     03  CQ-PARM-STATUS      PIC X(02).
001130         88  CQ-PARM-OK                 VALUE '00'.
001140     03  CQ-RTRAN-STATUS     PIC X(02).
001150         88  CQ-RTRAN-OK                VALUE '00'.
001160         88  CQ-RTRAN-NOT-FOUND         VALUE '35'.
001170     03  CQ-OTRAN-STATUS     PIC X(02).
001180         88  CQ-OTRAN-OK                VALUE '00'.
001190         88  CQ-OTRAN-NOT-FOUND         VALUE '35'.
001200     03  CQ-APPROVAL-STATUS  PIC X(02).
001210         88  CQ-APPROVAL-OK             VALUE '00'.
001220         88  CQ-APPROVAL-NOT-FOUND      VALUE '35'.
001230     03  CQ-RQUEUE-STATUS    PIC X(02).
001240         88  CQ-RQUEUE-OK               VALUE '00'.
001250         88  CQ-RQUEUE-NOT-FOUND        VALUE '35'.
001260     03  CQ-OQUEUE-STATUS    PIC X(02).
001270         88  CQ-OQUEUE-OK               VALUE '00'.
001280         88  CQ-OQUEUE-NOT-FOUND        VALUE '35'.
001290     03  CQ-HISTORY-STATUS   PIC X(02).
001300         88  CQ-HISTORY-OK              VALUE '00'.
001310         88  CQ-HISTORY-NOT-FOUND       VALUE '35'.
001320     03  CQ-RREL-STATUS      PIC X(02).
001330         88  CQ-RREL-OK                 VALUE '00'.
001335         88  CQ-RREL-NOT-FOUND          VALUE '35'.
001340     03  CQ-OREL-STATUS      PIC X(02).
001350         88  CQ-OREL-OK                 VALUE '00'.
001355         88  CQ-OREL-NOT-FOUND          VALUE '35'.
001360     03  CQ-REPORT-STATUS    PIC X(02).
001370         88  CQ-REPORT-OK               VALUE '00'.
001380     03  CQ-EVENT-STATUS     PIC X(02).
001390         88  CQ-EVENT-OK                VALUE '00'.
001400         88  CQ-EVENT-NOT-FOUND         VALUE '35'.
001410     03  CQ-EOF-SWITCH       PIC X(01) VALUE 'N'.
001420         88  CQ-AT-EOF                  VALUE 'Y'.
001430     03  CQ-DISP-SWITCH      PIC X(01).
001440         88  CQ-TRAN-ACCEPTED           VALUE 'Y'.
001450         88  CQ-TRAN-REFUSED            VALUE 'N'.
001460     03  CQ-DATE-OK-SWITCH   PIC X(01).
001470         88  CQ-DATE-IS-GOOD            VALUE 'Y'.
001480         88  CQ-DATE-IS-BAD             VALUE 'N'.
001490*****************************************************************
001500*    THE QUEUE WORK TABLE - EVERY CHANGE STILL PENDING FROM
001510*    EARLIER RUNS FOLLOWED BY EVERY CHANGE QUEUED IN THIS ONE,
001520*    EACH HELD AS A PNDREC01 IMAGE.  ANY ENTRY NO LONGER PENDING
001530*    AT THE END OF THE RUN WAS DECIDED OR EXPIRED IN THIS RUN.
001540*****************************************************************
001550 01  CQ-QUEUE-TABLE.
001560     03  CQ-Q-ENTRY OCCURS 200 TIMES.
001570         05  CQ-Q-REC            PIC X(100).
001580         05  CQ-Q-NEW-SW         PIC X(01).
001590             88  CQ-Q-NEW                   VALUE 'Y'.
001600 01  CQ-Q-COUNT              PIC 9(03) VALUE ZERO.
001610 01  CQ-Q-IDX                PIC 9(03).
001620 01  CQ-FOUND-IDX            PIC 9(03) VALUE ZERO.
001630 01  CQ-LAST-ID              PIC 9(06) VALUE ZERO.
001640 01  CQ-SEEK-ID              PIC 9(06).
001650 01  CQ-EXPIRE-DAYS          PIC 9(03).
001660 01  CQ-DAYS-WAITING         PIC 9(05).
001670 01  CQ-DAYS-EDIT            PIC Z(04)9.
001680 01  CQ-REASON               PIC X(40).
001690 01  CQ-SUBMIT-READ-COUNT    PIC 9(05) VALUE ZERO.
001700 01  CQ-QUEUED-COUNT         PIC 9(05) VALUE ZERO.
001710 01  CQ-SUBMIT-REF-COUNT     PIC 9(05) VALUE ZERO.
001720 01  CQ-DECISION-READ-COUNT  PIC 9(05) VALUE ZERO.
001730 01  CQ-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
001740 01  CQ-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
001750 01  CQ-DECISION-REF-COUNT   PIC 9(05) VALUE ZERO.
001760 01  CQ-EXPIRED-COUNT        PIC 9(05) VALUE ZERO.
001770 01  CQ-PENDING-COUNT        PIC 9(05) VALUE ZERO.
001780 01  CQ-RULE-REL-COUNT       PIC 9(05) VALUE ZERO.
001790 01  CQ-OVR-REL-COUNT        PIC 9(05) VALUE ZERO.
001800*****************************************************************
001810*    A SUBMIT DATE BROKEN OUT FOR EDITING AND REBUILT AS AN
001820*    8-DIGIT NUMBER FOR THE DAY ARITHMETIC THAT AGES IT.
001830*****************************************************************
001840 01  CQ-WORK-DATE            PIC X(10).
001850 01  CQ-WORK-DATE-BRK REDEFINES CQ-WORK-DATE.
001860     03  CQ-WD-YYYY          PIC X(04).
001870     03  CQ-WD-DASH-1        PIC X(01).
001880     03  CQ-WD-MM            PIC X(02).
001890     03  CQ-WD-DASH-2        PIC X(01).
001900     03  CQ-WD-DD            PIC X(02).
001910 01  CQ-WORK-RAW             PIC 9(08).
001920 01  CQ-WORK-RAW-X REDEFINES CQ-WORK-RAW.
001930     03  CQ-WR-YYYY          PIC X(04).
001940     03  CQ-WR-MM            PIC X(02).
001950     03  CQ-WR-DD            PIC X(02).
001960 01  CQ-RUN-INT              PIC 9(08).
001970*****************************************************************
001980*    RELEASE RECORDS - AN APPROVED CHANGE AS RULEMNT (TRNREC01)
001990*    OR OVRMNT (OVTREC01) READS IT: THE TRANSACTION AS SUBMITTED
002000*    WITH THE CHANGE ID AND APPROVER ADDED.
002010*****************************************************************
002020 01  CQ-RULE-RELEASE.
002030     03  CQ-RR-IMAGE         PIC X(42).
002040     03  CQ-RR-CHANGE-ID     PIC 9(06).
002050     03  CQ-RR-APPROVER      PIC X(08).
002060     03  FILLER              PIC X(24) VALUE SPACES.
002070 01  CQ-OVR-RELEASE.
002080     03  CQ-OR-IMAGE         PIC X(55).
002090     03  CQ-OR-CHANGE-ID     PIC 9(06).
002100     03  CQ-OR-APPROVER      PIC X(08).
002110     03  FILLER              PIC X(11) VALUE SPACES.
002120 01  CQ-RUN-DATE-RAW         PIC 9(08).
002130 01  CQ-RUN-DATE-BRK REDEFINES CQ-RUN-DATE-RAW.
002140     03  CQ-RUN-YYYY         PIC 9(04).
002150     03  CQ-RUN-MM           PIC 9(02).
002160     03  CQ-RUN-DD           PIC 9(02).
002170 01  CQ-RUN-DATE-DISP        PIC X(10).
002180 01  CQ-RUN-TIME-RAW         PIC 9(08).
002190 01  CQ-RUN-ID               PIC X(16).
002200 01  CQ-EVT-SEVERITY         PIC X(01).
002210 01  CQ-EVT-CODE             PIC X(04).
002220 01  CQ-EVT-TEXT             PIC X(60).
002230 01  CQ-EVT-TIME-RAW         PIC 9(08).
002240 01  CQ-EVT-TIME-BRK REDEFINES CQ-EVT-TIME-RAW.
002250     03  CQ-EVT-HH           PIC 9(02).
002260     03  CQ-EVT-MI           PIC 9(02).
002270     03  CQ-EVT-SS           PIC 9(02).
002280     03  FILLER              PIC 9(02).
002290 01  CQ-EVT-TIME-DISP        PIC X(08).
002300 01  CQ-HEADING-LINE.
002310     03  FILLER              PIC X(32)
002320         VALUE " CHANGE APPROVAL QUEUE REPORT - ".
002330     03  CQ-HDG-RUN-DATE     PIC X(10).
002340     03  FILLER              PIC X(38) VALUE SPACES.
002350 01  CQ-SECTION-LINE.
002360     03  FILLER              PIC X(01) VALUE SPACE.
002370     03  CQ-SEC-TITLE        PIC X(40).
002380     03  FILLER              PIC X(39) VALUE SPACES.
002390 01  CQ-DECISION-COLUMNS.
002400     03  FILLER              PIC X(80) VALUE
002410         " CHANGE D APPROVER DISP     REASON".
002420 01  CQ-SUBMIT-COLUMNS.
002430     03  FILLER              PIC X(42) VALUE
002440         " CHANGE KIND A KEY   LABEL".
002450     03  FILLER              PIC X(38) VALUE
002460         "SUBMITTR DISP       REASON".
002470 01  CQ-DECIDED-COLUMNS.
002480     03  FILLER              PIC X(42) VALUE
002490         " CHANGE KIND A KEY   LABEL".
002500     03  FILLER              PIC X(38) VALUE
002510         "SUBMITTR DECIDED BY DISPOSITION".
002520 01  CQ-PENDING-COLUMNS.
002530     03  FILLER              PIC X(42) VALUE
002540         " CHANGE KIND A KEY   LABEL".
002550     03  FILLER              PIC X(38) VALUE
002560         "SUBMITTR SUBMITTED  DAYS WAITING".
002570 01  CQ-DECISION-LINE.
002580     03  FILLER              PIC X(01) VALUE SPACE.
002590     03  CQ-DL-ID            PIC X(06).
002600     03  FILLER              PIC X(01) VALUE SPACE.
002610     03  CQ-DL-DECISION      PIC X(01).
002620     03  FILLER              PIC X(01) VALUE SPACE.
002630     03  CQ-DL-APPROVER      PIC X(08).
002640     03  FILLER              PIC X(01) VALUE SPACE.
002650     03  CQ-DL-DISP          PIC X(08).
002660     03  FILLER              PIC X(01) VALUE SPACE.
002670     03  CQ-DL-REASON        PIC X(40).
002680     03  FILLER              PIC X(12) VALUE SPACES.
002690 01  CQ-QUEUE-LINE.
002700     03  FILLER              PIC X(01) VALUE SPACE.
002710     03  CQ-QL-ID            PIC X(06).
002720     03  FILLER              PIC X(01) VALUE SPACE.
002730     03  CQ-QL-KIND          PIC X(04).
002740     03  FILLER              PIC X(01) VALUE SPACE.
002750     03  CQ-QL-ACTION        PIC X(01).
002760     03  FILLER              PIC X(01) VALUE SPACE.
002770     03  CQ-QL-KEY           PIC X(05).
002780     03  FILLER              PIC X(01) VALUE SPACE.
002790     03  CQ-QL-LABEL         PIC X(20).
002800     03  FILLER              PIC X(01) VALUE SPACE.
002810     03  CQ-QL-SUBMITTER     PIC X(08).
002820     03  FILLER              PIC X(01) VALUE SPACE.
002830     03  CQ-QL-COL-A         PIC X(10).
002840     03  FILLER              PIC X(01) VALUE SPACE.
002850     03  CQ-QL-COL-B         PIC X(17).
002860     03  FILLER              PIC X(01) VALUE SPACE.
002870 01  CQ-TOTAL-LINE.
002880     03  FILLER              PIC X(01) VALUE SPACE.
002890     03  CQ-TOT-TEXT         PIC X(30).
002900     03  CQ-TOT-COUNT        PIC Z(04)9.
002910     03  FILLER              PIC X(44) VALUE SPACES.
002920 01  CQ-MESSAGE-LINE.
002930     03  FILLER              PIC X(01) VALUE SPACE.
002940     03  CQ-MSG-TEXT         PIC X(70).
002950     03  FILLER              PIC X(09) VALUE SPACES.
002960 PROCEDURE DIVISION.
002970*****************************************************************
002980*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
002990*****************************************************************
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     PERFORM 2000-PROCESS-DECISIONS THRU 2000-EXIT.
003030     PERFORM 3000-EXPIRE-CHANGES THRU 3000-EXIT.
003040     PERFORM 4000-QUEUE-SUBMISSIONS THRU 4000-EXIT.
003050     PERFORM 5000-WRITE-QUEUES THRU 5000-EXIT.
003060     PERFORM 6000-PRINT-QUEUE THRU 6000-EXIT.
003070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003080     STOP RUN.
003090*****************************************************************
003100*    1000-INITIALIZE - CAPTURE THE RUN DATE, OPEN THE QUEUE
003110*    REPORT, READ THE EXPIRY DAYS, FIND THE LAST CHANGE ID EVER
003120*    ISSUED AND LOAD BOTH PENDING QUEUES INTO THE WORK TABLE.
003130*****************************************************************
003140 1000-INITIALIZE.
003141     OPEN INPUT BUSDATE-FILE.
003142     IF NOT CQ-BUSDATE-OK
003143         DISPLAY "CHGQUE: CANNOT OPEN BUSDATE, STATUS = "
003144             CQ-BUSDATE-STATUS
003145         STOP RUN
003146     END-IF.
003147     READ BUSDATE-FILE
003148         AT END
003149             DISPLAY "CHGQUE: BUSDATE HAS NO RECORD"
003150             CLOSE BUSDATE-FILE
003151             STOP RUN
003152     END-READ.
003153     CLOSE BUSDATE-FILE.
003154     IF BDT-BUS-YYYY IS NOT NUMERIC
003155             OR BDT-BUS-MM IS NOT NUMERIC
003156             OR BDT-BUS-DD IS NOT NUMERIC
003157         DISPLAY "CHGQUE: BUSDATE BUSINESS DATE IS NOT VALID"
003158         STOP RUN
003159     END-IF.
003160     MOVE BDT-BUS-YYYY TO CQ-RUN-YYYY.
003161     MOVE BDT-BUS-MM   TO CQ-RUN-MM.
003162     MOVE BDT-BUS-DD   TO CQ-RUN-DD.
003163     STRING CQ-RUN-YYYY "-" CQ-RUN-MM "-" CQ-RUN-DD
003170         DELIMITED BY SIZE INTO CQ-RUN-DATE-DISP.
003180     ACCEPT CQ-RUN-TIME-RAW FROM TIME.
003190     STRING CQ-RUN-DATE-RAW CQ-RUN-TIME-RAW
003200         DELIMITED BY SIZE INTO CQ-RUN-ID.
003210     COMPUTE CQ-RUN-INT
003220         = FUNCTION INTEGER-OF-DATE(CQ-RUN-DATE-RAW).
003230     OPEN OUTPUT QUEUE-REPORT-FILE.
003240     IF NOT CQ-REPORT-OK
003250         DISPLAY "CHGQUE: CANNOT OPEN CHGQRPT, STATUS = "
003260             CQ-REPORT-STATUS
003270         STOP RUN
003280     END-IF.
003290     MOVE CQ-RUN-DATE-DISP TO CQ-HDG-RUN-DATE.
003300     WRITE CQ-REPORT-REC FROM CQ-HEADING-LINE.
003310     OPEN INPUT PARM-FILE.
003320     IF NOT CQ-PARM-OK
003330         DISPLAY "CHGQUE: CANNOT OPEN CHGQCTL, STATUS = "
003340             CQ-PARM-STATUS
003350         STOP RUN
003360     END-IF.
003370     READ PARM-FILE
003380         AT END
003390             DISPLAY "CHGQUE: PARM FILE CHGQCTL HAS NO RECORD"
003400             CLOSE PARM-FILE
003410             STOP RUN
003420     END-READ.
003430     CLOSE PARM-FILE.
003440     IF CQC-EXPIRE-DAYS IS NOT NUMERIC
003450             OR CQC-EXPIRE-DAYS = ZERO
003460         MOVE "RUN REFUSED - CHGQCTL EXPIRY DAYS INVALID"
003470             TO CQ-MSG-TEXT
003480         PERFORM 8000-REFUSE-RUN THRU 8000-EXIT
003490     END-IF.
003500     MOVE CQC-EXPIRE-DAYS TO CQ-EXPIRE-DAYS.
003510     MOVE SPACES TO CQ-MSG-TEXT.
003520     STRING "CHANGES PENDING MORE THAN " CQ-EXPIRE-DAYS
003530         " DAYS WITHOUT A DECISION EXPIRE"
003540         DELIMITED BY SIZE INTO CQ-MSG-TEXT.
003550     MOVE SPACES TO CQ-REPORT-REC.
003560     WRITE CQ-REPORT-REC.
003570     WRITE CQ-REPORT-REC FROM CQ-MESSAGE-LINE.
003580     PERFORM 1200-SCAN-HISTORY THRU 1200-EXIT.
003590     PERFORM 1300-LOAD-QUEUES THRU 1300-EXIT.
003600 1000-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    1200-SCAN-HISTORY - READ CHGQHST FOR THE HIGHEST CHANGE ID
003640*    ALREADY ISSUED, SO A NEW CHANGE NEVER REUSES THE ID OF A
003650*    DECIDED ONE, THEN LEAVE CHGQHST OPEN FOR APPEND FOR THE
003660*    REST OF THE RUN.  A MISSING CHGQHST MEANS NO CHANGE HAS
003670*    EVER BEEN DECIDED.
003680*****************************************************************
003690 1200-SCAN-HISTORY.
003700     OPEN INPUT HISTORY-FILE.
003710     IF CQ-HISTORY-OK
003720         MOVE 'N' TO CQ-EOF-SWITCH
003730         PERFORM 1210-READ-ONE-HISTORY THRU 1210-EXIT
003740             UNTIL CQ-AT-EOF
003750         CLOSE HISTORY-FILE
003760     END-IF.
003770     OPEN EXTEND HISTORY-FILE.
003780     IF CQ-HISTORY-NOT-FOUND
003790         OPEN OUTPUT HISTORY-FILE
003800     END-IF.
003810     IF NOT CQ-HISTORY-OK
003820         DISPLAY "CHGQUE: CANNOT OPEN CHGQHST, STATUS = "
003830             CQ-HISTORY-STATUS
003840         STOP RUN
003850     END-IF.
003860 1200-EXIT.
003870     EXIT.
003880 1210-READ-ONE-HISTORY.
003890     READ HISTORY-FILE
003900         AT END
003910             SET CQ-AT-EOF TO TRUE
003920             GO TO 1210-EXIT
003930     END-READ.
003940     IF PND-CHANGE-ID IS NUMERIC
003950             AND PND-CHANGE-ID > CQ-LAST-ID
003960         MOVE PND-CHANGE-ID TO CQ-LAST-ID
003970     END-IF.
003980 1210-EXIT.
003990     EXIT.
004000*****************************************************************
004010*    1300-LOAD-QUEUES - LOAD RULEPEND AND THEN OVRPEND INTO THE
004020*    WORK TABLE.  A MISSING QUEUE IS AN EMPTY ONE.  A QUEUE TOO
004030*    BIG FOR THE TABLE ABANDONS THE RUN BEFORE ANY FILE IS
004040*    CHANGED, SO NO PENDING CHANGE IS EVER DROPPED.
004050*****************************************************************
004060 1300-LOAD-QUEUES.
004070     OPEN INPUT RULE-QUEUE-FILE.
004080     IF CQ-RQUEUE-OK
004090         MOVE 'N' TO CQ-EOF-SWITCH
004100         PERFORM 1310-LOAD-ONE-RULE-CHANGE THRU 1310-EXIT
004110             UNTIL CQ-AT-EOF
004120         CLOSE RULE-QUEUE-FILE
004130     ELSE
004140         IF NOT CQ-RQUEUE-NOT-FOUND
004150             DISPLAY "CHGQUE: CANNOT OPEN RULEPEND, STATUS = "
004160                 CQ-RQUEUE-STATUS
004170             STOP RUN
004180         END-IF
004190     END-IF.
004200     OPEN INPUT OVR-QUEUE-FILE.
004210     IF CQ-OQUEUE-OK
004220         MOVE 'N' TO CQ-EOF-SWITCH
004230         PERFORM 1320-LOAD-ONE-OVR-CHANGE THRU 1320-EXIT
004240             UNTIL CQ-AT-EOF
004250         CLOSE OVR-QUEUE-FILE
004260     ELSE
004270         IF NOT CQ-OQUEUE-NOT-FOUND
004280             DISPLAY "CHGQUE: CANNOT OPEN OVRPEND, STATUS = "
004290                 CQ-OQUEUE-STATUS
004300             STOP RUN
004310         END-IF
004320     END-IF.
004330 1300-EXIT.
004340     EXIT.
004350 1310-LOAD-ONE-RULE-CHANGE.
004360     READ RULE-QUEUE-FILE INTO PND-REC
004370         AT END
004380             SET CQ-AT-EOF TO TRUE
004390             GO TO 1310-EXIT
004400     END-READ.
004410     PERFORM 1350-STORE-LOADED-CHANGE THRU 1350-EXIT.
004420 1310-EXIT.
004430     EXIT.
004440 1320-LOAD-ONE-OVR-CHANGE.
004450     READ OVR-QUEUE-FILE INTO PND-REC
004460         AT END
004470             SET CQ-AT-EOF TO TRUE
004480             GO TO 1320-EXIT
004490     END-READ.
004500     PERFORM 1350-STORE-LOADED-CHANGE THRU 1350-EXIT.
004510 1320-EXIT.
004520     EXIT.
004530 1350-STORE-LOADED-CHANGE.
004540     IF CQ-Q-COUNT NOT < 200
004550         MOVE "RUN ABANDONED - QUEUES EXCEED THE 200-ENTRY TABLE"
004560             TO CQ-MSG-TEXT
004570         PERFORM 8000-REFUSE-RUN THRU 8000-EXIT
004580     END-IF.
004590     ADD 1 TO CQ-Q-COUNT.
004600     MOVE PND-REC TO CQ-Q-REC(CQ-Q-COUNT).
004610     MOVE 'N' TO CQ-Q-NEW-SW(CQ-Q-COUNT).
004620     IF PND-CHANGE-ID IS NUMERIC
004630             AND PND-CHANGE-ID > CQ-LAST-ID
004640         MOVE PND-CHANGE-ID TO CQ-LAST-ID
004650     END-IF.
004660 1350-EXIT.
004670     EXIT.
004680*****************************************************************
004690*    2000-PROCESS-DECISIONS - APPLY EVERY CHGAPRV DECISION TO
004700*    THE QUEUED CHANGE IT NAMES.  THE CHANGE MUST STILL BE
004710*    PENDING, THE DECIDING USER MUST BE GIVEN, AND AN APPROVAL
004720*    MUST COME FROM A USER OTHER THAN THE SUBMITTER.  A REFUSED
004730*    DECISION LEAVES THE CHANGE ON THE QUEUE.
004740*****************************************************************
004750 2000-PROCESS-DECISIONS.
004760     MOVE "DECISIONS RECEIVED" TO CQ-SEC-TITLE.
004770     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
004780     OPEN INPUT APPROVAL-FILE.
004790     IF CQ-APPROVAL-NOT-FOUND
004800         MOVE "NO CHGAPRV FILE - NO DECISIONS THIS RUN"
004810             TO CQ-MSG-TEXT
004820         WRITE CQ-REPORT-REC FROM CQ-MESSAGE-LINE
004830         GO TO 2000-EXIT
004840     END-IF.
004850     IF NOT CQ-APPROVAL-OK
004860         DISPLAY "CHGQUE: CANNOT OPEN CHGAPRV, STATUS = "
004870             CQ-APPROVAL-STATUS
004880         STOP RUN
004890     END-IF.
004900     WRITE CQ-REPORT-REC FROM CQ-DECISION-COLUMNS.
004910     MOVE 'N' TO CQ-EOF-SWITCH.
004920     PERFORM 2100-PROCESS-ONE-DECISION THRU 2100-EXIT
004930         UNTIL CQ-AT-EOF.
004940     CLOSE APPROVAL-FILE.
004950 2000-EXIT.
004960     EXIT.
004970 2100-PROCESS-ONE-DECISION.
004980     READ APPROVAL-FILE
004990         AT END
005000             SET CQ-AT-EOF TO TRUE
005010             GO TO 2100-EXIT
005020     END-READ.
005030     ADD 1 TO CQ-DECISION-READ-COUNT.
005040     PERFORM 2200-EDIT-AND-APPLY THRU 2200-EXIT.
005050     MOVE APR-CHANGE-ID TO CQ-DL-ID.
005060     MOVE APR-DECISION  TO CQ-DL-DECISION.
005070     MOVE APR-APPROVER  TO CQ-DL-APPROVER.
005080     IF CQ-TRAN-REFUSED
005090         ADD 1 TO CQ-DECISION-REF-COUNT
005100         MOVE "REFUSED" TO CQ-DL-DISP
005110         MOVE 'W'    TO CQ-EVT-SEVERITY
005120         MOVE SPACES TO CQ-EVT-TEXT
005130         IF CQ-REASON = "APPROVER IS THE SUBMITTER"
005140             MOVE "CQ02" TO CQ-EVT-CODE
005150             STRING "SELF-APPROVAL OF CHANGE " APR-CHANGE-ID
005160                 " BY " APR-APPROVER " REFUSED"
005170                 DELIMITED BY SIZE INTO CQ-EVT-TEXT
005180         ELSE
005190             MOVE "CQ03" TO CQ-EVT-CODE
005200             STRING "CHANGE " APR-CHANGE-ID " DECISION REFUSED - "
005210                 CQ-REASON
005220                 DELIMITED BY SIZE INTO CQ-EVT-TEXT
005230         END-IF
005240         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
005250     ELSE
005260         IF APR-APPROVE
005270             ADD 1 TO CQ-APPROVED-COUNT
005280             MOVE "APPROVED" TO CQ-DL-DISP
005290         ELSE
005300             ADD 1 TO CQ-REJECTED-COUNT
005310             MOVE "REJECTED" TO CQ-DL-DISP
005320         END-IF
005330     END-IF.
005340     MOVE CQ-REASON TO CQ-DL-REASON.
005350     WRITE CQ-REPORT-REC FROM CQ-DECISION-LINE.
005360 2100-EXIT.
005370     EXIT.
005380 2200-EDIT-AND-APPLY.
005390     SET CQ-TRAN-REFUSED TO TRUE.
005400     MOVE SPACES TO CQ-REASON.
005410     IF APR-CHANGE-ID IS NOT NUMERIC
005420         MOVE "CHANGE ID NOT NUMERIC" TO CQ-REASON
005430         GO TO 2200-EXIT
005440     END-IF.
005450     IF APR-APPROVER = SPACES
005460         MOVE "APPROVER ID IS BLANK" TO CQ-REASON
005470         GO TO 2200-EXIT
005480     END-IF.
005490     IF NOT APR-APPROVE AND NOT APR-REJECT
005500         MOVE "DECISION NOT A OR J" TO CQ-REASON
005510         GO TO 2200-EXIT
005520     END-IF.
005530     MOVE APR-CHANGE-ID TO CQ-SEEK-ID.
005540     PERFORM 2300-FIND-PENDING THRU 2300-EXIT.
005550     IF CQ-FOUND-IDX = ZERO
005560         MOVE "NO PENDING CHANGE WITH ID" TO CQ-REASON
005570         GO TO 2200-EXIT
005580     END-IF.
005590     MOVE CQ-Q-REC(CQ-FOUND-IDX) TO PND-REC.
005600     IF APR-APPROVE AND APR-APPROVER = PND-SUBMITTER
005610         MOVE "APPROVER IS THE SUBMITTER" TO CQ-REASON
005620         GO TO 2200-EXIT
005630     END-IF.
005640     IF APR-APPROVE
005650         SET PND-APPROVED TO TRUE
005660     ELSE
005670         SET PND-REJECTED TO TRUE
005680     END-IF.
005690     MOVE APR-APPROVER     TO PND-DECIDED-BY.
005700     MOVE CQ-RUN-DATE-DISP TO PND-DECIDED-DATE.
005710     MOVE PND-REC TO CQ-Q-REC(CQ-FOUND-IDX).
005720     SET CQ-TRAN-ACCEPTED TO TRUE.
005730 2200-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    2300-FIND-PENDING - LOOK UP THE PENDING TABLE ENTRY WITH
005770*    CHANGE ID CQ-SEEK-ID.  CQ-FOUND-IDX COMES BACK ZERO WHEN
005780*    NO SUCH CHANGE IS AWAITING A DECISION.
005790*****************************************************************
005800 2300-FIND-PENDING.
005810     MOVE ZERO TO CQ-FOUND-IDX.
005820     PERFORM 2310-CHECK-ONE-PENDING THRU 2310-EXIT
005830         VARYING CQ-Q-IDX FROM 1 BY 1
005840         UNTIL CQ-Q-IDX > CQ-Q-COUNT.
005850 2300-EXIT.
005860     EXIT.
005870 2310-CHECK-ONE-PENDING.
005880     MOVE CQ-Q-REC(CQ-Q-IDX) TO PND-REC.
005890     IF PND-PENDING AND PND-CHANGE-ID = CQ-SEEK-ID
005900         MOVE CQ-Q-IDX TO CQ-FOUND-IDX
005910     END-IF.
005920 2310-EXIT.
005930     EXIT.
005940*****************************************************************
005950*    3000-EXPIRE-CHANGES - A CHANGE STILL PENDING AFTER THE
005960*    DECISIONS HAVE BEEN APPLIED, AND WAITING LONGER THAN THE
005970*    CHGQCTL EXPIRY DAYS, EXPIRES.  ONE WHOSE SUBMIT DATE CANNOT
005980*    BE READ CANNOT BE AGED AND EXPIRES TOO.
005990*****************************************************************
006000 3000-EXPIRE-CHANGES.
006010     PERFORM 3100-EXPIRE-ONE-CHANGE THRU 3100-EXIT
006020         VARYING CQ-Q-IDX FROM 1 BY 1
006030         UNTIL CQ-Q-IDX > CQ-Q-COUNT.
006040 3000-EXIT.
006050     EXIT.
006060 3100-EXPIRE-ONE-CHANGE.
006070     MOVE CQ-Q-REC(CQ-Q-IDX) TO PND-REC.
006080     IF NOT PND-PENDING
006090         GO TO 3100-EXIT
006100     END-IF.
006110     PERFORM 8200-COMPUTE-DAYS-WAITING THRU 8200-EXIT.
006120     IF CQ-DATE-IS-GOOD AND CQ-DAYS-WAITING NOT > CQ-EXPIRE-DAYS
006130         GO TO 3100-EXIT
006140     END-IF.
006150     SET PND-EXPIRED TO TRUE.
006160     MOVE SPACES           TO PND-DECIDED-BY.
006170     MOVE CQ-RUN-DATE-DISP TO PND-DECIDED-DATE.
006180     MOVE PND-REC TO CQ-Q-REC(CQ-Q-IDX).
006190     ADD 1 TO CQ-EXPIRED-COUNT.
006200     MOVE 'W'    TO CQ-EVT-SEVERITY.
006210     MOVE "CQ04" TO CQ-EVT-CODE.
006220     MOVE SPACES TO CQ-EVT-TEXT.
006230     STRING "CHANGE " PND-CHANGE-ID " SUBMITTED BY " PND-SUBMITTER
006240         " EXPIRED UNAPPROVED"
006250         DELIMITED BY SIZE INTO CQ-EVT-TEXT.
006260     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
006270 3100-EXIT.
006280     EXIT.
006290*****************************************************************
006300*    4000-QUEUE-SUBMISSIONS - NUMBER EVERY NEW RULETRAN AND
006310*    OVRTRAN TRANSACTION AND ADD IT TO THE QUEUE AS PENDING.
006320*    ONLY WHAT THE MAKER-CHECKER CONTROL NEEDS IS EDITED HERE -
006330*    A SUBMITTER AND A KNOWN ACTION CODE; THE FULL EDITS ARE
006340*    MADE BY RULEMNT AND OVRMNT WHEN THE APPROVED CHANGE IS
006350*    APPLIED.  A MISSING SUBMISSION FILE MEANS NONE THIS RUN.
006360*****************************************************************
006370 4000-QUEUE-SUBMISSIONS.
006380     MOVE "CHANGES SUBMITTED" TO CQ-SEC-TITLE.
006390     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
006400     WRITE CQ-REPORT-REC FROM CQ-SUBMIT-COLUMNS.
006410     OPEN INPUT RULE-TRAN-FILE.
006420     IF CQ-RTRAN-OK
006430         MOVE 'N' TO CQ-EOF-SWITCH
006440         PERFORM 4100-QUEUE-ONE-RULE-TRAN THRU 4100-EXIT
006450             UNTIL CQ-AT-EOF
006460         CLOSE RULE-TRAN-FILE
006470     ELSE
006480         IF NOT CQ-RTRAN-NOT-FOUND
006490             DISPLAY "CHGQUE: CANNOT OPEN RULETRAN, STATUS = "
006500                 CQ-RTRAN-STATUS
006510             STOP RUN
006520         END-IF
006530     END-IF.
006540     OPEN INPUT OVR-TRAN-FILE.
006550     IF CQ-OTRAN-OK
006560         MOVE 'N' TO CQ-EOF-SWITCH
006570         PERFORM 4200-QUEUE-ONE-OVR-TRAN THRU 4200-EXIT
006580             UNTIL CQ-AT-EOF
006590         CLOSE OVR-TRAN-FILE
006600     ELSE
006610         IF NOT CQ-OTRAN-NOT-FOUND
006620             DISPLAY "CHGQUE: CANNOT OPEN OVRTRAN, STATUS = "
006630                 CQ-OTRAN-STATUS
006640             STOP RUN
006650         END-IF
006660     END-IF.
006670 4000-EXIT.
006680     EXIT.
006690 4100-QUEUE-ONE-RULE-TRAN.
006700     READ RULE-TRAN-FILE
006710         AT END
006720             SET CQ-AT-EOF TO TRUE
006730             GO TO 4100-EXIT
006740     END-READ.
006750     ADD 1 TO CQ-SUBMIT-READ-COUNT.
006760     MOVE SPACES TO PND-REC.
006770     SET PND-RULE-CHANGE TO TRUE.
006780     MOVE TRN-SUBMITTER TO PND-SUBMITTER.
006790     MOVE TRN-ACTION    TO PNR-ACTION.
006800     MOVE TRN-DIVISOR   TO PNR-DIVISOR.
006810     MOVE TRN-LABEL     TO PNR-LABEL.
006820     MOVE TRN-SUBMITTER TO PNR-SUBMITTER.
006830     MOVE TRN-EFF-FROM  TO PNR-EFF-FROM.
006840     MOVE TRN-EFF-TO    TO PNR-EFF-TO.
006850     SET CQ-TRAN-ACCEPTED TO TRUE.
006860     MOVE SPACES TO CQ-REASON.
006870     IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
006880         SET CQ-TRAN-REFUSED TO TRUE
006890         MOVE "ACTION INVALID" TO CQ-REASON
006900     END-IF.
006910     PERFORM 4300-ADD-TO-QUEUE THRU 4300-EXIT.
006920 4100-EXIT.
006930     EXIT.
006940 4200-QUEUE-ONE-OVR-TRAN.
006950     READ OVR-TRAN-FILE
006960         AT END
006970             SET CQ-AT-EOF TO TRUE
006980             GO TO 4200-EXIT
006990     END-READ.
007000     ADD 1 TO CQ-SUBMIT-READ-COUNT.
007010     MOVE SPACES TO PND-REC.
007020     SET PND-OVR-CHANGE TO TRUE.
007030     MOVE OVT-SUBMITTER  TO PND-SUBMITTER.
007040     MOVE OVT-ACTION     TO PNO-ACTION.
007050     MOVE OVT-NUMBER     TO PNO-NUMBER.
007060     MOVE OVT-OVR-ACTION TO PNO-OVR-ACTION.
007070     MOVE OVT-LABEL      TO PNO-LABEL.
007080     MOVE OVT-SUBMITTER  TO PNO-SUBMITTER.
007090     MOVE OVT-EFF-FROM   TO PNO-EFF-FROM.
007100     MOVE OVT-EFF-TO     TO PNO-EFF-TO.
007110     SET CQ-TRAN-ACCEPTED TO TRUE.
007120     MOVE SPACES TO CQ-REASON.
007130     IF NOT OVT-ADD AND NOT OVT-RETIRE
007140         SET CQ-TRAN-REFUSED TO TRUE
007150         MOVE "ACTION INVALID" TO CQ-REASON
007160     END-IF.
007170     PERFORM 4300-ADD-TO-QUEUE THRU 4300-EXIT.
007180 4200-EXIT.
007190     EXIT.
007200*****************************************************************
007210*    4300-ADD-TO-QUEUE - FINISH THE EDITS COMMON TO BOTH KINDS,
007220*    GIVE AN ACCEPTED SUBMISSION THE NEXT CHANGE ID AND ADD IT
007230*    TO THE TABLE AS PENDING, AND PRINT IT EITHER WAY.
007240*****************************************************************
007250 4300-ADD-TO-QUEUE.
007260     IF CQ-TRAN-ACCEPTED AND PND-SUBMITTER = SPACES
007270         SET CQ-TRAN-REFUSED TO TRUE
007280         MOVE "SUBMITTER BLANK" TO CQ-REASON
007290     END-IF.
007300     IF CQ-TRAN-ACCEPTED AND CQ-Q-COUNT NOT < 200
007310         SET CQ-TRAN-REFUSED TO TRUE
007320         MOVE "QUEUE TABLE FULL" TO CQ-REASON
007330         MOVE 'W'    TO CQ-EVT-SEVERITY
007340         MOVE "CQ05" TO CQ-EVT-CODE
007350         MOVE "QUEUE TABLE FULL - SUBMISSION REFUSED, RESUBMIT"
007360             TO CQ-EVT-TEXT
007370         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
007380     END-IF.
007390     IF CQ-TRAN-REFUSED
007400         ADD 1 TO CQ-SUBMIT-REF-COUNT
007410         PERFORM 6300-FILL-QUEUE-LINE THRU 6300-EXIT
007420         MOVE SPACES    TO CQ-QL-ID
007430         MOVE "REFUSED" TO CQ-QL-COL-A
007440         MOVE CQ-REASON TO CQ-QL-COL-B
007450         WRITE CQ-REPORT-REC FROM CQ-QUEUE-LINE
007460         GO TO 4300-EXIT
007470     END-IF.
007480     ADD 1 TO CQ-LAST-ID.
007490     MOVE CQ-LAST-ID       TO PND-CHANGE-ID.
007500     SET PND-PENDING       TO TRUE.
007510     MOVE CQ-RUN-DATE-DISP TO PND-SUBMIT-DATE.
007520     ADD 1 TO CQ-Q-COUNT.
007530     MOVE PND-REC TO CQ-Q-REC(CQ-Q-COUNT).
007540     MOVE 'Y' TO CQ-Q-NEW-SW(CQ-Q-COUNT).
007550     ADD 1 TO CQ-QUEUED-COUNT.
007560     PERFORM 6300-FILL-QUEUE-LINE THRU 6300-EXIT.
007570     MOVE "QUEUED" TO CQ-QL-COL-A.
007580     WRITE CQ-REPORT-REC FROM CQ-QUEUE-LINE.
007590 4300-EXIT.
007600     EXIT.
007610*****************************************************************
007620*    5000-WRITE-QUEUES - REWRITE RULEPEND AND OVRPEND WITH THE
007630*    CHANGES STILL PENDING, MOVE EVERY DECIDED OR EXPIRED CHANGE
007640*    TO CHGQHST, AND RELEASE THE APPROVED ONES ON RULEAPRV AND
007650*    OVRAPRV.  THE SUBMISSION AND DECISION FILES ARE THEN
007660*    EMPTIED SO THE NEXT RUN DOES NOT QUEUE OR DECIDE THEM AGAIN.
007662*    THE RELEASE FILES ARE EXTENDED - RULEMNT AND OVRMNT EMPTY
007664*    THEM ONCE THEY HAVE APPLIED WHAT IS ON THEM.
007670*****************************************************************
007680 5000-WRITE-QUEUES.
007690     OPEN OUTPUT RULE-QUEUE-FILE.
007700     IF NOT CQ-RQUEUE-OK
007710         DISPLAY "CHGQUE: CANNOT OPEN RULEPEND, STATUS = "
007720             CQ-RQUEUE-STATUS
007730         STOP RUN
007740     END-IF.
007750     OPEN OUTPUT OVR-QUEUE-FILE.
007760     IF NOT CQ-OQUEUE-OK
007770         DISPLAY "CHGQUE: CANNOT OPEN OVRPEND, STATUS = "
007780             CQ-OQUEUE-STATUS
007790         STOP RUN
007800     END-IF.
007810     OPEN EXTEND RULE-RELEASE-FILE.
007812     IF CQ-RREL-NOT-FOUND
007814         OPEN OUTPUT RULE-RELEASE-FILE
007816     END-IF.
007820     IF NOT CQ-RREL-OK
007830         DISPLAY "CHGQUE: CANNOT OPEN RULEAPRV, STATUS = "
007840             CQ-RREL-STATUS
007850         STOP RUN
007860     END-IF.
007870     OPEN EXTEND OVR-RELEASE-FILE.
007872     IF CQ-OREL-NOT-FOUND
007874         OPEN OUTPUT OVR-RELEASE-FILE
007876     END-IF.
007880     IF NOT CQ-OREL-OK
007890         DISPLAY "CHGQUE: CANNOT OPEN OVRAPRV, STATUS = "
007900             CQ-OREL-STATUS
007910         STOP RUN
007920     END-IF.
007930     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
007940         VARYING CQ-Q-IDX FROM 1 BY 1
007950         UNTIL CQ-Q-IDX > CQ-Q-COUNT.
007960     CLOSE RULE-QUEUE-FILE
007970           OVR-QUEUE-FILE
007980           RULE-RELEASE-FILE
007990           OVR-RELEASE-FILE.
008000     OPEN OUTPUT RULE-TRAN-FILE.
008010     CLOSE RULE-TRAN-FILE.
008020     OPEN OUTPUT OVR-TRAN-FILE.
008030     CLOSE OVR-TRAN-FILE.
008040     OPEN OUTPUT APPROVAL-FILE.
008050     CLOSE APPROVAL-FILE.
008060 5000-EXIT.
008070     EXIT.
008080 5100-WRITE-ONE-ENTRY.
008090     MOVE CQ-Q-REC(CQ-Q-IDX) TO PND-REC.
008100     IF PND-PENDING
008110         ADD 1 TO CQ-PENDING-COUNT
008120         IF PND-RULE-CHANGE
008130             WRITE CQ-RULE-QUEUE-REC FROM PND-REC
008140         ELSE
008150             WRITE CQ-OVR-QUEUE-REC FROM PND-REC
008160         END-IF
008170         GO TO 5100-EXIT
008180     END-IF.
008190     WRITE PND-REC.
008200     IF NOT PND-APPROVED
008210         GO TO 5100-EXIT
008220     END-IF.
008230     IF PND-RULE-CHANGE
008240         MOVE PND-TRAN-IMAGE TO CQ-RR-IMAGE
008250         MOVE PND-CHANGE-ID  TO CQ-RR-CHANGE-ID
008260         MOVE PND-DECIDED-BY TO CQ-RR-APPROVER
008270         WRITE CQ-RULE-RELEASE-REC FROM CQ-RULE-RELEASE
008280         ADD 1 TO CQ-RULE-REL-COUNT
008290     ELSE
008300         MOVE PND-TRAN-IMAGE TO CQ-OR-IMAGE
008310         MOVE PND-CHANGE-ID  TO CQ-OR-CHANGE-ID
008320         MOVE PND-DECIDED-BY TO CQ-OR-APPROVER
008330         WRITE CQ-OVR-RELEASE-REC FROM CQ-OVR-RELEASE
008340         ADD 1 TO CQ-OVR-REL-COUNT
008350     END-IF.
008360 5100-EXIT.
008370     EXIT.
008380*****************************************************************
008390*    6000-PRINT-QUEUE - LIST EVERY CHANGE DECIDED OR EXPIRED IN
008400*    THIS RUN WITH ITS SUBMITTER AND WHO DECIDED IT, THEN EVERY
008410*    CHANGE STILL AWAITING APPROVAL WITH HOW LONG IT HAS WAITED.
008420*****************************************************************
008430 6000-PRINT-QUEUE.
008440     MOVE "CHANGES APPROVED, REJECTED OR EXPIRED" TO CQ-SEC-TITLE.
008450     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
008460     WRITE CQ-REPORT-REC FROM CQ-DECIDED-COLUMNS.
008470     PERFORM 6100-PRINT-ONE-DECIDED THRU 6100-EXIT
008480         VARYING CQ-Q-IDX FROM 1 BY 1
008490         UNTIL CQ-Q-IDX > CQ-Q-COUNT.
008500     MOVE "CHANGES AWAITING APPROVAL" TO CQ-SEC-TITLE.
008510     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
008520     WRITE CQ-REPORT-REC FROM CQ-PENDING-COLUMNS.
008530     PERFORM 6200-PRINT-ONE-PENDING THRU 6200-EXIT
008540         VARYING CQ-Q-IDX FROM 1 BY 1
008550         UNTIL CQ-Q-IDX > CQ-Q-COUNT.
008560 6000-EXIT.
008570     EXIT.
008580 6100-PRINT-ONE-DECIDED.
008590     MOVE CQ-Q-REC(CQ-Q-IDX) TO PND-REC.
008600     IF PND-PENDING
008610         GO TO 6100-EXIT
008620     END-IF.
008630     PERFORM 6300-FILL-QUEUE-LINE THRU 6300-EXIT.
008640     MOVE PND-DECIDED-BY TO CQ-QL-COL-A.
008650     EVALUATE TRUE
008660         WHEN PND-APPROVED
008670             MOVE "APPROVED" TO CQ-QL-COL-B
008680         WHEN PND-REJECTED
008690             MOVE "REJECTED" TO CQ-QL-COL-B
008700         WHEN OTHER
008710             MOVE "EXPIRED" TO CQ-QL-COL-B
008720     END-EVALUATE.
008730     WRITE CQ-REPORT-REC FROM CQ-QUEUE-LINE.
008740 6100-EXIT.
008750     EXIT.
008760 6200-PRINT-ONE-PENDING.
008770     MOVE CQ-Q-REC(CQ-Q-IDX) TO PND-REC.
008780     IF NOT PND-PENDING
008790         GO TO 6200-EXIT
008800     END-IF.
008810     PERFORM 6300-FILL-QUEUE-LINE THRU 6300-EXIT.
008820     MOVE PND-SUBMIT-DATE TO CQ-QL-COL-A.
008830     PERFORM 8200-COMPUTE-DAYS-WAITING THRU 8200-EXIT.
008840     MOVE CQ-DAYS-WAITING TO CQ-DAYS-EDIT.
008850     MOVE CQ-DAYS-EDIT TO CQ-QL-COL-B.
008860     IF CQ-Q-NEW(CQ-Q-IDX)
008870         MOVE "NEW" TO CQ-QL-COL-B
008880     END-IF.
008890     WRITE CQ-REPORT-REC FROM CQ-QUEUE-LINE.
008900 6200-EXIT.
008910     EXIT.
008920*****************************************************************
008930*    6300-FILL-QUEUE-LINE - SET UP THE PART OF THE QUEUE LINE
008940*    COMMON TO EVERY SECTION FROM THE CHANGE IN PND-REC: ITS ID,
008950*    KIND, ACTION, KEY (DIVISOR OR OVERRIDE NUMBER), LABEL AND
008960*    SUBMITTER.
008970*****************************************************************
008980 6300-FILL-QUEUE-LINE.
008990     MOVE SPACES TO CQ-QL-COL-A CQ-QL-COL-B.
009000     MOVE PND-CHANGE-ID TO CQ-QL-ID.
009010     MOVE PND-SUBMITTER TO CQ-QL-SUBMITTER.
009020     IF PND-RULE-CHANGE
009030         MOVE "RULE"      TO CQ-QL-KIND
009040         MOVE PNR-ACTION  TO CQ-QL-ACTION
009050         MOVE PNR-DIVISOR TO CQ-QL-KEY
009060         MOVE PNR-LABEL   TO CQ-QL-LABEL
009070     ELSE
009080         MOVE "OVRD"      TO CQ-QL-KIND
009090         MOVE PNO-ACTION  TO CQ-QL-ACTION
009100         MOVE PNO-NUMBER  TO CQ-QL-KEY
009110         MOVE PNO-LABEL   TO CQ-QL-LABEL
009120     END-IF.
009130 6300-EXIT.
009140     EXIT.
009150*****************************************************************
009160*    8000-REFUSE-RUN - STOP THE RUN BEFORE ANY QUEUE IS CHANGED.
009170*    THE CALLER PUTS THE REASON IN CQ-MSG-TEXT; IT GOES ON THE
009180*    REPORT, THE CONSOLE AND EVTLOG.
009190*****************************************************************
009200 8000-REFUSE-RUN.
009210     WRITE CQ-REPORT-REC FROM CQ-MESSAGE-LINE.
009220     MOVE 'E'    TO CQ-EVT-SEVERITY.
009230     MOVE "CQ06" TO CQ-EVT-CODE.
009240     MOVE CQ-MSG-TEXT TO CQ-EVT-TEXT.
009250     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
009260     DISPLAY "CHGQUE: " CQ-MSG-TEXT.
009270     CLOSE QUEUE-REPORT-FILE.
009280     STOP RUN.
009290 8000-EXIT.
009300     EXIT.
009310 8100-PRINT-SECTION.
009320     MOVE SPACES TO CQ-REPORT-REC.
009330     WRITE CQ-REPORT-REC.
009340     WRITE CQ-REPORT-REC FROM CQ-SECTION-LINE.
009350 8100-EXIT.
009360     EXIT.
009370*****************************************************************
009380*    8200-COMPUTE-DAYS-WAITING - AGE THE CHANGE IN PND-REC: THE
009390*    DAYS FROM ITS SUBMIT DATE TO THE RUN DATE.  A SUBMIT DATE
009400*    THAT IS NOT A YYYY-MM-DD DATE SETS CQ-DATE-IS-BAD AND A
009410*    ZERO AGE.
009420*****************************************************************
009430 8200-COMPUTE-DAYS-WAITING.
009440     SET CQ-DATE-IS-GOOD TO TRUE.
009450     MOVE ZERO TO CQ-DAYS-WAITING.
009460     MOVE PND-SUBMIT-DATE TO CQ-WORK-DATE.
009470     IF CQ-WD-YYYY IS NOT NUMERIC
009480             OR CQ-WD-MM IS NOT NUMERIC
009490             OR CQ-WD-DD IS NOT NUMERIC
009500             OR CQ-WD-DASH-1 NOT = "-"
009510             OR CQ-WD-DASH-2 NOT = "-"
009520             OR CQ-WD-MM < "01" OR CQ-WD-MM > "12"
009530             OR CQ-WD-DD < "01" OR CQ-WD-DD > "31"
009540             OR CQ-WORK-DATE > CQ-RUN-DATE-DISP
009550         SET CQ-DATE-IS-BAD TO TRUE
009560         GO TO 8200-EXIT
009570     END-IF.
009580     MOVE CQ-WD-YYYY TO CQ-WR-YYYY.
009590     MOVE CQ-WD-MM   TO CQ-WR-MM.
009600     MOVE CQ-WD-DD   TO CQ-WR-DD.
009610     COMPUTE CQ-DAYS-WAITING
009620         = CQ-RUN-INT - FUNCTION INTEGER-OF-DATE(CQ-WORK-RAW).
009630 8200-EXIT.
009640     EXIT.
009650*****************************************************************
009660*    9000-TERMINATE - PRINT THE CONTROL TOTALS, LOG THE RUN AND
009670*    CLOSE THE QUEUE REPORT.
009680*****************************************************************
009690 9000-TERMINATE.
009700     MOVE "CONTROL TOTALS" TO CQ-SEC-TITLE.
009710     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
009720     MOVE "DECISIONS READ" TO CQ-TOT-TEXT.
009730     MOVE CQ-DECISION-READ-COUNT TO CQ-TOT-COUNT.
009740     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009750     MOVE "CHANGES APPROVED" TO CQ-TOT-TEXT.
009760     MOVE CQ-APPROVED-COUNT TO CQ-TOT-COUNT.
009770     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009780     MOVE "CHANGES REJECTED" TO CQ-TOT-TEXT.
009790     MOVE CQ-REJECTED-COUNT TO CQ-TOT-COUNT.
009800     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009810     MOVE "DECISIONS REFUSED" TO CQ-TOT-TEXT.
009820     MOVE CQ-DECISION-REF-COUNT TO CQ-TOT-COUNT.
009830     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009840     MOVE "CHANGES EXPIRED" TO CQ-TOT-TEXT.
009850     MOVE CQ-EXPIRED-COUNT TO CQ-TOT-COUNT.
009860     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009870     MOVE "SUBMISSIONS READ" TO CQ-TOT-TEXT.
009880     MOVE CQ-SUBMIT-READ-COUNT TO CQ-TOT-COUNT.
009890     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009900     MOVE "CHANGES QUEUED" TO CQ-TOT-TEXT.
009910     MOVE CQ-QUEUED-COUNT TO CQ-TOT-COUNT.
009920     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009930     MOVE "SUBMISSIONS REFUSED" TO CQ-TOT-TEXT.
009940     MOVE CQ-SUBMIT-REF-COUNT TO CQ-TOT-COUNT.
009950     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009960     MOVE "CHANGES AWAITING APPROVAL" TO CQ-TOT-TEXT.
009970     MOVE CQ-PENDING-COUNT TO CQ-TOT-COUNT.
009980     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
009990     MOVE "RULE CHANGES RELEASED" TO CQ-TOT-TEXT.
010000     MOVE CQ-RULE-REL-COUNT TO CQ-TOT-COUNT.
010010     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
010020     MOVE "OVERRIDE CHANGES RELEASED" TO CQ-TOT-TEXT.
010030     MOVE CQ-OVR-REL-COUNT TO CQ-TOT-COUNT.
010040     WRITE CQ-REPORT-REC FROM CQ-TOTAL-LINE.
010050     MOVE 'I'    TO CQ-EVT-SEVERITY.
010060     MOVE "CQ01" TO CQ-EVT-CODE.
010070     MOVE SPACES TO CQ-EVT-TEXT.
010080     STRING CQ-QUEUED-COUNT " QUEUED, " CQ-APPROVED-COUNT
010090         " APPROVED, " CQ-REJECTED-COUNT " REJECTED, "
010100         CQ-EXPIRED-COUNT " EXPIRED"
010110         DELIMITED BY SIZE INTO CQ-EVT-TEXT.
010120     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
010130     CLOSE HISTORY-FILE.
010140     CLOSE QUEUE-REPORT-FILE.
010150 9000-EXIT.
010160     EXIT.
010170*****************************************************************
010180*    9400-WRITE-EVENT-REC - APPEND ONE OPERATOR EVENT TO THE
010190*    COMMON EVTLOG FILE, CREATING IT ON FIRST USE.  THE CALLER
010200*    SETS CQ-EVT-SEVERITY, CQ-EVT-CODE AND CQ-EVT-TEXT
010210*    BEFOREHAND.  AN UNWRITABLE LOG FALLS BACK TO THE CONSOLE
010220*    SO THE EVENT IS NEVER LOST OUTRIGHT.
010230*****************************************************************
010240 9400-WRITE-EVENT-REC.
010250     ACCEPT CQ-EVT-TIME-RAW FROM TIME.
010260     STRING CQ-EVT-HH ":" CQ-EVT-MI ":" CQ-EVT-SS
010270         DELIMITED BY SIZE INTO CQ-EVT-TIME-DISP.
010280     OPEN EXTEND EVENT-FILE.
010290     IF CQ-EVENT-NOT-FOUND
010300         OPEN OUTPUT EVENT-FILE
010310     END-IF.
010320     IF NOT CQ-EVENT-OK
010330         DISPLAY "CHGQUE: EVTLOG UNAVAILABLE - "
010340             CQ-EVT-SEVERITY " " CQ-EVT-CODE " " CQ-EVT-TEXT
010350         GO TO 9400-EXIT
010360     END-IF.
010370     MOVE SPACES TO EVT-REC.
010380     MOVE "CHGQUE"          TO EVT-PROGRAM-ID.
010390     MOVE CQ-RUN-DATE-DISP  TO EVT-RUN-DATE.
010400     MOVE CQ-EVT-TIME-DISP  TO EVT-RUN-TIME.
010410     MOVE CQ-RUN-ID         TO EVT-RUN-ID.
010420     MOVE CQ-EVT-SEVERITY   TO EVT-SEVERITY.
010430     MOVE CQ-EVT-CODE       TO EVT-CODE.
010440     MOVE CQ-EVT-TEXT       TO EVT-TEXT.
010450     WRITE EVT-REC.
010460     CLOSE EVENT-FILE.
010470 9400-EXIT.
010480     EXIT.
010490 END PROGRAM CHGQUE.
