000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ABCBKOUT.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - REVERSES ONE FEED CYCLE'S
000120*                     POSTING OUT OF THE RESULTS MASTER.  THE
000130*                     CYCLE IS NAMED ON BKOCTL (SEE BKOREC01). THE
000140*                     ABCJRNL POSTING JOURNAL WRITTEN BY ABCPOST
000150*                     (SEE JRNREC01) IDENTIFIES THE LAST RUN THAT
000160*                     POSTED THE CYCLE; THAT RUN'S ENTRIES FOR THE
000170*                     CYCLE ARE SORTED TO MASTER KEY ORDER AND
000180*                     MATCH-MERGED AGAINST ABCMST TO PRODUCE THE
000190*                     NEW GENERATION ABCMSTN - AN ADDED ITEM IS
000200*                     REMOVED AND A REPLACED ITEM GETS ITS BEFORE-
000210*                     IMAGE BACK.  NOTHING IS WRITTEN UNLESS THE
000220*                     JOURNAL BALANCES TO THE CYCLE'S RECORD COUNT
000230*                     AND EVERY ITEM ON THE MASTER STILL HOLDS THE
000240*                     VALUES THE CYCLE POSTED, SO A LATER POSTING
000250*                     CAN NEVER BE UNDONE BY ACCIDENT.  THE CYCLE
000260*                     IS THEN SET BACK TO UNPOSTED ON ABCFCTL AND
000270*                     THE ABCBRPT REVERSAL REPORT BALANCES THE
000280*                     ENTRIES REVERSED AGAINST FCY-RECORD-COUNT.
000282*    2026-10-15  JWK  AN ITEM WHOSE RUN DATE FALLS IN A PERIOD
000284*                     ALREADY CLOSED BY ABCPCLS (SEE PHSREC01)
000286*                     REFUSES THE BACKOUT - A SIGNED-OFF PERIOD'S
000288*                     TOTALS MAY NOT CHANGE.
000289*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000290*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000291*                     FORWARD BY DATEROLL AT THE START OF THE
000292*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000293*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000294*                     DATE THROUGHOUT.
000296*    2026-10-15  JWK  THE REPORT'S REVERSED TOTAL NOW COUNTS
000298*                     ONLY THE ITEMS REMOVED OR RESTORED;
000300*                     SUPERSEDED AND REJECTED ENTRIES ARE
000302*                     LISTED APART AS NOT POSTED, AND ALL OF
000304*                     THEM TOGETHER BALANCE TO FCY-RECORD-COUNT.
000305*    2026-10-15  JWK  A CYCLE THAT SHARED A MASTER KEY WITH
000306*                     ANOTHER CYCLE IN THE SAME ABCPOST RUN - ONE
000307*                     COPY SUPERSEDED BY THE OTHER - REFUSES THE
000308*                     BACKOUT; THE POSTED COPY'S BEFORE-IMAGE
000309*                     SKIPS THE SUPERSEDED ONE, SO REVERSING
000310*                     EITHER CYCLE ALONE WOULD LEAVE ABCMST WRONG.
000311*****************************************************************
000312 ENVIRONMENT DIVISION.
000313 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARM-FILE ASSIGN TO "BKOCTL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS BK-PARM-STATUS.
000390     SELECT JOURNAL-FILE ASSIGN TO "ABCJRNL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS BK-JOURNAL-STATUS.
000420     SELECT SORTED-JOURNAL-FILE ASSIGN TO "ABCJRNS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS BK-SORTED-STATUS.
000450     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000460     SELECT OLD-MASTER-FILE ASSIGN TO "ABCMST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS BK-OLDMST-STATUS.
000490     SELECT NEW-MASTER-FILE ASSIGN TO "ABCMSTN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS BK-NEWMST-STATUS.
000520     SELECT CYCLE-FILE ASSIGN TO "ABCFCTL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS BK-CYCLE-STATUS.
000550     SELECT BACKOUT-REPORT-FILE ASSIGN TO "ABCBRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BK-REPORT-STATUS.
000580     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS BK-EVENT-STATUS.
000602     SELECT PERIOD-FILE ASSIGN TO "ABCPHST"
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS BK-PERIOD-STATUS.
000607     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000608         ORGANIZATION IS LINE SEQUENTIAL
000609         FILE STATUS IS BK-BUSDATE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PARM-FILE
000640     RECORDING MODE IS F.
000650 COPY BKOREC01.
000660 FD  JOURNAL-FILE
000670     RECORDING MODE IS F.
000680 COPY JRNREC01.
000690 FD  SORTED-JOURNAL-FILE
000700     RECORDING MODE IS F.
000710 01  SJN-REC.
000720     05  SJN-CYCLE-NUM           PIC 9(05).
000730     05  SJN-POST-RUN-ID         PIC X(16).
000740     05  SJN-ENTRY-TYPE          PIC X(01).
000750         88  SJN-ITEM-ADDED                  VALUE 'A'.
000760         88  SJN-ITEM-REPLACED               VALUE 'R'.
000770     05  SJN-KEY.
000780         10  SJN-RUN-DATE        PIC X(10).
000790         10  SJN-BATCH-NUM       PIC 9(03).
000800         10  SJN-FEED-INDEX      PIC 9(07).
000810     05  SJN-BEFORE-ORIG         PIC 9(07).
000820     05  SJN-BEFORE-DIVIDED      PIC 9(07).
000830     05  SJN-AFTER-ORIG          PIC 9(07).
000840     05  SJN-AFTER-DIVIDED       PIC 9(07).
000850     05  FILLER                  PIC X(10).
000860 SD  SORT-FILE.
000870 01  SRT-REC.
000880     05  FILLER                  PIC X(22).
000890     05  SRT-KEY                 PIC X(20).
000900     05  FILLER                  PIC X(38).
000910 FD  OLD-MASTER-FILE
000920     RECORDING MODE IS F.
000930 COPY MSTREC01.
000940 FD  NEW-MASTER-FILE
000950     RECORDING MODE IS F.
000960 01  NEW-MST-REC                 PIC X(80).
000970 FD  CYCLE-FILE
000980     RECORDING MODE IS F.
000990 COPY FCYREC01.
001000 FD  BACKOUT-REPORT-FILE
001010     RECORDING MODE IS F.
001020 01  BK-REPORT-REC               PIC X(80).
001030 FD  EVENT-FILE
001040     RECORDING MODE IS F.
001050 COPY EVTREC01.
001052 FD  PERIOD-FILE
001054     RECORDING MODE IS F.
001056 COPY PHSREC01.
001057 FD  BUSDATE-FILE
001058     RECORDING MODE IS F.
001059 COPY BDTREC01.
001060 WORKING-STORAGE SECTION.
001070*****************************************************************
001080*    WORKING STORAGE
001090*****************************************************************
001100 01  BK-SWITCHES.
001103     03  BK-BUSDATE-STATUS   PIC X(02).
001106         88  BK-BUSDATE-OK              VALUE '00'.
001110     03  BK-PARM-STATUS      PIC X(02).
001120         88  BK-PARM-OK                 VALUE '00'.
001130     03  BK-JOURNAL-STATUS   PIC X(02).
001140         88  BK-JOURNAL-OK              VALUE '00'.
001150         88  BK-JOURNAL-NOT-FOUND       VALUE '35'.
001160     03  BK-SORTED-STATUS    PIC X(02).
001170         88  BK-SORTED-OK               VALUE '00'.
001180     03  BK-OLDMST-STATUS    PIC X(02).
001190         88  BK-OLDMST-OK               VALUE '00'.
001200         88  BK-OLDMST-NOT-FOUND        VALUE '35'.
001210     03  BK-NEWMST-STATUS    PIC X(02).
001220         88  BK-NEWMST-OK               VALUE '00'.
001230     03  BK-CYCLE-STATUS     PIC X(02).
001240         88  BK-CYCLE-OK                VALUE '00'.
001250         88  BK-CYCLE-NOT-FOUND         VALUE '35'.
001260     03  BK-REPORT-STATUS    PIC X(02).
001270         88  BK-REPORT-OK               VALUE '00'.
001280     03  BK-EVENT-STATUS     PIC X(02).
001290         88  BK-EVENT-OK                VALUE '00'.
001300         88  BK-EVENT-NOT-FOUND         VALUE '35'.
001310     03  BK-JRN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001320         88  BK-JRN-AT-EOF              VALUE 'Y'.
001330     03  BK-MST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001340         88  BK-MST-AT-EOF              VALUE 'Y'.
001350     03  BK-CYCLE-EOF-SW     PIC X(01) VALUE 'N'.
001360         88  BK-CYCLE-AT-EOF            VALUE 'Y'.
001370     03  BK-POSTING-SW       PIC X(01) VALUE 'N'.
001380         88  BK-POSTING-FOUND           VALUE 'Y'.
001381     03  BK-PERIOD-STATUS    PIC X(02).
001382         88  BK-PERIOD-OK               VALUE '00'.
001383         88  BK-PERIOD-NOT-FOUND        VALUE '35'.
001384     03  BK-PERIOD-EOF-SW    PIC X(01) VALUE 'N'.
001385         88  BK-PERIOD-AT-EOF           VALUE 'Y'.
001390 01  BK-BACKOUT-CYCLE        PIC 9(05) VALUE ZERO.
001400 01  BK-POST-RUN-ID          PIC X(16) VALUE SPACES.
001410 01  BK-JRN-CYCLE-AREA.
001420     03  BK-JC-PGM           PIC X(08).
001430     03  BK-JC-RUN-DATE      PIC X(10).
001440     03  BK-JC-RUN-ID        PIC X(16).
001450     03  BK-JC-COUNT         PIC 9(07).
001460 01  BK-JRN-READ-COUNT       PIC 9(07) VALUE ZERO.
001470 01  BK-ADD-COUNT            PIC 9(07) VALUE ZERO.
001480 01  BK-REPLACE-COUNT        PIC 9(07) VALUE ZERO.
001490 01  BK-SUPERSEDED-COUNT     PIC 9(07) VALUE ZERO.
001500 01  BK-REJECT-COUNT         PIC 9(07) VALUE ZERO.
001510 01  BK-ENTRY-TOTAL          PIC 9(07) VALUE ZERO.
001520 01  BK-EXPECTED-COUNT       PIC 9(07) VALUE ZERO.
001530 01  BK-CONFLICT-COUNT       PIC 9(07) VALUE ZERO.
001540 01  BK-REMOVED-COUNT        PIC 9(07) VALUE ZERO.
001550 01  BK-RESTORED-COUNT       PIC 9(07) VALUE ZERO.
001560 01  BK-MST-IN-COUNT         PIC 9(07) VALUE ZERO.
001570 01  BK-MST-OUT-COUNT        PIC 9(07) VALUE ZERO.
001572 01  BK-CLOSED-COUNT         PIC 9(07) VALUE ZERO.
001574 01  BK-CLOSED-THRU          PIC X(10) VALUE SPACES.
001575 01  BK-SHARED-COUNT         PIC 9(07) VALUE ZERO.
001576 01  BK-PREV-KEY             PIC X(20) VALUE SPACES.
001577 01  BK-PREV-CYCLE           PIC 9(05) VALUE ZERO.
001580*****************************************************************
001590*    THE CYCLE TABLE - EVERY ABCFCTL RECORD, LOADED AT START OF
001600*    JOB AND WRITTEN BACK WITH THE BACKED-OUT CYCLE FLIPPED TO
001610*    UNPOSTED.  SAME 200-ENTRY CEILING AS ABCPOST.
001620*****************************************************************
001630 01  BK-CYCLE-TABLE.
001640     03  BK-CYC-ENTRY OCCURS 200 TIMES.
001650         05  BK-CYC-NUM          PIC 9(05).
001660         05  BK-CYC-PGM          PIC X(08).
001670         05  BK-CYC-RUN-DATE     PIC X(10).
001680         05  BK-CYC-RUN-ID       PIC X(16).
001690         05  BK-CYC-COUNT        PIC 9(07).
001700         05  BK-CYC-POSTED-SW    PIC X(01).
001710             88  BK-CYC-POSTED              VALUE 'Y'.
001720 01  BK-CYCLE-COUNT          PIC 9(03) VALUE ZERO.
001730 01  BK-CYC-IDX              PIC 9(03).
001740 01  BK-CYC-FOUND-IDX        PIC 9(03) VALUE ZERO.
001750 01  BK-RUN-DATE-RAW         PIC 9(08).
001760 01  BK-RUN-DATE-BRK REDEFINES BK-RUN-DATE-RAW.
001770     03  BK-RUN-YYYY         PIC 9(04).
001780     03  BK-RUN-MM           PIC 9(02).
001790     03  BK-RUN-DD           PIC 9(02).
001800 01  BK-RUN-DATE-DISP        PIC X(10).
001810 01  BK-RUN-TIME-RAW         PIC 9(08).
001820 01  BK-RUN-ID               PIC X(16).
001830 01  BK-EVT-SEVERITY         PIC X(01).
001840 01  BK-EVT-CODE             PIC X(04).
001850 01  BK-EVT-TEXT             PIC X(60).
001860 01  BK-EVT-TIME-RAW         PIC 9(08).
001870 01  BK-EVT-TIME-BRK REDEFINES BK-EVT-TIME-RAW.
001880     03  BK-EVT-HH           PIC 9(02).
001890     03  BK-EVT-MI           PIC 9(02).
001900     03  BK-EVT-SS           PIC 9(02).
001910     03  FILLER              PIC 9(02).
001920 01  BK-EVT-TIME-DISP        PIC X(08).
001930 01  BK-OUT-MASTER.
001940     03  BK-OUT-DATE         PIC X(10).
001950     03  BK-OUT-BATCH        PIC 9(03).
001960     03  BK-OUT-INDEX        PIC 9(07).
001970     03  BK-OUT-ORIG         PIC 9(07).
001980     03  BK-OUT-DIVIDED      PIC 9(07).
001990     03  FILLER              PIC X(46) VALUE SPACES.
002000 01  BK-HEADING-LINE.
002010     03  FILLER              PIC X(30)
002020         VALUE " ABCMST CYCLE BACKOUT REPORT -".
002030     03  FILLER              PIC X(01) VALUE SPACE.
002040     03  BK-HDG-RUN-DATE     PIC X(10).
002050     03  FILLER              PIC X(39) VALUE SPACES.
002060 01  BK-CYCLE-LINE.
002070     03  FILLER              PIC X(21)
002080         VALUE " BACKED-OUT CYCLE   ".
002090     03  BK-CY-NUM           PIC 9(05).
002100     03  FILLER              PIC X(15)
002110         VALUE "   POSTING RUN ".
002120     03  BK-CY-RUN-ID        PIC X(16).
002130     03  FILLER              PIC X(23) VALUE SPACES.
002140 01  BK-COLUMN-LINE.
002150     03  FILLER              PIC X(12) VALUE " RUN DATE".
002160     03  FILLER              PIC X(06) VALUE "BATCH".
002170     03  FILLER              PIC X(10) VALUE "INDEX".
002180     03  FILLER              PIC X(10) VALUE "ORIG".
002190     03  FILLER              PIC X(10) VALUE "DIVD".
002200     03  FILLER              PIC X(32) VALUE "DISPOSITION".
002210 01  BK-DETAIL-LINE.
002220     03  FILLER              PIC X(01) VALUE SPACE.
002230     03  BK-DL-DATE          PIC X(10).
002240     03  FILLER              PIC X(02) VALUE SPACES.
002250     03  BK-DL-BATCH         PIC 9(03).
002260     03  FILLER              PIC X(03) VALUE SPACES.
002270     03  BK-DL-INDEX         PIC 9(07).
002280     03  FILLER              PIC X(03) VALUE SPACES.
002290     03  BK-DL-ORIG          PIC 9(07).
002300     03  FILLER              PIC X(03) VALUE SPACES.
002310     03  BK-DL-DIVIDED       PIC 9(07).
002320     03  FILLER              PIC X(03) VALUE SPACES.
002330     03  BK-DL-DISP          PIC X(28).
002340     03  FILLER              PIC X(03) VALUE SPACES.
002350 01  BK-TOTAL-LINE.
002360     03  FILLER              PIC X(01) VALUE SPACE.
002370     03  BK-TOT-TEXT         PIC X(30).
002380     03  BK-TOT-COUNT        PIC Z(06)9.
002390     03  FILLER              PIC X(42) VALUE SPACES.
002400 01  BK-MESSAGE-LINE.
002410     03  FILLER              PIC X(01) VALUE SPACE.
002420     03  BK-MSG-TEXT         PIC X(70).
002430     03  FILLER              PIC X(09) VALUE SPACES.
002440 PROCEDURE DIVISION.
002450*****************************************************************
002460*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
002470*****************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-SORT-JOURNAL THRU 2000-EXIT.
002510     PERFORM 2800-CHECK-BALANCE THRU 2800-EXIT.
002520     PERFORM 3000-VERIFY-MASTER THRU 3000-EXIT.
002530     PERFORM 4000-APPLY-BACKOUT THRU 4000-EXIT.
002540     PERFORM 5000-UPDATE-CYCLE-FILE THRU 5000-EXIT.
002550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002560     STOP RUN.
002570*****************************************************************
002580*    1000-INITIALIZE - READ THE CYCLE TO BACK OUT FROM BKOCTL,
002590*    OPEN THE REVERSAL REPORT, LOAD ABCFCTL AND FIND THE RUN THAT
002600*    LAST POSTED THE CYCLE ON THE JOURNAL.
002610*****************************************************************
002620 1000-INITIALIZE.
002621     OPEN INPUT BUSDATE-FILE.
002622     IF NOT BK-BUSDATE-OK
002623         DISPLAY "ABCBKOUT: CANNOT OPEN BUSDATE, STATUS = "
002624             BK-BUSDATE-STATUS
002625         STOP RUN
002626     END-IF.
002627     READ BUSDATE-FILE
002628         AT END
002629             DISPLAY "ABCBKOUT: BUSDATE HAS NO RECORD"
002630             CLOSE BUSDATE-FILE
002631             STOP RUN
002632     END-READ.
002633     CLOSE BUSDATE-FILE.
002634     IF BDT-BUS-YYYY IS NOT NUMERIC
002635             OR BDT-BUS-MM IS NOT NUMERIC
002636             OR BDT-BUS-DD IS NOT NUMERIC
002637         DISPLAY "ABCBKOUT: BUSDATE BUSINESS DATE IS NOT VALID"
002638         STOP RUN
002639     END-IF.
002640     MOVE BDT-BUS-YYYY TO BK-RUN-YYYY.
002641     MOVE BDT-BUS-MM   TO BK-RUN-MM.
002642     MOVE BDT-BUS-DD   TO BK-RUN-DD.
002643     STRING BK-RUN-YYYY "-" BK-RUN-MM "-" BK-RUN-DD
002650         DELIMITED BY SIZE INTO BK-RUN-DATE-DISP.
002660     ACCEPT BK-RUN-TIME-RAW FROM TIME.
002670     STRING BK-RUN-DATE-RAW BK-RUN-TIME-RAW
002680         DELIMITED BY SIZE INTO BK-RUN-ID.
002690     OPEN INPUT PARM-FILE.
002700     IF NOT BK-PARM-OK
002710         DISPLAY "ABCBKOUT: CANNOT OPEN BKOCTL, STATUS = "
002720             BK-PARM-STATUS
002730         STOP RUN
002740     END-IF.
002750     READ PARM-FILE
002760         AT END
002770             DISPLAY "ABCBKOUT: PARM FILE BKOCTL HAS NO RECORD"
002780             CLOSE PARM-FILE
002790             STOP RUN
002800     END-READ.
002810     CLOSE PARM-FILE.
002820     IF BKO-CYCLE-NUM IS NOT NUMERIC
002830         DISPLAY "ABCBKOUT: BKOCTL CYCLE NOT NUMERIC: "
002840             BKO-CYCLE-NUM
002850         STOP RUN
002860     END-IF.
002870     MOVE BKO-CYCLE-NUM TO BK-BACKOUT-CYCLE.
002880     OPEN OUTPUT BACKOUT-REPORT-FILE.
002890     IF NOT BK-REPORT-OK
002900         DISPLAY "ABCBKOUT: CANNOT OPEN ABCBRPT, STATUS = "
002910             BK-REPORT-STATUS
002920         STOP RUN
002930     END-IF.
002940     MOVE BK-RUN-DATE-DISP TO BK-HDG-RUN-DATE.
002950     WRITE BK-REPORT-REC FROM BK-HEADING-LINE.
002960     PERFORM 1100-LOAD-CYCLES THRU 1100-EXIT.
002970     PERFORM 1200-FIND-POSTING THRU 1200-EXIT.
002975     PERFORM 1300-LOAD-CLOSED-PERIODS THRU 1300-EXIT.
002980     MOVE BK-BACKOUT-CYCLE TO BK-CY-NUM.
002990     MOVE BK-POST-RUN-ID   TO BK-CY-RUN-ID.
003000     WRITE BK-REPORT-REC FROM BK-CYCLE-LINE.
003010     MOVE SPACES TO BK-REPORT-REC.
003020     WRITE BK-REPORT-REC.
003030     WRITE BK-REPORT-REC FROM BK-COLUMN-LINE.
003040 1000-EXIT.
003050     EXIT.
003060*****************************************************************
003070*    1100-LOAD-CYCLES - LOAD ABCFCTL INTO THE CYCLE TABLE.  A
003080*    CYCLE STILL UNPOSTED HAS NOTHING TO BACK OUT, SO THE RUN IS
003090*    REFUSED.  A CYCLE ABSENT FROM ABCFCTL WAS RETIRED BY ABCPOST
003100*    AFTER POSTING AND IS PUT BACK FROM THE JOURNAL AT THE END.
003110*****************************************************************
003120 1100-LOAD-CYCLES.
003130     OPEN INPUT CYCLE-FILE.
003140     IF BK-CYCLE-NOT-FOUND
003150         GO TO 1100-EXIT
003160     END-IF.
003170     IF NOT BK-CYCLE-OK
003180         DISPLAY "ABCBKOUT: CANNOT OPEN ABCFCTL, STATUS = "
003190             BK-CYCLE-STATUS
003200         STOP RUN
003210     END-IF.
003220     PERFORM 1110-LOAD-ONE-CYCLE THRU 1110-EXIT
003230         UNTIL BK-CYCLE-AT-EOF.
003240     CLOSE CYCLE-FILE.
003250     IF BK-CYC-FOUND-IDX > ZERO
003260         IF NOT BK-CYC-POSTED(BK-CYC-FOUND-IDX)
003270             MOVE SPACES TO BK-MSG-TEXT
003280             STRING "BACKOUT REFUSED - CYCLE " BK-BACKOUT-CYCLE
003290                 " IS NOT POSTED ON ABCFCTL"
003300                 DELIMITED BY SIZE INTO BK-MSG-TEXT
003310             PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
003320         END-IF
003330     END-IF.
003340 1100-EXIT.
003350     EXIT.
003360 1110-LOAD-ONE-CYCLE.
003370     READ CYCLE-FILE
003380         AT END
003390             SET BK-CYCLE-AT-EOF TO TRUE
003400             GO TO 1110-EXIT
003410     END-READ.
003420     IF FCY-CYCLE-NUM IS NOT NUMERIC
003430         GO TO 1110-EXIT
003440     END-IF.
003450     IF BK-CYCLE-COUNT = 200
003460         MOVE "BACKOUT REFUSED - ABCFCTL EXCEEDS 200-CYCLE TABLE"
003470             TO BK-MSG-TEXT
003480         PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
003490     END-IF.
003500     ADD 1 TO BK-CYCLE-COUNT.
003510     MOVE FCY-CYCLE-NUM   TO BK-CYC-NUM(BK-CYCLE-COUNT).
003520     MOVE FCY-PROGRAM-ID  TO BK-CYC-PGM(BK-CYCLE-COUNT).
003530     MOVE FCY-RUN-DATE    TO BK-CYC-RUN-DATE(BK-CYCLE-COUNT).
003540     MOVE FCY-RUN-ID      TO BK-CYC-RUN-ID(BK-CYCLE-COUNT).
003550     IF FCY-RECORD-COUNT IS NUMERIC
003560         MOVE FCY-RECORD-COUNT TO BK-CYC-COUNT(BK-CYCLE-COUNT)
003570     ELSE
003580         MOVE ZERO TO BK-CYC-COUNT(BK-CYCLE-COUNT)
003590     END-IF.
003600     IF FCY-CYCLE-POSTED
003610         MOVE 'Y' TO BK-CYC-POSTED-SW(BK-CYCLE-COUNT)
003620     ELSE
003630         MOVE 'N' TO BK-CYC-POSTED-SW(BK-CYCLE-COUNT)
003640     END-IF.
003650     IF FCY-CYCLE-NUM = BK-BACKOUT-CYCLE
003660         MOVE BK-CYCLE-COUNT TO BK-CYC-FOUND-IDX
003670     END-IF.
003680 1110-EXIT.
003690     EXIT.
003700*****************************************************************
003710*    1200-FIND-POSTING - READ THE WHOLE JOURNAL FOR THE CYCLE
003720*    ENTRIES OF THE CYCLE BEING BACKED OUT.  THE LAST ONE ON FILE
003730*    NAMES THE RUN WHOSE POSTING IS REVERSED; A CYCLE BACKED OUT
003740*    AND POSTED AGAIN THEREFORE REVERSES ITS LATEST POSTING ONLY.
003750*****************************************************************
003760 1200-FIND-POSTING.
003770     OPEN INPUT JOURNAL-FILE.
003780     IF BK-JOURNAL-NOT-FOUND
003790         MOVE "BACKOUT REFUSED - ABCJRNL NOT PRESENT"
003800             TO BK-MSG-TEXT
003810         PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
003820     END-IF.
003830     IF NOT BK-JOURNAL-OK
003840         DISPLAY "ABCBKOUT: CANNOT OPEN ABCJRNL, STATUS = "
003850             BK-JOURNAL-STATUS
003860         STOP RUN
003870     END-IF.
003880     PERFORM 1210-SCAN-ONE-ENTRY THRU 1210-EXIT
003890         UNTIL BK-JRN-AT-EOF.
003900     CLOSE JOURNAL-FILE.
003910     MOVE 'N' TO BK-JRN-EOF-SWITCH.
003920     IF NOT BK-POSTING-FOUND
003930         MOVE SPACES TO BK-MSG-TEXT
003940         STRING "BACKOUT REFUSED - NO COMPLETED POSTING OF CYCLE "
003950             BK-BACKOUT-CYCLE " ON ABCJRNL"
003960             DELIMITED BY SIZE INTO BK-MSG-TEXT
003970         PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
003980     END-IF.
003990     IF BK-CYC-FOUND-IDX > ZERO
004000         MOVE BK-CYC-COUNT(BK-CYC-FOUND-IDX) TO BK-EXPECTED-COUNT
004010     ELSE
004020         MOVE BK-JC-COUNT TO BK-EXPECTED-COUNT
004030     END-IF.
004040 1200-EXIT.
004050     EXIT.
004060 1210-SCAN-ONE-ENTRY.
004064     READ JOURNAL-FILE
004068         AT END
004072             SET BK-JRN-AT-EOF TO TRUE
004076             GO TO 1210-EXIT
004080     END-READ.
004084     IF NOT JRN-CYCLE-ENTRY
004088             OR JRN-CYCLE-NUM IS NOT NUMERIC
004092         GO TO 1210-EXIT
004096     END-IF.
004100     IF JRN-CYCLE-NUM NOT = BK-BACKOUT-CYCLE
004104         GO TO 1210-EXIT
004108     END-IF.
004112     SET BK-POSTING-FOUND TO TRUE.
004116     MOVE JRN-POST-RUN-ID    TO BK-POST-RUN-ID.
004120     MOVE JRN-CYC-PROGRAM-ID TO BK-JC-PGM.
004124     MOVE JRN-CYC-RUN-DATE   TO BK-JC-RUN-DATE.
004128     MOVE JRN-CYC-RUN-ID     TO BK-JC-RUN-ID.
004132     IF JRN-CYC-RECORD-COUNT IS NUMERIC
004136         MOVE JRN-CYC-RECORD-COUNT TO BK-JC-COUNT
004140     ELSE
004144         MOVE ZERO TO BK-JC-COUNT
004148     END-IF.
004152 1210-EXIT.
004156     EXIT.
004160*****************************************************************
004164*    1300-LOAD-CLOSED-PERIODS - FIND THE CLOSED-THROUGH DATE ON
004168*    THE ABCPHST PERIOD HISTORY - THE HIGHEST PERIOD END ON A
004172*    PERIOD-CLOSED RECORD (SEE PHSREC01).  A MISSING ABCPHST
004176*    MEANS NO PERIOD HAS BEEN CLOSED.
004180*****************************************************************
004184 1300-LOAD-CLOSED-PERIODS.
004188     OPEN INPUT PERIOD-FILE.
004192     IF BK-PERIOD-NOT-FOUND
004196         GO TO 1300-EXIT
004200     END-IF.
004204     IF NOT BK-PERIOD-OK
004208         DISPLAY "ABCBKOUT: CANNOT OPEN ABCPHST, STATUS = "
004212             BK-PERIOD-STATUS
004216         STOP RUN
004220     END-IF.
004224     PERFORM 1310-READ-ONE-PERIOD THRU 1310-EXIT
004228         UNTIL BK-PERIOD-AT-EOF.
004232     CLOSE PERIOD-FILE.
004236 1300-EXIT.
004240     EXIT.
004244 1310-READ-ONE-PERIOD.
004248     READ PERIOD-FILE
004252         AT END
004256             SET BK-PERIOD-AT-EOF TO TRUE
004260             GO TO 1310-EXIT
004264     END-READ.
004268     IF PHS-PERIOD-CLOSED
004272             AND PHS-PERIOD-END > BK-CLOSED-THRU
004276         MOVE PHS-PERIOD-END TO BK-CLOSED-THRU
004280     END-IF.
004284 1310-EXIT.
004288     EXIT.
004310*****************************************************************
004320*    2000-SORT-JOURNAL - SORT THE POSTING RUN'S ITEM ENTRIES FOR
004330*    THE CYCLE INTO MASTER KEY ORDER.  ONLY ADDS AND REPLACES
004340*    TOUCHED THE MASTER AND REACH THE SORT; SUPERSEDED FEED
004350*    COPIES AND REJECTS ARE COUNTED FOR THE BALANCE ONLY.
004360*****************************************************************
004370 2000-SORT-JOURNAL.
004380     SORT SORT-FILE
004390         ON ASCENDING KEY SRT-KEY
004400         INPUT PROCEDURE IS 2500-SELECT-ENTRIES THRU 2500-EXIT
004410         GIVING SORTED-JOURNAL-FILE.
004420 2000-EXIT.
004430     EXIT.
004440 2500-SELECT-ENTRIES.
004450     OPEN INPUT JOURNAL-FILE.
004460     IF NOT BK-JOURNAL-OK
004470         DISPLAY "ABCBKOUT: CANNOT OPEN ABCJRNL, STATUS = "
004480             BK-JOURNAL-STATUS
004490         STOP RUN
004500     END-IF.
004510     PERFORM 2510-RELEASE-ONE-ENTRY THRU 2510-EXIT
004520         UNTIL BK-JRN-AT-EOF.
004530     CLOSE JOURNAL-FILE.
004540     MOVE 'N' TO BK-JRN-EOF-SWITCH.
004550 2500-EXIT.
004560     EXIT.
004570 2510-RELEASE-ONE-ENTRY.
004580     READ JOURNAL-FILE
004590         AT END
004600             SET BK-JRN-AT-EOF TO TRUE
004610             GO TO 2510-EXIT
004620     END-READ.
004630     IF JRN-CYCLE-NUM IS NOT NUMERIC
004640         GO TO 2510-EXIT
004650     END-IF.
004660     IF JRN-POST-RUN-ID NOT = BK-POST-RUN-ID
004670         GO TO 2510-EXIT
004672     END-IF.
004674     PERFORM 2520-CHECK-SHARED-KEY THRU 2520-EXIT.
004676     IF JRN-CYCLE-NUM NOT = BK-BACKOUT-CYCLE
004680         GO TO 2510-EXIT
004690     END-IF.
004700     ADD 1 TO BK-JRN-READ-COUNT.
004710     EVALUATE TRUE
004720         WHEN JRN-ITEM-ADDED
004730             ADD 1 TO BK-ADD-COUNT
004740             RELEASE SRT-REC FROM JRN-REC
004750         WHEN JRN-ITEM-REPLACED
004760             ADD 1 TO BK-REPLACE-COUNT
004770             RELEASE SRT-REC FROM JRN-REC
004780         WHEN JRN-ITEM-SUPERSEDED
004790             ADD 1 TO BK-SUPERSEDED-COUNT
004800         WHEN JRN-ITEM-REJECTED
004810             ADD 1 TO BK-REJECT-COUNT
004820         WHEN OTHER
004830             CONTINUE
004840     END-EVALUATE.
004850 2510-EXIT.
004860     EXIT.
004861*****************************************************************
004862*    2520-CHECK-SHARED-KEY - ABCPOST JOURNALS EVERY COPY OF ONE
004863*    MASTER KEY IT MEETS IN A RUN TOGETHER, THE SUPERSEDED
004864*    COPIES FIRST AND THE ONE POSTED LAST.  WHEN TWO OF THOSE
004865*    COPIES CAME FROM DIFFERENT CYCLES AND ONE OF THEM IS THE
004866*    CYCLE BEING BACKED OUT, THE POSTED COPY'S BEFORE-IMAGE IS
004867*    THE MASTER FROM BEFORE THE RUN, NOT THE OTHER CYCLE'S
004868*    COPY, SO NEITHER CYCLE CAN BE REVERSED ON ITS OWN.  THE KEY
004869*    IS LISTED AND COUNTED; 2800 REFUSES THE BACKOUT.
004870*****************************************************************
004871 2520-CHECK-SHARED-KEY.
004872     IF NOT JRN-ITEM-ADDED
004873             AND NOT JRN-ITEM-REPLACED
004874             AND NOT JRN-ITEM-SUPERSEDED
004875         GO TO 2520-EXIT
004876     END-IF.
004877     IF JRN-KEY = BK-PREV-KEY
004878             AND JRN-CYCLE-NUM NOT = BK-PREV-CYCLE
004879             AND (JRN-CYCLE-NUM = BK-BACKOUT-CYCLE
004880                  OR BK-PREV-CYCLE = BK-BACKOUT-CYCLE)
004881         ADD 1 TO BK-SHARED-COUNT
004882         MOVE JRN-RUN-DATE      TO BK-DL-DATE
004883         MOVE JRN-BATCH-NUM     TO BK-DL-BATCH
004884         MOVE JRN-FEED-INDEX    TO BK-DL-INDEX
004885         MOVE JRN-AFTER-ORIG    TO BK-DL-ORIG
004886         MOVE JRN-AFTER-DIVIDED TO BK-DL-DIVIDED
004887         MOVE "CONFLICT - SHARED BY CYCLES" TO BK-DL-DISP
004888         WRITE BK-REPORT-REC FROM BK-DETAIL-LINE
004889     END-IF.
004890     MOVE JRN-KEY       TO BK-PREV-KEY.
004891     MOVE JRN-CYCLE-NUM TO BK-PREV-CYCLE.
004892 2520-EXIT.
004893     EXIT.
004894*****************************************************************
004895*    2800-CHECK-BALANCE - EVERY FEED RECORD OF THE CYCLE WAS
004896*    JOURNALED AS AN ADD, A REPLACE, A SUPERSEDED COPY OR A
004900*    REJECT, SO THE FOUR TOGETHER MUST EQUAL THE CYCLE'S RECORD
004910*    COUNT.  A JOURNAL THAT DOES NOT BALANCE CANNOT BE TRUSTED TO
004920*    REVERSE THE CYCLE AND THE RUN IS REFUSED.
004922*    SO IS A RUN IN WHICH THE CYCLE SHARED A MASTER KEY WITH
004924*    ANOTHER CYCLE (SEE 2520).
004930*****************************************************************
004940 2800-CHECK-BALANCE.
004950     COMPUTE BK-ENTRY-TOTAL = BK-ADD-COUNT + BK-REPLACE-COUNT
004960         + BK-SUPERSEDED-COUNT + BK-REJECT-COUNT.
004970     IF BK-ENTRY-TOTAL NOT = BK-EXPECTED-COUNT
004980         MOVE SPACES TO BK-MSG-TEXT
004990         STRING "BACKOUT REFUSED - JOURNAL HAS " BK-ENTRY-TOTAL
005000             " ENTRIES, CYCLE COUNT IS " BK-EXPECTED-COUNT
005010             DELIMITED BY SIZE INTO BK-MSG-TEXT
005020         PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
005030     END-IF.
005031     IF BK-SHARED-COUNT > ZERO
005032         MOVE SPACES TO BK-MSG-TEXT
005033         STRING "BACKOUT REFUSED - " BK-SHARED-COUNT
005034             " KEYS SHARED WITH ANOTHER CYCLE"
005035             DELIMITED BY SIZE INTO BK-MSG-TEXT
005036         PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
005037     END-IF.
005040 2800-EXIT.
005050     EXIT.
005060*****************************************************************
005070*    3000-VERIFY-MASTER - A DRY PASS OF THE MATCH-MERGE.  EVERY
005080*    JOURNALED ADD OR REPLACE MUST STILL BE ON ABCMST WITH THE
005090*    VALUES THE CYCLE POSTED; ANYTHING ELSE MEANS A LATER RUN HAS
005100*    TOUCHED THE ITEM AND REVERSING IT WOULD LOSE THAT WORK.  ANY
005110*    CONFLICT REFUSES THE WHOLE BACKOUT BEFORE ABCMSTN OR ABCFCTL
005120*    IS WRITTEN.
005122*    AN ITEM DATED IN A PERIOD CLOSED ON ABCPHST REFUSES THE
005124*    BACKOUT THE SAME WAY - A SIGNED-OFF PERIOD MAY NOT CHANGE.
005130*****************************************************************
005140 3000-VERIFY-MASTER.
005150     PERFORM 3500-OPEN-MERGE-FILES THRU 3500-EXIT.
005160     PERFORM 3100-VERIFY-ONE-ENTRY THRU 3100-EXIT
005170         UNTIL BK-JRN-AT-EOF.
005180     PERFORM 3700-CLOSE-MERGE-FILES THRU 3700-EXIT.
005190     IF BK-CONFLICT-COUNT > ZERO
005200         MOVE SPACES TO BK-MSG-TEXT
005210         STRING "BACKOUT REFUSED - " BK-CONFLICT-COUNT
005220             " ITEMS CHANGED ON ABCMST SINCE POSTING"
005230             DELIMITED BY SIZE INTO BK-MSG-TEXT
005240         PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
005250     END-IF.
005251     IF BK-CLOSED-COUNT > ZERO
005252         MOVE SPACES TO BK-MSG-TEXT
005253         STRING "BACKOUT REFUSED - " BK-CLOSED-COUNT
005254             " ITEMS IN A PERIOD CLOSED THROUGH " BK-CLOSED-THRU
005255             DELIMITED BY SIZE INTO BK-MSG-TEXT
005256         PERFORM 8000-REFUSE-BACKOUT THRU 8000-EXIT
005257     END-IF.
005260 3000-EXIT.
005270     EXIT.
005280 3100-VERIFY-ONE-ENTRY.
005290     READ SORTED-JOURNAL-FILE
005300         AT END
005310             SET BK-JRN-AT-EOF TO TRUE
005320             GO TO 3100-EXIT
005330     END-READ.
005340     PERFORM 3600-READ-MASTER THRU 3600-EXIT
005350         UNTIL BK-MST-AT-EOF OR MST-KEY NOT < SJN-KEY.
005351     IF BK-CLOSED-THRU NOT = SPACES
005352             AND SJN-RUN-DATE NOT > BK-CLOSED-THRU
005353         ADD 1 TO BK-CLOSED-COUNT
005354         MOVE "CONFLICT - PERIOD CLOSED" TO BK-DL-DISP
005355         PERFORM 8100-PRINT-ENTRY THRU 8100-EXIT
005356         GO TO 3100-EXIT
005357     END-IF.
005360     IF BK-MST-AT-EOF OR MST-KEY NOT = SJN-KEY
005370         ADD 1 TO BK-CONFLICT-COUNT
005380         MOVE "CONFLICT - NOT ON MASTER" TO BK-DL-DISP
005390         PERFORM 8100-PRINT-ENTRY THRU 8100-EXIT
005400         GO TO 3100-EXIT
005410     END-IF.
005420     IF MST-ORIG-VALUE NOT = SJN-AFTER-ORIG
005430             OR MST-DIVIDED-VALUE NOT = SJN-AFTER-DIVIDED
005440         ADD 1 TO BK-CONFLICT-COUNT
005450         MOVE "CONFLICT - CHANGED SINCE" TO BK-DL-DISP
005460         PERFORM 8100-PRINT-ENTRY THRU 8100-EXIT
005470     END-IF.
005480 3100-EXIT.
005490     EXIT.
005500*****************************************************************
005510*    3500-OPEN-MERGE-FILES - OPEN THE SORTED JOURNAL AND THE OLD
005520*    MASTER AND PRIME THE FIRST MASTER RECORD.  A MISSING MASTER
005530*    IS AN EMPTY ONE.
005540*****************************************************************
005550 3500-OPEN-MERGE-FILES.
005560     MOVE 'N' TO BK-JRN-EOF-SWITCH.
005570     MOVE 'N' TO BK-MST-EOF-SWITCH.
005580     OPEN INPUT SORTED-JOURNAL-FILE.
005590     IF NOT BK-SORTED-OK
005600         DISPLAY "ABCBKOUT: CANNOT OPEN ABCJRNS, STATUS = "
005610             BK-SORTED-STATUS
005620         STOP RUN
005630     END-IF.
005640     OPEN INPUT OLD-MASTER-FILE.
005650     IF BK-OLDMST-NOT-FOUND
005660         SET BK-MST-AT-EOF TO TRUE
005670     ELSE
005680         IF NOT BK-OLDMST-OK
005690             DISPLAY "ABCBKOUT: CANNOT OPEN ABCMST, STATUS = "
005700                 BK-OLDMST-STATUS
005710             STOP RUN
005720         ELSE
005730             PERFORM 3600-READ-MASTER THRU 3600-EXIT
005740         END-IF
005750     END-IF.
005760 3500-EXIT.
005770     EXIT.
005780 3600-READ-MASTER.
005790     READ OLD-MASTER-FILE
005800         AT END
005810             SET BK-MST-AT-EOF TO TRUE
005820         NOT AT END
005830             ADD 1 TO BK-MST-IN-COUNT
005840     END-READ.
005850 3600-EXIT.
005860     EXIT.
005870 3700-CLOSE-MERGE-FILES.
005880     CLOSE SORTED-JOURNAL-FILE.
005890     IF NOT BK-OLDMST-NOT-FOUND
005900         CLOSE OLD-MASTER-FILE
005910     END-IF.
005920 3700-EXIT.
005930     EXIT.
005940*****************************************************************
005950*    4000-APPLY-BACKOUT - THE REAL PASS.  MASTER RECORDS THE CYCLE
005960*    DID NOT TOUCH ARE CARRIED FORWARD TO ABCMSTN; AN ITEM THE
005970*    CYCLE ADDED IS DROPPED AND AN ITEM IT REPLACED IS WRITTEN
005980*    BACK WITH ITS BEFORE-IMAGE VALUES.
005990*****************************************************************
006000 4000-APPLY-BACKOUT.
006010     OPEN OUTPUT NEW-MASTER-FILE.
006020     IF NOT BK-NEWMST-OK
006030         DISPLAY "ABCBKOUT: CANNOT OPEN ABCMSTN, STATUS = "
006040             BK-NEWMST-STATUS
006050         STOP RUN
006060     END-IF.
006070     MOVE ZERO TO BK-MST-IN-COUNT.
006080     PERFORM 3500-OPEN-MERGE-FILES THRU 3500-EXIT.
006090     PERFORM 4100-APPLY-ONE-ENTRY THRU 4100-EXIT
006100         UNTIL BK-JRN-AT-EOF.
006110     PERFORM 4700-COPY-ONE-MASTER THRU 4700-EXIT
006120         UNTIL BK-MST-AT-EOF.
006130     PERFORM 3700-CLOSE-MERGE-FILES THRU 3700-EXIT.
006140     CLOSE NEW-MASTER-FILE.
006150 4000-EXIT.
006160     EXIT.
006170 4100-APPLY-ONE-ENTRY.
006180     READ SORTED-JOURNAL-FILE
006190         AT END
006200             SET BK-JRN-AT-EOF TO TRUE
006210             GO TO 4100-EXIT
006220     END-READ.
006230     PERFORM 4700-COPY-ONE-MASTER THRU 4700-EXIT
006240         UNTIL BK-MST-AT-EOF OR MST-KEY NOT < SJN-KEY.
006250     IF SJN-ITEM-ADDED
006260         ADD 1 TO BK-REMOVED-COUNT
006270         MOVE "ADD REVERSED - REMOVED" TO BK-DL-DISP
006280     ELSE
006290         ADD 1 TO BK-RESTORED-COUNT
006300         MOVE "REPLACE REVERSED - RESTORED" TO BK-DL-DISP
006310         MOVE SJN-RUN-DATE       TO BK-OUT-DATE
006320         MOVE SJN-BATCH-NUM      TO BK-OUT-BATCH
006330         MOVE SJN-FEED-INDEX     TO BK-OUT-INDEX
006340         MOVE SJN-BEFORE-ORIG    TO BK-OUT-ORIG
006350         MOVE SJN-BEFORE-DIVIDED TO BK-OUT-DIVIDED
006360         WRITE NEW-MST-REC FROM BK-OUT-MASTER
006370         ADD 1 TO BK-MST-OUT-COUNT
006380     END-IF.
006390     PERFORM 8100-PRINT-ENTRY THRU 8100-EXIT.
006400     PERFORM 3600-READ-MASTER THRU 3600-EXIT.
006410 4100-EXIT.
006420     EXIT.
006430 4700-COPY-ONE-MASTER.
006440     IF BK-MST-AT-EOF
006450         GO TO 4700-EXIT
006460     END-IF.
006470     WRITE NEW-MST-REC FROM MST-REC.
006480     ADD 1 TO BK-MST-OUT-COUNT.
006490     PERFORM 3600-READ-MASTER THRU 3600-EXIT.
006500 4700-EXIT.
006510     EXIT.
006520*****************************************************************
006530*    5000-UPDATE-CYCLE-FILE - WRITE THE CYCLE TABLE BACK TO
006540*    ABCFCTL WITH THE BACKED-OUT CYCLE SET TO UNPOSTED, SO THE
006550*    NEXT ABCPOST RUN PICKS IT UP AGAIN ONCE IT IS CORRECTED.  A
006560*    CYCLE ABCPOST HAD ALREADY RETIRED IS WRITTEN BACK FROM ITS
006570*    JOURNALED CLOSE-OUT.
006580*****************************************************************
006590 5000-UPDATE-CYCLE-FILE.
006600     OPEN OUTPUT CYCLE-FILE.
006610     IF NOT BK-CYCLE-OK
006620         DISPLAY "ABCBKOUT: CANNOT REWRITE ABCFCTL, STATUS = "
006630             BK-CYCLE-STATUS
006640         STOP RUN
006650     END-IF.
006660     PERFORM 5100-WRITE-ONE-CYCLE THRU 5100-EXIT
006670         VARYING BK-CYC-IDX FROM 1 BY 1
006680         UNTIL BK-CYC-IDX > BK-CYCLE-COUNT.
006690     IF BK-CYC-FOUND-IDX = ZERO
006700         MOVE SPACES            TO FCY-REC
006710         MOVE BK-BACKOUT-CYCLE  TO FCY-CYCLE-NUM
006720         MOVE BK-JC-PGM         TO FCY-PROGRAM-ID
006730         MOVE BK-JC-RUN-DATE    TO FCY-RUN-DATE
006740         MOVE BK-JC-RUN-ID      TO FCY-RUN-ID
006750         MOVE BK-JC-COUNT       TO FCY-RECORD-COUNT
006760         SET FCY-CYCLE-UNPOSTED TO TRUE
006770         WRITE FCY-REC
006780     END-IF.
006790     CLOSE CYCLE-FILE.
006800 5000-EXIT.
006810     EXIT.
006820 5100-WRITE-ONE-CYCLE.
006830     MOVE SPACES TO FCY-REC.
006840     MOVE BK-CYC-NUM(BK-CYC-IDX)      TO FCY-CYCLE-NUM.
006850     MOVE BK-CYC-PGM(BK-CYC-IDX)      TO FCY-PROGRAM-ID.
006860     MOVE BK-CYC-RUN-DATE(BK-CYC-IDX) TO FCY-RUN-DATE.
006870     MOVE BK-CYC-RUN-ID(BK-CYC-IDX)   TO FCY-RUN-ID.
006880     MOVE BK-CYC-COUNT(BK-CYC-IDX)    TO FCY-RECORD-COUNT.
006890     IF BK-CYC-IDX = BK-CYC-FOUND-IDX
006900         SET FCY-CYCLE-UNPOSTED TO TRUE
006910     ELSE
006920         IF BK-CYC-POSTED(BK-CYC-IDX)
006930             SET FCY-CYCLE-POSTED TO TRUE
006940         ELSE
006950             SET FCY-CYCLE-UNPOSTED TO TRUE
006960         END-IF
006970     END-IF.
006980     WRITE FCY-REC.
006990 5100-EXIT.
007000     EXIT.
007010*****************************************************************
007020*    8000-REFUSE-BACKOUT - STOP THE RUN BEFORE ANYTHING IS
007030*    WRITTEN.  THE CALLER PUTS THE REASON IN BK-MSG-TEXT; IT GOES
007040*    ON THE REPORT, THE CONSOLE AND EVTLOG.
007050*****************************************************************
007060 8000-REFUSE-BACKOUT.
007070     WRITE BK-REPORT-REC FROM BK-MESSAGE-LINE.
007080     MOVE 'E'    TO BK-EVT-SEVERITY.
007090     MOVE "BK02" TO BK-EVT-CODE.
007100     MOVE BK-MSG-TEXT TO BK-EVT-TEXT.
007110     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
007120     DISPLAY "ABCBKOUT: " BK-MSG-TEXT.
007130     CLOSE BACKOUT-REPORT-FILE.
007140     STOP RUN.
007150 8000-EXIT.
007160     EXIT.
007170 8100-PRINT-ENTRY.
007180     MOVE SJN-RUN-DATE   TO BK-DL-DATE.
007190     MOVE SJN-BATCH-NUM  TO BK-DL-BATCH.
007200     MOVE SJN-FEED-INDEX TO BK-DL-INDEX.
007210     IF SJN-ITEM-REPLACED AND BK-CONFLICT-COUNT = ZERO
007220         MOVE SJN-BEFORE-ORIG    TO BK-DL-ORIG
007230         MOVE SJN-BEFORE-DIVIDED TO BK-DL-DIVIDED
007240     ELSE
007250         MOVE SJN-AFTER-ORIG     TO BK-DL-ORIG
007260         MOVE SJN-AFTER-DIVIDED  TO BK-DL-DIVIDED
007270     END-IF.
007280     WRITE BK-REPORT-REC FROM BK-DETAIL-LINE.
007290 8100-EXIT.
007300     EXIT.
007310*****************************************************************
007320*    9000-TERMINATE - PRINT THE REVERSAL BALANCE AGAINST THE
007322*    CYCLE'S RECORD COUNT AND CLOSE THE REPORT.  ONLY ADDS AND
007324*    REPLACES WERE EVER POSTED, SO ONLY THEY COUNT AS REVERSED;
007326*    THE SUPERSEDED COPIES AND THE REJECTS MAKE UP THE REST OF
007328*    THE JOURNAL THAT BALANCES TO THE CYCLE.
007340*****************************************************************
007350 9000-TERMINATE.
007360     MOVE SPACES TO BK-REPORT-REC.
007370     WRITE BK-REPORT-REC.
007380     MOVE "ITEMS ADDED - NOW REMOVED" TO BK-TOT-TEXT.
007390     MOVE BK-REMOVED-COUNT TO BK-TOT-COUNT.
007400     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007410     MOVE "ITEMS REPLACED - NOW RESTORED" TO BK-TOT-TEXT.
007420     MOVE BK-RESTORED-COUNT TO BK-TOT-COUNT.
007430     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007432     MOVE "TOTAL ENTRIES REVERSED" TO BK-TOT-TEXT.
007434     COMPUTE BK-TOT-COUNT = BK-REMOVED-COUNT + BK-RESTORED-COUNT.
007436     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007438     MOVE "SUPERSEDED (S) - NOT POSTED" TO BK-TOT-TEXT.
007450     MOVE BK-SUPERSEDED-COUNT TO BK-TOT-COUNT.
007460     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007470     MOVE "REJECTED (J) - NOT POSTED" TO BK-TOT-TEXT.
007480     MOVE BK-REJECT-COUNT TO BK-TOT-COUNT.
007490     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007500     MOVE "TOTAL JOURNAL ENTRIES" TO BK-TOT-TEXT.
007510     MOVE BK-ENTRY-TOTAL TO BK-TOT-COUNT.
007520     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007530     MOVE "CYCLE RECORD COUNT (ABCFCTL)" TO BK-TOT-TEXT.
007540     MOVE BK-EXPECTED-COUNT TO BK-TOT-COUNT.
007550     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007560     MOVE "OLD MASTER RECORDS READ" TO BK-TOT-TEXT.
007570     MOVE BK-MST-IN-COUNT TO BK-TOT-COUNT.
007580     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007590     MOVE "NEW MASTER RECORDS WRITTEN" TO BK-TOT-TEXT.
007600     MOVE BK-MST-OUT-COUNT TO BK-TOT-COUNT.
007610     WRITE BK-REPORT-REC FROM BK-TOTAL-LINE.
007620     MOVE SPACES TO BK-MSG-TEXT.
007630     STRING "CYCLE " BK-BACKOUT-CYCLE " BACKED OUT IN BALANCE - "
007640         "SET UNPOSTED ON ABCFCTL"
007650         DELIMITED BY SIZE INTO BK-MSG-TEXT.
007660     WRITE BK-REPORT-REC FROM BK-MESSAGE-LINE.
007670     CLOSE BACKOUT-REPORT-FILE.
007680     MOVE 'I'    TO BK-EVT-SEVERITY.
007690     MOVE "BK01" TO BK-EVT-CODE.
007700     MOVE BK-MSG-TEXT TO BK-EVT-TEXT.
007710     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
007720     DISPLAY "ABCBKOUT: " BK-MSG-TEXT.
007730 9000-EXIT.
007740     EXIT.
007750*****************************************************************
007760*    9400-WRITE-EVENT-REC - APPEND ONE OPERATOR EVENT TO THE
007770*    COMMON EVTLOG FILE, CREATING IT ON FIRST USE.  THE CALLER
007780*    SETS BK-EVT-SEVERITY, BK-EVT-CODE AND BK-EVT-TEXT
007790*    BEFOREHAND.  AN UNWRITABLE LOG FALLS BACK TO THE CONSOLE
007800*    SO THE EVENT IS NEVER LOST OUTRIGHT.
007810*****************************************************************
007820 9400-WRITE-EVENT-REC.
007830     ACCEPT BK-EVT-TIME-RAW FROM TIME.
007840     STRING BK-EVT-HH ":" BK-EVT-MI ":" BK-EVT-SS
007850         DELIMITED BY SIZE INTO BK-EVT-TIME-DISP.
007860     OPEN EXTEND EVENT-FILE.
007870     IF BK-EVENT-NOT-FOUND
007880         OPEN OUTPUT EVENT-FILE
007890     END-IF.
007900     IF NOT BK-EVENT-OK
007910         DISPLAY "ABCBKOUT: EVTLOG UNAVAILABLE - "
007920             BK-EVT-SEVERITY " " BK-EVT-CODE " " BK-EVT-TEXT
007930         GO TO 9400-EXIT
007940     END-IF.
007950     MOVE SPACES TO EVT-REC.
007960     MOVE "ABCBKOUT"        TO EVT-PROGRAM-ID.
007970     MOVE BK-RUN-DATE-DISP  TO EVT-RUN-DATE.
007980     MOVE BK-EVT-TIME-DISP  TO EVT-RUN-TIME.
007990     MOVE BK-RUN-ID         TO EVT-RUN-ID.
008000     MOVE BK-EVT-SEVERITY   TO EVT-SEVERITY.
008010     MOVE BK-EVT-CODE       TO EVT-CODE.
008020     MOVE BK-EVT-TEXT       TO EVT-TEXT.
008030     WRITE EVT-REC.
008040     CLOSE EVENT-FILE.
008050 9400-EXIT.
008060     EXIT.
008070 END PROGRAM ABCBKOUT.
