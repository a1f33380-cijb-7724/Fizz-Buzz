000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     OVRMNT.
000030 AUTHOR.         J W KOWALSKI.
000040 INSTALLATION.   OPERATIONS SYSTEMS - BATCH PRODUCTION.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ------------------------------------------
000110*    2026-10-15  JWK  INITIAL VERSION - APPLIES APPROVED ADD AND
000120*                     RETIRE TRANSACTIONS (SEE OVTREC01) AGAINST
000130*                     THE FIZZOVRD OVERRIDE FILE, WHICH UNTIL NOW
000140*                     WAS EDITED BY HAND.  TRANSACTIONS ARRIVE ON
000150*                     OVRAPRV, RELEASED BY CHGQUE ONLY AFTER A
000160*                     SECOND USER HAS APPROVED THEM; ONE WITH NO
000170*                     APPROVER, OR APPROVED BY ITS OWN SUBMITTER,
000180*                     IS REJECTED HERE AS WELL.  EACH TRANSACTION
000190*                     IS VALIDATED THE WAY RULEMNT VALIDATES A
000200*                     RULE (NUMBER NUMERIC AND NON-ZERO, ACTION R
000210*                     OR S, LABEL PRESENT FOR A REPLACE, DATES
000220*                     WELL-FORMED AND IN ORDER, NO OVERLAP WITH AN
000230*                     ACTIVE OVERRIDE FOR THE SAME NUMBER, WITHIN
000240*                     THE 20 OVERRIDES MAIN LOADS).  A RETIRE
000250*                     MATCHES ON NUMBER PLUS EFFECTIVE-FROM AND
000260*                     SETS STATUS 'R', SO HISTORY STAYS ON FILE.
000270*                     THE UPDATED OVERRIDES ARE WRITTEN TO OVRNEW
000280*                     FOR OPERATIONS TO SWAP IN, AND THE OVRMRPT
000290*                     BEFORE/AFTER REPORT SHOWS EVERY TRANSACTION,
000300*                     ITS SUBMITTER, APPROVER AND DISPOSITION.
000301*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000302*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000303*                     FORWARD BY DATEROLL AT THE START OF THE
000304*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000305*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000306*                     DATE THROUGHOUT.
000307*    2026-10-15  JWK  OVRAPRV IS EMPTIED ONCE OVRNEW IS WRITTEN,
000308*                     SINCE CHGQUE NOW ADDS TO IT INSTEAD OF
000309*                     REPLACING IT.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OVERRIDE-FILE ASSIGN TO "FIZZOVRD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS OM-OVR-STATUS.
000410     SELECT TRAN-FILE ASSIGN TO "OVRAPRV"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS OM-TRAN-STATUS.
000440     SELECT NEW-OVR-FILE ASSIGN TO "OVRNEW"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS OM-NEWOVR-STATUS.
000470     SELECT REPORT-FILE ASSIGN TO "OVRMRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS OM-REPORT-STATUS.
000500     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS OM-EVENT-STATUS.
000522     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS OM-BUSDATE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OVERRIDE-FILE
000560     RECORDING MODE IS F.
000570 COPY OVRREC01.
000580 FD  TRAN-FILE
000590     RECORDING MODE IS F.
000600 COPY OVTREC01.
000610 FD  NEW-OVR-FILE
000620     RECORDING MODE IS F.
000630 01  NEW-OVR-REC                 PIC X(80).
000640 FD  REPORT-FILE
000650     RECORDING MODE IS F.
000660 01  OM-REPORT-REC               PIC X(80).
000670 FD  EVENT-FILE
000680     RECORDING MODE IS F.
000690 COPY EVTREC01.
000692 FD  BUSDATE-FILE
000694     RECORDING MODE IS F.
000696 COPY BDTREC01.
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000720*    WORKING STORAGE
000730*****************************************************************
000740 01  OM-SWITCHES.
000743     03  OM-BUSDATE-STATUS   PIC X(02).
000746         88  OM-BUSDATE-OK              VALUE '00'.
000750     03  OM-OVR-STATUS       PIC X(02).
000760         88  OM-OVR-OK                  VALUE '00'.
000770         88  OM-OVR-NOT-FOUND           VALUE '35'.
000780     03  OM-TRAN-STATUS      PIC X(02).
000790         88  OM-TRAN-OK                 VALUE '00'.
000800     03  OM-NEWOVR-STATUS    PIC X(02).
000810         88  OM-NEWOVR-OK               VALUE '00'.
000820     03  OM-REPORT-STATUS    PIC X(02).
000830         88  OM-REPORT-OK               VALUE '00'.
000840     03  OM-OVR-EOF-SWITCH   PIC X(01) VALUE 'N'.
000850         88  OM-OVR-AT-EOF              VALUE 'Y'.
000860     03  OM-TRAN-EOF-SWITCH  PIC X(01) VALUE 'N'.
000870         88  OM-TRAN-AT-EOF             VALUE 'Y'.
000880     03  OM-TRAN-DISP-SWITCH PIC X(01).
000890         88  OM-TRAN-ACCEPTED           VALUE 'Y'.
000900         88  OM-TRAN-REJECTED           VALUE 'N'.
000910     03  OM-DATE-OK-SWITCH   PIC X(01).
000920         88  OM-DATE-IS-GOOD            VALUE 'Y'.
000930         88  OM-DATE-IS-BAD             VALUE 'N'.
000940     03  OM-EVENT-STATUS     PIC X(02).
000950         88  OM-EVENT-OK                VALUE '00'.
000960         88  OM-EVENT-NOT-FOUND         VALUE '35'.
000970 01  OM-OVR-TABLE.
000980     03  OM-TBL-ENTRY OCCURS 50 TIMES.
000990         05  OM-TBL-NUMBER       PIC 9(05).
001000         05  OM-TBL-ACTION       PIC X(01).
001010         05  OM-TBL-LABEL        PIC X(20).
001020         05  OM-TBL-EFF-FROM     PIC X(10).
001030         05  OM-TBL-EFF-TO       PIC X(10).
001040         05  OM-TBL-STATE        PIC X(01).
001050             88  OM-TBL-ACTIVE              VALUE 'A'.
001060             88  OM-TBL-RETIRED             VALUE 'R'.
001070 01  OM-OVR-COUNT            PIC 9(02) VALUE ZERO.
001080 01  OM-ACTIVE-COUNT         PIC 9(02) VALUE ZERO.
001090 01  OM-BEFORE-COUNT         PIC 9(02) VALUE ZERO.
001100 01  OM-FOUND-IDX            PIC 9(02) VALUE ZERO.
001110 01  OM-IDX                  PIC 9(02).
001120 01  OM-TRAN-READ-COUNT      PIC 9(05) VALUE ZERO.
001130 01  OM-TRAN-ACC-COUNT       PIC 9(05) VALUE ZERO.
001140 01  OM-TRAN-REJ-COUNT       PIC 9(05) VALUE ZERO.
001150 01  OM-IN-REC-COUNT         PIC 9(07) VALUE ZERO.
001160 01  OM-REASON               PIC X(21).
001170 01  OM-EDIT-DATE            PIC X(10).
001180 01  OM-EDIT-DATE-BRK REDEFINES OM-EDIT-DATE.
001190     03  OM-ED-YYYY          PIC X(04).
001200     03  OM-ED-DASH-1        PIC X(01).
001210     03  OM-ED-MM            PIC X(02).
001220     03  OM-ED-DASH-2        PIC X(01).
001230     03  OM-ED-DD            PIC X(02).
001240 01  OM-RUN-DATE-RAW         PIC 9(08).
001250 01  OM-RUN-DATE-BRK REDEFINES OM-RUN-DATE-RAW.
001260     03  OM-RUN-YYYY         PIC 9(04).
001270     03  OM-RUN-MM           PIC 9(02).
001280     03  OM-RUN-DD           PIC 9(02).
001290 01  OM-RUN-DATE-DISP        PIC X(10).
001300 01  OM-RUN-TIME-RAW         PIC 9(08).
001310 01  OM-RUN-ID               PIC X(16).
001320 01  OM-EVT-SEVERITY         PIC X(01).
001330 01  OM-EVT-CODE             PIC X(04).
001340 01  OM-EVT-TEXT             PIC X(60).
001350 01  OM-EVT-TIME-RAW         PIC 9(08).
001360 01  OM-EVT-TIME-BRK REDEFINES OM-EVT-TIME-RAW.
001370     03  OM-EVT-HH           PIC 9(02).
001380     03  OM-EVT-MI           PIC 9(02).
001390     03  OM-EVT-SS           PIC 9(02).
001400     03  FILLER              PIC 9(02).
001410 01  OM-EVT-TIME-DISP        PIC X(08).
001420 01  OM-OUT-OVR.
001430     03  OM-OUT-NUMBER       PIC 9(05).
001440     03  OM-OUT-ACTION       PIC X(01).
001450     03  OM-OUT-LABEL        PIC X(20).
001460     03  OM-OUT-EFF-FROM     PIC X(10).
001470     03  OM-OUT-EFF-TO       PIC X(10).
001480     03  OM-OUT-STATUS       PIC X(01).
001490     03  FILLER              PIC X(33) VALUE SPACES.
001500 01  OM-HEADING-LINE.
001510     03  FILLER              PIC X(31)
001520         VALUE " FIZZOVRD MAINTENANCE REPORT - ".
001530     03  OM-HDG-RUN-DATE     PIC X(10).
001540     03  FILLER              PIC X(39) VALUE SPACES.
001550 01  OM-SECTION-LINE.
001560     03  FILLER              PIC X(01) VALUE SPACE.
001570     03  OM-SEC-TITLE        PIC X(40).
001580     03  FILLER              PIC X(39) VALUE SPACES.
001590 01  OM-COLUMN-LINE.
001600     03  FILLER              PIC X(32) VALUE
001610         " A NUMBR O LABEL".
001620     03  FILLER              PIC X(48) VALUE
001630         "SUBMITTR APPROVER DISP     REASON".
001640 01  OM-TRAN-LINE.
001650     03  FILLER              PIC X(01) VALUE SPACE.
001660     03  OM-TL-ACTION        PIC X(01).
001670     03  FILLER              PIC X(01) VALUE SPACE.
001680     03  OM-TL-NUMBER        PIC X(05).
001690     03  FILLER              PIC X(01) VALUE SPACE.
001700     03  OM-TL-OVR-ACTION    PIC X(01).
001710     03  FILLER              PIC X(01) VALUE SPACE.
001720     03  OM-TL-LABEL         PIC X(20).
001730     03  FILLER              PIC X(01) VALUE SPACE.
001740     03  OM-TL-SUBMITTER     PIC X(08).
001750     03  FILLER              PIC X(01) VALUE SPACE.
001760     03  OM-TL-APPROVER      PIC X(08).
001770     03  FILLER              PIC X(01) VALUE SPACE.
001780     03  OM-TL-DISP          PIC X(08).
001790     03  FILLER              PIC X(01) VALUE SPACE.
001800     03  OM-TL-REASON        PIC X(21).
001810 01  OM-OVR-LINE.
001820     03  FILLER              PIC X(05) VALUE SPACES.
001830     03  OM-OL-NUMBER        PIC 9(05).
001840     03  FILLER              PIC X(02) VALUE SPACES.
001850     03  OM-OL-ACTION        PIC X(01).
001860     03  FILLER              PIC X(02) VALUE SPACES.
001870     03  OM-OL-LABEL         PIC X(20).
001880     03  FILLER              PIC X(02) VALUE SPACES.
001890     03  OM-OL-EFF-FROM      PIC X(10).
001900     03  FILLER              PIC X(02) VALUE SPACES.
001910     03  OM-OL-EFF-TO        PIC X(10).
001920     03  FILLER              PIC X(02) VALUE SPACES.
001930     03  OM-OL-STATE         PIC X(07).
001940     03  FILLER              PIC X(12) VALUE SPACES.
001950 01  OM-TOTAL-LINE.
001960     03  FILLER              PIC X(01) VALUE SPACE.
001970     03  OM-TOT-TEXT         PIC X(30).
001980     03  OM-TOT-COUNT        PIC Z(04)9.
001990     03  FILLER              PIC X(44) VALUE SPACES.
002000 01  OM-DROP-LINE.
002010     03  FILLER              PIC X(17)
002020         VALUE " FIZZOVRD RECORD ".
002030     03  OM-DR-RECNUM        PIC Z(06)9.
002040     03  FILLER              PIC X(09) VALUE " DROPPED ".
002050     03  OM-DR-REASON        PIC X(30).
002060     03  FILLER              PIC X(17) VALUE SPACES.
002070 01  OM-MESSAGE-LINE.
002080     03  FILLER              PIC X(01) VALUE SPACE.
002090     03  OM-MSG-TEXT         PIC X(70).
002100     03  FILLER              PIC X(09) VALUE SPACES.
002110 PROCEDURE DIVISION.
002120*****************************************************************
002130*    0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
002140*****************************************************************
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002180     PERFORM 3000-WRITE-NEW-OVERRIDES THRU 3000-EXIT.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     STOP RUN.
002210*****************************************************************
002220*    1000-INITIALIZE - OPEN THE MAINTENANCE REPORT, LOAD THE
002230*    CURRENT FIZZOVRD FILE INTO THE WORK TABLE AND PRINT THE
002240*    BEFORE-MAINTENANCE OVERRIDE LISTING.
002250*****************************************************************
002260 1000-INITIALIZE.
002261     OPEN INPUT BUSDATE-FILE.
002262     IF NOT OM-BUSDATE-OK
002263         DISPLAY "OVRMNT: CANNOT OPEN BUSDATE, STATUS = "
002264             OM-BUSDATE-STATUS
002265         STOP RUN
002266     END-IF.
002267     READ BUSDATE-FILE
002268         AT END
002269             DISPLAY "OVRMNT: BUSDATE HAS NO RECORD"
002270             CLOSE BUSDATE-FILE
002271             STOP RUN
002272     END-READ.
002273     CLOSE BUSDATE-FILE.
002274     IF BDT-BUS-YYYY IS NOT NUMERIC
002275             OR BDT-BUS-MM IS NOT NUMERIC
002276             OR BDT-BUS-DD IS NOT NUMERIC
002277         DISPLAY "OVRMNT: BUSDATE BUSINESS DATE IS NOT VALID"
002278         STOP RUN
002279     END-IF.
002280     MOVE BDT-BUS-YYYY TO OM-RUN-YYYY.
002281     MOVE BDT-BUS-MM   TO OM-RUN-MM.
002282     MOVE BDT-BUS-DD   TO OM-RUN-DD.
002283     STRING OM-RUN-YYYY "-" OM-RUN-MM "-" OM-RUN-DD
002290         DELIMITED BY SIZE INTO OM-RUN-DATE-DISP.
002300     ACCEPT OM-RUN-TIME-RAW FROM TIME.
002310     STRING OM-RUN-DATE-RAW OM-RUN-TIME-RAW
002320         DELIMITED BY SIZE INTO OM-RUN-ID.
002330     OPEN OUTPUT REPORT-FILE.
002340     IF NOT OM-REPORT-OK
002350         DISPLAY "OVRMNT: CANNOT OPEN OVRMRPT, STATUS = "
002360             OM-REPORT-STATUS
002370         STOP RUN
002380     END-IF.
002390     MOVE OM-RUN-DATE-DISP TO OM-HDG-RUN-DATE.
002400     WRITE OM-REPORT-REC FROM OM-HEADING-LINE.
002410     PERFORM 1100-LOAD-OLD-OVERRIDES THRU 1100-EXIT.
002420     MOVE OM-ACTIVE-COUNT TO OM-BEFORE-COUNT.
002430     MOVE "OVERRIDES BEFORE MAINTENANCE" TO OM-SEC-TITLE.
002440     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
002450     PERFORM 1210-PRINT-ONE-OVERRIDE THRU 1210-EXIT
002460         VARYING OM-IDX FROM 1 BY 1
002470         UNTIL OM-IDX > OM-OVR-COUNT.
002480 1000-EXIT.
002490     EXIT.
002500*****************************************************************
002510*    1100-LOAD-OLD-OVERRIDES - LOAD THE CURRENT FIZZOVRD FILE
002520*    INTO THE WORK TABLE, IN FILE ORDER, SKIPPING (AND WARNING
002530*    ABOUT) ANY RECORD MAIN WOULD DROP AT LOAD TIME - A NUMBER
002540*    NOT NUMERIC OR ZERO, OR AN ACTION OTHER THAN R OR S.  A
002550*    MISSING FIZZOVRD IS AN EMPTY ONE, SO THE FIRST OVERRIDE CAN
002560*    BE ADDED HERE.
002570*****************************************************************
002580 1100-LOAD-OLD-OVERRIDES.
002590     OPEN INPUT OVERRIDE-FILE.
002600     IF OM-OVR-NOT-FOUND
002610         MOVE "FIZZOVRD NOT PRESENT - STARTING FROM NO OVERRIDES"
002620             TO OM-MSG-TEXT
002630         WRITE OM-REPORT-REC FROM OM-MESSAGE-LINE
002640         GO TO 1100-EXIT
002650     END-IF.
002660     IF NOT OM-OVR-OK
002670         DISPLAY "OVRMNT: CANNOT OPEN FIZZOVRD, STATUS = "
002680             OM-OVR-STATUS
002690         STOP RUN
002700     END-IF.
002710     PERFORM 1110-LOAD-ONE-OVERRIDE THRU 1110-EXIT
002720         UNTIL OM-OVR-AT-EOF OR OM-OVR-COUNT = 50.
002730     IF NOT OM-OVR-AT-EOF
002740         READ OVERRIDE-FILE
002750             AT END
002760                 SET OM-OVR-AT-EOF TO TRUE
002770         END-READ
002780     END-IF.
002790     IF NOT OM-OVR-AT-EOF
002800         MOVE "FIZZOVRD EXCEEDS THE 50-RECORD WORK TABLE"
002810             TO OM-MSG-TEXT
002820         WRITE OM-REPORT-REC FROM OM-MESSAGE-LINE
002830         MOVE "RUN ABANDONED - OVRNEW NOT WRITTEN"
002840             TO OM-MSG-TEXT
002850         WRITE OM-REPORT-REC FROM OM-MESSAGE-LINE
002860         MOVE 'E'    TO OM-EVT-SEVERITY
002870         MOVE "OM02" TO OM-EVT-CODE
002880         MOVE "FIZZOVRD EXCEEDS 50-RECORD TABLE - RUN ABANDONED"
002890             TO OM-EVT-TEXT
002900         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
002910         DISPLAY "OVRMNT: FIZZOVRD EXCEEDS THE 50-RECORD "
002920             "WORK TABLE - RUN ABANDONED, OVRNEW NOT WRITTEN"
002930         CLOSE OVERRIDE-FILE
002940         CLOSE REPORT-FILE
002950         STOP RUN
002960     END-IF.
002970     CLOSE OVERRIDE-FILE.
002980 1100-EXIT.
002990     EXIT.
003000 1110-LOAD-ONE-OVERRIDE.
003010     READ OVERRIDE-FILE
003020         AT END
003030             SET OM-OVR-AT-EOF TO TRUE
003040             GO TO 1110-EXIT
003050     END-READ.
003060     ADD 1 TO OM-IN-REC-COUNT.
003070     MOVE SPACES TO OM-DR-REASON.
003080     IF OVR-NUMBER IS NOT NUMERIC OR OVR-NUMBER = ZERO
003090         MOVE "- NUMBER NOT NUMERIC/NON-ZERO" TO OM-DR-REASON
003100     ELSE
003110         IF NOT OVR-REPLACE-LABEL AND NOT OVR-SUPPRESS-LINE
003120             MOVE "- ACTION NOT R OR S" TO OM-DR-REASON
003130         END-IF
003140     END-IF.
003150     IF OM-DR-REASON NOT = SPACES
003160         MOVE 'W'    TO OM-EVT-SEVERITY
003170         MOVE "OM01" TO OM-EVT-CODE
003180         MOVE SPACES TO OM-EVT-TEXT
003190         STRING "FIZZOVRD REC " OM-IN-REC-COUNT " DROPPED "
003200             OM-DR-REASON
003210             DELIMITED BY SIZE INTO OM-EVT-TEXT
003220         END-STRING
003230         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
003240         MOVE OM-IN-REC-COUNT TO OM-DR-RECNUM
003250         WRITE OM-REPORT-REC FROM OM-DROP-LINE
003260         GO TO 1110-EXIT
003270     END-IF.
003280     ADD 1 TO OM-OVR-COUNT.
003290     MOVE OVR-NUMBER   TO OM-TBL-NUMBER(OM-OVR-COUNT).
003300     MOVE OVR-ACTION   TO OM-TBL-ACTION(OM-OVR-COUNT).
003310     MOVE OVR-LABEL    TO OM-TBL-LABEL(OM-OVR-COUNT).
003320     MOVE OVR-EFF-FROM TO OM-TBL-EFF-FROM(OM-OVR-COUNT).
003330     MOVE OVR-EFF-TO   TO OM-TBL-EFF-TO(OM-OVR-COUNT).
003340     IF OVR-IS-RETIRED
003350         SET OM-TBL-RETIRED(OM-OVR-COUNT) TO TRUE
003360     ELSE
003370         SET OM-TBL-ACTIVE(OM-OVR-COUNT) TO TRUE
003380         ADD 1 TO OM-ACTIVE-COUNT
003390     END-IF.
003400 1110-EXIT.
003410     EXIT.
003420 1210-PRINT-ONE-OVERRIDE.
003430     MOVE OM-TBL-NUMBER(OM-IDX)   TO OM-OL-NUMBER.
003440     MOVE OM-TBL-ACTION(OM-IDX)   TO OM-OL-ACTION.
003450     MOVE OM-TBL-LABEL(OM-IDX)    TO OM-OL-LABEL.
003460     MOVE OM-TBL-EFF-FROM(OM-IDX) TO OM-OL-EFF-FROM.
003470     MOVE OM-TBL-EFF-TO(OM-IDX)   TO OM-OL-EFF-TO.
003480     IF OM-TBL-ACTIVE(OM-IDX)
003490         MOVE "ACTIVE" TO OM-OL-STATE
003500     ELSE
003510         MOVE "RETIRED" TO OM-OL-STATE
003520     END-IF.
003530     WRITE OM-REPORT-REC FROM OM-OVR-LINE.
003540 1210-EXIT.
003550     EXIT.
003560*****************************************************************
003570*    2000-PROCESS-TRANSACTIONS - READ EVERY APPROVED TRANSACTION
003580*    RELEASED ON OVRAPRV, VALIDATE IT, APPLY THE GOOD ONES TO
003590*    THE WORK TABLE AND REPORT EVERY ONE WITH ITS SUBMITTER,
003600*    APPROVER AND DISPOSITION.
003610*****************************************************************
003620 2000-PROCESS-TRANSACTIONS.
003630     MOVE "TRANSACTIONS APPLIED" TO OM-SEC-TITLE.
003640     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
003650     WRITE OM-REPORT-REC FROM OM-COLUMN-LINE.
003660     OPEN INPUT TRAN-FILE.
003670     IF NOT OM-TRAN-OK
003680         DISPLAY "OVRMNT: CANNOT OPEN OVRAPRV, STATUS = "
003690             OM-TRAN-STATUS
003700         STOP RUN
003710     END-IF.
003720     PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
003730         UNTIL OM-TRAN-AT-EOF.
003740     CLOSE TRAN-FILE.
003750 2000-EXIT.
003760     EXIT.
003770 2100-PROCESS-ONE-TRAN.
003780     READ TRAN-FILE
003790         AT END
003800             SET OM-TRAN-AT-EOF TO TRUE
003810         NOT AT END
003820             ADD 1 TO OM-TRAN-READ-COUNT
003830             PERFORM 2110-EDIT-AND-APPLY THRU 2110-EXIT
003840     END-READ.
003850 2100-EXIT.
003860     EXIT.
003870 2110-EDIT-AND-APPLY.
003880     SET OM-TRAN-ACCEPTED TO TRUE.
003890     MOVE SPACES TO OM-REASON.
003900     EVALUATE TRUE
003910         WHEN OVT-APPROVER = SPACES
003920                 OR OVT-APPROVER = OVT-SUBMITTER
003930             SET OM-TRAN-REJECTED TO TRUE
003940             MOVE "NOT 2ND-USER APPROVED" TO OM-REASON
003950             PERFORM 2120-LOG-UNAPPROVED THRU 2120-EXIT
003960         WHEN OVT-ADD
003970             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
003980         WHEN OVT-RETIRE
003990             PERFORM 2400-APPLY-RETIRE THRU 2400-EXIT
004000         WHEN OTHER
004010             SET OM-TRAN-REJECTED TO TRUE
004020             MOVE "ACTION NOT A OR R" TO OM-REASON
004030     END-EVALUATE.
004040     IF OM-TRAN-ACCEPTED
004050         ADD 1 TO OM-TRAN-ACC-COUNT
004060     ELSE
004070         ADD 1 TO OM-TRAN-REJ-COUNT
004080     END-IF.
004090     PERFORM 2500-PRINT-TRAN-LINE THRU 2500-EXIT.
004100 2110-EXIT.
004110     EXIT.
004120*****************************************************************
004130*    2120-LOG-UNAPPROVED - A TRANSACTION REACHED OVRMNT WITHOUT
004140*    A SECOND USER'S APPROVAL.  IT IS NEVER APPLIED, AND THE
004150*    ATTEMPT GOES ON EVTLOG FOR AUDIT.
004160*****************************************************************
004170 2120-LOG-UNAPPROVED.
004180     MOVE 'W'    TO OM-EVT-SEVERITY.
004190     MOVE "OM03" TO OM-EVT-CODE.
004200     MOVE SPACES TO OM-EVT-TEXT.
004210     STRING "UNAPPROVED TRANSACTION FOR NUMBER " OVT-NUMBER
004220         " BY " OVT-SUBMITTER " REJECTED"
004230         DELIMITED BY SIZE INTO OM-EVT-TEXT.
004240     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
004250 2120-EXIT.
004260     EXIT.
004270*****************************************************************
004280*    2200-APPLY-ADD - VALIDATE AND APPLY ONE ADD TRANSACTION.
004290*    THE NUMBER MUST BE NUMERIC AND NON-ZERO, THE OVERRIDE
004300*    ACTION R OR S, THE LABEL PRESENT FOR A REPLACE, THE
004310*    EFFECTIVE DATES BLANK OR WELL-FORMED AND IN ORDER, THE NEW
004320*    EFFECTIVE WINDOW MUST NOT OVERLAP AN ACTIVE OVERRIDE FOR THE
004330*    SAME NUMBER, AND THE RESULT MUST STAY WITHIN THE 20 ACTIVE
004340*    OVERRIDES MAIN CAN LOAD.
004350*****************************************************************
004360 2200-APPLY-ADD.
004370     IF OVT-NUMBER IS NOT NUMERIC OR OVT-NUMBER = ZERO
004380         SET OM-TRAN-REJECTED TO TRUE
004390         MOVE "NUMBER NOT NUMERIC" TO OM-REASON
004400         GO TO 2200-EXIT
004410     END-IF.
004420     IF OVT-OVR-ACTION NOT = 'R' AND OVT-OVR-ACTION NOT = 'S'
004430         SET OM-TRAN-REJECTED TO TRUE
004440         MOVE "OVR ACTION NOT R OR S" TO OM-REASON
004450         GO TO 2200-EXIT
004460     END-IF.
004470     IF OVT-OVR-ACTION = 'R' AND OVT-LABEL = SPACES
004480         SET OM-TRAN-REJECTED TO TRUE
004490         MOVE "LABEL IS BLANK" TO OM-REASON
004500         GO TO 2200-EXIT
004510     END-IF.
004520     PERFORM 2700-EDIT-TRAN-DATES THRU 2700-EXIT.
004530     IF OM-TRAN-REJECTED
004540         GO TO 2200-EXIT
004550     END-IF.
004560     PERFORM 2600-FIND-OVERLAP THRU 2600-EXIT.
004570     IF OM-FOUND-IDX > ZERO
004580         SET OM-TRAN-REJECTED TO TRUE
004590         MOVE "OVERLAPS ACTIVE OVRD" TO OM-REASON
004600         GO TO 2200-EXIT
004610     END-IF.
004620     IF OM-ACTIVE-COUNT NOT < 20
004630         SET OM-TRAN-REJECTED TO TRUE
004640         MOVE "AT 20-OVERRIDE LIMIT" TO OM-REASON
004650         GO TO 2200-EXIT
004660     END-IF.
004670     IF OM-OVR-COUNT NOT < 50
004680         SET OM-TRAN-REJECTED TO TRUE
004690         MOVE "WORK TABLE FULL" TO OM-REASON
004700         GO TO 2200-EXIT
004710     END-IF.
004720     ADD 1 TO OM-OVR-COUNT.
004730     ADD 1 TO OM-ACTIVE-COUNT.
004740     MOVE OVT-NUMBER     TO OM-TBL-NUMBER(OM-OVR-COUNT).
004750     MOVE OVT-OVR-ACTION TO OM-TBL-ACTION(OM-OVR-COUNT).
004760     MOVE OVT-LABEL      TO OM-TBL-LABEL(OM-OVR-COUNT).
004770     MOVE OVT-EFF-FROM   TO OM-TBL-EFF-FROM(OM-OVR-COUNT).
004780     MOVE OVT-EFF-TO     TO OM-TBL-EFF-TO(OM-OVR-COUNT).
004790     SET OM-TBL-ACTIVE(OM-OVR-COUNT) TO TRUE.
004800 2200-EXIT.
004810     EXIT.
004820*****************************************************************
004830*    2400-APPLY-RETIRE - VALIDATE AND APPLY ONE RETIRE
004840*    TRANSACTION.  THE TARGET OVERRIDE IS MATCHED ON NUMBER PLUS
004850*    EFFECTIVE-FROM AND RETIRED IN PLACE, NOT REMOVED, SO THE
004860*    OVERRIDE HISTORY STAYS ON FILE.
004870*****************************************************************
004880 2400-APPLY-RETIRE.
004890     IF OVT-NUMBER IS NOT NUMERIC OR OVT-NUMBER = ZERO
004900         SET OM-TRAN-REJECTED TO TRUE
004910         MOVE "NUMBER NOT NUMERIC" TO OM-REASON
004920         GO TO 2400-EXIT
004930     END-IF.
004940     PERFORM 2650-FIND-OVERRIDE THRU 2650-EXIT.
004950     IF OM-FOUND-IDX = ZERO
004960         SET OM-TRAN-REJECTED TO TRUE
004970         MOVE "NO ACTIVE MATCH" TO OM-REASON
004980         GO TO 2400-EXIT
004990     END-IF.
005000     SET OM-TBL-RETIRED(OM-FOUND-IDX) TO TRUE.
005010     SUBTRACT 1 FROM OM-ACTIVE-COUNT.
005020 2400-EXIT.
005030     EXIT.
005040 2500-PRINT-TRAN-LINE.
005050     MOVE OVT-ACTION     TO OM-TL-ACTION.
005060     MOVE OVT-NUMBER     TO OM-TL-NUMBER.
005070     MOVE OVT-OVR-ACTION TO OM-TL-OVR-ACTION.
005080     MOVE OVT-LABEL      TO OM-TL-LABEL.
005090     MOVE OVT-SUBMITTER  TO OM-TL-SUBMITTER.
005100     MOVE OVT-APPROVER   TO OM-TL-APPROVER.
005110     IF OM-TRAN-ACCEPTED
005120         MOVE "ACCEPTED" TO OM-TL-DISP
005130     ELSE
005140         MOVE "REJECTED" TO OM-TL-DISP
005150     END-IF.
005160     MOVE OM-REASON TO OM-TL-REASON.
005170     WRITE OM-REPORT-REC FROM OM-TRAN-LINE.
005180 2500-EXIT.
005190     EXIT.
005200*****************************************************************
005210*    2600-FIND-OVERLAP - LOOK FOR AN ACTIVE TABLE ENTRY WITH THE
005220*    TRANSACTION NUMBER WHOSE EFFECTIVE WINDOW OVERLAPS THE
005230*    TRANSACTION'S.  A BLANK FROM-DATE IS OPEN AT THE START, A
005240*    BLANK TO-DATE OPEN AT THE END.  OM-FOUND-IDX COMES BACK
005250*    ZERO WHEN THE NEW WINDOW IS CLEAR.
005260*****************************************************************
005270 2600-FIND-OVERLAP.
005280     MOVE ZERO TO OM-FOUND-IDX.
005290     PERFORM 2610-CHECK-ONE-OVERLAP THRU 2610-EXIT
005300         VARYING OM-IDX FROM 1 BY 1
005310         UNTIL OM-IDX > OM-OVR-COUNT.
005320 2600-EXIT.
005330     EXIT.
005340 2610-CHECK-ONE-OVERLAP.
005350     IF NOT OM-TBL-ACTIVE(OM-IDX)
005360         GO TO 2610-EXIT
005370     END-IF.
005380     IF OM-TBL-NUMBER(OM-IDX) NOT = OVT-NUMBER
005390         GO TO 2610-EXIT
005400     END-IF.
005410     IF OVT-EFF-TO NOT = SPACES
005420             AND OM-TBL-EFF-FROM(OM-IDX) NOT = SPACES
005430             AND OM-TBL-EFF-FROM(OM-IDX) > OVT-EFF-TO
005440         GO TO 2610-EXIT
005450     END-IF.
005460     IF OVT-EFF-FROM NOT = SPACES
005470             AND OM-TBL-EFF-TO(OM-IDX) NOT = SPACES
005480             AND OM-TBL-EFF-TO(OM-IDX) < OVT-EFF-FROM
005490         GO TO 2610-EXIT
005500     END-IF.
005510     MOVE OM-IDX TO OM-FOUND-IDX.
005520 2610-EXIT.
005530     EXIT.
005540*****************************************************************
005550*    2650-FIND-OVERRIDE - LOOK UP THE ACTIVE TABLE ENTRY MATCHING
005560*    THE TRANSACTION NUMBER AND EFFECTIVE-FROM DATE.
005570*    OM-FOUND-IDX COMES BACK ZERO WHEN NO SUCH OVERRIDE IS ON
005580*    FILE.
005590*****************************************************************
005600 2650-FIND-OVERRIDE.
005610     MOVE ZERO TO OM-FOUND-IDX.
005620     PERFORM 2660-CHECK-ONE-OVERRIDE THRU 2660-EXIT
005630         VARYING OM-IDX FROM 1 BY 1
005640         UNTIL OM-IDX > OM-OVR-COUNT.
005650 2650-EXIT.
005660     EXIT.
005670 2660-CHECK-ONE-OVERRIDE.
005680     IF OM-TBL-ACTIVE(OM-IDX)
005690             AND OM-TBL-NUMBER(OM-IDX) = OVT-NUMBER
005700             AND OM-TBL-EFF-FROM(OM-IDX) = OVT-EFF-FROM
005710         MOVE OM-IDX TO OM-FOUND-IDX
005720     END-IF.
005730 2660-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    2700-EDIT-TRAN-DATES - EDIT THE TRANSACTION'S EFFECTIVE
005770*    DATES.  EACH MAY BE BLANK (OPEN-ENDED) OR YYYY-MM-DD, AND
005780*    WHEN BOTH ARE PRESENT FROM MAY NOT FOLLOW TO.
005790*****************************************************************
005800 2700-EDIT-TRAN-DATES.
005810     MOVE OVT-EFF-FROM TO OM-EDIT-DATE.
005820     PERFORM 2710-EDIT-ONE-DATE THRU 2710-EXIT.
005830     IF OM-DATE-IS-BAD
005840         SET OM-TRAN-REJECTED TO TRUE
005850         MOVE "EFF-FROM INVALID" TO OM-REASON
005860         GO TO 2700-EXIT
005870     END-IF.
005880     MOVE OVT-EFF-TO TO OM-EDIT-DATE.
005890     PERFORM 2710-EDIT-ONE-DATE THRU 2710-EXIT.
005900     IF OM-DATE-IS-BAD
005910         SET OM-TRAN-REJECTED TO TRUE
005920         MOVE "EFF-TO INVALID" TO OM-REASON
005930         GO TO 2700-EXIT
005940     END-IF.
005950     IF OVT-EFF-FROM NOT = SPACES
005960             AND OVT-EFF-TO NOT = SPACES
005970             AND OVT-EFF-FROM > OVT-EFF-TO
005980         SET OM-TRAN-REJECTED TO TRUE
005990         MOVE "EFF-FROM AFTER EFF-TO" TO OM-REASON
006000     END-IF.
006010 2700-EXIT.
006020     EXIT.
006030 2710-EDIT-ONE-DATE.
006040     SET OM-DATE-IS-GOOD TO TRUE.
006050     IF OM-EDIT-DATE = SPACES
006060         GO TO 2710-EXIT
006070     END-IF.
006080     IF OM-ED-YYYY IS NOT NUMERIC
006090             OR OM-ED-DASH-1 NOT = "-"
006100             OR OM-ED-MM IS NOT NUMERIC
006110             OR OM-ED-DASH-2 NOT = "-"
006120             OR OM-ED-DD IS NOT NUMERIC
006130         SET OM-DATE-IS-BAD TO TRUE
006140         GO TO 2710-EXIT
006150     END-IF.
006160     IF OM-ED-MM < "01" OR OM-ED-MM > "12"
006170             OR OM-ED-DD < "01" OR OM-ED-DD > "31"
006180         SET OM-DATE-IS-BAD TO TRUE
006190     END-IF.
006200 2710-EXIT.
006210     EXIT.
006220*****************************************************************
006230*    3000-WRITE-NEW-OVERRIDES - WRITE EVERY TABLE ENTRY, ACTIVE
006240*    AND RETIRED, IN ORDER, TO THE OVRNEW OUTPUT FILE FOR
006250*    OPERATIONS TO SWAP IN AS THE NEXT FIZZOVRD, AND PRINT THE
006260*    AFTER-MAINTENANCE OVERRIDE LISTING.  OVRAPRV IS THEN
006265*    EMPTIED SO THE NEXT RUN DOES NOT APPLY THE SAME RELEASES
006267*    AGAIN.
006270*****************************************************************
006280 3000-WRITE-NEW-OVERRIDES.
006290     OPEN OUTPUT NEW-OVR-FILE.
006300     IF NOT OM-NEWOVR-OK
006310         DISPLAY "OVRMNT: CANNOT OPEN OVRNEW, STATUS = "
006320             OM-NEWOVR-STATUS
006330         STOP RUN
006340     END-IF.
006350     PERFORM 3100-WRITE-ONE-OVERRIDE THRU 3100-EXIT
006360         VARYING OM-IDX FROM 1 BY 1
006370         UNTIL OM-IDX > OM-OVR-COUNT.
006380     CLOSE NEW-OVR-FILE.
006382     OPEN OUTPUT TRAN-FILE.
006384     CLOSE TRAN-FILE.
006390     MOVE "OVERRIDES AFTER MAINTENANCE" TO OM-SEC-TITLE.
006400     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
006410     PERFORM 1210-PRINT-ONE-OVERRIDE THRU 1210-EXIT
006420         VARYING OM-IDX FROM 1 BY 1
006430         UNTIL OM-IDX > OM-OVR-COUNT.
006440 3000-EXIT.
006450     EXIT.
006460 3100-WRITE-ONE-OVERRIDE.
006470     MOVE OM-TBL-NUMBER(OM-IDX)   TO OM-OUT-NUMBER.
006480     MOVE OM-TBL-ACTION(OM-IDX)   TO OM-OUT-ACTION.
006490     MOVE OM-TBL-LABEL(OM-IDX)    TO OM-OUT-LABEL.
006500     MOVE OM-TBL-EFF-FROM(OM-IDX) TO OM-OUT-EFF-FROM.
006510     MOVE OM-TBL-EFF-TO(OM-IDX)   TO OM-OUT-EFF-TO.
006520     IF OM-TBL-RETIRED(OM-IDX)
006530         MOVE 'R' TO OM-OUT-STATUS
006540     ELSE
006550         MOVE SPACE TO OM-OUT-STATUS
006560     END-IF.
006570     WRITE NEW-OVR-REC FROM OM-OUT-OVR.
006580 3100-EXIT.
006590     EXIT.
006600 8100-PRINT-SECTION.
006610     MOVE SPACES TO OM-REPORT-REC.
006620     WRITE OM-REPORT-REC.
006630     WRITE OM-REPORT-REC FROM OM-SECTION-LINE.
006640 8100-EXIT.
006650     EXIT.
006660*****************************************************************
006670*    9000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE THE
006680*    MAINTENANCE REPORT.
006690*****************************************************************
006700 9000-TERMINATE.
006710     MOVE "CONTROL TOTALS" TO OM-SEC-TITLE.
006720     PERFORM 8100-PRINT-SECTION THRU 8100-EXIT.
006730     MOVE "TRANSACTIONS READ" TO OM-TOT-TEXT.
006740     MOVE OM-TRAN-READ-COUNT TO OM-TOT-COUNT.
006750     WRITE OM-REPORT-REC FROM OM-TOTAL-LINE.
006760     MOVE "TRANSACTIONS ACCEPTED" TO OM-TOT-TEXT.
006770     MOVE OM-TRAN-ACC-COUNT TO OM-TOT-COUNT.
006780     WRITE OM-REPORT-REC FROM OM-TOTAL-LINE.
006790     MOVE "TRANSACTIONS REJECTED" TO OM-TOT-TEXT.
006800     MOVE OM-TRAN-REJ-COUNT TO OM-TOT-COUNT.
006810     WRITE OM-REPORT-REC FROM OM-TOTAL-LINE.
006820     MOVE "ACTIVE OVERRIDES BEFORE" TO OM-TOT-TEXT.
006830     MOVE OM-BEFORE-COUNT TO OM-TOT-COUNT.
006840     WRITE OM-REPORT-REC FROM OM-TOTAL-LINE.
006850     MOVE "ACTIVE OVERRIDES AFTER" TO OM-TOT-TEXT.
006860     MOVE OM-ACTIVE-COUNT TO OM-TOT-COUNT.
006870     WRITE OM-REPORT-REC FROM OM-TOTAL-LINE.
006880     CLOSE REPORT-FILE.
006890 9000-EXIT.
006900     EXIT.
006910*****************************************************************
006920*    9400-WRITE-EVENT-REC - APPEND ONE OPERATOR EVENT TO THE
006930*    COMMON EVTLOG FILE, CREATING IT ON FIRST USE.  THE CALLER
006940*    SETS OM-EVT-SEVERITY, OM-EVT-CODE AND OM-EVT-TEXT
006950*    BEFOREHAND.  AN UNWRITABLE LOG FALLS BACK TO THE CONSOLE
006960*    SO THE EVENT IS NEVER LOST OUTRIGHT.
006970*****************************************************************
006980 9400-WRITE-EVENT-REC.
006990     ACCEPT OM-EVT-TIME-RAW FROM TIME.
007000     STRING OM-EVT-HH ":" OM-EVT-MI ":" OM-EVT-SS
007010         DELIMITED BY SIZE INTO OM-EVT-TIME-DISP.
007020     OPEN EXTEND EVENT-FILE.
007030     IF OM-EVENT-NOT-FOUND
007040         OPEN OUTPUT EVENT-FILE
007050     END-IF.
007060     IF NOT OM-EVENT-OK
007070         DISPLAY "OVRMNT: EVTLOG UNAVAILABLE - "
007080             OM-EVT-SEVERITY " " OM-EVT-CODE " " OM-EVT-TEXT
007090         GO TO 9400-EXIT
007100     END-IF.
007110     MOVE SPACES TO EVT-REC.
007120     MOVE "OVRMNT"          TO EVT-PROGRAM-ID.
007130     MOVE OM-RUN-DATE-DISP  TO EVT-RUN-DATE.
007140     MOVE OM-EVT-TIME-DISP  TO EVT-RUN-TIME.
007150     MOVE OM-RUN-ID         TO EVT-RUN-ID.
007160     MOVE OM-EVT-SEVERITY   TO EVT-SEVERITY.
007170     MOVE OM-EVT-CODE       TO EVT-CODE.
007180     MOVE OM-EVT-TEXT       TO EVT-TEXT.
007190     WRITE EVT-REC.
007200     CLOSE EVENT-FILE.
007210 9400-EXIT.
007220     EXIT.
007230 END PROGRAM OVRMNT.
