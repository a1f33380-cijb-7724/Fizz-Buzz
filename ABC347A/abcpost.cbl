000293*                     OUT WITH, SO A FEED TRUNCATED BY A FAILED
000294*                     UPSTREAM RUN STOPS HERE WITH A CLEAR
000295*                     REJECT INSTEAD OF POSTING SHORT.
000296*    2026-10-15  JWK  EVERY FEED RECORD DISPOSED OF IS NOW
000297*                     JOURNALED TO ABCJRNL (SEE JRNREC01) WITH
000298*                     THE MASTER'S BEFORE AND AFTER VALUES, ITS
000299*                     FEED CYCLE AND THIS RUN'S IDENTIFIER - ADDS,
000300*                     REPLACES, SUPERSEDED FEED COPIES AND REJECTS
000301*                     ALIKE - PLUS ONE CYCLE ENTRY PER CYCLE
000302*                     POSTED, SO ABCBKOUT CAN REVERSE A BAD CYCLE
000303*                     OUT OF ABCMST AND BALANCE IT TO ABCFCTL.
000304*    2026-10-15  JWK  AN ITEM WHOSE RUN DATE FALLS IN AN
000305*                     ACCOUNTING PERIOD ALREADY CLOSED BY ABCPCLS
000306*                     (SEE PHSREC01) IS NO LONGER POSTED OR
000307*                     REPLACED - IT GOES ON ABCPRPT AS A
000308*                     PERIOD-CLOSED EXCEPTION AND IS JOURNALED AS
000309*                     A REJECT, SO SIGNED-OFF PERIOD TOTALS
000310*                     CANNOT CHANGE.
000311*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000312*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000313*                     FORWARD BY DATEROLL AT THE START OF THE
000314*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000315*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000316*                     DATE THROUGHOUT.
000317*****************************************************************
000318 ENVIRONMENT DIVISION.
000319 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000321 OBJECT-COMPUTER.   IBM-370.
000322 INPUT-OUTPUT SECTION.
000323 FILE-CONTROL.
000330     SELECT FEED-FILE ASSIGN TO "ABCFEED"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS PS-FEED-STATUS.
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PS-SORTED-STATUS.
000390     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000392     SELECT JOURNAL-FILE ASSIGN TO "ABCJRNL"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS PS-JOURNAL-STATUS.
000400     SELECT OLD-MASTER-FILE ASSIGN TO "ABCMST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PS-OLDMST-STATUS.
000487     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000488         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS PS-EVENT-STATUS.
000490     SELECT PERIOD-FILE ASSIGN TO "ABCPHST"
000491         ORGANIZATION IS LINE SEQUENTIAL
000492         FILE STATUS IS PS-PERIOD-STATUS.
000493     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000494         ORGANIZATION IS LINE SEQUENTIAL
000495         FILE STATUS IS PS-BUSDATE-STATUS.
000496 DATA DIVISION.
000500 FILE SECTION.
000510 FD  FEED-FILE
000520     RECORDING MODE IS F.
000652     05  FILLER                  PIC X(17).
000654     05  SRT-BATCH-NUM           PIC 9(03).
000660     05  FILLER                  PIC X(53).
000662 FD  JOURNAL-FILE
000664     RECORDING MODE IS F.
000666 COPY JRNREC01.
000670 FD  OLD-MASTER-FILE
000680     RECORDING MODE IS F.
000690 COPY MSTREC01.
000757 FD  EVENT-FILE
000758     RECORDING MODE IS F.
000759 COPY EVTREC01.
000760 FD  PERIOD-FILE
000761     RECORDING MODE IS F.
000762 COPY PHSREC01.
000763 FD  BUSDATE-FILE
000764     RECORDING MODE IS F.
000765 COPY BDTREC01.
000766 WORKING-STORAGE SECTION.
000770*****************************************************************
000780*    WORKING STORAGE
000790*****************************************************************
000800 01  PS-SWITCHES.
000803     03  PS-BUSDATE-STATUS   PIC X(02).
000806         88  PS-BUSDATE-OK              VALUE '00'.
000810     03  PS-FEED-STATUS      PIC X(02).
000820         88  PS-FEED-OK                 VALUE '00'.
000830         88  PS-FEED-NOT-FOUND          VALUE '35'.
000960         88  PS-MST-AT-EOF              VALUE 'Y'.
000970     03  PS-FEED-EMPTY-SW    PIC X(01) VALUE 'N'.
000980         88  PS-FEED-EMPTY              VALUE 'Y'.
000982     03  PS-JOURNAL-STATUS   PIC X(02).
000984         88  PS-JOURNAL-OK              VALUE '00'.
000986         88  PS-JOURNAL-NOT-FOUND       VALUE '35'.
000990     03  PS-HELD-SWITCH      PIC X(01) VALUE 'N'.
001000         88  PS-ITEM-HELD               VALUE 'Y'.
001002     03  PS-CYCLE-STATUS     PIC X(02).
001011     03  PS-EVENT-STATUS     PIC X(02).
001012         88  PS-EVENT-OK                VALUE '00'.
001013         88  PS-EVENT-NOT-FOUND         VALUE '35'.
001014     03  PS-PERIOD-STATUS    PIC X(02).
001015         88  PS-PERIOD-OK               VALUE '00'.
001016         88  PS-PERIOD-NOT-FOUND        VALUE '35'.
001017     03  PS-PERIOD-EOF-SW    PIC X(01) VALUE 'N'.
001018         88  PS-PERIOD-AT-EOF           VALUE 'Y'.
001019 01  PS-HELD-ITEM.
001020     03  PS-HELD-INDEX       PIC 9(07).
001025     03  PS-HELD-BATCH       PIC 9(03).
001030     03  PS-HELD-ORIG        PIC 9(07).
001040     03  PS-HELD-DIVIDED     PIC 9(07).
001045     03  PS-HELD-CYCLE       PIC 9(05).
001050 01  PS-POST-KEY.
001060     03  PS-POST-DATE        PIC X(10).
001065     03  PS-POST-BATCH       PIC 9(03).
001070     03  PS-POST-INDEX       PIC 9(07).
001072 01  PS-JOURNAL-WORK.
001074     03  PS-JRN-TYPE         PIC X(01).
001076     03  PS-BEFORE-ORIG      PIC 9(07).
001078     03  PS-BEFORE-DIVIDED   PIC 9(07).
001080 01  PS-FEED-READ-COUNT      PIC 9(07) VALUE ZERO.
001090 01  PS-ADD-COUNT            PIC 9(07) VALUE ZERO.
001100 01  PS-REPLACE-COUNT        PIC 9(07) VALUE ZERO.
001110 01  PS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
001113 01  PS-CLOSED-COUNT         PIC 9(07) VALUE ZERO.
001116 01  PS-CLOSED-THRU          PIC X(10) VALUE SPACES.
001120 01  PS-MST-IN-COUNT         PIC 9(07) VALUE ZERO.
001130 01  PS-MST-OUT-COUNT        PIC 9(07) VALUE ZERO.
001132*****************************************************************
001720*    THE NEW GENERATION.
001730*****************************************************************
001740 1000-INITIALIZE.
001741     OPEN INPUT BUSDATE-FILE.
001742     IF NOT PS-BUSDATE-OK
001743         DISPLAY "ABCPOST: CANNOT OPEN BUSDATE, STATUS = "
001744             PS-BUSDATE-STATUS
001745         STOP RUN
001746     END-IF.
001747     READ BUSDATE-FILE
001748         AT END
001749             DISPLAY "ABCPOST: BUSDATE HAS NO RECORD"
001750             CLOSE BUSDATE-FILE
001751             STOP RUN
001752     END-READ.
001753     CLOSE BUSDATE-FILE.
001754     IF BDT-BUS-YYYY IS NOT NUMERIC
001755             OR BDT-BUS-MM IS NOT NUMERIC
001756             OR BDT-BUS-DD IS NOT NUMERIC
001757         DISPLAY "ABCPOST: BUSDATE BUSINESS DATE IS NOT VALID"
001758         STOP RUN
001759     END-IF.
001760     MOVE BDT-BUS-YYYY TO PS-RUN-YYYY.
001761     MOVE BDT-BUS-MM   TO PS-RUN-MM.
001762     MOVE BDT-BUS-DD   TO PS-RUN-DD.
001763     STRING PS-RUN-YYYY "-" PS-RUN-MM "-" PS-RUN-DD
001770         DELIMITED BY SIZE INTO PS-RUN-DATE-DISP.
001771     ACCEPT PS-RUN-TIME-RAW FROM TIME.
001772     STRING PS-RUN-DATE-RAW PS-RUN-TIME-RAW
001970             DISPLAY "ABCPOST: CANNOT OPEN ABCFEED, STATUS = "
001980                 PS-FEED-STATUS
001990             STOP RUN
001991         ELSE
001992             CLOSE FEED-FILE
001993         END-IF
001994     END-IF.
001995     PERFORM 1100-LOAD-CYCLES THRU 1100-EXIT.
001996     PERFORM 1200-VERIFY-FEED THRU 1200-EXIT.
001997     PERFORM 1050-LOAD-CLOSED-PERIODS THRU 1050-EXIT.
001998 1000-EXIT.
001999     EXIT.
002000*****************************************************************
002001*    1050-LOAD-CLOSED-PERIODS - FIND THE CLOSED-THROUGH DATE ON
002002*    THE ABCPHST PERIOD HISTORY - THE HIGHEST PERIOD END ON A
002003*    PERIOD-CLOSED RECORD.  NO ITEM DATED ON OR BEFORE IT MAY BE
002004*    POSTED OR REPLACED.  A MISSING ABCPHST MEANS NO PERIOD HAS
002005*    BEEN CLOSED.
002006*****************************************************************
002007 1050-LOAD-CLOSED-PERIODS.
002008     OPEN INPUT PERIOD-FILE.
002009     IF PS-PERIOD-NOT-FOUND
002010         GO TO 1050-EXIT
002011     END-IF.
002012     IF NOT PS-PERIOD-OK
002013         DISPLAY "ABCPOST: CANNOT OPEN ABCPHST, STATUS = "
002014             PS-PERIOD-STATUS
002015         STOP RUN
002016     END-IF.
002017     PERFORM 1060-READ-ONE-PERIOD THRU 1060-EXIT
002018         UNTIL PS-PERIOD-AT-EOF.
002019     CLOSE PERIOD-FILE.
002020     IF PS-CLOSED-THRU NOT = SPACES
002021         MOVE SPACES TO PS-MSG-TEXT
002022         STRING "PERIODS CLOSED THROUGH " PS-CLOSED-THRU
002023             " - EARLIER RUN DATES ARE NOT POSTED"
002024             DELIMITED BY SIZE INTO PS-MSG-TEXT
002025         WRITE PS-REPORT-REC FROM PS-MESSAGE-LINE
002026     END-IF.
002027 1050-EXIT.
002028     EXIT.
002029 1060-READ-ONE-PERIOD.
002030     READ PERIOD-FILE
002031         AT END
002032             SET PS-PERIOD-AT-EOF TO TRUE
002033             GO TO 1060-EXIT
002034     END-READ.
002035     IF PHS-PERIOD-CLOSED
002036             AND PHS-PERIOD-END > PS-CLOSED-THRU
002037         MOVE PHS-PERIOD-END TO PS-CLOSED-THRU
002038     END-IF.
002039 1060-EXIT.
002041     EXIT.
002042*****************************************************************
002043*    1100-LOAD-CYCLES - LOAD THE ABCFCTL CYCLE-CONTROL FILE INTO
002320             PS-NEWMST-STATUS
002330         STOP RUN
002340     END-IF.
002341     OPEN EXTEND JOURNAL-FILE.
002342     IF PS-JOURNAL-NOT-FOUND
002343         OPEN OUTPUT JOURNAL-FILE
002344     END-IF.
002345     IF NOT PS-JOURNAL-OK
002346         DISPLAY "ABCPOST: CANNOT OPEN ABCJRNL, STATUS = "
002347             PS-JOURNAL-STATUS
002348         STOP RUN
002349     END-IF.
002350     OPEN INPUT OLD-MASTER-FILE.
002360     IF PS-OLDMST-NOT-FOUND
002370         SET PS-MST-AT-EOF TO TRUE
002670     IF NOT PS-OLDMST-NOT-FOUND
002680         CLOSE OLD-MASTER-FILE
002690     END-IF.
002693     PERFORM 3900-JOURNAL-CYCLES THRU 3900-EXIT.
002696     CLOSE JOURNAL-FILE.
002700     CLOSE NEW-MASTER-FILE.
002710 3000-EXIT.
002720     EXIT.
002930         MOVE SFD-DIVIDED-VALUE TO PS-DL-DIVIDED
002940         MOVE "REJECT - FIELD NOT NUMERIC" TO PS-DL-DISP
002950         WRITE PS-REPORT-REC FROM PS-DETAIL-LINE
002955         PERFORM 3850-JOURNAL-REJECT THRU 3850-EXIT
002960         GO TO 3100-EXIT
002970     END-IF.
002980     IF PS-ITEM-HELD AND SFD-INDEX = PS-HELD-INDEX
003030         MOVE PS-HELD-DIVIDED  TO PS-DL-DIVIDED
003040         MOVE "REPLACED BY LATER FEED COPY" TO PS-DL-DISP
003050         WRITE PS-REPORT-REC FROM PS-DETAIL-LINE
003052         MOVE 'S'  TO PS-JRN-TYPE
003054         MOVE ZERO TO PS-BEFORE-ORIG PS-BEFORE-DIVIDED
003056         PERFORM 3800-JOURNAL-HELD-ITEM THRU 3800-EXIT
003060     ELSE
003070         IF PS-ITEM-HELD
003080             PERFORM 3300-POST-HELD-ITEM THRU 3300-EXIT
003115     MOVE SFD-BATCH-NUM     TO PS-HELD-BATCH.
003120     MOVE SFD-ORIG-VALUE    TO PS-HELD-ORIG.
003130     MOVE SFD-DIVIDED-VALUE TO PS-HELD-DIVIDED.
003131     IF SFD-CYCLE-NUM IS NUMERIC
003132         MOVE SFD-CYCLE-NUM TO PS-HELD-CYCLE
003133     ELSE
003134         MOVE ZERO TO PS-HELD-CYCLE
003135     END-IF.
003140     SET PS-ITEM-HELD TO TRUE.
003150 3100-EXIT.
003160     EXIT.
003180*    3300-POST-HELD-ITEM - POST THE HELD FEED ITEM AGAINST THE
003190*    MASTER.  OLD-MASTER RECORDS WITH LOWER KEYS ARE CARRIED
003200*    FORWARD FIRST; AN EQUAL KEY IS REPLACED RATHER THAN
003210*    DOUBLED.  THE REPLACED RECORD'S VALUES ARE KEPT AS THE
003213*    JOURNAL BEFORE-IMAGE.
003216*    AN ITEM DATED IN A CLOSED PERIOD IS REFUSED INSTEAD.
003220*****************************************************************
003230 3300-POST-HELD-ITEM.
003240     MOVE PS-RUN-DATE-DISP TO PS-POST-DATE.
003245     MOVE PS-HELD-BATCH    TO PS-POST-BATCH.
003250     MOVE PS-HELD-INDEX    TO PS-POST-INDEX.
003251     IF PS-CLOSED-THRU NOT = SPACES
003252             AND PS-POST-DATE NOT > PS-CLOSED-THRU
003253         PERFORM 3950-REFUSE-CLOSED-ITEM THRU 3950-EXIT
003254         GO TO 3300-EXIT
003255     END-IF.
003260     PERFORM 3700-COPY-ONE-MASTER THRU 3700-EXIT
003270         UNTIL PS-MST-AT-EOF OR MST-KEY NOT < PS-POST-KEY.
003280     IF NOT PS-MST-AT-EOF AND MST-KEY = PS-POST-KEY
003290         ADD 1 TO PS-REPLACE-COUNT
003300         MOVE "REPLACE - RERUN DUPLICATE" TO PS-DL-DISP
003302         MOVE 'R'               TO PS-JRN-TYPE
003304         MOVE MST-ORIG-VALUE    TO PS-BEFORE-ORIG
003306         MOVE MST-DIVIDED-VALUE TO PS-BEFORE-DIVIDED
003310         PERFORM 3600-READ-MASTER THRU 3600-EXIT
003320     ELSE
003330         ADD 1 TO PS-ADD-COUNT
003340         MOVE "ADD" TO PS-DL-DISP
003343         MOVE 'A'  TO PS-JRN-TYPE
003346         MOVE ZERO TO PS-BEFORE-ORIG PS-BEFORE-DIVIDED
003350     END-IF.
003360     MOVE PS-POST-DATE    TO PS-OUT-DATE.
003365     MOVE PS-HELD-BATCH   TO PS-OUT-BATCH.
003390     MOVE PS-HELD-DIVIDED TO PS-OUT-DIVIDED.
003400     WRITE NEW-MST-REC FROM PS-OUT-MASTER.
003410     ADD 1 TO PS-MST-OUT-COUNT.
003415     PERFORM 3800-JOURNAL-HELD-ITEM THRU 3800-EXIT.
003420     MOVE PS-POST-DATE    TO PS-DL-DATE.
003425     MOVE PS-HELD-BATCH   TO PS-DL-BATCH.
003430     MOVE PS-HELD-INDEX   TO PS-DL-INDEX.
003520             SET PS-MST-AT-EOF TO TRUE
003530         NOT AT END
003540             ADD 1 TO PS-MST-IN-COUNT
003541     END-READ.
003542 3600-EXIT.
003543     EXIT.
003544 3700-COPY-ONE-MASTER.
003545     IF PS-MST-AT-EOF
003546         GO TO 3700-EXIT
003547     END-IF.
003548     WRITE NEW-MST-REC FROM MST-REC.
003549     ADD 1 TO PS-MST-OUT-COUNT.
003550     PERFORM 3600-READ-MASTER THRU 3600-EXIT.
003551 3700-EXIT.
003552     EXIT.
003553*****************************************************************
003554*    3800-JOURNAL-HELD-ITEM - APPEND ONE ITEM ENTRY TO ABCJRNL
003555*    FOR THE HELD FEED ITEM.  THE CALLER SETS PS-JRN-TYPE (ADD,
003556*    REPLACE, SUPERSEDED OR REFUSED) AND THE BEFORE-IMAGE VALUES,
003557*    WHICH ARE ZERO WHERE THE MASTER HELD NO PRIOR COPY.
003558*****************************************************************
003559 3800-JOURNAL-HELD-ITEM.
003560     MOVE SPACES            TO JRN-REC.
003561     MOVE PS-HELD-CYCLE     TO JRN-CYCLE-NUM.
003562     MOVE PS-RUN-ID         TO JRN-POST-RUN-ID.
003563     MOVE PS-JRN-TYPE       TO JRN-ENTRY-TYPE.
003564     MOVE PS-RUN-DATE-DISP  TO JRN-RUN-DATE.
003565     MOVE PS-HELD-BATCH     TO JRN-BATCH-NUM.
003566     MOVE PS-HELD-INDEX     TO JRN-FEED-INDEX.
003567     MOVE PS-BEFORE-ORIG    TO JRN-BEFORE-ORIG.
003568     MOVE PS-BEFORE-DIVIDED TO JRN-BEFORE-DIVIDED.
003569     MOVE PS-HELD-ORIG      TO JRN-AFTER-ORIG.
003570     MOVE PS-HELD-DIVIDED   TO JRN-AFTER-DIVIDED.
003571     WRITE JRN-REC.
003572 3800-EXIT.
003573     EXIT.
003574*****************************************************************
003575*    3850-JOURNAL-REJECT - APPEND A REJECTED FEED RECORD TO
003576*    ABCJRNL.  IT NEVER REACHED THE MASTER, SO ONLY THE CYCLE IS
003577*    OF INTEREST - THE ENTRY LETS A BACKOUT BALANCE THE CYCLE'S
003578*    ENTRIES TO ITS ABCFCTL RECORD COUNT.
003579*****************************************************************
003580 3850-JOURNAL-REJECT.
003581     MOVE SPACES            TO JRN-REC.
003582     IF SFD-CYCLE-NUM IS NUMERIC
003583         MOVE SFD-CYCLE-NUM TO JRN-CYCLE-NUM
003584     ELSE
003585         MOVE ZERO          TO JRN-CYCLE-NUM
003586     END-IF.
003587     MOVE PS-RUN-ID         TO JRN-POST-RUN-ID.
003588     SET JRN-ITEM-REJECTED  TO TRUE.
003589     MOVE PS-RUN-DATE-DISP  TO JRN-RUN-DATE.
003590     MOVE ZERO              TO JRN-BATCH-NUM JRN-FEED-INDEX
003591                               JRN-BEFORE-ORIG JRN-BEFORE-DIVIDED
003592                               JRN-AFTER-ORIG JRN-AFTER-DIVIDED.
003593     WRITE JRN-REC.
003594 3850-EXIT.
003595     EXIT.
003596*****************************************************************
003597*    3900-JOURNAL-CYCLES - CLOSE THE RUN'S JOURNAL OUT WITH ONE
003598*    CYCLE ENTRY FOR EVERY CYCLE CONSUMED THIS RUN, CARRYING ITS
003599*    ABCFCTL CLOSE-OUT, AND ONE FOR THE PRE-CYCLE LEGACY GROUP
003600*    WHEN ONE POSTED.  AN EMPTY CYCLE RETIRED THIS RUN GETS A
003601*    ZERO-COUNT ONE SO IT CAN STILL BE SENT.  A BACKOUT WORKS
003602*    ONLY FROM A POSTING RUN THAT REACHED THIS POINT.
003603*****************************************************************
003604 3900-JOURNAL-CYCLES.
003605     PERFORM 3910-JOURNAL-ONE-CYCLE THRU 3910-EXIT
003606         VARYING PS-CYC-IDX FROM 1 BY 1
003607         UNTIL PS-CYC-IDX > PS-CYCLE-COUNT.
003608     IF PS-LEGACY-COUNT = ZERO
003609         GO TO 3900-EXIT
003610     END-IF.
003611     MOVE SPACES            TO JRN-REC.
003612     MOVE ZERO              TO JRN-CYCLE-NUM.
003613     MOVE PS-RUN-ID         TO JRN-POST-RUN-ID.
003614     SET JRN-CYCLE-ENTRY    TO TRUE.
003615     MOVE "ABCPOST"         TO JRN-CYC-PROGRAM-ID.
003616     MOVE PS-RUN-DATE-DISP  TO JRN-CYC-RUN-DATE.
003617     MOVE PS-RUN-ID         TO JRN-CYC-RUN-ID.
003618     MOVE PS-LEGACY-COUNT   TO JRN-CYC-RECORD-COUNT.
003619     WRITE JRN-REC.
003620 3900-EXIT.
003621     EXIT.
003622 3910-JOURNAL-ONE-CYCLE.
003623     IF NOT PS-CYC-USED(PS-CYC-IDX)
003624             AND (PS-CYC-POSTED(PS-CYC-IDX)
003625              OR PS-CYC-COUNT(PS-CYC-IDX) NOT = ZERO
003626              OR PS-CYC-NUM(PS-CYC-IDX) = ZERO)
003627         GO TO 3910-EXIT
003628     END-IF.
003629     MOVE SPACES                      TO JRN-REC.
003630     MOVE PS-CYC-NUM(PS-CYC-IDX)      TO JRN-CYCLE-NUM.
003631     MOVE PS-RUN-ID                   TO JRN-POST-RUN-ID.
003632     SET JRN-CYCLE-ENTRY              TO TRUE.
003633     MOVE PS-CYC-PGM(PS-CYC-IDX)      TO JRN-CYC-PROGRAM-ID.
003634     MOVE PS-CYC-RUN-DATE(PS-CYC-IDX) TO JRN-CYC-RUN-DATE.
003635     MOVE PS-CYC-RUN-ID(PS-CYC-IDX)   TO JRN-CYC-RUN-ID.
003636     MOVE PS-CYC-COUNT(PS-CYC-IDX)    TO JRN-CYC-RECORD-COUNT.
003637     WRITE JRN-REC.
003638 3910-EXIT.
003639     EXIT.
003640*****************************************************************
003641*    3950-REFUSE-CLOSED-ITEM - THE HELD ITEM'S RUN DATE FALLS IN A
003642*    PERIOD ALREADY CLOSED ON ABCPHST.  IT IS NEITHER ADDED NOR
003643*    ALLOWED TO REPLACE THE SIGNED-OFF COPY; IT IS PRINTED AS AN
003644*    EXCEPTION AND JOURNALED AS A REJECT, SINCE IT NEVER REACHED
003645*    THE MASTER, SO A BACKOUT OF ITS CYCLE STILL BALANCES.
003646*****************************************************************
003647 3950-REFUSE-CLOSED-ITEM.
003648     ADD 1 TO PS-CLOSED-COUNT.
003649     MOVE PS-POST-DATE    TO PS-DL-DATE.
003650     MOVE PS-HELD-BATCH   TO PS-DL-BATCH.
003651     MOVE PS-HELD-INDEX   TO PS-DL-INDEX.
003652     MOVE PS-HELD-ORIG    TO PS-DL-ORIG.
003653     MOVE PS-HELD-DIVIDED TO PS-DL-DIVIDED.
003654     MOVE "EXCEPTION - PERIOD CLOSED" TO PS-DL-DISP.
003655     WRITE PS-REPORT-REC FROM PS-DETAIL-LINE.
003656     MOVE 'J'  TO PS-JRN-TYPE.
003657     MOVE ZERO TO PS-BEFORE-ORIG PS-BEFORE-DIVIDED.
003658     PERFORM 3800-JOURNAL-HELD-ITEM THRU 3800-EXIT.
003659 3950-EXIT.
003660     EXIT.
003661*****************************************************************
003662*    5000-UPDATE-CYCLE-FILE - WRITE THE CYCLE TABLE BACK TO
003811     MOVE "ITEMS REJECTED" TO PS-TOT-TEXT.
003812     MOVE PS-REJECT-COUNT TO PS-TOT-COUNT.
003813     WRITE PS-REPORT-REC FROM PS-TOTAL-LINE.
003814     MOVE "ITEMS REFUSED (PERIOD CLOSED)" TO PS-TOT-TEXT.
003815     MOVE PS-CLOSED-COUNT TO PS-TOT-COUNT.
003816     WRITE PS-REPORT-REC FROM PS-TOTAL-LINE.
003817     IF PS-CLOSED-COUNT > ZERO
003818         MOVE 'W'    TO PS-EVT-SEVERITY
003819         MOVE "PD01" TO PS-EVT-CODE
003820         MOVE SPACES TO PS-EVT-TEXT
003821         STRING PS-CLOSED-COUNT " ITEMS REFUSED - PERIOD CLOSED "
003822             "THROUGH " PS-CLOSED-THRU
003823             DELIMITED BY SIZE INTO PS-EVT-TEXT
003824         END-STRING
003825         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
003826     END-IF.
003827     MOVE "OLD MASTER RECORDS READ" TO PS-TOT-TEXT.
003828     MOVE PS-MST-IN-COUNT TO PS-TOT-COUNT.
003829     WRITE PS-REPORT-REC FROM PS-TOTAL-LINE.
003830     MOVE "NEW MASTER RECORDS WRITTEN" TO PS-TOT-TEXT.
003831     MOVE PS-MST-OUT-COUNT TO PS-TOT-COUNT.
003832     WRITE PS-REPORT-REC FROM PS-TOTAL-LINE.
003833     CLOSE POST-REPORT-FILE.
003834 9000-EXIT.
003835     EXIT.
003836 9100-PRINT-ONE-CYCLE.
003837     MOVE PS-CYC-NUM(PS-CYC-IDX)    TO PS-CY-NUM.
003838     MOVE PS-CYC-PGM(PS-CYC-IDX)    TO PS-CY-PGM.
003839     MOVE PS-CYC-RUN-ID(PS-CYC-IDX) TO PS-CY-RUN-ID.
003840     MOVE PS-CYC-COUNT(PS-CYC-IDX)  TO PS-CY-COUNT.
003841     EVALUATE TRUE
003842         WHEN PS-CYC-USED(PS-CYC-IDX)
003843             MOVE "POSTED THIS RUN" TO PS-CY-DISP
003845         WHEN PS-CYC-POSTED(PS-CYC-IDX)
003847             MOVE "ALREADY POSTED" TO PS-CY-DISP
