000290*                     FILE WITH NO RETNCTL RECORD, OR A RECORD
000300*                     WHOSE DATE CANNOT BE READ, IS KEPT - THE
000310*                     SAFE SIDE OF A PURGE IS NOT PURGING.
000311*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000312*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000313*                     FORWARD BY DATEROLL AT THE START OF THE
000314*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000315*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000316*                     DATE THROUGHOUT.
000317*    2026-10-15  JWK  RETENTION IS NOW COUNTED IN BUSINESS DAYS:
000318*                     THE CUTOFF IS THE RETNCTL NUMBER OF
000319*                     PROCESSING DAYS BEFORE THE BUSINESS DATE,
000320*                     SKIPPING THE WEEKLY NON-PROCESSING DAYS ON
000321*                     BUSDATE AND THE HOLIDAYS ON HOLCAL (SEE
000322*                     HOLREC01), SO A LONG WEEKEND NO LONGER EATS
000323*                     INTO A FILE'S RETENTION. A MISSING HOLCAL
000324*                     MEANS NO HOLIDAYS.
000325*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000960     SELECT ARCHIVE-HIST-FILE ASSIGN TO "FIZZARCH"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS PG-ARCH-STATUS.
000982     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000984         ORGANIZATION IS LINE SEQUENTIAL
000986         FILE STATUS IS PG-BUSDATE-STATUS.
000987     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
000988         ORGANIZATION IS LINE SEQUENTIAL
000989         FILE STATUS IS PG-HOLIDAY-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  PARM-FILE
001830 FD  ARCHIVE-HIST-FILE
001840     RECORDING MODE IS F.
001850 01  PGZH-REC                    PIC X(80).
001852 FD  BUSDATE-FILE
001854     RECORDING MODE IS F.
001856 COPY BDTREC01.
001857 FD  HOLIDAY-FILE
001858     RECORDING MODE IS F.
001859 COPY HOLREC01.
001860 WORKING-STORAGE SECTION.
001870*****************************************************************
001880*    WORKING STORAGE
001890*****************************************************************
001900 01  PG-SWITCHES.
001903     03  PG-BUSDATE-STATUS   PIC X(02).
001906         88  PG-BUSDATE-OK              VALUE '00'.
001907     03  PG-HOLIDAY-STATUS   PIC X(02).
001908         88  PG-HOLIDAY-OK              VALUE '00'.
001909         88  PG-HOLIDAY-NOT-FOUND       VALUE '35'.
001910     03  PG-PARM-STATUS      PIC X(02).
001920         88  PG-PARM-OK                 VALUE '00'.
001930     03  PG-REPORT-STATUS    PIC X(02).
002370     03  PG-KEEP-SWITCH      PIC X(01) VALUE 'Y'.
002380         88  PG-KEEP-RECORD             VALUE 'Y'.
002390         88  PG-PURGE-RECORD            VALUE 'N'.
002392     03  PG-HOL-EOF-SWITCH   PIC X(01) VALUE 'N'.
002394         88  PG-HOL-AT-EOF              VALUE 'Y'.
002396     03  PG-HOL-FOUND-SW     PIC X(01) VALUE 'N'.
002398         88  PG-HOL-FOUND               VALUE 'Y'.
002400 01  PG-RETENTION-TABLE.
002410     03  PG-RET-ENTRY OCCURS 10 TIMES.
002420         05  PG-RET-FILE-NAME    PIC X(08).
002540     03  PG-RD-DD            PIC X(02).
002550 01  PG-READ-COUNT           PIC 9(07) VALUE ZERO.
002560 01  PG-KEEP-COUNT           PIC 9(07) VALUE ZERO.
002562 01  PG-HOLIDAY-TABLE.
002564     03  PG-HOL-DATE         PIC X(10) OCCURS 200 TIMES.
002566 01  PG-HOL-COUNT            PIC 9(03) VALUE ZERO.
002568 01  PG-HOL-IDX              PIC 9(03).
002570 01  PG-PURGE-COUNT          PIC 9(07) VALUE ZERO.
002571 01  PG-DAY-IDX              PIC 9(01).
002572 01  PG-YES-COUNT            PIC 9(01) VALUE ZERO.
002573 01  PG-DOW-WORK             PIC 9(08).
002574 01  PG-DOW-QUOT             PIC 9(08).
002575 01  PG-DOW-REM              PIC 9(01).
002576 01  PG-BUS-DAYS-LEFT        PIC 9(05).
002580 01  PG-TOT-KEEP-COUNT       PIC 9(07) VALUE ZERO.
002590 01  PG-TOT-PURGE-COUNT      PIC 9(07) VALUE ZERO.
002600 01  PG-CUTOFF-INT           PIC 9(08).
003130     STOP RUN.
003140*****************************************************************
003150*    1000-INITIALIZE - CAPTURE THE RUN DATE, LOAD THE OPERATOR
003156*    RETENTION TABLE FROM RETNCTL, OPEN THE PURGE REPORT AND
003162*    LOAD THE HOLIDAY CALENDAR.
003170*****************************************************************
003180 1000-INITIALIZE.
003181     OPEN INPUT BUSDATE-FILE.
003182     IF NOT PG-BUSDATE-OK
003183         DISPLAY "PURGE: CANNOT OPEN BUSDATE, STATUS = "
003184             PG-BUSDATE-STATUS
003185         STOP RUN
003186     END-IF.
003187     READ BUSDATE-FILE
003188         AT END
003189             DISPLAY "PURGE: BUSDATE HAS NO RECORD"
003190             CLOSE BUSDATE-FILE
003191             STOP RUN
003192     END-READ.
003193     CLOSE BUSDATE-FILE.
003194     IF BDT-BUS-YYYY IS NOT NUMERIC
003195             OR BDT-BUS-MM IS NOT NUMERIC
003196             OR BDT-BUS-DD IS NOT NUMERIC
003197         DISPLAY "PURGE: BUSDATE BUSINESS DATE IS NOT VALID"
003198         STOP RUN
003199     END-IF.
003200     MOVE BDT-BUS-YYYY TO PG-RUN-YYYY.
003201     MOVE BDT-BUS-MM   TO PG-RUN-MM.
003202     MOVE BDT-BUS-DD   TO PG-RUN-DD.
003203     PERFORM 1300-COUNT-ONE-PROC-DAY THRU 1300-EXIT
003204         VARYING PG-DAY-IDX FROM 1 BY 1
003205         UNTIL PG-DAY-IDX > 7.
003206     IF PG-YES-COUNT = ZERO
003207         DISPLAY "PURGE: BUSDATE MASK HAS NO PROCESSING DAY - "
003208             BDT-PROC-DAYS
003209         STOP RUN
003210     END-IF.
003211     STRING PG-RUN-YYYY "-" PG-RUN-MM "-" PG-RUN-DD
003212         DELIMITED BY SIZE INTO PG-RUN-DATE-DISP.
003220     OPEN INPUT PARM-FILE.
003230     IF NOT PG-PARM-OK
003240         DISPLAY "PURGE: CANNOT OPEN RETNCTL, STATUS = "
003430     MOVE SPACES TO PG-REPORT-REC.
003440     WRITE PG-REPORT-REC.
003450     WRITE PG-REPORT-REC FROM PG-COLUMN-LINE.
003455     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
003460 1000-EXIT.
003470     EXIT.
003480 1100-LOAD-ONE-RETENTION.
003630             END-IF
003640     END-READ.
003650 1100-EXIT.
003651     EXIT.
003652*****************************************************************
003653*    1200-LOAD-HOLIDAYS - LOAD THE HOLCAL CALENDAR SO RETENTION
003654*    CAN BE COUNTED IN BUSINESS DAYS.  AN ENTRY WHOSE DATE IS NOT
003655*    YYYY-MM-DD IS REPORTED AND IGNORED.  A MISSING HOLCAL MEANS
003656*    NO HOLIDAYS - ONLY THE WEEKLY MASK ON BUSDATE APPLIES.
003657*****************************************************************
003658 1200-LOAD-HOLIDAYS.
003659     OPEN INPUT HOLIDAY-FILE.
003660     IF PG-HOLIDAY-NOT-FOUND
003661         MOVE "HOLCAL NOT PRESENT - NO HOLIDAYS APPLIED"
003662             TO PG-MSG-TEXT
003663         WRITE PG-REPORT-REC FROM PG-MESSAGE-LINE
003664         GO TO 1200-EXIT
003665     END-IF.
003666     IF NOT PG-HOLIDAY-OK
003667         DISPLAY "PURGE: CANNOT OPEN HOLCAL, STATUS = "
003668             PG-HOLIDAY-STATUS
003669         STOP RUN
003670     END-IF.
003671     PERFORM 1210-LOAD-ONE-HOLIDAY THRU 1210-EXIT
003672         UNTIL PG-HOL-AT-EOF.
003673     CLOSE HOLIDAY-FILE.
003674 1200-EXIT.
003675     EXIT.
003676 1210-LOAD-ONE-HOLIDAY.
003677     READ HOLIDAY-FILE
003678         AT END
003679             SET PG-HOL-AT-EOF TO TRUE
003680             GO TO 1210-EXIT
003681     END-READ.
003682     MOVE HOL-DATE TO PG-REC-DATE.
003683     IF PG-RD-YYYY IS NOT NUMERIC
003684             OR PG-RD-DASH-1 NOT = "-"
003685             OR PG-RD-MM IS NOT NUMERIC
003686             OR PG-RD-DASH-2 NOT = "-"
003687             OR PG-RD-DD IS NOT NUMERIC
003688             OR PG-HOL-COUNT = 200
003689         MOVE SPACES TO PG-MSG-TEXT
003690         STRING "HOLCAL ENTRY IGNORED - " HOL-DATE
003691             " NOT YYYY-MM-DD OR TABLE OF 200 FULL"
003692             DELIMITED BY SIZE INTO PG-MSG-TEXT
003693         WRITE PG-REPORT-REC FROM PG-MESSAGE-LINE
003694         GO TO 1210-EXIT
003695     END-IF.
003696     ADD 1 TO PG-HOL-COUNT.
003697     MOVE HOL-DATE TO PG-HOL-DATE(PG-HOL-COUNT).
003698 1210-EXIT.
003699     EXIT.
003700 1300-COUNT-ONE-PROC-DAY.
003701     IF BDT-PROC-DAY(PG-DAY-IDX) = 'Y'
003702         ADD 1 TO PG-YES-COUNT
003703     END-IF.
003704 1300-EXIT.
003705     EXIT.
003706*****************************************************************
003707*    3000-PURGE-FIZZAUD - SPLIT THE MAIN RUN-LOG FILE AT ITS
003708*    CUTOFF DATE.
003709*****************************************************************
003710 3000-PURGE-FIZZAUD.
003720     MOVE "FIZZAUD" TO PG-FILE-NAME.
003730     PERFORM 8100-SET-UP-ONE-FILE THRU 8100-EXIT.
006810*****************************************************************
006820*    8100-SET-UP-ONE-FILE - LOOK THE CURRENT FILE UP IN THE
006830*    RETENTION TABLE, COMPUTE ITS CUTOFF DATE (RUN DATE LESS
006837*    RETENTION DAYS, COUNTED IN PROCESSING DAYS) AND RESET THE
006844*    PER-FILE COUNTERS.  A FILE WITH NO RETENTION RECORD IS
006851*    REPORTED AND LEFT UNTOUCHED.
006860*****************************************************************
006870 8100-SET-UP-ONE-FILE.
006880     MOVE 'N' TO PG-RET-FOUND-SW.
007020         GO TO 8100-EXIT
007030     END-IF.
007040     COMPUTE PG-CUTOFF-INT
007042         = FUNCTION INTEGER-OF-DATE(PG-RUN-DATE-RAW).
007048     MOVE PG-DAYS-WORK TO PG-BUS-DAYS-LEFT.
007054     PERFORM 8120-STEP-BACK-ONE-DAY THRU 8120-EXIT
007060         UNTIL PG-BUS-DAYS-LEFT = ZERO OR PG-CUTOFF-INT < 2.
007070     COMPUTE PG-CUTOFF-RAW
007080         = FUNCTION DATE-OF-INTEGER(PG-CUTOFF-INT).
007090     MOVE SPACES TO PG-CUTOFF-DISP.
007170         SET PG-RET-FOUND TO TRUE
007180     END-IF.
007190 8110-EXIT.
007191     EXIT.
007192*****************************************************************
007193*    8120-STEP-BACK-ONE-DAY - MOVE THE CUTOFF BACK ONE CALENDAR
007194*    DAY, COUNTING IT AGAINST THE RETENTION ONLY WHEN IT IS A
007195*    PROCESSING DAY - A WEEKDAY MARKED Y ON BUSDATE (MONDAY
007196*    FIRST; DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY) THAT IS
007197*    NOT ON HOLCAL.
007198*****************************************************************
007199 8120-STEP-BACK-ONE-DAY.
007200     SUBTRACT 1 FROM PG-CUTOFF-INT.
007201     COMPUTE PG-DOW-WORK = PG-CUTOFF-INT - 1.
007202     DIVIDE PG-DOW-WORK BY 7 GIVING PG-DOW-QUOT
007203         REMAINDER PG-DOW-REM.
007204     COMPUTE PG-DAY-IDX = PG-DOW-REM + 1.
007205     IF BDT-PROC-DAY(PG-DAY-IDX) NOT = 'Y'
007206         GO TO 8120-EXIT
007207     END-IF.
007208     COMPUTE PG-CUTOFF-RAW
007209         = FUNCTION DATE-OF-INTEGER(PG-CUTOFF-INT).
007210     MOVE SPACES TO PG-CUTOFF-DISP.
007211     STRING PG-CUT-YYYY "-" PG-CUT-MM "-" PG-CUT-DD
007212         DELIMITED BY SIZE INTO PG-CUTOFF-DISP.
007213     MOVE 'N' TO PG-HOL-FOUND-SW.
007214     PERFORM 8130-MATCH-ONE-HOLIDAY THRU 8130-EXIT
007215         VARYING PG-HOL-IDX FROM 1 BY 1
007216         UNTIL PG-HOL-IDX > PG-HOL-COUNT.
007217     IF NOT PG-HOL-FOUND
007218         SUBTRACT 1 FROM PG-BUS-DAYS-LEFT
007219     END-IF.
007220 8120-EXIT.
007221     EXIT.
007222 8130-MATCH-ONE-HOLIDAY.
007223     IF PG-HOL-DATE(PG-HOL-IDX) = PG-CUTOFF-DISP
007224         SET PG-HOL-FOUND TO TRUE
007225     END-IF.
007226 8130-EXIT.
007227     EXIT.
007228*****************************************************************
007229*    8200-JUDGE-ONE-DATE - DECIDE KEEP OR PURGE FOR THE RECORD
007230*    DATE IN PG-REC-DATE.  EVERYTHING ON OR AFTER THE CUTOFF IS
007240*    INSIDE RETENTION AND KEPT; A DATE THAT IS NOT WELL-FORMED
007250*    YYYY-MM-DD IS KEPT ON THE SAFE SIDE.
