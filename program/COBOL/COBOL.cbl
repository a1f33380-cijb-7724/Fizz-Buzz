000690*                     CAN ROLL THE WINDOW'S EVENTS UP BY
000691*                     SEVERITY.  FILE-OPEN HARD FAILURES STAY ON
000692*                     THE CONSOLE.
000693*    2026-10-15  JWK  THE RANGE CAN NOW BE SPLIT ACROSS JOB STEPS
000694*                     RUNNING SIDE BY SIDE.  AN OPTIONAL FIZZPTN
000695*                     PARAMETER (SEE PTNREC01) NAMES THIS STEP'S
000696*                     PART NUMBER AND PART COUNT; THE STEP WALKS
000697*                     ONLY ITS SLICE OF THE FIZZCTL RANGE AND
000698*                     STAMPS THE PARTITION ON THE FIZZRPT HEADER
000699*                     AND THE FIZZAUD RECORD, AND FIZZMRG THEN
000700*                     COMBINES THE PARTIAL REPORTS INTO ONE.  WITH
000701*                     NO FIZZPTN THE RUN IS UNCHANGED.
000702*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000703*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000704*                     FORWARD BY DATEROLL AT THE START OF THE
000705*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK. A
000706*                     WINDOW THAT RUNS PAST MIDNIGHT NO LONGER
000707*                     STAMPS FIZZRPT AND FIZZAUD WITH TOMORROW'S
000708*                     DATE, AND FIZZRULE AND FIZZOVRD EFFECTIVE
000709*                     DATES ARE JUDGED AGAINST THE BUSINESS DAY
000710*                     BEING PROCESSED.
000711*****************************************************************
000712 ENVIRONMENT DIVISION.
000713 CONFIGURATION SECTION.
000714 SOURCE-COMPUTER.   IBM-370.
000720 OBJECT-COMPUTER.   IBM-370.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT CONTROL-FILE ASSIGN TO "FIZZCTL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FB-CONTROL-STATUS.
000772     SELECT PARTITION-FILE ASSIGN TO "FIZZPTN"
000774         ORGANIZATION IS LINE SEQUENTIAL
000776         FILE STATUS IS FB-PARTITION-STATUS.
000780     SELECT REPORT-FILE ASSIGN TO "FIZZRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FB-REPORT-STATUS.
000802     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000804         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS FB-BUSDATE-STATUS.
000810     SELECT AUDIT-FILE ASSIGN TO "FIZZAUD"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FB-AUDIT-STATUS.
000890 FD  CONTROL-FILE
000900     RECORDING MODE IS F.
000910 COPY CTLREC01.
000912 FD  PARTITION-FILE
000914     RECORDING MODE IS F.
000916 COPY PTNREC01.
000920 FD  REPORT-FILE
000930     RECORDING MODE IS F.
000940 COPY RPTREC01.
000942 FD  BUSDATE-FILE
000944     RECORDING MODE IS F.
000946 COPY BDTREC01.
000950 FD  AUDIT-FILE
000960     RECORDING MODE IS F.
000970 COPY AUDREC01.
001060     03  disp                PIC Z(5).
001070     03  I                   PIC 9(05).
001080 01  FB-SWITCHES.
001083     03  FB-BUSDATE-STATUS   PIC X(02).
001086         88  FB-BUSDATE-OK              VALUE '00'.
001090     03  FB-CONTROL-STATUS   PIC X(02).
001100         88  FB-CONTROL-OK             VALUE '00'.
001102     03  FB-PARTITION-STATUS PIC X(02).
001104         88  FB-PARTITION-OK            VALUE '00'.
001106         88  FB-PARTITION-NOT-FOUND     VALUE '35'.
001110     03  FB-REPORT-STATUS    PIC X(02).
001120         88  FB-REPORT-OK               VALUE '00'.
001130     03  FB-AUDIT-STATUS     PIC X(02).
001197 01  FB-RANGE-AREA.
001200     03  FB-START-NUM        PIC 9(05).
001210     03  FB-END-NUM          PIC 9(05).
001212     03  FB-PART-NUM         PIC 9(02) VALUE ZERO.
001213     03  FB-PART-COUNT       PIC 9(02) VALUE ZERO.
001214         88  FB-RUN-PARTITIONED         VALUE 1 THRU 20.
001215     03  FB-PART-SIZE        PIC 9(05).
001216     03  FB-RANGE-SIZE       PIC 9(06).
001220 01  WS-RULE-TABLE.
001230     03  RULE-TBL-ENTRY OCCURS 20 TIMES.
001240         05  RULE-TBL-DIVISOR    PIC 9(03).
001730     ADD 1 TO FB-IN-REC-COUNT.
001740     MOVE CTL-START-NUM TO FB-START-NUM.
001750     MOVE CTL-END-NUM   TO FB-END-NUM.
001755     PERFORM 1300-SET-PARTITION THRU 1300-EXIT.
001756     OPEN INPUT BUSDATE-FILE.
001757     IF NOT FB-BUSDATE-OK
001758         DISPLAY "MAIN: CANNOT OPEN BUSDATE, STATUS = "
001759             FB-BUSDATE-STATUS
001760         STOP RUN
001761     END-IF.
001762     READ BUSDATE-FILE
001763         AT END
001764             DISPLAY "MAIN: BUSDATE HAS NO RECORD"
001765             CLOSE BUSDATE-FILE
001766             STOP RUN
001767     END-READ.
001768     CLOSE BUSDATE-FILE.
001769     IF BDT-BUS-YYYY IS NOT NUMERIC
001770             OR BDT-BUS-MM IS NOT NUMERIC
001771             OR BDT-BUS-DD IS NOT NUMERIC
001772         DISPLAY "MAIN: BUSDATE BUSINESS DATE IS NOT VALID"
001773         STOP RUN
001774     END-IF.
001775     MOVE BDT-BUS-YYYY TO FB-RUN-YYYY.
001776     MOVE BDT-BUS-MM   TO FB-RUN-MM.
001777     MOVE BDT-BUS-DD   TO FB-RUN-DD.
001778     STRING FB-RUN-YYYY "-" FB-RUN-MM "-" FB-RUN-DD
001780         DELIMITED BY SIZE INTO FB-RUN-DATE-DISP.
001790     ACCEPT FB-RUN-TIME-RAW FROM TIME.
001800     STRING FB-RUN-DATE-RAW FB-RUN-TIME-RAW
001910     MOVE "FIZZBUZZ RUN REPORT" TO HDR-TITLE.
001920     MOVE FB-RUN-DATE-DISP TO HDR-RUN-DATE.
001930     MOVE FB-RUN-ID TO HDR-RUN-ID.
001932     IF FB-RUN-PARTITIONED
001933         MOVE "FIZZBUZZ PARTITION REPORT" TO HDR-TITLE
001934         MOVE FB-PART-NUM   TO HDR-PART-NUM
001935         MOVE FB-PART-COUNT TO HDR-PART-COUNT
001936         MOVE FB-START-NUM  TO HDR-PART-START
001937         MOVE FB-END-NUM    TO HDR-PART-END
001938     END-IF.
001940     WRITE RPT-REC.
001950 1000-EXIT.
001960     EXIT.
002565 1210-EXIT.
002566     EXIT.
002567*****************************************************************
002568*    1300-SET-PARTITION - WHEN A FIZZPTN PARAMETER IS PRESENT,
002569*    NARROW THE RANGE TO THIS STEP'S SLICE OF IT.  THE FIZZCTL
002570*    RANGE IS CUT INTO PART-COUNT EQUAL SLICES, THE LAST ONE
002571*    TAKING ANY REMAINDER, SO EVERY STEP OF THE SET AGREES ON
002572*    THE BOUNDARIES WITHOUT REFERENCE TO THE OTHERS.  A MISSING
002573*    OR EMPTY FIZZPTN LEAVES THE WHOLE RANGE TO ONE PASS.
002574*****************************************************************
002575 1300-SET-PARTITION.
002576     OPEN INPUT PARTITION-FILE.
002577     IF FB-PARTITION-NOT-FOUND
002578         GO TO 1300-EXIT
002579     END-IF.
002580     IF NOT FB-PARTITION-OK
002581         DISPLAY "MAIN: CANNOT OPEN FIZZPTN, STATUS = "
002582             FB-PARTITION-STATUS
002583         STOP RUN
002584     END-IF.
002585     READ PARTITION-FILE
002586         AT END
002587             CLOSE PARTITION-FILE
002588             GO TO 1300-EXIT
002589     END-READ.
002590     CLOSE PARTITION-FILE.
002591     ADD 1 TO FB-IN-REC-COUNT.
002592     IF PTN-PART-NUM IS NOT NUMERIC
002593             OR PTN-PART-COUNT IS NOT NUMERIC
002594         DISPLAY "MAIN: FIZZPTN PART NUMBER/COUNT NOT NUMERIC"
002595         STOP RUN
002596     END-IF.
002597     IF PTN-PART-COUNT = ZERO OR PTN-PART-COUNT > 20
002598             OR PTN-PART-NUM = ZERO
002599             OR PTN-PART-NUM > PTN-PART-COUNT
002600         DISPLAY "MAIN: FIZZPTN PART " PTN-PART-NUM " OF "
002601             PTN-PART-COUNT " IS NOT VALID (1-20 PARTS)"
002602         STOP RUN
002603     END-IF.
002604     IF FB-END-NUM < FB-START-NUM
002605         DISPLAY "MAIN: FIZZCTL RANGE IS EMPTY - CANNOT PARTITION"
002606         STOP RUN
002607     END-IF.
002608     COMPUTE FB-RANGE-SIZE = FB-END-NUM - FB-START-NUM + 1.
002609     IF PTN-PART-COUNT > FB-RANGE-SIZE
002610         DISPLAY "MAIN: FIZZPTN PART COUNT " PTN-PART-COUNT
002611             " EXCEEDS THE NUMBERS IN THE FIZZCTL RANGE"
002612         STOP RUN
002613     END-IF.
002614     MOVE PTN-PART-NUM   TO FB-PART-NUM.
002615     MOVE PTN-PART-COUNT TO FB-PART-COUNT.
002616     DIVIDE FB-RANGE-SIZE BY FB-PART-COUNT GIVING FB-PART-SIZE.
002617     COMPUTE FB-START-NUM = FB-START-NUM
002618         + (FB-PART-NUM - 1) * FB-PART-SIZE.
002619     IF FB-PART-NUM < FB-PART-COUNT
002620         COMPUTE FB-END-NUM = FB-START-NUM + FB-PART-SIZE - 1
002621     END-IF.
002622 1300-EXIT.
002623     EXIT.
002624*****************************************************************
002625*    2000-PROCESS-RANGE - WALK THE CONTROL-FILE RANGE, TESTING
002626*    EACH NUMBER AGAINST EVERY RULE IN WS-RULE-TABLE.
002627*****************************************************************
002628 2000-PROCESS-RANGE.
002629     PERFORM 2100-PROCESS-ONE-NUMBER THRU 2100-EXIT
002630         VARYING I FROM FB-START-NUM BY 1
002631         UNTIL I > FB-END-NUM.
002632 2000-EXIT.
002633     EXIT.
002634 2100-PROCESS-ONE-NUMBER.
002635     MOVE SPACES TO FB-LABEL.
002636     SET FB-NUMBER-RESULT TO TRUE.
002637     PERFORM 2110-MATCH-ONE-RULE THRU 2110-EXIT
002640         VARYING FB-RULE-IDX FROM 1 BY 1
002650         UNTIL FB-RULE-IDX > FB-RULE-COUNT.
002660     IF FB-NUMBER-RESULT
003410     MOVE FB-IN-REC-COUNT  TO AUD-INPUT-COUNT.
003420     MOVE FB-REC-COUNT     TO AUD-OUTPUT-COUNT.
003430     MOVE FB-RUN-ID        TO AUD-RUN-ID.
003432     IF FB-RUN-PARTITIONED
003434         MOVE FB-PART-NUM   TO AUD-PART-NUM
003436         MOVE FB-PART-COUNT TO AUD-PART-COUNT
003438     END-IF.
003440     WRITE AUD-REC.
003450     CLOSE AUDIT-FILE.
003460 9100-EXIT.
