000290*                     A MID-RANGE MAIN FAILURE STOPS HERE WITH A
000291*                     CLEAR REJECT INSTEAD OF POISONING FIZZSUM
000292*                     AND THE TRENDCHK BASELINE.
000293*    2026-10-15  JWK  A COMPLETION EVENT (SM01) IS NOW WRITTEN TO
000294*                     THE COMMON EVTLOG EVENT FILE (SEE EVTREC01),
000295*                     STAMPED WITH THE BUSINESS DATE ON BUSDATE
000296*                     (SEE BDTREC01), SO WINTIME CAN TIME THE
000297*                     STEP.
000298*****************************************************************
000299 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000380     SELECT SUMMARY-FILE ASSIGN TO "FIZZSUM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS SM-SUMMARY-STATUS.
000401     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS SM-EVENT-STATUS.
000404     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS SM-BUSDATE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  REPORT-FILE
000460 FD  SUMMARY-FILE
000470     RECORDING MODE IS F.
000480 COPY SUMREC01.
000481 FD  EVENT-FILE
000482     RECORDING MODE IS F.
000483 COPY EVTREC01.
000484 FD  BUSDATE-FILE
000485     RECORDING MODE IS F.
000486 COPY BDTREC01.
000490 WORKING-STORAGE SECTION.
000500*****************************************************************
000510*    WORKING STORAGE
000550         88  SM-REPORT-OK               VALUE '00'.
000560     03  SM-SUMMARY-STATUS   PIC X(02).
000570         88  SM-SUMMARY-NOT-FOUND       VALUE '35'.
000571     03  SM-EVENT-STATUS     PIC X(02).
000572         88  SM-EVENT-OK                VALUE '00'.
000573         88  SM-EVENT-NOT-FOUND         VALUE '35'.
000574     03  SM-BUSDATE-STATUS   PIC X(02).
000575         88  SM-BUSDATE-OK              VALUE '00'.
000580     03  SM-EOF-SWITCH       PIC X(01) VALUE 'N'.
000590         88  SM-AT-EOF                  VALUE 'Y'.
000592     03  SM-HDR-SWITCH       PIC X(01) VALUE 'N'.
000660 01  SM-RUN-DATE             PIC X(10) VALUE SPACES.
000665 01  SM-RUN-ID               PIC X(16) VALUE SPACES.
000670 01  SM-START-NUM            PIC 9(05) VALUE ZERO.
000671 01  SM-BUS-DATE-RAW         PIC 9(08).
000672 01  SM-BUS-DATE-BRK REDEFINES SM-BUS-DATE-RAW.
000673     03  SM-BUS-YYYY         PIC 9(04).
000674     03  SM-BUS-MM           PIC 9(02).
000675     03  SM-BUS-DD           PIC 9(02).
000676 01  SM-BUS-DATE-DISP        PIC X(10).
000677 01  SM-JOB-TIME-RAW         PIC 9(08).
000678 01  SM-JOB-RUN-ID           PIC X(16).
000680 01  SM-END-NUM              PIC 9(05) VALUE ZERO.
000682 01  SM-EVT-SEVERITY         PIC X(01).
000684 01  SM-EVT-CODE             PIC X(04).
000686 01  SM-EVT-TEXT             PIC X(60).
000690 01  SM-FIRST-DTL-SWITCH     PIC X(01) VALUE 'N'.
000700     88  SM-FIRST-DTL-SEEN              VALUE 'Y'.
000701 01  SM-EVT-TIME-RAW         PIC 9(08).
000702 01  SM-EVT-TIME-BRK REDEFINES SM-EVT-TIME-RAW.
000703     03  SM-EVT-HH           PIC 9(02).
000704     03  SM-EVT-MI           PIC 9(02).
000705     03  SM-EVT-SS           PIC 9(02).
000706     03  FILLER              PIC 9(02).
000707 01  SM-EVT-TIME-DISP        PIC X(08).
000710 01  SM-TRIMMED-LABEL        PIC X(20).
000711 01  SM-VER-DTL-COUNT        PIC 9(07) VALUE ZERO.
000712 01  SM-VER-TRL-COUNT        PIC 9(07) VALUE ZERO.
000770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000780     PERFORM 2000-SUMMARIZE-REPORT THRU 2000-EXIT.
000790     PERFORM 3000-PRODUCE-OUTPUT THRU 3000-EXIT.
000795     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000800     STOP RUN.
000810*****************************************************************
000820*    1000-INITIALIZE - OPEN THE FIZZRPT REPORT FILE TO SUMMARIZE.
000825*    THE BUSINESS DATE FOR EVTLOG IS TAKEN FROM BUSDATE FIRST.
000830*****************************************************************
000840 1000-INITIALIZE.
000841     OPEN INPUT BUSDATE-FILE.
000842     IF NOT SM-BUSDATE-OK
000843         DISPLAY "SUMRPT: CANNOT OPEN BUSDATE, STATUS = "
000844             SM-BUSDATE-STATUS
000845         STOP RUN
000846     END-IF.
000847     READ BUSDATE-FILE
000848         AT END
000849             DISPLAY "SUMRPT: BUSDATE HAS NO RECORD"
000850             CLOSE BUSDATE-FILE
000851             STOP RUN
000852     END-READ.
000853     CLOSE BUSDATE-FILE.
000854     IF BDT-BUS-YYYY IS NOT NUMERIC
000855             OR BDT-BUS-MM IS NOT NUMERIC
000856             OR BDT-BUS-DD IS NOT NUMERIC
000857         DISPLAY "SUMRPT: BUSDATE BUSINESS DATE IS NOT VALID"
000858         STOP RUN
000859     END-IF.
000860     MOVE BDT-BUS-YYYY TO SM-BUS-YYYY.
000861     MOVE BDT-BUS-MM   TO SM-BUS-MM.
000862     MOVE BDT-BUS-DD   TO SM-BUS-DD.
000863     STRING SM-BUS-YYYY "-" SM-BUS-MM "-" SM-BUS-DD
000864         DELIMITED BY SIZE INTO SM-BUS-DATE-DISP.
000865     ACCEPT SM-JOB-TIME-RAW FROM TIME.
000866     STRING SM-BUS-DATE-RAW SM-JOB-TIME-RAW
000867         DELIMITED BY SIZE INTO SM-JOB-RUN-ID.
000868     OPEN INPUT REPORT-FILE.
000869     IF NOT SM-REPORT-OK
000870         DISPLAY "SUMRPT: CANNOT OPEN FIZZRPT, STATUS = "
000880             SM-REPORT-STATUS
000890         STOP RUN
001860     CLOSE SUMMARY-FILE.
001870 3200-EXIT.
001880     EXIT.
001890*****************************************************************
001900*    9000-TERMINATE - LOG THE COMPLETED SUMMARY ON EVTLOG.
001910*****************************************************************
001920 9000-TERMINATE.
001930     MOVE 'I'    TO SM-EVT-SEVERITY.
001940     MOVE "SM01" TO SM-EVT-CODE.
001950     MOVE SPACES TO SM-EVT-TEXT.
001960     STRING "RUN " SM-RUN-ID " SUMMARIZED - " SM-VER-DTL-COUNT
001970         " DETAILS" DELIMITED BY SIZE INTO SM-EVT-TEXT.
001980     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
001990 9000-EXIT.
002000     EXIT.
002010*****************************************************************
002020*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
002030*    OPERATIONS EVENT LOG.
002040*****************************************************************
002050 9400-WRITE-EVENT-REC.
002060     ACCEPT SM-EVT-TIME-RAW FROM TIME.
002070     STRING SM-EVT-HH ":" SM-EVT-MI ":" SM-EVT-SS
002080         DELIMITED BY SIZE INTO SM-EVT-TIME-DISP.
002090     OPEN EXTEND EVENT-FILE.
002100     IF SM-EVENT-NOT-FOUND
002110         OPEN OUTPUT EVENT-FILE
002120     END-IF.
002130     IF NOT SM-EVENT-OK
002140         DISPLAY "SUMRPT: EVTLOG UNAVAILABLE - "
002150             SM-EVT-SEVERITY " " SM-EVT-CODE " " SM-EVT-TEXT
002160         GO TO 9400-EXIT
002170     END-IF.
002180     MOVE SPACES TO EVT-REC.
002190     MOVE "SUMRPT"          TO EVT-PROGRAM-ID.
002200     MOVE SM-BUS-DATE-DISP  TO EVT-RUN-DATE.
002210     MOVE SM-EVT-TIME-DISP  TO EVT-RUN-TIME.
002220     MOVE SM-JOB-RUN-ID     TO EVT-RUN-ID.
002230     MOVE SM-EVT-SEVERITY   TO EVT-SEVERITY.
002240     MOVE SM-EVT-CODE       TO EVT-CODE.
002250     MOVE SM-EVT-TEXT       TO EVT-TEXT.
002260     WRITE EVT-REC.
002270     CLOSE EVENT-FILE.
002280 9400-EXIT.
002290     EXIT.
002300 END PROGRAM SUMRPT.
