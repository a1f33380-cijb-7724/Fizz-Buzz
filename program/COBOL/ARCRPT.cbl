000208*                     ARCCAT IS TOUCHED, REPLACING THE OLD
000209*                     CATALOG-WITH-A-WARNING HANDLING, SO A RUN
000210*                     CUT SHORT CAN NO LONGER ENTER THE ARCHIVE.
000211*    2026-10-15  JWK  A COMPLETION EVENT (AR01) IS NOW WRITTEN TO
000212*                     THE COMMON EVTLOG EVENT FILE (SEE EVTREC01),
000213*                     STAMPED WITH THE BUSINESS DATE ON BUSDATE
000214*                     (SEE BDTREC01), SO WINTIME CAN TIME THE
000215*                     STEP.
000216*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000340     SELECT CATALOG-FILE ASSIGN TO "ARCCAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS AR-CATALOG-STATUS.
000361     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS AR-EVENT-STATUS.
000364     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000365         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS AR-BUSDATE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  REPORT-FILE
000450 FD  CATALOG-FILE
000460     RECORDING MODE IS F.
000470 COPY CATREC01.
000471 FD  EVENT-FILE
000472     RECORDING MODE IS F.
000473 COPY EVTREC01.
000474 FD  BUSDATE-FILE
000475     RECORDING MODE IS F.
000476 COPY BDTREC01.
000480 WORKING-STORAGE SECTION.
000490*****************************************************************
000500*    WORKING STORAGE
000560         88  AR-ARCHIVE-NOT-FOUND       VALUE '35'.
000570     03  AR-CATALOG-STATUS   PIC X(02).
000580         88  AR-CATALOG-NOT-FOUND       VALUE '35'.
000581     03  AR-EVENT-STATUS     PIC X(02).
000582         88  AR-EVENT-OK                VALUE '00'.
000583         88  AR-EVENT-NOT-FOUND         VALUE '35'.
000584     03  AR-BUSDATE-STATUS   PIC X(02).
000585         88  AR-BUSDATE-OK              VALUE '00'.
000590     03  AR-EOF-SWITCH       PIC X(01) VALUE 'N'.
000600         88  AR-AT-EOF                  VALUE 'Y'.
000610     03  AR-HDR-SWITCH       PIC X(01) VALUE 'N'.
000668         88  AR-VER-TRL-SEEN            VALUE 'Y'.
000670 01  AR-RUN-ID               PIC X(16) VALUE SPACES.
000680 01  AR-RUN-DATE             PIC X(10) VALUE SPACES.
000681 01  AR-BUS-DATE-RAW         PIC 9(08).
000682 01  AR-BUS-DATE-BRK REDEFINES AR-BUS-DATE-RAW.
000683     03  AR-BUS-YYYY         PIC 9(04).
000684     03  AR-BUS-MM           PIC 9(02).
000685     03  AR-BUS-DD           PIC 9(02).
000686 01  AR-BUS-DATE-DISP        PIC X(10).
000687 01  AR-JOB-TIME-RAW         PIC 9(08).
000688 01  AR-JOB-RUN-ID           PIC X(16).
000690 01  AR-START-NUM            PIC 9(05) VALUE ZERO.
000700 01  AR-END-NUM              PIC 9(05) VALUE ZERO.
000710 01  AR-DTL-COUNT            PIC 9(07) VALUE ZERO.
000720 01  AR-TRL-COUNT            PIC 9(07) VALUE ZERO.
000722 01  AR-EVT-SEVERITY         PIC X(01).
000724 01  AR-EVT-CODE             PIC X(04).
000726 01  AR-EVT-TEXT             PIC X(60).
000730 01  AR-COPY-COUNT           PIC 9(07) VALUE ZERO.
000731 01  AR-EVT-TIME-RAW         PIC 9(08).
000732 01  AR-EVT-TIME-BRK REDEFINES AR-EVT-TIME-RAW.
000733     03  AR-EVT-HH           PIC 9(02).
000734     03  AR-EVT-MI           PIC 9(02).
000735     03  AR-EVT-SS           PIC 9(02).
000736     03  FILLER              PIC 9(02).
000737 01  AR-EVT-TIME-DISP        PIC X(08).
000740 01  AR-RUN-TIME-RAW         PIC 9(08).
000750 01  AR-RUN-TIME-BRK REDEFINES AR-RUN-TIME-RAW.
000760     03  AR-RUN-HH           PIC 9(02).
000900*****************************************************************
000910*    1000-INITIALIZE - OPEN THE REPORT TO BE ARCHIVED AND THE
000920*    ARCHIVE FILE, CREATING THE ARCHIVE ON ITS FIRST USE.
000925*    THE BUSINESS DATE FOR EVTLOG IS TAKEN FROM BUSDATE FIRST.
000930*****************************************************************
000940 1000-INITIALIZE.
000941     OPEN INPUT BUSDATE-FILE.
000942     IF NOT AR-BUSDATE-OK
000943         DISPLAY "ARCRPT: CANNOT OPEN BUSDATE, STATUS = "
000944             AR-BUSDATE-STATUS
000945         STOP RUN
000946     END-IF.
000947     READ BUSDATE-FILE
000948         AT END
000949             DISPLAY "ARCRPT: BUSDATE HAS NO RECORD"
000950             CLOSE BUSDATE-FILE
000951             STOP RUN
000952     END-READ.
000953     CLOSE BUSDATE-FILE.
000954     IF BDT-BUS-YYYY IS NOT NUMERIC
000955             OR BDT-BUS-MM IS NOT NUMERIC
000956             OR BDT-BUS-DD IS NOT NUMERIC
000957         DISPLAY "ARCRPT: BUSDATE BUSINESS DATE IS NOT VALID"
000958         STOP RUN
000959     END-IF.
000960     MOVE BDT-BUS-YYYY TO AR-BUS-YYYY.
000961     MOVE BDT-BUS-MM   TO AR-BUS-MM.
000962     MOVE BDT-BUS-DD   TO AR-BUS-DD.
000963     STRING AR-BUS-YYYY "-" AR-BUS-MM "-" AR-BUS-DD
000964         DELIMITED BY SIZE INTO AR-BUS-DATE-DISP.
000965     ACCEPT AR-JOB-TIME-RAW FROM TIME.
000966     STRING AR-BUS-DATE-RAW AR-JOB-TIME-RAW
000967         DELIMITED BY SIZE INTO AR-JOB-RUN-ID.
000968     OPEN INPUT REPORT-FILE.
000969     IF NOT AR-REPORT-OK
000970         DISPLAY "ARCRPT: CANNOT OPEN FIZZRPT, STATUS = "
000980             AR-REPORT-STATUS
000990         STOP RUN
001480*    9000-TERMINATE - APPEND THE CATALOG RECORD FOR THE ARCHIVED
001490*    RUN.  THE REPORT WAS VERIFIED COMPLETE BEFORE THE COPY, SO
001500*    THE HEADER AND TRAILER FIELDS ARE ALWAYS ON HAND HERE.
001510*    THE ARCHIVED RUN IS THEN LOGGED ON EVTLOG.
001520*****************************************************************
001530 9000-TERMINATE.
001630     ACCEPT AR-RUN-TIME-RAW FROM TIME.
001780     CLOSE CATALOG-FILE.
001790     DISPLAY "ARCRPT: ARCHIVED RUN " AR-RUN-ID " - "
001800         AR-COPY-COUNT " RECORDS".
001801     MOVE 'I'    TO AR-EVT-SEVERITY.
001802     MOVE "AR01" TO AR-EVT-CODE.
001803     MOVE SPACES TO AR-EVT-TEXT.
001804     STRING "RUN " AR-RUN-ID " ARCHIVED - " AR-COPY-COUNT
001805         " RECORDS" DELIMITED BY SIZE INTO AR-EVT-TEXT.
001806     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
001810 9000-EXIT.
001820     EXIT.
001830*****************************************************************
001840*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
001850*    OPERATIONS EVENT LOG.
001860*****************************************************************
001870 9400-WRITE-EVENT-REC.
001880     ACCEPT AR-EVT-TIME-RAW FROM TIME.
001890     STRING AR-EVT-HH ":" AR-EVT-MI ":" AR-EVT-SS
001900         DELIMITED BY SIZE INTO AR-EVT-TIME-DISP.
001910     OPEN EXTEND EVENT-FILE.
001920     IF AR-EVENT-NOT-FOUND
001930         OPEN OUTPUT EVENT-FILE
001940     END-IF.
001950     IF NOT AR-EVENT-OK
001960         DISPLAY "ARCRPT: EVTLOG UNAVAILABLE - "
001970             AR-EVT-SEVERITY " " AR-EVT-CODE " " AR-EVT-TEXT
001980         GO TO 9400-EXIT
001990     END-IF.
002000     MOVE SPACES TO EVT-REC.
002010     MOVE "ARCRPT"          TO EVT-PROGRAM-ID.
002020     MOVE AR-BUS-DATE-DISP  TO EVT-RUN-DATE.
002030     MOVE AR-EVT-TIME-DISP  TO EVT-RUN-TIME.
002040     MOVE AR-JOB-RUN-ID     TO EVT-RUN-ID.
002050     MOVE AR-EVT-SEVERITY   TO EVT-SEVERITY.
002060     MOVE AR-EVT-CODE       TO EVT-CODE.
002070     MOVE AR-EVT-TEXT       TO EVT-TEXT.
002080     WRITE EVT-REC.
002090     CLOSE EVENT-FILE.
002100 9400-EXIT.
002110     EXIT.
002120 END PROGRAM ARCRPT.
