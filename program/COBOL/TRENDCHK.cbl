000210*                     HUNDREDS OF NUMBERS INTO THE OTHER COUNT.
000220*                     A QUIET RUN STILL PRINTS A WITHIN-TOLERANCE
000230*                     LINE SO OPERATIONS CAN SEE THE CHECK RAN.
000231*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000232*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000233*                     FORWARD BY DATEROLL AT THE START OF THE
000234*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000235*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000236*                     DATE THROUGHOUT.
000237*    2026-10-15  JWK  A COMPLETION EVENT (TC01) CARRYING THE
000238*                     VERDICT IS NOW WRITTEN TO EVTLOG (SEE
000239*                     EVTREC01) SO WINTIME CAN TIME THE STEP.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000370     SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS TC-REPORT-STATUS.
000392     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS TC-BUSDATE-STATUS.
000397     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS TC-EVENT-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CONTROL-FILE
000480 FD  TREND-REPORT-FILE
000490     RECORDING MODE IS F.
000500 01  TC-REPORT-REC               PIC X(80).
000502 FD  BUSDATE-FILE
000504     RECORDING MODE IS F.
000506 COPY BDTREC01.
000507 FD  EVENT-FILE
000508     RECORDING MODE IS F.
000509 COPY EVTREC01.
000510 WORKING-STORAGE SECTION.
000520*****************************************************************
000530*    WORKING STORAGE
000540*****************************************************************
000550 01  TC-SWITCHES.
000553     03  TC-BUSDATE-STATUS   PIC X(02).
000556         88  TC-BUSDATE-OK              VALUE '00'.
000557     03  TC-EVENT-STATUS     PIC X(02).
000558         88  TC-EVENT-OK                VALUE '00'.
000559         88  TC-EVENT-NOT-FOUND         VALUE '35'.
000560     03  TC-CONTROL-STATUS   PIC X(02).
000570         88  TC-CONTROL-OK              VALUE '00'.
000580     03  TC-SUMMARY-STATUS   PIC X(02).
000890 01  TC-EXPECTED-PCT         PIC 9(03).
000900 01  TC-ACTUAL-PCT           PIC 9(03).
000910 01  TC-DIFF-PCT             PIC S9(04).
000912 01  TC-EVT-SEVERITY         PIC X(01).
000914 01  TC-EVT-CODE             PIC X(04).
000916 01  TC-EVT-TEXT             PIC X(60).
000920 01  TC-EXCEPTION-COUNT      PIC 9(03) VALUE ZERO.
000921 01  TC-EVT-TIME-RAW         PIC 9(08).
000922 01  TC-EVT-TIME-BRK REDEFINES TC-EVT-TIME-RAW.
000923     03  TC-EVT-HH           PIC 9(02).
000924     03  TC-EVT-MI           PIC 9(02).
000925     03  TC-EVT-SS           PIC 9(02).
000926     03  FILLER              PIC 9(02).
000927 01  TC-EVT-TIME-DISP        PIC X(08).
000930 01  TC-EXCEPTION-DISP       PIC Z(02)9.
000933 01  TC-RUN-TIME-RAW         PIC 9(08).
000936 01  TC-RUN-ID               PIC X(16).
000940 01  TC-HEADING-LINE.
000950     03  FILLER              PIC X(33)
000960         VALUE " FIZZSUM TREND EXCEPTION CHECK - ".
001470*    AND OPEN THE EXCEPTIONS REPORT.
001480*****************************************************************
001490 1000-INITIALIZE.
001491     OPEN INPUT BUSDATE-FILE.
001492     IF NOT TC-BUSDATE-OK
001493         DISPLAY "TRENDCHK: CANNOT OPEN BUSDATE, STATUS = "
001494             TC-BUSDATE-STATUS
001495         STOP RUN
001496     END-IF.
001497     READ BUSDATE-FILE
001498         AT END
001499             DISPLAY "TRENDCHK: BUSDATE HAS NO RECORD"
001500             CLOSE BUSDATE-FILE
001501             STOP RUN
001502     END-READ.
001503     CLOSE BUSDATE-FILE.
001504     IF BDT-BUS-YYYY IS NOT NUMERIC
001505             OR BDT-BUS-MM IS NOT NUMERIC
001506             OR BDT-BUS-DD IS NOT NUMERIC
001507         DISPLAY "TRENDCHK: BUSDATE BUSINESS DATE IS NOT VALID"
001508         STOP RUN
001509     END-IF.
001510     MOVE BDT-BUS-YYYY TO TC-RUN-YYYY.
001511     MOVE BDT-BUS-MM   TO TC-RUN-MM.
001512     MOVE BDT-BUS-DD   TO TC-RUN-DD.
001513     STRING TC-RUN-YYYY "-" TC-RUN-MM "-" TC-RUN-DD
001520         DELIMITED BY SIZE INTO TC-RUN-DATE-DISP.
001522     ACCEPT TC-RUN-TIME-RAW FROM TIME.
001524     STRING TC-RUN-DATE-RAW TC-RUN-TIME-RAW
001526         DELIMITED BY SIZE INTO TC-RUN-ID.
001530     OPEN INPUT CONTROL-FILE.
001540     IF NOT TC-CONTROL-OK
001550         DISPLAY "TRENDCHK: CANNOT OPEN TRENDCTL, STATUS = "
003430*****************************************************************
003440*    9000-TERMINATE - PRINT THE OVERALL VERDICT, CLOSE THE
003450*    REPORT AND ECHO THE VERDICT ON THE CONSOLE.
003455*    THE VERDICT IS ALSO LOGGED ON EVTLOG.
003460*****************************************************************
003470 9000-TERMINATE.
003480     MOVE SPACES TO TC-REPORT-REC.
003580     WRITE TC-REPORT-REC FROM TC-MESSAGE-LINE.
003590     CLOSE TREND-REPORT-FILE.
003600     DISPLAY "TRENDCHK: " TC-MSG-TEXT.
003602     MOVE 'I'    TO TC-EVT-SEVERITY.
003604     MOVE "TC01" TO TC-EVT-CODE.
003606     MOVE TC-MSG-TEXT TO TC-EVT-TEXT.
003608     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
003610 9000-EXIT.
003620     EXIT.
003630*****************************************************************
003640*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
003650*    OPERATIONS EVENT LOG.
003660*****************************************************************
003670 9400-WRITE-EVENT-REC.
003680     ACCEPT TC-EVT-TIME-RAW FROM TIME.
003690     STRING TC-EVT-HH ":" TC-EVT-MI ":" TC-EVT-SS
003700         DELIMITED BY SIZE INTO TC-EVT-TIME-DISP.
003710     OPEN EXTEND EVENT-FILE.
003720     IF TC-EVENT-NOT-FOUND
003730         OPEN OUTPUT EVENT-FILE
003740     END-IF.
003750     IF NOT TC-EVENT-OK
003760         DISPLAY "TRENDCHK: EVTLOG UNAVAILABLE - "
003770             TC-EVT-SEVERITY " " TC-EVT-CODE " " TC-EVT-TEXT
003780         GO TO 9400-EXIT
003790     END-IF.
003800     MOVE SPACES TO EVT-REC.
003810     MOVE "TRENDCHK"        TO EVT-PROGRAM-ID.
003820     MOVE TC-RUN-DATE-DISP  TO EVT-RUN-DATE.
003830     MOVE TC-EVT-TIME-DISP  TO EVT-RUN-TIME.
003840     MOVE TC-RUN-ID         TO EVT-RUN-ID.
003850     MOVE TC-EVT-SEVERITY   TO EVT-SEVERITY.
003860     MOVE TC-EVT-CODE       TO EVT-CODE.
003870     MOVE TC-EVT-TEXT       TO EVT-TEXT.
003880     WRITE EVT-REC.
003890     CLOSE EVENT-FILE.
003900 9400-EXIT.
003910     EXIT.
003920 END PROGRAM TRENDCHK.
