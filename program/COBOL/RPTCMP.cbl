000216*                     THE DETAILS ON FILE - SO A PARTIAL RUN
000217*                     STOPS WITH A CLEAR REJECT INSTEAD OF
000218*                     DIFFING AS A WALL OF REMOVED LINES.
000219*    2026-10-15  JWK  A COMPLETION EVENT (CP01) IS NOW WRITTEN TO
000220*                     THE COMMON EVTLOG EVENT FILE (SEE EVTREC01),
000221*                     STAMPED WITH THE BUSINESS DATE ON BUSDATE
000222*                     (SEE BDTREC01), SO WINTIME CAN TIME THE
000223*                     STEP.
000224*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000350     SELECT COMPARE-REPORT-FILE ASSIGN TO "CMPRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CP-CMP-STATUS.
000371     SELECT EVENT-FILE ASSIGN TO "EVTLOG"
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS CP-EVENT-STATUS.
000374     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000375         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS CP-BUSDATE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CUR-REPORT-FILE
000690 FD  COMPARE-REPORT-FILE
000700     RECORDING MODE IS F.
000710 01  CP-REPORT-REC               PIC X(80).
000711 FD  EVENT-FILE
000712     RECORDING MODE IS F.
000713 COPY EVTREC01.
000714 FD  BUSDATE-FILE
000715     RECORDING MODE IS F.
000716 COPY BDTREC01.
000720 WORKING-STORAGE SECTION.
000730*****************************************************************
000740*    WORKING STORAGE
000800         88  CP-PRV-OK                  VALUE '00'.
000810     03  CP-CMP-STATUS       PIC X(02).
000820         88  CP-CMP-OK                  VALUE '00'.
000821     03  CP-EVENT-STATUS     PIC X(02).
000822         88  CP-EVENT-OK                VALUE '00'.
000823         88  CP-EVENT-NOT-FOUND         VALUE '35'.
000824     03  CP-BUSDATE-STATUS   PIC X(02).
000825         88  CP-BUSDATE-OK              VALUE '00'.
000830     03  CP-CUR-EOF-SWITCH   PIC X(01) VALUE 'N'.
000840         88  CP-CUR-AT-EOF              VALUE 'Y'.
000850     03  CP-PRV-EOF-SWITCH   PIC X(01) VALUE 'N'.
000920 01  CP-CUR-RUN-DATE         PIC X(10) VALUE SPACES.
000930 01  CP-PRV-RUN-ID-WS        PIC X(16) VALUE SPACES.
000940 01  CP-PRV-RUN-DATE-WS      PIC X(10) VALUE SPACES.
000941 01  CP-BUS-DATE-RAW         PIC 9(08).
000942 01  CP-BUS-DATE-BRK REDEFINES CP-BUS-DATE-RAW.
000943     03  CP-BUS-YYYY         PIC 9(04).
000944     03  CP-BUS-MM           PIC 9(02).
000945     03  CP-BUS-DD           PIC 9(02).
000946 01  CP-BUS-DATE-DISP        PIC X(10).
000947 01  CP-JOB-TIME-RAW         PIC 9(08).
000948 01  CP-JOB-RUN-ID           PIC X(16).
000950 01  CP-CUR-FIRST-NUM        PIC 9(05) VALUE ZERO.
000960 01  CP-CUR-LAST-NUM         PIC 9(05) VALUE ZERO.
000970 01  CP-PRV-FIRST-NUM        PIC 9(05) VALUE ZERO.
000980 01  CP-PRV-LAST-NUM         PIC 9(05) VALUE ZERO.
000990 01  CP-SAME-COUNT           PIC 9(07) VALUE ZERO.
000992 01  CP-EVT-SEVERITY         PIC X(01).
000994 01  CP-EVT-CODE             PIC X(04).
000996 01  CP-EVT-TEXT             PIC X(60).
001000 01  CP-CHANGED-COUNT        PIC 9(07) VALUE ZERO.
001001 01  CP-EVT-TIME-RAW         PIC 9(08).
001002 01  CP-EVT-TIME-BRK REDEFINES CP-EVT-TIME-RAW.
001003     03  CP-EVT-HH           PIC 9(02).
001004     03  CP-EVT-MI           PIC 9(02).
001005     03  CP-EVT-SS           PIC 9(02).
001006     03  FILLER              PIC 9(02).
001007 01  CP-EVT-TIME-DISP        PIC X(08).
001010 01  CP-ADDED-COUNT          PIC 9(07) VALUE ZERO.
001020 01  CP-REMOVED-COUNT        PIC 9(07) VALUE ZERO.
001022 01  CP-VER-DTL-COUNT        PIC 9(07) VALUE ZERO.
001520*****************************************************************
001530*    1000-INITIALIZE - OPEN BOTH REPORTS AND THE DIFFERENCE
001540*    REPORT AND POSITION EACH INPUT ON ITS FIRST DETAIL RECORD.
001545*    THE BUSINESS DATE FOR EVTLOG IS TAKEN FROM BUSDATE FIRST.
001550*****************************************************************
001560 1000-INITIALIZE.
001561     OPEN INPUT BUSDATE-FILE.
001562     IF NOT CP-BUSDATE-OK
001563         DISPLAY "RPTCMP: CANNOT OPEN BUSDATE, STATUS = "
001564             CP-BUSDATE-STATUS
001565         STOP RUN
001566     END-IF.
001567     READ BUSDATE-FILE
001568         AT END
001569             DISPLAY "RPTCMP: BUSDATE HAS NO RECORD"
001570             CLOSE BUSDATE-FILE
001571             STOP RUN
001572     END-READ.
001573     CLOSE BUSDATE-FILE.
001574     IF BDT-BUS-YYYY IS NOT NUMERIC
001575             OR BDT-BUS-MM IS NOT NUMERIC
001576             OR BDT-BUS-DD IS NOT NUMERIC
001577         DISPLAY "RPTCMP: BUSDATE BUSINESS DATE IS NOT VALID"
001578         STOP RUN
001579     END-IF.
001580     MOVE BDT-BUS-YYYY TO CP-BUS-YYYY.
001581     MOVE BDT-BUS-MM   TO CP-BUS-MM.
001582     MOVE BDT-BUS-DD   TO CP-BUS-DD.
001583     STRING CP-BUS-YYYY "-" CP-BUS-MM "-" CP-BUS-DD
001584         DELIMITED BY SIZE INTO CP-BUS-DATE-DISP.
001585     ACCEPT CP-JOB-TIME-RAW FROM TIME.
001586     STRING CP-BUS-DATE-RAW CP-JOB-TIME-RAW
001587         DELIMITED BY SIZE INTO CP-JOB-RUN-ID.
001588     OPEN INPUT CUR-REPORT-FILE.
001589     IF NOT CP-CUR-OK
001590         DISPLAY "RPTCMP: CANNOT OPEN FIZZRPT, STATUS = "
001600             CP-CUR-STATUS
001610         STOP RUN
003030*    9000-TERMINATE - PRINT THE RUN IDENTIFICATION, THE RANGE
003040*    CHECK AND THE CONTROL TOTALS, AND ECHO THE VERDICT ON THE
003050*    CONSOLE.
003055*    THE FINISHED COMPARISON IS THEN LOGGED ON EVTLOG.
003060*****************************************************************
003070 9000-TERMINATE.
003080     MOVE "PRIOR"           TO CP-RN-WHICH.
003480     WRITE CP-REPORT-REC FROM CP-MESSAGE-LINE.
003490     CLOSE COMPARE-REPORT-FILE.
003500     DISPLAY "RPTCMP: " CP-MSG-TEXT.
003501     MOVE 'I'    TO CP-EVT-SEVERITY.
003502     MOVE "CP01" TO CP-EVT-CODE.
003503     MOVE SPACES TO CP-EVT-TEXT.
003504     STRING "RUN " CP-CUR-RUN-ID " COMPARED TO " CP-PRV-RUN-ID-WS
003505         DELIMITED BY SIZE INTO CP-EVT-TEXT.
003506     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
003510 9000-EXIT.
003520     EXIT.
003530*****************************************************************
003540*    9400-WRITE-EVENT-REC - APPEND ONE RECORD TO THE SHARED
003550*    OPERATIONS EVENT LOG.
003560*****************************************************************
003570 9400-WRITE-EVENT-REC.
003580     ACCEPT CP-EVT-TIME-RAW FROM TIME.
003590     STRING CP-EVT-HH ":" CP-EVT-MI ":" CP-EVT-SS
003600         DELIMITED BY SIZE INTO CP-EVT-TIME-DISP.
003610     OPEN EXTEND EVENT-FILE.
003620     IF CP-EVENT-NOT-FOUND
003630         OPEN OUTPUT EVENT-FILE
003640     END-IF.
003650     IF NOT CP-EVENT-OK
003660         DISPLAY "RPTCMP: EVTLOG UNAVAILABLE - "
003670             CP-EVT-SEVERITY " " CP-EVT-CODE " " CP-EVT-TEXT
003680         GO TO 9400-EXIT
003690     END-IF.
003700     MOVE SPACES TO EVT-REC.
003710     MOVE "RPTCMP"          TO EVT-PROGRAM-ID.
003720     MOVE CP-BUS-DATE-DISP  TO EVT-RUN-DATE.
003730     MOVE CP-EVT-TIME-DISP  TO EVT-RUN-TIME.
003740     MOVE CP-JOB-RUN-ID     TO EVT-RUN-ID.
003750     MOVE CP-EVT-SEVERITY   TO EVT-SEVERITY.
003760     MOVE CP-EVT-CODE       TO EVT-CODE.
003770     MOVE CP-EVT-TEXT       TO EVT-TEXT.
003780     WRITE EVT-REC.
003790     CLOSE EVENT-FILE.
003800 9400-EXIT.
003810     EXIT.
003820 END PROGRAM RPTCMP.
