000260*                     SAME CYCLE (NEW ACK-CYCLE-NUM), REACH THE
000261*                     SORTS; RECORDS OUTSIDE THE CYCLE ARE
000262*                     COUNTED ON THE REPORT.
000263*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000264*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000265*                     FORWARD BY DATEROLL AT THE START OF THE
000266*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000267*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000268*                     DATE THROUGHOUT.
000269*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000460     SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS AK-REPORT-STATUS.
000482     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS AK-BUSDATE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000502 FD  PARM-FILE
000900 FD  ACK-REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  AK-REPORT-REC               PIC X(80).
000922 FD  BUSDATE-FILE
000924     RECORDING MODE IS F.
000926 COPY BDTREC01.
000930 WORKING-STORAGE SECTION.
000940*****************************************************************
000950*    WORKING STORAGE
000980     03  AK-FEED-STATUS      PIC X(02).
000990         88  AK-FEED-OK                 VALUE '00'.
001000         88  AK-FEED-NOT-FOUND          VALUE '35'.
001003     03  AK-BUSDATE-STATUS   PIC X(02).
001006         88  AK-BUSDATE-OK              VALUE '00'.
001010     03  AK-ACK-STATUS       PIC X(02).
001020         88  AK-ACK-OK                  VALUE '00'.
001030         88  AK-ACK-NOT-FOUND           VALUE '35'.
001810*    UNMATCHED, WHICH IS EXACTLY THE NEWS OPERATIONS NEEDS.
001820*****************************************************************
001830 1000-INITIALIZE.
001831     OPEN INPUT BUSDATE-FILE.
001832     IF NOT AK-BUSDATE-OK
001833         DISPLAY "ACKMATCH: CANNOT OPEN BUSDATE, STATUS = "
001834             AK-BUSDATE-STATUS
001835         STOP RUN
001836     END-IF.
001837     READ BUSDATE-FILE
001838         AT END
001839             DISPLAY "ACKMATCH: BUSDATE HAS NO RECORD"
001840             CLOSE BUSDATE-FILE
001841             STOP RUN
001842     END-READ.
001843     CLOSE BUSDATE-FILE.
001844     IF BDT-BUS-YYYY IS NOT NUMERIC
001845             OR BDT-BUS-MM IS NOT NUMERIC
001846             OR BDT-BUS-DD IS NOT NUMERIC
001847         DISPLAY "ACKMATCH: BUSDATE BUSINESS DATE IS NOT VALID"
001848         STOP RUN
001849     END-IF.
001850     MOVE BDT-BUS-YYYY TO AK-RUN-YYYY.
001851     MOVE BDT-BUS-MM   TO AK-RUN-MM.
001852     MOVE BDT-BUS-DD   TO AK-RUN-DD.
001853     STRING AK-RUN-YYYY "-" AK-RUN-MM "-" AK-RUN-DD
001860         DELIMITED BY SIZE INTO AK-RUN-DATE-DISP.
001861     OPEN INPUT PARM-FILE.
001862     IF NOT AK-PARM-OK
