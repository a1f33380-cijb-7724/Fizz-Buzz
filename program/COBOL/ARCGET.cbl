000220*                     ANY HISTORICAL REPORT AN AUDITOR ASKS FOR
000230*                     IS REPRODUCIBLE IN MINUTES INSTEAD OF A
000240*                     HAND SCAN OF THE WHOLE ARCHIVE.
000241*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000242*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000243*                     FORWARD BY DATEROLL AT THE START OF THE
000244*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000245*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000246*                     DATE THROUGHOUT.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000440     SELECT GET-REPORT-FILE ASSIGN TO "ARCGRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AG-REPORT-STATUS.
000462     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS AG-BUSDATE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PARM-FILE
000650 FD  GET-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  AG-REPORT-REC               PIC X(80).
000672 FD  BUSDATE-FILE
000674     RECORDING MODE IS F.
000676 COPY BDTREC01.
000680 WORKING-STORAGE SECTION.
000690*****************************************************************
000700*    WORKING STORAGE
000710*****************************************************************
000720 01  AG-SWITCHES.
000723     03  AG-BUSDATE-STATUS   PIC X(02).
000726         88  AG-BUSDATE-OK              VALUE '00'.
000730     03  AG-PARM-STATUS      PIC X(02).
000740         88  AG-PARM-OK                 VALUE '00'.
000750     03  AG-CATALOG-STATUS   PIC X(02).
001350*    OPEN THE REPORT AND ECHO THE REQUEST ON IT.
001360*****************************************************************
001370 1000-INITIALIZE.
001371     OPEN INPUT BUSDATE-FILE.
001372     IF NOT AG-BUSDATE-OK
001373         DISPLAY "ARCGET: CANNOT OPEN BUSDATE, STATUS = "
001374             AG-BUSDATE-STATUS
001375         STOP RUN
001376     END-IF.
001377     READ BUSDATE-FILE
001378         AT END
001379             DISPLAY "ARCGET: BUSDATE HAS NO RECORD"
001380             CLOSE BUSDATE-FILE
001381             STOP RUN
001382     END-READ.
001383     CLOSE BUSDATE-FILE.
001384     IF BDT-BUS-YYYY IS NOT NUMERIC
001385             OR BDT-BUS-MM IS NOT NUMERIC
001386             OR BDT-BUS-DD IS NOT NUMERIC
001387         DISPLAY "ARCGET: BUSDATE BUSINESS DATE IS NOT VALID"
001388         STOP RUN
001389     END-IF.
001390     MOVE BDT-BUS-YYYY TO AG-RUN-YYYY.
001391     MOVE BDT-BUS-MM   TO AG-RUN-MM.
001392     MOVE BDT-BUS-DD   TO AG-RUN-DD.
001393     STRING AG-RUN-YYYY "-" AG-RUN-MM "-" AG-RUN-DD
001400         DELIMITED BY SIZE INTO AG-RUN-DATE-DISP.
001410     OPEN INPUT PARM-FILE.
001420     IF NOT AG-PARM-OK
