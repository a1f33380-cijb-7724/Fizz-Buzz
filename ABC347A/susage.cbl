000230*                     WHOSE RUN DATE CANNOT BE READ IS TREATED
000240*                     AS OVER EVERY THRESHOLD - THE SAFE SIDE OF
000250*                     AGING IS ESCALATING.
000251*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000252*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000253*                     FORWARD BY DATEROLL AT THE START OF THE
000254*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000255*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000256*                     DATE THROUGHOUT.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000420     SELECT AGE-REPORT-FILE ASSIGN TO "SUSARPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SA-REPORT-STATUS.
000442     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS SA-BUSDATE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PARM-FILE
000682 FD  AGE-REPORT-FILE
000684     RECORDING MODE IS F.
000686 01  SA-REPORT-REC               PIC X(80).
000692 FD  BUSDATE-FILE
000698     RECORDING MODE IS F.
000704 COPY BDTREC01.
000710 WORKING-STORAGE SECTION.
000720*****************************************************************
000730*    WORKING STORAGE
000740*****************************************************************
000750 01  SA-SWITCHES.
000753     03  SA-BUSDATE-STATUS   PIC X(02).
000756         88  SA-BUSDATE-OK              VALUE '00'.
000760     03  SA-PARM-STATUS      PIC X(02).
000770         88  SA-PARM-OK                 VALUE '00'.
000780     03  SA-SUSPENSE-STATUS  PIC X(02).
002180*    AGING REPORT WITH ITS ESCALATION SECTION HEADING.
002190*****************************************************************
002200 1000-INITIALIZE.
002201     OPEN INPUT BUSDATE-FILE.
002202     IF NOT SA-BUSDATE-OK
002203         DISPLAY "SUSAGE: CANNOT OPEN BUSDATE, STATUS = "
002204             SA-BUSDATE-STATUS
002205         STOP RUN
002206     END-IF.
002207     READ BUSDATE-FILE
002208         AT END
002209             DISPLAY "SUSAGE: BUSDATE HAS NO RECORD"
002210             CLOSE BUSDATE-FILE
002211             STOP RUN
002212     END-READ.
002213     CLOSE BUSDATE-FILE.
002214     IF BDT-BUS-YYYY IS NOT NUMERIC
002215             OR BDT-BUS-MM IS NOT NUMERIC
002216             OR BDT-BUS-DD IS NOT NUMERIC
002217         DISPLAY "SUSAGE: BUSDATE BUSINESS DATE IS NOT VALID"
002218         STOP RUN
002219     END-IF.
002220     MOVE BDT-BUS-YYYY TO SA-RUN-YYYY.
002221     MOVE BDT-BUS-MM   TO SA-RUN-MM.
002222     MOVE BDT-BUS-DD   TO SA-RUN-DD.
002223     STRING SA-RUN-YYYY "-" SA-RUN-MM "-" SA-RUN-DD
002230         DELIMITED BY SIZE INTO SA-RUN-DATE-DISP.
002240     COMPUTE SA-TODAY-INT
002250         = FUNCTION INTEGER-OF-DATE(SA-RUN-DATE-RAW).
