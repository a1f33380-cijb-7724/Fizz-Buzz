000219*                     FOR THE CYCLE, SO A PASS THAT DIED AFTER
000220*                     FEEDING SOME ITEMS STILL CLOSES OUT WITH
000221*                     THE FULL COUNT ON A RERUN.
000222*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000223*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000224*                     FORWARD BY DATEROLL AT THE START OF THE
000225*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000226*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000227*                     DATE THROUGHOUT.
000228*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000402     SELECT CYCLE-FILE ASSIGN TO "ABCFCTL"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS RS-CYCLE-STATUS.
000407     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS RS-BUSDATE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SUSPENSE-FILE
000542 FD  CYCLE-FILE
000544     RECORDING MODE IS F.
000546 COPY FCYREC01.
000547 FD  BUSDATE-FILE
000548     RECORDING MODE IS F.
000549 COPY BDTREC01.
000550 WORKING-STORAGE SECTION.
000560*****************************************************************
000570*    WORKING STORAGE
000580*****************************************************************
000590 01  RS-SWITCHES.
000593     03  RS-BUSDATE-STATUS   PIC X(02).
000596         88  RS-BUSDATE-OK              VALUE '00'.
000600     03  RS-SUSPENSE-STATUS  PIC X(02).
000610         88  RS-SUSPENSE-OK             VALUE '00'.
000620     03  RS-RESIDUAL-STATUS  PIC X(02).
001040*    FEED EXTRACT.
001050*****************************************************************
001060 1000-INITIALIZE.
001061     OPEN INPUT BUSDATE-FILE.
001062     IF NOT RS-BUSDATE-OK
001063         DISPLAY "ABCRESUB: CANNOT OPEN BUSDATE, STATUS = "
001064             RS-BUSDATE-STATUS
001065         STOP RUN
001066     END-IF.
001067     READ BUSDATE-FILE
001068         AT END
001069             DISPLAY "ABCRESUB: BUSDATE HAS NO RECORD"
001070             CLOSE BUSDATE-FILE
001071             STOP RUN
001072     END-READ.
001073     CLOSE BUSDATE-FILE.
001074     IF BDT-BUS-YYYY IS NOT NUMERIC
001075             OR BDT-BUS-MM IS NOT NUMERIC
001076             OR BDT-BUS-DD IS NOT NUMERIC
001077         DISPLAY "ABCRESUB: BUSDATE BUSINESS DATE IS NOT VALID"
001078         STOP RUN
001079     END-IF.
001080     MOVE BDT-BUS-YYYY TO RS-RUN-YYYY.
001081     MOVE BDT-BUS-MM   TO RS-RUN-MM.
001082     MOVE BDT-BUS-DD   TO RS-RUN-DD.
001083     STRING RS-RUN-YYYY "-" RS-RUN-MM "-" RS-RUN-DD
001090         DELIMITED BY SIZE INTO RS-RUN-DATE-DISP.
001100     ACCEPT RS-RUN-TIME-RAW FROM TIME.
001110     STRING RS-RUN-DATE-RAW RS-RUN-TIME-RAW
