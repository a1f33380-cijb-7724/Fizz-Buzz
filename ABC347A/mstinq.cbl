000210*                     ARE ECHOED ON THE REPORT SO THE ANSWER TO
000220*                     "WHAT DID BATCH 3 PRODUCE" IS DEFENSIBLE
000230*                     WITHOUT PRINTING THE WHOLE MASTER.
000231*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000232*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000233*                     FORWARD BY DATEROLL AT THE START OF THE
000234*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000235*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000236*                     DATE THROUGHOUT.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000400     SELECT EXTRACT-FILE ASSIGN TO "MSTQEXT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS MQ-EXTRACT-STATUS.
000422     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS MQ-BUSDATE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PARM-FILE
000540 FD  EXTRACT-FILE
000550     RECORDING MODE IS F.
000560 01  MQ-EXTRACT-REC              PIC X(80).
000562 FD  BUSDATE-FILE
000564     RECORDING MODE IS F.
000566 COPY BDTREC01.
000570 WORKING-STORAGE SECTION.
000580*****************************************************************
000590*    WORKING STORAGE
000600*****************************************************************
000610 01  MQ-SWITCHES.
000613     03  MQ-BUSDATE-STATUS   PIC X(02).
000616         88  MQ-BUSDATE-OK              VALUE '00'.
000620     03  MQ-PARM-STATUS      PIC X(02).
000630         88  MQ-PARM-OK                 VALUE '00'.
000640     03  MQ-MASTER-STATUS    PIC X(02).
001530*    REPORT SO THE ANSWER CARRIES ITS OWN QUESTION.
001540*****************************************************************
001550 1000-INITIALIZE.
001551     OPEN INPUT BUSDATE-FILE.
001552     IF NOT MQ-BUSDATE-OK
001553         DISPLAY "MSTINQ: CANNOT OPEN BUSDATE, STATUS = "
001554             MQ-BUSDATE-STATUS
001555         STOP RUN
001556     END-IF.
001557     READ BUSDATE-FILE
001558         AT END
001559             DISPLAY "MSTINQ: BUSDATE HAS NO RECORD"
001560             CLOSE BUSDATE-FILE
001561             STOP RUN
001562     END-READ.
001563     CLOSE BUSDATE-FILE.
001564     IF BDT-BUS-YYYY IS NOT NUMERIC
001565             OR BDT-BUS-MM IS NOT NUMERIC
001566             OR BDT-BUS-DD IS NOT NUMERIC
001567         DISPLAY "MSTINQ: BUSDATE BUSINESS DATE IS NOT VALID"
001568         STOP RUN
001569     END-IF.
001570     MOVE BDT-BUS-YYYY TO MQ-RUN-YYYY.
001571     MOVE BDT-BUS-MM   TO MQ-RUN-MM.
001572     MOVE BDT-BUS-DD   TO MQ-RUN-DD.
001573     STRING MQ-RUN-YYYY "-" MQ-RUN-MM "-" MQ-RUN-DD
001580         DELIMITED BY SIZE INTO MQ-RUN-DATE-DISP.
001590     OPEN INPUT PARM-FILE.
001600     IF NOT MQ-PARM-OK
