000200*                     TEST ONE BYTE INSTEAD OF READING A LOG -
000210*                     A WARNING RAISED AT 02:00 IS STILL
000220*                     ACTIONABLE AT 08:00 AND TIED TO ITS RUN.
000222*    2026-10-15  JWK  A BLANK WINDOW DATE ON RECNCTL NOW MEANS THE
000224*                     BUSINESS DATE ON BUSDATE (SEE BDTREC01), AS
000226*                     IT DOES FOR RECON.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000390     SELECT WORST-FILE ASSIGN TO "EVTWRST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS EL-WORST-STATUS.
000412     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS EL-BUSDATE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PARM-FILE
000630     05  EVTW-WARNING-COUNT      PIC 9(05).
000640     05  EVTW-INFO-COUNT         PIC 9(05).
000650     05  FILLER                  PIC X(54).
000652 FD  BUSDATE-FILE
000654     RECORDING MODE IS F.
000656 COPY BDTREC01.
000660 WORKING-STORAGE SECTION.
000670*****************************************************************
000680*    WORKING STORAGE
000690*****************************************************************
000700 01  EL-SWITCHES.
000703     03  EL-BUSDATE-STATUS   PIC X(02).
000706         88  EL-BUSDATE-OK              VALUE '00'.
000710     03  EL-PARM-STATUS      PIC X(02).
000720         88  EL-PARM-OK                 VALUE '00'.
000730     03  EL-EVENT-STATUS     PIC X(02).
001410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001420     STOP RUN.
001430*****************************************************************
001436*    1000-INITIALIZE - READ THE WINDOW DATE FROM RECNCTL (BLANK
001442*    MEANS THE BUSINESS DATE ON BUSDATE), PROVE THE EVENT LOG IS
001450*    PRESENT AND OPEN THE ROLL-UP REPORT.
001460*****************************************************************
001470 1000-INITIALIZE.
001480     OPEN INPUT PARM-FILE.
001590     END-READ.
001600     CLOSE PARM-FILE.
001610     MOVE RCN-RUN-DATE TO EL-WINDOW-DATE.
001611     IF EL-WINDOW-DATE = SPACES
001612         OPEN INPUT BUSDATE-FILE
001613         IF NOT EL-BUSDATE-OK
001614             DISPLAY "EVTRPT: CANNOT OPEN BUSDATE, STATUS = "
001615                 EL-BUSDATE-STATUS
001616             STOP RUN
001617         END-IF
001618         READ BUSDATE-FILE
001619             AT END
001620                 DISPLAY "EVTRPT: BUSDATE HAS NO RECORD"
001621                 CLOSE BUSDATE-FILE
001622                 STOP RUN
001623         END-READ
001624         CLOSE BUSDATE-FILE
001625         MOVE BDT-BUS-DATE TO EL-WINDOW-DATE
001626     END-IF.
001627     OPEN OUTPUT EVENT-REPORT-FILE.
001630     IF NOT EL-REPORT-OK
001640         DISPLAY "EVTRPT: CANNOT OPEN EVTRPT, STATUS = "
001650             EL-REPORT-STATUS
