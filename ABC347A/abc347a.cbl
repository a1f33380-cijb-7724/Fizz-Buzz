000864*                     HAS CARRIED THE SAME VALUES SINCE THE
000865*                     FEED WAS ADDED AND NOBODY IS WATCHING THE
000866*                     CONSOLE AT 02:00.
000867*    2026-10-15  JWK  THE RUN DATE NOW COMES FROM THE BUSINESS
000868*                     DATE ON BUSDATE (SEE BDTREC01), ROLLED
000869*                     FORWARD BY DATEROLL AT THE START OF THE
000870*                     WINDOW, INSTEAD OF THE SYSTEM CLOCK, SO A
000871*                     WINDOW THAT RUNS PAST MIDNIGHT STAMPS ONE
000872*                     DATE THROUGHOUT.
000873*    2026-10-15  JWK  EVERY ABCIN BATCH HEADER NOW NAMES ITS
000874*                     SOURCE AND THAT SOURCE'S FILE SEQUENCE,
000875*                     CHECKED AGAINST THE SRCREG SOURCE REGISTRY
000876*                     (SEE SRCREC01) LOADED AT JOB START. A BATCH
000877*                     FROM AN UNKNOWN OR INACTIVE SOURCE, WITH A
000878*                     BAD K OR ONE OUTSIDE THE SOURCE'S RANGE, OR
000879*                     WITH NO USABLE SEQUENCE IS REJECTED AND
000880*                     LEAVES THE SEQUENCES ALONE; A BATCH WHOSE
000881*                     SEQUENCE WAS ALREADY ACCEPTED IS HELD BACK
000882*                     WHOLE ON ABCHOLD; A SEQUENCE THAT SKIPS
000883*                     AHEAD IS ACCEPTED WITH A GAP ALERT ON
000884*                     EVTLOG. EVERY HEADER'S OUTCOME IS LOGGED ON
000885*                     ABCRCVL (SEE RCPREC01) FOR THE ABCRCPT
000886*                     RECEIPT REPORT. SRCREG IS REWRITTEN WITH THE
000887*                     NEW LAST SEQUENCES ONLY WHEN NO BATCH WAS
000888*                     REJECTED OR HELD.
000889*****************************************************************
000890 ENVIRONMENT DIVISION.
000891 CONFIGURATION SECTION.
000892 SOURCE-COMPUTER.   IBM-370.
000893 OBJECT-COMPUTER.   IBM-370.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT INPUT-FILE ASSIGN TO "ABCIN"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS AB-INPUT-STATUS.
000941     SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
000942         ORGANIZATION IS LINE SEQUENTIAL
000943         FILE STATUS IS AB-BUSDATE-STATUS.
000944     SELECT REGISTRY-FILE ASSIGN TO "SRCREG"
000945         ORGANIZATION IS LINE SEQUENTIAL
000946         FILE STATUS IS AB-REGISTRY-STATUS.
000947     SELECT RECEIPT-FILE ASSIGN TO "ABCRCVL"
000948         ORGANIZATION IS LINE SEQUENTIAL
000949         FILE STATUS IS AB-RECEIPT-STATUS.
000950     SELECT AUDIT-FILE ASSIGN TO "ABCAUD"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS AB-AUDIT-STATUS.
000972     SELECT HOLD-FILE ASSIGN TO "ABCHOLD"
000974         ORGANIZATION IS LINE SEQUENTIAL
000976         FILE STATUS IS AB-HOLD-STATUS.
000980     SELECT REJECT-FILE ASSIGN TO "ABCREJ"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS AB-REJECT-STATUS.
001120 FD  INPUT-FILE
001130     RECORDING MODE IS F.
001140 COPY ABCINREC.
001141 FD  BUSDATE-FILE
001142     RECORDING MODE IS F.
001143 COPY BDTREC01.
001144 FD  REGISTRY-FILE
001145     RECORDING MODE IS F.
001146 COPY SRCREC01.
001147 FD  RECEIPT-FILE
001148     RECORDING MODE IS F.
001149 COPY RCPREC01.
001150 FD  AUDIT-FILE
001160     RECORDING MODE IS F.
001170 COPY AUDREC01.
001172 FD  HOLD-FILE
001174     RECORDING MODE IS F.
001176 01  AB-HOLD-REC                 PIC X(100).
001180 FD  REJECT-FILE
001190     RECORDING MODE IS F.
001200 COPY REJREC01.
001350     03  N                   PIC 9(7).
001360     03  K                   PIC 9(7).
001380 01  AB-SWITCHES.
001383     03  AB-BUSDATE-STATUS   PIC X(02).
001386         88  AB-BUSDATE-OK              VALUE '00'.
001390     03  AB-INPUT-STATUS     PIC X(02).
001400         88  AB-INPUT-OK                VALUE '00'.
001410         88  AB-INPUT-EOF               VALUE '10'.
001490         88  AB-CHECKPOINT-AT-EOF       VALUE 'Y'.
001500     03  AB-FEED-STATUS      PIC X(02).
001510         88  AB-FEED-NOT-FOUND          VALUE '35'.
001511     03  AB-REGISTRY-STATUS  PIC X(02).
001512         88  AB-REGISTRY-OK             VALUE '00'.
001513     03  AB-REG-EOF-SW       PIC X(01) VALUE 'N'.
001514         88  AB-REG-AT-EOF              VALUE 'Y'.
001515     03  AB-RECEIPT-STATUS   PIC X(02).
001516         88  AB-RECEIPT-NOT-FOUND       VALUE '35'.
001517     03  AB-HOLD-STATUS      PIC X(02).
001518         88  AB-HOLD-NOT-FOUND          VALUE '35'.
001520     03  AB-SUSPENSE-STATUS  PIC X(02).
001530         88  AB-SUSPENSE-NOT-FOUND      VALUE '35'.
001532     03  AB-CYCLE-STATUS     PIC X(02).
001560     03  AB-BATCH-GOOD-SW    PIC X(01) VALUE 'Y'.
001570         88  AB-BATCH-IS-GOOD           VALUE 'Y'.
001580         88  AB-BATCH-IS-BAD            VALUE 'N'.
001583     03  AB-BATCH-HELD-SW    PIC X(01) VALUE 'N'.
001586         88  AB-BATCH-IS-HELD           VALUE 'Y'.
001590 01  AB-REJECT-AREA.
001600     03  AB-REJ-REASON-CODE  PIC X(04).
001610     03  AB-REJ-REASON-TEXT  PIC X(60).
001670 01  AB-IN-REC-COUNT         PIC 9(07) VALUE ZERO.
001680 01  AB-OUT-REC-COUNT        PIC 9(07) VALUE ZERO.
001690 01  AB-LAST-CHECKPOINT-IDX  PIC 9(07) VALUE ZERO.
001691*****************************************************************
001692*    THE SOURCE REGISTRY, LOADED FROM SRCREG AT JOB START.  THE
001693*    HIGH SEQUENCE STARTS AT THE LAST SEQUENCE ON FILE AND MOVES
001694*    UP AS FILES ARE ACCEPTED; THE RUN SEQUENCE IS THE FILE NOW
001695*    BEING TAKEN FROM THE SOURCE (ZERO UNTIL ONE ARRIVES), SO THE
001696*    SECOND AND LATER BATCHES OF ONE FILE ARE NOT TAKEN FOR A
001697*    RESEND.  THE RECORD IMAGE IS KEPT FOR THE REWRITE.
001698*****************************************************************
001699 01  AB-SOURCE-TABLE.
001700     03  AB-SRC-ENTRY OCCURS 50 TIMES.
001701         05  AB-SRC-IMAGE        PIC X(80).
001702         05  AB-SRC-ID           PIC X(08).
001703         05  AB-SRC-STATUS       PIC X(01).
001704             88  AB-SRC-IS-ACTIVE           VALUE 'A'.
001705         05  AB-SRC-K-MIN        PIC 9(07).
001706         05  AB-SRC-K-MAX        PIC 9(07).
001707         05  AB-SRC-HIGH-SEQ     PIC 9(07).
001708         05  AB-SRC-RUN-SEQ      PIC 9(07).
001709 01  AB-LAST-CHECKPOINT-BAT  PIC 9(03) VALUE ZERO.
001710 01  AB-CHECKPOINT-INTERVAL  PIC 9(03) VALUE 10.
001712 01  AB-CYCLE-NUM            PIC 9(05) VALUE ZERO.
001713 01  AB-CYCLE-FED-COUNT      PIC 9(07) VALUE ZERO.
001720 01  AB-ITEM-START           PIC 9(07) VALUE ZERO.
001730 01  AB-ORIG-VALUE           PIC 9(07).
001731 01  AB-SRC-COUNT            PIC 9(02) VALUE ZERO.
001732 01  AB-SRC-IDX              PIC 9(02).
001733 01  AB-SRC-FOUND-IDX        PIC 9(02) VALUE ZERO.
001734 01  AB-SRC-DELIV-COUNT      PIC 9(02) VALUE ZERO.
001735 01  AB-EXPECTED-SEQ         PIC 9(07) VALUE ZERO.
001736 01  AB-RCP-OUTCOME          PIC X(01).
001737 01  AB-BATCH-FAIL-COUNT     PIC 9(05) VALUE ZERO.
001740 01  AB-RUN-DATE-RAW         PIC 9(08).
001750 01  AB-RUN-DATE-BRK REDEFINES AB-RUN-DATE-RAW.
001760     03  AB-RUN-YYYY         PIC 9(04).
001950*    EXTRACT FOR THE WHOLE RUN.
001960*****************************************************************
001970 1000-INITIALIZE.
001971     OPEN INPUT BUSDATE-FILE.
001972     IF NOT AB-BUSDATE-OK
001973         DISPLAY "ABC347A: CANNOT OPEN BUSDATE, STATUS = "
001974             AB-BUSDATE-STATUS
001975         STOP RUN
001976     END-IF.
001977     READ BUSDATE-FILE
001978         AT END
001979             DISPLAY "ABC347A: BUSDATE HAS NO RECORD"
001980             CLOSE BUSDATE-FILE
001981             STOP RUN
001982     END-READ.
001983     CLOSE BUSDATE-FILE.
001984     IF BDT-BUS-YYYY IS NOT NUMERIC
001985             OR BDT-BUS-MM IS NOT NUMERIC
001986             OR BDT-BUS-DD IS NOT NUMERIC
001987         DISPLAY "ABC347A: BUSDATE BUSINESS DATE IS NOT VALID"
001988         STOP RUN
001989     END-IF.
001990     MOVE BDT-BUS-YYYY TO AB-RUN-YYYY.
001991     MOVE BDT-BUS-MM   TO AB-RUN-MM.
001992     MOVE BDT-BUS-DD   TO AB-RUN-DD.
001993     STRING AB-RUN-YYYY "-" AB-RUN-MM "-" AB-RUN-DD
002000         DELIMITED BY SIZE INTO AB-RUN-DATE-DISP.
002010     ACCEPT AB-RUN-TIME-RAW FROM TIME.
002020     STRING AB-RUN-DATE-RAW AB-RUN-TIME-RAW
002030         DELIMITED BY SIZE INTO AB-RUN-ID.
002040     PERFORM 1200-READ-LAST-CHECKPOINT THRU 1200-EXIT.
002042     PERFORM 1300-ASSIGN-FEED-CYCLE THRU 1300-EXIT.
002046     PERFORM 1400-LOAD-REGISTRY THRU 1400-EXIT.
002050     OPEN EXTEND FEED-FILE.
002060     IF AB-FEED-NOT-FOUND
002070         OPEN OUTPUT FEED-FILE
002440 1310-EXIT.
002441     EXIT.
002442*****************************************************************
002443*    1400-LOAD-REGISTRY - LOAD THE SRCREG SOURCE REGISTRY.  THE
002444*    REGISTRY IS REQUIRED - WITHOUT IT NO SENDER CAN BE TRUSTED -
002445*    AND IS REWRITTEN WHOLE AFTER A CLEAN RUN, SO A REGISTRY
002446*    LARGER THAN THE TABLE STOPS THE RUN RATHER THAN LOSE
002447*    ENTRIES.  AN ENTRY WITH A NON-NUMERIC SEQUENCE OR K RANGE IS
002448*    KEPT FOR THE REWRITE BUT TREATED AS AN UNKNOWN SOURCE.
002449*****************************************************************
002450 1400-LOAD-REGISTRY.
002451     OPEN INPUT REGISTRY-FILE.
002452     IF NOT AB-REGISTRY-OK
002453         MOVE 'E'    TO AB-EVT-SEVERITY
002454         MOVE "IN02" TO AB-EVT-CODE
002455         MOVE SPACES TO AB-EVT-TEXT
002456         STRING "CANNOT OPEN SRCREG - STATUS " AB-REGISTRY-STATUS
002457             DELIMITED BY SIZE INTO AB-EVT-TEXT
002458         END-STRING
002459         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
002460         DISPLAY "ABC347A: CANNOT OPEN SRCREG, STATUS = "
002461             AB-REGISTRY-STATUS
002462         STOP RUN
002463     END-IF.
002464     PERFORM 1410-LOAD-ONE-SOURCE THRU 1410-EXIT
002465         UNTIL AB-REG-AT-EOF.
002466     CLOSE REGISTRY-FILE.
002467 1400-EXIT.
002468     EXIT.
002469 1410-LOAD-ONE-SOURCE.
002470     READ REGISTRY-FILE
002471         AT END
002472             SET AB-REG-AT-EOF TO TRUE
002473             GO TO 1410-EXIT
002474     END-READ.
002475     IF AB-SRC-COUNT = 50
002476         MOVE 'E'    TO AB-EVT-SEVERITY
002477         MOVE "IN02" TO AB-EVT-CODE
002478         MOVE "SRCREG HOLDS MORE THAN 50 SOURCES" TO AB-EVT-TEXT
002479         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
002480         DISPLAY "ABC347A: " AB-EVT-TEXT
002481         CLOSE REGISTRY-FILE
002482         STOP RUN
002483     END-IF.
002484     ADD 1 TO AB-SRC-COUNT.
002485     MOVE SRC-REC       TO AB-SRC-IMAGE(AB-SRC-COUNT).
002486     MOVE SRC-SOURCE-ID TO AB-SRC-ID(AB-SRC-COUNT).
002487     MOVE SRC-STATUS    TO AB-SRC-STATUS(AB-SRC-COUNT).
002488     MOVE ZERO TO AB-SRC-K-MIN(AB-SRC-COUNT).
002489     MOVE ZERO TO AB-SRC-K-MAX(AB-SRC-COUNT).
002490     MOVE ZERO TO AB-SRC-HIGH-SEQ(AB-SRC-COUNT).
002491     MOVE ZERO TO AB-SRC-RUN-SEQ(AB-SRC-COUNT).
002492     IF SRC-LAST-SEQ IS NOT NUMERIC
002493             OR SRC-K-MIN IS NOT NUMERIC
002494             OR SRC-K-MAX IS NOT NUMERIC
002495         MOVE 'X' TO AB-SRC-STATUS(AB-SRC-COUNT)
002496         MOVE 'W'    TO AB-EVT-SEVERITY
002497         MOVE "IN09" TO AB-EVT-CODE
002498         MOVE SPACES TO AB-EVT-TEXT
002499         STRING "SRCREG ENTRY " SRC-SOURCE-ID
002500             " NOT VALID - SOURCE TREATED AS UNKNOWN"
002501             DELIMITED BY SIZE INTO AB-EVT-TEXT
002502         END-STRING
002503         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
002504         GO TO 1410-EXIT
002505     END-IF.
002506     MOVE SRC-K-MIN     TO AB-SRC-K-MIN(AB-SRC-COUNT).
002507     MOVE SRC-K-MAX     TO AB-SRC-K-MAX(AB-SRC-COUNT).
002508     MOVE SRC-LAST-SEQ  TO AB-SRC-HIGH-SEQ(AB-SRC-COUNT).
002509 1410-EXIT.
002510     EXIT.
002511*****************************************************************
002512*    2000-READ-INPUT - WALK EVERY LOGICAL BATCH ON THE ABCIN
002513*    FILE.  EACH BATCH IS A HEADER RECORD FOR N/K, ITS DETAIL
002514*    RECORDS, AND A TRAILER RECORD WITH THE EXPECTED COUNT.
002515*****************************************************************
002516 2000-READ-INPUT.
002517     OPEN INPUT INPUT-FILE.
002518     IF NOT AB-INPUT-OK
002519         MOVE 'E'    TO AB-EVT-SEVERITY
002520         MOVE "IN01" TO AB-EVT-CODE
002521         MOVE SPACES TO AB-EVT-TEXT
002522         STRING "CANNOT OPEN ABCIN - STATUS " AB-INPUT-STATUS
002523             DELIMITED BY SIZE INTO AB-EVT-TEXT
002524         END-STRING
002525         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
002526         DISPLAY "ABC347A: CANNOT OPEN ABCIN, STATUS = "
002527             AB-INPUT-STATUS
002528         STOP RUN
002530     END-IF.
002540     PERFORM 2010-READ-NEXT-RECORD THRU 2010-EXIT.
002550     IF AB-AT-EOF
002570         MOVE "INPUT FILE ABCIN IS EMPTY"
002580             TO AB-REJ-REASON-TEXT
002590         PERFORM 9200-WRITE-REJECT-REC THRU 9200-EXIT
002595         ADD 1 TO AB-BATCH-FAIL-COUNT
002600         CLOSE INPUT-FILE
002610         GO TO 2000-EXIT
002620     END-IF.
002890         MOVE "RECORD OUTSIDE ANY BATCH - SKIPPED"
002900             TO AB-REJ-REASON-TEXT
002910         PERFORM 9200-WRITE-REJECT-REC THRU 9200-EXIT
002915         ADD 1 TO AB-BATCH-FAIL-COUNT
002920         PERFORM 2010-READ-NEXT-RECORD THRU 2010-EXIT
002930         GO TO 2050-EXIT
002940     END-IF.
002970     MOVE HDR-K TO K.
002980     MOVE ZERO TO AB-VAL-COUNT.
002990     SET AB-BATCH-IS-GOOD TO TRUE.
002995     MOVE 'N' TO AB-BATCH-HELD-SW.
003000     PERFORM 2300-VALIDATE-PARMS THRU 2300-EXIT.
003005     PERFORM 2600-CHECK-SOURCE THRU 2600-EXIT.
003010     IF AB-BATCH-NUM < AB-LAST-CHECKPOINT-BAT
003020         SET AB-BATCH-IS-BAD TO TRUE
003030     END-IF.
003170         PERFORM 9200-WRITE-REJECT-REC THRU 9200-EXIT
003180     ELSE
003190         IF ABCIN-TRL-REC
003192             IF AB-BATCH-IS-HELD
003194                 PERFORM 9260-WRITE-HOLD-REC THRU 9260-EXIT
003196             END-IF
003200             PERFORM 2450-CHECK-TRAILER THRU 2450-EXIT
003210             PERFORM 2010-READ-NEXT-RECORD THRU 2010-EXIT
003220         ELSE
003370*    SUSPENSE FILE FOR REPAIR AND THE REST OF THE LIST GOES ON.
003380*****************************************************************
003390 2200-PROCESS-ONE-VALUE.
003391     IF AB-BATCH-IS-HELD
003392         IF ABCIN-DTL-REC
003393             ADD 1 TO AB-VAL-COUNT
003394         END-IF
003395         PERFORM 9260-WRITE-HOLD-REC THRU 9260-EXIT
003396         PERFORM 2010-READ-NEXT-RECORD THRU 2010-EXIT
003397         GO TO 2200-EXIT
003398     END-IF.
003400     IF ABCIN-DTL-REC
003410         ADD 1 TO AB-VAL-COUNT
003420         IF AB-BATCH-IS-GOOD
003650             TO AB-REJ-REASON-TEXT
003660         PERFORM 9200-WRITE-REJECT-REC THRU 9200-EXIT
003670         SET AB-BATCH-IS-BAD TO TRUE
003675         ADD 1 TO AB-BATCH-FAIL-COUNT
003680     END-IF.
003690 2300-EXIT.
003700     EXIT.
004050         END-IF
004060     END-IF.
004070 2450-EXIT.
004071     EXIT.
004072*****************************************************************
004073*    2600-CHECK-SOURCE - CHECK THE BATCH HEADER'S SOURCE AND FILE
004074*    SEQUENCE AGAINST THE REGISTRY.  AN UNKNOWN OR INACTIVE
004075*    SOURCE, A SEQUENCE THAT IS NOT A POSITIVE NUMBER, OR A K
004076*    OUTSIDE THE SOURCE'S RANGE REJECTS THE BATCH.  A SEQUENCE
004077*    AT OR BELOW THE LAST ONE ACCEPTED IS A RESEND: THE BATCH IS
004078*    HELD BACK WHOLE ON ABCHOLD AND NOT PROCESSED.  A SEQUENCE
004079*    BEYOND THE NEXT ONE DUE MEANS A FILE WENT MISSING: THE
004080*    BATCH IS PROCESSED AND THE GAP ALERTED.  FURTHER BATCHES OF
004081*    THE FILE JUST ACCEPTED PASS ON THE RUN SEQUENCE.  A BATCH
004082*    ALREADY REJECTED FOR A BAD K IS LOGGED AS A K REJECT AND
004083*    LEAVES THE SEQUENCES ALONE.  EVERY OUTCOME IS LOGGED ON
004084*    ABCRCVL.
004085*****************************************************************
004086 2600-CHECK-SOURCE.
004087     MOVE ZERO TO AB-SRC-FOUND-IDX.
004088     MOVE ZERO TO AB-EXPECTED-SEQ.
004089     IF AB-BATCH-IS-BAD
004090         MOVE 'K' TO AB-RCP-OUTCOME
004091         PERFORM 9270-WRITE-RECEIPT-REC THRU 9270-EXIT
004092         GO TO 2600-EXIT
004093     END-IF.
004094     PERFORM 2610-FIND-ONE-SOURCE THRU 2610-EXIT
004095         VARYING AB-SRC-IDX FROM 1 BY 1
004096         UNTIL AB-SRC-IDX > AB-SRC-COUNT.
004097     IF AB-SRC-FOUND-IDX = ZERO
004098         MOVE 'U'    TO AB-RCP-OUTCOME
004099         MOVE "S001" TO AB-REJ-REASON-CODE
004100         MOVE SPACES TO AB-REJ-REASON-TEXT
004101         STRING "UNKNOWN OR INACTIVE SOURCE " HDR-SOURCE-ID
004102             " - BATCH REJECTED"
004103             DELIMITED BY SIZE INTO AB-REJ-REASON-TEXT
004104         END-STRING
004105         MOVE 'E'    TO AB-EVT-SEVERITY
004106         MOVE "IN03" TO AB-EVT-CODE
004107         PERFORM 2690-FAIL-SOURCE-CHECK THRU 2690-EXIT
004108         GO TO 2600-EXIT
004109     END-IF.
004110     MOVE AB-SRC-FOUND-IDX TO AB-SRC-IDX.
004111     IF HDR-FILE-SEQ IS NOT NUMERIC OR HDR-FILE-SEQ = ZERO
004112         MOVE 'Q'    TO AB-RCP-OUTCOME
004113         MOVE "S004" TO AB-REJ-REASON-CODE
004114         MOVE SPACES TO AB-REJ-REASON-TEXT
004115         STRING "FILE SEQUENCE FROM " HDR-SOURCE-ID
004116             " NOT NUMERIC - BATCH REJECTED"
004117             DELIMITED BY SIZE INTO AB-REJ-REASON-TEXT
004118         END-STRING
004119         MOVE 'E'    TO AB-EVT-SEVERITY
004120         MOVE "IN03" TO AB-EVT-CODE
004121         PERFORM 2690-FAIL-SOURCE-CHECK THRU 2690-EXIT
004122         GO TO 2600-EXIT
004123     END-IF.
004124     IF K IS NUMERIC
004125             AND (K < AB-SRC-K-MIN(AB-SRC-IDX)
004126               OR K > AB-SRC-K-MAX(AB-SRC-IDX))
004127         MOVE 'K'    TO AB-RCP-OUTCOME
004128         MOVE "S003" TO AB-REJ-REASON-CODE
004129         MOVE SPACES TO AB-REJ-REASON-TEXT
004130         STRING "K OUTSIDE THE RANGE ALLOWED FOR SOURCE "
004131             HDR-SOURCE-ID
004132             DELIMITED BY SIZE INTO AB-REJ-REASON-TEXT
004133         END-STRING
004134         MOVE 'E'    TO AB-EVT-SEVERITY
004135         MOVE "IN06" TO AB-EVT-CODE
004136         PERFORM 2690-FAIL-SOURCE-CHECK THRU 2690-EXIT
004137         GO TO 2600-EXIT
004138     END-IF.
004139     IF HDR-FILE-SEQ = AB-SRC-RUN-SEQ(AB-SRC-IDX)
004140         MOVE 'A' TO AB-RCP-OUTCOME
004141         MOVE HDR-FILE-SEQ TO AB-EXPECTED-SEQ
004142         PERFORM 9270-WRITE-RECEIPT-REC THRU 9270-EXIT
004143         GO TO 2600-EXIT
004144     END-IF.
004145     COMPUTE AB-EXPECTED-SEQ = AB-SRC-HIGH-SEQ(AB-SRC-IDX) + 1.
004146     IF HDR-FILE-SEQ < AB-EXPECTED-SEQ
004147         MOVE 'H'    TO AB-RCP-OUTCOME
004148         MOVE "S002" TO AB-REJ-REASON-CODE
004149         MOVE SPACES TO AB-REJ-REASON-TEXT
004150         STRING "DUPLICATE FILE SEQUENCE " HDR-FILE-SEQ " FROM "
004151             HDR-SOURCE-ID " - BATCH HELD"
004152             DELIMITED BY SIZE INTO AB-REJ-REASON-TEXT
004153         END-STRING
004154         MOVE 'W'    TO AB-EVT-SEVERITY
004155         MOVE "IN04" TO AB-EVT-CODE
004156         PERFORM 2690-FAIL-SOURCE-CHECK THRU 2690-EXIT
004157         SET AB-BATCH-IS-HELD TO TRUE
004158         PERFORM 9260-WRITE-HOLD-REC THRU 9260-EXIT
004159         GO TO 2600-EXIT
004160     END-IF.
004161     MOVE 'A' TO AB-RCP-OUTCOME.
004162     IF HDR-FILE-SEQ > AB-EXPECTED-SEQ
004163         MOVE 'G'    TO AB-RCP-OUTCOME
004164         MOVE 'W'    TO AB-EVT-SEVERITY
004165         MOVE "IN05" TO AB-EVT-CODE
004166         MOVE SPACES TO AB-EVT-TEXT
004167         STRING "SEQUENCE GAP FROM " HDR-SOURCE-ID " - EXPECTED "
004168             AB-EXPECTED-SEQ " GOT " HDR-FILE-SEQ
004169             DELIMITED BY SIZE INTO AB-EVT-TEXT
004170         END-STRING
004171         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
004172     END-IF.
004173     MOVE HDR-FILE-SEQ TO AB-SRC-HIGH-SEQ(AB-SRC-IDX).
004174     MOVE HDR-FILE-SEQ TO AB-SRC-RUN-SEQ(AB-SRC-IDX).
004175     PERFORM 9270-WRITE-RECEIPT-REC THRU 9270-EXIT.
004176 2600-EXIT.
004177     EXIT.
004178 2610-FIND-ONE-SOURCE.
004179     IF AB-SRC-ID(AB-SRC-IDX) = HDR-SOURCE-ID
004180             AND AB-SRC-IS-ACTIVE(AB-SRC-IDX)
004181         MOVE AB-SRC-IDX TO AB-SRC-FOUND-IDX
004182     END-IF.
004183 2610-EXIT.
004184     EXIT.
004185*****************************************************************
004186*    2690-FAIL-SOURCE-CHECK - THE BATCH FAILED ITS SOURCE CHECK.
004187*    ITS OUTPUT IS SUPPRESSED, THE REASON GOES TO ABCREJ AND
004188*    EVTLOG, THE OUTCOME TO ABCRCVL, AND THE RUN IS NO LONGER
004189*    CLEAN.  THE CALLER SETS THE REJECT REASON, THE EVENT
004190*    SEVERITY AND CODE AND AB-RCP-OUTCOME BEFOREHAND.
004191*****************************************************************
004192 2690-FAIL-SOURCE-CHECK.
004193     SET AB-BATCH-IS-BAD TO TRUE.
004194     ADD 1 TO AB-BATCH-FAIL-COUNT.
004195     PERFORM 9200-WRITE-REJECT-REC THRU 9200-EXIT.
004196     MOVE AB-REJ-REASON-TEXT TO AB-EVT-TEXT.
004197     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
004198     PERFORM 9270-WRITE-RECEIPT-REC THRU 9270-EXIT.
004199 2690-EXIT.
004200     EXIT.
004201*****************************************************************
004202*    4100-FILTER-ONE-VALUE - FEED THE CURRENT VALUE IF IT
004203*    DIVIDES EVENLY BY K, AND CHECKPOINT EVERY
004204*    AB-CHECKPOINT-INTERVAL ITEMS, ALL AS THE LIST STREAMS PAST.
004205*    A VALUE THAT IS NOT NUMERIC IS DIVERTED TO THE SUSPENSE
004206*    FILE FOR REPAIR INSTEAD OF FALLING INTO NUMVAL UNCHECKED.
004207*****************************************************************
004208 4100-FILTER-ONE-VALUE.
004209     IF FUNCTION TEST-NUMVAL(DTL-VALUE) NOT = ZERO
004210         MOVE "V001" TO AB-SUS-REASON
004211         PERFORM 9250-WRITE-SUSPENSE-REC THRU 9250-EXIT
004212         GO TO 4100-EXIT
004213     END-IF.
004220     MOVE FUNCTION NUMVAL(DTL-VALUE) TO AB-WORK-VALUE.
004230     IF FUNCTION MOD(AB-WORK-VALUE, K) = 0
004240         MOVE AB-WORK-VALUE TO AB-ORIG-VALUE
004700     EXIT.
004710*****************************************************************
004720*    9000-TERMINATE - CLOSE THE FEED, APPEND A RUN-LOG RECORD TO
004726*    THE AUDIT FILE, ADVANCE THE SOURCE REGISTRY IF THE RUN WAS
004732*    CLEAN AND RESET THE CHECKPOINT FILE NOW THAT EVERY
004740*    BATCH HAS BEEN PROCESSED.
004750*****************************************************************
004760 9000-TERMINATE.
004770     CLOSE FEED-FILE.
004772     PERFORM 9150-WRITE-CYCLE-REC THRU 9150-EXIT.
004780     PERFORM 9100-WRITE-AUDIT-REC THRU 9100-EXIT.
004785     PERFORM 9500-UPDATE-REGISTRY THRU 9500-EXIT.
004790     PERFORM 9300-RESET-CHECKPOINT THRU 9300-EXIT.
004800 9000-EXIT.
004810     EXIT.
005560     ADD 1 TO AB-SUS-COUNT.
005570 9250-EXIT.
005580     EXIT.
005581*****************************************************************
005582*    9260-WRITE-HOLD-REC - APPEND THE CURRENT ABCIN RECORD, AS
005583*    READ, TO THE ABCHOLD FILE OF HELD-BACK BATCHES, CREATING IT
005584*    ON FIRST USE.  A BATCH ALREADY HELD BEFORE A CHECKPOINT
005585*    RESTART IS NOT HELD A SECOND TIME.
005586*****************************************************************
005587 9260-WRITE-HOLD-REC.
005588     IF AB-BATCH-NUM < AB-LAST-CHECKPOINT-BAT
005589         GO TO 9260-EXIT
005590     END-IF.
005591     OPEN EXTEND HOLD-FILE.
005592     IF AB-HOLD-NOT-FOUND
005593         OPEN OUTPUT HOLD-FILE
005594     END-IF.
005595     WRITE AB-HOLD-REC FROM ABCIN-REC.
005596     CLOSE HOLD-FILE.
005597 9260-EXIT.
005598     EXIT.
005599*****************************************************************
005600*    9270-WRITE-RECEIPT-REC - APPEND ONE RECEIPT RECORD FOR THE
005601*    CURRENT BATCH HEADER TO THE ABCRCVL RECEIPT LOG, CREATING IT
005602*    ON FIRST USE.  THE CALLER SETS AB-RCP-OUTCOME AND
005603*    AB-EXPECTED-SEQ BEFOREHAND.  AS WITH ABCHOLD, A BATCH
005604*    ALREADY LOGGED BEFORE A CHECKPOINT RESTART IS NOT LOGGED
005605*    AGAIN.
005606*****************************************************************
005607 9270-WRITE-RECEIPT-REC.
005608     IF AB-BATCH-NUM < AB-LAST-CHECKPOINT-BAT
005609         GO TO 9270-EXIT
005610     END-IF.
005611     OPEN EXTEND RECEIPT-FILE.
005612     IF AB-RECEIPT-NOT-FOUND
005613         OPEN OUTPUT RECEIPT-FILE
005614     END-IF.
005615     MOVE SPACES TO RCP-REC.
005616     MOVE AB-RUN-DATE-DISP TO RCP-RUN-DATE.
005617     MOVE AB-RUN-ID        TO RCP-RUN-ID.
005618     MOVE HDR-SOURCE-ID    TO RCP-SOURCE-ID.
005619     IF HDR-FILE-SEQ IS NUMERIC
005620         MOVE HDR-FILE-SEQ TO RCP-FILE-SEQ
005621     ELSE
005622         MOVE ZERO TO RCP-FILE-SEQ
005623     END-IF.
005624     MOVE AB-EXPECTED-SEQ  TO RCP-EXPECTED-SEQ.
005625     MOVE AB-BATCH-NUM     TO RCP-BATCH-NUM.
005626     MOVE AB-RCP-OUTCOME   TO RCP-OUTCOME.
005627     WRITE RCP-REC.
005628     CLOSE RECEIPT-FILE.
005629 9270-EXIT.
005630     EXIT.
005631*****************************************************************
005632*    9300-RESET-CHECKPOINT - CLEAR THE CHECKPOINT FILE SO THE
005633*    NEXT FRESH RUN STARTS BACK AT ITEM 1 INSTEAD OF SKIPPING
005634*    AHEAD ON THE STRENGTH OF A COMPLETED PRIOR RUN.
005635*****************************************************************
005640 9300-RESET-CHECKPOINT.
005650     OPEN OUTPUT CHECKPOINT-FILE.
005660     CLOSE CHECKPOINT-FILE.
005711     CLOSE EVENT-FILE.
005712 9400-EXIT.
005713     EXIT.
005723*****************************************************************
005733*    9500-UPDATE-REGISTRY - AFTER A CLEAN RUN - NO BATCH
005743*    REJECTED OR HELD - REWRITE SRCREG WITH THE LAST SEQUENCE
005753*    ACCEPTED AND THE RUN DATE FOR EVERY SOURCE THAT DELIVERED.
005763*    AFTER ANY OTHER RUN THE REGISTRY IS LEFT AS IT WAS, SO THE
005773*    SAME FILES CAN BE PUT THROUGH AGAIN ONCE THE PROBLEM IS
005783*    FIXED.
005793*****************************************************************
005803 9500-UPDATE-REGISTRY.
005813     IF AB-BATCH-FAIL-COUNT > ZERO
005823         MOVE 'W'    TO AB-EVT-SEVERITY
005833         MOVE "IN08" TO AB-EVT-CODE
005843         MOVE SPACES TO AB-EVT-TEXT
005853         STRING "SRCREG NOT UPDATED - " AB-BATCH-FAIL-COUNT
005863             " BATCHES REJECTED OR HELD"
005873             DELIMITED BY SIZE INTO AB-EVT-TEXT
005878         END-STRING
005883         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
005893         GO TO 9500-EXIT
005903     END-IF.
005913     OPEN OUTPUT REGISTRY-FILE.
005923     IF NOT AB-REGISTRY-OK
005933         MOVE 'E'    TO AB-EVT-SEVERITY
005943         MOVE "IN02" TO AB-EVT-CODE
005953         MOVE SPACES TO AB-EVT-TEXT
005963         STRING "CANNOT REWRITE SRCREG - STATUS "
005973             AB-REGISTRY-STATUS
005983             DELIMITED BY SIZE INTO AB-EVT-TEXT
005988         END-STRING
005993         PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT
006003         DISPLAY "ABC347A: " AB-EVT-TEXT
006013         GO TO 9500-EXIT
006023     END-IF.
006033     PERFORM 9510-WRITE-ONE-SOURCE THRU 9510-EXIT
006043         VARYING AB-SRC-IDX FROM 1 BY 1
006053         UNTIL AB-SRC-IDX > AB-SRC-COUNT.
006063     CLOSE REGISTRY-FILE.
006073     MOVE 'I'    TO AB-EVT-SEVERITY.
006083     MOVE "IN07" TO AB-EVT-CODE.
006093     MOVE SPACES TO AB-EVT-TEXT.
006103     STRING "SRCREG UPDATED - " AB-SRC-DELIV-COUNT
006113         " SOURCES DELIVERED"
006123         DELIMITED BY SIZE INTO AB-EVT-TEXT.
006133     PERFORM 9400-WRITE-EVENT-REC THRU 9400-EXIT.
006143 9500-EXIT.
006153     EXIT.
006163 9510-WRITE-ONE-SOURCE.
006173     MOVE AB-SRC-IMAGE(AB-SRC-IDX) TO SRC-REC.
006183     IF AB-SRC-RUN-SEQ(AB-SRC-IDX) > ZERO
006193         MOVE AB-SRC-HIGH-SEQ(AB-SRC-IDX) TO SRC-LAST-SEQ
006203         MOVE AB-RUN-DATE-DISP TO SRC-LAST-RECV-DATE
006213         ADD 1 TO AB-SRC-DELIV-COUNT
006223     END-IF.
006233     WRITE SRC-REC.
006243 9510-EXIT.
006253     EXIT.
006263 END PROGRAM MAIN.
