000230*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000231*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000232*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000233*    OCT 2026  RKS  THE CARRPARM CARRIER IS NOW CHECKED AGAINST  *
000234*    THE CARRIER MASTER KSDS AND ITS NAME PRINTED IN THE         *
000235*    HEADING.  A CARRIER NOT ON THE MASTER HAS NO DISPOSITIONS   *
000236*    APPLIED AND ENDS 8; A SUSPENDED OR EXITED CARRIER'S ANSWERS *
000237*    ARE STILL APPLIED (THEY ANSWER EXCEPTIONS WE SENT) WITH A   *
000238*    NOTE ON THE REPORT.  THE AGING ROLL RUNS EITHER WAY SO THE  *
000239*    CHAINED AGING GENERATIONS ARE NEVER BROKEN.                 *
000240*    OCT 2026  RKS  THE CARRIER MASTER FILLER NOW CARRIES THE    *
000241*    REMITTANCE ADVICE DATASET READ BY PROGRAM22 - LAYOUT        *
000242*    FOLLOWED.                                                   *
000243*    OCT 2026  RKS  STATUS RECORD EXTENDED (136 TO 152) WITH THE *
000244*    CASE OPEN AND REOPEN DATES STAMPED BY PROGRAM2 - LAYOUT     *
000245*    FOLLOWED.                                                   *
000246*----------------------------------------------------------------*
000247*
000250 ENVIRONMENT DIVISION.
000260*
000270*----------------------------------------------------------------*
000470     SELECT IN-CARRPARM      ASSIGN TO "CARRPARM"
000480            ORGANIZATION    IS LINE SEQUENTIAL
000490            FILE STATUS     IS WS-CARR-STATUS.
000491*
000492     SELECT IN-CARRMAST      ASSIGN TO "CARRMAST"
000493            ORGANIZATION    IS INDEXED
000494            ACCESS MODE     IS RANDOM
000495            RECORD KEY      IS FD-CM-CODE
000496            FILE STATUS     IS WS-CMST-STATUS.
000500*
000510     SELECT IN-DISPOSITION   ASSIGN TO "DISPIN"
000520            ORGANIZATION    IS LINE SEQUENTIAL
000930 01  FD-CARRPARM-REC.
000940     03  FD-CP-CARRIER     PIC X(3).
000950*
000951*    CARRIER MASTER - ONE RECORD PER CARRIER, MAINTAINED ONLINE
000952*    BY PROGRAM21.  LAYOUT MUST MATCH PROGRAM2, PROGRAM8,
000953*    PROGRAM10, PROGRAM11, PROGRAM21
000954*    AND PROGRAM22
000955 FD  IN-CARRMAST
000956     RECORDING MODE IS F.
000957 01  FD-CARRMAST-REC.
000958     03  FD-CM-CODE          PIC X(3).
000959     03  FD-CM-NAME          PIC X(30).
000960     03  FD-CM-STATUS        PIC X(1).
000961     03  FD-CM-ONBOARD-DATE  PIC X(8).
000962     03  FD-CM-EXIT-DATE     PIC X(8).
000963     03  FD-CM-PREM-TOL      PIC 9(3)V99.
000964     03  FD-CM-FEED-DSN      PIC X(44).
000965     03  FD-CM-RESP-DSN      PIC X(44).
000966     03  FD-CM-CONTACT-NAME  PIC X(30).
000967     03  FD-CM-CONTACT-PHONE PIC X(15).
000968     03  FD-CM-UPD-DATE      PIC X(8).
000969     03  FD-CM-UPD-USER      PIC X(8).
000970     03  FD-CM-REMIT-DSN     PIC X(44).
000971     03  FILLER              PIC X(2).
000972*
000973*    THE DISPOSITION FEED - HDR/TRL WRAPPED LIKE THE INBOUND
000974*    EXTRACTS (SEE PROGRAM10); THE MARKER CANNOT COLLIDE WITH A
000980*    DETAIL BECAUSE AEGON-NR IS ALL DIGITS
000990 FD  IN-DISPOSITION
001000     RECORDING MODE IS F.
001330     03  FD-DST-RES-DATE   PIC X(8).
001340     03  FD-DST-DISP       PIC X(9).
001350     03  FD-DST-DISP-DATE  PIC X(8).
001351     03  FD-DST-OPEN-DATE  PIC X(8).
001352     03  FD-DST-REOPEN-DATE PIC X(8).
001360*
001370 FD  IN-AGING
001380     RECORDING MODE IS F.
001730 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
001740     88  WS-ABEND              VALUE 'Y'.
001750 01  WS-CARR-STATUS    PIC X(2).
001751 01  WS-CMST-STATUS    PIC X(2).
001760 01  WS-DISP-STATUS    PIC X(2).
001762 01  WS-SENT-STATUS    PIC X(2).
001770 01  WS-STAT-STATUS    PIC X(2).
001810*
001820 01  WS-CURRENT-DATE   PIC X(8).
001830 01  WS-FEED-CARRIER   PIC X(3) VALUE SPACES.
001831 01  WS-CMST-FOUND-SW  PIC X(1) VALUE 'N'.
001832     88  WS-CMST-FOUND         VALUE 'Y'.
001840*
001850*----------------------------------------------------------------*
001860*    FEED STRUCTURE STATE - HEADER AND TRAILER CHECKED IN THE    *
002420     03  FILLER            PIC X(10) VALUE '  RUN DATE'.
002430     03  FILLER            PIC X(1)  VALUE SPACES.
002440     03  WS-RH-DATE        PIC X(8).
002450     03  FILLER            PIC X(2)  VALUE SPACES.
002451     03  WS-RH-NAME        PIC X(26).
002460*
002470 01  WS-RPT-UNKNOWN.
002480     03  FILLER            PIC X(9)  VALUE 'AEGON-NR '.
002780        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
002790        GO TO A-999
002800     END-IF
002801     PERFORM A-016-CHECK-CARRMAST THRU A-016-EXIT
002802     IF WS-ABEND
002803        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
002804        GO TO A-999
002805     END-IF
002810     PERFORM A-018-WRITE-HEADING THRU A-018-EXIT
002812*
002813*    A CARRIER NOT ON THE MASTER HAS NOTHING APPLIED, BUT THE
002814*    AGING ROLL BELOW STILL RUNS SO THE GENERATION CHAIN HOLDS
002815     IF WS-CMST-FOUND
002816        PERFORM A-019-READ-SENT THRU A-019-EXIT
002817        PERFORM A-019A-LOAD-SENT THRU A-019A-EXIT
002818           UNTIL WS-SENT-EOF OR WS-ABEND
002820*
002830        PERFORM A-020-READ-DISP THRU A-020-EXIT
002840        PERFORM A-030-TAKE-RECORD THRU A-030-EXIT
002850           UNTIL WS-DISP-EOF OR WS-ABEND
002860*
002870        PERFORM A-060-CLOSE-OUT-CHECKS THRU A-060-EXIT
002871     ELSE
002872        MOVE 'CARRIER NOT ON THE CARRIER MASTER - NOTHING APPLIED'
002873          TO FD-RPT-LINE
002874        WRITE FD-RPT-LINE
002875        MOVE 'Y' TO WS-REJECT-SW
002876     END-IF
002880*
002890     IF NOT WS-ABEND
002900        PERFORM A-070-READ-AGING THRU A-070-EXIT
003070 A-005-CLOSE-FILES.
003080*
003090     CLOSE IN-CARRPARM
003091     CLOSE IN-CARRMAST
003095     CLOSE IN-SENT
003100     CLOSE IN-DISPOSITION
003110     CLOSE STATUSFILE
003220     IF WS-CARR-STATUS NOT = '00'
003230        MOVE 'Y' TO WS-ABEND-SW
003240     END-IF
003241     OPEN INPUT  IN-CARRMAST
003242     IF WS-CMST-STATUS NOT = '00'
003243        MOVE 'Y' TO WS-ABEND-SW
003244     END-IF
003250     OPEN INPUT  IN-DISPOSITION
003260     IF WS-DISP-STATUS NOT = '00'
003270        MOVE 'Y' TO WS-ABEND-SW
003700 A-015-EXIT.
003710     EXIT.
003720*
003721*----------------------------------------------------------------*
003722*    THE CARRIER MUST BE ON THE CARRIER MASTER.  ONE THAT IS     *
003723*    SUSPENDED OR PAST ITS EXIT DATE IS STILL ANSWERING THE      *
003724*    EXCEPTIONS WE SENT IT, SO ITS ANSWERS ARE APPLIED - THE     *
003725*    REPORT SAYS SO, FOR WHOEVER IS WINDING THE CARRIER DOWN     *
003726*----------------------------------------------------------------*
003727 A-016-CHECK-CARRMAST.
003728*
003729     MOVE 'Y' TO WS-CMST-FOUND-SW
003730     MOVE WS-FEED-CARRIER TO FD-CM-CODE
003731     READ IN-CARRMAST
003732        INVALID KEY
003733           MOVE 'N' TO WS-CMST-FOUND-SW
003734           MOVE SPACES TO FD-CM-NAME
003735     END-READ
003736     IF WS-CMST-STATUS NOT = '00' AND WS-CMST-STATUS NOT = '23'
003737        MOVE 'Y' TO WS-ABEND-SW
003738     END-IF.
003739*
003740 A-016-EXIT.
003741     EXIT.
003742*
003743 A-018-WRITE-HEADING.
003744*
003750     MOVE WS-FEED-CARRIER TO WS-RH-CARRIER
003751     MOVE FD-CM-NAME      TO WS-RH-NAME
003760     MOVE WS-CURRENT-DATE TO WS-RH-DATE
003770     WRITE FD-RPT-LINE FROM WS-RPT-HEADING
003771     IF WS-CMST-FOUND
003772        IF FD-CM-STATUS NOT = 'A'
003773           OR (FD-CM-EXIT-DATE NOT = SPACES
003774               AND FD-CM-EXIT-DATE NOT > WS-CURRENT-DATE)
003775           MOVE 'CARRIER IS SUSPENDED OR EXITED - ANSWERS APPLIED'
003776             TO FD-RPT-LINE
003777           WRITE FD-RPT-LINE
003778        END-IF
003779     END-IF.
003780*
003790 A-018-EXIT.
003800     EXIT.
006532*----------------------------------------------------------------*
006533*    RETURN-CODE CONTRACT - 0 CLEAN, 4 DISPOSITIONS REFERENCED   *
006534*    RECORDS WE NEVER SENT (OR CARRIED A BAD CODE), 8 THE FEED   *
006535*    STRUCTURE WAS BAD AND THE CARRIER SHOULD RESEND, OR THE     *
006536*    CARRIER IS NOT ON THE CARRIER MASTER, 16 AN                 *
006537*    OPEN/I-O ERROR STOPPED THE RUN BEFORE IT COMPLETED          *
006538*----------------------------------------------------------------*
006539 A-999.
006540     EVALUATE TRUE
006550        WHEN WS-ABEND
006560           MOVE 16 TO RETURN-CODE
