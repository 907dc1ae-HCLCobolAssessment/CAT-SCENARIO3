000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM21.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - CICS MAINTENANCE OF THE        *
000110*    CARRIER MASTER KSDS (CICS FILE CARRFIL), IN THE PROGRAM12   *
000120*    STYLE (PLAIN SEND, NO MAPSET).  THE CARRIER MASTER NOW      *
000130*    HOLDS WHAT USED TO LIVE ON CARRPARM CARDS, IN THE PROGRAM2  *
000140*    CARRIER TABLE AND IN ONE COPIED JCL STEP PER CARRIER: THE   *
000150*    NAME, ACTIVE / SUSPENDED FLAG, ONBOARDING AND EXIT DATES,   *
000160*    PREMIUM TOLERANCE, EXTRACT AND RESPONSE FEED DATASETS AND   *
000170*    THE SETTLEMENT CONTACT.  THE OPERATOR KEYS THE TRANSACTION, *
000180*    THE CARRIER CODE, AN ACTION AND ITS OPERAND:                *
000190*      I  INQUIRE  - ONE CARRIER (DEFAULT WHEN A CODE IS KEYED)  *
000200*      L  LIST     - ALL CARRIERS FROM THE CODE KEYED (DEFAULT   *
000210*                    WITH NO CODE), +MORE WHEN THE SCREEN FILLS  *
000220*      A  ADD      - OPERAND IS THE NAME; ADDED SUSPENDED        *
000230*      S  SUSPEND  - R  REACTIVATE (FEEDS MUST BE NAMED FIRST)   *
000240*      N  NAME     - O  ONBOARDING DATE  - X  EXIT DATE          *
000250*      T  PREMIUM TOLERANCE, 5 DIGITS IN CENTS                   *
000260*      F  EXTRACT FEED DSN  - P  RESPONSE FEED GDG BASE          *
000270*      C  CONTACT  - NAME IN OPERAND 1-30, PHONE IN 31-45        *
000280*    EVERY CHANGE IS STAMPED WITH THE DATE AND CICS USER ID.     *
000290*    THE NIGHTLY CHAIN DRIVES OFF THIS FILE, SO ONBOARDING A     *
000300*    CARRIER IS ADD, NAME THE FEEDS, REACTIVATE - NO JCL OR      *
000310*    PROGRAM CHANGE.                                             *
000311*    OCT 2026  RKS  ACTION M NAMES THE CARRIER'S REMITTANCE      *
000312*    ADVICE DATASET, READ BY THE PROGRAM22 REMITTANCE MATCH (A   *
000313*    BLANK OPERAND CLEARS IT - THE CARRIER IS THEN NOT MATCHED). *
000320*----------------------------------------------------------------*
000330*
000340 ENVIRONMENT DIVISION.
000350*
000360 CONFIGURATION SECTION.
000370*
000380 SPECIAL-NAMES.
000390      DECIMAL-POINT IS COMMA.
000400*
000410*----------------------------------------------------------------*
000420**                                                              *
000430**   DATA DIVISION                                               *
000440**                                                              *
000450*----------------------------------------------------------------*
000460*
000470 DATA DIVISION.
000480*
000490 WORKING-STORAGE SECTION.
000500*
000510*----------------------------------------------------------------*
000520*    TERMINAL INPUT - TRANSACTION CODE, CARRIER CODE, ACTION     *
000530*    AND OPERAND, ALL BLANK-SEPARATED IN FIXED COLUMNS           *
000540*----------------------------------------------------------------*
000550 01  WS-TERM-INPUT.
000560     03  WS-TI-TRANID      PIC X(4).
000570     03  FILLER            PIC X(1).
000580     03  WS-TI-CARRIER     PIC X(3).
000590     03  FILLER            PIC X(1).
000600     03  WS-TI-ACTION      PIC X(1).
000610     03  FILLER            PIC X(1).
000620     03  WS-TI-OPERAND     PIC X(50).
000630     03  FILLER            PIC X(19).
000640 01  WS-TERM-LENGTH    PIC S9(4) COMP VALUE 80.
000650*
000660 01  WS-RESP           PIC S9(8) COMP VALUE 0.
000670 01  WS-ABSTIME        PIC S9(15) COMP-3 VALUE 0.
000680 01  WS-CURRENT-DATE   PIC X(8).
000690 01  WS-USERID         PIC X(8) VALUE SPACES.
000700 01  WS-ACTION         PIC X(1).
000710 01  WS-REFUSE-SW      PIC X(1) VALUE 'N'.
000720     88  WS-REFUSED            VALUE 'Y'.
000730*
000740*----------------------------------------------------------------*
000750*    CARRIER MASTER RECORD - MUST MATCH THE FD IN PROGRAM2,      *
000760*    PROGRAM8, PROGRAM10, PROGRAM11, PROGRAM16 AND PROGRAM22     *
000770*----------------------------------------------------------------*
000780 01  WS-CARRIER-REC.
000790     03  WS-CM-CODE          PIC X(3).
000800     03  WS-CM-NAME          PIC X(30).
000810     03  WS-CM-STATUS        PIC X(1).
000820     03  WS-CM-ONBOARD-DATE  PIC X(8).
000830     03  WS-CM-EXIT-DATE     PIC X(8).
000840     03  WS-CM-PREM-TOL      PIC 9(3)V99.
000850     03  WS-CM-FEED-DSN      PIC X(44).
000860     03  WS-CM-RESP-DSN      PIC X(44).
000870     03  WS-CM-CONTACT-NAME  PIC X(30).
000880     03  WS-CM-CONTACT-PHONE PIC X(15).
000890     03  WS-CM-UPD-DATE      PIC X(8).
000900     03  WS-CM-UPD-USER      PIC X(8).
000910     03  WS-CM-REMIT-DSN     PIC X(44).
000911     03  FILLER              PIC X(2).
000920*
000930 01  WS-RID-CODE       PIC X(3).
000940*
000950*    THE TOLERANCE IS KEYED AS FIVE DIGITS IN CENTS AND VIEWED
000960*    NUMERICALLY ONCE IT PASSES THE NUMERIC TEST
000970 01  WS-TOL-X          PIC X(5).
000980 01  WS-TOL-N REDEFINES WS-TOL-X
000990                       PIC 9(3)V99.
001000 01  WS-ED-TOL         PIC ZZ9,99.
001010*
001020*----------------------------------------------------------------*
001030*    SCREEN - A MESSAGE LINE PLUS UP TO 16 BODY LINES, PLAIN     *
001040*    SEND SO THE TRANSACTION WORKS FROM ANY 3270                 *
001050*----------------------------------------------------------------*
001060 01  WS-LINE-MAX       PIC 9(4) COMP VALUE 16.
001070 01  WS-LINE-COUNT     PIC 9(4) COMP VALUE 0.
001080 01  WS-SCREEN.
001090     03  WS-SCR-MSG        PIC X(80).
001100     03  WS-SCR-LINE OCCURS 16 TIMES PIC X(80).
001110 01  WS-SCREEN-LENGTH  PIC S9(4) COMP VALUE 1360.
001120*
001130 01  WS-DETAIL-LINE.
001140     03  WS-DT-LABEL       PIC X(20).
001150     03  WS-DT-VALUE       PIC X(60).
001160*
001170 01  WS-LIST-HEAD.
001180     03  FILLER            PIC X(50) VALUE
001190         'COD  NAME                            STATUS    ONB'.
001200     03  FILLER            PIC X(30) VALUE
001210         'OARD   EXIT                   '.
001220*
001230 01  WS-LIST-LINE.
001240     03  WS-LL-CODE        PIC X(3).
001250     03  FILLER            PIC X(2)  VALUE SPACES.
001260     03  WS-LL-NAME        PIC X(30).
001270     03  FILLER            PIC X(2)  VALUE SPACES.
001280     03  WS-LL-STATUS      PIC X(9).
001290     03  FILLER            PIC X(1)  VALUE SPACES.
001300     03  WS-LL-ONBOARD     PIC X(8).
001310     03  FILLER            PIC X(2)  VALUE SPACES.
001320     03  WS-LL-EXIT        PIC X(8).
001330     03  FILLER            PIC X(15) VALUE SPACES.
001340*
001350 01  WS-LIST-TITLE.
001360     03  FILLER            PIC X(20) VALUE
001370         'CARRIER MASTER LIST '.
001380     03  WS-LT-MORE-TAG    PIC X(12) VALUE SPACES.
001390     03  WS-LT-MORE-CODE   PIC X(3)  VALUE SPACES.
001400     03  FILLER            PIC X(45) VALUE SPACES.
001410*
001420*----------------------------------------------------------------*
001430*    MESSAGES                                                    *
001440*----------------------------------------------------------------*
001450 01  WS-NOT-FOUND-MSG.
001460     03  FILLER            PIC X(34) VALUE
001470         'CARRIER NOT ON THE CARRIER MASTER '.
001480     03  WS-NF-CODE        PIC X(3).
001490     03  FILLER            PIC X(43) VALUE SPACES.
001500 01  WS-BAD-ACT-MSG.
001510     03  FILLER            PIC X(80) VALUE
001520         'ACTION MUST BE I, L, A, S, R, N, O, X, T, F, P, C OR M'.
001530 01  WS-NO-KEY-MSG.
001540     03  FILLER            PIC X(80) VALUE
001550         'A CARRIER CODE IS REQUIRED FOR THIS ACTION'.
001560 01  WS-RESERVED-MSG.
001570     03  FILLER            PIC X(80) VALUE
001580         'HDR, TRL AND ??? ARE RESERVED - NOT USABLE AS CARRIERS'.
001590 01  WS-DUP-MSG.
001600     03  FILLER            PIC X(80) VALUE
001610         'CARRIER IS ALREADY ON THE CARRIER MASTER'.
001620 01  WS-NO-NAME-MSG.
001630     03  FILLER            PIC X(80) VALUE
001640         'A CARRIER NAME IS REQUIRED'.
001650 01  WS-BAD-DATE-MSG.
001660     03  FILLER            PIC X(80) VALUE
001670         'DATE MUST BE YYYYMMDD - A BLANK EXIT DATE CLEARS IT'.
001680 01  WS-BAD-RANGE-MSG.
001690     03  FILLER            PIC X(80) VALUE
001700         'EXIT DATE MUST BE AFTER THE ONBOARDING DATE'.
001710 01  WS-BAD-TOL-MSG.
001720     03  FILLER            PIC X(80) VALUE
001730         'TOLERANCE IS 5 DIGITS IN CENTS - 00005 IS 0,05'.
001740 01  WS-NO-DSN-MSG.
001750     03  FILLER            PIC X(80) VALUE
001760         'A DATASET NAME IS REQUIRED'.
001770 01  WS-NOT-READY-MSG.
001780     03  FILLER            PIC X(80) VALUE
001790         'NAME BOTH FEED DATASETS BEFORE REACTIVATING'.
001800 01  WS-NONE-MSG.
001810     03  FILLER            PIC X(80) VALUE
001820         'NO CARRIERS ON THE CARRIER MASTER FROM THE CODE KEYED'.
001830 01  WS-IO-ERR-MSG.
001840     03  FILLER            PIC X(80) VALUE
001850         'CARRIER MASTER I/O ERROR - UPDATE NOT APPLIED'.
001860 01  WS-REFUSE-MSG     PIC X(80).
001870 01  WS-MSG-LENGTH     PIC S9(4) COMP VALUE 80.
001880*
001890*----------------------------------------------------------------*
001900 PROCEDURE DIVISION.
001910*----------------------------------------------------------------*
001920 A-MAIN                                      SECTION.
001930*----------------------------------------------------------------*
001940 A-001.
001950*
001960     MOVE SPACES TO WS-TERM-INPUT
001970     EXEC CICS RECEIVE
001980          INTO(WS-TERM-INPUT)
001990          LENGTH(WS-TERM-LENGTH)
002000          RESP(WS-RESP)
002010     END-EXEC
002020*
002030     PERFORM A-020-PROCESS THRU A-020-EXIT
002040*
002050     EXEC CICS RETURN
002060     END-EXEC.
002070*
002080*----------------------------------------------------------------*
002090*    RESOLVE THE ACTION AND ROUTE IT - A BLANK ACTION INQUIRES   *
002100*    ON THE CODE KEYED, OR LISTS WHEN NO CODE WAS KEYED          *
002110*----------------------------------------------------------------*
002120 A-020-PROCESS.
002130*
002140     MOVE WS-TI-ACTION TO WS-ACTION
002150     IF WS-ACTION = SPACE
002160        IF WS-TI-CARRIER = SPACES
002170           MOVE 'L' TO WS-ACTION
002180        ELSE
002190           MOVE 'I' TO WS-ACTION
002200        END-IF
002210     END-IF
002220*
002230     IF WS-ACTION = 'L'
002240        PERFORM A-060-LIST-CARRIERS THRU A-060-EXIT
002250        GO TO A-020-EXIT
002260     END-IF
002270*
002280     IF WS-ACTION NOT = 'I' AND WS-ACTION NOT = 'A'
002290        AND WS-ACTION NOT = 'S' AND WS-ACTION NOT = 'R'
002300        AND WS-ACTION NOT = 'N' AND WS-ACTION NOT = 'O'
002310        AND WS-ACTION NOT = 'X' AND WS-ACTION NOT = 'T'
002320        AND WS-ACTION NOT = 'F' AND WS-ACTION NOT = 'P'
002330        AND WS-ACTION NOT = 'C' AND WS-ACTION NOT = 'M'
002340        EXEC CICS SEND
002350             FROM(WS-BAD-ACT-MSG)
002360             LENGTH(WS-MSG-LENGTH)
002370             ERASE
002380        END-EXEC
002390        GO TO A-020-EXIT
002400     END-IF
002410     IF WS-TI-CARRIER = SPACES
002420        EXEC CICS SEND
002430             FROM(WS-NO-KEY-MSG)
002440             LENGTH(WS-MSG-LENGTH)
002450             ERASE
002460        END-EXEC
002470        GO TO A-020-EXIT
002480     END-IF
002490*
002500     EXEC CICS ASKTIME
002510          ABSTIME(WS-ABSTIME)
002520     END-EXEC
002530     EXEC CICS FORMATTIME
002540          ABSTIME(WS-ABSTIME)
002550          YYYYMMDD(WS-CURRENT-DATE)
002560     END-EXEC
002570     MOVE WS-TI-CARRIER TO WS-RID-CODE
002580*
002590     EVALUATE WS-ACTION
002600        WHEN 'I'
002610           PERFORM A-025-INQUIRE THRU A-025-EXIT
002620        WHEN 'A'
002630           PERFORM A-030-ADD-CARRIER THRU A-030-EXIT
002640        WHEN OTHER
002650           PERFORM A-040-UPDATE-CARRIER THRU A-040-EXIT
002660     END-EVALUATE.
002670*
002680 A-020-EXIT.
002690     EXIT.
002700*
002710 A-025-INQUIRE.
002720*
002730     EXEC CICS READ
002740          FILE('CARRFIL')
002750          INTO(WS-CARRIER-REC)
002760          RIDFLD(WS-RID-CODE)
002770          RESP(WS-RESP)
002780     END-EXEC
002790     IF WS-RESP = DFHRESP(NOTFND)
002800        MOVE WS-RID-CODE TO WS-NF-CODE
002810        EXEC CICS SEND
002820             FROM(WS-NOT-FOUND-MSG)
002830             LENGTH(WS-MSG-LENGTH)
002840             ERASE
002850        END-EXEC
002860        GO TO A-025-EXIT
002870     END-IF
002880     IF WS-RESP NOT = DFHRESP(NORMAL)
002890        EXEC CICS SEND
002900             FROM(WS-IO-ERR-MSG)
002910             LENGTH(WS-MSG-LENGTH)
002920             ERASE
002930        END-EXEC
002940        GO TO A-025-EXIT
002950     END-IF
002960     MOVE 'CARRIER MASTER - INQUIRY' TO WS-SCR-MSG
002970     PERFORM A-070-SHOW-CARRIER THRU A-070-EXIT.
002980*
002990 A-025-EXIT.
003000     EXIT.
003010*
003020*----------------------------------------------------------------*
003030*    ADD - A NEW CARRIER STARTS SUSPENDED, ONBOARDED TODAY,      *
003040*    WITH THE HOUSE PREMIUM TOLERANCE OF 0,05.  IT JOINS THE     *
003050*    NIGHTLY CHAIN ONLY WHEN ITS FEEDS ARE NAMED AND IT IS       *
003060*    REACTIVATED, SO A HALF-KEYED CARRIER NEVER STOPS THE RUN    *
003070*----------------------------------------------------------------*
003080 A-030-ADD-CARRIER.
003090*
003100     IF WS-RID-CODE = 'HDR' OR WS-RID-CODE = 'TRL'
003110        OR WS-RID-CODE = '???'
003120        EXEC CICS SEND
003130             FROM(WS-RESERVED-MSG)
003140             LENGTH(WS-MSG-LENGTH)
003150             ERASE
003160        END-EXEC
003170        GO TO A-030-EXIT
003180     END-IF
003190     IF WS-TI-OPERAND(1:30) = SPACES
003200        EXEC CICS SEND
003210             FROM(WS-NO-NAME-MSG)
003220             LENGTH(WS-MSG-LENGTH)
003230             ERASE
003240        END-EXEC
003250        GO TO A-030-EXIT
003260     END-IF
003270*
003280     EXEC CICS ASSIGN
003290          USERID(WS-USERID)
003300     END-EXEC
003310     MOVE SPACES              TO WS-CARRIER-REC
003320     MOVE WS-RID-CODE         TO WS-CM-CODE
003330     MOVE WS-TI-OPERAND(1:30) TO WS-CM-NAME
003340     MOVE 'S'                 TO WS-CM-STATUS
003350     MOVE WS-CURRENT-DATE     TO WS-CM-ONBOARD-DATE
003360     MOVE 0,05                TO WS-CM-PREM-TOL
003370     MOVE WS-CURRENT-DATE     TO WS-CM-UPD-DATE
003380     MOVE WS-USERID           TO WS-CM-UPD-USER
003390     EXEC CICS WRITE
003400          FILE('CARRFIL')
003410          FROM(WS-CARRIER-REC)
003420          RIDFLD(WS-RID-CODE)
003430          RESP(WS-RESP)
003440     END-EXEC
003450     IF WS-RESP = DFHRESP(DUPREC)
003460        EXEC CICS SEND
003470             FROM(WS-DUP-MSG)
003480             LENGTH(WS-MSG-LENGTH)
003490             ERASE
003500        END-EXEC
003510        GO TO A-030-EXIT
003520     END-IF
003530     IF WS-RESP NOT = DFHRESP(NORMAL)
003540        EXEC CICS SEND
003550             FROM(WS-IO-ERR-MSG)
003560             LENGTH(WS-MSG-LENGTH)
003570             ERASE
003580        END-EXEC
003590        GO TO A-030-EXIT
003600     END-IF
003610     MOVE 'CARRIER ADDED - SUSPENDED UNTIL REACTIVATED (R)'
003620       TO WS-SCR-MSG
003630     PERFORM A-070-SHOW-CARRIER THRU A-070-EXIT.
003640*
003650 A-030-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------*
003690*    UPDATE - READ THE CARRIER FOR UPDATE, APPLY THE ACTION AND  *
003700*    REWRITE.  AN ACTION REFUSED ON THE RECORD'S OWN CONTENT     *
003710*    RELEASES THE RECORD AND SENDS ITS MESSAGE UNCHANGED         *
003720*----------------------------------------------------------------*
003730 A-040-UPDATE-CARRIER.
003740*
003750     EXEC CICS READ
003760          FILE('CARRFIL')
003770          INTO(WS-CARRIER-REC)
003780          RIDFLD(WS-RID-CODE)
003790          UPDATE
003800          RESP(WS-RESP)
003810     END-EXEC
003820     IF WS-RESP = DFHRESP(NOTFND)
003830        MOVE WS-RID-CODE TO WS-NF-CODE
003840        EXEC CICS SEND
003850             FROM(WS-NOT-FOUND-MSG)
003860             LENGTH(WS-MSG-LENGTH)
003870             ERASE
003880        END-EXEC
003890        GO TO A-040-EXIT
003900     END-IF
003910     IF WS-RESP NOT = DFHRESP(NORMAL)
003920        EXEC CICS SEND
003930             FROM(WS-IO-ERR-MSG)
003940             LENGTH(WS-MSG-LENGTH)
003950             ERASE
003960        END-EXEC
003970        GO TO A-040-EXIT
003980     END-IF
003990*
004000     MOVE 'N' TO WS-REFUSE-SW
004010     PERFORM A-050-APPLY-ACTION THRU A-050-EXIT
004020     IF WS-REFUSED
004030        EXEC CICS UNLOCK
004040             FILE('CARRFIL')
004050        END-EXEC
004060        EXEC CICS SEND
004070             FROM(WS-REFUSE-MSG)
004080             LENGTH(WS-MSG-LENGTH)
004090             ERASE
004100        END-EXEC
004110        GO TO A-040-EXIT
004120     END-IF
004130*
004140     EXEC CICS ASSIGN
004150          USERID(WS-USERID)
004160     END-EXEC
004170     MOVE WS-CURRENT-DATE TO WS-CM-UPD-DATE
004180     MOVE WS-USERID       TO WS-CM-UPD-USER
004190     EXEC CICS REWRITE
004200          FILE('CARRFIL')
004210          FROM(WS-CARRIER-REC)
004220          RESP(WS-RESP)
004230     END-EXEC
004240     IF WS-RESP NOT = DFHRESP(NORMAL)
004250        EXEC CICS SEND
004260             FROM(WS-IO-ERR-MSG)
004270             LENGTH(WS-MSG-LENGTH)
004280             ERASE
004290        END-EXEC
004300        GO TO A-040-EXIT
004310     END-IF
004320     PERFORM A-070-SHOW-CARRIER THRU A-070-EXIT.
004330*
004340 A-040-EXIT.
004350     EXIT.
004360*
004370*----------------------------------------------------------------*
004380*    APPLY ONE ACTION TO THE RECORD IN HAND - THE OPERAND IS     *
004390*    EDITED HERE, AND THE SCREEN MESSAGE SAYS WHAT CHANGED       *
004400*----------------------------------------------------------------*
004410 A-050-APPLY-ACTION.
004420*
004430     EVALUATE WS-ACTION
004440        WHEN 'S'
004450           MOVE 'S' TO WS-CM-STATUS
004460           MOVE 'CARRIER SUSPENDED - DROPPED FROM THE NIGHTLY RUN'
004470             TO WS-SCR-MSG
004480        WHEN 'R'
004490           IF WS-CM-FEED-DSN = SPACES OR WS-CM-RESP-DSN = SPACES
004500              MOVE WS-NOT-READY-MSG TO WS-REFUSE-MSG
004510              MOVE 'Y' TO WS-REFUSE-SW
004520              GO TO A-050-EXIT
004530           END-IF
004540           MOVE 'A' TO WS-CM-STATUS
004550           MOVE 'CARRIER REACTIVATED - IN THE NIGHTLY RUN'
004560             TO WS-SCR-MSG
004570        WHEN 'N'
004580           IF WS-TI-OPERAND(1:30) = SPACES
004590              MOVE WS-NO-NAME-MSG TO WS-REFUSE-MSG
004600              MOVE 'Y' TO WS-REFUSE-SW
004610              GO TO A-050-EXIT
004620           END-IF
004630           MOVE WS-TI-OPERAND(1:30) TO WS-CM-NAME
004640           MOVE 'CARRIER NAME CHANGED' TO WS-SCR-MSG
004650        WHEN 'O'
004660           PERFORM A-055-SET-ONBOARD THRU A-055-EXIT
004670        WHEN 'X'
004680           PERFORM A-056-SET-EXIT THRU A-056-EXIT
004690        WHEN 'T'
004700           MOVE WS-TI-OPERAND(1:5) TO WS-TOL-X
004710           IF WS-TOL-X NOT NUMERIC
004720              OR WS-TI-OPERAND(6:45) NOT = SPACES
004730              MOVE WS-BAD-TOL-MSG TO WS-REFUSE-MSG
004740              MOVE 'Y' TO WS-REFUSE-SW
004750              GO TO A-050-EXIT
004760           END-IF
004770           MOVE WS-TOL-N TO WS-CM-PREM-TOL
004780           MOVE 'PREMIUM TOLERANCE CHANGED' TO WS-SCR-MSG
004790        WHEN 'F'
004800           IF WS-TI-OPERAND(1:44) = SPACES
004810              MOVE WS-NO-DSN-MSG TO WS-REFUSE-MSG
004820              MOVE 'Y' TO WS-REFUSE-SW
004830              GO TO A-050-EXIT
004840           END-IF
004850           MOVE WS-TI-OPERAND(1:44) TO WS-CM-FEED-DSN
004860           MOVE 'EXTRACT FEED DATASET CHANGED' TO WS-SCR-MSG
004870        WHEN 'P'
004880           IF WS-TI-OPERAND(1:44) = SPACES
004890              MOVE WS-NO-DSN-MSG TO WS-REFUSE-MSG
004900              MOVE 'Y' TO WS-REFUSE-SW
004910              GO TO A-050-EXIT
004920           END-IF
004930           MOVE WS-TI-OPERAND(1:44) TO WS-CM-RESP-DSN
004940           MOVE 'RESPONSE FEED GDG CHANGED' TO WS-SCR-MSG
004950        WHEN 'C'
004960           MOVE WS-TI-OPERAND(1:30)  TO WS-CM-CONTACT-NAME
004970           MOVE WS-TI-OPERAND(31:15) TO WS-CM-CONTACT-PHONE
004980           MOVE 'SETTLEMENT CONTACT CHANGED' TO WS-SCR-MSG
004981        WHEN 'M'
004982           MOVE WS-TI-OPERAND(1:44) TO WS-CM-REMIT-DSN
004983           IF WS-CM-REMIT-DSN = SPACES
004984              MOVE 'REMITTANCE DATASET CLEARED - NOT MATCHED'
004985                TO WS-SCR-MSG
004986           ELSE
004987              MOVE 'REMITTANCE ADVICE DATASET CHANGED'
004988                TO WS-SCR-MSG
004989           END-IF
004990     END-EVALUATE.
005000*
005010 A-050-EXIT.
005020     EXIT.
005030*
005040 A-055-SET-ONBOARD.
005050*
005060     IF WS-TI-OPERAND(1:8) NOT NUMERIC
005070        MOVE WS-BAD-DATE-MSG TO WS-REFUSE-MSG
005080        MOVE 'Y' TO WS-REFUSE-SW
005090        GO TO A-055-EXIT
005100     END-IF
005110     IF WS-CM-EXIT-DATE NOT = SPACES
005120        AND WS-CM-EXIT-DATE <= WS-TI-OPERAND(1:8)
005130        MOVE WS-BAD-RANGE-MSG TO WS-REFUSE-MSG
005140        MOVE 'Y' TO WS-REFUSE-SW
005150        GO TO A-055-EXIT
005160     END-IF
005170     MOVE WS-TI-OPERAND(1:8) TO WS-CM-ONBOARD-DATE
005180     MOVE 'ONBOARDING DATE CHANGED' TO WS-SCR-MSG.
005190*
005200 A-055-EXIT.
005210     EXIT.
005220*
005230*    A BLANK OPERAND CLEARS THE EXIT DATE - THE CARRIER STAYS
005240 A-056-SET-EXIT.
005250*
005260     IF WS-TI-OPERAND(1:8) = SPACES
005270        MOVE SPACES TO WS-CM-EXIT-DATE
005280        MOVE 'EXIT DATE CLEARED' TO WS-SCR-MSG
005290        GO TO A-056-EXIT
005300     END-IF
005310     IF WS-TI-OPERAND(1:8) NOT NUMERIC
005320        MOVE WS-BAD-DATE-MSG TO WS-REFUSE-MSG
005330        MOVE 'Y' TO WS-REFUSE-SW
005340        GO TO A-056-EXIT
005350     END-IF
005360     IF WS-CM-ONBOARD-DATE NOT = SPACES
005370        AND WS-TI-OPERAND(1:8) <= WS-CM-ONBOARD-DATE
005380        MOVE WS-BAD-RANGE-MSG TO WS-REFUSE-MSG
005390        MOVE 'Y' TO WS-REFUSE-SW
005400        GO TO A-056-EXIT
005410     END-IF
005420     MOVE WS-TI-OPERAND(1:8) TO WS-CM-EXIT-DATE
005430     MOVE 'EXIT DATE SET - NO FEED EXPECTED FROM THAT DATE'
005440       TO WS-SCR-MSG.
005450*
005460 A-056-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------------*
005500*    LIST - BROWSE FROM THE CODE KEYED (OR THE TOP) AND FILL     *
005510*    THE SCREEN; A FULL SCREEN WITH CARRIERS LEFT OVER SHOWS     *
005520*    +MORE AND THE CODE TO KEY TO RESUME                         *
005530*----------------------------------------------------------------*
005540 A-060-LIST-CARRIERS.
005550*
005560     MOVE SPACES TO WS-LT-MORE-TAG
005570     MOVE SPACES TO WS-LT-MORE-CODE
005580     MOVE 1 TO WS-LINE-COUNT
005590     MOVE WS-LIST-HEAD TO WS-SCR-LINE(1)
005600     IF WS-TI-CARRIER = SPACES
005610        MOVE LOW-VALUES TO WS-RID-CODE
005620     ELSE
005630        MOVE WS-TI-CARRIER TO WS-RID-CODE
005640     END-IF
005650     EXEC CICS STARTBR
005660          FILE('CARRFIL')
005670          RIDFLD(WS-RID-CODE)
005680          GTEQ
005690          RESP(WS-RESP)
005700     END-EXEC
005710     IF WS-RESP = DFHRESP(NORMAL)
005720        PERFORM A-065-TAKE-NEXT THRU A-065-EXIT
005730           UNTIL WS-RESP NOT = DFHRESP(NORMAL)
005740              OR WS-LINE-COUNT >= WS-LINE-MAX
005750        IF WS-LINE-COUNT >= WS-LINE-MAX
005760           AND WS-RESP = DFHRESP(NORMAL)
005770           PERFORM A-067-PROBE-MORE THRU A-067-EXIT
005780        END-IF
005790        EXEC CICS ENDBR
005800             FILE('CARRFIL')
005810        END-EXEC
005820     END-IF
005830*
005840     IF WS-LINE-COUNT = 1
005850        EXEC CICS SEND
005860             FROM(WS-NONE-MSG)
005870             LENGTH(WS-MSG-LENGTH)
005880             ERASE
005890        END-EXEC
005900        GO TO A-060-EXIT
005910     END-IF
005920*
005930     MOVE WS-LIST-TITLE TO WS-SCR-MSG
005940     PERFORM A-090-BLANK-REST THRU A-090-EXIT
005950     EXEC CICS SEND
005960          FROM(WS-SCREEN)
005970          LENGTH(WS-SCREEN-LENGTH)
005980          ERASE
005990     END-EXEC.
006000*
006010 A-060-EXIT.
006020     EXIT.
006030*
006040 A-065-TAKE-NEXT.
006050*
006060     EXEC CICS READNEXT
006070          FILE('CARRFIL')
006080          INTO(WS-CARRIER-REC)
006090          RIDFLD(WS-RID-CODE)
006100          RESP(WS-RESP)
006110     END-EXEC
006120     IF WS-RESP NOT = DFHRESP(NORMAL)
006130        GO TO A-065-EXIT
006140     END-IF
006150     MOVE WS-CM-CODE         TO WS-LL-CODE
006160     MOVE WS-CM-NAME         TO WS-LL-NAME
006170     IF WS-CM-STATUS = 'A'
006180        MOVE 'ACTIVE   ' TO WS-LL-STATUS
006190     ELSE
006200        MOVE 'SUSPENDED' TO WS-LL-STATUS
006210     END-IF
006220     MOVE WS-CM-ONBOARD-DATE TO WS-LL-ONBOARD
006230     MOVE WS-CM-EXIT-DATE    TO WS-LL-EXIT
006240     ADD 1 TO WS-LINE-COUNT
006250     MOVE WS-LIST-LINE TO WS-SCR-LINE(WS-LINE-COUNT).
006260*
006270 A-065-EXIT.
006280     EXIT.
006290*
006300 A-067-PROBE-MORE.
006310*
006320     EXEC CICS READNEXT
006330          FILE('CARRFIL')
006340          INTO(WS-CARRIER-REC)
006350          RIDFLD(WS-RID-CODE)
006360          RESP(WS-RESP)
006370     END-EXEC
006380     IF WS-RESP = DFHRESP(NORMAL)
006390        MOVE '+MORE FROM  ' TO WS-LT-MORE-TAG
006400        MOVE WS-CM-CODE     TO WS-LT-MORE-CODE
006410     END-IF.
006420*
006430 A-067-EXIT.
006440     EXIT.
006450*
006460*----------------------------------------------------------------*
006470*    ONE CARRIER ON THE SCREEN, FIELD BY FIELD, UNDER WHATEVER   *
006480*    MESSAGE THE CALLER SET.  AN ACTIVE CARRIER OUTSIDE ITS      *
006490*    ONBOARDING / EXIT WINDOW IS SHOWN AS SUCH - THE NIGHTLY     *
006500*    CHAIN TREATS IT AS SUSPENDED                                *
006510*----------------------------------------------------------------*
006520 A-070-SHOW-CARRIER.
006530*
006540     MOVE 0 TO WS-LINE-COUNT
006550     MOVE SPACES TO WS-DETAIL-LINE
006560     MOVE 'CARRIER'             TO WS-DT-LABEL
006570     MOVE WS-CM-CODE            TO WS-DT-VALUE(1:3)
006580     MOVE WS-CM-NAME            TO WS-DT-VALUE(5:30)
006590     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006600     MOVE 'STATUS'              TO WS-DT-LABEL
006610     EVALUATE TRUE
006620        WHEN WS-CM-STATUS NOT = 'A'
006630           MOVE 'S  SUSPENDED' TO WS-DT-VALUE
006640        WHEN WS-CM-ONBOARD-DATE NOT = SPACES
006650           AND WS-CM-ONBOARD-DATE > WS-CURRENT-DATE
006660           MOVE 'A  ACTIVE - NOT YET ONBOARDED' TO WS-DT-VALUE
006670        WHEN WS-CM-EXIT-DATE NOT = SPACES
006680           AND WS-CM-EXIT-DATE <= WS-CURRENT-DATE
006690           MOVE 'A  ACTIVE - PAST ITS EXIT DATE' TO WS-DT-VALUE
006700        WHEN OTHER
006710           MOVE 'A  ACTIVE' TO WS-DT-VALUE
006720     END-EVALUATE
006730     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006740     MOVE 'ONBOARDING DATE'     TO WS-DT-LABEL
006750     MOVE WS-CM-ONBOARD-DATE    TO WS-DT-VALUE
006760     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006770     MOVE 'EXIT DATE'           TO WS-DT-LABEL
006780     MOVE WS-CM-EXIT-DATE       TO WS-DT-VALUE
006790     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006800     MOVE 'PREMIUM TOLERANCE'   TO WS-DT-LABEL
006810     MOVE WS-CM-PREM-TOL        TO WS-ED-TOL
006820     MOVE WS-ED-TOL             TO WS-DT-VALUE
006830     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006840     MOVE 'EXTRACT FEED DSN'    TO WS-DT-LABEL
006850     MOVE WS-CM-FEED-DSN        TO WS-DT-VALUE
006860     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006870     MOVE 'RESPONSE FEED GDG'   TO WS-DT-LABEL
006880     MOVE WS-CM-RESP-DSN        TO WS-DT-VALUE
006890     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006900     MOVE 'REMITTANCE DSN'      TO WS-DT-LABEL
006901     MOVE WS-CM-REMIT-DSN       TO WS-DT-VALUE
006902     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006903     MOVE 'SETTLEMENT CONTACT'  TO WS-DT-LABEL
006910     MOVE WS-CM-CONTACT-NAME    TO WS-DT-VALUE
006920     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006930     MOVE 'CONTACT TELEPHONE'   TO WS-DT-LABEL
006940     MOVE WS-CM-CONTACT-PHONE   TO WS-DT-VALUE
006950     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006960     MOVE 'LAST UPDATED'        TO WS-DT-LABEL
006970     MOVE WS-CM-UPD-DATE        TO WS-DT-VALUE(1:8)
006980     MOVE WS-CM-UPD-USER        TO WS-DT-VALUE(10:8)
006990     PERFORM A-080-ADD-LINE THRU A-080-EXIT
007000*
007010     PERFORM A-090-BLANK-REST THRU A-090-EXIT
007020     EXEC CICS SEND
007030          FROM(WS-SCREEN)
007040          LENGTH(WS-SCREEN-LENGTH)
007050          ERASE
007060     END-EXEC.
007070*
007080 A-070-EXIT.
007090     EXIT.
007100*
007110 A-080-ADD-LINE.
007120*
007130     ADD 1 TO WS-LINE-COUNT
007140     MOVE WS-DETAIL-LINE TO WS-SCR-LINE(WS-LINE-COUNT)
007150     MOVE SPACES TO WS-DETAIL-LINE.
007160*
007170 A-080-EXIT.
007180     EXIT.
007190*
007200 A-090-BLANK-REST.
007210*
007220     IF WS-LINE-COUNT < WS-LINE-MAX
007230        ADD 1 TO WS-LINE-COUNT
007240        MOVE SPACES TO WS-SCR-LINE(WS-LINE-COUNT)
007250        GO TO A-090-BLANK-REST
007260     END-IF.
007270*
007280 A-090-EXIT.
007290     EXIT.
