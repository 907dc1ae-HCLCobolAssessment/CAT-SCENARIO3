000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM23.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - CICS CORRECTION OF THE CARRIER *
000110*    SUSPENSE KSDS (CICS FILE SUSPFIL), IN THE PROGRAM21 STYLE   *
000120*    (PLAIN SEND, NO MAPSET).  PROGRAM2 SUSPENDS EVERY CARRIER   *
000130*    EXTRACT RECORD IT REJECTS WITH ITS FULL IMAGE; THE ANALYST  *
000140*    KEYS THE TRANSACTION, THE ITEM KEY (CARRIER, RUN DATE,      *
000150*    SEQUENCE), AN ACTION AND ITS OPERAND:                       *
000160*      I  INQUIRE  - ONE ITEM (DEFAULT WHEN A FULL KEY IS KEYED) *
000170*      L  LIST     - OPEN ITEMS FROM THE KEY KEYED (DEFAULT WITH *
000180*                    NO KEY), +MORE WHEN THE SCREEN FILLS        *
000190*      K  CARRIER  - A  AEGON-NR  - N  NAME  - S  STREET         *
000200*      P  TELEPHONE  - M  PREMIUM, 7 DIGITS IN CENTS             *
000210*      C  CONFIRM  - THE CORRECTED IMAGE IS RELEASED BY THE NEXT *
000220*                    NIGHTLY RUN (PROGRAM24); OPERAND IS A NOTE  *
000230*      V  VOID     - OPERAND IS THE REASON, REQUIRED             *
000240*    A CORRECTION TO A CONFIRMED ITEM PUTS IT BACK TO SUSPENDED  *
000250*    UNTIL IT IS CONFIRMED AGAIN.  A RE-ENTERED OR VOIDED ITEM   *
000260*    IS CLOSED AND CANNOT BE CHANGED.  EVERY CHANGE IS STAMPED   *
000270*    WITH THE DATE AND CICS USER ID.                             *
000280*----------------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310*
000320 CONFIGURATION SECTION.
000330*
000340 SPECIAL-NAMES.
000350      DECIMAL-POINT IS COMMA.
000360*
000370*----------------------------------------------------------------*
000380**                                                               *
000390**   DATA DIVISION                                               *
000400**                                                               *
000410*----------------------------------------------------------------*
000420*
000430 DATA DIVISION.
000440*
000450 WORKING-STORAGE SECTION.
000460*
000470*----------------------------------------------------------------*
000480*    TERMINAL INPUT - TRANSACTION CODE, ITEM KEY, ACTION AND     *
000490*    OPERAND, ALL BLANK-SEPARATED IN FIXED COLUMNS               *
000500*----------------------------------------------------------------*
000510 01  WS-TERM-INPUT.
000520     03  WS-TI-TRANID      PIC X(4).
000530     03  FILLER            PIC X(1).
000540     03  WS-TI-KEY.
000550         05  WS-TI-CARRIER     PIC X(3).
000560         05  FILLER            PIC X(1).
000570         05  WS-TI-DATE        PIC X(8).
000580         05  FILLER            PIC X(1).
000590         05  WS-TI-SEQ         PIC X(5).
000600     03  FILLER            PIC X(1).
000610     03  WS-TI-ACTION      PIC X(1).
000620     03  FILLER            PIC X(1).
000630     03  WS-TI-OPERAND     PIC X(50).
000640     03  FILLER            PIC X(4).
000650 01  WS-TERM-LENGTH    PIC S9(4) COMP VALUE 80.
000660*
000670 01  WS-RESP           PIC S9(8) COMP VALUE 0.
000680 01  WS-ABSTIME        PIC S9(15) COMP-3 VALUE 0.
000690 01  WS-CURRENT-DATE   PIC X(8).
000700 01  WS-USERID         PIC X(8) VALUE SPACES.
000710 01  WS-ACTION         PIC X(1).
000720 01  WS-REFUSE-SW      PIC X(1) VALUE 'N'.
000730     88  WS-REFUSED            VALUE 'Y'.
000740 01  WS-EDIT-SW        PIC X(1) VALUE 'N'.
000750     88  WS-IMAGE-EDIT         VALUE 'Y'.
000760*
000770*----------------------------------------------------------------*
000780*    SUSPENSE RECORD - MUST MATCH THE FD IN PROGRAM2 AND         *
000790*    PROGRAM24                                                   *
000800*----------------------------------------------------------------*
000810 01  WS-SUSPENSE-REC.
000820     03  WS-SU-KEY.
000830         05  WS-SU-CARRIER     PIC X(3).
000840         05  WS-SU-DATE        PIC X(8).
000850         05  WS-SU-SEQ         PIC 9(5).
000860     03  WS-SU-STATUS      PIC X(1).
000870     03  WS-SU-ORIGIN      PIC X(1).
000880     03  WS-SU-REASON      PIC X(30).
000890     03  WS-SU-ORIG-IMAGE  PIC X(32).
000900     03  WS-SU-IMAGE.
000910         05  WS-SU-CARRIER2    PIC X(3).
000920         05  WS-SU-AEGON-NR2   PIC X(5).
000930         05  WS-SU-NAME2       PIC X(7).
000940         05  WS-SU-STREET2     PIC X(3).
000950         05  WS-SU-PHONE2      PIC X(7).
000960         05  WS-SU-PREMIUM2    PIC 9(5)V99.
000970     03  WS-SU-ANALYST     PIC X(8).
000980     03  WS-SU-UPD-DATE    PIC X(8).
000990     03  WS-SU-NOTE        PIC X(40).
001000     03  WS-SU-REENTRY-DATE PIC X(8).
001010     03  FILLER            PIC X(24).
001020*
001030*    THE AS-RECEIVED IMAGE VIEWED FIELD BY FIELD FOR THE SCREEN
001040 01  WS-ORIG-IMAGE.
001050     03  WS-OI-CARRIER     PIC X(3).
001060     03  WS-OI-AEGON-NR    PIC X(5).
001070     03  WS-OI-NAME        PIC X(7).
001080     03  WS-OI-STREET      PIC X(3).
001090     03  WS-OI-PHONE       PIC X(7).
001100     03  WS-OI-PREMIUM     PIC X(7).
001110*
001120 01  WS-RID-KEY.
001130     03  WS-RID-CARRIER    PIC X(3).
001140     03  WS-RID-DATE       PIC X(8).
001150     03  WS-RID-SEQ        PIC 9(5).
001160*
001170*    CARRIER MASTER - ONLY THE CODE AND STATUS ARE USED HERE.
001180*    LENGTH MUST MATCH THE RECORD IN PROGRAM21
001190 01  WS-CARRIER-REC.
001200     03  WS-CM-CODE          PIC X(3).
001210     03  WS-CM-NAME          PIC X(30).
001220     03  WS-CM-STATUS        PIC X(1).
001230     03  FILLER              PIC X(216).
001240 01  WS-CM-RID           PIC X(3).
001250*
001260*    THE PREMIUM IS KEYED AS SEVEN DIGITS IN CENTS AND VIEWED
001270*    NUMERICALLY ONCE IT PASSES THE NUMERIC TEST
001280 01  WS-PREM-X         PIC X(7).
001290 01  WS-PREM-N REDEFINES WS-PREM-X
001300                       PIC 9(5)V99.
001310 01  WS-ED-PREMIUM     PIC ZZZZ9,99.
001320*
001330*----------------------------------------------------------------*
001340*    SCREEN - A MESSAGE LINE PLUS UP TO 16 BODY LINES, PLAIN     *
001350*    SEND SO THE TRANSACTION WORKS FROM ANY 3270                 *
001360*----------------------------------------------------------------*
001370 01  WS-LINE-MAX       PIC 9(4) COMP VALUE 16.
001380 01  WS-LINE-COUNT     PIC 9(4) COMP VALUE 0.
001390 01  WS-SCREEN.
001400     03  WS-SCR-MSG        PIC X(80).
001410     03  WS-SCR-LINE OCCURS 16 TIMES PIC X(80).
001420 01  WS-SCREEN-LENGTH  PIC S9(4) COMP VALUE 1360.
001430*
001440 01  WS-DETAIL-LINE.
001450     03  WS-DT-LABEL       PIC X(20).
001460     03  WS-DT-VALUE       PIC X(60).
001470*
001480 01  WS-IMAGE-LINE.
001490     03  WS-IM-LABEL       PIC X(20).
001500     03  WS-IM-CARRIER     PIC X(3).
001510     03  FILLER            PIC X(2)  VALUE SPACES.
001520     03  WS-IM-AEGON-NR    PIC X(5).
001530     03  FILLER            PIC X(2)  VALUE SPACES.
001540     03  WS-IM-NAME        PIC X(7).
001550     03  FILLER            PIC X(2)  VALUE SPACES.
001560     03  WS-IM-STREET      PIC X(3).
001570     03  FILLER            PIC X(2)  VALUE SPACES.
001580     03  WS-IM-PHONE       PIC X(7).
001590     03  FILLER            PIC X(2)  VALUE SPACES.
001600     03  WS-IM-PREMIUM     PIC X(8).
001610     03  FILLER            PIC X(17) VALUE SPACES.
001620*
001630 01  WS-IMAGE-HEAD.
001640     03  FILLER            PIC X(40) VALUE
001650         '                    CAR  AEGNR  NAME    '.
001660     03  FILLER            PIC X(40) VALUE
001670         ' STR  PHONE     PREMIUM                '.
001680*
001690 01  WS-LIST-HEAD.
001700     03  FILLER            PIC X(40) VALUE
001710         'COD  RUN DATE SEQ    ST  AEGNR   PREMIU'.
001720     03  FILLER            PIC X(40) VALUE
001730         'M  REASON                              '.
001740*
001750 01  WS-LIST-LINE.
001760     03  WS-LL-CARRIER     PIC X(3).
001770     03  FILLER            PIC X(2)  VALUE SPACES.
001780     03  WS-LL-DATE        PIC X(8).
001790     03  FILLER            PIC X(1)  VALUE SPACES.
001800     03  WS-LL-SEQ         PIC X(5).
001810     03  FILLER            PIC X(2)  VALUE SPACES.
001820     03  WS-LL-STATUS      PIC X(1).
001830     03  FILLER            PIC X(3)  VALUE SPACES.
001840     03  WS-LL-AEGON-NR    PIC X(5).
001850     03  FILLER            PIC X(1)  VALUE SPACES.
001860     03  WS-LL-PREMIUM     PIC ZZZZ9,99.
001870     03  FILLER            PIC X(2)  VALUE SPACES.
001880     03  WS-LL-REASON      PIC X(30).
001890     03  FILLER            PIC X(9)  VALUE SPACES.
001900*
001910 01  WS-LIST-TITLE.
001920     03  FILLER            PIC X(25) VALUE
001930         'SUSPENSE - OPEN ITEMS    '.
001940     03  WS-LT-MORE-TAG    PIC X(12) VALUE SPACES.
001950     03  WS-LT-MORE-KEY    PIC X(18) VALUE SPACES.
001960     03  FILLER            PIC X(25) VALUE SPACES.
001970*
001980*----------------------------------------------------------------*
001990*    MESSAGES                                                    *
002000*----------------------------------------------------------------*
002010 01  WS-NOT-FOUND-MSG.
002020     03  FILLER            PIC X(80) VALUE
002030         'ITEM NOT ON THE SUSPENSE FILE'.
002040 01  WS-BAD-ACT-MSG.
002050     03  FILLER            PIC X(80) VALUE
002060         'ACTION MUST BE I, L, K, A, N, S, P, M, C OR V'.
002070 01  WS-NO-KEY-MSG.
002080     03  FILLER            PIC X(80) VALUE
002090         'CARRIER, RUN DATE AND SEQUENCE NUMBER ARE REQUIRED'.
002100 01  WS-CLOSED-MSG.
002110     03  FILLER            PIC X(80) VALUE
002120         'ITEM ALREADY RE-ENTERED OR VOIDED - NO CHANGE ALLOWED'.
002130 01  WS-BAD-CARR-MSG.
002140     03  FILLER            PIC X(80) VALUE
002150         'CARRIER NOT ON THE CARRIER MASTER'.
002160 01  WS-BAD-NR-MSG.
002170     03  FILLER            PIC X(80) VALUE
002180         'AEGON-NR MUST BE 5 DIGITS'.
002190 01  WS-BAD-PREM-MSG.
002200     03  FILLER            PIC X(80) VALUE
002210         'PREMIUM IS 7 DIGITS IN CENTS - 0012550 IS 125,50'.
002220 01  WS-NO-VALUE-MSG.
002230     03  FILLER            PIC X(80) VALUE
002240         'A VALUE IS REQUIRED'.
002250 01  WS-NO-NOTE-MSG.
002260     03  FILLER            PIC X(80) VALUE
002270         'A REASON IS REQUIRED TO VOID AN ITEM'.
002280 01  WS-NOT-READY-MSG.
002290     03  FILLER            PIC X(80) VALUE
002300         'CONFIRM NEEDS A CARRIER, AEGON-NR AND PREMIUM'.
002310 01  WS-NONE-MSG.
002320     03  FILLER            PIC X(80) VALUE
002330         'NO OPEN SUSPENSE ITEMS FROM THE KEY KEYED'.
002340 01  WS-IO-ERR-MSG.
002350     03  FILLER            PIC X(80) VALUE
002360         'SUSPENSE FILE I/O ERROR - UPDATE NOT APPLIED'.
002370 01  WS-REFUSE-MSG     PIC X(80).
002380 01  WS-MSG-LENGTH     PIC S9(4) COMP VALUE 80.
002390*
002400*----------------------------------------------------------------*
002410 PROCEDURE DIVISION.
002420*----------------------------------------------------------------*
002430 A-MAIN                                      SECTION.
002440*----------------------------------------------------------------*
002450 A-001.
002460*
002470     MOVE SPACES TO WS-TERM-INPUT
002480     EXEC CICS RECEIVE
002490          INTO(WS-TERM-INPUT)
002500          LENGTH(WS-TERM-LENGTH)
002510          RESP(WS-RESP)
002520     END-EXEC
002530*
002540     PERFORM A-020-PROCESS THRU A-020-EXIT
002550*
002560     EXEC CICS RETURN
002570     END-EXEC.
002580*
002590*----------------------------------------------------------------*
002600*    RESOLVE THE ACTION AND ROUTE IT - A BLANK ACTION INQUIRES   *
002610*    ON THE KEY KEYED, OR LISTS WHEN NO KEY WAS KEYED            *
002620*----------------------------------------------------------------*
002630 A-020-PROCESS.
002640*
002650     MOVE WS-TI-ACTION TO WS-ACTION
002660     IF WS-ACTION = SPACE
002670        IF WS-TI-CARRIER = SPACES
002680           MOVE 'L' TO WS-ACTION
002690        ELSE
002700           MOVE 'I' TO WS-ACTION
002710        END-IF
002720     END-IF
002730*
002740     IF WS-ACTION = 'L'
002750        PERFORM A-060-LIST-ITEMS THRU A-060-EXIT
002760        GO TO A-020-EXIT
002770     END-IF
002780*
002790     IF WS-ACTION NOT = 'I' AND WS-ACTION NOT = 'K'
002800        AND WS-ACTION NOT = 'A' AND WS-ACTION NOT = 'N'
002810        AND WS-ACTION NOT = 'S' AND WS-ACTION NOT = 'P'
002820        AND WS-ACTION NOT = 'M' AND WS-ACTION NOT = 'C'
002830        AND WS-ACTION NOT = 'V'
002840        EXEC CICS SEND
002850             FROM(WS-BAD-ACT-MSG)
002860             LENGTH(WS-MSG-LENGTH)
002870             ERASE
002880        END-EXEC
002890        GO TO A-020-EXIT
002900     END-IF
002910     IF WS-TI-CARRIER = SPACES OR WS-TI-DATE NOT NUMERIC
002920        OR WS-TI-SEQ NOT NUMERIC
002930        EXEC CICS SEND
002940             FROM(WS-NO-KEY-MSG)
002950             LENGTH(WS-MSG-LENGTH)
002960             ERASE
002970        END-EXEC
002980        GO TO A-020-EXIT
002990     END-IF
003000*
003010     EXEC CICS ASKTIME
003020          ABSTIME(WS-ABSTIME)
003030     END-EXEC
003040     EXEC CICS FORMATTIME
003050          ABSTIME(WS-ABSTIME)
003060          YYYYMMDD(WS-CURRENT-DATE)
003070     END-EXEC
003080     MOVE WS-TI-CARRIER TO WS-RID-CARRIER
003090     MOVE WS-TI-DATE    TO WS-RID-DATE
003100     MOVE WS-TI-SEQ     TO WS-RID-SEQ
003110*
003120     IF WS-ACTION = 'I'
003130        PERFORM A-025-INQUIRE THRU A-025-EXIT
003140     ELSE
003150        PERFORM A-040-UPDATE-ITEM THRU A-040-EXIT
003160     END-IF.
003170*
003180 A-020-EXIT.
003190     EXIT.
003200*
003210 A-025-INQUIRE.
003220*
003230     EXEC CICS READ
003240          FILE('SUSPFIL')
003250          INTO(WS-SUSPENSE-REC)
003260          RIDFLD(WS-RID-KEY)
003270          RESP(WS-RESP)
003280     END-EXEC
003290     IF WS-RESP = DFHRESP(NOTFND)
003300        EXEC CICS SEND
003310             FROM(WS-NOT-FOUND-MSG)
003320             LENGTH(WS-MSG-LENGTH)
003330             ERASE
003340        END-EXEC
003350        GO TO A-025-EXIT
003360     END-IF
003370     IF WS-RESP NOT = DFHRESP(NORMAL)
003380        EXEC CICS SEND
003390             FROM(WS-IO-ERR-MSG)
003400             LENGTH(WS-MSG-LENGTH)
003410             ERASE
003420        END-EXEC
003430        GO TO A-025-EXIT
003440     END-IF
003450     MOVE 'SUSPENSE - INQUIRY' TO WS-SCR-MSG
003460     PERFORM A-070-SHOW-ITEM THRU A-070-EXIT.
003470*
003480 A-025-EXIT.
003490     EXIT.
003500*
003510*----------------------------------------------------------------*
003520*    UPDATE - READ THE ITEM FOR UPDATE, APPLY THE ACTION AND     *
003530*    REWRITE.  AN ACTION REFUSED ON THE ITEM'S OWN CONTENT       *
003540*    RELEASES THE RECORD AND SENDS ITS MESSAGE UNCHANGED         *
003550*----------------------------------------------------------------*
003560 A-040-UPDATE-ITEM.
003570*
003580     EXEC CICS READ
003590          FILE('SUSPFIL')
003600          INTO(WS-SUSPENSE-REC)
003610          RIDFLD(WS-RID-KEY)
003620          UPDATE
003630          RESP(WS-RESP)
003640     END-EXEC
003650     IF WS-RESP = DFHRESP(NOTFND)
003660        EXEC CICS SEND
003670             FROM(WS-NOT-FOUND-MSG)
003680             LENGTH(WS-MSG-LENGTH)
003690             ERASE
003700        END-EXEC
003710        GO TO A-040-EXIT
003720     END-IF
003730     IF WS-RESP NOT = DFHRESP(NORMAL)
003740        EXEC CICS SEND
003750             FROM(WS-IO-ERR-MSG)
003760             LENGTH(WS-MSG-LENGTH)
003770             ERASE
003780        END-EXEC
003790        GO TO A-040-EXIT
003800     END-IF
003810*
003820     MOVE 'N' TO WS-REFUSE-SW
003830     MOVE 'N' TO WS-EDIT-SW
003840     IF WS-SU-STATUS = 'R' OR WS-SU-STATUS = 'V'
003850        MOVE WS-CLOSED-MSG TO WS-REFUSE-MSG
003860        MOVE 'Y' TO WS-REFUSE-SW
003870     ELSE
003880        PERFORM A-050-APPLY-ACTION THRU A-050-EXIT
003890     END-IF
003900     IF WS-REFUSED
003910        EXEC CICS UNLOCK
003920             FILE('SUSPFIL')
003930        END-EXEC
003940        EXEC CICS SEND
003950             FROM(WS-REFUSE-MSG)
003960             LENGTH(WS-MSG-LENGTH)
003970             ERASE
003980        END-EXEC
003990        GO TO A-040-EXIT
004000     END-IF
004010*
004020*    A CORRECTION TO A CONFIRMED ITEM NEEDS CONFIRMING AGAIN
004030     IF WS-IMAGE-EDIT AND WS-SU-STATUS = 'C'
004040        MOVE 'S' TO WS-SU-STATUS
004050        MOVE 'CORRECTED - BACK TO SUSPENDED, CONFIRM AGAIN'
004060          TO WS-SCR-MSG
004070     END-IF
004080     EXEC CICS ASSIGN
004090          USERID(WS-USERID)
004100     END-EXEC
004110     MOVE WS-CURRENT-DATE TO WS-SU-UPD-DATE
004120     MOVE WS-USERID       TO WS-SU-ANALYST
004130     EXEC CICS REWRITE
004140          FILE('SUSPFIL')
004150          FROM(WS-SUSPENSE-REC)
004160          RESP(WS-RESP)
004170     END-EXEC
004180     IF WS-RESP NOT = DFHRESP(NORMAL)
004190        EXEC CICS SEND
004200             FROM(WS-IO-ERR-MSG)
004210             LENGTH(WS-MSG-LENGTH)
004220             ERASE
004230        END-EXEC
004240        GO TO A-040-EXIT
004250     END-IF
004260     PERFORM A-070-SHOW-ITEM THRU A-070-EXIT.
004270*
004280 A-040-EXIT.
004290     EXIT.
004300*
004310*----------------------------------------------------------------*
004320*    APPLY ONE ACTION TO THE ITEM IN HAND - THE OPERAND IS       *
004330*    EDITED HERE, AND THE SCREEN MESSAGE SAYS WHAT CHANGED.      *
004340*    ONLY THE CORRECTED IMAGE IS EVER CHANGED - THE IMAGE AS     *
004350*    RECEIVED STAYS AS THE AUDIT TRAIL                           *
004360*----------------------------------------------------------------*
004370 A-050-APPLY-ACTION.
004380*
004390     EVALUATE WS-ACTION
004400        WHEN 'K'
004410           PERFORM A-055-SET-CARRIER THRU A-055-EXIT
004420        WHEN 'A'
004430           IF WS-TI-OPERAND(1:5) NOT NUMERIC
004440              OR WS-TI-OPERAND(6:45) NOT = SPACES
004450              MOVE WS-BAD-NR-MSG TO WS-REFUSE-MSG
004460              MOVE 'Y' TO WS-REFUSE-SW
004470              GO TO A-050-EXIT
004480           END-IF
004490           MOVE WS-TI-OPERAND(1:5) TO WS-SU-AEGON-NR2
004500           MOVE 'Y' TO WS-EDIT-SW
004510           MOVE 'AEGON-NR CORRECTED' TO WS-SCR-MSG
004520        WHEN 'N'
004530           IF WS-TI-OPERAND(1:7) = SPACES
004540              MOVE WS-NO-VALUE-MSG TO WS-REFUSE-MSG
004550              MOVE 'Y' TO WS-REFUSE-SW
004560              GO TO A-050-EXIT
004570           END-IF
004580           MOVE WS-TI-OPERAND(1:7) TO WS-SU-NAME2
004590           MOVE 'Y' TO WS-EDIT-SW
004600           MOVE 'NAME CORRECTED' TO WS-SCR-MSG
004610        WHEN 'S'
004620           MOVE WS-TI-OPERAND(1:3) TO WS-SU-STREET2
004630           MOVE 'Y' TO WS-EDIT-SW
004640           MOVE 'STREET CORRECTED' TO WS-SCR-MSG
004650        WHEN 'P'
004660           MOVE WS-TI-OPERAND(1:7) TO WS-SU-PHONE2
004670           MOVE 'Y' TO WS-EDIT-SW
004680           MOVE 'TELEPHONE CORRECTED' TO WS-SCR-MSG
004690        WHEN 'M'
004700           MOVE WS-TI-OPERAND(1:7) TO WS-PREM-X
004710           IF WS-PREM-X NOT NUMERIC
004720              OR WS-TI-OPERAND(8:43) NOT = SPACES
004730              MOVE WS-BAD-PREM-MSG TO WS-REFUSE-MSG
004740              MOVE 'Y' TO WS-REFUSE-SW
004750              GO TO A-050-EXIT
004760           END-IF
004770           MOVE WS-PREM-N TO WS-SU-PREMIUM2
004780           MOVE 'Y' TO WS-EDIT-SW
004790           MOVE 'PREMIUM CORRECTED' TO WS-SCR-MSG
004800        WHEN 'C'
004810           PERFORM A-057-CONFIRM THRU A-057-EXIT
004820        WHEN 'V'
004830           IF WS-TI-OPERAND(1:40) = SPACES
004840              MOVE WS-NO-NOTE-MSG TO WS-REFUSE-MSG
004850              MOVE 'Y' TO WS-REFUSE-SW
004860              GO TO A-050-EXIT
004870           END-IF
004880           MOVE 'V' TO WS-SU-STATUS
004890           MOVE WS-TI-OPERAND(1:40) TO WS-SU-NOTE
004900           MOVE 'ITEM VOIDED - IT WILL NOT BE RE-ENTERED'
004910             TO WS-SCR-MSG
004920     END-EVALUATE.
004930*
004940 A-050-EXIT.
004950     EXIT.
004960*
004970*----------------------------------------------------------------*
004980*    CARRIER - MUST BE ON THE CARRIER MASTER.  A SUSPENDED OR    *
004990*    EXITED CARRIER IS ALLOWED HERE; THE NIGHTLY RUN WILL SIMPLY *
005000*    SUSPEND THE RE-ENTRY AGAIN UNTIL THE CARRIER IS ACTIVE      *
005010*----------------------------------------------------------------*
005020 A-055-SET-CARRIER.
005030*
005040     MOVE WS-TI-OPERAND(1:3) TO WS-CM-RID
005050     IF WS-CM-RID = SPACES OR WS-TI-OPERAND(4:47) NOT = SPACES
005060        MOVE WS-BAD-CARR-MSG TO WS-REFUSE-MSG
005070        MOVE 'Y' TO WS-REFUSE-SW
005080        GO TO A-055-EXIT
005090     END-IF
005100     EXEC CICS READ
005110          FILE('CARRFIL')
005120          INTO(WS-CARRIER-REC)
005130          RIDFLD(WS-CM-RID)
005140          RESP(WS-RESP)
005150     END-EXEC
005160     IF WS-RESP NOT = DFHRESP(NORMAL)
005170        MOVE WS-BAD-CARR-MSG TO WS-REFUSE-MSG
005180        MOVE 'Y' TO WS-REFUSE-SW
005190        GO TO A-055-EXIT
005200     END-IF
005210     MOVE WS-CM-RID TO WS-SU-CARRIER2
005220     MOVE 'Y' TO WS-EDIT-SW
005230     MOVE 'CARRIER CORRECTED' TO WS-SCR-MSG.
005240*
005250 A-055-EXIT.
005260     EXIT.
005270*
005280*----------------------------------------------------------------*
005290*    CONFIRM - THE CORRECTED IMAGE MUST AT LEAST PASS THE KEY    *
005300*    EDITS PROGRAM2 APPLIES, OR IT WOULD ONLY COME STRAIGHT BACK *
005310*----------------------------------------------------------------*
005320 A-057-CONFIRM.
005330*
005340     IF WS-SU-CARRIER2 = SPACES
005350        OR WS-SU-AEGON-NR2 NOT NUMERIC
005360        OR WS-SU-PREMIUM2 NOT NUMERIC
005370        MOVE WS-NOT-READY-MSG TO WS-REFUSE-MSG
005380        MOVE 'Y' TO WS-REFUSE-SW
005390        GO TO A-057-EXIT
005400     END-IF
005410     MOVE 'C' TO WS-SU-STATUS
005420     IF WS-TI-OPERAND(1:40) NOT = SPACES
005430        MOVE WS-TI-OPERAND(1:40) TO WS-SU-NOTE
005440     END-IF
005450     MOVE 'ITEM CONFIRMED - RE-ENTERED BY THE NEXT NIGHTLY RUN'
005460       TO WS-SCR-MSG.
005470*
005480 A-057-EXIT.
005490     EXIT.
005500*
005510*----------------------------------------------------------------*
005520*    LIST - BROWSE FROM THE KEY KEYED (OR THE TOP) AND FILL THE  *
005530*    SCREEN WITH THE OPEN ITEMS (SUSPENDED OR CONFIRMED); A FULL *
005540*    SCREEN WITH ITEMS LEFT OVER SHOWS +MORE AND THE KEY TO KEY  *
005550*    TO RESUME                                                   *
005560*----------------------------------------------------------------*
005570 A-060-LIST-ITEMS.
005580*
005590     MOVE SPACES TO WS-LT-MORE-TAG
005600     MOVE SPACES TO WS-LT-MORE-KEY
005610     MOVE 1 TO WS-LINE-COUNT
005620     MOVE WS-LIST-HEAD TO WS-SCR-LINE(1)
005630     MOVE LOW-VALUES TO WS-RID-KEY
005640     IF WS-TI-CARRIER NOT = SPACES
005650        MOVE WS-TI-CARRIER TO WS-RID-CARRIER
005660        IF WS-TI-DATE NUMERIC
005670           MOVE WS-TI-DATE TO WS-RID-DATE
005680           IF WS-TI-SEQ NUMERIC
005690              MOVE WS-TI-SEQ TO WS-RID-SEQ
005700           END-IF
005710        END-IF
005720     END-IF
005730     EXEC CICS STARTBR
005740          FILE('SUSPFIL')
005750          RIDFLD(WS-RID-KEY)
005760          GTEQ
005770          RESP(WS-RESP)
005780     END-EXEC
005790     IF WS-RESP = DFHRESP(NORMAL)
005800        PERFORM A-065-TAKE-NEXT THRU A-065-EXIT
005810           UNTIL WS-RESP NOT = DFHRESP(NORMAL)
005820              OR WS-LINE-COUNT >= WS-LINE-MAX
005830        IF WS-LINE-COUNT >= WS-LINE-MAX
005840           AND WS-RESP = DFHRESP(NORMAL)
005850           PERFORM A-067-PROBE-MORE THRU A-067-EXIT
005860              UNTIL WS-RESP NOT = DFHRESP(NORMAL)
005870                 OR WS-LT-MORE-TAG NOT = SPACES
005880        END-IF
005890        EXEC CICS ENDBR
005900             FILE('SUSPFIL')
005910        END-EXEC
005920     END-IF
005930*
005940     IF WS-LINE-COUNT = 1
005950        EXEC CICS SEND
005960             FROM(WS-NONE-MSG)
005970             LENGTH(WS-MSG-LENGTH)
005980             ERASE
005990        END-EXEC
006000        GO TO A-060-EXIT
006010     END-IF
006020*
006030     MOVE WS-LIST-TITLE TO WS-SCR-MSG
006040     PERFORM A-090-BLANK-REST THRU A-090-EXIT
006050     EXEC CICS SEND
006060          FROM(WS-SCREEN)
006070          LENGTH(WS-SCREEN-LENGTH)
006080          ERASE
006090     END-EXEC.
006100*
006110 A-060-EXIT.
006120     EXIT.
006130*
006140 A-065-TAKE-NEXT.
006150*
006160     EXEC CICS READNEXT
006170          FILE('SUSPFIL')
006180          INTO(WS-SUSPENSE-REC)
006190          RIDFLD(WS-RID-KEY)
006200          RESP(WS-RESP)
006210     END-EXEC
006220     IF WS-RESP NOT = DFHRESP(NORMAL)
006230        GO TO A-065-EXIT
006240     END-IF
006250     IF WS-SU-STATUS NOT = 'S' AND WS-SU-STATUS NOT = 'C'
006260        GO TO A-065-EXIT
006270     END-IF
006280     MOVE WS-SU-CARRIER      TO WS-LL-CARRIER
006290     MOVE WS-SU-DATE         TO WS-LL-DATE
006300     MOVE WS-SU-SEQ          TO WS-LL-SEQ
006310     MOVE WS-SU-STATUS       TO WS-LL-STATUS
006320     MOVE WS-SU-AEGON-NR2    TO WS-LL-AEGON-NR
006330     MOVE 0                  TO WS-LL-PREMIUM
006340     IF WS-SU-PREMIUM2 NUMERIC
006350        MOVE WS-SU-PREMIUM2  TO WS-LL-PREMIUM
006360     END-IF
006370     MOVE WS-SU-REASON       TO WS-LL-REASON
006380     ADD 1 TO WS-LINE-COUNT
006390     MOVE WS-LIST-LINE TO WS-SCR-LINE(WS-LINE-COUNT).
006400*
006410 A-065-EXIT.
006420     EXIT.
006430*
006440*    LOOK PAST THE CLOSED ITEMS FOR THE NEXT OPEN ONE
006450 A-067-PROBE-MORE.
006460*
006470     EXEC CICS READNEXT
006480          FILE('SUSPFIL')
006490          INTO(WS-SUSPENSE-REC)
006500          RIDFLD(WS-RID-KEY)
006510          RESP(WS-RESP)
006520     END-EXEC
006530     IF WS-RESP = DFHRESP(NORMAL)
006540        AND (WS-SU-STATUS = 'S' OR WS-SU-STATUS = 'C')
006550        MOVE '+MORE FROM  ' TO WS-LT-MORE-TAG
006560        MOVE SPACES         TO WS-LT-MORE-KEY
006570        STRING WS-SU-CARRIER ' ' WS-SU-DATE ' ' WS-SU-SEQ
006580           DELIMITED BY SIZE INTO WS-LT-MORE-KEY
006590        END-STRING
006600     END-IF.
006610*
006620 A-067-EXIT.
006630     EXIT.
006640*
006650*----------------------------------------------------------------*
006660*    ONE ITEM ON THE SCREEN - KEY, STATUS, REASON, THE IMAGE AS  *
006670*    RECEIVED OVER THE IMAGE AS CORRECTED, AND THE LAST CHANGE   *
006680*----------------------------------------------------------------*
006690 A-070-SHOW-ITEM.
006700*
006710     MOVE 0 TO WS-LINE-COUNT
006720     MOVE SPACES TO WS-DETAIL-LINE
006730     MOVE 'ITEM'                TO WS-DT-LABEL
006740     MOVE WS-SU-CARRIER         TO WS-DT-VALUE(1:3)
006750     MOVE WS-SU-DATE            TO WS-DT-VALUE(5:8)
006760     MOVE WS-SU-SEQ             TO WS-DT-VALUE(14:5)
006770     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006780     MOVE 'STATUS'              TO WS-DT-LABEL
006790     EVALUATE WS-SU-STATUS
006800        WHEN 'S'
006810           MOVE 'S  SUSPENDED - AWAITING CORRECTION'
006820             TO WS-DT-VALUE
006830        WHEN 'C'
006840           MOVE 'C  CONFIRMED - AWAITING RE-ENTRY'
006850             TO WS-DT-VALUE
006860        WHEN 'R'
006870           MOVE 'R  RE-ENTERED ON' TO WS-DT-VALUE
006880           MOVE WS-SU-REENTRY-DATE TO WS-DT-VALUE(18:8)
006890        WHEN OTHER
006900           MOVE 'V  VOIDED' TO WS-DT-VALUE
006910     END-EVALUATE
006920     PERFORM A-080-ADD-LINE THRU A-080-EXIT
006930     MOVE 'ORIGIN'              TO WS-DT-LABEL
006940     IF WS-SU-ORIGIN = 'R'
006950        MOVE 'RE-ENTRY REJECTED AGAIN' TO WS-DT-VALUE
006960     ELSE
006970        MOVE 'CARRIER FEED' TO WS-DT-VALUE
006980     END-IF
006990     PERFORM A-080-ADD-LINE THRU A-080-EXIT
007000     MOVE 'REJECT REASON'       TO WS-DT-LABEL
007010     MOVE WS-SU-REASON          TO WS-DT-VALUE
007020     PERFORM A-080-ADD-LINE THRU A-080-EXIT
007030     PERFORM A-080-ADD-LINE THRU A-080-EXIT
007040*
007050     ADD 1 TO WS-LINE-COUNT
007060     MOVE WS-IMAGE-HEAD TO WS-SCR-LINE(WS-LINE-COUNT)
007070     MOVE WS-SU-ORIG-IMAGE TO WS-ORIG-IMAGE
007080     MOVE 'AS RECEIVED'     TO WS-IM-LABEL
007090     MOVE WS-OI-CARRIER     TO WS-IM-CARRIER
007100     MOVE WS-OI-AEGON-NR    TO WS-IM-AEGON-NR
007110     MOVE WS-OI-NAME        TO WS-IM-NAME
007120     MOVE WS-OI-STREET      TO WS-IM-STREET
007130     MOVE WS-OI-PHONE       TO WS-IM-PHONE
007140     MOVE WS-OI-PREMIUM     TO WS-IM-PREMIUM
007150     ADD 1 TO WS-LINE-COUNT
007160     MOVE WS-IMAGE-LINE TO WS-SCR-LINE(WS-LINE-COUNT)
007170     MOVE 'AS CORRECTED'    TO WS-IM-LABEL
007180     MOVE WS-SU-CARRIER2    TO WS-IM-CARRIER
007190     MOVE WS-SU-AEGON-NR2   TO WS-IM-AEGON-NR
007200     MOVE WS-SU-NAME2       TO WS-IM-NAME
007210     MOVE WS-SU-STREET2     TO WS-IM-STREET
007220     MOVE WS-SU-PHONE2      TO WS-IM-PHONE
007230     IF WS-SU-PREMIUM2 NUMERIC
007240        MOVE WS-SU-PREMIUM2 TO WS-ED-PREMIUM
007250        MOVE WS-ED-PREMIUM  TO WS-IM-PREMIUM
007260     ELSE
007270        MOVE '*INVALID'     TO WS-IM-PREMIUM
007280     END-IF
007290     ADD 1 TO WS-LINE-COUNT
007300     MOVE WS-IMAGE-LINE TO WS-SCR-LINE(WS-LINE-COUNT)
007310     PERFORM A-080-ADD-LINE THRU A-080-EXIT
007320*
007330     MOVE 'NOTE'                TO WS-DT-LABEL
007340     MOVE WS-SU-NOTE            TO WS-DT-VALUE
007350     PERFORM A-080-ADD-LINE THRU A-080-EXIT
007360     MOVE 'LAST UPDATED'        TO WS-DT-LABEL
007370     MOVE WS-SU-UPD-DATE        TO WS-DT-VALUE(1:8)
007380     MOVE WS-SU-ANALYST         TO WS-DT-VALUE(10:8)
007390     PERFORM A-080-ADD-LINE THRU A-080-EXIT
007400*
007410     PERFORM A-090-BLANK-REST THRU A-090-EXIT
007420     EXEC CICS SEND
007430          FROM(WS-SCREEN)
007440          LENGTH(WS-SCREEN-LENGTH)
007450          ERASE
007460     END-EXEC.
007470*
007480 A-070-EXIT.
007490     EXIT.
007500*
007510 A-080-ADD-LINE.
007520*
007530     ADD 1 TO WS-LINE-COUNT
007540     MOVE WS-DETAIL-LINE TO WS-SCR-LINE(WS-LINE-COUNT)
007550     MOVE SPACES TO WS-DETAIL-LINE.
007560*
007570 A-080-EXIT.
007580     EXIT.
007590*
007600 A-090-BLANK-REST.
007610*
007620     IF WS-LINE-COUNT < WS-LINE-MAX
007630        ADD 1 TO WS-LINE-COUNT
007640        MOVE SPACES TO WS-SCR-LINE(WS-LINE-COUNT)
007650        GO TO A-090-BLANK-REST
007660     END-IF.
007670*
007680 A-090-EXIT.
007690     EXIT.
