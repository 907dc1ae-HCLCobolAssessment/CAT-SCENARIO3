000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM20.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - NEAR-MISS PAIRING OF THE DAY'S *
000110*    UNMATCHED POLICIES (POLOUT) AGAINST THE DAY'S NO-POLICY-ON- *
000120*    FILE CARRIER RECORDS (AEGOUT).  MOST NIGHTS SOME OF THESE   *
000130*    ARE THE SAME POLICY WITH A MIS-KEYED AEGON-NR ON ONE SIDE.  *
000140*    A POLICY AND A CARRIER RECORD FOR THE SAME CARRIER ARE      *
000150*    GRADED ON HOW MANY OF NAME, TELEPHONE AND PREMIUM AGREE -   *
000160*    ALL THREE HIGH, ANY TWO MEDIUM, NAME OR TELEPHONE ALONE     *
000170*    LOW - AND EVERY GRADED PAIR IS PRINTED ON THE PROBABLE-     *
000180*    PAIRS REPORT.  A HIGH PAIR WITH ONLY ONE CANDIDATE ALSO     *
000190*    BECOMES A PROGRAM3 CHANGE TRANSACTION CARRYING THE          *
000200*    CARRIER'S AEGON-NR (EVERYTHING ELSE BLANK-MEANS-KEEP) ON    *
000210*    THE HOLD FILE, FOR AN ADMIN TO APPROVE AND APPEND BY HAND   *
000220*    EXACTLY AS WITH THE PROGRAM14 HOLDS.  NOTHING CHANGES THE   *
000230*    MASTER WITHOUT THAT APPROVAL.                               *
000231*    OCT 2026  RKS  HOLD RECORD WIDENED TO 48 WITH THE PROGRAM3  *
000232*    TRANSACTION DATE, LEFT BLANK (RUN DATE) HERE.               *
000240*----------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270*
000280*----------------------------------------------------------------*
000290**                                                              *
000300**   CONFIGURATION SECTION                                       *
000310**                                                              *
000320*----------------------------------------------------------------*
000330*
000340 CONFIGURATION SECTION.
000350*
000360 SPECIAL-NAMES.
000370      DECIMAL-POINT IS COMMA.
000380*
000390*----------------------------------------------------------------*
000400**                                                              *
000410**   INPUT-OUTPUT SECTION                                        *
000420**                                                              *
000430*----------------------------------------------------------------*
000440*
000450 INPUT-OUTPUT SECTION.
000460*
000470 FILE-CONTROL.
000480     SELECT IN-UNM-POLICY    ASSIGN TO "NPOLIN"
000490            ORGANIZATION    IS LINE SEQUENTIAL
000500            FILE STATUS     IS WS-NPOL-STATUS.
000510*
000520     SELECT IN-UNM-AEGON     ASSIGN TO "NAEGIN"
000530            ORGANIZATION    IS LINE SEQUENTIAL
000540            FILE STATUS     IS WS-NAEG-STATUS.
000550*
000560     SELECT OUT-HOLD         ASSIGN TO "HOLDOUT"
000570            ORGANIZATION    IS LINE SEQUENTIAL
000580            FILE STATUS     IS WS-HOLD-STATUS.
000590*
000600     SELECT OUT-PAIR-RPT     ASSIGN TO "PAIRRPT"
000610            ORGANIZATION    IS LINE SEQUENTIAL
000620            FILE STATUS     IS WS-RPT-STATUS.
000630*
000640     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000650            ORGANIZATION    IS LINE SEQUENTIAL
000660            FILE STATUS     IS WS-RUNPARM-STATUS.
000670*
000680     SELECT RUNCTL           ASSIGN TO "RUNCTL"
000690            ORGANIZATION    IS INDEXED
000700            ACCESS MODE     IS RANDOM
000710            RECORD KEY      IS FD-RUN-KEY
000720            FILE STATUS     IS WS-RUNCTL-STATUS.
000730*
000740*----------------------------------------------------------------*
000750**                                                              *
000760**   DATA DIVISION                                               *
000770**                                                              *
000780*----------------------------------------------------------------*
000790*
000800 DATA DIVISION.
000810*
000820*----------------------------------------------------------------*
000830**                                                              *
000840**   FILE SECTION                                                *
000850**                                                              *
000860*----------------------------------------------------------------*
000870*
000880 FILE SECTION.
000890*
000900*    LAYOUT MUST MATCH FD-OUTFILE-1 IN PROGRAM2
000910 FD  IN-UNM-POLICY
000920     RECORDING MODE IS F.
000930 01  FD-NPOL-REC.
000940     03  FD-NPOL-DATE      PIC X(8).
000950     03  FD-NPOL-CARRIER   PIC X(3).
000960     03  FD-NPOL-POLICY    PIC X(7).
000970     03  FD-NPOL-AEGON-NR  PIC X(5).
000980     03  FD-NPOL-NAME      PIC X(7).
000990     03  FD-NPOL-STREET    PIC X(3).
001000     03  FD-NPOL-PHONE     PIC X(7).
001010     03  FD-NPOL-PREMIUM   PIC 9(5)V99.
001020*
001030*    LAYOUT MUST MATCH FD-OUTFILE-2 IN PROGRAM2
001040 FD  IN-UNM-AEGON
001050     RECORDING MODE IS F.
001060 01  FD-NAEG-REC.
001070     03  FD-NAEG-DATE      PIC X(8).
001080     03  FD-NAEG-CARRIER   PIC X(3).
001090     03  FD-NAEG-AEGON-NR  PIC X(5).
001100     03  FD-NAEG-NAME      PIC X(7).
001110     03  FD-NAEG-STREET    PIC X(3).
001120     03  FD-NAEG-PHONE     PIC X(7).
001130     03  FD-NAEG-PREMIUM   PIC 9(5)V99.
001140*
001150*    TRANSACTION LAYOUT MUST MATCH FD-TRAN-REC IN PROGRAM3
001160 FD  OUT-HOLD
001170     RECORDING MODE IS F.
001180 01  FD-HOLD-REC           PIC X(48).
001190*
001200 FD  OUT-PAIR-RPT
001210     RECORDING MODE IS F.
001220 01  FD-RPT-LINE           PIC X(80).
001230*
001240 FD  IN-RUNPARM
001250     RECORDING MODE IS F.
001260 01  FD-RUNPARM-REC.
001270     03  FD-RP-JOB        PIC X(8).
001280     03  FD-RP-STEP       PIC X(8).
001290*
001300*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001310*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001320*    PROGRAM18 / PROGRAM19 INQUIRIES
001330 FD  RUNCTL
001340     RECORDING MODE IS F.
001350 01  FD-RUNCTL-REC.
001360     03  FD-RUN-KEY.
001370         05  FD-RUN-DATE      PIC X(8).
001380         05  FD-RUN-JOB       PIC X(8).
001390         05  FD-RUN-STEP      PIC X(8).
001400     03  FD-RUN-PROGRAM   PIC X(8).
001410     03  FD-RUN-STATUS    PIC X(1).
001420     03  FD-RUN-RC        PIC 9(2).
001430     03  FD-RUN-CNT-IN    PIC 9(7).
001440     03  FD-RUN-CNT-OUT   PIC 9(7).
001450*
001460*----------------------------------------------------------------*
001470**                                                              *
001480**   WORKING-STORAGE SECTION                                     *
001490**                                                              *
001500*----------------------------------------------------------------*
001510*
001520 WORKING-STORAGE SECTION.
001530*
001540 01  K                 PIC 9(4) COMP.
001550*
001560 01  WS-NPOL-EOF-SW    PIC X(1) VALUE 'N'.
001570     88  WS-NPOL-EOF           VALUE 'Y'.
001580 01  WS-NAEG-EOF-SW    PIC X(1) VALUE 'N'.
001590     88  WS-NAEG-EOF           VALUE 'Y'.
001600*
001610*----------------------------------------------------------------*
001620*    FILE STATUS AND ABEND HANDLING                              *
001630*----------------------------------------------------------------*
001640 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
001650     88  WS-ABEND              VALUE 'Y'.
001660 01  WS-NPOL-STATUS    PIC X(2).
001670 01  WS-NAEG-STATUS    PIC X(2).
001680 01  WS-HOLD-STATUS    PIC X(2).
001690 01  WS-RPT-STATUS     PIC X(2).
001700*
001710 01  WS-CURRENT-DATE   PIC X(8).
001720*
001730*----------------------------------------------------------------*
001740*    THE DAY'S NO-POLICY-ON-FILE CARRIER RECORDS.  AN ENTRY      *
001750*    TAKEN BY A HIGH-CONFIDENCE PAIR IS MARKED SO NO SECOND      *
001760*    POLICY CAN CLAIM THE SAME CARRIER RECORD                    *
001770*----------------------------------------------------------------*
001780 01  WS-NOPOL-MAX      PIC 9(4) COMP VALUE 5000.
001790 01  WS-NOPOL-COUNT    PIC 9(4) COMP VALUE 0.
001800 01  WS-NOPOL-TABLE.
001810     03  WS-NOPOL-ENTRY OCCURS 5000 TIMES.
001820         05  WS-NP-CARRIER     PIC X(3).
001830         05  WS-NP-AEGON-NR    PIC X(5).
001840         05  WS-NP-NAME        PIC X(7).
001850         05  WS-NP-PHONE       PIC X(7).
001860         05  WS-NP-PREMIUM     PIC 9(5)V99.
001870         05  WS-NP-TAKEN-SW    PIC X(1).
001880*
001890*----------------------------------------------------------------*
001900*    PAIRING WORK FIELDS - THE BEST CANDIDATE FOR THE CURRENT    *
001910*    POLICY, HOW MANY CANDIDATES SHARE THAT BEST SCORE, AND      *
001920*    WHICH FIELDS AGREED (N NAME / T TELEPHONE / P PREMIUM)      *
001930*----------------------------------------------------------------*
001940 01  WS-SCORE          PIC 9(1) VALUE 0.
001950 01  WS-BEST-SCORE     PIC 9(1) VALUE 0.
001960 01  WS-BEST-IX        PIC 9(4) COMP VALUE 0.
001970 01  WS-BEST-TIES      PIC 9(4) COMP VALUE 0.
001980 01  WS-AGREE.
001990     03  WS-AGREE-NAME     PIC X(1).
002000     03  WS-AGREE-PHONE    PIC X(1).
002010     03  WS-AGREE-PREMIUM  PIC X(1).
002020 01  WS-BEST-AGREE     PIC X(3).
002030*
002040*----------------------------------------------------------------*
002050*    THE HELD TRANSACTION IS BUILT HERE IN THE PROGRAM3 LAYOUT   *
002060*----------------------------------------------------------------*
002070 01  WS-PROP-TRAN.
002080     03  WS-PT-ACTION      PIC X(1).
002090     03  WS-PT-POLICYNUM   PIC X(7).
002100     03  WS-PT-CARRIER     PIC X(3).
002110     03  WS-PT-AEGON-NR    PIC X(5).
002120     03  WS-PT-NAME        PIC X(7).
002130     03  WS-PT-STREET      PIC X(3).
002140     03  WS-PT-PHONE       PIC X(7).
002150     03  WS-PT-PREMIUM     PIC X(7).
002151     03  WS-PT-DATE        PIC X(8).
002160*
002170*----------------------------------------------------------------*
002180*    RUN CONTROL-TOTALS                                          *
002190*----------------------------------------------------------------*
002200 01  WS-CONTROL-TOTALS.
002210     03  WS-CT-NPOL-READ   PIC 9(7) COMP VALUE 0.
002220     03  WS-CT-NAEG-READ   PIC 9(7) COMP VALUE 0.
002230     03  WS-CT-HIGH        PIC 9(7) COMP VALUE 0.
002240     03  WS-CT-AMBIGUOUS   PIC 9(7) COMP VALUE 0.
002250     03  WS-CT-MEDIUM      PIC 9(7) COMP VALUE 0.
002260     03  WS-CT-LOW         PIC 9(7) COMP VALUE 0.
002270*
002280*----------------------------------------------------------------*
002290*    REPORT LINES                                                *
002300*----------------------------------------------------------------*
002310 01  WS-RPT-HEADING.
002320     03  FILLER            PIC X(36) VALUE
002330         'PROBABLE PAIRS - NEAR-MISS AEGON-NR '.
002340     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
002350     03  WS-RH-DATE        PIC X(8).
002360     03  FILLER            PIC X(27) VALUE SPACES.
002370*
002380 01  WS-RPT-COL-HEADING.
002390     03  FILLER            PIC X(35) VALUE
002400         'CAR POLICY  OUR-NR CARR-NR NAME    '.
002410     03  FILLER            PIC X(45) VALUE
002420         'AGREE PREMIUM  GRADE   NOTE                  '.
002430*
002440 01  WS-RPT-DETAIL.
002450     03  WS-RD-CARRIER     PIC X(3).
002460     03  FILLER            PIC X(1)  VALUE SPACES.
002470     03  WS-RD-POLICY      PIC X(7).
002480     03  FILLER            PIC X(1)  VALUE SPACES.
002490     03  WS-RD-OUR-NR      PIC X(5).
002500     03  FILLER            PIC X(2)  VALUE SPACES.
002510     03  WS-RD-CARR-NR     PIC X(5).
002520     03  FILLER            PIC X(3)  VALUE SPACES.
002530     03  WS-RD-NAME        PIC X(7).
002540     03  FILLER            PIC X(1)  VALUE SPACES.
002550     03  WS-RD-AGREE       PIC X(3).
002560     03  FILLER            PIC X(2)  VALUE SPACES.
002570     03  WS-RD-PREMIUM     PIC Z(4)9,99.
002580     03  FILLER            PIC X(2)  VALUE SPACES.
002590     03  WS-RD-GRADE       PIC X(6).
002600     03  FILLER            PIC X(2)  VALUE SPACES.
002610     03  WS-RD-NOTE        PIC X(20).
002620     03  FILLER            PIC X(2)  VALUE SPACES.
002630*
002640 01  WS-RPT-TOTAL.
002650     03  WS-RT-LABEL       PIC X(28).
002660     03  WS-RT-COUNT       PIC Z(6)9.
002670     03  FILLER            PIC X(45) VALUE SPACES.
002680*
002690*----------------------------------------------------------------*
002700*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
002710*----------------------------------------------------------------*
002720 01  WS-RUNPARM-STATUS PIC X(2).
002730 01  WS-RUNCTL-STATUS  PIC X(2).
002740 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
002750     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
002760 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
002770 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
002780 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
002790 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
002800*
002810*----------------------------------------------------------------*
002820 PROCEDURE DIVISION.
002830*----------------------------------------------------------------*
002840 A-MAIN                                      SECTION.
002850*----------------------------------------------------------------*
002860 A-001.
002870*
002880     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
002890*
002900     IF WS-ABEND
002910        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
002920        GO TO A-999
002930     END-IF
002940*
002950     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002960     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
002970     PERFORM A-015-LOAD-NOPOL THRU A-015-EXIT
002980     PERFORM A-018-WRITE-HEADINGS THRU A-018-EXIT
002990*
003000     PERFORM A-020-READ-NPOL THRU A-020-EXIT
003010     PERFORM A-030-PROCESS-NPOL THRU A-030-EXIT
003020        UNTIL WS-NPOL-EOF OR WS-ABEND
003030*
003040     IF NOT WS-ABEND
003050        PERFORM A-900-WRITE-TOTALS THRU A-900-EXIT
003060     END-IF
003070*
003080     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
003090*
003100     GO TO A-999.
003110*
003120*----------------------------------------------------------------*
003130*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
003140*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH      *
003150*----------------------------------------------------------------*
003160 A-005-CLOSE-FILES.
003170*
003180     CLOSE IN-UNM-POLICY
003190     CLOSE IN-UNM-AEGON
003200     CLOSE OUT-HOLD
003210     CLOSE OUT-PAIR-RPT.
003220*
003230 A-005-EXIT.
003240     EXIT.
003250*
003260 A-010-OPEN-FILES.
003270*
003280     OPEN INPUT  IN-UNM-POLICY
003290     IF WS-NPOL-STATUS NOT = '00'
003300        MOVE 'Y' TO WS-ABEND-SW
003310     END-IF
003320     OPEN INPUT  IN-UNM-AEGON
003330     IF WS-NAEG-STATUS NOT = '00'
003340        MOVE 'Y' TO WS-ABEND-SW
003350     END-IF
003360     OPEN OUTPUT OUT-HOLD
003370     IF WS-HOLD-STATUS NOT = '00'
003380        MOVE 'Y' TO WS-ABEND-SW
003390     END-IF
003400     OPEN OUTPUT OUT-PAIR-RPT
003410     IF WS-RPT-STATUS NOT = '00'
003420        MOVE 'Y' TO WS-ABEND-SW
003430     END-IF.
003440*
003450 A-010-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------*
003490*    LOAD THE RUN DATE'S NO-POLICY-ON-FILE RECORDS - AEGOUT IS   *
003500*    DISP=MOD AND ACCUMULATES, SO EARLIER DAYS ARE SKIPPED       *
003510*----------------------------------------------------------------*
003520 A-015-LOAD-NOPOL.
003530*
003540     PERFORM A-016-READ-NAEG THRU A-016-EXIT
003550        UNTIL WS-NAEG-EOF OR WS-ABEND.
003560*
003570 A-015-EXIT.
003580     EXIT.
003590*
003600 A-016-READ-NAEG.
003610*
003620     READ IN-UNM-AEGON
003630        AT END
003640           MOVE 'Y' TO WS-NAEG-EOF-SW
003650           GO TO A-016-EXIT
003660     END-READ
003670     IF WS-NAEG-STATUS NOT = '00'
003680        AND WS-NAEG-STATUS NOT = '10'
003690        MOVE 'Y' TO WS-ABEND-SW
003700        MOVE 'Y' TO WS-NAEG-EOF-SW
003710        GO TO A-016-EXIT
003720     END-IF
003730     IF FD-NAEG-DATE NOT = WS-CURRENT-DATE
003740        GO TO A-016-EXIT
003750     END-IF
003760     IF WS-NOPOL-COUNT >= WS-NOPOL-MAX
003770        DISPLAY 'PROGRAM20 - NO-POLICY TABLE FULL'
003780        MOVE 'Y' TO WS-ABEND-SW
003790        MOVE 'Y' TO WS-NAEG-EOF-SW
003800        GO TO A-016-EXIT
003810     END-IF
003820     ADD 1 TO WS-CT-NAEG-READ
003830     ADD 1 TO WS-NOPOL-COUNT
003840     MOVE FD-NAEG-CARRIER  TO WS-NP-CARRIER(WS-NOPOL-COUNT)
003850     MOVE FD-NAEG-AEGON-NR TO WS-NP-AEGON-NR(WS-NOPOL-COUNT)
003860     MOVE FD-NAEG-NAME     TO WS-NP-NAME(WS-NOPOL-COUNT)
003870     MOVE FD-NAEG-PHONE    TO WS-NP-PHONE(WS-NOPOL-COUNT)
003880     MOVE FD-NAEG-PREMIUM  TO WS-NP-PREMIUM(WS-NOPOL-COUNT)
003890     MOVE 'N'              TO WS-NP-TAKEN-SW(WS-NOPOL-COUNT).
003900*
003910 A-016-EXIT.
003920     EXIT.
003930*
003940 A-018-WRITE-HEADINGS.
003950*
003960     MOVE WS-CURRENT-DATE TO WS-RH-DATE
003970     WRITE FD-RPT-LINE FROM WS-RPT-HEADING
003980     WRITE FD-RPT-LINE FROM WS-RPT-COL-HEADING.
003990*
004000 A-018-EXIT.
004010     EXIT.
004020*
004030 A-020-READ-NPOL.
004040*
004050     READ IN-UNM-POLICY
004060        AT END
004070           MOVE 'Y' TO WS-NPOL-EOF-SW
004080     END-READ
004090     IF WS-NPOL-STATUS NOT = '00'
004100        AND WS-NPOL-STATUS NOT = '10'
004110        MOVE 'Y' TO WS-ABEND-SW
004120        MOVE 'Y' TO WS-NPOL-EOF-SW
004130     END-IF.
004140*
004150 A-020-EXIT.
004160     EXIT.
004170*
004180*----------------------------------------------------------------*
004190*    ONE UNMATCHED POLICY FOR THE RUN DATE - FIND ITS BEST       *
004200*    CANDIDATE AMONG THE SAME CARRIER'S UNCLAIMED NO-POLICY      *
004210*    RECORDS AND GRADE THE PAIR.  ONLY A HIGH PAIR WITH A        *
004220*    SINGLE CANDIDATE IS HELD AS A TRANSACTION - TWO EQUALLY     *
004230*    GOOD CANDIDATES ARE A JOB FOR THE DESK, NOT A GUESS         *
004240*----------------------------------------------------------------*
004250 A-030-PROCESS-NPOL.
004260*
004270     IF FD-NPOL-DATE NOT = WS-CURRENT-DATE
004280        GO TO A-030-NEXT
004290     END-IF
004300     ADD 1 TO WS-CT-NPOL-READ
004310     PERFORM A-040-FIND-BEST THRU A-040-EXIT
004320     EVALUATE TRUE
004330        WHEN WS-BEST-SCORE = 3 AND WS-BEST-TIES = 1
004340           PERFORM A-050-HOLD-TRAN THRU A-050-EXIT
004350           MOVE 'Y' TO WS-NP-TAKEN-SW(WS-BEST-IX)
004360           ADD 1 TO WS-CT-HIGH
004370           MOVE 'HIGH  '               TO WS-RD-GRADE
004380           MOVE 'HELD FOR APPROVAL   ' TO WS-RD-NOTE
004390           PERFORM A-070-REPORT-PAIR THRU A-070-EXIT
004400        WHEN WS-BEST-SCORE = 3
004410           ADD 1 TO WS-CT-AMBIGUOUS
004420           MOVE 'HIGH  '               TO WS-RD-GRADE
004430           MOVE 'AMBIGUOUS - NOT HELD' TO WS-RD-NOTE
004440           PERFORM A-070-REPORT-PAIR THRU A-070-EXIT
004450        WHEN WS-BEST-SCORE = 2
004460           ADD 1 TO WS-CT-MEDIUM
004470           MOVE 'MEDIUM'               TO WS-RD-GRADE
004480           MOVE 'DESK TO CONFIRM     ' TO WS-RD-NOTE
004490           PERFORM A-070-REPORT-PAIR THRU A-070-EXIT
004500        WHEN WS-BEST-SCORE = 1
004510           ADD 1 TO WS-CT-LOW
004520           MOVE 'LOW   '               TO WS-RD-GRADE
004530           MOVE 'DESK TO CONFIRM     ' TO WS-RD-NOTE
004540           PERFORM A-070-REPORT-PAIR THRU A-070-EXIT
004550        WHEN OTHER
004560           CONTINUE
004570     END-EVALUATE.
004580*
004590 A-030-NEXT.
004600     PERFORM A-020-READ-NPOL THRU A-020-EXIT.
004610*
004620 A-030-EXIT.
004630     EXIT.
004640*
004650*----------------------------------------------------------------*
004660*    SCORE EVERY UNCLAIMED NO-POLICY RECORD OF THE SAME CARRIER  *
004670*    AND KEEP THE FIRST ONE WITH THE HIGHEST SCORE               *
004680*----------------------------------------------------------------*
004690 A-040-FIND-BEST.
004700*
004710     MOVE 0      TO WS-BEST-SCORE
004720     MOVE 0      TO WS-BEST-IX
004730     MOVE 0      TO WS-BEST-TIES
004740     MOVE SPACES TO WS-BEST-AGREE
004750     PERFORM A-045-SCORE-ONE THRU A-045-EXIT
004760        VARYING K FROM 1 BY 1 UNTIL K > WS-NOPOL-COUNT.
004770*
004780 A-040-EXIT.
004790     EXIT.
004800*
004810*----------------------------------------------------------------*
004820*    ALL THREE FIELDS SCORE 3 AND ANY TWO SCORE 2.  ONE FIELD    *
004830*    ALONE ONLY COUNTS WHEN IT IS THE NAME OR THE TELEPHONE - A  *
004840*    SHARED PREMIUM ON ITS OWN IS TOO COMMON TO MEAN ANYTHING    *
004850*----------------------------------------------------------------*
004860 A-045-SCORE-ONE.
004870*
004880     IF WS-NP-CARRIER(K) NOT = FD-NPOL-CARRIER
004890        OR WS-NP-TAKEN-SW(K) = 'Y'
004900        GO TO A-045-EXIT
004910     END-IF
004920     MOVE 0   TO WS-SCORE
004930     MOVE '...' TO WS-AGREE
004940     IF WS-NP-NAME(K) = FD-NPOL-NAME
004950        ADD 1 TO WS-SCORE
004960        MOVE 'N' TO WS-AGREE-NAME
004970     END-IF
004980     IF WS-NP-PHONE(K) = FD-NPOL-PHONE
004990        ADD 1 TO WS-SCORE
005000        MOVE 'T' TO WS-AGREE-PHONE
005010     END-IF
005020     IF WS-NP-PREMIUM(K) = FD-NPOL-PREMIUM
005030        ADD 1 TO WS-SCORE
005040        MOVE 'P' TO WS-AGREE-PREMIUM
005050     END-IF
005060     IF WS-SCORE = 1 AND WS-AGREE-PREMIUM = 'P'
005070        MOVE 0 TO WS-SCORE
005080     END-IF
005090     IF WS-SCORE = 0
005100        GO TO A-045-EXIT
005110     END-IF
005120     IF WS-SCORE > WS-BEST-SCORE
005130        MOVE WS-SCORE TO WS-BEST-SCORE
005140        MOVE K        TO WS-BEST-IX
005150        MOVE 1        TO WS-BEST-TIES
005160        MOVE WS-AGREE TO WS-BEST-AGREE
005170     ELSE
005180        IF WS-SCORE = WS-BEST-SCORE
005190           ADD 1 TO WS-BEST-TIES
005200        END-IF
005210     END-IF.
005220*
005230 A-045-EXIT.
005240     EXIT.
005250*
005260*----------------------------------------------------------------*
005270*    BUILD THE AEGON-NR CORRECTION - EVERYTHING BLANK EXCEPT     *
005280*    THE ACTION, THE POLICY AND THE CARRIER'S AEGON-NR, SO       *
005290*    PROGRAM3'S BLANK-MEANS-KEEP CHANGE LEAVES THE REST ALONE    *
005300*----------------------------------------------------------------*
005310 A-050-HOLD-TRAN.
005320*
005330     MOVE SPACES                     TO WS-PROP-TRAN
005340     MOVE 'C'                        TO WS-PT-ACTION
005350     MOVE FD-NPOL-POLICY             TO WS-PT-POLICYNUM
005360     MOVE WS-NP-AEGON-NR(WS-BEST-IX) TO WS-PT-AEGON-NR
005370     WRITE FD-HOLD-REC FROM WS-PROP-TRAN
005380     IF WS-HOLD-STATUS NOT = '00'
005390        MOVE 'Y' TO WS-ABEND-SW
005400     END-IF.
005410*
005420 A-050-EXIT.
005430     EXIT.
005440*
005450 A-070-REPORT-PAIR.
005460*
005470     MOVE FD-NPOL-CARRIER            TO WS-RD-CARRIER
005480     MOVE FD-NPOL-POLICY             TO WS-RD-POLICY
005490     MOVE FD-NPOL-AEGON-NR           TO WS-RD-OUR-NR
005500     MOVE WS-NP-AEGON-NR(WS-BEST-IX) TO WS-RD-CARR-NR
005510     MOVE FD-NPOL-NAME               TO WS-RD-NAME
005520     MOVE WS-BEST-AGREE              TO WS-RD-AGREE
005530     MOVE FD-NPOL-PREMIUM            TO WS-RD-PREMIUM
005540     WRITE FD-RPT-LINE FROM WS-RPT-DETAIL.
005550*
005560 A-070-EXIT.
005570     EXIT.
005580*
005590 A-900-WRITE-TOTALS.
005600*
005610     MOVE SPACES TO FD-RPT-LINE
005620     WRITE FD-RPT-LINE
005630     MOVE 'UNMATCHED POLICIES READ     ' TO WS-RT-LABEL
005640     MOVE WS-CT-NPOL-READ TO WS-RT-COUNT
005650     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
005660     MOVE 'NO-POLICY RECORDS READ      ' TO WS-RT-LABEL
005670     MOVE WS-CT-NAEG-READ TO WS-RT-COUNT
005680     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
005690     MOVE 'HIGH - HELD FOR APPROVAL    ' TO WS-RT-LABEL
005700     MOVE WS-CT-HIGH      TO WS-RT-COUNT
005710     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
005720     MOVE 'HIGH - AMBIGUOUS, NOT HELD  ' TO WS-RT-LABEL
005730     MOVE WS-CT-AMBIGUOUS TO WS-RT-COUNT
005740     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
005750     MOVE 'MEDIUM CONFIDENCE           ' TO WS-RT-LABEL
005760     MOVE WS-CT-MEDIUM    TO WS-RT-COUNT
005770     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
005780     MOVE 'LOW CONFIDENCE              ' TO WS-RT-LABEL
005790     MOVE WS-CT-LOW       TO WS-RT-COUNT
005800     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL.
005810*
005820 A-900-EXIT.
005830     EXIT.
005840*
005850*----------------------------------------------------------------*
005860*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
005870*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
005880*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
005890*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
005900*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
005910*    FAILS                                                       *
005920*----------------------------------------------------------------*
005930 A-950-RUNCTL-START.
005940*
005950     OPEN INPUT IN-RUNPARM
005960     IF WS-RUNPARM-STATUS NOT = '00'
005970        GO TO A-950-EXIT
005980     END-IF
005990     READ IN-RUNPARM
006000        AT END
006010           MOVE SPACES TO FD-RP-JOB
006020           MOVE SPACES TO FD-RP-STEP
006030     END-READ
006040     MOVE FD-RP-JOB  TO WS-RUN-JOB
006050     MOVE FD-RP-STEP TO WS-RUN-STEP
006060     CLOSE IN-RUNPARM
006070     IF WS-RUN-JOB = SPACES
006080        GO TO A-950-EXIT
006090     END-IF
006100     OPEN I-O RUNCTL
006110     IF WS-RUNCTL-STATUS = '35'
006120        OPEN OUTPUT RUNCTL
006130        CLOSE RUNCTL
006140        OPEN I-O RUNCTL
006150     END-IF
006160     IF WS-RUNCTL-STATUS NOT = '00'
006170        DISPLAY 'PROGRAM20 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
006180        GO TO A-950-EXIT
006190     END-IF
006200     MOVE 'Y' TO WS-RUNCTL-ACT-SW
006210     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
006220     MOVE WS-RUN-JOB      TO FD-RUN-JOB
006230     MOVE WS-RUN-STEP     TO FD-RUN-STEP
006240     MOVE 'PROGRAM20'     TO FD-RUN-PROGRAM
006250     MOVE 'S' TO FD-RUN-STATUS
006260     MOVE 0   TO FD-RUN-RC
006270     MOVE 0   TO FD-RUN-CNT-IN
006280     MOVE 0   TO FD-RUN-CNT-OUT
006290     WRITE FD-RUNCTL-REC
006300*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
006310*    EARLIER RECORD
006320     IF WS-RUNCTL-STATUS = '22'
006330        REWRITE FD-RUNCTL-REC
006340     END-IF.
006350*
006360 A-950-EXIT.
006370     EXIT.
006380*
006390 A-955-RUNCTL-END.
006400*
006410     IF NOT WS-RUNCTL-ACTIVE
006420        GO TO A-955-EXIT
006430     END-IF
006440     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
006450     MOVE WS-RUN-JOB      TO FD-RUN-JOB
006460     MOVE WS-RUN-STEP     TO FD-RUN-STEP
006470     READ RUNCTL
006480        INVALID KEY
006490           CONTINUE
006500     END-READ
006510     MOVE 'PROGRAM20'     TO FD-RUN-PROGRAM
006520     MOVE 'E' TO FD-RUN-STATUS
006530     MOVE RETURN-CODE    TO FD-RUN-RC
006540     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
006550     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
006560     REWRITE FD-RUNCTL-REC
006570     IF WS-RUNCTL-STATUS NOT = '00'
006580        DISPLAY 'PROGRAM20 - RUN LEDGER END RECORD NOT WRITTEN'
006590     END-IF
006600     CLOSE RUNCTL.
006610*
006620 A-955-EXIT.
006630     EXIT.
006640*
006650*----------------------------------------------------------------*
006660*    RETURN-CODE CONTRACT - 0 NOTHING HELD, 4 HIGH-CONFIDENCE    *
006670*    PAIRS AWAIT APPROVAL ON THE HOLD FILE, 16 AN OPEN/I-O       *
006680*    ERROR STOPPED THE RUN BEFORE IT COMPLETED                   *
006690*----------------------------------------------------------------*
006700 A-999.
006710     EVALUATE TRUE
006720        WHEN WS-ABEND
006730           MOVE 16 TO RETURN-CODE
006740        WHEN WS-CT-HIGH > 0
006750           MOVE 4  TO RETURN-CODE
006760        WHEN OTHER
006770           MOVE 0  TO RETURN-CODE
006780     END-EVALUATE
006790     ADD WS-CT-NPOL-READ WS-CT-NAEG-READ GIVING WS-RUN-CNT-IN
006800     MOVE WS-CT-HIGH      TO WS-RUN-CNT-OUT
006810     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
006820     GOBACK.
