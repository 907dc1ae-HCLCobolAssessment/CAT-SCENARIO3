000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM25.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - CROSS-FILE INTEGRITY SWEEP     *
000110*    OVER THE POLICY MASTER (PROGRAM3), THE RECONCILIATION       *
000120*    STATUS MASTER (PROGRAM2 / PROGRAM12 / PROGRAM16) AND THE    *
000130*    CURRENT GENERATION OF THE UNMATCHED-POLICY AGING FILE       *
000140*    (PROGRAM5).  NOTHING ELSE CHECKS THAT THE THREE STILL       *
000150*    AGREE.  EVERY FINDING IS LISTED, GROUPED BY TYPE WITH A     *
000160*    COUNT PER TYPE:                                             *
000170*      1  STATUS ROW - POLICY NOT ON THE MASTER (ORPHAN)         *
000180*      2  STATUS ROW - CARRIER DIFFERS FROM THE MASTER           *
000190*      3  STATUS ROW - AEGON-NR DIFFERS FROM THE MASTER          *
000200*      4  AGING ENTRY - POLICY NOT ON THE MASTER (ORPHAN)        *
000210*      5  AGING ENTRY - NO STATUS ROW (ORPHAN)                   *
000220*      6  AGING ENTRY - CARRIER OR AEGON-NR DIFFERS FROM THE     *
000230*         MASTER                                                 *
000240*    THE INTGPARM CARD NAMES THE MODE - R REPORT (THE DEFAULT,   *
000250*    NO CARD) OR P PURGE.  A PURGE RUN SWEEPS AGAIN, SO ONLY     *
000260*    WHAT IS STILL AN ORPHAN WHEN IT RUNS IS REMOVED: TYPE 1     *
000270*    ROWS ARE DELETED FROM THE STATUS MASTER AND TYPE 4 AND 5    *
000280*    ENTRIES ARE LEFT OUT OF A NEW AGING GENERATION, EACH ONE    *
000290*    WRITTEN FIRST TO THE BEFORE-IMAGE FILE.  A DISAGREEMENT IS  *
000300*    NEVER PURGED - THE NEXT RECONCILIATION OF THE POLICY        *
000310*    REFRESHES THE STATUS ROW FROM THE MASTER.                   *
000311*    OCT 2026  RKS  STATUS RECORD EXTENDED (136 TO 152) WITH THE *
000312*    CASE OPEN AND REOPEN DATES STAMPED BY PROGRAM2 - LAYOUT     *
000313*    FOLLOWED, AND THE BEFORE-IMAGE RECORD WIDENS WITH IT (145   *
000314*    TO 161).                                                    *
000320*----------------------------------------------------------------*
000330*
000340 ENVIRONMENT DIVISION.
000350*
000360*----------------------------------------------------------------*
000370**                                                               *
000380**   CONFIGURATION SECTION                                       *
000390**                                                               *
000400*----------------------------------------------------------------*
000410*
000420 CONFIGURATION SECTION.
000430*
000440 SPECIAL-NAMES.
000450      DECIMAL-POINT IS COMMA.
000460*
000470*----------------------------------------------------------------*
000480**                                                               *
000490**   INPUT-OUTPUT SECTION                                        *
000500**                                                               *
000510*----------------------------------------------------------------*
000520*
000530 INPUT-OUTPUT SECTION.
000540*
000550 FILE-CONTROL.
000560     SELECT POLMASTER        ASSIGN TO "POLMAST"
000570            ORGANIZATION    IS INDEXED
000580            ACCESS MODE     IS RANDOM
000590            RECORD KEY      IS FD-MST-POLICYNUM
000600            FILE STATUS     IS WS-MASTER-STATUS.
000610*
000620     SELECT STATUSFILE       ASSIGN TO "STATOUT"
000630            ORGANIZATION    IS INDEXED
000640            ACCESS MODE     IS DYNAMIC
000650            RECORD KEY      IS FD-STAT-POLICYNUM
000660            FILE STATUS     IS WS-STAT-STATUS.
000670*
000680     SELECT IN-AGING         ASSIGN TO "AGEIN"
000690            ORGANIZATION    IS LINE SEQUENTIAL
000700            FILE STATUS     IS WS-AGEIN-STATUS.
000710*
000720     SELECT OUT-AGING        ASSIGN TO "AGEOUT"
000730            ORGANIZATION    IS LINE SEQUENTIAL
000740            FILE STATUS     IS WS-AGEOUT-STATUS.
000750*
000760     SELECT OUT-BEFORE       ASSIGN TO "BEFOROUT"
000770            ORGANIZATION    IS LINE SEQUENTIAL
000780            FILE STATUS     IS WS-BEFORE-STATUS.
000790*
000800     SELECT OUT-INTG-RPT     ASSIGN TO "INTGRPT"
000810            ORGANIZATION    IS LINE SEQUENTIAL
000820            FILE STATUS     IS WS-RPT-STATUS.
000830*
000840     SELECT OPTIONAL IN-INTGPARM ASSIGN TO "INTGPARM"
000850            ORGANIZATION    IS LINE SEQUENTIAL
000860            FILE STATUS     IS WS-PARM-STATUS.
000870*
000880     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000890            ORGANIZATION    IS LINE SEQUENTIAL
000900            FILE STATUS     IS WS-RUNPARM-STATUS.
000910*
000920     SELECT RUNCTL           ASSIGN TO "RUNCTL"
000930            ORGANIZATION    IS INDEXED
000940            ACCESS MODE     IS RANDOM
000950            RECORD KEY      IS FD-RUN-KEY
000960            FILE STATUS     IS WS-RUNCTL-STATUS.
000970*
000980*----------------------------------------------------------------*
000990**                                                               *
001000**   DATA DIVISION                                               *
001010**                                                               *
001020*----------------------------------------------------------------*
001030*
001040 DATA DIVISION.
001050*
001060*----------------------------------------------------------------*
001070**                                                               *
001080**   FILE SECTION                                                *
001090**                                                               *
001100*----------------------------------------------------------------*
001110*
001120 FILE SECTION.
001130*
001140*    POLICY MASTER - LAYOUT MUST MATCH THE FD IN PROGRAM3
001150 FD  POLMASTER
001160     RECORDING MODE IS F.
001170 01  FD-MASTER-REC.
001180     03  FD-MST-POLICYNUM PIC 9(7).
001190     03  FD-MST-CARRIER   PIC X(3).
001200     03  FD-MST-AEGON-NR  PIC X(5).
001210     03  FD-MST-NAME      PIC X(7).
001220     03  FD-MST-STREET    PIC X(3).
001230     03  FD-MST-PHONE     PIC X(7).
001240     03  FD-MST-PREMIUM   PIC 9(5)V99.
001250     03  FD-MST-STATUS    PIC X(1).
001260     03  FD-MST-EFF-DATE  PIC X(8).
001270     03  FD-MST-TERM-DATE PIC X(8).
001280*
001290*    RECONCILIATION STATUS MASTER - LAYOUT MUST MATCH THE FD IN
001300*    PROGRAM2.  ROWS ARE DELETED THROUGH THE BASE CLUSTER; THE
001310*    AEGON-NR INDEX IS IN ITS UPGRADE SET AND FOLLOWS
001320 FD  STATUSFILE
001330     RECORDING MODE IS F.
001340 01  FD-STATUS-REC.
001350     03  FD-STAT-POLICYNUM  PIC 9(7).
001360     03  FD-STAT-CARRIER    PIC X(3).
001370     03  FD-STAT-AEGON-NR   PIC X(5).
001380     03  FD-STAT-OUTCOME    PIC X(1).
001390     03  FD-STAT-REJ-REASON PIC X(30).
001400     03  FD-STAT-LAST-MATCH PIC X(8).
001410     03  FD-STAT-LAST-RUN   PIC X(8).
001420     03  FD-STAT-RES-STATE  PIC X(1).
001430     03  FD-STAT-ANALYST    PIC X(8).
001440     03  FD-STAT-RES-NOTE   PIC X(40).
001450     03  FD-STAT-RES-DATE   PIC X(8).
001460     03  FD-STAT-DISP       PIC X(9).
001470     03  FD-STAT-DISP-DATE  PIC X(8).
001471     03  FD-STAT-OPEN-DATE  PIC X(8).
001472     03  FD-STAT-REOPEN-DATE PIC X(8).
001480*
001490*    UNMATCHED-POLICY AGING - LAYOUT MUST MATCH THE FDS IN
001500*    PROGRAM5
001510 FD  IN-AGING
001520     RECORDING MODE IS F.
001530 01  FD-AGEIN-REC.
001540     03  FD-AGI-POLICYNUM  PIC X(7).
001550     03  FD-AGI-CARRIER    PIC X(3).
001560     03  FD-AGI-AEGON-NR   PIC X(5).
001570     03  FD-AGI-FIRST-DATE PIC X(8).
001580     03  FD-AGI-LAST-DATE  PIC X(8).
001590     03  FD-AGI-DAYS       PIC 9(5).
001600*
001610 FD  OUT-AGING
001620     RECORDING MODE IS F.
001630 01  FD-AGEOUT-REC         PIC X(36).
001640*
001650*    BEFORE-IMAGE OF EVERYTHING A PURGE REMOVES - RUN DATE, THE
001660*    FILE IT CAME FROM (S STATUS MASTER, A AGING) AND THE RECORD
001670*    AS IT STOOD, PADDED TO THE STATUS RECORD LENGTH
001680 FD  OUT-BEFORE
001690     RECORDING MODE IS F.
001700 01  FD-BEFORE-REC.
001710     03  FD-BI-DATE        PIC X(8).
001720     03  FD-BI-FILE        PIC X(1).
001730     03  FD-BI-IMAGE       PIC X(152).
001740*
001750 FD  OUT-INTG-RPT
001760     RECORDING MODE IS F.
001770 01  FD-RPT-LINE           PIC X(80).
001780*
001790 FD  IN-INTGPARM
001800     RECORDING MODE IS F.
001810 01  FD-INTGPARM-REC.
001820     03  FD-IP-MODE        PIC X(1).
001830     03  FILLER            PIC X(79).
001840*
001850 FD  IN-RUNPARM
001860     RECORDING MODE IS F.
001870 01  FD-RUNPARM-REC.
001880     03  FD-RP-JOB        PIC X(8).
001890     03  FD-RP-STEP       PIC X(8).
001900*
001910*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001920*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001930*    PROGRAM18 / PROGRAM19 INQUIRIES
001940 FD  RUNCTL
001950     RECORDING MODE IS F.
001960 01  FD-RUNCTL-REC.
001970     03  FD-RUN-KEY.
001980         05  FD-RUN-DATE      PIC X(8).
001990         05  FD-RUN-JOB       PIC X(8).
002000         05  FD-RUN-STEP      PIC X(8).
002010     03  FD-RUN-PROGRAM   PIC X(8).
002020     03  FD-RUN-STATUS    PIC X(1).
002030     03  FD-RUN-RC        PIC 9(2).
002040     03  FD-RUN-CNT-IN    PIC 9(7).
002050     03  FD-RUN-CNT-OUT   PIC 9(7).
002060*
002070*----------------------------------------------------------------*
002080**                                                               *
002090**   WORKING-STORAGE SECTION                                     *
002100**                                                               *
002110*----------------------------------------------------------------*
002120*
002130 WORKING-STORAGE SECTION.
002140*
002150 01  WS-AGE-EOF-SW     PIC X(1) VALUE 'N'.
002160     88  WS-AGE-EOF            VALUE 'Y'.
002170 01  WS-STAT-EOF-SW    PIC X(1) VALUE 'N'.
002180     88  WS-STAT-EOF           VALUE 'Y'.
002190 01  WS-MST-FOUND-SW   PIC X(1) VALUE 'N'.
002200     88  WS-MST-FOUND          VALUE 'Y'.
002210 01  WS-STAT-FOUND-SW  PIC X(1) VALUE 'N'.
002220     88  WS-STAT-FOUND         VALUE 'Y'.
002230 01  WS-DROP-SW        PIC X(1) VALUE 'N'.
002240     88  WS-DROP-ENTRY         VALUE 'Y'.
002250*
002260*----------------------------------------------------------------*
002270*    FILE STATUS AND ABEND HANDLING                              *
002280*----------------------------------------------------------------*
002290 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
002300     88  WS-ABEND              VALUE 'Y'.
002310 01  WS-MASTER-STATUS  PIC X(2).
002320 01  WS-STAT-STATUS    PIC X(2).
002330 01  WS-AGEIN-STATUS   PIC X(2).
002340 01  WS-AGEOUT-STATUS  PIC X(2).
002350 01  WS-BEFORE-STATUS  PIC X(2).
002360 01  WS-RPT-STATUS     PIC X(2).
002370 01  WS-PARM-STATUS    PIC X(2).
002380*
002390 01  WS-CURRENT-DATE   PIC X(8).
002400*
002410*    RUN MODE FROM THE INTGPARM CARD - NO CARD IS A REPORT RUN
002420 01  WS-MODE           PIC X(1) VALUE 'R'.
002430     88  WS-MODE-REPORT        VALUE 'R'.
002440     88  WS-MODE-PURGE         VALUE 'P'.
002450*
002460*----------------------------------------------------------------*
002470*    FINDINGS - GATHERED DURING THE TWO PASSES AND PRINTED BY    *
002480*    TYPE AT THE END.  PAST WS-FND-MAX FINDINGS THE COUNTS STAY  *
002490*    RIGHT BUT THE LISTING IS CUT SHORT (AND SAYS SO)            *
002500*----------------------------------------------------------------*
002510 01  WS-FND-MAX        PIC 9(4) COMP VALUE 5000.
002520 01  WS-FND-COUNT      PIC 9(4) COMP VALUE 0.
002530 01  WS-FND-IX         PIC 9(4) COMP VALUE 0.
002540 01  WS-FND-LOST       PIC 9(7) COMP VALUE 0.
002550 01  WS-FND-TABLE.
002560     03  WS-FND-ENTRY OCCURS 5000 TIMES.
002570         05  WS-FND-TYPE       PIC 9(1).
002580         05  WS-FND-POLICY     PIC X(7).
002590         05  WS-FND-CARRIER    PIC X(3).
002600         05  WS-FND-AEGON-NR   PIC X(5).
002610         05  WS-FND-M-CARRIER  PIC X(3).
002620         05  WS-FND-M-AEGON-NR PIC X(5).
002630         05  WS-FND-DATE       PIC X(8).
002640         05  WS-FND-STATE      PIC X(1).
002650*
002660*    THE FINDING IN HAND, BEFORE IT IS FILED
002670 01  WS-NEW-FINDING.
002680     03  WS-NF-TYPE        PIC 9(1).
002690     03  WS-NF-POLICY      PIC X(7).
002700     03  WS-NF-CARRIER     PIC X(3).
002710     03  WS-NF-AEGON-NR    PIC X(5).
002720     03  WS-NF-M-CARRIER   PIC X(3).
002730     03  WS-NF-M-AEGON-NR  PIC X(5).
002740     03  WS-NF-DATE        PIC X(8).
002750     03  WS-NF-STATE       PIC X(1).
002760*
002770 01  WS-TYPE-IX        PIC 9(4) COMP VALUE 0.
002780 01  WS-TYPE-COUNTS.
002790     03  WS-TYPE-COUNT     PIC 9(7) COMP OCCURS 6 TIMES.
002800 01  WS-TYPE-TITLES.
002810     03  FILLER            PIC X(50) VALUE
002820         '1  STATUS ROWS - POLICY NOT ON THE MASTER         '.
002830     03  FILLER            PIC X(50) VALUE
002840         '2  STATUS ROWS - CARRIER DIFFERS FROM THE MASTER  '.
002850     03  FILLER            PIC X(50) VALUE
002860         '3  STATUS ROWS - AEGON-NR DIFFERS FROM THE MASTER '.
002870     03  FILLER            PIC X(50) VALUE
002880         '4  AGING ENTRIES - POLICY NOT ON THE MASTER       '.
002890     03  FILLER            PIC X(50) VALUE
002900         '5  AGING ENTRIES - NO STATUS ROW                  '.
002910     03  FILLER            PIC X(50) VALUE
002920         '6  AGING ENTRIES - CARRIER OR AEGON-NR DIFFERS    '.
002930 01  WS-TYPE-TITLE-TAB REDEFINES WS-TYPE-TITLES.
002940     03  WS-TYPE-TITLE     PIC X(50) OCCURS 6 TIMES.
002950*
002960*----------------------------------------------------------------*
002970*    RUN COUNTS                                                  *
002980*----------------------------------------------------------------*
002990 01  WS-CT-STAT-READ   PIC 9(7) COMP VALUE 0.
003000 01  WS-CT-AGE-READ    PIC 9(7) COMP VALUE 0.
003010 01  WS-CT-STAT-PURGED PIC 9(7) COMP VALUE 0.
003020 01  WS-CT-AGE-PURGED  PIC 9(7) COMP VALUE 0.
003030 01  WS-CT-AGE-KEPT    PIC 9(7) COMP VALUE 0.
003040 01  WS-CT-FINDINGS    PIC 9(7) COMP VALUE 0.
003050*
003060*----------------------------------------------------------------*
003070*    REPORT LINES                                                *
003080*----------------------------------------------------------------*
003090 01  WS-RPT-HEADING.
003100     03  FILLER            PIC X(43) VALUE
003110         'CROSS-FILE INTEGRITY SWEEP                 '.
003120     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
003130     03  WS-RH-DATE        PIC X(8).
003140     03  FILLER            PIC X(2)  VALUE SPACES.
003150     03  WS-RH-MODE        PIC X(18).
003160*
003170 01  WS-TYPE-HEADING.
003180     03  WS-TH-TITLE       PIC X(50).
003190     03  FILLER            PIC X(9)  VALUE '  COUNT  '.
003200     03  WS-TH-COUNT       PIC Z(6)9.
003210     03  FILLER            PIC X(14) VALUE SPACES.
003220*
003230 01  WS-FIND-HEAD.
003240     03  FILLER            PIC X(40) VALUE
003250         '  POLICY   CAR  AEGNR   MASTER CAR  AEGN'.
003260     03  FILLER            PIC X(40) VALUE
003270         'R   DATE      ST  ACTION                '.
003280*
003290 01  WS-FIND-LINE.
003300     03  FILLER            PIC X(2)  VALUE SPACES.
003310     03  WS-FL-POLICY      PIC X(7).
003320     03  FILLER            PIC X(2)  VALUE SPACES.
003330     03  WS-FL-CARRIER     PIC X(3).
003340     03  FILLER            PIC X(2)  VALUE SPACES.
003350     03  WS-FL-AEGON-NR    PIC X(5).
003360     03  FILLER            PIC X(10) VALUE SPACES.
003370     03  WS-FL-M-CARRIER   PIC X(3).
003380     03  FILLER            PIC X(2)  VALUE SPACES.
003390     03  WS-FL-M-AEGON-NR  PIC X(5).
003400     03  FILLER            PIC X(3)  VALUE SPACES.
003410     03  WS-FL-DATE        PIC X(8).
003420     03  FILLER            PIC X(2)  VALUE SPACES.
003430     03  WS-FL-STATE       PIC X(1).
003440     03  FILLER            PIC X(3)  VALUE SPACES.
003450     03  WS-FL-ACTION      PIC X(10).
003460     03  FILLER            PIC X(12) VALUE SPACES.
003470*
003480 01  WS-TOTAL-LINE.
003490     03  WS-TL-LABEL       PIC X(40).
003500     03  WS-TL-COUNT       PIC Z(6)9.
003510     03  FILLER            PIC X(33) VALUE SPACES.
003520*
003530*----------------------------------------------------------------*
003540*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
003550*----------------------------------------------------------------*
003560 01  WS-RUNPARM-STATUS PIC X(2).
003570 01  WS-RUNCTL-STATUS  PIC X(2).
003580 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
003590     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
003600 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
003610 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
003620 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
003630 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
003640*
003650*----------------------------------------------------------------*
003660 PROCEDURE DIVISION.
003670*----------------------------------------------------------------*
003680 A-MAIN                                      SECTION.
003690*----------------------------------------------------------------*
003700 A-001.
003710*
003720     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003730     PERFORM A-015-READ-INTGPARM THRU A-015-EXIT
003740     IF NOT WS-ABEND
003750        PERFORM A-010-OPEN-FILES THRU A-010-EXIT
003760     END-IF
003770*
003780     IF WS-ABEND
003790        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
003800        GO TO A-999
003810     END-IF
003820*
003830     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
003840     PERFORM A-012-CLEAR-TYPE THRU A-012-EXIT
003850        VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 6
003860     MOVE WS-CURRENT-DATE TO WS-RH-DATE
003870     IF WS-MODE-PURGE
003880        MOVE 'PURGE RUN' TO WS-RH-MODE
003890     ELSE
003900        MOVE 'REPORT ONLY' TO WS-RH-MODE
003910     END-IF
003920     WRITE FD-RPT-LINE FROM WS-RPT-HEADING
003930*
003940*    THE AGING PASS GOES FIRST - ITS STATUS LOOKUPS ARE RANDOM
003950*    READS, AND THE STATUS PASS THAT FOLLOWS OWNS THE BROWSE
003960     PERFORM A-020-READ-AGING THRU A-020-EXIT
003970     PERFORM A-030-CHECK-AGING THRU A-030-EXIT
003980        UNTIL WS-AGE-EOF OR WS-ABEND
003990*
004000     IF NOT WS-ABEND
004010        MOVE 0 TO FD-STAT-POLICYNUM
004020        START STATUSFILE KEY IS NOT LESS THAN FD-STAT-POLICYNUM
004030           INVALID KEY
004040              MOVE 'Y' TO WS-STAT-EOF-SW
004050        END-START
004060        PERFORM A-040-READ-STATUS THRU A-040-EXIT
004070        PERFORM A-050-CHECK-STATUS THRU A-050-EXIT
004080           UNTIL WS-STAT-EOF OR WS-ABEND
004090     END-IF
004100*
004110     IF NOT WS-ABEND
004120        PERFORM A-070-WRITE-TYPE THRU A-070-EXIT
004130           VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 6
004140        PERFORM A-920-WRITE-SUMMARY THRU A-920-EXIT
004150     END-IF
004160*
004170     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
004180*
004190     GO TO A-999.
004200*
004210*----------------------------------------------------------------*
004220*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
004230*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH.     *
004240*    THE NEW AGING GENERATION AND THE BEFORE-IMAGES ARE ONLY     *
004250*    OPENED ON A PURGE RUN                                       *
004260*----------------------------------------------------------------*
004270 A-005-CLOSE-FILES.
004280*
004290     CLOSE POLMASTER
004300     CLOSE STATUSFILE
004310     CLOSE IN-AGING
004320     IF WS-MODE-PURGE
004330        CLOSE OUT-AGING
004340        CLOSE OUT-BEFORE
004350     END-IF
004360     CLOSE OUT-INTG-RPT.
004370*
004380 A-005-EXIT.
004390     EXIT.
004400*
004410*----------------------------------------------------------------*
004420*    A REPORT RUN OPENS THE STATUS MASTER INPUT ONLY; A PURGE    *
004430*    RUN OPENS IT I-O TO DELETE                                  *
004440*----------------------------------------------------------------*
004450 A-010-OPEN-FILES.
004460*
004470     OPEN INPUT  POLMASTER
004480     IF WS-MASTER-STATUS NOT = '00'
004490        MOVE 'Y' TO WS-ABEND-SW
004500     END-IF
004510     IF WS-MODE-PURGE
004520        OPEN I-O    STATUSFILE
004530     ELSE
004540        OPEN INPUT  STATUSFILE
004550     END-IF
004560     IF WS-STAT-STATUS NOT = '00'
004570        MOVE 'Y' TO WS-ABEND-SW
004580     END-IF
004590     OPEN INPUT  IN-AGING
004600     IF WS-AGEIN-STATUS NOT = '00'
004610        MOVE 'Y' TO WS-ABEND-SW
004620     END-IF
004630     IF WS-MODE-PURGE
004640        OPEN OUTPUT OUT-AGING
004650        IF WS-AGEOUT-STATUS NOT = '00'
004660           MOVE 'Y' TO WS-ABEND-SW
004670        END-IF
004680        OPEN OUTPUT OUT-BEFORE
004690        IF WS-BEFORE-STATUS NOT = '00'
004700           MOVE 'Y' TO WS-ABEND-SW
004710        END-IF
004720     END-IF
004730     OPEN OUTPUT OUT-INTG-RPT
004740     IF WS-RPT-STATUS NOT = '00'
004750        MOVE 'Y' TO WS-ABEND-SW
004760     END-IF.
004770*
004780 A-010-EXIT.
004790     EXIT.
004800*
004810 A-012-CLEAR-TYPE.
004820*
004830     MOVE 0 TO WS-TYPE-COUNT(WS-TYPE-IX).
004840*
004850 A-012-EXIT.
004860     EXIT.
004870*
004880*----------------------------------------------------------------*
004890*    INTGPARM IS OPTIONAL - NO CARD (OR A BLANK ONE) IS A REPORT *
004900*    RUN.  ANY MODE OTHER THAN R OR P STOPS THE RUN BEFORE A     *
004910*    FILE IS TOUCHED                                             *
004920*----------------------------------------------------------------*
004930 A-015-READ-INTGPARM.
004940*
004950     OPEN INPUT IN-INTGPARM
004960     IF WS-PARM-STATUS NOT = '00'
004970        GO TO A-015-EXIT
004980     END-IF
004990     READ IN-INTGPARM
005000        AT END
005010           MOVE SPACES TO FD-INTGPARM-REC
005020     END-READ
005030     CLOSE IN-INTGPARM
005040     IF FD-IP-MODE = SPACE
005050        GO TO A-015-EXIT
005060     END-IF
005070     IF FD-IP-MODE NOT = 'R' AND FD-IP-MODE NOT = 'P'
005080        DISPLAY 'PROGRAM25 - INTGPARM MODE MUST BE R OR P'
005090        MOVE 'Y' TO WS-ABEND-SW
005100        GO TO A-015-EXIT
005110     END-IF
005120     MOVE FD-IP-MODE TO WS-MODE.
005130*
005140 A-015-EXIT.
005150     EXIT.
005160*
005170 A-020-READ-AGING.
005180*
005190     READ IN-AGING
005200        AT END
005210           MOVE 'Y' TO WS-AGE-EOF-SW
005220           GO TO A-020-EXIT
005230     END-READ
005240     IF WS-AGEIN-STATUS NOT = '00'
005250        MOVE 'Y' TO WS-ABEND-SW
005260        GO TO A-020-EXIT
005270     END-IF
005280     ADD 1 TO WS-CT-AGE-READ.
005290*
005300 A-020-EXIT.
005310     EXIT.
005320*
005330*----------------------------------------------------------------*
005340*    ONE AGING ENTRY AGAINST THE MASTER AND THE STATUS MASTER.   *
005350*    ON A PURGE RUN EVERY ENTRY NOT DROPPED AS AN ORPHAN IS      *
005360*    COPIED TO THE NEW GENERATION UNCHANGED                      *
005370*----------------------------------------------------------------*
005380 A-030-CHECK-AGING.
005390*
005400     MOVE 'N' TO WS-DROP-SW
005410     MOVE SPACES               TO WS-NEW-FINDING
005420     MOVE FD-AGI-POLICYNUM     TO WS-NF-POLICY
005430     MOVE FD-AGI-CARRIER       TO WS-NF-CARRIER
005440     MOVE FD-AGI-AEGON-NR      TO WS-NF-AEGON-NR
005450     MOVE FD-AGI-LAST-DATE     TO WS-NF-DATE
005460*
005470     MOVE 'N' TO WS-MST-FOUND-SW
005480     IF FD-AGI-POLICYNUM NUMERIC
005490        MOVE FD-AGI-POLICYNUM TO FD-MST-POLICYNUM
005500        PERFORM A-060-READ-MASTER THRU A-060-EXIT
005510        IF WS-ABEND
005520           GO TO A-030-EXIT
005530        END-IF
005540     END-IF
005550     IF NOT WS-MST-FOUND
005560        MOVE 4 TO WS-NF-TYPE
005570        PERFORM A-080-FILE-FINDING THRU A-080-EXIT
005580        MOVE 'Y' TO WS-DROP-SW
005590        GO TO A-030-WRITE
005600     END-IF
005610*
005620     MOVE FD-MST-CARRIER  TO WS-NF-M-CARRIER
005630     MOVE FD-MST-AEGON-NR TO WS-NF-M-AEGON-NR
005640     MOVE 'N' TO WS-STAT-FOUND-SW
005650     MOVE FD-MST-POLICYNUM TO FD-STAT-POLICYNUM
005660     READ STATUSFILE
005670        INVALID KEY
005680           CONTINUE
005690        NOT INVALID KEY
005700           MOVE 'Y' TO WS-STAT-FOUND-SW
005710     END-READ
005720     IF WS-STAT-STATUS NOT = '00'
005730        AND WS-STAT-STATUS NOT = '23'
005740        MOVE 'Y' TO WS-ABEND-SW
005750        GO TO A-030-EXIT
005760     END-IF
005770     IF NOT WS-STAT-FOUND
005780        MOVE 5 TO WS-NF-TYPE
005790        PERFORM A-080-FILE-FINDING THRU A-080-EXIT
005800        MOVE 'Y' TO WS-DROP-SW
005810        GO TO A-030-WRITE
005820     END-IF
005830     MOVE FD-STAT-RES-STATE TO WS-NF-STATE
005840     IF FD-AGI-CARRIER NOT = FD-MST-CARRIER
005850        OR FD-AGI-AEGON-NR NOT = FD-MST-AEGON-NR
005860        MOVE 6 TO WS-NF-TYPE
005870        PERFORM A-080-FILE-FINDING THRU A-080-EXIT
005880     END-IF.
005890*
005900 A-030-WRITE.
005910     IF NOT WS-MODE-PURGE
005920        GO TO A-030-READ
005930     END-IF
005940     IF WS-DROP-ENTRY
005950        MOVE SPACES          TO FD-BEFORE-REC
005960        MOVE WS-CURRENT-DATE TO FD-BI-DATE
005970        MOVE 'A'             TO FD-BI-FILE
005980        MOVE FD-AGEIN-REC    TO FD-BI-IMAGE
005990        WRITE FD-BEFORE-REC
006000        IF WS-BEFORE-STATUS NOT = '00'
006010           MOVE 'Y' TO WS-ABEND-SW
006020           GO TO A-030-EXIT
006030        END-IF
006040        ADD 1 TO WS-CT-AGE-PURGED
006050     ELSE
006060        WRITE FD-AGEOUT-REC FROM FD-AGEIN-REC
006070        IF WS-AGEOUT-STATUS NOT = '00'
006080           MOVE 'Y' TO WS-ABEND-SW
006090           GO TO A-030-EXIT
006100        END-IF
006110        ADD 1 TO WS-CT-AGE-KEPT
006120     END-IF.
006130*
006140 A-030-READ.
006150     PERFORM A-020-READ-AGING THRU A-020-EXIT.
006160*
006170 A-030-EXIT.
006180     EXIT.
006190*
006200 A-040-READ-STATUS.
006210*
006220     IF WS-STAT-EOF
006230        GO TO A-040-EXIT
006240     END-IF
006250     READ STATUSFILE NEXT RECORD
006260        AT END
006270           MOVE 'Y' TO WS-STAT-EOF-SW
006280           GO TO A-040-EXIT
006290     END-READ
006300     IF WS-STAT-STATUS NOT = '00'
006310        MOVE 'Y' TO WS-ABEND-SW
006320        GO TO A-040-EXIT
006330     END-IF
006340     ADD 1 TO WS-CT-STAT-READ.
006350*
006360 A-040-EXIT.
006370     EXIT.
006380*
006390*----------------------------------------------------------------*
006400*    ONE STATUS ROW AGAINST THE MASTER.  AN ORPHAN ROW IS        *
006410*    DELETED ON A PURGE RUN, ITS BEFORE-IMAGE WRITTEN FIRST      *
006420*----------------------------------------------------------------*
006430 A-050-CHECK-STATUS.
006440*
006450     MOVE SPACES               TO WS-NEW-FINDING
006460     MOVE FD-STAT-POLICYNUM    TO WS-NF-POLICY
006470     MOVE FD-STAT-CARRIER      TO WS-NF-CARRIER
006480     MOVE FD-STAT-AEGON-NR     TO WS-NF-AEGON-NR
006490     MOVE FD-STAT-LAST-RUN     TO WS-NF-DATE
006500     MOVE FD-STAT-RES-STATE    TO WS-NF-STATE
006510*
006520     MOVE FD-STAT-POLICYNUM TO FD-MST-POLICYNUM
006530     PERFORM A-060-READ-MASTER THRU A-060-EXIT
006540     IF WS-ABEND
006550        GO TO A-050-EXIT
006560     END-IF
006570     IF NOT WS-MST-FOUND
006580        MOVE 1 TO WS-NF-TYPE
006590        PERFORM A-080-FILE-FINDING THRU A-080-EXIT
006600        IF WS-MODE-PURGE
006610           PERFORM A-055-PURGE-STATUS THRU A-055-EXIT
006620        END-IF
006630        GO TO A-050-READ
006640     END-IF
006650*
006660     MOVE FD-MST-CARRIER  TO WS-NF-M-CARRIER
006670     MOVE FD-MST-AEGON-NR TO WS-NF-M-AEGON-NR
006680     IF FD-STAT-CARRIER NOT = FD-MST-CARRIER
006690        MOVE 2 TO WS-NF-TYPE
006700        PERFORM A-080-FILE-FINDING THRU A-080-EXIT
006710     END-IF
006720     IF FD-STAT-AEGON-NR NOT = FD-MST-AEGON-NR
006730        MOVE 3 TO WS-NF-TYPE
006740        PERFORM A-080-FILE-FINDING THRU A-080-EXIT
006750     END-IF.
006760*
006770 A-050-READ.
006780     IF NOT WS-ABEND
006790        PERFORM A-040-READ-STATUS THRU A-040-EXIT
006800     END-IF.
006810*
006820 A-050-EXIT.
006830     EXIT.
006840*
006850 A-055-PURGE-STATUS.
006860*
006870     MOVE SPACES          TO FD-BEFORE-REC
006880     MOVE WS-CURRENT-DATE TO FD-BI-DATE
006890     MOVE 'S'             TO FD-BI-FILE
006900     MOVE FD-STATUS-REC   TO FD-BI-IMAGE
006910     WRITE FD-BEFORE-REC
006920     IF WS-BEFORE-STATUS NOT = '00'
006930        MOVE 'Y' TO WS-ABEND-SW
006940        GO TO A-055-EXIT
006950     END-IF
006960     DELETE STATUSFILE RECORD
006970     IF WS-STAT-STATUS NOT = '00'
006980        MOVE 'Y' TO WS-ABEND-SW
006990        GO TO A-055-EXIT
007000     END-IF
007010     ADD 1 TO WS-CT-STAT-PURGED.
007020*
007030 A-055-EXIT.
007040     EXIT.
007050*
007060*----------------------------------------------------------------*
007070*    RANDOM READ OF THE POLICY MASTER ON FD-MST-POLICYNUM - ONLY *
007080*    A CLEAN NOT-FOUND (23) MAKES AN ORPHAN; ANY OTHER STATUS IS *
007090*    AN I/O ERROR AND STOPS THE RUN BEFORE ANYTHING IS PURGED ON *
007100*    THE STRENGTH OF IT                                          *
007110*----------------------------------------------------------------*
007120 A-060-READ-MASTER.
007130*
007140     MOVE 'N' TO WS-MST-FOUND-SW
007150     READ POLMASTER
007160        INVALID KEY
007170           CONTINUE
007180        NOT INVALID KEY
007190           MOVE 'Y' TO WS-MST-FOUND-SW
007200     END-READ
007210     IF WS-MASTER-STATUS NOT = '00'
007220        AND WS-MASTER-STATUS NOT = '23'
007230        MOVE 'Y' TO WS-ABEND-SW
007240     END-IF.
007250*
007260 A-060-EXIT.
007270     EXIT.
007280*
007290*----------------------------------------------------------------*
007300*    FINDINGS REPORT - ONE SECTION PER TYPE, ITS COUNT IN THE    *
007310*    HEADING, THEN ITS LINES IN THE ORDER FOUND                  *
007320*----------------------------------------------------------------*
007330 A-070-WRITE-TYPE.
007340*
007350     MOVE SPACES TO FD-RPT-LINE
007360     WRITE FD-RPT-LINE
007370     MOVE WS-TYPE-TITLE(WS-TYPE-IX) TO WS-TH-TITLE
007380     MOVE WS-TYPE-COUNT(WS-TYPE-IX) TO WS-TH-COUNT
007390     WRITE FD-RPT-LINE FROM WS-TYPE-HEADING
007400     IF WS-TYPE-COUNT(WS-TYPE-IX) = 0
007410        GO TO A-070-EXIT
007420     END-IF
007430     WRITE FD-RPT-LINE FROM WS-FIND-HEAD
007440     PERFORM A-075-WRITE-FINDING THRU A-075-EXIT
007450        VARYING WS-FND-IX FROM 1 BY 1
007460        UNTIL WS-FND-IX > WS-FND-COUNT.
007470*
007480 A-070-EXIT.
007490     EXIT.
007500*
007510 A-075-WRITE-FINDING.
007520*
007530     IF WS-FND-TYPE(WS-FND-IX) NOT = WS-TYPE-IX
007540        GO TO A-075-EXIT
007550     END-IF
007560     MOVE WS-FND-POLICY(WS-FND-IX)     TO WS-FL-POLICY
007570     MOVE WS-FND-CARRIER(WS-FND-IX)    TO WS-FL-CARRIER
007580     MOVE WS-FND-AEGON-NR(WS-FND-IX)   TO WS-FL-AEGON-NR
007590     MOVE WS-FND-M-CARRIER(WS-FND-IX)  TO WS-FL-M-CARRIER
007600     MOVE WS-FND-M-AEGON-NR(WS-FND-IX) TO WS-FL-M-AEGON-NR
007610     MOVE WS-FND-DATE(WS-FND-IX)       TO WS-FL-DATE
007620     MOVE WS-FND-STATE(WS-FND-IX)      TO WS-FL-STATE
007630     MOVE SPACES TO WS-FL-ACTION
007640     IF WS-MODE-PURGE
007650        IF WS-TYPE-IX = 1 OR WS-TYPE-IX = 4 OR WS-TYPE-IX = 5
007660           MOVE 'PURGED' TO WS-FL-ACTION
007670        END-IF
007680     END-IF
007690     WRITE FD-RPT-LINE FROM WS-FIND-LINE.
007700*
007710 A-075-EXIT.
007720     EXIT.
007730*
007740*----------------------------------------------------------------*
007750*    FILE THE FINDING IN HAND UNDER ITS TYPE                     *
007760*----------------------------------------------------------------*
007770 A-080-FILE-FINDING.
007780*
007790     ADD 1 TO WS-TYPE-COUNT(WS-NF-TYPE)
007800     ADD 1 TO WS-CT-FINDINGS
007810     IF WS-FND-COUNT >= WS-FND-MAX
007820        ADD 1 TO WS-FND-LOST
007830        GO TO A-080-EXIT
007840     END-IF
007850     ADD 1 TO WS-FND-COUNT
007860     MOVE WS-NEW-FINDING TO WS-FND-ENTRY(WS-FND-COUNT).
007870*
007880 A-080-EXIT.
007890     EXIT.
007900*
007910*----------------------------------------------------------------*
007920*    RUN SUMMARY                                                 *
007930*----------------------------------------------------------------*
007940 A-920-WRITE-SUMMARY.
007950*
007960     MOVE SPACES TO FD-RPT-LINE
007970     WRITE FD-RPT-LINE
007980     MOVE 'RUN TOTALS' TO FD-RPT-LINE
007990     WRITE FD-RPT-LINE
008000     MOVE 'STATUS ROWS READ                        '
008010       TO WS-TL-LABEL
008020     MOVE WS-CT-STAT-READ TO WS-TL-COUNT
008030     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
008040     MOVE 'AGING ENTRIES READ                      '
008050       TO WS-TL-LABEL
008060     MOVE WS-CT-AGE-READ TO WS-TL-COUNT
008070     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
008080     MOVE 'FINDINGS, ALL TYPES                     '
008090       TO WS-TL-LABEL
008100     MOVE WS-CT-FINDINGS TO WS-TL-COUNT
008110     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
008120     IF WS-FND-LOST > 0
008130        MOVE 'FINDINGS COUNTED BUT NOT LISTED         '
008140          TO WS-TL-LABEL
008150        MOVE WS-FND-LOST TO WS-TL-COUNT
008160        WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
008170     END-IF
008180     IF NOT WS-MODE-PURGE
008190        GO TO A-920-EXIT
008200     END-IF
008210     MOVE 'STATUS ROWS PURGED                      '
008220       TO WS-TL-LABEL
008230     MOVE WS-CT-STAT-PURGED TO WS-TL-COUNT
008240     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
008250     MOVE 'AGING ENTRIES PURGED                    '
008260       TO WS-TL-LABEL
008270     MOVE WS-CT-AGE-PURGED TO WS-TL-COUNT
008280     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
008290     MOVE 'AGING ENTRIES KEPT IN THE NEW GENERATION'
008300       TO WS-TL-LABEL
008310     MOVE WS-CT-AGE-KEPT TO WS-TL-COUNT
008320     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE.
008330*
008340 A-920-EXIT.
008350     EXIT.
008360*
008370*----------------------------------------------------------------*
008380*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
008390*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
008400*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
008410*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
008420*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
008430*    FAILS                                                       *
008440*----------------------------------------------------------------*
008450 A-950-RUNCTL-START.
008460*
008470     OPEN INPUT IN-RUNPARM
008480     IF WS-RUNPARM-STATUS NOT = '00'
008490        GO TO A-950-EXIT
008500     END-IF
008510     READ IN-RUNPARM
008520        AT END
008530           MOVE SPACES TO FD-RP-JOB
008540           MOVE SPACES TO FD-RP-STEP
008550     END-READ
008560     MOVE FD-RP-JOB  TO WS-RUN-JOB
008570     MOVE FD-RP-STEP TO WS-RUN-STEP
008580     CLOSE IN-RUNPARM
008590     IF WS-RUN-JOB = SPACES
008600        GO TO A-950-EXIT
008610     END-IF
008620     OPEN I-O RUNCTL
008630     IF WS-RUNCTL-STATUS = '35'
008640        OPEN OUTPUT RUNCTL
008650        CLOSE RUNCTL
008660        OPEN I-O RUNCTL
008670     END-IF
008680     IF WS-RUNCTL-STATUS NOT = '00'
008690        DISPLAY 'PROGRAM25 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
008700        GO TO A-950-EXIT
008710     END-IF
008720     MOVE 'Y' TO WS-RUNCTL-ACT-SW
008730     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
008740     MOVE WS-RUN-JOB      TO FD-RUN-JOB
008750     MOVE WS-RUN-STEP     TO FD-RUN-STEP
008760     MOVE 'PROGRAM25'     TO FD-RUN-PROGRAM
008770     MOVE 'S' TO FD-RUN-STATUS
008780     MOVE 0   TO FD-RUN-RC
008790     MOVE 0   TO FD-RUN-CNT-IN
008800     MOVE 0   TO FD-RUN-CNT-OUT
008810     WRITE FD-RUNCTL-REC
008820*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
008830*    EARLIER RECORD
008840     IF WS-RUNCTL-STATUS = '22'
008850        REWRITE FD-RUNCTL-REC
008860     END-IF.
008870*
008880 A-950-EXIT.
008890     EXIT.
008900*
008910 A-955-RUNCTL-END.
008920*
008930     IF NOT WS-RUNCTL-ACTIVE
008940        GO TO A-955-EXIT
008950     END-IF
008960     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
008970     MOVE WS-RUN-JOB      TO FD-RUN-JOB
008980     MOVE WS-RUN-STEP     TO FD-RUN-STEP
008990     READ RUNCTL
009000        INVALID KEY
009010           CONTINUE
009020     END-READ
009030     MOVE 'PROGRAM25'     TO FD-RUN-PROGRAM
009040     MOVE 'E' TO FD-RUN-STATUS
009050     MOVE RETURN-CODE    TO FD-RUN-RC
009060     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
009070     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
009080     REWRITE FD-RUNCTL-REC
009090     IF WS-RUNCTL-STATUS NOT = '00'
009100        DISPLAY 'PROGRAM25 - RUN LEDGER END RECORD NOT WRITTEN'
009110     END-IF
009120     CLOSE RUNCTL.
009130*
009140 A-955-EXIT.
009150     EXIT.
009160*
009170*----------------------------------------------------------------*
009180*    RETURN-CODE CONTRACT - 0 THE THREE FILES AGREE, 4 FINDINGS  *
009190*    WERE REPORTED (OR, ON A PURGE RUN, ORPHANS WERE PURGED), 16 *
009200*    A BAD INTGPARM CARD OR AN OPEN/I-O ERROR STOPPED THE RUN -  *
009210*    ON A PURGE RUN THE JOB THEN KEEPS THE NEW AGING COPY OFF    *
009220*    THE GDG, AND ANY STATUS ROWS ALREADY DELETED ARE ON THE     *
009230*    BEFORE-IMAGE FILE                                           *
009240*----------------------------------------------------------------*
009250 A-999.
009260     EVALUATE TRUE
009270        WHEN WS-ABEND
009280           MOVE 16 TO RETURN-CODE
009290        WHEN WS-CT-FINDINGS > 0
009300           MOVE 4  TO RETURN-CODE
009310        WHEN OTHER
009320           MOVE 0  TO RETURN-CODE
009330     END-EVALUATE
009340     COMPUTE WS-RUN-CNT-IN = WS-CT-STAT-READ + WS-CT-AGE-READ
009350     IF WS-MODE-PURGE
009360        COMPUTE WS-RUN-CNT-OUT = WS-CT-STAT-PURGED
009370                               + WS-CT-AGE-PURGED
009380     ELSE
009390        MOVE WS-CT-FINDINGS TO WS-RUN-CNT-OUT
009400     END-IF
009410     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
009420     DISPLAY 'PROGRAM25 - STATUS ROWS READ   ' WS-CT-STAT-READ
009430     DISPLAY 'PROGRAM25 - AGING ENTRIES READ ' WS-CT-AGE-READ
009440     DISPLAY 'PROGRAM25 - FINDINGS           ' WS-CT-FINDINGS
009450     GOBACK.
