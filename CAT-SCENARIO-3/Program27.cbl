000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM27.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - WEEKLY ANALYST WORKLOAD AND    *
000110*    RESOLUTION-SLA REPORT OVER THE RECONCILIATION STATUS        *
000120*    MASTER (PROGRAM2 / PROGRAM12 / PROGRAM16), JOINED ON        *
000130*    POLICYNUM WITH THE CURRENT AGING GENERATION (PROGRAM5),     *
000140*    SORTED BY THE WORKLOAD JOB.  PER ANALYST AND PER CARRIER    *
000150*    IT COUNTS THE OPEN ASSIGNED CASES, THE OPEN UNASSIGNED      *
000160*    EXCEPTIONS, THE CASES CLOSED IN THE PERIOD WITH THEIR       *
000170*    AVERAGE AND WORST BUSINESS DAYS TO CLOSE, THE OPEN CASES    *
000180*    PAST THE SLA, THE OPEN CASES THE CARRIER HAS ANSWERED       *
000190*    CORRECTED OR WILL-FIX, AND THE CLOSED CASES PROGRAM2        *
000200*    REOPENED IN THE PERIOD.  THE WLPARM CARD SETS THE PERIOD    *
000210*    AND THE SLA.                                                *
000220*----------------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250*
000260*----------------------------------------------------------------*
000270**                                                               *
000280**   CONFIGURATION SECTION                                       *
000290**                                                               *
000300*----------------------------------------------------------------*
000310*
000320 CONFIGURATION SECTION.
000330*
000340 SPECIAL-NAMES.
000350      DECIMAL-POINT IS COMMA.
000360*
000370*----------------------------------------------------------------*
000380**                                                               *
000390**   INPUT-OUTPUT SECTION                                        *
000400**                                                               *
000410*----------------------------------------------------------------*
000420*
000430 INPUT-OUTPUT SECTION.
000440*
000450 FILE-CONTROL.
000460     SELECT STATUSFILE       ASSIGN TO "STATOUT"
000470            ORGANIZATION    IS INDEXED
000480            ACCESS MODE     IS SEQUENTIAL
000490            RECORD KEY      IS FD-STAT-POLICYNUM
000500            FILE STATUS     IS WS-STAT-STATUS.
000510*
000520     SELECT IN-AGING         ASSIGN TO "AGEIN"
000530            ORGANIZATION    IS LINE SEQUENTIAL
000540            FILE STATUS     IS WS-AGEIN-STATUS.
000550*
000560     SELECT OUT-WL-RPT       ASSIGN TO "WLRPT"
000570            ORGANIZATION    IS LINE SEQUENTIAL
000580            FILE STATUS     IS WS-RPT-STATUS.
000590*
000600     SELECT OPTIONAL IN-WLPARM ASSIGN TO "WLPARM"
000610            ORGANIZATION    IS LINE SEQUENTIAL
000620            FILE STATUS     IS WS-PARM-STATUS.
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
000740     SELECT OPTIONAL IN-CALENDAR ASSIGN TO "BUSCAL"
000750            ORGANIZATION    IS INDEXED
000760            ACCESS MODE     IS RANDOM
000770            RECORD KEY      IS FD-CAL-KEY
000780            FILE STATUS     IS WS-CAL-STATUS.
000790*
000800*----------------------------------------------------------------*
000810**                                                               *
000820**   DATA DIVISION                                               *
000830**                                                               *
000840*----------------------------------------------------------------*
000850*
000860 DATA DIVISION.
000870*
000880*----------------------------------------------------------------*
000890**                                                               *
000900**   FILE SECTION                                                *
000910**                                                               *
000920*----------------------------------------------------------------*
000930*
000940 FILE SECTION.
000950*
000960*    RECONCILIATION STATUS MASTER - LAYOUT MUST MATCH THE FD IN
000970*    PROGRAM2.  READ IN KEY ORDER THROUGH THE BASE CLUSTER
000980 FD  STATUSFILE
000990     RECORDING MODE IS F.
001000 01  FD-STATUS-REC.
001010     03  FD-STAT-POLICYNUM  PIC 9(7).
001020     03  FD-STAT-CARRIER    PIC X(3).
001030     03  FD-STAT-AEGON-NR   PIC X(5).
001040     03  FD-STAT-OUTCOME    PIC X(1).
001050     03  FD-STAT-REJ-REASON PIC X(30).
001060     03  FD-STAT-LAST-MATCH PIC X(8).
001070     03  FD-STAT-LAST-RUN   PIC X(8).
001080     03  FD-STAT-RES-STATE  PIC X(1).
001090     03  FD-STAT-ANALYST    PIC X(8).
001100     03  FD-STAT-RES-NOTE   PIC X(40).
001110     03  FD-STAT-RES-DATE   PIC X(8).
001120     03  FD-STAT-DISP       PIC X(9).
001130     03  FD-STAT-DISP-DATE  PIC X(8).
001140     03  FD-STAT-OPEN-DATE  PIC X(8).
001150     03  FD-STAT-REOPEN-DATE PIC X(8).
001160*
001170*    UNMATCHED-POLICY AGING - LAYOUT MUST MATCH THE FDS IN
001180*    PROGRAM5.  SORTED ON POLICYNUM BY THE STEP BEFORE THIS ONE
001190 FD  IN-AGING
001200     RECORDING MODE IS F.
001210 01  FD-AGEIN-REC.
001220     03  FD-AGI-POLICYNUM  PIC X(7).
001230     03  FD-AGI-CARRIER    PIC X(3).
001240     03  FD-AGI-AEGON-NR   PIC X(5).
001250     03  FD-AGI-FIRST-DATE PIC X(8).
001260     03  FD-AGI-LAST-DATE  PIC X(8).
001270     03  FD-AGI-DAYS       PIC 9(5).
001280*
001290 FD  OUT-WL-RPT
001300     RECORDING MODE IS F.
001310 01  FD-RPT-LINE           PIC X(132).
001320*
001330*    PERIOD IN CALENDAR DAYS BACK FROM THE RUN DATE, AND THE SLA
001340*    IN BUSINESS DAYS AN OPEN CASE MAY AGE
001350 FD  IN-WLPARM
001360     RECORDING MODE IS F.
001370 01  FD-WLPARM-REC.
001380     03  FD-WP-PERIOD      PIC 9(3).
001390     03  FD-WP-SLA         PIC 9(3).
001400     03  FILLER            PIC X(74).
001410*
001420 FD  IN-RUNPARM
001430     RECORDING MODE IS F.
001440 01  FD-RUNPARM-REC.
001450     03  FD-RP-JOB        PIC X(8).
001460     03  FD-RP-STEP       PIC X(8).
001470*
001480*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001490*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001500*    PROGRAM18 / PROGRAM19 INQUIRIES
001510 FD  RUNCTL
001520     RECORDING MODE IS F.
001530 01  FD-RUNCTL-REC.
001540     03  FD-RUN-KEY.
001550         05  FD-RUN-DATE      PIC X(8).
001560         05  FD-RUN-JOB       PIC X(8).
001570         05  FD-RUN-STEP      PIC X(8).
001580     03  FD-RUN-PROGRAM   PIC X(8).
001590     03  FD-RUN-STATUS    PIC X(1).
001600     03  FD-RUN-RC        PIC 9(2).
001610     03  FD-RUN-CNT-IN    PIC 9(7).
001620     03  FD-RUN-CNT-OUT   PIC 9(7).
001630*
001640*    BUSINESS-DAY CALENDAR - LAYOUT MUST MATCH THE FD IN
001650*    PROGRAM26, WHICH MAINTAINS IT
001660 FD  IN-CALENDAR
001670     RECORDING MODE IS F.
001680 01  FD-CAL-REC.
001690     03  FD-CAL-KEY.
001700         05  FD-CAL-CARRIER   PIC X(3).
001710         05  FD-CAL-DATE      PIC X(8).
001720     03  FD-CAL-TYPE      PIC X(1).
001730     03  FD-CAL-DESC      PIC X(30).
001740     03  FD-CAL-UPD-DATE  PIC X(8).
001750     03  FD-CAL-UPD-USER  PIC X(8).
001760     03  FILLER           PIC X(22).
001770*
001780*----------------------------------------------------------------*
001790**                                                               *
001800**   WORKING-STORAGE SECTION                                     *
001810**                                                               *
001820*----------------------------------------------------------------*
001830*
001840 WORKING-STORAGE SECTION.
001850*
001860 01  WS-STAT-EOF-SW    PIC X(1) VALUE 'N'.
001870     88  WS-STAT-EOF           VALUE 'Y'.
001880 01  WS-AGE-EOF-SW     PIC X(1) VALUE 'N'.
001890     88  WS-AGE-EOF            VALUE 'Y'.
001900*
001910*----------------------------------------------------------------*
001920*    FILE STATUS AND ABEND HANDLING                              *
001930*----------------------------------------------------------------*
001940 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
001950     88  WS-ABEND              VALUE 'Y'.
001960 01  WS-STAT-STATUS    PIC X(2).
001970 01  WS-AGEIN-STATUS   PIC X(2).
001980 01  WS-RPT-STATUS     PIC X(2).
001990 01  WS-PARM-STATUS    PIC X(2).
002000*
002010 01  WS-CURRENT-DATE   PIC X(8).
002020*
002030*----------------------------------------------------------------*
002040*    WLPARM VALUES - A MISSING OR UNREADABLE FIELD KEEPS THE     *
002050*    SHOP DEFAULT (7 DAYS, SLA 5 BUSINESS DAYS) AND THE REPORT   *
002060*    SAYS SO.  THE PERIOD RUNS FROM THE DAY AFTER WS-PERIOD-FROM *
002070*    UP TO AND INCLUDING THE RUN DATE                            *
002080*----------------------------------------------------------------*
002090 01  WS-PERIOD-DAYS    PIC 9(3) VALUE 7.
002100 01  WS-SLA-DAYS       PIC 9(3) VALUE 5.
002110 01  WS-PARM-DEFAULT-SW PIC X(1) VALUE 'N'.
002120     88  WS-PARM-DEFAULTED     VALUE 'Y'.
002130 01  WS-PERIOD-FROM    PIC X(8).
002140 01  WS-SLA-CUTOFF     PIC X(8).
002150*
002160*----------------------------------------------------------------*
002170*    THE CASE IN HAND - ONE STATUS ROW AND ITS AGING ENTRY, IF   *
002180*    ANY.  A CASE WITH NO OPEN DATE ON THE STATUS ROW (OPENED    *
002190*    BEFORE PROGRAM2 STAMPED ONE) IS DATED FROM ITS FIRST DAY ON *
002200*    THE AGING FILE                                              *
002210*----------------------------------------------------------------*
002220 01  WS-STAT-KEY-X     PIC X(7).
002230 01  WS-CASE-OPEN-DATE PIC X(8).
002240 01  WS-CASE-ANALYST   PIC X(8).
002250 01  WS-CASE-DAYS      PIC 9(5) COMP.
002260 01  WS-CASE-OPEN-SW   PIC X(1).
002270     88  WS-CASE-OPEN          VALUE 'Y'.
002280 01  WS-CASE-ASSIGN-SW PIC X(1).
002290     88  WS-CASE-ASSIGNED      VALUE 'Y'.
002300 01  WS-CASE-CLOSED-SW PIC X(1).
002310     88  WS-CASE-CLOSED        VALUE 'Y'.
002320 01  WS-CASE-DATED-SW  PIC X(1).
002330     88  WS-CASE-DATED         VALUE 'Y'.
002340 01  WS-CASE-SLA-SW    PIC X(1).
002350     88  WS-CASE-PAST-SLA      VALUE 'Y'.
002360 01  WS-CASE-FIXED-SW  PIC X(1).
002370     88  WS-CASE-CARR-FIXED    VALUE 'Y'.
002380 01  WS-CASE-REOPEN-SW PIC X(1).
002390     88  WS-CASE-REOPENED      VALUE 'Y'.
002400 01  WS-CASE-AGING-SW  PIC X(1).
002410     88  WS-CASE-ON-AGING      VALUE 'Y'.
002420 01  WS-NOT-LISTED-SW  PIC X(1).
002430     88  WS-NOT-LISTED         VALUE 'Y'.
002440*
002450*----------------------------------------------------------------*
002460*    WORKLOAD TABLE - ONE ENTRY PER ANALYST (KIND A, BLANK NAME  *
002470*    FOR THE UNASSIGNED CASES), PER CARRIER (KIND C, WITH ITS    *
002480*    SLA CUT-OFF DATE) AND ONE FOR ALL CASES (KIND T), PUT IN    *
002490*    KIND AND NAME ORDER BEFORE PRINTING.  PAST THE MAXIMUMS THE *
002500*    ALL-CASES TOTALS STAY RIGHT BUT THE BREAKDOWN IS CUT SHORT  *
002510*    (AND SAYS SO)                                               *
002520*----------------------------------------------------------------*
002530 01  WS-WL-MAX-ANALYST PIC 9(4) COMP VALUE 200.
002540 01  WS-WL-MAX-CARRIER PIC 9(4) COMP VALUE 100.
002550 01  WS-WL-ANALYSTS    PIC 9(4) COMP VALUE 0.
002560 01  WS-WL-CARRIERS    PIC 9(4) COMP VALUE 0.
002570 01  WS-WL-COUNT       PIC 9(4) COMP VALUE 0.
002580 01  WS-WL-IX          PIC 9(4) COMP VALUE 0.
002590 01  WS-WL-JX          PIC 9(4) COMP VALUE 0.
002600 01  WS-WL-TOT-IX      PIC 9(4) COMP VALUE 0.
002610 01  K                 PIC 9(4) COMP VALUE 0.
002620 01  WS-WL-FIND-KEY.
002630     03  WS-WL-FIND-KIND   PIC X(1).
002640     03  WS-WL-FIND-NAME   PIC X(8).
002650 01  WS-WL-TABLE.
002660     03  WS-WL-ENTRY OCCURS 301 TIMES.
002670         05  WS-WL-KEY.
002680             07  WS-WL-KIND        PIC X(1).
002690             07  WS-WL-NAME        PIC X(8).
002700         05  WS-WL-SLA-DATE    PIC X(8).
002710         05  WS-WL-OPEN-ASG    PIC 9(7) COMP.
002720         05  WS-WL-UNASSIGNED  PIC 9(7) COMP.
002730         05  WS-WL-CLOSED      PIC 9(7) COMP.
002740         05  WS-WL-CLOSE-DATED PIC 9(7) COMP.
002750         05  WS-WL-CLOSE-DAYS  PIC 9(9) COMP.
002760         05  WS-WL-WORST       PIC 9(5) COMP.
002770         05  WS-WL-PAST-SLA    PIC 9(7) COMP.
002780         05  WS-WL-CARR-FIXED  PIC 9(7) COMP.
002790         05  WS-WL-REOPENED    PIC 9(7) COMP.
002800*
002810*    ONE ENTRY, HELD WHILE TWO ARE EXCHANGED
002820 01  WS-WL-HOLD.
002830     03  WS-WLH-KEY        PIC X(9).
002840     03  WS-WLH-SLA-DATE   PIC X(8).
002850     03  WS-WLH-OPEN-ASG   PIC 9(7) COMP.
002860     03  WS-WLH-UNASSIGNED PIC 9(7) COMP.
002870     03  WS-WLH-CLOSED     PIC 9(7) COMP.
002880     03  WS-WLH-CLOSE-DATED PIC 9(7) COMP.
002890     03  WS-WLH-CLOSE-DAYS PIC 9(9) COMP.
002900     03  WS-WLH-WORST      PIC 9(5) COMP.
002910     03  WS-WLH-PAST-SLA   PIC 9(7) COMP.
002920     03  WS-WLH-CARR-FIXED PIC 9(7) COMP.
002930     03  WS-WLH-REOPENED   PIC 9(7) COMP.
002940*
002950 01  WS-PRINT-KIND     PIC X(1).
002960 01  WS-AVG-DAYS       PIC 9(5)V9.
002970*
002980*----------------------------------------------------------------*
002990*    RUN COUNTS                                                  *
003000*----------------------------------------------------------------*
003010 01  WS-CT-STAT-READ   PIC 9(7) COMP VALUE 0.
003020 01  WS-CT-AGE-READ    PIC 9(7) COMP VALUE 0.
003030 01  WS-CT-OPEN        PIC 9(7) COMP VALUE 0.
003040 01  WS-CT-PAST-SLA    PIC 9(7) COMP VALUE 0.
003050 01  WS-CT-OPEN-UNDATED PIC 9(7) COMP VALUE 0.
003060 01  WS-CT-CLSD-UNDATED PIC 9(7) COMP VALUE 0.
003070 01  WS-CT-NOT-LISTED  PIC 9(7) COMP VALUE 0.
003080*
003090*----------------------------------------------------------------*
003100*    REPORT LINES                                                *
003110*----------------------------------------------------------------*
003120 01  WS-RPT-HEADING.
003130     03  FILLER            PIC X(43) VALUE
003140         'ANALYST WORKLOAD AND RESOLUTION SLA        '.
003150     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
003160     03  WS-RH-DATE        PIC X(8).
003170     03  FILLER            PIC X(72) VALUE SPACES.
003180*
003190 01  WS-RPT-PERIOD.
003200     03  FILLER            PIC X(9)  VALUE 'PERIOD - '.
003210     03  WS-RP-DAYS        PIC ZZ9.
003220     03  FILLER            PIC X(12) VALUE ' DAYS AFTER '.
003230     03  WS-RP-FROM        PIC X(8).
003240     03  FILLER            PIC X(12) VALUE '     SLA - '.
003250     03  WS-RP-SLA         PIC ZZ9.
003260     03  FILLER            PIC X(28) VALUE
003270         ' BUSINESS DAYS OPEN         '.
003280     03  FILLER            PIC X(57) VALUE SPACES.
003290*
003300 01  WS-COL-HEAD-1.
003310     03  WS-CH-LABEL       PIC X(10).
003320     03  FILLER            PIC X(48) VALUE
003330         '        OPEN  UNASSIGNED      CLOSED    AVG DAYS'.
003340     03  FILLER            PIC X(48) VALUE
003350         '  WORST DAYS    PAST SLA CARRIER FIX    REOPENED'.
003360     03  FILLER            PIC X(26) VALUE SPACES.
003370*
003380 01  WS-COL-HEAD-2.
003390     03  FILLER            PIC X(10) VALUE SPACES.
003400     03  FILLER            PIC X(48) VALUE
003410         '    ASSIGNED        OPEN   IN PERIOD    TO CLOSE'.
003420     03  FILLER            PIC X(48) VALUE
003430         '    TO CLOSE        OPEN  STILL OPEN   IN PERIOD'.
003440     03  FILLER            PIC X(26) VALUE SPACES.
003450*
003460 01  WS-WL-LINE.
003470     03  WS-WLL-LABEL      PIC X(10).
003480     03  FILLER            PIC X(5)  VALUE SPACES.
003490     03  WS-WLL-OPEN-ASG   PIC Z(6)9.
003500     03  FILLER            PIC X(5)  VALUE SPACES.
003510     03  WS-WLL-UNASSIGNED PIC Z(6)9.
003520     03  FILLER            PIC X(5)  VALUE SPACES.
003530     03  WS-WLL-CLOSED     PIC Z(6)9.
003540     03  FILLER            PIC X(5)  VALUE SPACES.
003550     03  WS-WLL-AVG        PIC Z(4)9,9.
003560     03  FILLER            PIC X(5)  VALUE SPACES.
003570     03  WS-WLL-WORST      PIC Z(6)9.
003580     03  FILLER            PIC X(5)  VALUE SPACES.
003590     03  WS-WLL-PAST-SLA   PIC Z(6)9.
003600     03  FILLER            PIC X(5)  VALUE SPACES.
003610     03  WS-WLL-CARR-FIXED PIC Z(6)9.
003620     03  FILLER            PIC X(5)  VALUE SPACES.
003630     03  WS-WLL-REOPENED   PIC Z(6)9.
003640     03  FILLER            PIC X(26) VALUE SPACES.
003650*
003660 01  WS-TOTAL-LINE.
003670     03  WS-TL-LABEL       PIC X(40).
003680     03  WS-TL-COUNT       PIC Z(6)9.
003690     03  FILLER            PIC X(85) VALUE SPACES.
003700*
003710*----------------------------------------------------------------*
003720*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
003730*----------------------------------------------------------------*
003740 01  WS-RUNPARM-STATUS PIC X(2).
003750 01  WS-RUNCTL-STATUS  PIC X(2).
003760 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
003770     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
003780 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
003790 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
003800 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
003810 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
003820*
003830*----------------------------------------------------------------*
003840*    BUSINESS-DAY CALENDAR WORK FIELDS - SEE A-800 TO A-830.     *
003850*    A-810 ANSWERS FOR WS-CAL-CARRIER ON WS-CAL-DATE; A-820      *
003860*    STEPS WS-CAL-DATE BACK ONE DAY                              *
003870*----------------------------------------------------------------*
003880 01  WS-CAL-STATUS     PIC X(2).
003890 01  WS-CAL-OPEN-SW    PIC X(1) VALUE 'N'.
003900     88  WS-CAL-OPEN           VALUE 'Y'.
003910 01  WS-CAL-BUSDAY-SW  PIC X(1) VALUE 'N'.
003920     88  WS-CAL-BUSDAY         VALUE 'Y'.
003930 01  WS-CAL-CARRIER    PIC X(3).
003940 01  WS-CAL-DATE.
003950     03  WS-CAL-YYYY       PIC 9(4).
003960     03  WS-CAL-MM         PIC 9(2).
003970     03  WS-CAL-DD         PIC 9(2).
003980 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE PIC X(8).
003990 01  WS-CAL-SER-Y      PIC 9(8) COMP.
004000 01  WS-CAL-SER-M      PIC 9(4) COMP.
004010 01  WS-CAL-SERIAL     PIC 9(8) COMP.
004020 01  WS-CAL-QUOT       PIC 9(8) COMP.
004030 01  WS-CAL-WEEKDAY    PIC 9(1) COMP.
004040 01  WS-CAL-LEAP-REM   PIC 9(4) COMP.
004050 01  WS-CAL-MONTH-DAYS.
004060     03  FILLER            PIC X(24) VALUE
004070         '312831303130313130313031'.
004080 01  WS-CAL-MDAY-TAB REDEFINES WS-CAL-MONTH-DAYS.
004090     03  WS-CAL-MDAY       PIC 9(2) OCCURS 12 TIMES.
004100 01  WS-CAL-LAST-DD    PIC 9(2).
004110 01  WS-CAL-STEPS      PIC 9(5) COMP.
004120 01  WS-CAL-FROM       PIC X(8).
004130 01  WS-CAL-COUNT      PIC 9(5) COMP.
004140*
004150*----------------------------------------------------------------*
004160 PROCEDURE DIVISION.
004170*----------------------------------------------------------------*
004180 A-MAIN                                      SECTION.
004190*----------------------------------------------------------------*
004200 A-001.
004210*
004220     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004230     PERFORM A-015-READ-WLPARM THRU A-015-EXIT
004240     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
004250*
004260     IF WS-ABEND
004270        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
004280        GO TO A-999
004290     END-IF
004300*
004310     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
004320     PERFORM A-018-SET-PERIOD THRU A-018-EXIT
004330*    THE ALL-CASES ENTRY IS ALWAYS THERE, EVEN ON AN EMPTY MASTER
004340     MOVE 'T'    TO WS-WL-FIND-KIND
004350     MOVE SPACES TO WS-WL-FIND-NAME
004360     PERFORM A-080-FIND-ENTRY THRU A-080-EXIT
004370     MOVE WS-WL-IX TO WS-WL-TOT-IX
004380*
004390     MOVE WS-CURRENT-DATE TO WS-RH-DATE
004400     WRITE FD-RPT-LINE FROM WS-RPT-HEADING
004410     MOVE WS-PERIOD-DAYS TO WS-RP-DAYS
004420     MOVE WS-PERIOD-FROM TO WS-RP-FROM
004430     MOVE WS-SLA-DAYS    TO WS-RP-SLA
004440     WRITE FD-RPT-LINE FROM WS-RPT-PERIOD
004450     IF WS-PARM-DEFAULTED
004460        MOVE 'WLPARM CARD MISSING OR UNREADABLE - DEFAULTS USED'
004470          TO FD-RPT-LINE
004480        WRITE FD-RPT-LINE
004490     END-IF
004500*
004510*    BALANCED-LINE MERGE - THE STATUS MASTER DRIVES, THE SORTED
004520*    AGING FILE IS ADVANCED TO EACH STATUS ROW'S POLICYNUM
004530     PERFORM A-020-READ-AGING THRU A-020-EXIT
004540     PERFORM A-040-READ-STATUS THRU A-040-EXIT
004550     PERFORM A-050-CHECK-STATUS THRU A-050-EXIT
004560        UNTIL WS-STAT-EOF OR WS-ABEND
004570*
004580     IF NOT WS-ABEND
004590        PERFORM A-086-ORDER-PAIR THRU A-086-EXIT
004600           VARYING WS-WL-IX FROM 1 BY 1
004610           UNTIL WS-WL-IX >= WS-WL-COUNT
004620           AFTER WS-WL-JX FROM 1 BY 1
004630           UNTIL WS-WL-JX > WS-WL-COUNT
004640        MOVE 'BY ANALYST' TO WS-CH-LABEL
004650        MOVE 'A' TO WS-PRINT-KIND
004660        PERFORM A-090-WRITE-SECTION THRU A-090-EXIT
004670        MOVE 'BY CARRIER' TO WS-CH-LABEL
004680        MOVE 'C' TO WS-PRINT-KIND
004690        PERFORM A-090-WRITE-SECTION THRU A-090-EXIT
004700        MOVE SPACES TO FD-RPT-LINE
004710        WRITE FD-RPT-LINE
004720        MOVE 'T' TO WS-PRINT-KIND
004730        PERFORM A-092-WRITE-ROW THRU A-092-EXIT
004740           VARYING WS-WL-IX FROM 1 BY 1
004750           UNTIL WS-WL-IX > WS-WL-COUNT
004760        PERFORM A-920-WRITE-SUMMARY THRU A-920-EXIT
004770     END-IF
004780*
004790     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
004800*
004810     GO TO A-999.
004820*
004830*----------------------------------------------------------------*
004840*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
004850*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH      *
004860*----------------------------------------------------------------*
004870 A-005-CLOSE-FILES.
004880*
004890     CLOSE STATUSFILE
004900     CLOSE IN-AGING
004910     CLOSE OUT-WL-RPT
004920     IF WS-CAL-OPEN
004930        CLOSE IN-CALENDAR
004940     END-IF.
004950*
004960 A-005-EXIT.
004970     EXIT.
004980*
004990 A-010-OPEN-FILES.
005000*
005010     OPEN INPUT  STATUSFILE
005020     IF WS-STAT-STATUS NOT = '00'
005030        MOVE 'Y' TO WS-ABEND-SW
005040     END-IF
005050     OPEN INPUT  IN-AGING
005060     IF WS-AGEIN-STATUS NOT = '00'
005070        MOVE 'Y' TO WS-ABEND-SW
005080     END-IF
005090     OPEN OUTPUT OUT-WL-RPT
005100     IF WS-RPT-STATUS NOT = '00'
005110        MOVE 'Y' TO WS-ABEND-SW
005120     END-IF
005130     PERFORM A-800-OPEN-CALENDAR THRU A-800-EXIT.
005140*
005150 A-010-EXIT.
005160     EXIT.
005170*
005180*----------------------------------------------------------------*
005190*    WLPARM IS OPTIONAL - COLS 1-3 THE PERIOD IN DAYS (NOT ZERO),*
005200*    COLS 4-6 THE SLA IN BUSINESS DAYS.  A FIELD THAT IS MISSING *
005210*    OR NOT ALL DIGITS KEEPS ITS DEFAULT                         *
005220*----------------------------------------------------------------*
005230 A-015-READ-WLPARM.
005240*
005250     OPEN INPUT IN-WLPARM
005260     IF WS-PARM-STATUS NOT = '00'
005270        MOVE 'Y' TO WS-PARM-DEFAULT-SW
005280        GO TO A-015-EXIT
005290     END-IF
005300     READ IN-WLPARM
005310        AT END
005320           MOVE SPACES TO FD-WLPARM-REC
005330     END-READ
005340     CLOSE IN-WLPARM
005350     IF FD-WP-PERIOD NUMERIC AND FD-WP-PERIOD > 0
005360        MOVE FD-WP-PERIOD TO WS-PERIOD-DAYS
005370     ELSE
005380        MOVE 'Y' TO WS-PARM-DEFAULT-SW
005390     END-IF
005400     IF FD-WP-SLA NUMERIC
005410        MOVE FD-WP-SLA TO WS-SLA-DAYS
005420     ELSE
005430        MOVE 'Y' TO WS-PARM-DEFAULT-SW
005440     END-IF.
005450*
005460 A-015-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------------*
005500*    THE PERIOD STARTS THE DAY AFTER WS-PERIOD-FROM, THE RUN     *
005510*    DATE LESS THE PERIOD IN CALENDAR DAYS                       *
005520*----------------------------------------------------------------*
005530 A-018-SET-PERIOD.
005540*
005550     MOVE WS-CURRENT-DATE TO WS-CAL-DATE-X
005560     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT
005570        WS-PERIOD-DAYS TIMES
005580     MOVE WS-CAL-DATE-X TO WS-PERIOD-FROM.
005590*
005600 A-018-EXIT.
005610     EXIT.
005620*
005630 A-020-READ-AGING.
005640*
005650     IF WS-AGE-EOF
005660        GO TO A-020-EXIT
005670     END-IF
005680     READ IN-AGING
005690        AT END
005700           MOVE 'Y' TO WS-AGE-EOF-SW
005710           GO TO A-020-EXIT
005720     END-READ
005730     IF WS-AGEIN-STATUS NOT = '00'
005740        MOVE 'Y' TO WS-ABEND-SW
005750        GO TO A-020-EXIT
005760     END-IF
005770     ADD 1 TO WS-CT-AGE-READ.
005780*
005790 A-020-EXIT.
005800     EXIT.
005810*
005820 A-040-READ-STATUS.
005830*
005840     READ STATUSFILE NEXT RECORD
005850        AT END
005860           MOVE 'Y' TO WS-STAT-EOF-SW
005870           GO TO A-040-EXIT
005880     END-READ
005890     IF WS-STAT-STATUS NOT = '00'
005900        MOVE 'Y' TO WS-ABEND-SW
005910        GO TO A-040-EXIT
005920     END-IF
005930     ADD 1 TO WS-CT-STAT-READ.
005940*
005950 A-040-EXIT.
005960     EXIT.
005970*
005980*----------------------------------------------------------------*
005990*    ONE STATUS ROW.  AN OPEN CASE IS AN EXCEPTION (OUTCOME NOT  *
006000*    M) NOT CLOSED BY AN ANALYST - ASSIGNED WHEN ITS STATE IS A, *
006010*    OTHERWISE UNASSIGNED.  A CLOSED CASE COUNTS WHEN ITS        *
006020*    RESOLVED DATE FALLS IN THE PERIOD, A REOPENED ONE WHEN ITS  *
006030*    REOPEN DATE DOES.  THE CASE IS ADDED TO ITS CARRIER, TO ITS *
006040*    ANALYST (AN UNASSIGNED CASE TO THE UNASSIGNED ROW) AND TO   *
006050*    ALL CASES; A REOPEN COUNTS AGAINST THE ANALYST WHO HAD      *
006060*    CLOSED THE CASE                                             *
006070*----------------------------------------------------------------*
006080 A-050-CHECK-STATUS.
006090*
006100     MOVE FD-STAT-POLICYNUM TO WS-STAT-KEY-X
006110     PERFORM A-020-READ-AGING THRU A-020-EXIT
006120        UNTIL WS-AGE-EOF OR WS-ABEND
006130           OR FD-AGI-POLICYNUM NOT < WS-STAT-KEY-X
006140     IF WS-ABEND
006150        GO TO A-050-EXIT
006160     END-IF
006170     MOVE 'N' TO WS-CASE-AGING-SW
006180     IF NOT WS-AGE-EOF AND FD-AGI-POLICYNUM = WS-STAT-KEY-X
006190        MOVE 'Y' TO WS-CASE-AGING-SW
006200     END-IF
006210*
006220     MOVE 'N' TO WS-CASE-OPEN-SW
006230     MOVE 'N' TO WS-CASE-ASSIGN-SW
006240     MOVE 'N' TO WS-CASE-CLOSED-SW
006250     MOVE 'N' TO WS-CASE-DATED-SW
006260     MOVE 'N' TO WS-CASE-SLA-SW
006270     MOVE 'N' TO WS-CASE-FIXED-SW
006280     MOVE 'N' TO WS-CASE-REOPEN-SW
006290     MOVE 'N' TO WS-NOT-LISTED-SW
006300     MOVE 0   TO WS-CASE-DAYS
006310     MOVE SPACES TO WS-CASE-ANALYST
006320     MOVE FD-STAT-OPEN-DATE TO WS-CASE-OPEN-DATE
006330     IF WS-CASE-OPEN-DATE = SPACES AND WS-CASE-ON-AGING
006340        MOVE FD-AGI-FIRST-DATE TO WS-CASE-OPEN-DATE
006350     END-IF
006360*
006370     IF FD-STAT-OUTCOME NOT = 'M' AND FD-STAT-RES-STATE NOT = 'C'
006380        MOVE 'Y' TO WS-CASE-OPEN-SW
006390        ADD 1 TO WS-CT-OPEN
006400        IF FD-STAT-RES-STATE = 'A'
006410           MOVE 'Y' TO WS-CASE-ASSIGN-SW
006420           MOVE FD-STAT-ANALYST TO WS-CASE-ANALYST
006430        END-IF
006440        IF FD-STAT-DISP = 'CORRECTED' OR FD-STAT-DISP = 'WILL-FIX'
006450           MOVE 'Y' TO WS-CASE-FIXED-SW
006460        END-IF
006470        IF WS-CASE-OPEN-DATE = SPACES
006480           ADD 1 TO WS-CT-OPEN-UNDATED
006490        END-IF
006500     END-IF
006510*
006520     IF FD-STAT-RES-STATE = 'C'
006530        AND FD-STAT-RES-DATE > WS-PERIOD-FROM
006540        AND FD-STAT-RES-DATE NOT > WS-CURRENT-DATE
006550        MOVE 'Y' TO WS-CASE-CLOSED-SW
006560        MOVE FD-STAT-ANALYST TO WS-CASE-ANALYST
006570        IF WS-CASE-OPEN-DATE NUMERIC
006580           AND FD-STAT-RES-DATE NUMERIC
006590           AND WS-CASE-OPEN-DATE NOT > FD-STAT-RES-DATE
006600           PERFORM A-055-DAYS-TO-CLOSE THRU A-055-EXIT
006610        ELSE
006620           ADD 1 TO WS-CT-CLSD-UNDATED
006630        END-IF
006640     END-IF
006650*
006660     IF FD-STAT-REOPEN-DATE > WS-PERIOD-FROM
006670        AND FD-STAT-REOPEN-DATE NOT > WS-CURRENT-DATE
006680        MOVE 'Y' TO WS-CASE-REOPEN-SW
006690     END-IF
006700*
006710     IF NOT WS-CASE-OPEN AND NOT WS-CASE-CLOSED
006720        AND NOT WS-CASE-REOPENED
006730        GO TO A-050-READ
006740     END-IF
006750*
006760*    THE CARRIER ENTRY CARRIES THE SLA CUT-OFF FOR ITS CALENDAR
006770     MOVE 'C'             TO WS-WL-FIND-KIND
006780     MOVE FD-STAT-CARRIER TO WS-WL-FIND-NAME
006790     PERFORM A-080-FIND-ENTRY THRU A-080-EXIT
006800     IF WS-WL-IX > 0
006810        MOVE WS-WL-SLA-DATE(WS-WL-IX) TO WS-SLA-CUTOFF
006820     ELSE
006830        MOVE FD-STAT-CARRIER TO WS-CAL-CARRIER
006840        PERFORM A-060-SLA-CUTOFF THRU A-060-EXIT
006850     END-IF
006860     IF WS-CASE-OPEN AND WS-CASE-OPEN-DATE NOT = SPACES
006870        AND WS-CASE-OPEN-DATE < WS-SLA-CUTOFF
006880        MOVE 'Y' TO WS-CASE-SLA-SW
006890        ADD 1 TO WS-CT-PAST-SLA
006900     END-IF
006910     IF WS-WL-IX > 0
006920        PERFORM A-070-ADD-CASE THRU A-070-EXIT
006930        IF WS-CASE-REOPENED
006940           ADD 1 TO WS-WL-REOPENED(WS-WL-IX)
006950        END-IF
006960     END-IF
006970*
006980     IF WS-CASE-OPEN OR WS-CASE-CLOSED
006990        MOVE 'A'             TO WS-WL-FIND-KIND
007000        MOVE WS-CASE-ANALYST TO WS-WL-FIND-NAME
007010        PERFORM A-080-FIND-ENTRY THRU A-080-EXIT
007020        IF WS-WL-IX > 0
007030           PERFORM A-070-ADD-CASE THRU A-070-EXIT
007040        END-IF
007050     END-IF
007060     IF WS-CASE-REOPENED
007070        MOVE 'A'             TO WS-WL-FIND-KIND
007080        MOVE FD-STAT-ANALYST TO WS-WL-FIND-NAME
007090        PERFORM A-080-FIND-ENTRY THRU A-080-EXIT
007100        IF WS-WL-IX > 0
007110           ADD 1 TO WS-WL-REOPENED(WS-WL-IX)
007120        END-IF
007130     END-IF
007140*
007150     MOVE WS-WL-TOT-IX TO WS-WL-IX
007160     PERFORM A-070-ADD-CASE THRU A-070-EXIT
007170     IF WS-CASE-REOPENED
007180        ADD 1 TO WS-WL-REOPENED(WS-WL-IX)
007190     END-IF
007200     IF WS-NOT-LISTED
007210        ADD 1 TO WS-CT-NOT-LISTED
007220     END-IF.
007230*
007240 A-050-READ.
007250     IF NOT WS-ABEND
007260        PERFORM A-040-READ-STATUS THRU A-040-EXIT
007270     END-IF.
007280*
007290 A-050-EXIT.
007300     EXIT.
007310*
007320*----------------------------------------------------------------*
007330*    BUSINESS DAYS TO CLOSE ON THE CARRIER'S CALENDAR - AFTER    *
007340*    THE OPEN DATE UP TO AND INCLUDING THE RESOLVED DATE, SO A   *
007350*    CASE CLOSED THE DAY IT OPENED TOOK 0                        *
007360*----------------------------------------------------------------*
007370 A-055-DAYS-TO-CLOSE.
007380*
007390     MOVE FD-STAT-CARRIER   TO WS-CAL-CARRIER
007400     MOVE FD-STAT-RES-DATE  TO WS-CAL-DATE-X
007410     MOVE WS-CASE-OPEN-DATE TO WS-CAL-FROM
007420     PERFORM A-840-COUNT-BUSDAYS THRU A-840-EXIT
007430     MOVE WS-CAL-COUNT TO WS-CASE-DAYS
007440     MOVE 'Y' TO WS-CASE-DATED-SW.
007450*
007460 A-055-EXIT.
007470     EXIT.
007480*
007490*----------------------------------------------------------------*
007500*    SLA CUT-OFF FOR WS-CAL-CARRIER - WALKING BACK FROM THE RUN  *
007510*    DATE, THE BUSINESS DAY THAT MAKES THE SLA PLUS ONE.  A CASE *
007520*    OPENED BEFORE IT HAS BEEN OPEN MORE THAN THE SLA.  NO       *
007530*    CUT-OFF WITHIN 400 DAYS LEAVES IT BLANK AND NOTHING PAST    *
007540*----------------------------------------------------------------*
007550 A-060-SLA-CUTOFF.
007560*
007570     MOVE SPACES          TO WS-SLA-CUTOFF
007580     MOVE WS-CURRENT-DATE TO WS-CAL-DATE-X
007590     MOVE 0 TO WS-CAL-COUNT
007600     MOVE 0 TO WS-CAL-STEPS
007610     PERFORM A-065-SLA-STEP THRU A-065-EXIT
007620        UNTIL WS-SLA-CUTOFF NOT = SPACES
007630           OR WS-CAL-STEPS NOT < 400
007640           OR WS-ABEND.
007650*
007660 A-060-EXIT.
007670     EXIT.
007680*
007690 A-065-SLA-STEP.
007700*
007710     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
007720     IF WS-CAL-BUSDAY
007730        ADD 1 TO WS-CAL-COUNT
007740     END-IF
007750     IF WS-CAL-COUNT > WS-SLA-DAYS
007760        MOVE WS-CAL-DATE-X TO WS-SLA-CUTOFF
007770        GO TO A-065-EXIT
007780     END-IF
007790     ADD 1 TO WS-CAL-STEPS
007800     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT.
007810*
007820 A-065-EXIT.
007830     EXIT.
007840*
007850*----------------------------------------------------------------*
007860*    ADD THE CASE IN HAND TO TABLE ENTRY WS-WL-IX                *
007870*----------------------------------------------------------------*
007880 A-070-ADD-CASE.
007890*
007900     IF WS-CASE-OPEN
007910        IF WS-CASE-ASSIGNED
007920           ADD 1 TO WS-WL-OPEN-ASG(WS-WL-IX)
007930        ELSE
007940           ADD 1 TO WS-WL-UNASSIGNED(WS-WL-IX)
007950        END-IF
007960        IF WS-CASE-PAST-SLA
007970           ADD 1 TO WS-WL-PAST-SLA(WS-WL-IX)
007980        END-IF
007990        IF WS-CASE-CARR-FIXED
008000           ADD 1 TO WS-WL-CARR-FIXED(WS-WL-IX)
008010        END-IF
008020     END-IF
008030     IF NOT WS-CASE-CLOSED
008040        GO TO A-070-EXIT
008050     END-IF
008060     ADD 1 TO WS-WL-CLOSED(WS-WL-IX)
008070     IF WS-CASE-DATED
008080        ADD 1 TO WS-WL-CLOSE-DATED(WS-WL-IX)
008090        ADD WS-CASE-DAYS TO WS-WL-CLOSE-DAYS(WS-WL-IX)
008100        IF WS-CASE-DAYS > WS-WL-WORST(WS-WL-IX)
008110           MOVE WS-CASE-DAYS TO WS-WL-WORST(WS-WL-IX)
008120        END-IF
008130     END-IF.
008140*
008150 A-070-EXIT.
008160     EXIT.
008170*
008180*----------------------------------------------------------------*
008190*    FIND THE ENTRY FOR WS-WL-FIND-KEY, ADDING IT WHEN NEW - A   *
008200*    NEW CARRIER GETS ITS SLA CUT-OFF NOW.  WS-WL-IX IS 0 WHEN   *
008210*    THE KIND IS FULL                                            *
008220*----------------------------------------------------------------*
008230 A-080-FIND-ENTRY.
008240*
008250     MOVE 0 TO WS-WL-IX
008260     PERFORM A-082-SCAN-ENTRY THRU A-082-EXIT
008270        VARYING K FROM 1 BY 1
008280        UNTIL K > WS-WL-COUNT OR WS-WL-IX > 0
008290     IF WS-WL-IX > 0
008300        GO TO A-080-EXIT
008310     END-IF
008320     IF WS-WL-FIND-KIND = 'A'
008330        IF WS-WL-ANALYSTS >= WS-WL-MAX-ANALYST
008340           MOVE 'Y' TO WS-NOT-LISTED-SW
008350           GO TO A-080-EXIT
008360        END-IF
008370        ADD 1 TO WS-WL-ANALYSTS
008380     END-IF
008390     IF WS-WL-FIND-KIND = 'C'
008400        IF WS-WL-CARRIERS >= WS-WL-MAX-CARRIER
008410           MOVE 'Y' TO WS-NOT-LISTED-SW
008420           GO TO A-080-EXIT
008430        END-IF
008440        ADD 1 TO WS-WL-CARRIERS
008450     END-IF
008460     ADD 1 TO WS-WL-COUNT
008470     MOVE WS-WL-COUNT TO WS-WL-IX
008480     MOVE WS-WL-FIND-KEY TO WS-WL-KEY(WS-WL-IX)
008490     MOVE SPACES TO WS-WL-SLA-DATE(WS-WL-IX)
008500     MOVE 0 TO WS-WL-OPEN-ASG(WS-WL-IX)
008510     MOVE 0 TO WS-WL-UNASSIGNED(WS-WL-IX)
008520     MOVE 0 TO WS-WL-CLOSED(WS-WL-IX)
008530     MOVE 0 TO WS-WL-CLOSE-DATED(WS-WL-IX)
008540     MOVE 0 TO WS-WL-CLOSE-DAYS(WS-WL-IX)
008550     MOVE 0 TO WS-WL-WORST(WS-WL-IX)
008560     MOVE 0 TO WS-WL-PAST-SLA(WS-WL-IX)
008570     MOVE 0 TO WS-WL-CARR-FIXED(WS-WL-IX)
008580     MOVE 0 TO WS-WL-REOPENED(WS-WL-IX)
008590     IF WS-WL-FIND-KIND = 'C'
008600        MOVE WS-WL-FIND-NAME TO WS-CAL-CARRIER
008610        PERFORM A-060-SLA-CUTOFF THRU A-060-EXIT
008620        MOVE WS-SLA-CUTOFF TO WS-WL-SLA-DATE(WS-WL-IX)
008630     END-IF.
008640*
008650 A-080-EXIT.
008660     EXIT.
008670*
008680 A-082-SCAN-ENTRY.
008690*
008700     IF WS-WL-KEY(K) = WS-WL-FIND-KEY
008710        MOVE K TO WS-WL-IX
008720     END-IF.
008730*
008740 A-082-EXIT.
008750     EXIT.
008760*
008770*----------------------------------------------------------------*
008780*    PUT ENTRIES WS-WL-IX AND WS-WL-JX IN KIND AND NAME ORDER -  *
008790*    RUN OVER EVERY PAIR IT LEAVES THE TABLE SORTED, THE         *
008800*    UNASSIGNED ROW FIRST AMONG THE ANALYSTS AND ALL CASES LAST  *
008810*----------------------------------------------------------------*
008820 A-086-ORDER-PAIR.
008830*
008840     IF WS-WL-JX NOT > WS-WL-IX
008850        GO TO A-086-EXIT
008860     END-IF
008870     IF WS-WL-KEY(WS-WL-IX) NOT > WS-WL-KEY(WS-WL-JX)
008880        GO TO A-086-EXIT
008890     END-IF
008900     MOVE WS-WL-ENTRY(WS-WL-IX) TO WS-WL-HOLD
008910     MOVE WS-WL-ENTRY(WS-WL-JX) TO WS-WL-ENTRY(WS-WL-IX)
008920     MOVE WS-WL-HOLD            TO WS-WL-ENTRY(WS-WL-JX).
008930*
008940 A-086-EXIT.
008950     EXIT.
008960*
008970*----------------------------------------------------------------*
008980*    ONE SECTION OF THE REPORT - TITLE, COLUMN HEADINGS AND A    *
008990*    ROW PER ENTRY OF KIND WS-PRINT-KIND                         *
009000*----------------------------------------------------------------*
009010 A-090-WRITE-SECTION.
009020*
009030     MOVE SPACES TO FD-RPT-LINE
009040     WRITE FD-RPT-LINE
009050     WRITE FD-RPT-LINE FROM WS-COL-HEAD-1
009060     WRITE FD-RPT-LINE FROM WS-COL-HEAD-2
009070     PERFORM A-092-WRITE-ROW THRU A-092-EXIT
009080        VARYING WS-WL-IX FROM 1 BY 1
009090        UNTIL WS-WL-IX > WS-WL-COUNT.
009100*
009110 A-090-EXIT.
009120     EXIT.
009130*
009140 A-092-WRITE-ROW.
009150*
009160     IF WS-WL-KIND(WS-WL-IX) NOT = WS-PRINT-KIND
009170        GO TO A-092-EXIT
009180     END-IF
009190     MOVE WS-WL-NAME(WS-WL-IX) TO WS-WLL-LABEL
009200     IF WS-PRINT-KIND = 'A' AND WS-WL-NAME(WS-WL-IX) = SPACES
009210        MOVE 'UNASSIGNED' TO WS-WLL-LABEL
009220     END-IF
009230     IF WS-PRINT-KIND = 'T'
009240        MOVE 'ALL CASES' TO WS-WLL-LABEL
009250     END-IF
009260     MOVE WS-WL-OPEN-ASG(WS-WL-IX)    TO WS-WLL-OPEN-ASG
009270     MOVE WS-WL-UNASSIGNED(WS-WL-IX)  TO WS-WLL-UNASSIGNED
009280     MOVE WS-WL-CLOSED(WS-WL-IX)      TO WS-WLL-CLOSED
009290     MOVE 0 TO WS-AVG-DAYS
009300     IF WS-WL-CLOSE-DATED(WS-WL-IX) > 0
009310        COMPUTE WS-AVG-DAYS ROUNDED = WS-WL-CLOSE-DAYS(WS-WL-IX)
009320                                    / WS-WL-CLOSE-DATED(WS-WL-IX)
009330     END-IF
009340     MOVE WS-AVG-DAYS                 TO WS-WLL-AVG
009350     MOVE WS-WL-WORST(WS-WL-IX)       TO WS-WLL-WORST
009360     MOVE WS-WL-PAST-SLA(WS-WL-IX)    TO WS-WLL-PAST-SLA
009370     MOVE WS-WL-CARR-FIXED(WS-WL-IX)  TO WS-WLL-CARR-FIXED
009380     MOVE WS-WL-REOPENED(WS-WL-IX)    TO WS-WLL-REOPENED
009390     WRITE FD-RPT-LINE FROM WS-WL-LINE.
009400*
009410 A-092-EXIT.
009420     EXIT.
009430*
009440*----------------------------------------------------------------*
009450*    RUN SUMMARY                                                 *
009460*----------------------------------------------------------------*
009470 A-920-WRITE-SUMMARY.
009480*
009490     MOVE SPACES TO FD-RPT-LINE
009500     WRITE FD-RPT-LINE
009510     MOVE 'RUN TOTALS' TO FD-RPT-LINE
009520     WRITE FD-RPT-LINE
009530     MOVE 'STATUS ROWS READ                        '
009540       TO WS-TL-LABEL
009550     MOVE WS-CT-STAT-READ TO WS-TL-COUNT
009560     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
009570     MOVE 'AGING ENTRIES READ                      '
009580       TO WS-TL-LABEL
009590     MOVE WS-CT-AGE-READ TO WS-TL-COUNT
009600     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
009610     MOVE 'OPEN CASES                              '
009620       TO WS-TL-LABEL
009630     MOVE WS-CT-OPEN TO WS-TL-COUNT
009640     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
009650     MOVE 'OPEN CASES PAST THE SLA                 '
009660       TO WS-TL-LABEL
009670     MOVE WS-CT-PAST-SLA TO WS-TL-COUNT
009680     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
009690     MOVE 'OPEN CASES WITH NO OPEN DATE (NO SLA)   '
009700       TO WS-TL-LABEL
009710     MOVE WS-CT-OPEN-UNDATED TO WS-TL-COUNT
009720     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
009730     MOVE 'CLOSED CASES NOT IN THE DAYS TO CLOSE   '
009740       TO WS-TL-LABEL
009750     MOVE WS-CT-CLSD-UNDATED TO WS-TL-COUNT
009760     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
009770     IF WS-CT-NOT-LISTED > 0
009780        MOVE 'CASES IN ALL CASES ONLY - TABLE FULL    '
009790          TO WS-TL-LABEL
009800        MOVE WS-CT-NOT-LISTED TO WS-TL-COUNT
009810        WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
009820     END-IF.
009830*
009840 A-920-EXIT.
009850     EXIT.
009860*
009870*----------------------------------------------------------------*
009880*    BUSINESS-DAY CALENDAR - NO CALENDAR AT ALL (35, OR 05 ON    *
009890*    THE OPTIONAL DD) IS NOT AN ERROR: EVERY DATE THEN FOLLOWS   *
009900*    THE MONDAY-TO-FRIDAY RULE.  ANY OTHER STATUS STOPS THE RUN  *
009910*----------------------------------------------------------------*
009920 A-800-OPEN-CALENDAR.
009930*
009940     OPEN INPUT IN-CALENDAR
009950     IF WS-CAL-STATUS = '00'
009960        MOVE 'Y' TO WS-CAL-OPEN-SW
009970        GO TO A-800-EXIT
009980     END-IF
009990     IF WS-CAL-STATUS NOT = '35'
010000        AND WS-CAL-STATUS NOT = '05'
010010        MOVE 'Y' TO WS-ABEND-SW
010020        GO TO A-800-EXIT
010030     END-IF
010040     IF WS-CAL-STATUS = '05'
010050        CLOSE IN-CALENDAR
010060     END-IF
010070     DISPLAY 'PROGRAM27 - NO BUSINESS CALENDAR - MON TO FRI ONLY'.
010080*
010090 A-800-EXIT.
010100     EXIT.
010110*
010120*----------------------------------------------------------------*
010130*    IS WS-CAL-DATE A BUSINESS DAY FOR WS-CAL-CARRIER - THE      *
010140*    CARRIER'S OWN ENTRY FIRST, THEN THE HOUSE (***) ENTRY, AND  *
010150*    WITH NEITHER, MONDAY TO FRIDAY ARE AND WEEKENDS ARE NOT.    *
010160*    H ON AN ENTRY IS A HOLIDAY, P A PROCESSING DAY              *
010170*----------------------------------------------------------------*
010180 A-810-CHECK-BUSDAY.
010190*
010200     MOVE 'N' TO WS-CAL-BUSDAY-SW
010210     PERFORM A-830-SERIAL-WEEKDAY THRU A-830-EXIT
010220     IF WS-CAL-WEEKDAY > 0 AND WS-CAL-WEEKDAY < 6
010230        MOVE 'Y' TO WS-CAL-BUSDAY-SW
010240     END-IF
010250     IF NOT WS-CAL-OPEN
010260        GO TO A-810-EXIT
010270     END-IF
010280     IF WS-CAL-CARRIER NOT = '***'
010290        AND WS-CAL-CARRIER NOT = SPACES
010300        MOVE WS-CAL-CARRIER TO FD-CAL-CARRIER
010310        MOVE WS-CAL-DATE-X  TO FD-CAL-DATE
010320        PERFORM A-815-READ-CALENDAR THRU A-815-EXIT
010330        IF WS-CAL-STATUS NOT = '23'
010340           GO TO A-810-EXIT
010350        END-IF
010360     END-IF
010370     MOVE '***'         TO FD-CAL-CARRIER
010380     MOVE WS-CAL-DATE-X TO FD-CAL-DATE
010390     PERFORM A-815-READ-CALENDAR THRU A-815-EXIT.
010400*
010410 A-810-EXIT.
010420     EXIT.
010430*
010440 A-815-READ-CALENDAR.
010450*
010460     READ IN-CALENDAR
010470        INVALID KEY
010480           CONTINUE
010490     END-READ
010500     EVALUATE WS-CAL-STATUS
010510        WHEN '00'
010520           IF FD-CAL-TYPE = 'H'
010530              MOVE 'N' TO WS-CAL-BUSDAY-SW
010540           ELSE
010550              MOVE 'Y' TO WS-CAL-BUSDAY-SW
010560           END-IF
010570        WHEN '23'
010580           CONTINUE
010590        WHEN OTHER
010600           MOVE 'Y' TO WS-ABEND-SW
010610     END-EVALUATE.
010620*
010630 A-815-EXIT.
010640     EXIT.
010650*
010660*----------------------------------------------------------------*
010670*    STEP WS-CAL-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND    *
010680*    YEAR ENDS                                                   *
010690*----------------------------------------------------------------*
010700 A-820-PREVIOUS-DAY.
010710*
010720     IF WS-CAL-DD > 1
010730        SUBTRACT 1 FROM WS-CAL-DD
010740        GO TO A-820-EXIT
010750     END-IF
010760     IF WS-CAL-MM > 1
010770        SUBTRACT 1 FROM WS-CAL-MM
010780     ELSE
010790        MOVE 12 TO WS-CAL-MM
010800        SUBTRACT 1 FROM WS-CAL-YYYY
010810     END-IF
010820     PERFORM A-825-MONTH-END THRU A-825-EXIT
010830     MOVE WS-CAL-LAST-DD TO WS-CAL-DD.
010840*
010850 A-820-EXIT.
010860     EXIT.
010870*
010880*----------------------------------------------------------------*
010890*    LAST DAY OF THE MONTH IN WS-CAL-DATE INTO WS-CAL-LAST-DD -  *
010900*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY  *
010910*    NOT DIVISIBLE BY 400                                        *
010920*----------------------------------------------------------------*
010930 A-825-MONTH-END.
010940*
010950     MOVE WS-CAL-MDAY(WS-CAL-MM) TO WS-CAL-LAST-DD
010960     IF WS-CAL-MM NOT = 2
010970        GO TO A-825-EXIT
010980     END-IF
010990     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOT
011000        REMAINDER WS-CAL-LEAP-REM
011010     IF WS-CAL-LEAP-REM NOT = 0
011020        GO TO A-825-EXIT
011030     END-IF
011040     MOVE 29 TO WS-CAL-LAST-DD
011050     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-QUOT
011060        REMAINDER WS-CAL-LEAP-REM
011070     IF WS-CAL-LEAP-REM NOT = 0
011080        GO TO A-825-EXIT
011090     END-IF
011100     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-QUOT
011110        REMAINDER WS-CAL-LEAP-REM
011120     IF WS-CAL-LEAP-REM NOT = 0
011130        MOVE 28 TO WS-CAL-LAST-DD
011140     END-IF.
011150*
011160 A-825-EXIT.
011170     EXIT.
011180*
011190*----------------------------------------------------------------*
011200*    SERIAL DAY NUMBER OF WS-CAL-DATE (JANUARY AND FEBRUARY      *
011210*    COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR) AND ITS DAY OF *
011220*    THE WEEK, 0 SUNDAY THROUGH 6 SATURDAY                       *
011230*----------------------------------------------------------------*
011240 A-830-SERIAL-WEEKDAY.
011250*
011260     IF WS-CAL-MM > 2
011270        MOVE WS-CAL-YYYY TO WS-CAL-SER-Y
011280        MOVE WS-CAL-MM   TO WS-CAL-SER-M
011290     ELSE
011300        SUBTRACT 1 FROM WS-CAL-YYYY GIVING WS-CAL-SER-Y
011310        ADD 12 TO WS-CAL-MM GIVING WS-CAL-SER-M
011320     END-IF
011330     COMPUTE WS-CAL-SERIAL =
011340        (365 * WS-CAL-SER-Y) + (WS-CAL-SER-Y / 4)
011350        - (WS-CAL-SER-Y / 100) + (WS-CAL-SER-Y / 400)
011360        + ((153 * (WS-CAL-SER-M - 3) + 2) / 5)
011370        + WS-CAL-DD
011380     ADD 2 TO WS-CAL-SERIAL GIVING WS-CAL-QUOT
011390     DIVIDE WS-CAL-QUOT BY 7 GIVING WS-CAL-QUOT
011400        REMAINDER WS-CAL-WEEKDAY.
011410*
011420 A-830-EXIT.
011430     EXIT.
011440*
011450*----------------------------------------------------------------*
011460*    COUNT THE BUSINESS DAYS FOR WS-CAL-CARRIER AFTER WS-CAL-FROM*
011470*    UP TO AND INCLUDING WS-CAL-DATE, WALKING BACK A DAY AT A    *
011480*    TIME (NEVER MORE THAN 400 DAYS).  WS-CAL-DATE IS LEFT AT    *
011490*    WS-CAL-FROM                                                 *
011500*----------------------------------------------------------------*
011510 A-840-COUNT-BUSDAYS.
011520*
011530     MOVE 0 TO WS-CAL-COUNT
011540     MOVE 0 TO WS-CAL-STEPS
011550     PERFORM A-845-COUNT-ONE THRU A-845-EXIT
011560        UNTIL WS-CAL-DATE-X NOT > WS-CAL-FROM
011570           OR WS-CAL-STEPS NOT < 400
011580           OR WS-ABEND.
011590*
011600 A-840-EXIT.
011610     EXIT.
011620*
011630 A-845-COUNT-ONE.
011640*
011650     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
011660     IF WS-CAL-BUSDAY
011670        ADD 1 TO WS-CAL-COUNT
011680     END-IF
011690     ADD 1 TO WS-CAL-STEPS
011700     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT.
011710*
011720 A-845-EXIT.
011730     EXIT.
011740*
011750*----------------------------------------------------------------*
011760*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
011770*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
011780*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
011790*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
011800*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
011810*    FAILS                                                       *
011820*----------------------------------------------------------------*
011830 A-950-RUNCTL-START.
011840*
011850     OPEN INPUT IN-RUNPARM
011860     IF WS-RUNPARM-STATUS NOT = '00'
011870        GO TO A-950-EXIT
011880     END-IF
011890     READ IN-RUNPARM
011900        AT END
011910           MOVE SPACES TO FD-RP-JOB
011920           MOVE SPACES TO FD-RP-STEP
011930     END-READ
011940     MOVE FD-RP-JOB  TO WS-RUN-JOB
011950     MOVE FD-RP-STEP TO WS-RUN-STEP
011960     CLOSE IN-RUNPARM
011970     IF WS-RUN-JOB = SPACES
011980        GO TO A-950-EXIT
011990     END-IF
012000     OPEN I-O RUNCTL
012010     IF WS-RUNCTL-STATUS = '35'
012020        OPEN OUTPUT RUNCTL
012030        CLOSE RUNCTL
012040        OPEN I-O RUNCTL
012050     END-IF
012060     IF WS-RUNCTL-STATUS NOT = '00'
012070        DISPLAY 'PROGRAM27 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
012080        GO TO A-950-EXIT
012090     END-IF
012100     MOVE 'Y' TO WS-RUNCTL-ACT-SW
012110     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
012120     MOVE WS-RUN-JOB      TO FD-RUN-JOB
012130     MOVE WS-RUN-STEP     TO FD-RUN-STEP
012140     MOVE 'PROGRAM27'     TO FD-RUN-PROGRAM
012150     MOVE 'S' TO FD-RUN-STATUS
012160     MOVE 0   TO FD-RUN-RC
012170     MOVE 0   TO FD-RUN-CNT-IN
012180     MOVE 0   TO FD-RUN-CNT-OUT
012190     WRITE FD-RUNCTL-REC
012200*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
012210*    EARLIER RECORD
012220     IF WS-RUNCTL-STATUS = '22'
012230        REWRITE FD-RUNCTL-REC
012240     END-IF.
012250*
012260 A-950-EXIT.
012270     EXIT.
012280*
012290 A-955-RUNCTL-END.
012300*
012310     IF NOT WS-RUNCTL-ACTIVE
012320        GO TO A-955-EXIT
012330     END-IF
012340     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
012350     MOVE WS-RUN-JOB      TO FD-RUN-JOB
012360     MOVE WS-RUN-STEP     TO FD-RUN-STEP
012370     READ RUNCTL
012380        INVALID KEY
012390           CONTINUE
012400     END-READ
012410     MOVE 'PROGRAM27'     TO FD-RUN-PROGRAM
012420     MOVE 'E' TO FD-RUN-STATUS
012430     MOVE RETURN-CODE    TO FD-RUN-RC
012440     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
012450     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
012460     REWRITE FD-RUNCTL-REC
012470     IF WS-RUNCTL-STATUS NOT = '00'
012480        DISPLAY 'PROGRAM27 - RUN LEDGER END RECORD NOT WRITTEN'
012490     END-IF
012500     CLOSE RUNCTL.
012510*
012520 A-955-EXIT.
012530     EXIT.
012540*
012550*----------------------------------------------------------------*
012560*    RETURN-CODE CONTRACT - 0 NO OPEN CASE IS PAST THE SLA, 4    *
012570*    ONE OR MORE ARE (THE REPORT SAYS WHERE), 16 AN OPEN/I-O     *
012580*    ERROR STOPPED THE RUN AND THE REPORT IS INCOMPLETE          *
012590*----------------------------------------------------------------*
012600 A-999.
012610     EVALUATE TRUE
012620        WHEN WS-ABEND
012630           MOVE 16 TO RETURN-CODE
012640        WHEN WS-CT-PAST-SLA > 0
012650           MOVE 4  TO RETURN-CODE
012660        WHEN OTHER
012670           MOVE 0  TO RETURN-CODE
012680     END-EVALUATE
012690     COMPUTE WS-RUN-CNT-IN = WS-CT-STAT-READ + WS-CT-AGE-READ
012700     MOVE WS-CT-PAST-SLA TO WS-RUN-CNT-OUT
012710     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
012720     DISPLAY 'PROGRAM27 - STATUS ROWS READ   ' WS-CT-STAT-READ
012730     DISPLAY 'PROGRAM27 - OPEN CASES         ' WS-CT-OPEN
012740     DISPLAY 'PROGRAM27 - PAST THE SLA       ' WS-CT-PAST-SLA
012750     GOBACK.
