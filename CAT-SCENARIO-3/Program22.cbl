000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM22.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - CARRIER REMITTANCE MATCH AND   *
000110*    OPEN-ITEM ACCOUNT LEDGER.  PROGRAM11 WRITES THE NET DUE PER *
000120*    CARRIER PER RUN DATE TO THE NET-DUE FILE; EACH CARRIER      *
000130*    SENDS A REMITTANCE ADVICE, HDR/TRL WRAPPED LIKE THE         *
000140*    PROGRAM10 FEEDS, NAMING THE SETTLEMENT DATE IT PAYS, THE    *
000150*    AMOUNT PAID AND OPTIONALLY THE AMOUNT PER AEGON-NR.  THIS   *
000160*    RUN POSTS BOTH TO THE CARRIER LEDGER KSDS - ONE OPEN ITEM   *
000170*    PER CARRIER AND SETTLEMENT DATE, NET DUE AGAINST AMOUNT     *
000180*    PAID - SO A SHORT OR OVER PAYMENT STAYS OPEN AND IS CARRIED *
000190*    FORWARD UNTIL IT IS SETTLED, AND PRINTS THE REMITTANCE      *
000200*    MATCH AND A STATEMENT OF ACCOUNT PER CARRIER WITH THE OPEN  *
000210*    ITEMS AGED CURRENT / 30 / 60 / 90+ DAYS FROM THE SETTLEMENT *
000220*    DATE.  THE CARRIERS AND THEIR REMITTANCE DATASETS COME FROM *
000230*    THE CARRIER MASTER (BPXWDYN ALLOCATION, AS PROGRAM10).      *
000240*----------------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270*
000280*----------------------------------------------------------------*
000290**                                                               *
000300**   CONFIGURATION SECTION                                       *
000310**                                                               *
000320*----------------------------------------------------------------*
000330*
000340 CONFIGURATION SECTION.
000350*
000360 SPECIAL-NAMES.
000370      DECIMAL-POINT IS COMMA.
000380*
000390*----------------------------------------------------------------*
000400**                                                               *
000410**   INPUT-OUTPUT SECTION                                        *
000420**                                                               *
000430*----------------------------------------------------------------*
000440*
000450 INPUT-OUTPUT SECTION.
000460*
000470 FILE-CONTROL.
000480     SELECT IN-CARRMAST      ASSIGN TO "CARRMAST"
000490            ORGANIZATION    IS INDEXED
000500            ACCESS MODE     IS DYNAMIC
000510            RECORD KEY      IS FD-CM-CODE
000520            FILE STATUS     IS WS-CMST-STATUS.
000530*
000540     SELECT IN-NETDUE        ASSIGN TO "NETDUEIN"
000550            ORGANIZATION    IS LINE SEQUENTIAL
000560            FILE STATUS     IS WS-NET-STATUS.
000570*
000580     SELECT IN-REMIT         ASSIGN TO "REMITIN"
000590            ORGANIZATION    IS LINE SEQUENTIAL
000600            FILE STATUS     IS WS-REMIT-STATUS.
000610*
000620     SELECT LEDGER           ASSIGN TO "LEDGER"
000630            ORGANIZATION    IS INDEXED
000640            ACCESS MODE     IS DYNAMIC
000650            RECORD KEY      IS FD-LG-KEY
000660            FILE STATUS     IS WS-LEDG-STATUS.
000670*
000680     SELECT OUT-ACCT-RPT     ASSIGN TO "ACCTRPT"
000690            ORGANIZATION    IS LINE SEQUENTIAL
000700            FILE STATUS     IS WS-RPT-STATUS.
000710*
000720     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000730            ORGANIZATION    IS LINE SEQUENTIAL
000740            FILE STATUS     IS WS-RUNPARM-STATUS.
000750*
000760     SELECT RUNCTL           ASSIGN TO "RUNCTL"
000770            ORGANIZATION    IS INDEXED
000780            ACCESS MODE     IS RANDOM
000790            RECORD KEY      IS FD-RUN-KEY
000800            FILE STATUS     IS WS-RUNCTL-STATUS.
000810*
000820*----------------------------------------------------------------*
000830**                                                               *
000840**   DATA DIVISION                                               *
000850**                                                               *
000860*----------------------------------------------------------------*
000870*
000880 DATA DIVISION.
000890*
000900*----------------------------------------------------------------*
000910**                                                               *
000920**   FILE SECTION                                                *
000930**                                                               *
000940*----------------------------------------------------------------*
000950*
000960 FILE SECTION.
000970*
000980*    CARRIER MASTER - ONE RECORD PER CARRIER, MAINTAINED ONLINE
000990*    BY PROGRAM21.  LAYOUT MUST MATCH PROGRAM2, PROGRAM8,
001000*    PROGRAM10, PROGRAM11, PROGRAM16 AND PROGRAM21
001010 FD  IN-CARRMAST
001020     RECORDING MODE IS F.
001030 01  FD-CARRMAST-REC.
001040     03  FD-CM-CODE          PIC X(3).
001050     03  FD-CM-NAME          PIC X(30).
001060     03  FD-CM-STATUS        PIC X(1).
001070     03  FD-CM-ONBOARD-DATE  PIC X(8).
001080     03  FD-CM-EXIT-DATE     PIC X(8).
001090     03  FD-CM-PREM-TOL      PIC 9(3)V99.
001100     03  FD-CM-FEED-DSN      PIC X(44).
001110     03  FD-CM-RESP-DSN      PIC X(44).
001120     03  FD-CM-CONTACT-NAME  PIC X(30).
001130     03  FD-CM-CONTACT-PHONE PIC X(15).
001140     03  FD-CM-UPD-DATE      PIC X(8).
001150     03  FD-CM-UPD-USER      PIC X(8).
001160     03  FD-CM-REMIT-DSN     PIC X(44).
001170     03  FILLER              PIC X(2).
001180*
001190*    NET DUE PER CARRIER PER RUN DATE.  LAYOUT MUST MATCH
001200*    FD-NETDUE-REC IN PROGRAM11
001210 FD  IN-NETDUE
001220     RECORDING MODE IS F.
001230 01  FD-NETDUE-REC.
001240     03  FD-ND-DATE        PIC X(8).
001250     03  FD-ND-CARRIER     PIC X(3).
001260     03  FD-ND-PREM-DUE    PIC 9(9)V99.
001270     03  FD-ND-HELD        PIC 9(9)V99.
001280     03  FD-ND-NET-DUE     PIC S9(9)V99.
001290*
001300*    THE REMITTANCE ADVICE IS VIEWED THREE WAYS LIKE THE PROGRAM10
001310*    FEED - THE MARKER IN THE FIRST THREE BYTES TELLS HEADER AND
001320*    TRAILER FROM A DETAIL (HDR AND TRL ARE NEVER CARRIER CODES)
001330 FD  IN-REMIT
001340     RECORDING MODE IS F.
001350 01  FD-REMIT-REC.
001360     03  FD-RM-MARKER      PIC X(3).
001370     03  FILLER            PIC X(29).
001380 01  FD-REMIT-HDR REDEFINES FD-REMIT-REC.
001390     03  FILLER            PIC X(3).
001400     03  FD-RH-DATE        PIC X(8).
001410     03  FD-RH-CARRIER     PIC X(3).
001420     03  FD-RH-SETTLE-DATE PIC X(8).
001430     03  FILLER            PIC X(10).
001440 01  FD-REMIT-TRL REDEFINES FD-REMIT-REC.
001450     03  FILLER            PIC X(3).
001460     03  FD-RT-COUNT       PIC 9(7).
001470     03  FD-RT-AMOUNT      PIC 9(9)V99.
001480     03  FILLER            PIC X(11).
001490 01  FD-REMIT-DETAIL REDEFINES FD-REMIT-REC.
001500     03  FD-RD-CARRIER     PIC X(3).
001510     03  FD-RD-AEGON-NR    PIC X(5).
001520     03  FD-RD-AMOUNT      PIC 9(5)V99.
001530     03  FILLER            PIC X(17).
001540*
001550*    CARRIER OPEN-ITEM LEDGER - ONE ITEM PER CARRIER AND
001560*    SETTLEMENT DATE.  BALANCE = NET DUE LESS PAID: ABOVE ZERO THE
001570*    CARRIER STILL OWES, BELOW ZERO IT HAS OVERPAID.  STATUS O
001580*    OPEN, C CLEARED (BALANCE ZERO - KEPT AS HISTORY)
001590 FD  LEDGER
001600     RECORDING MODE IS F.
001610 01  FD-LEDGER-REC.
001620     03  FD-LG-KEY.
001630         05  FD-LG-CARRIER     PIC X(3).
001640         05  FD-LG-SETTLE-DATE PIC X(8).
001650     03  FD-LG-STATUS      PIC X(1).
001660     03  FD-LG-NET-DUE     PIC S9(9)V99.
001670     03  FD-LG-PAID        PIC 9(9)V99.
001680     03  FD-LG-DUE-DATE    PIC X(8).
001690     03  FD-LG-REMIT-DATE  PIC X(8).
001700     03  FD-LG-REMIT-COUNT PIC 9(3).
001710     03  FD-LG-UPD-DATE    PIC X(8).
001720     03  FILLER            PIC X(19).
001730*
001740 FD  OUT-ACCT-RPT
001750     RECORDING MODE IS F.
001760 01  FD-RPT-LINE           PIC X(80).
001770*
001780 FD  IN-RUNPARM
001790     RECORDING MODE IS F.
001800 01  FD-RUNPARM-REC.
001810     03  FD-RP-JOB        PIC X(8).
001820     03  FD-RP-STEP       PIC X(8).
001830*
001840*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001850*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001860*    PROGRAM18 / PROGRAM19 INQUIRIES
001870 FD  RUNCTL
001880     RECORDING MODE IS F.
001890 01  FD-RUNCTL-REC.
001900     03  FD-RUN-KEY.
001910         05  FD-RUN-DATE      PIC X(8).
001920         05  FD-RUN-JOB       PIC X(8).
001930         05  FD-RUN-STEP      PIC X(8).
001940     03  FD-RUN-PROGRAM   PIC X(8).
001950     03  FD-RUN-STATUS    PIC X(1).
001960     03  FD-RUN-RC        PIC 9(2).
001970     03  FD-RUN-CNT-IN    PIC 9(7).
001980     03  FD-RUN-CNT-OUT   PIC 9(7).
001990*
002000*----------------------------------------------------------------*
002010**                                                               *
002020**   WORKING-STORAGE SECTION                                     *
002030**                                                               *
002040*----------------------------------------------------------------*
002050*
002060 WORKING-STORAGE SECTION.
002070*
002080 01  K                 PIC 9(4) COMP.
002090*
002100 01  WS-NET-EOF-SW     PIC X(1) VALUE 'N'.
002110     88  WS-NET-EOF            VALUE 'Y'.
002120 01  WS-CMST-EOF-SW    PIC X(1) VALUE 'N'.
002130     88  WS-CMST-EOF           VALUE 'Y'.
002140 01  WS-REMIT-EOF-SW   PIC X(1) VALUE 'N'.
002150     88  WS-REMIT-EOF          VALUE 'Y'.
002160 01  WS-LEDG-EOF-SW    PIC X(1) VALUE 'N'.
002170     88  WS-LEDG-EOF           VALUE 'Y'.
002180*
002190*----------------------------------------------------------------*
002200*    FILE STATUS AND ABEND HANDLING                              *
002210*----------------------------------------------------------------*
002220 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
002230     88  WS-ABEND              VALUE 'Y'.
002240 01  WS-CMST-STATUS    PIC X(2).
002250 01  WS-NET-STATUS     PIC X(2).
002260 01  WS-REMIT-STATUS   PIC X(2).
002270 01  WS-LEDG-STATUS    PIC X(2).
002280 01  WS-RPT-STATUS     PIC X(2).
002290*
002300 01  WS-CURRENT-DATE   PIC X(8).
002310*
002320*----------------------------------------------------------------*
002330*    SERIAL DAY NUMBER WORK FIELDS (AS PROGRAM9) - AGES AN OPEN  *
002340*    ITEM AND SETS THE NET-DUE POSTING WINDOW ACROSS MONTH AND   *
002350*    YEAR BOUNDARIES                                             *
002360*----------------------------------------------------------------*
002370 01  WS-WORK-DATE.
002380     03  WS-WD-YYYY        PIC 9(4).
002390     03  WS-WD-MM          PIC 9(2).
002400     03  WS-WD-DD          PIC 9(2).
002410 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE PIC X(8).
002420 01  WS-SER-Y          PIC 9(8) COMP.
002430 01  WS-SER-M          PIC 9(4) COMP.
002440 01  WS-SERIAL-DAY     PIC 9(8) COMP VALUE 0.
002450 01  WS-TODAY-SERIAL   PIC 9(8) COMP VALUE 0.
002460 01  WS-WINDOW-SERIAL  PIC 9(8) COMP VALUE 0.
002470 01  WS-AGE-DAYS       PIC 9(5) COMP VALUE 0.
002480*
002490*----------------------------------------------------------------*
002500*    NET-DUE POSTING WINDOW - THE NET-DUE FILE ACCUMULATES, SO   *
002510*    ONLY RUN DATES WITHIN WS-POST-DAYS OF TODAY ARE POSTED.     *
002520*    THE LATEST RECORD FOR A CARRIER AND DATE WINS (A PROGRAM11  *
002530*    RERUN RESTATES THE DAY), SO THE WINDOW IS GATHERED INTO     *
002540*    THE TABLE FIRST AND POSTED ONCE                             *
002550*----------------------------------------------------------------*
002560 01  WS-POST-DAYS      PIC 9(3) VALUE 031.
002570 01  WS-ND-MAX         PIC 9(4) COMP VALUE 5000.
002580 01  WS-ND-COUNT       PIC 9(4) COMP VALUE 0.
002590 01  WS-ND-IX          PIC 9(4) COMP VALUE 0.
002600 01  WS-ND-TABLE.
002610     03  WS-ND-ENTRY OCCURS 5000 TIMES.
002620         05  WS-ND-CARRIER     PIC X(3).
002630         05  WS-ND-DATE        PIC X(8).
002640         05  WS-ND-NET-DUE     PIC S9(9)V99.
002650*
002660*----------------------------------------------------------------*
002670*    TODAY'S POSTINGS PER CARRIER - NET DUE POSTED (OR RESTATED) *
002680*    AND CASH REMITTED, SO THE STATEMENT CAN SHOW THE BALANCE    *
002690*    BROUGHT FORWARD AHEAD OF TODAY'S ACTIVITY                   *
002700*----------------------------------------------------------------*
002710 01  WS-ACT-MAX        PIC 9(4) COMP VALUE 100.
002720 01  WS-ACT-COUNT      PIC 9(4) COMP VALUE 0.
002730 01  WS-ACT-IX         PIC 9(4) COMP VALUE 0.
002740 01  WS-CUR-CARRIER    PIC X(3) VALUE SPACES.
002750 01  WS-ACT-TABLE.
002760     03  WS-ACT-ENTRY OCCURS 100 TIMES.
002770         05  WS-ACT-CODE       PIC X(3).
002780         05  WS-ACT-DUE        PIC S9(9)V99.
002790         05  WS-ACT-PAID       PIC 9(9)V99.
002800*
002810*----------------------------------------------------------------*
002820*    REMITTANCE STATE - RESET FOR EACH CARRIER.  THE ADVICE IS   *
002830*    REJECTED, NOT ABENDED, WHEN ITS CONTENT FAILS A CHECK, AND  *
002840*    NOTHING FROM A REJECTED ADVICE IS POSTED                    *
002850*----------------------------------------------------------------*
002860 01  WS-REJECT-SW      PIC X(1) VALUE 'N'.
002870     88  WS-REMIT-REJECTED     VALUE 'Y'.
002880 01  WS-HDR-SEEN-SW    PIC X(1) VALUE 'N'.
002890     88  WS-HDR-SEEN           VALUE 'Y'.
002900 01  WS-TRL-SEEN-SW    PIC X(1) VALUE 'N'.
002910     88  WS-TRL-SEEN           VALUE 'Y'.
002920 01  WS-NOT-RECEIVED-SW PIC X(1) VALUE 'N'.
002930     88  WS-NOT-RECEIVED       VALUE 'Y'.
002940 01  WS-REMIT-CARRIER  PIC X(3) VALUE SPACES.
002950 01  WS-HDR-DATE       PIC X(8) VALUE SPACES.
002960 01  WS-SETTLE-DATE    PIC X(8) VALUE SPACES.
002970 01  WS-CT-DETAILS     PIC 9(7) COMP VALUE 0.
002980 01  WS-CT-AMOUNT      PIC 9(9)V99 VALUE 0.
002990 01  WS-TRL-COUNT      PIC 9(7) VALUE 0.
003000 01  WS-TRL-AMOUNT     PIC 9(9)V99 VALUE 0.
003010 01  WS-CT-BAD-CARR    PIC 9(7) COMP VALUE 0.
003020 01  WS-CT-AFTER-TRL   PIC 9(7) COMP VALUE 0.
003030 01  WS-CT-BAD-AMOUNT  PIC 9(7) COMP VALUE 0.
003040 01  WS-REMIT-REASON   PIC X(50) VALUE SPACES.
003050*
003060*    BPXWDYN REQUEST - HALFWORD LENGTH FOLLOWED BY THE TEXT
003070 01  WS-DYN-PARM.
003080     03  WS-DYN-LENGTH     PIC S9(4) COMP VALUE 0.
003090     03  WS-DYN-TEXT       PIC X(120) VALUE SPACES.
003100 01  WS-DYN-PTR        PIC 9(4) COMP VALUE 0.
003110*
003120*----------------------------------------------------------------*
003130*    RUN COUNTS AND OUTCOME SWITCHES                             *
003140*----------------------------------------------------------------*
003150 01  WS-RUN-REJECT-SW  PIC X(1) VALUE 'N'.
003160     88  WS-RUN-REJECTED       VALUE 'Y'.
003170 01  WS-MISMATCH-SW    PIC X(1) VALUE 'N'.
003180     88  WS-RUN-MISMATCH       VALUE 'Y'.
003190 01  WS-CT-DUE-NEW     PIC 9(7) COMP VALUE 0.
003200 01  WS-CT-DUE-RESTATE PIC 9(7) COMP VALUE 0.
003210 01  WS-CT-REMIT-POST  PIC 9(7) COMP VALUE 0.
003220 01  WS-CT-REMIT-REJ   PIC 9(7) COMP VALUE 0.
003230 01  WS-CT-REMIT-NONE  PIC 9(7) COMP VALUE 0.
003240 01  WS-CT-REMIT-DUP   PIC 9(7) COMP VALUE 0.
003250 01  WS-DELTA          PIC S9(9)V99 VALUE 0.
003260 01  WS-BALANCE        PIC S9(9)V99 VALUE 0.
003270*
003280*----------------------------------------------------------------*
003290*    STATEMENT OF ACCOUNT - PER-CARRIER AND GRAND AGED TOTALS.   *
003300*    BANDS: 1 CURRENT (UNDER 30 DAYS), 2 30-59, 3 60-89, 4 90+   *
003310*----------------------------------------------------------------*
003320 01  WS-HEAD-DONE-SW   PIC X(1) VALUE 'N'.
003330     88  WS-HEAD-DONE          VALUE 'Y'.
003340 01  WS-BAND-IX        PIC 9(4) COMP VALUE 0.
003350 01  WS-CARR-TOTALS.
003360     03  WS-CT-OPEN-ITEMS  PIC 9(7) COMP VALUE 0.
003370     03  WS-CT-CARRIED     PIC S9(9)V99 VALUE 0.
003380     03  WS-CT-BAND OCCURS 4 TIMES.
003390         05  WS-CT-BAND-ITEMS  PIC 9(7) COMP.
003400         05  WS-CT-BAND-AMT    PIC S9(9)V99.
003410 01  WS-GRAND-TOTALS.
003420     03  WS-GT-OPEN-ITEMS  PIC 9(7) COMP VALUE 0.
003430     03  WS-GT-FORWARD     PIC S9(9)V99 VALUE 0.
003440     03  WS-GT-DUE         PIC S9(9)V99 VALUE 0.
003450     03  WS-GT-PAID        PIC S9(9)V99 VALUE 0.
003460     03  WS-GT-CARRIED     PIC S9(9)V99 VALUE 0.
003470     03  WS-GT-BAND OCCURS 4 TIMES.
003480         05  WS-GT-BAND-ITEMS  PIC 9(7) COMP.
003490         05  WS-GT-BAND-AMT    PIC S9(9)V99.
003500 01  WS-BAND-LABELS.
003510     03  FILLER            PIC X(34) VALUE
003520         'AGED CURRENT (UNDER 30 DAYS)      '.
003530     03  FILLER            PIC X(34) VALUE
003540         'AGED 30 TO 59 DAYS                '.
003550     03  FILLER            PIC X(34) VALUE
003560         'AGED 60 TO 89 DAYS                '.
003570     03  FILLER            PIC X(34) VALUE
003580         'AGED 90 DAYS AND OVER             '.
003590 01  WS-BAND-LABEL-TAB REDEFINES WS-BAND-LABELS.
003600     03  WS-BAND-LABEL     PIC X(34) OCCURS 4 TIMES.
003610 01  WS-BAND-NAMES.
003620     03  FILLER            PIC X(10) VALUE 'CURRENT   '.
003630     03  FILLER            PIC X(10) VALUE '30 DAYS   '.
003640     03  FILLER            PIC X(10) VALUE '60 DAYS   '.
003650     03  FILLER            PIC X(10) VALUE '90+ DAYS  '.
003660 01  WS-BAND-NAME-TAB REDEFINES WS-BAND-NAMES.
003670     03  WS-BAND-NAME      PIC X(10) OCCURS 4 TIMES.
003680*
003690*----------------------------------------------------------------*
003700*    REPORT LINES                                                *
003710*----------------------------------------------------------------*
003720 01  WS-RPT-HEADING.
003730     03  FILLER            PIC X(43) VALUE
003740         'CARRIER REMITTANCE MATCH AND ACCOUNT       '.
003750     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
003760     03  WS-RH-DATE        PIC X(8).
003770     03  FILLER            PIC X(20) VALUE SPACES.
003780*
003790 01  WS-MATCH-HEAD.
003800     03  FILLER            PIC X(40) VALUE
003810         'COD  RESULT         SETTLED        NET D'.
003820     03  FILLER            PIC X(40) VALUE
003830         'UE          PAID    DIFFERENCE          '.
003840*
003850 01  WS-MATCH-LINE.
003860     03  WS-ML-CODE        PIC X(3).
003870     03  FILLER            PIC X(2)  VALUE SPACES.
003880     03  WS-ML-RESULT      PIC X(14).
003890     03  FILLER            PIC X(1)  VALUE SPACES.
003900     03  WS-ML-SETTLE      PIC X(8).
003910     03  FILLER            PIC X(1)  VALUE SPACES.
003920     03  WS-ML-DUE         PIC -(9)9,99.
003930     03  FILLER            PIC X(1)  VALUE SPACES.
003940     03  WS-ML-PAID        PIC -(9)9,99.
003950     03  FILLER            PIC X(1)  VALUE SPACES.
003960     03  WS-ML-DIFF        PIC -(9)9,99.
003970     03  FILLER            PIC X(1)  VALUE SPACES.
003980     03  WS-ML-FLAG        PIC X(9).
003990*
004000 01  WS-RPT-REASON.
004010     03  FILLER            PIC X(5)  VALUE SPACES.
004020     03  FILLER            PIC X(3)  VALUE ' - '.
004030     03  WS-RN-TEXT        PIC X(50).
004040     03  FILLER            PIC X(22) VALUE SPACES.
004050*
004060 01  WS-CARR-HEADING.
004070     03  FILLER            PIC X(8)  VALUE 'CARRIER '.
004080     03  WS-CH-CODE        PIC X(3).
004090     03  FILLER            PIC X(2)  VALUE SPACES.
004100     03  WS-CH-NAME        PIC X(30).
004110     03  FILLER            PIC X(37) VALUE SPACES.
004120*
004130 01  WS-ITEM-HEAD.
004140     03  FILLER            PIC X(40) VALUE
004150         '  SETTLED         NET DUE          PAID'.
004160     03  FILLER            PIC X(40) VALUE
004170         '       BALANCE   DAYS  BAND             '.
004180*
004190 01  WS-ITEM-LINE.
004200     03  FILLER            PIC X(2)  VALUE SPACES.
004210     03  WS-IL-SETTLE      PIC X(8).
004220     03  FILLER            PIC X(2)  VALUE SPACES.
004230     03  WS-IL-DUE         PIC -(9)9,99.
004240     03  FILLER            PIC X(1)  VALUE SPACES.
004250     03  WS-IL-PAID        PIC -(9)9,99.
004260     03  FILLER            PIC X(1)  VALUE SPACES.
004270     03  WS-IL-BALANCE     PIC -(9)9,99.
004280     03  FILLER            PIC X(2)  VALUE SPACES.
004290     03  WS-IL-DAYS        PIC Z(4)9.
004300     03  FILLER            PIC X(2)  VALUE SPACES.
004310     03  WS-IL-BAND        PIC X(10).
004320     03  FILLER            PIC X(8)  VALUE SPACES.
004330*
004340 01  WS-TOTAL-LINE.
004350     03  WS-TL-LABEL       PIC X(34).
004360     03  WS-TL-COUNT       PIC Z(6)9.
004370     03  FILLER            PIC X(3)  VALUE SPACES.
004380     03  WS-TL-AMOUNT      PIC -(9)9,99.
004390     03  FILLER            PIC X(23) VALUE SPACES.
004400*
004410*----------------------------------------------------------------*
004420*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
004430*----------------------------------------------------------------*
004440 01  WS-RUNPARM-STATUS PIC X(2).
004450 01  WS-RUNCTL-STATUS  PIC X(2).
004460 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
004470     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
004480 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
004490 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
004500 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
004510 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
004520*
004530*----------------------------------------------------------------*
004540 PROCEDURE DIVISION.
004550*----------------------------------------------------------------*
004560 A-MAIN                                      SECTION.
004570*----------------------------------------------------------------*
004580 A-001.
004590*
004600     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
004610*
004620     IF WS-ABEND
004630        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
004640        GO TO A-999
004650     END-IF
004660*
004670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004680     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
004690     MOVE WS-CURRENT-DATE TO WS-WORK-DATE-X
004700     PERFORM A-090-DATE-TO-SERIAL THRU A-090-EXIT
004710     MOVE WS-SERIAL-DAY TO WS-TODAY-SERIAL
004720     PERFORM A-073-CLEAR-GRAND-BAND THRU A-073-EXIT
004730        VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4
004740     SUBTRACT WS-POST-DAYS FROM WS-TODAY-SERIAL
004750        GIVING WS-WINDOW-SERIAL
004760*
004770     MOVE WS-CURRENT-DATE TO WS-RH-DATE
004780     WRITE FD-RPT-LINE FROM WS-RPT-HEADING
004790*
004800*    NET DUE FIRST, SO A REMITTANCE FOR TODAY'S STATEMENT FINDS
004810*    ITS ITEM ALREADY ON THE LEDGER
004820     PERFORM A-020-READ-NETDUE THRU A-020-EXIT
004830     PERFORM A-025-TAKE-NETDUE THRU A-025-EXIT
004840        UNTIL WS-NET-EOF OR WS-ABEND
004850     IF NOT WS-ABEND
004860        PERFORM A-028-POST-NETDUE THRU A-028-EXIT
004870           VARYING WS-ND-IX FROM 1 BY 1
004880           UNTIL WS-ND-IX > WS-ND-COUNT OR WS-ABEND
004890     END-IF
004900*
004910     IF NOT WS-ABEND
004920        MOVE SPACES TO FD-RPT-LINE
004930        WRITE FD-RPT-LINE
004940        MOVE 'REMITTANCE MATCH' TO FD-RPT-LINE
004950        WRITE FD-RPT-LINE
004960        WRITE FD-RPT-LINE FROM WS-MATCH-HEAD
004970        PERFORM A-030-START-CARRMAST THRU A-030-EXIT
004980        PERFORM A-035-NEXT-CARRIER THRU A-035-EXIT
004990           UNTIL WS-CMST-EOF OR WS-ABEND
005000     END-IF
005010*
005020     IF NOT WS-ABEND
005030        PERFORM A-070-WRITE-ACCOUNTS THRU A-070-EXIT
005040     END-IF
005050     IF NOT WS-ABEND
005060        PERFORM A-920-WRITE-SUMMARY THRU A-920-EXIT
005070     END-IF
005080*
005090     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
005100*
005110     GO TO A-999.
005120*
005130*----------------------------------------------------------------*
005140*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
005150*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH      *
005160*----------------------------------------------------------------*
005170 A-005-CLOSE-FILES.
005180*
005190     CLOSE IN-CARRMAST
005200     CLOSE IN-NETDUE
005210     CLOSE LEDGER
005220     CLOSE OUT-ACCT-RPT.
005230*
005240 A-005-EXIT.
005250     EXIT.
005260*
005270*----------------------------------------------------------------*
005280*    THE LEDGER IS PRIMED ON DAY ONE WITH AN OPEN OUTPUT / CLOSE *
005290*    AND REOPENED I-O, AS PROGRAM2 DOES FOR THE STATUS MASTER    *
005300*----------------------------------------------------------------*
005310 A-010-OPEN-FILES.
005320*
005330     OPEN INPUT  IN-CARRMAST
005340     IF WS-CMST-STATUS NOT = '00'
005350        MOVE 'Y' TO WS-ABEND-SW
005360     END-IF
005370     OPEN INPUT  IN-NETDUE
005380     IF WS-NET-STATUS NOT = '00'
005390        MOVE 'Y' TO WS-ABEND-SW
005400     END-IF
005410     OPEN I-O    LEDGER
005420     IF WS-LEDG-STATUS = '35'
005430        OPEN OUTPUT LEDGER
005440        CLOSE LEDGER
005450        OPEN I-O LEDGER
005460     END-IF
005470     IF WS-LEDG-STATUS NOT = '00'
005480        MOVE 'Y' TO WS-ABEND-SW
005490     END-IF
005500     OPEN OUTPUT OUT-ACCT-RPT
005510     IF WS-RPT-STATUS NOT = '00'
005520        MOVE 'Y' TO WS-ABEND-SW
005530     END-IF.
005540*
005550 A-010-EXIT.
005560     EXIT.
005570*
005580*----------------------------------------------------------------*
005590*    FIND (OR ADD) TODAY'S ACTIVITY SLOT FOR WS-CUR-CARRIER -    *
005600*    MORE CARRIERS THAN WS-ACT-MAX ABENDS THE RUN, IN STEP WITH  *
005610*    THE PROGRAM2 AND PROGRAM11 TABLES                           *
005620*----------------------------------------------------------------*
005630 A-015-FIND-ACTIVITY.
005640*
005650     PERFORM A-017-LOOKUP-ACTIVITY THRU A-017-EXIT
005660     IF WS-ACT-IX = 0
005670        IF WS-ACT-COUNT >= WS-ACT-MAX
005680           DISPLAY 'PROGRAM22 - CARRIER TABLE FULL AT '
005690              WS-CUR-CARRIER
005700           MOVE 'Y' TO WS-ABEND-SW
005710           MOVE 1 TO WS-ACT-IX
005720        ELSE
005730           ADD 1 TO WS-ACT-COUNT
005740           MOVE WS-ACT-COUNT TO WS-ACT-IX
005750           MOVE WS-CUR-CARRIER TO WS-ACT-CODE(WS-ACT-IX)
005760           MOVE 0 TO WS-ACT-DUE(WS-ACT-IX)
005770           MOVE 0 TO WS-ACT-PAID(WS-ACT-IX)
005780        END-IF
005790     END-IF.
005800*
005810 A-015-EXIT.
005820     EXIT.
005830*
005840 A-016-SCAN-ACTIVITY.
005850*
005860     IF WS-ACT-CODE(K) = WS-CUR-CARRIER
005870        MOVE K TO WS-ACT-IX
005880     END-IF.
005890*
005900 A-016-EXIT.
005910     EXIT.
005920*
005930 A-017-LOOKUP-ACTIVITY.
005940*
005950     MOVE 0 TO WS-ACT-IX
005960     PERFORM A-016-SCAN-ACTIVITY THRU A-016-EXIT
005970        VARYING K FROM 1 BY 1
005980        UNTIL K > WS-ACT-COUNT OR WS-ACT-IX > 0.
005990*
006000 A-017-EXIT.
006010     EXIT.
006020*
006030 A-020-READ-NETDUE.
006040*
006050     READ IN-NETDUE
006060        AT END
006070           MOVE 'Y' TO WS-NET-EOF-SW
006080     END-READ
006090     IF WS-NET-STATUS NOT = '00'
006100        AND WS-NET-STATUS NOT = '10'
006110        MOVE 'Y' TO WS-ABEND-SW
006120        MOVE 'Y' TO WS-NET-EOF-SW
006130     END-IF.
006140*
006150 A-020-EXIT.
006160     EXIT.
006170*
006180*----------------------------------------------------------------*
006190*    ONE NET-DUE RECORD - KEPT WHEN ITS RUN DATE IS INSIDE THE   *
006200*    POSTING WINDOW; A LATER RECORD FOR THE SAME CARRIER AND     *
006210*    DATE REPLACES AN EARLIER ONE IN THE TABLE                   *
006220*----------------------------------------------------------------*
006230 A-025-TAKE-NETDUE.
006240*
006250     MOVE FD-ND-DATE TO WS-WORK-DATE-X
006260     IF WS-WORK-DATE NOT NUMERIC
006270        OR FD-ND-DATE > WS-CURRENT-DATE
006280        GO TO A-025-READ
006290     END-IF
006300     PERFORM A-090-DATE-TO-SERIAL THRU A-090-EXIT
006310     IF WS-SERIAL-DAY < WS-WINDOW-SERIAL
006320        GO TO A-025-READ
006330     END-IF
006340     MOVE 0 TO WS-ND-IX
006350     PERFORM A-026-SCAN-NETDUE THRU A-026-EXIT
006360        VARYING K FROM 1 BY 1
006370        UNTIL K > WS-ND-COUNT OR WS-ND-IX > 0
006380     IF WS-ND-IX = 0
006390        IF WS-ND-COUNT >= WS-ND-MAX
006400           DISPLAY 'PROGRAM22 - NET-DUE WINDOW TABLE FULL'
006410           MOVE 'Y' TO WS-ABEND-SW
006420           GO TO A-025-EXIT
006430        END-IF
006440        ADD 1 TO WS-ND-COUNT
006450        MOVE WS-ND-COUNT   TO WS-ND-IX
006460        MOVE FD-ND-CARRIER TO WS-ND-CARRIER(WS-ND-IX)
006470        MOVE FD-ND-DATE    TO WS-ND-DATE(WS-ND-IX)
006480     END-IF
006490     MOVE FD-ND-NET-DUE TO WS-ND-NET-DUE(WS-ND-IX).
006500*
006510 A-025-READ.
006520     PERFORM A-020-READ-NETDUE THRU A-020-EXIT.
006530*
006540 A-025-EXIT.
006550     EXIT.
006560*
006570 A-026-SCAN-NETDUE.
006580*
006590     IF WS-ND-CARRIER(K) = FD-ND-CARRIER
006600        AND WS-ND-DATE(K) = FD-ND-DATE
006610        MOVE K TO WS-ND-IX
006620     END-IF.
006630*
006640 A-026-EXIT.
006650     EXIT.
006660*
006670*----------------------------------------------------------------*
006680*    POST ONE NET-DUE FIGURE TO THE LEDGER - A NEW ITEM FOR A    *
006690*    FIRST POSTING, A RESTATEMENT WHEN THE FIGURE HAS CHANGED    *
006700*    (OR THE ITEM WAS OPENED BY A REMITTANCE THAT ARRIVED        *
006710*    FIRST), OTHERWISE NOTHING - RERUNNING THE STEP IS HARMLESS  *
006720*----------------------------------------------------------------*
006730 A-028-POST-NETDUE.
006740*
006750     MOVE WS-ND-CARRIER(WS-ND-IX) TO FD-LG-CARRIER
006760     MOVE WS-ND-DATE(WS-ND-IX)    TO FD-LG-SETTLE-DATE
006770     READ LEDGER
006780        INVALID KEY
006790           CONTINUE
006800     END-READ
006810     IF WS-LEDG-STATUS NOT = '00' AND WS-LEDG-STATUS NOT = '23'
006820        MOVE 'Y' TO WS-ABEND-SW
006830        GO TO A-028-EXIT
006840     END-IF
006850     MOVE WS-ND-CARRIER(WS-ND-IX) TO WS-CUR-CARRIER
006860*
006870     IF WS-LEDG-STATUS = '23'
006880        MOVE SPACES TO FD-LEDGER-REC
006890        MOVE WS-ND-CARRIER(WS-ND-IX) TO FD-LG-CARRIER
006900        MOVE WS-ND-DATE(WS-ND-IX)    TO FD-LG-SETTLE-DATE
006910        MOVE WS-ND-NET-DUE(WS-ND-IX) TO FD-LG-NET-DUE
006920        MOVE 0                       TO FD-LG-PAID
006930        MOVE WS-CURRENT-DATE         TO FD-LG-DUE-DATE
006940        MOVE 0                       TO FD-LG-REMIT-COUNT
006950        MOVE WS-CURRENT-DATE         TO FD-LG-UPD-DATE
006960        PERFORM A-060-SET-ITEM-STATUS THRU A-060-EXIT
006970        WRITE FD-LEDGER-REC
006980        IF WS-LEDG-STATUS NOT = '00'
006990           MOVE 'Y' TO WS-ABEND-SW
007000           GO TO A-028-EXIT
007010        END-IF
007020        PERFORM A-015-FIND-ACTIVITY THRU A-015-EXIT
007030        ADD WS-ND-NET-DUE(WS-ND-IX) TO WS-ACT-DUE(WS-ACT-IX)
007040        ADD 1 TO WS-CT-DUE-NEW
007050        GO TO A-028-EXIT
007060     END-IF
007070*
007080     IF FD-LG-DUE-DATE NOT = SPACES
007090        AND FD-LG-NET-DUE = WS-ND-NET-DUE(WS-ND-IX)
007100        GO TO A-028-EXIT
007110     END-IF
007120     COMPUTE WS-DELTA = WS-ND-NET-DUE(WS-ND-IX) - FD-LG-NET-DUE
007130     MOVE WS-ND-NET-DUE(WS-ND-IX) TO FD-LG-NET-DUE
007140     MOVE WS-CURRENT-DATE         TO FD-LG-DUE-DATE
007150     MOVE WS-CURRENT-DATE         TO FD-LG-UPD-DATE
007160     PERFORM A-060-SET-ITEM-STATUS THRU A-060-EXIT
007170     REWRITE FD-LEDGER-REC
007180     IF WS-LEDG-STATUS NOT = '00'
007190        MOVE 'Y' TO WS-ABEND-SW
007200        GO TO A-028-EXIT
007210     END-IF
007220     PERFORM A-015-FIND-ACTIVITY THRU A-015-EXIT
007230     ADD WS-DELTA TO WS-ACT-DUE(WS-ACT-IX)
007240     ADD 1 TO WS-CT-DUE-RESTATE.
007250*
007260 A-028-EXIT.
007270     EXIT.
007280*
007290 A-030-START-CARRMAST.
007300*
007310     MOVE LOW-VALUES TO FD-CM-CODE
007320     START IN-CARRMAST KEY IS NOT LESS THAN FD-CM-CODE
007330        INVALID KEY
007340           MOVE 'Y' TO WS-CMST-EOF-SW
007350     END-START.
007360*
007370 A-030-EXIT.
007380     EXIT.
007390*
007400*----------------------------------------------------------------*
007410*    NEXT CARRIER ON THE MASTER - EVERY CARRIER WITH A           *
007420*    REMITTANCE DATASET IS MATCHED, WHATEVER ITS STATUS: A       *
007430*    SUSPENDED OR EXITED CARRIER STILL PAYS WHAT IT OWES         *
007440*----------------------------------------------------------------*
007450 A-035-NEXT-CARRIER.
007460*
007470     READ IN-CARRMAST NEXT RECORD
007480        AT END
007490           MOVE 'Y' TO WS-CMST-EOF-SW
007500     END-READ
007510     IF WS-CMST-EOF
007520        GO TO A-035-EXIT
007530     END-IF
007540     IF WS-CMST-STATUS NOT = '00'
007550        MOVE 'Y' TO WS-ABEND-SW
007560        GO TO A-035-EXIT
007570     END-IF
007580     IF FD-CM-REMIT-DSN NOT = SPACES
007590        PERFORM A-040-MATCH-REMIT THRU A-040-EXIT
007600     END-IF.
007610*
007620 A-035-EXIT.
007630     EXIT.
007640*
007650*----------------------------------------------------------------*
007660*    ONE CARRIER'S REMITTANCE ADVICE, START TO FINISH - RESET    *
007670*    THE STATE, ALLOCATE REMITIN TO THE DATASET ON THE MASTER,   *
007680*    CHECK THE HDR/DETAIL/TRL DISCIPLINE, RELEASE REMITIN, THEN  *
007690*    POST AND REPORT.  NO DATASET CATALOGED (OR AN EMPTY ONE)    *
007700*    MEANS NOTHING RECEIVED - NOT AN ERROR                       *
007710*----------------------------------------------------------------*
007720 A-040-MATCH-REMIT.
007730*
007740     MOVE 'N' TO WS-REMIT-EOF-SW
007750     MOVE 'N' TO WS-REJECT-SW
007760     MOVE 'N' TO WS-HDR-SEEN-SW
007770     MOVE 'N' TO WS-TRL-SEEN-SW
007780     MOVE 'N' TO WS-NOT-RECEIVED-SW
007790     MOVE SPACES TO WS-HDR-DATE
007800     MOVE SPACES TO WS-SETTLE-DATE
007810     MOVE SPACES TO WS-REMIT-REASON
007820     MOVE 0 TO WS-CT-DETAILS
007830     MOVE 0 TO WS-CT-AMOUNT
007840     MOVE 0 TO WS-TRL-COUNT
007850     MOVE 0 TO WS-TRL-AMOUNT
007860     MOVE 0 TO WS-CT-BAD-CARR
007870     MOVE 0 TO WS-CT-AFTER-TRL
007880     MOVE 0 TO WS-CT-BAD-AMOUNT
007890     MOVE FD-CM-CODE TO WS-REMIT-CARRIER
007900*
007910     PERFORM A-055-ALLOC-REMIT THRU A-055-EXIT
007920     IF WS-NOT-RECEIVED
007930        GO TO A-040-REPORT
007940     END-IF
007950     OPEN INPUT IN-REMIT
007960     IF WS-REMIT-STATUS NOT = '00'
007970        MOVE 'Y' TO WS-NOT-RECEIVED-SW
007980     ELSE
007990        PERFORM A-041-READ-REMIT THRU A-041-EXIT
008000        IF WS-REMIT-EOF
008010           MOVE 'Y' TO WS-NOT-RECEIVED-SW
008020        END-IF
008030        PERFORM A-042-CHECK-RECORD THRU A-042-EXIT
008040           UNTIL WS-REMIT-EOF OR WS-ABEND
008050        CLOSE IN-REMIT
008060     END-IF
008070     PERFORM A-056-FREE-REMIT THRU A-056-EXIT
008080     IF WS-ABEND
008090        GO TO A-040-EXIT
008100     END-IF
008110     IF NOT WS-NOT-RECEIVED
008120        PERFORM A-046-CLOSE-OUT-CHECKS THRU A-046-EXIT
008130     END-IF.
008140*
008150 A-040-REPORT.
008160     EVALUATE TRUE
008170        WHEN WS-NOT-RECEIVED
008180           ADD 1 TO WS-CT-REMIT-NONE
008190           PERFORM A-900-WRITE-NONE THRU A-900-EXIT
008200        WHEN WS-REMIT-REJECTED
008210           ADD 1 TO WS-CT-REMIT-REJ
008220           MOVE 'Y' TO WS-RUN-REJECT-SW
008230           PERFORM A-905-WRITE-REJECT THRU A-905-EXIT
008240        WHEN OTHER
008250           PERFORM A-050-POST-REMIT THRU A-050-EXIT
008260     END-EVALUATE.
008270*
008280 A-040-EXIT.
008290     EXIT.
008300*
008310 A-041-READ-REMIT.
008320*
008330     READ IN-REMIT
008340        AT END
008350           MOVE 'Y' TO WS-REMIT-EOF-SW
008360     END-READ
008370     IF WS-REMIT-STATUS NOT = '00'
008380        AND WS-REMIT-STATUS NOT = '10'
008390        MOVE 'Y' TO WS-ABEND-SW
008400        MOVE 'Y' TO WS-REMIT-EOF-SW
008410     END-IF.
008420*
008430 A-041-EXIT.
008440     EXIT.
008450*
008460 A-042-CHECK-RECORD.
008470*
008480     EVALUATE TRUE
008490        WHEN FD-RM-MARKER = 'HDR'
008500           PERFORM A-043-TAKE-HEADER THRU A-043-EXIT
008510        WHEN FD-RM-MARKER = 'TRL'
008520           PERFORM A-044-TAKE-TRAILER THRU A-044-EXIT
008530        WHEN OTHER
008540           PERFORM A-045-TAKE-DETAIL THRU A-045-EXIT
008550     END-EVALUATE
008560     PERFORM A-041-READ-REMIT THRU A-041-EXIT.
008570*
008580 A-042-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------------*
008620*    THE HEADER NAMES THE CARRIER, THE DATE THE ADVICE WAS       *
008630*    WRITTEN AND THE SETTLEMENT DATE (A PROGRAM11 RUN DATE) IT   *
008640*    PAYS.  THE ADVICE DATE IS NOT REQUIRED TO BE TODAY'S - IT   *
008650*    IS WHAT STOPS THE SAME ADVICE BEING POSTED TWICE (A-050)    *
008660*----------------------------------------------------------------*
008670 A-043-TAKE-HEADER.
008680*
008690     IF WS-HDR-SEEN
008700        MOVE 'Y' TO WS-REJECT-SW
008710        MOVE 'MORE THAN ONE HEADER RECORD' TO WS-REMIT-REASON
008720        GO TO A-043-EXIT
008730     END-IF
008740     MOVE 'Y' TO WS-HDR-SEEN-SW
008750     MOVE FD-RH-DATE        TO WS-HDR-DATE
008760     MOVE FD-RH-SETTLE-DATE TO WS-SETTLE-DATE
008770     IF FD-RH-CARRIER NOT = WS-REMIT-CARRIER
008780        MOVE 'Y' TO WS-REJECT-SW
008790        MOVE 'HEADER CARRIES THE WRONG CARRIER CODE'
008800          TO WS-REMIT-REASON
008810        GO TO A-043-EXIT
008820     END-IF
008830     MOVE FD-RH-DATE TO WS-WORK-DATE-X
008840     IF WS-WORK-DATE NOT NUMERIC
008850        OR FD-RH-DATE > WS-CURRENT-DATE
008860        MOVE 'Y' TO WS-REJECT-SW
008870        MOVE 'ADVICE DATE IS NOT A DATE OR IS IN THE FUTURE'
008880          TO WS-REMIT-REASON
008890        GO TO A-043-EXIT
008900     END-IF
008910     MOVE FD-RH-SETTLE-DATE TO WS-WORK-DATE-X
008920     IF WS-WORK-DATE NOT NUMERIC
008930        OR FD-RH-SETTLE-DATE > WS-CURRENT-DATE
008940        MOVE 'Y' TO WS-REJECT-SW
008950        MOVE 'SETTLEMENT DATE IS NOT A DATE OR IS IN THE FUTURE'
008960          TO WS-REMIT-REASON
008970     END-IF.
008980*
008990 A-043-EXIT.
009000     EXIT.
009010*
009020 A-044-TAKE-TRAILER.
009030*
009040     IF WS-TRL-SEEN
009050        MOVE 'Y' TO WS-REJECT-SW
009060        MOVE 'MORE THAN ONE TRAILER RECORD' TO WS-REMIT-REASON
009070        GO TO A-044-EXIT
009080     END-IF
009090     MOVE 'Y' TO WS-TRL-SEEN-SW
009100     IF FD-RT-COUNT NUMERIC AND FD-RT-AMOUNT NUMERIC
009110        MOVE FD-RT-COUNT  TO WS-TRL-COUNT
009120        MOVE FD-RT-AMOUNT TO WS-TRL-AMOUNT
009130     ELSE
009140        MOVE 'Y' TO WS-REJECT-SW
009150        MOVE 'TRAILER COUNT OR AMOUNT IS NOT NUMERIC'
009160          TO WS-REMIT-REASON
009170     END-IF.
009180*
009190 A-044-EXIT.
009200     EXIT.
009210*
009220*----------------------------------------------------------------*
009230*    POLICY-LEVEL DETAIL IS OPTIONAL - WHEN SENT, EVERY LINE     *
009240*    MUST CARRY THE CARRIER AND A NUMERIC AMOUNT, AND THE LINES  *
009250*    MUST ADD UP TO THE TRAILER AMOUNT PAID                      *
009260*----------------------------------------------------------------*
009270 A-045-TAKE-DETAIL.
009280*
009290     IF WS-TRL-SEEN
009300        ADD 1 TO WS-CT-AFTER-TRL
009310        MOVE 'Y' TO WS-REJECT-SW
009320        GO TO A-045-EXIT
009330     END-IF
009340     IF NOT WS-HDR-SEEN
009350        MOVE 'Y' TO WS-REJECT-SW
009360     END-IF
009370     ADD 1 TO WS-CT-DETAILS
009380     IF FD-RD-AMOUNT NUMERIC
009390        ADD FD-RD-AMOUNT TO WS-CT-AMOUNT
009400     ELSE
009410        ADD 1 TO WS-CT-BAD-AMOUNT
009420        MOVE 'Y' TO WS-REJECT-SW
009430     END-IF
009440     IF FD-RD-CARRIER NOT = WS-REMIT-CARRIER
009450        ADD 1 TO WS-CT-BAD-CARR
009460        MOVE 'Y' TO WS-REJECT-SW
009470     END-IF.
009480*
009490 A-045-EXIT.
009500     EXIT.
009510*
009520*----------------------------------------------------------------*
009530*    END-OF-FILE CHECKS - THE FIRST FAILURE FOUND IS THE REASON  *
009540*    REPORTED, UNLESS A RECORD CHECK ALREADY SET ONE             *
009550*----------------------------------------------------------------*
009560 A-046-CLOSE-OUT-CHECKS.
009570*
009580     IF WS-REMIT-REASON NOT = SPACES
009590        GO TO A-046-EXIT
009600     END-IF
009610     EVALUATE TRUE
009620        WHEN NOT WS-HDR-SEEN
009630           MOVE 'NO HEADER RECORD ON THE ADVICE'
009640             TO WS-REMIT-REASON
009650        WHEN NOT WS-TRL-SEEN
009660           MOVE 'NO TRAILER RECORD - TRUNCATED TRANSMISSION'
009670             TO WS-REMIT-REASON
009680        WHEN WS-CT-AFTER-TRL > 0
009690           MOVE 'DETAIL RECORDS FOUND AFTER THE TRAILER'
009700             TO WS-REMIT-REASON
009710        WHEN WS-CT-BAD-CARR > 0
009720           MOVE 'DETAIL RECORDS CARRY THE WRONG CARRIER CODE'
009730             TO WS-REMIT-REASON
009740        WHEN WS-CT-BAD-AMOUNT > 0
009750           MOVE 'DETAIL AMOUNT IS NOT NUMERIC' TO WS-REMIT-REASON
009760        WHEN WS-CT-DETAILS NOT = WS-TRL-COUNT
009770           MOVE 'DETAIL COUNT DOES NOT MATCH THE TRAILER'
009780             TO WS-REMIT-REASON
009790        WHEN WS-CT-DETAILS > 0
009800           AND WS-CT-AMOUNT NOT = WS-TRL-AMOUNT
009810           MOVE 'DETAIL AMOUNTS DO NOT ADD UP TO THE AMOUNT PAID'
009820             TO WS-REMIT-REASON
009830        WHEN OTHER
009840           CONTINUE
009850     END-EVALUATE
009860     IF WS-REMIT-REASON NOT = SPACES
009870        MOVE 'Y' TO WS-REJECT-SW
009880     END-IF.
009890*
009900 A-046-EXIT.
009910     EXIT.
009920*
009930*----------------------------------------------------------------*
009940*    POST AN ACCEPTED REMITTANCE TO THE ITEM FOR ITS CARRIER AND *
009950*    SETTLEMENT DATE.  AN ADVICE ALREADY POSTED (SAME ADVICE     *
009960*    DATE ON THE ITEM) IS NOT POSTED AGAIN.  CASH FOR A DATE     *
009970*    WITH NO NET DUE ON FILE OPENS THE ITEM AT NIL DUE - IT      *
009980*    SHOWS AS OVERPAID UNTIL PROGRAM11'S FIGURE ARRIVES          *
009990*----------------------------------------------------------------*
010000 A-050-POST-REMIT.
010010*
010020     MOVE WS-REMIT-CARRIER TO FD-LG-CARRIER
010030     MOVE WS-SETTLE-DATE   TO FD-LG-SETTLE-DATE
010040     READ LEDGER
010050        INVALID KEY
010060           CONTINUE
010070     END-READ
010080     IF WS-LEDG-STATUS NOT = '00' AND WS-LEDG-STATUS NOT = '23'
010090        MOVE 'Y' TO WS-ABEND-SW
010100        GO TO A-050-EXIT
010110     END-IF
010120*
010130     IF WS-LEDG-STATUS = '00'
010140        AND FD-LG-REMIT-DATE = WS-HDR-DATE
010150        ADD 1 TO WS-CT-REMIT-DUP
010160        MOVE 'ALREADY POSTED' TO WS-ML-RESULT
010170        PERFORM A-910-WRITE-MATCH THRU A-910-EXIT
010180        GO TO A-050-EXIT
010190     END-IF
010200*
010210     IF WS-LEDG-STATUS = '23'
010220        MOVE SPACES TO FD-LEDGER-REC
010230        MOVE WS-REMIT-CARRIER TO FD-LG-CARRIER
010240        MOVE WS-SETTLE-DATE   TO FD-LG-SETTLE-DATE
010250        MOVE 0                TO FD-LG-NET-DUE
010260        MOVE 0                TO FD-LG-PAID
010270        MOVE 0                TO FD-LG-REMIT-COUNT
010280     END-IF
010290     ADD WS-TRL-AMOUNT   TO FD-LG-PAID
010300     ADD 1               TO FD-LG-REMIT-COUNT
010310     MOVE WS-HDR-DATE     TO FD-LG-REMIT-DATE
010320     MOVE WS-CURRENT-DATE TO FD-LG-UPD-DATE
010330     PERFORM A-060-SET-ITEM-STATUS THRU A-060-EXIT
010340     IF WS-LEDG-STATUS = '23'
010350        WRITE FD-LEDGER-REC
010360     ELSE
010370        REWRITE FD-LEDGER-REC
010380     END-IF
010390     IF WS-LEDG-STATUS NOT = '00'
010400        MOVE 'Y' TO WS-ABEND-SW
010410        GO TO A-050-EXIT
010420     END-IF
010430*
010440     MOVE WS-REMIT-CARRIER TO WS-CUR-CARRIER
010450     PERFORM A-015-FIND-ACTIVITY THRU A-015-EXIT
010460     ADD WS-TRL-AMOUNT TO WS-ACT-PAID(WS-ACT-IX)
010470     ADD 1 TO WS-CT-REMIT-POST
010480     MOVE 'POSTED' TO WS-ML-RESULT
010490     PERFORM A-910-WRITE-MATCH THRU A-910-EXIT.
010500*
010510 A-050-EXIT.
010520     EXIT.
010530*
010540*----------------------------------------------------------------*
010550*    DYNAMIC ALLOCATION OF REMITIN TO THE CARRIER'S REMITTANCE   *
010560*    ADVICE - A DATASET NOT CATALOGED MEANS NOTHING RECEIVED     *
010570*----------------------------------------------------------------*
010580 A-055-ALLOC-REMIT.
010590*
010600     MOVE SPACES TO WS-DYN-TEXT
010610     MOVE 1 TO WS-DYN-PTR
010620     STRING 'ALLOC DD(REMITIN) DSN(''' DELIMITED BY SIZE
010630            FD-CM-REMIT-DSN          DELIMITED BY SPACE
010640            ''') SHR REUSE'          DELIMITED BY SIZE
010650       INTO WS-DYN-TEXT
010660       WITH POINTER WS-DYN-PTR
010670     END-STRING
010680     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1
010690     CALL 'BPXWDYN' USING WS-DYN-PARM
010700     IF RETURN-CODE NOT = 0
010710        MOVE 'Y' TO WS-NOT-RECEIVED-SW
010720     END-IF
010730     MOVE 0 TO RETURN-CODE.
010740*
010750 A-055-EXIT.
010760     EXIT.
010770*
010780 A-056-FREE-REMIT.
010790*
010800     MOVE 'FREE DD(REMITIN)' TO WS-DYN-TEXT
010810     MOVE 16 TO WS-DYN-LENGTH
010820     CALL 'BPXWDYN' USING WS-DYN-PARM
010830     MOVE 0 TO RETURN-CODE.
010840*
010850 A-056-EXIT.
010860     EXIT.
010870*
010880*----------------------------------------------------------------*
010890*    ITEM STATUS FROM ITS BALANCE - CLEARED AT ZERO, ELSE OPEN   *
010900*----------------------------------------------------------------*
010910 A-060-SET-ITEM-STATUS.
010920*
010930     COMPUTE WS-BALANCE = FD-LG-NET-DUE - FD-LG-PAID
010940     IF WS-BALANCE = 0
010950        MOVE 'C' TO FD-LG-STATUS
010960     ELSE
010970        MOVE 'O' TO FD-LG-STATUS
010980     END-IF.
010990*
011000 A-060-EXIT.
011010     EXIT.
011020*
011030*----------------------------------------------------------------*
011040*    STATEMENT OF ACCOUNT - THE LEDGER IN CARRIER AND SETTLEMENT *
011050*    DATE ORDER.  A CARRIER WITH NO OPEN ITEM AND NO ACTIVITY    *
011060*    TODAY IS LEFT OFF; CLEARED ITEMS STAY ON THE LEDGER AS      *
011070*    HISTORY BUT ARE NOT LISTED                                  *
011080*----------------------------------------------------------------*
011090 A-070-WRITE-ACCOUNTS.
011100*
011110     MOVE SPACES TO FD-RPT-LINE
011120     WRITE FD-RPT-LINE
011130     MOVE 'STATEMENT OF ACCOUNT - OPEN ITEMS' TO FD-RPT-LINE
011140     WRITE FD-RPT-LINE
011150     MOVE SPACES TO WS-CUR-CARRIER
011160     MOVE LOW-VALUES TO FD-LG-KEY
011170     START LEDGER KEY IS NOT LESS THAN FD-LG-KEY
011180        INVALID KEY
011190           MOVE 'Y' TO WS-LEDG-EOF-SW
011200     END-START
011210     PERFORM A-071-NEXT-ITEM THRU A-071-EXIT
011220        UNTIL WS-LEDG-EOF OR WS-ABEND
011230     IF WS-CUR-CARRIER NOT = SPACES AND NOT WS-ABEND
011240        PERFORM A-080-CARRIER-TOTALS THRU A-080-EXIT
011250     END-IF.
011260*
011270 A-070-EXIT.
011280     EXIT.
011290*
011300 A-071-NEXT-ITEM.
011310*
011320     READ LEDGER NEXT RECORD
011330        AT END
011340           MOVE 'Y' TO WS-LEDG-EOF-SW
011350     END-READ
011360     IF WS-LEDG-EOF
011370        GO TO A-071-EXIT
011380     END-IF
011390     IF WS-LEDG-STATUS NOT = '00'
011400        MOVE 'Y' TO WS-ABEND-SW
011410        GO TO A-071-EXIT
011420     END-IF
011430     IF FD-LG-CARRIER NOT = WS-CUR-CARRIER
011440        IF WS-CUR-CARRIER NOT = SPACES
011450           PERFORM A-080-CARRIER-TOTALS THRU A-080-EXIT
011460        END-IF
011470        MOVE FD-LG-CARRIER TO WS-CUR-CARRIER
011480        MOVE 'N' TO WS-HEAD-DONE-SW
011490        MOVE 0 TO WS-CT-OPEN-ITEMS
011500        MOVE 0 TO WS-CT-CARRIED
011510        PERFORM A-072-CLEAR-BAND THRU A-072-EXIT
011520           VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4
011530     END-IF
011540     IF FD-LG-STATUS NOT = 'O'
011550        GO TO A-071-EXIT
011560     END-IF
011570*
011580     COMPUTE WS-BALANCE = FD-LG-NET-DUE - FD-LG-PAID
011590     MOVE 0 TO WS-AGE-DAYS
011600     MOVE FD-LG-SETTLE-DATE TO WS-WORK-DATE-X
011610     IF WS-WORK-DATE NUMERIC
011620        PERFORM A-090-DATE-TO-SERIAL THRU A-090-EXIT
011630        IF WS-SERIAL-DAY < WS-TODAY-SERIAL
011640           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-SERIAL-DAY
011650        END-IF
011660     END-IF
011670     EVALUATE TRUE
011680        WHEN WS-AGE-DAYS < 30
011690           MOVE 1 TO WS-BAND-IX
011700        WHEN WS-AGE-DAYS < 60
011710           MOVE 2 TO WS-BAND-IX
011720        WHEN WS-AGE-DAYS < 90
011730           MOVE 3 TO WS-BAND-IX
011740        WHEN OTHER
011750           MOVE 4 TO WS-BAND-IX
011760     END-EVALUATE
011770     ADD 1          TO WS-CT-BAND-ITEMS(WS-BAND-IX)
011780     ADD WS-BALANCE TO WS-CT-BAND-AMT(WS-BAND-IX)
011790     ADD 1          TO WS-CT-OPEN-ITEMS
011800     ADD WS-BALANCE TO WS-CT-CARRIED
011810*
011820     IF NOT WS-HEAD-DONE
011830        PERFORM A-075-CARRIER-HEAD THRU A-075-EXIT
011840     END-IF
011850     MOVE FD-LG-SETTLE-DATE       TO WS-IL-SETTLE
011860     MOVE FD-LG-NET-DUE           TO WS-IL-DUE
011870     MOVE FD-LG-PAID              TO WS-IL-PAID
011880     MOVE WS-BALANCE              TO WS-IL-BALANCE
011890     MOVE WS-AGE-DAYS             TO WS-IL-DAYS
011900     MOVE WS-BAND-NAME(WS-BAND-IX) TO WS-IL-BAND
011910     WRITE FD-RPT-LINE FROM WS-ITEM-LINE.
011920*
011930 A-071-EXIT.
011940     EXIT.
011950*
011960 A-072-CLEAR-BAND.
011970*
011980     MOVE 0 TO WS-CT-BAND-ITEMS(WS-BAND-IX)
011990     MOVE 0 TO WS-CT-BAND-AMT(WS-BAND-IX).
012000*
012010 A-072-EXIT.
012020     EXIT.
012030*
012040 A-073-CLEAR-GRAND-BAND.
012050*
012060     MOVE 0 TO WS-GT-BAND-ITEMS(WS-BAND-IX)
012070     MOVE 0 TO WS-GT-BAND-AMT(WS-BAND-IX).
012080*
012090 A-073-EXIT.
012100     EXIT.
012110*
012120*----------------------------------------------------------------*
012130*    CARRIER HEADING - NAME AND SETTLEMENT CONTACT FROM THE      *
012140*    CARRIER MASTER, SO FINANCE KNOWS WHOM TO CHASE              *
012150*----------------------------------------------------------------*
012160 A-075-CARRIER-HEAD.
012170*
012180     MOVE 'Y' TO WS-HEAD-DONE-SW
012190     MOVE WS-CUR-CARRIER TO FD-CM-CODE
012200     READ IN-CARRMAST
012210        INVALID KEY
012220           MOVE SPACES TO FD-CARRMAST-REC
012230           MOVE '*** NOT ON CARRIER MASTER ***' TO FD-CM-NAME
012240     END-READ
012241     IF WS-CMST-STATUS NOT = '00' AND WS-CMST-STATUS NOT = '23'
012242        MOVE 'Y' TO WS-ABEND-SW
012243        GO TO A-075-EXIT
012244     END-IF
012250     MOVE SPACES TO FD-RPT-LINE
012260     WRITE FD-RPT-LINE
012270     MOVE WS-CUR-CARRIER TO WS-CH-CODE
012280     MOVE FD-CM-NAME     TO WS-CH-NAME
012290     WRITE FD-RPT-LINE FROM WS-CARR-HEADING
012300     IF FD-CM-CONTACT-NAME NOT = SPACES
012310        OR FD-CM-CONTACT-PHONE NOT = SPACES
012320        MOVE SPACES TO FD-RPT-LINE
012330        STRING 'SETTLEMENT CONTACT  ' DELIMITED BY SIZE
012340               FD-CM-CONTACT-NAME     DELIMITED BY SIZE
012350               '  '                   DELIMITED BY SIZE
012360               FD-CM-CONTACT-PHONE    DELIMITED BY SIZE
012370          INTO FD-RPT-LINE
012380        END-STRING
012390        WRITE FD-RPT-LINE
012400     END-IF
012410     WRITE FD-RPT-LINE FROM WS-ITEM-HEAD.
012420*
012430 A-075-EXIT.
012440     EXIT.
012450*
012460*----------------------------------------------------------------*
012470*    CARRIER TOTALS - BALANCE BROUGHT FORWARD IS WHAT WAS OPEN   *
012480*    BEFORE TODAY'S NET DUE AND CASH WERE POSTED, SO THE BLOCK   *
012490*    READS FORWARD + DUE - PAID = CARRIED FORWARD, THEN THE      *
012500*    CARRIED BALANCE AGED BY BAND                                *
012510*----------------------------------------------------------------*
012520 A-080-CARRIER-TOTALS.
012530*
012540     PERFORM A-017-LOOKUP-ACTIVITY THRU A-017-EXIT
012550     IF WS-CT-OPEN-ITEMS = 0 AND WS-ACT-IX = 0
012560        GO TO A-080-EXIT
012570     END-IF
012580     IF NOT WS-HEAD-DONE
012590        PERFORM A-075-CARRIER-HEAD THRU A-075-EXIT
012600     END-IF
012610     MOVE 0 TO WS-DELTA
012620     IF WS-ACT-IX > 0
012630        COMPUTE WS-DELTA = WS-ACT-DUE(WS-ACT-IX)
012640           - WS-ACT-PAID(WS-ACT-IX)
012650     END-IF
012660*
012670     MOVE SPACES TO FD-RPT-LINE
012680     WRITE FD-RPT-LINE
012690     MOVE 0 TO WS-TL-COUNT
012700     MOVE 'BALANCE BROUGHT FORWARD           ' TO WS-TL-LABEL
012710     COMPUTE WS-BALANCE = WS-CT-CARRIED - WS-DELTA
012720     MOVE WS-BALANCE TO WS-TL-AMOUNT
012730     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
012740     ADD WS-BALANCE TO WS-GT-FORWARD
012750     MOVE 'NET DUE POSTED TODAY              ' TO WS-TL-LABEL
012760     MOVE 0 TO WS-BALANCE
012770     IF WS-ACT-IX > 0
012780        MOVE WS-ACT-DUE(WS-ACT-IX) TO WS-BALANCE
012790     END-IF
012800     MOVE WS-BALANCE TO WS-TL-AMOUNT
012810     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
012820     ADD WS-BALANCE TO WS-GT-DUE
012830     MOVE 'LESS REMITTED TODAY               ' TO WS-TL-LABEL
012840     MOVE 0 TO WS-BALANCE
012850     IF WS-ACT-IX > 0
012860        MOVE WS-ACT-PAID(WS-ACT-IX) TO WS-BALANCE
012870     END-IF
012880     MOVE WS-BALANCE TO WS-TL-AMOUNT
012890     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
012900     ADD WS-BALANCE TO WS-GT-PAID
012910     MOVE 'BALANCE CARRIED FORWARD           ' TO WS-TL-LABEL
012920     MOVE WS-CT-OPEN-ITEMS TO WS-TL-COUNT
012930     MOVE WS-CT-CARRIED    TO WS-TL-AMOUNT
012940     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
012950     ADD WS-CT-OPEN-ITEMS TO WS-GT-OPEN-ITEMS
012960     ADD WS-CT-CARRIED    TO WS-GT-CARRIED
012970     PERFORM A-082-BAND-TOTAL THRU A-082-EXIT
012980        VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4.
012990*
013000 A-080-EXIT.
013010     EXIT.
013020*
013030 A-082-BAND-TOTAL.
013040*
013050     MOVE WS-BAND-LABEL(WS-BAND-IX)    TO WS-TL-LABEL
013060     MOVE WS-CT-BAND-ITEMS(WS-BAND-IX) TO WS-TL-COUNT
013070     MOVE WS-CT-BAND-AMT(WS-BAND-IX)   TO WS-TL-AMOUNT
013080     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
013090     ADD WS-CT-BAND-ITEMS(WS-BAND-IX)
013100        TO WS-GT-BAND-ITEMS(WS-BAND-IX)
013110     ADD WS-CT-BAND-AMT(WS-BAND-IX)
013120        TO WS-GT-BAND-AMT(WS-BAND-IX).
013130*
013140 A-082-EXIT.
013150     EXIT.
013160*
013170*----------------------------------------------------------------*
013180*    GREGORIAN DATE IN WS-WORK-DATE TO A SERIAL DAY NUMBER -     *
013190*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE       *
013200*    PRIOR YEAR SO THE LEAP DAY SITS AT YEAR END AND EVERY TERM  *
013210*    STAYS POSITIVE FOR TRUNCATING INTEGER DIVISION              *
013220*----------------------------------------------------------------*
013230 A-090-DATE-TO-SERIAL.
013240*
013250     IF WS-WD-MM > 2
013260        MOVE WS-WD-YYYY TO WS-SER-Y
013270        MOVE WS-WD-MM   TO WS-SER-M
013280     ELSE
013290        SUBTRACT 1 FROM WS-WD-YYYY GIVING WS-SER-Y
013300        ADD 12 TO WS-WD-MM GIVING WS-SER-M
013310     END-IF
013320     COMPUTE WS-SERIAL-DAY =
013330        (365 * WS-SER-Y) + (WS-SER-Y / 4)
013340        - (WS-SER-Y / 100) + (WS-SER-Y / 400)
013350        + ((153 * (WS-SER-M - 3) + 2) / 5)
013360        + WS-WD-DD.
013370*
013380 A-090-EXIT.
013390     EXIT.
013400*
013410*----------------------------------------------------------------*
013420*    REMITTANCE MATCH LINES - ONE PER CARRIER WITH A REMITTANCE  *
013430*    DATASET ON THE MASTER                                       *
013440*----------------------------------------------------------------*
013450 A-900-WRITE-NONE.
013460*
013470     MOVE SPACES           TO WS-ML-SETTLE
013480     MOVE 0                TO WS-ML-DUE
013490     MOVE 0                TO WS-ML-PAID
013500     MOVE 0                TO WS-ML-DIFF
013510     MOVE SPACES           TO WS-ML-FLAG
013520     MOVE WS-REMIT-CARRIER TO WS-ML-CODE
013530     MOVE 'NOT RECEIVED'   TO WS-ML-RESULT
013540     WRITE FD-RPT-LINE FROM WS-MATCH-LINE.
013550*
013560 A-900-EXIT.
013570     EXIT.
013580*
013590 A-905-WRITE-REJECT.
013600*
013610     MOVE WS-SETTLE-DATE   TO WS-ML-SETTLE
013620     MOVE 0                TO WS-ML-DUE
013630     MOVE WS-TRL-AMOUNT    TO WS-ML-PAID
013640     MOVE 0                TO WS-ML-DIFF
013650     MOVE SPACES           TO WS-ML-FLAG
013660     MOVE WS-REMIT-CARRIER TO WS-ML-CODE
013670     MOVE 'REJECTED'       TO WS-ML-RESULT
013680     WRITE FD-RPT-LINE FROM WS-MATCH-LINE
013690     MOVE WS-REMIT-REASON  TO WS-RN-TEXT
013700     WRITE FD-RPT-LINE FROM WS-RPT-REASON.
013710*
013720 A-905-EXIT.
013730     EXIT.
013740*
013750*----------------------------------------------------------------*
013760*    A POSTED (OR ALREADY POSTED) ADVICE AGAINST THE ITEM AS IT  *
013770*    NOW STANDS - THE DIFFERENCE IS THE ITEM'S OPEN BALANCE,     *
013780*    SHORT WHEN THE CARRIER STILL OWES, OVER WHEN IT HAS PAID    *
013790*    TOO MUCH.  ANY DIFFERENCE ENDS THE RUN 4 FOR FINANCE        *
013800*----------------------------------------------------------------*
013810 A-910-WRITE-MATCH.
013820*
013830     COMPUTE WS-BALANCE = FD-LG-NET-DUE - FD-LG-PAID
013840     MOVE WS-REMIT-CARRIER  TO WS-ML-CODE
013850     MOVE WS-SETTLE-DATE    TO WS-ML-SETTLE
013860     MOVE FD-LG-NET-DUE     TO WS-ML-DUE
013870     MOVE FD-LG-PAID        TO WS-ML-PAID
013880     MOVE WS-BALANCE        TO WS-ML-DIFF
013890     EVALUATE TRUE
013900        WHEN FD-LG-DUE-DATE = SPACES
013910           MOVE 'NO NETDUE' TO WS-ML-FLAG
013920        WHEN WS-BALANCE > 0
013930           MOVE 'SHORT'     TO WS-ML-FLAG
013940        WHEN WS-BALANCE < 0
013950           MOVE 'OVERPAID'  TO WS-ML-FLAG
013960        WHEN OTHER
013970           MOVE 'EXACT'     TO WS-ML-FLAG
013980     END-EVALUATE
013990     IF WS-BALANCE NOT = 0 OR FD-LG-DUE-DATE = SPACES
014000        MOVE 'Y' TO WS-MISMATCH-SW
014010     END-IF
014020     WRITE FD-RPT-LINE FROM WS-MATCH-LINE
014030     IF FD-LG-DUE-DATE = SPACES
014040        MOVE 'NO NET DUE ON FILE FOR THE SETTLEMENT DATE'
014050          TO WS-RN-TEXT
014060        WRITE FD-RPT-LINE FROM WS-RPT-REASON
014070     END-IF.
014080*
014090 A-910-EXIT.
014100     EXIT.
014110*
014120*----------------------------------------------------------------*
014130*    RUN SUMMARY - POSTING COUNTS AND THE LEDGER AGED OVER ALL   *
014140*    CARRIERS                                                    *
014150*----------------------------------------------------------------*
014160 A-920-WRITE-SUMMARY.
014170*
014180     MOVE SPACES TO FD-RPT-LINE
014190     WRITE FD-RPT-LINE
014200     MOVE 'GRAND TOTAL - ALL CARRIERS' TO FD-RPT-LINE
014210     WRITE FD-RPT-LINE
014220     MOVE 0 TO WS-TL-AMOUNT
014230     MOVE 'NET DUE ITEMS POSTED              ' TO WS-TL-LABEL
014240     MOVE WS-CT-DUE-NEW TO WS-TL-COUNT
014250     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014260     MOVE 'NET DUE ITEMS RESTATED            ' TO WS-TL-LABEL
014270     MOVE WS-CT-DUE-RESTATE TO WS-TL-COUNT
014280     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014290     MOVE 'REMITTANCES POSTED                ' TO WS-TL-LABEL
014300     MOVE WS-CT-REMIT-POST TO WS-TL-COUNT
014310     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014320     MOVE 'REMITTANCES ALREADY POSTED        ' TO WS-TL-LABEL
014330     MOVE WS-CT-REMIT-DUP TO WS-TL-COUNT
014340     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014350     MOVE 'REMITTANCES REJECTED              ' TO WS-TL-LABEL
014360     MOVE WS-CT-REMIT-REJ TO WS-TL-COUNT
014370     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014380     MOVE 'REMITTANCES NOT RECEIVED          ' TO WS-TL-LABEL
014390     MOVE WS-CT-REMIT-NONE TO WS-TL-COUNT
014400     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014410*
014420     MOVE 0 TO WS-TL-COUNT
014430     MOVE 'BALANCE BROUGHT FORWARD           ' TO WS-TL-LABEL
014440     MOVE WS-GT-FORWARD TO WS-TL-AMOUNT
014450     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014460     MOVE 'NET DUE POSTED TODAY              ' TO WS-TL-LABEL
014470     MOVE WS-GT-DUE TO WS-TL-AMOUNT
014480     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014490     MOVE 'LESS REMITTED TODAY               ' TO WS-TL-LABEL
014500     MOVE WS-GT-PAID TO WS-TL-AMOUNT
014510     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014520     MOVE 'BALANCE CARRIED FORWARD           ' TO WS-TL-LABEL
014530     MOVE WS-GT-OPEN-ITEMS TO WS-TL-COUNT
014540     MOVE WS-GT-CARRIED    TO WS-TL-AMOUNT
014550     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
014560     PERFORM A-925-GRAND-BAND THRU A-925-EXIT
014570        VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4.
014580*
014590 A-920-EXIT.
014600     EXIT.
014610*
014620 A-925-GRAND-BAND.
014630*
014640     MOVE WS-BAND-LABEL(WS-BAND-IX)    TO WS-TL-LABEL
014650     MOVE WS-GT-BAND-ITEMS(WS-BAND-IX) TO WS-TL-COUNT
014660     MOVE WS-GT-BAND-AMT(WS-BAND-IX)   TO WS-TL-AMOUNT
014670     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE.
014680*
014690 A-925-EXIT.
014700     EXIT.
014710*
014720*----------------------------------------------------------------*
014730*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
014740*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
014750*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
014760*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
014770*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
014780*    FAILS                                                       *
014790*----------------------------------------------------------------*
014800 A-950-RUNCTL-START.
014810*
014820     OPEN INPUT IN-RUNPARM
014830     IF WS-RUNPARM-STATUS NOT = '00'
014840        GO TO A-950-EXIT
014850     END-IF
014860     READ IN-RUNPARM
014870        AT END
014880           MOVE SPACES TO FD-RP-JOB
014890           MOVE SPACES TO FD-RP-STEP
014900     END-READ
014910     MOVE FD-RP-JOB  TO WS-RUN-JOB
014920     MOVE FD-RP-STEP TO WS-RUN-STEP
014930     CLOSE IN-RUNPARM
014940     IF WS-RUN-JOB = SPACES
014950        GO TO A-950-EXIT
014960     END-IF
014970     OPEN I-O RUNCTL
014980     IF WS-RUNCTL-STATUS = '35'
014990        OPEN OUTPUT RUNCTL
015000        CLOSE RUNCTL
015010        OPEN I-O RUNCTL
015020     END-IF
015030     IF WS-RUNCTL-STATUS NOT = '00'
015040        DISPLAY 'PROGRAM22 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
015050        GO TO A-950-EXIT
015060     END-IF
015070     MOVE 'Y' TO WS-RUNCTL-ACT-SW
015080     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
015090     MOVE WS-RUN-JOB      TO FD-RUN-JOB
015100     MOVE WS-RUN-STEP     TO FD-RUN-STEP
015110     MOVE 'PROGRAM22'     TO FD-RUN-PROGRAM
015120     MOVE 'S' TO FD-RUN-STATUS
015130     MOVE 0   TO FD-RUN-RC
015140     MOVE 0   TO FD-RUN-CNT-IN
015150     MOVE 0   TO FD-RUN-CNT-OUT
015160     WRITE FD-RUNCTL-REC
015170*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
015180*    EARLIER RECORD
015190     IF WS-RUNCTL-STATUS = '22'
015200        REWRITE FD-RUNCTL-REC
015210     END-IF.
015220*
015230 A-950-EXIT.
015240     EXIT.
015250*
015260 A-955-RUNCTL-END.
015270*
015280     IF NOT WS-RUNCTL-ACTIVE
015290        GO TO A-955-EXIT
015300     END-IF
015310     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
015320     MOVE WS-RUN-JOB      TO FD-RUN-JOB
015330     MOVE WS-RUN-STEP     TO FD-RUN-STEP
015340     READ RUNCTL
015350        INVALID KEY
015360           CONTINUE
015370     END-READ
015380     MOVE 'PROGRAM22'     TO FD-RUN-PROGRAM
015390     MOVE 'E' TO FD-RUN-STATUS
015400     MOVE RETURN-CODE    TO FD-RUN-RC
015410     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
015420     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
015430     REWRITE FD-RUNCTL-REC
015440     IF WS-RUNCTL-STATUS NOT = '00'
015450        DISPLAY 'PROGRAM22 - RUN LEDGER END RECORD NOT WRITTEN'
015460     END-IF
015470     CLOSE RUNCTL.
015480*
015490 A-955-EXIT.
015500     EXIT.
015510*
015520*----------------------------------------------------------------*
015530*    RETURN-CODE CONTRACT - 0 EVERY REMITTANCE RECEIVED MATCHED  *
015540*    ITS NET DUE EXACTLY, 4 A REMITTANCE WAS SHORT, OVER OR FOR  *
015550*    A DATE WITH NO NET DUE (FINANCE TO CHASE), 8 A REMITTANCE   *
015560*    ADVICE WAS REJECTED AND NOT POSTED (CARRIER TO RESEND), 16  *
015570*    AN OPEN/I-O ERROR STOPPED THE RUN                           *
015580*----------------------------------------------------------------*
015590 A-999.
015600     EVALUATE TRUE
015610        WHEN WS-ABEND
015620           MOVE 16 TO RETURN-CODE
015630        WHEN WS-RUN-REJECTED
015640           MOVE 8  TO RETURN-CODE
015650        WHEN WS-RUN-MISMATCH
015660           MOVE 4  TO RETURN-CODE
015670        WHEN OTHER
015680           MOVE 0  TO RETURN-CODE
015690     END-EVALUATE
015700     COMPUTE WS-RUN-CNT-IN = WS-CT-REMIT-POST + WS-CT-REMIT-REJ
015710     MOVE WS-GT-OPEN-ITEMS TO WS-RUN-CNT-OUT
015720     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
015730     GOBACK.
