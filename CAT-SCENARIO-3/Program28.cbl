000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM28.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - CONSOLIDATED MORNING ALERT     *
000110*    FEED, THE LAST STEP OF THE NIGHT (ALERTRUN).  SWEEPS THE    *
000120*    RUN-CONTROL LEDGER FOR THE RUN DATE - STEPS STARTED BUT     *
000130*    NEVER ENDED, STEPS ENDED ABOVE THEIR RETURN-CODE LIMIT,     *
000140*    FEED ACCEPTANCE FAILURES (PROGRAM10), LEDGER GATE MISSES    *
000150*    (PROGRAM18), TREND THRESHOLD BREACHES (PROGRAM6) AND THE    *
000160*    OVER-7 AGING COUNT (PROGRAM5) - AND THE NET-DUE FILE FOR    *
000170*    CARRIERS WITH A NEGATIVE OR ZERO NET DUE (PROGRAM11).       *
000180*    EACH CONDITION IS GRADED CRITICAL, WARNING OR INFO AND      *
000190*    WRITTEN TO THE FIXED-FORMAT ALERT FILE FOR THE ENTERPRISE   *
000200*    MONITOR, AND THE SAME ALERTS GO TO THE MAIL GATEWAY AS A    *
000210*    PLAIN-TEXT MESSAGE EACH FOR OPERATIONS, THE POLICY ADMIN    *
000220*    LEAD AND FINANCE.  THE ALRTPARM CARDS NAME WHAT EACH STEP   *
000230*    IS AND ITS RETURN-CODE LIMIT, THE MAIL ADDRESSES AND, FOR A *
000240*    RERUN, THE RUN DATE.                                        *
000250*----------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000280*
000290*----------------------------------------------------------------*
000300**                                                               *
000310**   CONFIGURATION SECTION                                       *
000320**                                                               *
000330*----------------------------------------------------------------*
000340*
000350 CONFIGURATION SECTION.
000360*
000370 SPECIAL-NAMES.
000380      DECIMAL-POINT IS COMMA.
000390*
000400*----------------------------------------------------------------*
000410**                                                               *
000420**   INPUT-OUTPUT SECTION                                        *
000430**                                                               *
000440*----------------------------------------------------------------*
000450*
000460 INPUT-OUTPUT SECTION.
000470*
000480 FILE-CONTROL.
000490     SELECT RUNCTL           ASSIGN TO "RUNCTL"
000500            ORGANIZATION    IS INDEXED
000510            ACCESS MODE     IS DYNAMIC
000520            RECORD KEY      IS FD-RUN-KEY
000530            FILE STATUS     IS WS-RUNCTL-STATUS.
000540*
000550     SELECT OPTIONAL IN-NETDUE ASSIGN TO "NETDUEIN"
000560            ORGANIZATION    IS LINE SEQUENTIAL
000570            FILE STATUS     IS WS-NET-STATUS.
000580*
000590     SELECT OPTIONAL IN-ALRTPARM ASSIGN TO "ALRTPARM"
000600            ORGANIZATION    IS LINE SEQUENTIAL
000610            FILE STATUS     IS WS-PARM-STATUS.
000620*
000630     SELECT OUT-MAIL         ASSIGN TO "MAILOUT"
000640            ORGANIZATION    IS LINE SEQUENTIAL
000650            FILE STATUS     IS WS-MAIL-STATUS.
000660*
000670     SELECT OUT-ALERT        ASSIGN TO "ALERTOUT"
000680            ORGANIZATION    IS LINE SEQUENTIAL
000690            FILE STATUS     IS WS-ALERT-STATUS.
000700*
000710     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000720            ORGANIZATION    IS LINE SEQUENTIAL
000730            FILE STATUS     IS WS-RUNPARM-STATUS.
000740*
000750*----------------------------------------------------------------*
000760**                                                               *
000770**   DATA DIVISION                                               *
000780**                                                               *
000790*----------------------------------------------------------------*
000800*
000810 DATA DIVISION.
000820*
000830*----------------------------------------------------------------*
000840**                                                               *
000850**   FILE SECTION                                                *
000860**                                                               *
000870*----------------------------------------------------------------*
000880*
000890 FILE SECTION.
000900*
000910*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
000920*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
000930*    PROGRAM18 / PROGRAM19 INQUIRIES.  BROWSED HERE FROM THE
000940*    FIRST KEY OF THE RUN DATE
000950 FD  RUNCTL
000960     RECORDING MODE IS F.
000970 01  FD-RUNCTL-REC.
000980     03  FD-RUN-KEY.
000990         05  FD-RUN-DATE      PIC X(8).
001000         05  FD-RUN-JOB       PIC X(8).
001010         05  FD-RUN-STEP      PIC X(8).
001020     03  FD-RUN-PROGRAM   PIC X(8).
001030     03  FD-RUN-STATUS    PIC X(1).
001040     03  FD-RUN-RC        PIC 9(2).
001050     03  FD-RUN-CNT-IN    PIC 9(7).
001060     03  FD-RUN-CNT-OUT   PIC 9(7).
001070*
001080*    NET DUE PER CARRIER PER RUN DATE, WRITTEN BY PROGRAM11 -
001090*    LAYOUT MUST MATCH FD-NETDUE-REC IN PROGRAM11 AND PROGRAM22
001100 FD  IN-NETDUE
001110     RECORDING MODE IS F.
001120 01  FD-NETDUE-REC.
001130     03  FD-ND-DATE        PIC X(8).
001140     03  FD-ND-CARRIER     PIC X(3).
001150     03  FD-ND-PREM-DUE    PIC 9(9)V99.
001160     03  FD-ND-HELD        PIC 9(9)V99.
001170     03  FD-ND-NET-DUE     PIC S9(9)V99.
001180*
001190*    ALERT CONTROL CARDS - THE CARD TYPE IN COLS 1-4 PICKS THE
001200*    LAYOUT.  STEP NAMES A LEDGER JOB AND STEP, ITS HIGHEST
001210*    ACCEPTABLE RETURN CODE AND WHAT KIND OF STEP IT IS; MAIL
001220*    GIVES THE GATEWAY ADDRESS FOR AN AUDIENCE; DATE SETS THE
001230*    RUN DATE FOR A RERUN OF A PAST NIGHT
001240 FD  IN-ALRTPARM
001250     RECORDING MODE IS F.
001260 01  FD-ALRTPARM-REC.
001270     03  FD-AP-TYPE        PIC X(4).
001280     03  FILLER            PIC X(76).
001290 01  FD-AP-STEP-CARD.
001300     03  FILLER            PIC X(4).
001310     03  FD-AP-JOB         PIC X(8).
001320     03  FD-AP-STEP        PIC X(8).
001330     03  FD-AP-MAXRC       PIC X(2).
001340     03  FD-AP-KIND        PIC X(3).
001350     03  FILLER            PIC X(55).
001360 01  FD-AP-MAIL-CARD.
001370     03  FILLER            PIC X(4).
001380     03  FD-AP-AUDIENCE    PIC X(3).
001390     03  FD-AP-ADDRESS     PIC X(60).
001400     03  FILLER            PIC X(13).
001410 01  FD-AP-DATE-CARD.
001420     03  FILLER            PIC X(4).
001430     03  FD-AP-RUN-DATE    PIC X(8).
001440     03  FILLER            PIC X(68).
001450*
001460*    PLAIN-TEXT MESSAGES FOR THE MAIL GATEWAY - EACH MESSAGE IS
001470*    TO/FROM/SUBJECT HEADER LINES, A BLANK LINE, THE BODY, AND
001480*    A LINE HOLDING A SINGLE PERIOD
001490 FD  OUT-MAIL
001500     RECORDING MODE IS F.
001510 01  FD-MAIL-LINE          PIC X(80).
001520*
001530*    ALERT RECORD FOR THE ENTERPRISE MONITOR - ONE PER CONDITION,
001540*    150 BYTES.  LAYOUT IS PUBLISHED TO THE MONITORING TEAM, SEE
001550*    WS-ALERT-WORK FOR THE FIELDS
001560 FD  OUT-ALERT
001570     RECORDING MODE IS F.
001580 01  FD-ALERT-REC          PIC X(150).
001590*
001600 FD  IN-RUNPARM
001610     RECORDING MODE IS F.
001620 01  FD-RUNPARM-REC.
001630     03  FD-RP-JOB        PIC X(8).
001640     03  FD-RP-STEP       PIC X(8).
001650*
001660*----------------------------------------------------------------*
001670**                                                               *
001680**   WORKING-STORAGE SECTION                                     *
001690**                                                               *
001700*----------------------------------------------------------------*
001710*
001720 WORKING-STORAGE SECTION.
001730*
001740 01  WS-LEDGER-EOF-SW  PIC X(1) VALUE 'N'.
001750     88  WS-LEDGER-EOF         VALUE 'Y'.
001760 01  WS-NET-EOF-SW     PIC X(1) VALUE 'N'.
001770     88  WS-NET-EOF            VALUE 'Y'.
001780 01  WS-PARM-EOF-SW    PIC X(1) VALUE 'N'.
001790     88  WS-PARM-EOF           VALUE 'Y'.
001800*
001810*----------------------------------------------------------------*
001820*    FILE STATUS AND ABEND HANDLING                              *
001830*----------------------------------------------------------------*
001840 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
001850     88  WS-ABEND              VALUE 'Y'.
001860 01  WS-NET-STATUS     PIC X(2).
001870 01  WS-PARM-STATUS    PIC X(2).
001880 01  WS-MAIL-STATUS    PIC X(2).
001890 01  WS-ALERT-STATUS   PIC X(2).
001900*
001910 01  WS-CURRENT-DATE   PIC X(8).
001920 01  WS-CURRENT-TIME.
001930     03  WS-TIME-HHMMSS    PIC X(6).
001940     03  FILLER            PIC X(2).
001950*    THE NIGHT BEING REPORTED - TODAY UNLESS A DATE CARD SAYS
001960*    OTHERWISE
001970 01  WS-RUN-DATE       PIC X(8).
001980*
001990*----------------------------------------------------------------*
002000*    STEP TABLE FROM THE STEP CARDS.  THE LEDGER'S PROGRAM NAME  *
002010*    IS ONLY 8 BYTES (PROGRAM10, PROGRAM11 AND PROGRAM18 ALL     *
002020*    SHOW AS PROGRAM1), SO WHAT A STEP IS COMES FROM ITS CARD:   *
002030*       ACC  FEED ACCEPTANCE (PROGRAM10)                         *
002040*       GAT  RUN-LEDGER GATE (PROGRAM18)                         *
002050*       TRD  TREND THRESHOLDS (PROGRAM6)                         *
002060*       AGE  UNMATCHED AGING (PROGRAM5)                          *
002070*    A BLANK KIND, OR A STEP WITH NO CARD, IS CHECKED ONLY FOR   *
002080*    ENDING AND FOR ITS RETURN-CODE LIMIT (THE CARD'S, OR 4).    *
002090*    A BLANK STEP ON A CARD COVERS EVERY STEP OF THE JOB NOT ON  *
002100*    A CARD OF ITS OWN                                           *
002110*----------------------------------------------------------------*
002120 01  WS-DEFAULT-MAXRC  PIC 9(2) VALUE 4.
002130 01  WS-SC-MAX         PIC 9(4) COMP VALUE 100.
002140 01  WS-SC-COUNT       PIC 9(4) COMP VALUE 0.
002150 01  WS-SC-IX          PIC 9(4) COMP VALUE 0.
002160 01  WS-SC-JOB-IX      PIC 9(4) COMP VALUE 0.
002170 01  K                 PIC 9(4) COMP VALUE 0.
002180 01  WS-SC-TABLE.
002190     03  WS-SC-ENTRY OCCURS 100 TIMES.
002200         05  WS-SC-JOB         PIC X(8).
002210         05  WS-SC-STEP        PIC X(8).
002220         05  WS-SC-MAXRC       PIC 9(2).
002230         05  WS-SC-KIND        PIC X(3).
002240 01  WS-STEP-MAXRC     PIC 9(2).
002250 01  WS-STEP-KIND      PIC X(3).
002260     88  WS-KIND-ACCEPT        VALUE 'ACC'.
002270     88  WS-KIND-GATE          VALUE 'GAT'.
002280     88  WS-KIND-TREND         VALUE 'TRD'.
002290     88  WS-KIND-AGING         VALUE 'AGE'.
002300*
002310*----------------------------------------------------------------*
002320*    MAIL GATEWAY ADDRESSES BY AUDIENCE - THE GATEWAY'S OWN      *
002330*    DISTRIBUTION LISTS UNLESS A MAIL CARD NAMES ANOTHER         *
002340*----------------------------------------------------------------*
002350 01  WS-MAIL-OPS       PIC X(60) VALUE 'AEGON.BATCH.OPERATIONS'.
002360 01  WS-MAIL-ADM       PIC X(60) VALUE 'AEGON.POLICY.ADMIN.LEAD'.
002370 01  WS-MAIL-FIN       PIC X(60) VALUE 'AEGON.FINANCE.SETTLEMENT'.
002380*
002390*----------------------------------------------------------------*
002400*    THE ALERT IN HAND - ALSO THE ALERT RECORD LAYOUT, 150 BYTES *
002410*       1-8    RUN DATE          9-14   TIME RAISED (HHMMSS)     *
002420*       15     SEVERITY C/W/I    16-23  SEVERITY NAME            *
002430*       24-26  AUDIENCE OPS/ADM/FIN                              *
002440*       27-30  ALERT CODE        31-38  JOB   39-46  STEP        *
002450*       47-48  RETURN CODE       49-55  COUNT                    *
002460*       56-58  CARRIER           59-69  AMOUNT S9(9)V99          *
002470*       70-129 TEXT              130-150 SPARE                   *
002480*----------------------------------------------------------------*
002490 01  WS-ALERT-WORK.
002500     03  WS-AW-DATE        PIC X(8).
002510     03  WS-AW-TIME        PIC X(6).
002520     03  WS-AW-SEVERITY    PIC X(1).
002530         88  WS-AW-CRITICAL        VALUE 'C'.
002540         88  WS-AW-WARNING         VALUE 'W'.
002550         88  WS-AW-INFO            VALUE 'I'.
002560     03  WS-AW-SEV-NAME    PIC X(8).
002570     03  WS-AW-AUDIENCE    PIC X(3).
002580     03  WS-AW-CODE        PIC X(4).
002590     03  WS-AW-JOB         PIC X(8).
002600     03  WS-AW-STEP        PIC X(8).
002610     03  WS-AW-RC          PIC 9(2).
002620     03  WS-AW-COUNT       PIC 9(7).
002630     03  WS-AW-CARRIER     PIC X(3).
002640     03  WS-AW-AMOUNT      PIC S9(9)V99.
002650     03  WS-AW-TEXT        PIC X(60).
002660     03  FILLER            PIC X(21).
002670*
002680*----------------------------------------------------------------*
002690*    ALERTS RAISED THIS RUN, KEPT FOR THE MAIL MESSAGES.  THE    *
002700*    ALERT FILE ALWAYS GETS EVERY ALERT; PAST THE TABLE THE      *
002710*    OPERATIONS MESSAGE SAYS HOW MANY IT COULD NOT LIST          *
002720*----------------------------------------------------------------*
002730 01  WS-AT-MAX         PIC 9(4) COMP VALUE 500.
002740 01  WS-AT-COUNT       PIC 9(4) COMP VALUE 0.
002750 01  WS-AT-TABLE.
002760     03  WS-AT-ENTRY OCCURS 500 TIMES.
002770         05  WS-AT-SEVERITY    PIC X(1).
002780         05  WS-AT-AUDIENCE    PIC X(3).
002790         05  WS-AT-ALERT       PIC X(150).
002800*
002810*----------------------------------------------------------------*
002820*    THE MESSAGE BEING WRITTEN - ITS AUDIENCE, AND THE SEVERITY  *
002830*    BEING LISTED.  OPERATIONS ALSO GET EVERY CRITICAL ALERT     *
002840*    WHOEVER IT IS ADDRESSED TO                                  *
002850*----------------------------------------------------------------*
002860 01  WS-MSG-AUDIENCE   PIC X(3).
002870 01  WS-MSG-SEVERITY   PIC X(1).
002880 01  WS-MSG-CRITICAL   PIC 9(4) COMP VALUE 0.
002890 01  WS-MSG-WARNING    PIC 9(4) COMP VALUE 0.
002900 01  WS-MSG-INFO       PIC 9(4) COMP VALUE 0.
002910 01  WS-IN-MSG-SW      PIC X(1).
002920     88  WS-IN-MSG             VALUE 'Y'.
002930*
002940*----------------------------------------------------------------*
002950*    RUN COUNTS                                                  *
002960*----------------------------------------------------------------*
002970 01  WS-CT-LEDGER-READ PIC 9(7) COMP VALUE 0.
002980 01  WS-CT-LEDGER-OK   PIC 9(7) COMP VALUE 0.
002990 01  WS-CT-NET-READ    PIC 9(7) COMP VALUE 0.
003000 01  WS-CT-CRITICAL    PIC 9(7) COMP VALUE 0.
003010 01  WS-CT-WARNING     PIC 9(7) COMP VALUE 0.
003020 01  WS-CT-INFO        PIC 9(7) COMP VALUE 0.
003030 01  WS-CT-ALERTS      PIC 9(7) COMP VALUE 0.
003040 01  WS-CT-NOT-LISTED  PIC 9(7) COMP VALUE 0.
003050 01  WS-CT-PARM-BAD    PIC 9(7) COMP VALUE 0.
003060 01  WS-CT-STEP-LOST   PIC 9(7) COMP VALUE 0.
003070 01  WS-ED-MAXRC       PIC 99.
003080*
003090*----------------------------------------------------------------*
003100*    MAIL LINES                                                  *
003110*----------------------------------------------------------------*
003120 01  WS-ML-TO.
003130     03  FILLER            PIC X(9)  VALUE 'TO:      '.
003140     03  WS-MLT-ADDRESS    PIC X(60).
003150     03  FILLER            PIC X(11) VALUE SPACES.
003160*
003170 01  WS-ML-FROM.
003180     03  FILLER            PIC X(37) VALUE
003190         'FROM:    AEGON.NIGHTLY.BATCH.ALERTS  '.
003200     03  FILLER            PIC X(43) VALUE SPACES.
003210*
003220 01  WS-ML-SUBJECT.
003230     03  FILLER            PIC X(30) VALUE
003240         'SUBJECT: AEGON NIGHTLY ALERTS '.
003250     03  WS-MLS-DATE       PIC X(8).
003260     03  FILLER            PIC X(3)  VALUE ' - '.
003270     03  WS-MLS-SEVERITY   PIC X(8).
003280     03  FILLER            PIC X(31) VALUE SPACES.
003290*
003300 01  WS-ML-COUNTS.
003310     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
003320     03  WS-MLC-DATE       PIC X(8).
003330     03  FILLER            PIC X(12) VALUE '   CRITICAL '.
003340     03  WS-MLC-CRITICAL   PIC ZZZ9.
003350     03  FILLER            PIC X(11) VALUE '   WARNING '.
003360     03  WS-MLC-WARNING    PIC ZZZ9.
003370     03  FILLER            PIC X(8)  VALUE '   INFO '.
003380     03  WS-MLC-INFO       PIC ZZZ9.
003390     03  FILLER            PIC X(20) VALUE SPACES.
003400*
003410 01  WS-ML-SEV-HEAD.
003420     03  FILLER            PIC X(3)  VALUE '-- '.
003430     03  WS-MLH-SEVERITY   PIC X(8).
003440     03  FILLER            PIC X(3)  VALUE ' --'.
003450     03  FILLER            PIC X(66) VALUE SPACES.
003460*
003470 01  WS-ML-DETAIL-1.
003480     03  FILLER            PIC X(2)  VALUE SPACES.
003490     03  WS-MLD-JOB        PIC X(8).
003500     03  FILLER            PIC X(1)  VALUE SPACES.
003510     03  WS-MLD-STEP       PIC X(8).
003520     03  FILLER            PIC X(5)  VALUE '  RC='.
003530     03  WS-MLD-RC         PIC 99.
003540     03  FILLER            PIC X(8)  VALUE '  COUNT '.
003550     03  WS-MLD-COUNT      PIC Z(6)9.
003560     03  FILLER            PIC X(2)  VALUE SPACES.
003570     03  WS-MLD-CARRIER    PIC X(3).
003580     03  FILLER            PIC X(1)  VALUE SPACES.
003590     03  WS-MLD-AMOUNT     PIC -(9)9,99.
003600     03  FILLER            PIC X(20) VALUE SPACES.
003610*
003620 01  WS-ML-DETAIL-2.
003630     03  FILLER            PIC X(6)  VALUE SPACES.
003640     03  WS-MLD-TEXT       PIC X(60).
003650     03  FILLER            PIC X(14) VALUE SPACES.
003660*
003670 01  WS-ML-NOT-LISTED.
003680     03  FILLER            PIC X(2)  VALUE SPACES.
003690     03  WS-MLN-COUNT      PIC Z(6)9.
003700     03  FILLER            PIC X(49) VALUE
003710         ' FURTHER ALERTS NOT LISTED - SEE THE ALERT FILE  '.
003720     03  FILLER            PIC X(22) VALUE SPACES.
003730*
003740*----------------------------------------------------------------*
003750*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
003760*----------------------------------------------------------------*
003770 01  WS-RUNPARM-STATUS PIC X(2).
003780 01  WS-RUNCTL-STATUS  PIC X(2).
003790 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
003800     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
003810 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
003820 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
003830 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
003840 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
003850*
003860*----------------------------------------------------------------*
003870 PROCEDURE DIVISION.
003880*----------------------------------------------------------------*
003890 A-MAIN                                      SECTION.
003900*----------------------------------------------------------------*
003910 A-001.
003920*
003930     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003940     ACCEPT WS-CURRENT-TIME FROM TIME
003950     MOVE WS-CURRENT-DATE TO WS-RUN-DATE
003960     PERFORM A-015-READ-ALRTPARM THRU A-015-EXIT
003970     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
003980     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
003990*
004000     IF WS-ABEND
004010        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
004020        GO TO A-999
004030     END-IF
004040*
004050*    EVERY LEDGER RECORD OF THE RUN DATE, IN JOB AND STEP ORDER
004060     MOVE WS-RUN-DATE TO FD-RUN-DATE
004070     MOVE LOW-VALUES  TO FD-RUN-JOB
004080     MOVE LOW-VALUES  TO FD-RUN-STEP
004090     START RUNCTL KEY IS NOT LESS THAN FD-RUN-KEY
004100        INVALID KEY
004110           MOVE 'Y' TO WS-LEDGER-EOF-SW
004120     END-START
004130     PERFORM A-020-READ-LEDGER THRU A-020-EXIT
004140     PERFORM A-030-CHECK-STEP THRU A-030-EXIT
004150        UNTIL WS-LEDGER-EOF OR WS-ABEND
004160*
004170     PERFORM A-040-READ-NETDUE THRU A-040-EXIT
004180     PERFORM A-045-CHECK-NETDUE THRU A-045-EXIT
004190        UNTIL WS-NET-EOF OR WS-ABEND
004200*
004210     IF NOT WS-ABEND
004220        PERFORM A-050-RUN-ALERTS THRU A-050-EXIT
004230     END-IF
004240*
004250*    ONE MESSAGE PER AUDIENCE - OPERATIONS EVERY NIGHT, SO A
004260*    QUIET MAILBOX ALWAYS MEANS THE FEED ITSELF DID NOT RUN
004270     IF NOT WS-ABEND
004280        MOVE 'OPS' TO WS-MSG-AUDIENCE
004290        PERFORM A-060-WRITE-MESSAGE THRU A-060-EXIT
004300        MOVE 'ADM' TO WS-MSG-AUDIENCE
004310        PERFORM A-060-WRITE-MESSAGE THRU A-060-EXIT
004320        MOVE 'FIN' TO WS-MSG-AUDIENCE
004330        PERFORM A-060-WRITE-MESSAGE THRU A-060-EXIT
004340     END-IF
004350*
004360     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
004370*
004380     GO TO A-999.
004390*
004400*----------------------------------------------------------------*
004410*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
004420*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH      *
004430*----------------------------------------------------------------*
004440 A-005-CLOSE-FILES.
004450*
004460     CLOSE RUNCTL
004470     CLOSE IN-NETDUE
004480     CLOSE OUT-MAIL
004490     CLOSE OUT-ALERT.
004500*
004510 A-005-EXIT.
004520     EXIT.
004530*
004540*----------------------------------------------------------------*
004550*    THE LEDGER IS READ SHARED HERE; THIS RUN'S OWN START AND    *
004560*    END RECORDS ARE WRITTEN AROUND IT (A-950 / A-955).  NO      *
004570*    LEDGER IS A FAILED RUN - THERE IS NOTHING TO REPORT FROM    *
004580*----------------------------------------------------------------*
004590 A-010-OPEN-FILES.
004600*
004610     OPEN INPUT  RUNCTL
004620     IF WS-RUNCTL-STATUS NOT = '00'
004630        DISPLAY 'PROGRAM28 - RUN LEDGER UNAVAILABLE'
004640        MOVE 'Y' TO WS-ABEND-SW
004650     END-IF
004660     OPEN INPUT  IN-NETDUE
004670     IF WS-NET-STATUS NOT = '00'
004680        AND WS-NET-STATUS NOT = '05'
004690        MOVE 'Y' TO WS-ABEND-SW
004700     END-IF
004710     OPEN OUTPUT OUT-MAIL
004720     IF WS-MAIL-STATUS NOT = '00'
004730        MOVE 'Y' TO WS-ABEND-SW
004740     END-IF
004750     OPEN OUTPUT OUT-ALERT
004760     IF WS-ALERT-STATUS NOT = '00'
004770        MOVE 'Y' TO WS-ABEND-SW
004780     END-IF.
004790*
004800 A-010-EXIT.
004810     EXIT.
004820*
004830*----------------------------------------------------------------*
004840*    ALRTPARM IS OPTIONAL - WITHOUT IT EVERY STEP IS CHECKED     *
004850*    AGAINST THE DEFAULT LIMIT AND THE MAIL GOES TO THE DEFAULT  *
004860*    LISTS.  A CARD OF NO KNOWN TYPE, OR WITH A BAD FIELD, IS    *
004870*    COUNTED AND REPORTED TO OPERATIONS, NEVER FATAL             *
004880*----------------------------------------------------------------*
004890 A-015-READ-ALRTPARM.
004900*
004910     OPEN INPUT IN-ALRTPARM
004920     IF WS-PARM-STATUS NOT = '00'
004930        GO TO A-015-EXIT
004940     END-IF
004950     PERFORM A-016-READ-CARD THRU A-016-EXIT
004960     PERFORM A-017-TAKE-CARD THRU A-017-EXIT
004970        UNTIL WS-PARM-EOF
004980     CLOSE IN-ALRTPARM.
004990*
005000 A-015-EXIT.
005010     EXIT.
005020*
005030 A-016-READ-CARD.
005040*
005050     READ IN-ALRTPARM
005060        AT END
005070           MOVE 'Y' TO WS-PARM-EOF-SW
005080     END-READ
005090     IF WS-PARM-STATUS NOT = '00'
005100        AND WS-PARM-STATUS NOT = '10'
005110        ADD 1 TO WS-CT-PARM-BAD
005120        MOVE 'Y' TO WS-PARM-EOF-SW
005130     END-IF.
005140*
005150 A-016-EXIT.
005160     EXIT.
005170*
005180 A-017-TAKE-CARD.
005190*
005200     EVALUATE FD-AP-TYPE
005210        WHEN 'STEP'
005220           IF FD-AP-JOB = SPACES
005230              OR FD-AP-MAXRC NOT NUMERIC
005240              ADD 1 TO WS-CT-PARM-BAD
005250           ELSE
005260              IF WS-SC-COUNT < WS-SC-MAX
005270                 ADD 1 TO WS-SC-COUNT
005280                 MOVE FD-AP-JOB   TO WS-SC-JOB(WS-SC-COUNT)
005290                 MOVE FD-AP-STEP  TO WS-SC-STEP(WS-SC-COUNT)
005300                 MOVE FD-AP-MAXRC TO WS-SC-MAXRC(WS-SC-COUNT)
005310                 MOVE FD-AP-KIND  TO WS-SC-KIND(WS-SC-COUNT)
005320              ELSE
005330                 ADD 1 TO WS-CT-STEP-LOST
005340              END-IF
005350           END-IF
005360        WHEN 'MAIL'
005370           EVALUATE FD-AP-AUDIENCE
005380              WHEN 'OPS'
005390                 MOVE FD-AP-ADDRESS TO WS-MAIL-OPS
005400              WHEN 'ADM'
005410                 MOVE FD-AP-ADDRESS TO WS-MAIL-ADM
005420              WHEN 'FIN'
005430                 MOVE FD-AP-ADDRESS TO WS-MAIL-FIN
005440              WHEN OTHER
005450                 ADD 1 TO WS-CT-PARM-BAD
005460           END-EVALUATE
005470        WHEN 'DATE'
005480           IF FD-AP-RUN-DATE NUMERIC
005490              MOVE FD-AP-RUN-DATE TO WS-RUN-DATE
005500           ELSE
005510              ADD 1 TO WS-CT-PARM-BAD
005520           END-IF
005530        WHEN OTHER
005540           ADD 1 TO WS-CT-PARM-BAD
005550     END-EVALUATE
005560     PERFORM A-016-READ-CARD THRU A-016-EXIT.
005570*
005580 A-017-EXIT.
005590     EXIT.
005600*
005610*----------------------------------------------------------------*
005620*    NEXT LEDGER RECORD - THE BROWSE ENDS AT THE FIRST RECORD OF *
005630*    ANOTHER DATE.  THIS RUN'S OWN RECORD IS PASSED OVER         *
005640*----------------------------------------------------------------*
005650 A-020-READ-LEDGER.
005660*
005670     IF WS-LEDGER-EOF
005680        GO TO A-020-EXIT
005690     END-IF
005700     READ RUNCTL NEXT RECORD
005710        AT END
005720           MOVE 'Y' TO WS-LEDGER-EOF-SW
005730           GO TO A-020-EXIT
005740     END-READ
005750     IF WS-RUNCTL-STATUS NOT = '00'
005760        MOVE 'Y' TO WS-ABEND-SW
005770        GO TO A-020-EXIT
005780     END-IF
005790     IF FD-RUN-DATE NOT = WS-RUN-DATE
005800        MOVE 'Y' TO WS-LEDGER-EOF-SW
005810        GO TO A-020-EXIT
005820     END-IF
005830     IF FD-RUN-JOB = WS-RUN-JOB
005840        AND FD-RUN-STEP = WS-RUN-STEP
005850        GO TO A-020-READ-LEDGER
005860     END-IF
005870     ADD 1 TO WS-CT-LEDGER-READ.
005880*
005890 A-020-EXIT.
005900     EXIT.
005910*
005920*----------------------------------------------------------------*
005930*    GRADE ONE LEDGER STEP.  NOT ENDED, OR ENDED 16 OR OVER, IS  *
005940*    CRITICAL WHATEVER THE STEP.  THEN BY KIND -                 *
005950*       ACC  ABOVE ITS LIMIT    CRITICAL  ADMIN LEAD - THE MATCH *
005960*                               CHAIN WAS SKIPPED                *
005970*       GAT  ABOVE ITS LIMIT    CRITICAL  OPERATIONS             *
005980*            4 (NOT DUE)        INFO      OPERATIONS             *
005990*       TRD  BREACH DAYS        WARNING   ADMIN LEAD             *
006000*       AGE  OVER-7 COUNT       WARNING   ADMIN LEAD             *
006010*    AND ANY OTHER STEP ABOVE ITS LIMIT IS A WARNING FOR         *
006020*    OPERATIONS                                                  *
006030*----------------------------------------------------------------*
006040 A-030-CHECK-STEP.
006050*
006060     PERFORM A-035-FIND-STEP THRU A-035-EXIT
006070     MOVE SPACES          TO WS-ALERT-WORK
006080     MOVE FD-RUN-JOB      TO WS-AW-JOB
006090     MOVE FD-RUN-STEP     TO WS-AW-STEP
006100     MOVE FD-RUN-RC       TO WS-AW-RC
006110     MOVE 0               TO WS-AW-COUNT
006120     MOVE 0               TO WS-AW-AMOUNT
006130     MOVE 'OPS'           TO WS-AW-AUDIENCE
006140     EVALUATE TRUE
006150        WHEN FD-RUN-STATUS NOT = 'E'
006160           MOVE 'C'    TO WS-AW-SEVERITY
006170           MOVE 'NEND' TO WS-AW-CODE
006180           MOVE 'STARTED, NEVER ENDED - ABENDED OR STILL RUNNING'
006190             TO WS-AW-TEXT
006200        WHEN FD-RUN-RC >= 16
006210           MOVE 'C'    TO WS-AW-SEVERITY
006220           MOVE 'ABND' TO WS-AW-CODE
006230           MOVE 'ENDED RC=16 - I/O ERROR, STEP DID NOT COMPLETE'
006240             TO WS-AW-TEXT
006250        WHEN WS-KIND-ACCEPT
006260           AND FD-RUN-RC > WS-STEP-MAXRC
006270           MOVE 'C'    TO WS-AW-SEVERITY
006280           MOVE 'ADM'  TO WS-AW-AUDIENCE
006290           MOVE 'ACCF' TO WS-AW-CODE
006300           MOVE 'FEED REJECTED - MATCH NOT RUN, SEE ACCRPT'
006310             TO WS-AW-TEXT
006320        WHEN WS-KIND-GATE
006330           AND FD-RUN-RC > WS-STEP-MAXRC
006340           AND FD-RUN-RC > 4
006350           MOVE 'C'    TO WS-AW-SEVERITY
006360           MOVE 'GATE' TO WS-AW-CODE
006370           MOVE FD-RUN-CNT-OUT TO WS-AW-COUNT
006380           MOVE 'LEDGER GATE MISSED - DEPENDENT STEPS SKIPPED'
006390             TO WS-AW-TEXT
006400        WHEN WS-KIND-GATE
006410           AND FD-RUN-RC > WS-STEP-MAXRC
006420           MOVE 'I'    TO WS-AW-SEVERITY
006430           MOVE 'GNDU' TO WS-AW-CODE
006440           MOVE 'GATE NOT DUE - NOT A BUSINESS DAY'
006450             TO WS-AW-TEXT
006460        WHEN WS-KIND-TREND
006470           AND FD-RUN-CNT-OUT > 0
006480           MOVE 'W'    TO WS-AW-SEVERITY
006490           MOVE 'ADM'  TO WS-AW-AUDIENCE
006500           MOVE 'BRCH' TO WS-AW-CODE
006510           MOVE FD-RUN-CNT-OUT TO WS-AW-COUNT
006520           MOVE 'TREND THRESHOLD BREACHED - COUNT DAYS THIS MONTH'
006530             TO WS-AW-TEXT
006540        WHEN WS-KIND-AGING
006550           AND FD-RUN-CNT-OUT > 0
006560           MOVE 'W'    TO WS-AW-SEVERITY
006570           MOVE 'ADM'  TO WS-AW-AUDIENCE
006580           MOVE 'AGE7' TO WS-AW-CODE
006590           MOVE FD-RUN-CNT-OUT TO WS-AW-COUNT
006600           MOVE 'POLICIES UNMATCHED OVER 7 BUSINESS DAYS'
006610             TO WS-AW-TEXT
006620        WHEN FD-RUN-RC > WS-STEP-MAXRC
006630           MOVE 'W'    TO WS-AW-SEVERITY
006640           MOVE 'RCHI' TO WS-AW-CODE
006650           MOVE WS-STEP-MAXRC TO WS-ED-MAXRC
006660           STRING 'ENDED ABOVE ITS RETURN-CODE LIMIT OF '
006670                                       DELIMITED BY SIZE
006680                  WS-ED-MAXRC          DELIMITED BY SIZE
006690             INTO WS-AW-TEXT
006700           END-STRING
006710        WHEN OTHER
006720           ADD 1 TO WS-CT-LEDGER-OK
006730     END-EVALUATE
006740     IF WS-AW-SEVERITY NOT = SPACE
006750        PERFORM A-070-ADD-ALERT THRU A-070-EXIT
006760     END-IF
006770     PERFORM A-020-READ-LEDGER THRU A-020-EXIT.
006780*
006790 A-030-EXIT.
006800     EXIT.
006810*
006820*----------------------------------------------------------------*
006830*    THE STEP CARD FOR THIS LEDGER RECORD - ITS OWN JOB AND STEP *
006840*    FIRST, ELSE THE JOB'S BLANK-STEP CARD, ELSE THE DEFAULT     *
006850*----------------------------------------------------------------*
006860 A-035-FIND-STEP.
006870*
006880     MOVE 0 TO WS-SC-IX
006890     MOVE 0 TO WS-SC-JOB-IX
006900     PERFORM A-036-SCAN-STEP THRU A-036-EXIT
006910        VARYING K FROM 1 BY 1
006920        UNTIL K > WS-SC-COUNT OR WS-SC-IX > 0
006930     IF WS-SC-IX = 0
006940        MOVE WS-SC-JOB-IX TO WS-SC-IX
006950     END-IF
006960     IF WS-SC-IX = 0
006970        MOVE WS-DEFAULT-MAXRC TO WS-STEP-MAXRC
006980        MOVE SPACES           TO WS-STEP-KIND
006990     ELSE
007000        MOVE WS-SC-MAXRC(WS-SC-IX) TO WS-STEP-MAXRC
007010        MOVE WS-SC-KIND(WS-SC-IX)  TO WS-STEP-KIND
007020     END-IF.
007030*
007040 A-035-EXIT.
007050     EXIT.
007060*
007070 A-036-SCAN-STEP.
007080*
007090     IF WS-SC-JOB(K) NOT = FD-RUN-JOB
007100        GO TO A-036-EXIT
007110     END-IF
007120     IF WS-SC-STEP(K) = FD-RUN-STEP
007130        MOVE K TO WS-SC-IX
007140        GO TO A-036-EXIT
007150     END-IF
007160     IF WS-SC-STEP(K) = SPACES
007170        AND WS-SC-JOB-IX = 0
007180        MOVE K TO WS-SC-JOB-IX
007190     END-IF.
007200*
007210 A-036-EXIT.
007220     EXIT.
007230*
007240 A-040-READ-NETDUE.
007250*
007260     READ IN-NETDUE
007270        AT END
007280           MOVE 'Y' TO WS-NET-EOF-SW
007290           GO TO A-040-EXIT
007300     END-READ
007310     IF WS-NET-STATUS NOT = '00'
007320        MOVE 'Y' TO WS-ABEND-SW
007330        GO TO A-040-EXIT
007340     END-IF
007350     ADD 1 TO WS-CT-NET-READ.
007360*
007370 A-040-EXIT.
007380     EXIT.
007390*
007400*----------------------------------------------------------------*
007410*    THE NET-DUE FILE ACCUMULATES ACROSS RUNS - ONLY THE RUN     *
007420*    DATE'S ROWS COUNT.  A NEGATIVE NET DUE (MORE HELD BACK THAN *
007430*    DUE) IS A WARNING FOR FINANCE, A ZERO ONE IS INFO           *
007440*----------------------------------------------------------------*
007450 A-045-CHECK-NETDUE.
007460*
007470     IF FD-ND-DATE NOT = WS-RUN-DATE
007480        OR FD-ND-NET-DUE > 0
007490        PERFORM A-040-READ-NETDUE THRU A-040-EXIT
007500        GO TO A-045-EXIT
007510     END-IF
007520     MOVE SPACES          TO WS-ALERT-WORK
007530     MOVE 0               TO WS-AW-RC
007540     MOVE 0               TO WS-AW-COUNT
007550     MOVE 'FIN'           TO WS-AW-AUDIENCE
007560     MOVE FD-ND-CARRIER   TO WS-AW-CARRIER
007570     MOVE FD-ND-NET-DUE   TO WS-AW-AMOUNT
007580     IF FD-ND-NET-DUE < 0
007590        MOVE 'W'    TO WS-AW-SEVERITY
007600        MOVE 'NETN' TO WS-AW-CODE
007610        MOVE 'NET DUE NEGATIVE - HELD BACK EXCEEDS PREMIUM DUE'
007620          TO WS-AW-TEXT
007630     ELSE
007640        MOVE 'I'    TO WS-AW-SEVERITY
007650        MOVE 'NETZ' TO WS-AW-CODE
007660        MOVE 'NET DUE ZERO - NOTHING TO COLLECT FROM THE CARRIER'
007670          TO WS-AW-TEXT
007680     END-IF
007690     PERFORM A-070-ADD-ALERT THRU A-070-EXIT
007700     PERFORM A-040-READ-NETDUE THRU A-040-EXIT.
007710*
007720 A-045-EXIT.
007730     EXIT.
007740*
007750*----------------------------------------------------------------*
007760*    ALERTS ABOUT THE RUN AS A WHOLE, ALL FOR OPERATIONS - AN    *
007770*    EMPTY LEDGER FOR THE RUN DATE, THE STEP COUNTS, AND ANY     *
007780*    ALRTPARM CARDS NOT TAKEN                                    *
007790*----------------------------------------------------------------*
007800 A-050-RUN-ALERTS.
007810*
007820     MOVE SPACES          TO WS-ALERT-WORK
007830     MOVE 0               TO WS-AW-RC
007840     MOVE 0               TO WS-AW-AMOUNT
007850     MOVE 'OPS'           TO WS-AW-AUDIENCE
007860     IF WS-CT-LEDGER-READ = 0
007870        MOVE 'W'    TO WS-AW-SEVERITY
007880        MOVE 'NORN' TO WS-AW-CODE
007890        MOVE 0      TO WS-AW-COUNT
007900        MOVE 'NO STEP ON THE LEDGER FOR THE RUN DATE'
007910          TO WS-AW-TEXT
007920        PERFORM A-070-ADD-ALERT THRU A-070-EXIT
007930     END-IF
007940     MOVE 'I'               TO WS-AW-SEVERITY
007950     MOVE 'SUMM'            TO WS-AW-CODE
007960     MOVE WS-CT-LEDGER-READ TO WS-AW-COUNT
007970     MOVE 'STEPS ON THE LEDGER FOR THE RUN DATE'
007980       TO WS-AW-TEXT
007990     PERFORM A-070-ADD-ALERT THRU A-070-EXIT
008000     MOVE 'CLEN'            TO WS-AW-CODE
008010     MOVE WS-CT-LEDGER-OK   TO WS-AW-COUNT
008020     MOVE 'STEPS ENDED WITHIN THEIR RETURN-CODE LIMITS'
008030       TO WS-AW-TEXT
008040     PERFORM A-070-ADD-ALERT THRU A-070-EXIT
008050     IF WS-CT-PARM-BAD > 0
008060        MOVE 'PARM' TO WS-AW-CODE
008070        MOVE WS-CT-PARM-BAD TO WS-AW-COUNT
008080        MOVE 'ALRTPARM CARDS NOT RECOGNISED OR NOT VALID'
008090          TO WS-AW-TEXT
008100        PERFORM A-070-ADD-ALERT THRU A-070-EXIT
008110     END-IF
008120     IF WS-CT-STEP-LOST > 0
008130        MOVE 'PARM' TO WS-AW-CODE
008140        MOVE WS-CT-STEP-LOST TO WS-AW-COUNT
008150        MOVE 'STEP CARDS BEYOND THE FIRST 100 - IGNORED'
008160          TO WS-AW-TEXT
008170        PERFORM A-070-ADD-ALERT THRU A-070-EXIT
008180     END-IF.
008190*
008200 A-050-EXIT.
008210     EXIT.
008220*
008230*----------------------------------------------------------------*
008240*    ONE MAIL MESSAGE FOR WS-MSG-AUDIENCE - CRITICAL FIRST, THEN *
008250*    WARNING, THEN INFO.  THE ADMIN LEAD AND FINANCE ARE ONLY    *
008260*    MAILED WHEN THERE IS SOMETHING FOR THEM                     *
008270*----------------------------------------------------------------*
008280 A-060-WRITE-MESSAGE.
008290*
008300     MOVE 0 TO WS-MSG-CRITICAL
008310     MOVE 0 TO WS-MSG-WARNING
008320     MOVE 0 TO WS-MSG-INFO
008330     PERFORM A-062-COUNT-ONE THRU A-062-EXIT
008340        VARYING K FROM 1 BY 1 UNTIL K > WS-AT-COUNT
008350     IF WS-MSG-AUDIENCE NOT = 'OPS'
008360        AND WS-MSG-CRITICAL = 0
008370        AND WS-MSG-WARNING = 0
008380        AND WS-MSG-INFO = 0
008390        GO TO A-060-EXIT
008400     END-IF
008410*
008420     EVALUATE WS-MSG-AUDIENCE
008430        WHEN 'OPS'
008440           MOVE WS-MAIL-OPS TO WS-MLT-ADDRESS
008450        WHEN 'ADM'
008460           MOVE WS-MAIL-ADM TO WS-MLT-ADDRESS
008470        WHEN OTHER
008480           MOVE WS-MAIL-FIN TO WS-MLT-ADDRESS
008490     END-EVALUATE
008500     WRITE FD-MAIL-LINE FROM WS-ML-TO
008510     WRITE FD-MAIL-LINE FROM WS-ML-FROM
008520     MOVE WS-RUN-DATE TO WS-MLS-DATE
008530     EVALUATE TRUE
008540        WHEN WS-MSG-CRITICAL > 0
008550           MOVE 'CRITICAL' TO WS-MLS-SEVERITY
008560        WHEN WS-MSG-WARNING > 0
008570           MOVE 'WARNING ' TO WS-MLS-SEVERITY
008580        WHEN OTHER
008590           MOVE 'INFO    ' TO WS-MLS-SEVERITY
008600     END-EVALUATE
008610     WRITE FD-MAIL-LINE FROM WS-ML-SUBJECT
008620     MOVE SPACES TO FD-MAIL-LINE
008630     WRITE FD-MAIL-LINE
008640     MOVE WS-RUN-DATE     TO WS-MLC-DATE
008650     MOVE WS-MSG-CRITICAL TO WS-MLC-CRITICAL
008660     MOVE WS-MSG-WARNING  TO WS-MLC-WARNING
008670     MOVE WS-MSG-INFO     TO WS-MLC-INFO
008680     WRITE FD-MAIL-LINE FROM WS-ML-COUNTS
008690*
008700     IF WS-MSG-CRITICAL > 0
008710        MOVE 'C'        TO WS-MSG-SEVERITY
008720        MOVE 'CRITICAL' TO WS-MLH-SEVERITY
008730        PERFORM A-064-WRITE-SEVERITY THRU A-064-EXIT
008740     END-IF
008750     IF WS-MSG-WARNING > 0
008760        MOVE 'W'        TO WS-MSG-SEVERITY
008770        MOVE 'WARNING ' TO WS-MLH-SEVERITY
008780        PERFORM A-064-WRITE-SEVERITY THRU A-064-EXIT
008790     END-IF
008800     IF WS-MSG-INFO > 0
008810        MOVE 'I'        TO WS-MSG-SEVERITY
008820        MOVE 'INFO    ' TO WS-MLH-SEVERITY
008830        PERFORM A-064-WRITE-SEVERITY THRU A-064-EXIT
008840     END-IF
008850     IF WS-MSG-AUDIENCE = 'OPS'
008860        AND WS-CT-NOT-LISTED > 0
008870        MOVE SPACES TO FD-MAIL-LINE
008880        WRITE FD-MAIL-LINE
008890        MOVE WS-CT-NOT-LISTED TO WS-MLN-COUNT
008900        WRITE FD-MAIL-LINE FROM WS-ML-NOT-LISTED
008910     END-IF
008920     MOVE '.' TO FD-MAIL-LINE
008930     WRITE FD-MAIL-LINE
008940     IF WS-MAIL-STATUS NOT = '00'
008950        MOVE 'Y' TO WS-ABEND-SW
008960     END-IF.
008970*
008980 A-060-EXIT.
008990     EXIT.
009000*
009010 A-062-COUNT-ONE.
009020*
009030     PERFORM A-068-IN-MESSAGE THRU A-068-EXIT
009040     IF NOT WS-IN-MSG
009050        GO TO A-062-EXIT
009060     END-IF
009070     EVALUATE WS-AT-SEVERITY(K)
009080        WHEN 'C'
009090           ADD 1 TO WS-MSG-CRITICAL
009100        WHEN 'W'
009110           ADD 1 TO WS-MSG-WARNING
009120        WHEN OTHER
009130           ADD 1 TO WS-MSG-INFO
009140     END-EVALUATE.
009150*
009160 A-062-EXIT.
009170     EXIT.
009180*
009190 A-064-WRITE-SEVERITY.
009200*
009210     MOVE SPACES TO FD-MAIL-LINE
009220     WRITE FD-MAIL-LINE
009230     WRITE FD-MAIL-LINE FROM WS-ML-SEV-HEAD
009240     PERFORM A-066-WRITE-ALERT THRU A-066-EXIT
009250        VARYING K FROM 1 BY 1 UNTIL K > WS-AT-COUNT.
009260*
009270 A-064-EXIT.
009280     EXIT.
009290*
009300 A-066-WRITE-ALERT.
009310*
009320     IF WS-AT-SEVERITY(K) NOT = WS-MSG-SEVERITY
009330        GO TO A-066-EXIT
009340     END-IF
009350     PERFORM A-068-IN-MESSAGE THRU A-068-EXIT
009360     IF NOT WS-IN-MSG
009370        GO TO A-066-EXIT
009380     END-IF
009390     MOVE WS-AT-ALERT(K) TO WS-ALERT-WORK
009400     MOVE WS-AW-JOB      TO WS-MLD-JOB
009410     MOVE WS-AW-STEP     TO WS-MLD-STEP
009420     MOVE WS-AW-RC       TO WS-MLD-RC
009430     MOVE WS-AW-COUNT    TO WS-MLD-COUNT
009440     MOVE WS-AW-CARRIER  TO WS-MLD-CARRIER
009450     MOVE WS-AW-AMOUNT   TO WS-MLD-AMOUNT
009460     WRITE FD-MAIL-LINE FROM WS-ML-DETAIL-1
009470     MOVE WS-AW-TEXT     TO WS-MLD-TEXT
009480     WRITE FD-MAIL-LINE FROM WS-ML-DETAIL-2.
009490*
009500 A-066-EXIT.
009510     EXIT.
009520*
009530*    IS TABLE ENTRY K PART OF THE MESSAGE FOR WS-MSG-AUDIENCE
009540 A-068-IN-MESSAGE.
009550*
009560     MOVE 'N' TO WS-IN-MSG-SW
009570     IF WS-AT-AUDIENCE(K) = WS-MSG-AUDIENCE
009580        MOVE 'Y' TO WS-IN-MSG-SW
009590     END-IF
009600     IF WS-MSG-AUDIENCE = 'OPS'
009610        AND WS-AT-SEVERITY(K) = 'C'
009620        MOVE 'Y' TO WS-IN-MSG-SW
009630     END-IF.
009640*
009650 A-068-EXIT.
009660     EXIT.
009670*
009680*----------------------------------------------------------------*
009690*    RAISE THE ALERT IN WS-ALERT-WORK - STAMP IT, WRITE IT TO    *
009700*    THE ALERT FILE AND KEEP IT FOR THE MAIL                     *
009710*----------------------------------------------------------------*
009720 A-070-ADD-ALERT.
009730*
009740     MOVE WS-RUN-DATE    TO WS-AW-DATE
009750     MOVE WS-TIME-HHMMSS TO WS-AW-TIME
009760     EVALUATE TRUE
009770        WHEN WS-AW-CRITICAL
009780           MOVE 'CRITICAL' TO WS-AW-SEV-NAME
009790           ADD 1 TO WS-CT-CRITICAL
009800        WHEN WS-AW-WARNING
009810           MOVE 'WARNING ' TO WS-AW-SEV-NAME
009820           ADD 1 TO WS-CT-WARNING
009830        WHEN OTHER
009840           MOVE 'INFO    ' TO WS-AW-SEV-NAME
009850           ADD 1 TO WS-CT-INFO
009860     END-EVALUATE
009870     WRITE FD-ALERT-REC FROM WS-ALERT-WORK
009880     IF WS-ALERT-STATUS NOT = '00'
009890        MOVE 'Y' TO WS-ABEND-SW
009900     END-IF
009910     ADD 1 TO WS-CT-ALERTS
009920     IF WS-AT-COUNT >= WS-AT-MAX
009930        ADD 1 TO WS-CT-NOT-LISTED
009940        GO TO A-070-EXIT
009950     END-IF
009960     ADD 1 TO WS-AT-COUNT
009970     MOVE WS-AW-SEVERITY TO WS-AT-SEVERITY(WS-AT-COUNT)
009980     MOVE WS-AW-AUDIENCE TO WS-AT-AUDIENCE(WS-AT-COUNT)
009990     MOVE WS-ALERT-WORK  TO WS-AT-ALERT(WS-AT-COUNT).
010000*
010010 A-070-EXIT.
010020     EXIT.
010030*
010040*----------------------------------------------------------------*
010050*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
010060*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
010070*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
010080*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
010090*    LOGGED.  THE LEDGER IS BROWSED IN BETWEEN, SO EACH RECORD   *
010100*    OPENS AND CLOSES IT                                         *
010110*----------------------------------------------------------------*
010120 A-950-RUNCTL-START.
010130*
010140     OPEN INPUT IN-RUNPARM
010150     IF WS-RUNPARM-STATUS NOT = '00'
010160        GO TO A-950-EXIT
010170     END-IF
010180     READ IN-RUNPARM
010190        AT END
010200           MOVE SPACES TO FD-RP-JOB
010210           MOVE SPACES TO FD-RP-STEP
010220     END-READ
010230     MOVE FD-RP-JOB  TO WS-RUN-JOB
010240     MOVE FD-RP-STEP TO WS-RUN-STEP
010250     CLOSE IN-RUNPARM
010260     IF WS-RUN-JOB = SPACES
010270        GO TO A-950-EXIT
010280     END-IF
010290     OPEN I-O RUNCTL
010300     IF WS-RUNCTL-STATUS NOT = '00'
010310        DISPLAY 'PROGRAM28 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
010320        GO TO A-950-EXIT
010330     END-IF
010340     MOVE 'Y' TO WS-RUNCTL-ACT-SW
010350     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
010360     MOVE WS-RUN-JOB      TO FD-RUN-JOB
010370     MOVE WS-RUN-STEP     TO FD-RUN-STEP
010380     MOVE 'PROGRAM28'     TO FD-RUN-PROGRAM
010390     MOVE 'S' TO FD-RUN-STATUS
010400     MOVE 0   TO FD-RUN-RC
010410     MOVE 0   TO FD-RUN-CNT-IN
010420     MOVE 0   TO FD-RUN-CNT-OUT
010430     WRITE FD-RUNCTL-REC
010440*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
010450*    EARLIER RECORD
010460     IF WS-RUNCTL-STATUS = '22'
010470        REWRITE FD-RUNCTL-REC
010480     END-IF
010490     CLOSE RUNCTL.
010500*
010510 A-950-EXIT.
010520     EXIT.
010530*
010540 A-955-RUNCTL-END.
010550*
010560     IF NOT WS-RUNCTL-ACTIVE
010570        GO TO A-955-EXIT
010580     END-IF
010590     OPEN I-O RUNCTL
010600     IF WS-RUNCTL-STATUS NOT = '00'
010610        DISPLAY 'PROGRAM28 - RUN LEDGER END RECORD NOT WRITTEN'
010620        GO TO A-955-EXIT
010630     END-IF
010640     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
010650     MOVE WS-RUN-JOB      TO FD-RUN-JOB
010660     MOVE WS-RUN-STEP     TO FD-RUN-STEP
010670     READ RUNCTL
010680        INVALID KEY
010690           CONTINUE
010700     END-READ
010710     MOVE 'PROGRAM28'     TO FD-RUN-PROGRAM
010720     MOVE 'E' TO FD-RUN-STATUS
010730     MOVE RETURN-CODE    TO FD-RUN-RC
010740     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
010750     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
010760     REWRITE FD-RUNCTL-REC
010770     IF WS-RUNCTL-STATUS NOT = '00'
010780        DISPLAY 'PROGRAM28 - RUN LEDGER END RECORD NOT WRITTEN'
010790     END-IF
010800     CLOSE RUNCTL.
010810*
010820 A-955-EXIT.
010830     EXIT.
010840*
010850*----------------------------------------------------------------*
010860*    RETURN-CODE CONTRACT - 0 NOTHING ABOVE INFO, 4 WARNINGS     *
010870*    RAISED, 8 CRITICAL ALERTS RAISED, 16 AN OPEN/I-O ERROR      *
010880*    STOPPED THE RUN (THE FEED MAY BE INCOMPLETE).  THE LEDGER   *
010890*    COUNTS ARE THE RECORDS READ AND THE ALERTS RAISED           *
010900*----------------------------------------------------------------*
010910 A-999.
010920     EVALUATE TRUE
010930        WHEN WS-ABEND
010940           MOVE 16 TO RETURN-CODE
010950        WHEN WS-CT-CRITICAL > 0
010960           MOVE 8  TO RETURN-CODE
010970        WHEN WS-CT-WARNING > 0
010980           MOVE 4  TO RETURN-CODE
010990        WHEN OTHER
011000           MOVE 0  TO RETURN-CODE
011010     END-EVALUATE
011020     COMPUTE WS-RUN-CNT-IN = WS-CT-LEDGER-READ + WS-CT-NET-READ
011030     MOVE WS-CT-ALERTS TO WS-RUN-CNT-OUT
011040     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
011050     GOBACK.
