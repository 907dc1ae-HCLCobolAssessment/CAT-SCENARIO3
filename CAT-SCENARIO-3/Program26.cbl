000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM26.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - BATCH MAINTENANCE OF THE       *
000110*    BUSINESS-DAY CALENDAR KSDS, KEYED ON CALENDAR AND DATE.     *
000120*    CALENDAR *** IS THE HOUSE CALENDAR; A CARRIER CODE HOLDS    *
000130*    THAT CARRIER'S OWN DAYS WHERE THEY DIFFER FROM OURS.  AN    *
000140*    ENTRY IS ONLY NEEDED FOR AN EXCEPTION TO THE MONDAY-TO-     *
000150*    FRIDAY RULE - H MARKS A WEEKDAY HOLIDAY, P A WEEKEND DAY    *
000160*    THAT IS PROCESSED.  APPLIES A TRANSACTION FILE OF ADD       *
000170*    (ADD OR REPLACE) AND DELETE RECORDS, WRITES AN APPLIED /    *
000180*    REJECTED REPORT, THEN LISTS EVERY ENTRY FROM TODAY ON.      *
000190*    PROGRAM5, PROGRAM6, PROGRAM9, PROGRAM10 AND PROGRAM18 READ  *
000200*    THE CALENDAR.                                               *
000210*----------------------------------------------------------------*
000220*
000230 ENVIRONMENT DIVISION.
000240*
000250*----------------------------------------------------------------*
000260**                                                               *
000270**   CONFIGURATION SECTION                                       *
000280**                                                               *
000290*----------------------------------------------------------------*
000300*
000310 CONFIGURATION SECTION.
000320*
000330 SPECIAL-NAMES.
000340      DECIMAL-POINT IS COMMA.
000350*
000360*----------------------------------------------------------------*
000370**                                                               *
000380**   INPUT-OUTPUT SECTION                                        *
000390**                                                               *
000400*----------------------------------------------------------------*
000410*
000420 INPUT-OUTPUT SECTION.
000430*
000440 FILE-CONTROL.
000450     SELECT TRANFILE         ASSIGN TO "CALTRAN"
000460            ORGANIZATION    IS LINE SEQUENTIAL
000470            FILE STATUS     IS WS-TRAN-STATUS.
000480*
000490     SELECT CALENDAR         ASSIGN TO "BUSCAL"
000500            ORGANIZATION    IS INDEXED
000510            ACCESS MODE     IS DYNAMIC
000520            RECORD KEY      IS FD-CAL-KEY
000530            FILE STATUS     IS WS-CAL-STATUS.
000540*
000550     SELECT IN-CARRMAST      ASSIGN TO "CARRMAST"
000560            ORGANIZATION    IS INDEXED
000570            ACCESS MODE     IS RANDOM
000580            RECORD KEY      IS FD-CM-CODE
000590            FILE STATUS     IS WS-CARR-STATUS.
000600*
000610     SELECT REPORTFILE       ASSIGN TO "CALRPT"
000620            ORGANIZATION    IS LINE SEQUENTIAL
000630            FILE STATUS     IS WS-RPT-STATUS.
000640*
000650     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000660            ORGANIZATION    IS LINE SEQUENTIAL
000670            FILE STATUS     IS WS-RUNPARM-STATUS.
000680*
000690     SELECT RUNCTL           ASSIGN TO "RUNCTL"
000700            ORGANIZATION    IS INDEXED
000710            ACCESS MODE     IS RANDOM
000720            RECORD KEY      IS FD-RUN-KEY
000730            FILE STATUS     IS WS-RUNCTL-STATUS.
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
000910*    CALENDAR TRANSACTION - A ADD OR REPLACE, D DELETE.  TYPE
000920*    AND DESCRIPTION ARE IGNORED ON A DELETE
000930 FD  TRANFILE
000940     RECORDING MODE IS F.
000950 01  FD-TXN-REC.
000960     03  FD-TXN-ACTION    PIC X(1).
000970     03  FD-TXN-CALENDAR  PIC X(3).
000980     03  FD-TXN-DATE      PIC X(8).
000990     03  FD-TXN-TYPE      PIC X(1).
001000     03  FD-TXN-DESC      PIC X(30).
001010     03  FILLER           PIC X(37).
001020*
001030*    BUSINESS-DAY CALENDAR - LAYOUT MUST MATCH EVERY PROGRAM
001040*    THAT READS IT (PROGRAM5 / 6 / 9 / 10 / 18)
001050 FD  CALENDAR
001060     RECORDING MODE IS F.
001070 01  FD-CAL-REC.
001080     03  FD-CAL-KEY.
001090         05  FD-CAL-CARRIER   PIC X(3).
001100         05  FD-CAL-DATE      PIC X(8).
001110     03  FD-CAL-TYPE      PIC X(1).
001120     03  FD-CAL-DESC      PIC X(30).
001130     03  FD-CAL-UPD-DATE  PIC X(8).
001140     03  FD-CAL-UPD-USER  PIC X(8).
001150     03  FILLER           PIC X(22).
001160*
001170*    CARRIER MASTER - LAYOUT MUST MATCH THE FD IN PROGRAM21
001180 FD  IN-CARRMAST
001190     RECORDING MODE IS F.
001200 01  FD-CARRMAST-REC.
001210     03  FD-CM-CODE          PIC X(3).
001220     03  FD-CM-NAME          PIC X(30).
001230     03  FD-CM-STATUS        PIC X(1).
001240     03  FD-CM-ONBOARD-DATE  PIC X(8).
001250     03  FD-CM-EXIT-DATE     PIC X(8).
001260     03  FD-CM-PREM-TOL      PIC 9(3)V99.
001270     03  FD-CM-FEED-DSN      PIC X(44).
001280     03  FD-CM-RESP-DSN      PIC X(44).
001290     03  FD-CM-CONTACT-NAME  PIC X(30).
001300     03  FD-CM-CONTACT-PHONE PIC X(15).
001310     03  FD-CM-UPD-DATE      PIC X(8).
001320     03  FD-CM-UPD-USER      PIC X(8).
001330     03  FD-CM-REMIT-DSN     PIC X(44).
001340     03  FILLER              PIC X(2).
001350*
001360 FD  REPORTFILE
001370     RECORDING MODE IS F.
001380 01  FD-REPORT-LINE        PIC X(80).
001390*
001400 FD  IN-RUNPARM
001410     RECORDING MODE IS F.
001420 01  FD-RUNPARM-REC.
001430     03  FD-RP-JOB        PIC X(8).
001440     03  FD-RP-STEP       PIC X(8).
001450*
001460*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001470*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001480*    PROGRAM18 / PROGRAM19 INQUIRIES
001490 FD  RUNCTL
001500     RECORDING MODE IS F.
001510 01  FD-RUNCTL-REC.
001520     03  FD-RUN-KEY.
001530         05  FD-RUN-DATE      PIC X(8).
001540         05  FD-RUN-JOB       PIC X(8).
001550         05  FD-RUN-STEP      PIC X(8).
001560     03  FD-RUN-PROGRAM   PIC X(8).
001570     03  FD-RUN-STATUS    PIC X(1).
001580     03  FD-RUN-RC        PIC 9(2).
001590     03  FD-RUN-CNT-IN    PIC 9(7).
001600     03  FD-RUN-CNT-OUT   PIC 9(7).
001610*
001620*----------------------------------------------------------------*
001630**                                                               *
001640**   WORKING-STORAGE SECTION                                     *
001650**                                                               *
001660*----------------------------------------------------------------*
001670*
001680 WORKING-STORAGE SECTION.
001690*
001700 01  WS-TRAN-EOF-SW    PIC X(1) VALUE 'N'.
001710     88  WS-TRAN-EOF           VALUE 'Y'.
001720 01  WS-CAL-EOF-SW     PIC X(1) VALUE 'N'.
001730     88  WS-CAL-EOF            VALUE 'Y'.
001740 01  WS-VALID-SW       PIC X(1) VALUE 'Y'.
001750     88  WS-RECORD-VALID       VALUE 'Y'.
001760     88  WS-RECORD-INVALID     VALUE 'N'.
001770 01  WS-REJECT-REASON  PIC X(30) VALUE SPACES.
001780*
001790*----------------------------------------------------------------*
001800*    FILE STATUS AND ABEND HANDLING                              *
001810*----------------------------------------------------------------*
001820 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
001830     88  WS-ABEND              VALUE 'Y'.
001840 01  WS-TRAN-STATUS    PIC X(2).
001850 01  WS-CAL-STATUS     PIC X(2).
001860 01  WS-CARR-STATUS    PIC X(2).
001870 01  WS-RPT-STATUS     PIC X(2).
001880*
001890 01  WS-CURRENT-DATE   PIC X(8).
001900*
001910*----------------------------------------------------------------*
001920*    DATE VALIDATION - DAYS PER MONTH, FEBRUARY TAKING 29 IN A   *
001930*    LEAP YEAR                                                   *
001940*----------------------------------------------------------------*
001950 01  WS-TXN-DATE.
001960     03  WS-TD-YYYY        PIC 9(4).
001970     03  WS-TD-MM          PIC 9(2).
001980     03  WS-TD-DD          PIC 9(2).
001990 01  WS-TXN-DATE-X REDEFINES WS-TXN-DATE PIC X(8).
002000 01  WS-MONTH-DAYS.
002010     03  FILLER            PIC X(24) VALUE
002020         '312831303130313130313031'.
002030 01  WS-MDAY-TAB REDEFINES WS-MONTH-DAYS.
002040     03  WS-MDAY           PIC 9(2) OCCURS 12 TIMES.
002050 01  WS-LAST-DD        PIC 9(2).
002060 01  WS-QUOT           PIC 9(8) COMP.
002070 01  WS-LEAP-REM       PIC 9(4) COMP.
002080*
002090*----------------------------------------------------------------*
002100*    RUN CONTROL-TOTALS                                          *
002110*----------------------------------------------------------------*
002120 01  WS-CONTROL-TOTALS.
002130     03  WS-CT-TXN-READ    PIC 9(7) COMP VALUE 0.
002140     03  WS-CT-APPLIED     PIC 9(7) COMP VALUE 0.
002150     03  WS-CT-REJECTED    PIC 9(7) COMP VALUE 0.
002160     03  WS-CT-ADDS        PIC 9(7) COMP VALUE 0.
002170     03  WS-CT-REPLACES    PIC 9(7) COMP VALUE 0.
002180     03  WS-CT-DELETES     PIC 9(7) COMP VALUE 0.
002190     03  WS-CT-LISTED      PIC 9(7) COMP VALUE 0.
002200*
002210*----------------------------------------------------------------*
002220*    REPORT LINES                                                *
002230*----------------------------------------------------------------*
002240 01  WS-RPT-HEADING-1.
002250     03  FILLER            PIC X(43) VALUE
002260         'BUSINESS-DAY CALENDAR MAINTENANCE          '.
002270     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
002280     03  WS-RH-DATE        PIC X(8).
002290     03  FILLER            PIC X(20) VALUE SPACES.
002300*
002310 01  WS-RPT-HEADING-2.
002320     03  FILLER            PIC X(40) VALUE
002330         'ACT CAL DATE     T DESCRIPTION          '.
002340     03  FILLER            PIC X(40) VALUE
002350         'RESULT   REASON                         '.
002360*
002370 01  WS-RPT-DETAIL.
002380     03  WS-RPT-ACTION     PIC X(1).
002390     03  FILLER            PIC X(3)  VALUE SPACES.
002400     03  WS-RPT-CALENDAR   PIC X(3).
002410     03  FILLER            PIC X(1)  VALUE SPACES.
002420     03  WS-RPT-DATE       PIC X(8).
002430     03  FILLER            PIC X(1)  VALUE SPACES.
002440     03  WS-RPT-TYPE       PIC X(1).
002450     03  FILLER            PIC X(1)  VALUE SPACES.
002460     03  WS-RPT-DESC       PIC X(20).
002470     03  FILLER            PIC X(1)  VALUE SPACES.
002480     03  WS-RPT-RESULT     PIC X(8).
002490     03  FILLER            PIC X(1)  VALUE SPACES.
002500     03  WS-RPT-REASON     PIC X(30).
002510     03  FILLER            PIC X(1)  VALUE SPACES.
002520*
002530 01  WS-LIST-HEADING-1.
002540     03  FILLER            PIC X(40) VALUE
002550         'CALENDAR ENTRIES FROM THE RUN DATE ON - '.
002560     03  FILLER            PIC X(40) VALUE
002570         'ANY OTHER DAY FOLLOWS MON-FRI           '.
002580*
002590 01  WS-LIST-HEADING-2.
002600     03  FILLER            PIC X(40) VALUE
002610         'CAL DATE     DAY         DESCRIPTION    '.
002620     03  FILLER            PIC X(40) VALUE
002630         '                UPDATED  BY             '.
002640*
002650 01  WS-LIST-DETAIL.
002660     03  WS-LD-CALENDAR    PIC X(3).
002670     03  FILLER            PIC X(1)  VALUE SPACES.
002680     03  WS-LD-DATE        PIC X(8).
002690     03  FILLER            PIC X(1)  VALUE SPACES.
002700     03  WS-LD-TYPE        PIC X(11).
002710     03  FILLER            PIC X(1)  VALUE SPACES.
002720     03  WS-LD-DESC        PIC X(30).
002730     03  FILLER            PIC X(1)  VALUE SPACES.
002740     03  WS-LD-UPD-DATE    PIC X(8).
002750     03  FILLER            PIC X(1)  VALUE SPACES.
002760     03  WS-LD-UPD-USER    PIC X(8).
002770     03  FILLER            PIC X(7)  VALUE SPACES.
002780*
002790 01  WS-RPT-TOTAL.
002800     03  WS-RPT-TOT-LABEL  PIC X(20).
002810     03  WS-RPT-TOT-COUNT  PIC Z(6)9.
002820     03  FILLER            PIC X(53) VALUE SPACES.
002830*
002840*----------------------------------------------------------------*
002850*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
002860*----------------------------------------------------------------*
002870 01  WS-RUNPARM-STATUS PIC X(2).
002880 01  WS-RUNCTL-STATUS  PIC X(2).
002890 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
002900     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
002910 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
002920 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
002930 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
002940 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
002950*
002960*----------------------------------------------------------------*
002970 PROCEDURE DIVISION.
002980*----------------------------------------------------------------*
002990 A-MAIN                                      SECTION.
003000*----------------------------------------------------------------*
003010 A-001.
003020*
003030     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003040     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
003050*
003060     IF WS-ABEND
003070        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
003080        GO TO A-999
003090     END-IF
003100*
003110     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
003120     PERFORM A-015-WRITE-HEADINGS THRU A-015-EXIT
003130*
003140     PERFORM A-030-READ-TRAN THRU A-030-EXIT
003150     PERFORM A-040-PROCESS-TRAN THRU A-040-EXIT
003160        UNTIL WS-TRAN-EOF OR WS-ABEND
003170*
003180     IF NOT WS-ABEND
003190        PERFORM A-900-WRITE-TOTALS THRU A-900-EXIT
003200        PERFORM A-070-LIST-CALENDAR THRU A-070-EXIT
003210     END-IF
003220*
003230     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
003240*
003250     GO TO A-999.
003260*
003270*----------------------------------------------------------------*
003280*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
003290*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH      *
003300*----------------------------------------------------------------*
003310 A-005-CLOSE-FILES.
003320*
003330     CLOSE TRANFILE
003340     CLOSE CALENDAR
003350     CLOSE IN-CARRMAST
003360     CLOSE REPORTFILE.
003370*
003380 A-005-EXIT.
003390     EXIT.
003400*
003410*----------------------------------------------------------------*
003420*    OPEN ALL FILES AND CHECK STATUS - THE FIRST RUN AGAINST A   *
003430*    NEWLY DEFINED (EMPTY) CALENDAR CLUSTER GETS STATUS 35 ON    *
003440*    OPEN I-O, SO IT IS PRIMED BY AN OPEN OUTPUT / CLOSE FIRST   *
003450*----------------------------------------------------------------*
003460 A-010-OPEN-FILES.
003470*
003480     OPEN INPUT  TRANFILE
003490     IF WS-TRAN-STATUS NOT = '00'
003500        MOVE 'Y' TO WS-ABEND-SW
003510     END-IF
003520     OPEN I-O    CALENDAR
003530     IF WS-CAL-STATUS = '35'
003540        OPEN OUTPUT CALENDAR
003550        CLOSE CALENDAR
003560        OPEN I-O CALENDAR
003570     END-IF
003580     IF WS-CAL-STATUS NOT = '00'
003590        MOVE 'Y' TO WS-ABEND-SW
003600     END-IF
003610     OPEN INPUT  IN-CARRMAST
003620     IF WS-CARR-STATUS NOT = '00'
003630        MOVE 'Y' TO WS-ABEND-SW
003640     END-IF
003650     OPEN OUTPUT REPORTFILE
003660     IF WS-RPT-STATUS NOT = '00'
003670        MOVE 'Y' TO WS-ABEND-SW
003680     END-IF.
003690*
003700 A-010-EXIT.
003710     EXIT.
003720*
003730 A-015-WRITE-HEADINGS.
003740*
003750     MOVE WS-CURRENT-DATE TO WS-RH-DATE
003760     WRITE FD-REPORT-LINE FROM WS-RPT-HEADING-1
003770     MOVE SPACES TO FD-REPORT-LINE
003780     WRITE FD-REPORT-LINE
003790     WRITE FD-REPORT-LINE FROM WS-RPT-HEADING-2.
003800*
003810 A-015-EXIT.
003820     EXIT.
003830*
003840 A-030-READ-TRAN.
003850*
003860     READ TRANFILE
003870        AT END
003880           MOVE 'Y' TO WS-TRAN-EOF-SW
003890     END-READ
003900     IF WS-TRAN-STATUS NOT = '00'
003910        AND WS-TRAN-STATUS NOT = '10'
003920        MOVE 'Y' TO WS-ABEND-SW
003930        MOVE 'Y' TO WS-TRAN-EOF-SW
003940     END-IF.
003950*
003960 A-030-EXIT.
003970     EXIT.
003980*
003990*----------------------------------------------------------------*
004000*    VALIDATE AND APPLY ONE TRANSACTION - AN ADD REPLACES ANY    *
004010*    ENTRY ALREADY ON FILE FOR THAT CALENDAR AND DATE, A DELETE  *
004020*    MUST FIND ONE.  EVERY TRANSACTION GETS ONE APPLIED OR       *
004030*    REJECTED REPORT LINE                                        *
004040*----------------------------------------------------------------*
004050 A-040-PROCESS-TRAN.
004060*
004070     ADD 1 TO WS-CT-TXN-READ
004080     PERFORM A-041-VALIDATE-TRAN THRU A-041-EXIT
004090     IF WS-RECORD-VALID
004100        EVALUATE FD-TXN-ACTION
004110           WHEN 'A'
004120              PERFORM A-060-APPLY-ADD THRU A-060-EXIT
004130           WHEN 'D'
004140              PERFORM A-065-APPLY-DELETE THRU A-065-EXIT
004150        END-EVALUATE
004160     END-IF
004170     IF WS-RECORD-INVALID
004180        PERFORM A-090-REPORT-REJECT THRU A-090-EXIT
004190     END-IF
004200*
004210     PERFORM A-030-READ-TRAN THRU A-030-EXIT.
004220*
004230 A-040-EXIT.
004240     EXIT.
004250*
004260 A-041-VALIDATE-TRAN.
004270*
004280     MOVE 'Y'    TO WS-VALID-SW
004290     MOVE SPACES TO WS-REJECT-REASON
004300     IF FD-TXN-ACTION NOT = 'A' AND
004310        FD-TXN-ACTION NOT = 'D'
004320        MOVE 'N' TO WS-VALID-SW
004330        MOVE 'ACTION NOT A OR D' TO WS-REJECT-REASON
004340        GO TO A-041-EXIT
004350     END-IF
004360     IF FD-TXN-CALENDAR = SPACES
004370        MOVE 'N' TO WS-VALID-SW
004380        MOVE 'CALENDAR MISSING OR BLANK' TO WS-REJECT-REASON
004390        GO TO A-041-EXIT
004400     END-IF
004410     PERFORM A-043-CHECK-DATE THRU A-043-EXIT
004420     IF WS-RECORD-INVALID
004430        GO TO A-041-EXIT
004440     END-IF
004450     IF FD-TXN-ACTION = 'A'
004460        IF FD-TXN-TYPE NOT = 'P' AND FD-TXN-TYPE NOT = 'H'
004470           MOVE 'N' TO WS-VALID-SW
004480           MOVE 'TYPE NOT P OR H' TO WS-REJECT-REASON
004490           GO TO A-041-EXIT
004500        END-IF
004510     END-IF
004520*    A CARRIER CALENDAR MUST NAME A CARRIER ON THE MASTER - ANY
004530*    STATUS, SO A SUSPENDED CARRIER'S DAYS CAN STILL BE KEPT
004540     IF FD-TXN-CALENDAR = '***'
004550        GO TO A-041-EXIT
004560     END-IF
004570     MOVE FD-TXN-CALENDAR TO FD-CM-CODE
004580     READ IN-CARRMAST
004590        INVALID KEY
004600           MOVE 'N' TO WS-VALID-SW
004610           MOVE 'CARRIER NOT ON CARRIER MASTER'
004620             TO WS-REJECT-REASON
004630     END-READ
004640     IF WS-CARR-STATUS NOT = '00'
004650        AND WS-CARR-STATUS NOT = '23'
004660        MOVE 'Y' TO WS-ABEND-SW
004670        MOVE 'N' TO WS-VALID-SW
004680        MOVE 'CARRIER MASTER I/O ERROR' TO WS-REJECT-REASON
004690     END-IF.
004700*
004710 A-041-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------------*
004750*    THE TRANSACTION DATE MUST BE A REAL YYYYMMDD DATE           *
004760*----------------------------------------------------------------*
004770 A-043-CHECK-DATE.
004780*
004790     IF FD-TXN-DATE NOT NUMERIC
004800        MOVE 'N' TO WS-VALID-SW
004810        MOVE 'DATE NOT NUMERIC (YYYYMMDD)' TO WS-REJECT-REASON
004820        GO TO A-043-EXIT
004830     END-IF
004840     MOVE FD-TXN-DATE TO WS-TXN-DATE-X
004850     IF WS-TD-YYYY < 1900
004860        OR WS-TD-MM < 1 OR WS-TD-MM > 12
004870        OR WS-TD-DD < 1
004880        MOVE 'N' TO WS-VALID-SW
004890        MOVE 'DATE NOT A VALID DATE' TO WS-REJECT-REASON
004900        GO TO A-043-EXIT
004910     END-IF
004920     MOVE WS-MDAY(WS-TD-MM) TO WS-LAST-DD
004930     IF WS-TD-MM = 2
004940        DIVIDE WS-TD-YYYY BY 4 GIVING WS-QUOT
004950           REMAINDER WS-LEAP-REM
004960        IF WS-LEAP-REM = 0
004970           MOVE 29 TO WS-LAST-DD
004980           DIVIDE WS-TD-YYYY BY 100 GIVING WS-QUOT
004990              REMAINDER WS-LEAP-REM
005000           IF WS-LEAP-REM = 0
005010              DIVIDE WS-TD-YYYY BY 400 GIVING WS-QUOT
005020                 REMAINDER WS-LEAP-REM
005030              IF WS-LEAP-REM NOT = 0
005040                 MOVE 28 TO WS-LAST-DD
005050              END-IF
005060           END-IF
005070        END-IF
005080     END-IF
005090     IF WS-TD-DD > WS-LAST-DD
005100        MOVE 'N' TO WS-VALID-SW
005110        MOVE 'DATE NOT A VALID DATE' TO WS-REJECT-REASON
005120     END-IF.
005130*
005140 A-043-EXIT.
005150     EXIT.
005160*
005170*----------------------------------------------------------------*
005180*    ADD, OR REPLACE THE ENTRY ALREADY ON FILE - STATUS 22 ON    *
005190*    THE WRITE MEANS THE DATE IS ALREADY IN THAT CALENDAR        *
005200*----------------------------------------------------------------*
005210 A-060-APPLY-ADD.
005220*
005230     MOVE SPACES          TO FD-CAL-REC
005240     MOVE FD-TXN-CALENDAR TO FD-CAL-CARRIER
005250     MOVE FD-TXN-DATE     TO FD-CAL-DATE
005260     MOVE FD-TXN-TYPE     TO FD-CAL-TYPE
005270     MOVE FD-TXN-DESC     TO FD-CAL-DESC
005280     MOVE WS-CURRENT-DATE TO FD-CAL-UPD-DATE
005290     MOVE 'PROGRAM26'     TO FD-CAL-UPD-USER
005300     WRITE FD-CAL-REC
005310     IF WS-CAL-STATUS = '22'
005320        REWRITE FD-CAL-REC
005330        IF WS-CAL-STATUS NOT = '00'
005340           MOVE 'Y' TO WS-ABEND-SW
005350           GO TO A-060-EXIT
005360        END-IF
005370        ADD 1 TO WS-CT-REPLACES
005380        PERFORM A-095-REPORT-APPLIED THRU A-095-EXIT
005390        GO TO A-060-EXIT
005400     END-IF
005410     IF WS-CAL-STATUS NOT = '00'
005420        MOVE 'Y' TO WS-ABEND-SW
005430        GO TO A-060-EXIT
005440     END-IF
005450     ADD 1 TO WS-CT-ADDS
005460     PERFORM A-095-REPORT-APPLIED THRU A-095-EXIT.
005470*
005480 A-060-EXIT.
005490     EXIT.
005500*
005510 A-065-APPLY-DELETE.
005520*
005530     MOVE FD-TXN-CALENDAR TO FD-CAL-CARRIER
005540     MOVE FD-TXN-DATE     TO FD-CAL-DATE
005550     DELETE CALENDAR RECORD
005560        INVALID KEY
005570           MOVE 'N' TO WS-VALID-SW
005580           MOVE 'NO ENTRY FOR THAT DATE' TO WS-REJECT-REASON
005590           GO TO A-065-EXIT
005600     END-DELETE
005610     IF WS-CAL-STATUS NOT = '00'
005620        MOVE 'Y' TO WS-ABEND-SW
005630        GO TO A-065-EXIT
005640     END-IF
005650     ADD 1 TO WS-CT-DELETES
005660     PERFORM A-095-REPORT-APPLIED THRU A-095-EXIT.
005670*
005680 A-065-EXIT.
005690     EXIT.
005700*
005710*----------------------------------------------------------------*
005720*    LIST EVERY ENTRY DATED ON OR AFTER THE RUN DATE, CALENDAR   *
005730*    BY CALENDAR, SO THE DESK CAN CHECK WHAT IS COMING UP        *
005740*----------------------------------------------------------------*
005750 A-070-LIST-CALENDAR.
005760*
005770     MOVE SPACES TO FD-REPORT-LINE
005780     WRITE FD-REPORT-LINE
005790     WRITE FD-REPORT-LINE FROM WS-LIST-HEADING-1
005800     WRITE FD-REPORT-LINE FROM WS-LIST-HEADING-2
005810     MOVE LOW-VALUES TO FD-CAL-KEY
005820     START CALENDAR KEY IS NOT LESS THAN FD-CAL-KEY
005830        INVALID KEY
005840           MOVE 'Y' TO WS-CAL-EOF-SW
005850     END-START
005860     PERFORM A-075-LIST-ENTRY THRU A-075-EXIT
005870        UNTIL WS-CAL-EOF OR WS-ABEND
005880     MOVE SPACES TO FD-REPORT-LINE
005890     WRITE FD-REPORT-LINE
005900     MOVE 'ENTRIES LISTED      ' TO WS-RPT-TOT-LABEL
005910     MOVE WS-CT-LISTED           TO WS-RPT-TOT-COUNT
005920     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL.
005930*
005940 A-070-EXIT.
005950     EXIT.
005960*
005970 A-075-LIST-ENTRY.
005980*
005990     READ CALENDAR NEXT RECORD
006000        AT END
006010           MOVE 'Y' TO WS-CAL-EOF-SW
006020           GO TO A-075-EXIT
006030     END-READ
006040     IF WS-CAL-STATUS NOT = '00'
006050        MOVE 'Y' TO WS-ABEND-SW
006060        GO TO A-075-EXIT
006070     END-IF
006080     IF FD-CAL-DATE < WS-CURRENT-DATE
006090        GO TO A-075-EXIT
006100     END-IF
006110     MOVE FD-CAL-CARRIER  TO WS-LD-CALENDAR
006120     MOVE FD-CAL-DATE     TO WS-LD-DATE
006130     IF FD-CAL-TYPE = 'H'
006140        MOVE 'HOLIDAY'    TO WS-LD-TYPE
006150     ELSE
006160        MOVE 'PROCESSING' TO WS-LD-TYPE
006170     END-IF
006180     MOVE FD-CAL-DESC     TO WS-LD-DESC
006190     MOVE FD-CAL-UPD-DATE TO WS-LD-UPD-DATE
006200     MOVE FD-CAL-UPD-USER TO WS-LD-UPD-USER
006210     WRITE FD-REPORT-LINE FROM WS-LIST-DETAIL
006220     ADD 1 TO WS-CT-LISTED.
006230*
006240 A-075-EXIT.
006250     EXIT.
006260*
006270 A-090-REPORT-REJECT.
006280*
006290     MOVE FD-TXN-ACTION    TO WS-RPT-ACTION
006300     MOVE FD-TXN-CALENDAR  TO WS-RPT-CALENDAR
006310     MOVE FD-TXN-DATE      TO WS-RPT-DATE
006320     MOVE FD-TXN-TYPE      TO WS-RPT-TYPE
006330     MOVE FD-TXN-DESC      TO WS-RPT-DESC
006340     MOVE 'REJECTED'       TO WS-RPT-RESULT
006350     MOVE WS-REJECT-REASON TO WS-RPT-REASON
006360     WRITE FD-REPORT-LINE FROM WS-RPT-DETAIL
006370     ADD 1 TO WS-CT-REJECTED.
006380*
006390 A-090-EXIT.
006400     EXIT.
006410*
006420 A-095-REPORT-APPLIED.
006430*
006440     MOVE FD-TXN-ACTION    TO WS-RPT-ACTION
006450     MOVE FD-TXN-CALENDAR  TO WS-RPT-CALENDAR
006460     MOVE FD-TXN-DATE      TO WS-RPT-DATE
006470     MOVE FD-TXN-TYPE      TO WS-RPT-TYPE
006480     MOVE FD-TXN-DESC      TO WS-RPT-DESC
006490     MOVE 'APPLIED '       TO WS-RPT-RESULT
006500     MOVE SPACES           TO WS-RPT-REASON
006510     WRITE FD-REPORT-LINE FROM WS-RPT-DETAIL
006520     ADD 1 TO WS-CT-APPLIED.
006530*
006540 A-095-EXIT.
006550     EXIT.
006560*
006570*----------------------------------------------------------------*
006580*    RUN CONTROL-TOTALS TRAILER - THE APPLIED PLUS REJECTED      *
006590*    COUNTS MUST ADD BACK TO TRANSACTIONS READ                   *
006600*----------------------------------------------------------------*
006610 A-900-WRITE-TOTALS.
006620*
006630     MOVE SPACES TO FD-REPORT-LINE
006640     WRITE FD-REPORT-LINE
006650     MOVE 'TRANSACTIONS READ   ' TO WS-RPT-TOT-LABEL
006660     MOVE WS-CT-TXN-READ         TO WS-RPT-TOT-COUNT
006670     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
006680     MOVE 'APPLIED             ' TO WS-RPT-TOT-LABEL
006690     MOVE WS-CT-APPLIED          TO WS-RPT-TOT-COUNT
006700     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
006710     MOVE 'REJECTED            ' TO WS-RPT-TOT-LABEL
006720     MOVE WS-CT-REJECTED         TO WS-RPT-TOT-COUNT
006730     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
006740     MOVE 'ADDS                ' TO WS-RPT-TOT-LABEL
006750     MOVE WS-CT-ADDS             TO WS-RPT-TOT-COUNT
006760     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
006770     MOVE 'REPLACES            ' TO WS-RPT-TOT-LABEL
006780     MOVE WS-CT-REPLACES         TO WS-RPT-TOT-COUNT
006790     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
006800     MOVE 'DELETES             ' TO WS-RPT-TOT-LABEL
006810     MOVE WS-CT-DELETES          TO WS-RPT-TOT-COUNT
006820     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL.
006830*
006840 A-900-EXIT.
006850     EXIT.
006860*
006870*----------------------------------------------------------------*
006880*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
006890*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
006900*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
006910*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
006920*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
006930*    FAILS                                                       *
006940*----------------------------------------------------------------*
006950 A-950-RUNCTL-START.
006960*
006970     OPEN INPUT IN-RUNPARM
006980     IF WS-RUNPARM-STATUS NOT = '00'
006990        GO TO A-950-EXIT
007000     END-IF
007010     READ IN-RUNPARM
007020        AT END
007030           MOVE SPACES TO FD-RP-JOB
007040           MOVE SPACES TO FD-RP-STEP
007050     END-READ
007060     MOVE FD-RP-JOB  TO WS-RUN-JOB
007070     MOVE FD-RP-STEP TO WS-RUN-STEP
007080     CLOSE IN-RUNPARM
007090     IF WS-RUN-JOB = SPACES
007100        GO TO A-950-EXIT
007110     END-IF
007120     OPEN I-O RUNCTL
007130     IF WS-RUNCTL-STATUS = '35'
007140        OPEN OUTPUT RUNCTL
007150        CLOSE RUNCTL
007160        OPEN I-O RUNCTL
007170     END-IF
007180     IF WS-RUNCTL-STATUS NOT = '00'
007190        DISPLAY 'PROGRAM26 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
007200        GO TO A-950-EXIT
007210     END-IF
007220     MOVE 'Y' TO WS-RUNCTL-ACT-SW
007230     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
007240     MOVE WS-RUN-JOB      TO FD-RUN-JOB
007250     MOVE WS-RUN-STEP     TO FD-RUN-STEP
007260     MOVE 'PROGRAM26'     TO FD-RUN-PROGRAM
007270     MOVE 'S' TO FD-RUN-STATUS
007280     MOVE 0   TO FD-RUN-RC
007290     MOVE 0   TO FD-RUN-CNT-IN
007300     MOVE 0   TO FD-RUN-CNT-OUT
007310     WRITE FD-RUNCTL-REC
007320*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
007330*    EARLIER RECORD
007340     IF WS-RUNCTL-STATUS = '22'
007350        REWRITE FD-RUNCTL-REC
007360     END-IF.
007370*
007380 A-950-EXIT.
007390     EXIT.
007400*
007410 A-955-RUNCTL-END.
007420*
007430     IF NOT WS-RUNCTL-ACTIVE
007440        GO TO A-955-EXIT
007450     END-IF
007460     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
007470     MOVE WS-RUN-JOB      TO FD-RUN-JOB
007480     MOVE WS-RUN-STEP     TO FD-RUN-STEP
007490     READ RUNCTL
007500        INVALID KEY
007510           CONTINUE
007520     END-READ
007530     MOVE 'PROGRAM26'     TO FD-RUN-PROGRAM
007540     MOVE 'E' TO FD-RUN-STATUS
007550     MOVE RETURN-CODE    TO FD-RUN-RC
007560     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
007570     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
007580     REWRITE FD-RUNCTL-REC
007590     IF WS-RUNCTL-STATUS NOT = '00'
007600        DISPLAY 'PROGRAM26 - RUN LEDGER END RECORD NOT WRITTEN'
007610     END-IF
007620     CLOSE RUNCTL.
007630*
007640 A-955-EXIT.
007650     EXIT.
007660*
007670*----------------------------------------------------------------*
007680*    RETURN-CODE CONTRACT - 0 EVERY TRANSACTION APPLIED, 4 SOME  *
007690*    TRANSACTIONS REJECTED, 16 AN OPEN/I-O ERROR STOPPED THE RUN *
007700*    BEFORE IT COMPLETED                                         *
007710*----------------------------------------------------------------*
007720 A-999.
007730     EVALUATE TRUE
007740        WHEN WS-ABEND
007750           MOVE 16 TO RETURN-CODE
007760        WHEN WS-CT-REJECTED > 0
007770           MOVE 4  TO RETURN-CODE
007780        WHEN OTHER
007790           MOVE 0  TO RETURN-CODE
007800     END-EVALUATE
007810     MOVE WS-CT-TXN-READ TO WS-RUN-CNT-IN
007820     MOVE WS-CT-APPLIED  TO WS-RUN-CNT-OUT
007830     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
007840     GOBACK.
