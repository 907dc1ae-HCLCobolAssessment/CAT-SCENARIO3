000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM24.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - CARRIER SUSPENSE RELEASE AND   *
000110*    AGING.  PROGRAM2 SUSPENDS EVERY CARRIER EXTRACT RECORD IT   *
000120*    REJECTS, WITH ITS FULL IMAGE, TO THE SUSPENSE KSDS; THE     *
000130*    ANALYSTS CORRECT AND CONFIRM OR VOID THEM ONLINE WITH       *
000140*    PROGRAM23.  THE SUSPPARM CARD NAMES THE MODE:               *
000150*      E  RELEASE - EVERY CONFIRMED ITEM IS WRITTEN TO THE       *
000160*         RE-ENTRY FILE (THE CORRECTED 32-BYTE IMAGE FLAGGED R)  *
000170*         FOR THE PROG2RUN SORT BESIDE THE ACCEPTED FEEDS, AND   *
000180*         MARKED RE-ENTERED.  ITEMS ALREADY RE-ENTERED TODAY     *
000190*         ARE WRITTEN AGAIN, SO A RERUN OF THE NIGHT RELEASES    *
000200*         THE SAME SET.                                          *
000210*      A  AGING   - (THE DEFAULT, NO CARD) THE OPEN ITEMS PER    *
000220*         CARRIER, COUNT AND PREMIUM BY AGE FROM THE RUN DATE    *
000230*         THEY WERE SUSPENDED: UNDER 8 DAYS / 8-30 / 31-60 /     *
000240*         OVER 60, WITH TODAY'S RE-ENTRIES AND VOIDS, SO CARRIER *
000250*         MONEY HELD IN SUSPENSE STAYS IN SIGHT.                 *
000260*----------------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290*
000300*----------------------------------------------------------------*
000310**                                                               *
000320**   CONFIGURATION SECTION                                       *
000330**                                                               *
000340*----------------------------------------------------------------*
000350*
000360 CONFIGURATION SECTION.
000370*
000380 SPECIAL-NAMES.
000390      DECIMAL-POINT IS COMMA.
000400*
000410*----------------------------------------------------------------*
000420**                                                               *
000430**   INPUT-OUTPUT SECTION                                        *
000440**                                                               *
000450*----------------------------------------------------------------*
000460*
000470 INPUT-OUTPUT SECTION.
000480*
000490 FILE-CONTROL.
000500     SELECT SUSPENSE         ASSIGN TO "SUSPENSE"
000510            ORGANIZATION    IS INDEXED
000520            ACCESS MODE     IS DYNAMIC
000530            RECORD KEY      IS FD-SU-KEY
000540            FILE STATUS     IS WS-SUSP-STATUS.
000550*
000560     SELECT OUT-REENTRY      ASSIGN TO "REENTOUT"
000570            ORGANIZATION    IS LINE SEQUENTIAL
000580            FILE STATUS     IS WS-REENT-STATUS.
000590*
000600     SELECT OUT-SUSP-RPT     ASSIGN TO "SUSPRPT"
000610            ORGANIZATION    IS LINE SEQUENTIAL
000620            FILE STATUS     IS WS-RPT-STATUS.
000630*
000640     SELECT OPTIONAL IN-SUSPPARM ASSIGN TO "SUSPPARM"
000650            ORGANIZATION    IS LINE SEQUENTIAL
000660            FILE STATUS     IS WS-PARM-STATUS.
000670*
000680     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000690            ORGANIZATION    IS LINE SEQUENTIAL
000700            FILE STATUS     IS WS-RUNPARM-STATUS.
000710*
000720     SELECT RUNCTL           ASSIGN TO "RUNCTL"
000730            ORGANIZATION    IS INDEXED
000740            ACCESS MODE     IS RANDOM
000750            RECORD KEY      IS FD-RUN-KEY
000760            FILE STATUS     IS WS-RUNCTL-STATUS.
000770*
000780*----------------------------------------------------------------*
000790**                                                               *
000800**   DATA DIVISION                                               *
000810**                                                               *
000820*----------------------------------------------------------------*
000830*
000840 DATA DIVISION.
000850*
000860*----------------------------------------------------------------*
000870**                                                               *
000880**   FILE SECTION                                                *
000890**                                                               *
000900*----------------------------------------------------------------*
000910*
000920 FILE SECTION.
000930*
000940*    CARRIER SUSPENSE - ONE ITEM PER REJECTED CARRIER EXTRACT
000950*    RECORD, KEYED ON CARRIER, RUN DATE AND SEQUENCE.  STATUS S
000960*    SUSPENDED, C CONFIRMED, R RE-ENTERED, V VOIDED.  LAYOUT MUST
000970*    MATCH PROGRAM2 AND PROGRAM23
000980 FD  SUSPENSE
000990     RECORDING MODE IS F.
001000 01  FD-SUSPENSE-REC.
001010     03  FD-SU-KEY.
001020         05  FD-SU-CARRIER     PIC X(3).
001030         05  FD-SU-DATE        PIC X(8).
001040         05  FD-SU-SEQ         PIC 9(5).
001050     03  FD-SU-STATUS      PIC X(1).
001060     03  FD-SU-ORIGIN      PIC X(1).
001070     03  FD-SU-REASON      PIC X(30).
001080     03  FD-SU-ORIG-IMAGE  PIC X(32).
001090     03  FD-SU-IMAGE.
001100         05  FD-SU-CARRIER2    PIC X(3).
001110         05  FD-SU-AEGON-NR2   PIC X(5).
001120         05  FD-SU-NAME2       PIC X(7).
001130         05  FD-SU-STREET2     PIC X(3).
001140         05  FD-SU-PHONE2      PIC X(7).
001150         05  FD-SU-PREMIUM2    PIC 9(5)V99.
001160     03  FD-SU-ANALYST     PIC X(8).
001170     03  FD-SU-UPD-DATE    PIC X(8).
001180     03  FD-SU-NOTE        PIC X(40).
001190     03  FD-SU-REENTRY-DATE PIC X(8).
001200     03  FILLER            PIC X(24).
001210*
001220*    RE-ENTRY FILE - THE CORRECTED IMAGE IN THE PROGRAM10
001230*    ACCEPTED-FEED LAYOUT, ENTRY FLAG R
001240 FD  OUT-REENTRY
001250     RECORDING MODE IS F.
001260 01  FD-REENTRY-REC.
001270     03  FD-RE-DETAIL      PIC X(32).
001280     03  FD-RE-ENTRY-FLAG  PIC X(1).
001290*
001300 FD  OUT-SUSP-RPT
001310     RECORDING MODE IS F.
001320 01  FD-RPT-LINE           PIC X(80).
001330*
001340 FD  IN-SUSPPARM
001350     RECORDING MODE IS F.
001360 01  FD-SUSPPARM-REC.
001370     03  FD-SP-MODE        PIC X(1).
001380     03  FILLER            PIC X(79).
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
001700 01  WS-SUSP-EOF-SW    PIC X(1) VALUE 'N'.
001710     88  WS-SUSP-EOF           VALUE 'Y'.
001720*
001730*----------------------------------------------------------------*
001740*    FILE STATUS AND ABEND HANDLING                              *
001750*----------------------------------------------------------------*
001760 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
001770     88  WS-ABEND              VALUE 'Y'.
001780 01  WS-SUSP-STATUS    PIC X(2).
001790 01  WS-REENT-STATUS   PIC X(2).
001800 01  WS-RPT-STATUS     PIC X(2).
001810 01  WS-PARM-STATUS    PIC X(2).
001820 01  WS-REENT-OPEN-SW  PIC X(1) VALUE 'N'.
001830     88  WS-REENT-OPEN         VALUE 'Y'.
001840*
001850 01  WS-CURRENT-DATE   PIC X(8).
001860*
001870*    RUN MODE FROM THE SUSPPARM CARD - NO CARD IS AN AGING RUN
001880 01  WS-MODE           PIC X(1) VALUE 'A'.
001890     88  WS-MODE-RELEASE       VALUE 'E'.
001900     88  WS-MODE-AGING         VALUE 'A'.
001910*
001920*----------------------------------------------------------------*
001930*    SERIAL DAY NUMBER WORK FIELDS (AS PROGRAM9) - AGES AN ITEM  *
001940*    FROM ITS RUN DATE ACROSS MONTH AND YEAR BOUNDARIES          *
001950*----------------------------------------------------------------*
001960 01  WS-WORK-DATE.
001970     03  WS-WD-YYYY        PIC 9(4).
001980     03  WS-WD-MM          PIC 9(2).
001990     03  WS-WD-DD          PIC 9(2).
002000 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE PIC X(8).
002010 01  WS-SER-Y          PIC 9(8) COMP.
002020 01  WS-SER-M          PIC 9(4) COMP.
002030 01  WS-SERIAL-DAY     PIC 9(8) COMP VALUE 0.
002040 01  WS-TODAY-SERIAL   PIC 9(8) COMP VALUE 0.
002050 01  WS-AGE-DAYS       PIC 9(5) COMP VALUE 0.
002060*
002070*----------------------------------------------------------------*
002080*    RUN COUNTS                                                  *
002090*----------------------------------------------------------------*
002100 01  WS-CT-READ        PIC 9(7) COMP VALUE 0.
002110 01  WS-CT-RELEASED    PIC 9(7) COMP VALUE 0.
002120 01  WS-CT-REWRITTEN   PIC 9(7) COMP VALUE 0.
002130 01  WS-RELEASE-AMT    PIC 9(9)V99 VALUE 0.
002140 01  WS-PREMIUM        PIC 9(5)V99 VALUE 0.
002150 01  WS-OVER-30-SW     PIC X(1) VALUE 'N'.
002160     88  WS-OVER-30            VALUE 'Y'.
002170*
002180*----------------------------------------------------------------*
002190*    AGING - PER-CARRIER AND GRAND TOTALS.  BANDS: 1 UNDER 8     *
002200*    DAYS, 2 8 TO 30, 3 31 TO 60, 4 OVER 60.  AN ITEM WHOSE      *
002210*    CORRECTED PREMIUM IS NOT NUMERIC IS COUNTED WITH NO AMOUNT  *
002220*----------------------------------------------------------------*
002230 01  WS-CUR-CARRIER    PIC X(3) VALUE SPACES.
002240 01  WS-BAND-IX        PIC 9(4) COMP VALUE 0.
002250 01  WS-CARR-TOTALS.
002260     03  WS-CT-OPEN-ITEMS  PIC 9(7) COMP VALUE 0.
002270     03  WS-CT-OPEN-AMT    PIC 9(9)V99 VALUE 0.
002280     03  WS-CT-CONFIRMED   PIC 9(7) COMP VALUE 0.
002290     03  WS-CT-REENTERED   PIC 9(7) COMP VALUE 0.
002300     03  WS-CT-VOIDED      PIC 9(7) COMP VALUE 0.
002310     03  WS-CT-BAND OCCURS 4 TIMES.
002320         05  WS-CT-BAND-ITEMS  PIC 9(7) COMP.
002330         05  WS-CT-BAND-AMT    PIC 9(9)V99.
002340 01  WS-GRAND-TOTALS.
002350     03  WS-GT-CARRIERS    PIC 9(7) COMP VALUE 0.
002360     03  WS-GT-OPEN-ITEMS  PIC 9(7) COMP VALUE 0.
002370     03  WS-GT-OPEN-AMT    PIC 9(9)V99 VALUE 0.
002380     03  WS-GT-CONFIRMED   PIC 9(7) COMP VALUE 0.
002390     03  WS-GT-REENTERED   PIC 9(7) COMP VALUE 0.
002400     03  WS-GT-VOIDED      PIC 9(7) COMP VALUE 0.
002410     03  WS-GT-BAND OCCURS 4 TIMES.
002420         05  WS-GT-BAND-ITEMS  PIC 9(7) COMP.
002430         05  WS-GT-BAND-AMT    PIC 9(9)V99.
002440 01  WS-BAND-LABELS.
002450     03  FILLER            PIC X(34) VALUE
002460         '  AGED UNDER 8 DAYS               '.
002470     03  FILLER            PIC X(34) VALUE
002480         '  AGED 8 TO 30 DAYS               '.
002490     03  FILLER            PIC X(34) VALUE
002500         '  AGED 31 TO 60 DAYS              '.
002510     03  FILLER            PIC X(34) VALUE
002520         '  AGED OVER 60 DAYS               '.
002530 01  WS-BAND-LABEL-TAB REDEFINES WS-BAND-LABELS.
002540     03  WS-BAND-LABEL     PIC X(34) OCCURS 4 TIMES.
002550*
002560*----------------------------------------------------------------*
002570*    REPORT LINES                                                *
002580*----------------------------------------------------------------*
002590 01  WS-RPT-HEADING.
002600     03  WS-RH-TITLE       PIC X(43).
002610     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
002620     03  WS-RH-DATE        PIC X(8).
002630     03  FILLER            PIC X(20) VALUE SPACES.
002640*
002650 01  WS-RELEASE-HEAD.
002660     03  FILLER            PIC X(40) VALUE
002670         'COD  RUN DATE SEQ    AEGNR  NAME    STR'.
002680     03  FILLER            PIC X(40) VALUE
002690         '  PHONE     PREMIUM  ANALYST            '.
002700*
002710 01  WS-RELEASE-LINE.
002720     03  WS-RL-CARRIER     PIC X(3).
002730     03  FILLER            PIC X(2)  VALUE SPACES.
002740     03  WS-RL-DATE        PIC X(8).
002750     03  FILLER            PIC X(1)  VALUE SPACES.
002760     03  WS-RL-SEQ         PIC X(5).
002770     03  FILLER            PIC X(2)  VALUE SPACES.
002780     03  WS-RL-AEGON-NR    PIC X(5).
002790     03  FILLER            PIC X(2)  VALUE SPACES.
002800     03  WS-RL-NAME        PIC X(7).
002810     03  FILLER            PIC X(1)  VALUE SPACES.
002820     03  WS-RL-STREET      PIC X(3).
002830     03  FILLER            PIC X(2)  VALUE SPACES.
002840     03  WS-RL-PHONE       PIC X(7).
002850     03  FILLER            PIC X(1)  VALUE SPACES.
002860     03  WS-RL-PREMIUM     PIC ZZZZ9,99.
002870     03  FILLER            PIC X(2)  VALUE SPACES.
002880     03  WS-RL-ANALYST     PIC X(8).
002890     03  FILLER            PIC X(1)  VALUE SPACES.
002900     03  WS-RL-AGAIN       PIC X(12).
002910*
002920 01  WS-CARR-HEADING.
002930     03  FILLER            PIC X(8)  VALUE 'CARRIER '.
002940     03  WS-CH-CODE        PIC X(3).
002950     03  FILLER            PIC X(69) VALUE SPACES.
002960*
002970 01  WS-TOTAL-LINE.
002980     03  WS-TL-LABEL       PIC X(34).
002990     03  WS-TL-COUNT       PIC Z(6)9.
003000     03  FILLER            PIC X(3)  VALUE SPACES.
003010     03  WS-TL-AMOUNT      PIC Z(9)9,99.
003020     03  FILLER            PIC X(23) VALUE SPACES.
003030*
003040*----------------------------------------------------------------*
003050*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
003060*----------------------------------------------------------------*
003070 01  WS-RUNPARM-STATUS PIC X(2).
003080 01  WS-RUNCTL-STATUS  PIC X(2).
003090 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
003100     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
003110 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
003120 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
003130 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
003140 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
003150*
003160*----------------------------------------------------------------*
003170 PROCEDURE DIVISION.
003180*----------------------------------------------------------------*
003190 A-MAIN                                      SECTION.
003200*----------------------------------------------------------------*
003210 A-001.
003220*
003230     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003240     PERFORM A-015-READ-SUSPPARM THRU A-015-EXIT
003250     IF NOT WS-ABEND
003260        PERFORM A-010-OPEN-FILES THRU A-010-EXIT
003270     END-IF
003280*
003290     IF WS-ABEND
003300        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
003310        GO TO A-999
003320     END-IF
003330*
003340     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
003350     MOVE WS-CURRENT-DATE TO WS-WORK-DATE-X
003360     PERFORM A-090-DATE-TO-SERIAL THRU A-090-EXIT
003370     MOVE WS-SERIAL-DAY TO WS-TODAY-SERIAL
003380     PERFORM A-073-CLEAR-GRAND-BAND THRU A-073-EXIT
003390        VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4
003400     PERFORM A-072-CLEAR-CARRIER THRU A-072-EXIT
003410*
003420     MOVE WS-CURRENT-DATE TO WS-RH-DATE
003430     IF WS-MODE-RELEASE
003440        MOVE 'CARRIER SUSPENSE - ITEMS RE-ENTERED        '
003450          TO WS-RH-TITLE
003460        WRITE FD-RPT-LINE FROM WS-RPT-HEADING
003470        WRITE FD-RPT-LINE FROM WS-RELEASE-HEAD
003480     ELSE
003490        MOVE 'CARRIER SUSPENSE - AGING OF OPEN ITEMS     '
003500          TO WS-RH-TITLE
003510        WRITE FD-RPT-LINE FROM WS-RPT-HEADING
003520     END-IF
003530*
003540     MOVE LOW-VALUES TO FD-SU-KEY
003550     START SUSPENSE KEY IS NOT LESS THAN FD-SU-KEY
003560        INVALID KEY
003570           MOVE 'Y' TO WS-SUSP-EOF-SW
003580     END-START
003590     PERFORM A-020-READ-SUSPENSE THRU A-020-EXIT
003600     IF WS-MODE-RELEASE
003610        PERFORM A-030-RELEASE-ITEM THRU A-030-EXIT
003620           UNTIL WS-SUSP-EOF OR WS-ABEND
003630     ELSE
003640        PERFORM A-040-AGE-ITEM THRU A-040-EXIT
003650           UNTIL WS-SUSP-EOF OR WS-ABEND
003660     END-IF
003670*
003680     IF NOT WS-ABEND
003690        IF WS-MODE-RELEASE
003700           PERFORM A-910-WRITE-RELEASED THRU A-910-EXIT
003710        ELSE
003720           IF WS-CUR-CARRIER NOT = SPACES
003730              PERFORM A-070-WRITE-CARRIER THRU A-070-EXIT
003740           END-IF
003750           PERFORM A-920-WRITE-SUMMARY THRU A-920-EXIT
003760        END-IF
003770     END-IF
003780*
003790     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
003800*
003810     GO TO A-999.
003820*
003830*----------------------------------------------------------------*
003840*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
003850*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH.     *
003860*    THE RE-ENTRY FILE IS ONLY OPENED ON A RELEASE RUN           *
003870*----------------------------------------------------------------*
003880 A-005-CLOSE-FILES.
003890*
003900     CLOSE SUSPENSE
003910     IF WS-REENT-OPEN
003920        CLOSE OUT-REENTRY
003930     END-IF
003940     CLOSE OUT-SUSP-RPT.
003950*
003960 A-005-EXIT.
003970     EXIT.
003980*
003990*----------------------------------------------------------------*
004000*    THE SUSPENSE FILE IS PRIMED ON DAY ONE WITH AN OPEN OUTPUT  *
004010*    / CLOSE AND REOPENED I-O, AS PROGRAM2 DOES                  *
004020*----------------------------------------------------------------*
004030 A-010-OPEN-FILES.
004040*
004050     OPEN I-O    SUSPENSE
004060     IF WS-SUSP-STATUS = '35'
004070        OPEN OUTPUT SUSPENSE
004080        CLOSE SUSPENSE
004090        OPEN I-O SUSPENSE
004100     END-IF
004110     IF WS-SUSP-STATUS NOT = '00'
004120        MOVE 'Y' TO WS-ABEND-SW
004130     END-IF
004140     IF WS-MODE-RELEASE
004150        OPEN OUTPUT OUT-REENTRY
004160        IF WS-REENT-STATUS NOT = '00'
004170           MOVE 'Y' TO WS-ABEND-SW
004180        ELSE
004190           MOVE 'Y' TO WS-REENT-OPEN-SW
004200        END-IF
004210     END-IF
004220     OPEN OUTPUT OUT-SUSP-RPT
004230     IF WS-RPT-STATUS NOT = '00'
004240        MOVE 'Y' TO WS-ABEND-SW
004250     END-IF.
004260*
004270 A-010-EXIT.
004280     EXIT.
004290*
004300*----------------------------------------------------------------*
004310*    SUSPPARM IS OPTIONAL - NO CARD (OR A BLANK ONE) IS AN AGING *
004320*    RUN.  ANY MODE OTHER THAN E OR A STOPS THE RUN BEFORE A     *
004330*    FILE IS TOUCHED                                             *
004340*----------------------------------------------------------------*
004350 A-015-READ-SUSPPARM.
004360*
004370     OPEN INPUT IN-SUSPPARM
004380     IF WS-PARM-STATUS NOT = '00'
004390        GO TO A-015-EXIT
004400     END-IF
004410     READ IN-SUSPPARM
004420        AT END
004430           MOVE SPACES TO FD-SUSPPARM-REC
004440     END-READ
004450     CLOSE IN-SUSPPARM
004460     IF FD-SP-MODE = SPACE
004470        GO TO A-015-EXIT
004480     END-IF
004490     IF FD-SP-MODE NOT = 'E' AND FD-SP-MODE NOT = 'A'
004500        DISPLAY 'PROGRAM24 - SUSPPARM MODE MUST BE E OR A'
004510        MOVE 'Y' TO WS-ABEND-SW
004520        GO TO A-015-EXIT
004530     END-IF
004540     MOVE FD-SP-MODE TO WS-MODE.
004550*
004560 A-015-EXIT.
004570     EXIT.
004580*
004590 A-020-READ-SUSPENSE.
004600*
004610     IF WS-SUSP-EOF
004620        GO TO A-020-EXIT
004630     END-IF
004640     READ SUSPENSE NEXT RECORD
004650        AT END
004660           MOVE 'Y' TO WS-SUSP-EOF-SW
004670           GO TO A-020-EXIT
004680     END-READ
004690     IF WS-SUSP-STATUS NOT = '00'
004700        MOVE 'Y' TO WS-ABEND-SW
004710        GO TO A-020-EXIT
004720     END-IF
004730     ADD 1 TO WS-CT-READ.
004740*
004750 A-020-EXIT.
004760     EXIT.
004770*
004780*----------------------------------------------------------------*
004790*    RELEASE - A CONFIRMED ITEM IS WRITTEN TO THE RE-ENTRY FILE  *
004800*    AND MARKED RE-ENTERED TODAY.  AN ITEM ALREADY RE-ENTERED    *
004810*    TODAY IS WRITTEN AGAIN BUT NOT REWRITTEN, SO A RERUN OF THE *
004820*    NIGHT FEEDS THE SORT THE SAME RE-ENTRIES AS THE FIRST RUN   *
004830*----------------------------------------------------------------*
004840 A-030-RELEASE-ITEM.
004850*
004860     IF FD-SU-STATUS = 'C'
004870        GO TO A-030-RELEASE
004880     END-IF
004890     IF FD-SU-STATUS = 'R'
004900        AND FD-SU-REENTRY-DATE = WS-CURRENT-DATE
004910        GO TO A-030-RELEASE
004920     END-IF
004930     GO TO A-030-READ.
004940*
004950 A-030-RELEASE.
004960     MOVE FD-SU-IMAGE TO FD-RE-DETAIL
004970     MOVE 'R'         TO FD-RE-ENTRY-FLAG
004980     WRITE FD-REENTRY-REC
004990     IF WS-REENT-STATUS NOT = '00'
005000        MOVE 'Y' TO WS-ABEND-SW
005010        GO TO A-030-EXIT
005020     END-IF
005030     ADD 1 TO WS-CT-RELEASED
005040     MOVE 0 TO WS-PREMIUM
005050     IF FD-SU-PREMIUM2 NUMERIC
005060        MOVE FD-SU-PREMIUM2 TO WS-PREMIUM
005070     END-IF
005080     ADD WS-PREMIUM TO WS-RELEASE-AMT
005090     PERFORM A-900-WRITE-RELEASE THRU A-900-EXIT
005100     IF FD-SU-STATUS = 'R'
005110        GO TO A-030-READ
005120     END-IF
005130*
005140     MOVE 'R'             TO FD-SU-STATUS
005150     MOVE WS-CURRENT-DATE TO FD-SU-REENTRY-DATE
005160     MOVE WS-CURRENT-DATE TO FD-SU-UPD-DATE
005170     REWRITE FD-SUSPENSE-REC
005180     IF WS-SUSP-STATUS NOT = '00'
005190        MOVE 'Y' TO WS-ABEND-SW
005200        GO TO A-030-EXIT
005210     END-IF
005220     ADD 1 TO WS-CT-REWRITTEN.
005230*
005240 A-030-READ.
005250     PERFORM A-020-READ-SUSPENSE THRU A-020-EXIT.
005260*
005270 A-030-EXIT.
005280     EXIT.
005290*
005300*----------------------------------------------------------------*
005310*    AGING - THE FILE IS IN CARRIER ORDER, SO A CHANGE OF        *
005320*    CARRIER PRINTS THE BLOCK FOR THE ONE BEFORE.  SUSPENDED AND *
005330*    CONFIRMED ITEMS ARE OPEN AND AGED FROM THEIR RUN DATE;      *
005340*    ITEMS RE-ENTERED OR VOIDED TODAY ARE ONLY COUNTED           *
005350*----------------------------------------------------------------*
005360 A-040-AGE-ITEM.
005370*
005380     IF FD-SU-CARRIER NOT = WS-CUR-CARRIER
005390        IF WS-CUR-CARRIER NOT = SPACES
005400           PERFORM A-070-WRITE-CARRIER THRU A-070-EXIT
005410        END-IF
005420        PERFORM A-072-CLEAR-CARRIER THRU A-072-EXIT
005430        MOVE FD-SU-CARRIER TO WS-CUR-CARRIER
005440     END-IF
005450*
005460     EVALUATE FD-SU-STATUS
005470        WHEN 'S'
005480        WHEN 'C'
005490           PERFORM A-045-AGE-OPEN THRU A-045-EXIT
005500        WHEN 'R'
005510           IF FD-SU-REENTRY-DATE = WS-CURRENT-DATE
005520              ADD 1 TO WS-CT-REENTERED
005530           END-IF
005540        WHEN 'V'
005550           IF FD-SU-UPD-DATE = WS-CURRENT-DATE
005560              ADD 1 TO WS-CT-VOIDED
005570           END-IF
005580     END-EVALUATE
005590*
005600     PERFORM A-020-READ-SUSPENSE THRU A-020-EXIT.
005610*
005620 A-040-EXIT.
005630     EXIT.
005640*
005650 A-045-AGE-OPEN.
005660*
005670     MOVE FD-SU-DATE TO WS-WORK-DATE-X
005680     PERFORM A-090-DATE-TO-SERIAL THRU A-090-EXIT
005690     IF WS-SERIAL-DAY > WS-TODAY-SERIAL
005700        MOVE 0 TO WS-AGE-DAYS
005710     ELSE
005720        SUBTRACT WS-SERIAL-DAY FROM WS-TODAY-SERIAL
005730           GIVING WS-AGE-DAYS
005740     END-IF
005750     EVALUATE TRUE
005760        WHEN WS-AGE-DAYS < 8
005770           MOVE 1 TO WS-BAND-IX
005780        WHEN WS-AGE-DAYS < 31
005790           MOVE 2 TO WS-BAND-IX
005800        WHEN WS-AGE-DAYS < 61
005810           MOVE 3 TO WS-BAND-IX
005820           MOVE 'Y' TO WS-OVER-30-SW
005830        WHEN OTHER
005840           MOVE 4 TO WS-BAND-IX
005850           MOVE 'Y' TO WS-OVER-30-SW
005860     END-EVALUATE
005870     MOVE 0 TO WS-PREMIUM
005880     IF FD-SU-PREMIUM2 NUMERIC
005890        MOVE FD-SU-PREMIUM2 TO WS-PREMIUM
005900     END-IF
005910     ADD 1          TO WS-CT-OPEN-ITEMS
005920     ADD WS-PREMIUM TO WS-CT-OPEN-AMT
005930     ADD 1          TO WS-CT-BAND-ITEMS(WS-BAND-IX)
005940     ADD WS-PREMIUM TO WS-CT-BAND-AMT(WS-BAND-IX)
005950     IF FD-SU-STATUS = 'C'
005960        ADD 1 TO WS-CT-CONFIRMED
005970     END-IF.
005980*
005990 A-045-EXIT.
006000     EXIT.
006010*
006020*----------------------------------------------------------------*
006030*    ONE CARRIER'S AGING BLOCK, THEN ITS TOTALS ROLLED INTO THE  *
006040*    GRAND TOTALS                                                *
006050*----------------------------------------------------------------*
006060 A-070-WRITE-CARRIER.
006070*
006080     MOVE SPACES TO FD-RPT-LINE
006090     WRITE FD-RPT-LINE
006100     MOVE WS-CUR-CARRIER TO WS-CH-CODE
006110     WRITE FD-RPT-LINE FROM WS-CARR-HEADING
006120     MOVE '  OPEN ITEMS IN SUSPENSE          ' TO WS-TL-LABEL
006130     MOVE WS-CT-OPEN-ITEMS TO WS-TL-COUNT
006140     MOVE WS-CT-OPEN-AMT   TO WS-TL-AMOUNT
006150     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
006160     PERFORM A-075-CARRIER-BAND THRU A-075-EXIT
006170        VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4
006180     MOVE 0 TO WS-TL-AMOUNT
006190     MOVE '  CONFIRMED, AWAITING RE-ENTRY    ' TO WS-TL-LABEL
006200     MOVE WS-CT-CONFIRMED TO WS-TL-COUNT
006210     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
006220     MOVE '  RE-ENTERED TODAY                ' TO WS-TL-LABEL
006230     MOVE WS-CT-REENTERED TO WS-TL-COUNT
006240     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
006250     MOVE '  VOIDED TODAY                    ' TO WS-TL-LABEL
006260     MOVE WS-CT-VOIDED TO WS-TL-COUNT
006270     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
006280*
006290     ADD 1                TO WS-GT-CARRIERS
006300     ADD WS-CT-OPEN-ITEMS TO WS-GT-OPEN-ITEMS
006310     ADD WS-CT-OPEN-AMT   TO WS-GT-OPEN-AMT
006320     ADD WS-CT-CONFIRMED  TO WS-GT-CONFIRMED
006330     ADD WS-CT-REENTERED  TO WS-GT-REENTERED
006340     ADD WS-CT-VOIDED     TO WS-GT-VOIDED.
006350*
006360 A-070-EXIT.
006370     EXIT.
006380*
006390 A-072-CLEAR-CARRIER.
006400*
006410     MOVE 0 TO WS-CT-OPEN-ITEMS
006420     MOVE 0 TO WS-CT-OPEN-AMT
006430     MOVE 0 TO WS-CT-CONFIRMED
006440     MOVE 0 TO WS-CT-REENTERED
006450     MOVE 0 TO WS-CT-VOIDED
006460     PERFORM A-074-CLEAR-CARRIER-BAND THRU A-074-EXIT
006470        VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4.
006480*
006490 A-072-EXIT.
006500     EXIT.
006510*
006520 A-073-CLEAR-GRAND-BAND.
006530*
006540     MOVE 0 TO WS-GT-BAND-ITEMS(WS-BAND-IX)
006550     MOVE 0 TO WS-GT-BAND-AMT(WS-BAND-IX).
006560*
006570 A-073-EXIT.
006580     EXIT.
006590*
006600 A-074-CLEAR-CARRIER-BAND.
006610*
006620     MOVE 0 TO WS-CT-BAND-ITEMS(WS-BAND-IX)
006630     MOVE 0 TO WS-CT-BAND-AMT(WS-BAND-IX).
006640*
006650 A-074-EXIT.
006660     EXIT.
006670*
006680 A-075-CARRIER-BAND.
006690*
006700     MOVE WS-BAND-LABEL(WS-BAND-IX)    TO WS-TL-LABEL
006710     MOVE WS-CT-BAND-ITEMS(WS-BAND-IX) TO WS-TL-COUNT
006720     MOVE WS-CT-BAND-AMT(WS-BAND-IX)   TO WS-TL-AMOUNT
006730     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
006740     ADD WS-CT-BAND-ITEMS(WS-BAND-IX)
006750        TO WS-GT-BAND-ITEMS(WS-BAND-IX)
006760     ADD WS-CT-BAND-AMT(WS-BAND-IX)
006770        TO WS-GT-BAND-AMT(WS-BAND-IX).
006780*
006790 A-075-EXIT.
006800     EXIT.
006810*
006820*----------------------------------------------------------------*
006830*    GREGORIAN DATE IN WS-WORK-DATE TO A SERIAL DAY NUMBER -     *
006840*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE       *
006850*    PRIOR YEAR SO THE LEAP DAY SITS AT YEAR END AND EVERY TERM  *
006860*    STAYS POSITIVE FOR TRUNCATING INTEGER DIVISION              *
006870*----------------------------------------------------------------*
006880 A-090-DATE-TO-SERIAL.
006890*
006900     IF WS-WD-MM > 2
006910        MOVE WS-WD-YYYY TO WS-SER-Y
006920        MOVE WS-WD-MM   TO WS-SER-M
006930     ELSE
006940        SUBTRACT 1 FROM WS-WD-YYYY GIVING WS-SER-Y
006950        ADD 12 TO WS-WD-MM GIVING WS-SER-M
006960     END-IF
006970     COMPUTE WS-SERIAL-DAY =
006980        (365 * WS-SER-Y) + (WS-SER-Y / 4)
006990        - (WS-SER-Y / 100) + (WS-SER-Y / 400)
007000        + ((153 * (WS-SER-M - 3) + 2) / 5)
007010        + WS-WD-DD.
007020*
007030 A-090-EXIT.
007040     EXIT.
007050*
007060*----------------------------------------------------------------*
007070*    RELEASE LIST - ONE LINE PER ITEM WRITTEN TO THE RE-ENTRY    *
007080*    FILE, MARKED WHEN IT WAS ALREADY RE-ENTERED BY AN EARLIER   *
007090*    RUN TODAY                                                   *
007100*----------------------------------------------------------------*
007110 A-900-WRITE-RELEASE.
007120*
007130     MOVE FD-SU-CARRIER    TO WS-RL-CARRIER
007140     MOVE FD-SU-DATE       TO WS-RL-DATE
007150     MOVE FD-SU-SEQ        TO WS-RL-SEQ
007160     MOVE FD-SU-AEGON-NR2  TO WS-RL-AEGON-NR
007170     MOVE FD-SU-NAME2      TO WS-RL-NAME
007180     MOVE FD-SU-STREET2    TO WS-RL-STREET
007190     MOVE FD-SU-PHONE2     TO WS-RL-PHONE
007200     MOVE WS-PREMIUM       TO WS-RL-PREMIUM
007210     MOVE FD-SU-ANALYST    TO WS-RL-ANALYST
007220     IF FD-SU-STATUS = 'R'
007230        MOVE 'RERUN' TO WS-RL-AGAIN
007240     ELSE
007250        MOVE SPACES  TO WS-RL-AGAIN
007260     END-IF
007270     WRITE FD-RPT-LINE FROM WS-RELEASE-LINE.
007280*
007290 A-900-EXIT.
007300     EXIT.
007310*
007320 A-910-WRITE-RELEASED.
007330*
007340     MOVE SPACES TO FD-RPT-LINE
007350     WRITE FD-RPT-LINE
007360     MOVE 'ITEMS RE-ENTERED                  ' TO WS-TL-LABEL
007370     MOVE WS-CT-RELEASED TO WS-TL-COUNT
007380     MOVE WS-RELEASE-AMT TO WS-TL-AMOUNT
007390     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
007400     MOVE 0 TO WS-TL-AMOUNT
007410     MOVE '  OF WHICH MARKED RE-ENTERED NOW  ' TO WS-TL-LABEL
007420     MOVE WS-CT-REWRITTEN TO WS-TL-COUNT
007430     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE.
007440*
007450 A-910-EXIT.
007460     EXIT.
007470*
007480*----------------------------------------------------------------*
007490*    AGING SUMMARY - ALL CARRIERS                                *
007500*----------------------------------------------------------------*
007510 A-920-WRITE-SUMMARY.
007520*
007530     MOVE SPACES TO FD-RPT-LINE
007540     WRITE FD-RPT-LINE
007550     MOVE 'GRAND TOTAL - ALL CARRIERS' TO FD-RPT-LINE
007560     WRITE FD-RPT-LINE
007570     MOVE 0 TO WS-TL-AMOUNT
007580     MOVE 'CARRIERS WITH SUSPENSE ITEMS      ' TO WS-TL-LABEL
007590     MOVE WS-GT-CARRIERS TO WS-TL-COUNT
007600     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
007610     MOVE 'OPEN ITEMS IN SUSPENSE            ' TO WS-TL-LABEL
007620     MOVE WS-GT-OPEN-ITEMS TO WS-TL-COUNT
007630     MOVE WS-GT-OPEN-AMT   TO WS-TL-AMOUNT
007640     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
007650     PERFORM A-925-GRAND-BAND THRU A-925-EXIT
007660        VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 4
007670     MOVE 0 TO WS-TL-AMOUNT
007680     MOVE 'CONFIRMED, AWAITING RE-ENTRY      ' TO WS-TL-LABEL
007690     MOVE WS-GT-CONFIRMED TO WS-TL-COUNT
007700     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
007710     MOVE 'RE-ENTERED TODAY                  ' TO WS-TL-LABEL
007720     MOVE WS-GT-REENTERED TO WS-TL-COUNT
007730     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE
007740     MOVE 'VOIDED TODAY                      ' TO WS-TL-LABEL
007750     MOVE WS-GT-VOIDED TO WS-TL-COUNT
007760     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE.
007770*
007780 A-920-EXIT.
007790     EXIT.
007800*
007810 A-925-GRAND-BAND.
007820*
007830     MOVE WS-BAND-LABEL(WS-BAND-IX)    TO WS-TL-LABEL
007840     MOVE WS-GT-BAND-ITEMS(WS-BAND-IX) TO WS-TL-COUNT
007850     MOVE WS-GT-BAND-AMT(WS-BAND-IX)   TO WS-TL-AMOUNT
007860     WRITE FD-RPT-LINE FROM WS-TOTAL-LINE.
007870*
007880 A-925-EXIT.
007890     EXIT.
007900*
007910*----------------------------------------------------------------*
007920*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
007930*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
007940*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
007950*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
007960*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
007970*    FAILS                                                       *
007980*----------------------------------------------------------------*
007990 A-950-RUNCTL-START.
008000*
008010     OPEN INPUT IN-RUNPARM
008020     IF WS-RUNPARM-STATUS NOT = '00'
008030        GO TO A-950-EXIT
008040     END-IF
008050     READ IN-RUNPARM
008060        AT END
008070           MOVE SPACES TO FD-RP-JOB
008080           MOVE SPACES TO FD-RP-STEP
008090     END-READ
008100     MOVE FD-RP-JOB  TO WS-RUN-JOB
008110     MOVE FD-RP-STEP TO WS-RUN-STEP
008120     CLOSE IN-RUNPARM
008130     IF WS-RUN-JOB = SPACES
008140        GO TO A-950-EXIT
008150     END-IF
008160     OPEN I-O RUNCTL
008170     IF WS-RUNCTL-STATUS = '35'
008180        OPEN OUTPUT RUNCTL
008190        CLOSE RUNCTL
008200        OPEN I-O RUNCTL
008210     END-IF
008220     IF WS-RUNCTL-STATUS NOT = '00'
008230        DISPLAY 'PROGRAM24 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
008240        GO TO A-950-EXIT
008250     END-IF
008260     MOVE 'Y' TO WS-RUNCTL-ACT-SW
008270     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
008280     MOVE WS-RUN-JOB      TO FD-RUN-JOB
008290     MOVE WS-RUN-STEP     TO FD-RUN-STEP
008300     MOVE 'PROGRAM24'     TO FD-RUN-PROGRAM
008310     MOVE 'S' TO FD-RUN-STATUS
008320     MOVE 0   TO FD-RUN-RC
008330     MOVE 0   TO FD-RUN-CNT-IN
008340     MOVE 0   TO FD-RUN-CNT-OUT
008350     WRITE FD-RUNCTL-REC
008360*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
008370*    EARLIER RECORD
008380     IF WS-RUNCTL-STATUS = '22'
008390        REWRITE FD-RUNCTL-REC
008400     END-IF.
008410*
008420 A-950-EXIT.
008430     EXIT.
008440*
008450 A-955-RUNCTL-END.
008460*
008470     IF NOT WS-RUNCTL-ACTIVE
008480        GO TO A-955-EXIT
008490     END-IF
008500     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
008510     MOVE WS-RUN-JOB      TO FD-RUN-JOB
008520     MOVE WS-RUN-STEP     TO FD-RUN-STEP
008530     READ RUNCTL
008540        INVALID KEY
008550           CONTINUE
008560     END-READ
008570     MOVE 'PROGRAM24'     TO FD-RUN-PROGRAM
008580     MOVE 'E' TO FD-RUN-STATUS
008590     MOVE RETURN-CODE    TO FD-RUN-RC
008600     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
008610     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
008620     REWRITE FD-RUNCTL-REC
008630     IF WS-RUNCTL-STATUS NOT = '00'
008640        DISPLAY 'PROGRAM24 - RUN LEDGER END RECORD NOT WRITTEN'
008650     END-IF
008660     CLOSE RUNCTL.
008670*
008680 A-955-EXIT.
008690     EXIT.
008700*
008710*----------------------------------------------------------------*
008720*    RETURN-CODE CONTRACT - 0 NORMAL, 4 (AGING RUN) AN OPEN ITEM *
008730*    HAS BEEN IN SUSPENSE MORE THAN 30 DAYS, 16 A BAD SUSPPARM   *
008740*    CARD OR AN OPEN/I-O ERROR STOPPED THE RUN                   *
008750*----------------------------------------------------------------*
008760 A-999.
008770     EVALUATE TRUE
008780        WHEN WS-ABEND
008790           MOVE 16 TO RETURN-CODE
008800        WHEN WS-OVER-30
008810           MOVE 4  TO RETURN-CODE
008820        WHEN OTHER
008830           MOVE 0  TO RETURN-CODE
008840     END-EVALUATE
008850     MOVE WS-CT-READ TO WS-RUN-CNT-IN
008860     IF WS-MODE-RELEASE
008870        MOVE WS-CT-RELEASED   TO WS-RUN-CNT-OUT
008880     ELSE
008890        MOVE WS-GT-OPEN-ITEMS TO WS-RUN-CNT-OUT
008900     END-IF
008910     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
008920     DISPLAY 'PROGRAM24 - SUSPENSE ITEMS READ     ' WS-CT-READ
008930     IF WS-MODE-RELEASE
008940        DISPLAY 'PROGRAM24 - ITEMS RE-ENTERED        '
008950           WS-CT-RELEASED
008960     ELSE
008970        DISPLAY 'PROGRAM24 - OPEN ITEMS IN SUSPENSE  '
008980           WS-GT-OPEN-ITEMS
008990     END-IF
009000     GOBACK.
