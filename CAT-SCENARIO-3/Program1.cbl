001086*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
001087*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
001088*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
001089*    OCT 2026  RKS  POLICY LIFECYCLE - THE POLICY RECORD NOW     *
001090*    CARRIES THE MASTER'S STATUS AND EFFECTIVE/TERMINATION       *
001091*    DATES (56 BYTES).  A POLICY CANCELLED OR LAPSED ON OR       *
001092*    BEFORE THE RUN DATE IS TERMINATED: A CARRIER RECORD ON ITS  *
001093*    KEY IS NO LONGER A MATCH OR A NO-POLICY CASE BUT GOES TO    *
001094*    THE NEW TERMINATED-BILLING FILE (TRMOUT) WITH OUTCOME T ON  *
001095*    THE STATUS MASTER, AND A TERMINATED POLICY THE CARRIER HAS  *
001096*    DROPPED IS NO LONGER REPORTED UNMATCHED.  THE AUDIT RECORD  *
001097*    GAINS THE TERMINATED-BILLED AND -DROPPED COUNTS AND THE     *
001098*    PREMIUM BILLED ON TERMINATED POLICIES (125 BYTES).          *
001099*    OCT 2026  RKS  CARRIER CODES ARE NOW VALIDATED AGAINST THE  *
001100*    CARRIER MASTER KSDS AS EACH CARRIER'S BUCKET IS ADDED: A    *
001101*    RECORD FOR A CARRIER NOT ON THE MASTER, OR SUSPENDED OR     *
001102*    OUTSIDE ITS ONBOARDING / EXIT DATES, IS REJECTED WITH THE   *
001103*    REASON.  THE PREMIUM TOLERANCE IS THE CARRIER'S OWN FROM    *
001104*    THE MASTER, NOT ONE HARD-CODED 0,05, AND THE CARRIER TABLE  *
001105*    HOLDS 100 CARRIERS.                                         *
001106*    OCT 2026  RKS  THE CARRIER MASTER FILLER NOW CARRIES THE    *
001107*    REMITTANCE ADVICE DATASET READ BY PROGRAM22 - LAYOUT        *
001108*    FOLLOWED.                                                   *
001109*    OCT 2026  RKS  A REJECTED CARRIER EXTRACT RECORD IS NO      *
001110*    LONGER LOST: BESIDES THE REJECT RECORD IT IS WRITTEN WITH   *
001111*    ITS FULL EXTRACT IMAGE AND REASON TO THE NEW SUSPENSE KSDS, *
001112*    KEYED ON CARRIER, RUN DATE AND SEQUENCE, WHERE PROGRAM23    *
001113*    (CICS) CORRECTS OR VOIDS IT.  PROGRAM24 RELEASES CORRECTED  *
001114*    ITEMS BACK INTO THE NEXT NIGHT'S EXTRACT SORT, FLAGGED AS   *
001115*    RE-ENTRIES IN THE NEW LAST BYTE OF THE EXTRACT RECORD (33   *
001116*    BYTES); A RE-ENTRY REJECTED AGAIN IS SUSPENDED AGAIN AS     *
001117*    SUCH.  AN IMAGE ALREADY SUSPENDED FOR THE CARRIER AND DATE  *
001118*    IS NOT SUSPENDED TWICE, SO A RERUN OF THE DAY ADDS NOTHING. *
001119*    OCT 2026  RKS  STATUS RECORD EXTENDED (136 TO 152) WITH THE *
001120*    DATE THE CURRENT EXCEPTION CASE OPENED AND THE DATE THIS    *
001121*    RUN LAST REOPENED A CLOSED CASE.  A CASE OPENS WHEN A       *
001122*    POLICY FIRST COMES UP AS AN EXCEPTION OR GOES FROM MATCHED  *
001123*    TO AN EXCEPTION, AND OPENS AGAIN WHEN A CLOSED CASE IS      *
001124*    REOPENED; A NEW RECORD STARTS WITH BOTH BLANK.  PROGRAM27   *
001125*    REPORTS ANALYST WORKLOAD AND TIME TO CLOSE FROM THEM.  SEE  *
001126*    THE STATCONV JOB FOR THE ONE-TIME CONVERSION.               *
001127*    OCT 2026  RKS  A TERMINATED POLICY THE CARRIER HAS          *
001128*    CORRECTLY DROPPED NOW CLOSES ITS STATUS CASE - POSTED M     *
001129*    WITH THE REASON TERMINATED - CARRIER DROPPED (LAST-MATCHED  *
001130*    DATE LEFT ALONE) - SO AN UNMATCHED CASE FROM BEFORE THE     *
001131*    CANCEL, OR A T CASE THE CARRIER HAS NOW STOPPED BILLING, NO *
001132*    LONGER STAYS OPEN.                                          *
001133*----------------------------------------------------------------*
001134*
001135 ENVIRONMENT DIVISION.
001136*
001137*----------------------------------------------------------------*
001138**                                                              *
001139**   CONFIGURATION SECTION                                       *
001140**                                                              *
001141*----------------------------------------------------------------*
001150*
001160 CONFIGURATION SECTION.
001170*
001654            ORGANIZATION    IS LINE SEQUENTIAL
001656            FILE STATUS     IS WS-MATCH-STATUS.
001658*
001659     SELECT OUT-TERMINATED   ASSIGN TO "TRMOUT"
001660            ORGANIZATION    IS LINE SEQUENTIAL
001661            FILE STATUS     IS WS-TERM-STATUS.
001662*
001663     SELECT OUT-DISCREPANCY  ASSIGN TO "DISCOUT"
001670            ORGANIZATION    IS LINE SEQUENTIAL
001680            FILE STATUS     IS WS-DISC-STATUS.
001690*
001769            RECORD KEY      IS FD-RUN-KEY
001770            FILE STATUS     IS WS-RUNCTL-STATUS.
001771*
001772     SELECT IN-CARRMAST      ASSIGN TO "CARRMAST"
001773            ORGANIZATION    IS INDEXED
001774            ACCESS MODE     IS RANDOM
001775            RECORD KEY      IS FD-CM-CODE
001776            FILE STATUS     IS WS-CMST-STATUS.
001777*
001778     SELECT SUSPENSE         ASSIGN TO "SUSPENSE"
001779            ORGANIZATION    IS INDEXED
001780            ACCESS MODE     IS DYNAMIC
001781            RECORD KEY      IS FD-SU-KEY
001782            FILE STATUS     IS WS-SUSP-STATUS.
001783*
001784*----------------------------------------------------------------*
001790**                                                              *
001800**   DATA DIVISION                                               *
001810**                                                              *
002010     03  FD-STREETNAME1   PIC X(3).
002020     03  FD-TELEPHONE1    PIC X(7).
002030     03  FD-PREMIUM1      PIC 9(5)V99.
002031     03  FD-STATUS1       PIC X(1).
002032     03  FD-EFF-DATE1     PIC X(8).
002033     03  FD-TERM-DATE1    PIC X(8).
002040*
002050 FD  AEGONFILE
002060     RECORDING MODE IS F.
002110     03  FD-STREETNAME2   PIC X(3).
002120     03  FD-TELEPHONE2    PIC X(7).
002130     03  FD-PREMIUM2      PIC 9(5)V99.
002131*        R - RE-ENTRY RELEASED FROM SUSPENSE BY PROGRAM24,
002132*        BLANK - CARRIER FEED ACCEPTED BY PROGRAM10
002133     03  FD-ENTRY-FLAG2   PIC X(1).
002140*
002150 FD  OUT-UNMATCHED-POL
002160     RECORDING MODE IS F.
002650     03  FD-AUDIT-PREM-AEG    PIC 9(7)V99.
002660     03  FD-AUDIT-PREM-DIFF   PIC S9(7)V99.
002670     03  FD-AUDIT-RESTART-FROM PIC X(8).
002671     03  FD-AUDIT-TERM-BILLED PIC 9(7).
002672     03  FD-AUDIT-TERM-DROPPED PIC 9(7).
002673     03  FD-AUDIT-PREM-TERM   PIC 9(7)V99.
002680*
002690 FD  OUT-REJECT
002700     RECORDING MODE IS F.
002828 01  FD-CARRFILT-REC.
002830     03  FD-CF-CARRIER        PIC X(3).
002831*
002832*    CARRIER MASTER - ONE RECORD PER CARRIER, MAINTAINED ONLINE
002833*    BY PROGRAM21.  LAYOUT MUST MATCH PROGRAM8, PROGRAM10,
002834*    PROGRAM11, PROGRAM16, PROGRAM21
002835*    AND PROGRAM22
002836 FD  IN-CARRMAST
002837     RECORDING MODE IS F.
002838 01  FD-CARRMAST-REC.
002839     03  FD-CM-CODE          PIC X(3).
002840     03  FD-CM-NAME          PIC X(30).
002841     03  FD-CM-STATUS        PIC X(1).
002842     03  FD-CM-ONBOARD-DATE  PIC X(8).
002843     03  FD-CM-EXIT-DATE     PIC X(8).
002844     03  FD-CM-PREM-TOL      PIC 9(3)V99.
002845     03  FD-CM-FEED-DSN      PIC X(44).
002846     03  FD-CM-RESP-DSN      PIC X(44).
002847     03  FD-CM-CONTACT-NAME  PIC X(30).
002848     03  FD-CM-CONTACT-PHONE PIC X(15).
002849     03  FD-CM-UPD-DATE      PIC X(8).
002850     03  FD-CM-UPD-USER      PIC X(8).
002851     03  FD-CM-REMIT-DSN     PIC X(44).
002852     03  FILLER              PIC X(2).
002853*
002854 FD  OUT-CHECKPOINT
002855     RECORDING MODE IS F.
002860 01  FD-CHECKPOINT-REC.
002870     03  FD-CHKPT-KEY         PIC X(8).
002880*
002893     03  FD-MAT-PREM-POL   PIC 9(5)V99.
002894     03  FD-MAT-PREM-AEG   PIC 9(5)V99.
002895*
002896*    CARRIER RECORD BILLING A CANCELLED OR LAPSED POLICY - THE
002897*    CARRIER'S DATA WITH OUR POLICY, STATUS AND TERMINATION DATE.
002898*    LAYOUT MUST MATCH FD-TERM-REC IN PROGRAM4 AND PROGRAM11
002899 FD  OUT-TERMINATED
002900     RECORDING MODE IS F.
002901 01  FD-TERM-REC.
002902     03  FD-TRM-DATE       PIC X(8).
002903     03  FD-TRM-CARRIER    PIC X(3).
002904     03  FD-TRM-POLICY-NO  PIC X(7).
002905     03  FD-TRM-AEGON-NR   PIC X(5).
002906     03  FD-TRM-NAME       PIC X(7).
002907     03  FD-TRM-STREET     PIC X(3).
002908     03  FD-TRM-PHONE      PIC X(7).
002909     03  FD-TRM-PREMIUM    PIC 9(5)V99.
002910     03  FD-TRM-POL-STATUS PIC X(1).
002911     03  FD-TRM-TERM-DATE  PIC X(8).
002912*
002913 FD  OUT-DISCREPANCY
002914     RECORDING MODE IS F.
002915 01  FD-DISCREPANCY-REC.
002920     03  FD-DISC-DATE      PIC X(8).
002930     03  FD-DISC-CARRIER   PIC X(3).
002940     03  FD-DISC-POLICY-NO PIC X(7).
003088     03  FD-STAT-RES-DATE   PIC X(8).
003090     03  FD-STAT-DISP       PIC X(9).
003092     03  FD-STAT-DISP-DATE  PIC X(8).
003093     03  FD-STAT-OPEN-DATE  PIC X(8).
003094     03  FD-STAT-REOPEN-DATE PIC X(8).
003095*
003096*    SUSPENSE - ONE ITEM PER REJECTED CARRIER EXTRACT RECORD,
003097*    WITH THE IMAGE AS RECEIVED AND THE IMAGE AS CORRECTED.
003098*    STATUS S SUSPENDED, C CORRECTED AWAITING RE-ENTRY, R
003099*    RE-ENTERED, V VOIDED.  LAYOUT MUST MATCH PROGRAM23 AND
003100*    PROGRAM24
003101 FD  SUSPENSE
003102     RECORDING MODE IS F.
003103 01  FD-SUSPENSE-REC.
003104     03  FD-SU-KEY.
003105         05  FD-SU-CARRIER     PIC X(3).
003106         05  FD-SU-DATE        PIC X(8).
003107         05  FD-SU-SEQ         PIC 9(5).
003108     03  FD-SU-STATUS      PIC X(1).
003109     03  FD-SU-ORIGIN      PIC X(1).
003110     03  FD-SU-REASON      PIC X(30).
003111     03  FD-SU-ORIG-IMAGE  PIC X(32).
003112     03  FD-SU-IMAGE.
003113         05  FD-SU-CARRIER2    PIC X(3).
003114         05  FD-SU-AEGON-NR2   PIC X(5).
003115         05  FD-SU-NAME2       PIC X(7).
003116         05  FD-SU-STREET2     PIC X(3).
003117         05  FD-SU-PHONE2      PIC X(7).
003118         05  FD-SU-PREMIUM2    PIC 9(5)V99.
003119     03  FD-SU-ANALYST     PIC X(8).
003120     03  FD-SU-UPD-DATE    PIC X(8).
003121     03  FD-SU-NOTE        PIC X(40).
003122     03  FD-SU-REENTRY-DATE PIC X(8).
003123     03  FILLER            PIC X(24).
003124*
003125 FD  IN-RUNPARM
003126     RECORDING MODE IS F.
003127 01  FD-RUNPARM-REC.
003128     03  FD-RP-JOB        PIC X(8).
003129     03  FD-RP-STEP       PIC X(8).
003130*
003131*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
003132*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
003133*    PROGRAM18 / PROGRAM19 INQUIRIES
003134 FD  RUNCTL
003135     RECORDING MODE IS F.
003136 01  FD-RUNCTL-REC.
003137     03  FD-RUN-KEY.
003138         05  FD-RUN-DATE      PIC X(8).
003139         05  FD-RUN-JOB       PIC X(8).
003140         05  FD-RUN-STEP      PIC X(8).
003141     03  FD-RUN-PROGRAM   PIC X(8).
003142     03  FD-RUN-STATUS    PIC X(1).
003143     03  FD-RUN-RC        PIC 9(2).
003144     03  FD-RUN-CNT-IN    PIC 9(7).
003145     03  FD-RUN-CNT-OUT   PIC 9(7).
003146*
003147*----------------------------------------------------------------*
003148**                                                              *
003149**   WORKING-STORAGE SECTION                                     *
003150**                                                              *
003151*----------------------------------------------------------------*
003152*
003160 WORKING-STORAGE SECTION.
003170*
003180 01  K                 PIC 9(4) COMP.
003390 01  WS-RESTART-STATUS PIC X(2).
003400 01  WS-CHKPT-STATUS   PIC X(2).
003402 01  WS-CARRFILT-STATUS PIC X(2).
003403 01  WS-CMST-STATUS    PIC X(2).
003410 01  WS-DISC-STATUS    PIC X(2).
003415 01  WS-MATCH-STATUS   PIC X(2).
003416 01  WS-TERM-STATUS    PIC X(2).
003420 01  WS-STAT-STATUS    PIC X(2).
003421 01  WS-SUSP-STATUS    PIC X(2).
003430*
003440*----------------------------------------------------------------*
003450*    STATUS MASTER STAGING - THE OUTCOME AND REASON FOR THE      *
003760     03  STREETNAME1    PIC X(3).
003770     03  TELEPHONE1     PIC X(7).
003780     03  PREMIUM1       PIC 9(5)V99.
003781     03  STATUS1        PIC X(1).
003782     03  EFF-DATE1      PIC X(8).
003783     03  TERM-DATE1     PIC X(8).
003784*
003785*    SET BY A-042 - THE POLICY IS CANCELLED OR LAPSED WITH A
003786*    TERMINATION DATE ON OR BEFORE THE RUN DATE (A BLANK DATE
003787*    COUNTS AS ALREADY TERMINATED)
003788 01  WS-POL-TERM-SW    PIC X(1) VALUE 'N'.
003789     88  WS-POL-TERMINATED     VALUE 'Y'.
003790*
003800*----------------------------------------------------------------*
003810*    AEGON (INPUT 2) WORKING RECORD                              *
003870     03  STREETNAME2    PIC X(3).
003880     03  TELEPHONE2     PIC X(7).
003890     03  PREMIUM2       PIC 9(5)V99.
003891     03  ENTRY-FLAG2    PIC X(1).
003892         88  REENTRY2               VALUE 'R'.
003893*
003894*----------------------------------------------------------------*
003895*    SUSPENSE POSTING - A-037 FINDS THE NEXT SEQUENCE FOR THE    *
003896*    CARRIER AND RUN DATE AND WHETHER THE IMAGE IS ALREADY THERE *
003897*----------------------------------------------------------------*
003898 01  WS-SUSP-SEQ       PIC 9(5) VALUE 0.
003899 01  WS-SUSP-EOF-SW    PIC X(1) VALUE 'N'.
003900     88  WS-SUSP-EOF           VALUE 'Y'.
003901 01  WS-SUSP-DUP-SW    PIC X(1) VALUE 'N'.
003902     88  WS-SUSP-ON-FILE       VALUE 'Y'.
003903 01  WS-CT-SUSPENDED   PIC 9(7) COMP VALUE 0.
003904 01  WS-CT-REENTRIES   PIC 9(7) COMP VALUE 0.
003905*
003910*----------------------------------------------------------------*
003920*    BALANCED-LINE MERGE CONTROL - CURRENT CARRIER+AEGON-NR KEY  *
003930*    ON EACH SIDE (HIGH-VALUES AT END OF FILE), THE KEY GROUP    *
004060 01  WS-GRP-VALID-POLS PIC 9(4) COMP VALUE 0.
004070 01  WS-GRP-FIRST-POL  PIC X(7) VALUE SPACES.
004080 01  WS-GRP-DUP-SW     PIC X(1) VALUE 'N'.
004081 01  WS-GRP-TERM-POLS  PIC 9(4) COMP VALUE 0.
004082 01  WS-GRP-TERM-POL.
004083     03  WS-GRP-TERM-POLNUM PIC X(7).
004084     03  WS-GRP-TERM-STATUS PIC X(1).
004085     03  WS-GRP-TERM-DATE   PIC X(8).
004090 01  WS-GRP-AEGON.
004100     03  WS-GRP-AEG-NAME    PIC X(7).
004110     03  WS-GRP-AEG-STREET  PIC X(3).
004380*    ??? PSEUDO CARRIER SO EVERY READ STILL LANDS IN A BUCKET    *
004390*----------------------------------------------------------------*
004400 01  WS-CURRENT-DATE       PIC X(8).
004410 01  WS-CARRIER-MAX        PIC 9(4) COMP VALUE 100.
004420 01  WS-CARR-COUNT         PIC 9(4) COMP VALUE 0.
004430 01  WS-CARR-IX            PIC 9(4) COMP VALUE 0.
004440 01  WS-CUR-CARRIER        PIC X(3) VALUE SPACES.
004450 01  WS-CARRIER-TOTALS.
004460     03  WS-CARR-ENTRY OCCURS 100 TIMES.
004470         05  WS-CARR-CODE      PIC X(3).
004471*            A ACTIVE, S SUSPENDED OR OUTSIDE ITS DATES,
004472*            U NOT ON THE CARRIER MASTER
004473         05  WS-CARR-MST-STATE PIC X(1).
004474         05  WS-CARR-TOLERANCE PIC 9(3)V99.
004480         05  WS-CT-POL-READ    PIC 9(7) COMP.
004490         05  WS-CT-AEG-READ    PIC 9(7) COMP.
004500         05  WS-CT-MATCHED     PIC 9(7) COMP.
004570         05  WS-CT-PREM-AEG    PIC 9(7)V99.
004580         05  WS-CT-PREM-DIFF   PIC S9(7)V99.
004590         05  WS-CT-DISCREPANT  PIC 9(7) COMP.
004591         05  WS-CT-TERM-BILLED PIC 9(7) COMP.
004592         05  WS-CT-TERM-DROPPED PIC 9(7) COMP.
004593         05  WS-CT-PREM-TERM   PIC 9(7)V99.
004600*
004610*----------------------------------------------------------------*
004620*    MATCHED-PAIR FIELD COMPARISON - ONE DISCREPANCY RECORD PER  *
004630*    DIFFERING FIELD.  THE CARRIER'S PREMIUM TOLERANCE (FROM     *
004640*    THE CARRIER MASTER, HELD IN ITS BUCKET) KEEPS CENT-LEVEL    *
004641*    ROUNDING BETWEEN THE TWO ADMIN SYSTEMS OFF THE REPORT       *
004650*----------------------------------------------------------------*
004670 01  WS-PREM-DELTA         PIC S9(6)V99 VALUE 0.
004680 01  WS-DISC-PREM1-N       PIC 9(5)V99.
004690 01  WS-DISC-PREM1-X REDEFINES WS-DISC-PREM1-N
004970           OR WS-ABEND
004980*
004990     PERFORM A-900-WRITE-AUDIT THRU A-900-EXIT
004991     DISPLAY 'PROGRAM2 - CARRIER RECORDS SUSPENDED  '
004992        WS-CT-SUSPENDED
004993     DISPLAY 'PROGRAM2 - SUSPENSE RE-ENTRIES READ   '
004994        WS-CT-REENTRIES
005000*
005010     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
005020*
005180     CLOSE OUT-REJECT
005190     CLOSE IN-RESTART-PARM
005195     CLOSE IN-CARRFILT
005196     CLOSE IN-CARRMAST
005200     CLOSE OUT-CHECKPOINT
005210     CLOSE OUT-DISCREPANCY
005215     CLOSE OUT-MATCHED
005216     CLOSE OUT-TERMINATED
005220     CLOSE STATUSFILE
005221     CLOSE SUSPENSE.
005230*
005240 A-005-EXIT.
005250     EXIT.
005714        AND WS-CARRFILT-STATUS NOT = '05'
005715        MOVE 'Y' TO WS-ABEND-SW
005716     END-IF
005717     OPEN INPUT  IN-CARRMAST
005718     IF WS-CMST-STATUS NOT = '00'
005719        MOVE 'Y' TO WS-ABEND-SW
005720     END-IF
005721     OPEN OUTPUT OUT-CHECKPOINT
005722     IF WS-CHKPT-STATUS NOT = '00'
005730        MOVE 'Y' TO WS-ABEND-SW
005740     END-IF
005750     OPEN OUTPUT OUT-DISCREPANCY
005784     IF WS-MATCH-STATUS NOT = '00'
005786        MOVE 'Y' TO WS-ABEND-SW
005788     END-IF
005789     OPEN OUTPUT OUT-TERMINATED
005790     IF WS-TERM-STATUS NOT = '00'
005791        MOVE 'Y' TO WS-ABEND-SW
005792     END-IF
005793*    A BRAND-NEW, NEVER-LOADED STATUS CLUSTER OPENS WITH 35 -
005800*    PRIME IT WITH AN OPEN OUTPUT / CLOSE AND REOPEN I-O SO DAY
005810*    ONE DOES NOT NEED A HAND-LOADED DUMMY RECORD
005820     OPEN I-O STATUSFILE
005870     END-IF
005880     IF WS-STAT-STATUS NOT = '00'
005890        MOVE 'Y' TO WS-ABEND-SW
005900     END-IF
005901     OPEN I-O SUSPENSE
005902     IF WS-SUSP-STATUS = '35'
005903        OPEN OUTPUT SUSPENSE
005904        CLOSE SUSPENSE
005905        OPEN I-O SUSPENSE
005906     END-IF
005907     IF WS-SUSP-STATUS NOT = '00'
005908        MOVE 'Y' TO WS-ABEND-SW
005909     END-IF.
005910*
005920 A-010-EXIT.
005930     EXIT.
006312*----------------------------------------------------------------*
006320*    FIND (OR ADD) THE CONTROL-TOTAL BUCKET FOR WS-CUR-CARRIER - *
006330*    A BLANK CARRIER HAS ALREADY BEEN NORMALIZED TO ??? BY THE   *
006340*    CALLER.  A NEW BUCKET TAKES THE CARRIER'S STATE AND PREMIUM *
006350*    TOLERANCE FROM THE CARRIER MASTER.  MORE DISTINCT CARRIERS  *
006351*    THAN WS-CARRIER-MAX IS A CONFIGURATION ERROR AND ABENDS     *
006352*    THE RUN                                                     *
006360*----------------------------------------------------------------*
006370 A-025-FIND-CARRIER.
006380*
006620           MOVE 0 TO WS-CT-PREM-AEG(WS-CARR-IX)
006630           MOVE 0 TO WS-CT-PREM-DIFF(WS-CARR-IX)
006640           MOVE 0 TO WS-CT-DISCREPANT(WS-CARR-IX)
006641           MOVE 0 TO WS-CT-TERM-BILLED(WS-CARR-IX)
006642           MOVE 0 TO WS-CT-TERM-DROPPED(WS-CARR-IX)
006643           MOVE 0 TO WS-CT-PREM-TERM(WS-CARR-IX)
006644           PERFORM A-027-LOOKUP-CARRMAST THRU A-027-EXIT
006650        END-IF
006660     END-IF.
006670*
006760*
006770 A-026-EXIT.
006780     EXIT.
006781*
006782*----------------------------------------------------------------*
006783*    CARRIER MASTER LOOKUP FOR A NEW BUCKET - ACTIVE MEANS       *
006784*    STATUS A, ONBOARDED ON OR BEFORE THE RUN DATE AND NOT YET   *
006785*    AT ITS EXIT DATE (BLANK DATES OPEN-ENDED).  THE ??? BUCKET  *
006786*    ONLY EVER HOLDS REJECTS AND IS NOT LOOKED UP                *
006787*----------------------------------------------------------------*
006788 A-027-LOOKUP-CARRMAST.
006789*
006790     MOVE 'A'  TO WS-CARR-MST-STATE(WS-CARR-IX)
006791     MOVE 0,05 TO WS-CARR-TOLERANCE(WS-CARR-IX)
006792     IF WS-CUR-CARRIER = '???'
006793        GO TO A-027-EXIT
006794     END-IF
006795     MOVE WS-CUR-CARRIER TO FD-CM-CODE
006796     READ IN-CARRMAST
006797        INVALID KEY
006798           MOVE 'U' TO WS-CARR-MST-STATE(WS-CARR-IX)
006799           GO TO A-027-EXIT
006800     END-READ
006801     IF WS-CMST-STATUS NOT = '00'
006802        MOVE 'Y' TO WS-ABEND-SW
006803        GO TO A-027-EXIT
006804     END-IF
006805     MOVE FD-CM-PREM-TOL TO WS-CARR-TOLERANCE(WS-CARR-IX)
006806     IF FD-CM-STATUS NOT = 'A'
006807        MOVE 'S' TO WS-CARR-MST-STATE(WS-CARR-IX)
006808     END-IF
006809     IF FD-CM-ONBOARD-DATE NOT = SPACES
006810        AND FD-CM-ONBOARD-DATE > WS-CURRENT-DATE
006811        MOVE 'S' TO WS-CARR-MST-STATE(WS-CARR-IX)
006812     END-IF
006813     IF FD-CM-EXIT-DATE NOT = SPACES
006814        AND FD-CM-EXIT-DATE NOT > WS-CURRENT-DATE
006815        MOVE 'S' TO WS-CARR-MST-STATE(WS-CARR-IX)
006816     END-IF.
006817*
006818 A-027-EXIT.
006819     EXIT.
006820*
006821*----------------------------------------------------------------*
006822*    POLICY-SIDE READ - DELIVERS THE NEXT POLICY RECORD WHOSE    *
006823*    CARRIER+AEGON-NR KEY THE MERGE SHOULD SEE.  RECORDS WITH    *
006830*    AN UNUSABLE KEY ARE REJECTED HERE (THEY CANNOT TAKE PART    *
006840*    IN A KEY MERGE), AND ON A RESUMED RUN EVERYTHING UP TO AND  *
006850*    INCLUDING THE CHECKPOINT KEY IS PASSED OVER SILENTLY -      *
007160        PERFORM A-031-REJECT-POLICY THRU A-031-EXIT
007170        GO TO A-030-READ-POLICY
007180     END-IF
007181     IF WS-CARR-MST-STATE(WS-CARR-IX) = 'U'
007182        MOVE 'CARRIER NOT ON CARRIER MASTER' TO WS-REJECT-REASON
007183        PERFORM A-031-REJECT-POLICY THRU A-031-EXIT
007184        GO TO A-030-READ-POLICY
007185     END-IF
007186     IF WS-CARR-MST-STATE(WS-CARR-IX) = 'S'
007187        MOVE 'CARRIER SUSPENDED OR EXITED' TO WS-REJECT-REASON
007188        PERFORM A-031-REJECT-POLICY THRU A-031-EXIT
007189        GO TO A-030-READ-POLICY
007190     END-IF
007191     IF AEGON-NR1 = SPACES
007200        MOVE 'AEGON-NR1 MISSING OR BLANK' TO WS-REJECT-REASON
007210        PERFORM A-031-REJECT-POLICY THRU A-031-EXIT
007220        GO TO A-030-READ-POLICY
007820     END-IF
007830     PERFORM A-025-FIND-CARRIER THRU A-025-EXIT
007840     ADD 1 TO WS-CT-AEG-READ(WS-CARR-IX)
007841     IF REENTRY2
007842        ADD 1 TO WS-CT-REENTRIES
007843     END-IF
007850     IF CARRIER2 = SPACES
007860        MOVE 'CARRIER MISSING OR BLANK' TO WS-REJECT-REASON
007870        PERFORM A-036-REJECT-AEGON THRU A-036-EXIT
007880        GO TO A-035-READ-AEGON
007890     END-IF
007891     IF WS-CARR-MST-STATE(WS-CARR-IX) = 'U'
007892        MOVE 'CARRIER NOT ON CARRIER MASTER' TO WS-REJECT-REASON
007893        PERFORM A-036-REJECT-AEGON THRU A-036-EXIT
007894        GO TO A-035-READ-AEGON
007895     END-IF
007896     IF WS-CARR-MST-STATE(WS-CARR-IX) = 'S'
007897        MOVE 'CARRIER SUSPENDED OR EXITED' TO WS-REJECT-REASON
007898        PERFORM A-036-REJECT-AEGON THRU A-036-EXIT
007899        GO TO A-035-READ-AEGON
007900     END-IF
007901     IF AEGON-NR2 = SPACES
007910        MOVE 'AEGON-NR2 MISSING OR BLANK' TO WS-REJECT-REASON
007920        PERFORM A-036-REJECT-AEGON THRU A-036-EXIT
007930        GO TO A-035-READ-AEGON
008100     MOVE AEGON-NR2        TO FD-REJ-AEGON-NR
008110     MOVE WS-REJECT-REASON TO FD-REJ-REASON
008120     WRITE FD-REJECT-REC
008130     ADD 1 TO WS-CT-AEG-REJECTS(WS-CARR-IX)
008131     PERFORM A-037-SUSPEND-AEGON THRU A-037-EXIT.
008140*
008150 A-036-EXIT.
008160     EXIT.
008161*
008162*----------------------------------------------------------------*
008163*    SUSPEND THE REJECTED EXTRACT RECORD WHOLE.  THE ITEMS FOR   *
008164*    THIS CARRIER AND RUN DATE ARE BROWSED FIRST: THE NEXT       *
008165*    SEQUENCE IS ONE PAST THE HIGHEST THERE, AND AN IDENTICAL    *
008166*    IMAGE ALREADY SUSPENDED TODAY (A RERUN OF THE DAY, OR THE   *
008167*    CARRRER SINGLE-CARRIER RERUN) IS NOT SUSPENDED AGAIN        *
008168*----------------------------------------------------------------*
008169 A-037-SUSPEND-AEGON.
008170*
008171     MOVE 0   TO WS-SUSP-SEQ
008172     MOVE 'N' TO WS-SUSP-EOF-SW
008173     MOVE 'N' TO WS-SUSP-DUP-SW
008174     MOVE WS-CUR-CARRIER  TO FD-SU-CARRIER
008175     MOVE WS-CURRENT-DATE TO FD-SU-DATE
008176     MOVE 0               TO FD-SU-SEQ
008177     START SUSPENSE KEY IS NOT LESS THAN FD-SU-KEY
008178        INVALID KEY
008179           MOVE 'Y' TO WS-SUSP-EOF-SW
008180     END-START
008181     PERFORM A-038-SCAN-SUSPENSE THRU A-038-EXIT
008182        UNTIL WS-SUSP-EOF OR WS-ABEND
008183     IF WS-SUSP-ON-FILE OR WS-ABEND
008184        GO TO A-037-EXIT
008185     END-IF
008186*
008187     MOVE SPACES           TO FD-SUSPENSE-REC
008188     MOVE WS-CUR-CARRIER   TO FD-SU-CARRIER
008189     MOVE WS-CURRENT-DATE  TO FD-SU-DATE
008190     ADD 1 TO WS-SUSP-SEQ
008191     MOVE WS-SUSP-SEQ      TO FD-SU-SEQ
008192     MOVE 'S'              TO FD-SU-STATUS
008193     IF REENTRY2
008194        MOVE 'R'           TO FD-SU-ORIGIN
008195     ELSE
008196        MOVE 'F'           TO FD-SU-ORIGIN
008197     END-IF
008198     MOVE WS-REJECT-REASON TO FD-SU-REASON
008199     MOVE WS-INPUTFILE-2(1:32) TO FD-SU-ORIG-IMAGE
008200     MOVE WS-INPUTFILE-2(1:32) TO FD-SU-IMAGE
008201     MOVE WS-CURRENT-DATE  TO FD-SU-UPD-DATE
008202     WRITE FD-SUSPENSE-REC
008203     IF WS-SUSP-STATUS NOT = '00'
008204        MOVE 'Y' TO WS-ABEND-SW
008205        GO TO A-037-EXIT
008206     END-IF
008207     ADD 1 TO WS-CT-SUSPENDED.
008208*
008209 A-037-EXIT.
008210     EXIT.
008211*
008212 A-038-SCAN-SUSPENSE.
008213*
008214     READ SUSPENSE NEXT RECORD
008215        AT END
008216           MOVE 'Y' TO WS-SUSP-EOF-SW
008217           GO TO A-038-EXIT
008218     END-READ
008219     IF WS-SUSP-STATUS NOT = '00'
008220        MOVE 'Y' TO WS-ABEND-SW
008221        GO TO A-038-EXIT
008222     END-IF
008223     IF FD-SU-CARRIER NOT = WS-CUR-CARRIER
008224        OR FD-SU-DATE NOT = WS-CURRENT-DATE
008225        MOVE 'Y' TO WS-SUSP-EOF-SW
008226        GO TO A-038-EXIT
008227     END-IF
008228     MOVE FD-SU-SEQ TO WS-SUSP-SEQ
008229     IF FD-SU-ORIG-IMAGE = WS-INPUTFILE-2(1:32)
008230        MOVE 'Y' TO WS-SUSP-DUP-SW
008231        MOVE 'Y' TO WS-SUSP-EOF-SW
008232     END-IF.
008233*
008234 A-038-EXIT.
008235     EXIT.
008236*
008237*----------------------------------------------------------------*
008238*    THE BALANCED LINE - ONE KEY GROUP PER PASS.  THE LOWER KEY  *
008239*    SIDE IS UNMATCHED; EQUAL KEYS ARE A MATCHED GROUP.  EACH    *
008240*    COMPLETED GROUP FEEDS THE CHECKPOINT COUNTER                *
008241*----------------------------------------------------------------*
008242 A-040-MATCH-GROUPS.
008243*
008250     EVALUATE TRUE
008260        WHEN WS-POL-KEY < WS-AEG-KEY
008270           MOVE WS-POL-KEY TO WS-GROUP-KEY
008470*    (PREMIUMS AND FIELD COMPARISON RUN AGAINST IT), EVERY       *
008480*    FURTHER EXTRACT RECORD WITH THE SAME KEY IS REPORTED AS A   *
008490*    DUPLICATE, AND IF EVERY POLICY IN THE GROUP FAILED          *
008500*    VALIDATION THE EXTRACT RECORDS FALL OUT AS UNMATCHED.       *
008501*    WHEN THE ONLY VALID POLICIES ON THE KEY ARE TERMINATED,     *
008502*    EVERY EXTRACT RECORD IS A CARRIER BILLING A TERMINATED      *
008503*    POLICY; WHEN A LIVE POLICY SHARES THE KEY THE BILLING IS    *
008504*    ITS, AND THE TERMINATED ONES COUNT AS CORRECTLY DROPPED     *
008510*----------------------------------------------------------------*
008520 A-050-MATCHED-GROUP.
008530*
008590     MOVE 0          TO WS-GRP-VALID-POLS
008600     MOVE SPACES     TO WS-GRP-FIRST-POL
008610     MOVE 'N'        TO WS-GRP-DUP-SW
008611     MOVE 0          TO WS-GRP-TERM-POLS
008612     MOVE SPACES     TO WS-GRP-TERM-POL
008620*
008630     PERFORM A-051-MATCH-ONE-POLICY THRU A-051-EXIT
008640        UNTIL WS-POL-KEY NOT = WS-GROUP-KEY OR WS-ABEND
008690*
008700     MOVE WS-GRP-KEY-CARR TO WS-CUR-CARRIER
008710     PERFORM A-025-FIND-CARRIER THRU A-025-EXIT
008720     IF WS-GRP-VALID-POLS = 0 AND WS-GRP-TERM-POLS = 0
008721        AND NOT WS-ABEND
008730        MOVE WS-CURRENT-DATE   TO FD-NOPOL-DATE
008740        MOVE WS-GRP-KEY-CARR   TO FD-NOPOL-CARRIER
008750        MOVE WS-GRP-KEY-NR     TO FD-NOPOL-AEGON-NR
008800        WRITE FD-OUTFILE-2
008810        ADD 1 TO WS-CT-UNM-AEG(WS-CARR-IX)
008820     END-IF
008821     IF WS-GRP-VALID-POLS = 0 AND WS-GRP-TERM-POLS > 0
008822        AND NOT WS-ABEND
008823        MOVE WS-GRP-KEY-CARR    TO FD-TRM-CARRIER
008824        MOVE WS-GRP-KEY-NR      TO FD-TRM-AEGON-NR
008825        MOVE WS-GRP-AEG-NAME    TO FD-TRM-NAME
008826        MOVE WS-GRP-AEG-STREET  TO FD-TRM-STREET
008827        MOVE WS-GRP-AEG-PHONE   TO FD-TRM-PHONE
008828        MOVE WS-GRP-AEG-PREMIUM TO FD-TRM-PREMIUM
008829        PERFORM A-053-WRITE-TERMINATED THRU A-053-EXIT
008830        MOVE WS-GRP-TERM-POLNUM TO WS-STA-POLICYNUM
008831        MOVE WS-GRP-KEY-CARR    TO WS-STA-CARRIER
008832        MOVE WS-GRP-KEY-NR      TO WS-STA-AEGON-NR
008833        MOVE 'T'                TO WS-STA-OUTCOME
008834        IF WS-GRP-TERM-STATUS = 'L'
008835           MOVE 'LAPSED POLICY STILL BILLED' TO WS-STA-REASON
008836        ELSE
008837           MOVE 'CANCELLED POLICY STILL BILLED' TO WS-STA-REASON
008838        END-IF
008839        PERFORM A-080-UPDATE-STATUS THRU A-080-EXIT
008840     END-IF
008841*    A TERMINATED POLICY BESIDE A LIVE ONE ON THE KEY WAS
008842*    CORRECTLY DROPPED BY THE CARRIER (ANY FURTHER TERMINATED
008843*    POLICIES ON THE KEY WERE COUNTED AS DROPPED IN A-051)
008844     IF WS-GRP-VALID-POLS > 0 AND WS-GRP-TERM-POLS > 0
008845        AND NOT WS-ABEND
008846        ADD 1 TO WS-CT-TERM-DROPPED(WS-CARR-IX)
008847        MOVE WS-GRP-TERM-POLNUM TO WS-STA-POLICYNUM
008848        MOVE WS-GRP-KEY-CARR    TO WS-STA-CARRIER
008849        MOVE WS-GRP-KEY-NR      TO WS-STA-AEGON-NR
008850        PERFORM A-081-POST-DROPPED THRU A-081-EXIT
008851     END-IF
008852*    A GROUP THAT THREW DUPLICATES GETS ITS FIRST POLICY
008853*    RE-MARKED 'D' ON THE STATUS MASTER NOW THE GROUP IS CLOSED
008854     IF WS-GRP-DUP-SW = 'Y' AND WS-GRP-VALID-POLS > 0
008860        AND NOT WS-ABEND
008870        MOVE WS-GRP-FIRST-POL TO WS-STA-POLICYNUM
008880        MOVE WS-GRP-KEY-CARR  TO WS-STA-CARRIER
009020     PERFORM A-041-VALIDATE-POLICY THRU A-041-EXIT
009030     IF WS-RECORD-INVALID
009040        PERFORM A-031-REJECT-POLICY THRU A-031-EXIT
009041        PERFORM A-030-READ-POLICY THRU A-030-EXIT
009042        GO TO A-051-EXIT
009043     END-IF
009044*    A TERMINATED POLICY IS NOT A MATCH - THE BILLING IS
009045*    SETTLED FOR THE WHOLE GROUP IN A-050 ONCE IT IS KNOWN
009046*    WHETHER A LIVE POLICY SHARES THE KEY
009047     PERFORM A-042-CHECK-TERMINATED THRU A-042-EXIT
009048     IF WS-POL-TERMINATED
009049        IF WS-GRP-TERM-POLS = 0
009050           MOVE POLICYNUM  TO WS-GRP-TERM-POLNUM
009051           MOVE STATUS1    TO WS-GRP-TERM-STATUS
009052           MOVE TERM-DATE1 TO WS-GRP-TERM-DATE
009053        ELSE
009054           ADD 1 TO WS-CT-TERM-DROPPED(WS-CARR-IX)
009055           MOVE POLICYNUM    TO WS-STA-POLICYNUM
009056           MOVE CARRIER1     TO WS-STA-CARRIER
009057           MOVE AEGON-NR1    TO WS-STA-AEGON-NR
009058           PERFORM A-081-POST-DROPPED THRU A-081-EXIT
009059        END-IF
009060        ADD 1 TO WS-GRP-TERM-POLS
009061     ELSE
009062        IF WS-GRP-VALID-POLS = 0
009070           MOVE POLICYNUM TO WS-GRP-FIRST-POL
009080        END-IF
009090        ADD 1 TO WS-GRP-VALID-POLS
009390        WRITE FD-OUTFILE-3
009400        ADD 1 TO WS-CT-DUPLICATES(WS-CARR-IX)
009410        MOVE 'Y' TO WS-GRP-DUP-SW
009411        PERFORM A-035-READ-AEGON THRU A-035-EXIT
009412        GO TO A-052-EXIT
009413     END-IF
009414     IF WS-GRP-TERM-POLS > 0
009415        MOVE CARRIER2         TO FD-TRM-CARRIER
009416        MOVE AEGON-NR2        TO FD-TRM-AEGON-NR
009417        MOVE NAME2            TO FD-TRM-NAME
009418        MOVE STREETNAME2      TO FD-TRM-STREET
009419        MOVE TELEPHONE2       TO FD-TRM-PHONE
009420        MOVE PREMIUM2         TO FD-TRM-PREMIUM
009421        PERFORM A-053-WRITE-TERMINATED THRU A-053-EXIT
009422     ELSE
009430        MOVE WS-CURRENT-DATE  TO FD-NOPOL-DATE
009440        MOVE CARRIER2         TO FD-NOPOL-CARRIER
009450        MOVE AEGON-NR2        TO FD-NOPOL-AEGON-NR
009540*
009550 A-052-EXIT.
009560     EXIT.
009561*
009562*----------------------------------------------------------------*
009563*    ONE CARRIER RECORD BILLING THE GROUP'S TERMINATED POLICY -  *
009564*    THE CALLER HAS MOVED THE CARRIER'S DATA; THE POLICY, ITS    *
009565*    STATUS AND TERMINATION DATE COME FROM THE GROUP             *
009566*----------------------------------------------------------------*
009567 A-053-WRITE-TERMINATED.
009568*
009569     MOVE WS-CURRENT-DATE    TO FD-TRM-DATE
009570     MOVE WS-GRP-TERM-POLNUM TO FD-TRM-POLICY-NO
009571     MOVE WS-GRP-TERM-STATUS TO FD-TRM-POL-STATUS
009572     MOVE WS-GRP-TERM-DATE   TO FD-TRM-TERM-DATE
009573     WRITE FD-TERM-REC
009574     IF WS-TERM-STATUS NOT = '00'
009575        MOVE 'Y' TO WS-ABEND-SW
009576     END-IF
009577     ADD 1              TO WS-CT-TERM-BILLED(WS-CARR-IX)
009578     ADD FD-TRM-PREMIUM TO WS-CT-PREM-TERM(WS-CARR-IX).
009579*
009580 A-053-EXIT.
009581     EXIT.
009582*
009583*----------------------------------------------------------------*
009590*    POLICY-SIDE VALIDATION BEYOND THE MERGE KEY - THE KEY       *
009600*    FIELDS WERE ALREADY EDITED AT READ TIME IN A-030            *
009610*----------------------------------------------------------------*
009700*
009710 A-041-EXIT.
009720     EXIT.
009721*
009722*----------------------------------------------------------------*
009723*    A POLICY IS TERMINATED WHEN THE MASTER HAS IT CANCELLED OR  *
009724*    LAPSED AND THE TERMINATION DATE HAS BEEN REACHED - A        *
009725*    CANCELLATION WITH A FUTURE DATE IS STILL IN FORCE TODAY.    *
009726*    A BLANK STATUS (NEVER SET) IS IN FORCE                      *
009727*----------------------------------------------------------------*
009728 A-042-CHECK-TERMINATED.
009729*
009730     MOVE 'N' TO WS-POL-TERM-SW
009731     IF STATUS1 = 'C' OR STATUS1 = 'L'
009732        IF TERM-DATE1 = SPACES OR TERM-DATE1 <= WS-CURRENT-DATE
009733           MOVE 'Y' TO WS-POL-TERM-SW
009734        END-IF
009735     END-IF.
009736*
009737 A-042-EXIT.
009738     EXIT.
009739*
009740*----------------------------------------------------------------*
009750*    POST-MATCH FIELD COMPARISON - THE TWO SIDES AGREED ON THE   *
009760*    KEY, NOW CHECK THEY AGREE ON THE CONTENT.  ONE DISCREPANCY  *
009770*    RECORD PER DIFFERING FIELD; PREMIUMS ONLY WHEN THE          *
009780*    DIFFERENCE EXCEEDS THE CARRIER'S TOLERANCE                  *
009790*----------------------------------------------------------------*
009800 A-044-COMPARE-FIELDS.
009810*
010090        SUBTRACT WS-PREM-DELTA FROM ZERO
010100           GIVING WS-PREM-DELTA
010110     END-IF
010120     IF WS-PREM-DELTA > WS-CARR-TOLERANCE(WS-CARR-IX)
010130        MOVE 'PREMIUM   '     TO FD-DISC-FIELD
010140        MOVE PREMIUM1         TO WS-DISC-PREM1-N
010150        MOVE WS-GRP-AEG-PREMIUM TO WS-DISC-PREM2-N
010240*
010250*----------------------------------------------------------------*
010260*    POLICY-ONLY KEY GROUP - NO EXTRACT RECORD CARRIES THE KEY,  *
010270*    SO EVERY VALID POLICY IN THE GROUP IS UNMATCHED - EXCEPT A  *
010271*    TERMINATED ONE, WHICH THE CARRIER WAS RIGHT TO DROP         *
010280*----------------------------------------------------------------*
010290 A-060-UNMATCHED-POL-GRP.
010300*
010330     PERFORM A-041-VALIDATE-POLICY THRU A-041-EXIT
010340     IF WS-RECORD-INVALID
010350        PERFORM A-031-REJECT-POLICY THRU A-031-EXIT
010351        PERFORM A-030-READ-POLICY THRU A-030-EXIT
010352        GO TO A-060-EXIT
010353     END-IF
010354     PERFORM A-042-CHECK-TERMINATED THRU A-042-EXIT
010355     IF WS-POL-TERMINATED
010356        ADD 1 TO WS-CT-TERM-DROPPED(WS-CARR-IX)
010357        MOVE POLICYNUM    TO WS-STA-POLICYNUM
010358        MOVE CARRIER1     TO WS-STA-CARRIER
010359        MOVE AEGON-NR1    TO WS-STA-AEGON-NR
010360        PERFORM A-081-POST-DROPPED THRU A-081-EXIT
010361     ELSE
010370        MOVE POLICYNUM       TO POLICY-NO
010380        MOVE AEGON-NR1       TO AEGON-NR3
010390        MOVE NAME1           TO NAME3
011118        MOVE SPACES           TO FD-STAT-RES-DATE
011119        MOVE SPACES           TO FD-STAT-DISP
011121        MOVE SPACES           TO FD-STAT-DISP-DATE
011122        MOVE SPACES           TO FD-STAT-OPEN-DATE
011123        MOVE SPACES           TO FD-STAT-REOPEN-DATE
011124     END-IF
011125*    AN EXCEPTION CASE OPENS WHEN THE POLICY IS FIRST SEEN AS AN
011126*    EXCEPTION OR WAS MATCHED ON AN EARLIER RUN - A POLICY THAT
011127*    STAYS AN EXCEPTION KEEPS THE DATE ITS CASE OPENED, AND SO
011128*    DOES THE 'D' RE-MARK OF A POLICY POSTED 'M' EARLIER TODAY
011129     IF WS-STA-OUTCOME NOT = 'M'
011130        IF NOT WS-STAT-FOUND
011131           OR (FD-STAT-OUTCOME = 'M'
011132               AND FD-STAT-LAST-RUN NOT = WS-CURRENT-DATE)
011133           MOVE WS-CURRENT-DATE TO FD-STAT-OPEN-DATE
011134        END-IF
011135     END-IF
011136*    A CASE CLOSED BY AN ANALYST REOPENS WHEN THE POLICY COMES
011137*    UP AS AN EXCEPTION AGAIN - THE ANALYST AND NOTE STAY FOR
011138*    CONTEXT, THE STATE AND RESOLVED DATE ARE CLEARED, AND THE
011139*    CASE OPENS AGAIN FROM TODAY
011140     IF WS-STAT-FOUND AND FD-STAT-RES-STATE = 'C'
011141        AND WS-STA-OUTCOME NOT = 'M'
011142        MOVE SPACES TO FD-STAT-RES-STATE
011143        MOVE SPACES TO FD-STAT-RES-DATE
011144        MOVE WS-CURRENT-DATE TO FD-STAT-OPEN-DATE
011145        MOVE WS-CURRENT-DATE TO FD-STAT-REOPEN-DATE
011146     END-IF
011147*    A CARRIER DISPOSITION ANSWERS ONE SENDING - A FRESH
011148*    EXCEPTION SUPERSEDES IT
011149     IF WS-STAT-FOUND AND WS-STA-OUTCOME NOT = 'M'
011150        MOVE SPACES TO FD-STAT-DISP
011151        MOVE SPACES TO FD-STAT-DISP-DATE
011152     END-IF
011153     MOVE WS-STA-CARRIER  TO FD-STAT-CARRIER
011154     MOVE WS-STA-AEGON-NR TO FD-STAT-AEGON-NR
011155     MOVE WS-STA-OUTCOME  TO FD-STAT-OUTCOME
011160     MOVE WS-STA-REASON   TO FD-STAT-REJ-REASON
011170     IF (WS-STA-OUTCOME = 'M' OR WS-STA-OUTCOME = 'D')
011171        AND WS-STA-REASON = SPACES
011180        MOVE WS-CURRENT-DATE TO FD-STAT-LAST-MATCH
011190     END-IF
011200     MOVE WS-CURRENT-DATE TO FD-STAT-LAST-RUN
011310 A-080-EXIT.
011320     EXIT.
011330*
011331*----------------------------------------------------------------*
011332*    A TERMINATED POLICY THE CARRIER WAS RIGHT TO DROP CLOSES ITS*
011333*    CASE - POSTED M SO NO REPORT OR INQUIRY CARRIES IT AS OPEN, *
011334*    WITH A REASON THAT SAYS WHY (WS-STA-POLICYNUM, -CARRIER AND *
011335*    -AEGON-NR SET BY THE CALLER)                                *
011336*----------------------------------------------------------------*
011337 A-081-POST-DROPPED.
011338*
011339     MOVE 'M'                            TO WS-STA-OUTCOME
011340     MOVE 'TERMINATED - CARRIER DROPPED' TO WS-STA-REASON
011341     PERFORM A-080-UPDATE-STATUS THRU A-080-EXIT.
011342*
011343 A-081-EXIT.
011344     EXIT.
011345*
011346*----------------------------------------------------------------*
011350*    WRITE ONE DATED AUDIT CONTROL RECORD PER CARRIER SEEN THIS  *
011360*    RUN - PER-CARRIER ACCOUNTABILITY FOR MATCH-RATE TRENDING    *
011370*    AND COMPLIANCE PROOF.  FD-AUDIT-RESTART-FROM IS BLANK FOR   *
011700     ELSE
011710        MOVE SPACES         TO FD-AUDIT-RESTART-FROM
011720     END-IF
011721     MOVE WS-CT-TERM-BILLED(K)  TO FD-AUDIT-TERM-BILLED
011722     MOVE WS-CT-TERM-DROPPED(K) TO FD-AUDIT-TERM-DROPPED
011723     MOVE WS-CT-PREM-TERM(K)    TO FD-AUDIT-PREM-TERM
011730     WRITE FD-AUDIT-REC.
011740*
011750 A-905-EXIT.
