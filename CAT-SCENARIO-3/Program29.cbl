000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.                    PROGRAM29.
000040 AUTHOR.                        HCL     .
000050 DATE-WRITTEN.                  OCT 2026.
000060*
000070*----------------------------------------------------------------*
000080*    MODIFICATION HISTORY                                        *
000090*    -------------------                                         *
000100*    OCT 2026  RKS  NEW PROGRAM - PERSONAL-DATA RETENTION PURGE  *
000110*    (RETNPURG).  THE POLICYHOLDER NAME, STREET AND TELEPHONE    *
000120*    ARE COPIED INTO THE EXCEPTION DATASETS, THEIR HOUSEKP       *
000121*    ARCHIVE GENERATIONS, THE PROGRAM3 JOURNAL, THE PROGRAM8     *
000122*    RESPONSE FEEDS AND THE CARRIER SUSPENSE FILE, AND WERE KEPT *
000123*    THERE INDEFINITELY.  FOR EVERY POLICY DELETED FROM THE      *
000124*    POLICY MASTER, OR CANCELLED OR LAPSED ON IT, LONGER AGO     *
000160*    THAN THE RETENTION PERIOD ON THE RETN CARD, AND EVERY       *
000170*    POLICY NAMED ON AN ERAS CARD, THOSE THREE FIELDS ARE        *
000180*    OVERWRITTEN WITH ASTERISKS IN PLACE, IN EVERY LIVE DATASET  *
000190*    AND GENERATION NAMED ON A DSN CARD AND IN EVERY CARRIER'S   *
000200*    RESPONSE GDG ON THE CARRIER MASTER.  KEYS, DATES AND        *
000210*    PREMIUMS ARE LEFT AS THEY ARE, SO CONTROL TOTALS AND THE    *
000211*    PROGRAM17 HISTORY STILL ADD UP.  DELETIONS FROM THE         *
000212*    JOURNAL AND TERMINATIONS FROM THE MASTER ARE TAKEN INTO THE *
000213*    RETENTION REGISTER KSDS, WHICH OUTLIVES THE JOURNAL         *
000214*    GENERATIONS AND REMEMBERS WHAT HAS BEEN ERASED SO LATER     *
000215*    RUNS SWEEP IT AGAIN.  A TERMINATED POLICY'S OWN MASTER      *
000216*    RECORD IS LEFT TO POLMAINT TO DELETE.  THE ERASURE          *
000260*    CERTIFICATE LISTS EACH POLICY AND EVERY DATASET THAT HELD   *
000270*    IT, WITH RECORD COUNTS.                                     *
000280*----------------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310*
000320*----------------------------------------------------------------*
000330**                                                               *
000340**   CONFIGURATION SECTION                                       *
000350**                                                               *
000360*----------------------------------------------------------------*
000370*
000380 CONFIGURATION SECTION.
000390*
000400 SPECIAL-NAMES.
000410      DECIMAL-POINT IS COMMA.
000420*
000430*----------------------------------------------------------------*
000440**                                                               *
000450**   INPUT-OUTPUT SECTION                                        *
000460**                                                               *
000470*----------------------------------------------------------------*
000480*
000490 INPUT-OUTPUT SECTION.
000500*
000510 FILE-CONTROL.
000520     SELECT IN-RETNPARM      ASSIGN TO "RETNPARM"
000530            ORGANIZATION    IS LINE SEQUENTIAL
000540            FILE STATUS     IS WS-PARM-STATUS.
000550*
000560     SELECT POLMASTER        ASSIGN TO "POLMAST"
000570            ORGANIZATION    IS INDEXED
000571            ACCESS MODE     IS DYNAMIC
000590            RECORD KEY      IS FD-MST-POLICYNUM
000600            FILE STATUS     IS WS-MASTER-STATUS.
000610*
000620     SELECT RETREG           ASSIGN TO "RETNREG"
000630            ORGANIZATION    IS INDEXED
000640            ACCESS MODE     IS DYNAMIC
000650            RECORD KEY      IS FD-RG-POLICY
000660            FILE STATUS     IS WS-REG-STATUS.
000670*
000680     SELECT IN-CARRMAST      ASSIGN TO "CARRMAST"
000690            ORGANIZATION    IS INDEXED
000700            ACCESS MODE     IS DYNAMIC
000710            RECORD KEY      IS FD-CM-CODE
000720            FILE STATUS     IS WS-CMST-STATUS.
000730*
000740*    THE DATASETS SWEPT - EACH DD IS ALLOCATED BY THE PROGRAM
000750*    (BPXWDYN) TO ONE LIVE DATASET OR GENERATION AT A TIME
000760     SELECT IO-POLDUP        ASSIGN TO "RETPOL"
000770            ORGANIZATION    IS LINE SEQUENTIAL
000780            FILE STATUS     IS WS-POL-STATUS.
000790*
000800     SELECT IO-NOPOL         ASSIGN TO "RETAEG"
000810            ORGANIZATION    IS LINE SEQUENTIAL
000820            FILE STATUS     IS WS-AEG-STATUS.
000830*
000840     SELECT IO-DISC          ASSIGN TO "RETDSC"
000850            ORGANIZATION    IS LINE SEQUENTIAL
000860            FILE STATUS     IS WS-DSC-STATUS.
000870*
000880     SELECT IO-TERM          ASSIGN TO "RETTRM"
000890            ORGANIZATION    IS LINE SEQUENTIAL
000900            FILE STATUS     IS WS-TRM-STATUS.
000910*
000920     SELECT IO-JOURNAL       ASSIGN TO "RETJRN"
000930            ORGANIZATION    IS LINE SEQUENTIAL
000940            FILE STATUS     IS WS-JRN-STATUS.
000950*
000960     SELECT IO-RESPONSE      ASSIGN TO "RETRSP"
000970            ORGANIZATION    IS LINE SEQUENTIAL
000980            FILE STATUS     IS WS-RSP-STATUS.
000990*
001000     SELECT IN-AGING         ASSIGN TO "RETAGE"
001010            ORGANIZATION    IS LINE SEQUENTIAL
001020            FILE STATUS     IS WS-AGE-STATUS.
001021*
001022     SELECT IO-SUSPENSE      ASSIGN TO "RETSUS"
001023            ORGANIZATION    IS INDEXED
001024            ACCESS MODE     IS DYNAMIC
001025            RECORD KEY      IS FD-SS-KEY
001026            FILE STATUS     IS WS-SUS-STATUS.
001030*
001040     SELECT OUT-CERT         ASSIGN TO "CERTOUT"
001050            ORGANIZATION    IS LINE SEQUENTIAL
001060            FILE STATUS     IS WS-CERT-STATUS.
001070*
001080     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
001090            ORGANIZATION    IS LINE SEQUENTIAL
001100            FILE STATUS     IS WS-RUNPARM-STATUS.
001110*
001120     SELECT RUNCTL           ASSIGN TO "RUNCTL"
001130            ORGANIZATION    IS INDEXED
001140            ACCESS MODE     IS RANDOM
001150            RECORD KEY      IS FD-RUN-KEY
001160            FILE STATUS     IS WS-RUNCTL-STATUS.
001170*
001180*----------------------------------------------------------------*
001190**                                                               *
001200**   DATA DIVISION                                               *
001210**                                                               *
001220*----------------------------------------------------------------*
001230*
001240 DATA DIVISION.
001250*
001260*----------------------------------------------------------------*
001270**                                                               *
001280**   FILE SECTION                                                *
001290**                                                               *
001300*----------------------------------------------------------------*
001310*
001320 FILE SECTION.
001330*
001340*    RETNPARM CARDS - RETN RETENTION YEARS (REQUIRED), ERAS ONE
001350*    POLICY TO ERASE NOW, DSN ONE DATASET TO SWEEP.  A CARD WITH
001360*    AN ASTERISK IN COLUMN 1 IS A COMMENT
001370 FD  IN-RETNPARM
001380     RECORDING MODE IS F.
001390 01  FD-RETNPARM-REC.
001400     03  FD-RT-TYPE        PIC X(4).
001410     03  FILLER            PIC X(76).
001420 01  FD-RT-RETN-CARD.
001430     03  FILLER            PIC X(4).
001440     03  FD-RT-YEARS       PIC X(2).
001450     03  FILLER            PIC X(74).
001460 01  FD-RT-ERAS-CARD.
001470     03  FILLER            PIC X(4).
001480     03  FD-RT-POLICY      PIC X(7).
001490     03  FD-RT-CARRIER     PIC X(3).
001500     03  FD-RT-AEGON-NR    PIC X(5).
001510     03  FD-RT-REFERENCE   PIC X(20).
001520     03  FILLER            PIC X(41).
001530 01  FD-RT-DSN-CARD.
001540     03  FILLER            PIC X(4).
001550     03  FD-RT-KIND        PIC X(3).
001560     03  FD-RT-SCOPE       PIC X(1).
001570     03  FD-RT-DSNAME      PIC X(44).
001580     03  FILLER            PIC X(28).
001590*
001600*    POLICY MASTER - LAYOUT MUST MATCH THE FD IN PROGRAM3
001610 FD  POLMASTER
001620     RECORDING MODE IS F.
001630 01  FD-MASTER-REC.
001640     03  FD-MST-POLICYNUM PIC 9(7).
001650     03  FD-MST-CARRIER   PIC X(3).
001660     03  FD-MST-AEGON-NR  PIC X(5).
001670     03  FD-MST-NAME      PIC X(7).
001680     03  FD-MST-STREET    PIC X(3).
001690     03  FD-MST-PHONE     PIC X(7).
001700     03  FD-MST-PREMIUM   PIC 9(5)V99.
001710     03  FD-MST-STATUS    PIC X(1).
001720     03  FD-MST-EFF-DATE  PIC X(8).
001730     03  FD-MST-TERM-DATE PIC X(8).
001740*
001750*    RETENTION REGISTER - ONE RECORD PER POLICY DELETED FROM THE
001751*    MASTER (FROM THE JOURNAL), CANCELLED OR LAPSED ON IT, OR
001752*    NAMED ON AN ERAS CARD.  THE END DATE IS THE DELETION OR
001753*    TERMINATION DATE THE RETENTION PERIOD RUNS FROM.  STATUS
001754*    P PENDING, E ERASED.  SOURCE J JOURNAL, M TERMINATED ON THE
001755*    MASTER, L ERASURE LIST
001780 FD  RETREG
001790     RECORDING MODE IS F.
001800 01  FD-RETREG-REC.
001810     03  FD-RG-POLICY      PIC X(7).
001820     03  FD-RG-CARRIER     PIC X(3).
001830     03  FD-RG-AEGON-NR    PIC X(5).
001831     03  FD-RG-END-DATE    PIC X(8).
001850     03  FD-RG-STATUS      PIC X(1).
001860     03  FD-RG-SOURCE      PIC X(1).
001870     03  FD-RG-FIRST-ERASED PIC X(8).
001880     03  FD-RG-LAST-ERASED PIC X(8).
001890     03  FD-RG-REFERENCE   PIC X(20).
001900     03  FD-RG-UPD-DATE    PIC X(8).
001910     03  FILLER            PIC X(11).
001920*
001930*    CARRIER MASTER - ONE RECORD PER CARRIER, MAINTAINED ONLINE
001940*    BY PROGRAM21.  LAYOUT MUST MATCH PROGRAM2, PROGRAM8,
001950*    PROGRAM10, PROGRAM11, PROGRAM16 AND PROGRAM22
001960 FD  IN-CARRMAST
001970     RECORDING MODE IS F.
001980 01  FD-CARRMAST-REC.
001990     03  FD-CM-CODE          PIC X(3).
002000     03  FD-CM-NAME          PIC X(30).
002010     03  FD-CM-STATUS        PIC X(1).
002020     03  FD-CM-ONBOARD-DATE  PIC X(8).
002030     03  FD-CM-EXIT-DATE     PIC X(8).
002040     03  FD-CM-PREM-TOL      PIC 9(3)V99.
002050     03  FD-CM-FEED-DSN      PIC X(44).
002060     03  FD-CM-RESP-DSN      PIC X(44).
002070     03  FD-CM-CONTACT-NAME  PIC X(30).
002080     03  FD-CM-CONTACT-PHONE PIC X(15).
002090     03  FD-CM-UPD-DATE      PIC X(8).
002100     03  FD-CM-UPD-USER      PIC X(8).
002110     03  FD-CM-REMIT-DSN     PIC X(44).
002120     03  FILLER              PIC X(2).
002130*
002140*    UNMATCHED POLICY (POLOUT) AND DUPLICATE MATCH (DUPOUT) -
002150*    THE SAME 47-BYTE LAYOUT, SEE PROGRAM2
002160 FD  IO-POLDUP
002170     RECORDING MODE IS F.
002180 01  FD-POLDUP-REC.
002190     03  FD-PD-DATE        PIC X(8).
002200     03  FD-PD-CARRIER     PIC X(3).
002210     03  FD-PD-POLICY      PIC X(7).
002220     03  FD-PD-AEGON-NR    PIC X(5).
002230     03  FD-PD-NAME        PIC X(7).
002240     03  FD-PD-STREET      PIC X(3).
002250     03  FD-PD-PHONE       PIC X(7).
002260     03  FD-PD-PREMIUM     PIC 9(5)V99.
002270*
002280*    NO POLICY ON FILE (AEGOUT) - NO POLICY NUMBER, FOUND BY
002290*    CARRIER AND AEGON-NR
002300 FD  IO-NOPOL
002310     RECORDING MODE IS F.
002320 01  FD-NOPOL-REC.
002330     03  FD-NP-DATE        PIC X(8).
002340     03  FD-NP-CARRIER     PIC X(3).
002350     03  FD-NP-AEGON-NR    PIC X(5).
002360     03  FD-NP-NAME        PIC X(7).
002370     03  FD-NP-STREET      PIC X(3).
002380     03  FD-NP-PHONE       PIC X(7).
002390     03  FD-NP-PREMIUM     PIC 9(5)V99.
002400*
002410*    FIELD DISCREPANCY (DISCOUT) - THE TWO VALUES ARE PERSONAL
002420*    DATA WHEN THE FIELD IS THE NAME, STREET OR TELEPHONE
002430 FD  IO-DISC
002440     RECORDING MODE IS F.
002450 01  FD-DISC-REC.
002460     03  FD-DC-DATE        PIC X(8).
002470     03  FD-DC-CARRIER     PIC X(3).
002480     03  FD-DC-POLICY      PIC X(7).
002490     03  FD-DC-FIELD       PIC X(10).
002500     03  FD-DC-POL-VALUE   PIC X(7).
002510     03  FD-DC-AEG-VALUE   PIC X(7).
002520*
002530*    TERMINATED-POLICY BILLING (TRMOUT), SEE PROGRAM2
002540 FD  IO-TERM
002550     RECORDING MODE IS F.
002560 01  FD-TERM-REC.
002570     03  FD-TM-DATE        PIC X(8).
002580     03  FD-TM-CARRIER     PIC X(3).
002590     03  FD-TM-POLICY      PIC X(7).
002600     03  FD-TM-AEGON-NR    PIC X(5).
002610     03  FD-TM-NAME        PIC X(7).
002620     03  FD-TM-STREET      PIC X(3).
002630     03  FD-TM-PHONE       PIC X(7).
002640     03  FD-TM-PREMIUM     PIC 9(5)V99.
002650     03  FD-TM-POL-STATUS  PIC X(1).
002660     03  FD-TM-TERM-DATE   PIC X(8).
002670*
002680*    POLICY MASTER BEFORE/AFTER JOURNAL - LAYOUT MUST MATCH
002690*    FD-JOURNAL-REC IN PROGRAM3 AND PROGRAM15.  EACH IMAGE IS A
002700*    POLICY MASTER RECORD (BLANK ON THE EMPTY SIDE OF AN ADD OR
002710*    A DELETE)
002720 FD  IO-JOURNAL
002730     RECORDING MODE IS F.
002740 01  FD-JOURNAL-REC.
002750     03  FD-JR-DATE        PIC X(8).
002760     03  FD-JR-SEQ         PIC 9(7).
002770     03  FD-JR-ACTION      PIC X(1).
002780     03  FD-JR-POLICY      PIC X(7).
002790     03  FD-JR-BEFORE.
002800         05  FD-JR-B-POLICY    PIC X(7).
002810         05  FD-JR-B-CARRIER   PIC X(3).
002820         05  FD-JR-B-AEGON-NR  PIC X(5).
002830         05  FD-JR-B-NAME      PIC X(7).
002840         05  FD-JR-B-STREET    PIC X(3).
002850         05  FD-JR-B-PHONE     PIC X(7).
002860         05  FILLER            PIC X(24).
002870     03  FD-JR-AFTER.
002880         05  FD-JR-A-POLICY    PIC X(7).
002890         05  FD-JR-A-CARRIER   PIC X(3).
002900         05  FD-JR-A-AEGON-NR  PIC X(5).
002910         05  FD-JR-A-NAME      PIC X(7).
002920         05  FD-JR-A-STREET    PIC X(3).
002930         05  FD-JR-A-PHONE     PIC X(7).
002940         05  FILLER            PIC X(24).
002950*
002960*    CARRIER RESPONSE FEED - LAYOUT MUST MATCH PROGRAM8.  HDR AND
002970*    TRL RECORDS CARRY NO PERSONAL DATA AND ARE PASSED OVER
002980 FD  IO-RESPONSE
002990     RECORDING MODE IS F.
003000 01  FD-RESPONSE-REC.
003010     03  FD-RS-AEGON-NR    PIC X(5).
003020     03  FD-RS-NAME        PIC X(7).
003030     03  FD-RS-STREET      PIC X(3).
003040     03  FD-RS-PHONE       PIC X(7).
003050     03  FD-RS-PREMIUM     PIC 9(5)V99.
003060*
003070*    UNMATCHED-POLICY AGING - LAYOUT MUST MATCH THE FDS IN
003080*    PROGRAM5.  IT HOLDS KEYS AND DATES ONLY, SO IT IS COUNTED
003090*    FOR THE CERTIFICATE AND NEVER CHANGED
003100 FD  IN-AGING
003110     RECORDING MODE IS F.
003120 01  FD-AGING-REC.
003130     03  FD-AG-POLICY      PIC X(7).
003140     03  FD-AG-CARRIER     PIC X(3).
003150     03  FD-AG-AEGON-NR    PIC X(5).
003160     03  FD-AG-FIRST-DATE  PIC X(8).
003170     03  FD-AG-LAST-DATE   PIC X(8).
003180     03  FD-AG-DAYS        PIC 9(5).
003190*
003191*    CARRIER SUSPENSE - LAYOUT MUST MATCH PROGRAM2, PROGRAM23 AND
003192*    PROGRAM24.  THE ORIGINAL EXTRACT IMAGE AND THE (POSSIBLY
003193*    CORRECTED) WORKING IMAGE BOTH CARRY THE PERSONAL FIELDS
003194 FD  IO-SUSPENSE
003195     RECORDING MODE IS F.
003196 01  FD-SUSPENSE-REC.
003197     03  FD-SS-KEY.
003198         05  FD-SS-CARRIER     PIC X(3).
003199         05  FD-SS-DATE        PIC X(8).
003200         05  FD-SS-SEQ         PIC 9(5).
003201     03  FD-SS-STATUS      PIC X(1).
003202     03  FD-SS-ORIGIN      PIC X(1).
003203     03  FD-SS-REASON      PIC X(30).
003204     03  FD-SS-ORIG-IMAGE.
003205         05  FD-SS-CARRIER1    PIC X(3).
003206         05  FD-SS-AEGON-NR1   PIC X(5).
003207         05  FD-SS-NAME1       PIC X(7).
003208         05  FD-SS-STREET1     PIC X(3).
003209         05  FD-SS-PHONE1      PIC X(7).
003210         05  FD-SS-PREMIUM1    PIC X(7).
003211     03  FD-SS-IMAGE.
003212         05  FD-SS-CARRIER2    PIC X(3).
003213         05  FD-SS-AEGON-NR2   PIC X(5).
003214         05  FD-SS-NAME2       PIC X(7).
003215         05  FD-SS-STREET2     PIC X(3).
003216         05  FD-SS-PHONE2      PIC X(7).
003217         05  FD-SS-PREMIUM2    PIC 9(5)V99.
003218     03  FD-SS-ANALYST     PIC X(8).
003219     03  FD-SS-UPD-DATE    PIC X(8).
003220     03  FD-SS-NOTE        PIC X(40).
003221     03  FD-SS-REENTRY-DATE PIC X(8).
003222     03  FILLER            PIC X(24).
003223*
003224 FD  OUT-CERT
003225     RECORDING MODE IS F.
003226 01  FD-CERT-LINE          PIC X(132).
003230*
003240 FD  IN-RUNPARM
003250     RECORDING MODE IS F.
003260 01  FD-RUNPARM-REC.
003270     03  FD-RP-JOB        PIC X(8).
003280     03  FD-RP-STEP       PIC X(8).
003290*
003300*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
003310*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
003320*    PROGRAM18 / PROGRAM19 INQUIRIES
003330 FD  RUNCTL
003340     RECORDING MODE IS F.
003350 01  FD-RUNCTL-REC.
003360     03  FD-RUN-KEY.
003370         05  FD-RUN-DATE      PIC X(8).
003380         05  FD-RUN-JOB       PIC X(8).
003390         05  FD-RUN-STEP      PIC X(8).
003400     03  FD-RUN-PROGRAM   PIC X(8).
003410     03  FD-RUN-STATUS    PIC X(1).
003420     03  FD-RUN-RC        PIC 9(2).
003430     03  FD-RUN-CNT-IN    PIC 9(7).
003440     03  FD-RUN-CNT-OUT   PIC 9(7).
003450*
003460*----------------------------------------------------------------*
003470**                                                               *
003480**   WORKING-STORAGE SECTION                                     *
003490**                                                               *
003500*----------------------------------------------------------------*
003510*
003520 WORKING-STORAGE SECTION.
003530*
003540 01  WS-PARM-EOF-SW    PIC X(1) VALUE 'N'.
003550     88  WS-PARM-EOF           VALUE 'Y'.
003560 01  WS-REG-EOF-SW     PIC X(1) VALUE 'N'.
003570     88  WS-REG-EOF            VALUE 'Y'.
003580 01  WS-CMST-EOF-SW    PIC X(1) VALUE 'N'.
003590     88  WS-CMST-EOF           VALUE 'Y'.
003591 01  WS-MST-EOF-SW     PIC X(1) VALUE 'N'.
003592     88  WS-MST-EOF            VALUE 'Y'.
003600 01  WS-DS-EOF-SW      PIC X(1) VALUE 'N'.
003610     88  WS-DS-EOF             VALUE 'Y'.
003620 01  WS-GEN-END-SW     PIC X(1) VALUE 'N'.
003630     88  WS-GEN-END            VALUE 'Y'.
003640 01  WS-ALLOC-SW       PIC X(1) VALUE 'N'.
003650     88  WS-ALLOCATED          VALUE 'Y'.
003660 01  WS-MST-FOUND-SW   PIC X(1) VALUE 'N'.
003670     88  WS-MST-FOUND          VALUE 'Y'.
003671*    SET WITH WS-MST-FOUND-SW - THE POLICY IS ON THE MASTER AND
003672*    NOT CANCELLED OR LAPSED
003673 01  WS-MST-LIVE-SW    PIC X(1) VALUE 'N'.
003674     88  WS-MST-LIVE           VALUE 'Y'.
003680 01  WS-CHANGED-SW     PIC X(1) VALUE 'N'.
003690     88  WS-RECORD-CHANGED     VALUE 'Y'.
003700 01  WS-RETN-SW        PIC X(1) VALUE 'N'.
003710     88  WS-RETN-GIVEN         VALUE 'Y'.
003720*
003730*----------------------------------------------------------------*
003740*    FILE STATUS AND ABEND HANDLING                              *
003750*----------------------------------------------------------------*
003760 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
003770     88  WS-ABEND              VALUE 'Y'.
003780 01  WS-PARM-STATUS    PIC X(2).
003790 01  WS-MASTER-STATUS  PIC X(2).
003800 01  WS-REG-STATUS     PIC X(2).
003810 01  WS-CMST-STATUS    PIC X(2).
003820 01  WS-POL-STATUS     PIC X(2).
003830 01  WS-AEG-STATUS     PIC X(2).
003840 01  WS-DSC-STATUS     PIC X(2).
003850 01  WS-TRM-STATUS     PIC X(2).
003860 01  WS-JRN-STATUS     PIC X(2).
003870 01  WS-RSP-STATUS     PIC X(2).
003880 01  WS-AGE-STATUS     PIC X(2).
003881 01  WS-SUS-STATUS     PIC X(2).
003890 01  WS-CERT-STATUS    PIC X(2).
003900*
003910 01  WS-CURRENT-DATE   PIC X(8).
003920*
003930*----------------------------------------------------------------*
003931*    RETENTION - A DELETION OR TERMINATION DATED BEFORE THE      *
003932*    CUT-OFF (THE RUN DATE LESS THE RETENTION YEARS) IS DUE FOR  *
003933*    ERASURE                                                     *
003960*----------------------------------------------------------------*
003970 01  WS-RETN-YEARS     PIC 9(2) VALUE 0.
003980 01  WS-CUTOFF-DATE.
003990     03  WS-CUT-YYYY       PIC 9(4).
004000     03  WS-CUT-MM         PIC 9(2).
004010     03  WS-CUT-DD         PIC 9(2).
004020 01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(8).
004030*
004031*    H - THE JOURNAL PASS THAT FEEDS THE REGISTER (THE MASTER IS
004032*    BROWSED AFTER IT); M - THE PASS THAT MASKS EVERY DATASET
004060 01  WS-PASS           PIC X(1) VALUE 'H'.
004070     88  WS-PASS-HARVEST       VALUE 'H'.
004080     88  WS-PASS-MASK          VALUE 'M'.
004090*
004100*    N - POLICIES NEWLY DUE OR NAMED ON AN ERAS CARD; E - THOSE
004110*    ERASED ON AN EARLIER RUN, SWEPT AGAIN WHILE THERE IS ROOM
004120 01  WS-LOAD-PASS      PIC X(1) VALUE 'N'.
004130     88  WS-LOAD-NEW           VALUE 'N'.
004140     88  WS-LOAD-EARLIER       VALUE 'E'.
004150*
004160*    WHAT A PERSONAL FIELD HOLDS ONCE IT IS ERASED
004170 01  WS-MASK-7         PIC X(7) VALUE '*******'.
004180 01  WS-MASK-3         PIC X(3) VALUE '***'.
004190*
004200*----------------------------------------------------------------*
004210*    DATASETS TO SWEEP - THE DSN CARDS FIRST (EACH ITS OWN       *
004220*    COLUMN ON THE CERTIFICATE), THEN ONE RESPONSE GDG PER       *
004230*    CARRIER FROM THE CARRIER MASTER (SHARING ONE COLUMN - A     *
004240*    POLICY ONLY EVER APPEARS IN ITS OWN CARRIER'S FEED).  KIND: *
004250*      POL UNMATCHED POLICY   DUP DUPLICATE MATCH                *
004260*      AEG NO POLICY ON FILE  DSC FIELD DISCREPANCY              *
004270*      TRM TERMINATED BILLING JRN POLICY MASTER JOURNAL          *
004280*      AGE AGING FILE         RSP CARRIER RESPONSE FEED          *
004281*      SUS CARRIER SUSPENSE (KSDS, SCOPE L ONLY)                 *
004290*    SCOPE L IS ONE LIVE DATASET, G EVERY GENERATION OF A GDG    *
004300*----------------------------------------------------------------*
004310 01  WS-DS-MAX         PIC 9(4) COMP VALUE 120.
004320 01  WS-DS-CARD-MAX    PIC 9(4) COMP VALUE 20.
004330 01  WS-SLOT-RSP       PIC 9(4) COMP VALUE 21.
004340 01  WS-DS-COUNT       PIC 9(4) COMP VALUE 0.
004350 01  WS-DS-CARDS       PIC 9(4) COMP VALUE 0.
004360 01  WS-DS-IX          PIC 9(4) COMP VALUE 0.
004370 01  WS-DS-LOST        PIC 9(4) COMP VALUE 0.
004380 01  WS-DS-TABLE.
004390     03  WS-DS-ENTRY OCCURS 120 TIMES.
004400         05  WS-DS-KIND        PIC X(3).
004410         05  WS-DS-SCOPE       PIC X(1).
004420         05  WS-DS-DSN         PIC X(44).
004430         05  WS-DS-CARRIER     PIC X(3).
004440         05  WS-DS-SLOT        PIC 9(4) COMP.
004450         05  WS-DS-GENS        PIC 9(5) COMP.
004460         05  WS-DS-READ        PIC 9(9) COMP.
004470         05  WS-DS-HELD        PIC 9(9) COMP.
004480         05  WS-DS-MASKED      PIC 9(9) COMP.
004490         05  WS-DS-NOTE        PIC X(30).
004500*
004510*----------------------------------------------------------------*
004520*    POLICIES IN SCOPE THIS RUN, WITH RECORDS HELD AND RECORDS   *
004530*    MASKED PER CERTIFICATE COLUMN.  A LOOKUP LEAVES THE ENTRY   *
004540*    IN WS-RP-IX, ZERO WHEN THE RECORD IS NOT IN SCOPE.  BASIS:  *
004550*    R PAST RETENTION, Q ERASURE REQUEST (ERAS CARD), E ERASED   *
004560*    ON AN EARLIER RUN AND SWEPT AGAIN                           *
004570*----------------------------------------------------------------*
004580 01  WS-RP-MAX         PIC 9(4) COMP VALUE 2000.
004590 01  WS-RP-COUNT       PIC 9(4) COMP VALUE 0.
004600 01  WS-RP-IX          PIC 9(4) COMP VALUE 0.
004610 01  WS-RP-SUB         PIC 9(4) COMP VALUE 0.
004620 01  WS-SLOT-IX        PIC 9(4) COMP VALUE 0.
004630 01  WS-SLOT-HITS      PIC 9(4) COMP VALUE 0.
004640 01  WS-RP-TABLE.
004650     03  WS-RP-ENTRY OCCURS 2000 TIMES.
004660         05  WS-RP-POLICY      PIC X(7).
004670         05  WS-RP-CARRIER     PIC X(3).
004680         05  WS-RP-AEGON-NR    PIC X(5).
004681         05  WS-RP-END-DATE    PIC X(8).
004700         05  WS-RP-BASIS       PIC X(1).
004701         05  WS-RP-SOURCE      PIC X(1).
004710         05  WS-RP-REFERENCE   PIC X(20).
004720         05  WS-RP-FIRST-DATE  PIC X(8).
004730         05  WS-RP-MASKED      PIC 9(7) COMP.
004740         05  WS-RP-SLOT OCCURS 21 TIMES.
004750             07  WS-RP-S-HELD      PIC 9(7) COMP.
004760             07  WS-RP-S-MASKED    PIC 9(7) COMP.
004770*
004780*    THE KEY OF THE RECORD IN HAND, FOR THE LOOKUPS
004790 01  WS-KEY-POLICY     PIC X(7).
004800 01  WS-KEY-CARRIER    PIC X(3).
004810 01  WS-KEY-AEGON-NR   PIC X(5).
004811*
004812*    A DELETION OR TERMINATION ON ITS WAY TO THE REGISTER - SEE
004813*    A-170
004814 01  WS-HV-POLICY      PIC X(7).
004815 01  WS-HV-CARRIER     PIC X(3).
004816 01  WS-HV-AEGON-NR    PIC X(5).
004817 01  WS-HV-DATE        PIC X(8).
004818 01  WS-HV-SOURCE      PIC X(1).
004820*
004830*----------------------------------------------------------------*
004840*    ERAS CARDS - AN ERASURE REQUEST FOR ONE POLICY.  A REFUSED  *
004850*    CARD KEEPS ITS REASON FOR THE CERTIFICATE                   *
004860*----------------------------------------------------------------*
004870 01  WS-EC-MAX         PIC 9(4) COMP VALUE 200.
004880 01  WS-EC-COUNT       PIC 9(4) COMP VALUE 0.
004890 01  WS-EC-IX          PIC 9(4) COMP VALUE 0.
004900 01  WS-EC-HIT         PIC 9(4) COMP VALUE 0.
004910 01  WS-EC-TABLE.
004920     03  WS-EC-ENTRY OCCURS 200 TIMES.
004930         05  WS-EC-POLICY      PIC X(7).
004940         05  WS-EC-CARRIER     PIC X(3).
004950         05  WS-EC-AEGON-NR    PIC X(5).
004960         05  WS-EC-REFERENCE   PIC X(20).
004970         05  WS-EC-ACCEPT-SW   PIC X(1).
004980             88  WS-EC-ACCEPTED        VALUE 'Y'.
004990         05  WS-EC-REASON      PIC X(40).
005000*
005010*    BPXWDYN REQUEST - HALFWORD LENGTH FOLLOWED BY THE TEXT
005020 01  WS-DYN-PARM.
005030     03  WS-DYN-LENGTH     PIC S9(4) COMP VALUE 0.
005040     03  WS-DYN-TEXT       PIC X(160) VALUE SPACES.
005050 01  WS-DYN-PTR        PIC 9(4) COMP VALUE 0.
005060 01  WS-DYN-DD         PIC X(8).
005070 01  WS-DYN-DISP       PIC X(3).
005080*
005090*    RELATIVE GENERATION BEING SWEPT - 0, THEN -1, -2 ... UNTIL
005100*    ONE IS NOT CATALOGED (A GDG HOLDS AT MOST 255)
005110 01  WS-GEN-NR         PIC 9(3) VALUE 0.
005120 01  WS-GEN-X REDEFINES WS-GEN-NR PIC X(3).
005130*
005140*----------------------------------------------------------------*
005150*    RUN COUNTS                                                  *
005160*----------------------------------------------------------------*
005170 01  WS-CT-DELETES     PIC 9(7) COMP VALUE 0.
005171 01  WS-CT-TERMINATED  PIC 9(7) COMP VALUE 0.
005180 01  WS-CT-REG-ADDED   PIC 9(7) COMP VALUE 0.
005190 01  WS-CT-REG-UPDATED PIC 9(7) COMP VALUE 0.
005200 01  WS-CT-REFUSED     PIC 9(7) COMP VALUE 0.
005210 01  WS-CT-BACK-ON-MST PIC 9(7) COMP VALUE 0.
005220 01  WS-CT-WAITING     PIC 9(7) COMP VALUE 0.
005230 01  WS-CT-NOT-SWEPT   PIC 9(7) COMP VALUE 0.
005240 01  WS-CT-NEW-ERASED  PIC 9(7) COMP VALUE 0.
005250 01  WS-CT-RESWEPT     PIC 9(7) COMP VALUE 0.
005260 01  WS-CT-RESWEPT-NIL PIC 9(7) COMP VALUE 0.
005270 01  WS-CT-RECS-READ   PIC 9(9) COMP VALUE 0.
005280 01  WS-CT-RECS-HELD   PIC 9(9) COMP VALUE 0.
005290 01  WS-CT-RECS-MASKED PIC 9(9) COMP VALUE 0.
005300 01  WS-CT-DS-MISSING  PIC 9(4) COMP VALUE 0.
005310*
005320*----------------------------------------------------------------*
005330*    CERTIFICATE LINES                                           *
005340*----------------------------------------------------------------*
005350 01  WS-CERT-HEADING.
005360     03  FILLER            PIC X(38) VALUE
005370         'PERSONAL-DATA ERASURE CERTIFICATE     '.
005380     03  FILLER            PIC X(9)  VALUE 'RUN DATE '.
005390     03  WS-CH-DATE        PIC X(8).
005400     03  FILLER            PIC X(13) VALUE '   RETENTION '.
005410     03  WS-CH-YEARS       PIC Z9.
005420     03  FILLER            PIC X(16) VALUE ' YEARS - CUT-OFF'.
005430     03  FILLER            PIC X(1)  VALUE SPACE.
005440     03  WS-CH-CUTOFF      PIC X(8).
005450     03  FILLER            PIC X(37) VALUE SPACES.
005460*
005470 01  WS-CERT-NOTE-1.
005480     03  FILLER            PIC X(44) VALUE
005490         'NAME, STREET AND TELEPHONE ARE OVERWRITTEN '.
005500     03  FILLER            PIC X(44) VALUE
005510         'WITH ASTERISKS IN EACH RECORD LISTED; KEYS, '.
005520     03  FILLER            PIC X(44) VALUE
005530         'DATES AND PREMIUMS ARE KEPT.'.
005540*
005550 01  WS-SECTION-LINE.
005560     03  WS-SL-TEXT        PIC X(60).
005570     03  FILLER            PIC X(72) VALUE SPACES.
005580*
005590 01  WS-POL-HEAD.
005600     03  FILLER            PIC X(44) VALUE
005601         '  POLICY   CAR  AEGNR  ENDED     BASIS'.
005620     03  FILLER            PIC X(44) VALUE
005630         '   FIRST ERASED  REFERENCE'.
005640     03  FILLER            PIC X(44) VALUE SPACES.
005650*
005660 01  WS-POL-LINE.
005670     03  FILLER            PIC X(2)  VALUE SPACES.
005680     03  WS-PL-POLICY      PIC X(7).
005690     03  FILLER            PIC X(2)  VALUE SPACES.
005700     03  WS-PL-CARRIER     PIC X(3).
005710     03  FILLER            PIC X(2)  VALUE SPACES.
005720     03  WS-PL-AEGON-NR    PIC X(5).
005730     03  FILLER            PIC X(2)  VALUE SPACES.
005731     03  WS-PL-END-DATE    PIC X(8).
005750     03  FILLER            PIC X(2)  VALUE SPACES.
005760     03  WS-PL-BASIS       PIC X(12).
005770     03  FILLER            PIC X(2)  VALUE SPACES.
005780     03  WS-PL-FIRST-DATE  PIC X(8).
005790     03  FILLER            PIC X(6)  VALUE SPACES.
005800     03  WS-PL-REFERENCE   PIC X(20).
005810     03  FILLER            PIC X(2)  VALUE SPACES.
005820     03  WS-PL-REMARK      PIC X(40).
005830     03  FILLER            PIC X(9)  VALUE SPACES.
005840*
005850 01  WS-HELD-LINE.
005860     03  FILLER            PIC X(13) VALUE SPACES.
005870     03  WS-HL-DSN         PIC X(44).
005880     03  FILLER            PIC X(2)  VALUE SPACES.
005890     03  WS-HL-KIND        PIC X(3).
005900     03  FILLER            PIC X(14) VALUE '  RECORDS HELD'.
005910     03  WS-HL-HELD        PIC Z(6)9.
005920     03  FILLER            PIC X(10) VALUE '   MASKED '.
005930     03  WS-HL-MASKED      PIC Z(6)9.
005940     03  FILLER            PIC X(32) VALUE SPACES.
005950*
005960 01  WS-DS-HEAD.
005970     03  FILLER            PIC X(46) VALUE
005980         '  DATASET'.
005990     03  FILLER            PIC X(44) VALUE
006000         ' KIND SC CAR  GENS  RECORDS READ       HELD'.
006010     03  FILLER            PIC X(42) VALUE
006020         '    MASKED  NOTE'.
006030*
006040 01  WS-DS-LINE.
006050     03  FILLER            PIC X(2)  VALUE SPACES.
006060     03  WS-DL-DSN         PIC X(44).
006070     03  FILLER            PIC X(1)  VALUE SPACES.
006080     03  WS-DL-KIND        PIC X(3).
006090     03  FILLER            PIC X(2)  VALUE SPACES.
006100     03  WS-DL-SCOPE       PIC X(1).
006110     03  FILLER            PIC X(2)  VALUE SPACES.
006120     03  WS-DL-CARRIER     PIC X(3).
006130     03  FILLER            PIC X(1)  VALUE SPACES.
006140     03  WS-DL-GENS        PIC ZZZZ9.
006150     03  FILLER            PIC X(2)  VALUE SPACES.
006160     03  WS-DL-READ        PIC Z(11)9.
006170     03  FILLER            PIC X(2)  VALUE SPACES.
006180     03  WS-DL-HELD        PIC Z(8)9.
006190     03  FILLER            PIC X(1)  VALUE SPACES.
006200     03  WS-DL-MASKED      PIC Z(9)9.
006210     03  FILLER            PIC X(2)  VALUE SPACES.
006220     03  WS-DL-NOTE        PIC X(30).
006240*
006250 01  WS-REFUSE-LINE.
006260     03  FILLER            PIC X(2)  VALUE SPACES.
006270     03  WS-RL-POLICY      PIC X(7).
006280     03  FILLER            PIC X(2)  VALUE SPACES.
006290     03  WS-RL-REFERENCE   PIC X(20).
006300     03  FILLER            PIC X(2)  VALUE SPACES.
006310     03  WS-RL-REASON      PIC X(40).
006320     03  FILLER            PIC X(59) VALUE SPACES.
006330*
006340 01  WS-TOTAL-LINE.
006350     03  WS-TL-LABEL       PIC X(50).
006360     03  WS-TL-COUNT       PIC Z(8)9.
006370     03  FILLER            PIC X(73) VALUE SPACES.
006380*
006390*----------------------------------------------------------------*
006400*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
006410*----------------------------------------------------------------*
006420 01  WS-RUNPARM-STATUS PIC X(2).
006430 01  WS-RUNCTL-STATUS  PIC X(2).
006440 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
006450     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
006460 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
006470 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
006480 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
006490 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
006500*
006510*----------------------------------------------------------------*
006520 PROCEDURE DIVISION.
006530*----------------------------------------------------------------*
006540 A-MAIN                                      SECTION.
006550*----------------------------------------------------------------*
006560 A-001.
006570*
006580     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006590     PERFORM A-015-READ-RETNPARM THRU A-015-EXIT
006600     IF NOT WS-ABEND
006610        PERFORM A-010-OPEN-FILES THRU A-010-EXIT
006620     END-IF
006630*
006640     IF WS-ABEND
006650        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
006660        GO TO A-999
006670     END-IF
006680*
006690     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
006700     PERFORM A-018-SET-CUTOFF THRU A-018-EXIT
006710     PERFORM A-020-START-CARRMAST THRU A-020-EXIT
006720     PERFORM A-022-ADD-RESPONSE-GDG THRU A-022-EXIT
006730        UNTIL WS-CMST-EOF OR WS-ABEND
006740*
006741*    THE JOURNAL AND THE MASTER FIRST, SO EVERY DELETION THE
006742*    JOURNAL STILL HOLDS AND EVERY CANCELLED OR LAPSED POLICY IS
006743*    ON THE REGISTER BEFORE THE REGISTER IS READ FOR WHAT IS DUE
006770     MOVE 'H' TO WS-PASS
006780     PERFORM A-060-SWEEP-DATASET THRU A-060-EXIT
006790        VARYING WS-DS-IX FROM 1 BY 1
006800        UNTIL WS-DS-IX > WS-DS-COUNT OR WS-ABEND
006801     IF NOT WS-ABEND
006802        PERFORM A-036-HARVEST-MASTER THRU A-036-EXIT
006803     END-IF
006810*
006820     IF NOT WS-ABEND
006830        PERFORM A-030-TAKE-ERASURE THRU A-030-EXIT
006840           VARYING WS-EC-IX FROM 1 BY 1
006850           UNTIL WS-EC-IX > WS-EC-COUNT OR WS-ABEND
006860     END-IF
006870*
006880     IF NOT WS-ABEND
006890        MOVE 'N' TO WS-LOAD-PASS
006900        PERFORM A-040-LOAD-SCOPE THRU A-040-EXIT
006910     END-IF
006920     IF NOT WS-ABEND
006930        MOVE 'E' TO WS-LOAD-PASS
006940        PERFORM A-040-LOAD-SCOPE THRU A-040-EXIT
006950     END-IF
006960*
006970     IF NOT WS-ABEND AND WS-RP-COUNT > 0
006980        MOVE 'M' TO WS-PASS
006990        PERFORM A-060-SWEEP-DATASET THRU A-060-EXIT
007000           VARYING WS-DS-IX FROM 1 BY 1
007010           UNTIL WS-DS-IX > WS-DS-COUNT OR WS-ABEND
007020     END-IF
007030*
007040*    ONLY A COMPLETE SWEEP MARKS A POLICY ERASED - AFTER A
007050*    FAILURE THE RERUN SWEEPS THE SAME POLICIES AGAIN
007060     IF NOT WS-ABEND
007070        PERFORM A-080-MARK-ERASED THRU A-080-EXIT
007080           VARYING WS-RP-IX FROM 1 BY 1
007090           UNTIL WS-RP-IX > WS-RP-COUNT OR WS-ABEND
007100     END-IF
007110*
007120     PERFORM A-090-WRITE-CERTIFICATE THRU A-090-EXIT
007130*
007140     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
007150*
007160     GO TO A-999.
007170*
007180*----------------------------------------------------------------*
007190*    CLOSE WHICHEVER FILES OPENED SUCCESSFULLY - SHARED BY THE   *
007200*    NORMAL END-OF-RUN PATH AND THE OPEN-FAILURE ABEND PATH.     *
007210*    THE SWEPT DATASETS ARE OPENED AND CLOSED ONE AT A TIME      *
007220*----------------------------------------------------------------*
007230 A-005-CLOSE-FILES.
007240*
007250     CLOSE POLMASTER
007260     CLOSE RETREG
007270     CLOSE IN-CARRMAST
007280     CLOSE OUT-CERT.
007290*
007300 A-005-EXIT.
007310     EXIT.
007320*
007330*----------------------------------------------------------------*
007340*    OPEN ALL FILES AND CHECK STATUS - ANY OPEN FAILURE ABENDS   *
007350*    THE RUN.  A NEW, EMPTY REGISTER CLUSTER OPENS WITH STATUS   *
007360*    35 - PRIME IT WITH AN OPEN OUTPUT / CLOSE, AS PROGRAM3 DOES *
007370*    FOR THE POLICY MASTER                                       *
007380*----------------------------------------------------------------*
007390 A-010-OPEN-FILES.
007400*
007410     OPEN INPUT  POLMASTER
007420     IF WS-MASTER-STATUS NOT = '00'
007430        MOVE 'Y' TO WS-ABEND-SW
007440     END-IF
007450     OPEN I-O    RETREG
007460     IF WS-REG-STATUS = '35'
007470        OPEN OUTPUT RETREG
007480        CLOSE RETREG
007490        OPEN I-O RETREG
007500     END-IF
007510     IF WS-REG-STATUS NOT = '00'
007520        MOVE 'Y' TO WS-ABEND-SW
007530     END-IF
007540     OPEN INPUT  IN-CARRMAST
007550     IF WS-CMST-STATUS NOT = '00'
007560        MOVE 'Y' TO WS-ABEND-SW
007570     END-IF
007580     OPEN OUTPUT OUT-CERT
007590     IF WS-CERT-STATUS NOT = '00'
007600        MOVE 'Y' TO WS-ABEND-SW
007610     END-IF.
007620*
007630 A-010-EXIT.
007640     EXIT.
007650*
007660*----------------------------------------------------------------*
007670*    RETNPARM - A RETN CARD IS REQUIRED.  ANY CARD OF NO KNOWN   *
007680*    TYPE OR WITH A BAD FIELD STOPS THE RUN BEFORE A DATASET IS  *
007690*    TOUCHED - AN ERASURE RUN IS NEVER GUESSED AT                *
007700*----------------------------------------------------------------*
007710 A-015-READ-RETNPARM.
007720*
007730     OPEN INPUT IN-RETNPARM
007740     IF WS-PARM-STATUS NOT = '00'
007750        DISPLAY 'PROGRAM29 - RETNPARM CARDS NOT AVAILABLE'
007760        MOVE 'Y' TO WS-ABEND-SW
007770        GO TO A-015-EXIT
007780     END-IF
007790     PERFORM A-016-READ-CARD THRU A-016-EXIT
007800     PERFORM A-017-TAKE-CARD THRU A-017-EXIT
007810        UNTIL WS-PARM-EOF OR WS-ABEND
007820     CLOSE IN-RETNPARM
007830     IF NOT WS-ABEND AND NOT WS-RETN-GIVEN
007840        DISPLAY 'PROGRAM29 - NO RETN CARD - RETENTION YEARS '
007850                'REQUIRED'
007860        MOVE 'Y' TO WS-ABEND-SW
007870     END-IF.
007880*
007890 A-015-EXIT.
007900     EXIT.
007910*
007920 A-016-READ-CARD.
007930*
007940     READ IN-RETNPARM
007950        AT END
007960           MOVE 'Y' TO WS-PARM-EOF-SW
007970     END-READ
007980     IF WS-PARM-STATUS NOT = '00'
007990        AND WS-PARM-STATUS NOT = '10'
008000        MOVE 'Y' TO WS-ABEND-SW
008010        MOVE 'Y' TO WS-PARM-EOF-SW
008020     END-IF.
008030*
008040 A-016-EXIT.
008050     EXIT.
008060*
008070 A-017-TAKE-CARD.
008080*
008090     IF FD-RT-TYPE(1:1) = '*'
008100        GO TO A-017-READ
008110     END-IF
008120     EVALUATE FD-RT-TYPE
008130        WHEN 'RETN'
008140           IF FD-RT-YEARS NOT NUMERIC OR FD-RT-YEARS = '00'
008150              GO TO A-017-BAD
008160           END-IF
008170           MOVE FD-RT-YEARS TO WS-RETN-YEARS
008180           MOVE 'Y' TO WS-RETN-SW
008190        WHEN 'ERAS'
008200           IF FD-RT-POLICY NOT NUMERIC
008210              GO TO A-017-BAD
008220           END-IF
008230           IF WS-EC-COUNT NOT < WS-EC-MAX
008240              DISPLAY 'PROGRAM29 - MORE THAN 200 ERAS CARDS - '
008250                      'SPLIT THE REQUESTS OVER TWO RUNS'
008260              GO TO A-017-BAD
008270           END-IF
008280           ADD 1 TO WS-EC-COUNT
008290           MOVE FD-RT-POLICY    TO WS-EC-POLICY(WS-EC-COUNT)
008300           MOVE FD-RT-CARRIER   TO WS-EC-CARRIER(WS-EC-COUNT)
008310           MOVE FD-RT-AEGON-NR  TO WS-EC-AEGON-NR(WS-EC-COUNT)
008320           MOVE FD-RT-REFERENCE TO WS-EC-REFERENCE(WS-EC-COUNT)
008330           MOVE 'N'    TO WS-EC-ACCEPT-SW(WS-EC-COUNT)
008340           MOVE SPACES TO WS-EC-REASON(WS-EC-COUNT)
008350        WHEN 'DSN '
008360           IF FD-RT-KIND NOT = 'POL'
008370              AND FD-RT-KIND NOT = 'DUP'
008380              AND FD-RT-KIND NOT = 'AEG'
008390              AND FD-RT-KIND NOT = 'DSC'
008400              AND FD-RT-KIND NOT = 'TRM'
008410              AND FD-RT-KIND NOT = 'JRN'
008420              AND FD-RT-KIND NOT = 'AGE'
008421              AND FD-RT-KIND NOT = 'SUS'
008430              GO TO A-017-BAD
008440           END-IF
008450           IF FD-RT-SCOPE NOT = 'L' AND FD-RT-SCOPE NOT = 'G'
008451              GO TO A-017-BAD
008452           END-IF
008453           IF FD-RT-KIND = 'SUS' AND FD-RT-SCOPE NOT = 'L'
008460              GO TO A-017-BAD
008470           END-IF
008480           IF FD-RT-DSNAME = SPACES
008490              OR WS-DS-CARDS NOT < WS-DS-CARD-MAX
008500              GO TO A-017-BAD
008510           END-IF
008520           ADD 1 TO WS-DS-CARDS
008530           ADD 1 TO WS-DS-COUNT
008540           MOVE FD-RT-KIND   TO WS-DS-KIND(WS-DS-COUNT)
008550           MOVE FD-RT-SCOPE  TO WS-DS-SCOPE(WS-DS-COUNT)
008560           MOVE FD-RT-DSNAME TO WS-DS-DSN(WS-DS-COUNT)
008570           MOVE SPACES       TO WS-DS-CARRIER(WS-DS-COUNT)
008580           MOVE WS-DS-COUNT  TO WS-DS-SLOT(WS-DS-COUNT)
008590           PERFORM A-019-CLEAR-DATASET THRU A-019-EXIT
008600        WHEN OTHER
008610           GO TO A-017-BAD
008620     END-EVALUATE
008630     GO TO A-017-READ.
008640*
008650 A-017-BAD.
008660     DISPLAY 'PROGRAM29 - BAD RETNPARM CARD: ' FD-RETNPARM-REC
008670     MOVE 'Y' TO WS-ABEND-SW
008680     GO TO A-017-EXIT.
008690*
008700 A-017-READ.
008710     PERFORM A-016-READ-CARD THRU A-016-EXIT.
008720*
008730 A-017-EXIT.
008740     EXIT.
008750*
008760*----------------------------------------------------------------*
008770*    CUT-OFF DATE - THE RUN DATE LESS THE RETENTION YEARS.  A    *
008780*    29 FEBRUARY RUN CUTS OFF AT THE 28TH                        *
008790*----------------------------------------------------------------*
008800 A-018-SET-CUTOFF.
008810*
008820     MOVE WS-CURRENT-DATE TO WS-CUTOFF-DATE-X
008830     SUBTRACT WS-RETN-YEARS FROM WS-CUT-YYYY
008840     IF WS-CUT-MM = 2 AND WS-CUT-DD = 29
008850        MOVE 28 TO WS-CUT-DD
008860     END-IF.
008870*
008880 A-018-EXIT.
008890     EXIT.
008900*
008910 A-019-CLEAR-DATASET.
008920*
008930     MOVE 0      TO WS-DS-GENS(WS-DS-COUNT)
008940     MOVE 0      TO WS-DS-READ(WS-DS-COUNT)
008950     MOVE 0      TO WS-DS-HELD(WS-DS-COUNT)
008960     MOVE 0      TO WS-DS-MASKED(WS-DS-COUNT)
008970     MOVE SPACES TO WS-DS-NOTE(WS-DS-COUNT).
008980*
008990 A-019-EXIT.
009000     EXIT.
009010*
009020 A-020-START-CARRMAST.
009030*
009040     MOVE LOW-VALUES TO FD-CM-CODE
009050     START IN-CARRMAST KEY IS NOT LESS THAN FD-CM-CODE
009060        INVALID KEY
009070           MOVE 'Y' TO WS-CMST-EOF-SW
009080     END-START.
009090*
009100 A-020-EXIT.
009110     EXIT.
009120*
009130*----------------------------------------------------------------*
009140*    EVERY CARRIER WITH A RESPONSE GDG ON THE MASTER, WHATEVER   *
009150*    ITS STATUS - A SUSPENDED OR EXITED CARRIER'S OLD FEEDS      *
009160*    STILL HOLD PERSONAL DATA                                    *
009170*----------------------------------------------------------------*
009180 A-022-ADD-RESPONSE-GDG.
009190*
009200     READ IN-CARRMAST NEXT RECORD
009210        AT END
009220           MOVE 'Y' TO WS-CMST-EOF-SW
009230     END-READ
009240     IF WS-CMST-EOF
009250        GO TO A-022-EXIT
009260     END-IF
009270     IF WS-CMST-STATUS NOT = '00'
009280        MOVE 'Y' TO WS-ABEND-SW
009290        GO TO A-022-EXIT
009300     END-IF
009310     IF FD-CM-RESP-DSN = SPACES
009320        GO TO A-022-EXIT
009330     END-IF
009340     IF WS-DS-COUNT NOT < WS-DS-MAX
009350        DISPLAY 'PROGRAM29 - DATASET TABLE FULL - RESPONSE GDG '
009360                FD-CM-RESP-DSN ' NOT SWEPT'
009370        ADD 1 TO WS-DS-LOST
009380        GO TO A-022-EXIT
009390     END-IF
009400     ADD 1 TO WS-DS-COUNT
009410     MOVE 'RSP'          TO WS-DS-KIND(WS-DS-COUNT)
009420     MOVE 'G'            TO WS-DS-SCOPE(WS-DS-COUNT)
009430     MOVE FD-CM-RESP-DSN TO WS-DS-DSN(WS-DS-COUNT)
009440     MOVE FD-CM-CODE     TO WS-DS-CARRIER(WS-DS-COUNT)
009450     MOVE WS-SLOT-RSP    TO WS-DS-SLOT(WS-DS-COUNT)
009460     PERFORM A-019-CLEAR-DATASET THRU A-019-EXIT.
009470*
009480 A-022-EXIT.
009490     EXIT.
009500*
009510*----------------------------------------------------------------*
009511*    ONE ERAS CARD.  A POLICY STILL IN FORCE ON THE MASTER IS    *
009530*    REFUSED - THE NEXT NIGHTLY RUN WOULD ONLY COPY ITS DATA OUT *
009531*    AGAIN; CANCEL OR DELETE IT THROUGH POLMAINT FIRST.  A       *
009532*    CANCELLED OR LAPSED ONE IS NO LONGER MATCHED AND IS TAKEN.  *
009533*    IT GOES ON THE REGISTER (CARRIER AND AEGON-NR FROM THE CARD *
009534*    WHEN NEITHER THE JOURNAL NOR THE MASTER SUPPLIED THEM) AND  *
009535*    IS ERASED THIS RUN WHATEVER ITS RETENTION                   *
009580*----------------------------------------------------------------*
009590 A-030-TAKE-ERASURE.
009600*
009610     MOVE WS-EC-POLICY(WS-EC-IX) TO FD-MST-POLICYNUM
009620     PERFORM A-035-READ-MASTER THRU A-035-EXIT
009630     IF WS-ABEND
009640        GO TO A-030-EXIT
009650     END-IF
009651     IF WS-MST-LIVE
009652        MOVE 'STILL IN FORCE ON THE POLICY MASTER'
009680          TO WS-EC-REASON(WS-EC-IX)
009690        ADD 1 TO WS-CT-REFUSED
009700        GO TO A-030-EXIT
009710     END-IF
009720*
009730     MOVE WS-EC-POLICY(WS-EC-IX) TO FD-RG-POLICY
009740     READ RETREG
009750        INVALID KEY
009760           CONTINUE
009770     END-READ
009780     IF WS-REG-STATUS NOT = '00' AND WS-REG-STATUS NOT = '23'
009790        MOVE 'Y' TO WS-ABEND-SW
009800        GO TO A-030-EXIT
009810     END-IF
009820     IF WS-REG-STATUS = '23'
009830        MOVE SPACES                    TO FD-RETREG-REC
009840        MOVE WS-EC-POLICY(WS-EC-IX)    TO FD-RG-POLICY
009850        MOVE WS-EC-CARRIER(WS-EC-IX)   TO FD-RG-CARRIER
009860        MOVE WS-EC-AEGON-NR(WS-EC-IX)  TO FD-RG-AEGON-NR
009870        MOVE WS-EC-REFERENCE(WS-EC-IX) TO FD-RG-REFERENCE
009880        MOVE 'P'                       TO FD-RG-STATUS
009890        MOVE 'L'                       TO FD-RG-SOURCE
009900        MOVE WS-CURRENT-DATE           TO FD-RG-UPD-DATE
009910        WRITE FD-RETREG-REC
009920        IF WS-REG-STATUS NOT = '00'
009930           MOVE 'Y' TO WS-ABEND-SW
009940           GO TO A-030-EXIT
009950        END-IF
009960        ADD 1 TO WS-CT-REG-ADDED
009970        MOVE 'Y' TO WS-EC-ACCEPT-SW(WS-EC-IX)
009980        GO TO A-030-EXIT
009990     END-IF
010000     IF WS-EC-CARRIER(WS-EC-IX) NOT = SPACES
010010        MOVE WS-EC-CARRIER(WS-EC-IX)   TO FD-RG-CARRIER
010020     END-IF
010030     IF WS-EC-AEGON-NR(WS-EC-IX) NOT = SPACES
010040        MOVE WS-EC-AEGON-NR(WS-EC-IX)  TO FD-RG-AEGON-NR
010050     END-IF
010060     IF WS-EC-REFERENCE(WS-EC-IX) NOT = SPACES
010070        MOVE WS-EC-REFERENCE(WS-EC-IX) TO FD-RG-REFERENCE
010080     END-IF
010090     MOVE WS-CURRENT-DATE TO FD-RG-UPD-DATE
010100     REWRITE FD-RETREG-REC
010110     IF WS-REG-STATUS NOT = '00'
010120        MOVE 'Y' TO WS-ABEND-SW
010130        GO TO A-030-EXIT
010140     END-IF
010150     MOVE 'Y' TO WS-EC-ACCEPT-SW(WS-EC-IX).
010160*
010170 A-030-EXIT.
010180     EXIT.
010190*
010200*----------------------------------------------------------------*
010210*    RANDOM READ OF THE POLICY MASTER ON FD-MST-POLICYNUM - ONLY *
010220*    A CLEAN NOT-FOUND (23) COUNTS AS GONE; ANY OTHER STATUS IS  *
010221*    AN I/O ERROR AND STOPS THE RUN.  A POLICY FOUND IS LIVE     *
010222*    UNLESS IT IS CANCELLED OR LAPSED                            *
010240*----------------------------------------------------------------*
010250 A-035-READ-MASTER.
010260*
010270     MOVE 'N' TO WS-MST-FOUND-SW
010271     MOVE 'N' TO WS-MST-LIVE-SW
010280     READ POLMASTER
010290        INVALID KEY
010300           CONTINUE
010310        NOT INVALID KEY
010320           MOVE 'Y' TO WS-MST-FOUND-SW
010330     END-READ
010340     IF WS-MASTER-STATUS NOT = '00'
010350        AND WS-MASTER-STATUS NOT = '23'
010360        MOVE 'Y' TO WS-ABEND-SW
010361        GO TO A-035-EXIT
010362     END-IF
010363     IF WS-MST-FOUND
010364        AND FD-MST-STATUS NOT = 'C' AND FD-MST-STATUS NOT = 'L'
010365        MOVE 'Y' TO WS-MST-LIVE-SW
010370     END-IF.
010380*
010390 A-035-EXIT.
010400     EXIT.
010410*
010420*----------------------------------------------------------------*
010421*    BROWSE THE POLICY MASTER FOR CANCELLED AND LAPSED POLICIES. *
010422*    POLMAINT KEEPS THEM ON THE MASTER, SO THE JOURNAL NEVER     *
010423*    SHOWS THEM DELETED - EACH GOES ON THE REGISTER WITH ITS     *
010424*    TERMINATION DATE AS THE END DATE.  ONE WITH NO TERMINATION  *
010425*    DATE CANNOT BE DATED AND IS LEFT ALONE                      *
010426*----------------------------------------------------------------*
010427 A-036-HARVEST-MASTER.
010428*
010429     MOVE 'N' TO WS-MST-EOF-SW
010430     MOVE ZEROES TO FD-MST-POLICYNUM
010431     START POLMASTER KEY IS NOT LESS THAN FD-MST-POLICYNUM
010432        INVALID KEY
010433           MOVE 'Y' TO WS-MST-EOF-SW
010434     END-START
010435     PERFORM A-037-READ-MASTER-NEXT THRU A-037-EXIT
010436     PERFORM A-038-CHECK-MASTER THRU A-038-EXIT
010437        UNTIL WS-MST-EOF OR WS-ABEND.
010438*
010439 A-036-EXIT.
010440     EXIT.
010441*
010442 A-037-READ-MASTER-NEXT.
010443*
010444     IF WS-MST-EOF
010445        GO TO A-037-EXIT
010446     END-IF
010447     READ POLMASTER NEXT RECORD
010448        AT END
010449           MOVE 'Y' TO WS-MST-EOF-SW
010450           GO TO A-037-EXIT
010451     END-READ
010452     IF WS-MASTER-STATUS NOT = '00'
010453        MOVE 'Y' TO WS-ABEND-SW
010454        MOVE 'Y' TO WS-MST-EOF-SW
010455     END-IF.
010456*
010457 A-037-EXIT.
010458     EXIT.
010459*
010460 A-038-CHECK-MASTER.
010461*
010462     IF (FD-MST-STATUS = 'C' OR FD-MST-STATUS = 'L')
010463        AND FD-MST-TERM-DATE NOT = SPACES
010464        ADD 1 TO WS-CT-TERMINATED
010465        MOVE FD-MST-POLICYNUM TO WS-HV-POLICY
010466        MOVE FD-MST-CARRIER   TO WS-HV-CARRIER
010467        MOVE FD-MST-AEGON-NR  TO WS-HV-AEGON-NR
010468        MOVE FD-MST-TERM-DATE TO WS-HV-DATE
010469        MOVE 'M'              TO WS-HV-SOURCE
010470        PERFORM A-170-REGISTER-END THRU A-170-EXIT
010471     END-IF
010472     IF NOT WS-ABEND
010473        PERFORM A-037-READ-MASTER-NEXT THRU A-037-EXIT
010474     END-IF.
010475*
010476 A-038-EXIT.
010477     EXIT.
010478*
010479*----------------------------------------------------------------*
010480*    BROWSE THE REGISTER FOR THE POLICIES IN SCOPE.  THE FIRST   *
010481*    PASS TAKES THOSE NAMED ON AN ACCEPTED ERAS CARD AND THOSE   *
010482*    DELETED OR TERMINATED BEFORE THE CUT-OFF AND NOT YET        *
010483*    ERASED; THE SECOND FILLS WHAT ROOM IS LEFT WITH THOSE       *
010484*    ERASED ON EARLIER RUNS, SINCE A CARRIER CAN GO ON SENDING A *
010485*    RECORD FOR A POLICY WE NO LONGER HOLD                       *
010490*----------------------------------------------------------------*
010500 A-040-LOAD-SCOPE.
010510*
010520     MOVE 'N' TO WS-REG-EOF-SW
010530     MOVE LOW-VALUES TO FD-RG-POLICY
010540     START RETREG KEY IS NOT LESS THAN FD-RG-POLICY
010550        INVALID KEY
010560           MOVE 'Y' TO WS-REG-EOF-SW
010570     END-START
010580     PERFORM A-042-READ-REGISTER THRU A-042-EXIT
010590     PERFORM A-044-CHECK-REGISTER THRU A-044-EXIT
010600        UNTIL WS-REG-EOF OR WS-ABEND.
010610*
010620 A-040-EXIT.
010630     EXIT.
010640*
010650 A-042-READ-REGISTER.
010660*
010670     IF WS-REG-EOF
010680        GO TO A-042-EXIT
010690     END-IF
010700     READ RETREG NEXT RECORD
010710        AT END
010720           MOVE 'Y' TO WS-REG-EOF-SW
010730           GO TO A-042-EXIT
010740     END-READ
010750     IF WS-REG-STATUS NOT = '00'
010760        MOVE 'Y' TO WS-ABEND-SW
010770     END-IF.
010780*
010790 A-042-EXIT.
010800     EXIT.
010810*
010820 A-044-CHECK-REGISTER.
010830*
010840     PERFORM A-046-FIND-CARD THRU A-046-EXIT
010850     IF WS-LOAD-NEW
010860        IF WS-EC-HIT > 0
010870           GO TO A-044-ADD
010880        END-IF
010890        IF FD-RG-STATUS = 'P'
010891           AND FD-RG-END-DATE NOT = SPACES
010892           AND FD-RG-END-DATE < WS-CUTOFF-DATE-X
010920           GO TO A-044-MASTER
010930        END-IF
010940        GO TO A-044-READ
010950     END-IF
010960     IF FD-RG-STATUS NOT = 'E' OR WS-EC-HIT > 0
010970        GO TO A-044-READ
010980     END-IF.
010990*
010991*    A POLICY DELETED AND THEN ADDED BACK, OR REINSTATED AFTER A
010992*    CANCEL OR LAPSE, IS LIVE AGAIN - LEFT ALONE UNTIL IT IS
010993*    DELETED OR TERMINATED ONCE MORE
011020 A-044-MASTER.
011030     MOVE FD-RG-POLICY TO FD-MST-POLICYNUM
011040     PERFORM A-035-READ-MASTER THRU A-035-EXIT
011050     IF WS-ABEND
011060        GO TO A-044-EXIT
011070     END-IF
011071     IF WS-MST-LIVE
011090        ADD 1 TO WS-CT-BACK-ON-MST
011100        GO TO A-044-READ
011110     END-IF.
011120*
011130 A-044-ADD.
011140     IF WS-RP-COUNT NOT < WS-RP-MAX
011150        IF WS-LOAD-NEW
011160           ADD 1 TO WS-CT-WAITING
011170        ELSE
011180           ADD 1 TO WS-CT-NOT-SWEPT
011190        END-IF
011200        GO TO A-044-READ
011210     END-IF
011220     ADD 1 TO WS-RP-COUNT
011230     MOVE FD-RG-POLICY       TO WS-RP-POLICY(WS-RP-COUNT)
011240     MOVE FD-RG-CARRIER      TO WS-RP-CARRIER(WS-RP-COUNT)
011250     MOVE FD-RG-AEGON-NR     TO WS-RP-AEGON-NR(WS-RP-COUNT)
011251     MOVE FD-RG-END-DATE     TO WS-RP-END-DATE(WS-RP-COUNT)
011270     MOVE FD-RG-REFERENCE    TO WS-RP-REFERENCE(WS-RP-COUNT)
011271     MOVE FD-RG-SOURCE       TO WS-RP-SOURCE(WS-RP-COUNT)
011280     MOVE FD-RG-FIRST-ERASED TO WS-RP-FIRST-DATE(WS-RP-COUNT)
011290     MOVE 0                  TO WS-RP-MASKED(WS-RP-COUNT)
011300     EVALUATE TRUE
011310        WHEN WS-EC-HIT > 0
011320           MOVE 'Q' TO WS-RP-BASIS(WS-RP-COUNT)
011330        WHEN WS-LOAD-NEW
011340           MOVE 'R' TO WS-RP-BASIS(WS-RP-COUNT)
011350        WHEN OTHER
011360           MOVE 'E' TO WS-RP-BASIS(WS-RP-COUNT)
011370     END-EVALUATE
011380     PERFORM A-048-CLEAR-SLOT THRU A-048-EXIT
011390        VARYING WS-SLOT-IX FROM 1 BY 1
011400        UNTIL WS-SLOT-IX > WS-SLOT-RSP.
011410*
011420 A-044-READ.
011430     PERFORM A-042-READ-REGISTER THRU A-042-EXIT.
011440*
011450 A-044-EXIT.
011460     EXIT.
011470*
011480*    THE ACCEPTED ERAS CARD FOR THE REGISTER RECORD IN HAND, IF
011490*    ANY, INTO WS-EC-HIT
011500 A-046-FIND-CARD.
011510*
011520     MOVE 0 TO WS-EC-HIT
011530     PERFORM A-047-CHECK-CARD THRU A-047-EXIT
011540        VARYING WS-EC-IX FROM 1 BY 1
011550        UNTIL WS-EC-IX > WS-EC-COUNT OR WS-EC-HIT > 0.
011560*
011570 A-046-EXIT.
011580     EXIT.
011590*
011600 A-047-CHECK-CARD.
011610*
011620     IF WS-EC-POLICY(WS-EC-IX) = FD-RG-POLICY
011630        AND WS-EC-ACCEPTED(WS-EC-IX)
011640        MOVE WS-EC-IX TO WS-EC-HIT
011650     END-IF.
011660*
011670 A-047-EXIT.
011680     EXIT.
011690*
011700 A-048-CLEAR-SLOT.
011710*
011720     MOVE 0 TO WS-RP-S-HELD(WS-RP-COUNT WS-SLOT-IX)
011730     MOVE 0 TO WS-RP-S-MASKED(WS-RP-COUNT WS-SLOT-IX).
011740*
011750 A-048-EXIT.
011760     EXIT.
011770*
011780*----------------------------------------------------------------*
011790*    SWEEP ONE DATASET - A LIVE DATASET ONCE, A GDG GENERATION   *
011800*    BY GENERATION FROM (0) BACK UNTIL ONE IS NOT CATALOGED.     *
011810*    THE HARVEST PASS ONLY READS THE JOURNAL                     *
011820*----------------------------------------------------------------*
011830 A-060-SWEEP-DATASET.
011840*
011850     IF WS-PASS-HARVEST AND WS-DS-KIND(WS-DS-IX) NOT = 'JRN'
011860        GO TO A-060-EXIT
011870     END-IF
011880     MOVE 0   TO WS-GEN-NR
011890     MOVE 'N' TO WS-GEN-END-SW
011900     PERFORM A-062-SWEEP-ONE THRU A-062-EXIT
011910        UNTIL WS-GEN-END OR WS-ABEND
011920     IF NOT WS-PASS-MASK
011930        GO TO A-060-EXIT
011940     END-IF
011950     IF WS-DS-SCOPE(WS-DS-IX) = 'L'
011960        AND WS-DS-GENS(WS-DS-IX) = 0
011970        MOVE 'NOT ALLOCATED - NOT SEARCHED'
011980          TO WS-DS-NOTE(WS-DS-IX)
011990        ADD 1 TO WS-CT-DS-MISSING
012000     END-IF
012010     IF WS-DS-SCOPE(WS-DS-IX) = 'G'
012020        AND WS-DS-GENS(WS-DS-IX) = 0
012030        MOVE 'NO GENERATIONS CATALOGED' TO WS-DS-NOTE(WS-DS-IX)
012040     END-IF.
012050*
012060 A-060-EXIT.
012070     EXIT.
012080*
012090 A-062-SWEEP-ONE.
012100*
012110     PERFORM A-064-ALLOCATE THRU A-064-EXIT
012120     IF NOT WS-ALLOCATED
012130        MOVE 'Y' TO WS-GEN-END-SW
012140        GO TO A-062-EXIT
012150     END-IF
012160     IF WS-PASS-MASK
012170        ADD 1 TO WS-DS-GENS(WS-DS-IX)
012180     END-IF
012190     EVALUATE WS-DS-KIND(WS-DS-IX)
012200        WHEN 'POL'
012210        WHEN 'DUP'
012220           PERFORM A-100-SWEEP-POLDUP THRU A-100-EXIT
012230        WHEN 'AEG'
012240           PERFORM A-110-SWEEP-NOPOL THRU A-110-EXIT
012250        WHEN 'DSC'
012260           PERFORM A-120-SWEEP-DISC THRU A-120-EXIT
012270        WHEN 'TRM'
012280           PERFORM A-130-SWEEP-TERM THRU A-130-EXIT
012290        WHEN 'JRN'
012300           PERFORM A-140-SWEEP-JOURNAL THRU A-140-EXIT
012310        WHEN 'RSP'
012320           PERFORM A-150-SWEEP-RESPONSE THRU A-150-EXIT
012330        WHEN 'AGE'
012340           PERFORM A-160-SWEEP-AGING THRU A-160-EXIT
012341        WHEN 'SUS'
012342           PERFORM A-180-SWEEP-SUSPENSE THRU A-180-EXIT
012350     END-EVALUATE
012360     PERFORM A-066-FREE THRU A-066-EXIT
012370     ADD 1 TO WS-GEN-NR
012380     IF WS-DS-SCOPE(WS-DS-IX) = 'L' OR WS-GEN-NR > 254
012390        MOVE 'Y' TO WS-GEN-END-SW
012400     END-IF.
012410*
012420 A-062-EXIT.
012430     EXIT.
012440*
012450*----------------------------------------------------------------*
012460*    DYNAMIC ALLOCATION OF THE KIND'S DD TO THE DATASET OR       *
012470*    GENERATION - OLD TO MASK IT IN PLACE, SHARED TO HARVEST THE *
012480*    JOURNAL OR COUNT THE AGING FILE.  NOT CATALOGED (OR NO SUCH *
012490*    GENERATION) ENDS THE SWEEP OF THAT DATASET                  *
012500*----------------------------------------------------------------*
012510 A-064-ALLOCATE.
012520*
012530     EVALUATE WS-DS-KIND(WS-DS-IX)
012540        WHEN 'POL'
012550        WHEN 'DUP'
012560           MOVE 'RETPOL' TO WS-DYN-DD
012570        WHEN 'AEG'
012580           MOVE 'RETAEG' TO WS-DYN-DD
012590        WHEN 'DSC'
012600           MOVE 'RETDSC' TO WS-DYN-DD
012610        WHEN 'TRM'
012620           MOVE 'RETTRM' TO WS-DYN-DD
012630        WHEN 'JRN'
012640           MOVE 'RETJRN' TO WS-DYN-DD
012650        WHEN 'RSP'
012660           MOVE 'RETRSP' TO WS-DYN-DD
012670        WHEN 'AGE'
012680           MOVE 'RETAGE' TO WS-DYN-DD
012681        WHEN 'SUS'
012682           MOVE 'RETSUS' TO WS-DYN-DD
012690     END-EVALUATE
012700     IF WS-PASS-HARVEST OR WS-DS-KIND(WS-DS-IX) = 'AGE'
012710        MOVE 'SHR' TO WS-DYN-DISP
012720     ELSE
012730        MOVE 'OLD' TO WS-DYN-DISP
012740     END-IF
012750*
012760     MOVE SPACES TO WS-DYN-TEXT
012770     MOVE 1 TO WS-DYN-PTR
012780     STRING 'ALLOC DD('             DELIMITED BY SIZE
012790            WS-DYN-DD               DELIMITED BY SPACE
012800            ') DSN('''              DELIMITED BY SIZE
012810            WS-DS-DSN(WS-DS-IX)     DELIMITED BY SPACE
012820       INTO WS-DYN-TEXT
012830       WITH POINTER WS-DYN-PTR
012840     END-STRING
012850     IF WS-DS-SCOPE(WS-DS-IX) = 'G'
012860        EVALUATE TRUE
012870           WHEN WS-GEN-NR = 0
012880              STRING '(0)' DELIMITED BY SIZE
012890                INTO WS-DYN-TEXT
012900                WITH POINTER WS-DYN-PTR
012910              END-STRING
012920           WHEN WS-GEN-NR < 10
012930              STRING '(-' WS-GEN-X(3:1) ')' DELIMITED BY SIZE
012940                INTO WS-DYN-TEXT
012950                WITH POINTER WS-DYN-PTR
012960              END-STRING
012970           WHEN WS-GEN-NR < 100
012980              STRING '(-' WS-GEN-X(2:2) ')' DELIMITED BY SIZE
012990                INTO WS-DYN-TEXT
013000                WITH POINTER WS-DYN-PTR
013010              END-STRING
013020           WHEN OTHER
013030              STRING '(-' WS-GEN-X ')' DELIMITED BY SIZE
013040                INTO WS-DYN-TEXT
013050                WITH POINTER WS-DYN-PTR
013060              END-STRING
013070        END-EVALUATE
013080     END-IF
013090     STRING ''') '                  DELIMITED BY SIZE
013100            WS-DYN-DISP             DELIMITED BY SIZE
013110            ' REUSE'                DELIMITED BY SIZE
013120       INTO WS-DYN-TEXT
013130       WITH POINTER WS-DYN-PTR
013140     END-STRING
013150     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1
013160     CALL 'BPXWDYN' USING WS-DYN-PARM
013170     IF RETURN-CODE = 0
013180        MOVE 'Y' TO WS-ALLOC-SW
013190     ELSE
013200        MOVE 'N' TO WS-ALLOC-SW
013210     END-IF
013220     MOVE 0 TO RETURN-CODE.
013230*
013240 A-064-EXIT.
013250     EXIT.
013260*
013270 A-066-FREE.
013280*
013290     MOVE SPACES TO WS-DYN-TEXT
013300     MOVE 1 TO WS-DYN-PTR
013310     STRING 'FREE DD('              DELIMITED BY SIZE
013320            WS-DYN-DD               DELIMITED BY SPACE
013330            ')'                     DELIMITED BY SIZE
013340       INTO WS-DYN-TEXT
013350       WITH POINTER WS-DYN-PTR
013360     END-STRING
013370     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1
013380     CALL 'BPXWDYN' USING WS-DYN-PARM
013390     MOVE 0 TO RETURN-CODE.
013400*
013410 A-066-EXIT.
013420     EXIT.
013430*
013440*----------------------------------------------------------------*
013450*    AN OPEN OR I/O FAILURE ON A SWEPT DATASET STOPS THE RUN -   *
013460*    NAMED HERE SO OPERATIONS KNOW WHICH ONE                     *
013470*----------------------------------------------------------------*
013480 A-068-DATASET-ERROR.
013490*
013500     DISPLAY 'PROGRAM29 - I/O ERROR ON ' WS-DS-DSN(WS-DS-IX)
013510             ' GENERATION ' WS-GEN-NR
013520     MOVE 'I/O ERROR - SWEEP INCOMPLETE' TO WS-DS-NOTE(WS-DS-IX)
013530     MOVE 'Y' TO WS-ABEND-SW
013540     MOVE 'Y' TO WS-DS-EOF-SW.
013550*
013560 A-068-EXIT.
013570     EXIT.
013580*
013590*----------------------------------------------------------------*
013600*    UNMATCHED POLICY / DUPLICATE MATCH - BY POLICY NUMBER       *
013610*----------------------------------------------------------------*
013620 A-100-SWEEP-POLDUP.
013630*
013640     OPEN I-O IO-POLDUP
013650     IF WS-POL-STATUS NOT = '00'
013660        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
013670        GO TO A-100-EXIT
013680     END-IF
013690     MOVE 'N' TO WS-DS-EOF-SW
013700     PERFORM A-102-READ-POLDUP THRU A-102-EXIT
013710     PERFORM A-104-MASK-POLDUP THRU A-104-EXIT
013720        UNTIL WS-DS-EOF OR WS-ABEND
013730     CLOSE IO-POLDUP.
013740*
013750 A-100-EXIT.
013760     EXIT.
013770*
013780 A-102-READ-POLDUP.
013790*
013800     READ IO-POLDUP
013810        AT END
013820           MOVE 'Y' TO WS-DS-EOF-SW
013830           GO TO A-102-EXIT
013840     END-READ
013850     IF WS-POL-STATUS NOT = '00'
013860        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
013870        GO TO A-102-EXIT
013880     END-IF
013890     PERFORM A-200-COUNT-READ THRU A-200-EXIT.
013900*
013910 A-102-EXIT.
013920     EXIT.
013930*
013940 A-104-MASK-POLDUP.
013950*
013960     MOVE FD-PD-POLICY TO WS-KEY-POLICY
013970     PERFORM A-210-FIND-POLICY THRU A-210-EXIT
013980     IF WS-RP-IX = 0
013990        GO TO A-104-READ
014000     END-IF
014010     PERFORM A-230-COUNT-HELD THRU A-230-EXIT
014020     IF FD-PD-NAME = WS-MASK-7 AND FD-PD-STREET = WS-MASK-3
014030        AND FD-PD-PHONE = WS-MASK-7
014040        GO TO A-104-READ
014050     END-IF
014060     MOVE WS-MASK-7 TO FD-PD-NAME
014070     MOVE WS-MASK-3 TO FD-PD-STREET
014080     MOVE WS-MASK-7 TO FD-PD-PHONE
014090     REWRITE FD-POLDUP-REC
014100     IF WS-POL-STATUS NOT = '00'
014110        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
014120        GO TO A-104-EXIT
014130     END-IF
014140     PERFORM A-240-COUNT-MASKED THRU A-240-EXIT.
014150*
014160 A-104-READ.
014170     PERFORM A-102-READ-POLDUP THRU A-102-EXIT.
014180*
014190 A-104-EXIT.
014200     EXIT.
014210*
014220*----------------------------------------------------------------*
014230*    NO POLICY ON FILE - BY CARRIER AND AEGON-NR                 *
014240*----------------------------------------------------------------*
014250 A-110-SWEEP-NOPOL.
014260*
014270     OPEN I-O IO-NOPOL
014280     IF WS-AEG-STATUS NOT = '00'
014290        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
014300        GO TO A-110-EXIT
014310     END-IF
014320     MOVE 'N' TO WS-DS-EOF-SW
014330     PERFORM A-112-READ-NOPOL THRU A-112-EXIT
014340     PERFORM A-114-MASK-NOPOL THRU A-114-EXIT
014350        UNTIL WS-DS-EOF OR WS-ABEND
014360     CLOSE IO-NOPOL.
014370*
014380 A-110-EXIT.
014390     EXIT.
014400*
014410 A-112-READ-NOPOL.
014420*
014430     READ IO-NOPOL
014440        AT END
014450           MOVE 'Y' TO WS-DS-EOF-SW
014460           GO TO A-112-EXIT
014470     END-READ
014480     IF WS-AEG-STATUS NOT = '00'
014490        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
014500        GO TO A-112-EXIT
014510     END-IF
014520     PERFORM A-200-COUNT-READ THRU A-200-EXIT.
014530*
014540 A-112-EXIT.
014550     EXIT.
014560*
014570 A-114-MASK-NOPOL.
014580*
014590     MOVE FD-NP-CARRIER  TO WS-KEY-CARRIER
014600     MOVE FD-NP-AEGON-NR TO WS-KEY-AEGON-NR
014610     PERFORM A-220-FIND-AEGON-NR THRU A-220-EXIT
014620     IF WS-RP-IX = 0
014630        GO TO A-114-READ
014640     END-IF
014650     PERFORM A-230-COUNT-HELD THRU A-230-EXIT
014660     IF FD-NP-NAME = WS-MASK-7 AND FD-NP-STREET = WS-MASK-3
014670        AND FD-NP-PHONE = WS-MASK-7
014680        GO TO A-114-READ
014690     END-IF
014700     MOVE WS-MASK-7 TO FD-NP-NAME
014710     MOVE WS-MASK-3 TO FD-NP-STREET
014720     MOVE WS-MASK-7 TO FD-NP-PHONE
014730     REWRITE FD-NOPOL-REC
014740     IF WS-AEG-STATUS NOT = '00'
014750        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
014760        GO TO A-114-EXIT
014770     END-IF
014780     PERFORM A-240-COUNT-MASKED THRU A-240-EXIT.
014790*
014800 A-114-READ.
014810     PERFORM A-112-READ-NOPOL THRU A-112-EXIT.
014820*
014830 A-114-EXIT.
014840     EXIT.
014850*
014860*----------------------------------------------------------------*
014870*    FIELD DISCREPANCY - BY POLICY NUMBER; ONLY A NAME, STREET   *
014880*    OR TELEPHONE DISCREPANCY HAS VALUES TO MASK                 *
014890*----------------------------------------------------------------*
014900 A-120-SWEEP-DISC.
014910*
014920     OPEN I-O IO-DISC
014930     IF WS-DSC-STATUS NOT = '00'
014940        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
014950        GO TO A-120-EXIT
014960     END-IF
014970     MOVE 'N' TO WS-DS-EOF-SW
014980     PERFORM A-122-READ-DISC THRU A-122-EXIT
014990     PERFORM A-124-MASK-DISC THRU A-124-EXIT
015000        UNTIL WS-DS-EOF OR WS-ABEND
015010     CLOSE IO-DISC.
015020*
015030 A-120-EXIT.
015040     EXIT.
015050*
015060 A-122-READ-DISC.
015070*
015080     READ IO-DISC
015090        AT END
015100           MOVE 'Y' TO WS-DS-EOF-SW
015110           GO TO A-122-EXIT
015120     END-READ
015130     IF WS-DSC-STATUS NOT = '00'
015140        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
015150        GO TO A-122-EXIT
015160     END-IF
015170     PERFORM A-200-COUNT-READ THRU A-200-EXIT.
015180*
015190 A-122-EXIT.
015200     EXIT.
015210*
015220 A-124-MASK-DISC.
015230*
015240     MOVE FD-DC-POLICY TO WS-KEY-POLICY
015250     PERFORM A-210-FIND-POLICY THRU A-210-EXIT
015260     IF WS-RP-IX = 0
015270        GO TO A-124-READ
015280     END-IF
015290     PERFORM A-230-COUNT-HELD THRU A-230-EXIT
015300     IF FD-DC-FIELD NOT = 'NAME      '
015310        AND FD-DC-FIELD NOT = 'STREETNAME'
015320        AND FD-DC-FIELD NOT = 'TELEPHONE '
015330        GO TO A-124-READ
015340     END-IF
015350     IF FD-DC-POL-VALUE = WS-MASK-7
015360        AND FD-DC-AEG-VALUE = WS-MASK-7
015370        GO TO A-124-READ
015380     END-IF
015390     MOVE WS-MASK-7 TO FD-DC-POL-VALUE
015400     MOVE WS-MASK-7 TO FD-DC-AEG-VALUE
015410     REWRITE FD-DISC-REC
015420     IF WS-DSC-STATUS NOT = '00'
015430        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
015440        GO TO A-124-EXIT
015450     END-IF
015460     PERFORM A-240-COUNT-MASKED THRU A-240-EXIT.
015470*
015480 A-124-READ.
015490     PERFORM A-122-READ-DISC THRU A-122-EXIT.
015500*
015510 A-124-EXIT.
015520     EXIT.
015530*
015540*----------------------------------------------------------------*
015550*    TERMINATED-POLICY BILLING - BY POLICY NUMBER                *
015560*----------------------------------------------------------------*
015570 A-130-SWEEP-TERM.
015580*
015590     OPEN I-O IO-TERM
015600     IF WS-TRM-STATUS NOT = '00'
015610        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
015620        GO TO A-130-EXIT
015630     END-IF
015640     MOVE 'N' TO WS-DS-EOF-SW
015650     PERFORM A-132-READ-TERM THRU A-132-EXIT
015660     PERFORM A-134-MASK-TERM THRU A-134-EXIT
015670        UNTIL WS-DS-EOF OR WS-ABEND
015680     CLOSE IO-TERM.
015690*
015700 A-130-EXIT.
015710     EXIT.
015720*
015730 A-132-READ-TERM.
015740*
015750     READ IO-TERM
015760        AT END
015770           MOVE 'Y' TO WS-DS-EOF-SW
015780           GO TO A-132-EXIT
015790     END-READ
015800     IF WS-TRM-STATUS NOT = '00'
015810        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
015820        GO TO A-132-EXIT
015830     END-IF
015840     PERFORM A-200-COUNT-READ THRU A-200-EXIT.
015850*
015860 A-132-EXIT.
015870     EXIT.
015880*
015890 A-134-MASK-TERM.
015900*
015910     MOVE FD-TM-POLICY TO WS-KEY-POLICY
015920     PERFORM A-210-FIND-POLICY THRU A-210-EXIT
015930     IF WS-RP-IX = 0
015940        GO TO A-134-READ
015950     END-IF
015960     PERFORM A-230-COUNT-HELD THRU A-230-EXIT
015970     IF FD-TM-NAME = WS-MASK-7 AND FD-TM-STREET = WS-MASK-3
015980        AND FD-TM-PHONE = WS-MASK-7
015990        GO TO A-134-READ
016000     END-IF
016010     MOVE WS-MASK-7 TO FD-TM-NAME
016020     MOVE WS-MASK-3 TO FD-TM-STREET
016030     MOVE WS-MASK-7 TO FD-TM-PHONE
016040     REWRITE FD-TERM-REC
016050     IF WS-TRM-STATUS NOT = '00'
016060        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
016070        GO TO A-134-EXIT
016080     END-IF
016090     PERFORM A-240-COUNT-MASKED THRU A-240-EXIT.
016100*
016110 A-134-READ.
016120     PERFORM A-132-READ-TERM THRU A-132-EXIT.
016130*
016140 A-134-EXIT.
016150     EXIT.
016160*
016170*----------------------------------------------------------------*
016180*    POLICY MASTER JOURNAL.  ON THE HARVEST PASS EVERY DELETE    *
016190*    GOES TO THE REGISTER; ON THE MASK PASS BOTH IMAGES OF EVERY *
016200*    RECORD FOR A POLICY IN SCOPE ARE MASKED                     *
016210*----------------------------------------------------------------*
016220 A-140-SWEEP-JOURNAL.
016230*
016240     IF WS-PASS-HARVEST
016250        OPEN INPUT IO-JOURNAL
016260     ELSE
016270        OPEN I-O IO-JOURNAL
016280     END-IF
016290     IF WS-JRN-STATUS NOT = '00'
016300        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
016310        GO TO A-140-EXIT
016320     END-IF
016330     MOVE 'N' TO WS-DS-EOF-SW
016340     PERFORM A-142-READ-JOURNAL THRU A-142-EXIT
016350     IF WS-PASS-HARVEST
016360        PERFORM A-144-HARVEST-JOURNAL THRU A-144-EXIT
016370           UNTIL WS-DS-EOF OR WS-ABEND
016380     ELSE
016390        PERFORM A-146-MASK-JOURNAL THRU A-146-EXIT
016400           UNTIL WS-DS-EOF OR WS-ABEND
016410     END-IF
016420     CLOSE IO-JOURNAL.
016430*
016440 A-140-EXIT.
016450     EXIT.
016460*
016470 A-142-READ-JOURNAL.
016480*
016490     READ IO-JOURNAL
016500        AT END
016510           MOVE 'Y' TO WS-DS-EOF-SW
016520           GO TO A-142-EXIT
016530     END-READ
016540     IF WS-JRN-STATUS NOT = '00'
016550        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
016560        GO TO A-142-EXIT
016570     END-IF
016580     IF WS-PASS-MASK
016590        PERFORM A-200-COUNT-READ THRU A-200-EXIT
016600     END-IF.
016610*
016620 A-142-EXIT.
016630     EXIT.
016640*
016650 A-144-HARVEST-JOURNAL.
016660*
016670     IF FD-JR-ACTION = 'D'
016671        ADD 1 TO WS-CT-DELETES
016672        MOVE FD-JR-POLICY     TO WS-HV-POLICY
016673        MOVE FD-JR-B-CARRIER  TO WS-HV-CARRIER
016674        MOVE FD-JR-B-AEGON-NR TO WS-HV-AEGON-NR
016675        MOVE FD-JR-DATE       TO WS-HV-DATE
016676        MOVE 'J'              TO WS-HV-SOURCE
016677        PERFORM A-170-REGISTER-END THRU A-170-EXIT
016690     END-IF
016700     IF NOT WS-ABEND
016710        PERFORM A-142-READ-JOURNAL THRU A-142-EXIT
016720     END-IF.
016730*
016740 A-144-EXIT.
016750     EXIT.
016760*
016770 A-146-MASK-JOURNAL.
016780*
016790     MOVE FD-JR-POLICY TO WS-KEY-POLICY
016800     PERFORM A-210-FIND-POLICY THRU A-210-EXIT
016810     IF WS-RP-IX = 0
016820        GO TO A-146-READ
016830     END-IF
016840     PERFORM A-230-COUNT-HELD THRU A-230-EXIT
016850     MOVE 'N' TO WS-CHANGED-SW
016860     IF FD-JR-BEFORE NOT = SPACES
016870        IF FD-JR-B-NAME NOT = WS-MASK-7
016880           OR FD-JR-B-STREET NOT = WS-MASK-3
016890           OR FD-JR-B-PHONE NOT = WS-MASK-7
016900           MOVE WS-MASK-7 TO FD-JR-B-NAME
016910           MOVE WS-MASK-3 TO FD-JR-B-STREET
016920           MOVE WS-MASK-7 TO FD-JR-B-PHONE
016930           MOVE 'Y' TO WS-CHANGED-SW
016940        END-IF
016950     END-IF
016960     IF FD-JR-AFTER NOT = SPACES
016970        IF FD-JR-A-NAME NOT = WS-MASK-7
016980           OR FD-JR-A-STREET NOT = WS-MASK-3
016990           OR FD-JR-A-PHONE NOT = WS-MASK-7
017000           MOVE WS-MASK-7 TO FD-JR-A-NAME
017010           MOVE WS-MASK-3 TO FD-JR-A-STREET
017020           MOVE WS-MASK-7 TO FD-JR-A-PHONE
017030           MOVE 'Y' TO WS-CHANGED-SW
017040        END-IF
017050     END-IF
017060     IF NOT WS-RECORD-CHANGED
017070        GO TO A-146-READ
017080     END-IF
017090     REWRITE FD-JOURNAL-REC
017100     IF WS-JRN-STATUS NOT = '00'
017110        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
017120        GO TO A-146-EXIT
017130     END-IF
017140     PERFORM A-240-COUNT-MASKED THRU A-240-EXIT.
017150*
017160 A-146-READ.
017170     PERFORM A-142-READ-JOURNAL THRU A-142-EXIT.
017180*
017190 A-146-EXIT.
017200     EXIT.
017210*
017220*----------------------------------------------------------------*
017230*    CARRIER RESPONSE FEED - BY THE GDG'S OWN CARRIER AND THE    *
017240*    AEGON-NR; THE HDR AND TRL RECORDS ARE PASSED OVER           *
017250*----------------------------------------------------------------*
017260 A-150-SWEEP-RESPONSE.
017270*
017280     OPEN I-O IO-RESPONSE
017290     IF WS-RSP-STATUS NOT = '00'
017300        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
017310        GO TO A-150-EXIT
017320     END-IF
017330     MOVE 'N' TO WS-DS-EOF-SW
017340     PERFORM A-152-READ-RESPONSE THRU A-152-EXIT
017350     PERFORM A-154-MASK-RESPONSE THRU A-154-EXIT
017360        UNTIL WS-DS-EOF OR WS-ABEND
017370     CLOSE IO-RESPONSE.
017380*
017390 A-150-EXIT.
017400     EXIT.
017410*
017420 A-152-READ-RESPONSE.
017430*
017440     READ IO-RESPONSE
017450        AT END
017460           MOVE 'Y' TO WS-DS-EOF-SW
017470           GO TO A-152-EXIT
017480     END-READ
017490     IF WS-RSP-STATUS NOT = '00'
017500        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
017510        GO TO A-152-EXIT
017520     END-IF
017530     PERFORM A-200-COUNT-READ THRU A-200-EXIT.
017540*
017550 A-152-EXIT.
017560     EXIT.
017570*
017580 A-154-MASK-RESPONSE.
017590*
017600     IF FD-RS-AEGON-NR(1:3) = 'HDR' OR FD-RS-AEGON-NR(1:3) = 'TRL'
017610        GO TO A-154-READ
017620     END-IF
017630     MOVE WS-DS-CARRIER(WS-DS-IX) TO WS-KEY-CARRIER
017640     MOVE FD-RS-AEGON-NR          TO WS-KEY-AEGON-NR
017650     PERFORM A-220-FIND-AEGON-NR THRU A-220-EXIT
017660     IF WS-RP-IX = 0
017670        GO TO A-154-READ
017680     END-IF
017690     PERFORM A-230-COUNT-HELD THRU A-230-EXIT
017700     IF FD-RS-NAME = WS-MASK-7 AND FD-RS-STREET = WS-MASK-3
017710        AND FD-RS-PHONE = WS-MASK-7
017720        GO TO A-154-READ
017730     END-IF
017740     MOVE WS-MASK-7 TO FD-RS-NAME
017750     MOVE WS-MASK-3 TO FD-RS-STREET
017760     MOVE WS-MASK-7 TO FD-RS-PHONE
017770     REWRITE FD-RESPONSE-REC
017780     IF WS-RSP-STATUS NOT = '00'
017790        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
017800        GO TO A-154-EXIT
017810     END-IF
017820     PERFORM A-240-COUNT-MASKED THRU A-240-EXIT.
017830*
017840 A-154-READ.
017850     PERFORM A-152-READ-RESPONSE THRU A-152-EXIT.
017860*
017870 A-154-EXIT.
017880     EXIT.
017890*
017900*----------------------------------------------------------------*
017910*    AGING FILE - KEYS AND DATES ONLY.  ENTRIES FOR A POLICY IN  *
017920*    SCOPE ARE COUNTED AS HELD SO THE CERTIFICATE SHOWS THE FILE *
017930*    WAS SEARCHED; THERE IS NOTHING IN THEM TO MASK              *
017940*----------------------------------------------------------------*
017950 A-160-SWEEP-AGING.
017960*
017970     OPEN INPUT IN-AGING
017980     IF WS-AGE-STATUS NOT = '00'
017990        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
018000        GO TO A-160-EXIT
018010     END-IF
018020     MOVE 'N' TO WS-DS-EOF-SW
018030     PERFORM A-162-READ-AGING THRU A-162-EXIT
018040     PERFORM A-164-COUNT-AGING THRU A-164-EXIT
018050        UNTIL WS-DS-EOF OR WS-ABEND
018060     CLOSE IN-AGING.
018070*
018080 A-160-EXIT.
018090     EXIT.
018100*
018110 A-162-READ-AGING.
018120*
018130     READ IN-AGING
018140        AT END
018150           MOVE 'Y' TO WS-DS-EOF-SW
018160           GO TO A-162-EXIT
018170     END-READ
018180     IF WS-AGE-STATUS NOT = '00'
018190        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
018200        GO TO A-162-EXIT
018210     END-IF
018220     PERFORM A-200-COUNT-READ THRU A-200-EXIT.
018230*
018240 A-162-EXIT.
018250     EXIT.
018260*
018270 A-164-COUNT-AGING.
018280*
018290     MOVE FD-AG-POLICY TO WS-KEY-POLICY
018300     PERFORM A-210-FIND-POLICY THRU A-210-EXIT
018310     IF WS-RP-IX > 0
018320        PERFORM A-230-COUNT-HELD THRU A-230-EXIT
018330     END-IF
018340     PERFORM A-162-READ-AGING THRU A-162-EXIT.
018350*
018360 A-164-EXIT.
018370     EXIT.
018380*
018390*----------------------------------------------------------------*
018391*    A DELETION FROM THE JOURNAL OR A TERMINATION FROM THE       *
018392*    MASTER (WS-HV-...) ONTO THE REGISTER.  A NEW POLICY IS      *
018393*    ADDED PENDING; A LATER END DATE FOR ONE ALREADY THERE MOVES *
018394*    ITS DATE ON - AND ONE ERASED BEFORE THAT HAS SINCE COME     *
018395*    BACK AND ENDED AGAIN STARTS A NEW RETENTION PERIOD.  AN END *
018440*    SEEN BEFORE CHANGES NOTHING                                 *
018450*----------------------------------------------------------------*
018451 A-170-REGISTER-END.
018470*
018471     MOVE WS-HV-POLICY TO FD-RG-POLICY
018500     READ RETREG
018510        INVALID KEY
018520           CONTINUE
018530     END-READ
018540     IF WS-REG-STATUS NOT = '00' AND WS-REG-STATUS NOT = '23'
018550        MOVE 'Y' TO WS-ABEND-SW
018560        GO TO A-170-EXIT
018570     END-IF
018580     IF WS-REG-STATUS = '23'
018590        MOVE SPACES           TO FD-RETREG-REC
018591        MOVE WS-HV-POLICY     TO FD-RG-POLICY
018592        MOVE WS-HV-CARRIER    TO FD-RG-CARRIER
018593        MOVE WS-HV-AEGON-NR   TO FD-RG-AEGON-NR
018594        MOVE WS-HV-DATE       TO FD-RG-END-DATE
018640        MOVE 'P'              TO FD-RG-STATUS
018641        MOVE WS-HV-SOURCE     TO FD-RG-SOURCE
018660        MOVE WS-CURRENT-DATE  TO FD-RG-UPD-DATE
018670        WRITE FD-RETREG-REC
018680        IF WS-REG-STATUS NOT = '00'
018690           MOVE 'Y' TO WS-ABEND-SW
018700           GO TO A-170-EXIT
018710        END-IF
018720        ADD 1 TO WS-CT-REG-ADDED
018730        GO TO A-170-EXIT
018740     END-IF
018750     IF FD-RG-STATUS = 'E'
018751        AND WS-HV-DATE > FD-RG-LAST-ERASED
018770        MOVE 'P' TO FD-RG-STATUS
018780        GO TO A-170-UPDATE
018790     END-IF
018800     IF FD-RG-STATUS = 'P'
018801        AND (FD-RG-END-DATE = SPACES
018802             OR WS-HV-DATE > FD-RG-END-DATE)
018830        GO TO A-170-UPDATE
018840     END-IF
018850     GO TO A-170-EXIT.
018860*
018870 A-170-UPDATE.
018871     MOVE WS-HV-DATE       TO FD-RG-END-DATE
018872     MOVE WS-HV-CARRIER    TO FD-RG-CARRIER
018873     MOVE WS-HV-AEGON-NR   TO FD-RG-AEGON-NR
018874     MOVE WS-HV-SOURCE     TO FD-RG-SOURCE
018910     MOVE WS-CURRENT-DATE  TO FD-RG-UPD-DATE
018920     REWRITE FD-RETREG-REC
018930     IF WS-REG-STATUS NOT = '00'
018940        MOVE 'Y' TO WS-ABEND-SW
018950        GO TO A-170-EXIT
018960     END-IF
018970     ADD 1 TO WS-CT-REG-UPDATED.
018980*
018990 A-170-EXIT.
018991     EXIT.
018992*
018993*----------------------------------------------------------------*
018994*    CARRIER SUSPENSE - EVERY ITEM, WHATEVER ITS STATUS, BY      *
018995*    CARRIER AND AEGON-NR FROM THE WORKING IMAGE OR, WHERE AN    *
018996*    ANALYST HAS CORRECTED THE KEY, FROM THE ORIGINAL IMAGE.     *
018997*    BOTH IMAGES ARE MASKED                                      *
018998*----------------------------------------------------------------*
018999 A-180-SWEEP-SUSPENSE.
019000*
019001     OPEN I-O IO-SUSPENSE
019002     IF WS-SUS-STATUS NOT = '00'
019003        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
019004        GO TO A-180-EXIT
019005     END-IF
019006     MOVE 'N' TO WS-DS-EOF-SW
019007     MOVE LOW-VALUES TO FD-SS-KEY
019008     START IO-SUSPENSE KEY IS NOT LESS THAN FD-SS-KEY
019009        INVALID KEY
019010           MOVE 'Y' TO WS-DS-EOF-SW
019011     END-START
019012     PERFORM A-182-READ-SUSPENSE THRU A-182-EXIT
019013     PERFORM A-184-MASK-SUSPENSE THRU A-184-EXIT
019014        UNTIL WS-DS-EOF OR WS-ABEND
019015     CLOSE IO-SUSPENSE.
019016*
019017 A-180-EXIT.
019018     EXIT.
019019*
019020 A-182-READ-SUSPENSE.
019021*
019022     IF WS-DS-EOF
019023        GO TO A-182-EXIT
019024     END-IF
019025     READ IO-SUSPENSE NEXT RECORD
019026        AT END
019027           MOVE 'Y' TO WS-DS-EOF-SW
019028           GO TO A-182-EXIT
019029     END-READ
019030     IF WS-SUS-STATUS NOT = '00'
019031        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
019032        GO TO A-182-EXIT
019033     END-IF
019034     PERFORM A-200-COUNT-READ THRU A-200-EXIT.
019035*
019036 A-182-EXIT.
019037     EXIT.
019038*
019039 A-184-MASK-SUSPENSE.
019040*
019041     MOVE FD-SS-CARRIER2  TO WS-KEY-CARRIER
019042     MOVE FD-SS-AEGON-NR2 TO WS-KEY-AEGON-NR
019043     PERFORM A-220-FIND-AEGON-NR THRU A-220-EXIT
019044     IF WS-RP-IX = 0
019045        MOVE FD-SS-CARRIER1  TO WS-KEY-CARRIER
019046        MOVE FD-SS-AEGON-NR1 TO WS-KEY-AEGON-NR
019047        PERFORM A-220-FIND-AEGON-NR THRU A-220-EXIT
019048     END-IF
019049     IF WS-RP-IX = 0
019050        GO TO A-184-READ
019051     END-IF
019052     PERFORM A-230-COUNT-HELD THRU A-230-EXIT
019053     IF FD-SS-NAME1 = WS-MASK-7 AND FD-SS-STREET1 = WS-MASK-3
019054        AND FD-SS-PHONE1 = WS-MASK-7
019055        AND FD-SS-NAME2 = WS-MASK-7 AND FD-SS-STREET2 = WS-MASK-3
019056        AND FD-SS-PHONE2 = WS-MASK-7
019057        GO TO A-184-READ
019058     END-IF
019059     MOVE WS-MASK-7 TO FD-SS-NAME1
019060     MOVE WS-MASK-3 TO FD-SS-STREET1
019061     MOVE WS-MASK-7 TO FD-SS-PHONE1
019062     MOVE WS-MASK-7 TO FD-SS-NAME2
019063     MOVE WS-MASK-3 TO FD-SS-STREET2
019064     MOVE WS-MASK-7 TO FD-SS-PHONE2
019065     REWRITE FD-SUSPENSE-REC
019066     IF WS-SUS-STATUS NOT = '00'
019067        PERFORM A-068-DATASET-ERROR THRU A-068-EXIT
019068        GO TO A-184-EXIT
019069     END-IF
019070     PERFORM A-240-COUNT-MASKED THRU A-240-EXIT.
019071*
019072 A-184-READ.
019073     PERFORM A-182-READ-SUSPENSE THRU A-182-EXIT.
019074*
019075 A-184-EXIT.
019076     EXIT.
019077*
019078 A-200-COUNT-READ.
019079*
019080     ADD 1 TO WS-DS-READ(WS-DS-IX)
019081     ADD 1 TO WS-CT-RECS-READ.
019082*
019083 A-200-EXIT.
019084     EXIT.
019090*
019100*----------------------------------------------------------------*
019110*    LOOKUPS - THE POLICY IN SCOPE FOR WS-KEY-POLICY, OR FOR     *
019120*    WS-KEY-CARRIER AND WS-KEY-AEGON-NR, INTO WS-RP-IX (ZERO     *
019130*    WHEN THE RECORD IS NOT IN SCOPE)                            *
019140*----------------------------------------------------------------*
019150 A-210-FIND-POLICY.
019160*
019170     MOVE 0 TO WS-RP-IX
019180     PERFORM A-212-CHECK-POLICY THRU A-212-EXIT
019190        VARYING WS-RP-SUB FROM 1 BY 1
019200        UNTIL WS-RP-SUB > WS-RP-COUNT OR WS-RP-IX > 0.
019210*
019220 A-210-EXIT.
019230     EXIT.
019240*
019250 A-212-CHECK-POLICY.
019260*
019270     IF WS-RP-POLICY(WS-RP-SUB) = WS-KEY-POLICY
019280        MOVE WS-RP-SUB TO WS-RP-IX
019290     END-IF.
019300*
019310 A-212-EXIT.
019320     EXIT.
019330*
019340 A-220-FIND-AEGON-NR.
019350*
019360     MOVE 0 TO WS-RP-IX
019370     IF WS-KEY-AEGON-NR = SPACES
019380        GO TO A-220-EXIT
019390     END-IF
019400     PERFORM A-222-CHECK-AEGON-NR THRU A-222-EXIT
019410        VARYING WS-RP-SUB FROM 1 BY 1
019420        UNTIL WS-RP-SUB > WS-RP-COUNT OR WS-RP-IX > 0.
019430*
019440 A-220-EXIT.
019450     EXIT.
019460*
019470 A-222-CHECK-AEGON-NR.
019480*
019490     IF WS-RP-AEGON-NR(WS-RP-SUB) = WS-KEY-AEGON-NR
019500        AND WS-RP-CARRIER(WS-RP-SUB) = WS-KEY-CARRIER
019510        MOVE WS-RP-SUB TO WS-RP-IX
019520     END-IF.
019530*
019540 A-222-EXIT.
019550     EXIT.
019560*
019570 A-230-COUNT-HELD.
019580*
019590     MOVE WS-DS-SLOT(WS-DS-IX) TO WS-SLOT-IX
019600     ADD 1 TO WS-RP-S-HELD(WS-RP-IX WS-SLOT-IX)
019610     ADD 1 TO WS-DS-HELD(WS-DS-IX)
019620     ADD 1 TO WS-CT-RECS-HELD.
019630*
019640 A-230-EXIT.
019650     EXIT.
019660*
019670 A-240-COUNT-MASKED.
019680*
019690     MOVE WS-DS-SLOT(WS-DS-IX) TO WS-SLOT-IX
019700     ADD 1 TO WS-RP-S-MASKED(WS-RP-IX WS-SLOT-IX)
019710     ADD 1 TO WS-RP-MASKED(WS-RP-IX)
019720     ADD 1 TO WS-DS-MASKED(WS-DS-IX)
019730     ADD 1 TO WS-CT-RECS-MASKED.
019740*
019750 A-240-EXIT.
019760     EXIT.
019770*
019780*----------------------------------------------------------------*
019790*    THE SWEEP IS COMPLETE - EVERY POLICY IN SCOPE IS MARKED     *
019800*    ERASED ON THE REGISTER, WITH THE DATE OF ITS FIRST ERASURE  *
019810*    KEPT                                                        *
019820*----------------------------------------------------------------*
019830 A-080-MARK-ERASED.
019840*
019850     MOVE WS-RP-POLICY(WS-RP-IX) TO FD-RG-POLICY
019860     READ RETREG
019870        INVALID KEY
019880           CONTINUE
019890     END-READ
019900     IF WS-REG-STATUS NOT = '00'
019910        MOVE 'Y' TO WS-ABEND-SW
019920        GO TO A-080-EXIT
019930     END-IF
019940     IF FD-RG-FIRST-ERASED = SPACES
019950        MOVE WS-CURRENT-DATE TO FD-RG-FIRST-ERASED
019960        ADD 1 TO WS-CT-NEW-ERASED
019970     ELSE
019980        IF WS-RP-MASKED(WS-RP-IX) > 0
019990           ADD 1 TO WS-CT-RESWEPT
020000        ELSE
020010           ADD 1 TO WS-CT-RESWEPT-NIL
020020        END-IF
020030     END-IF
020040     MOVE FD-RG-FIRST-ERASED TO WS-RP-FIRST-DATE(WS-RP-IX)
020050     MOVE 'E'                TO FD-RG-STATUS
020060     MOVE WS-CURRENT-DATE    TO FD-RG-LAST-ERASED
020070     MOVE WS-CURRENT-DATE    TO FD-RG-UPD-DATE
020080     REWRITE FD-RETREG-REC
020090     IF WS-REG-STATUS NOT = '00'
020100        MOVE 'Y' TO WS-ABEND-SW
020110     END-IF.
020120*
020130 A-080-EXIT.
020140     EXIT.
020150*
020160*----------------------------------------------------------------*
020170*    ERASURE CERTIFICATE - THE POLICIES ERASED WITH EVERY        *
020180*    DATASET THAT HELD THEM, THE DATASETS SEARCHED, THE REQUESTS *
020190*    REFUSED AND THE RUN TOTALS.  A POLICY ERASED BEFORE IS ONLY *
020200*    LISTED WHEN THIS RUN FOUND SOMETHING NEW TO MASK.  A RUN    *
020210*    THAT DID NOT COMPLETE SAYS SO AND CERTIFIES NOTHING         *
020220*----------------------------------------------------------------*
020230 A-090-WRITE-CERTIFICATE.
020240*
020250     MOVE WS-CURRENT-DATE  TO WS-CH-DATE
020260     MOVE WS-RETN-YEARS    TO WS-CH-YEARS
020270     MOVE WS-CUTOFF-DATE-X TO WS-CH-CUTOFF
020280     WRITE FD-CERT-LINE FROM WS-CERT-HEADING
020290     WRITE FD-CERT-LINE FROM WS-CERT-NOTE-1
020300*
020310     MOVE SPACES TO FD-CERT-LINE
020320     WRITE FD-CERT-LINE
020330     IF WS-RP-COUNT = 0
020340        MOVE 'NO POLICY IS DUE FOR ERASURE - NO DATASET SEARCHED'
020350          TO WS-SL-TEXT
020360        WRITE FD-CERT-LINE FROM WS-SECTION-LINE
020370        GO TO A-090-REFUSED
020380     END-IF
020390     MOVE 'POLICIES ERASED' TO WS-SL-TEXT
020400     WRITE FD-CERT-LINE FROM WS-SECTION-LINE
020410     WRITE FD-CERT-LINE FROM WS-POL-HEAD
020420     PERFORM A-092-WRITE-POLICY THRU A-092-EXIT
020430        VARYING WS-RP-IX FROM 1 BY 1
020440        UNTIL WS-RP-IX > WS-RP-COUNT
020450*
020460     MOVE SPACES TO FD-CERT-LINE
020470     WRITE FD-CERT-LINE
020480     MOVE 'DATASETS SEARCHED' TO WS-SL-TEXT
020490     WRITE FD-CERT-LINE FROM WS-SECTION-LINE
020500     WRITE FD-CERT-LINE FROM WS-DS-HEAD
020510     PERFORM A-096-WRITE-DATASET THRU A-096-EXIT
020520        VARYING WS-DS-IX FROM 1 BY 1
020530        UNTIL WS-DS-IX > WS-DS-COUNT.
020540*
020550 A-090-REFUSED.
020560     IF WS-CT-REFUSED > 0
020570        MOVE SPACES TO FD-CERT-LINE
020580        WRITE FD-CERT-LINE
020590        MOVE 'ERASURE REQUESTS REFUSED' TO WS-SL-TEXT
020600        WRITE FD-CERT-LINE FROM WS-SECTION-LINE
020610        PERFORM A-098-WRITE-REFUSED THRU A-098-EXIT
020620           VARYING WS-EC-IX FROM 1 BY 1
020630           UNTIL WS-EC-IX > WS-EC-COUNT
020640     END-IF
020650     PERFORM A-920-WRITE-TOTALS THRU A-920-EXIT.
020660*
020670 A-090-EXIT.
020680     EXIT.
020690*
020700 A-092-WRITE-POLICY.
020710*
020720     IF WS-RP-BASIS(WS-RP-IX) = 'E' AND WS-RP-MASKED(WS-RP-IX) = 0
020730        GO TO A-092-EXIT
020740     END-IF
020750     MOVE WS-RP-POLICY(WS-RP-IX)     TO WS-PL-POLICY
020760     MOVE WS-RP-CARRIER(WS-RP-IX)    TO WS-PL-CARRIER
020770     MOVE WS-RP-AEGON-NR(WS-RP-IX)   TO WS-PL-AEGON-NR
020771     MOVE WS-RP-END-DATE(WS-RP-IX)   TO WS-PL-END-DATE
020790     MOVE WS-RP-FIRST-DATE(WS-RP-IX) TO WS-PL-FIRST-DATE
020800     MOVE WS-RP-REFERENCE(WS-RP-IX)  TO WS-PL-REFERENCE
020810     EVALUATE WS-RP-BASIS(WS-RP-IX)
020820        WHEN 'R'
020830           MOVE 'RETENTION'    TO WS-PL-BASIS
020840        WHEN 'Q'
020850           MOVE 'REQUEST'      TO WS-PL-BASIS
020860        WHEN OTHER
020870           MOVE 'RE-SWEEP'     TO WS-PL-BASIS
020880     END-EVALUATE
020890     MOVE SPACES TO WS-PL-REMARK
020900     IF WS-RP-AEGON-NR(WS-RP-IX) = SPACES
020910        MOVE 'AEGON-NR NOT KNOWN - CARRIER FILES SKIPPED'
020911          TO WS-PL-REMARK
020912     END-IF
020913     IF WS-RP-SOURCE(WS-RP-IX) = 'M'
020914        MOVE 'TERMINATED - MASTER RECORD NOT MASKED'
020920          TO WS-PL-REMARK
020930     END-IF
020940     WRITE FD-CERT-LINE FROM WS-POL-LINE
020950     MOVE 0 TO WS-SLOT-HITS
020960     PERFORM A-094-WRITE-HELD THRU A-094-EXIT
020970        VARYING WS-SLOT-IX FROM 1 BY 1
020980        UNTIL WS-SLOT-IX > WS-SLOT-RSP
020990     IF WS-SLOT-HITS = 0
021000        MOVE SPACES TO WS-HELD-LINE
021010        MOVE 'NO RECORDS HELD IN ANY DATASET SEARCHED'
021020          TO WS-HL-DSN
021030        WRITE FD-CERT-LINE FROM WS-HELD-LINE
021040     END-IF.
021050*
021060 A-092-EXIT.
021070     EXIT.
021080*
021090 A-094-WRITE-HELD.
021100*
021110     IF WS-RP-S-HELD(WS-RP-IX WS-SLOT-IX) = 0
021120        GO TO A-094-EXIT
021130     END-IF
021140     ADD 1 TO WS-SLOT-HITS
021150     IF WS-SLOT-IX = WS-SLOT-RSP
021160        MOVE 'CARRIER RESPONSE FEEDS'  TO WS-HL-DSN
021170        MOVE 'RSP'                     TO WS-HL-KIND
021180     ELSE
021190        MOVE WS-DS-DSN(WS-SLOT-IX)     TO WS-HL-DSN
021200        MOVE WS-DS-KIND(WS-SLOT-IX)    TO WS-HL-KIND
021210     END-IF
021220     MOVE WS-RP-S-HELD(WS-RP-IX WS-SLOT-IX)   TO WS-HL-HELD
021230     MOVE WS-RP-S-MASKED(WS-RP-IX WS-SLOT-IX) TO WS-HL-MASKED
021240     WRITE FD-CERT-LINE FROM WS-HELD-LINE.
021250*
021260 A-094-EXIT.
021270     EXIT.
021280*
021290 A-096-WRITE-DATASET.
021300*
021310     MOVE WS-DS-DSN(WS-DS-IX)     TO WS-DL-DSN
021320     MOVE WS-DS-KIND(WS-DS-IX)    TO WS-DL-KIND
021330     MOVE WS-DS-SCOPE(WS-DS-IX)   TO WS-DL-SCOPE
021340     MOVE WS-DS-CARRIER(WS-DS-IX) TO WS-DL-CARRIER
021350     MOVE WS-DS-GENS(WS-DS-IX)    TO WS-DL-GENS
021360     MOVE WS-DS-READ(WS-DS-IX)    TO WS-DL-READ
021370     MOVE WS-DS-HELD(WS-DS-IX)    TO WS-DL-HELD
021380     MOVE WS-DS-MASKED(WS-DS-IX)  TO WS-DL-MASKED
021390     MOVE WS-DS-NOTE(WS-DS-IX)    TO WS-DL-NOTE
021400     IF WS-DS-KIND(WS-DS-IX) = 'AGE'
021410        AND WS-DS-NOTE(WS-DS-IX) = SPACES
021420        MOVE 'KEYS/DATES ONLY - NOT MASKED' TO WS-DL-NOTE
021430     END-IF
021440     WRITE FD-CERT-LINE FROM WS-DS-LINE.
021450*
021460 A-096-EXIT.
021470     EXIT.
021480*
021490 A-098-WRITE-REFUSED.
021500*
021510     IF WS-EC-REASON(WS-EC-IX) = SPACES
021520        GO TO A-098-EXIT
021530     END-IF
021540     MOVE WS-EC-POLICY(WS-EC-IX)    TO WS-RL-POLICY
021550     MOVE WS-EC-REFERENCE(WS-EC-IX) TO WS-RL-REFERENCE
021560     MOVE WS-EC-REASON(WS-EC-IX)    TO WS-RL-REASON
021570     WRITE FD-CERT-LINE FROM WS-REFUSE-LINE.
021580*
021590 A-098-EXIT.
021600     EXIT.
021610*
021620*----------------------------------------------------------------*
021630*    RUN TOTALS AND THE CLOSING STATEMENT                        *
021640*----------------------------------------------------------------*
021650 A-920-WRITE-TOTALS.
021660*
021670     MOVE SPACES TO FD-CERT-LINE
021680     WRITE FD-CERT-LINE
021690     MOVE 'RUN TOTALS' TO WS-SL-TEXT
021700     WRITE FD-CERT-LINE FROM WS-SECTION-LINE
021710     MOVE 'DELETIONS READ FROM THE JOURNAL'  TO WS-TL-LABEL
021720     MOVE WS-CT-DELETES TO WS-TL-COUNT
021730     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021731     MOVE 'CANCELLED/LAPSED POLICIES ON THE MASTER' TO WS-TL-LABEL
021732     MOVE WS-CT-TERMINATED TO WS-TL-COUNT
021733     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021740     MOVE 'REGISTER ENTRIES ADDED'           TO WS-TL-LABEL
021750     MOVE WS-CT-REG-ADDED TO WS-TL-COUNT
021760     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021761     MOVE 'REGISTER END DATES MOVED ON'      TO WS-TL-LABEL
021780     MOVE WS-CT-REG-UPDATED TO WS-TL-COUNT
021790     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021800     MOVE 'POLICIES ERASED FOR THE FIRST TIME' TO WS-TL-LABEL
021810     MOVE WS-CT-NEW-ERASED TO WS-TL-COUNT
021820     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021830     MOVE 'EARLIER ERASURES WITH NEW RECORDS MASKED'
021840       TO WS-TL-LABEL
021850     MOVE WS-CT-RESWEPT TO WS-TL-COUNT
021860     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021870     MOVE 'EARLIER ERASURES SWEPT, NOTHING NEW' TO WS-TL-LABEL
021880     MOVE WS-CT-RESWEPT-NIL TO WS-TL-COUNT
021890     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021900     MOVE 'RECORDS READ'                     TO WS-TL-LABEL
021910     MOVE WS-CT-RECS-READ TO WS-TL-COUNT
021920     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021930     MOVE 'RECORDS HELD FOR POLICIES IN SCOPE' TO WS-TL-LABEL
021940     MOVE WS-CT-RECS-HELD TO WS-TL-COUNT
021950     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021960     MOVE 'RECORDS MASKED'                   TO WS-TL-LABEL
021970     MOVE WS-CT-RECS-MASKED TO WS-TL-COUNT
021980     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
021981     MOVE 'POLICIES IN FORCE ON THE MASTER AGAIN - SKIPPED'
022000       TO WS-TL-LABEL
022010     MOVE WS-CT-BACK-ON-MST TO WS-TL-COUNT
022020     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
022030     MOVE 'ERASURE REQUESTS REFUSED'         TO WS-TL-LABEL
022040     MOVE WS-CT-REFUSED TO WS-TL-COUNT
022050     WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
022060     IF WS-CT-WAITING > 0
022070        MOVE 'DUE BUT OVER THE 2000 LIMIT - LEFT TO NEXT RUN'
022080          TO WS-TL-LABEL
022090        MOVE WS-CT-WAITING TO WS-TL-COUNT
022100        WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
022110     END-IF
022120     IF WS-CT-NOT-SWEPT > 0
022130        MOVE 'EARLIER ERASURES NOT SWEPT AGAIN (NO ROOM)'
022140          TO WS-TL-LABEL
022150        MOVE WS-CT-NOT-SWEPT TO WS-TL-COUNT
022160        WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
022170     END-IF
022180     IF WS-CT-DS-MISSING > 0 OR WS-DS-LOST > 0
022190        MOVE 'DATASETS NOT SEARCHED'          TO WS-TL-LABEL
022200        COMPUTE WS-TL-COUNT = WS-CT-DS-MISSING + WS-DS-LOST
022210        WRITE FD-CERT-LINE FROM WS-TOTAL-LINE
022220     END-IF
022230*
022240     MOVE SPACES TO FD-CERT-LINE
022250     WRITE FD-CERT-LINE
022260     IF WS-ABEND
022270        MOVE 'RUN DID NOT COMPLETE - NOTHING IS CERTIFIED; RERUN'
022280          TO WS-SL-TEXT
022290     ELSE
022300        MOVE 'END OF CERTIFICATE - SWEEP COMPLETE' TO WS-SL-TEXT
022310     END-IF
022320     WRITE FD-CERT-LINE FROM WS-SECTION-LINE.
022330*
022340 A-920-EXIT.
022350     EXIT.
022360*
022370*----------------------------------------------------------------*
022380*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
022390*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
022400*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
022410*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
022420*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
022430*    FAILS                                                       *
022440*----------------------------------------------------------------*
022450 A-950-RUNCTL-START.
022460*
022470     OPEN INPUT IN-RUNPARM
022480     IF WS-RUNPARM-STATUS NOT = '00'
022490        GO TO A-950-EXIT
022500     END-IF
022510     READ IN-RUNPARM
022520        AT END
022530           MOVE SPACES TO FD-RP-JOB
022540           MOVE SPACES TO FD-RP-STEP
022550     END-READ
022560     MOVE FD-RP-JOB  TO WS-RUN-JOB
022570     MOVE FD-RP-STEP TO WS-RUN-STEP
022580     CLOSE IN-RUNPARM
022590     IF WS-RUN-JOB = SPACES
022600        GO TO A-950-EXIT
022610     END-IF
022620     OPEN I-O RUNCTL
022630     IF WS-RUNCTL-STATUS = '35'
022640        OPEN OUTPUT RUNCTL
022650        CLOSE RUNCTL
022660        OPEN I-O RUNCTL
022670     END-IF
022680     IF WS-RUNCTL-STATUS NOT = '00'
022690        DISPLAY 'PROGRAM29 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
022700        GO TO A-950-EXIT
022710     END-IF
022720     MOVE 'Y' TO WS-RUNCTL-ACT-SW
022730     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
022740     MOVE WS-RUN-JOB      TO FD-RUN-JOB
022750     MOVE WS-RUN-STEP     TO FD-RUN-STEP
022760     MOVE 'PROGRAM29'     TO FD-RUN-PROGRAM
022770     MOVE 'S' TO FD-RUN-STATUS
022780     MOVE 0   TO FD-RUN-RC
022790     MOVE 0   TO FD-RUN-CNT-IN
022800     MOVE 0   TO FD-RUN-CNT-OUT
022810     WRITE FD-RUNCTL-REC
022820*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
022830*    EARLIER RECORD
022840     IF WS-RUNCTL-STATUS = '22'
022850        REWRITE FD-RUNCTL-REC
022860     END-IF.
022870*
022880 A-950-EXIT.
022890     EXIT.
022900*
022910 A-955-RUNCTL-END.
022920*
022930     IF NOT WS-RUNCTL-ACTIVE
022940        GO TO A-955-EXIT
022950     END-IF
022960     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
022970     MOVE WS-RUN-JOB      TO FD-RUN-JOB
022980     MOVE WS-RUN-STEP     TO FD-RUN-STEP
022990     READ RUNCTL
023000        INVALID KEY
023010           CONTINUE
023020     END-READ
023030     MOVE 'PROGRAM29'     TO FD-RUN-PROGRAM
023040     MOVE 'E' TO FD-RUN-STATUS
023050     MOVE RETURN-CODE    TO FD-RUN-RC
023060     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
023070     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
023080     REWRITE FD-RUNCTL-REC
023090     IF WS-RUNCTL-STATUS NOT = '00'
023100        DISPLAY 'PROGRAM29 - RUN LEDGER END RECORD NOT WRITTEN'
023110     END-IF
023120     CLOSE RUNCTL.
023130*
023140 A-955-EXIT.
023150     EXIT.
023160*
023170*----------------------------------------------------------------*
023180*    RETURN-CODE CONTRACT - 0 SWEEP COMPLETE, 4 COMPLETE BUT AN  *
023190*    ERASURE REQUEST WAS REFUSED, A LIVE DATASET COULD NOT BE    *
023200*    ALLOCATED OR POLICIES WERE LEFT FOR THE NEXT RUN, 16 A BAD  *
023210*    RETNPARM CARD OR AN OPEN/I-O ERROR STOPPED THE RUN - NO     *
023220*    POLICY IS MARKED ERASED AND A RERUN FINISHES THE JOB        *
023230*----------------------------------------------------------------*
023240 A-999.
023250     EVALUATE TRUE
023260        WHEN WS-ABEND
023270           MOVE 16 TO RETURN-CODE
023280        WHEN WS-CT-REFUSED > 0
023290          OR WS-CT-DS-MISSING > 0
023300          OR WS-DS-LOST > 0
023310          OR WS-CT-WAITING > 0
023320          OR WS-CT-NOT-SWEPT > 0
023330           MOVE 4  TO RETURN-CODE
023340        WHEN OTHER
023350           MOVE 0  TO RETURN-CODE
023360     END-EVALUATE
023370     MOVE WS-RP-COUNT       TO WS-RUN-CNT-IN
023380     MOVE WS-CT-RECS-MASKED TO WS-RUN-CNT-OUT
023390     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
023400     DISPLAY 'PROGRAM29 - POLICIES IN SCOPE  ' WS-RP-COUNT
023410     DISPLAY 'PROGRAM29 - RECORDS READ       ' WS-CT-RECS-READ
023420     DISPLAY 'PROGRAM29 - RECORDS MASKED     ' WS-CT-RECS-MASKED
023430     GOBACK.
