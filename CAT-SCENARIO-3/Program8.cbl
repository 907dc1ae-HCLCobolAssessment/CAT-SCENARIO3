000258*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000259*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000260*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000261*    OCT 2026  RKS  ONE INVOCATION NOW BUILDS THE FEED FOR EVERY *
000262*    CARRIER ACTIVE ON THE CARRIER MASTER KSDS, EACH TO A NEW    *
000263*    GENERATION OF THE RESPONSE GDG NAMED ON THE MASTER          *
000264*    (DYNAMICALLY ALLOCATED TO AEGRESP VIA BPXWDYN), SO A NEW    *
000265*    CARRIER NEEDS NO NEW STEP.  CARRPARM IS NOW OPTIONAL AND    *
000266*    LIMITS THE RUN TO THE ONE CARRIER NAMED.  A CARRIER THAT    *
000267*    CANNOT BE SERVED (NOT ON THE MASTER, NOT ACTIVE, NO         *
000268*    RESPONSE GDG, ALLOCATION FAILED) IS LOGGED AND ENDS THE     *
000269*    STEP 8 AFTER THE OTHER CARRIERS' FEEDS ARE WRITTEN.         *
000270*    OCT 2026  RKS  THE CARRIER MASTER FILLER NOW CARRIES THE    *
000271*    REMITTANCE ADVICE DATASET READ BY PROGRAM22 - LAYOUT        *
000272*    FOLLOWED.                                                   *
000273*----------------------------------------------------------------*
000274*
000280 ENVIRONMENT DIVISION.
000290*
000300*----------------------------------------------------------------*
000470 INPUT-OUTPUT SECTION.
000480*
000490 FILE-CONTROL.
000500     SELECT OPTIONAL IN-CARRPARM ASSIGN TO "CARRPARM"
000510            ORGANIZATION    IS LINE SEQUENTIAL
000520            FILE STATUS     IS WS-CARR-STATUS.
000530*
000531     SELECT IN-CARRMAST      ASSIGN TO "CARRMAST"
000532            ORGANIZATION    IS INDEXED
000533            ACCESS MODE     IS DYNAMIC
000534            RECORD KEY      IS FD-CM-CODE
000535            FILE STATUS     IS WS-CMST-STATUS.
000536*
000540     SELECT IN-UNMATCHED-AEG ASSIGN TO "FAEGIN"
000550            ORGANIZATION    IS LINE SEQUENTIAL
000560            FILE STATUS     IS WS-UNM-AEG-STATUS.
001070 01  FD-CARRPARM-REC.
001080     03  FD-CP-CARRIER     PIC X(3).
001090*
001091*    CARRIER MASTER - ONE RECORD PER CARRIER, MAINTAINED ONLINE
001092*    BY PROGRAM21.  LAYOUT MUST MATCH PROGRAM2, PROGRAM10,
001093*    PROGRAM11, PROGRAM16, PROGRAM21
001094*    AND PROGRAM22
001095 FD  IN-CARRMAST
001096     RECORDING MODE IS F.
001097 01  FD-CARRMAST-REC.
001098     03  FD-CM-CODE          PIC X(3).
001099     03  FD-CM-NAME          PIC X(30).
001100     03  FD-CM-STATUS        PIC X(1).
001101     03  FD-CM-ONBOARD-DATE  PIC X(8).
001102     03  FD-CM-EXIT-DATE     PIC X(8).
001103     03  FD-CM-PREM-TOL      PIC 9(3)V99.
001104     03  FD-CM-FEED-DSN      PIC X(44).
001105     03  FD-CM-RESP-DSN      PIC X(44).
001106     03  FD-CM-CONTACT-NAME  PIC X(30).
001107     03  FD-CM-CONTACT-PHONE PIC X(15).
001108     03  FD-CM-UPD-DATE      PIC X(8).
001109     03  FD-CM-UPD-USER      PIC X(8).
001110     03  FD-CM-REMIT-DSN     PIC X(44).
001111     03  FILLER              PIC X(2).
001112*
001113 FD  OUT-RESPONSE
001114     RECORDING MODE IS F.
001120 01  FD-RESPONSE-REC       PIC X(29).
001121*
001122 FD  IN-RUNPARM
001330 01  WS-CARR-STATUS    PIC X(2).
001340 01  WS-DUP-STATUS     PIC X(2).
001350 01  WS-RESP-STATUS    PIC X(2).
001351 01  WS-CMST-STATUS    PIC X(2).
001360*
001370 01  WS-CURRENT-DATE   PIC X(8).
001380 01  WS-FEED-CARRIER   PIC X(3) VALUE SPACES.
001390 01  WS-CARR-EOF-SW    PIC X(1) VALUE 'N'.
001400     88  WS-CARR-EOF           VALUE 'Y'.
001410 01  WS-CT-DETAILS     PIC 9(7) COMP VALUE 0.
001411*
001412*----------------------------------------------------------------*
001413*    CARRIER LOOP STATE - WS-CT-DETAILS IS PER CARRIER FEED,     *
001414*    WS-CT-RUN-DETAILS THE WHOLE RUN                             *
001415*----------------------------------------------------------------*
001416 01  WS-CMST-EOF-SW    PIC X(1) VALUE 'N'.
001417     88  WS-CMST-EOF           VALUE 'Y'.
001418 01  WS-ACTIVE-SW      PIC X(1) VALUE 'N'.
001419     88  WS-CARRIER-ACTIVE     VALUE 'Y'.
001420 01  WS-UNSERVED-SW    PIC X(1) VALUE 'N'.
001421     88  WS-CARRIER-UNSERVED   VALUE 'Y'.
001422 01  WS-FILTER-CARRIER PIC X(3) VALUE SPACES.
001423 01  WS-CT-RUN-DETAILS PIC 9(7) COMP VALUE 0.
001424*
001425*    BPXWDYN REQUEST - HALFWORD LENGTH FOLLOWED BY THE TEXT
001426 01  WS-DYN-PARM.
001427     03  WS-DYN-LENGTH     PIC S9(4) COMP VALUE 0.
001428     03  WS-DYN-TEXT       PIC X(160) VALUE SPACES.
001429 01  WS-DYN-PTR        PIC 9(4) COMP VALUE 0.
001430*
001431*----------------------------------------------------------------*
001440*    TRANSMISSION RECORDS - DETAILS ARE AEGON'S OWN EXTRACT      *
001450*    LAYOUT; HEADER AND TRAILER ARE FLAGGED BY HDR/TRL IN THE    *
001460*    KEY POSITION, WHICH NO ALL-DIGIT AEGON-NR CAN PRODUCE       *
001800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001805     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
001810     PERFORM A-015-READ-CARRPARM THRU A-015-EXIT
001811*
001812     IF WS-FILTER-CARRIER NOT = SPACES
001813        PERFORM A-016-RETURN-NAMED THRU A-016-EXIT
001814     ELSE
001815        PERFORM A-017-START-CARRMAST THRU A-017-EXIT
001816        PERFORM A-018-NEXT-CARRIER THRU A-018-EXIT
001817           UNTIL WS-CMST-EOF OR WS-ABEND
001818     END-IF
001819*
002030     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
002040*
002050     GO TO A-999.
002110 A-005-CLOSE-FILES.
002120*
002130     CLOSE IN-CARRPARM
002131     CLOSE IN-CARRMAST.
002170*
002180 A-005-EXIT.
002190     EXIT.
002210 A-010-OPEN-FILES.
002220*
002230     OPEN INPUT  IN-CARRPARM
002240     IF WS-CARR-STATUS NOT = '00' AND WS-CARR-STATUS NOT = '05'
002250        MOVE 'Y' TO WS-ABEND-SW
002260     END-IF
002270     OPEN INPUT  IN-CARRMAST
002280     IF WS-CMST-STATUS NOT = '00'
002290        MOVE 'Y' TO WS-ABEND-SW
002300     END-IF.
002390*
002400 A-010-EXIT.
002410     EXIT.
002420*
002430*----------------------------------------------------------------*
002440*    CARRPARM, WHEN PRESENT, NAMES THE ONE CARRIER TO RETURN.    *
002450*    NO CARD, OR A BLANK ONE, MEANS EVERY CARRIER ACTIVE ON THE  *
002460*    CARRIER MASTER                                              *
002470*----------------------------------------------------------------*
002480 A-015-READ-CARRPARM.
002490*
002491     IF WS-CARR-STATUS = '05'
002492        GO TO A-015-EXIT
002493     END-IF
002500     READ IN-CARRPARM
002510        AT END
002520           MOVE 'Y' TO WS-CARR-EOF-SW
002521           MOVE SPACES TO FD-CP-CARRIER
002522     END-READ
002523     IF WS-CARR-STATUS NOT = '00' AND WS-CARR-STATUS NOT = '10'
002524        MOVE 'Y' TO WS-ABEND-SW
002525        GO TO A-015-EXIT
002526     END-IF
002527     MOVE FD-CP-CARRIER TO WS-FILTER-CARRIER.
002528*
002529 A-015-EXIT.
002530     EXIT.
002531*
002532 A-016-RETURN-NAMED.
002533*
002534     MOVE WS-FILTER-CARRIER TO FD-CM-CODE
002535     READ IN-CARRMAST
002536        INVALID KEY
002537           DISPLAY 'PROGRAM8 - CARRIER ' WS-FILTER-CARRIER
002538                   ' NOT ON THE CARRIER MASTER - NO FEED'
002539           MOVE 'Y' TO WS-UNSERVED-SW
002540     END-READ
002541     IF WS-CMST-STATUS NOT = '00' AND WS-CMST-STATUS NOT = '23'
002542        MOVE 'Y' TO WS-ABEND-SW
002543        GO TO A-016-EXIT
002544     END-IF
002545     IF WS-CMST-STATUS = '23'
002546        GO TO A-016-EXIT
002547     END-IF
002548     PERFORM A-045-CHECK-ACTIVE THRU A-045-EXIT
002549     IF NOT WS-CARRIER-ACTIVE
002550        DISPLAY 'PROGRAM8 - CARRIER ' FD-CM-CODE
002551                ' SUSPENDED OR OUTSIDE ITS ACTIVE DATES - NO FEED'
002552        MOVE 'Y' TO WS-UNSERVED-SW
002553        GO TO A-016-EXIT
002554     END-IF
002555     PERFORM A-060-RETURN-CARRIER THRU A-060-EXIT.
002556*
002557 A-016-EXIT.
002558     EXIT.
002559*
002560 A-017-START-CARRMAST.
002561*
002562     MOVE LOW-VALUES TO FD-CM-CODE
002563     START IN-CARRMAST KEY IS NOT LESS THAN FD-CM-CODE
002564        INVALID KEY
002565           MOVE 'Y' TO WS-CMST-EOF-SW
002566     END-START.
002567*
002568 A-017-EXIT.
002569     EXIT.
002570*
002571*----------------------------------------------------------------*
002572*    NEXT CARRIER ON THE MASTER - ONLY ACTIVE CARRIERS GET A     *
002573*    FEED; A SUSPENDED OR EXITED CARRIER IS NOT EXPECTING ONE    *
002574*----------------------------------------------------------------*
002575 A-018-NEXT-CARRIER.
002576*
002577     READ IN-CARRMAST NEXT RECORD
002578        AT END
002579           MOVE 'Y' TO WS-CMST-EOF-SW
002580     END-READ
002581     IF WS-CMST-EOF
002582        GO TO A-018-EXIT
002583     END-IF
002584     IF WS-CMST-STATUS NOT = '00'
002585        MOVE 'Y' TO WS-ABEND-SW
002586        GO TO A-018-EXIT
002587     END-IF
002588     PERFORM A-045-CHECK-ACTIVE THRU A-045-EXIT
002589     IF WS-CARRIER-ACTIVE
002590        PERFORM A-060-RETURN-CARRIER THRU A-060-EXIT
002591     END-IF.
002592*
002593 A-018-EXIT.
002594     EXIT.
002595*
002690 A-020-READ-UNM-AEG.
002700*
002710     READ IN-UNMATCHED-AEG
003400     EXIT.
003401*
003402*----------------------------------------------------------------*
003403*    ACTIVE ON THE RUN DATE - STATUS A, ONBOARDED ON OR BEFORE   *
003404*    TODAY AND NOT YET AT ITS EXIT DATE (BLANK DATES OPEN-ENDED) *
003405*----------------------------------------------------------------*
003406 A-045-CHECK-ACTIVE.
003407*
003408     MOVE 'N' TO WS-ACTIVE-SW
003409     IF FD-CM-STATUS NOT = 'A'
003410        GO TO A-045-EXIT
003411     END-IF
003412     IF FD-CM-ONBOARD-DATE NOT = SPACES
003413        AND FD-CM-ONBOARD-DATE > WS-CURRENT-DATE
003414        GO TO A-045-EXIT
003415     END-IF
003416     IF FD-CM-EXIT-DATE NOT = SPACES
003417        AND FD-CM-EXIT-DATE NOT > WS-CURRENT-DATE
003418        GO TO A-045-EXIT
003419     END-IF
003420     MOVE 'Y' TO WS-ACTIVE-SW.
003421*
003422 A-045-EXIT.
003423     EXIT.
003424*
003425*----------------------------------------------------------------*
003426*    ONE CARRIER'S FEED - ALLOCATE A NEW GENERATION OF ITS       *
003427*    RESPONSE GDG TO AEGRESP, PASS BOTH EXCEPTION FILES FROM THE *
003428*    TOP FOR THAT CARRIER'S RECORDS, BRACKET THEM HDR/TRL AND    *
003429*    RELEASE AEGRESP SO THE NEXT CARRIER CAN REUSE THE DD        *
003430*----------------------------------------------------------------*
003431 A-060-RETURN-CARRIER.
003432*
003433     MOVE FD-CM-CODE TO WS-FEED-CARRIER
003434     MOVE 0 TO WS-CT-DETAILS
003435     MOVE 'N' TO WS-UNM-AEG-EOF-SW
003436     MOVE 'N' TO WS-DUP-EOF-SW
003437     IF FD-CM-RESP-DSN = SPACES
003438        DISPLAY 'PROGRAM8 - CARRIER ' WS-FEED-CARRIER
003439                ' HAS NO RESPONSE GDG ON THE MASTER - NO FEED'
003440        MOVE 'Y' TO WS-UNSERVED-SW
003441        GO TO A-060-EXIT
003442     END-IF
003443*
003444     MOVE SPACES TO WS-DYN-TEXT
003445     MOVE 1 TO WS-DYN-PTR
003446     STRING 'ALLOC DD(AEGRESP) DSN(''' DELIMITED BY SIZE
003447            FD-CM-RESP-DSN            DELIMITED BY SPACE
003448            '(+1)'') NEW CATALOG'     DELIMITED BY SIZE
003449            ' RECFM(F,B) LRECL(29)'   DELIMITED BY SIZE
003450            ' TRACKS SPACE(2,2) UNIT(SYSDA) REUSE'
003451                                      DELIMITED BY SIZE
003452       INTO WS-DYN-TEXT
003453       WITH POINTER WS-DYN-PTR
003454     END-STRING
003455     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1
003456     CALL 'BPXWDYN' USING WS-DYN-PARM
003457     IF RETURN-CODE NOT = 0
003458        DISPLAY 'PROGRAM8 - CARRIER ' WS-FEED-CARRIER
003459                ' RESPONSE GDG COULD NOT BE ALLOCATED - NO FEED'
003460        MOVE 0 TO RETURN-CODE
003461        MOVE 'Y' TO WS-UNSERVED-SW
003462        GO TO A-060-EXIT
003463     END-IF
003464*
003465     OPEN INPUT  IN-UNMATCHED-AEG
003466     IF WS-UNM-AEG-STATUS NOT = '00'
003467        MOVE 'Y' TO WS-ABEND-SW
003468     END-IF
003469     OPEN INPUT  IN-DUPLICATE
003470     IF WS-DUP-STATUS NOT = '00'
003471        MOVE 'Y' TO WS-ABEND-SW
003472     END-IF
003473     OPEN OUTPUT OUT-RESPONSE
003474     IF WS-RESP-STATUS NOT = '00'
003475        MOVE 'Y' TO WS-ABEND-SW
003476     END-IF
003477     IF NOT WS-ABEND
003478        MOVE WS-CURRENT-DATE TO WS-RH-DATE
003479        MOVE WS-FEED-CARRIER TO WS-RH-CARRIER
003480        WRITE FD-RESPONSE-REC FROM WS-RESP-HEADER
003481        PERFORM A-020-READ-UNM-AEG THRU A-020-EXIT
003482        PERFORM A-030-FEED-UNM-AEG THRU A-030-EXIT
003483           UNTIL WS-UNM-AEG-EOF OR WS-ABEND
003484        PERFORM A-040-READ-DUP THRU A-040-EXIT
003485        PERFORM A-050-FEED-DUP THRU A-050-EXIT
003486           UNTIL WS-DUP-EOF OR WS-ABEND
003487     END-IF
003488     IF NOT WS-ABEND
003489        MOVE WS-CT-DETAILS TO WS-RT-COUNT
003490        WRITE FD-RESPONSE-REC FROM WS-RESP-TRAILER
003491     END-IF
003492     CLOSE IN-UNMATCHED-AEG
003493     CLOSE IN-DUPLICATE
003494     CLOSE OUT-RESPONSE
003495     ADD WS-CT-DETAILS TO WS-CT-RUN-DETAILS
003496*
003497     MOVE 'FREE DD(AEGRESP)' TO WS-DYN-TEXT
003498     MOVE 16 TO WS-DYN-LENGTH
003499     CALL 'BPXWDYN' USING WS-DYN-PARM
003500     MOVE 0 TO RETURN-CODE.
003501*
003502 A-060-EXIT.
003503     EXIT.
003504*
003505*----------------------------------------------------------------*
003506*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
003507*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
003508*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
003509*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
003510*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
003511*    FAILS                                                       *
003512*----------------------------------------------------------------*
003513 A-950-RUNCTL-START.
003514*
003515     OPEN INPUT IN-RUNPARM
003516     IF WS-RUNPARM-STATUS NOT = '00'
003517        GO TO A-950-EXIT
003518     END-IF
003519     READ IN-RUNPARM
003520        AT END
003521           MOVE SPACES TO FD-RP-JOB
003522           MOVE SPACES TO FD-RP-STEP
003523     END-READ
003524     MOVE FD-RP-JOB  TO WS-RUN-JOB
003525     MOVE FD-RP-STEP TO WS-RUN-STEP
003526     CLOSE IN-RUNPARM
003527     IF WS-RUN-JOB = SPACES
003528        GO TO A-950-EXIT
003529     END-IF
003530     OPEN I-O RUNCTL
003531     IF WS-RUNCTL-STATUS = '35'
003532        OPEN OUTPUT RUNCTL
003533        CLOSE RUNCTL
003534        OPEN I-O RUNCTL
003535     END-IF
003536     IF WS-RUNCTL-STATUS NOT = '00'
003537        DISPLAY 'PROGRAM8 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
003538        GO TO A-950-EXIT
003539     END-IF
003540     MOVE 'Y' TO WS-RUNCTL-ACT-SW
003541     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
003542     MOVE WS-RUN-JOB      TO FD-RUN-JOB
003543     MOVE WS-RUN-STEP     TO FD-RUN-STEP
003544     MOVE 'PROGRAM8 '     TO FD-RUN-PROGRAM
003545     MOVE 'S' TO FD-RUN-STATUS
003546     MOVE 0   TO FD-RUN-RC
003547     MOVE 0   TO FD-RUN-CNT-IN
003548     MOVE 0   TO FD-RUN-CNT-OUT
003549     WRITE FD-RUNCTL-REC
003550*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
003551*    EARLIER RECORD
003552     IF WS-RUNCTL-STATUS = '22'
003553        REWRITE FD-RUNCTL-REC
003554     END-IF.
003555*
003556 A-950-EXIT.
003557     EXIT.
003558*
003559 A-955-RUNCTL-END.
003560*
003561     IF NOT WS-RUNCTL-ACTIVE
003562        GO TO A-955-EXIT
003563     END-IF
003564     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
003565     MOVE WS-RUN-JOB      TO FD-RUN-JOB
003566     MOVE WS-RUN-STEP     TO FD-RUN-STEP
003567     READ RUNCTL
003568        INVALID KEY
003569           CONTINUE
003570     END-READ
003571     MOVE 'PROGRAM8 '     TO FD-RUN-PROGRAM
003572     MOVE 'E' TO FD-RUN-STATUS
003573     MOVE RETURN-CODE    TO FD-RUN-RC
003574     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
003575     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
003576     REWRITE FD-RUNCTL-REC
003577     IF WS-RUNCTL-STATUS NOT = '00'
003578        DISPLAY 'PROGRAM8 - RUN LEDGER END RECORD NOT WRITTEN'
003579     END-IF
003580     CLOSE RUNCTL.
003581*
003582 A-955-EXIT.
003583     EXIT.
003584*
003585*----------------------------------------------------------------*
003586*    RETURN-CODE CONTRACT - 0 FEEDS WRITTEN (A HEADER/TRAILER    *
003587*    PAIR WITH NO DETAILS IS A VALID EMPTY FEED), 8 A CARRIER    *
003588*    COULD NOT BE SERVED (SEE THE JOB LOG), 16 AN OPEN/I-O       *
003589*    ERROR STOPPED THE RUN BEFORE IT COMPLETED                   *
003590*----------------------------------------------------------------*
003591 A-999.
003592     EVALUATE TRUE
003593        WHEN WS-ABEND
003594           MOVE 16 TO RETURN-CODE
003595        WHEN WS-CARRIER-UNSERVED
003596           MOVE 8  TO RETURN-CODE
003597        WHEN OTHER
003598           MOVE 0  TO RETURN-CODE
003599     END-EVALUATE
003600     MOVE WS-CT-RUN-DETAILS TO WS-RUN-CNT-IN
003601     MOVE WS-CT-RUN-DETAILS TO WS-RUN-CNT-OUT
003602     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
003603     GOBACK.
