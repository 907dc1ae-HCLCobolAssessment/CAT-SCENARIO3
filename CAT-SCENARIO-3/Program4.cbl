000278*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000279*    PROGRAM4 ALSO REFUSES TO REPORT ON A DAY THE MATCH STEP     *
000280*    NEVER COMPLETED ON THE LEDGER (DEPPARM CARD).               *
000281*    OCT 2026  RKS  NEW SECTION 6 LISTS CARRIER RECORDS BILLING  *
000282*    A CANCELLED OR LAPSED POLICY (PROGRAM2 TRMOUT) WITH THE     *
000283*    POLICY STATUS AND TERMINATION DATE.  THE AUDIT RECORD'S     *
000284*    NEW TERMINATED COUNTS ARE SUMMED - THE SUMMARY PAGE         *
000285*    RECONCILES THE SECTION TO THE AUDIT, AND SHOWS THE          *
000286*    TERMINATED POLICIES THE CARRIER CORRECTLY DROPPED AND THE   *
000287*    PREMIUM BILLED ON TERMINATED POLICIES APART FROM THE        *
000288*    ORDINARY NO-POLICY EXCEPTIONS.                              *
000289*    OCT 2026  RKS  PER-CARRIER SUMMARY TABLE RAISED FROM 10 TO  *
000290*    100 CARRIERS, IN STEP WITH PROGRAM2 NOW THAT CARRIERS ARE   *
000291*    ADDED ON THE CARRIER MASTER WITHOUT A PROGRAM CHANGE.       *
000292*----------------------------------------------------------------*
000293*
000300 ENVIRONMENT DIVISION.
000310*
000320*----------------------------------------------------------------*
000690            ORGANIZATION    IS LINE SEQUENTIAL
000700            FILE STATUS     IS WS-DISC-STATUS.
000710*
000711     SELECT IN-TERMINATED   ASSIGN TO "RTRMIN"
000712            ORGANIZATION    IS LINE SEQUENTIAL
000713            FILE STATUS     IS WS-TERM-STATUS.
000714*
000720     SELECT IN-AUDIT         ASSIGN TO "RAUDIN"
000730            ORGANIZATION    IS LINE SEQUENTIAL
000740            FILE STATUS     IS WS-AUDIT-STATUS.
001480     03  FD-DISC-POL-VAL   PIC X(7).
001490     03  FD-DISC-AEG-VAL   PIC X(7).
001500*
001501*    LAYOUT MUST MATCH FD-TERM-REC IN PROGRAM2 AND PROGRAM11
001502 FD  IN-TERMINATED
001503     RECORDING MODE IS F.
001504 01  FD-TERM-REC.
001505     03  FD-TRM-DATE       PIC X(8).
001506     03  FD-TRM-CARRIER    PIC X(3).
001507     03  FD-TRM-POLICY-NO  PIC X(7).
001508     03  FD-TRM-AEGON-NR   PIC X(5).
001509     03  FD-TRM-NAME       PIC X(7).
001510     03  FD-TRM-STREET     PIC X(3).
001511     03  FD-TRM-PHONE      PIC X(7).
001512     03  FD-TRM-PREMIUM    PIC 9(5)V99.
001513     03  FD-TRM-POL-STATUS PIC X(1).
001514     03  FD-TRM-TERM-DATE  PIC X(8).
001515*
001516 FD  IN-AUDIT
001520     RECORDING MODE IS F.
001530 01  FD-AUDIT-REC.
001540     03  FD-AUDIT-DATE        PIC X(8).
001650     03  FD-AUDIT-PREM-AEG    PIC 9(7)V99.
001660     03  FD-AUDIT-PREM-DIFF   PIC S9(7)V99.
001670     03  FD-AUDIT-RESTART-FROM PIC X(8).
001671     03  FD-AUDIT-TERM-BILLED PIC 9(7).
001672     03  FD-AUDIT-TERM-DROPPED PIC 9(7).
001673     03  FD-AUDIT-PREM-TERM   PIC 9(7)V99.
001680*
001690 FD  OUT-REPORT
001700     RECORDING MODE IS F.
001880     88  WS-REJ-EOF            VALUE 'Y'.
001890 01  WS-DISC-EOF-SW    PIC X(1) VALUE 'N'.
001900     88  WS-DISC-EOF           VALUE 'Y'.
001901 01  WS-TRM-EOF-SW     PIC X(1) VALUE 'N'.
001902     88  WS-TRM-EOF            VALUE 'Y'.
001910 01  WS-AUDIT-EOF-SW   PIC X(1) VALUE 'N'.
001920     88  WS-AUDIT-EOF          VALUE 'Y'.
001930*
002010 01  WS-DUP-STATUS     PIC X(2).
002020 01  WS-REJECT-STATUS  PIC X(2).
002030 01  WS-DISC-STATUS    PIC X(2).
002031 01  WS-TERM-STATUS    PIC X(2).
002040 01  WS-AUDIT-STATUS   PIC X(2).
002050 01  WS-REPORT-STATUS  PIC X(2).
002060*
002220     03  WS-SC-DUPLICATES  PIC 9(7) COMP VALUE 0.
002230     03  WS-SC-REJECTS     PIC 9(7) COMP VALUE 0.
002240     03  WS-SC-DISCREPANT  PIC 9(7) COMP VALUE 0.
002241     03  WS-SC-TERMINATED  PIC 9(7) COMP VALUE 0.
002250*
002260*----------------------------------------------------------------*
002270*    AUDIT CONTROL TOTALS FOR THE RUN DATE - A RESUMED DAY CAN   *
002380 01  WS-CAUD-IX        PIC 9(4) COMP VALUE 0.
002390 01  WS-CAUD-K         PIC 9(4) COMP VALUE 0.
002400 01  WS-CAUD-TABLE.
002410     03  WS-CAUD-ENTRY OCCURS 100 TIMES.
002420         05  WS-CAUD-CODE      PIC X(3).
002430         05  WS-CAUD-POL-READ  PIC 9(7) COMP.
002440         05  WS-CAUD-MATCHED   PIC 9(7) COMP.
002740     03  WS-AUD-PREM-POL    PIC 9(8)V99 VALUE 0.
002750     03  WS-AUD-PREM-AEG    PIC 9(8)V99 VALUE 0.
002760     03  WS-AUD-PREM-DIFF   PIC S9(8)V99 VALUE 0.
002761     03  WS-AUD-TERM-BILLED PIC 9(7) COMP VALUE 0.
002762     03  WS-AUD-TERM-DROPPED PIC 9(7) COMP VALUE 0.
002763     03  WS-AUD-PREM-TERM   PIC 9(8)V99 VALUE 0.
002770*
002780 01  WS-RECONCILE-SW   PIC X(1) VALUE 'Y'.
002790     88  WS-RECONCILED         VALUE 'Y'.
003620     03  WS-DI-AEG-VAL     PIC X(7).
003630     03  FILLER            PIC X(89) VALUE SPACES.
003640*
003641 01  WS-DETAIL-TRM.
003642     03  WS-TR-CARRIER     PIC X(3).
003643     03  FILLER            PIC X(1)  VALUE SPACES.
003644     03  WS-TR-POLICY      PIC X(7).
003645     03  FILLER            PIC X(2)  VALUE SPACES.
003646     03  WS-TR-AEGON       PIC X(5).
003647     03  FILLER            PIC X(4)  VALUE SPACES.
003648     03  WS-TR-NAME        PIC X(7).
003649     03  FILLER            PIC X(3)  VALUE SPACES.
003650     03  WS-TR-STREET      PIC X(3).
003651     03  FILLER            PIC X(4)  VALUE SPACES.
003652     03  WS-TR-PHONE       PIC X(7).
003653     03  FILLER            PIC X(3)  VALUE SPACES.
003654     03  WS-TR-PREMIUM     PIC Z(4)9,99.
003655     03  FILLER            PIC X(7)  VALUE SPACES.
003656     03  WS-TR-STATUS      PIC X(9).
003657     03  FILLER            PIC X(1)  VALUE SPACES.
003658     03  WS-TR-TERM-DATE   PIC X(8).
003659     03  FILLER            PIC X(50) VALUE SPACES.
003660*
003661 01  WS-SECTION-TRAILER.
003662     03  FILLER            PIC X(18) VALUE 'RECORDS IN SECTION'.
003670     03  FILLER            PIC X(1)  VALUE SPACES.
003680     03  WS-ST-COUNT       PIC Z(6)9.
003690     03  FILLER            PIC X(106) VALUE SPACES.
004080     PERFORM A-300-SECTION-DUP THRU A-300-EXIT
004090     PERFORM A-400-SECTION-REJ THRU A-400-EXIT
004100     PERFORM A-500-SECTION-DISC THRU A-500-EXIT
004101     PERFORM A-550-SECTION-TRM THRU A-550-EXIT
004110     PERFORM A-600-LOAD-AUDIT THRU A-600-EXIT
004120     PERFORM A-900-SUMMARY-PAGE THRU A-900-EXIT
004130*
004260     CLOSE IN-DUPLICATE
004270     CLOSE IN-REJECT
004280     CLOSE IN-DISCREPANCY
004281     CLOSE IN-TERMINATED
004290     CLOSE IN-AUDIT
004300     CLOSE OUT-REPORT.
004310*
004540     IF WS-DISC-STATUS NOT = '00'
004550        MOVE 'Y' TO WS-ABEND-SW
004560     END-IF
004561     OPEN INPUT  IN-TERMINATED
004562     IF WS-TERM-STATUS NOT = '00'
004563        MOVE 'Y' TO WS-ABEND-SW
004564     END-IF
004570     OPEN INPUT  IN-AUDIT
004580     IF WS-AUDIT-STATUS NOT = '00'
004590        MOVE 'Y' TO WS-ABEND-SW
007260 A-520-EXIT.
007270     EXIT.
007280*
007281*----------------------------------------------------------------*
007282*    SECTION 6 - CARRIER BILLING A CANCELLED OR LAPSED POLICY.   *
007283*    THIS IS PREMIUM BEING CLAIMED ON COVER WE HAVE ENDED, SO    *
007284*    IT IS KEPT APART FROM THE SECTION 2 NO-POLICY RECORDS       *
007285*----------------------------------------------------------------*
007286 A-550-SECTION-TRM.
007287*
007288     MOVE 'SECTION 6 - CARRIER BILLING TERMINATED POLICY'
007289       TO WS-SECTION-TITLE
007290     MOVE 'CAR POLICY   AEGON-NR NAME      STREET PHONE   PREMIUM'
007291       TO WS-SECTION-HEAD
007292     MOVE 'STATUS    TERM DATE' TO WS-SECTION-HEAD(58:19)
007293     PERFORM A-810-NEW-PAGE THRU A-810-EXIT
007294     PERFORM A-560-READ-TRM THRU A-560-EXIT
007295     PERFORM A-570-PRINT-TRM THRU A-570-EXIT
007296        UNTIL WS-TRM-EOF OR WS-ABEND
007297     MOVE WS-SC-TERMINATED TO WS-ST-COUNT
007298     PERFORM A-830-WRITE-TRAILER THRU A-830-EXIT.
007299*
007300 A-550-EXIT.
007301     EXIT.
007302*
007303 A-560-READ-TRM.
007304*
007305     READ IN-TERMINATED
007306        AT END
007307           MOVE 'Y' TO WS-TRM-EOF-SW
007308     END-READ
007309     IF WS-TERM-STATUS NOT = '00'
007310        AND WS-TERM-STATUS NOT = '10'
007311        MOVE 'Y' TO WS-ABEND-SW
007312        MOVE 'Y' TO WS-TRM-EOF-SW
007313     END-IF.
007314*
007315 A-560-EXIT.
007316     EXIT.
007317*
007318 A-570-PRINT-TRM.
007319*
007320     IF FD-TRM-DATE = WS-CURRENT-DATE
007321        MOVE FD-TRM-CARRIER   TO WS-TR-CARRIER
007322        MOVE FD-TRM-POLICY-NO TO WS-TR-POLICY
007323        MOVE FD-TRM-AEGON-NR  TO WS-TR-AEGON
007324        MOVE FD-TRM-NAME      TO WS-TR-NAME
007325        MOVE FD-TRM-STREET    TO WS-TR-STREET
007326        MOVE FD-TRM-PHONE     TO WS-TR-PHONE
007327        MOVE FD-TRM-PREMIUM   TO WS-TR-PREMIUM
007328        IF FD-TRM-POL-STATUS = 'L'
007329           MOVE 'LAPSED   ' TO WS-TR-STATUS
007330        ELSE
007331           MOVE 'CANCELLED' TO WS-TR-STATUS
007332        END-IF
007333        MOVE FD-TRM-TERM-DATE TO WS-TR-TERM-DATE
007334        MOVE WS-DETAIL-TRM    TO FD-REPORT-LINE
007335        PERFORM A-800-WRITE-LINE THRU A-800-EXIT
007336        ADD 1 TO WS-SC-TERMINATED
007337     END-IF
007338     PERFORM A-560-READ-TRM THRU A-560-EXIT.
007339*
007340 A-570-EXIT.
007341     EXIT.
007342*
007343*----------------------------------------------------------------*
007344*    SUM EVERY AUDIT RECORD CARRYING THE RUN DATE - A RESUMED    *
007345*    DAY WRITES ONE PARTIAL RECORD PER INVOCATION AND THE DAY'S  *
007346*    TRUE TOTALS ARE THEIR SUM                                   *
007347*----------------------------------------------------------------*
007348 A-600-LOAD-AUDIT.
007350*
007360     PERFORM A-610-READ-AUDIT THRU A-610-EXIT
007370     PERFORM A-620-TAKE-AUDIT THRU A-620-EXIT
007700        ADD FD-AUDIT-PREM-POL    TO WS-AUD-PREM-POL
007710        ADD FD-AUDIT-PREM-AEG    TO WS-AUD-PREM-AEG
007720        ADD FD-AUDIT-PREM-DIFF   TO WS-AUD-PREM-DIFF
007721        ADD FD-AUDIT-TERM-BILLED TO WS-AUD-TERM-BILLED
007722        ADD FD-AUDIT-TERM-DROPPED TO WS-AUD-TERM-DROPPED
007723        ADD FD-AUDIT-PREM-TERM   TO WS-AUD-PREM-TERM
007730        PERFORM A-630-TAKE-CARRIER THRU A-630-EXIT
007740     END-IF
007750     PERFORM A-610-READ-AUDIT THRU A-610-EXIT.
007880     PERFORM A-631-SCAN-CARRIER THRU A-631-EXIT
007890        VARYING WS-CAUD-K FROM 1 BY 1
007900        UNTIL WS-CAUD-K > WS-CAUD-COUNT OR WS-CAUD-IX > 0
007910     IF WS-CAUD-IX = 0 AND WS-CAUD-COUNT < 100
007920        ADD 1 TO WS-CAUD-COUNT
007930        MOVE WS-CAUD-COUNT TO WS-CAUD-IX
007940        MOVE FD-AUDIT-CARRIER TO WS-CAUD-CODE(WS-CAUD-IX)
008930     MOVE WS-SUMMARY-LINE TO FD-REPORT-LINE
008940     PERFORM A-800-WRITE-LINE THRU A-800-EXIT
008950*
008951     MOVE 'BILLED ON TERMINATED POLICY ' TO WS-SU-LABEL
008952     MOVE WS-SC-TERMINATED   TO WS-SU-REPORTED
008953     MOVE WS-AUD-TERM-BILLED TO WS-SU-AUDIT
008954     IF WS-SC-TERMINATED NOT = WS-AUD-TERM-BILLED
008955        MOVE 'DIFFER ' TO WS-SU-FLAG
008956        MOVE 'N' TO WS-RECONCILE-SW
008957     ELSE
008958        MOVE 'AGREE  ' TO WS-SU-FLAG
008959     END-IF
008960     MOVE WS-SUMMARY-LINE TO FD-REPORT-LINE
008961     PERFORM A-800-WRITE-LINE THRU A-800-EXIT
008962*
008963*    THE AUDIT RECORD CARRIES NO DISCREPANCY TOTAL, SO THIS ROW
008970*    REPORTS THE SECTION COUNT ALONE WITH NO AUDIT FIGURE
008980     MOVE 'FIELD DISCREPANCIES         ' TO WS-SN-LABEL
008990     MOVE WS-SC-DISCREPANT  TO WS-SN-COUNT
009270     MOVE WS-AUD-PREM-DIFF  TO WS-SA-AMOUNT
009280     MOVE WS-SUMMARY-AMT-LINE TO FD-REPORT-LINE
009290     PERFORM A-800-WRITE-LINE THRU A-800-EXIT
009291*
009292*    TERMINATED POLICIES THE CARRIER HAS CORRECTLY STOPPED
009293*    BILLING ARE NOT EXCEPTIONS - SHOWN HERE AS A COUNT ONLY.
009294*    PREMIUM BILLED ON TERMINATED POLICIES IS NOT IN EITHER
009295*    PREMIUM TOTAL ABOVE
009296     MOVE 'TERMINATED POLICIES DROPPED ' TO WS-SN-LABEL
009297     MOVE WS-AUD-TERM-DROPPED TO WS-SN-COUNT
009298     MOVE WS-SUMMARY-CNT-LINE TO FD-REPORT-LINE
009299     PERFORM A-800-WRITE-LINE THRU A-800-EXIT
009300     MOVE 'PREMIUM BILLED ON TERMINATED' TO WS-SA-LABEL
009301     MOVE WS-AUD-PREM-TERM  TO WS-SA-AMOUNT
009302     MOVE WS-SUMMARY-AMT-LINE TO FD-REPORT-LINE
009303     PERFORM A-800-WRITE-LINE THRU A-800-EXIT
009304*
009310     MOVE SPACES TO FD-REPORT-LINE
009320     PERFORM A-800-WRITE-LINE THRU A-800-EXIT
009330     MOVE 'PER-CARRIER AUDIT TOTALS' TO FD-REPORT-LINE
