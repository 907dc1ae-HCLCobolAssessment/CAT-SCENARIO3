000264*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000266*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000268*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000269*    OCT 2026  RKS  AUDIT RECORD GAINS THE TERMINATED-POLICY     *
000270*    BILLED / DROPPED COUNTS AND PREMIUM - LAYOUT FOLLOWED, NOT  *
000271*    TRENDED.                                                    *
000272*    OCT 2026  RKS  MONTH-TO-DATE AND PRIOR-MONTH TOTALS ARE     *
000273*    FOLLOWED BY A PER-BUSINESS-DAY AVERAGE, DIVIDING BY THE     *
000274*    HOUSE BUSINESS DAYS IN THE PERIOD FROM THE SHARED CALENDAR  *
000275*    (BUSCAL, KEPT BY PROGRAM26) SO SHORT AND HOLIDAY MONTHS     *
000276*    COMPARE FAIRLY.                                             *
000277*----------------------------------------------------------------*
000280*
000290 ENVIRONMENT DIVISION.
000300*
000619            RECORD KEY      IS FD-RUN-KEY
000620            FILE STATUS     IS WS-RUNCTL-STATUS.
000621*
000622     SELECT OPTIONAL IN-CALENDAR ASSIGN TO "BUSCAL"
000623            ORGANIZATION    IS INDEXED
000624            ACCESS MODE     IS RANDOM
000625            RECORD KEY      IS FD-CAL-KEY
000626            FILE STATUS     IS WS-CAL-STATUS.
000627*
000630*----------------------------------------------------------------*
000640**                                                              *
000650**   DATA DIVISION                                               *
000950     03  FD-AUDIT-PREM-AEG    PIC 9(7)V99.
000960     03  FD-AUDIT-PREM-DIFF   PIC S9(7)V99.
000970     03  FD-AUDIT-RESTART-FROM PIC X(8).
000971     03  FD-AUDIT-TERM-BILLED PIC 9(7).
000972     03  FD-AUDIT-TERM-DROPPED PIC 9(7).
000973     03  FD-AUDIT-PREM-TERM   PIC 9(7)V99.
000980*
000990 FD  IN-THRESHOLDS
001000     RECORDING MODE IS F.
001091     03  FD-RUN-CNT-IN    PIC 9(7).
001092     03  FD-RUN-CNT-OUT   PIC 9(7).
001093*
001094*    BUSINESS-DAY CALENDAR - LAYOUT MUST MATCH THE FD IN
001095*    PROGRAM26, WHICH MAINTAINS IT
001096 FD  IN-CALENDAR
001097     RECORDING MODE IS F.
001098 01  FD-CAL-REC.
001099     03  FD-CAL-KEY.
001100         05  FD-CAL-CARRIER   PIC X(3).
001101         05  FD-CAL-DATE      PIC X(8).
001102     03  FD-CAL-TYPE      PIC X(1).
001103     03  FD-CAL-DESC      PIC X(30).
001104     03  FD-CAL-UPD-DATE  PIC X(8).
001105     03  FD-CAL-UPD-USER  PIC X(8).
001106     03  FILLER           PIC X(22).
001107*
001108*----------------------------------------------------------------*
001109**                                                              *
001110**   WORKING-STORAGE SECTION                                     *
001120**                                                              *
001130*----------------------------------------------------------------*
002840     03  WS-EX-REASON      PIC X(50).
002850     03  FILLER            PIC X(72) VALUE SPACES.
002851*
002852*    AVERAGE PER BUSINESS DAY - FOLLOWS EACH TOTAL LINE
002853 01  WS-AVG-LINE.
002854     03  WS-AV-LABEL       PIC X(10).
002855     03  WS-AV-POL-READ    PIC Z(8)9.
002856     03  FILLER            PIC X(1)  VALUE SPACES.
002857     03  WS-AV-MATCHED     PIC Z(8)9.
002858     03  FILLER            PIC X(4)  VALUE SPACES.
002859     03  WS-AV-DAYS        PIC Z(4)9.
002860     03  FILLER            PIC X(14) VALUE ' BUSINESS DAYS'.
002861     03  FILLER            PIC X(80) VALUE SPACES.
002862*
002863*----------------------------------------------------------------*
002864*    HOUSE BUSINESS DAYS IN EACH PERIOD - SEE A-018              *
002865*----------------------------------------------------------------*
002866 01  WS-MTD-BUSDAYS    PIC 9(5) COMP VALUE 0.
002867 01  WS-PRI-BUSDAYS    PIC 9(5) COMP VALUE 0.
002868 01  WS-AVG-BUSDAYS    PIC 9(5) COMP VALUE 0.
002869*
002870*----------------------------------------------------------------*
002871*    BUSINESS-DAY CALENDAR WORK FIELDS - SEE A-800 TO A-830.     *
002872*    A-810 ANSWERS FOR WS-CAL-CARRIER ON WS-CAL-DATE; A-820      *
002873*    STEPS WS-CAL-DATE BACK ONE DAY                              *
002874*----------------------------------------------------------------*
002875 01  WS-CAL-STATUS     PIC X(2).
002876 01  WS-CAL-OPEN-SW    PIC X(1) VALUE 'N'.
002877     88  WS-CAL-OPEN           VALUE 'Y'.
002878 01  WS-CAL-BUSDAY-SW  PIC X(1) VALUE 'N'.
002879     88  WS-CAL-BUSDAY         VALUE 'Y'.
002880 01  WS-CAL-CARRIER    PIC X(3).
002881 01  WS-CAL-DATE.
002882     03  WS-CAL-YYYY       PIC 9(4).
002883     03  WS-CAL-MM         PIC 9(2).
002884     03  WS-CAL-DD         PIC 9(2).
002885 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE PIC X(8).
002886 01  WS-CAL-SER-Y      PIC 9(8) COMP.
002887 01  WS-CAL-SER-M      PIC 9(4) COMP.
002888 01  WS-CAL-SERIAL     PIC 9(8) COMP.
002889 01  WS-CAL-QUOT       PIC 9(8) COMP.
002890 01  WS-CAL-WEEKDAY    PIC 9(1) COMP.
002891 01  WS-CAL-LEAP-REM   PIC 9(4) COMP.
002892 01  WS-CAL-MONTH-DAYS.
002893     03  FILLER            PIC X(24) VALUE
002894         '312831303130313130313031'.
002895 01  WS-CAL-MDAY-TAB REDEFINES WS-CAL-MONTH-DAYS.
002896     03  WS-CAL-MDAY       PIC 9(2) OCCURS 12 TIMES.
002897 01  WS-CAL-LAST-DD    PIC 9(2).
002898 01  WS-CAL-STEPS      PIC 9(5) COMP.
002899 01  WS-CAL-FROM       PIC X(8).
002900 01  WS-CAL-COUNT      PIC 9(5) COMP.
002901*
002902*----------------------------------------------------------------*
002903*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
002904*----------------------------------------------------------------*
002905 01  WS-RUNPARM-STATUS PIC X(2).
002906 01  WS-RUNCTL-STATUS  PIC X(2).
002907 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
002908     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
002909 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
002910 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
002911 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
002912 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
002913*
002914*----------------------------------------------------------------*
002915 PROCEDURE DIVISION.
002916*----------------------------------------------------------------*
002917 A-MAIN                                      SECTION.
002918*----------------------------------------------------------------*
002920 A-001.
002930*
002940     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
003010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003015     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
003020     PERFORM A-015-SET-MONTHS THRU A-015-EXIT
003021     PERFORM A-018-COUNT-BUSDAYS THRU A-018-EXIT
003030     PERFORM A-016-INIT-DAYS THRU A-016-EXIT
003040        VARYING J FROM 1 BY 1 UNTIL J > 31
003050     PERFORM A-020-READ-THRESHOLDS THRU A-020-EXIT
003240*
003250     CLOSE IN-AUDIT
003260     CLOSE IN-THRESHOLDS
003270     CLOSE OUT-TREND
003271     IF WS-CAL-OPEN
003272        CLOSE IN-CALENDAR
003273     END-IF.
003280*
003290 A-005-EXIT.
003300     EXIT.
003440     OPEN OUTPUT OUT-TREND
003450     IF WS-TREND-STATUS NOT = '00'
003460        MOVE 'Y' TO WS-ABEND-SW
003470     END-IF
003471     PERFORM A-800-OPEN-CALENDAR THRU A-800-EXIT.
003480*
003490 A-010-EXIT.
003500     EXIT.
003800 A-016-EXIT.
003810     EXIT.
003820*
003821*----------------------------------------------------------------*
003822*    HOUSE BUSINESS DAYS FROM THE 1ST OF THE RUN MONTH TO THE    *
003823*    RUN DATE, AND IN THE WHOLE PRIOR MONTH - THE DIVISORS FOR   *
003824*    THE AVERAGE LINES                                           *
003825*----------------------------------------------------------------*
003826 A-018-COUNT-BUSDAYS.
003827*
003828     MOVE '***'           TO WS-CAL-CARRIER
003829     MOVE WS-CM-YYYY      TO WS-CAL-YYYY
003830     MOVE WS-CM-MM        TO WS-CAL-MM
003831     MOVE 0               TO WS-CAL-DD
003832     MOVE WS-CAL-DATE-X   TO WS-CAL-FROM
003833     MOVE WS-CURRENT-DATE TO WS-CAL-DATE-X
003834     PERFORM A-840-COUNT-BUSDAYS THRU A-840-EXIT
003835     MOVE WS-CAL-COUNT    TO WS-MTD-BUSDAYS
003836*
003837     MOVE WS-PM-YYYY      TO WS-CAL-YYYY
003838     MOVE WS-PM-MM        TO WS-CAL-MM
003839     MOVE 0               TO WS-CAL-DD
003840     MOVE WS-CAL-DATE-X   TO WS-CAL-FROM
003841     PERFORM A-825-MONTH-END THRU A-825-EXIT
003842     MOVE WS-CAL-LAST-DD  TO WS-CAL-DD
003843     PERFORM A-840-COUNT-BUSDAYS THRU A-840-EXIT
003844     MOVE WS-CAL-COUNT    TO WS-PRI-BUSDAYS.
003845*
003846 A-018-EXIT.
003847     EXIT.
003848*
003849*----------------------------------------------------------------*
003850*    THRESHOLD CONTROL CARD - FIRST RECORD ONLY.  A MISSING OR   *
003851*    NON-NUMERIC CARD FALLS BACK TO THE SHOP DEFAULTS AND THE    *
003860*    REPORT SAYS WHICH SET WAS IN EFFECT                         *
003870*----------------------------------------------------------------*
003880 A-020-READ-THRESHOLDS.
004970     WRITE FD-TREND-LINE FROM WS-DAILY-COL-HEAD
004980     MOVE 'MTD       ' TO WS-TO-LABEL
004990     PERFORM A-920-TOTAL-LINE THRU A-920-EXIT
004991     MOVE WS-MTD-BUSDAYS TO WS-AVG-BUSDAYS
004992     PERFORM A-925-AVERAGE-LINE THRU A-925-EXIT
005000     MOVE WS-PRI-POL-READ  TO WS-MTD-POL-READ
005010     MOVE WS-PRI-AEG-READ  TO WS-MTD-AEG-READ
005020     MOVE WS-PRI-MATCHED   TO WS-MTD-MATCHED
005050     MOVE WS-PRI-PREM-DIFF TO WS-MTD-PREM-DIFF
005060     MOVE 'PRIOR MTH ' TO WS-TO-LABEL
005070     PERFORM A-920-TOTAL-LINE THRU A-920-EXIT
005071     MOVE WS-PRI-BUSDAYS TO WS-AVG-BUSDAYS
005072     PERFORM A-925-AVERAGE-LINE THRU A-925-EXIT
005080*
005090     MOVE SPACES TO FD-TREND-LINE
005100     WRITE FD-TREND-LINE
006410 A-920-EXIT.
006420     EXIT.
006430*
006431*----------------------------------------------------------------*
006432*    AVERAGE POLICIES READ AND MATCHED PER BUSINESS DAY FOR THE  *
006433*    PERIOD NOW IN THE WS-MTD FIELDS, OVER WS-AVG-BUSDAYS        *
006434*----------------------------------------------------------------*
006435 A-925-AVERAGE-LINE.
006436*
006437     MOVE 'AVG/BUSDAY'   TO WS-AV-LABEL
006438     MOVE WS-AVG-BUSDAYS TO WS-AV-DAYS
006439     IF WS-AVG-BUSDAYS > 0
006440        COMPUTE WS-AV-POL-READ ROUNDED =
006441           WS-MTD-POL-READ / WS-AVG-BUSDAYS
006442        COMPUTE WS-AV-MATCHED ROUNDED =
006443           WS-MTD-MATCHED / WS-AVG-BUSDAYS
006444     ELSE
006445        MOVE 0 TO WS-AV-POL-READ
006446        MOVE 0 TO WS-AV-MATCHED
006447     END-IF
006448     MOVE WS-AVG-LINE TO FD-TREND-LINE
006449     WRITE FD-TREND-LINE.
006450*
006451 A-925-EXIT.
006452     EXIT.
006453*
006454 A-930-EXC-LINE.
006455*
006460     MOVE WS-BRE-DATE(J)   TO WS-EX-DATE
006470     MOVE WS-BRE-REASON(J) TO WS-EX-REASON
006480     MOVE WS-EXC-DETAIL TO FD-TREND-LINE
006520     EXIT.
006521*
006522*----------------------------------------------------------------*
006523*    BUSINESS-DAY CALENDAR - NO CALENDAR AT ALL (35, OR 05 ON    *
006524*    THE OPTIONAL DD) IS NOT AN ERROR: EVERY DATE THEN FOLLOWS   *
006525*    THE MONDAY-TO-FRIDAY RULE.  ANY OTHER STATUS STOPS THE RUN  *
006526*----------------------------------------------------------------*
006527 A-800-OPEN-CALENDAR.
006528*
006529     OPEN INPUT IN-CALENDAR
006530     IF WS-CAL-STATUS = '00'
006531        MOVE 'Y' TO WS-CAL-OPEN-SW
006532        GO TO A-800-EXIT
006533     END-IF
006534     IF WS-CAL-STATUS NOT = '35'
006535        AND WS-CAL-STATUS NOT = '05'
006536        MOVE 'Y' TO WS-ABEND-SW
006537        GO TO A-800-EXIT
006538     END-IF
006539     IF WS-CAL-STATUS = '05'
006540        CLOSE IN-CALENDAR
006541     END-IF
006542     DISPLAY 'PROGRAM6 - NO BUSINESS CALENDAR - MON TO FRI ONLY'.
006543*
006544 A-800-EXIT.
006545     EXIT.
006546*
006547*----------------------------------------------------------------*
006548*    IS WS-CAL-DATE A BUSINESS DAY FOR WS-CAL-CARRIER - THE      *
006549*    CARRIER'S OWN ENTRY FIRST, THEN THE HOUSE (***) ENTRY, AND  *
006550*    WITH NEITHER, MONDAY TO FRIDAY ARE AND WEEKENDS ARE NOT.    *
006551*    H ON AN ENTRY IS A HOLIDAY, P A PROCESSING DAY              *
006552*----------------------------------------------------------------*
006553 A-810-CHECK-BUSDAY.
006554*
006555     MOVE 'N' TO WS-CAL-BUSDAY-SW
006556     PERFORM A-830-SERIAL-WEEKDAY THRU A-830-EXIT
006557     IF WS-CAL-WEEKDAY > 0 AND WS-CAL-WEEKDAY < 6
006558        MOVE 'Y' TO WS-CAL-BUSDAY-SW
006559     END-IF
006560     IF NOT WS-CAL-OPEN
006561        GO TO A-810-EXIT
006562     END-IF
006563     IF WS-CAL-CARRIER NOT = '***'
006564        AND WS-CAL-CARRIER NOT = SPACES
006565        MOVE WS-CAL-CARRIER TO FD-CAL-CARRIER
006566        MOVE WS-CAL-DATE-X  TO FD-CAL-DATE
006567        PERFORM A-815-READ-CALENDAR THRU A-815-EXIT
006568        IF WS-CAL-STATUS NOT = '23'
006569           GO TO A-810-EXIT
006570        END-IF
006571     END-IF
006572     MOVE '***'         TO FD-CAL-CARRIER
006573     MOVE WS-CAL-DATE-X TO FD-CAL-DATE
006574     PERFORM A-815-READ-CALENDAR THRU A-815-EXIT.
006575*
006576 A-810-EXIT.
006577     EXIT.
006578*
006579 A-815-READ-CALENDAR.
006580*
006581     READ IN-CALENDAR
006582        INVALID KEY
006583           CONTINUE
006584     END-READ
006585     EVALUATE WS-CAL-STATUS
006586        WHEN '00'
006587           IF FD-CAL-TYPE = 'H'
006588              MOVE 'N' TO WS-CAL-BUSDAY-SW
006589           ELSE
006590              MOVE 'Y' TO WS-CAL-BUSDAY-SW
006591           END-IF
006592        WHEN '23'
006593           CONTINUE
006594        WHEN OTHER
006595           MOVE 'Y' TO WS-ABEND-SW
006596     END-EVALUATE.
006597*
006598 A-815-EXIT.
006599     EXIT.
006600*
006601*----------------------------------------------------------------*
006602*    STEP WS-CAL-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND    *
006603*    YEAR ENDS                                                   *
006604*----------------------------------------------------------------*
006605 A-820-PREVIOUS-DAY.
006606*
006607     IF WS-CAL-DD > 1
006608        SUBTRACT 1 FROM WS-CAL-DD
006609        GO TO A-820-EXIT
006610     END-IF
006611     IF WS-CAL-MM > 1
006612        SUBTRACT 1 FROM WS-CAL-MM
006613     ELSE
006614        MOVE 12 TO WS-CAL-MM
006615        SUBTRACT 1 FROM WS-CAL-YYYY
006616     END-IF
006617     PERFORM A-825-MONTH-END THRU A-825-EXIT
006618     MOVE WS-CAL-LAST-DD TO WS-CAL-DD.
006619*
006620 A-820-EXIT.
006621     EXIT.
006622*
006623*----------------------------------------------------------------*
006624*    LAST DAY OF THE MONTH IN WS-CAL-DATE INTO WS-CAL-LAST-DD -  *
006625*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY  *
006626*    NOT DIVISIBLE BY 400                                        *
006627*----------------------------------------------------------------*
006628 A-825-MONTH-END.
006629*
006630     MOVE WS-CAL-MDAY(WS-CAL-MM) TO WS-CAL-LAST-DD
006631     IF WS-CAL-MM NOT = 2
006632        GO TO A-825-EXIT
006633     END-IF
006634     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOT
006635        REMAINDER WS-CAL-LEAP-REM
006636     IF WS-CAL-LEAP-REM NOT = 0
006637        GO TO A-825-EXIT
006638     END-IF
006639     MOVE 29 TO WS-CAL-LAST-DD
006640     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-QUOT
006641        REMAINDER WS-CAL-LEAP-REM
006642     IF WS-CAL-LEAP-REM NOT = 0
006643        GO TO A-825-EXIT
006644     END-IF
006645     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-QUOT
006646        REMAINDER WS-CAL-LEAP-REM
006647     IF WS-CAL-LEAP-REM NOT = 0
006648        MOVE 28 TO WS-CAL-LAST-DD
006649     END-IF.
006650*
006651 A-825-EXIT.
006652     EXIT.
006653*
006654*----------------------------------------------------------------*
006655*    SERIAL DAY NUMBER OF WS-CAL-DATE (JANUARY AND FEBRUARY      *
006656*    COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR) AND ITS DAY OF *
006657*    THE WEEK, 0 SUNDAY THROUGH 6 SATURDAY                       *
006658*----------------------------------------------------------------*
006659 A-830-SERIAL-WEEKDAY.
006660*
006661     IF WS-CAL-MM > 2
006662        MOVE WS-CAL-YYYY TO WS-CAL-SER-Y
006663        MOVE WS-CAL-MM   TO WS-CAL-SER-M
006664     ELSE
006665        SUBTRACT 1 FROM WS-CAL-YYYY GIVING WS-CAL-SER-Y
006666        ADD 12 TO WS-CAL-MM GIVING WS-CAL-SER-M
006667     END-IF
006668     COMPUTE WS-CAL-SERIAL =
006669        (365 * WS-CAL-SER-Y) + (WS-CAL-SER-Y / 4)
006670        - (WS-CAL-SER-Y / 100) + (WS-CAL-SER-Y / 400)
006671        + ((153 * (WS-CAL-SER-M - 3) + 2) / 5)
006672        + WS-CAL-DD
006673     ADD 2 TO WS-CAL-SERIAL GIVING WS-CAL-QUOT
006674     DIVIDE WS-CAL-QUOT BY 7 GIVING WS-CAL-QUOT
006675        REMAINDER WS-CAL-WEEKDAY.
006676*
006677 A-830-EXIT.
006678     EXIT.
006679*
006680*----------------------------------------------------------------*
006681*    COUNT THE BUSINESS DAYS FOR WS-CAL-CARRIER AFTER WS-CAL-FROM*
006682*    UP TO AND INCLUDING WS-CAL-DATE, WALKING BACK A DAY AT A    *
006683*    TIME (NEVER MORE THAN 400 DAYS).  WS-CAL-DATE IS LEFT AT    *
006684*    WS-CAL-FROM                                                 *
006685*----------------------------------------------------------------*
006686 A-840-COUNT-BUSDAYS.
006687*
006688     MOVE 0 TO WS-CAL-COUNT
006689     MOVE 0 TO WS-CAL-STEPS
006690     PERFORM A-845-COUNT-ONE THRU A-845-EXIT
006691        UNTIL WS-CAL-DATE-X NOT > WS-CAL-FROM
006692           OR WS-CAL-STEPS NOT < 400
006693           OR WS-ABEND.
006694*
006695 A-840-EXIT.
006696     EXIT.
006697*
006698 A-845-COUNT-ONE.
006699*
006700     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
006701     IF WS-CAL-BUSDAY
006702        ADD 1 TO WS-CAL-COUNT
006703     END-IF
006704     ADD 1 TO WS-CAL-STEPS
006705     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT.
006706*
006707 A-845-EXIT.
006708     EXIT.
006709*
006710*----------------------------------------------------------------*
006711*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
006712*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
006713*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
006714*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
006715*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
006716*    FAILS                                                       *
006717*----------------------------------------------------------------*
006718 A-950-RUNCTL-START.
006719*
006720     OPEN INPUT IN-RUNPARM
006721     IF WS-RUNPARM-STATUS NOT = '00'
006722        GO TO A-950-EXIT
006723     END-IF
006724     READ IN-RUNPARM
006725        AT END
006726           MOVE SPACES TO FD-RP-JOB
006727           MOVE SPACES TO FD-RP-STEP
006728     END-READ
006729     MOVE FD-RP-JOB  TO WS-RUN-JOB
006730     MOVE FD-RP-STEP TO WS-RUN-STEP
006731     CLOSE IN-RUNPARM
006732     IF WS-RUN-JOB = SPACES
006733        GO TO A-950-EXIT
006734     END-IF
006735     OPEN I-O RUNCTL
006736     IF WS-RUNCTL-STATUS = '35'
006737        OPEN OUTPUT RUNCTL
006738        CLOSE RUNCTL
006739        OPEN I-O RUNCTL
006740     END-IF
006741     IF WS-RUNCTL-STATUS NOT = '00'
006742        DISPLAY 'PROGRAM6 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
006743        GO TO A-950-EXIT
006744     END-IF
006745     MOVE 'Y' TO WS-RUNCTL-ACT-SW
006746     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
006747     MOVE WS-RUN-JOB      TO FD-RUN-JOB
006748     MOVE WS-RUN-STEP     TO FD-RUN-STEP
006749     MOVE 'PROGRAM6 '     TO FD-RUN-PROGRAM
006750     MOVE 'S' TO FD-RUN-STATUS
006751     MOVE 0   TO FD-RUN-RC
006752     MOVE 0   TO FD-RUN-CNT-IN
006753     MOVE 0   TO FD-RUN-CNT-OUT
006754     WRITE FD-RUNCTL-REC
006755*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
006756*    EARLIER RECORD
006757     IF WS-RUNCTL-STATUS = '22'
006758        REWRITE FD-RUNCTL-REC
006759     END-IF.
006760*
006761 A-950-EXIT.
006762     EXIT.
006763*
006764 A-955-RUNCTL-END.
006765*
006766     IF NOT WS-RUNCTL-ACTIVE
006767        GO TO A-955-EXIT
006768     END-IF
006769     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
006770     MOVE WS-RUN-JOB      TO FD-RUN-JOB
006771     MOVE WS-RUN-STEP     TO FD-RUN-STEP
006772     READ RUNCTL
006773        INVALID KEY
006774           CONTINUE
006775     END-READ
006776     MOVE 'PROGRAM6 '     TO FD-RUN-PROGRAM
006777     MOVE 'E' TO FD-RUN-STATUS
006778     MOVE RETURN-CODE    TO FD-RUN-RC
006779     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
006780     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
006781     REWRITE FD-RUNCTL-REC
006782     IF WS-RUNCTL-STATUS NOT = '00'
006783        DISPLAY 'PROGRAM6 - RUN LEDGER END RECORD NOT WRITTEN'
006784     END-IF
006785     CLOSE RUNCTL.
006786*
006787 A-955-EXIT.
006788     EXIT.
006789*
006790*----------------------------------------------------------------*
006791*    RETURN-CODE CONTRACT - 0 CLEAN, 8 ONE OR MORE DAYS          *
006792*    BREACHED A THRESHOLD (SCHEDULER SHOULD ALERT), 16 AN        *
006793*    OPEN/I-O ERROR STOPPED THE RUN BEFORE IT COMPLETED          *
006794*----------------------------------------------------------------*
006795 A-999.
006796     EVALUATE TRUE
006797        WHEN WS-ABEND
006798           MOVE 16 TO RETURN-CODE
006799        WHEN WS-CT-BREACH-DAYS > 0
006800           MOVE 8  TO RETURN-CODE
006801        WHEN OTHER
006802           MOVE 0  TO RETURN-CODE
006803     END-EVALUATE
006804     MOVE WS-MTD-POL-READ TO WS-RUN-CNT-IN
006805     MOVE WS-CT-BREACH-DAYS TO WS-RUN-CNT-OUT
006806     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
006807     GOBACK.
