000160*    THIS IS HOW THE PROG2RUN UNLOAD REFUSES TO RUN WHEN         *
000170*    POLMAINT ABENDED.  EVERY CHECK IS DISPLAYED TO SYSOUT SO    *
000180*    OVERNIGHT OPS SEES EXACTLY WHICH PREREQUISITE FAILED.       *
000181*    OCT 2026  RKS  THE GATE NOW KNOWS BUSINESS DAYS FROM THE    *
000182*    SHARED CALENDAR (BUSCAL, KEPT BY PROGRAM26).  ON A DAY THAT *
000183*    IS NOT A BUSINESS DAY A PREREQUISITE WITH NO LEDGER RECORD  *
000184*    AT ALL IS NOT DUE RATHER THAN FAILED, AND THE STEP ENDS     *
000185*    RC=4 SO THE DEPENDENT STEPS ARE STILL SKIPPED BUT NOBODY IS *
000186*    CALLED OUT FOR A BANK HOLIDAY.  A PREREQUISITE THAT RAN AND *
000187*    FAILED STILL FAILS.  AN OPTIONAL CALENDAR CODE IN COLUMNS   *
000188*    19-21 OF THE DEPPARM CARD CHECKS A CARRIER'S OWN CALENDAR   *
000189*    INSTEAD OF THE HOUSE ONE.                                   *
000190*    OCT 2026  RKS  THE GATE NOW STAMPS ITS OWN START AND END    *
000191*    RECORDS ON THE RUN-CONTROL LEDGER (JOB AND STEP FROM AN     *
000192*    OPTIONAL RUNPARM CARD, COUNTS OF PREREQUISITES CHECKED AND  *
000193*    FAILED) SO A MISSED GATE IS ON THE LEDGER FOR THE PROGRAM28 *
000194*    MORNING ALERT FEED.                                         *
000195*----------------------------------------------------------------*
000200*
000210 ENVIRONMENT DIVISION.
000220*
000490            ACCESS MODE     IS RANDOM
000500            RECORD KEY      IS FD-RUN-KEY
000510            FILE STATUS     IS WS-RUNCTL-STATUS.
000511*
000512     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000513            ORGANIZATION    IS LINE SEQUENTIAL
000514            FILE STATUS     IS WS-RUNPARM-STATUS.
000515*
000516     SELECT OPTIONAL IN-CALENDAR ASSIGN TO "BUSCAL"
000517            ORGANIZATION    IS INDEXED
000518            ACCESS MODE     IS RANDOM
000519            RECORD KEY      IS FD-CAL-KEY
000520            FILE STATUS     IS WS-CAL-STATUS.
000521*
000530*----------------------------------------------------------------*
000540**                                                              *
000550**   DATA DIVISION                                               *
000720     03  FD-DP-JOB        PIC X(8).
000730     03  FD-DP-STEP       PIC X(8).
000740     03  FD-DP-MAXRC      PIC X(2).
000741     03  FD-DP-CALENDAR   PIC X(3).
000750*
000760*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
000770*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN
000880     03  FD-RUN-CNT-IN    PIC 9(7).
000890     03  FD-RUN-CNT-OUT   PIC 9(7).
000900*
000901 FD  IN-RUNPARM
000902     RECORDING MODE IS F.
000903 01  FD-RUNPARM-REC.
000904     03  FD-RP-JOB        PIC X(8).
000905     03  FD-RP-STEP       PIC X(8).
000906*
000907*    BUSINESS-DAY CALENDAR - LAYOUT MUST MATCH THE FD IN
000908*    PROGRAM26, WHICH MAINTAINS IT
000909 FD  IN-CALENDAR
000910     RECORDING MODE IS F.
000911 01  FD-CAL-REC.
000912     03  FD-CAL-KEY.
000913         05  FD-CAL-CARRIER   PIC X(3).
000914         05  FD-CAL-DATE      PIC X(8).
000915     03  FD-CAL-TYPE      PIC X(1).
000916     03  FD-CAL-DESC      PIC X(30).
000917     03  FD-CAL-UPD-DATE  PIC X(8).
000918     03  FD-CAL-UPD-USER  PIC X(8).
000919     03  FILLER           PIC X(22).
000920*
000921*----------------------------------------------------------------*
000922**                                                              *
000930**   WORKING-STORAGE SECTION                                     *
000940**                                                              *
000950*----------------------------------------------------------------*
001130     88  WS-PREREQ-OK          VALUE 'Y'.
001140 01  WS-CT-CHECKED     PIC 9(4) COMP VALUE 0.
001150 01  WS-CT-FAILED      PIC 9(4) COMP VALUE 0.
001151 01  WS-CT-NOT-DUE     PIC 9(4) COMP VALUE 0.
001152 01  WS-FOUND-SW       PIC X(1).
001153     88  WS-FOUND              VALUE 'Y'.
001160*
001161*----------------------------------------------------------------*
001162*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
001163*----------------------------------------------------------------*
001164 01  WS-RUNPARM-STATUS PIC X(2).
001165 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
001166     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
001167 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
001168 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
001169 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
001170 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
001171*
001172*----------------------------------------------------------------*
001173*    BUSINESS-DAY CALENDAR WORK FIELDS - SEE A-800 TO A-830.     *
001174*    A-810 ANSWERS FOR WS-CAL-CARRIER ON WS-CAL-DATE; A-820      *
001175*    STEPS WS-CAL-DATE BACK ONE DAY                              *
001176*----------------------------------------------------------------*
001177 01  WS-CAL-STATUS     PIC X(2).
001178 01  WS-CAL-OPEN-SW    PIC X(1) VALUE 'N'.
001179     88  WS-CAL-OPEN           VALUE 'Y'.
001180 01  WS-CAL-BUSDAY-SW  PIC X(1) VALUE 'N'.
001181     88  WS-CAL-BUSDAY         VALUE 'Y'.
001182 01  WS-CAL-CARRIER    PIC X(3).
001183 01  WS-CAL-DATE.
001184     03  WS-CAL-YYYY       PIC 9(4).
001185     03  WS-CAL-MM         PIC 9(2).
001186     03  WS-CAL-DD         PIC 9(2).
001187 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE PIC X(8).
001188 01  WS-CAL-SER-Y      PIC 9(8) COMP.
001189 01  WS-CAL-SER-M      PIC 9(4) COMP.
001190 01  WS-CAL-SERIAL     PIC 9(8) COMP.
001191 01  WS-CAL-QUOT       PIC 9(8) COMP.
001192 01  WS-CAL-WEEKDAY    PIC 9(1) COMP.
001193 01  WS-CAL-LEAP-REM   PIC 9(4) COMP.
001194 01  WS-CAL-MONTH-DAYS.
001195     03  FILLER            PIC X(24) VALUE
001196         '312831303130313130313031'.
001197 01  WS-CAL-MDAY-TAB REDEFINES WS-CAL-MONTH-DAYS.
001198     03  WS-CAL-MDAY       PIC 9(2) OCCURS 12 TIMES.
001199 01  WS-CAL-LAST-DD    PIC 9(2).
001200 01  WS-CAL-STEPS      PIC 9(5) COMP.
001201*
001202*----------------------------------------------------------------*
001203 PROCEDURE DIVISION.
001204*----------------------------------------------------------------*
001205 A-MAIN                                      SECTION.
001210*----------------------------------------------------------------*
001220 A-001.
001230*
001231     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001232     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
001240     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
001250*
001260     IF WS-ABEND
001270        PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
001280        GO TO A-999
001290     END-IF
001320*
001330     PERFORM A-020-READ-DEPPARM THRU A-020-EXIT
001340     PERFORM A-030-CHECK-ONE THRU A-030-EXIT
001450 A-005-CLOSE-FILES.
001460*
001470     CLOSE IN-DEPPARM
001480     CLOSE RUNCTL
001481     IF WS-CAL-OPEN
001482        CLOSE IN-CALENDAR
001483     END-IF.
001490*
001500 A-005-EXIT.
001510     EXIT.
001640     IF WS-RUNCTL-STATUS NOT = '00'
001650        DISPLAY 'PROGRAM18 - RUN LEDGER UNAVAILABLE'
001660        MOVE 'Y' TO WS-ABEND-SW
001670     END-IF
001671     PERFORM A-800-OPEN-CALENDAR THRU A-800-EXIT.
001680*
001690 A-010-EXIT.
001700     EXIT.
001840 A-020-EXIT.
001850     EXIT.
001860*
001861*----------------------------------------------------------------*
001862*    ONE PREREQUISITE - ENDED ON TODAY'S LEDGER WITHIN ITS RC    *
001863*    LIMIT IS OK.  NO RECORD AT ALL ON A DAY THAT IS NOT A       *
001864*    BUSINESS DAY FOR THE CARD'S CALENDAR IS NOT DUE; ANYTHING   *
001865*    ELSE HAS FAILED                                             *
001866*----------------------------------------------------------------*
001870 A-030-CHECK-ONE.
001880*
001890     ADD 1 TO WS-CT-CHECKED
001930        MOVE 0 TO WS-DEP-MAXRC-N
001940     END-IF
001950     MOVE 'N' TO WS-PREREQ-OK-SW
001951     MOVE 'N' TO WS-FOUND-SW
001960     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
001970     MOVE FD-DP-JOB       TO FD-RUN-JOB
001980     MOVE FD-DP-STEP      TO FD-RUN-STEP
002000        INVALID KEY
002010           CONTINUE
002020        NOT INVALID KEY
002021           MOVE 'Y' TO WS-FOUND-SW
002030           IF FD-RUN-STATUS = 'E'
002040              AND FD-RUN-RC <= WS-DEP-MAXRC-N
002050              MOVE 'Y' TO WS-PREREQ-OK-SW
002060           END-IF
002070     END-READ
002071     IF NOT WS-PREREQ-OK AND NOT WS-FOUND
002072        MOVE FD-DP-CALENDAR  TO WS-CAL-CARRIER
002073        MOVE WS-CURRENT-DATE TO WS-CAL-DATE-X
002074        PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
002075        IF WS-ABEND
002076           GO TO A-030-EXIT
002077        END-IF
002078        IF NOT WS-CAL-BUSDAY
002079           ADD 1 TO WS-CT-NOT-DUE
002080           DISPLAY 'PROGRAM18 - NOT DUE ' FD-DP-JOB ' '
002081              FD-DP-STEP ' TODAY IS NOT A BUSINESS DAY'
002082           PERFORM A-020-READ-DEPPARM THRU A-020-EXIT
002083           GO TO A-030-EXIT
002084        END-IF
002085     END-IF
002086     IF WS-PREREQ-OK
002090        DISPLAY 'PROGRAM18 - OK      ' FD-DP-JOB ' ' FD-DP-STEP
002100     ELSE
002110        ADD 1 TO WS-CT-FAILED
002170 A-030-EXIT.
002180     EXIT.
002190*
002191*----------------------------------------------------------------*
002192*    BUSINESS-DAY CALENDAR - NO CALENDAR AT ALL (35, OR 05 ON    *
002193*    THE OPTIONAL DD) IS NOT AN ERROR: EVERY DATE THEN FOLLOWS   *
002194*    THE MONDAY-TO-FRIDAY RULE.  ANY OTHER STATUS STOPS THE RUN  *
002195*----------------------------------------------------------------*
002196 A-800-OPEN-CALENDAR.
002197*
002198     OPEN INPUT IN-CALENDAR
002199     IF WS-CAL-STATUS = '00'
002200        MOVE 'Y' TO WS-CAL-OPEN-SW
002201        GO TO A-800-EXIT
002202     END-IF
002203     IF WS-CAL-STATUS NOT = '35'
002204        AND WS-CAL-STATUS NOT = '05'
002205        MOVE 'Y' TO WS-ABEND-SW
002206        GO TO A-800-EXIT
002207     END-IF
002208     IF WS-CAL-STATUS = '05'
002209        CLOSE IN-CALENDAR
002210     END-IF
002211     DISPLAY 'PROGRAM18 - NO BUSINESS CALENDAR - MON TO FRI ONLY'.
002212*
002213 A-800-EXIT.
002214     EXIT.
002215*
002216*----------------------------------------------------------------*
002217*    IS WS-CAL-DATE A BUSINESS DAY FOR WS-CAL-CARRIER - THE      *
002218*    CARRIER'S OWN ENTRY FIRST, THEN THE HOUSE (***) ENTRY, AND  *
002219*    WITH NEITHER, MONDAY TO FRIDAY ARE AND WEEKENDS ARE NOT.    *
002220*    H ON AN ENTRY IS A HOLIDAY, P A PROCESSING DAY              *
002221*----------------------------------------------------------------*
002222 A-810-CHECK-BUSDAY.
002223*
002224     MOVE 'N' TO WS-CAL-BUSDAY-SW
002225     PERFORM A-830-SERIAL-WEEKDAY THRU A-830-EXIT
002226     IF WS-CAL-WEEKDAY > 0 AND WS-CAL-WEEKDAY < 6
002227        MOVE 'Y' TO WS-CAL-BUSDAY-SW
002228     END-IF
002229     IF NOT WS-CAL-OPEN
002230        GO TO A-810-EXIT
002231     END-IF
002232     IF WS-CAL-CARRIER NOT = '***'
002233        AND WS-CAL-CARRIER NOT = SPACES
002234        MOVE WS-CAL-CARRIER TO FD-CAL-CARRIER
002235        MOVE WS-CAL-DATE-X  TO FD-CAL-DATE
002236        PERFORM A-815-READ-CALENDAR THRU A-815-EXIT
002237        IF WS-CAL-STATUS NOT = '23'
002238           GO TO A-810-EXIT
002239        END-IF
002240     END-IF
002241     MOVE '***'         TO FD-CAL-CARRIER
002242     MOVE WS-CAL-DATE-X TO FD-CAL-DATE
002243     PERFORM A-815-READ-CALENDAR THRU A-815-EXIT.
002244*
002245 A-810-EXIT.
002246     EXIT.
002247*
002248 A-815-READ-CALENDAR.
002249*
002250     READ IN-CALENDAR
002251        INVALID KEY
002252           CONTINUE
002253     END-READ
002254     EVALUATE WS-CAL-STATUS
002255        WHEN '00'
002256           IF FD-CAL-TYPE = 'H'
002257              MOVE 'N' TO WS-CAL-BUSDAY-SW
002258           ELSE
002259              MOVE 'Y' TO WS-CAL-BUSDAY-SW
002260           END-IF
002261        WHEN '23'
002262           CONTINUE
002263        WHEN OTHER
002264           MOVE 'Y' TO WS-ABEND-SW
002265     END-EVALUATE.
002266*
002267 A-815-EXIT.
002268     EXIT.
002269*
002270*----------------------------------------------------------------*
002271*    STEP WS-CAL-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND    *
002272*    YEAR ENDS                                                   *
002273*----------------------------------------------------------------*
002274 A-820-PREVIOUS-DAY.
002275*
002276     IF WS-CAL-DD > 1
002277        SUBTRACT 1 FROM WS-CAL-DD
002278        GO TO A-820-EXIT
002279     END-IF
002280     IF WS-CAL-MM > 1
002281        SUBTRACT 1 FROM WS-CAL-MM
002282     ELSE
002283        MOVE 12 TO WS-CAL-MM
002284        SUBTRACT 1 FROM WS-CAL-YYYY
002285     END-IF
002286     PERFORM A-825-MONTH-END THRU A-825-EXIT
002287     MOVE WS-CAL-LAST-DD TO WS-CAL-DD.
002288*
002289 A-820-EXIT.
002290     EXIT.
002291*
002292*----------------------------------------------------------------*
002293*    LAST DAY OF THE MONTH IN WS-CAL-DATE INTO WS-CAL-LAST-DD -  *
002294*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY  *
002295*    NOT DIVISIBLE BY 400                                        *
002296*----------------------------------------------------------------*
002297 A-825-MONTH-END.
002298*
002299     MOVE WS-CAL-MDAY(WS-CAL-MM) TO WS-CAL-LAST-DD
002300     IF WS-CAL-MM NOT = 2
002301        GO TO A-825-EXIT
002302     END-IF
002303     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOT
002304        REMAINDER WS-CAL-LEAP-REM
002305     IF WS-CAL-LEAP-REM NOT = 0
002306        GO TO A-825-EXIT
002307     END-IF
002308     MOVE 29 TO WS-CAL-LAST-DD
002309     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-QUOT
002310        REMAINDER WS-CAL-LEAP-REM
002311     IF WS-CAL-LEAP-REM NOT = 0
002312        GO TO A-825-EXIT
002313     END-IF
002314     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-QUOT
002315        REMAINDER WS-CAL-LEAP-REM
002316     IF WS-CAL-LEAP-REM NOT = 0
002317        MOVE 28 TO WS-CAL-LAST-DD
002318     END-IF.
002319*
002320 A-825-EXIT.
002321     EXIT.
002322*
002323*----------------------------------------------------------------*
002324*    SERIAL DAY NUMBER OF WS-CAL-DATE (JANUARY AND FEBRUARY      *
002325*    COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR) AND ITS DAY OF *
002326*    THE WEEK, 0 SUNDAY THROUGH 6 SATURDAY                       *
002327*----------------------------------------------------------------*
002328 A-830-SERIAL-WEEKDAY.
002329*
002330     IF WS-CAL-MM > 2
002331        MOVE WS-CAL-YYYY TO WS-CAL-SER-Y
002332        MOVE WS-CAL-MM   TO WS-CAL-SER-M
002333     ELSE
002334        SUBTRACT 1 FROM WS-CAL-YYYY GIVING WS-CAL-SER-Y
002335        ADD 12 TO WS-CAL-MM GIVING WS-CAL-SER-M
002336     END-IF
002337     COMPUTE WS-CAL-SERIAL =
002338        (365 * WS-CAL-SER-Y) + (WS-CAL-SER-Y / 4)
002339        - (WS-CAL-SER-Y / 100) + (WS-CAL-SER-Y / 400)
002340        + ((153 * (WS-CAL-SER-M - 3) + 2) / 5)
002341        + WS-CAL-DD
002342     ADD 2 TO WS-CAL-SERIAL GIVING WS-CAL-QUOT
002343     DIVIDE WS-CAL-QUOT BY 7 GIVING WS-CAL-QUOT
002344        REMAINDER WS-CAL-WEEKDAY.
002345*
002346 A-830-EXIT.
002347     EXIT.
002348*
002349*----------------------------------------------------------------*
002350*    RUN-CONTROL LEDGER - THE GATE LOGS ITSELF LIKE ANY OTHER    *
002351*    STEP (NAMED BY THE RUNPARM CARD) SO A MISSED GATE SHOWS ON  *
002352*    THE LEDGER AND THE PROGRAM28 MORNING ALERTS.  THE LEDGER IS *
002353*    READ SHARED WHILE THE CARDS ARE CHECKED, SO THE START       *
002354*    RECORD IS WRITTEN AND THE FILE CLOSED BEFORE A-010, AND THE *
002355*    END RECORD REOPENS IT.  A LEDGER THAT IS NOT THERE IS NOT   *
002356*    CREATED HERE - THAT IS A FAILED GATE (A-010), NOT A FRESH   *
002357*    START                                                       *
002358*----------------------------------------------------------------*
002359 A-950-RUNCTL-START.
002360*
002361     OPEN INPUT IN-RUNPARM
002362     IF WS-RUNPARM-STATUS NOT = '00'
002363        GO TO A-950-EXIT
002364     END-IF
002365     READ IN-RUNPARM
002366        AT END
002367           MOVE SPACES TO FD-RP-JOB
002368           MOVE SPACES TO FD-RP-STEP
002369     END-READ
002370     MOVE FD-RP-JOB  TO WS-RUN-JOB
002371     MOVE FD-RP-STEP TO WS-RUN-STEP
002372     CLOSE IN-RUNPARM
002373     IF WS-RUN-JOB = SPACES
002374        GO TO A-950-EXIT
002375     END-IF
002376     OPEN I-O RUNCTL
002377     IF WS-RUNCTL-STATUS NOT = '00'
002378        GO TO A-950-EXIT
002379     END-IF
002380     MOVE 'Y' TO WS-RUNCTL-ACT-SW
002381     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
002382     MOVE WS-RUN-JOB      TO FD-RUN-JOB
002383     MOVE WS-RUN-STEP     TO FD-RUN-STEP
002384     MOVE 'PROGRAM18'     TO FD-RUN-PROGRAM
002385     MOVE 'S' TO FD-RUN-STATUS
002386     MOVE 0   TO FD-RUN-RC
002387     MOVE 0   TO FD-RUN-CNT-IN
002388     MOVE 0   TO FD-RUN-CNT-OUT
002389     WRITE FD-RUNCTL-REC
002390*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
002391*    EARLIER RECORD
002392     IF WS-RUNCTL-STATUS = '22'
002393        REWRITE FD-RUNCTL-REC
002394     END-IF
002395     CLOSE RUNCTL.
002396*
002397 A-950-EXIT.
002398     EXIT.
002399*
002400 A-955-RUNCTL-END.
002401*
002402     IF NOT WS-RUNCTL-ACTIVE
002403        GO TO A-955-EXIT
002404     END-IF
002405     OPEN I-O RUNCTL
002406     IF WS-RUNCTL-STATUS NOT = '00'
002407        DISPLAY 'PROGRAM18 - RUN LEDGER END RECORD NOT WRITTEN'
002408        GO TO A-955-EXIT
002409     END-IF
002410     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
002411     MOVE WS-RUN-JOB      TO FD-RUN-JOB
002412     MOVE WS-RUN-STEP     TO FD-RUN-STEP
002413     READ RUNCTL
002414        INVALID KEY
002415           CONTINUE
002416     END-READ
002417     MOVE 'PROGRAM18'     TO FD-RUN-PROGRAM
002418     MOVE 'E' TO FD-RUN-STATUS
002419     MOVE RETURN-CODE    TO FD-RUN-RC
002420     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
002421     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
002422     REWRITE FD-RUNCTL-REC
002423     IF WS-RUNCTL-STATUS NOT = '00'
002424        DISPLAY 'PROGRAM18 - RUN LEDGER END RECORD NOT WRITTEN'
002425     END-IF
002426     CLOSE RUNCTL.
002427*
002428 A-955-EXIT.
002429     EXIT.
002430*
002431*----------------------------------------------------------------*
002432*    RETURN-CODE CONTRACT - 0 EVERY PREREQUISITE COMPLETE, 4     *
002433*    NOTHING FAILED BUT A PREREQUISITE WAS NOT DUE (NOT A        *
002434*    BUSINESS DAY - THE DEPENDENT STEPS ARE STILL SKIPPED), 8    *
002435*    ONE OR MORE PREREQUISITES MISSING OR FAILED (SKIP THE       *
002436*    DEPENDENT STEPS), 16 NO PARM, NO LEDGER OR A CALENDAR       *
002437*    ERROR - ALSO A FAILED GATE.  THE LEDGER COUNTS ARE THE      *
002438*    PREREQUISITES CHECKED AND THE PREREQUISITES FAILED          *
002439*----------------------------------------------------------------*
002440 A-999.
002441     EVALUATE TRUE
002442        WHEN WS-ABEND
002443           MOVE 16 TO RETURN-CODE
002444        WHEN WS-CT-FAILED > 0
002445           MOVE 8  TO RETURN-CODE
002446        WHEN WS-CT-NOT-DUE > 0
002447           MOVE 4  TO RETURN-CODE
002448        WHEN OTHER
002449           MOVE 0  TO RETURN-CODE
002450     END-EVALUATE
002451     MOVE WS-CT-CHECKED TO WS-RUN-CNT-IN
002452     MOVE WS-CT-FAILED  TO WS-RUN-CNT-OUT
002453     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
002454     GOBACK.
