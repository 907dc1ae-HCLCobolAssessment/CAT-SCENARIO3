000228*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000229*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000230*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000231*    OCT 2026  RKS  AGING NOW COUNTS BUSINESS DAYS.  A CARRIED   *
000232*    ENTRY ADDS THE BUSINESS DAYS FOR ITS CARRIER SINCE THE RUN  *
000233*    THAT LAST SAW IT UNMATCHED (FROM THE SHARED CALENDAR,       *
000234*    BUSCAL, KEPT BY PROGRAM26) INSTEAD OF ONE PER RUN, SO A     *
000235*    WEEKEND OR BANK HOLIDAY NO LONGER AGES A CASE.  BANDS AND   *
000236*    THE OVER-7 COUNT ARE IN BUSINESS DAYS.                      *
000237*    OCT 2026  RKS  STATUS RECORD EXTENDED (136 TO 152) WITH THE *
000238*    CASE OPEN AND REOPEN DATES STAMPED BY PROGRAM2 - LAYOUT     *
000239*    FOLLOWED.                                                   *
000240*    OCT 2026  RKS  THE RUN-CONTROL LEDGER END RECORD NOW        *
000241*    CARRIES THE OVER-7 PRIORITY COUNT AS ITS OUT-COUNT (IT WAS  *
000242*    THE AGING FILE COUNT) SO THE PROGRAM28 MORNING ALERT FEED   *
000243*    CAN REPORT IT.                                              *
000244*----------------------------------------------------------------*
000245*
000246 ENVIRONMENT DIVISION.
000250*
000260*----------------------------------------------------------------*
000270**                                                              *
000617            RECORD KEY      IS FD-RUN-KEY
000618            FILE STATUS     IS WS-RUNCTL-STATUS.
000619*
000620     SELECT OPTIONAL IN-CALENDAR ASSIGN TO "BUSCAL"
000621            ORGANIZATION    IS INDEXED
000622            ACCESS MODE     IS RANDOM
000623            RECORD KEY      IS FD-CAL-KEY
000624            FILE STATUS     IS WS-CAL-STATUS.
000625*
000626*----------------------------------------------------------------*
000630**                                                              *
000640**   DATA DIVISION                                               *
000650**                                                              *
001137     03  FD-AST-RES-DATE   PIC X(8).
001138     03  FD-AST-DISP       PIC X(9).
001139     03  FD-AST-DISP-DATE  PIC X(8).
001140     03  FD-AST-OPEN-DATE  PIC X(8).
001141     03  FD-AST-REOPEN-DATE PIC X(8).
001142*
001143 FD  IN-RUNPARM
001144     RECORDING MODE IS F.
001145 01  FD-RUNPARM-REC.
001146     03  FD-RP-JOB        PIC X(8).
001147     03  FD-RP-STEP       PIC X(8).
001148*
001149*    BUSINESS-DAY CALENDAR - LAYOUT MUST MATCH THE FD IN
001150*    PROGRAM26, WHICH MAINTAINS IT
001151 FD  IN-CALENDAR
001152     RECORDING MODE IS F.
001153 01  FD-CAL-REC.
001154     03  FD-CAL-KEY.
001155         05  FD-CAL-CARRIER   PIC X(3).
001156         05  FD-CAL-DATE      PIC X(8).
001157     03  FD-CAL-TYPE      PIC X(1).
001158     03  FD-CAL-DESC      PIC X(30).
001159     03  FD-CAL-UPD-DATE  PIC X(8).
001160     03  FD-CAL-UPD-USER  PIC X(8).
001161     03  FILLER           PIC X(22).
001162*
001163*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001164*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001165*    PROGRAM18 / PROGRAM19 INQUIRIES
001166 FD  RUNCTL
001167     RECORDING MODE IS F.
001168 01  FD-RUNCTL-REC.
001169     03  FD-RUN-KEY.
001170         05  FD-RUN-DATE      PIC X(8).
001171         05  FD-RUN-JOB       PIC X(8).
001172         05  FD-RUN-STEP      PIC X(8).
001173     03  FD-RUN-PROGRAM   PIC X(8).
001174     03  FD-RUN-STATUS    PIC X(1).
001175     03  FD-RUN-RC        PIC 9(2).
001176     03  FD-RUN-CNT-IN    PIC 9(7).
001177     03  FD-RUN-CNT-OUT   PIC 9(7).
001178*
001179*----------------------------------------------------------------*
001180**                                                              *
001181**   WORKING-STORAGE SECTION                                     *
001182**                                                              *
001183*----------------------------------------------------------------*
001190*
001200 WORKING-STORAGE SECTION.
001210*
001510         05  WS-AGE-AEGON-NR    PIC X(5).
001520         05  WS-AGE-FIRST-DATE  PIC X(8).
001530         05  WS-AGE-DAYS        PIC 9(5) COMP.
001531         05  WS-AGE-LAST-DATE   PIC X(8).
001532         05  WS-AGE-RESOLVED-SW PIC X(1).
001534             88  WS-AGE-RESOLVED       VALUE 'Y'.
001536         05  WS-AGE-ANALYST     PIC X(8).
002130     03  FILLER            PIC X(101) VALUE SPACES.
002131*
002132*----------------------------------------------------------------*
002133*    BUSINESS DAYS SINCE THE LAST RUN, KEPT PER CARRIER AND      *
002134*    LAST-RUN DATE - NEARLY EVERY CARRIED ENTRY SHARES ONE OF A  *
002135*    HANDFUL, SO THE CALENDAR IS WALKED ONCE FOR EACH            *
002136*----------------------------------------------------------------*
002137 01  WS-AGE-ADD        PIC 9(5) COMP VALUE 0.
002138 01  WS-BDC-MAX        PIC 9(4) COMP VALUE 50.
002139 01  WS-BDC-COUNT      PIC 9(4) COMP VALUE 0.
002140 01  WS-BDC-IX         PIC 9(4) COMP VALUE 0.
002141 01  WS-BDC-K          PIC 9(4) COMP VALUE 0.
002142 01  WS-BDC-TABLE.
002143     03  WS-BDC-ENTRY OCCURS 50 TIMES.
002144         05  WS-BDC-CARRIER    PIC X(3).
002145         05  WS-BDC-FROM       PIC X(8).
002146         05  WS-BDC-DAYS       PIC 9(5) COMP.
002147*
002148*----------------------------------------------------------------*
002149*    BUSINESS-DAY CALENDAR WORK FIELDS - SEE A-800 TO A-830.     *
002150*    A-810 ANSWERS FOR WS-CAL-CARRIER ON WS-CAL-DATE; A-820      *
002151*    STEPS WS-CAL-DATE BACK ONE DAY                              *
002152*----------------------------------------------------------------*
002153 01  WS-CAL-STATUS     PIC X(2).
002154 01  WS-CAL-OPEN-SW    PIC X(1) VALUE 'N'.
002155     88  WS-CAL-OPEN           VALUE 'Y'.
002156 01  WS-CAL-BUSDAY-SW  PIC X(1) VALUE 'N'.
002157     88  WS-CAL-BUSDAY         VALUE 'Y'.
002158 01  WS-CAL-CARRIER    PIC X(3).
002159 01  WS-CAL-DATE.
002160     03  WS-CAL-YYYY       PIC 9(4).
002161     03  WS-CAL-MM         PIC 9(2).
002162     03  WS-CAL-DD         PIC 9(2).
002163 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE PIC X(8).
002164 01  WS-CAL-SER-Y      PIC 9(8) COMP.
002165 01  WS-CAL-SER-M      PIC 9(4) COMP.
002166 01  WS-CAL-SERIAL     PIC 9(8) COMP.
002167 01  WS-CAL-QUOT       PIC 9(8) COMP.
002168 01  WS-CAL-WEEKDAY    PIC 9(1) COMP.
002169 01  WS-CAL-LEAP-REM   PIC 9(4) COMP.
002170 01  WS-CAL-MONTH-DAYS.
002171     03  FILLER            PIC X(24) VALUE
002172         '312831303130313130313031'.
002173 01  WS-CAL-MDAY-TAB REDEFINES WS-CAL-MONTH-DAYS.
002174     03  WS-CAL-MDAY       PIC 9(2) OCCURS 12 TIMES.
002175 01  WS-CAL-LAST-DD    PIC 9(2).
002176 01  WS-CAL-STEPS      PIC 9(5) COMP.
002177 01  WS-CAL-FROM       PIC X(8).
002178 01  WS-CAL-COUNT      PIC 9(5) COMP.
002179*
002180*----------------------------------------------------------------*
002181*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
002182*----------------------------------------------------------------*
002183 01  WS-RUNPARM-STATUS PIC X(2).
002184 01  WS-RUNCTL-STATUS  PIC X(2).
002185 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
002186     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
002187 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
002188 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
002189 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
002190 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
002191*
002192*----------------------------------------------------------------*
002193 PROCEDURE DIVISION.
002194*----------------------------------------------------------------*
002195 A-MAIN                                      SECTION.
002196*----------------------------------------------------------------*
002200 A-001.
002210*
002220     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
002580     CLOSE IN-AGING
002590     CLOSE OUT-AGING
002595     CLOSE STATUSFILE
002596     IF WS-CAL-OPEN
002597        CLOSE IN-CALENDAR
002598     END-IF
002600     CLOSE OUT-ESCALATION.
002610*
002620 A-005-EXIT.
002895           AND WS-AST-STATUS NOT = '05'
002896           MOVE 'Y' TO WS-ABEND-SW
002897        END-IF
002898     END-IF
002899     PERFORM A-800-OPEN-CALENDAR THRU A-800-EXIT.
002900*
002901 A-010-EXIT.
002910     EXIT.
002920*
002930*----------------------------------------------------------------*
003432     MOVE 0              TO WS-AGE-DAYS(WS-AGE-IX)
003434     MOVE 'N'            TO WS-AGE-RESOLVED-SW(WS-AGE-IX)
003436     MOVE SPACES         TO WS-AGE-ANALYST(WS-AGE-IX)
003437     MOVE SPACES         TO WS-AGE-LAST-DATE(WS-AGE-IX)
003438     ADD 1 TO WS-CT-UNM-TODAY.
003440*
003442 A-033-EXIT.
003740           MOVE FD-AGI-FIRST-DATE
003745              TO WS-AGE-FIRST-DATE(WS-AGE-IX)
003750           MOVE FD-AGI-DAYS TO WS-AGE-DAYS(WS-AGE-IX)
003751           MOVE FD-AGI-LAST-DATE
003752              TO WS-AGE-LAST-DATE(WS-AGE-IX)
003760           ADD 1 TO WS-CT-CARRIED
003770        ELSE
003780           ADD 1 TO WS-CT-CLEARED
003850*
003860*----------------------------------------------------------------*
003870*    WRITE THE NEW AGING FILE IN ARRIVAL ORDER - A CARRIED       *
003880*    ENTRY ADDS THE BUSINESS DAYS SINCE IT WAS LAST SEEN (A-065),*
003890*    A FIRST-TIMER STARTS AT ONE DAY WITH TODAY AS ITS FIRST-    *
003891*    UNMATCHED DATE                                              *
003900*----------------------------------------------------------------*
003910 A-060-WRITE-NEW-AGING.
003920*
003940     IF WS-AGE-DAYS(J) = 0
003950        MOVE WS-CURRENT-DATE TO WS-AGE-FIRST-DATE(J)
003960        ADD 1 TO WS-CT-NEW
003970        MOVE 1 TO WS-AGE-DAYS(J)
003971     ELSE
003972        PERFORM A-065-AGE-BUSDAYS THRU A-065-EXIT
003973        IF WS-ABEND
003974           GO TO A-060-EXIT
003975        END-IF
003976     END-IF
003990     MOVE WS-AGE-POLICYNUM(J) TO WS-POLICYNUM-N
003992     PERFORM A-055-GET-STATUS THRU A-055-EXIT
004000     MOVE WS-POLICYNUM-N      TO FD-AGO-POLICYNUM
004110*
004120 A-060-EXIT.
004130     EXIT.
004131*
004132*----------------------------------------------------------------*
004133*    BUSINESS DAYS TO ADD TO A CARRIED ENTRY - THOSE FOR ITS     *
004134*    CARRIER AFTER THE RUN THAT LAST SAW IT UNMATCHED, UP TO AND *
004135*    INCLUDING TODAY.  A WEEKEND OR HOLIDAY RUN ADDS NOTHING; AN *
004136*    ENTRY WITHOUT A USABLE LAST-RUN DATE ADDS ONE DAY AS BEFORE *
004137*----------------------------------------------------------------*
004138 A-065-AGE-BUSDAYS.
004139*
004140     MOVE 1 TO WS-AGE-ADD
004141     IF WS-AGE-LAST-DATE(J) NOT NUMERIC
004142        GO TO A-065-ADD
004143     END-IF
004144     MOVE 0 TO WS-BDC-IX
004145     PERFORM A-067-SCAN-CACHE THRU A-067-EXIT
004146        VARYING WS-BDC-K FROM 1 BY 1
004147        UNTIL WS-BDC-K > WS-BDC-COUNT OR WS-BDC-IX > 0
004148     IF WS-BDC-IX > 0
004149        MOVE WS-BDC-DAYS(WS-BDC-IX) TO WS-AGE-ADD
004150        GO TO A-065-ADD
004151     END-IF
004152     MOVE WS-AGE-CARRIER(J)   TO WS-CAL-CARRIER
004153     MOVE WS-CURRENT-DATE     TO WS-CAL-DATE-X
004154     MOVE WS-AGE-LAST-DATE(J) TO WS-CAL-FROM
004155     PERFORM A-840-COUNT-BUSDAYS THRU A-840-EXIT
004156     IF WS-ABEND
004157        GO TO A-065-EXIT
004158     END-IF
004159     MOVE WS-CAL-COUNT TO WS-AGE-ADD
004160     IF WS-BDC-COUNT < WS-BDC-MAX
004161        ADD 1 TO WS-BDC-COUNT
004162        MOVE WS-AGE-CARRIER(J)   TO WS-BDC-CARRIER(WS-BDC-COUNT)
004163        MOVE WS-AGE-LAST-DATE(J) TO WS-BDC-FROM(WS-BDC-COUNT)
004164        MOVE WS-CAL-COUNT        TO WS-BDC-DAYS(WS-BDC-COUNT)
004165     END-IF.
004166*
004167 A-065-ADD.
004168     ADD WS-AGE-ADD TO WS-AGE-DAYS(J).
004169*
004170 A-065-EXIT.
004171     EXIT.
004172*
004173 A-067-SCAN-CACHE.
004174*
004175     IF WS-BDC-CARRIER(WS-BDC-K) = WS-AGE-CARRIER(J)
004176        AND WS-BDC-FROM(WS-BDC-K) = WS-AGE-LAST-DATE(J)
004177        MOVE WS-BDC-K TO WS-BDC-IX
004178     END-IF.
004179*
004180 A-067-EXIT.
004181     EXIT.
004182*
004183*----------------------------------------------------------------*
004184*    ONE STATUS-MASTER LOOKUP ON WS-POLICYNUM-N - THE OWNER AND  *
004185*    RESOLVED STATE LAND IN THE AGE TABLE ENTRY.  A MISSING      *
004186*    RECORD (OR NO STATUS MASTER AT ALL) JUST LEAVES THE ENTRY   *
004187*    UNWORKED                                                    *
004188*----------------------------------------------------------------*
004189 A-055-GET-STATUS.
004190*
004191     IF NOT WS-AST-AVAIL
004192        GO TO A-055-EXIT
004193     END-IF
004194     MOVE WS-POLICYNUM-N TO FD-AST-POLICYNUM
004195     READ STATUSFILE
004196        INVALID KEY
004197           GO TO A-055-EXIT
004198     END-READ
004199     IF WS-AST-STATUS NOT = '00'
004200        GO TO A-055-EXIT
004201     END-IF
004202     MOVE FD-AST-ANALYST TO WS-AGE-ANALYST(J)
004203     IF FD-AST-RES-STATE = 'C'
004204        MOVE 'Y' TO WS-AGE-RESOLVED-SW(J)
004205     END-IF.
004206*
004207 A-055-EXIT.
004208     EXIT.
004209*
004210*----------------------------------------------------------------*
004211*    ESCALATION REPORT - PRIORITY BAND FIRST SO THE OVER-7-DAY   *
004212*    CASES LEAD THE PAGE INSTEAD OF SCROLLING PAST AT THE END    *
004213*----------------------------------------------------------------*
004214 A-900-ESCALATION-REPORT.
004215*
004216     MOVE WS-CURRENT-DATE TO WS-EH-DATE
004220     WRITE FD-ESC-LINE FROM WS-ESC-HEADING
004230     MOVE SPACES TO FD-ESC-LINE
004240     WRITE FD-ESC-LINE
004250*
004260     MOVE 'PRIORITY - UNMATCHED OVER 7 BUSINESS DAYS'
004261       TO WS-BT-TEXT
004270     MOVE 8     TO WS-BAND-LOW
004280     MOVE 99999 TO WS-BAND-HIGH
004290     PERFORM A-910-PRINT-BAND THRU A-910-EXIT
004300*
004310     MOVE 'UNMATCHED 3 TO 7 BUSINESS DAYS' TO WS-BT-TEXT
004320     MOVE 3 TO WS-BAND-LOW
004330     MOVE 7 TO WS-BAND-HIGH
004340     PERFORM A-910-PRINT-BAND THRU A-910-EXIT
004350*
004360     MOVE 'UNMATCHED 1 TO 2 BUSINESS DAYS' TO WS-BT-TEXT
004370     MOVE 1 TO WS-BAND-LOW
004380     MOVE 2 TO WS-BAND-HIGH
004390     PERFORM A-910-PRINT-BAND THRU A-910-EXIT
004520     MOVE 'CLEARED - MATCHED AGAIN ' TO WS-TL-LABEL
004530     MOVE WS-CT-CLEARED   TO WS-TL-COUNT
004540     WRITE FD-ESC-LINE FROM WS-TOTALS-LINE
004550     MOVE 'OVER 7 BUS DAYS UNWORKED' TO WS-TL-LABEL
004560     MOVE WS-CT-OVER-7    TO WS-TL-COUNT
004570     WRITE FD-ESC-LINE FROM WS-TOTALS-LINE
004572     MOVE 'RESOLVED - OFF REPORT   ' TO WS-TL-LABEL
004940     EXIT.
004941*
004942*----------------------------------------------------------------*
004943*    BUSINESS-DAY CALENDAR - NO CALENDAR AT ALL (35, OR 05 ON    *
004944*    THE OPTIONAL DD) IS NOT AN ERROR: EVERY DATE THEN FOLLOWS   *
004945*    THE MONDAY-TO-FRIDAY RULE.  ANY OTHER STATUS STOPS THE RUN  *
004946*----------------------------------------------------------------*
004947 A-800-OPEN-CALENDAR.
004948*
004949     OPEN INPUT IN-CALENDAR
004950     IF WS-CAL-STATUS = '00'
004951        MOVE 'Y' TO WS-CAL-OPEN-SW
004952        GO TO A-800-EXIT
004953     END-IF
004954     IF WS-CAL-STATUS NOT = '35'
004955        AND WS-CAL-STATUS NOT = '05'
004956        MOVE 'Y' TO WS-ABEND-SW
004957        GO TO A-800-EXIT
004958     END-IF
004959     IF WS-CAL-STATUS = '05'
004960        CLOSE IN-CALENDAR
004961     END-IF
004962     DISPLAY 'PROGRAM5 - NO BUSINESS CALENDAR - MON TO FRI ONLY'.
004963*
004964 A-800-EXIT.
004965     EXIT.
004966*
004967*----------------------------------------------------------------*
004968*    IS WS-CAL-DATE A BUSINESS DAY FOR WS-CAL-CARRIER - THE      *
004969*    CARRIER'S OWN ENTRY FIRST, THEN THE HOUSE (***) ENTRY, AND  *
004970*    WITH NEITHER, MONDAY TO FRIDAY ARE AND WEEKENDS ARE NOT.    *
004971*    H ON AN ENTRY IS A HOLIDAY, P A PROCESSING DAY              *
004972*----------------------------------------------------------------*
004973 A-810-CHECK-BUSDAY.
004974*
004975     MOVE 'N' TO WS-CAL-BUSDAY-SW
004976     PERFORM A-830-SERIAL-WEEKDAY THRU A-830-EXIT
004977     IF WS-CAL-WEEKDAY > 0 AND WS-CAL-WEEKDAY < 6
004978        MOVE 'Y' TO WS-CAL-BUSDAY-SW
004979     END-IF
004980     IF NOT WS-CAL-OPEN
004981        GO TO A-810-EXIT
004982     END-IF
004983     IF WS-CAL-CARRIER NOT = '***'
004984        AND WS-CAL-CARRIER NOT = SPACES
004985        MOVE WS-CAL-CARRIER TO FD-CAL-CARRIER
004986        MOVE WS-CAL-DATE-X  TO FD-CAL-DATE
004987        PERFORM A-815-READ-CALENDAR THRU A-815-EXIT
004988        IF WS-CAL-STATUS NOT = '23'
004989           GO TO A-810-EXIT
004990        END-IF
004991     END-IF
004992     MOVE '***'         TO FD-CAL-CARRIER
004993     MOVE WS-CAL-DATE-X TO FD-CAL-DATE
004994     PERFORM A-815-READ-CALENDAR THRU A-815-EXIT.
004995*
004996 A-810-EXIT.
004997     EXIT.
004998*
004999 A-815-READ-CALENDAR.
005000*
005001     READ IN-CALENDAR
005002        INVALID KEY
005003           CONTINUE
005004     END-READ
005005     EVALUATE WS-CAL-STATUS
005006        WHEN '00'
005007           IF FD-CAL-TYPE = 'H'
005008              MOVE 'N' TO WS-CAL-BUSDAY-SW
005009           ELSE
005010              MOVE 'Y' TO WS-CAL-BUSDAY-SW
005011           END-IF
005012        WHEN '23'
005013           CONTINUE
005014        WHEN OTHER
005015           MOVE 'Y' TO WS-ABEND-SW
005016     END-EVALUATE.
005017*
005018 A-815-EXIT.
005019     EXIT.
005020*
005021*----------------------------------------------------------------*
005022*    STEP WS-CAL-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND    *
005023*    YEAR ENDS                                                   *
005024*----------------------------------------------------------------*
005025 A-820-PREVIOUS-DAY.
005026*
005027     IF WS-CAL-DD > 1
005028        SUBTRACT 1 FROM WS-CAL-DD
005029        GO TO A-820-EXIT
005030     END-IF
005031     IF WS-CAL-MM > 1
005032        SUBTRACT 1 FROM WS-CAL-MM
005033     ELSE
005034        MOVE 12 TO WS-CAL-MM
005035        SUBTRACT 1 FROM WS-CAL-YYYY
005036     END-IF
005037     PERFORM A-825-MONTH-END THRU A-825-EXIT
005038     MOVE WS-CAL-LAST-DD TO WS-CAL-DD.
005039*
005040 A-820-EXIT.
005041     EXIT.
005042*
005043*----------------------------------------------------------------*
005044*    LAST DAY OF THE MONTH IN WS-CAL-DATE INTO WS-CAL-LAST-DD -  *
005045*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY  *
005046*    NOT DIVISIBLE BY 400                                        *
005047*----------------------------------------------------------------*
005048 A-825-MONTH-END.
005049*
005050     MOVE WS-CAL-MDAY(WS-CAL-MM) TO WS-CAL-LAST-DD
005051     IF WS-CAL-MM NOT = 2
005052        GO TO A-825-EXIT
005053     END-IF
005054     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOT
005055        REMAINDER WS-CAL-LEAP-REM
005056     IF WS-CAL-LEAP-REM NOT = 0
005057        GO TO A-825-EXIT
005058     END-IF
005059     MOVE 29 TO WS-CAL-LAST-DD
005060     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-QUOT
005061        REMAINDER WS-CAL-LEAP-REM
005062     IF WS-CAL-LEAP-REM NOT = 0
005063        GO TO A-825-EXIT
005064     END-IF
005065     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-QUOT
005066        REMAINDER WS-CAL-LEAP-REM
005067     IF WS-CAL-LEAP-REM NOT = 0
005068        MOVE 28 TO WS-CAL-LAST-DD
005069     END-IF.
005070*
005071 A-825-EXIT.
005072     EXIT.
005073*
005074*----------------------------------------------------------------*
005075*    SERIAL DAY NUMBER OF WS-CAL-DATE (JANUARY AND FEBRUARY      *
005076*    COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR) AND ITS DAY OF *
005077*    THE WEEK, 0 SUNDAY THROUGH 6 SATURDAY                       *
005078*----------------------------------------------------------------*
005079 A-830-SERIAL-WEEKDAY.
005080*
005081     IF WS-CAL-MM > 2
005082        MOVE WS-CAL-YYYY TO WS-CAL-SER-Y
005083        MOVE WS-CAL-MM   TO WS-CAL-SER-M
005084     ELSE
005085        SUBTRACT 1 FROM WS-CAL-YYYY GIVING WS-CAL-SER-Y
005086        ADD 12 TO WS-CAL-MM GIVING WS-CAL-SER-M
005087     END-IF
005088     COMPUTE WS-CAL-SERIAL =
005089        (365 * WS-CAL-SER-Y) + (WS-CAL-SER-Y / 4)
005090        - (WS-CAL-SER-Y / 100) + (WS-CAL-SER-Y / 400)
005091        + ((153 * (WS-CAL-SER-M - 3) + 2) / 5)
005092        + WS-CAL-DD
005093     ADD 2 TO WS-CAL-SERIAL GIVING WS-CAL-QUOT
005094     DIVIDE WS-CAL-QUOT BY 7 GIVING WS-CAL-QUOT
005095        REMAINDER WS-CAL-WEEKDAY.
005096*
005097 A-830-EXIT.
005098     EXIT.
005099*
005100*----------------------------------------------------------------*
005101*    COUNT THE BUSINESS DAYS FOR WS-CAL-CARRIER AFTER WS-CAL-FROM*
005102*    UP TO AND INCLUDING WS-CAL-DATE, WALKING BACK A DAY AT A    *
005103*    TIME (NEVER MORE THAN 400 DAYS).  WS-CAL-DATE IS LEFT AT    *
005104*    WS-CAL-FROM                                                 *
005105*----------------------------------------------------------------*
005106 A-840-COUNT-BUSDAYS.
005107*
005108     MOVE 0 TO WS-CAL-COUNT
005109     MOVE 0 TO WS-CAL-STEPS
005110     PERFORM A-845-COUNT-ONE THRU A-845-EXIT
005111        UNTIL WS-CAL-DATE-X NOT > WS-CAL-FROM
005112           OR WS-CAL-STEPS NOT < 400
005113           OR WS-ABEND.
005114*
005115 A-840-EXIT.
005116     EXIT.
005117*
005118 A-845-COUNT-ONE.
005119*
005120     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
005121     IF WS-CAL-BUSDAY
005122        ADD 1 TO WS-CAL-COUNT
005123     END-IF
005124     ADD 1 TO WS-CAL-STEPS
005125     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT.
005126*
005127 A-845-EXIT.
005128     EXIT.
005129*
005130*----------------------------------------------------------------*
005131*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
005132*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
005133*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
005134*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
005135*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
005136*    FAILS                                                       *
005137*----------------------------------------------------------------*
005138 A-950-RUNCTL-START.
005139*
005140     OPEN INPUT IN-RUNPARM
005141     IF WS-RUNPARM-STATUS NOT = '00'
005142        GO TO A-950-EXIT
005143     END-IF
005144     READ IN-RUNPARM
005145        AT END
005146           MOVE SPACES TO FD-RP-JOB
005147           MOVE SPACES TO FD-RP-STEP
005148     END-READ
005149     MOVE FD-RP-JOB  TO WS-RUN-JOB
005150     MOVE FD-RP-STEP TO WS-RUN-STEP
005151     CLOSE IN-RUNPARM
005152     IF WS-RUN-JOB = SPACES
005153        GO TO A-950-EXIT
005154     END-IF
005155     OPEN I-O RUNCTL
005156     IF WS-RUNCTL-STATUS = '35'
005157        OPEN OUTPUT RUNCTL
005158        CLOSE RUNCTL
005159        OPEN I-O RUNCTL
005160     END-IF
005161     IF WS-RUNCTL-STATUS NOT = '00'
005162        DISPLAY 'PROGRAM5 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
005163        GO TO A-950-EXIT
005164     END-IF
005165     MOVE 'Y' TO WS-RUNCTL-ACT-SW
005166     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
005167     MOVE WS-RUN-JOB      TO FD-RUN-JOB
005168     MOVE WS-RUN-STEP     TO FD-RUN-STEP
005169     MOVE 'PROGRAM5 '     TO FD-RUN-PROGRAM
005170     MOVE 'S' TO FD-RUN-STATUS
005171     MOVE 0   TO FD-RUN-RC
005172     MOVE 0   TO FD-RUN-CNT-IN
005173     MOVE 0   TO FD-RUN-CNT-OUT
005174     WRITE FD-RUNCTL-REC
005175*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
005176*    EARLIER RECORD
005177     IF WS-RUNCTL-STATUS = '22'
005178        REWRITE FD-RUNCTL-REC
005179     END-IF.
005180*
005181 A-950-EXIT.
005182     EXIT.
005183*
005184 A-955-RUNCTL-END.
005185*
005186     IF NOT WS-RUNCTL-ACTIVE
005187        GO TO A-955-EXIT
005188     END-IF
005189     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
005190     MOVE WS-RUN-JOB      TO FD-RUN-JOB
005191     MOVE WS-RUN-STEP     TO FD-RUN-STEP
005192     READ RUNCTL
005193        INVALID KEY
005194           CONTINUE
005195     END-READ
005196     MOVE 'PROGRAM5 '     TO FD-RUN-PROGRAM
005197     MOVE 'E' TO FD-RUN-STATUS
005198     MOVE RETURN-CODE    TO FD-RUN-RC
005199     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
005200     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
005201     REWRITE FD-RUNCTL-REC
005202     IF WS-RUNCTL-STATUS NOT = '00'
005203        DISPLAY 'PROGRAM5 - RUN LEDGER END RECORD NOT WRITTEN'
005204     END-IF
005205     CLOSE RUNCTL.
005206*
005207 A-955-EXIT.
005208     EXIT.
005209*
005210*----------------------------------------------------------------*
005211*    RETURN-CODE CONTRACT - 0 CLEAN, 4 PRIORITY CASES EXIST      *
005212*    (POLICIES UNMATCHED OVER 7 BUSINESS DAYS NEED WORKING),     *
005213*    16 AN OPEN/I-O ERROR STOPPED THE RUN BEFORE IT COMPLETED    *
005214*----------------------------------------------------------------*
005215 A-999.
005216     EVALUATE TRUE
005217        WHEN WS-ABEND
005218           MOVE 16 TO RETURN-CODE
005219        WHEN WS-CT-OVER-7 > 0
005220           MOVE 4  TO RETURN-CODE
005221        WHEN OTHER
005222           MOVE 0  TO RETURN-CODE
005223     END-EVALUATE
005224     MOVE WS-CT-UNM-TODAY TO WS-RUN-CNT-IN
005225*    THE LEDGER OUT-COUNT IS THE OVER-7 PRIORITY COUNT THE
005226*    PROGRAM28 MORNING ALERT FEED GRADES
005227     MOVE WS-CT-OVER-7    TO WS-RUN-CNT-OUT
005228     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
005229     GOBACK.
