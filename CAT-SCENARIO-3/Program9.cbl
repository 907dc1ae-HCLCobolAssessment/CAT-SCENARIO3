000204*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000206*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000208*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000209*    OCT 2026  RKS  THE KEEP-DAYS WINDOW IS NOW COUNTED IN HOUSE *
000210*    BUSINESS DAYS FROM THE SHARED CALENDAR (BUSCAL, KEPT BY     *
000211*    PROGRAM26): A RECORD STAYS LIVE WHILE ITS RUN DATE IS NO    *
000212*    OLDER THAN THE KEEP-DAYS'TH BUSINESS DAY BEFORE TODAY, SO   *
000213*    WEEKENDS AND BANK HOLIDAYS NO LONGER EAT INTO THE WINDOW.   *
000214*    DEFAULT WINDOW 10.                                          *
000215*    OCT 2026  RKS  WORKING CEILING RAISED FROM 120 TO 125 BYTES *
000216*    - THE AUDIT CONTROL TOTALS RECORD GREW TO 125 WITH THE      *
000217*    TERMINATED-POLICY COUNTS AND ITS LAST FIVE BYTES WERE BEING *
000218*    CUT OFF ON ARCHIVE AND REWRITE.                             *
000219*----------------------------------------------------------------*
000220*
000230 ENVIRONMENT DIVISION.
000240*
000599            RECORD KEY      IS FD-RUN-KEY
000600            FILE STATUS     IS WS-RUNCTL-STATUS.
000601*
000602     SELECT OPTIONAL IN-CALENDAR ASSIGN TO "BUSCAL"
000603            ORGANIZATION    IS INDEXED
000604            ACCESS MODE     IS RANDOM
000605            RECORD KEY      IS FD-CAL-KEY
000606            FILE STATUS     IS WS-CAL-STATUS.
000607*
000610*----------------------------------------------------------------*
000620**                                                              *
000630**   DATA DIVISION                                               *
000820*
000830*    THE DATA FILES CARRY RECORD CONTAINS 0 SO EACH INVOCATION
000840*    TAKES ITS RECORD LENGTH FROM THE DATASET LABEL / DD - ONE
000850*    PROGRAM SERVES EVERY LRECL IN THE CHAIN, WITH 125 AS THE
000860*    WORKING CEILING
000870 FD  IN-LIVE
000880     RECORD CONTAINS 0 CHARACTERS
000890     RECORDING MODE IS F.
000900 01  FD-LIVE-REC.
000910     03  FD-LIVE-DATE      PIC X(8).
000920     03  FILLER            PIC X(117).
000930*
000940 FD  OUT-ARCHIVE
000950     RECORD CONTAINS 0 CHARACTERS
000960     RECORDING MODE IS F.
000970 01  FD-ARCHIVE-REC        PIC X(125).
000980*
000990 FD  OUT-LIVE
001000     RECORD CONTAINS 0 CHARACTERS
001010     RECORDING MODE IS F.
001020 01  FD-LIVEOUT-REC        PIC X(125).
001021*
001022 FD  IN-RUNPARM
001023     RECORDING MODE IS F.
001025     03  FD-RP-JOB        PIC X(8).
001026     03  FD-RP-STEP       PIC X(8).
001027*
001028*    BUSINESS-DAY CALENDAR - LAYOUT MUST MATCH THE FD IN
001029*    PROGRAM26, WHICH MAINTAINS IT
001030 FD  IN-CALENDAR
001031     RECORDING MODE IS F.
001032 01  FD-CAL-REC.
001033     03  FD-CAL-KEY.
001034         05  FD-CAL-CARRIER   PIC X(3).
001035         05  FD-CAL-DATE      PIC X(8).
001036     03  FD-CAL-TYPE      PIC X(1).
001037     03  FD-CAL-DESC      PIC X(30).
001038     03  FD-CAL-UPD-DATE  PIC X(8).
001039     03  FD-CAL-UPD-USER  PIC X(8).
001040     03  FILLER           PIC X(22).
001041*
001042*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001043*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001044*    PROGRAM18 / PROGRAM19 INQUIRIES
001045 FD  RUNCTL
001046     RECORDING MODE IS F.
001047 01  FD-RUNCTL-REC.
001048     03  FD-RUN-KEY.
001049         05  FD-RUN-DATE      PIC X(8).
001050         05  FD-RUN-JOB       PIC X(8).
001051         05  FD-RUN-STEP      PIC X(8).
001052     03  FD-RUN-PROGRAM   PIC X(8).
001053     03  FD-RUN-STATUS    PIC X(1).
001054     03  FD-RUN-RC        PIC 9(2).
001055     03  FD-RUN-CNT-IN    PIC 9(7).
001056     03  FD-RUN-CNT-OUT   PIC 9(7).
001057*
001058*----------------------------------------------------------------*
001059**                                                              *
001060**   WORKING-STORAGE SECTION                                     *
001070**                                                              *
001080*----------------------------------------------------------------*
001260*
001270*----------------------------------------------------------------*
001280*    CONTROL CARD - MODE D (DATE TRIM) OR C (CHECKPOINT PRUNE),  *
001290*    KEEP-DAYS (BUSINESS DAYS) ONLY MEANINGFUL FOR MODE D        *
001300*----------------------------------------------------------------*
001310 01  WS-HK-MODE        PIC X(1) VALUE 'D'.
001320     88  WS-MODE-DATE-TRIM     VALUE 'D'.
001330     88  WS-MODE-CHECKPOINT    VALUE 'C'.
001340 01  WS-KEEP-DAYS      PIC 9(3) VALUE 010.
001341 01  WS-BUS-COUNT      PIC 9(3) COMP VALUE 0.
001350*
001360*----------------------------------------------------------------*
001370*    SERIAL DAY NUMBER WORK FIELDS - MARCH-BASED YEAR SO THE     *
001560*----------------------------------------------------------------*
001570*    CHECKPOINT-PRUNE LOOKBEHIND AND RUN CONTROL-TOTALS          *
001580*----------------------------------------------------------------*
001590 01  WS-PREV-REC       PIC X(125).
001600 01  WS-HAVE-PREV-SW   PIC X(1) VALUE 'N'.
001610     88  WS-HAVE-PREV          VALUE 'Y'.
001620 01  WS-CONTROL-TOTALS.
001650     03  WS-CT-ARCHIVED    PIC 9(7) COMP VALUE 0.
001651*
001652*----------------------------------------------------------------*
001653*    BUSINESS-DAY CALENDAR WORK FIELDS - SEE A-800 TO A-830.     *
001654*    A-810 ANSWERS FOR WS-CAL-CARRIER ON WS-CAL-DATE; A-820      *
001655*    STEPS WS-CAL-DATE BACK ONE DAY                              *
001656*----------------------------------------------------------------*
001657 01  WS-CAL-STATUS     PIC X(2).
001658 01  WS-CAL-OPEN-SW    PIC X(1) VALUE 'N'.
001659     88  WS-CAL-OPEN           VALUE 'Y'.
001660 01  WS-CAL-BUSDAY-SW  PIC X(1) VALUE 'N'.
001661     88  WS-CAL-BUSDAY         VALUE 'Y'.
001662 01  WS-CAL-CARRIER    PIC X(3).
001663 01  WS-CAL-DATE.
001664     03  WS-CAL-YYYY       PIC 9(4).
001665     03  WS-CAL-MM         PIC 9(2).
001666     03  WS-CAL-DD         PIC 9(2).
001667 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE PIC X(8).
001668 01  WS-CAL-SER-Y      PIC 9(8) COMP.
001669 01  WS-CAL-SER-M      PIC 9(4) COMP.
001670 01  WS-CAL-SERIAL     PIC 9(8) COMP.
001671 01  WS-CAL-QUOT       PIC 9(8) COMP.
001672 01  WS-CAL-WEEKDAY    PIC 9(1) COMP.
001673 01  WS-CAL-LEAP-REM   PIC 9(4) COMP.
001674 01  WS-CAL-MONTH-DAYS.
001675     03  FILLER            PIC X(24) VALUE
001676         '312831303130313130313031'.
001677 01  WS-CAL-MDAY-TAB REDEFINES WS-CAL-MONTH-DAYS.
001678     03  WS-CAL-MDAY       PIC 9(2) OCCURS 12 TIMES.
001679 01  WS-CAL-LAST-DD    PIC 9(2).
001680 01  WS-CAL-STEPS      PIC 9(5) COMP.
001681*
001682*----------------------------------------------------------------*
001683*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
001684*----------------------------------------------------------------*
001685 01  WS-RUNPARM-STATUS PIC X(2).
001686 01  WS-RUNCTL-STATUS  PIC X(2).
001687 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
001688     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
001689 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
001690 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
001691 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
001692 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
001693*
001694*----------------------------------------------------------------*
001695 PROCEDURE DIVISION.
001696*----------------------------------------------------------------*
001700 A-MAIN                                      SECTION.
001710*----------------------------------------------------------------*
001720 A-001.
002130     CLOSE IN-PARM
002140     CLOSE IN-LIVE
002150     CLOSE OUT-ARCHIVE
002160     CLOSE OUT-LIVE
002161     IF WS-CAL-OPEN
002162        CLOSE IN-CALENDAR
002163     END-IF.
002170*
002180 A-005-EXIT.
002190     EXIT.
002350     OPEN OUTPUT OUT-LIVE
002360     IF WS-LIVEOUT-STATUS NOT = '00'
002370        MOVE 'Y' TO WS-ABEND-SW
002380     END-IF
002381     PERFORM A-800-OPEN-CALENDAR THRU A-800-EXIT.
002390*
002400 A-010-EXIT.
002410     EXIT.
002760*
002770 A-016-SET-CUTOFF.
002780*
002790     IF WS-ABEND OR WS-MODE-CHECKPOINT
002800        GO TO A-016-EXIT
002810     END-IF
002820     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
002830     PERFORM A-017-DATE-TO-SERIAL THRU A-017-EXIT
002840     MOVE WS-SERIAL-DAY TO WS-TODAY-SERIAL
002841*    WALK BACK FROM TODAY OVER THE HOUSE CALENDAR UNTIL KEEP-DAYS
002842*    BUSINESS DAYS HAVE GONE BY - A RECORD DATED ON OR AFTER THE
002843*    LAST OF THEM STAYS LIVE, SO THE CUTOFF IS THE DAY BEFORE
002844     MOVE '***'           TO WS-CAL-CARRIER
002845     MOVE WS-CURRENT-DATE TO WS-CAL-DATE-X
002846     MOVE 0 TO WS-BUS-COUNT
002847     MOVE 0 TO WS-CAL-STEPS
002848     PERFORM A-018-STEP-BACK THRU A-018-EXIT
002849        UNTIL WS-BUS-COUNT NOT < WS-KEEP-DAYS
002850           OR WS-CAL-STEPS NOT < 2000
002851           OR WS-ABEND
002852     IF WS-ABEND
002853        GO TO A-016-EXIT
002854     END-IF
002855     MOVE WS-CAL-DATE-X TO WS-WORK-DATE-X
002856     PERFORM A-017-DATE-TO-SERIAL THRU A-017-EXIT
002857     SUBTRACT 1 FROM WS-SERIAL-DAY
002860        GIVING WS-CUTOFF-SERIAL.
002870*
002880 A-016-EXIT.
002890     EXIT.
002891*
002892 A-018-STEP-BACK.
002893*
002894     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT
002895     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
002896     IF WS-CAL-BUSDAY
002897        ADD 1 TO WS-BUS-COUNT
002898     END-IF
002899     ADD 1 TO WS-CAL-STEPS.
002900*
002901 A-018-EXIT.
002902     EXIT.
002903*
002910*----------------------------------------------------------------*
002920*    GREGORIAN DATE IN WS-WORK-DATE TO A SERIAL DAY NUMBER -     *
002930*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE       *
003680     EXIT.
003681*
003682*----------------------------------------------------------------*
003683*    BUSINESS-DAY CALENDAR - NO CALENDAR AT ALL (35, OR 05 ON    *
003684*    THE OPTIONAL DD) IS NOT AN ERROR: EVERY DATE THEN FOLLOWS   *
003685*    THE MONDAY-TO-FRIDAY RULE.  ANY OTHER STATUS STOPS THE RUN  *
003686*----------------------------------------------------------------*
003687 A-800-OPEN-CALENDAR.
003688*
003689     OPEN INPUT IN-CALENDAR
003690     IF WS-CAL-STATUS = '00'
003691        MOVE 'Y' TO WS-CAL-OPEN-SW
003692        GO TO A-800-EXIT
003693     END-IF
003694     IF WS-CAL-STATUS NOT = '35'
003695        AND WS-CAL-STATUS NOT = '05'
003696        MOVE 'Y' TO WS-ABEND-SW
003697        GO TO A-800-EXIT
003698     END-IF
003699     IF WS-CAL-STATUS = '05'
003700        CLOSE IN-CALENDAR
003701     END-IF
003702     DISPLAY 'PROGRAM9 - NO BUSINESS CALENDAR - MON TO FRI ONLY'.
003703*
003704 A-800-EXIT.
003705     EXIT.
003706*
003707*----------------------------------------------------------------*
003708*    IS WS-CAL-DATE A BUSINESS DAY FOR WS-CAL-CARRIER - THE      *
003709*    CARRIER'S OWN ENTRY FIRST, THEN THE HOUSE (***) ENTRY, AND  *
003710*    WITH NEITHER, MONDAY TO FRIDAY ARE AND WEEKENDS ARE NOT.    *
003711*    H ON AN ENTRY IS A HOLIDAY, P A PROCESSING DAY              *
003712*----------------------------------------------------------------*
003713 A-810-CHECK-BUSDAY.
003714*
003715     MOVE 'N' TO WS-CAL-BUSDAY-SW
003716     PERFORM A-830-SERIAL-WEEKDAY THRU A-830-EXIT
003717     IF WS-CAL-WEEKDAY > 0 AND WS-CAL-WEEKDAY < 6
003718        MOVE 'Y' TO WS-CAL-BUSDAY-SW
003719     END-IF
003720     IF NOT WS-CAL-OPEN
003721        GO TO A-810-EXIT
003722     END-IF
003723     IF WS-CAL-CARRIER NOT = '***'
003724        AND WS-CAL-CARRIER NOT = SPACES
003725        MOVE WS-CAL-CARRIER TO FD-CAL-CARRIER
003726        MOVE WS-CAL-DATE-X  TO FD-CAL-DATE
003727        PERFORM A-815-READ-CALENDAR THRU A-815-EXIT
003728        IF WS-CAL-STATUS NOT = '23'
003729           GO TO A-810-EXIT
003730        END-IF
003731     END-IF
003732     MOVE '***'         TO FD-CAL-CARRIER
003733     MOVE WS-CAL-DATE-X TO FD-CAL-DATE
003734     PERFORM A-815-READ-CALENDAR THRU A-815-EXIT.
003735*
003736 A-810-EXIT.
003737     EXIT.
003738*
003739 A-815-READ-CALENDAR.
003740*
003741     READ IN-CALENDAR
003742        INVALID KEY
003743           CONTINUE
003744     END-READ
003745     EVALUATE WS-CAL-STATUS
003746        WHEN '00'
003747           IF FD-CAL-TYPE = 'H'
003748              MOVE 'N' TO WS-CAL-BUSDAY-SW
003749           ELSE
003750              MOVE 'Y' TO WS-CAL-BUSDAY-SW
003751           END-IF
003752        WHEN '23'
003753           CONTINUE
003754        WHEN OTHER
003755           MOVE 'Y' TO WS-ABEND-SW
003756     END-EVALUATE.
003757*
003758 A-815-EXIT.
003759     EXIT.
003760*
003761*----------------------------------------------------------------*
003762*    STEP WS-CAL-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND    *
003763*    YEAR ENDS                                                   *
003764*----------------------------------------------------------------*
003765 A-820-PREVIOUS-DAY.
003766*
003767     IF WS-CAL-DD > 1
003768        SUBTRACT 1 FROM WS-CAL-DD
003769        GO TO A-820-EXIT
003770     END-IF
003771     IF WS-CAL-MM > 1
003772        SUBTRACT 1 FROM WS-CAL-MM
003773     ELSE
003774        MOVE 12 TO WS-CAL-MM
003775        SUBTRACT 1 FROM WS-CAL-YYYY
003776     END-IF
003777     PERFORM A-825-MONTH-END THRU A-825-EXIT
003778     MOVE WS-CAL-LAST-DD TO WS-CAL-DD.
003779*
003780 A-820-EXIT.
003781     EXIT.
003782*
003783*----------------------------------------------------------------*
003784*    LAST DAY OF THE MONTH IN WS-CAL-DATE INTO WS-CAL-LAST-DD -  *
003785*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY  *
003786*    NOT DIVISIBLE BY 400                                        *
003787*----------------------------------------------------------------*
003788 A-825-MONTH-END.
003789*
003790     MOVE WS-CAL-MDAY(WS-CAL-MM) TO WS-CAL-LAST-DD
003791     IF WS-CAL-MM NOT = 2
003792        GO TO A-825-EXIT
003793     END-IF
003794     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOT
003795        REMAINDER WS-CAL-LEAP-REM
003796     IF WS-CAL-LEAP-REM NOT = 0
003797        GO TO A-825-EXIT
003798     END-IF
003799     MOVE 29 TO WS-CAL-LAST-DD
003800     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-QUOT
003801        REMAINDER WS-CAL-LEAP-REM
003802     IF WS-CAL-LEAP-REM NOT = 0
003803        GO TO A-825-EXIT
003804     END-IF
003805     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-QUOT
003806        REMAINDER WS-CAL-LEAP-REM
003807     IF WS-CAL-LEAP-REM NOT = 0
003808        MOVE 28 TO WS-CAL-LAST-DD
003809     END-IF.
003810*
003811 A-825-EXIT.
003812     EXIT.
003813*
003814*----------------------------------------------------------------*
003815*    SERIAL DAY NUMBER OF WS-CAL-DATE (JANUARY AND FEBRUARY      *
003816*    COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR) AND ITS DAY OF *
003817*    THE WEEK, 0 SUNDAY THROUGH 6 SATURDAY                       *
003818*----------------------------------------------------------------*
003819 A-830-SERIAL-WEEKDAY.
003820*
003821     IF WS-CAL-MM > 2
003822        MOVE WS-CAL-YYYY TO WS-CAL-SER-Y
003823        MOVE WS-CAL-MM   TO WS-CAL-SER-M
003824     ELSE
003825        SUBTRACT 1 FROM WS-CAL-YYYY GIVING WS-CAL-SER-Y
003826        ADD 12 TO WS-CAL-MM GIVING WS-CAL-SER-M
003827     END-IF
003828     COMPUTE WS-CAL-SERIAL =
003829        (365 * WS-CAL-SER-Y) + (WS-CAL-SER-Y / 4)
003830        - (WS-CAL-SER-Y / 100) + (WS-CAL-SER-Y / 400)
003831        + ((153 * (WS-CAL-SER-M - 3) + 2) / 5)
003832        + WS-CAL-DD
003833     ADD 2 TO WS-CAL-SERIAL GIVING WS-CAL-QUOT
003834     DIVIDE WS-CAL-QUOT BY 7 GIVING WS-CAL-QUOT
003835        REMAINDER WS-CAL-WEEKDAY.
003836*
003837 A-830-EXIT.
003838     EXIT.
003839*
003840*----------------------------------------------------------------*
003841*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
003842*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
003843*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
003844*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
003845*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
003846*    FAILS                                                       *
003847*----------------------------------------------------------------*
003848 A-950-RUNCTL-START.
003849*
003850     OPEN INPUT IN-RUNPARM
003851     IF WS-RUNPARM-STATUS NOT = '00'
003852        GO TO A-950-EXIT
003853     END-IF
003854     READ IN-RUNPARM
003855        AT END
003856           MOVE SPACES TO FD-RP-JOB
003857           MOVE SPACES TO FD-RP-STEP
003858     END-READ
003859     MOVE FD-RP-JOB  TO WS-RUN-JOB
003860     MOVE FD-RP-STEP TO WS-RUN-STEP
003861     CLOSE IN-RUNPARM
003862     IF WS-RUN-JOB = SPACES
003863        GO TO A-950-EXIT
003864     END-IF
003865     OPEN I-O RUNCTL
003866     IF WS-RUNCTL-STATUS = '35'
003867        OPEN OUTPUT RUNCTL
003868        CLOSE RUNCTL
003869        OPEN I-O RUNCTL
003870     END-IF
003871     IF WS-RUNCTL-STATUS NOT = '00'
003872        DISPLAY 'PROGRAM9 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
003873        GO TO A-950-EXIT
003874     END-IF
003875     MOVE 'Y' TO WS-RUNCTL-ACT-SW
003876     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
003877     MOVE WS-RUN-JOB      TO FD-RUN-JOB
003878     MOVE WS-RUN-STEP     TO FD-RUN-STEP
003879     MOVE 'PROGRAM9 '     TO FD-RUN-PROGRAM
003880     MOVE 'S' TO FD-RUN-STATUS
003881     MOVE 0   TO FD-RUN-RC
003882     MOVE 0   TO FD-RUN-CNT-IN
003883     MOVE 0   TO FD-RUN-CNT-OUT
003884     WRITE FD-RUNCTL-REC
003885*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
003886*    EARLIER RECORD
003887     IF WS-RUNCTL-STATUS = '22'
003888        REWRITE FD-RUNCTL-REC
003889     END-IF.
003890*
003891 A-950-EXIT.
003892     EXIT.
003893*
003894 A-955-RUNCTL-END.
003895*
003896     IF NOT WS-RUNCTL-ACTIVE
003897        GO TO A-955-EXIT
003898     END-IF
003899     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
003900     MOVE WS-RUN-JOB      TO FD-RUN-JOB
003901     MOVE WS-RUN-STEP     TO FD-RUN-STEP
003902     READ RUNCTL
003903        INVALID KEY
003904           CONTINUE
003905     END-READ
003906     MOVE 'PROGRAM9 '     TO FD-RUN-PROGRAM
003907     MOVE 'E' TO FD-RUN-STATUS
003908     MOVE RETURN-CODE    TO FD-RUN-RC
003909     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
003910     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
003911     REWRITE FD-RUNCTL-REC
003912     IF WS-RUNCTL-STATUS NOT = '00'
003913        DISPLAY 'PROGRAM9 - RUN LEDGER END RECORD NOT WRITTEN'
003914     END-IF
003915     CLOSE RUNCTL.
003916*
003917 A-955-EXIT.
003918     EXIT.
003919*
003920*----------------------------------------------------------------*
003921*    RETURN-CODE CONTRACT - 0 CLEAN, 16 A BAD CONTROL CARD OR    *
003922*    AN OPEN/I-O ERROR STOPPED THE RUN BEFORE IT COMPLETED (THE  *
003923*    LIVE DATASET IS ONLY REPLACED BY THE FOLLOW-ON COPY STEP    *
003924*    WHEN THIS STEP ENDED CLEAN)                                 *
003925*----------------------------------------------------------------*
003926 A-999.
003927     EVALUATE TRUE
003928        WHEN WS-ABEND
003929           MOVE 16 TO RETURN-CODE
003930        WHEN OTHER
003931           MOVE 0  TO RETURN-CODE
003932     END-EVALUATE
003933     MOVE WS-CT-READ TO WS-RUN-CNT-IN
003934     MOVE WS-CT-KEPT TO WS-RUN-CNT-OUT
003935     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
003936     GOBACK.
