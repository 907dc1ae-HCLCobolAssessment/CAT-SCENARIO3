000254*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000256*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000258*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000259*    OCT 2026  RKS  THE CARRIERS NOW COME FROM THE CARRIER       *
000260*    MASTER KSDS, NOT ONE CARRPARM CARD AND ONE COPIED JCL STEP  *
000261*    PER CARRIER.  ONE INVOCATION BROWSES THE MASTER AND ACCEPTS *
000262*    EVERY CARRIER ACTIVE ON THE RUN DATE, ALLOCATING FEEDIN TO  *
000263*    THE EXTRACT DATASET NAMED ON THE MASTER (BPXWDYN) AND       *
000264*    WRITING ALL ACCEPTED DETAILS TO THE ONE ACCOUT.  THE REPORT *
000265*    HAS A SECTION PER CARRIER AND A RUN SUMMARY; SUSPENDED OR   *
000266*    EXITED CARRIERS ARE LISTED AS NOT DUE.  CARRPARM IS NOW     *
000267*    OPTIONAL - WHEN PRESENT IT LIMITS THE RUN TO THE ONE        *
000268*    CARRIER NAMED (THE CARRRER RERUN), WHICH MUST BE ACTIVE.    *
000269*    ANY CARRIER THAT CANNOT BE ACCEPTED STILL ENDS THE STEP 8.  *
000270*    OCT 2026  RKS  THE CARRIER MASTER FILLER NOW CARRIES THE    *
000271*    REMITTANCE ADVICE DATASET READ BY PROGRAM22 - LAYOUT        *
000272*    FOLLOWED.                                                   *
000273*    OCT 2026  RKS  THE ACCEPTED RECORD GAINS A LAST ENTRY-FLAG  *
000274*    BYTE (33 BYTES), BLANK FOR A CARRIER FEED RECORD, SO        *
000275*    SUSPENSE RE-ENTRIES FROM PROGRAM24 CAN JOIN THE SAME SORT   *
000276*    FLAGGED 'R'.                                                *
000277*    OCT 2026  RKS  THE HEADER DATE CHECK NOW USES THE SHARED    *
000278*    BUSINESS-DAY CALENDAR (BUSCAL, KEPT BY PROGRAM26).  AS WELL *
000279*    AS TODAY'S DATE A HEADER MAY CARRY THE CARRIER'S LAST       *
000280*    PROCESSING DAY BEFORE TODAY WHEN NON-PROCESSING DAYS LIE    *
000281*    BETWEEN (THE FRIDAY EXTRACT ON A MONDAY, OR AFTER A CARRIER *
000282*    HOLIDAY) OR WHEN TODAY IS NOT ONE OF THE CARRIER'S          *
000283*    PROCESSING DAYS.  AN EXTRACT FROM AN ORDINARY YESTERDAY IS  *
000284*    STILL STALE.                                                *
000285*----------------------------------------------------------------*
000286*
000287 ENVIRONMENT DIVISION.
000290*
000300*----------------------------------------------------------------*
000310**                                                              *
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
000540     SELECT IN-FEED          ASSIGN TO "FEEDIN"
000550            ORGANIZATION    IS LINE SEQUENTIAL
000560            FILE STATUS     IS WS-FEED-STATUS.
000649            RECORD KEY      IS FD-RUN-KEY
000650            FILE STATUS     IS WS-RUNCTL-STATUS.
000651*
000652     SELECT OPTIONAL IN-CALENDAR ASSIGN TO "BUSCAL"
000653            ORGANIZATION    IS INDEXED
000654            ACCESS MODE     IS RANDOM
000655            RECORD KEY      IS FD-CAL-KEY
000656            FILE STATUS     IS WS-CAL-STATUS.
000657*
000660*----------------------------------------------------------------*
000670**                                                              *
000680**   DATA DIVISION                                               *
000840 01  FD-CARRPARM-REC.
000850     03  FD-CP-CARRIER     PIC X(3).
000860*
000861*    CARRIER MASTER - ONE RECORD PER CARRIER, MAINTAINED ONLINE
000862*    BY PROGRAM21.  LAYOUT MUST MATCH PROGRAM2, PROGRAM8,
000863*    PROGRAM11, PROGRAM16, PROGRAM21
000864*    AND PROGRAM22
000865 FD  IN-CARRMAST
000866     RECORDING MODE IS F.
000867 01  FD-CARRMAST-REC.
000868     03  FD-CM-CODE          PIC X(3).
000869     03  FD-CM-NAME          PIC X(30).
000870     03  FD-CM-STATUS        PIC X(1).
000871     03  FD-CM-ONBOARD-DATE  PIC X(8).
000872     03  FD-CM-EXIT-DATE     PIC X(8).
000873     03  FD-CM-PREM-TOL      PIC 9(3)V99.
000874     03  FD-CM-FEED-DSN      PIC X(44).
000875     03  FD-CM-RESP-DSN      PIC X(44).
000876     03  FD-CM-CONTACT-NAME  PIC X(30).
000877     03  FD-CM-CONTACT-PHONE PIC X(15).
000878     03  FD-CM-UPD-DATE      PIC X(8).
000879     03  FD-CM-UPD-USER      PIC X(8).
000880     03  FD-CM-REMIT-DSN     PIC X(44).
000881     03  FILLER              PIC X(2).
000882*
000883*    THE FEED RECORD IS VIEWED THREE WAYS - THE MARKER IN THE
000884*    FIRST THREE BYTES TELLS HEADER AND TRAILER FROM A DETAIL
000890 FD  IN-FEED
000900     RECORDING MODE IS F.
000910 01  FD-FEED-REC.
001110*
001120 FD  OUT-ACCEPTED
001130     RECORDING MODE IS F.
001140 01  FD-ACCEPTED-REC.
001141     03  FD-ACC-DETAIL     PIC X(32).
001142*        BLANK FROM A FEED; R ON A SUSPENSE RE-ENTRY (PROGRAM24)
001143     03  FD-ACC-ENTRY-FLAG PIC X(1).
001150*
001160 FD  OUT-ACCEPT-RPT
001170     RECORDING MODE IS F.
001201     03  FD-RUN-CNT-IN    PIC 9(7).
001202     03  FD-RUN-CNT-OUT   PIC 9(7).
001203*
001204*    BUSINESS-DAY CALENDAR - LAYOUT MUST MATCH THE FD IN
001205*    PROGRAM26, WHICH MAINTAINS IT
001206 FD  IN-CALENDAR
001207     RECORDING MODE IS F.
001208 01  FD-CAL-REC.
001209     03  FD-CAL-KEY.
001210         05  FD-CAL-CARRIER   PIC X(3).
001211         05  FD-CAL-DATE      PIC X(8).
001212     03  FD-CAL-TYPE      PIC X(1).
001213     03  FD-CAL-DESC      PIC X(30).
001214     03  FD-CAL-UPD-DATE  PIC X(8).
001215     03  FD-CAL-UPD-USER  PIC X(8).
001216     03  FILLER           PIC X(22).
001217*
001218*----------------------------------------------------------------*
001219**                                                              *
001220**   WORKING-STORAGE SECTION                                     *
001230**                                                              *
001240*----------------------------------------------------------------*
001340 01  WS-ABEND-SW       PIC X(1) VALUE 'N'.
001350     88  WS-ABEND              VALUE 'Y'.
001360 01  WS-CARR-STATUS    PIC X(2).
001361 01  WS-CMST-STATUS    PIC X(2).
001370 01  WS-FEED-STATUS    PIC X(2).
001380 01  WS-ACC-STATUS     PIC X(2).
001390 01  WS-RPT-STATUS     PIC X(2).
001530 01  WS-CURRENT-DATE   PIC X(8).
001540 01  WS-FEED-CARRIER   PIC X(3) VALUE SPACES.
001550 01  WS-HDR-DATE       PIC X(8) VALUE SPACES.
001551 01  WS-HDR-DATE-OK-SW PIC X(1) VALUE 'N'.
001552     88  WS-HDR-DATE-OK        VALUE 'Y'.
001560*
001561*----------------------------------------------------------------*
001562*    CARRIER LOOP STATE - THE FEED STATE ABOVE IS RESET FOR EACH *
001563*    CARRIER; A SET-UP FAILURE (NOT ON THE MASTER, NOT ACTIVE,   *
001564*    NO DATASET, ALLOCATION) REJECTS THE CARRIER WITHOUT READING *
001565*    A FEED AND IS REPORTED AS THE ONE REASON                    *
001566*----------------------------------------------------------------*
001567 01  WS-CMST-EOF-SW    PIC X(1) VALUE 'N'.
001568     88  WS-CMST-EOF           VALUE 'Y'.
001569 01  WS-ACTIVE-SW      PIC X(1) VALUE 'N'.
001570     88  WS-CARRIER-ACTIVE     VALUE 'Y'.
001571 01  WS-RUN-REJECT-SW  PIC X(1) VALUE 'N'.
001572     88  WS-RUN-REJECTED       VALUE 'Y'.
001573 01  WS-FILTER-CARRIER PIC X(3) VALUE SPACES.
001574 01  WS-FEED-NAME      PIC X(30) VALUE SPACES.
001575 01  WS-SETUP-REASON   PIC X(50) VALUE SPACES.
001576 01  WS-CT-CARR-ACC    PIC 9(7) COMP VALUE 0.
001577 01  WS-CT-CARR-REJ    PIC 9(7) COMP VALUE 0.
001578 01  WS-CT-CARR-IDLE   PIC 9(7) COMP VALUE 0.
001579 01  WS-CT-RUN-DETAILS PIC 9(7) COMP VALUE 0.
001580*
001581*    BPXWDYN REQUEST - HALFWORD LENGTH FOLLOWED BY THE TEXT
001582 01  WS-DYN-PARM.
001583     03  WS-DYN-LENGTH     PIC S9(4) COMP VALUE 0.
001584     03  WS-DYN-TEXT       PIC X(120) VALUE SPACES.
001585 01  WS-DYN-PTR        PIC 9(4) COMP VALUE 0.
001586*
001587*----------------------------------------------------------------*
001588*    CONTROL TOTALS - DETAILS RE-ADDED AGAINST THE TRAILER       *
001590*----------------------------------------------------------------*
001600 01  WS-CT-DETAILS     PIC 9(7) COMP VALUE 0.
001610 01  WS-CT-PREMIUM     PIC 9(9)V99 VALUE 0.
001740     03  FILLER            PIC X(10) VALUE '  RUN DATE'.
001750     03  FILLER            PIC X(1)  VALUE SPACES.
001760     03  WS-RH-DATE        PIC X(8).
001770     03  FILLER            PIC X(2)  VALUE SPACES.
001771     03  WS-RH-NAME        PIC X(30).
001780*
001790 01  WS-RPT-RESULT.
001800     03  FILLER            PIC X(7)  VALUE 'RESULT '.
001960     03  WS-RA-AMOUNT      PIC Z(8)9,99.
001970     03  FILLER            PIC X(44) VALUE SPACES.
001971*
001972 01  WS-RPT-SUMMARY.
001973     03  FILLER            PIC X(47) VALUE
001974         'INBOUND FEED ACCEPTANCE - RUN SUMMARY  RUN DATE'.
001975     03  FILLER            PIC X(1)  VALUE SPACES.
001976     03  WS-RS-DATE        PIC X(8).
001977     03  FILLER            PIC X(24) VALUE SPACES.
001978*
001979*----------------------------------------------------------------*
001980*    RUN-CONTROL LEDGER WORK FIELDS - SEE A-950 / A-955          *
001981*----------------------------------------------------------------*
001982 01  WS-RUNPARM-STATUS PIC X(2).
001983 01  WS-RUNCTL-STATUS  PIC X(2).
001984 01  WS-RUNCTL-ACT-SW  PIC X(1) VALUE 'N'.
001985     88  WS-RUNCTL-ACTIVE      VALUE 'Y'.
001986 01  WS-RUN-JOB        PIC X(8) VALUE SPACES.
001987 01  WS-RUN-STEP       PIC X(8) VALUE SPACES.
001988 01  WS-RUN-CNT-IN     PIC 9(7) VALUE 0.
001989 01  WS-RUN-CNT-OUT    PIC 9(7) VALUE 0.
001990*
001991*----------------------------------------------------------------*
001992*    EXTRACT DATES A HEADER MAY CARRY FOR THE CURRENT CARRIER -  *
001993*    TODAY, OR WS-PREV-BUSDATE WHEN A-058 FINDS ONE              *
001994*----------------------------------------------------------------*
001995 01  WS-PREV-BUSDATE   PIC X(8) VALUE SPACES.
001996 01  WS-YESTERDAY      PIC X(8) VALUE SPACES.
001997 01  WS-TODAY-BUSDAY-SW PIC X(1) VALUE 'N'.
001998     88  WS-TODAY-BUSDAY       VALUE 'Y'.
001999*
002000*----------------------------------------------------------------*
002001*    BUSINESS-DAY CALENDAR WORK FIELDS - SEE A-800 TO A-830.     *
002002*    A-810 ANSWERS FOR WS-CAL-CARRIER ON WS-CAL-DATE; A-820      *
002003*    STEPS WS-CAL-DATE BACK ONE DAY                              *
002004*----------------------------------------------------------------*
002005 01  WS-CAL-STATUS     PIC X(2).
002006 01  WS-CAL-OPEN-SW    PIC X(1) VALUE 'N'.
002007     88  WS-CAL-OPEN           VALUE 'Y'.
002008 01  WS-CAL-BUSDAY-SW  PIC X(1) VALUE 'N'.
002009     88  WS-CAL-BUSDAY         VALUE 'Y'.
002010 01  WS-CAL-CARRIER    PIC X(3).
002011 01  WS-CAL-DATE.
002012     03  WS-CAL-YYYY       PIC 9(4).
002013     03  WS-CAL-MM         PIC 9(2).
002014     03  WS-CAL-DD         PIC 9(2).
002015 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE PIC X(8).
002016 01  WS-CAL-SER-Y      PIC 9(8) COMP.
002017 01  WS-CAL-SER-M      PIC 9(4) COMP.
002018 01  WS-CAL-SERIAL     PIC 9(8) COMP.
002019 01  WS-CAL-QUOT       PIC 9(8) COMP.
002020 01  WS-CAL-WEEKDAY    PIC 9(1) COMP.
002021 01  WS-CAL-LEAP-REM   PIC 9(4) COMP.
002022 01  WS-CAL-MONTH-DAYS.
002023     03  FILLER            PIC X(24) VALUE
002024         '312831303130313130313031'.
002025 01  WS-CAL-MDAY-TAB REDEFINES WS-CAL-MONTH-DAYS.
002026     03  WS-CAL-MDAY       PIC 9(2) OCCURS 12 TIMES.
002027 01  WS-CAL-LAST-DD    PIC 9(2).
002028 01  WS-CAL-STEPS      PIC 9(5) COMP.
002029*
002030*----------------------------------------------------------------*
002031 PROCEDURE DIVISION.
002032*----------------------------------------------------------------*
002033 A-MAIN                                      SECTION.
002034*----------------------------------------------------------------*
002040 A-001.
002050*
002060     PERFORM A-010-OPEN-FILES THRU A-010-EXIT
002130     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002135     PERFORM A-950-RUNCTL-START THRU A-950-EXIT
002140     PERFORM A-015-READ-CARRPARM THRU A-015-EXIT
002141*
002142     IF WS-FILTER-CARRIER NOT = SPACES
002143        PERFORM A-016-ACCEPT-NAMED THRU A-016-EXIT
002144     ELSE
002145        PERFORM A-017-START-CARRMAST THRU A-017-EXIT
002146        PERFORM A-018-NEXT-CARRIER THRU A-018-EXIT
002147           UNTIL WS-CMST-EOF OR WS-ABEND
002148     END-IF
002149*
002150     IF NOT WS-ABEND
002151        PERFORM A-920-WRITE-SUMMARY THRU A-920-EXIT
002152     END-IF
002153*
002290     PERFORM A-005-CLOSE-FILES THRU A-005-EXIT
002300*
002310     GO TO A-999.
002370 A-005-CLOSE-FILES.
002380*
002390     CLOSE IN-CARRPARM
002391     CLOSE IN-CARRMAST
002410     CLOSE OUT-ACCEPTED
002420     CLOSE OUT-ACCEPT-RPT
002421     IF WS-CAL-OPEN
002422        CLOSE IN-CALENDAR
002423     END-IF.
002430*
002440 A-005-EXIT.
002450     EXIT.
002470 A-010-OPEN-FILES.
002480*
002490     OPEN INPUT  IN-CARRPARM
002500     IF WS-CARR-STATUS NOT = '00' AND WS-CARR-STATUS NOT = '05'
002510        MOVE 'Y' TO WS-ABEND-SW
002520     END-IF
002530     OPEN INPUT  IN-CARRMAST
002540     IF WS-CMST-STATUS NOT = '00'
002550        MOVE 'Y' TO WS-ABEND-SW
002560     END-IF
002570     OPEN OUTPUT OUT-ACCEPTED
002610     OPEN OUTPUT OUT-ACCEPT-RPT
002620     IF WS-RPT-STATUS NOT = '00'
002630        MOVE 'Y' TO WS-ABEND-SW
002640     END-IF
002641     PERFORM A-800-OPEN-CALENDAR THRU A-800-EXIT.
002650*
002660 A-010-EXIT.
002670     EXIT.
002680*
002690*----------------------------------------------------------------*
002700*    CARRPARM, WHEN PRESENT, NAMES THE ONE CARRIER THIS RUN      *
002710*    ACCEPTS (THE CARRRER RERUN).  NO CARD, OR A BLANK ONE,      *
002720*    MEANS EVERY CARRIER ACTIVE ON THE CARRIER MASTER            *
002730*----------------------------------------------------------------*
002740 A-015-READ-CARRPARM.
002750*
002751     IF WS-CARR-STATUS = '05'
002752        GO TO A-015-EXIT
002753     END-IF
002760     READ IN-CARRPARM
002770        AT END
002771           MOVE SPACES TO FD-CP-CARRIER
002772     END-READ
002773     IF WS-CARR-STATUS NOT = '00' AND WS-CARR-STATUS NOT = '10'
002774        MOVE 'Y' TO WS-ABEND-SW
002775        GO TO A-015-EXIT
002776     END-IF
002777     MOVE FD-CP-CARRIER TO WS-FILTER-CARRIER.
002778*
002779 A-015-EXIT.
002780     EXIT.
002781*
002782*----------------------------------------------------------------*
002783*    THE ONE CARRIER NAMED ON CARRPARM - IT MUST BE ON THE       *
002784*    MASTER AND ACTIVE TODAY, OTHERWISE IT IS REJECTED WITH THE  *
002785*    REASON RATHER THAN SILENTLY SKIPPED                         *
002786*----------------------------------------------------------------*
002787 A-016-ACCEPT-NAMED.
002788*
002789     MOVE WS-FILTER-CARRIER TO FD-CM-CODE
002790     READ IN-CARRMAST
002791        INVALID KEY
002792           MOVE SPACES TO FD-CARRMAST-REC
002793           MOVE WS-FILTER-CARRIER TO FD-CM-CODE
002794           MOVE 'CARRIER IS NOT ON THE CARRIER MASTER'
002795             TO WS-SETUP-REASON
002796     END-READ
002797     IF WS-CMST-STATUS NOT = '00' AND WS-CMST-STATUS NOT = '23'
002798        MOVE 'Y' TO WS-ABEND-SW
002799        GO TO A-016-EXIT
002800     END-IF
002801     IF WS-CMST-STATUS = '00'
002802        PERFORM A-045-CHECK-ACTIVE THRU A-045-EXIT
002803        IF NOT WS-CARRIER-ACTIVE
002804           MOVE 'CARRIER IS SUSPENDED OR OUTSIDE ITS ACTIVE DATES'
002805             TO WS-SETUP-REASON
002806        END-IF
002807     END-IF
002808     PERFORM A-050-ACCEPT-CARRIER THRU A-050-EXIT.
002809*
002810 A-016-EXIT.
002811     EXIT.
002812*
002813 A-017-START-CARRMAST.
002814*
002815     MOVE LOW-VALUES TO FD-CM-CODE
002816     START IN-CARRMAST KEY IS NOT LESS THAN FD-CM-CODE
002817        INVALID KEY
002818           MOVE 'Y' TO WS-CMST-EOF-SW
002819     END-START.
002820*
002821 A-017-EXIT.
002822     EXIT.
002823*
002824*----------------------------------------------------------------*
002825*    NEXT CARRIER ON THE MASTER - AN ACTIVE ONE HAS ITS FEED     *
002826*    ACCEPTED; ANY OTHER IS LISTED AS NOT DUE, SO THE REPORT     *
002827*    SHOWS EVERY CARRIER WE KNOW OF ON EVERY RUN                 *
002828*----------------------------------------------------------------*
002829 A-018-NEXT-CARRIER.
002830*
002831     READ IN-CARRMAST NEXT RECORD
002832        AT END
002833           MOVE 'Y' TO WS-CMST-EOF-SW
002834     END-READ
002835     IF WS-CMST-EOF
002836        GO TO A-018-EXIT
002837     END-IF
002838     IF WS-CMST-STATUS NOT = '00'
002839        MOVE 'Y' TO WS-ABEND-SW
002840        GO TO A-018-EXIT
002841     END-IF
002842     PERFORM A-045-CHECK-ACTIVE THRU A-045-EXIT
002843     IF WS-CARRIER-ACTIVE
002844        MOVE SPACES TO WS-SETUP-REASON
002845        PERFORM A-050-ACCEPT-CARRIER THRU A-050-EXIT
002846     ELSE
002847        PERFORM A-910-WRITE-NOT-DUE THRU A-910-EXIT
002848     END-IF.
002849*
002850 A-018-EXIT.
002851     EXIT.
002852*
002940 A-020-READ-FEED.
002950*
002960     READ IN-FEED
003280 A-030-EXIT.
003290     EXIT.
003300*
003301*----------------------------------------------------------------*
003302*    HEADER - ONCE ONLY, THE EXPECTED CARRIER, AND AN EXTRACT    *
003303*    DATE OF TODAY OR THE CARRIER'S PRIOR PROCESSING DAY (A-058) *
003304*----------------------------------------------------------------*
003310 A-031-TAKE-HEADER.
003320*
003330     IF WS-HDR-SEEN
003390     IF FD-FH-CARRIER NOT = WS-FEED-CARRIER
003400        MOVE 'Y' TO WS-REJECT-SW
003410     END-IF
003420     IF FD-FH-DATE = WS-CURRENT-DATE
003421        MOVE 'Y' TO WS-HDR-DATE-OK-SW
003422     END-IF
003423     IF WS-PREV-BUSDATE NOT = SPACES
003424        AND FD-FH-DATE = WS-PREV-BUSDATE
003425        MOVE 'Y' TO WS-HDR-DATE-OK-SW
003426     END-IF
003427     IF NOT WS-HDR-DATE-OK
003430        MOVE 'Y' TO WS-REJECT-SW
003440     END-IF.
003450*
003850        ADD 1 TO WS-CT-BAD-CARR
003860        MOVE 'Y' TO WS-REJECT-SW
003870     END-IF
003880     MOVE FD-FEED-REC TO FD-ACC-DETAIL
003881     MOVE SPACE       TO FD-ACC-ENTRY-FLAG
003882     WRITE FD-ACCEPTED-REC
003890     IF WS-ACC-STATUS NOT = '00'
003900        MOVE 'Y' TO WS-ABEND-SW
003910     END-IF.
004170*
004180 A-040-EXIT.
004190     EXIT.
004191*
004192*----------------------------------------------------------------*
004193*    ACTIVE ON THE RUN DATE - STATUS A, ONBOARDED ON OR BEFORE   *
004194*    TODAY AND NOT YET AT ITS EXIT DATE (BLANK DATES OPEN-ENDED) *
004195*----------------------------------------------------------------*
004196 A-045-CHECK-ACTIVE.
004197*
004198     MOVE 'N' TO WS-ACTIVE-SW
004199     IF FD-CM-STATUS NOT = 'A'
004200        GO TO A-045-EXIT
004201     END-IF
004202     IF FD-CM-ONBOARD-DATE NOT = SPACES
004203        AND FD-CM-ONBOARD-DATE > WS-CURRENT-DATE
004204        GO TO A-045-EXIT
004205     END-IF
004206     IF FD-CM-EXIT-DATE NOT = SPACES
004207        AND FD-CM-EXIT-DATE NOT > WS-CURRENT-DATE
004208        GO TO A-045-EXIT
004209     END-IF
004210     MOVE 'Y' TO WS-ACTIVE-SW.
004211*
004212 A-045-EXIT.
004213     EXIT.
004214*
004215*----------------------------------------------------------------*
004216*    ONE CARRIER'S FEED, START TO FINISH - RESET THE FEED STATE, *
004217*    ALLOCATE FEEDIN TO THE DATASET ON THE MASTER, RUN THE SAME  *
004218*    HDR/DETAIL/TRL CHECKS AS ALWAYS, RELEASE FEEDIN AND REPORT. *
004219*    A REJECTED CARRIER MAKES THE WHOLE STEP END 8, SO THE MATCH *
004220*    STILL NEVER RUNS AGAINST A STALE OR PARTIAL FEED            *
004221*----------------------------------------------------------------*
004222 A-050-ACCEPT-CARRIER.
004223*
004224     MOVE 'N' TO WS-FEED-EOF-SW
004225     MOVE 'N' TO WS-REJECT-SW
004226     MOVE 'N' TO WS-HDR-SEEN-SW
004227     MOVE 'N' TO WS-TRL-SEEN-SW
004228     MOVE SPACES TO WS-HDR-DATE
004229     MOVE 'N' TO WS-HDR-DATE-OK-SW
004230     MOVE 0 TO WS-CT-DETAILS
004231     MOVE 0 TO WS-CT-PREMIUM
004232     MOVE 0 TO WS-TRL-COUNT
004233     MOVE 0 TO WS-TRL-PREMIUM
004234     MOVE 0 TO WS-CT-BAD-CARR
004235     MOVE 0 TO WS-CT-AFTER-TRL
004236     MOVE FD-CM-CODE TO WS-FEED-CARRIER
004237     MOVE FD-CM-NAME TO WS-FEED-NAME
004238     PERFORM A-058-SET-PREV-BUSDAY THRU A-058-EXIT
004239*
004240     IF WS-SETUP-REASON = SPACES AND FD-CM-FEED-DSN = SPACES
004241        MOVE 'NO EXTRACT FEED DATASET ON THE CARRIER MASTER'
004242          TO WS-SETUP-REASON
004243     END-IF
004244     IF WS-SETUP-REASON = SPACES
004245        PERFORM A-055-ALLOC-FEED THRU A-055-EXIT
004246     END-IF
004247     IF WS-SETUP-REASON = SPACES
004248        OPEN INPUT IN-FEED
004249        IF WS-FEED-STATUS NOT = '00'
004250           MOVE 'EXTRACT FEED COULD NOT BE OPENED'
004251             TO WS-SETUP-REASON
004252        ELSE
004253           PERFORM A-020-READ-FEED THRU A-020-EXIT
004254           PERFORM A-030-CHECK-RECORD THRU A-030-EXIT
004255              UNTIL WS-FEED-EOF OR WS-ABEND
004256           PERFORM A-040-CLOSE-OUT-CHECKS THRU A-040-EXIT
004257           CLOSE IN-FEED
004258        END-IF
004259        PERFORM A-056-FREE-FEED THRU A-056-EXIT
004260     END-IF
004261     IF WS-SETUP-REASON NOT = SPACES
004262        MOVE 'Y' TO WS-REJECT-SW
004263     END-IF
004264     IF WS-ABEND
004265        GO TO A-050-EXIT
004266     END-IF
004267*
004268     PERFORM A-900-WRITE-REPORT THRU A-900-EXIT
004269     ADD WS-CT-DETAILS TO WS-CT-RUN-DETAILS
004270     IF WS-FEED-REJECTED
004271        ADD 1 TO WS-CT-CARR-REJ
004272        MOVE 'Y' TO WS-RUN-REJECT-SW
004273     ELSE
004274        ADD 1 TO WS-CT-CARR-ACC
004275     END-IF.
004276*
004277 A-050-EXIT.
004278     EXIT.
004279*
004280*----------------------------------------------------------------*
004281*    DYNAMIC ALLOCATION OF FEEDIN TO THE CARRIER'S EXTRACT -     *
004282*    THE DATASET NAME COMES FROM THE MASTER, SO A NEW CARRIER    *
004283*    NEEDS NO FEEDIN DD AND NO NEW STEP                          *
004284*----------------------------------------------------------------*
004285 A-055-ALLOC-FEED.
004286*
004287     MOVE SPACES TO WS-DYN-TEXT
004288     MOVE 1 TO WS-DYN-PTR
004289     STRING 'ALLOC DD(FEEDIN) DSN(''' DELIMITED BY SIZE
004290            FD-CM-FEED-DSN           DELIMITED BY SPACE
004291            ''') SHR REUSE'          DELIMITED BY SIZE
004292       INTO WS-DYN-TEXT
004293       WITH POINTER WS-DYN-PTR
004294     END-STRING
004295     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1
004296     CALL 'BPXWDYN' USING WS-DYN-PARM
004297     IF RETURN-CODE NOT = 0
004298        MOVE 'EXTRACT FEED COULD NOT BE ALLOCATED'
004299          TO WS-SETUP-REASON
004300     END-IF
004301     MOVE 0 TO RETURN-CODE.
004302*
004303 A-055-EXIT.
004304     EXIT.
004305*
004306 A-056-FREE-FEED.
004307*
004308     MOVE 'FREE DD(FEEDIN)' TO WS-DYN-TEXT
004309     MOVE 15 TO WS-DYN-LENGTH
004310     CALL 'BPXWDYN' USING WS-DYN-PARM
004311     MOVE 0 TO RETURN-CODE.
004312*
004313 A-056-EXIT.
004314     EXIT.
004315*
004316*----------------------------------------------------------------*
004317*    THE CARRIER'S LAST PROCESSING DAY BEFORE TODAY IS ALSO AN   *
004318*    EXPECTED EXTRACT DATE WHEN TODAY IS NOT A PROCESSING DAY    *
004319*    FOR THE CARRIER, OR WHEN IT FALLS BEFORE YESTERDAY (A       *
004320*    WEEKEND OR HOLIDAY BETWEEN).  AN ORDINARY YESTERDAY IS NOT  *
004321*    - THAT EXTRACT WAS TAKEN ON THE LAST RUN                    *
004322*----------------------------------------------------------------*
004323 A-058-SET-PREV-BUSDAY.
004324*
004325     MOVE SPACES          TO WS-PREV-BUSDATE
004326     MOVE WS-FEED-CARRIER TO WS-CAL-CARRIER
004327     MOVE WS-CURRENT-DATE TO WS-CAL-DATE-X
004328     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
004329     MOVE WS-CAL-BUSDAY-SW TO WS-TODAY-BUSDAY-SW
004330     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT
004331     MOVE WS-CAL-DATE-X   TO WS-YESTERDAY
004332     MOVE 0 TO WS-CAL-STEPS
004333     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT
004334     PERFORM A-059-STEP-BACK THRU A-059-EXIT
004335        UNTIL WS-CAL-BUSDAY
004336           OR WS-CAL-STEPS NOT < 31
004337           OR WS-ABEND
004338     IF NOT WS-CAL-BUSDAY OR WS-ABEND
004339        GO TO A-058-EXIT
004340     END-IF
004341     IF WS-TODAY-BUSDAY AND WS-CAL-DATE-X = WS-YESTERDAY
004342        GO TO A-058-EXIT
004343     END-IF
004344     MOVE WS-CAL-DATE-X TO WS-PREV-BUSDATE.
004345*
004346 A-058-EXIT.
004347     EXIT.
004348*
004349 A-059-STEP-BACK.
004350*
004351     PERFORM A-820-PREVIOUS-DAY THRU A-820-EXIT
004352     ADD 1 TO WS-CAL-STEPS
004353     PERFORM A-810-CHECK-BUSDAY THRU A-810-EXIT.
004354*
004355 A-059-EXIT.
004356     EXIT.
004357*
004358*----------------------------------------------------------------*
004359*    ACCEPTANCE REPORT - ONE PER CARRIER FEED, WITH EVERY        *
004360*    REASON THE FEED FAILED SO OPERATIONS CAN TELL THE CARRIER   *
004361*    WHAT TO RESEND WITHOUT A SECOND ROUND TRIP                  *
004362*----------------------------------------------------------------*
004363 A-900-WRITE-REPORT.
004364*
004365     MOVE WS-FEED-CARRIER TO WS-RH-CARRIER
004366     MOVE WS-FEED-NAME    TO WS-RH-NAME
004367     MOVE WS-CURRENT-DATE TO WS-RH-DATE
004368     WRITE FD-RPT-LINE FROM WS-RPT-HEADING
004369     IF WS-FEED-REJECTED
004370        MOVE 'REJECTED' TO WS-RR-TEXT
004371     ELSE
004372        MOVE 'ACCEPTED' TO WS-RR-TEXT
004373     END-IF
004374     WRITE FD-RPT-LINE FROM WS-RPT-RESULT
004375*
004376     IF WS-SETUP-REASON NOT = SPACES
004377        MOVE WS-SETUP-REASON TO WS-RN-TEXT
004378        WRITE FD-RPT-LINE FROM WS-RPT-REASON
004379        MOVE SPACES TO FD-RPT-LINE
004380        WRITE FD-RPT-LINE
004381        GO TO A-900-EXIT
004382     END-IF
004383     IF NOT WS-HDR-SEEN
004390        MOVE 'NO HEADER RECORD ON THE FEED' TO WS-RN-TEXT
004400        WRITE FD-RPT-LINE FROM WS-RPT-REASON
004410     END-IF
004420     IF WS-HDR-SEEN AND NOT WS-HDR-DATE-OK
004430        MOVE 'HEADER DATE IS NOT AN EXPECTED EXTRACT DATE'
004440          TO WS-RN-TEXT
004450        WRITE FD-RPT-LINE FROM WS-RPT-REASON
004460     END-IF
004830     WRITE FD-RPT-LINE FROM WS-RPT-AMOUNT
004840     MOVE 'TRAILER PREMIUM TOTAL   ' TO WS-RA-LABEL
004850     MOVE WS-TRL-PREMIUM TO WS-RA-AMOUNT
004860     WRITE FD-RPT-LINE FROM WS-RPT-AMOUNT
004861     MOVE SPACES TO FD-RPT-LINE
004862     WRITE FD-RPT-LINE.
004870*
004880 A-900-EXIT.
004890     EXIT.
004891*
004892 A-910-WRITE-NOT-DUE.
004893*
004894     MOVE FD-CM-CODE      TO WS-RH-CARRIER
004895     MOVE FD-CM-NAME      TO WS-RH-NAME
004896     MOVE WS-CURRENT-DATE TO WS-RH-DATE
004897     WRITE FD-RPT-LINE FROM WS-RPT-HEADING
004898     MOVE 'NOT DUE ' TO WS-RR-TEXT
004899     WRITE FD-RPT-LINE FROM WS-RPT-RESULT
004900     MOVE 'CARRIER IS SUSPENDED OR OUTSIDE ITS ACTIVE DATES'
004901       TO WS-RN-TEXT
004902     WRITE FD-RPT-LINE FROM WS-RPT-REASON
004903     MOVE SPACES TO FD-RPT-LINE
004904     WRITE FD-RPT-LINE
004905     ADD 1 TO WS-CT-CARR-IDLE.
004906*
004907 A-910-EXIT.
004908     EXIT.
004909*
004910*----------------------------------------------------------------*
004911*    RUN SUMMARY - A RUN THAT FOUND NO CARRIER TO ACCEPT IS      *
004912*    REJECTED TOO: AN EMPTY MATCH WOULD CLOSE NOTHING AND LOOK   *
004913*    LIKE A QUIET NIGHT                                          *
004914*----------------------------------------------------------------*
004915 A-920-WRITE-SUMMARY.
004916*
004917     MOVE WS-CURRENT-DATE TO WS-RS-DATE
004918     WRITE FD-RPT-LINE FROM WS-RPT-SUMMARY
004919     IF WS-CT-CARR-ACC = 0 AND WS-CT-CARR-REJ = 0
004920        MOVE 'Y' TO WS-RUN-REJECT-SW
004921        MOVE 'NO ACTIVE CARRIER ON THE CARRIER MASTER'
004922          TO WS-RN-TEXT
004923        WRITE FD-RPT-LINE FROM WS-RPT-REASON
004924     END-IF
004925     MOVE 'CARRIERS ACCEPTED       ' TO WS-RT-LABEL
004926     MOVE WS-CT-CARR-ACC TO WS-RT-COUNT
004927     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
004928     MOVE 'CARRIERS REJECTED       ' TO WS-RT-LABEL
004929     MOVE WS-CT-CARR-REJ TO WS-RT-COUNT
004930     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
004931     MOVE 'CARRIERS NOT DUE        ' TO WS-RT-LABEL
004932     MOVE WS-CT-CARR-IDLE TO WS-RT-COUNT
004933     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL
004934     MOVE 'DETAILS READ - ALL      ' TO WS-RT-LABEL
004935     MOVE WS-CT-RUN-DETAILS TO WS-RT-COUNT
004936     WRITE FD-RPT-LINE FROM WS-RPT-TOTAL.
004937*
004938 A-920-EXIT.
004939     EXIT.
004940*
004941*----------------------------------------------------------------*
004942*    BUSINESS-DAY CALENDAR - NO CALENDAR AT ALL (35, OR 05 ON    *
004943*    THE OPTIONAL DD) IS NOT AN ERROR: EVERY DATE THEN FOLLOWS   *
004944*    THE MONDAY-TO-FRIDAY RULE.  ANY OTHER STATUS STOPS THE RUN  *
004945*----------------------------------------------------------------*
004946 A-800-OPEN-CALENDAR.
004947*
004948     OPEN INPUT IN-CALENDAR
004949     IF WS-CAL-STATUS = '00'
004950        MOVE 'Y' TO WS-CAL-OPEN-SW
004951        GO TO A-800-EXIT
004952     END-IF
004953     IF WS-CAL-STATUS NOT = '35'
004954        AND WS-CAL-STATUS NOT = '05'
004955        MOVE 'Y' TO WS-ABEND-SW
004956        GO TO A-800-EXIT
004957     END-IF
004958     IF WS-CAL-STATUS = '05'
004959        CLOSE IN-CALENDAR
004960     END-IF
004961     DISPLAY 'PROGRAM10 - NO BUSINESS CALENDAR - MON TO FRI ONLY'.
004962*
004963 A-800-EXIT.
004964     EXIT.
004965*
004966*----------------------------------------------------------------*
004967*    IS WS-CAL-DATE A BUSINESS DAY FOR WS-CAL-CARRIER - THE      *
004968*    CARRIER'S OWN ENTRY FIRST, THEN THE HOUSE (***) ENTRY, AND  *
004969*    WITH NEITHER, MONDAY TO FRIDAY ARE AND WEEKENDS ARE NOT.    *
004970*    H ON AN ENTRY IS A HOLIDAY, P A PROCESSING DAY              *
004971*----------------------------------------------------------------*
004972 A-810-CHECK-BUSDAY.
004973*
004974     MOVE 'N' TO WS-CAL-BUSDAY-SW
004975     PERFORM A-830-SERIAL-WEEKDAY THRU A-830-EXIT
004976     IF WS-CAL-WEEKDAY > 0 AND WS-CAL-WEEKDAY < 6
004977        MOVE 'Y' TO WS-CAL-BUSDAY-SW
004978     END-IF
004979     IF NOT WS-CAL-OPEN
004980        GO TO A-810-EXIT
004981     END-IF
004982     IF WS-CAL-CARRIER NOT = '***'
004983        AND WS-CAL-CARRIER NOT = SPACES
004984        MOVE WS-CAL-CARRIER TO FD-CAL-CARRIER
004985        MOVE WS-CAL-DATE-X  TO FD-CAL-DATE
004986        PERFORM A-815-READ-CALENDAR THRU A-815-EXIT
004987        IF WS-CAL-STATUS NOT = '23'
004988           GO TO A-810-EXIT
004989        END-IF
004990     END-IF
004991     MOVE '***'         TO FD-CAL-CARRIER
004992     MOVE WS-CAL-DATE-X TO FD-CAL-DATE
004993     PERFORM A-815-READ-CALENDAR THRU A-815-EXIT.
004994*
004995 A-810-EXIT.
004996     EXIT.
004997*
004998 A-815-READ-CALENDAR.
004999*
005000     READ IN-CALENDAR
005001        INVALID KEY
005002           CONTINUE
005003     END-READ
005004     EVALUATE WS-CAL-STATUS
005005        WHEN '00'
005006           IF FD-CAL-TYPE = 'H'
005007              MOVE 'N' TO WS-CAL-BUSDAY-SW
005008           ELSE
005009              MOVE 'Y' TO WS-CAL-BUSDAY-SW
005010           END-IF
005011        WHEN '23'
005012           CONTINUE
005013        WHEN OTHER
005014           MOVE 'Y' TO WS-ABEND-SW
005015     END-EVALUATE.
005016*
005017 A-815-EXIT.
005018     EXIT.
005019*
005020*----------------------------------------------------------------*
005021*    STEP WS-CAL-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND    *
005022*    YEAR ENDS                                                   *
005023*----------------------------------------------------------------*
005024 A-820-PREVIOUS-DAY.
005025*
005026     IF WS-CAL-DD > 1
005027        SUBTRACT 1 FROM WS-CAL-DD
005028        GO TO A-820-EXIT
005029     END-IF
005030     IF WS-CAL-MM > 1
005031        SUBTRACT 1 FROM WS-CAL-MM
005032     ELSE
005033        MOVE 12 TO WS-CAL-MM
005034        SUBTRACT 1 FROM WS-CAL-YYYY
005035     END-IF
005036     PERFORM A-825-MONTH-END THRU A-825-EXIT
005037     MOVE WS-CAL-LAST-DD TO WS-CAL-DD.
005038*
005039 A-820-EXIT.
005040     EXIT.
005041*
005042*----------------------------------------------------------------*
005043*    LAST DAY OF THE MONTH IN WS-CAL-DATE INTO WS-CAL-LAST-DD -  *
005044*    FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY  *
005045*    NOT DIVISIBLE BY 400                                        *
005046*----------------------------------------------------------------*
005047 A-825-MONTH-END.
005048*
005049     MOVE WS-CAL-MDAY(WS-CAL-MM) TO WS-CAL-LAST-DD
005050     IF WS-CAL-MM NOT = 2
005051        GO TO A-825-EXIT
005052     END-IF
005053     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOT
005054        REMAINDER WS-CAL-LEAP-REM
005055     IF WS-CAL-LEAP-REM NOT = 0
005056        GO TO A-825-EXIT
005057     END-IF
005058     MOVE 29 TO WS-CAL-LAST-DD
005059     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-QUOT
005060        REMAINDER WS-CAL-LEAP-REM
005061     IF WS-CAL-LEAP-REM NOT = 0
005062        GO TO A-825-EXIT
005063     END-IF
005064     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-QUOT
005065        REMAINDER WS-CAL-LEAP-REM
005066     IF WS-CAL-LEAP-REM NOT = 0
005067        MOVE 28 TO WS-CAL-LAST-DD
005068     END-IF.
005069*
005070 A-825-EXIT.
005071     EXIT.
005072*
005073*----------------------------------------------------------------*
005074*    SERIAL DAY NUMBER OF WS-CAL-DATE (JANUARY AND FEBRUARY      *
005075*    COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR) AND ITS DAY OF *
005076*    THE WEEK, 0 SUNDAY THROUGH 6 SATURDAY                       *
005077*----------------------------------------------------------------*
005078 A-830-SERIAL-WEEKDAY.
005079*
005080     IF WS-CAL-MM > 2
005081        MOVE WS-CAL-YYYY TO WS-CAL-SER-Y
005082        MOVE WS-CAL-MM   TO WS-CAL-SER-M
005083     ELSE
005084        SUBTRACT 1 FROM WS-CAL-YYYY GIVING WS-CAL-SER-Y
005085        ADD 12 TO WS-CAL-MM GIVING WS-CAL-SER-M
005086     END-IF
005087     COMPUTE WS-CAL-SERIAL =
005088        (365 * WS-CAL-SER-Y) + (WS-CAL-SER-Y / 4)
005089        - (WS-CAL-SER-Y / 100) + (WS-CAL-SER-Y / 400)
005090        + ((153 * (WS-CAL-SER-M - 3) + 2) / 5)
005091        + WS-CAL-DD
005092     ADD 2 TO WS-CAL-SERIAL GIVING WS-CAL-QUOT
005093     DIVIDE WS-CAL-QUOT BY 7 GIVING WS-CAL-QUOT
005094        REMAINDER WS-CAL-WEEKDAY.
005095*
005096 A-830-EXIT.
005097     EXIT.
005098*
005099*----------------------------------------------------------------*
005100*    RUN-CONTROL LEDGER - STAMP A START RECORD FOR THIS DATE,    *
005101*    JOB AND STEP (NAMED BY THE RUNPARM CARD), AND FROM A-999    *
005102*    AN END RECORD WITH THE RETURN CODE AND KEY COUNTS.  A       *
005103*    MISSING RUNPARM CARD OR LEDGER ONLY MEANS THE RUN IS NOT    *
005104*    LOGGED - THE LEDGER IS NEVER THE REASON THE BUSINESS STEP   *
005105*    FAILS                                                       *
005106*----------------------------------------------------------------*
005107 A-950-RUNCTL-START.
005108*
005109     OPEN INPUT IN-RUNPARM
005110     IF WS-RUNPARM-STATUS NOT = '00'
005111        GO TO A-950-EXIT
005112     END-IF
005113     READ IN-RUNPARM
005114        AT END
005115           MOVE SPACES TO FD-RP-JOB
005116           MOVE SPACES TO FD-RP-STEP
005117     END-READ
005118     MOVE FD-RP-JOB  TO WS-RUN-JOB
005119     MOVE FD-RP-STEP TO WS-RUN-STEP
005120     CLOSE IN-RUNPARM
005121     IF WS-RUN-JOB = SPACES
005122        GO TO A-950-EXIT
005123     END-IF
005124     OPEN I-O RUNCTL
005125     IF WS-RUNCTL-STATUS = '35'
005126        OPEN OUTPUT RUNCTL
005127        CLOSE RUNCTL
005128        OPEN I-O RUNCTL
005129     END-IF
005130     IF WS-RUNCTL-STATUS NOT = '00'
005131        DISPLAY 'PROGRAM10 - RUN LEDGER UNAVAILABLE - NOT LOGGED'
005132        GO TO A-950-EXIT
005133     END-IF
005134     MOVE 'Y' TO WS-RUNCTL-ACT-SW
005135     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
005136     MOVE WS-RUN-JOB      TO FD-RUN-JOB
005137     MOVE WS-RUN-STEP     TO FD-RUN-STEP
005138     MOVE 'PROGRAM10'     TO FD-RUN-PROGRAM
005139     MOVE 'S' TO FD-RUN-STATUS
005140     MOVE 0   TO FD-RUN-RC
005141     MOVE 0   TO FD-RUN-CNT-IN
005142     MOVE 0   TO FD-RUN-CNT-OUT
005143     WRITE FD-RUNCTL-REC
005144*    A RERUN OF THE SAME DATE, JOB AND STEP OVERWRITES ITS OWN
005145*    EARLIER RECORD
005146     IF WS-RUNCTL-STATUS = '22'
005147        REWRITE FD-RUNCTL-REC
005148     END-IF.
005149*
005150 A-950-EXIT.
005151     EXIT.
005152*
005153 A-955-RUNCTL-END.
005154*
005155     IF NOT WS-RUNCTL-ACTIVE
005156        GO TO A-955-EXIT
005157     END-IF
005158     MOVE WS-CURRENT-DATE TO FD-RUN-DATE
005159     MOVE WS-RUN-JOB      TO FD-RUN-JOB
005160     MOVE WS-RUN-STEP     TO FD-RUN-STEP
005161     READ RUNCTL
005162        INVALID KEY
005163           CONTINUE
005164     END-READ
005165     MOVE 'PROGRAM10'     TO FD-RUN-PROGRAM
005166     MOVE 'E' TO FD-RUN-STATUS
005167     MOVE RETURN-CODE    TO FD-RUN-RC
005168     MOVE WS-RUN-CNT-IN  TO FD-RUN-CNT-IN
005169     MOVE WS-RUN-CNT-OUT TO FD-RUN-CNT-OUT
005170     REWRITE FD-RUNCTL-REC
005171     IF WS-RUNCTL-STATUS NOT = '00'
005172        DISPLAY 'PROGRAM10 - RUN LEDGER END RECORD NOT WRITTEN'
005173     END-IF
005174     CLOSE RUNCTL.
005175*
005176 A-955-EXIT.
005177     EXIT.
005178*
005179*----------------------------------------------------------------*
005180*    RETURN-CODE CONTRACT - 0 EVERY FEED ACCEPTED, 8 A FEED      *
005181*    REJECTED (STALE, TRUNCATED, TOTALS DISAGREE, CARRIER NOT    *
005182*    SET UP) OR NO CARRIER DUE - THE MATCH MUST NOT RUN, 16 AN   *
005183*    OPEN/I-O ERROR STOPPED THE RUN                              *
005184*----------------------------------------------------------------*
005185 A-999.
005186     EVALUATE TRUE
005187        WHEN WS-ABEND
005188           MOVE 16 TO RETURN-CODE
005189        WHEN WS-RUN-REJECTED
005190           MOVE 8  TO RETURN-CODE
005191        WHEN OTHER
005192           MOVE 0  TO RETURN-CODE
005193     END-EVALUATE
005194     MOVE WS-CT-RUN-DETAILS TO WS-RUN-CNT-IN
005195     MOVE WS-CT-RUN-DETAILS TO WS-RUN-CNT-OUT
005196     PERFORM A-955-RUNCTL-END THRU A-955-EXIT
005197     GOBACK.
