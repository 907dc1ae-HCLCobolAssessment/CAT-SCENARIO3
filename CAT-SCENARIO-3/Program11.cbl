000217*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000218*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000219*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000220*    OCT 2026  RKS  CARRIER RECORDS BILLING A CANCELLED OR       *
000221*    LAPSED POLICY (PROGRAM2 TRMOUT) ARE SHOWN PER CARRIER AND   *
000222*    IN THE GRAND TOTAL AS A MEMO LINE - NEVER PART OF PREMIUM   *
000223*    DUE OR NET DUE, SO FINANCE CAN DISPUTE THEM WITH THE        *
000224*    CARRIER.  ANY SUCH RECORD ENDS THE RUN WITH RC 4.           *
000225*    OCT 2026  RKS  EACH CARRIER BLOCK NOW SHOWS THE CARRIER'S   *
000226*    NAME AND SETTLEMENT CONTACT FROM THE CARRIER MASTER KSDS,   *
000227*    AND THE SETTLEMENT TABLE HOLDS 100 CARRIERS IN STEP WITH    *
000228*    PROGRAM2.                                                   *
000229*    OCT 2026  RKS  EACH CARRIER'S FIGURES ARE ALSO WRITTEN TO   *
000230*    THE NET-DUE FILE (NETOUT - DATE, CARRIER, PREMIUM DUE, HELD *
000231*    BACK, NET DUE), WHICH PROGRAM22 POSTS TO THE CARRIER        *
000232*    OPEN-ITEM LEDGER AND MATCHES AGAINST THE REMITTANCE.        *
000233*----------------------------------------------------------------*
000234*
000235 ENVIRONMENT DIVISION.
000240*
000250*----------------------------------------------------------------*
000260**                                                              *
000540            ORGANIZATION    IS LINE SEQUENTIAL
000550            FILE STATUS     IS WS-DISC-STATUS.
000560*
000561     SELECT IN-TERMINATED   ASSIGN TO "STRMIN"
000562            ORGANIZATION    IS LINE SEQUENTIAL
000563            FILE STATUS     IS WS-TERM-STATUS.
000564*
000570     SELECT OUT-STATEMENT    ASSIGN TO "SETTLRPT"
000580            ORGANIZATION    IS LINE SEQUENTIAL
000590            FILE STATUS     IS WS-STMT-STATUS.
000591*
000592     SELECT OUT-NETDUE       ASSIGN TO "NETOUT"
000593            ORGANIZATION    IS LINE SEQUENTIAL
000594            FILE STATUS     IS WS-NET-STATUS.
000595*
000596     SELECT IN-CARRMAST      ASSIGN TO "CARRMAST"
000597            ORGANIZATION    IS INDEXED
000598            ACCESS MODE     IS RANDOM
000599            RECORD KEY      IS FD-CM-CODE
000600            FILE STATUS     IS WS-CMST-STATUS.
000601*
000602     SELECT OPTIONAL IN-RUNPARM ASSIGN TO "RUNPARM"
000603            ORGANIZATION    IS LINE SEQUENTIAL
000604            FILE STATUS     IS WS-RUNPARM-STATUS.
000605*
000606     SELECT RUNCTL           ASSIGN TO "RUNCTL"
000607            ORGANIZATION    IS INDEXED
000608            ACCESS MODE     IS RANDOM
000609            RECORD KEY      IS FD-RUN-KEY
000610            FILE STATUS     IS WS-RUNCTL-STATUS.
000611*
000612*----------------------------------------------------------------*
000620**                                                              *
000630**   DATA DIVISION                                               *
000640**                                                              *
001060     03  FD-DISC-POL-VAL   PIC X(7).
001070     03  FD-DISC-AEG-VAL   PIC X(7).
001080*
001081*    LAYOUT MUST MATCH FD-TERM-REC IN PROGRAM2 AND PROGRAM4
001082 FD  IN-TERMINATED
001083     RECORDING MODE IS F.
001084 01  FD-TERM-REC.
001085     03  FD-TRM-DATE       PIC X(8).
001086     03  FD-TRM-CARRIER    PIC X(3).
001087     03  FD-TRM-POLICY-NO  PIC X(7).
001088     03  FD-TRM-AEGON-NR   PIC X(5).
001089     03  FD-TRM-NAME       PIC X(7).
001090     03  FD-TRM-STREET     PIC X(3).
001091     03  FD-TRM-PHONE      PIC X(7).
001092     03  FD-TRM-PREMIUM    PIC 9(5)V99.
001093     03  FD-TRM-POL-STATUS PIC X(1).
001094     03  FD-TRM-TERM-DATE  PIC X(8).
001095*
001096 FD  OUT-STATEMENT
001100     RECORDING MODE IS F.
001110 01  FD-STMT-LINE          PIC X(80).
001111*
001112*    NET DUE PER CARRIER PER RUN DATE - DISP=MOD AND DATE-STAMPED
001113*    LIKE THE EXCEPTION DATASETS.  LAYOUT MUST MATCH FD-NETDUE-REC
001114*    IN PROGRAM22
001115 FD  OUT-NETDUE
001116     RECORDING MODE IS F.
001117 01  FD-NETDUE-REC.
001118     03  FD-ND-DATE        PIC X(8).
001119     03  FD-ND-CARRIER     PIC X(3).
001120     03  FD-ND-PREM-DUE    PIC 9(9)V99.
001121     03  FD-ND-HELD        PIC 9(9)V99.
001122     03  FD-ND-NET-DUE     PIC S9(9)V99.
001123*
001124*    CARRIER MASTER - ONE RECORD PER CARRIER, MAINTAINED ONLINE
001125*    BY PROGRAM21.  LAYOUT MUST MATCH PROGRAM2, PROGRAM8,
001126*    PROGRAM10, PROGRAM16, PROGRAM21
001127*    AND PROGRAM22
001128 FD  IN-CARRMAST
001129     RECORDING MODE IS F.
001130 01  FD-CARRMAST-REC.
001131     03  FD-CM-CODE          PIC X(3).
001132     03  FD-CM-NAME          PIC X(30).
001133     03  FD-CM-STATUS        PIC X(1).
001134     03  FD-CM-ONBOARD-DATE  PIC X(8).
001135     03  FD-CM-EXIT-DATE     PIC X(8).
001136     03  FD-CM-PREM-TOL      PIC 9(3)V99.
001137     03  FD-CM-FEED-DSN      PIC X(44).
001138     03  FD-CM-RESP-DSN      PIC X(44).
001139     03  FD-CM-CONTACT-NAME  PIC X(30).
001140     03  FD-CM-CONTACT-PHONE PIC X(15).
001141     03  FD-CM-UPD-DATE      PIC X(8).
001142     03  FD-CM-UPD-USER      PIC X(8).
001143     03  FD-CM-REMIT-DSN     PIC X(44).
001144     03  FILLER              PIC X(2).
001145*
001146 FD  IN-RUNPARM
001147     RECORDING MODE IS F.
001148 01  FD-RUNPARM-REC.
001149     03  FD-RP-JOB        PIC X(8).
001150     03  FD-RP-STEP       PIC X(8).
001151*
001152*    RUN-CONTROL LEDGER - ONE RECORD PER DATE, JOB AND STEP.
001153*    LAYOUT MUST MATCH EVERY PROGRAM IN THE CHAIN AND THE
001154*    PROGRAM18 / PROGRAM19 INQUIRIES
001155 FD  RUNCTL
001156     RECORDING MODE IS F.
001157 01  FD-RUNCTL-REC.
001158     03  FD-RUN-KEY.
001159         05  FD-RUN-DATE      PIC X(8).
001160         05  FD-RUN-JOB       PIC X(8).
001161         05  FD-RUN-STEP      PIC X(8).
001162     03  FD-RUN-PROGRAM   PIC X(8).
001163     03  FD-RUN-STATUS    PIC X(1).
001164     03  FD-RUN-RC        PIC 9(2).
001165     03  FD-RUN-CNT-IN    PIC 9(7).
001166     03  FD-RUN-CNT-OUT   PIC 9(7).
001167*
001168*----------------------------------------------------------------*
001169**                                                              *
001170**   WORKING-STORAGE SECTION                                     *
001171**                                                              *
001172*----------------------------------------------------------------*
001180*
001190 WORKING-STORAGE SECTION.
001200*
001260     88  WS-DUP-EOF            VALUE 'Y'.
001270 01  WS-DISC-EOF-SW    PIC X(1) VALUE 'N'.
001280     88  WS-DISC-EOF           VALUE 'Y'.
001281 01  WS-TRM-EOF-SW     PIC X(1) VALUE 'N'.
001282     88  WS-TRM-EOF            VALUE 'Y'.
001290*
001300*----------------------------------------------------------------*
001310*    FILE STATUS AND ABEND HANDLING                              *
001350 01  WS-MAT-STATUS     PIC X(2).
001360 01  WS-DUP-STATUS     PIC X(2).
001370 01  WS-DISC-STATUS    PIC X(2).
001371 01  WS-TERM-STATUS    PIC X(2).
001380 01  WS-STMT-STATUS    PIC X(2).
001381 01  WS-NET-STATUS     PIC X(2).
001382 01  WS-CMST-STATUS    PIC X(2).
001390*
001400 01  WS-CURRENT-DATE   PIC X(8).
001410*
001520*    PER-CARRIER SETTLEMENT FIGURES - ONE SLOT PER CARRIER SEEN  *
001530*    IN TODAY'S MATCHED, DUPLICATE OR DISCREPANCY RECORDS        *
001540*----------------------------------------------------------------*
001550 01  WS-SETTLE-MAX     PIC 9(4) COMP VALUE 100.
001560 01  WS-SET-COUNT      PIC 9(4) COMP VALUE 0.
001570 01  WS-SET-IX         PIC 9(4) COMP VALUE 0.
001580 01  WS-CUR-CARRIER    PIC X(3) VALUE SPACES.
001590 01  WS-SETTLE-TABLE.
001600     03  WS-SET-ENTRY OCCURS 100 TIMES.
001610         05  WS-SET-CODE       PIC X(3).
001620         05  WS-SET-MATCHED    PIC 9(7) COMP.
001630         05  WS-SET-PREM-DUE   PIC 9(9)V99.
001650         05  WS-SET-DUP-HELD   PIC 9(9)V99.
001660         05  WS-SET-DISCS      PIC 9(7) COMP.
001670         05  WS-SET-DISC-HELD  PIC 9(9)V99.
001671         05  WS-SET-TERMS      PIC 9(7) COMP.
001672         05  WS-SET-TERM-PREM  PIC 9(9)V99.
001680*
001682*
001683*----------------------------------------------------------------*
001700     03  WS-GT-PREM-DUE    PIC 9(9)V99 VALUE 0.
001710     03  WS-GT-HELD        PIC 9(9)V99 VALUE 0.
001720     03  WS-GT-NET         PIC S9(9)V99 VALUE 0.
001721     03  WS-GT-TERMS       PIC 9(7) COMP VALUE 0.
001722     03  WS-GT-TERM-PREM   PIC 9(9)V99 VALUE 0.
001730 01  WS-NET-DUE        PIC S9(9)V99 VALUE 0.
001740*
001750*----------------------------------------------------------------*
001850 01  WS-CARR-HEADING.
001860     03  FILLER            PIC X(8)  VALUE 'CARRIER '.
001870     03  WS-CH-CODE        PIC X(3).
001880     03  FILLER            PIC X(2)  VALUE SPACES.
001881     03  WS-CH-NAME        PIC X(30).
001882     03  FILLER            PIC X(37) VALUE SPACES.
001883*
001884 01  WS-CARR-CONTACT.
001885     03  FILLER            PIC X(20) VALUE 'SETTLEMENT CONTACT  '.
001886     03  WS-CC-NAME        PIC X(30).
001887     03  FILLER            PIC X(2)  VALUE SPACES.
001888     03  WS-CC-PHONE       PIC X(15).
001889     03  FILLER            PIC X(13) VALUE SPACES.
001890*
001900 01  WS-STMT-DETAIL.
001910     03  WS-SD-LABEL       PIC X(34).
002210     PERFORM A-060-READ-DISC THRU A-060-EXIT
002220     PERFORM A-070-TAKE-DISC THRU A-070-EXIT
002230        UNTIL WS-DISC-EOF OR WS-ABEND
002231*
002232     PERFORM A-080-READ-TERM THRU A-080-EXIT
002233     PERFORM A-085-TAKE-TERM THRU A-085-EXIT
002234        UNTIL WS-TRM-EOF OR WS-ABEND
002240*
002250     IF NOT WS-ABEND
002260        PERFORM A-900-WRITE-STATEMENT THRU A-900-EXIT
002390     CLOSE IN-MATCHED
002400     CLOSE IN-DUPLICATE
002410     CLOSE IN-DISCREPANCY
002411     CLOSE IN-TERMINATED
002412     CLOSE IN-CARRMAST
002420     CLOSE OUT-STATEMENT
002421     CLOSE OUT-NETDUE.
002430*
002440 A-005-EXIT.
002450     EXIT.
002580     IF WS-DISC-STATUS NOT = '00'
002590        MOVE 'Y' TO WS-ABEND-SW
002600     END-IF
002601     OPEN INPUT  IN-TERMINATED
002602     IF WS-TERM-STATUS NOT = '00'
002603        MOVE 'Y' TO WS-ABEND-SW
002604     END-IF
002605     OPEN INPUT  IN-CARRMAST
002606     IF WS-CMST-STATUS NOT = '00'
002607        MOVE 'Y' TO WS-ABEND-SW
002608     END-IF
002610     OPEN OUTPUT OUT-STATEMENT
002620     IF WS-STMT-STATUS NOT = '00'
002630        MOVE 'Y' TO WS-ABEND-SW
002640     END-IF
002641     OPEN OUTPUT OUT-NETDUE
002642     IF WS-NET-STATUS NOT = '00'
002643        MOVE 'Y' TO WS-ABEND-SW
002644     END-IF.
002650*
002660 A-010-EXIT.
002670     EXIT.
002680*
002690*----------------------------------------------------------------*
002700*    FIND (OR ADD) THE SETTLEMENT SLOT FOR WS-CUR-CARRIER - MORE *
002710*    DISTINCT CARRIERS THAN WS-SETTLE-MAX IS A CONFIGURATION     *
002720*    ERROR AND ABENDS THE RUN, IN STEP WITH THE PROGRAM2 TABLE   *
002730*----------------------------------------------------------------*
002740 A-015-FIND-CARRIER.
002750*
002930           MOVE 0 TO WS-SET-DUP-HELD(WS-SET-IX)
002940           MOVE 0 TO WS-SET-DISCS(WS-SET-IX)
002950           MOVE 0 TO WS-SET-DISC-HELD(WS-SET-IX)
002951           MOVE 0 TO WS-SET-TERMS(WS-SET-IX)
002952           MOVE 0 TO WS-SET-TERM-PREM(WS-SET-IX)
002960        END-IF
002970     END-IF.
002980*
004130 A-076-EXIT.
004131     EXIT.
004132*
004133 A-080-READ-TERM.
004134*
004135     READ IN-TERMINATED
004136        AT END
004137           MOVE 'Y' TO WS-TRM-EOF-SW
004138     END-READ
004139     IF WS-TERM-STATUS NOT = '00'
004140        AND WS-TERM-STATUS NOT = '10'
004141        MOVE 'Y' TO WS-ABEND-SW
004142        MOVE 'Y' TO WS-TRM-EOF-SW
004143     END-IF.
004144*
004145 A-080-EXIT.
004146     EXIT.
004147*
004148*----------------------------------------------------------------*
004149*    CARRIER RECORDS BILLING A CANCELLED OR LAPSED POLICY - THE  *
004150*    CARRIER'S PREMIUM IS NOT DUE AND WAS NEVER COUNTED INTO     *
004151*    PREMIUM DUE, SO IT IS CARRIED AS A MEMO FIGURE ONLY         *
004152*----------------------------------------------------------------*
004153 A-085-TAKE-TERM.
004154*
004155     IF FD-TRM-DATE = WS-CURRENT-DATE
004156        MOVE FD-TRM-CARRIER TO WS-CUR-CARRIER
004157        PERFORM A-015-FIND-CARRIER THRU A-015-EXIT
004158        ADD 1 TO WS-SET-TERMS(WS-SET-IX)
004159        ADD FD-TRM-PREMIUM TO WS-SET-TERM-PREM(WS-SET-IX)
004160     END-IF
004161     PERFORM A-080-READ-TERM THRU A-080-EXIT.
004162*
004163 A-085-EXIT.
004164     EXIT.
004165*
004166*----------------------------------------------------------------*
004167*    THE STATEMENT - ONE BLOCK PER CARRIER AND A GRAND TOTAL.    *
004168*    NET DUE = MATCHED PREMIUM DUE LESS EVERYTHING HELD BACK     *
004169*----------------------------------------------------------------*
004170 A-900-WRITE-STATEMENT.
004180*
004190     MOVE WS-CURRENT-DATE TO WS-SH-DATE
004210*
004220     PERFORM A-910-CARRIER-BLOCK THRU A-910-EXIT
004230        VARYING K FROM 1 BY 1 UNTIL K > WS-SET-COUNT
004231           OR WS-ABEND
004232     IF WS-ABEND
004233        GO TO A-900-EXIT
004234     END-IF
004240*
004250     MOVE SPACES TO FD-STMT-LINE
004260     WRITE FD-STMT-LINE
004350     WRITE FD-STMT-LINE FROM WS-STMT-DETAIL
004360     MOVE 'NET DUE                           ' TO WS-SD-LABEL
004370     MOVE WS-GT-NET      TO WS-SD-AMOUNT
004380     WRITE FD-STMT-LINE FROM WS-STMT-DETAIL
004381     MOVE 'MEMO - BILLED ON TERMINATED POLICY' TO WS-SD-LABEL
004382     MOVE WS-GT-TERMS     TO WS-SD-COUNT
004383     MOVE WS-GT-TERM-PREM TO WS-SD-AMOUNT
004384     WRITE FD-STMT-LINE FROM WS-STMT-DETAIL.
004390*
004400 A-900-EXIT.
004410     EXIT.
004450     MOVE SPACES TO FD-STMT-LINE
004460     WRITE FD-STMT-LINE
004470     MOVE WS-SET-CODE(K) TO WS-CH-CODE
004471*    NAME AND CONTACT FROM THE CARRIER MASTER - A CARRIER NOT ON
004472*    IT STILL GETS ITS FIGURES, FLAGGED FOR FINANCE TO CHASE
004473     MOVE WS-SET-CODE(K) TO FD-CM-CODE
004474     READ IN-CARRMAST
004475        INVALID KEY
004476           MOVE SPACES TO FD-CARRMAST-REC
004477           MOVE '*** NOT ON CARRIER MASTER ***' TO FD-CM-NAME
004478     END-READ
004479     IF WS-CMST-STATUS NOT = '00' AND WS-CMST-STATUS NOT = '23'
004480        MOVE 'Y' TO WS-ABEND-SW
004481        GO TO A-910-EXIT
004482     END-IF
004483     MOVE FD-CM-NAME TO WS-CH-NAME
004484     WRITE FD-STMT-LINE FROM WS-CARR-HEADING
004485     IF FD-CM-CONTACT-NAME NOT = SPACES
004486        OR FD-CM-CONTACT-PHONE NOT = SPACES
004487        MOVE FD-CM-CONTACT-NAME  TO WS-CC-NAME
004488        MOVE FD-CM-CONTACT-PHONE TO WS-CC-PHONE
004489        WRITE FD-STMT-LINE FROM WS-CARR-CONTACT
004490     END-IF
004491*
004500     MOVE 'MATCHED PREMIUM DUE               ' TO WS-SD-LABEL
004510     MOVE WS-SET-MATCHED(K)  TO WS-SD-COUNT
004520     MOVE WS-SET-PREM-DUE(K) TO WS-SD-AMOUNT
004660     MOVE 0          TO WS-SD-COUNT
004670     MOVE WS-NET-DUE TO WS-SD-AMOUNT
004680     WRITE FD-STMT-LINE FROM WS-STMT-DETAIL
004681*    THE SAME FIGURES TO THE NET-DUE FILE FOR THE REMITTANCE MATCH
004682     MOVE WS-CURRENT-DATE     TO FD-ND-DATE
004683     MOVE WS-SET-CODE(K)      TO FD-ND-CARRIER
004684     MOVE WS-SET-PREM-DUE(K)  TO FD-ND-PREM-DUE
004685     COMPUTE FD-ND-HELD = WS-SET-DUP-HELD(K) + WS-SET-DISC-HELD(K)
004686     MOVE WS-NET-DUE          TO FD-ND-NET-DUE
004687     WRITE FD-NETDUE-REC
004688     IF WS-NET-STATUS NOT = '00'
004689        MOVE 'Y' TO WS-ABEND-SW
004690     END-IF
004691     ADD 1 TO WS-RUN-CNT-OUT
004692*    NOT DUE - THE CARRIER IS BILLING COVER WE HAVE ENDED, SO
004693*    THE AMOUNT IS SHOWN FOR DISPUTE BUT NOT NETTED ABOVE
004694     MOVE 'MEMO - BILLED ON TERMINATED POLICY' TO WS-SD-LABEL
004695     MOVE WS-SET-TERMS(K)     TO WS-SD-COUNT
004696     MOVE WS-SET-TERM-PREM(K) TO WS-SD-AMOUNT
004697     WRITE FD-STMT-LINE FROM WS-STMT-DETAIL
004698*
004700     ADD WS-SET-MATCHED(K)   TO WS-RUN-CNT-IN
004705     ADD WS-SET-PREM-DUE(K)  TO WS-GT-PREM-DUE
004710     ADD WS-SET-DUP-HELD(K)  TO WS-GT-HELD
004720     ADD WS-SET-DISC-HELD(K) TO WS-GT-HELD
004730     ADD WS-NET-DUE          TO WS-GT-NET
004731     ADD WS-SET-TERMS(K)     TO WS-GT-TERMS
004732     ADD WS-SET-TERM-PREM(K) TO WS-GT-TERM-PREM.
004740*
004750 A-910-EXIT.
004760     EXIT.
004842*----------------------------------------------------------------*
004843*    RETURN-CODE CONTRACT - 0 STATEMENT WRITTEN, 4 AMOUNTS WERE  *
004844*    HELD BACK (FINANCE SHOULD REVIEW THE HOLDS BEFORE BOOKING), *
004845*    OR A CARRIER BILLED A TERMINATED POLICY (DISPUTE IT),       *
004846*    16 AN OPEN/I-O ERROR STOPPED THE RUN BEFORE IT COMPLETED    *
004847*----------------------------------------------------------------*
004848 A-999.
004849     EVALUATE TRUE
004850        WHEN WS-ABEND
004860           MOVE 16 TO RETURN-CODE
004870        WHEN WS-GT-HELD > 0
004880           MOVE 4  TO RETURN-CODE
004881        WHEN WS-GT-TERMS > 0
004882           MOVE 4  TO RETURN-CODE
004890        WHEN OTHER
004900           MOVE 0  TO RETURN-CODE
004910     END-EVALUATE
