000195*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000196*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000197*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000198*    OCT 2026  RKS  POLICY LIFECYCLE - THE MASTER NOW CARRIES A  *
000199*    STATUS (I IN FORCE / L LAPSED / C CANCELLED, BLANK READ AS  *
000200*    IN FORCE) WITH EFFECTIVE AND TERMINATION DATES (RECORDSIZE  *
000201*    56), AND THE TRANSACTION A DATE (48 BYTES).  NEW ACTIONS X  *
000202*    CANCEL, L LAPSE AND R REINSTATE KEEP THE RECORD AND MOVE    *
000203*    ITS STATUS AND DATES INSTEAD OF DELETING IT, SO PROGRAM2    *
000204*    CAN TELL A TERMINATED POLICY FROM ONE WE NEVER HAD.  THE    *
000205*    JOURNAL IMAGES WIDEN TO 56 (LRECL 135).                     *
000206*----------------------------------------------------------------*
000207*
000210 ENVIRONMENT DIVISION.
000220*
000230*----------------------------------------------------------------*
000810     03  FD-TXN-STREET    PIC X(3).
000820     03  FD-TXN-PHONE     PIC X(7).
000830     03  FD-TXN-PREMIUM   PIC X(7).
000831     03  FD-TXN-DATE      PIC X(8).
000840*
000850 FD  POLMASTER
000860     RECORDING MODE IS F.
000920     03  FD-MST-STREET    PIC X(3).
000930     03  FD-MST-PHONE     PIC X(7).
000940     03  FD-MST-PREMIUM   PIC 9(5)V99.
000941*    I IN FORCE, L LAPSED, C CANCELLED - A BLANK STATUS (A RECORD
000942*    LOADED BEFORE THE LIFECYCLE FIELDS EXISTED) READS AS IN FORCE
000943     03  FD-MST-STATUS    PIC X(1).
000944     03  FD-MST-EFF-DATE  PIC X(8).
000945     03  FD-MST-TERM-DATE PIC X(8).
000950*
000960 FD  OUT-TRAN-REPORT
000970     RECORDING MODE IS F.
000989     03  FD-JRN-SEQ       PIC 9(7).
000990     03  FD-JRN-ACTION    PIC X(1).
000991     03  FD-JRN-POLICYNUM PIC X(7).
000992     03  FD-JRN-BEFORE    PIC X(56).
000993     03  FD-JRN-AFTER     PIC X(56).
000994*
000995 FD  IN-RUNPARM
000996     RECORDING MODE IS F.
001188*    IMAGE FROM THE BUFFER ONCE THE UPDATE STANDS                *
001189*----------------------------------------------------------------*
001190 01  WS-JRN-SEQ        PIC 9(7) VALUE 0.
001191 01  WS-BEFORE-IMAGE   PIC X(56).
001192 01  WS-AFTER-IMAGE    PIC X(56).
001193*
001200*----------------------------------------------------------------*
001210*    TRANSACTION VALIDATION WORKING FIELDS                       *
001290 01  WS-TXN-PREMIUM-N      PIC 9(5)V99.
001300 01  WS-TXN-PREMIUM-X REDEFINES WS-TXN-PREMIUM-N
001310                           PIC X(7).
001311*    THE TRANSACTION DATE, OR THE RUN DATE WHEN IT IS LEFT BLANK
001312 01  WS-TXN-EVENT-DATE     PIC X(8).
001320*
001330*----------------------------------------------------------------*
001340*    RUN CONTROL-TOTALS                                          *
001410     03  WS-CT-ADDS        PIC 9(7) COMP VALUE 0.
001420     03  WS-CT-CHANGES     PIC 9(7) COMP VALUE 0.
001430     03  WS-CT-DELETES     PIC 9(7) COMP VALUE 0.
001431     03  WS-CT-CANCELS     PIC 9(7) COMP VALUE 0.
001432     03  WS-CT-LAPSES      PIC 9(7) COMP VALUE 0.
001433     03  WS-CT-REINSTATES  PIC 9(7) COMP VALUE 0.
001440*
001450*----------------------------------------------------------------*
001460*    REPORT LINES                                                *
002710*
002720*----------------------------------------------------------------*
002730*    VALIDATE AND APPLY ONE TRANSACTION - ADDS MUST NOT EXIST,   *
002740*    CHANGES, DELETES, CANCELS, LAPSES AND REINSTATES MUST.      *
002750*    EVERY TRANSACTION GETS ONE APPLIED OR REJECTED REPORT LINE  *
002760*----------------------------------------------------------------*
002770 A-040-PROCESS-TRAN.
002780*
002890              PERFORM A-070-APPLY-CHANGE THRU A-070-EXIT
002900           WHEN 'D'
002910              PERFORM A-080-APPLY-DELETE THRU A-080-EXIT
002911           WHEN 'X'
002912           WHEN 'L'
002913              PERFORM A-075-APPLY-TERMINATE THRU A-075-EXIT
002914           WHEN 'R'
002915              PERFORM A-078-APPLY-REINSTATE THRU A-078-EXIT
002920        END-EVALUATE
002930     END-IF
002940     IF WS-RECORD-INVALID
003060     MOVE SPACES TO WS-REJECT-REASON
003070     IF FD-TXN-ACTION NOT = 'A' AND
003080        FD-TXN-ACTION NOT = 'C' AND
003090        FD-TXN-ACTION NOT = 'D' AND
003091        FD-TXN-ACTION NOT = 'X' AND
003092        FD-TXN-ACTION NOT = 'L' AND
003093        FD-TXN-ACTION NOT = 'R'
003100        MOVE 'N' TO WS-VALID-SW
003110        MOVE 'ACTION NOT A, C, D, X, L OR R' TO WS-REJECT-REASON
003120        GO TO A-041-EXIT
003130     END-IF
003140     IF FD-TXN-POLICYNUM NOT NUMERIC
003390        IF FD-TXN-PREMIUM NOT NUMERIC
003400           MOVE 'N' TO WS-VALID-SW
003410           MOVE 'PREMIUM NOT NUMERIC' TO WS-REJECT-REASON
003411           GO TO A-041-EXIT
003420        END-IF
003421     END-IF
003422     IF FD-TXN-DATE = SPACES
003423        MOVE WS-CURRENT-DATE TO WS-TXN-EVENT-DATE
003424     ELSE
003425        IF FD-TXN-DATE NOT NUMERIC
003426           MOVE 'N' TO WS-VALID-SW
003427           MOVE 'DATE NOT NUMERIC (YYYYMMDD)' TO WS-REJECT-REASON
003428           GO TO A-041-EXIT
003429        END-IF
003430        MOVE FD-TXN-DATE TO WS-TXN-EVENT-DATE
003431     END-IF.
003440*
003450 A-041-EXIT.
003460     EXIT.
003870        MOVE FD-TXN-PREMIUM TO WS-TXN-PREMIUM-X
003880        MOVE WS-TXN-PREMIUM-N TO FD-MST-PREMIUM
003890     END-IF
003891     MOVE 'I'               TO FD-MST-STATUS
003892     MOVE WS-TXN-EVENT-DATE TO FD-MST-EFF-DATE
003893     MOVE SPACES            TO FD-MST-TERM-DATE
003900     WRITE FD-MASTER-REC
003910     IF WS-MASTER-STATUS NOT = '00'
003920        MOVE 'Y' TO WS-ABEND-SW
004010*----------------------------------------------------------------*
004020*    CHANGE REPLACES ONLY THE FIELDS THE TRANSACTION CARRIES -   *
004030*    A BLANK FIELD MEANS "LEAVE AS IS", SO A PHONE-NUMBER-ONLY   *
004040*    CORRECTION DOES NOT HAVE TO RE-KEY THE WHOLE RECORD.  A     *
004041*    DATE ON A CHANGE CORRECTS THE EFFECTIVE DATE; THE STATUS    *
004042*    ONLY MOVES THROUGH X, L AND R                               *
004050*----------------------------------------------------------------*
004060 A-070-APPLY-CHANGE.
004070*
004290        MOVE FD-TXN-PREMIUM TO WS-TXN-PREMIUM-X
004300        MOVE WS-TXN-PREMIUM-N TO FD-MST-PREMIUM
004310     END-IF
004311     IF FD-TXN-DATE NOT = SPACES
004312        MOVE FD-TXN-DATE     TO FD-MST-EFF-DATE
004313     END-IF
004320     REWRITE FD-MASTER-REC
004330     IF WS-MASTER-STATUS NOT = '00'
004340        MOVE 'Y' TO WS-ABEND-SW
004400 A-070-EXIT.
004410     EXIT.
004420*
004421*----------------------------------------------------------------*
004422*    CANCEL (X) OR LAPSE (L) - THE RECORD STAYS ON THE MASTER    *
004423*    WITH ITS STATUS SET AND THE TERMINATION DATE STAMPED FROM   *
004424*    THE TRANSACTION (RUN DATE IF BLANK), SO PROGRAM2 CAN STILL  *
004425*    RECOGNISE A CARRIER THAT KEEPS BILLING IT.  A POLICY THAT   *
004426*    IS ALREADY CANCELLED OR LAPSED IS REJECTED - REINSTATE IT   *
004427*    FIRST IF THE TERMINATION ITSELF WAS WRONG                   *
004428*----------------------------------------------------------------*
004429 A-075-APPLY-TERMINATE.
004430*
004431     IF NOT WS-MASTER-FOUND
004432        MOVE 'N' TO WS-VALID-SW
004433        MOVE 'POLICY NOT ON MASTER' TO WS-REJECT-REASON
004434        GO TO A-075-EXIT
004435     END-IF
004436     IF FD-MST-STATUS = 'C' OR FD-MST-STATUS = 'L'
004437        MOVE 'N' TO WS-VALID-SW
004438        MOVE 'POLICY ALREADY TERMINATED' TO WS-REJECT-REASON
004439        GO TO A-075-EXIT
004440     END-IF
004441     MOVE FD-MASTER-REC TO WS-BEFORE-IMAGE
004442     IF FD-TXN-ACTION = 'X'
004443        MOVE 'C' TO FD-MST-STATUS
004444     ELSE
004445        MOVE 'L' TO FD-MST-STATUS
004446     END-IF
004447     MOVE WS-TXN-EVENT-DATE TO FD-MST-TERM-DATE
004448     REWRITE FD-MASTER-REC
004449     IF WS-MASTER-STATUS NOT = '00'
004450        MOVE 'Y' TO WS-ABEND-SW
004451        GO TO A-075-EXIT
004452     END-IF
004453     IF FD-TXN-ACTION = 'X'
004454        ADD 1 TO WS-CT-CANCELS
004455     ELSE
004456        ADD 1 TO WS-CT-LAPSES
004457     END-IF
004458     MOVE FD-MASTER-REC TO WS-AFTER-IMAGE
004459     PERFORM A-085-WRITE-JOURNAL THRU A-085-EXIT
004460     PERFORM A-095-REPORT-APPLIED THRU A-095-EXIT.
004461*
004462 A-075-EXIT.
004463     EXIT.
004464*
004465*----------------------------------------------------------------*
004466*    REINSTATE (R) - BACK IN FORCE, TERMINATION DATE CLEARED.    *
004467*    A DATE ON THE TRANSACTION BECOMES THE NEW EFFECTIVE DATE;   *
004468*    BLANK KEEPS THE ORIGINAL ONE (A PLAIN UNDO OF A WRONG       *
004469*    CANCEL OR LAPSE)                                            *
004470*----------------------------------------------------------------*
004471 A-078-APPLY-REINSTATE.
004472*
004473     IF NOT WS-MASTER-FOUND
004474        MOVE 'N' TO WS-VALID-SW
004475        MOVE 'POLICY NOT ON MASTER' TO WS-REJECT-REASON
004476        GO TO A-078-EXIT
004477     END-IF
004478     IF FD-MST-STATUS NOT = 'C' AND FD-MST-STATUS NOT = 'L'
004479        MOVE 'N' TO WS-VALID-SW
004480        MOVE 'POLICY IS NOT TERMINATED' TO WS-REJECT-REASON
004481        GO TO A-078-EXIT
004482     END-IF
004483     MOVE FD-MASTER-REC TO WS-BEFORE-IMAGE
004484     MOVE 'I'    TO FD-MST-STATUS
004485     MOVE SPACES TO FD-MST-TERM-DATE
004486     IF FD-TXN-DATE NOT = SPACES
004487        MOVE FD-TXN-DATE TO FD-MST-EFF-DATE
004488     END-IF
004489     REWRITE FD-MASTER-REC
004490     IF WS-MASTER-STATUS NOT = '00'
004491        MOVE 'Y' TO WS-ABEND-SW
004492        GO TO A-078-EXIT
004493     END-IF
004494     ADD 1 TO WS-CT-REINSTATES
004495     MOVE FD-MASTER-REC TO WS-AFTER-IMAGE
004496     PERFORM A-085-WRITE-JOURNAL THRU A-085-EXIT
004497     PERFORM A-095-REPORT-APPLIED THRU A-095-EXIT.
004498*
004499 A-078-EXIT.
004500     EXIT.
004501*
004502 A-080-APPLY-DELETE.
004503*
004504     IF NOT WS-MASTER-FOUND
004505        MOVE 'N' TO WS-VALID-SW
004506        MOVE 'POLICY NOT ON MASTER' TO WS-REJECT-REASON
004507        GO TO A-080-EXIT
004508     END-IF
004509     MOVE FD-MASTER-REC TO WS-BEFORE-IMAGE
004510     DELETE POLMASTER
004511     IF WS-MASTER-STATUS NOT = '00'
004520        MOVE 'Y' TO WS-ABEND-SW
004530        GO TO A-080-EXIT
004540     END-IF
005110     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
005120     MOVE 'DELETES             ' TO WS-RPT-TOT-LABEL
005130     MOVE WS-CT-DELETES          TO WS-RPT-TOT-COUNT
005140     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
005141     MOVE 'CANCELS             ' TO WS-RPT-TOT-LABEL
005142     MOVE WS-CT-CANCELS          TO WS-RPT-TOT-COUNT
005143     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
005144     MOVE 'LAPSES              ' TO WS-RPT-TOT-LABEL
005145     MOVE WS-CT-LAPSES           TO WS-RPT-TOT-COUNT
005146     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL
005147     MOVE 'REINSTATES          ' TO WS-RPT-TOT-LABEL
005148     MOVE WS-CT-REINSTATES       TO WS-RPT-TOT-COUNT
005149     WRITE FD-REPORT-LINE FROM WS-RPT-TOTAL.
005150*
005160 A-900-EXIT.
005170     EXIT.
