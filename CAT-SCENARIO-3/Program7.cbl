000213*    3-VERSUS-5-DIGIT LENGTH GUESS.                              *
000214*    SEP 2026  RKS  STATUS RECORD NOW CARRIES THE CARRIER        *
000215*    DISPOSITION FIELDS (PROGRAM16) - LAYOUT FOLLOWED.           *
000216*    OCT 2026  RKS  NEW OUTCOME T - THE CARRIER IS BILLING A     *
000217*    CANCELLED OR LAPSED POLICY.  SHOWN WITH ITS REASON TEXT.    *
000218*    OCT 2026  RKS  STATUS RECORD EXTENDED (136 TO 152) WITH THE *
000219*    CASE OPEN AND REOPEN DATES STAMPED BY PROGRAM2 - LAYOUT     *
000220*    FOLLOWED.                                                   *
000221*    OCT 2026  RKS  A TERMINATED POLICY THE CARRIER HAS DROPPED  *
000222*    IS POSTED M WITH A REASON BY PROGRAM2 - SHOWN AS CLOSED,    *
000223*    POLICY TERMINATED, WITH ITS REASON TEXT.                    *
000224*----------------------------------------------------------------*
000225*
000230 ENVIRONMENT DIVISION.
000240*
000250 CONFIGURATION SECTION.
000638     03  WS-STAT-RES-DATE   PIC X(8).
000640     03  WS-STAT-DISP       PIC X(9).
000642     03  WS-STAT-DISP-DATE  PIC X(8).
000643     03  WS-STAT-OPEN-DATE  PIC X(8).
000644     03  WS-STAT-REOPEN-DATE PIC X(8).
000645*
000650 01  WS-RID-POLICYNUM  PIC 9(7).
000660 01  WS-RID-AEGON-NR   PIC X(5).
000670*
001930     MOVE WS-STAT-AEGON-NR  TO WS-SC-AEGON
001940     EVALUATE WS-STAT-OUTCOME
001950        WHEN 'M'
001951           IF WS-STAT-REJ-REASON = SPACES
001960              MOVE 'MATCHED'             TO WS-SC-STATUS
001961           ELSE
001962              MOVE 'CLOSED - POLICY TERMINATED'
001963                                         TO WS-SC-STATUS
001964           END-IF
001970        WHEN 'U'
001980           MOVE 'UNMATCHED - NO AEGON RECORD'
001990                                         TO WS-SC-STATUS
002020                                         TO WS-SC-STATUS
002030        WHEN 'R'
002040           MOVE 'REJECTED - SEE REASON'  TO WS-SC-STATUS
002041        WHEN 'T'
002042           MOVE 'BILLED - POLICY TERMINATED'
002043                                         TO WS-SC-STATUS
002050        WHEN OTHER
002060           MOVE 'UNKNOWN'                TO WS-SC-STATUS
002070     END-EVALUATE
002080     MOVE WS-STAT-LAST-MATCH TO WS-SC-LASTMAT
002090     MOVE WS-STAT-LAST-RUN   TO WS-SC-LASTRUN
002100     IF WS-STAT-OUTCOME = 'R' OR WS-STAT-OUTCOME = 'T'
002101        OR WS-STAT-OUTCOME = 'M'
002110        MOVE WS-STAT-REJ-REASON TO WS-SC-REASON
002120     ELSE
002130        MOVE SPACES             TO WS-SC-REASON
