000220*    ALREADY THERE ON AN ADD, MISSING ON A CHANGE OR DELETE)     *
000230*    IS REPORTED AND COUNTED, NEVER FORCED.  SEE THE RECOVERY    *
000240*    JOB FOR THE RESTORE / RECOVER / VERIFY BRACKET.             *
000241*    OCT 2026  RKS  MASTER AND JOURNAL IMAGES WIDENED TO 56 FOR  *
000242*    THE POLICY STATUS AND EFFECTIVE/TERMINATION DATES.  THE     *
000243*    PROGRAM3 CANCEL (X), LAPSE (L) AND REINSTATE (R) ACTIONS    *
000244*    ARE REWRITES OF A RECORD THAT STAYS ON THE MASTER, SO BOTH  *
000245*    REPLAY AND BACKOUT APPLY THEM AS A CHANGE.                  *
000250*----------------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000940     03  FD-JRN-SEQ       PIC 9(7).
000950     03  FD-JRN-ACTION    PIC X(1).
000960     03  FD-JRN-POLICYNUM PIC X(7).
000970     03  FD-JRN-BEFORE    PIC X(56).
000980     03  FD-JRN-AFTER     PIC X(56).
000990*
001000 FD  POLMASTER
001010     RECORDING MODE IS F.
001070     03  FD-MST-STREET    PIC X(3).
001080     03  FD-MST-PHONE     PIC X(7).
001090     03  FD-MST-PREMIUM   PIC 9(5)V99.
001091     03  FD-MST-STATUS    PIC X(1).
001092     03  FD-MST-EFF-DATE  PIC X(8).
001093     03  FD-MST-TERM-DATE PIC X(8).
001100*
001110 FD  OUT-RECOVERY-RPT
001120     RECORDING MODE IS F.
001570     03  WS-BACK-ENTRY OCCURS 20000 TIMES.
001580         05  WS-BK-ACTION      PIC X(1).
001590         05  WS-BK-POLICYNUM   PIC X(7).
001600         05  WS-BK-BEFORE      PIC X(56).
001610*
001620*----------------------------------------------------------------*
001630*    THE IMAGE BEING APPLIED AND ITS MISMATCH NOTE               *
001640*----------------------------------------------------------------*
001650 01  WS-APPLY-ACTION   PIC X(1).
001660 01  WS-APPLY-KEY      PIC X(7).
001670 01  WS-APPLY-IMAGE    PIC X(56).
001680 01  WS-FOUND-SW       PIC X(1) VALUE 'N'.
001690     88  WS-MASTER-FOUND       VALUE 'Y'.
001700*
003730 A-040-REPLAY-ONE.
003740*
003750     MOVE FD-JRN-ACTION    TO WS-APPLY-ACTION
003751*    CANCEL, LAPSE AND REINSTATE ONLY REWRITE THE STATUS AND DATES
003752     IF FD-JRN-ACTION = 'X' OR FD-JRN-ACTION = 'L'
003753                           OR FD-JRN-ACTION = 'R'
003754        MOVE 'C' TO WS-APPLY-ACTION
003755     END-IF
003760     MOVE FD-JRN-POLICYNUM TO WS-APPLY-KEY
003770     MOVE FD-JRN-AFTER     TO WS-APPLY-IMAGE
003780     PERFORM A-070-APPLY-IMAGE THRU A-070-EXIT.
003980*----------------------------------------------------------------*
003990*    BACK OUT ONE JOURNALED TRANSACTION - THE INVERSE ACTION     *
004000*    WITH THE BEFORE IMAGE: AN ADD COMES OFF, A CHANGE GOES      *
004010*    BACK, A DELETE GOES BACK ON.  A CANCEL, LAPSE OR REINSTATE  *
004011*    GOES BACK LIKE A CHANGE                                     *
004020*----------------------------------------------------------------*
004030 A-060-BACKOUT-ONE.
004040*
004080        WHEN 'A'
004090           MOVE 'D' TO WS-APPLY-ACTION
004100        WHEN 'C'
004101        WHEN 'X'
004102        WHEN 'L'
004103        WHEN 'R'
004110           MOVE 'C' TO WS-APPLY-ACTION
004120        WHEN 'D'
004130           MOVE 'A' TO WS-APPLY-ACTION
