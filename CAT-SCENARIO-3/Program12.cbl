000231*    CONVENTION - THE ANALYST KEYS P PLUS THE 7-DIGIT            *
000232*    POLICYNUM, SO BOTH TRANSACTIONS ON THE SAME TERMINAL        *
000233*    TAKE THE SAME KEY FORMAT.                                   *
000234*    OCT 2026  RKS  STATUS RECORD EXTENDED (136 TO 152) WITH THE *
000235*    CASE OPEN AND REOPEN DATES STAMPED BY PROGRAM2 - LAYOUT     *
000236*    FOLLOWED.                                                   *
000237*----------------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260*
000770     03  WS-STAT-RES-DATE   PIC X(8).
000772     03  WS-STAT-DISP       PIC X(9).
000774     03  WS-STAT-DISP-DATE  PIC X(8).
000775     03  WS-STAT-OPEN-DATE  PIC X(8).
000776     03  WS-STAT-REOPEN-DATE PIC X(8).
000780*
000790 01  WS-RID-POLICYNUM  PIC 9(7).
000800*
