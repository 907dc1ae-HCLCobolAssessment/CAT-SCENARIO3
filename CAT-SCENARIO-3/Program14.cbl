000224*    (RETURN CODE AND KEY COUNTS) ON THE SHARED RUN-CONTROL      *
000226*    LEDGER KSDS, KEYED ON DATE, JOB AND STEP FROM THE RUNPARM   *
000228*    CARD.  PROGRAM19 GIVES OPERATIONS A CICS INQUIRY OVER IT.   *
000229*    OCT 2026  RKS  TRANSACTION LAYOUT WIDENED TO 48 WITH THE    *
000230*    PROGRAM3 TRANSACTION DATE, LEFT BLANK (RUN DATE) HERE.      *
000231*----------------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260*
001090     03  FD-AUT-STREET     PIC X(3).
001100     03  FD-AUT-PHONE      PIC X(7).
001110     03  FD-AUT-PREMIUM    PIC X(7).
001111     03  FD-AUT-DATE       PIC X(8).
001120*
001130 FD  OUT-HOLD
001140     RECORDING MODE IS F.
001150 01  FD-HOLD-REC           PIC X(48).
001160*
001170 FD  OUT-PROPOSED-RPT
001180     RECORDING MODE IS F.
001770     03  WS-PT-STREET      PIC X(3).
001780     03  WS-PT-PHONE       PIC X(7).
001790     03  WS-PT-PREMIUM     PIC X(7).
001791     03  WS-PT-DATE        PIC X(8).
001800 01  WS-KNOWN-FIELD-SW PIC X(1) VALUE 'N'.
001810     88  WS-KNOWN-FIELD        VALUE 'Y'.
001820*
