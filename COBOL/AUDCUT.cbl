000294*                   VERIFY THE CATALOG AND COBOL4'S PERIOD MODE
000295*                   CAN WALK A DATE RANGE WITHOUT HAND-POINTED
000296*                   DDS.
000298*   2026-10-15  RA  GENERATION RECORD WIDENED FOR AUD-SESSION-ID.
000300*   2026-10-15  RA  GENERATION RECORD WIDENED FOR THE AUDIT
000302*                   RECORD'S HISTORY KEY AND REVERSAL LINK.
000304******************************************************************
000306 IDENTIFICATION DIVISION.
000308 PROGRAM-ID. AUDCUT.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000430     COPY AUDITREC.
000440 FD  AUDIT-GEN-FILE
000450     RECORDING MODE IS F.
000460 01  AUDIT-GEN-REC              PIC X(176).
000461 FD  RUN-CTL-FILE
000462     RECORDING MODE IS F.
000463     COPY RUNCTLRC.
