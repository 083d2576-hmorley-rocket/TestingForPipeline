000606*                   the archive summary now nets type-R
000607*                   refunds out of the period's units and
000608*                   revenue.
000610*  2026-10-14 dlm   Sales archive/temp buffers widened to the
000612*                   96-byte record the receipt number made of
000614*                   ITEMSAL.CPY.
000615*  2026-10-14 dlm   Widened again to 108 bytes for the sales-tax
000616*                   class and amount on ITEMSAL.CPY.
000617*----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
001100 01  ITM-AUDARC-RECORD          PIC X(326).
001110
001120 FD  SALES-ARCHIVE-FILE.
001130 01  ITM-SALARC-RECORD          PIC X(108).
001140
001150 FD  AUDIT-TEMP-FILE.
001160 01  ITM-AUDTMP-RECORD          PIC X(326).
001170
001180 FD  SALES-TEMP-FILE.
001190 01  ITM-SALTMP-RECORD          PIC X(108).
001200
001210 FD  ARCHIVE-PARM-FILE.
001220 01  ITM-ARCPARM-RECORD         PIC X(08).
