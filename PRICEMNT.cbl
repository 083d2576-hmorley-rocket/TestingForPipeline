000160* an optional end date - and the nightly PRICEAPL run applies
000170* whatever has come into effect, so a seasonal sale is a file
000180* loaded a week early instead of a late night at the keyboard.
000182* The markdowns AGERPT proposes for dead stock arrive pending
000184* too, listed under its name, and are cancelled here like any
000186* other change the buyer does not want.
000190*----------------------------------------------------------------
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PRICEMNT.
000386*                   change, lockout - which also log every
000388*                   attempt, so this screen now opens the
000390*                   audit trail like the others.
000391*  2026-10-15 dlm   The list shows who loaded each change, so
000392*                   the aged-stock run's markdowns stand out
000393*                   from the buyer's own.
000394*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
002600               ITM-PRC-EFF-DATE " "
002610               ITM-PRC-END-DATE " "
002620               ITM-PRC-PRICE-DISP " "
002625               ITM-PRC-USER " "
002630               FUNCTION TRIM(ITM-PRC-NAME)
002640               " / " FUNCTION TRIM(ITM-PRC-SKU)
002650           ADD 1 TO ITM-LIST-COUNT
