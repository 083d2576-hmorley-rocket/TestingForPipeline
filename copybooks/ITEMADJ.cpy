000180* catalog - updating ITM-STOCK through the audited path - and
000190* marks it D (done), or E when the item can no longer be
000200* found.  Only the status byte is ever edited by hand.
000201* ITM-ADJ-LOCATION is the location (ITEMLOC.CPY) that was
000202* counted; the stock figures are that location's, not the
000203* item's total.  Blank (records written before stock was kept
000204* by location) means the sales floor.
000205* CONVERSION: the record grew by two bytes - append two spaces
000206* to every record still in pendadj.dat.
000210*----------------------------------------------------------------
000220 01  ITM-ADJUST-RECORD.
000230           05  ITM-ADJ-DATE               PIC X(08).
000330               88  ITM-ADJ-APPROVED       VALUE 'A'.
000340               88  ITM-ADJ-DONE           VALUE 'D'.
000350               88  ITM-ADJ-IN-ERROR       VALUE 'E'.
000352           05  FILLER                     PIC X(01) VALUE SPACE.
000354           05  ITM-ADJ-LOCATION           PIC X(01).
