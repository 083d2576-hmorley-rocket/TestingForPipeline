000100*----------------------------------------------------------------
000110* ITEMCSH.CPY
000120*
000130* Record layout for the end-of-shift cash-up log (cashup.dat).
000140* ITEMMGR's [C]ash-up appends one record per drawer balanced:
000150* the drawer's till user, the range of tender-log receipts the
000160* shift covered (everything above the drawer's previous cash-
000170* up), the opening float, the cash and card taken and paid back
000180* out, the cash the drawer should hold, the cash counted into
000190* it, and the over (positive) or short (negative) difference.
000200* ITM-CSH-CLOSED-BY is the operator who did the count - the
000210* clerk on their own drawer, or a manager closing someone
000220* else's.  A drawer's next shift starts after ITM-CSH-LAST-
000230* RECEIPT.
000240*----------------------------------------------------------------
000250 01  ITM-CASHUP-RECORD.
000260           05  ITM-CSH-DATE               PIC X(08).
000270           05  FILLER                     PIC X(01) VALUE SPACE.
000280           05  ITM-CSH-TIME               PIC X(08).
000290           05  FILLER                     PIC X(01) VALUE SPACE.
000300           05  ITM-CSH-USER               PIC X(08).
000310           05  FILLER                     PIC X(01) VALUE SPACE.
000320           05  ITM-CSH-FIRST-RECEIPT      PIC 9(10).
000330           05  FILLER                     PIC X(01) VALUE SPACE.
000340           05  ITM-CSH-LAST-RECEIPT       PIC 9(10).
000350           05  FILLER                     PIC X(01) VALUE SPACE.
000360           05  ITM-CSH-FLOAT              PIC 9(07)V99.
000370           05  FILLER                     PIC X(01) VALUE SPACE.
000380           05  ITM-CSH-CASH-SALES         PIC 9(07)V99.
000390           05  FILLER                     PIC X(01) VALUE SPACE.
000400           05  ITM-CSH-CASH-REFUNDS       PIC 9(07)V99.
000410           05  FILLER                     PIC X(01) VALUE SPACE.
000420           05  ITM-CSH-CARD-SALES         PIC 9(07)V99.
000430           05  FILLER                     PIC X(01) VALUE SPACE.
000440           05  ITM-CSH-CARD-REFUNDS       PIC 9(07)V99.
000450           05  FILLER                     PIC X(01) VALUE SPACE.
000460           05  ITM-CSH-EXPECTED           PIC S9(07)V99
000470                   SIGN IS LEADING SEPARATE.
000480           05  FILLER                     PIC X(01) VALUE SPACE.
000490           05  ITM-CSH-COUNTED            PIC 9(07)V99.
000500           05  FILLER                     PIC X(01) VALUE SPACE.
000510           05  ITM-CSH-OVER-SHORT         PIC S9(07)V99
000520                   SIGN IS LEADING SEPARATE.
000530           05  FILLER                     PIC X(01) VALUE SPACE.
000540           05  ITM-CSH-CLOSED-BY          PIC X(08).
