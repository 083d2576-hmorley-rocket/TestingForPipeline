000100*----------------------------------------------------------------
000110* ITEMTND.CPY
000120*
000130* Record layout for the till tender log (tenders.dat).  One
000140* record per till receipt - a basket sold through 5500-SELL-
000150* ITEM or a refund paid out through 5900-REFUND-ITEM - saying
000160* how the money moved.  ITM-TND-RECEIPT is the receipt number
000170* every sales.dat line of the basket carries; receipt numbers
000180* only ever go up, so the highest on file is where the next
000190* ITEMMGR session continues from and a cash-up covers the
000200* receipts above the drawer's last one.  ITM-TND-TOTAL is the
000210* amount due.  On a sale ITM-TND-TENDERED is the cash the
000220* customer handed over, ITM-TND-CHANGE what went back, and
000230* ITM-TND-CASH the difference - what actually stayed in the
000240* drawer; on a refund ITM-TND-CASH is the cash paid out.
000250* ITM-TND-CARD is the card amount either way.  Method: C cash,
000260* A card, S split cash and card.
000270*----------------------------------------------------------------
000280 01  ITM-TENDER-RECORD.
000290           05  ITM-TND-DATE               PIC X(08).
000300           05  FILLER                     PIC X(01) VALUE SPACE.
000310           05  ITM-TND-TIME               PIC X(08).
000320           05  FILLER                     PIC X(01) VALUE SPACE.
000330           05  ITM-TND-RECEIPT            PIC 9(10).
000340           05  FILLER                     PIC X(01) VALUE SPACE.
000350           05  ITM-TND-USER               PIC X(08).
000360           05  FILLER                     PIC X(01) VALUE SPACE.
000370           05  ITM-TND-TYPE               PIC X(01).
000380               88  ITM-TND-IS-SALE        VALUE 'S'.
000390               88  ITM-TND-IS-REFUND      VALUE 'R'.
000400           05  FILLER                     PIC X(01) VALUE SPACE.
000410           05  ITM-TND-METHOD             PIC X(01).
000420               88  ITM-TND-BY-CASH        VALUE 'C'.
000430               88  ITM-TND-BY-CARD        VALUE 'A'.
000440               88  ITM-TND-BY-SPLIT       VALUE 'S'.
000450           05  FILLER                     PIC X(01) VALUE SPACE.
000460           05  ITM-TND-TOTAL              PIC 9(07)V99.
000470           05  FILLER                     PIC X(01) VALUE SPACE.
000480           05  ITM-TND-TENDERED           PIC 9(07)V99.
000490           05  FILLER                     PIC X(01) VALUE SPACE.
000500           05  ITM-TND-CHANGE             PIC 9(07)V99.
000510           05  FILLER                     PIC X(01) VALUE SPACE.
000520           05  ITM-TND-CASH               PIC 9(07)V99.
000530           05  FILLER                     PIC X(01) VALUE SPACE.
000540           05  ITM-TND-CARD               PIC 9(07)V99.
