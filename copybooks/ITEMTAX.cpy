000100*----------------------------------------------------------------
000110* ITEMTAX.CPY
000120*
000130* Record layout for the indexed sales-tax rate master
000140* (taxrate.dat).  ITM-TXR-CLASS is the primary key and is what a
000150* catalog item's ITM-TAX-CLASS field (ITEMREC.CPY) points at:
000160* S standard, R reduced, E exempt.  ITM-TXR-RATE is a percentage
000170* (17.500 is seventeen and a half per cent) applied to the
000180* tax-exclusive selling price.  Only a manager may change a rate
000190* (TAXMGR); the exempt class always carries a zero rate.
000200*----------------------------------------------------------------
000210 01  ITM-TAX-RATE-RECORD.
000220           05  ITM-TXR-CLASS      PIC X(01).
000230               88  ITM-TXR-STANDARD   VALUE 'S'.
000240               88  ITM-TXR-REDUCED    VALUE 'R'.
000250               88  ITM-TXR-EXEMPT     VALUE 'E'.
000260           05  FILLER             PIC X(01) VALUE SPACE.
000270           05  ITM-TXR-DESC       PIC X(20).
000280           05  FILLER             PIC X(01) VALUE SPACE.
000290           05  ITM-TXR-RATE       PIC 9(02)V999.
