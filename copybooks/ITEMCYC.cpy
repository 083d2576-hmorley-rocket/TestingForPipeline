000100*----------------------------------------------------------------
000110* ITEMCYC.CPY
000120*
000130* Record layout for the cycle-count plan (cycplan.dat).  CYCLPLAN
000140* rewrites this file every run - one record per catalog item
000150* carrying the ABC class it ranked into on the year's value
000160* moved, that value, and the date the item last went out on a
000170* count sheet.  The sheet date is what spreads the counting: each
000180* day's sheet takes the items of each class that have waited
000190* longest.  RECONCIL reads the class back to keep the count-
000200* accuracy history (cntacc.dat, ITEMACC.CPY) by class.
000210*----------------------------------------------------------------
000220 01  ITM-CYCLE-PLAN-RECORD.
000230           05  ITM-CYC-NAME               PIC X(32).
000240           05  FILLER                     PIC X(01) VALUE SPACE.
000250           05  ITM-CYC-CLASS              PIC X(01).
000260               88  ITM-CYC-CLASS-A        VALUE 'A'.
000270               88  ITM-CYC-CLASS-B        VALUE 'B'.
000280               88  ITM-CYC-CLASS-C        VALUE 'C'.
000290           05  FILLER                     PIC X(01) VALUE SPACE.
000300           05  ITM-CYC-VALUE              PIC 9(11)V99.
000310           05  FILLER                     PIC X(01) VALUE SPACE.
000320           05  ITM-CYC-LAST-SHEET         PIC X(08).
000330           05  FILLER                     PIC X(01) VALUE SPACE.
000340           05  ITM-CYC-CALC-DATE          PIC X(08).
