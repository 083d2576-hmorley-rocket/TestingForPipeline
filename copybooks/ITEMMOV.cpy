000170* stock can be rolled forward from a known point and a
000180* variance explained instead of guessed at.  ITM-MOV-TYPE is
000190* RECEIPT, SALE, RETURN (a customer refund putting stock
000192* back), ADJUST, or TRANSFER (stock moved from one location
000194* to another); ITM-MOV-REF carries whatever ties
000200* the movement back to its paperwork (vendor reference, web
000210* order number, import run); ITM-MOV-UNIT-COST is only
000220* meaningful on a RECEIPT.
000221* ITM-MOV-LOCATION is the location code (ITEMLOC.CPY) the stock
000222* came into or went out of.  A TRANSFER is one record carrying
000223* the same quantity both in and out: out of ITM-MOV-LOCATION
000224* and into ITM-MOV-TO-LOCATION, so the item's total is
000225* unchanged.  ITM-MOV-TO-LOCATION is spaces on every other
000226* type.  A blank ITM-MOV-LOCATION (every record written before
000227* stock was kept by location) reads as the sales floor.
000228* CONVERSION: the record grew by four bytes for the location
000229* codes - append four spaces to every existing stockmov.dat
000230* record once before running the new programs.
000231*----------------------------------------------------------------
000240 01  ITM-MOVEMENT-RECORD.
000250           05  ITM-MOV-DATE               PIC X(08).
000260           05  FILLER                     PIC X(01) VALUE SPACE.
000370           05  ITM-MOV-UNIT-COST          PIC 9(05)V99.
000380           05  FILLER                     PIC X(01) VALUE SPACE.
000390           05  ITM-MOV-REF                PIC X(20).
000392           05  FILLER                     PIC X(01) VALUE SPACE.
000394           05  ITM-MOV-LOCATION           PIC X(01).
000396           05  FILLER                     PIC X(01) VALUE SPACE.
000398           05  ITM-MOV-TO-LOCATION        PIC X(01).
