000310               10  ITM-VENDOR     PIC X(08).
000311               10  ITM-REORDER-POINT  BINARY-SHORT.
000320               10  ITM-ORDER-UP-TO    BINARY-SHORT.
000322               10  ITM-TAX-CLASS  PIC X(01).
000324               10  ITM-LOCATION-STOCK.
000325                   15  ITM-LOC-STOCK  BINARY-SHORT OCCURS 3 TIMES.
000326               10  ITM-SHELF-CAPACITY BINARY-SHORT.
000327               10  ITM-KIT-FLAG   PIC X(01).
000328                   88  ITM-IS-KIT     VALUE 'Y'.
