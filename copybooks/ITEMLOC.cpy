000100*----------------------------------------------------------------
000110* ITEMLOC.CPY
000120*
000130* The stock locations, and working storage for the location
000140* lookup paragraphs (ITEMLOCP.CPY).  COPY into the
000150* WORKING-STORAGE SECTION of any program that handles stock by
000160* location.  The table order is the order of ITM-LOC-STOCK on the
000170* item record (ITEMREC.CPY/ITEMTAB.CPY) and of every per-location
000180* figure derived from it: 1 sales floor, 2 back room,
000190* 3 warehouse.  Till sales come off the sales floor, web orders
000200* off the warehouse; the back room is what the morning shelf fill
000210* draws on.
000220*----------------------------------------------------------------
000230 01  ITM-LOCATION-VALUES.
000240           05  FILLER                     PIC X(12)
000250                   VALUE "FSALES FLOOR".
000260           05  FILLER                     PIC X(12)
000270                   VALUE "BBACK ROOM".
000280           05  FILLER                     PIC X(12)
000290                   VALUE "WWAREHOUSE".
000300 01  ITM-LOCATION-TABLE REDEFINES ITM-LOCATION-VALUES.
000310           05  ITM-LOCATION-ENTRY OCCURS 3 TIMES.
000320               10  ITM-LOC-CODE           PIC X(01).
000330               10  ITM-LOC-NAME           PIC X(11).
000340
000350 01  ITM-NUM-OF-LOCATIONS       BINARY-SHORT VALUE 3.
000360 01  ITM-LOC-FLOOR              BINARY-SHORT VALUE 1.
000370 01  ITM-LOC-BACK               BINARY-SHORT VALUE 2.
000380 01  ITM-LOC-WHSE               BINARY-SHORT VALUE 3.
000390
000400 01  ITM-LOC-FIND-CODE          PIC X(01).
000410 01  ITM-LOC-FIND-INDEX         BINARY-SHORT.
000420 01  ITM-LOC-K                  BINARY-SHORT.
