000371*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000372*                   the full-catalog buffer and its size
000373*                   ceiling are gone.
000374*  2026-10-14 dlm   Catalog sort swap moves the item's new
000375*                   sales-tax class with the rest of the entry.
000376*  2026-10-15 dlm   Sort swap also moves the stock by location,
000377*                   the shelf capacity and the kit flag, so
000378*                   they stay with their own item.
000379*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
001170           05  ITM-HOLD-VENDOR            PIC X(08).
001175           05  ITM-HOLD-REORDER-POINT     BINARY-SHORT.
001176           05  ITM-HOLD-ORDER-UP-TO       BINARY-SHORT.
001178           05  ITM-HOLD-TAX-CLASS         PIC X(01).
001181           05  ITM-HOLD-LOCATION-STOCK.
001182               10  ITM-HOLD-LOC-STOCK     BINARY-SHORT
001183                                          OCCURS 3 TIMES.
001184           05  ITM-HOLD-SHELF-CAPACITY    BINARY-SHORT.
001185           05  ITM-HOLD-KIT-FLAG          PIC X(01).
001186
001190 01  ITM-CVAL-DETAIL-LINE.
001200           05  ITM-CVAL-NAME          PIC X(32).
001210           05  FILLER                 PIC X(02) VALUE SPACES.
003684               ITM-HOLD-REORDER-POINT
003686           MOVE ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J) TO
003688               ITM-HOLD-ORDER-UP-TO
003690           MOVE ITM-TAX-CLASS OF ITM-ITEMS(ITM-J) TO
003692               ITM-HOLD-TAX-CLASS
003693           MOVE ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J) TO
003694               ITM-HOLD-LOCATION-STOCK
003695           MOVE ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J) TO
003696               ITM-HOLD-SHELF-CAPACITY
003697           MOVE ITM-KIT-FLAG OF ITM-ITEMS(ITM-J) TO
003698               ITM-HOLD-KIT-FLAG
003699
003700           MOVE ITM-NAME OF ITM-ITEMS(ITM-J + 1) TO
003710               ITM-NAME OF ITM-ITEMS(ITM-J)
003720           MOVE ITM-SKU OF ITM-ITEMS(ITM-J + 1) TO
003834               ITM-REORDER-POINT OF ITM-ITEMS(ITM-J)
003836           MOVE ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J + 1) TO
003838               ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J)
003840           MOVE ITM-TAX-CLASS OF ITM-ITEMS(ITM-J + 1) TO
003842               ITM-TAX-CLASS OF ITM-ITEMS(ITM-J)
003843           MOVE ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J + 1) TO
003844               ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J)
003845           MOVE ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J + 1) TO
003846               ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J)
003847           MOVE ITM-KIT-FLAG OF ITM-ITEMS(ITM-J + 1) TO
003848               ITM-KIT-FLAG OF ITM-ITEMS(ITM-J)
003849
003850           MOVE ITM-HOLD-NAME TO ITM-NAME OF ITM-ITEMS(ITM-J + 1)
003860           MOVE ITM-HOLD-SKU TO ITM-SKU OF ITM-ITEMS(ITM-J + 1)
003870           MOVE ITM-HOLD-DESC TO ITM-DESC OF ITM-ITEMS(ITM-J + 1)
003954               ITM-REORDER-POINT OF ITM-ITEMS(ITM-J + 1)
003956           MOVE ITM-HOLD-ORDER-UP-TO TO
003958               ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J + 1)
003960           MOVE ITM-HOLD-TAX-CLASS TO
003962               ITM-TAX-CLASS OF ITM-ITEMS(ITM-J + 1)
003963           MOVE ITM-HOLD-LOCATION-STOCK TO
003964               ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J + 1)
003965           MOVE ITM-HOLD-SHELF-CAPACITY TO
003966               ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J + 1)
003967           MOVE ITM-HOLD-KIT-FLAG TO
003968               ITM-KIT-FLAG OF ITM-ITEMS(ITM-J + 1)
003969           .
003970 3120-EXIT.
003980           EXIT.
003990
