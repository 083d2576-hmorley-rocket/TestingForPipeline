000393*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000394*                   the full-catalog buffer and its size
000395*                   ceiling are gone.
000397*  2026-10-14 dlm   Catalog table rebuild carries the item's new
000399*                   sales-tax class so items.json keeps it.
000401*  2026-10-15 dlm   Catalog table rebuild carries the item's
000403*                   location stocks and shelf capacity so
000405*                   items.json keeps them.
000406*  2026-10-15 dlm   items.json marks kits (kitbom.dat) and
000407*                   gives each the stock its components can
000408*                   make up.
000409*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000610               ORGANIZATION IS SEQUENTIAL
000620               FILE STATUS IS ITM-PENDPRC-STATUS.
000630
000631           SELECT KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN
000632               ORGANIZATION IS INDEXED
000633               ACCESS MODE IS DYNAMIC
000634               RECORD KEY IS ITM-BOM-KEY
000635               FILE STATUS IS ITM-KITBOM-STATUS.
000636
000640 DATA DIVISION.
000650 FILE SECTION.
000660       COPY ITEMJSNF.
000740 FD  PENDING-PRICE-FILE.
000750       COPY ITEMPRC.
000760
000762 FD  KIT-BOM-FILE.
000764       COPY ITEMBOM.
000766
000770 WORKING-STORAGE SECTION.
000780       COPY ITEMFN.
000790       COPY ITEMTAB.
000792       COPY ITEMKTD.
000800
000810 01  ITM-ITEMS-STATUS           PIC X(02).
000820 01  ITM-JSON-STATUS            PIC X(02).
001200*----------------------------------------------------------------
001210 1000-INITIALIZE.
001220           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
001222           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
001230
001240           OPEN I-O ITEMS-FILE
001250           IF ITM-ITEMS-STATUS = "35"
003600*----------------------------------------------------------------
003610 8000-WRITE-JSON-FILE.
003620           PERFORM 8200-REBUILD-TABLE-FROM-INDEX THRU 8200-EXIT
003622           PERFORM 8420-SET-KIT-AVAILABILITY THRU 8420-EXIT
003624           OPEN OUTPUT ITEMS-JSON-FILE
003626           PERFORM 8500-JSON-GENERATE-ITEMS THRU 8500-EXIT
003628           CLOSE ITEMS-JSON-FILE
003630           IF NOT ITM-JSON-OK
003632               DISPLAY "items.json generate failed - "
003634                   "rerun before trusting the export"
003636           END-IF
003740           .
003750 8000-EXIT.
003760           EXIT.
004222                       TO ITM-ORDER-UP-TO OF
004224                       ITM-ITEMS(ITM-NUM-OF-ITEMS
004226                           OF ITM-ITEM-INFORMATION)
004228                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD
004230                       TO ITM-TAX-CLASS OF
004232                       ITM-ITEMS(ITM-NUM-OF-ITEMS
004234                           OF ITM-ITEM-INFORMATION)
004235                   MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
004236                       TO ITM-LOCATION-STOCK OF
004237                       ITM-ITEMS(ITM-NUM-OF-ITEMS
004238                           OF ITM-ITEM-INFORMATION)
004239                   MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
004240                       TO ITM-SHELF-CAPACITY OF
004241                       ITM-ITEMS(ITM-NUM-OF-ITEMS
004242                           OF ITM-ITEM-INFORMATION)
004243           END-READ
004244           .
004245 8210-EXIT.
004250           EXIT.
004260
004270       COPY ITEMJSNG.
004272       COPY ITEMKTP.
004280
004290*----------------------------------------------------------------
004300* 9000-CLOSE-AND-EXIT
