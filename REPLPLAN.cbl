000433*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000434*                   the full-catalog buffer and its size
000435*                   ceiling are gone.
000437*  2026-10-14 dlm   Catalog table rebuild carries the item's new
000439*                   sales-tax class so items.json keeps it.
000441*  2026-10-15 dlm   Catalog table rebuild carries the item's
000443*                   location stocks and shelf capacity so
000445*                   items.json keeps them.
000447*  2026-10-15 dlm   Kit sales count as demand for the kit's
000449*                   components (kitbom.dat), in proportion to
000451*                   the bill of materials; kits themselves get
000453*                   no proposal.  items.json marks kits and
000455*                   gives their make-up-able stock.
000457*----------------------------------------------------------------
000459 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480           SELECT ITEMS-FILE ASSIGN TO ITM-ITEMS-DSN
000790               ORGANIZATION IS SEQUENTIAL
000800               FILE STATUS IS ITM-XREF-STATUS.
000810
000811           SELECT KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN
000812               ORGANIZATION IS INDEXED
000813               ACCESS MODE IS DYNAMIC
000814               RECORD KEY IS ITM-BOM-KEY
000815               FILE STATUS IS ITM-KITBOM-STATUS.
000816
000820 DATA DIVISION.
000830 FILE SECTION.
000840       COPY ITEMJSNF.
001010 FD  ITEM-XREF-FILE.
001020       COPY ITEMXRF.
001030
001032 FD  KIT-BOM-FILE.
001034       COPY ITEMBOM.
001036
001040 WORKING-STORAGE SECTION.
001050       COPY ITEMFN.
001060       COPY ITEMTAB.
001070       COPY ITEMXRD.
001072       COPY ITEMKTD.
001080
001090 01  ITM-ITEMS-STATUS           PIC X(02).
001100 01  ITM-JSON-STATUS            PIC X(02).
001990           ACCEPT ITM-RUN-MODE
002000           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
002010           PERFORM 8700-LOAD-RENAME-XREF THRU 8700-EXIT
002012           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
002020           .
002030 1000-EXIT.
002040           EXIT.
003310
003320           MOVE ITM-SALE-NAME TO ITM-XRF-RESOLVE-NAME
003330           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
003331           MOVE ITM-XRF-RESOLVE-NAME TO ITM-KIT-LOOKUP-NAME
003332           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
003333           IF ITM-KIT-FOUND
003334               PERFORM 2220-ADD-ONE-KIT-COMPONENT THRU 2220-EXIT
003335                   VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
003336                   UNTIL ITM-KIT-C > ITM-KIT-LAST
003337               GO TO 2210-NEXT
003338           END-IF
003340           PERFORM 2300-FIND-OR-ADD-SOLD THRU 2300-EXIT
003342           IF ITM-MATCH-INDEX = 0
003344               GO TO 2210-NEXT
003420           .
003430 2210-EXIT.
003440           EXIT.
003441
003442*----------------------------------------------------------------
003443* 2220-ADD-ONE-KIT-COMPONENT
003444*
003445* A kit is sold (or refunded) as a line of its own, but what
003446* leaves the shelf is its components - the kit line's net units
003447* times the component quantity on the bill of materials line
003448* at ITM-KIT-C are added to the component's entry instead.
003449*----------------------------------------------------------------
003450 2220-ADD-ONE-KIT-COMPONENT.
003451           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO
003452               ITM-XRF-RESOLVE-NAME
003453           PERFORM 2300-FIND-OR-ADD-SOLD THRU 2300-EXIT
003454           IF ITM-MATCH-INDEX = 0
003455               GO TO 2220-EXIT
003456           END-IF
003457           COMPUTE ITM-SOLD-UNITS(ITM-MATCH-INDEX) =
003458               ITM-SOLD-UNITS(ITM-MATCH-INDEX) +
003459                   ITM-NET-QTY * ITM-BMT-QTY(ITM-KIT-C)
003460           .
003461 2220-EXIT.
003462           EXIT.
003463
003464*----------------------------------------------------------------
003470* 2300-FIND-OR-ADD-SOLD
003480*
003490* Linear find-or-add against the sold table by the resolved
003890* column and chases the gap.
003900*----------------------------------------------------------------
003910 3000-PROPOSE-ONE-ITEM.
003912           IF ITM-IS-KIT OF ITM-ITEMS(ITM-I)
003914               GO TO 3000-EXIT
003916           END-IF
003920           MOVE ITM-NAME OF ITM-ITEMS(ITM-I) TO
003930               ITM-XRF-RESOLVE-NAME
003940           PERFORM 3100-LOOK-UP-SOLD-UNITS THRU 3100-EXIT
006140*----------------------------------------------------------------
006150 8000-WRITE-JSON-FILE.
006160           PERFORM 8200-REBUILD-TABLE-FROM-INDEX THRU 8200-EXIT
006162           PERFORM 8420-SET-KIT-AVAILABILITY THRU 8420-EXIT
006164           OPEN OUTPUT ITEMS-JSON-FILE
006166           PERFORM 8500-JSON-GENERATE-ITEMS THRU 8500-EXIT
006168           CLOSE ITEMS-JSON-FILE
006170           IF NOT ITM-JSON-OK
006172               DISPLAY "items.json generate failed - "
006174                   "rerun before trusting the export"
006176           END-IF
006280           .
006290 8000-EXIT.
006300           EXIT.
006810                       TO ITM-ORDER-UP-TO OF
006820                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006830                           OF ITM-ITEM-INFORMATION)
006832                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD
006834                       TO ITM-TAX-CLASS OF
006836                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006838                           OF ITM-ITEM-INFORMATION)
006839                   MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
006840                       TO ITM-LOCATION-STOCK OF
006841                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006842                           OF ITM-ITEM-INFORMATION)
006843                   MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
006844                       TO ITM-SHELF-CAPACITY OF
006845                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006846                           OF ITM-ITEM-INFORMATION)
006847           END-READ
006850           .
006860 8210-EXIT.
006870           EXIT.
006890       COPY ITEMJSNG.
006900       COPY ITEMJSNP.
006910       COPY ITEMXRP.
006912       COPY ITEMKTP.
