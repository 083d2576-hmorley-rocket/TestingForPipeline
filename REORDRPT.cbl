000130* Nightly batch job: reads items.json and prints a report, sorted
000140* by ascending stock, of every item below the reorder threshold -
000150* so purchasing can run this unattended instead of paging through
000160* the interactive menu's [D]isplay all records.  Web orders
000162* waiting on the backorder file count as demand against the
000164* stock they are waiting for.
000170*----------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. REORDRPT.
000396*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000397*                   the full-catalog buffer and its size
000398*                   ceiling are gone.
000400*  2026-10-14 dlm   Catalog sort swap moves the item's new
000402*                   sales-tax class with the rest of the entry.
000403*  2026-10-15 dlm   Open web backorders (backord.dat) count as
000404*                   demand - the backordered quantity is netted
000405*                   off on-hand for the low-stock test and off
000406*                   effective stock for the PO quantity, and
000407*                   the flat report gained a BKORD column.
000408*  2026-10-15 dlm   A backordered kit (kitbom.dat) counts as
000409*                   demand for its components, in proportion
000410*                   to the bill of materials.  Kits hold no
000411*                   stock of their own and are never reported
000412*                   low or re-ordered.
000413*  2026-10-15 dlm   Sort swap also moves the stock by location
000414*                   and the shelf capacity, so they stay with
000415*                   their own item.
000416*----------------------------------------------------------------
000417 ENVIRONMENT DIVISION.
000418 INPUT-OUTPUT SECTION.
000419 FILE-CONTROL.
000420           SELECT ITEMS-JSON-FILE ASSIGN TO ITM-JSON-DSN
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS ITM-JSON-STATUS.
000598               ORGANIZATION IS SEQUENTIAL
000600               FILE STATUS IS ITM-XREF-STATUS.
000601
000602           SELECT BACKORDER-FILE ASSIGN TO ITM-BACKORD-DSN
000603               ORGANIZATION IS SEQUENTIAL
000604               FILE STATUS IS ITM-BACKORD-STATUS.
000605
000606           SELECT KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN
000607               ORGANIZATION IS INDEXED
000608               ACCESS MODE IS DYNAMIC
000609               RECORD KEY IS ITM-BOM-KEY
000610               FILE STATUS IS ITM-KITBOM-STATUS.
000611
000612 DATA DIVISION.
000613 FILE SECTION.
000620       COPY ITEMJSNF.
000630
000640 FD  REORDER-REPORT-FILE.
000680           05  ITM-RPT-STOCK              PIC ZZZZ9.
000682           05  FILLER                     PIC X(02) VALUE SPACES.
000684           05  ITM-RPT-ONORD              PIC ZZZZ9.
000686           05  FILLER                     PIC X(02) VALUE SPACES.
000688           05  ITM-RPT-BKORD              PIC ZZZZ9.
000690           05  FILLER                     PIC X(02) VALUE SPACES.
000700           05  ITM-RPT-PRICE              PIC ZZZZZ9.99.
000710           05  FILLER                     PIC X(02) VALUE SPACES.
000787
000788 FD  ITEM-XREF-FILE.
000789       COPY ITEMXRF.
000791
000793 FD  BACKORDER-FILE.
000795       COPY ITEMBKO.
000797
000799 FD  KIT-BOM-FILE.
000801       COPY ITEMBOM.
000803
000805 WORKING-STORAGE SECTION.
000810       COPY ITEMFN.
000820       COPY ITEMTAB.
000822       COPY ITEMXRD.
000824       COPY ITEMKTD.
000830
000840 01  ITM-JSON-STATUS            PIC X(02).
000850 01  ITM-REPORT-STATUS          PIC X(02).
001018 01  ITM-ONORD-LOOKUP-QTY       BINARY-LONG.
001019 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
001020           88  ITM-EOF                VALUE 'Y'.
001021 01  ITM-BACKORD-STATUS         PIC X(02).
001022 01  ITM-NET-STOCK              BINARY-LONG.
001023 01  ITM-BKORD-LOOKUP-QTY       BINARY-LONG.
001024
001025
001026*----------------------------------------------------------------
001027* Open purchase-order cover per item, loaded from the PO master
001028* before the low-stock tests run - an item whose outstanding
001029* ordered-minus-received quantity already lifts it over the
001030* threshold is reported but not re-ordered.
001031*----------------------------------------------------------------
001032 01  ITM-ONORD-SUMMARY.
001033           05  ITM-ONORD-COUNT        BINARY-SHORT VALUE 0.
001034           05  ITM-ONORD-ENTRY OCCURS 0 TO 9999 TIMES
001035                   DEPENDING ON ITM-ONORD-COUNT.
001036               10  ITM-ONORD-NAME     PIC X(32).
001037               10  ITM-ONORD-QTY      BINARY-LONG.
001038
001039 01  ITM-ONORD-MATCH-INDEX      BINARY-SHORT.
001040 01  ITM-ONORD-MATCH-FLAG       PIC X(01).
001041           88  ITM-ONORD-FOUND        VALUE 'Y'.
001042 01  ITM-ONORD-HOLD-NAME        PIC X(32).
001043
001044*----------------------------------------------------------------
001045* Open web backorder demand per SKU, loaded from the backorder
001046* file WEBORDER leaves behind - stock already promised to a
001047* waiting order is not stock on the shelf.
001048*----------------------------------------------------------------
001049 01  ITM-BKORD-SUMMARY.
001050           05  ITM-BKORD-COUNT        BINARY-SHORT VALUE 0.
001051           05  ITM-BKORD-ENTRY OCCURS 0 TO 9999 TIMES
001052                   DEPENDING ON ITM-BKORD-COUNT.
001053               10  ITM-BKORD-SKU      PIC X(14).
001054               10  ITM-BKORD-QTY      BINARY-LONG.
001055
001056 01  ITM-BKORD-MATCH-INDEX      BINARY-SHORT.
001057 01  ITM-BKORD-MATCH-FLAG       PIC X(01).
001058           88  ITM-BKORD-FOUND        VALUE 'Y'.
001059 01  ITM-BKORD-HOLD-SKU         PIC X(14).
001060 01  ITM-BKORD-HOLD-NAME        PIC X(32).
001061 01  ITM-BKORD-ADD-QTY          BINARY-LONG.
001062 01  ITM-BKORD-KIT-QTY          BINARY-LONG.
001063 01  ITM-BKORD-ITEM-IDX         BINARY-SHORT.
001064 01  ITM-BKORD-SCAN             BINARY-SHORT.
001065
001066*----------------------------------------------------------------
001067* Distinct supplying-vendor codes seen among the low-stock
001068* items, collected so one purchase-order document is written
001069* per vendor.  Items with no vendor assigned are grouped under
001070* the NOVENDOR placeholder so purchasing still sees them.
001080*----------------------------------------------------------------
001090 01  ITM-PO-VENDOR-LIST.
001300           05  ITM-HOLD-VENDOR            PIC X(08).
001305           05  ITM-HOLD-REORDER-POINT     BINARY-SHORT.
001306           05  ITM-HOLD-ORDER-UP-TO       BINARY-SHORT.
001308           05  ITM-HOLD-TAX-CLASS         PIC X(01).
001309           05  ITM-HOLD-KIT-FLAG          PIC X(01).
001311           05  ITM-HOLD-LOCATION-STOCK.
001313               10  ITM-HOLD-LOC-STOCK     BINARY-SHORT
001315                                          OCCURS 3 TIMES.
001317           05  ITM-HOLD-SHELF-CAPACITY    BINARY-SHORT.
001319
001320 PROCEDURE DIVISION.
001330
001340*----------------------------------------------------------------
001370 0000-MAINLINE.
001380           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001385           PERFORM 1500-LOAD-OPEN-PO-TABLE THRU 1500-EXIT
001387           PERFORM 1550-LOAD-BACKORDER-TABLE THRU 1550-EXIT
001390           PERFORM 2000-SORT-ITEMS-BY-STOCK THRU 2000-EXIT
001400           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001410           PERFORM 4000-GENERATE-PURCHASE-ORDERS THRU 4000-EXIT
001600           END-IF
001610
001690           PERFORM 8600-JSON-PARSE-ITEMS THRU 8600-EXIT
001692           CLOSE ITEMS-JSON-FILE
001700           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
001710
001720           IF NOT ITM-JSON-OK
001730               DISPLAY "items.json is unreadable - no report"
001858           EXIT.
001859
001860*----------------------------------------------------------------
001861* 1550-LOAD-BACKORDER-TABLE
001862*
001863* Totals the quantity on every line of the web backorder file
001864* into the per-SKU backorder table.  No backorder file simply
001865* means nothing is waiting.  A backordered kit is demand for
001866* its components - the kit quantity times each component's
001867* quantity on the bill of materials goes against the
001868* component's SKU instead.
001869*----------------------------------------------------------------
001870 1550-LOAD-BACKORDER-TABLE.
001871           OPEN INPUT BACKORDER-FILE
001872           IF ITM-BACKORD-STATUS NOT = "00"
001873               GO TO 1550-EXIT
001874           END-IF
001875
001876           MOVE 'N' TO ITM-EOF-FLAG
001877           PERFORM 1560-LOAD-ONE-BACKORDER THRU 1560-EXIT
001878               UNTIL ITM-EOF
001879           CLOSE BACKORDER-FILE
001880           .
001881 1550-EXIT.
001882           EXIT.
001883
001884 1560-LOAD-ONE-BACKORDER.
001885           READ BACKORDER-FILE
001886               AT END
001887                   MOVE 'Y' TO ITM-EOF-FLAG
001888                   GO TO 1560-EXIT
001889           END-READ
001890
001891           IF FUNCTION TEST-NUMVAL(ITM-BKO-QTY-TEXT) NOT = 0
001892               GO TO 1560-EXIT
001893           END-IF
001894           MOVE FUNCTION NUMVAL(ITM-BKO-QTY-TEXT) TO
001895               ITM-BKORD-ADD-QTY
001896           MOVE ITM-BKO-SKU TO ITM-BKORD-HOLD-SKU
001897           PERFORM 1575-FIND-ITEM-BY-SKU THRU 1575-EXIT
001898           IF ITM-BKORD-ITEM-IDX > 0
001899               MOVE ITM-NAME OF ITM-ITEMS(ITM-BKORD-ITEM-IDX) TO
001900                   ITM-KIT-LOOKUP-NAME
001901               PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
001902               IF ITM-KIT-FOUND
001903                   MOVE ITM-BKORD-ADD-QTY TO ITM-BKORD-KIT-QTY
001904                   PERFORM 1590-ADD-ONE-KIT-COMPONENT
001905                       THRU 1590-EXIT
001906                       VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
001907                       UNTIL ITM-KIT-C > ITM-KIT-LAST
001908                   GO TO 1560-EXIT
001909               END-IF
001910           END-IF
001911           PERFORM 1565-ADD-BKORD-DEMAND THRU 1565-EXIT
001912           .
001913 1560-EXIT.
001914           EXIT.
001915
001916*----------------------------------------------------------------
001917* 1565-ADD-BKORD-DEMAND
001918*
001919* Adds ITM-BKORD-ADD-QTY to the backorder table entry for the
001920* SKU in ITM-BKORD-HOLD-SKU, adding the entry when it is new.
001921*----------------------------------------------------------------
001922 1565-ADD-BKORD-DEMAND.
001923           MOVE 'N' TO ITM-BKORD-MATCH-FLAG
001924           MOVE 0 TO ITM-BKORD-MATCH-INDEX
001925           PERFORM 1570-CHECK-ONE-BKORD THRU 1570-EXIT
001926               VARYING ITM-J FROM 1 BY 1
001927               UNTIL ITM-J > ITM-BKORD-COUNT
001928                   OR ITM-BKORD-FOUND
001929
001930           IF NOT ITM-BKORD-FOUND
001931               IF ITM-BKORD-COUNT = 9999
001932                   GO TO 1565-EXIT
001933               END-IF
001934               ADD 1 TO ITM-BKORD-COUNT
001935               MOVE ITM-BKORD-COUNT TO ITM-BKORD-MATCH-INDEX
001936               MOVE ITM-BKORD-HOLD-SKU TO
001937                   ITM-BKORD-SKU(ITM-BKORD-MATCH-INDEX)
001938               MOVE 0 TO ITM-BKORD-QTY(ITM-BKORD-MATCH-INDEX)
001939           END-IF
001940           ADD ITM-BKORD-ADD-QTY TO
001941               ITM-BKORD-QTY(ITM-BKORD-MATCH-INDEX)
001942           .
001943 1565-EXIT.
001944           EXIT.
001945
001946 1570-CHECK-ONE-BKORD.
001947           IF ITM-BKORD-SKU(ITM-J) = ITM-BKORD-HOLD-SKU
001948               MOVE 'Y' TO ITM-BKORD-MATCH-FLAG
001949               MOVE ITM-J TO ITM-BKORD-MATCH-INDEX
001950           END-IF
001951           .
001952 1570-EXIT.
001953           EXIT.
001954
001955*----------------------------------------------------------------
001956* 1575-FIND-ITEM-BY-SKU / 1580-FIND-ITEM-BY-NAME
001957*
001958* Leave ITM-BKORD-ITEM-IDX pointing at the catalog table entry
001959* with the SKU in ITM-BKORD-HOLD-SKU or the name in
001960* ITM-BKORD-HOLD-NAME, or zero when there is none.
001961*----------------------------------------------------------------
001962 1575-FIND-ITEM-BY-SKU.
001963           MOVE 0 TO ITM-BKORD-ITEM-IDX
001964           IF ITM-BKORD-HOLD-SKU = SPACES
001965               GO TO 1575-EXIT
001966           END-IF
001967           PERFORM 1576-CHECK-ONE-ITEM-SKU THRU 1576-EXIT
001968               VARYING ITM-BKORD-SCAN FROM 1 BY 1
001969               UNTIL ITM-BKORD-SCAN >
001970                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
001971                   OR ITM-BKORD-ITEM-IDX > 0
001972           .
001973 1575-EXIT.
001974           EXIT.
001975
001976 1576-CHECK-ONE-ITEM-SKU.
001977           IF ITM-SKU OF ITM-ITEMS(ITM-BKORD-SCAN) =
001978                   ITM-BKORD-HOLD-SKU
001979               MOVE ITM-BKORD-SCAN TO ITM-BKORD-ITEM-IDX
001980           END-IF
001981           .
001982 1576-EXIT.
001983           EXIT.
001984
001985 1580-FIND-ITEM-BY-NAME.
001986           MOVE 0 TO ITM-BKORD-ITEM-IDX
001987           PERFORM 1581-CHECK-ONE-ITEM-NAME THRU 1581-EXIT
001988               VARYING ITM-BKORD-SCAN FROM 1 BY 1
001989               UNTIL ITM-BKORD-SCAN >
001990                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
001991                   OR ITM-BKORD-ITEM-IDX > 0
001992           .
001993 1580-EXIT.
001994           EXIT.
001995
001996 1581-CHECK-ONE-ITEM-NAME.
001997           IF ITM-NAME OF ITM-ITEMS(ITM-BKORD-SCAN) =
001998                   ITM-BKORD-HOLD-NAME
001999               MOVE ITM-BKORD-SCAN TO ITM-BKORD-ITEM-IDX
002000           END-IF
002001           .
002002 1581-EXIT.
002003           EXIT.
002004
002005*----------------------------------------------------------------
002006* 1590-ADD-ONE-KIT-COMPONENT
002007*
002008* One component line (ITM-KIT-C) of a backordered kit: the
002009* kit quantity times the component quantity is demand against
002010* the component's SKU.  A component with no SKU cannot be
002011* backordered on its own and has no entry to carry it.
002012*----------------------------------------------------------------
002013 1590-ADD-ONE-KIT-COMPONENT.
002014           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO
002015               ITM-BKORD-HOLD-NAME
002016           PERFORM 1580-FIND-ITEM-BY-NAME THRU 1580-EXIT
002017           IF ITM-BKORD-ITEM-IDX = 0
002018               GO TO 1590-EXIT
002019           END-IF
002020           MOVE ITM-SKU OF ITM-ITEMS(ITM-BKORD-ITEM-IDX) TO
002021               ITM-BKORD-HOLD-SKU
002022           IF ITM-BKORD-HOLD-SKU = SPACES
002023               GO TO 1590-EXIT
002024           END-IF
002025           COMPUTE ITM-BKORD-ADD-QTY =
002026               ITM-BKORD-KIT-QTY * ITM-BMT-QTY(ITM-KIT-C)
002027           PERFORM 1565-ADD-BKORD-DEMAND THRU 1565-EXIT
002028           .
002029 1590-EXIT.
002030           EXIT.
002031
002032*----------------------------------------------------------------
002033* 1600-FIND-OR-ADD-ONORD
002034*
002035* Linear find-or-add against the on-order table by item name,
002036* the same small-table lookup the other reports use.  Leaves
002037* ITM-ONORD-MATCH-INDEX pointing at the item's entry, or zero
002038* when the table is already at capacity - the caller skips the
002039* line rather than running off the end of the table.
002040*----------------------------------------------------------------
002041 1600-FIND-OR-ADD-ONORD.
002042           MOVE 'N' TO ITM-ONORD-MATCH-FLAG
002043           MOVE 0 TO ITM-ONORD-MATCH-INDEX
002044           PERFORM 1610-CHECK-ONE-ONORD THRU 1610-EXIT
002045               VARYING ITM-J FROM 1 BY 1
002046               UNTIL ITM-J > ITM-ONORD-COUNT
002047                   OR ITM-ONORD-FOUND
002048
002049           IF NOT ITM-ONORD-FOUND
002050               IF ITM-ONORD-COUNT = 9999
002051                   GO TO 1600-EXIT
002052               END-IF
002053               ADD 1 TO ITM-ONORD-COUNT
002054               MOVE ITM-ONORD-COUNT TO ITM-ONORD-MATCH-INDEX
002055               MOVE ITM-ONORD-HOLD-NAME TO
002056                   ITM-ONORD-NAME(ITM-ONORD-MATCH-INDEX)
002057               MOVE 0 TO ITM-ONORD-QTY(ITM-ONORD-MATCH-INDEX)
002058           END-IF
002059           .
002060 1600-EXIT.
002061           EXIT.
002062
002063 1610-CHECK-ONE-ONORD.
002064           IF ITM-ONORD-NAME(ITM-J) = ITM-ONORD-HOLD-NAME
002065               MOVE 'Y' TO ITM-ONORD-MATCH-FLAG
002066               MOVE ITM-J TO ITM-ONORD-MATCH-INDEX
002067           END-IF
002068           .
002069 1610-EXIT.
002070           EXIT.
002071
002072*----------------------------------------------------------------
002073* 1700-GET-ON-ORDER-QTY
002074*
002075* Leaves the open-PO cover for the item at ITM-I (table entry,
002076* zero when none) in ITM-ONORD-LOOKUP-QTY, its open web
002077* backorder demand in ITM-BKORD-LOOKUP-QTY, on hand less that
002078* demand in ITM-NET-STOCK, the item's effective stock - on
002079* hand plus on order less backordered - in ITM-EFF-STOCK,
002080* and the item's replenishment levels in ITM-EFF-THRESHOLD and
002081* ITM-EFF-UP-TO: the item's own reorder point and order-up-to
002082* when it carries them, the global threshold and its doubled
002083* buy-back otherwise.  An order-up-to keyed below the reorder
002084* point falls back to the doubled default rather than planning
002085* a backwards order.
002086*----------------------------------------------------------------
002087 1700-GET-ON-ORDER-QTY.
002088           MOVE ITM-NAME OF ITM-ITEMS(ITM-I) TO
002089               ITM-ONORD-HOLD-NAME
002090           MOVE 'N' TO ITM-ONORD-MATCH-FLAG
002091           MOVE 0 TO ITM-ONORD-LOOKUP-QTY
002092           PERFORM 1610-CHECK-ONE-ONORD THRU 1610-EXIT
002093               VARYING ITM-J FROM 1 BY 1
002094               UNTIL ITM-J > ITM-ONORD-COUNT
002095                   OR ITM-ONORD-FOUND
002096           IF ITM-ONORD-FOUND
002097               MOVE ITM-ONORD-QTY(ITM-ONORD-MATCH-INDEX) TO
002098                   ITM-ONORD-LOOKUP-QTY
002099           END-IF
002100           MOVE ITM-SKU OF ITM-ITEMS(ITM-I) TO ITM-BKORD-HOLD-SKU
002101           MOVE 'N' TO ITM-BKORD-MATCH-FLAG
002102           MOVE 0 TO ITM-BKORD-LOOKUP-QTY
002103           IF ITM-BKORD-HOLD-SKU NOT = SPACES
002104               PERFORM 1570-CHECK-ONE-BKORD THRU 1570-EXIT
002105                   VARYING ITM-J FROM 1 BY 1
002106                   UNTIL ITM-J > ITM-BKORD-COUNT
002107                       OR ITM-BKORD-FOUND
002108           END-IF
002109           IF ITM-BKORD-FOUND
002110               MOVE ITM-BKORD-QTY(ITM-BKORD-MATCH-INDEX) TO
002111                   ITM-BKORD-LOOKUP-QTY
002112           END-IF
002113           COMPUTE ITM-NET-STOCK =
002114               ITM-STOCK OF ITM-ITEMS(ITM-I) -
002115                   ITM-BKORD-LOOKUP-QTY
002116           COMPUTE ITM-EFF-STOCK =
002117               ITM-NET-STOCK + ITM-ONORD-LOOKUP-QTY
002118
002119           IF ITM-REORDER-POINT OF ITM-ITEMS(ITM-I) > 0
002120               MOVE ITM-REORDER-POINT OF ITM-ITEMS(ITM-I) TO
002121                   ITM-EFF-THRESHOLD
002122           ELSE
002123               MOVE ITM-REORDER-THRESHOLD TO ITM-EFF-THRESHOLD
002124           END-IF
002125           IF ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-I) > 0 AND
002126                   ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-I) NOT <
002127                       ITM-EFF-THRESHOLD
002128               MOVE ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-I) TO
002129                   ITM-EFF-UP-TO
002130           ELSE
002131               COMPUTE ITM-EFF-UP-TO = ITM-EFF-THRESHOLD * 2
002132           END-IF
002133           .
002134 1700-EXIT.
002135           EXIT.
002136
002137*----------------------------------------------------------------
002138* 2000-SORT-ITEMS-BY-STOCK
002139*
002140* Simple ascending bubble sort on stock - the catalog is small
002141* enough that a full SORT utility run would be overkill.
002142*----------------------------------------------------------------
002143 2000-SORT-ITEMS-BY-STOCK.
002144           PERFORM 2100-SORT-PASS THRU 2100-EXIT
002145               VARYING ITM-I FROM 1 BY 1
002146               UNTIL ITM-I >
002147                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION - 1
002148           .
002149 2000-EXIT.
002150           EXIT.
002151
002152 2100-SORT-PASS.
002153           PERFORM 2110-COMPARE-AND-SWAP THRU 2110-EXIT
002154               VARYING ITM-J FROM 1 BY 1
002155               UNTIL ITM-J >
002156                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
002157                       - ITM-I
002158           .
002159 2100-EXIT.
002160           EXIT.
002161
002162 2110-COMPARE-AND-SWAP.
002163           IF ITM-STOCK OF ITM-ITEMS(ITM-J) >
002164                   ITM-STOCK OF ITM-ITEMS(ITM-J + 1)
002165               MOVE ITM-NAME OF ITM-ITEMS(ITM-J) TO ITM-HOLD-NAME
002166               MOVE ITM-SKU OF ITM-ITEMS(ITM-J) TO ITM-HOLD-SKU
002167               MOVE ITM-DESC OF ITM-ITEMS(ITM-J) TO ITM-HOLD-DESC
002168               MOVE ITM-PRICE OF ITM-ITEMS(ITM-J) TO
002169                   ITM-HOLD-PRICE
002170               MOVE ITM-STOCK OF ITM-ITEMS(ITM-J) TO
002171                   ITM-HOLD-STOCK
002172               MOVE ITM-AVAIL OF ITM-ITEMS(ITM-J) TO
002173                   ITM-HOLD-AVAIL
002180               MOVE ITM-VENDOR OF ITM-ITEMS(ITM-J) TO
002190                   ITM-HOLD-VENDOR
002192               MOVE ITM-REORDER-POINT OF ITM-ITEMS(ITM-J) TO
002194                   ITM-HOLD-REORDER-POINT
002196               MOVE ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J) TO
002198                   ITM-HOLD-ORDER-UP-TO
002200               MOVE ITM-TAX-CLASS OF ITM-ITEMS(ITM-J) TO
002202                   ITM-HOLD-TAX-CLASS
002204               MOVE ITM-KIT-FLAG OF ITM-ITEMS(ITM-J) TO
002206                   ITM-HOLD-KIT-FLAG
002208               MOVE ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J) TO
002210                   ITM-HOLD-LOCATION-STOCK
002212               MOVE ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J) TO
002214                   ITM-HOLD-SHELF-CAPACITY
002216
002218               MOVE ITM-NAME OF ITM-ITEMS(ITM-J + 1) TO
002220                   ITM-NAME OF ITM-ITEMS(ITM-J)
002230               MOVE ITM-SKU OF ITM-ITEMS(ITM-J + 1) TO
002240                   ITM-SKU OF ITM-ITEMS(ITM-J)
002344                   TO ITM-REORDER-POINT OF ITM-ITEMS(ITM-J)
002346               MOVE ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J + 1)
002348                   TO ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J)
002350               MOVE ITM-TAX-CLASS OF ITM-ITEMS(ITM-J + 1)
002352                   TO ITM-TAX-CLASS OF ITM-ITEMS(ITM-J)
002354               MOVE ITM-KIT-FLAG OF ITM-ITEMS(ITM-J + 1)
002356                   TO ITM-KIT-FLAG OF ITM-ITEMS(ITM-J)
002358               MOVE ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J + 1)
002360                   TO ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J)
002362               MOVE ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J + 1)
002364                   TO ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J)
002366
002368               MOVE ITM-HOLD-NAME TO
002370                   ITM-NAME OF ITM-ITEMS(ITM-J + 1)
002380               MOVE ITM-HOLD-SKU TO
002390                   ITM-SKU OF ITM-ITEMS(ITM-J + 1)
002494                   ITM-REORDER-POINT OF ITM-ITEMS(ITM-J + 1)
002496               MOVE ITM-HOLD-ORDER-UP-TO TO
002498                   ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-J + 1)
002500               MOVE ITM-HOLD-TAX-CLASS TO
002502                   ITM-TAX-CLASS OF ITM-ITEMS(ITM-J + 1)
002504               MOVE ITM-HOLD-KIT-FLAG TO
002506                   ITM-KIT-FLAG OF ITM-ITEMS(ITM-J + 1)
002508               MOVE ITM-HOLD-LOCATION-STOCK TO
002510                   ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-J + 1)
002512               MOVE ITM-HOLD-SHELF-CAPACITY TO
002514                   ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-J + 1)
002516           END-IF
002518           .
002520 2110-EXIT.
002530           EXIT.
002540
002550       COPY ITEMJSNP.
002562       COPY ITEMXRP.
002564       COPY ITEMKTP.
002566
002570*----------------------------------------------------------------
002580* 3000-WRITE-REPORT
002590*----------------------------------------------------------------
002670           MOVE
002672             "NAME                              STOCK  ONORD"
002674               TO ITM-REPORT-RECORD
002675           MOVE "BKORD" TO ITM-REPORT-RECORD(49:5)
002676           MOVE "PRICE" TO ITM-REPORT-RECORD(59:5)
002690           WRITE ITM-REPORT-RECORD
002700
002710           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
002850           EXIT.
002860
002870 3100-WRITE-ONE-LINE.
002871           IF ITM-IS-KIT OF ITM-ITEMS(ITM-I)
002872               GO TO 3100-EXIT
002873           END-IF
002875           PERFORM 1700-GET-ON-ORDER-QTY THRU 1700-EXIT
002880           IF ITM-NET-STOCK < ITM-EFF-THRESHOLD
002900               MOVE SPACES TO ITM-REPORT-RECORD
002910               MOVE ITM-NAME OF ITM-ITEMS(ITM-I) TO ITM-RPT-NAME
002920               MOVE ITM-STOCK OF ITM-ITEMS(ITM-I) TO ITM-RPT-STOCK
002925               MOVE ITM-ONORD-LOOKUP-QTY TO ITM-RPT-ONORD
002927               MOVE ITM-BKORD-LOOKUP-QTY TO ITM-RPT-BKORD
002930               MOVE ITM-PRICE OF ITM-ITEMS(ITM-I) TO ITM-RPT-PRICE
002940               IF ITM-FOR-SALE OF ITM-ITEMS(ITM-I)
002950                   MOVE "YES" TO ITM-RPT-AVAIL
003490* is below threshold and the code is not already listed.
003500*----------------------------------------------------------------
003510 4100-COLLECT-VENDOR.
003511           IF ITM-IS-KIT OF ITM-ITEMS(ITM-I)
003512               GO TO 4100-EXIT
003513           END-IF
003515           PERFORM 1700-GET-ON-ORDER-QTY THRU 1700-EXIT
003520           IF ITM-EFF-STOCK NOT < ITM-EFF-THRESHOLD
003540               GO TO 4100-EXIT
005160* goods receiving has a number to book against.
005170*----------------------------------------------------------------
005180 4300-WRITE-PO-LINE.
005182           IF ITM-IS-KIT OF ITM-ITEMS(ITM-I)
005184               GO TO 4300-EXIT
005186           END-IF
005190           PERFORM 1700-GET-ON-ORDER-QTY THRU 1700-EXIT
005200           IF ITM-EFF-STOCK NOT < ITM-EFF-THRESHOLD
005210               GO TO 4300-EXIT
