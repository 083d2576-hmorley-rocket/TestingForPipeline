000100*----------------------------------------------------------------
000110* SHELFRPL
000120*
000130* Morning shelf-replenishment list.  Stock is held by location
000140* (ITEMLOC.CPY) and the sales floor is what till sales draw on,
000150* so each morning the back room needs to know what to bring out.
000160* For every item for sale this works out the floor level it
000170* should start the day at - the item's shelf capacity when one
000180* has been set, otherwise the last week's net floor sales off
000190* the stock-movement ledger (stockmov.dat) - and lists what the
000200* floor is short of that level, the quantity to bring out of
000210* the back room, and any remainder that has to come up from the
000220* warehouse first.  An empty shelf is flagged.  The list goes to
000230* shelfrpl.rpt.
000240*----------------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SHELFRPL.
000270 AUTHOR. STORE-SYSTEMS-GROUP.
000280 INSTALLATION. RETAIL-OPERATIONS.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310*----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*
000340*  DATE       INIT  DESCRIPTION
000350*  ---------- ----  -----------------------------------------
000360*  2026-10-15 dlm   Initial version - morning shelf fill from
000370*                   the back room by location stock.
000372*  2026-10-15 dlm   Kits are passed over - a kit holds no stock
000374*                   of its own; its components are filled as
000376*                   items in their own right.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420           SELECT ITEMS-JSON-FILE ASSIGN TO ITM-JSON-DSN
000430               ORGANIZATION IS LINE SEQUENTIAL
000440               FILE STATUS IS ITM-JSON-STATUS.
000450
000460           SELECT STOCK-MOVEMENT-FILE ASSIGN TO ITM-STOCKMOV-DSN
000470               ORGANIZATION IS SEQUENTIAL
000480               FILE STATUS IS ITM-STOCKMOV-STATUS.
000490
000500           SELECT SHELF-REPL-FILE ASSIGN TO ITM-SHELFRPL-DSN
000510               ORGANIZATION IS SEQUENTIAL
000520               FILE STATUS IS ITM-SHELFRPL-STATUS.
000530
000540           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000550               ORGANIZATION IS SEQUENTIAL
000560               FILE STATUS IS ITM-XREF-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600       COPY ITEMJSNF.
000610
000620 FD  STOCK-MOVEMENT-FILE.
000630       COPY ITEMMOV.
000640
000650 FD  SHELF-REPL-FILE.
000660 01  ITM-SHELFRPL-RECORD        PIC X(132).
000670
000680 FD  ITEM-XREF-FILE.
000690       COPY ITEMXRF.
000700
000710 WORKING-STORAGE SECTION.
000720       COPY ITEMFN.
000730       COPY ITEMTAB.
000740       COPY ITEMXRD.
000750       COPY ITEMLOC.
000760
000770 01  ITM-JSON-STATUS            PIC X(02).
000780 01  ITM-STOCKMOV-STATUS        PIC X(02).
000790 01  ITM-SHELFRPL-STATUS        PIC X(02).
000800 01  ITM-I                      BINARY-SHORT.
000810 01  ITM-J                      BINARY-SHORT.
000820 01  ITM-RUN-DATE               PIC X(08).
000830
000840 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
000850           88  ITM-EOF                VALUE 'Y'.
000860
000870 01  ITM-MATCH-INDEX            BINARY-SHORT.
000880 01  ITM-MATCH-FLAG             PIC X(01).
000890           88  ITM-MATCH-FOUND        VALUE 'Y'.
000900
000910*----------------------------------------------------------------
000920* The sales window.  An item with no shelf capacity is filled to
000930* what the floor sold over the last ITM-WINDOW-DAYS days - one
000940* week's cover, so a fast seller is filled deeper than a slow one.
000950*----------------------------------------------------------------
000960 01  ITM-WINDOW-DAYS            BINARY-SHORT VALUE 7.
000970 01  ITM-CUTOFF-DATE            PIC X(08).
000980 01  ITM-CUTOFF-DATE-NUM        PIC 9(08).
000990 01  ITM-DATE-INTEGER           PIC 9(08).
001000
001010*----------------------------------------------------------------
001020* Net floor sales over the window, one figure per catalog entry
001030* in catalog-table order (SALE out less RETURN in, sales-floor
001040* movements only).
001050*----------------------------------------------------------------
001060 01  ITM-FLOOR-SALES-TABLE.
001070           05  ITM-FLS-QTY            BINARY-LONG
001080                   OCCURS 9999 TIMES.
001090
001100 01  ITM-FILL-TARGET            BINARY-LONG.
001110 01  ITM-FILL-NEED              BINARY-LONG.
001120 01  ITM-FILL-FLOOR             BINARY-LONG.
001130 01  ITM-FILL-BACK              BINARY-LONG.
001140 01  ITM-FILL-WHSE              BINARY-LONG.
001150 01  ITM-FILL-BRING             BINARY-LONG.
001160 01  ITM-FILL-FROM-WHSE         BINARY-LONG.
001170 01  ITM-LINE-COUNT             BINARY-LONG VALUE 0.
001180 01  ITM-EMPTY-COUNT            BINARY-LONG VALUE 0.
001190 01  ITM-BRING-TOTAL            BINARY-LONG VALUE 0.
001200 01  ITM-COUNT-DISP             PIC ZZZZZZZ9.
001210
001220 01  ITM-SHELF-HEADING-LINE.
001230           05  FILLER                 PIC X(34) VALUE "NAME".
001240           05  FILLER                 PIC X(08) VALUE " FLOOR".
001250           05  FILLER                 PIC X(08) VALUE "LEVEL".
001260           05  FILLER                 PIC X(08) VALUE "  BACK".
001270           05  FILLER                 PIC X(07) VALUE "BRING".
001280           05  FILLER                 PIC X(08) VALUE "  WHSE".
001290           05  FILLER                 PIC X(07) VALUE "FETCH".
001300           05  FILLER                 PIC X(06) VALUE "REMARK".
001310
001320 01  ITM-SHELF-DETAIL-LINE.
001330           05  ITM-SHD-NAME           PIC X(32).
001340           05  FILLER                 PIC X(02) VALUE SPACES.
001350           05  ITM-SHD-FLOOR          PIC -ZZZZ9.
001360           05  FILLER                 PIC X(02) VALUE SPACES.
001370           05  ITM-SHD-TARGET         PIC ZZZZ9.
001380           05  FILLER                 PIC X(03) VALUE SPACES.
001390           05  ITM-SHD-BACK           PIC -ZZZZ9.
001400           05  FILLER                 PIC X(02) VALUE SPACES.
001410           05  ITM-SHD-BRING          PIC ZZZZ9.
001420           05  FILLER                 PIC X(02) VALUE SPACES.
001430           05  ITM-SHD-WHSE           PIC -ZZZZ9.
001440           05  FILLER                 PIC X(02) VALUE SPACES.
001450           05  ITM-SHD-FETCH          PIC ZZZZ9.
001460           05  FILLER                 PIC X(02) VALUE SPACES.
001470           05  ITM-SHD-REMARK         PIC X(12).
001480
001490 PROCEDURE DIVISION.
001500
001510*----------------------------------------------------------------
001520* 0000-MAINLINE
001530*----------------------------------------------------------------
001540 0000-MAINLINE.
001550           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560           IF ITM-JSON-OK
001570               PERFORM 2000-LOAD-FLOOR-SALES THRU 2000-EXIT
001580               PERFORM 3000-WRITE-SHELF-LIST THRU 3000-EXIT
001590           END-IF
001600           PERFORM 9000-CLOSE-AND-EXIT THRU 9000-EXIT
001610           GOBACK
001620           .
001630 0000-EXIT.
001640           EXIT.
001650
001660*----------------------------------------------------------------
001670* 1000-INITIALIZE
001680*
001690* Loads the current catalog out of items.json the same way the
001700* other batch reports do and works out the first day of the
001710* sales window.  A ledger that has never been written just means
001720* no floor sales - items with a shelf capacity are still filled.
001730*----------------------------------------------------------------
001740 1000-INITIALIZE.
001750           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
001760           MOVE "N" TO ITM-JSON-OK-FLAG
001770           PERFORM 8700-LOAD-RENAME-XREF THRU 8700-EXIT
001780           MOVE 0 TO ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
001790           OPEN INPUT ITEMS-JSON-FILE
001800           IF ITM-JSON-STATUS NOT = "00"
001810               DISPLAY "Unable to open items.json - no shelf list"
001820               MOVE 8 TO RETURN-CODE
001830               GO TO 1000-EXIT
001840           END-IF
001850
001860           PERFORM 8600-JSON-PARSE-ITEMS THRU 8600-EXIT
001870           CLOSE ITEMS-JSON-FILE
001880
001890           IF NOT ITM-JSON-OK
001900               DISPLAY "items.json is unreadable - no shelf list"
001910               MOVE 8 TO RETURN-CODE
001920               GO TO 1000-EXIT
001930           END-IF
001940
001950           MOVE ITM-RUN-DATE TO ITM-CUTOFF-DATE-NUM
001960           COMPUTE ITM-DATE-INTEGER =
001970               FUNCTION INTEGER-OF-DATE(ITM-CUTOFF-DATE-NUM) -
001980                   ITM-WINDOW-DAYS
001990           COMPUTE ITM-CUTOFF-DATE-NUM =
002000               FUNCTION DATE-OF-INTEGER(ITM-DATE-INTEGER)
002010           MOVE ITM-CUTOFF-DATE-NUM TO ITM-CUTOFF-DATE
002020           INITIALIZE ITM-FLOOR-SALES-TABLE
002030
002040           OPEN INPUT STOCK-MOVEMENT-FILE
002050           IF ITM-STOCKMOV-STATUS NOT = "00"
002060               DISPLAY "No movement ledger - filling to shelf "
002070                   "capacity only"
002080               MOVE 4 TO RETURN-CODE
002090           END-IF
002100           .
002110 1000-EXIT.
002120           EXIT.
002130
002140*----------------------------------------------------------------
002150* 2000-LOAD-FLOOR-SALES
002160*
002170* Read-ahead loop over the movement ledger.  Every SALE and
002180* RETURN on the sales floor dated inside the window - the last
002190* ITM-WINDOW-DAYS days before today, today itself left out since
002200* the list is run before the shop opens - nets into the item's
002210* floor sales.  A blank location is the sales floor.
002220*----------------------------------------------------------------
002230 2000-LOAD-FLOOR-SALES.
002240           IF ITM-STOCKMOV-STATUS NOT = "00"
002250               GO TO 2000-EXIT
002260           END-IF
002270
002280           MOVE 'N' TO ITM-EOF-FLAG
002290           READ STOCK-MOVEMENT-FILE
002300               AT END
002310                   MOVE 'Y' TO ITM-EOF-FLAG
002320           END-READ
002330
002340           PERFORM 2100-PROCESS-ONE-MOVEMENT THRU 2100-EXIT
002350               UNTIL ITM-EOF
002360           .
002370 2000-EXIT.
002380           EXIT.
002390
002400 2100-PROCESS-ONE-MOVEMENT.
002410           IF ITM-MOV-TYPE NOT = "SALE" AND
002420                   ITM-MOV-TYPE NOT = "RETURN"
002430               GO TO 2100-NEXT
002440           END-IF
002450           IF ITM-MOV-DATE < ITM-CUTOFF-DATE OR
002460                   ITM-MOV-DATE NOT < ITM-RUN-DATE
002470               GO TO 2100-NEXT
002480           END-IF
002490           MOVE ITM-MOV-LOCATION TO ITM-LOC-FIND-CODE
002500           PERFORM 8950-FIND-LOCATION THRU 8950-EXIT
002510           IF ITM-LOC-FIND-INDEX NOT = ITM-LOC-FLOOR
002520               GO TO 2100-NEXT
002530           END-IF
002540
002550           MOVE ITM-MOV-NAME TO ITM-XRF-RESOLVE-NAME
002560           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
002570           PERFORM 2200-FIND-ITEM-BY-NAME THRU 2200-EXIT
002580           IF ITM-MATCH-FOUND
002590               ADD ITM-MOV-QTY-OUT TO ITM-FLS-QTY(ITM-MATCH-INDEX)
002600               SUBTRACT ITM-MOV-QTY-IN FROM
002610                   ITM-FLS-QTY(ITM-MATCH-INDEX)
002620           END-IF
002630           .
002640 2100-NEXT.
002650           READ STOCK-MOVEMENT-FILE
002660               AT END
002670                   MOVE 'Y' TO ITM-EOF-FLAG
002680           END-READ
002690           .
002700 2100-EXIT.
002710           EXIT.
002720
002730*----------------------------------------------------------------
002740* 2200-FIND-ITEM-BY-NAME
002750*
002760* Linear scan of the catalog table for the resolved name in
002770* ITM-XRF-RESOLVE-NAME.
002780*----------------------------------------------------------------
002790 2200-FIND-ITEM-BY-NAME.
002800           MOVE 'N' TO ITM-MATCH-FLAG
002810           MOVE 0 TO ITM-MATCH-INDEX
002820           PERFORM 2210-CHECK-ONE-ITEM THRU 2210-EXIT
002830               VARYING ITM-J FROM 1 BY 1
002840               UNTIL ITM-J >
002850                       ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
002860                   OR ITM-MATCH-FOUND
002870           .
002880 2200-EXIT.
002890           EXIT.
002900
002910 2210-CHECK-ONE-ITEM.
002920           IF ITM-NAME OF ITM-ITEMS(ITM-J) = ITM-XRF-RESOLVE-NAME
002930               MOVE 'Y' TO ITM-MATCH-FLAG
002940               MOVE ITM-J TO ITM-MATCH-INDEX
002950           END-IF
002960           .
002970 2210-EXIT.
002980           EXIT.
002990
003000*----------------------------------------------------------------
003010* 3000-WRITE-SHELF-LIST
003020*
003030* One line per item for sale whose floor stock is below its
003040* fill level, in catalog order.
003050*----------------------------------------------------------------
003060 3000-WRITE-SHELF-LIST.
003070           OPEN OUTPUT SHELF-REPL-FILE
003080           IF ITM-SHELFRPL-STATUS NOT = "00"
003090               DISPLAY "Unable to write shelfrpl.rpt"
003100               MOVE 8 TO RETURN-CODE
003110               GO TO 3000-EXIT
003120           END-IF
003130
003140           MOVE "SHELF REPLENISHMENT FROM THE BACK ROOM" TO
003150               ITM-SHELFRPL-RECORD
003160           WRITE ITM-SHELFRPL-RECORD
003170           MOVE SPACES TO ITM-SHELFRPL-RECORD
003180           STRING "FOR: " ITM-RUN-DATE
003190               "   SALES SINCE: " ITM-CUTOFF-DATE
003200               DELIMITED BY SIZE
003210               INTO ITM-SHELFRPL-RECORD
003220           END-STRING
003230           WRITE ITM-SHELFRPL-RECORD
003240           MOVE SPACES TO ITM-SHELFRPL-RECORD
003250           WRITE ITM-SHELFRPL-RECORD
003260           MOVE ITM-SHELF-HEADING-LINE TO ITM-SHELFRPL-RECORD
003270           WRITE ITM-SHELFRPL-RECORD
003280
003290           PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
003300               VARYING ITM-I FROM 1 BY 1
003310               UNTIL ITM-I >
003320                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
003330
003340           IF ITM-LINE-COUNT = 0
003350               MOVE "Every shelf is full" TO ITM-SHELFRPL-RECORD
003360               WRITE ITM-SHELFRPL-RECORD
003370           END-IF
003380
003390           MOVE SPACES TO ITM-SHELFRPL-RECORD
003400           WRITE ITM-SHELFRPL-RECORD
003410           MOVE SPACES TO ITM-SHELFRPL-RECORD
003420           MOVE ITM-LINE-COUNT TO ITM-COUNT-DISP
003430           STRING "ITEMS TO FILL: " DELIMITED BY SIZE
003440               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
003450               INTO ITM-SHELFRPL-RECORD
003460           END-STRING
003470           WRITE ITM-SHELFRPL-RECORD
003480           MOVE SPACES TO ITM-SHELFRPL-RECORD
003490           MOVE ITM-BRING-TOTAL TO ITM-COUNT-DISP
003500           STRING "UNITS TO BRING OUT: " DELIMITED BY SIZE
003510               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
003520               INTO ITM-SHELFRPL-RECORD
003530           END-STRING
003540           WRITE ITM-SHELFRPL-RECORD
003550           MOVE SPACES TO ITM-SHELFRPL-RECORD
003560           MOVE ITM-EMPTY-COUNT TO ITM-COUNT-DISP
003570           STRING "EMPTY SHELVES: " DELIMITED BY SIZE
003580               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
003590               INTO ITM-SHELFRPL-RECORD
003600           END-STRING
003610           WRITE ITM-SHELFRPL-RECORD
003620
003630           CLOSE SHELF-REPL-FILE
003640           DISPLAY ITM-LINE-COUNT " item(s) on the shelf list"
003650           .
003660 3000-EXIT.
003670           EXIT.
003680
003690*----------------------------------------------------------------
003700* 3100-CHECK-ONE-ITEM
003710*
003720* The fill level is the shelf capacity when set, otherwise the
003730* window's net floor sales.  What the floor is short of it comes
003740* out of the back room as far as the back room goes; whatever is
003750* still short and sits in the warehouse is listed under FETCH so
003760* it can be brought up first.  An item with nothing on the floor
003770* is listed EMPTY SHELF even when there is nothing to bring.
003775* A kit is passed over - its components are filled instead.
003780*----------------------------------------------------------------
003790 3100-CHECK-ONE-ITEM.
003792           IF ITM-IS-KIT OF ITM-ITEMS(ITM-I)
003794               GO TO 3100-EXIT
003796           END-IF
003800           IF NOT ITM-FOR-SALE OF ITM-ITEMS(ITM-I)
003810               GO TO 3100-EXIT
003820           END-IF
003830
003840           MOVE ITM-LOC-STOCK OF ITM-ITEMS(ITM-I, ITM-LOC-FLOOR)
003850               TO ITM-FILL-FLOOR
003860           MOVE ITM-LOC-STOCK OF ITM-ITEMS(ITM-I, ITM-LOC-BACK)
003870               TO ITM-FILL-BACK
003880           MOVE ITM-LOC-STOCK OF ITM-ITEMS(ITM-I, ITM-LOC-WHSE)
003890               TO ITM-FILL-WHSE
003900
003910           IF ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-I) > 0
003920               MOVE ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-I) TO
003930                   ITM-FILL-TARGET
003940           ELSE
003950               MOVE ITM-FLS-QTY(ITM-I) TO ITM-FILL-TARGET
003960           END-IF
003970           IF ITM-FILL-TARGET < 0
003980               MOVE 0 TO ITM-FILL-TARGET
003990           END-IF
004000
004010           COMPUTE ITM-FILL-NEED =
004020               ITM-FILL-TARGET - ITM-FILL-FLOOR
004030           IF ITM-FILL-NEED < 0
004040               MOVE 0 TO ITM-FILL-NEED
004050           END-IF
004060           IF ITM-FILL-NEED = 0 AND ITM-FILL-FLOOR > 0
004070               GO TO 3100-EXIT
004080           END-IF
004090
004100           MOVE ITM-FILL-NEED TO ITM-FILL-BRING
004110           IF ITM-FILL-BACK < ITM-FILL-BRING
004120               MOVE ITM-FILL-BACK TO ITM-FILL-BRING
004130           END-IF
004140           IF ITM-FILL-BRING < 0
004150               MOVE 0 TO ITM-FILL-BRING
004160           END-IF
004170           COMPUTE ITM-FILL-FROM-WHSE =
004180               ITM-FILL-NEED - ITM-FILL-BRING
004190           IF ITM-FILL-WHSE < ITM-FILL-FROM-WHSE
004200               MOVE ITM-FILL-WHSE TO ITM-FILL-FROM-WHSE
004210           END-IF
004220           IF ITM-FILL-FROM-WHSE < 0
004230               MOVE 0 TO ITM-FILL-FROM-WHSE
004240           END-IF
004250
004260           MOVE SPACES TO ITM-SHELF-DETAIL-LINE
004270           MOVE ITM-NAME OF ITM-ITEMS(ITM-I) TO ITM-SHD-NAME
004280           MOVE ITM-FILL-FLOOR TO ITM-SHD-FLOOR
004290           MOVE ITM-FILL-TARGET TO ITM-SHD-TARGET
004300           MOVE ITM-FILL-BACK TO ITM-SHD-BACK
004310           MOVE ITM-FILL-BRING TO ITM-SHD-BRING
004320           MOVE ITM-FILL-WHSE TO ITM-SHD-WHSE
004330           MOVE ITM-FILL-FROM-WHSE TO ITM-SHD-FETCH
004340           IF ITM-FILL-FLOOR NOT > 0
004350               MOVE "EMPTY SHELF" TO ITM-SHD-REMARK
004360               ADD 1 TO ITM-EMPTY-COUNT
004370           ELSE
004380               IF ITM-FILL-BRING + ITM-FILL-FROM-WHSE <
004390                       ITM-FILL-NEED
004400                   MOVE "SHORT" TO ITM-SHD-REMARK
004410               END-IF
004420           END-IF
004430           MOVE ITM-SHELF-DETAIL-LINE TO ITM-SHELFRPL-RECORD
004440           WRITE ITM-SHELFRPL-RECORD
004450           ADD 1 TO ITM-LINE-COUNT
004460           ADD ITM-FILL-BRING TO ITM-BRING-TOTAL
004470           .
004480 3100-EXIT.
004490           EXIT.
004500
004510       COPY ITEMJSNP.
004520       COPY ITEMXRP.
004530       COPY ITEMLOCP.
004540
004550*----------------------------------------------------------------
004560* 9000-CLOSE-AND-EXIT
004570*----------------------------------------------------------------
004580 9000-CLOSE-AND-EXIT.
004590           IF ITM-STOCKMOV-STATUS = "00" OR "10"
004600               CLOSE STOCK-MOVEMENT-FILE
004610           END-IF
004620           .
004630 9000-EXIT.
004640           EXIT.
