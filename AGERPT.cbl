000100*----------------------------------------------------------------
000110* AGERPT
000120*
000130* Aged and dead stock.  Works out, for every item with stock on
000140* hand, how long it has been since it last sold and since it
000150* was last received - off the SALE and RECEIPT dates on the
000160* stock-movement ledger (stockmov.dat) - and buckets the on-hand
000170* quantity and its value at the weighted-average costs COSTRPT
000180* last wrote (itemcost.dat) into 0-30, 31-90, 91-180 and over
000190* 180 days on both counts, subtotalled by supplying vendor, on
000200* the aged-stock report (agedstk.rpt).
000210*
000220* An item that has neither sold nor been received for longer
000230* than the dead-stock limit is dead stock, and a markdown is
000240* proposed for it: a permanent price change written to the
000250* pending price-change file (pendprc.dat) with status P, loaded
000260* by AGERPT and effective a week out, so the buyer can review
000270* it on PRICEMNT's list - and cancel it there - before the
000280* nightly PRICEAPL run applies it like any other change.
000290*----------------------------------------------------------------
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. AGERPT.
000320 AUTHOR. STORE-SYSTEMS-GROUP.
000330 INSTALLATION. RETAIL-OPERATIONS.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED.
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*
000390*  DATE       INIT  DESCRIPTION
000400*  ---------- ----  -----------------------------------------
000410*  2026-10-15 dlm   Initial version - stock aged by last sale
000420*                   and last receipt, with markdowns proposed
000430*                   for dead stock.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480           SELECT ITEMS-JSON-FILE ASSIGN TO ITM-JSON-DSN
000490               ORGANIZATION IS LINE SEQUENTIAL
000500               FILE STATUS IS ITM-JSON-STATUS.
000510
000520           SELECT STOCK-MOVEMENT-FILE ASSIGN TO ITM-STOCKMOV-DSN
000530               ORGANIZATION IS SEQUENTIAL
000540               FILE STATUS IS ITM-STOCKMOV-STATUS.
000550
000560           SELECT ITEM-COST-FILE ASSIGN TO ITM-ITEMCOST-DSN
000570               ORGANIZATION IS SEQUENTIAL
000580               FILE STATUS IS ITM-ITEMCOST-STATUS.
000590
000600           SELECT PENDING-PRICE-FILE ASSIGN TO ITM-PENDPRC-DSN
000610               ORGANIZATION IS SEQUENTIAL
000620               FILE STATUS IS ITM-PENDPRC-STATUS.
000630
000640           SELECT AGED-STOCK-FILE ASSIGN TO ITM-AGERPT-DSN
000650               ORGANIZATION IS SEQUENTIAL
000660               FILE STATUS IS ITM-AGERPT-STATUS.
000670
000680           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000690               ORGANIZATION IS SEQUENTIAL
000700               FILE STATUS IS ITM-XREF-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740       COPY ITEMJSNF.
000750
000760 FD  STOCK-MOVEMENT-FILE.
000770       COPY ITEMMOV.
000780
000790 FD  ITEM-COST-FILE.
000800       COPY ITEMCST.
000810
000820 FD  PENDING-PRICE-FILE.
000830       COPY ITEMPRC.
000840
000850 FD  AGED-STOCK-FILE.
000860 01  ITM-AGERPT-RECORD          PIC X(132).
000870
000880 FD  ITEM-XREF-FILE.
000890       COPY ITEMXRF.
000900
000910 WORKING-STORAGE SECTION.
000920       COPY ITEMFN.
000930       COPY ITEMTAB.
000940       COPY ITEMXRD.
000950
000960 01  ITM-JSON-STATUS            PIC X(02).
000970 01  ITM-STOCKMOV-STATUS        PIC X(02).
000980 01  ITM-ITEMCOST-STATUS        PIC X(02).
000990 01  ITM-PENDPRC-STATUS         PIC X(02).
001000 01  ITM-AGERPT-STATUS          PIC X(02).
001010 01  ITM-I                      BINARY-SHORT.
001020 01  ITM-J                      BINARY-SHORT.
001030 01  ITM-K                      BINARY-SHORT.
001040 01  ITM-B                      BINARY-SHORT.
001050 01  ITM-RUN-DATE               PIC X(08).
001060
001070 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
001080           88  ITM-EOF                VALUE 'Y'.
001090
001100 01  ITM-MATCH-INDEX            BINARY-SHORT.
001110 01  ITM-MATCH-FLAG             PIC X(01).
001120           88  ITM-MATCH-FOUND        VALUE 'Y'.
001130
001140*----------------------------------------------------------------
001150* Dead-stock and markdown rules.  An item is dead when it has
001160* gone more than ITM-DEAD-DAYS days without a sale or a
001170* receipt.  Its markdown takes ITM-MARKDOWN-PCT percent off the
001180* shelf price, never below the item's average cost, effective
001190* ITM-MARKDOWN-LEAD-DAYS days out so the buyer has a week to
001200* look it over.  An item marked down by this run within the
001210* last ITM-DEAD-DAYS days - or whose markdown the buyer
001220* cancelled in that time - is not proposed again until the
001230* period has run, so dead stock steps down at most twice a
001240* year rather than every night.
001250*----------------------------------------------------------------
001260 01  ITM-DEAD-DAYS              BINARY-SHORT VALUE 180.
001270 01  ITM-MARKDOWN-PCT           PIC 9(02) VALUE 25.
001280 01  ITM-MARKDOWN-LEAD-DAYS     BINARY-SHORT VALUE 7.
001290 01  ITM-MARKDOWN-USER          PIC X(08) VALUE "AGERPT".
001300 01  ITM-DEAD-CUTOFF-DATE       PIC X(08).
001310 01  ITM-MARKDOWN-EFF-DATE      PIC X(08).
001320 01  ITM-DATE-NUM               PIC 9(08).
001330 01  ITM-DATE-INTEGER           PIC 9(08).
001340 01  ITM-RUN-DATE-INTEGER       PIC 9(08).
001350
001360*----------------------------------------------------------------
001370* Last SALE and last RECEIPT date per catalog entry, in catalog-
001380* table order (spaces when the ledger has none), and the order
001390* the report walks the catalog in - by vendor, then name.
001400*----------------------------------------------------------------
001410 01  ITM-AGE-DATE-TABLE.
001420           05  ITM-AGE-DATES OCCURS 9999 TIMES.
001430               10  ITM-AGE-LAST-SALE  PIC X(08).
001440               10  ITM-AGE-LAST-RCPT  PIC X(08).
001450               10  ITM-AGE-ORDER      BINARY-SHORT.
001460 01  ITM-HOLD-ORDER             BINARY-SHORT.
001470
001480*----------------------------------------------------------------
001490* Average unit costs as COSTRPT last wrote them.
001500*----------------------------------------------------------------
001510 01  ITM-COST-TABLE.
001520           05  ITM-NUM-OF-COSTS       BINARY-SHORT VALUE 0.
001530           05  ITM-COST-ENTRY OCCURS 0 TO 9999 TIMES
001540                   DEPENDING ON ITM-NUM-OF-COSTS.
001550               10  ITM-CTAB-NAME      PIC X(32).
001560               10  ITM-CTAB-COST      PIC 9(05)V99.
001570 01  ITM-COST-FLAG              PIC X(01).
001580           88  ITM-COST-FOUND         VALUE 'Y'.
001590 01  ITM-ITEM-COST              PIC 9(05)V99.
001600
001610*----------------------------------------------------------------
001620* Price changes on pendprc.dat that stop a markdown being
001630* proposed: any change still pending or active (O), and any
001640* markdown this run proposed inside the dead-stock period (M).
001650*----------------------------------------------------------------
001660 01  ITM-OPEN-CHANGE-TABLE.
001670           05  ITM-NUM-OF-OPEN        BINARY-SHORT VALUE 0.
001680           05  ITM-OPEN-CHANGE OCCURS 0 TO 9999 TIMES
001690                   DEPENDING ON ITM-NUM-OF-OPEN.
001700               10  ITM-OPC-NAME       PIC X(32).
001710               10  ITM-OPC-SKU        PIC X(14).
001720               10  ITM-OPC-KIND       PIC X(01).
001730 01  ITM-OPC-MATCH-KIND         PIC X(01).
001740           88  ITM-OPC-NONE           VALUE SPACE.
001750           88  ITM-OPC-IS-OPEN        VALUE 'O'.
001760           88  ITM-OPC-IS-MARKDOWN    VALUE 'M'.
001770
001780 01  ITM-MARKDOWN-FLAG          PIC X(01) VALUE 'N'.
001790           88  ITM-MARKDOWN-ALLOWED   VALUE 'Y'.
001800 01  ITM-PENDPRC-OPEN-FLAG      PIC X(01) VALUE 'N'.
001810           88  ITM-PENDPRC-IS-OPEN    VALUE 'Y'.
001820
001830*----------------------------------------------------------------
001840* Working figures for the item being reported.
001850*----------------------------------------------------------------
001860 01  ITM-ITEM-X                 BINARY-SHORT.
001870 01  ITM-SALE-DAYS              BINARY-LONG.
001880 01  ITM-RCPT-DAYS              BINARY-LONG.
001890 01  ITM-SALE-BUCKET            BINARY-SHORT.
001900 01  ITM-RCPT-BUCKET            BINARY-SHORT.
001910 01  ITM-LINE-VALUE             PIC S9(11)V99.
001920 01  ITM-MARKDOWN-PRICE         PIC 9(05)V99.
001930 01  ITM-DEAD-FLAG              PIC X(01).
001940           88  ITM-ITEM-IS-DEAD       VALUE 'Y'.
001950 01  ITM-HOLD-VENDOR-CODE       PIC X(08).
001960 01  ITM-LINE-COUNT             BINARY-LONG VALUE 0.
001970 01  ITM-DEAD-COUNT             BINARY-LONG VALUE 0.
001980 01  ITM-MARKDOWN-COUNT         BINARY-LONG VALUE 0.
001990 01  ITM-COUNT-DISP             PIC ZZZZZZZ9.
002000 01  ITM-DAYS-DISP              PIC ZZZ9.
002010 01  ITM-PCT-DISP               PIC Z9.
002020
002030*----------------------------------------------------------------
002040* Bucket labels - 0-30, 31-90, 91-180 and over 180 days - with
002050* the day each one ends at.  An item never sold (or never
002060* received) on the ledger falls in the last bucket.
002070*----------------------------------------------------------------
002080 01  ITM-BUCKET-LABELS.
002090           05  FILLER                 PIC X(08) VALUE "0-30".
002100           05  FILLER                 PIC X(08) VALUE "31-90".
002110           05  FILLER                 PIC X(08) VALUE "91-180".
002120           05  FILLER                 PIC X(08) VALUE "OVER 180".
002130 01  FILLER REDEFINES ITM-BUCKET-LABELS.
002140           05  ITM-BUCKET-LABEL       PIC X(08) OCCURS 4 TIMES.
002150 01  ITM-BUCKET-LIMITS.
002160           05  FILLER                 PIC 9(04) VALUE 30.
002170           05  FILLER                 PIC 9(04) VALUE 90.
002180           05  FILLER                 PIC 9(04) VALUE 180.
002190           05  FILLER                 PIC 9(04) VALUE 9999.
002200 01  FILLER REDEFINES ITM-BUCKET-LIMITS.
002210           05  ITM-BUCKET-LIMIT       PIC 9(04) OCCURS 4 TIMES.
002220
002230*----------------------------------------------------------------
002240* Bucket totals: level 1 is the vendor group being printed,
002250* level 2 the whole catalog; basis 1 is days since the last
002260* sale, basis 2 days since the last receipt.  Bucket 5 is the
002270* row total.
002280*----------------------------------------------------------------
002290 01  ITM-AGE-TOTALS.
002300           05  ITM-AGT-LEVEL OCCURS 2 TIMES.
002310               10  ITM-AGT-BASIS OCCURS 2 TIMES.
002320                   15  ITM-AGT-BUCKET OCCURS 5 TIMES.
002330                       20  ITM-AGT-QTY    BINARY-LONG.
002340                       20  ITM-AGT-VALUE  PIC S9(13)V99.
002350 01  ITM-AGT-L                  BINARY-SHORT.
002360 01  ITM-AGT-S                  BINARY-SHORT.
002370
002380 01  ITM-AGE-HEADING-LINE.
002390           05  FILLER                 PIC X(34) VALUE "NAME".
002400           05  FILLER                 PIC X(08) VALUE "ON HAND".
002410           05  FILLER                 PIC X(10) VALUE "AVG COST".
002420           05  FILLER                 PIC X(15) VALUE
002430                   "        VALUE".
002440           05  FILLER                 PIC X(18) VALUE
002450                   "LAST SALE AGE".
002460           05  FILLER                 PIC X(18) VALUE
002470                   "LAST RCPT AGE".
002480           05  FILLER                 PIC X(10) VALUE "MARKDOWN".
002490           05  FILLER                 PIC X(06) VALUE "REMARK".
002500
002510 01  ITM-AGE-DETAIL-LINE.
002520           05  ITM-AGD-NAME           PIC X(32).
002530           05  FILLER                 PIC X(02) VALUE SPACES.
002540           05  ITM-AGD-STOCK          PIC -ZZZZ9.
002550           05  FILLER                 PIC X(02) VALUE SPACES.
002560           05  ITM-AGD-COST           PIC ZZZZ9.99.
002570           05  FILLER                 PIC X(02) VALUE SPACES.
002580           05  ITM-AGD-VALUE          PIC -ZZZZZZZZ9.99.
002590           05  FILLER                 PIC X(02) VALUE SPACES.
002600           05  ITM-AGD-SALE-DATE      PIC X(08).
002610           05  FILLER                 PIC X(01) VALUE SPACE.
002620           05  ITM-AGD-SALE-AGE       PIC X(08).
002630           05  FILLER                 PIC X(01) VALUE SPACE.
002640           05  ITM-AGD-RCPT-DATE      PIC X(08).
002650           05  FILLER                 PIC X(01) VALUE SPACE.
002660           05  ITM-AGD-RCPT-AGE       PIC X(08).
002670           05  FILLER                 PIC X(01) VALUE SPACE.
002680           05  ITM-AGD-MARKDOWN       PIC ZZZZ9.99.
002690           05  FILLER                 PIC X(02) VALUE SPACES.
002700           05  ITM-AGD-REMARK         PIC X(15).
002710
002720 01  ITM-AGE-BUCKET-HEADING.
002730           05  FILLER                 PIC X(26) VALUE SPACES.
002740           05  FILLER                 PIC X(16) VALUE
002750                   "       0-30 DAYS".
002760           05  FILLER                 PIC X(16) VALUE
002770                   "      31-90 DAYS".
002780           05  FILLER                 PIC X(16) VALUE
002790                   "     91-180 DAYS".
002800           05  FILLER                 PIC X(16) VALUE
002810                   "   OVER 180 DAYS".
002820           05  FILLER                 PIC X(16) VALUE
002830                   "           TOTAL".
002840
002850 01  ITM-AGE-QTY-LINE.
002860           05  ITM-AGQ-LABEL          PIC X(26).
002870           05  ITM-AGQ-COLUMN OCCURS 5 TIMES.
002880               10  FILLER             PIC X(02).
002890               10  ITM-AGQ-QTY        PIC -ZZZZZZZZZZZZ9.
002900
002910 01  ITM-AGE-VALUE-LINE.
002920           05  ITM-AGV-LABEL          PIC X(26).
002930           05  ITM-AGV-COLUMN OCCURS 5 TIMES.
002940               10  FILLER             PIC X(02).
002950               10  ITM-AGV-VALUE      PIC -ZZZZZZZZZ9.99.
002960
002970 PROCEDURE DIVISION.
002980
002990*----------------------------------------------------------------
003000* 0000-MAINLINE
003010*----------------------------------------------------------------
003020 0000-MAINLINE.
003030           PERFORM 1000-INITIALIZE THRU 1000-EXIT
003040           IF ITM-JSON-OK
003050               PERFORM 1500-LOAD-COST-TABLE THRU 1500-EXIT
003060               PERFORM 1600-LOAD-OPEN-CHANGES THRU 1600-EXIT
003070               PERFORM 2000-LOAD-LAST-DATES THRU 2000-EXIT
003080               PERFORM 3000-SORT-BY-VENDOR THRU 3000-EXIT
003090               PERFORM 4000-WRITE-AGED-REPORT THRU 4000-EXIT
003100           END-IF
003110           PERFORM 9000-CLOSE-AND-EXIT THRU 9000-EXIT
003120           GOBACK
003130           .
003140 0000-EXIT.
003150           EXIT.
003160
003170*----------------------------------------------------------------
003180* 1000-INITIALIZE
003190*
003200* Loads the current catalog out of items.json the same way the
003210* other batch reports do and works out the dates the rules
003220* turn on.  Without a movement ledger every item would read as
003230* never sold, so the report still prints but no markdown is
003240* proposed.
003250*----------------------------------------------------------------
003260 1000-INITIALIZE.
003270           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
003280           MOVE "N" TO ITM-JSON-OK-FLAG
003290           PERFORM 8700-LOAD-RENAME-XREF THRU 8700-EXIT
003300           MOVE 0 TO ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
003310           OPEN INPUT ITEMS-JSON-FILE
003320           IF ITM-JSON-STATUS NOT = "00"
003330               DISPLAY "Unable to open items.json - no report"
003340               MOVE 8 TO RETURN-CODE
003350               GO TO 1000-EXIT
003360           END-IF
003370
003380           PERFORM 8600-JSON-PARSE-ITEMS THRU 8600-EXIT
003390           CLOSE ITEMS-JSON-FILE
003400
003410           IF NOT ITM-JSON-OK
003420               DISPLAY "items.json is unreadable - no report"
003430               MOVE 8 TO RETURN-CODE
003440               GO TO 1000-EXIT
003450           END-IF
003460
003470           MOVE ITM-RUN-DATE TO ITM-DATE-NUM
003480           COMPUTE ITM-RUN-DATE-INTEGER =
003490               FUNCTION INTEGER-OF-DATE(ITM-DATE-NUM)
003500           COMPUTE ITM-DATE-INTEGER =
003510               ITM-RUN-DATE-INTEGER - ITM-DEAD-DAYS
003520           COMPUTE ITM-DATE-NUM =
003530               FUNCTION DATE-OF-INTEGER(ITM-DATE-INTEGER)
003540           MOVE ITM-DATE-NUM TO ITM-DEAD-CUTOFF-DATE
003550           COMPUTE ITM-DATE-INTEGER =
003560               ITM-RUN-DATE-INTEGER + ITM-MARKDOWN-LEAD-DAYS
003570           COMPUTE ITM-DATE-NUM =
003580               FUNCTION DATE-OF-INTEGER(ITM-DATE-INTEGER)
003590           MOVE ITM-DATE-NUM TO ITM-MARKDOWN-EFF-DATE
003600           INITIALIZE ITM-AGE-DATE-TABLE
003610           INITIALIZE ITM-AGE-TOTALS
003620
003630           OPEN INPUT STOCK-MOVEMENT-FILE
003640           IF ITM-STOCKMOV-STATUS NOT = "00"
003650               DISPLAY "No movement ledger - no markdowns "
003655                   "proposed"
003660               MOVE 4 TO RETURN-CODE
003670           ELSE
003680               MOVE 'Y' TO ITM-MARKDOWN-FLAG
003690           END-IF
003700           .
003710 1000-EXIT.
003720           EXIT.
003730
003740*----------------------------------------------------------------
003750* 1500-LOAD-COST-TABLE
003760*
003770* Loads the weighted-average unit costs COSTRPT last wrote.  A
003780* missing cost file values everything at zero (NO COST), and a
003790* markdown then has no cost to stop at.
003800*----------------------------------------------------------------
003810 1500-LOAD-COST-TABLE.
003820           OPEN INPUT ITEM-COST-FILE
003830           IF ITM-ITEMCOST-STATUS NOT = "00"
003840               DISPLAY "No item costs - stock valued at zero"
003850               MOVE 4 TO RETURN-CODE
003860               GO TO 1500-EXIT
003870           END-IF
003880
003890           MOVE 'N' TO ITM-EOF-FLAG
003900           READ ITEM-COST-FILE
003910               AT END
003920                   MOVE 'Y' TO ITM-EOF-FLAG
003930           END-READ
003940
003950           PERFORM 1510-LOAD-ONE-COST THRU 1510-EXIT
003960               UNTIL ITM-EOF
003970
003980           CLOSE ITEM-COST-FILE
003990           .
004000 1500-EXIT.
004010           EXIT.
004020
004030 1510-LOAD-ONE-COST.
004040           IF ITM-NUM-OF-COSTS < 9999
004050               ADD 1 TO ITM-NUM-OF-COSTS
004060               MOVE ITM-CST-NAME TO
004070                   ITM-CTAB-NAME(ITM-NUM-OF-COSTS)
004080               MOVE ITM-CST-AVG-COST TO
004090                   ITM-CTAB-COST(ITM-NUM-OF-COSTS)
004100           END-IF
004110           READ ITEM-COST-FILE
004120               AT END
004130                   MOVE 'Y' TO ITM-EOF-FLAG
004140           END-READ
004150           .
004160 1510-EXIT.
004170           EXIT.
004180
004190*----------------------------------------------------------------
004200* 1600-LOAD-OPEN-CHANGES
004210*
004220* Notes every pendprc.dat record that rules out a new markdown:
004230* a change still pending or an active promotion, whoever loaded
004240* it - the buyer's own plans come first - and a markdown this
004250* run proposed on or after the dead-stock cutoff that has not
004260* gone in error.  No pending file simply means none.
004270*----------------------------------------------------------------
004280 1600-LOAD-OPEN-CHANGES.
004290           OPEN INPUT PENDING-PRICE-FILE
004300           IF ITM-PENDPRC-STATUS NOT = "00"
004310               GO TO 1600-EXIT
004320           END-IF
004330
004340           MOVE 'N' TO ITM-EOF-FLAG
004350           READ PENDING-PRICE-FILE
004360               AT END
004370                   MOVE 'Y' TO ITM-EOF-FLAG
004380           END-READ
004390
004400           PERFORM 1610-NOTE-ONE-CHANGE THRU 1610-EXIT
004410               UNTIL ITM-EOF
004420
004430           CLOSE PENDING-PRICE-FILE
004440           .
004450 1600-EXIT.
004460           EXIT.
004470
004480 1610-NOTE-ONE-CHANGE.
004490           MOVE SPACE TO ITM-OPC-MATCH-KIND
004500           IF ITM-PRC-PENDING OR ITM-PRC-ACTIVE
004510               MOVE 'O' TO ITM-OPC-MATCH-KIND
004520           ELSE
004530               IF ITM-PRC-USER = ITM-MARKDOWN-USER
004540                       AND NOT ITM-PRC-IN-ERROR
004550                       AND ITM-PRC-EFF-DATE NOT <
004560                           ITM-DEAD-CUTOFF-DATE
004570                   MOVE 'M' TO ITM-OPC-MATCH-KIND
004580               END-IF
004590           END-IF
004600           IF NOT ITM-OPC-NONE AND ITM-NUM-OF-OPEN < 9999
004610               ADD 1 TO ITM-NUM-OF-OPEN
004620               MOVE ITM-PRC-NAME TO ITM-OPC-NAME(ITM-NUM-OF-OPEN)
004630               MOVE ITM-PRC-SKU TO ITM-OPC-SKU(ITM-NUM-OF-OPEN)
004640               MOVE ITM-OPC-MATCH-KIND TO
004650                   ITM-OPC-KIND(ITM-NUM-OF-OPEN)
004660           END-IF
004670           READ PENDING-PRICE-FILE
004680               AT END
004690                   MOVE 'Y' TO ITM-EOF-FLAG
004700           END-READ
004710           .
004720 1610-EXIT.
004730           EXIT.
004740
004750*----------------------------------------------------------------
004760* 2000-LOAD-LAST-DATES
004770*
004780* Read-ahead loop over the whole movement ledger.  The latest
004790* SALE and the latest RECEIPT dated for each item are kept
004800* against its catalog entry, names resolved through the rename
004810* cross-reference.  A kit sells as its components, so the
004820* components' SALE movements date their last sale.
004830*----------------------------------------------------------------
004840 2000-LOAD-LAST-DATES.
004850           IF ITM-STOCKMOV-STATUS NOT = "00"
004860               GO TO 2000-EXIT
004870           END-IF
004880
004890           MOVE 'N' TO ITM-EOF-FLAG
004900           READ STOCK-MOVEMENT-FILE
004910               AT END
004920                   MOVE 'Y' TO ITM-EOF-FLAG
004930           END-READ
004940
004950           PERFORM 2100-PROCESS-ONE-MOVEMENT THRU 2100-EXIT
004960               UNTIL ITM-EOF
004970           .
004980 2000-EXIT.
004990           EXIT.
005000
005010 2100-PROCESS-ONE-MOVEMENT.
005020           IF ITM-MOV-TYPE NOT = "SALE" AND
005030                   ITM-MOV-TYPE NOT = "RECEIPT"
005040               GO TO 2100-NEXT
005050           END-IF
005060           IF ITM-MOV-DATE IS NOT NUMERIC
005070               GO TO 2100-NEXT
005080           END-IF
005090
005100           MOVE ITM-MOV-NAME TO ITM-XRF-RESOLVE-NAME
005110           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
005120           PERFORM 2200-FIND-ITEM-BY-NAME THRU 2200-EXIT
005130           IF NOT ITM-MATCH-FOUND
005140               GO TO 2100-NEXT
005150           END-IF
005160
005170           IF ITM-MOV-TYPE = "SALE"
005180               IF ITM-AGE-LAST-SALE(ITM-MATCH-INDEX) = SPACES OR
005190                       ITM-MOV-DATE >
005200                           ITM-AGE-LAST-SALE(ITM-MATCH-INDEX)
005210                   MOVE ITM-MOV-DATE TO
005220                       ITM-AGE-LAST-SALE(ITM-MATCH-INDEX)
005230               END-IF
005240           ELSE
005250               IF ITM-AGE-LAST-RCPT(ITM-MATCH-INDEX) = SPACES OR
005260                       ITM-MOV-DATE >
005270                           ITM-AGE-LAST-RCPT(ITM-MATCH-INDEX)
005280                   MOVE ITM-MOV-DATE TO
005290                       ITM-AGE-LAST-RCPT(ITM-MATCH-INDEX)
005300               END-IF
005310           END-IF
005320           .
005330 2100-NEXT.
005340           READ STOCK-MOVEMENT-FILE
005350               AT END
005360                   MOVE 'Y' TO ITM-EOF-FLAG
005370           END-READ
005380           .
005390 2100-EXIT.
005400           EXIT.
005410
005420*----------------------------------------------------------------
005430* 2200-FIND-ITEM-BY-NAME
005440*
005450* Linear scan of the catalog table for the resolved name in
005460* ITM-XRF-RESOLVE-NAME.
005470*----------------------------------------------------------------
005480 2200-FIND-ITEM-BY-NAME.
005490           MOVE 'N' TO ITM-MATCH-FLAG
005500           MOVE 0 TO ITM-MATCH-INDEX
005510           PERFORM 2210-CHECK-ONE-ITEM THRU 2210-EXIT
005520               VARYING ITM-J FROM 1 BY 1
005530               UNTIL ITM-J >
005540                       ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
005550                   OR ITM-MATCH-FOUND
005560           .
005570 2200-EXIT.
005580           EXIT.
005590
005600 2210-CHECK-ONE-ITEM.
005610           IF ITM-NAME OF ITM-ITEMS(ITM-J) = ITM-XRF-RESOLVE-NAME
005620               MOVE 'Y' TO ITM-MATCH-FLAG
005630               MOVE ITM-J TO ITM-MATCH-INDEX
005640           END-IF
005650           .
005660 2210-EXIT.
005670           EXIT.
005680
005690*----------------------------------------------------------------
005700* 3000-SORT-BY-VENDOR
005710*
005720* Ascending bubble sort on vendor code then name, so the report
005730* groups each vendor's items together.  The catalog table is
005740* left where it is - the last dates above are held against it
005750* by position - and the sort orders ITM-AGE-ORDER instead.
005760*----------------------------------------------------------------
005770 3000-SORT-BY-VENDOR.
005780           PERFORM 3010-SEED-ONE-ORDER THRU 3010-EXIT
005790               VARYING ITM-I FROM 1 BY 1
005800               UNTIL ITM-I >
005810                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
005820           PERFORM 3100-SORT-PASS THRU 3100-EXIT
005830               VARYING ITM-I FROM 1 BY 1
005840               UNTIL ITM-I >
005850                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION - 1
005860           .
005870 3000-EXIT.
005880           EXIT.
005890
005900 3010-SEED-ONE-ORDER.
005910           MOVE ITM-I TO ITM-AGE-ORDER(ITM-I)
005920           .
005930 3010-EXIT.
005940           EXIT.
005950
005960 3100-SORT-PASS.
005970           PERFORM 3110-COMPARE-AND-SWAP THRU 3110-EXIT
005980               VARYING ITM-J FROM 1 BY 1
005990               UNTIL ITM-J >
006000                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
006010                       - ITM-I
006020           .
006030 3100-EXIT.
006040           EXIT.
006050
006060 3110-COMPARE-AND-SWAP.
006070           MOVE ITM-AGE-ORDER(ITM-J) TO ITM-K
006080           MOVE ITM-AGE-ORDER(ITM-J + 1) TO ITM-B
006090           IF ITM-VENDOR OF ITM-ITEMS(ITM-K) >
006100                   ITM-VENDOR OF ITM-ITEMS(ITM-B)
006110               OR (ITM-VENDOR OF ITM-ITEMS(ITM-K) =
006120                   ITM-VENDOR OF ITM-ITEMS(ITM-B)
006130                   AND ITM-NAME OF ITM-ITEMS(ITM-K) >
006140                       ITM-NAME OF ITM-ITEMS(ITM-B))
006150               MOVE ITM-AGE-ORDER(ITM-J) TO ITM-HOLD-ORDER
006160               MOVE ITM-AGE-ORDER(ITM-J + 1) TO
006170                   ITM-AGE-ORDER(ITM-J)
006180               MOVE ITM-HOLD-ORDER TO ITM-AGE-ORDER(ITM-J + 1)
006190           END-IF
006200           .
006210 3110-EXIT.
006220           EXIT.
006230
006240*----------------------------------------------------------------
006250* 4000-WRITE-AGED-REPORT
006260*
006270* One line per item with stock on hand, grouped by vendor, each
006280* group closed with its bucket subtotals and the catalog's
006290* totals at the bottom.  Markdowns are appended to pendprc.dat
006300* as the lines are written.
006310*----------------------------------------------------------------
006320 4000-WRITE-AGED-REPORT.
006330           OPEN OUTPUT AGED-STOCK-FILE
006340           IF ITM-AGERPT-STATUS NOT = "00"
006350               DISPLAY "Unable to write agedstk.rpt"
006360               MOVE 8 TO RETURN-CODE
006370               GO TO 4000-EXIT
006380           END-IF
006390
006400           IF ITM-MARKDOWN-ALLOWED
006410               OPEN EXTEND PENDING-PRICE-FILE
006420               IF ITM-PENDPRC-STATUS = "35"
006430                   OPEN OUTPUT PENDING-PRICE-FILE
006440                   CLOSE PENDING-PRICE-FILE
006450                   OPEN EXTEND PENDING-PRICE-FILE
006460               END-IF
006470               IF ITM-PENDPRC-STATUS = "00"
006480                   MOVE 'Y' TO ITM-PENDPRC-OPEN-FLAG
006490               ELSE
006500                   DISPLAY "Unable to open pendprc.dat - no "
006510                       "markdowns proposed"
006520                   MOVE 'N' TO ITM-MARKDOWN-FLAG
006530                   MOVE 8 TO RETURN-CODE
006540               END-IF
006550           END-IF
006560
006570           MOVE "AGED AND DEAD STOCK" TO ITM-AGERPT-RECORD
006580           WRITE ITM-AGERPT-RECORD
006590           MOVE SPACES TO ITM-AGERPT-RECORD
006600           MOVE ITM-DEAD-DAYS TO ITM-DAYS-DISP
006610           MOVE ITM-MARKDOWN-PCT TO ITM-PCT-DISP
006620           STRING "AS AT: " ITM-RUN-DATE
006630               "   DEAD AFTER: " FUNCTION TRIM(ITM-DAYS-DISP)
006640               " DAYS UNSOLD AND UNRECEIVED   MARKDOWN: "
006650               FUNCTION TRIM(ITM-PCT-DISP) "% FROM "
006660               ITM-MARKDOWN-EFF-DATE
006670               DELIMITED BY SIZE
006680               INTO ITM-AGERPT-RECORD
006690           END-STRING
006700           WRITE ITM-AGERPT-RECORD
006710           MOVE SPACES TO ITM-AGERPT-RECORD
006720           WRITE ITM-AGERPT-RECORD
006730           MOVE ITM-AGE-HEADING-LINE TO ITM-AGERPT-RECORD
006740           WRITE ITM-AGERPT-RECORD
006750
006760           MOVE HIGH-VALUES TO ITM-HOLD-VENDOR-CODE
006770           PERFORM 4100-WRITE-ONE-ITEM THRU 4100-EXIT
006780               VARYING ITM-I FROM 1 BY 1
006790               UNTIL ITM-I >
006800                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
006810
006820           IF ITM-LINE-COUNT > 0
006830               MOVE 1 TO ITM-AGT-L
006840               PERFORM 4500-WRITE-BUCKET-TOTALS THRU 4500-EXIT
006850           ELSE
006860               MOVE "No stock on hand" TO ITM-AGERPT-RECORD
006870               WRITE ITM-AGERPT-RECORD
006880           END-IF
006890
006900           MOVE SPACES TO ITM-AGERPT-RECORD
006910           WRITE ITM-AGERPT-RECORD
006920           MOVE "ALL VENDORS" TO ITM-AGERPT-RECORD
006930           WRITE ITM-AGERPT-RECORD
006940           MOVE 2 TO ITM-AGT-L
006950           PERFORM 4500-WRITE-BUCKET-TOTALS THRU 4500-EXIT
006960
006970           MOVE SPACES TO ITM-AGERPT-RECORD
006980           MOVE ITM-DEAD-COUNT TO ITM-COUNT-DISP
006990           STRING "DEAD-STOCK ITEMS: " DELIMITED BY SIZE
007000               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
007010               INTO ITM-AGERPT-RECORD
007020           END-STRING
007030           WRITE ITM-AGERPT-RECORD
007040           MOVE SPACES TO ITM-AGERPT-RECORD
007050           MOVE ITM-MARKDOWN-COUNT TO ITM-COUNT-DISP
007060           STRING "MARKDOWNS PROPOSED TO PENDPRC.DAT: "
007070               DELIMITED BY SIZE
007080               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
007090               INTO ITM-AGERPT-RECORD
007100           END-STRING
007110           WRITE ITM-AGERPT-RECORD
007120
007130           CLOSE AGED-STOCK-FILE
007140           IF ITM-PENDPRC-IS-OPEN
007150               CLOSE PENDING-PRICE-FILE
007160           END-IF
007170           DISPLAY ITM-LINE-COUNT " item(s) aged, "
007180               ITM-DEAD-COUNT " dead, "
007190               ITM-MARKDOWN-COUNT " markdown(s) proposed"
007200           .
007210 4000-EXIT.
007220           EXIT.
007230
007240*----------------------------------------------------------------
007250* 4100-WRITE-ONE-ITEM
007260*
007270* Ages one item by its last sale and its last receipt, adds its
007280* quantity and value into both sets of buckets and, when it is
007290* dead, proposes its markdown (4200).  Items with nothing on
007300* hand - kits among them, which hold no stock of their own -
007310* have nothing to age and are left off.
007320*----------------------------------------------------------------
007330 4100-WRITE-ONE-ITEM.
007340           MOVE ITM-AGE-ORDER(ITM-I) TO ITM-ITEM-X
007350           IF ITM-STOCK OF ITM-ITEMS(ITM-ITEM-X) NOT > 0
007360               GO TO 4100-EXIT
007370           END-IF
007380
007390           IF ITM-VENDOR OF ITM-ITEMS(ITM-ITEM-X) NOT =
007400                   ITM-HOLD-VENDOR-CODE
007410               IF ITM-LINE-COUNT > 0
007420                   MOVE 1 TO ITM-AGT-L
007430                   PERFORM 4500-WRITE-BUCKET-TOTALS THRU 4500-EXIT
007440               END-IF
007450               MOVE ITM-VENDOR OF ITM-ITEMS(ITM-ITEM-X) TO
007460                   ITM-HOLD-VENDOR-CODE
007470               INITIALIZE ITM-AGT-LEVEL(1)
007480               MOVE SPACES TO ITM-AGERPT-RECORD
007490               IF ITM-HOLD-VENDOR-CODE = SPACES
007500                   MOVE "VENDOR (NONE)" TO ITM-AGERPT-RECORD
007510               ELSE
007520                   STRING "VENDOR " ITM-HOLD-VENDOR-CODE
007530                       DELIMITED BY SIZE INTO ITM-AGERPT-RECORD
007540                   END-STRING
007550               END-IF
007560               WRITE ITM-AGERPT-RECORD
007570           END-IF
007580
007590           MOVE SPACES TO ITM-AGE-DETAIL-LINE
007600           MOVE ITM-NAME OF ITM-ITEMS(ITM-ITEM-X) TO ITM-AGD-NAME
007610           MOVE ITM-STOCK OF ITM-ITEMS(ITM-ITEM-X) TO
007620               ITM-AGD-STOCK
007630
007640           PERFORM 4300-LOOK-UP-COST THRU 4300-EXIT
007650           IF ITM-COST-FOUND
007660               MOVE ITM-ITEM-COST TO ITM-AGD-COST
007670               COMPUTE ITM-LINE-VALUE =
007680                   ITM-STOCK OF ITM-ITEMS(ITM-ITEM-X) *
007690                       ITM-ITEM-COST
007700           ELSE
007710               MOVE 0 TO ITM-AGD-COST
007720               MOVE 0 TO ITM-LINE-VALUE
007730               MOVE "NO COST" TO ITM-AGD-REMARK
007740           END-IF
007750           MOVE ITM-LINE-VALUE TO ITM-AGD-VALUE
007760
007770           IF ITM-AGE-LAST-SALE(ITM-ITEM-X) = SPACES
007780               MOVE 99999 TO ITM-SALE-DAYS
007790               MOVE "NONE" TO ITM-AGD-SALE-DATE
007800           ELSE
007810               MOVE ITM-AGE-LAST-SALE(ITM-ITEM-X) TO ITM-DATE-NUM
007820               COMPUTE ITM-SALE-DAYS = ITM-RUN-DATE-INTEGER -
007830                   FUNCTION INTEGER-OF-DATE(ITM-DATE-NUM)
007840               MOVE ITM-AGE-LAST-SALE(ITM-ITEM-X) TO
007850                   ITM-AGD-SALE-DATE
007860           END-IF
007870           IF ITM-AGE-LAST-RCPT(ITM-ITEM-X) = SPACES
007880               MOVE 99999 TO ITM-RCPT-DAYS
007890               MOVE "NONE" TO ITM-AGD-RCPT-DATE
007900           ELSE
007910               MOVE ITM-AGE-LAST-RCPT(ITM-ITEM-X) TO ITM-DATE-NUM
007920               COMPUTE ITM-RCPT-DAYS = ITM-RUN-DATE-INTEGER -
007930                   FUNCTION INTEGER-OF-DATE(ITM-DATE-NUM)
007940               MOVE ITM-AGE-LAST-RCPT(ITM-ITEM-X) TO
007950                   ITM-AGD-RCPT-DATE
007960           END-IF
007970
007980           MOVE 1 TO ITM-SALE-BUCKET
007990           PERFORM 4150-STEP-SALE-BUCKET THRU 4150-EXIT
008000               UNTIL ITM-SALE-DAYS NOT >
008010                   ITM-BUCKET-LIMIT(ITM-SALE-BUCKET)
008020                   OR ITM-SALE-BUCKET = 4
008030           MOVE 1 TO ITM-RCPT-BUCKET
008040           PERFORM 4160-STEP-RCPT-BUCKET THRU 4160-EXIT
008050               UNTIL ITM-RCPT-DAYS NOT >
008060                   ITM-BUCKET-LIMIT(ITM-RCPT-BUCKET)
008070                   OR ITM-RCPT-BUCKET = 4
008080           MOVE ITM-BUCKET-LABEL(ITM-SALE-BUCKET) TO
008090               ITM-AGD-SALE-AGE
008100           MOVE ITM-BUCKET-LABEL(ITM-RCPT-BUCKET) TO
008110               ITM-AGD-RCPT-AGE
008120
008130           PERFORM 4180-ADD-TO-BUCKETS THRU 4180-EXIT
008140               VARYING ITM-AGT-L FROM 1 BY 1
008150               UNTIL ITM-AGT-L > 2
008160
008170           MOVE 'N' TO ITM-DEAD-FLAG
008180           IF ITM-SALE-DAYS > ITM-DEAD-DAYS AND
008190                   ITM-RCPT-DAYS > ITM-DEAD-DAYS
008200               MOVE 'Y' TO ITM-DEAD-FLAG
008210               ADD 1 TO ITM-DEAD-COUNT
008220               PERFORM 4200-PROPOSE-MARKDOWN THRU 4200-EXIT
008230           END-IF
008240
008250           MOVE ITM-AGE-DETAIL-LINE TO ITM-AGERPT-RECORD
008260           WRITE ITM-AGERPT-RECORD
008270           ADD 1 TO ITM-LINE-COUNT
008280           .
008290 4100-EXIT.
008300           EXIT.
008310
008320 4150-STEP-SALE-BUCKET.
008330           ADD 1 TO ITM-SALE-BUCKET
008340           .
008350 4150-EXIT.
008360           EXIT.
008370
008380 4160-STEP-RCPT-BUCKET.
008390           ADD 1 TO ITM-RCPT-BUCKET
008400           .
008410 4160-EXIT.
008420           EXIT.
008430
008440 4180-ADD-TO-BUCKETS.
008450           ADD ITM-STOCK OF ITM-ITEMS(ITM-ITEM-X) TO
008460               ITM-AGT-QTY(ITM-AGT-L, 1, ITM-SALE-BUCKET)
008470               ITM-AGT-QTY(ITM-AGT-L, 1, 5)
008480               ITM-AGT-QTY(ITM-AGT-L, 2, ITM-RCPT-BUCKET)
008490               ITM-AGT-QTY(ITM-AGT-L, 2, 5)
008500           ADD ITM-LINE-VALUE TO
008510               ITM-AGT-VALUE(ITM-AGT-L, 1, ITM-SALE-BUCKET)
008520               ITM-AGT-VALUE(ITM-AGT-L, 1, 5)
008530               ITM-AGT-VALUE(ITM-AGT-L, 2, ITM-RCPT-BUCKET)
008540               ITM-AGT-VALUE(ITM-AGT-L, 2, 5)
008550           .
008560 4180-EXIT.
008570           EXIT.
008580
008590*----------------------------------------------------------------
008600* 4200-PROPOSE-MARKDOWN
008610*
008620* Dead stock: takes ITM-MARKDOWN-PCT off the shelf price, held
008630* up at the average cost when there is one, and appends it to
008640* pendprc.dat as a pending permanent change loaded by AGERPT.
008650* Nothing is proposed when the item is not for sale, when a
008660* change for it is already pending or active, when this run
008670* marked it down inside the dead-stock period, or when the
008680* price is already at cost - the remark says which.
008690*----------------------------------------------------------------
008700 4200-PROPOSE-MARKDOWN.
008710           IF NOT ITM-MARKDOWN-ALLOWED
008720               MOVE "DEAD" TO ITM-AGD-REMARK
008730               GO TO 4200-EXIT
008740           END-IF
008750           IF NOT ITM-FOR-SALE OF ITM-ITEMS(ITM-ITEM-X)
008760               MOVE "DEAD-OFF SALE" TO ITM-AGD-REMARK
008770               GO TO 4200-EXIT
008780           END-IF
008790
008800           PERFORM 4250-FIND-OPEN-CHANGE THRU 4250-EXIT
008810           IF ITM-OPC-IS-OPEN
008820               MOVE "DEAD-CHG OPEN" TO ITM-AGD-REMARK
008830               GO TO 4200-EXIT
008840           END-IF
008850           IF ITM-OPC-IS-MARKDOWN
008860               MOVE "DEAD-MARKED DN" TO ITM-AGD-REMARK
008870               GO TO 4200-EXIT
008880           END-IF
008890
008900           COMPUTE ITM-MARKDOWN-PRICE ROUNDED =
008910               ITM-PRICE OF ITM-ITEMS(ITM-ITEM-X) *
008920                   (100 - ITM-MARKDOWN-PCT) / 100
008930           IF ITM-COST-FOUND AND
008940                   ITM-MARKDOWN-PRICE < ITM-ITEM-COST
008950               MOVE ITM-ITEM-COST TO ITM-MARKDOWN-PRICE
008960           END-IF
008970           IF ITM-MARKDOWN-PRICE NOT <
008980                   ITM-PRICE OF ITM-ITEMS(ITM-ITEM-X)
008990               MOVE "DEAD-AT COST" TO ITM-AGD-REMARK
009000               GO TO 4200-EXIT
009010           END-IF
009020
009030           MOVE SPACES TO ITM-PRICE-CHANGE-RECORD
009040           MOVE ITM-NAME OF ITM-ITEMS(ITM-ITEM-X) TO ITM-PRC-NAME
009050           MOVE ITM-SKU OF ITM-ITEMS(ITM-ITEM-X) TO ITM-PRC-SKU
009060           MOVE ITM-MARKDOWN-PRICE TO ITM-PRC-NEW-PRICE
009070           MOVE ITM-MARKDOWN-EFF-DATE TO ITM-PRC-EFF-DATE
009080           MOVE SPACES TO ITM-PRC-END-DATE
009090           MOVE 0 TO ITM-PRC-OLD-PRICE
009100           MOVE ITM-MARKDOWN-USER TO ITM-PRC-USER
009110           MOVE 'P' TO ITM-PRC-STATUS
009120           WRITE ITM-PRICE-CHANGE-RECORD
009130           IF ITM-PENDPRC-STATUS NOT = "00"
009140               DISPLAY "Unable to write markdown for "
009150                   FUNCTION TRIM(ITM-PRC-NAME)
009160               MOVE "DEAD" TO ITM-AGD-REMARK
009170               MOVE 8 TO RETURN-CODE
009180               GO TO 4200-EXIT
009190           END-IF
009200           MOVE ITM-MARKDOWN-PRICE TO ITM-AGD-MARKDOWN
009210           MOVE "MARKDOWN" TO ITM-AGD-REMARK
009220           ADD 1 TO ITM-MARKDOWN-COUNT
009230           .
009240 4200-EXIT.
009250           EXIT.
009260
009270*----------------------------------------------------------------
009280* 4250-FIND-OPEN-CHANGE
009290*
009300* Looks the item up among the changes noted by 1600 - a change
009310* keyed by name matches on the name, one keyed by SKU on the
009320* SKU - leaving the kind found (or space) in ITM-OPC-MATCH-KIND.
009330* An open change outranks an earlier markdown.
009340*----------------------------------------------------------------
009350 4250-FIND-OPEN-CHANGE.
009360           MOVE SPACE TO ITM-OPC-MATCH-KIND
009370           PERFORM 4260-CHECK-ONE-CHANGE THRU 4260-EXIT
009380               VARYING ITM-J FROM 1 BY 1
009390               UNTIL ITM-J > ITM-NUM-OF-OPEN
009400                   OR ITM-OPC-IS-OPEN
009410           .
009420 4250-EXIT.
009430           EXIT.
009440
009450 4260-CHECK-ONE-CHANGE.
009460           IF ITM-OPC-NAME(ITM-J) NOT = SPACES
009470               IF ITM-OPC-NAME(ITM-J) NOT =
009480                       ITM-NAME OF ITM-ITEMS(ITM-ITEM-X)
009490                   GO TO 4260-EXIT
009500               END-IF
009510           ELSE
009520               IF ITM-OPC-SKU(ITM-J) = SPACES OR
009530                       ITM-OPC-SKU(ITM-J) NOT =
009540                           ITM-SKU OF ITM-ITEMS(ITM-ITEM-X)
009550                   GO TO 4260-EXIT
009560               END-IF
009570           END-IF
009580           MOVE ITM-OPC-KIND(ITM-J) TO ITM-OPC-MATCH-KIND
009590           .
009600 4260-EXIT.
009610           EXIT.
009620
009630*----------------------------------------------------------------
009640* 4300-LOOK-UP-COST
009650*
009660* Finds the item's average cost in the cost table, leaving it
009670* in ITM-ITEM-COST with ITM-COST-FLAG saying whether there was
009680* one.
009690*----------------------------------------------------------------
009700 4300-LOOK-UP-COST.
009710           MOVE 'N' TO ITM-COST-FLAG
009720           MOVE 0 TO ITM-ITEM-COST
009730           PERFORM 4310-CHECK-ONE-COST THRU 4310-EXIT
009740               VARYING ITM-J FROM 1 BY 1
009750               UNTIL ITM-J > ITM-NUM-OF-COSTS
009760                   OR ITM-COST-FOUND
009770           .
009780 4300-EXIT.
009790           EXIT.
009800
009810 4310-CHECK-ONE-COST.
009820           IF ITM-CTAB-NAME(ITM-J) =
009830                   ITM-NAME OF ITM-ITEMS(ITM-ITEM-X)
009840               MOVE 'Y' TO ITM-COST-FLAG
009850               MOVE ITM-CTAB-COST(ITM-J) TO ITM-ITEM-COST
009860           END-IF
009870           .
009880 4310-EXIT.
009890           EXIT.
009900
009910*----------------------------------------------------------------
009920* 4500-WRITE-BUCKET-TOTALS
009930*
009940* Prints one level of the bucket totals (ITM-AGT-L: 1 the
009950* vendor group just ended, 2 the whole catalog) - quantity and
009960* value by days since the last sale, then by days since the
009970* last receipt.
009980*----------------------------------------------------------------
009990 4500-WRITE-BUCKET-TOTALS.
010000           MOVE ITM-AGE-BUCKET-HEADING TO ITM-AGERPT-RECORD
010010           WRITE ITM-AGERPT-RECORD
010020           PERFORM 4510-WRITE-ONE-BASIS THRU 4510-EXIT
010030               VARYING ITM-AGT-S FROM 1 BY 1
010040               UNTIL ITM-AGT-S > 2
010050           MOVE SPACES TO ITM-AGERPT-RECORD
010060           WRITE ITM-AGERPT-RECORD
010070           .
010080 4500-EXIT.
010090           EXIT.
010100
010110 4510-WRITE-ONE-BASIS.
010120           MOVE SPACES TO ITM-AGE-QTY-LINE
010130           MOVE SPACES TO ITM-AGE-VALUE-LINE
010140           IF ITM-AGT-S = 1
010150               MOVE "  BY LAST SALE     QTY" TO ITM-AGQ-LABEL
010160               MOVE "                   VALUE" TO ITM-AGV-LABEL
010170           ELSE
010180               MOVE "  BY LAST RECEIPT  QTY" TO ITM-AGQ-LABEL
010190               MOVE "                   VALUE" TO ITM-AGV-LABEL
010200           END-IF
010210           PERFORM 4520-FILL-ONE-COLUMN THRU 4520-EXIT
010220               VARYING ITM-B FROM 1 BY 1
010230               UNTIL ITM-B > 5
010240           MOVE ITM-AGE-QTY-LINE TO ITM-AGERPT-RECORD
010250           WRITE ITM-AGERPT-RECORD
010260           MOVE ITM-AGE-VALUE-LINE TO ITM-AGERPT-RECORD
010270           WRITE ITM-AGERPT-RECORD
010280           .
010290 4510-EXIT.
010300           EXIT.
010310
010320 4520-FILL-ONE-COLUMN.
010330           MOVE ITM-AGT-QTY(ITM-AGT-L, ITM-AGT-S, ITM-B) TO
010340               ITM-AGQ-QTY(ITM-B)
010350           MOVE ITM-AGT-VALUE(ITM-AGT-L, ITM-AGT-S, ITM-B) TO
010360               ITM-AGV-VALUE(ITM-B)
010370           .
010380 4520-EXIT.
010390           EXIT.
010400
010410       COPY ITEMJSNP.
010420       COPY ITEMXRP.
010430
010440*----------------------------------------------------------------
010450* 9000-CLOSE-AND-EXIT
010460*----------------------------------------------------------------
010470 9000-CLOSE-AND-EXIT.
010480           IF ITM-STOCKMOV-STATUS = "00" OR "10"
010490               CLOSE STOCK-MOVEMENT-FILE
010500           END-IF
010510           .
010520 9000-EXIT.
010530           EXIT.
