000100*----------------------------------------------------------------
000110* CYCLPLAN
000120*
000130* Cycle-count planner.  Ranks the catalog into A/B/C classes by
000140* the value each item moved over the last year - net units sold
000150* off the sales log (refunds netted out, names resolved through
000160* the rename cross-reference) at the weighted-average unit cost
000170* COSTRPT keeps in itemcost.dat, or at the shelf price for an
000180* item that has never had a costed receipt.  The items that make
000190* up the first 80% of the year's value are class A, the next 15%
000200* class B, and the rest - every item that moved nothing included
000210* - class C.
000220*
000230* A items are counted monthly, B quarterly and C yearly.  Each
000240* run takes, for every class, one day's share of its cycle (the
000250* class's item count over its cycle days, rounded up) from the
000260* items that have waited longest since their last count sheet,
000270* and writes them to the day's count sheet (cntsheet.txt) in the
000280* physical count layout with the count left blank - the floor
000290* keys the counts and the sheet goes in to RECONCIL as
000300* physcount.txt.  A second run on the same day reissues the same
000310* sheet.  The plan file (cycplan.dat) remembers each item's class
000320* and last sheet date; the ranking, the class summary and the
000330* last year of count accuracy by class (RECONCIL's cntacc.dat)
000340* print to abcclass.rpt.  Stock is held by location, so each
000342* item on the sheet gets one line per location.
000343* The sheet opens with a header (batch ID CNT and the run date)
000344* and closes with a trailer carrying its line count; the floor
000345* enters the total of the keyed counts as the trailer's hash
000346* before the sheet goes in, so RECONCIL can balance it.
000350*----------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CYCLPLAN.
000380 AUTHOR. STORE-SYSTEMS-GROUP.
000390 INSTALLATION. RETAIL-OPERATIONS.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440*
000450*  DATE       INIT  DESCRIPTION
000460*  ---------- ----  -----------------------------------------
000470*  2026-10-15 dlm   Initial version - ABC ranking, the daily
000480*                   cycle-count sheet and the count-accuracy
000490*                   summary by class.
000492*  2026-10-15 dlm   The count sheet carries a line per stock
000494*                   location for each item, so the floor,
000496*                   back room and warehouse are each counted
000498*                   and reconciled on their own.
000499*  2026-10-15 dlm   The count sheet carries a header (batch ID
000500*                   CNT plus the run date) and a trailer with
000501*                   its line count and a zero hash for the floor
000502*                   to replace with the total of the counts, the
000503*                   control records RECONCIL now balances.
000504*  2026-10-15 dlm   Kits are left off the plan and the count
000505*                   sheet, holding no stock of their own; a kit
000506*                   sale counts toward each of its components'
000507*                   ranking instead.
000509*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540           SELECT ITEMS-JSON-FILE ASSIGN TO ITM-JSON-DSN
000550               ORGANIZATION IS LINE SEQUENTIAL
000560               FILE STATUS IS ITM-JSON-STATUS.
000570
000580           SELECT SALES-FILE ASSIGN TO ITM-SALES-DSN
000590               ORGANIZATION IS SEQUENTIAL
000600               FILE STATUS IS ITM-SALES-STATUS.
000610
000620           SELECT ITEM-COST-FILE ASSIGN TO ITM-ITEMCOST-DSN
000630               ORGANIZATION IS SEQUENTIAL
000640               FILE STATUS IS ITM-ITEMCOST-STATUS.
000650
000660           SELECT CYCLE-PLAN-FILE ASSIGN TO ITM-CYCPLAN-DSN
000670               ORGANIZATION IS SEQUENTIAL
000680               FILE STATUS IS ITM-CYCPLAN-STATUS.
000690
000700           SELECT COUNT-SHEET-FILE ASSIGN TO ITM-CNTSHT-DSN
000710               ORGANIZATION IS SEQUENTIAL
000720               FILE STATUS IS ITM-CNTSHT-STATUS.
000730
000740           SELECT ABC-REPORT-FILE ASSIGN TO ITM-ABCRPT-DSN
000750               ORGANIZATION IS SEQUENTIAL
000760               FILE STATUS IS ITM-ABCRPT-STATUS.
000770
000780           SELECT COUNT-ACCURACY-FILE ASSIGN TO ITM-CNTACC-DSN
000790               ORGANIZATION IS SEQUENTIAL
000800               FILE STATUS IS ITM-CNTACC-STATUS.
000810
000820           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000830               ORGANIZATION IS SEQUENTIAL
000840               FILE STATUS IS ITM-XREF-STATUS.
000850
000851           SELECT KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN
000852               ORGANIZATION IS INDEXED
000853               ACCESS MODE IS DYNAMIC
000854               RECORD KEY IS ITM-BOM-KEY
000855               FILE STATUS IS ITM-KITBOM-STATUS.
000856
000860 DATA DIVISION.
000870 FILE SECTION.
000880       COPY ITEMJSNF.
000890
000900 FD  SALES-FILE.
000910       COPY ITEMSAL.
000920
000930 FD  ITEM-COST-FILE.
000940       COPY ITEMCST.
000950
000960 FD  CYCLE-PLAN-FILE.
000970       COPY ITEMCYC.
000980
000990*----------------------------------------------------------------
001000* The count sheet is the physical count layout RECONCIL reads
001010* (name, space, five-digit count, space, location code) with the
001020* count left blank for the counter to fill in.
001022* The header and trailer lines are the control records of
001024* ITEMBCH.CPY, moved through this record area.
001030*----------------------------------------------------------------
001040 FD  COUNT-SHEET-FILE.
001050 01  ITM-CNTSHT-RECORD.
001060           05  ITM-CS-NAME                PIC X(32).
001070           05  FILLER                     PIC X(01).
001080           05  ITM-CS-COUNT               PIC X(05).
001082           05  FILLER                     PIC X(01).
001084           05  ITM-CS-LOCATION            PIC X(01).
001090
001100 FD  ABC-REPORT-FILE.
001110 01  ITM-ABCRPT-RECORD          PIC X(132).
001120
001130 FD  COUNT-ACCURACY-FILE.
001140       COPY ITEMACC.
001150
001160 FD  ITEM-XREF-FILE.
001170       COPY ITEMXRF.
001180
001182 FD  KIT-BOM-FILE.
001184       COPY ITEMBOM.
001186
001190 WORKING-STORAGE SECTION.
001200       COPY ITEMFN.
001210       COPY ITEMTAB.
001220       COPY ITEMXRD.
001222       COPY ITEMLOC.
001224       COPY ITEMBCH.
001226       COPY ITEMKTD.
001230
001240 01  ITM-JSON-STATUS            PIC X(02).
001250 01  ITM-SALES-STATUS           PIC X(02).
001260 01  ITM-ITEMCOST-STATUS        PIC X(02).
001270 01  ITM-CYCPLAN-STATUS         PIC X(02).
001280 01  ITM-CNTSHT-STATUS          PIC X(02).
001290 01  ITM-ABCRPT-STATUS          PIC X(02).
001300 01  ITM-CNTACC-STATUS          PIC X(02).
001310
001320 01  ITM-I                      BINARY-SHORT.
001330 01  ITM-J                      BINARY-SHORT.
001340 01  ITM-RUN-DATE               PIC X(08).
001350
001360 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
001370           88  ITM-EOF                VALUE 'Y'.
001380 01  ITM-SALES-BAD-FLAG         PIC X(01) VALUE 'N'.
001390           88  ITM-SALES-UNUSABLE     VALUE 'Y'.
001400
001410 01  ITM-MATCH-INDEX            BINARY-SHORT.
001420 01  ITM-MATCH-FLAG             PIC X(01).
001430           88  ITM-MATCH-FOUND        VALUE 'Y'.
001440
001450*----------------------------------------------------------------
001460* The ranking window: a year back from today, as far as the
001470* sales log still holds it.  The class cut-offs are the usual
001480* 80/95 split of cumulative value.
001490*----------------------------------------------------------------
001500 01  ITM-WINDOW-DAYS            BINARY-SHORT VALUE 365.
001510 01  ITM-CUTOFF-DATE            PIC X(08).
001520 01  ITM-CUTOFF-DATE-NUM        PIC 9(08).
001530 01  ITM-DATE-INTEGER           PIC 9(08).
001540 01  ITM-A-CUTOFF-PCT           PIC 9(03) VALUE 80.
001550 01  ITM-B-CUTOFF-PCT           PIC 9(03) VALUE 95.
001560
001570*----------------------------------------------------------------
001580* Count cycle per class, in days - monthly, quarterly, yearly.
001590* The totals beside each class are worked out fresh every run.
001600*----------------------------------------------------------------
001610 01  ITM-CLASS-VALUES.
001620           05  FILLER                     PIC X(04) VALUE "A030".
001630           05  FILLER                     PIC X(04) VALUE "B091".
001640           05  FILLER                     PIC X(04) VALUE "C365".
001650 01  FILLER REDEFINES ITM-CLASS-VALUES.
001660           05  ITM-CLASS-DEF OCCURS 3 TIMES.
001670               10  ITM-CLD-CODE           PIC X(01).
001680               10  ITM-CLD-CYCLE-DAYS     PIC 9(03).
001690
001700 01  ITM-CLASS-TOTALS.
001710           05  ITM-CLASS-TOT OCCURS 3 TIMES.
001720               10  ITM-CLT-ITEMS          BINARY-LONG.
001730               10  ITM-CLT-VALUE          PIC 9(13)V99.
001740               10  ITM-CLT-QUOTA          BINARY-LONG.
001750               10  ITM-CLT-ON-SHEET       BINARY-LONG.
001760               10  ITM-CLT-COUNTED        BINARY-LONG.
001770               10  ITM-CLT-WITHIN         BINARY-LONG.
001780
001790 01  ITM-CLASS-INDEX            BINARY-SHORT.
001800 01  ITM-CUR-CLASS              PIC X(01).
001810 01  ITM-PICK-INDEX             BINARY-SHORT.
001820 01  ITM-PICK-DATE              PIC X(08).
001830 01  ITM-PICK-DONE-FLAG         PIC X(01).
001840           88  ITM-PICK-DONE          VALUE 'Y'.
001850
001860*----------------------------------------------------------------
001870* The plan table - one entry per catalog item, built in catalog
001880* order and then sorted into descending value for the ranking.
001890* Sized to match the catalog table (ITEMTAB.CPY).
001900*----------------------------------------------------------------
001910 01  ITM-PLAN-SUMMARY.
001920           05  ITM-NUM-OF-PLANS       BINARY-SHORT VALUE 0.
001930           05  ITM-PLAN-ENTRY OCCURS 0 TO 9999 TIMES
001940                   DEPENDING ON ITM-NUM-OF-PLANS.
001950               10  ITM-PLN-NAME       PIC X(32).
001960               10  ITM-PLN-PRICE      PIC 9(05)V99.
001970               10  ITM-PLN-UNITS      BINARY-LONG.
001980               10  ITM-PLN-VALUE      PIC 9(11)V99.
001990               10  ITM-PLN-CLASS      PIC X(01).
002000               10  ITM-PLN-LAST-SHEET PIC X(08).
002010
002020 01  ITM-HOLD-PLAN.
002030           05  ITM-HOLD-NAME          PIC X(32).
002040           05  ITM-HOLD-PRICE         PIC 9(05)V99.
002050           05  ITM-HOLD-UNITS         BINARY-LONG.
002060           05  ITM-HOLD-VALUE         PIC 9(11)V99.
002070           05  ITM-HOLD-CLASS         PIC X(01).
002080           05  ITM-HOLD-LAST-SHEET    PIC X(08).
002090
002100*----------------------------------------------------------------
002110* The weighted-average unit costs COSTRPT last wrote.
002120*----------------------------------------------------------------
002130 01  ITM-COST-TABLE.
002140           05  ITM-NUM-OF-COSTS       BINARY-SHORT VALUE 0.
002150           05  ITM-COST-ENTRY OCCURS 0 TO 9999 TIMES
002160                   DEPENDING ON ITM-NUM-OF-COSTS.
002170               10  ITM-CTAB-NAME      PIC X(32).
002180               10  ITM-CTAB-COST      PIC 9(05)V99.
002190
002200 01  ITM-NET-QTY                PIC S9(09) COMP.
002210 01  ITM-UNIT-VALUE             PIC 9(05)V99.
002220 01  ITM-TOTAL-VALUE            PIC 9(13)V99 VALUE 0.
002230 01  ITM-CUM-VALUE              PIC 9(13)V99 VALUE 0.
002240 01  ITM-CUM-PCT                PIC 9(03)V9.
002250 01  ITM-ACCURACY-PCT           PIC 9(03)V9.
002260 01  ITM-SHEET-COUNT            BINARY-LONG VALUE 0.
002262 01  ITM-SHEET-LINE-COUNT       BINARY-LONG VALUE 0.
002270
002280 01  ITM-ABC-HEADING-LINE.
002290           05  FILLER                 PIC X(07) VALUE " RANK".
002300           05  FILLER                 PIC X(34) VALUE "NAME".
002310           05  FILLER                 PIC X(03) VALUE "CL".
002320           05  FILLER                 PIC X(10) VALUE "   UNITS".
002330           05  FILLER                 PIC X(16)
002340                   VALUE "         VALUE".
002350           05  FILLER                 PIC X(07) VALUE " CUM%".
002360           05  FILLER                 PIC X(10) VALUE "LAST CNT".
002370           05  FILLER                 PIC X(06) VALUE "REMARK".
002380
002390 01  ITM-ABC-DETAIL-LINE.
002400           05  ITM-ABCD-RANK          PIC ZZZZ9.
002410           05  FILLER                 PIC X(02) VALUE SPACES.
002420           05  ITM-ABCD-NAME          PIC X(32).
002430           05  FILLER                 PIC X(02) VALUE SPACES.
002440           05  ITM-ABCD-CLASS         PIC X(01).
002450           05  FILLER                 PIC X(02) VALUE SPACES.
002460           05  ITM-ABCD-UNITS         PIC -ZZZZZZ9.
002470           05  FILLER                 PIC X(02) VALUE SPACES.
002480           05  ITM-ABCD-VALUE         PIC ZZZZZZZZZZ9.99.
002490           05  FILLER                 PIC X(02) VALUE SPACES.
002500           05  ITM-ABCD-CUM-PCT       PIC ZZ9.9.
002510           05  FILLER                 PIC X(02) VALUE SPACES.
002520           05  ITM-ABCD-LAST-SHEET    PIC X(08).
002530           05  FILLER                 PIC X(02) VALUE SPACES.
002540           05  ITM-ABCD-REMARK        PIC X(08).
002550
002560 01  ITM-ABC-CLASS-LINE.
002570           05  FILLER                 PIC X(06) VALUE "CLASS ".
002580           05  ITM-ABCC-CLASS         PIC X(01).
002590           05  FILLER                 PIC X(02) VALUE SPACES.
002600           05  ITM-ABCC-ITEMS         PIC ZZZZ9.
002610           05  FILLER                 PIC X(08) VALUE " ITEMS".
002620           05  ITM-ABCC-VALUE         PIC ZZZZZZZZZZZZ9.99.
002630           05  FILLER                 PIC X(09) VALUE " VALUE".
002640           05  FILLER                 PIC X(06) VALUE "CYCLE ".
002650           05  ITM-ABCC-CYCLE         PIC ZZ9.
002660           05  FILLER                 PIC X(07) VALUE " DAYS".
002670           05  ITM-ABCC-QUOTA         PIC ZZZZ9.
002680           05  FILLER                 PIC X(10) VALUE " PER DAY".
002690           05  ITM-ABCC-ON-SHEET      PIC ZZZZ9.
002700           05  FILLER                 PIC X(09) VALUE " ON SHEET".
002710
002720 01  ITM-ABC-ACCURACY-LINE.
002730           05  FILLER                 PIC X(06) VALUE "CLASS ".
002740           05  ITM-ABCA-CLASS         PIC X(01).
002750           05  FILLER                 PIC X(02) VALUE SPACES.
002760           05  ITM-ABCA-COUNTED       PIC ZZZZZZ9.
002770           05  FILLER                 PIC X(10) VALUE " COUNTED".
002780           05  ITM-ABCA-WITHIN        PIC ZZZZZZ9.
002790           05  FILLER                 PIC X(20)
002800                   VALUE " WITHIN TOLERANCE".
002810           05  ITM-ABCA-PCT           PIC ZZ9.9.
002820           05  FILLER                 PIC X(10)
002830                   VALUE "% ACCURATE".
002840
002850 PROCEDURE DIVISION.
002860
002870*----------------------------------------------------------------
002880* 0000-MAINLINE
002890*----------------------------------------------------------------
002900 0000-MAINLINE.
002910           PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920           IF ITM-JSON-OK
002930               PERFORM 2000-LOAD-YEAR-SALES THRU 2000-EXIT
002940           END-IF
002950           IF ITM-JSON-OK AND NOT ITM-SALES-UNUSABLE
002960               PERFORM 2500-LOAD-LAST-PLAN THRU 2500-EXIT
002970               PERFORM 3000-CLASSIFY-ITEMS THRU 3000-EXIT
002980               PERFORM 4000-PLAN-COUNT-SHEET THRU 4000-EXIT
002990               PERFORM 5000-WRITE-PLAN-FILES THRU 5000-EXIT
003000               PERFORM 6000-LOAD-ACCURACY THRU 6000-EXIT
003010               PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
003020           END-IF
003030           GOBACK
003040           .
003050 0000-EXIT.
003060           EXIT.
003070
003080*----------------------------------------------------------------
003090* 1000-INITIALIZE
003100*
003110* Loads the current catalog out of items.json the same way the
003120* other batch jobs do, seeds the plan table from it (every item
003130* starts as a C with no sheet date), loads the unit costs, and
003140* works out the start of the year's window.  Kits are left off
003142* the plan - they hold no stock of their own to count.
003150*----------------------------------------------------------------
003160 1000-INITIALIZE.
003170           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
003180           MOVE "N" TO ITM-JSON-OK-FLAG
003190           PERFORM 8700-LOAD-RENAME-XREF THRU 8700-EXIT
003192           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
003200           MOVE 0 TO ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
003210           OPEN INPUT ITEMS-JSON-FILE
003220           IF ITM-JSON-STATUS NOT = "00"
003230               DISPLAY "Unable to open items.json - no count plan"
003240               MOVE 8 TO RETURN-CODE
003250               GO TO 1000-EXIT
003260           END-IF
003270
003280           PERFORM 8600-JSON-PARSE-ITEMS THRU 8600-EXIT
003290           CLOSE ITEMS-JSON-FILE
003300
003310           IF NOT ITM-JSON-OK
003320               DISPLAY "items.json is unreadable - no count plan"
003330               MOVE 8 TO RETURN-CODE
003340               MOVE 0 TO ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
003350               GO TO 1000-EXIT
003360           END-IF
003370
003380           MOVE 0 TO ITM-NUM-OF-PLANS
003390           PERFORM 1100-ADD-ONE-PLAN THRU 1100-EXIT
003400               VARYING ITM-I FROM 1 BY 1
003410               UNTIL ITM-I >
003420                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
003430           PERFORM 1500-LOAD-COST-TABLE THRU 1500-EXIT
003440           INITIALIZE ITM-CLASS-TOTALS
003450
003460           MOVE ITM-RUN-DATE TO ITM-CUTOFF-DATE-NUM
003470           COMPUTE ITM-DATE-INTEGER =
003480               FUNCTION INTEGER-OF-DATE(ITM-CUTOFF-DATE-NUM) -
003490                   ITM-WINDOW-DAYS + 1
003500           COMPUTE ITM-CUTOFF-DATE-NUM =
003510               FUNCTION DATE-OF-INTEGER(ITM-DATE-INTEGER)
003520           MOVE ITM-CUTOFF-DATE-NUM TO ITM-CUTOFF-DATE
003530           .
003540 1000-EXIT.
003550           EXIT.
003560
003570 1100-ADD-ONE-PLAN.
003572           IF ITM-IS-KIT OF ITM-ITEMS(ITM-I)
003574               GO TO 1100-EXIT
003576           END-IF
003580           ADD 1 TO ITM-NUM-OF-PLANS
003590           MOVE ITM-NAME OF ITM-ITEMS(ITM-I) TO
003600               ITM-PLN-NAME(ITM-NUM-OF-PLANS)
003610           MOVE ITM-PRICE OF ITM-ITEMS(ITM-I) TO
003620               ITM-PLN-PRICE(ITM-NUM-OF-PLANS)
003630           MOVE 0 TO ITM-PLN-UNITS(ITM-NUM-OF-PLANS)
003640           MOVE 0 TO ITM-PLN-VALUE(ITM-NUM-OF-PLANS)
003650           MOVE 'C' TO ITM-PLN-CLASS(ITM-NUM-OF-PLANS)
003660           MOVE SPACES TO ITM-PLN-LAST-SHEET(ITM-NUM-OF-PLANS)
003670           .
003680 1100-EXIT.
003690           EXIT.
003700
003710*----------------------------------------------------------------
003720* 1500-LOAD-COST-TABLE
003730*
003740* Loads the weighted-average unit costs COSTRPT last wrote.  A
003750* missing cost file is not an error - every item is then valued
003760* at its shelf price, which still ranks the fast movers first.
003770*----------------------------------------------------------------
003780 1500-LOAD-COST-TABLE.
003790           OPEN INPUT ITEM-COST-FILE
003800           IF ITM-ITEMCOST-STATUS NOT = "00"
003810               GO TO 1500-EXIT
003820           END-IF
003830
003840           MOVE 'N' TO ITM-EOF-FLAG
003850           READ ITEM-COST-FILE
003860               AT END
003870                   MOVE 'Y' TO ITM-EOF-FLAG
003880           END-READ
003890
003900           PERFORM 1510-LOAD-ONE-COST THRU 1510-EXIT
003910               UNTIL ITM-EOF
003920
003930           CLOSE ITEM-COST-FILE
003940           .
003950 1500-EXIT.
003960           EXIT.
003970
003980 1510-LOAD-ONE-COST.
003990           IF ITM-NUM-OF-COSTS < 9999
004000               ADD 1 TO ITM-NUM-OF-COSTS
004010               MOVE ITM-CST-NAME TO
004020                   ITM-CTAB-NAME(ITM-NUM-OF-COSTS)
004030               MOVE ITM-CST-AVG-COST TO
004040                   ITM-CTAB-COST(ITM-NUM-OF-COSTS)
004050           END-IF
004060           READ ITEM-COST-FILE
004070               AT END
004080                   MOVE 'Y' TO ITM-EOF-FLAG
004090           END-READ
004100           .
004110 1510-EXIT.
004120           EXIT.
004130
004140*----------------------------------------------------------------
004150* 2000-LOAD-YEAR-SALES
004160*
004170* Read-ahead loop over the sales log: every record inside the
004180* year's window adds its net units - refunds subtract - to the
004190* item's plan entry, found by the current (resolved) name.  A
004200* line for an item no longer in the catalog is passed over.
004210*----------------------------------------------------------------
004220 2000-LOAD-YEAR-SALES.
004230           OPEN INPUT SALES-FILE
004240           IF ITM-SALES-STATUS NOT = "00"
004250               DISPLAY "No sales log - every item ranks class C"
004260               GO TO 2000-EXIT
004270           END-IF
004280
004290           MOVE 'N' TO ITM-EOF-FLAG
004300           READ SALES-FILE
004310               AT END
004320                   MOVE 'Y' TO ITM-EOF-FLAG
004330           END-READ
004340
004350           PERFORM 2010-LOAD-ONE-SALE THRU 2010-EXIT
004360               UNTIL ITM-EOF
004370
004380           CLOSE SALES-FILE
004390           .
004400 2000-EXIT.
004410           EXIT.
004420
004430 2010-LOAD-ONE-SALE.
004440*----------------------------------------------------------------
004450* A non-numeric sale date means a frame-shifted read - almost
004460* always a sales.dat written before the record grew (see
004470* ITEMSAL.CPY).  A ranking off misaligned frames would be
004480* garbage, so the run refuses the file outright and leaves
004490* yesterday's plan and sheet alone.
004500*----------------------------------------------------------------
004510           IF ITM-SALE-DATE IS NOT NUMERIC
004520               DISPLAY "sales.dat record with unusable date - "
004530                   "convert the file (see ITEMSAL.CPY) and rerun"
004540               MOVE 8 TO RETURN-CODE
004550               MOVE 'Y' TO ITM-SALES-BAD-FLAG
004560               MOVE 'Y' TO ITM-EOF-FLAG
004570               GO TO 2010-EXIT
004580           END-IF
004590           IF ITM-SALE-DATE < ITM-CUTOFF-DATE
004600               GO TO 2010-NEXT
004610           END-IF
004620
004630           IF ITM-SALE-IS-REFUND
004640               COMPUTE ITM-NET-QTY = 0 - ITM-SALE-QTY
004650           ELSE
004660               MOVE ITM-SALE-QTY TO ITM-NET-QTY
004670           END-IF
004680
004690           MOVE ITM-SALE-NAME TO ITM-XRF-RESOLVE-NAME
004700           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
004701           MOVE ITM-XRF-RESOLVE-NAME TO ITM-KIT-LOOKUP-NAME
004702           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
004703           IF ITM-KIT-FOUND
004704               PERFORM 2020-ADD-ONE-KIT-COMPONENT THRU 2020-EXIT
004705                   VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
004706                   UNTIL ITM-KIT-C > ITM-KIT-LAST
004707               GO TO 2010-NEXT
004708           END-IF
004710           PERFORM 2100-FIND-PLAN-BY-NAME THRU 2100-EXIT
004720           IF ITM-MATCH-FOUND
004730               ADD ITM-NET-QTY TO ITM-PLN-UNITS(ITM-MATCH-INDEX)
004740           END-IF
004750           .
004760 2010-NEXT.
004770           READ SALES-FILE
004780               AT END
004790                   MOVE 'Y' TO ITM-EOF-FLAG
004800           END-READ
004810           .
004820 2010-EXIT.
004830           EXIT.
004840
004841*----------------------------------------------------------------
004842* 2020-ADD-ONE-KIT-COMPONENT
004843*
004844* A kit is sold (or refunded) as a line of its own, but what
004845* leaves the shelf is its components - the kit line's net units
004846* times the component quantity on the bill of materials line
004847* at ITM-KIT-C are added to the component's plan entry instead.
004848*----------------------------------------------------------------
004849 2020-ADD-ONE-KIT-COMPONENT.
004850           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO
004851               ITM-XRF-RESOLVE-NAME
004852           PERFORM 2100-FIND-PLAN-BY-NAME THRU 2100-EXIT
004853           IF ITM-MATCH-FOUND
004854               COMPUTE ITM-PLN-UNITS(ITM-MATCH-INDEX) =
004855                   ITM-PLN-UNITS(ITM-MATCH-INDEX) +
004856                       ITM-NET-QTY * ITM-BMT-QTY(ITM-KIT-C)
004857           END-IF
004858           .
004859 2020-EXIT.
004860           EXIT.
004861
004862*----------------------------------------------------------------
004863* 2100-FIND-PLAN-BY-NAME
004870*
004880* Linear scan of the plan table for ITM-XRF-RESOLVE-NAME - the
004890* same small-table lookup the other reports use.
004900*----------------------------------------------------------------
004910 2100-FIND-PLAN-BY-NAME.
004920           MOVE 'N' TO ITM-MATCH-FLAG
004930           MOVE 0 TO ITM-MATCH-INDEX
004940           PERFORM 2110-CHECK-ONE-PLAN THRU 2110-EXIT
004950               VARYING ITM-J FROM 1 BY 1
004960               UNTIL ITM-J > ITM-NUM-OF-PLANS
004970                   OR ITM-MATCH-FOUND
004980           .
004990 2100-EXIT.
005000           EXIT.
005010
005020 2110-CHECK-ONE-PLAN.
005030           IF ITM-PLN-NAME(ITM-J) = ITM-XRF-RESOLVE-NAME
005040               MOVE 'Y' TO ITM-MATCH-FLAG
005050               MOVE ITM-J TO ITM-MATCH-INDEX
005060           END-IF
005070           .
005080 2110-EXIT.
005090           EXIT.
005100
005110*----------------------------------------------------------------
005120* 2500-LOAD-LAST-PLAN
005130*
005140* Carries each item's last count-sheet date over from the plan
005150* the previous run wrote, resolving renames on the way.  No plan
005160* file is a first run - nothing has been counted yet, so every
005170* item waits equally and the first sheets take them in rank
005180* order.
005190*----------------------------------------------------------------
005200 2500-LOAD-LAST-PLAN.
005210           OPEN INPUT CYCLE-PLAN-FILE
005220           IF ITM-CYCPLAN-STATUS NOT = "00"
005230               GO TO 2500-EXIT
005240           END-IF
005250
005260           MOVE 'N' TO ITM-EOF-FLAG
005270           READ CYCLE-PLAN-FILE
005280               AT END
005290                   MOVE 'Y' TO ITM-EOF-FLAG
005300           END-READ
005310
005320           PERFORM 2510-LOAD-ONE-PLAN THRU 2510-EXIT
005330               UNTIL ITM-EOF
005340
005350           CLOSE CYCLE-PLAN-FILE
005360           .
005370 2500-EXIT.
005380           EXIT.
005390
005400 2510-LOAD-ONE-PLAN.
005410           MOVE ITM-CYC-NAME TO ITM-XRF-RESOLVE-NAME
005420           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
005430           PERFORM 2100-FIND-PLAN-BY-NAME THRU 2100-EXIT
005440           IF ITM-MATCH-FOUND
005450               MOVE ITM-CYC-LAST-SHEET TO
005460                   ITM-PLN-LAST-SHEET(ITM-MATCH-INDEX)
005470           END-IF
005480
005490           READ CYCLE-PLAN-FILE
005500               AT END
005510                   MOVE 'Y' TO ITM-EOF-FLAG
005520           END-READ
005530           .
005540 2510-EXIT.
005550           EXIT.
005560
005570*----------------------------------------------------------------
005580* 3000-CLASSIFY-ITEMS
005590*
005600* Values every item's year of net units, sorts the plan table
005610* into descending value, and walks it with a running total: an
005620* item that starts inside the first 80% of the year's value is
005630* an A, inside the first 95% a B, and anything after that - or
005640* that moved nothing - a C.
005650*----------------------------------------------------------------
005660 3000-CLASSIFY-ITEMS.
005670           MOVE 0 TO ITM-TOTAL-VALUE
005680           PERFORM 3100-VALUE-ONE-ITEM THRU 3100-EXIT
005690               VARYING ITM-I FROM 1 BY 1
005700               UNTIL ITM-I > ITM-NUM-OF-PLANS
005710
005720           PERFORM 3200-SORT-PASS THRU 3200-EXIT
005730               VARYING ITM-I FROM 1 BY 1
005740               UNTIL ITM-I > ITM-NUM-OF-PLANS - 1
005750
005760           MOVE 0 TO ITM-CUM-VALUE
005770           PERFORM 3300-CLASS-ONE-ITEM THRU 3300-EXIT
005780               VARYING ITM-I FROM 1 BY 1
005790               UNTIL ITM-I > ITM-NUM-OF-PLANS
005800           .
005810 3000-EXIT.
005820           EXIT.
005830
005840 3100-VALUE-ONE-ITEM.
005850           MOVE ITM-PLN-PRICE(ITM-I) TO ITM-UNIT-VALUE
005860           MOVE 'N' TO ITM-MATCH-FLAG
005870           PERFORM 3110-CHECK-ONE-COST THRU 3110-EXIT
005880               VARYING ITM-J FROM 1 BY 1
005890               UNTIL ITM-J > ITM-NUM-OF-COSTS
005900                   OR ITM-MATCH-FOUND
005910           IF ITM-PLN-UNITS(ITM-I) > 0
005920               COMPUTE ITM-PLN-VALUE(ITM-I) =
005930                   ITM-PLN-UNITS(ITM-I) * ITM-UNIT-VALUE
005940               ADD ITM-PLN-VALUE(ITM-I) TO ITM-TOTAL-VALUE
005950           END-IF
005960           .
005970 3100-EXIT.
005980           EXIT.
005990
006000 3110-CHECK-ONE-COST.
006010           IF ITM-CTAB-NAME(ITM-J) = ITM-PLN-NAME(ITM-I)
006020               MOVE 'Y' TO ITM-MATCH-FLAG
006030               MOVE ITM-CTAB-COST(ITM-J) TO ITM-UNIT-VALUE
006040           END-IF
006050           .
006060 3110-EXIT.
006070           EXIT.
006080
006090*----------------------------------------------------------------
006100* 3200-SORT-PASS
006110*
006120* Simple descending bubble sort on value - the catalog is small
006130* enough that a full SORT utility run would be overkill.
006140*----------------------------------------------------------------
006150 3200-SORT-PASS.
006160           PERFORM 3210-COMPARE-AND-SWAP THRU 3210-EXIT
006170               VARYING ITM-J FROM 1 BY 1
006180               UNTIL ITM-J > ITM-NUM-OF-PLANS - ITM-I
006190           .
006200 3200-EXIT.
006210           EXIT.
006220
006230 3210-COMPARE-AND-SWAP.
006240           IF ITM-PLN-VALUE(ITM-J) < ITM-PLN-VALUE(ITM-J + 1)
006250               MOVE ITM-PLAN-ENTRY(ITM-J) TO ITM-HOLD-PLAN
006260               MOVE ITM-PLAN-ENTRY(ITM-J + 1) TO
006270                   ITM-PLAN-ENTRY(ITM-J)
006280               MOVE ITM-HOLD-PLAN TO ITM-PLAN-ENTRY(ITM-J + 1)
006290           END-IF
006300           .
006310 3210-EXIT.
006320           EXIT.
006330
006340 3300-CLASS-ONE-ITEM.
006350           MOVE 'C' TO ITM-PLN-CLASS(ITM-I)
006360           IF ITM-PLN-VALUE(ITM-I) > 0
006370               COMPUTE ITM-CUM-PCT =
006380                   ITM-CUM-VALUE * 100 / ITM-TOTAL-VALUE
006390               EVALUATE TRUE
006400                   WHEN ITM-CUM-PCT < ITM-A-CUTOFF-PCT
006410                       MOVE 'A' TO ITM-PLN-CLASS(ITM-I)
006420                   WHEN ITM-CUM-PCT < ITM-B-CUTOFF-PCT
006430                       MOVE 'B' TO ITM-PLN-CLASS(ITM-I)
006440               END-EVALUATE
006450               ADD ITM-PLN-VALUE(ITM-I) TO ITM-CUM-VALUE
006460           END-IF
006470
006480           MOVE ITM-PLN-CLASS(ITM-I) TO ITM-CUR-CLASS
006490           PERFORM 8100-GET-CLASS-INDEX THRU 8100-EXIT
006500           ADD 1 TO ITM-CLT-ITEMS(ITM-CLASS-INDEX)
006510           ADD ITM-PLN-VALUE(ITM-I) TO
006520               ITM-CLT-VALUE(ITM-CLASS-INDEX)
006530           .
006540 3300-EXIT.
006550           EXIT.
006560
006570*----------------------------------------------------------------
006580* 4000-PLAN-COUNT-SHEET
006590*
006600* For each class, one day's share of its cycle goes on today's
006610* sheet: the class's item count over its cycle days, rounded up,
006620* so every item comes round once a cycle and the days carry even
006630* loads.  Items already dated today (a rerun) count towards the
006640* share first; the rest of it is made up from the items that have
006650* gone longest without a sheet - never-counted items first.
006660*----------------------------------------------------------------
006670 4000-PLAN-COUNT-SHEET.
006680           PERFORM 4100-PLAN-ONE-CLASS THRU 4100-EXIT
006690               VARYING ITM-CLASS-INDEX FROM 1 BY 1
006700               UNTIL ITM-CLASS-INDEX > 3
006710           .
006720 4000-EXIT.
006730           EXIT.
006740
006750 4100-PLAN-ONE-CLASS.
006760           MOVE ITM-CLD-CODE(ITM-CLASS-INDEX) TO ITM-CUR-CLASS
006770           COMPUTE ITM-CLT-QUOTA(ITM-CLASS-INDEX) =
006780               (ITM-CLT-ITEMS(ITM-CLASS-INDEX) +
006790                   ITM-CLD-CYCLE-DAYS(ITM-CLASS-INDEX) - 1) /
006800                       ITM-CLD-CYCLE-DAYS(ITM-CLASS-INDEX)
006810           MOVE 0 TO ITM-CLT-ON-SHEET(ITM-CLASS-INDEX)
006820           PERFORM 4110-COUNT-ONE-DATED THRU 4110-EXIT
006830               VARYING ITM-I FROM 1 BY 1
006840               UNTIL ITM-I > ITM-NUM-OF-PLANS
006850
006860           MOVE 'N' TO ITM-PICK-DONE-FLAG
006870           PERFORM 4200-PICK-NEXT-ITEM THRU 4200-EXIT
006880               UNTIL ITM-CLT-ON-SHEET(ITM-CLASS-INDEX) NOT <
006890                       ITM-CLT-QUOTA(ITM-CLASS-INDEX)
006900                   OR ITM-PICK-DONE
006910           .
006920 4100-EXIT.
006930           EXIT.
006940
006950 4110-COUNT-ONE-DATED.
006960           IF ITM-PLN-CLASS(ITM-I) = ITM-CUR-CLASS AND
006970                   ITM-PLN-LAST-SHEET(ITM-I) = ITM-RUN-DATE
006980               ADD 1 TO ITM-CLT-ON-SHEET(ITM-CLASS-INDEX)
006990           END-IF
007000           .
007010 4110-EXIT.
007020           EXIT.
007030
007040 4200-PICK-NEXT-ITEM.
007050           MOVE 0 TO ITM-PICK-INDEX
007060           MOVE HIGH-VALUES TO ITM-PICK-DATE
007070           PERFORM 4210-CHECK-ONE-CANDIDATE THRU 4210-EXIT
007080               VARYING ITM-I FROM 1 BY 1
007090               UNTIL ITM-I > ITM-NUM-OF-PLANS
007100
007110           IF ITM-PICK-INDEX = 0
007120               MOVE 'Y' TO ITM-PICK-DONE-FLAG
007130               GO TO 4200-EXIT
007140           END-IF
007150           MOVE ITM-RUN-DATE TO ITM-PLN-LAST-SHEET(ITM-PICK-INDEX)
007160           ADD 1 TO ITM-CLT-ON-SHEET(ITM-CLASS-INDEX)
007170           .
007180 4200-EXIT.
007190           EXIT.
007200
007210 4210-CHECK-ONE-CANDIDATE.
007220           IF ITM-PLN-CLASS(ITM-I) = ITM-CUR-CLASS AND
007230                   ITM-PLN-LAST-SHEET(ITM-I) < ITM-PICK-DATE AND
007240                   ITM-PLN-LAST-SHEET(ITM-I) NOT = ITM-RUN-DATE
007250               MOVE ITM-I TO ITM-PICK-INDEX
007260               MOVE ITM-PLN-LAST-SHEET(ITM-I) TO ITM-PICK-DATE
007270           END-IF
007280           .
007290 4210-EXIT.
007300           EXIT.
007310
007320*----------------------------------------------------------------
007330* 5000-WRITE-PLAN-FILES
007340*
007350* Rewrites the plan file in rank order and writes today's count
007360* sheet - every item dated today, A items first, one line for
007362* each location it is counted at.
007364* The sheet's lines sit between a header and a trailer; the
007366* trailer's hash goes out as zero because no count has been
007368* keyed yet.
007370*----------------------------------------------------------------
007380 5000-WRITE-PLAN-FILES.
007390           OPEN OUTPUT COUNT-SHEET-FILE
007400           IF ITM-CNTSHT-STATUS NOT = "00"
007410               DISPLAY "Unable to write cntsheet.txt - no count "
007420                   "plan"
007430               MOVE 8 TO RETURN-CODE
007440               GO TO 5000-EXIT
007450           END-IF
007460           OPEN OUTPUT CYCLE-PLAN-FILE
007470           IF ITM-CYCPLAN-STATUS NOT = "00"
007480               DISPLAY "Unable to write cycplan.dat - no count "
007490                   "plan"
007500               MOVE 8 TO RETURN-CODE
007510               CLOSE COUNT-SHEET-FILE
007520               GO TO 5000-EXIT
007530           END-IF
007531
007532           MOVE SPACES TO ITM-BATCH-CONTROL-RECORD
007533           MOVE "HDR " TO ITM-BCH-REC-TYPE
007534           STRING "CNT" ITM-RUN-DATE DELIMITED BY SIZE
007535               INTO ITM-BCH-REC-BATCH-ID
007536           END-STRING
007537           MOVE ITM-RUN-DATE TO ITM-BCH-REC-CREATE-DATE
007538           MOVE ITM-BATCH-CONTROL-RECORD TO ITM-CNTSHT-RECORD
007539           WRITE ITM-CNTSHT-RECORD
007540
007550           PERFORM 5100-WRITE-ONE-PLAN THRU 5100-EXIT
007560               VARYING ITM-I FROM 1 BY 1
007570               UNTIL ITM-I > ITM-NUM-OF-PLANS
007580
007581           MOVE SPACES TO ITM-BATCH-CONTROL-RECORD
007582           MOVE "TRL " TO ITM-BCH-REC-TYPE
007583           MOVE ITM-SHEET-LINE-COUNT TO ITM-BCH-REC-COUNT
007584           MOVE 0 TO ITM-BCH-REC-HASH
007585           MOVE ITM-BATCH-CONTROL-RECORD TO ITM-CNTSHT-RECORD
007586           WRITE ITM-CNTSHT-RECORD
007587
007590           CLOSE CYCLE-PLAN-FILE
007600           CLOSE COUNT-SHEET-FILE
007610           DISPLAY ITM-SHEET-COUNT
007620               " item(s) on today's count sheet"
007630           .
007640 5000-EXIT.
007650           EXIT.
007660
007670 5100-WRITE-ONE-PLAN.
007680           MOVE SPACES TO ITM-CYCLE-PLAN-RECORD
007690           MOVE ITM-PLN-NAME(ITM-I) TO ITM-CYC-NAME
007700           MOVE ITM-PLN-CLASS(ITM-I) TO ITM-CYC-CLASS
007710           MOVE ITM-PLN-VALUE(ITM-I) TO ITM-CYC-VALUE
007720           MOVE ITM-PLN-LAST-SHEET(ITM-I) TO ITM-CYC-LAST-SHEET
007730           MOVE ITM-RUN-DATE TO ITM-CYC-CALC-DATE
007740           WRITE ITM-CYCLE-PLAN-RECORD
007750
007760           IF ITM-PLN-LAST-SHEET(ITM-I) = ITM-RUN-DATE
007770               PERFORM 5110-WRITE-SHEET-LINE THRU 5110-EXIT
007772                   VARYING ITM-LOC-K FROM 1 BY 1
007774                   UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
007800               ADD 1 TO ITM-SHEET-COUNT
007810           END-IF
007820           .
007830 5100-EXIT.
007840           EXIT.
007841
007842 5110-WRITE-SHEET-LINE.
007843           MOVE SPACES TO ITM-CNTSHT-RECORD
007844           MOVE ITM-PLN-NAME(ITM-I) TO ITM-CS-NAME
007845           MOVE ITM-LOC-CODE(ITM-LOC-K) TO ITM-CS-LOCATION
007846           WRITE ITM-CNTSHT-RECORD
007848           ADD 1 TO ITM-SHEET-LINE-COUNT
007850           .
007852 5110-EXIT.
007854           EXIT.
007856
007860*----------------------------------------------------------------
007870* 6000-LOAD-ACCURACY
007880*
007890* Totals the count-accuracy history RECONCIL keeps, by class,
007900* over the same year's window.  No history yet just prints no
007910* counts.
007920*----------------------------------------------------------------
007930 6000-LOAD-ACCURACY.
007940           OPEN INPUT COUNT-ACCURACY-FILE
007950           IF ITM-CNTACC-STATUS NOT = "00"
007960               GO TO 6000-EXIT
007970           END-IF
007980
007990           MOVE 'N' TO ITM-EOF-FLAG
008000           READ COUNT-ACCURACY-FILE
008010               AT END
008020                   MOVE 'Y' TO ITM-EOF-FLAG
008030           END-READ
008040
008050           PERFORM 6010-LOAD-ONE-ACCURACY THRU 6010-EXIT
008060               UNTIL ITM-EOF
008070
008080           CLOSE COUNT-ACCURACY-FILE
008090           .
008100 6000-EXIT.
008110           EXIT.
008120
008130 6010-LOAD-ONE-ACCURACY.
008140           IF ITM-ACC-DATE NOT < ITM-CUTOFF-DATE AND
008150                   ITM-ACC-COUNTED IS NUMERIC AND
008160                   ITM-ACC-WITHIN IS NUMERIC
008170               MOVE ITM-ACC-CLASS TO ITM-CUR-CLASS
008180               PERFORM 8100-GET-CLASS-INDEX THRU 8100-EXIT
008190               ADD ITM-ACC-COUNTED TO
008200                   ITM-CLT-COUNTED(ITM-CLASS-INDEX)
008210               ADD ITM-ACC-WITHIN TO
008220                   ITM-CLT-WITHIN(ITM-CLASS-INDEX)
008230           END-IF
008240
008250           READ COUNT-ACCURACY-FILE
008260               AT END
008270                   MOVE 'Y' TO ITM-EOF-FLAG
008280           END-READ
008290           .
008300 6010-EXIT.
008310           EXIT.
008320
008330*----------------------------------------------------------------
008340* 7000-WRITE-REPORT
008350*
008360* The ranking (every item, with its class, value, running share
008370* of the year's value and last count-sheet date), then the class
008380* summary and the year's count accuracy by class.
008390*----------------------------------------------------------------
008400 7000-WRITE-REPORT.
008410           OPEN OUTPUT ABC-REPORT-FILE
008420           IF ITM-ABCRPT-STATUS NOT = "00"
008430               DISPLAY "Unable to write abcclass.rpt"
008440               MOVE 8 TO RETURN-CODE
008450               GO TO 7000-EXIT
008460           END-IF
008470
008480           MOVE SPACES TO ITM-ABCRPT-RECORD
008490           STRING "ABC CLASSIFICATION AND CYCLE-COUNT PLAN - "
008500               ITM-RUN-DATE DELIMITED BY SIZE
008510               INTO ITM-ABCRPT-RECORD
008520           END-STRING
008530           WRITE ITM-ABCRPT-RECORD
008540           MOVE SPACES TO ITM-ABCRPT-RECORD
008550           STRING "VALUE MOVED " ITM-CUTOFF-DATE " TO "
008560               ITM-RUN-DATE " AT WEIGHTED-AVERAGE COST"
008570               DELIMITED BY SIZE
008580               INTO ITM-ABCRPT-RECORD
008590           END-STRING
008600           WRITE ITM-ABCRPT-RECORD
008610           MOVE SPACES TO ITM-ABCRPT-RECORD
008620           WRITE ITM-ABCRPT-RECORD
008630           WRITE ITM-ABCRPT-RECORD FROM ITM-ABC-HEADING-LINE
008640
008650           MOVE 0 TO ITM-CUM-VALUE
008660           PERFORM 7100-WRITE-ONE-ITEM THRU 7100-EXIT
008670               VARYING ITM-I FROM 1 BY 1
008680               UNTIL ITM-I > ITM-NUM-OF-PLANS
008690
008700           MOVE SPACES TO ITM-ABCRPT-RECORD
008710           WRITE ITM-ABCRPT-RECORD
008720           MOVE "CLASS SUMMARY" TO ITM-ABCRPT-RECORD
008730           WRITE ITM-ABCRPT-RECORD
008740           PERFORM 7200-WRITE-ONE-CLASS THRU 7200-EXIT
008750               VARYING ITM-CLASS-INDEX FROM 1 BY 1
008760               UNTIL ITM-CLASS-INDEX > 3
008770
008780           MOVE SPACES TO ITM-ABCRPT-RECORD
008790           WRITE ITM-ABCRPT-RECORD
008800           STRING "COUNT ACCURACY " ITM-CUTOFF-DATE " TO "
008810               ITM-RUN-DATE DELIMITED BY SIZE
008820               INTO ITM-ABCRPT-RECORD
008830           END-STRING
008840           WRITE ITM-ABCRPT-RECORD
008850           PERFORM 7300-WRITE-ONE-ACCURACY THRU 7300-EXIT
008860               VARYING ITM-CLASS-INDEX FROM 1 BY 1
008870               UNTIL ITM-CLASS-INDEX > 3
008880
008890           CLOSE ABC-REPORT-FILE
008900           .
008910 7000-EXIT.
008920           EXIT.
008930
008940 7100-WRITE-ONE-ITEM.
008950           ADD ITM-PLN-VALUE(ITM-I) TO ITM-CUM-VALUE
008960           MOVE 0 TO ITM-CUM-PCT
008970           IF ITM-TOTAL-VALUE > 0
008980               COMPUTE ITM-CUM-PCT =
008990                   ITM-CUM-VALUE * 100 / ITM-TOTAL-VALUE
009000           END-IF
009010           MOVE ITM-I TO ITM-ABCD-RANK
009020           MOVE ITM-PLN-NAME(ITM-I) TO ITM-ABCD-NAME
009030           MOVE ITM-PLN-CLASS(ITM-I) TO ITM-ABCD-CLASS
009040           MOVE ITM-PLN-UNITS(ITM-I) TO ITM-ABCD-UNITS
009050           MOVE ITM-PLN-VALUE(ITM-I) TO ITM-ABCD-VALUE
009060           MOVE ITM-CUM-PCT TO ITM-ABCD-CUM-PCT
009070           MOVE ITM-PLN-LAST-SHEET(ITM-I) TO ITM-ABCD-LAST-SHEET
009080           MOVE SPACES TO ITM-ABCD-REMARK
009090           IF ITM-PLN-LAST-SHEET(ITM-I) = ITM-RUN-DATE
009100               MOVE "ON SHEET" TO ITM-ABCD-REMARK
009110           END-IF
009120           WRITE ITM-ABCRPT-RECORD FROM ITM-ABC-DETAIL-LINE
009130           .
009140 7100-EXIT.
009150           EXIT.
009160
009170 7200-WRITE-ONE-CLASS.
009180           MOVE ITM-CLD-CODE(ITM-CLASS-INDEX) TO ITM-ABCC-CLASS
009190           MOVE ITM-CLT-ITEMS(ITM-CLASS-INDEX) TO ITM-ABCC-ITEMS
009200           MOVE ITM-CLT-VALUE(ITM-CLASS-INDEX) TO ITM-ABCC-VALUE
009210           MOVE ITM-CLD-CYCLE-DAYS(ITM-CLASS-INDEX) TO
009220               ITM-ABCC-CYCLE
009230           MOVE ITM-CLT-QUOTA(ITM-CLASS-INDEX) TO ITM-ABCC-QUOTA
009240           MOVE ITM-CLT-ON-SHEET(ITM-CLASS-INDEX) TO
009250               ITM-ABCC-ON-SHEET
009260           WRITE ITM-ABCRPT-RECORD FROM ITM-ABC-CLASS-LINE
009270           .
009280 7200-EXIT.
009290           EXIT.
009300
009310 7300-WRITE-ONE-ACCURACY.
009320           MOVE ITM-CLD-CODE(ITM-CLASS-INDEX) TO ITM-ABCA-CLASS
009330           MOVE ITM-CLT-COUNTED(ITM-CLASS-INDEX) TO
009340               ITM-ABCA-COUNTED
009350           MOVE ITM-CLT-WITHIN(ITM-CLASS-INDEX) TO ITM-ABCA-WITHIN
009360           MOVE 0 TO ITM-ACCURACY-PCT
009370           IF ITM-CLT-COUNTED(ITM-CLASS-INDEX) > 0
009380               COMPUTE ITM-ACCURACY-PCT ROUNDED =
009390                   ITM-CLT-WITHIN(ITM-CLASS-INDEX) * 100 /
009400                       ITM-CLT-COUNTED(ITM-CLASS-INDEX)
009410           END-IF
009420           MOVE ITM-ACCURACY-PCT TO ITM-ABCA-PCT
009430           WRITE ITM-ABCRPT-RECORD FROM ITM-ABC-ACCURACY-LINE
009440           .
009450 7300-EXIT.
009460           EXIT.
009470
009480*----------------------------------------------------------------
009490* 8100-GET-CLASS-INDEX
009500*
009510* Class code in ITM-CUR-CLASS to its slot in the class tables.
009520* Anything that is not an A or a B is counted as a C.
009530*----------------------------------------------------------------
009540 8100-GET-CLASS-INDEX.
009550           EVALUATE ITM-CUR-CLASS
009560               WHEN 'A'
009570                   MOVE 1 TO ITM-CLASS-INDEX
009580               WHEN 'B'
009590                   MOVE 2 TO ITM-CLASS-INDEX
009600               WHEN OTHER
009610                   MOVE 3 TO ITM-CLASS-INDEX
009620           END-EVALUATE
009630           .
009640 8100-EXIT.
009650           EXIT.
009660
009670       COPY ITEMJSNP.
009680       COPY ITEMXRP.
009690       COPY ITEMKTP.
