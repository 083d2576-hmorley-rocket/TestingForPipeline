000100*----------------------------------------------------------------
000110* INVMATCH
000120*
000130* Vendor-invoice three-way match.  Every invoice keyed through
000140* INVCMGR that has not yet been cleared is checked line by line
000150* against the purchase order it quotes (pomaster.dat) and the
000160* goods-in that PO actually produced (the RECEIPT movements on
000170* stockmov.dat that carry the PO's reference):
000180*
000190*   - the PO must exist and have been raised on the vendor
000200*     sending the bill, and the item must be on it;
000210*   - the quantity billed for the item to date - every cleared
000220*     bill plus this one - may not exceed what the PO lines
000230*     have had received against them;
000240*   - the unit price billed may not exceed the unit cost the
000250*     goods were received at.
000260*
000270* A line that fails lands on the AP exceptions report
000280* (apexcept.rpt) with the reason and is marked X; one failed
000290* line holds the whole invoice (its other lines are marked H).
000300* An invoice whose every line passes is marked C and listed,
000310* by vendor, on the cleared-to-pay list (clearpay.rpt).  Held
000320* and failed invoices are matched again on every run, so a bill
000330* that arrives ahead of its goods clears by itself once the
000340* receipt is booked.
000350*----------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. INVMATCH.
000380 AUTHOR. STORE-SYSTEMS-GROUP.
000390 INSTALLATION. RETAIL-OPERATIONS.
000400 DATE-WRITTEN. 2026-10-14.
000410 DATE-COMPILED.
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440*
000450*  DATE       INIT  DESCRIPTION
000460*  ---------- ----  -----------------------------------------
000470*  2026-10-14 dlm   Initial version - PO / receipt / invoice
000480*                   match with AP exceptions report and the
000490*                   cleared-to-pay list by vendor.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540           SELECT INVOICE-FILE ASSIGN TO ITM-INVOICE-DSN
000550               ORGANIZATION IS INDEXED
000560               ACCESS MODE IS DYNAMIC
000570               RECORD KEY IS ITM-INV-KEY
000580               FILE STATUS IS ITM-INVOICE-STATUS.
000590
000600           SELECT PO-MASTER-FILE ASSIGN TO ITM-POMAST-DSN
000610               ORGANIZATION IS INDEXED
000620               ACCESS MODE IS DYNAMIC
000630               RECORD KEY IS ITM-POL-KEY
000640               FILE STATUS IS ITM-POMAST-STATUS.
000650
000660           SELECT VENDOR-FILE ASSIGN TO ITM-VENDOR-DSN
000670               ORGANIZATION IS INDEXED
000680               ACCESS MODE IS DYNAMIC
000690               RECORD KEY IS ITM-VND-CODE
000700               FILE STATUS IS ITM-VENDOR-STATUS.
000710
000720           SELECT STOCK-MOVEMENT-FILE ASSIGN TO ITM-STOCKMOV-DSN
000730               ORGANIZATION IS SEQUENTIAL
000740               FILE STATUS IS ITM-STOCKMOV-STATUS.
000750
000760           SELECT AP-EXCEPTION-FILE ASSIGN TO ITM-APEXCP-DSN
000770               ORGANIZATION IS SEQUENTIAL
000780               FILE STATUS IS ITM-APEXCP-STATUS.
000790
000800           SELECT CLEARED-PAY-FILE ASSIGN TO ITM-CLRPAY-DSN
000810               ORGANIZATION IS SEQUENTIAL
000820               FILE STATUS IS ITM-CLRPAY-STATUS.
000830
000840           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000850               ORGANIZATION IS SEQUENTIAL
000860               FILE STATUS IS ITM-XREF-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  INVOICE-FILE.
000910       COPY ITEMINV.
000920
000930 FD  PO-MASTER-FILE.
000940       COPY ITEMPO.
000950
000960 FD  VENDOR-FILE.
000970       COPY VENDREC.
000980
000990 FD  STOCK-MOVEMENT-FILE.
001000       COPY ITEMMOV.
001010
001020 FD  AP-EXCEPTION-FILE.
001030 01  ITM-APEXCP-RECORD          PIC X(132).
001040
001050 FD  CLEARED-PAY-FILE.
001060 01  ITM-CLRPAY-RECORD          PIC X(132).
001070
001080 FD  ITEM-XREF-FILE.
001090       COPY ITEMXRF.
001100
001110 WORKING-STORAGE SECTION.
001120       COPY ITEMFN.
001130       COPY ITEMXRD.
001140
001150 01  ITM-INVOICE-STATUS         PIC X(02).
001160 01  ITM-POMAST-STATUS          PIC X(02).
001170 01  ITM-VENDOR-STATUS          PIC X(02).
001180 01  ITM-STOCKMOV-STATUS        PIC X(02).
001190 01  ITM-APEXCP-STATUS          PIC X(02).
001200 01  ITM-CLRPAY-STATUS          PIC X(02).
001210 01  ITM-I                      BINARY-SHORT.
001220 01  ITM-J                      BINARY-SHORT.
001230 01  ITM-RUN-DATE               PIC X(08).
001240
001250 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
001260           88  ITM-EOF                VALUE 'Y'.
001270 01  ITM-PO-EOF-FLAG            PIC X(01).
001280           88  ITM-PO-EOF             VALUE 'Y'.
001290
001300 01  ITM-INVOICE-OPEN-FLAG      PIC X(01) VALUE 'N'.
001310           88  ITM-INVOICE-OPENED     VALUE 'Y'.
001320 01  ITM-POMAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
001330           88  ITM-POMAST-OPENED      VALUE 'Y'.
001340 01  ITM-VENDOR-OPEN-FLAG       PIC X(01) VALUE 'N'.
001350           88  ITM-VENDOR-OPENED      VALUE 'Y'.
001360 01  ITM-REPORTS-OPEN-FLAG      PIC X(01) VALUE 'N'.
001370           88  ITM-REPORTS-OPENED     VALUE 'Y'.
001380
001390 01  ITM-MATCH-INDEX            BINARY-SHORT.
001400 01  ITM-MATCH-FLAG             PIC X(01).
001410           88  ITM-MATCH-FOUND        VALUE 'Y'.
001420 01  ITM-MATCH-PO               PIC 9(06).
001430 01  ITM-MATCH-NAME             PIC X(32).
001440
001450*----------------------------------------------------------------
001460* One entry per PO and item (current name) seen on a receipt
001470* or a bill: the highest unit cost any RECEIPT against that PO
001480* booked the item in at, and the quantity billed for it so far -
001490* every cleared invoice line, plus the lines of this run's
001500* invoices that have passed.  A held invoice's quantities are
001510* backed out again, so only what is cleared to pay counts
001520* against the next bill.  Sized to match the cost table.
001530*----------------------------------------------------------------
001540 01  ITM-MATCH-TABLE.
001550           05  ITM-NUM-OF-MATCHES     BINARY-SHORT VALUE 0.
001560           05  ITM-MATCH-ENTRY OCCURS 0 TO 9999 TIMES
001570                   DEPENDING ON ITM-NUM-OF-MATCHES.
001580               10  ITM-MTB-PO         PIC 9(06).
001590               10  ITM-MTB-NAME       PIC X(32).
001600               10  ITM-MTB-BILLED     BINARY-LONG.
001610               10  ITM-MTB-COST       PIC 9(05)V99.
001620
001630*----------------------------------------------------------------
001640* The lines of the invoice being matched, as read, with the
001650* outcome of each line's match and the billed quantity it put
001660* on the match table (so a held invoice can take it off again).
001670* INVCMGR caps an invoice at 999 lines.
001680*----------------------------------------------------------------
001690 01  ITM-INVOICE-BUFFER.
001700           05  ITM-NUM-OF-BUFFERED    BINARY-SHORT VALUE 0.
001710           05  ITM-IBF-ENTRY OCCURS 0 TO 999 TIMES
001720                   DEPENDING ON ITM-NUM-OF-BUFFERED.
001730               10  ITM-IBF-IMAGE      PIC X(121).
001740               10  ITM-IBF-REASON     PIC X(20).
001750               10  ITM-IBF-INDEX      BINARY-SHORT.
001760               10  ITM-IBF-QTY        PIC 9(05).
001770
001780 01  ITM-INV-NEXT-IMAGE         PIC X(121).
001790 01  ITM-INV-HOLD-VENDOR        PIC X(08).
001800 01  ITM-INV-HOLD-NUMBER        PIC X(12).
001810 01  ITM-INV-HOLD-DATE          PIC X(08).
001820 01  ITM-INV-HOLD-PO            PIC 9(06).
001830 01  ITM-INV-HELD-FLAG          PIC X(01).
001840           88  ITM-INV-IS-HELD        VALUE 'Y'.
001850 01  ITM-INV-AMOUNT             PIC 9(09)V99.
001860 01  ITM-LINE-AMOUNT            PIC 9(09)V99.
001870 01  ITM-LINE-REASON            PIC X(20).
001880
001890*----------------------------------------------------------------
001900* What the PO master says about the line just read: whether the
001910* PO exists, the vendor it was raised on, whether the item is
001920* on it, and how many have been received across its lines.
001930*----------------------------------------------------------------
001940 01  ITM-PO-FOUND-FLAG          PIC X(01).
001950           88  ITM-PO-FOUND           VALUE 'Y'.
001960 01  ITM-PO-ITEM-FLAG           PIC X(01).
001970           88  ITM-PO-HAS-ITEM        VALUE 'Y'.
001980 01  ITM-PO-VENDOR              PIC X(08).
001990 01  ITM-PO-RECEIVED            BINARY-LONG.
002000 01  ITM-LINE-BILLED            BINARY-LONG.
002010 01  ITM-LINE-COST              PIC 9(05)V99.
002020
002030 01  ITM-CPY-LAST-VENDOR        PIC X(08) VALUE SPACES.
002040 01  ITM-VENDOR-AMOUNT          PIC 9(11)V99 VALUE 0.
002050 01  ITM-GRAND-AMOUNT           PIC 9(11)V99 VALUE 0.
002060 01  ITM-CLEARED-COUNT          BINARY-LONG VALUE 0.
002070 01  ITM-HELD-COUNT             BINARY-LONG VALUE 0.
002080 01  ITM-EXCEPTION-COUNT        BINARY-LONG VALUE 0.
002090 01  ITM-COUNT-DISP             PIC ZZZZZZZ9.
002100
002110 01  ITM-APX-DETAIL-LINE.
002120           05  ITM-APX-VENDOR         PIC X(08).
002130           05  FILLER                 PIC X(02) VALUE SPACES.
002140           05  ITM-APX-INVOICE        PIC X(12).
002150           05  FILLER                 PIC X(02) VALUE SPACES.
002160           05  ITM-APX-LINE           PIC 9(03).
002170           05  FILLER                 PIC X(02) VALUE SPACES.
002180           05  ITM-APX-PO             PIC 9(06).
002190           05  FILLER                 PIC X(02) VALUE SPACES.
002200           05  ITM-APX-NAME           PIC X(32).
002210           05  FILLER                 PIC X(02) VALUE SPACES.
002220           05  ITM-APX-BILLED         PIC ZZZZ9.
002230           05  FILLER                 PIC X(02) VALUE SPACES.
002240           05  ITM-APX-RECEIVED       PIC ZZZZ9.
002250           05  FILLER                 PIC X(02) VALUE SPACES.
002260           05  ITM-APX-PRICE          PIC ZZZZ9.99.
002270           05  FILLER                 PIC X(02) VALUE SPACES.
002280           05  ITM-APX-COST           PIC ZZZZ9.99.
002290           05  FILLER                 PIC X(02) VALUE SPACES.
002300           05  ITM-APX-REASON         PIC X(20).
002310
002320 01  ITM-CPY-DETAIL-LINE.
002330           05  FILLER                 PIC X(04) VALUE SPACES.
002340           05  ITM-CPY-INVOICE        PIC X(12).
002350           05  FILLER                 PIC X(02) VALUE SPACES.
002360           05  ITM-CPY-DATE           PIC X(08).
002370           05  FILLER                 PIC X(02) VALUE SPACES.
002380           05  ITM-CPY-PO             PIC 9(06).
002390           05  FILLER                 PIC X(02) VALUE SPACES.
002400           05  ITM-CPY-LINES          PIC ZZ9.
002410           05  FILLER                 PIC X(02) VALUE SPACES.
002420           05  ITM-CPY-AMOUNT         PIC ZZZZZZZZ9.99.
002430
002440 01  ITM-CPY-TOTAL-LINE.
002450           05  ITM-CPY-TOT-LABEL      PIC X(41).
002460           05  ITM-CPY-TOT-AMOUNT     PIC ZZZZZZZZZZ9.99.
002470
002480 PROCEDURE DIVISION.
002490
002500*----------------------------------------------------------------
002510* 0000-MAINLINE
002520*----------------------------------------------------------------
002530 0000-MAINLINE.
002540           PERFORM 1000-INITIALIZE THRU 1000-EXIT
002550           IF ITM-INVOICE-OPENED AND ITM-REPORTS-OPENED
002560               PERFORM 1500-LOAD-RECEIPT-COSTS THRU 1500-EXIT
002570               PERFORM 1600-LOAD-CLEARED-BILLING THRU 1600-EXIT
002580               PERFORM 2000-MATCH-INVOICES THRU 2000-EXIT
002590               PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
002600           END-IF
002610           PERFORM 9000-CLOSE-AND-EXIT THRU 9000-EXIT
002620           GOBACK
002630           .
002640 0000-EXIT.
002650           EXIT.
002660
002670*----------------------------------------------------------------
002680* 1000-INITIALIZE
002690*
002700* Opens the invoice file for update (none on file just means no
002710* bill has ever been keyed - a warning, not a failure), the PO
002720* master (missing: no PO was ever raised, so every bill is an
002730* exception), the vendor master for the names on the pay list,
002740* and the two reports.
002750*----------------------------------------------------------------
002760 1000-INITIALIZE.
002770           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
002780           PERFORM 8700-LOAD-RENAME-XREF THRU 8700-EXIT
002790
002800           OPEN I-O INVOICE-FILE
002810           IF ITM-INVOICE-STATUS NOT = "00"
002820               DISPLAY "No vendor invoices on file - nothing to "
002830                   "match"
002840               MOVE 4 TO RETURN-CODE
002850               GO TO 1000-EXIT
002860           END-IF
002870           MOVE 'Y' TO ITM-INVOICE-OPEN-FLAG
002880
002890           OPEN INPUT PO-MASTER-FILE
002900           IF ITM-POMAST-STATUS = "00"
002910               MOVE 'Y' TO ITM-POMAST-OPEN-FLAG
002920           END-IF
002930
002940           OPEN INPUT VENDOR-FILE
002950           IF ITM-VENDOR-STATUS = "00"
002960               MOVE 'Y' TO ITM-VENDOR-OPEN-FLAG
002970           END-IF
002980
002990           OPEN OUTPUT AP-EXCEPTION-FILE
003000           IF ITM-APEXCP-STATUS NOT = "00"
003010               DISPLAY "Unable to write apexcept.rpt"
003020               MOVE 8 TO RETURN-CODE
003030               GO TO 1000-EXIT
003040           END-IF
003050           OPEN OUTPUT CLEARED-PAY-FILE
003060           IF ITM-CLRPAY-STATUS NOT = "00"
003070               DISPLAY "Unable to write clearpay.rpt"
003080               CLOSE AP-EXCEPTION-FILE
003090               MOVE 8 TO RETURN-CODE
003100               GO TO 1000-EXIT
003110           END-IF
003120           MOVE 'Y' TO ITM-REPORTS-OPEN-FLAG
003130
003140           MOVE "ACCOUNTS PAYABLE MATCH EXCEPTIONS" TO
003150               ITM-APEXCP-RECORD
003160           WRITE ITM-APEXCP-RECORD
003170           MOVE SPACES TO ITM-APEXCP-RECORD
003180           STRING "RUN DATE: " ITM-RUN-DATE DELIMITED BY SIZE
003190               INTO ITM-APEXCP-RECORD
003200           END-STRING
003210           WRITE ITM-APEXCP-RECORD
003220           MOVE SPACES TO ITM-APEXCP-RECORD
003230           WRITE ITM-APEXCP-RECORD
003240           MOVE "VENDOR    INVOICE       LIN  PONUM   ITEM"
003250               TO ITM-APEXCP-RECORD
003260           MOVE "BILLD  RECVD     PRICE      COST  REASON" TO
003270               ITM-APEXCP-RECORD(75:40)
003280           WRITE ITM-APEXCP-RECORD
003290
003300           MOVE "INVOICES CLEARED TO PAY" TO ITM-CLRPAY-RECORD
003310           WRITE ITM-CLRPAY-RECORD
003320           MOVE SPACES TO ITM-CLRPAY-RECORD
003330           STRING "RUN DATE: " ITM-RUN-DATE DELIMITED BY SIZE
003340               INTO ITM-CLRPAY-RECORD
003350           END-STRING
003360           WRITE ITM-CLRPAY-RECORD
003370           MOVE SPACES TO ITM-CLRPAY-RECORD
003380           WRITE ITM-CLRPAY-RECORD
003390           MOVE "    INVOICE       DATE      PONUM   LIN"
003400               TO ITM-CLRPAY-RECORD
003410           MOVE "AMOUNT" TO ITM-CLRPAY-RECORD(50:6)
003420           WRITE ITM-CLRPAY-RECORD
003430           .
003440 1000-EXIT.
003450           EXIT.
003460
003470*----------------------------------------------------------------
003480* 1500-LOAD-RECEIPT-COSTS
003490*
003500* Read-ahead loop over the movement ledger.  Goods-in against a
003510* PO books its RECEIPT with the reference "PO nnnnnn"; each one
003520* with a unit cost keeps the highest cost seen for that PO and
003530* item.  Receipts not against a PO (vendor delivery notes,
003540* imports) cannot be matched to a bill and are passed over.
003550*----------------------------------------------------------------
003560 1500-LOAD-RECEIPT-COSTS.
003570           OPEN INPUT STOCK-MOVEMENT-FILE
003580           IF ITM-STOCKMOV-STATUS NOT = "00"
003590               DISPLAY "No movement ledger - no receipt costs to "
003600                   "match against"
003610               GO TO 1500-EXIT
003620           END-IF
003630
003640           MOVE 'N' TO ITM-EOF-FLAG
003650           READ STOCK-MOVEMENT-FILE
003660               AT END
003670                   MOVE 'Y' TO ITM-EOF-FLAG
003680           END-READ
003690           PERFORM 1510-PROCESS-ONE-MOVEMENT THRU 1510-EXIT
003700               UNTIL ITM-EOF
003710           CLOSE STOCK-MOVEMENT-FILE
003720           .
003730 1500-EXIT.
003740           EXIT.
003750
003760 1510-PROCESS-ONE-MOVEMENT.
003770           IF ITM-MOV-TYPE NOT = "RECEIPT"
003780               GO TO 1510-NEXT
003790           END-IF
003800           IF ITM-MOV-REF(1:3) NOT = "PO " OR
003810                   ITM-MOV-REF(4:6) IS NOT NUMERIC
003820               GO TO 1510-NEXT
003830           END-IF
003840
003850           MOVE ITM-MOV-REF(4:6) TO ITM-MATCH-PO
003860           MOVE ITM-MOV-NAME TO ITM-XRF-RESOLVE-NAME
003870           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
003880           MOVE ITM-XRF-RESOLVE-NAME TO ITM-MATCH-NAME
003890           PERFORM 8000-FIND-OR-ADD-MATCH THRU 8000-EXIT
003900           IF ITM-MATCH-INDEX = 0
003910               GO TO 1510-NEXT
003920           END-IF
003930           IF ITM-MOV-UNIT-COST > ITM-MTB-COST(ITM-MATCH-INDEX)
003940               MOVE ITM-MOV-UNIT-COST TO
003950                   ITM-MTB-COST(ITM-MATCH-INDEX)
003960           END-IF
003970           .
003980 1510-NEXT.
003990           READ STOCK-MOVEMENT-FILE
004000               AT END
004010                   MOVE 'Y' TO ITM-EOF-FLAG
004020           END-READ
004030           .
004040 1510-EXIT.
004050           EXIT.
004060
004070*----------------------------------------------------------------
004080* 1600-LOAD-CLEARED-BILLING
004090*
004100* What has already been cleared to pay counts against every new
004110* bill for the same PO and item - a vendor billing the same
004120* goods twice is caught on the second bill.
004130*----------------------------------------------------------------
004140 1600-LOAD-CLEARED-BILLING.
004150           MOVE LOW-VALUES TO ITM-INV-KEY
004160           START INVOICE-FILE KEY IS NOT LESS THAN ITM-INV-KEY
004170               INVALID KEY
004180                   GO TO 1600-EXIT
004190           END-START
004200
004210           MOVE 'N' TO ITM-EOF-FLAG
004220           PERFORM 1610-LOAD-ONE-LINE THRU 1610-EXIT
004230               UNTIL ITM-EOF
004240           .
004250 1600-EXIT.
004260           EXIT.
004270
004280 1610-LOAD-ONE-LINE.
004290           READ INVOICE-FILE NEXT RECORD
004300               AT END
004310                   MOVE 'Y' TO ITM-EOF-FLAG
004320                   GO TO 1610-EXIT
004330           END-READ
004340           IF NOT ITM-INV-CLEARED
004350               GO TO 1610-EXIT
004360           END-IF
004370
004380           MOVE ITM-INV-PO-NUMBER TO ITM-MATCH-PO
004390           MOVE ITM-INV-NAME TO ITM-XRF-RESOLVE-NAME
004400           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
004410           MOVE ITM-XRF-RESOLVE-NAME TO ITM-MATCH-NAME
004420           PERFORM 8000-FIND-OR-ADD-MATCH THRU 8000-EXIT
004430           IF ITM-MATCH-INDEX NOT = 0
004440               ADD ITM-INV-QTY TO ITM-MTB-BILLED(ITM-MATCH-INDEX)
004450           END-IF
004460           .
004470 1610-EXIT.
004480           EXIT.
004490
004500*----------------------------------------------------------------
004510* 2000-MATCH-INVOICES
004520*
004530* Walks the invoice file in key order - vendor, then invoice,
004540* then line - one invoice at a time, so the pay list comes out
004550* grouped by vendor with no sort.  Cleared lines were dealt
004560* with on an earlier run and are skipped by the read.
004570*----------------------------------------------------------------
004580 2000-MATCH-INVOICES.
004590           MOVE LOW-VALUES TO ITM-INV-KEY
004600           START INVOICE-FILE KEY IS NOT LESS THAN ITM-INV-KEY
004610               INVALID KEY
004620                   GO TO 2000-EXIT
004630           END-START
004640
004650           MOVE 'N' TO ITM-EOF-FLAG
004660           PERFORM 2900-READ-NEXT-TO-MATCH THRU 2900-EXIT
004670           PERFORM 2100-MATCH-ONE-INVOICE THRU 2100-EXIT
004680               UNTIL ITM-EOF
004690
004700           IF ITM-CPY-LAST-VENDOR NOT = SPACES
004710               PERFORM 2750-WRITE-VENDOR-SUBTOTAL THRU 2750-EXIT
004720           END-IF
004730           .
004740 2000-EXIT.
004750           EXIT.
004760
004770*----------------------------------------------------------------
004780* 2100-MATCH-ONE-INVOICE
004790*
004800* The record area holds the first unmatched line of the next
004810* invoice.  Every line of that invoice is checked as it is
004820* read, then the invoice is settled as a whole.
004830*----------------------------------------------------------------
004840 2100-MATCH-ONE-INVOICE.
004850           MOVE ITM-INV-VENDOR TO ITM-INV-HOLD-VENDOR
004860           MOVE ITM-INV-NUMBER TO ITM-INV-HOLD-NUMBER
004870           MOVE ITM-INV-DATE TO ITM-INV-HOLD-DATE
004880           MOVE ITM-INV-PO-NUMBER TO ITM-INV-HOLD-PO
004890           MOVE 'N' TO ITM-INV-HELD-FLAG
004900           MOVE 0 TO ITM-INV-AMOUNT
004910           MOVE 0 TO ITM-NUM-OF-BUFFERED
004920
004930           PERFORM 2200-EVALUATE-ONE-LINE THRU 2200-EXIT
004940               UNTIL ITM-EOF
004950                   OR ITM-INV-VENDOR NOT = ITM-INV-HOLD-VENDOR
004960                   OR ITM-INV-NUMBER NOT = ITM-INV-HOLD-NUMBER
004970
004980           PERFORM 2600-SETTLE-INVOICE THRU 2600-EXIT
004990           .
005000 2100-EXIT.
005010           EXIT.
005020
005030 2200-EVALUATE-ONE-LINE.
005040           IF ITM-NUM-OF-BUFFERED < 999
005050               ADD 1 TO ITM-NUM-OF-BUFFERED
005060               MOVE ITM-INVOICE-LINE-RECORD TO
005070                   ITM-IBF-IMAGE(ITM-NUM-OF-BUFFERED)
005080               PERFORM 2300-CHECK-LINE THRU 2300-EXIT
005090               MOVE ITM-LINE-REASON TO
005100                   ITM-IBF-REASON(ITM-NUM-OF-BUFFERED)
005110               IF ITM-LINE-REASON NOT = SPACES
005120                   MOVE 'Y' TO ITM-INV-HELD-FLAG
005130                   PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
005140               END-IF
005150               COMPUTE ITM-LINE-AMOUNT =
005160                   ITM-INV-QTY * ITM-INV-UNIT-PRICE
005170               ADD ITM-LINE-AMOUNT TO ITM-INV-AMOUNT
005180           END-IF
005190           PERFORM 2900-READ-NEXT-TO-MATCH THRU 2900-EXIT
005200           .
005210 2200-EXIT.
005220           EXIT.
005230
005240*----------------------------------------------------------------
005250* 2300-CHECK-LINE
005260*
005270* The three-way match for the line in the record area.  The
005280* first check that fails is the reason; blank means the line
005290* passed.  Once the item is known to be on the PO its quantity
005300* goes onto the billed-to-date total whether or not the rest
005310* passes - a failed line holds the invoice, and 2600 takes a
005320* held invoice's quantities back off.
005330*----------------------------------------------------------------
005340 2300-CHECK-LINE.
005350           MOVE SPACES TO ITM-LINE-REASON
005360           MOVE 0 TO ITM-LINE-BILLED
005370           MOVE 0 TO ITM-LINE-COST
005380           MOVE 0 TO ITM-IBF-INDEX(ITM-NUM-OF-BUFFERED)
005390           MOVE 0 TO ITM-IBF-QTY(ITM-NUM-OF-BUFFERED)
005400
005410           MOVE ITM-INV-NAME TO ITM-XRF-RESOLVE-NAME
005420           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
005430           MOVE ITM-XRF-RESOLVE-NAME TO ITM-MATCH-NAME
005440           MOVE ITM-INV-PO-NUMBER TO ITM-MATCH-PO
005450           PERFORM 2400-SCAN-PO THRU 2400-EXIT
005460
005470           IF NOT ITM-PO-FOUND
005480               MOVE "PO NOT RAISED" TO ITM-LINE-REASON
005490               GO TO 2300-EXIT
005500           END-IF
005510           IF ITM-PO-VENDOR NOT = ITM-INV-VENDOR
005520               MOVE "PO OTHER VENDOR" TO ITM-LINE-REASON
005530               GO TO 2300-EXIT
005540           END-IF
005550           IF NOT ITM-PO-HAS-ITEM
005560               MOVE "ITEM NOT ON PO" TO ITM-LINE-REASON
005570               GO TO 2300-EXIT
005580           END-IF
005590
005600           PERFORM 8000-FIND-OR-ADD-MATCH THRU 8000-EXIT
005610           IF ITM-MATCH-INDEX = 0
005620               MOVE "MATCH TABLE FULL" TO ITM-LINE-REASON
005630               GO TO 2300-EXIT
005640           END-IF
005650           ADD ITM-INV-QTY TO ITM-MTB-BILLED(ITM-MATCH-INDEX)
005660           MOVE ITM-MATCH-INDEX TO
005670               ITM-IBF-INDEX(ITM-NUM-OF-BUFFERED)
005680           MOVE ITM-INV-QTY TO ITM-IBF-QTY(ITM-NUM-OF-BUFFERED)
005690           MOVE ITM-MTB-BILLED(ITM-MATCH-INDEX) TO ITM-LINE-BILLED
005700           MOVE ITM-MTB-COST(ITM-MATCH-INDEX) TO ITM-LINE-COST
005710
005720           IF ITM-LINE-BILLED > ITM-PO-RECEIVED
005730               MOVE "BILLED OVER RECEIVED" TO ITM-LINE-REASON
005740               GO TO 2300-EXIT
005750           END-IF
005760           IF ITM-LINE-COST = 0
005770               MOVE "NO RECEIPT COST" TO ITM-LINE-REASON
005780               GO TO 2300-EXIT
005790           END-IF
005800           IF ITM-INV-UNIT-PRICE > ITM-LINE-COST
005810               MOVE "PRICE OVER RECEIPT" TO ITM-LINE-REASON
005820           END-IF
005830           .
005840 2300-EXIT.
005850           EXIT.
005860
005870*----------------------------------------------------------------
005880* 2400-SCAN-PO
005890*
005900* Every line of the PO the bill quotes, by START on the PO
005910* number and line zero - the vendor it was raised on, and the
005920* quantity received across all of its lines for the item (an
005930* item can appear on more than one line of a PO).
005940*----------------------------------------------------------------
005950 2400-SCAN-PO.
005960           MOVE 'N' TO ITM-PO-FOUND-FLAG
005970           MOVE 'N' TO ITM-PO-ITEM-FLAG
005980           MOVE SPACES TO ITM-PO-VENDOR
005990           MOVE 0 TO ITM-PO-RECEIVED
006000           IF NOT ITM-POMAST-OPENED
006010               GO TO 2400-EXIT
006020           END-IF
006030
006040           MOVE ITM-MATCH-PO TO ITM-POL-PO-NUMBER
006050           MOVE 0 TO ITM-POL-LINE-NO
006060           START PO-MASTER-FILE KEY IS NOT LESS THAN ITM-POL-KEY
006070               INVALID KEY
006080                   GO TO 2400-EXIT
006090           END-START
006100
006110           MOVE 'N' TO ITM-PO-EOF-FLAG
006120           PERFORM 2410-SCAN-ONE-PO-LINE THRU 2410-EXIT
006130               UNTIL ITM-PO-EOF
006140           .
006150 2400-EXIT.
006160           EXIT.
006170
006180 2410-SCAN-ONE-PO-LINE.
006190           READ PO-MASTER-FILE NEXT RECORD
006200               AT END
006210                   MOVE 'Y' TO ITM-PO-EOF-FLAG
006220                   GO TO 2410-EXIT
006230           END-READ
006240           IF ITM-POL-PO-NUMBER NOT = ITM-MATCH-PO
006250               MOVE 'Y' TO ITM-PO-EOF-FLAG
006260               GO TO 2410-EXIT
006270           END-IF
006280
006290           MOVE 'Y' TO ITM-PO-FOUND-FLAG
006300           MOVE ITM-POL-VENDOR TO ITM-PO-VENDOR
006310           MOVE ITM-POL-NAME TO ITM-XRF-RESOLVE-NAME
006320           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
006330           IF ITM-XRF-RESOLVE-NAME = ITM-MATCH-NAME
006340               MOVE 'Y' TO ITM-PO-ITEM-FLAG
006350               ADD ITM-POL-QTY-RECEIVED TO ITM-PO-RECEIVED
006360           END-IF
006370           .
006380 2410-EXIT.
006390           EXIT.
006400
006410*----------------------------------------------------------------
006420* 2500-WRITE-EXCEPTION
006430*
006440* One exceptions-report line for the failed line in the record
006450* area: what was billed to date against what was received, and
006460* the price billed against the receipt cost.
006470*----------------------------------------------------------------
006480 2500-WRITE-EXCEPTION.
006490           MOVE SPACES TO ITM-APX-DETAIL-LINE
006500           MOVE ITM-INV-VENDOR TO ITM-APX-VENDOR
006510           MOVE ITM-INV-NUMBER TO ITM-APX-INVOICE
006520           MOVE ITM-INV-LINE-NO TO ITM-APX-LINE
006530           MOVE ITM-INV-PO-NUMBER TO ITM-APX-PO
006540           MOVE ITM-INV-NAME TO ITM-APX-NAME
006550           IF ITM-LINE-BILLED = 0
006560               MOVE ITM-INV-QTY TO ITM-APX-BILLED
006570           ELSE
006580               MOVE ITM-LINE-BILLED TO ITM-APX-BILLED
006590           END-IF
006600           MOVE ITM-PO-RECEIVED TO ITM-APX-RECEIVED
006610           MOVE ITM-INV-UNIT-PRICE TO ITM-APX-PRICE
006620           MOVE ITM-LINE-COST TO ITM-APX-COST
006630           MOVE ITM-LINE-REASON TO ITM-APX-REASON
006640           MOVE ITM-APX-DETAIL-LINE TO ITM-APEXCP-RECORD
006650           WRITE ITM-APEXCP-RECORD
006660           ADD 1 TO ITM-EXCEPTION-COUNT
006670           .
006680 2500-EXIT.
006690           EXIT.
006700
006710*----------------------------------------------------------------
006720* 2600-SETTLE-INVOICE
006730*
006740* Marks every line of the invoice just matched - C when the
006750* whole invoice passed, otherwise X on the failed lines and H
006760* on the rest - and lists a cleared invoice for payment.  The
006770* record area holds the next invoice's first line (read ahead),
006780* so it is set aside while the lines are rewritten and the
006790* file repositioned past it afterwards.
006800*----------------------------------------------------------------
006810 2600-SETTLE-INVOICE.
006820           MOVE ITM-INVOICE-LINE-RECORD TO ITM-INV-NEXT-IMAGE
006830
006840           IF ITM-INV-IS-HELD
006850               PERFORM 2620-BACK-OUT-ONE-LINE THRU 2620-EXIT
006860                   VARYING ITM-I FROM 1 BY 1
006870                   UNTIL ITM-I > ITM-NUM-OF-BUFFERED
006880               ADD 1 TO ITM-HELD-COUNT
006890           ELSE
006900               PERFORM 2700-WRITE-CLEARED-INVOICE THRU 2700-EXIT
006910               ADD 1 TO ITM-CLEARED-COUNT
006920           END-IF
006930
006940           PERFORM 2610-SETTLE-ONE-LINE THRU 2610-EXIT
006950               VARYING ITM-I FROM 1 BY 1
006960               UNTIL ITM-I > ITM-NUM-OF-BUFFERED
006970
006980           IF NOT ITM-EOF
006990               MOVE ITM-INV-NEXT-IMAGE TO ITM-INVOICE-LINE-RECORD
007000               START INVOICE-FILE KEY IS GREATER THAN ITM-INV-KEY
007010                   INVALID KEY
007020                       CONTINUE
007030               END-START
007050           END-IF
007060           .
007070 2600-EXIT.
007080           EXIT.
007090
007100 2610-SETTLE-ONE-LINE.
007110           MOVE ITM-IBF-IMAGE(ITM-I) TO ITM-INVOICE-LINE-RECORD
007120           MOVE ITM-RUN-DATE TO ITM-INV-MATCH-DATE
007130           EVALUATE TRUE
007140               WHEN NOT ITM-INV-IS-HELD
007150                   MOVE 'C' TO ITM-INV-STATUS
007160                   MOVE SPACES TO ITM-INV-REASON
007170               WHEN ITM-IBF-REASON(ITM-I) NOT = SPACES
007180                   MOVE 'X' TO ITM-INV-STATUS
007190                   MOVE ITM-IBF-REASON(ITM-I) TO ITM-INV-REASON
007200               WHEN OTHER
007210                   MOVE 'H' TO ITM-INV-STATUS
007220                   MOVE "OTHER LINE FAILED" TO ITM-INV-REASON
007230           END-EVALUATE
007240           REWRITE ITM-INVOICE-LINE-RECORD
007250               INVALID KEY
007260                   DISPLAY "Unable to update invoice "
007270                       ITM-INV-VENDOR "/" ITM-INV-NUMBER
007280                       " line " ITM-INV-LINE-NO
007290                   MOVE 8 TO RETURN-CODE
007300           END-REWRITE
007310           .
007320 2610-EXIT.
007330           EXIT.
007340
007350 2620-BACK-OUT-ONE-LINE.
007360           IF ITM-IBF-INDEX(ITM-I) NOT = 0
007370               SUBTRACT ITM-IBF-QTY(ITM-I) FROM
007380                   ITM-MTB-BILLED(ITM-IBF-INDEX(ITM-I))
007390           END-IF
007400           .
007410 2620-EXIT.
007420           EXIT.
007430
007440*----------------------------------------------------------------
007450* 2700-WRITE-CLEARED-INVOICE
007460*
007470* One pay-list line for the cleared invoice, under a heading
007480* for its vendor the first time that vendor clears anything;
007490* the previous vendor's subtotal closes off its group.
007500*----------------------------------------------------------------
007510 2700-WRITE-CLEARED-INVOICE.
007520           IF ITM-INV-HOLD-VENDOR NOT = ITM-CPY-LAST-VENDOR
007530               IF ITM-CPY-LAST-VENDOR NOT = SPACES
007540                   PERFORM 2750-WRITE-VENDOR-SUBTOTAL
007550                       THRU 2750-EXIT
007560               END-IF
007570               PERFORM 2710-WRITE-VENDOR-HEADING THRU 2710-EXIT
007580           END-IF
007590
007600           MOVE ITM-INV-HOLD-NUMBER TO ITM-CPY-INVOICE
007610           MOVE ITM-INV-HOLD-DATE TO ITM-CPY-DATE
007620           MOVE ITM-INV-HOLD-PO TO ITM-CPY-PO
007630           MOVE ITM-NUM-OF-BUFFERED TO ITM-CPY-LINES
007640           MOVE ITM-INV-AMOUNT TO ITM-CPY-AMOUNT
007650           MOVE ITM-CPY-DETAIL-LINE TO ITM-CLRPAY-RECORD
007660           WRITE ITM-CLRPAY-RECORD
007670           ADD ITM-INV-AMOUNT TO ITM-VENDOR-AMOUNT
007680           ADD ITM-INV-AMOUNT TO ITM-GRAND-AMOUNT
007690           .
007700 2700-EXIT.
007710           EXIT.
007720
007730 2710-WRITE-VENDOR-HEADING.
007740           MOVE ITM-INV-HOLD-VENDOR TO ITM-CPY-LAST-VENDOR
007750           MOVE 0 TO ITM-VENDOR-AMOUNT
007760           MOVE SPACES TO ITM-VND-NAME
007770           IF ITM-VENDOR-OPENED
007780               MOVE ITM-INV-HOLD-VENDOR TO ITM-VND-CODE
007790               READ VENDOR-FILE
007800                   INVALID KEY
007810                       MOVE "NOT ON VENDOR MASTER" TO ITM-VND-NAME
007820               END-READ
007830           ELSE
007840               MOVE "NOT ON VENDOR MASTER" TO ITM-VND-NAME
007850           END-IF
007860
007870           MOVE SPACES TO ITM-CLRPAY-RECORD
007880           WRITE ITM-CLRPAY-RECORD
007890           MOVE SPACES TO ITM-CLRPAY-RECORD
007900           STRING "VENDOR: " ITM-INV-HOLD-VENDOR "  "
007910               ITM-VND-NAME DELIMITED BY SIZE
007920               INTO ITM-CLRPAY-RECORD
007930           END-STRING
007940           WRITE ITM-CLRPAY-RECORD
007950           .
007960 2710-EXIT.
007970           EXIT.
007980
007990 2750-WRITE-VENDOR-SUBTOTAL.
008000           MOVE SPACES TO ITM-CPY-TOTAL-LINE
008010           STRING "    VENDOR TOTAL " ITM-CPY-LAST-VENDOR
008020               DELIMITED BY SIZE INTO ITM-CPY-TOT-LABEL
008030           END-STRING
008040           MOVE ITM-VENDOR-AMOUNT TO ITM-CPY-TOT-AMOUNT
008050           MOVE ITM-CPY-TOTAL-LINE TO ITM-CLRPAY-RECORD
008060           WRITE ITM-CLRPAY-RECORD
008070           .
008080 2750-EXIT.
008090           EXIT.
008100
008110*----------------------------------------------------------------
008120* 2900-READ-NEXT-TO-MATCH
008130*
008140* Next invoice line still waiting on a match, skipping lines
008150* an earlier run cleared.
008160*----------------------------------------------------------------
008170 2900-READ-NEXT-TO-MATCH.
008180           READ INVOICE-FILE NEXT RECORD
008190               AT END
008200                   MOVE 'Y' TO ITM-EOF-FLAG
008210                   GO TO 2900-EXIT
008220           END-READ
008230           IF NOT ITM-INV-TO-MATCH
008240               GO TO 2900-READ-NEXT-TO-MATCH
008250           END-IF
008260           .
008270 2900-EXIT.
008280           EXIT.
008290
008300*----------------------------------------------------------------
008310* 3000-WRITE-SUMMARY
008320*
008330* Totals on both reports.  Any exception leaves a warning return
008340* code, so an unattended run shows accounts payable has bills
008350* to chase.
008360*----------------------------------------------------------------
008370 3000-WRITE-SUMMARY.
008380           MOVE SPACES TO ITM-CLRPAY-RECORD
008390           WRITE ITM-CLRPAY-RECORD
008400           IF ITM-CLEARED-COUNT = 0
008410               MOVE "No invoices cleared to pay" TO
008420                   ITM-CLRPAY-RECORD
008430               WRITE ITM-CLRPAY-RECORD
008440           END-IF
008450           MOVE SPACES TO ITM-CPY-TOTAL-LINE
008460           MOVE "TOTAL CLEARED TO PAY" TO ITM-CPY-TOT-LABEL
008470           MOVE ITM-GRAND-AMOUNT TO ITM-CPY-TOT-AMOUNT
008480           MOVE ITM-CPY-TOTAL-LINE TO ITM-CLRPAY-RECORD
008490           WRITE ITM-CLRPAY-RECORD
008500           MOVE SPACES TO ITM-CLRPAY-RECORD
008510           MOVE ITM-CLEARED-COUNT TO ITM-COUNT-DISP
008520           STRING "INVOICES CLEARED: " DELIMITED BY SIZE
008530               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
008540               INTO ITM-CLRPAY-RECORD
008550           END-STRING
008560           WRITE ITM-CLRPAY-RECORD
008570
008580           MOVE SPACES TO ITM-APEXCP-RECORD
008590           WRITE ITM-APEXCP-RECORD
008600           IF ITM-EXCEPTION-COUNT = 0
008610               MOVE "No exceptions" TO ITM-APEXCP-RECORD
008620               WRITE ITM-APEXCP-RECORD
008630           END-IF
008640           MOVE SPACES TO ITM-APEXCP-RECORD
008650           MOVE ITM-EXCEPTION-COUNT TO ITM-COUNT-DISP
008660           STRING "EXCEPTION LINES:  " DELIMITED BY SIZE
008670               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
008680               INTO ITM-APEXCP-RECORD
008690           END-STRING
008700           WRITE ITM-APEXCP-RECORD
008710           MOVE SPACES TO ITM-APEXCP-RECORD
008720           MOVE ITM-HELD-COUNT TO ITM-COUNT-DISP
008730           STRING "INVOICES HELD:    " DELIMITED BY SIZE
008740               FUNCTION TRIM(ITM-COUNT-DISP) DELIMITED BY SIZE
008750               INTO ITM-APEXCP-RECORD
008760           END-STRING
008770           WRITE ITM-APEXCP-RECORD
008780
008790           DISPLAY ITM-CLEARED-COUNT " invoice(s) cleared, "
008800               ITM-HELD-COUNT " held"
008810           IF ITM-HELD-COUNT > 0 AND RETURN-CODE < 4
008820               MOVE 4 TO RETURN-CODE
008830           END-IF
008840           .
008850 3000-EXIT.
008860           EXIT.
008870
008880*----------------------------------------------------------------
008890* 8000-FIND-OR-ADD-MATCH
008900*
008910* Linear find-or-add against the match table by PO and item -
008920* the same small-table lookup the cost report uses.  Leaves
008930* ITM-MATCH-INDEX on the entry, or zero when the table is full.
008940*----------------------------------------------------------------
008950 8000-FIND-OR-ADD-MATCH.
008960           MOVE 'N' TO ITM-MATCH-FLAG
008970           MOVE 0 TO ITM-MATCH-INDEX
008980           PERFORM 8010-CHECK-ONE-MATCH THRU 8010-EXIT
008990               VARYING ITM-J FROM 1 BY 1
009000               UNTIL ITM-J > ITM-NUM-OF-MATCHES
009010                   OR ITM-MATCH-FOUND
009020
009030           IF NOT ITM-MATCH-FOUND
009040               IF ITM-NUM-OF-MATCHES = 9999
009050                   GO TO 8000-EXIT
009060               END-IF
009070               ADD 1 TO ITM-NUM-OF-MATCHES
009080               MOVE ITM-NUM-OF-MATCHES TO ITM-MATCH-INDEX
009090               MOVE ITM-MATCH-PO TO ITM-MTB-PO(ITM-MATCH-INDEX)
009100               MOVE ITM-MATCH-NAME TO
009110                   ITM-MTB-NAME(ITM-MATCH-INDEX)
009120               MOVE 0 TO ITM-MTB-BILLED(ITM-MATCH-INDEX)
009130               MOVE 0 TO ITM-MTB-COST(ITM-MATCH-INDEX)
009140           END-IF
009150           .
009160 8000-EXIT.
009170           EXIT.
009180
009190 8010-CHECK-ONE-MATCH.
009200           IF ITM-MTB-PO(ITM-J) = ITM-MATCH-PO AND
009210                   ITM-MTB-NAME(ITM-J) = ITM-MATCH-NAME
009220               MOVE 'Y' TO ITM-MATCH-FLAG
009230               MOVE ITM-J TO ITM-MATCH-INDEX
009240           END-IF
009250           .
009260 8010-EXIT.
009270           EXIT.
009280
009290       COPY ITEMXRP.
009300
009310*----------------------------------------------------------------
009320* 9000-CLOSE-AND-EXIT
009330*----------------------------------------------------------------
009340 9000-CLOSE-AND-EXIT.
009350           IF ITM-INVOICE-OPENED
009360               CLOSE INVOICE-FILE
009370           END-IF
009380           IF ITM-POMAST-OPENED
009390               CLOSE PO-MASTER-FILE
009400           END-IF
009410           IF ITM-VENDOR-OPENED
009420               CLOSE VENDOR-FILE
009430           END-IF
009440           IF ITM-REPORTS-OPENED
009450               CLOSE AP-EXCEPTION-FILE
009460               CLOSE CLEARED-PAY-FILE
009470           END-IF
009480           .
009490 9000-EXIT.
009500           EXIT.
