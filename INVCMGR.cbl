000100*----------------------------------------------------------------
000110* INVCMGR
000120*
000130* Interactive vendor-invoice entry.  Records each bill a vendor
000140* sends - vendor, invoice number and date, the purchase order it
000150* bills against, and the lines with quantity and unit price - on
000160* the invoice file (invoices.dat), so accounts payable can match
000170* the bill against what was ordered and what arrived (INVMATCH)
000180* before paying it.  A bill against a PO that is on file is
000190* keyed line by line off the PO's own lines; a bill quoting a
000200* PO number that was never raised is still recorded, keyed by
000210* item name, so the match run can put it in front of accounts
000220* payable instead of it sitting in a drawer.
000230*----------------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. INVCMGR.
000260 AUTHOR. STORE-SYSTEMS-GROUP.
000270 INSTALLATION. RETAIL-OPERATIONS.
000280 DATE-WRITTEN. 2026-10-14.
000290 DATE-COMPILED.
000300*----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*
000330*  DATE       INIT  DESCRIPTION
000340*  ---------- ----  -----------------------------------------
000350*  2026-10-14 dlm   Initial version - invoice entry against a
000360*                   PO number, display, list and delete, every
000370*                   change audited (INVADD / INVDEL, vendor and
000380*                   invoice number in the name field).
000382*  2026-10-15 dlm   The vendor master is closed on exit even
000384*                   when the last vendor lookup missed.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430           SELECT INVOICE-FILE ASSIGN TO ITM-INVOICE-DSN
000440               ORGANIZATION IS INDEXED
000450               ACCESS MODE IS DYNAMIC
000460               RECORD KEY IS ITM-INV-KEY
000470               FILE STATUS IS ITM-INVOICE-STATUS.
000480
000490           SELECT VENDOR-FILE ASSIGN TO ITM-VENDOR-DSN
000500               ORGANIZATION IS INDEXED
000510               ACCESS MODE IS DYNAMIC
000520               RECORD KEY IS ITM-VND-CODE
000530               FILE STATUS IS ITM-VENDOR-STATUS.
000540
000550           SELECT PO-MASTER-FILE ASSIGN TO ITM-POMAST-DSN
000560               ORGANIZATION IS INDEXED
000570               ACCESS MODE IS DYNAMIC
000580               RECORD KEY IS ITM-POL-KEY
000590               FILE STATUS IS ITM-POMAST-STATUS.
000600
000610           SELECT AUDIT-FILE ASSIGN TO ITM-AUDIT-DSN
000620               ORGANIZATION IS SEQUENTIAL
000630               FILE STATUS IS ITM-AUDIT-STATUS.
000640
000650           SELECT OPERATOR-FILE ASSIGN TO ITM-OPERMAST-DSN
000660               ORGANIZATION IS INDEXED
000670               ACCESS MODE IS DYNAMIC
000680               RECORD KEY IS ITM-OPR-USER-ID
000690               FILE STATUS IS ITM-OPERATOR-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  INVOICE-FILE.
000740       COPY ITEMINV.
000750
000760 FD  VENDOR-FILE.
000770       COPY VENDREC.
000780
000790 FD  PO-MASTER-FILE.
000800       COPY ITEMPO.
000810
000820 FD  AUDIT-FILE.
000830       COPY ITEMAUD.
000840
000850 FD  OPERATOR-FILE.
000860       COPY OPERREC.
000870
000880 WORKING-STORAGE SECTION.
000890       COPY ITEMFN.
000900
000910 01  ITM-INVOICE-STATUS         PIC X(02).
000920 01  ITM-VENDOR-STATUS          PIC X(02).
000930 01  ITM-POMAST-STATUS          PIC X(02).
000940 01  ITM-AUDIT-STATUS           PIC X(02).
000950 01  ITM-OPERATOR-STATUS        PIC X(02).
000960
000970       COPY OPERSGD.
000980
000990 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
001000           88  ITM-EOF                VALUE 'Y'.
001010
001020 01  ITM-POMAST-OPEN-FLAG       PIC X(01) VALUE 'N'.
001030           88  ITM-POMAST-OPENED      VALUE 'Y'.
001032 01  ITM-VENDOR-OPEN-FLAG       PIC X(01) VALUE 'N'.
001034           88  ITM-VENDOR-OPENED      VALUE 'Y'.
001040
001050 01  ITM-VND-FOUND-FLAG         PIC X(01).
001060           88  ITM-VND-FOUND          VALUE 'Y'.
001070 01  ITM-INV-FOUND-FLAG         PIC X(01).
001080           88  INVOICE-FOUND          VALUE 'Y'.
001090 01  ITM-INV-PO-FOUND-FLAG      PIC X(01).
001100           88  ITM-INV-PO-ON-FILE     VALUE 'Y'.
001110 01  ITM-INV-LINES-FLAG         PIC X(01).
001120           88  ITM-INV-LINES-DONE     VALUE 'Y'.
001130 01  ITM-INV-CLEARED-FLAG       PIC X(01).
001140           88  ITM-INV-HAS-CLEARED    VALUE 'Y'.
001150
001160*----------------------------------------------------------------
001170* The invoice being keyed, displayed or deleted - held apart
001180* from the record area because every READ NEXT overwrites that.
001190*----------------------------------------------------------------
001200 01  ITM-INV-HOLD.
001210           05  ITM-INV-HOLD-VENDOR    PIC X(08).
001220           05  ITM-INV-HOLD-NUMBER    PIC X(12).
001230           05  ITM-INV-HOLD-DATE      PIC X(08).
001240           05  ITM-INV-HOLD-PO        PIC 9(06).
001250           05  ITM-INV-HOLD-PO-VENDOR PIC X(08).
001260
001270 01  ITM-INV-LINE-COUNT         PIC 9(03).
001280 01  ITM-INV-TOTAL              PIC 9(09)V99.
001290 01  ITM-INV-LINE-AMOUNT        PIC 9(09)V99.
001300
001310 01  ITM-INV-VENDOR-INPUT       PIC X(08).
001320 01  ITM-INV-NUMBER-INPUT       PIC X(12).
001330 01  ITM-INV-DATE-INPUT         PIC X(08).
001340 01  ITM-INV-PO-INPUT           PIC X(08).
001350 01  ITM-INV-POLINE-INPUT       PIC X(05).
001360 01  ITM-INV-NAME-INPUT         PIC X(32).
001370 01  ITM-INV-QTY-INPUT          PIC X(08).
001380 01  ITM-INV-PRICE-INPUT        PIC X(10).
001390 01  ITM-NUMVAL-CHECK           PIC S9(04) COMP.
001400 01  ITM-INV-PRICE-VALID-FLAG   PIC X(01).
001410           88  ITM-INV-PRICE-IS-VALID VALUE 'Y'.
001420
001430 01  ITM-INV-QTY-DISP           PIC ZZZZ9.
001440 01  ITM-INV-PRICE-DISP         PIC ZZZZ9.99.
001450 01  ITM-INV-TOTAL-DISP         PIC ZZZZZZZZ9.99.
001460 01  ITM-INV-COUNT-DISP         PIC ZZ9.
001470 01  ITM-INV-STATUS-TEXT        PIC X(09).
001480
001490 01  ITM-INV-OPERATION-FLAG     PIC X(01).
001500           88  ITM-INV-IS-QUIT        VALUES 'Q', 'q'.
001510           88  ITM-INV-IS-ENTER       VALUES 'E', 'e'.
001520           88  ITM-INV-IS-DISPLAY     VALUES 'D', 'd'.
001530           88  ITM-INV-IS-LIST        VALUES 'L', 'l'.
001540           88  ITM-INV-IS-DELETE      VALUES 'X', 'x'.
001550
001560 PROCEDURE DIVISION.
001570
001580*----------------------------------------------------------------
001590* 0000-MAINLINE
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001630           IF NOT ITM-VENDOR-OPENED
001640               DISPLAY "Vendor master not available - set the "
001650                   "vendors up in the vendor manager first"
001660               PERFORM 9000-CLOSE-AND-QUIT THRU 9000-EXIT
001670               GOBACK
001680           END-IF
001690           PERFORM 1200-SIGN-ON THRU 1200-EXIT
001700           IF NOT ITM-SIGNED-ON
001710               PERFORM 9000-CLOSE-AND-QUIT THRU 9000-EXIT
001720               GOBACK
001730           END-IF
001740           DISPLAY "Welcome to vendor invoice entry"
001750           PERFORM 0100-PROCESS-MENU-CYCLE THRU 0100-EXIT
001760               UNTIL ITM-INV-IS-QUIT
001770           PERFORM 9000-CLOSE-AND-QUIT THRU 9000-EXIT
001780           GOBACK
001790           .
001800 0000-EXIT.
001810           EXIT.
001820
001830*----------------------------------------------------------------
001840* 0100-PROCESS-MENU-CYCLE
001850*
001860* One pass through the main menu: display it, read the option,
001870* and dispatch to the paragraph that handles it.
001880*----------------------------------------------------------------
001890 0100-PROCESS-MENU-CYCLE.
001900           PERFORM 2000-DISPLAY-MENU THRU 2000-EXIT
001910           EVALUATE TRUE
001920               WHEN ITM-INV-IS-QUIT
001930                   CONTINUE
001940               WHEN ITM-INV-IS-ENTER
001950                   PERFORM 3000-ENTER-INVOICE THRU 3000-EXIT
001960                   STOP ">---Press Enter To Continue---<"
001970               WHEN ITM-INV-IS-DISPLAY
001980                   PERFORM 2300-DISPLAY-INVOICE THRU 2300-EXIT
001990                   STOP ">---Press Enter To Continue---<"
002000               WHEN ITM-INV-IS-LIST
002010                   PERFORM 2200-LIST-ALL-LINES THRU 2200-EXIT
002020                   STOP ">---Press Enter To Continue---<"
002030               WHEN ITM-INV-IS-DELETE
002040                   PERFORM 5000-DELETE-INVOICE THRU 5000-EXIT
002050                   STOP ">---Press Enter To Continue---<"
002060           END-EVALUATE
002070           .
002080 0100-EXIT.
002090           EXIT.
002100
002110*----------------------------------------------------------------
002120* 1000-INITIALIZE
002130*
002140* Opens the invoice file (created on first use), the vendor
002150* master every bill must name a vendor from, the PO master the
002160* lines are keyed off (a missing one only means no PO has ever
002170* been raised), and the audit trail.
002180*----------------------------------------------------------------
002190 1000-INITIALIZE.
002200           OPEN I-O INVOICE-FILE
002210           IF ITM-INVOICE-STATUS = "35"
002220               OPEN OUTPUT INVOICE-FILE
002230               CLOSE INVOICE-FILE
002240               OPEN I-O INVOICE-FILE
002250           END-IF
002260
002270           OPEN INPUT VENDOR-FILE
002272           IF ITM-VENDOR-STATUS = "00"
002274               MOVE 'Y' TO ITM-VENDOR-OPEN-FLAG
002276           END-IF
002280
002290           OPEN INPUT PO-MASTER-FILE
002300           IF ITM-POMAST-STATUS = "00"
002310               MOVE 'Y' TO ITM-POMAST-OPEN-FLAG
002320           END-IF
002330
002340           OPEN EXTEND AUDIT-FILE
002350           IF ITM-AUDIT-STATUS = "35"
002360               OPEN OUTPUT AUDIT-FILE
002370               CLOSE AUDIT-FILE
002380               OPEN EXTEND AUDIT-FILE
002390           END-IF
002400           .
002410 1000-EXIT.
002420           EXIT.
002430
002440*----------------------------------------------------------------
002450* 1200-SIGN-ON
002460*
002470* Any active operator may key invoices - the match run, not the
002480* keyer, decides what gets paid - but every line records who
002490* keyed it, so the sign-on is still required.
002500*----------------------------------------------------------------
002510 1200-SIGN-ON.
002520           OPEN I-O OPERATOR-FILE
002530           IF ITM-OPERATOR-STATUS NOT = "00"
002540               DISPLAY "Operator master not available - run the "
002550                   "catalog manager first"
002560               GO TO 1200-EXIT
002570           END-IF
002580
002590           PERFORM 1100-SIGN-ON THRU 1100-EXIT
002600           CLOSE OPERATOR-FILE
002610           .
002620 1200-EXIT.
002630           EXIT.
002640
002650       COPY OPERSGN.
002660
002670*----------------------------------------------------------------
002680* 7000-WRITE-AUDIT-RECORD
002690*
002700* Stamps the current date/time and the signed-on user onto the
002710* audit record the caller has already populated (operation,
002720* vendor and invoice number in the name field, old/new values)
002730* and appends it to the audit trail.
002740*----------------------------------------------------------------
002750 7000-WRITE-AUDIT-RECORD.
002760           ACCEPT ITM-AUD-DATE FROM DATE YYYYMMDD
002770           ACCEPT ITM-AUD-TIME FROM TIME
002780           MOVE ITM-SIGNON-USER TO ITM-AUD-USER
002790           MOVE SPACES TO ITM-AUD-NAME
002800           STRING ITM-INV-HOLD-VENDOR DELIMITED BY SPACE
002810               "/" ITM-INV-HOLD-NUMBER DELIMITED BY SIZE
002820               INTO ITM-AUD-NAME
002830           END-STRING
002840           WRITE ITM-AUDIT-RECORD
002850           .
002860 7000-EXIT.
002870           EXIT.
002880
002890*----------------------------------------------------------------
002900* Display Menu
002910*----------------------------------------------------------------
002920 2000-DISPLAY-MENU.
002930           DISPLAY SPACES UPON CRT
002940           DISPLAY "Options: "
002950           DISPLAY "        [E]nter Vendor Invoice"
002960           DISPLAY "        [D]isplay Vendor Invoice"
002970           DISPLAY "        [L]ist all invoice lines"
002980           DISPLAY "        [X] Delete Vendor Invoice"
002990           DISPLAY "        [Q]uit"
003000           DISPLAY "-<O>-: " NO ADVANCING
003010           ACCEPT ITM-INV-OPERATION-FLAG
003020           .
003030 2000-EXIT.
003040           EXIT.
003050
003060*----------------------------------------------------------------
003070* Display Invoice Line
003080*----------------------------------------------------------------
003090 2100-DISPLAY-LINE.
003100           EVALUATE TRUE
003110               WHEN ITM-INV-ENTERED
003120                   MOVE "ENTERED" TO ITM-INV-STATUS-TEXT
003130               WHEN ITM-INV-CLEARED
003140                   MOVE "CLEARED" TO ITM-INV-STATUS-TEXT
003150               WHEN ITM-INV-EXCEPTION
003160                   MOVE "EXCEPTION" TO ITM-INV-STATUS-TEXT
003170               WHEN ITM-INV-HELD
003180                   MOVE "HELD" TO ITM-INV-STATUS-TEXT
003190               WHEN OTHER
003200                   MOVE ITM-INV-STATUS TO ITM-INV-STATUS-TEXT
003210           END-EVALUATE
003220           MOVE ITM-INV-QTY TO ITM-INV-QTY-DISP
003230           MOVE ITM-INV-UNIT-PRICE TO ITM-INV-PRICE-DISP
003240           DISPLAY ITM-INV-VENDOR " " ITM-INV-NUMBER " "
003250               ITM-INV-LINE-NO " PO " ITM-INV-PO-NUMBER " "
003260               ITM-INV-NAME " " ITM-INV-QTY-DISP " @ "
003270               ITM-INV-PRICE-DISP " " ITM-INV-STATUS-TEXT " "
003280               ITM-INV-REASON
003290           .
003300 2100-EXIT.
003310           EXIT.
003320
003330*----------------------------------------------------------------
003340* List All Invoice Lines
003350*
003360* Walks the invoice file in key order - vendor, invoice, line.
003370*----------------------------------------------------------------
003380 2200-LIST-ALL-LINES.
003390           MOVE LOW-VALUES TO ITM-INV-KEY
003400           START INVOICE-FILE KEY IS NOT LESS THAN ITM-INV-KEY
003410               INVALID KEY
003420                   DISPLAY "No invoices on file"
003430                   GO TO 2200-EXIT
003440           END-START
003450
003460           DISPLAY ">---"
003470           MOVE 'N' TO ITM-EOF-FLAG
003480           PERFORM 2210-DISPLAY-NEXT-LINE THRU 2210-EXIT
003490               UNTIL ITM-EOF
003500           .
003510 2200-EXIT.
003520           EXIT.
003530
003540 2210-DISPLAY-NEXT-LINE.
003550           READ INVOICE-FILE NEXT RECORD
003560               AT END
003570                   MOVE 'Y' TO ITM-EOF-FLAG
003580               NOT AT END
003590                   PERFORM 2100-DISPLAY-LINE THRU 2100-EXIT
003600           END-READ
003610           .
003620 2210-EXIT.
003630           EXIT.
003640
003650*----------------------------------------------------------------
003660* Display Invoice
003670*
003680* Every line of one invoice, with its match status and, for a
003690* line the match run stopped, the reason.
003700*----------------------------------------------------------------
003710 2300-DISPLAY-INVOICE.
003720           PERFORM 6000-SEARCH-INVOICE THRU 6000-EXIT
003730           IF NOT INVOICE-FOUND
003740               IF ITM-VND-FOUND
003750                   DISPLAY "No such invoice from that vendor"
003760               END-IF
003770               GO TO 2300-EXIT
003780           END-IF
003790
003800           DISPLAY ">---"
003810           MOVE 'N' TO ITM-EOF-FLAG
003820           PERFORM 2100-DISPLAY-LINE THRU 2100-EXIT
003830           PERFORM 2310-DISPLAY-INVOICE-LINE THRU 2310-EXIT
003840               UNTIL ITM-EOF
003850           .
003860 2300-EXIT.
003870           EXIT.
003880
003890 2310-DISPLAY-INVOICE-LINE.
003900           READ INVOICE-FILE NEXT RECORD
003910               AT END
003920                   MOVE 'Y' TO ITM-EOF-FLAG
003930               NOT AT END
003940                   IF ITM-INV-VENDOR NOT = ITM-INV-HOLD-VENDOR OR
003950                       ITM-INV-NUMBER NOT = ITM-INV-HOLD-NUMBER
003960                       MOVE 'Y' TO ITM-EOF-FLAG
003970                   ELSE
003980                       PERFORM 2100-DISPLAY-LINE THRU 2100-EXIT
003990                   END-IF
004000           END-READ
004010           .
004020 2310-EXIT.
004030           EXIT.
004040
004050*----------------------------------------------------------------
004060* Enter Vendor Invoice
004070*
004080* Header first - vendor, invoice number, date, PO number - then
004090* the lines until a blank line ends the bill.  The PO is looked
004100* up but never required: a bill against a PO that was never
004110* raised is exactly what the match run exists to catch, so it
004120* is recorded and left for accounts payable to see.
004130*----------------------------------------------------------------
004140 3000-ENTER-INVOICE.
004150           PERFORM 6000-SEARCH-INVOICE THRU 6000-EXIT
004160           IF NOT ITM-VND-FOUND
004170               GO TO 3000-EXIT
004180           END-IF
004190           IF INVOICE-FOUND
004200               DISPLAY "That invoice is already entered for this "
004210                   "vendor"
004220               GO TO 3000-EXIT
004230           END-IF
004240
004250           DISPLAY "Invoice date (YYYYMMDD, blank for today): "
004260               NO ADVANCING
004270           ACCEPT ITM-INV-DATE-INPUT
004280           IF ITM-INV-DATE-INPUT = SPACES
004290               ACCEPT ITM-INV-HOLD-DATE FROM DATE YYYYMMDD
004300           ELSE
004310               IF ITM-INV-DATE-INPUT IS NOT NUMERIC
004320                   DISPLAY "Invalid date"
004330                   GO TO 3000-EXIT
004340               END-IF
004350               MOVE ITM-INV-DATE-INPUT TO ITM-INV-HOLD-DATE
004360           END-IF
004370
004380           DISPLAY "Billed against PO number: " NO ADVANCING
004390           ACCEPT ITM-INV-PO-INPUT
004400           MOVE FUNCTION TEST-NUMVAL(ITM-INV-PO-INPUT) TO
004410               ITM-NUMVAL-CHECK
004420           IF ITM-NUMVAL-CHECK NOT = 0 OR ITM-INV-PO-INPUT = " "
004430               DISPLAY "Invalid PO number"
004440               GO TO 3000-EXIT
004450           END-IF
004460           IF FUNCTION NUMVAL(ITM-INV-PO-INPUT) < 1 OR
004470                   FUNCTION NUMVAL(ITM-INV-PO-INPUT) > 999999
004480               DISPLAY "Invalid PO number"
004490               GO TO 3000-EXIT
004500           END-IF
004510           MOVE FUNCTION NUMVAL(ITM-INV-PO-INPUT) TO
004520               ITM-INV-HOLD-PO
004530
004540           PERFORM 6100-CHECK-PO THRU 6100-EXIT
004550           IF NOT ITM-INV-PO-ON-FILE
004560               DISPLAY "PO " ITM-INV-HOLD-PO " never raised - "
004570                   "key the lines by item name; the match run "
004580                   "will hold the bill"
004590           ELSE
004600               IF ITM-INV-HOLD-PO-VENDOR NOT = ITM-INV-HOLD-VENDOR
004610                   DISPLAY "Warning - PO " ITM-INV-HOLD-PO
004620                       " was raised on vendor "
004630                       ITM-INV-HOLD-PO-VENDOR
004640               END-IF
004650           END-IF
004660
004670           MOVE 0 TO ITM-INV-LINE-COUNT
004680           MOVE 0 TO ITM-INV-TOTAL
004690           MOVE 'N' TO ITM-INV-LINES-FLAG
004700           PERFORM 3100-ENTER-ONE-LINE THRU 3100-EXIT
004710               UNTIL ITM-INV-LINES-DONE
004720
004730           IF ITM-INV-LINE-COUNT = 0
004740               DISPLAY "No lines keyed - invoice not recorded"
004750               GO TO 3000-EXIT
004760           END-IF
004770
004780           MOVE "INVADD" TO ITM-AUD-OPERATION
004790           MOVE SPACES TO ITM-AUD-OLD-VALUE
004800           MOVE SPACES TO ITM-AUD-NEW-VALUE
004810           MOVE ITM-INV-LINE-COUNT TO ITM-INV-COUNT-DISP
004820           MOVE ITM-INV-TOTAL TO ITM-INV-TOTAL-DISP
004830           STRING "PO " ITM-INV-HOLD-PO " LINES "
004840               FUNCTION TRIM(ITM-INV-COUNT-DISP) " TOTAL "
004850               FUNCTION TRIM(ITM-INV-TOTAL-DISP)
004860               DELIMITED BY SIZE INTO ITM-AUD-NEW-VALUE
004870           END-STRING
004880           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
004890           DISPLAY "Invoice recorded - " ITM-INV-COUNT-DISP
004900               " line(s), total " ITM-INV-TOTAL-DISP
004910           .
004920 3000-EXIT.
004930           EXIT.
004940
004950*----------------------------------------------------------------
004960* 3100-ENTER-ONE-LINE
004970*
004980* One invoice line.  Against a PO on file the clerk keys the PO
004990* line number the bill answers and the item comes off the PO;
005000* otherwise the item name is keyed as printed on the bill.  A
005010* blank entry ends the invoice; a line that fails validation is
005020* simply not recorded and the next line is asked for.
005030*----------------------------------------------------------------
005040 3100-ENTER-ONE-LINE.
005050           IF ITM-INV-LINE-COUNT = 999
005060               DISPLAY "Invoice is full at 999 lines"
005070               MOVE 'Y' TO ITM-INV-LINES-FLAG
005080               GO TO 3100-EXIT
005090           END-IF
005100
005110           MOVE SPACES TO ITM-INVOICE-LINE-RECORD
005120           IF ITM-INV-PO-ON-FILE
005130               DISPLAY "PO line number (blank to finish): "
005140                   NO ADVANCING
005150               ACCEPT ITM-INV-POLINE-INPUT
005160               IF ITM-INV-POLINE-INPUT = SPACES
005170                   MOVE 'Y' TO ITM-INV-LINES-FLAG
005180                   GO TO 3100-EXIT
005190               END-IF
005200               MOVE FUNCTION TEST-NUMVAL(ITM-INV-POLINE-INPUT) TO
005210                   ITM-NUMVAL-CHECK
005220               IF ITM-NUMVAL-CHECK NOT = 0
005230                   DISPLAY "Invalid PO line number"
005240                   GO TO 3100-EXIT
005250               END-IF
005260               IF FUNCTION NUMVAL(ITM-INV-POLINE-INPUT) < 1 OR
005270                       FUNCTION NUMVAL(ITM-INV-POLINE-INPUT) > 999
005280                   DISPLAY "Invalid PO line number"
005290                   GO TO 3100-EXIT
005300               END-IF
005310               MOVE ITM-INV-HOLD-PO TO ITM-POL-PO-NUMBER
005320               MOVE FUNCTION NUMVAL(ITM-INV-POLINE-INPUT) TO
005330                   ITM-POL-LINE-NO
005340               READ PO-MASTER-FILE
005350                   INVALID KEY
005360                       DISPLAY "No such line on that PO"
005370                       GO TO 3100-EXIT
005380               END-READ
005390               MOVE ITM-POL-LINE-NO TO ITM-INV-PO-LINE-NO
005400               MOVE ITM-POL-NAME TO ITM-INV-NAME
005410               DISPLAY "Item: " ITM-POL-NAME
005420           ELSE
005430               DISPLAY "Item name (blank to finish): "
005440                   NO ADVANCING
005450               ACCEPT ITM-INV-NAME-INPUT
005460               IF ITM-INV-NAME-INPUT = SPACES
005470                   MOVE 'Y' TO ITM-INV-LINES-FLAG
005480                   GO TO 3100-EXIT
005490               END-IF
005500               MOVE 0 TO ITM-INV-PO-LINE-NO
005510               MOVE ITM-INV-NAME-INPUT TO ITM-INV-NAME
005520           END-IF
005530
005540           DISPLAY "Quantity billed: " NO ADVANCING
005550           ACCEPT ITM-INV-QTY-INPUT
005560           MOVE FUNCTION TEST-NUMVAL(ITM-INV-QTY-INPUT) TO
005570               ITM-NUMVAL-CHECK
005580           IF ITM-NUMVAL-CHECK NOT = 0
005590               DISPLAY "Invalid quantity - line not recorded"
005600               GO TO 3100-EXIT
005610           END-IF
005620           IF FUNCTION NUMVAL(ITM-INV-QTY-INPUT) < 1 OR
005630                   FUNCTION NUMVAL(ITM-INV-QTY-INPUT) > 99999
005640               DISPLAY "Invalid quantity - line not recorded"
005650               GO TO 3100-EXIT
005660           END-IF
005670           MOVE FUNCTION NUMVAL(ITM-INV-QTY-INPUT) TO ITM-INV-QTY
005680
005690           PERFORM 3900-ACCEPT-VALID-PRICE THRU 3900-EXIT
005700
005710           ADD 1 TO ITM-INV-LINE-COUNT
005720           MOVE ITM-INV-HOLD-VENDOR TO ITM-INV-VENDOR
005730           MOVE ITM-INV-HOLD-NUMBER TO ITM-INV-NUMBER
005740           MOVE ITM-INV-LINE-COUNT TO ITM-INV-LINE-NO
005750           MOVE ITM-INV-HOLD-DATE TO ITM-INV-DATE
005760           MOVE ITM-INV-HOLD-PO TO ITM-INV-PO-NUMBER
005770           MOVE ITM-SIGNON-USER TO ITM-INV-USER
005780           MOVE 'E' TO ITM-INV-STATUS
005790           MOVE SPACES TO ITM-INV-MATCH-DATE
005800           MOVE SPACES TO ITM-INV-REASON
005810           WRITE ITM-INVOICE-LINE-RECORD
005820               INVALID KEY
005830                   DISPLAY "Unable to record the invoice line"
005840                   SUBTRACT 1 FROM ITM-INV-LINE-COUNT
005850                   GO TO 3100-EXIT
005860           END-WRITE
005870
005880           COMPUTE ITM-INV-LINE-AMOUNT =
005890               ITM-INV-QTY * ITM-INV-UNIT-PRICE
005900           ADD ITM-INV-LINE-AMOUNT TO ITM-INV-TOTAL
005910           .
005920 3100-EXIT.
005930           EXIT.
005940
005950*----------------------------------------------------------------
005960* 3900-ACCEPT-VALID-PRICE
005970*
005980* Keeps re-prompting until the clerk enters a unit price that
005990* fits ITM-INV-UNIT-PRICE, the same way goods-in validates the
006000* unit cost it books.
006010*----------------------------------------------------------------
006020 3900-ACCEPT-VALID-PRICE.
006030           MOVE "N" TO ITM-INV-PRICE-VALID-FLAG
006040           PERFORM 3910-PRICE-ATTEMPT THRU 3910-EXIT
006050               UNTIL ITM-INV-PRICE-IS-VALID
006060           .
006070 3900-EXIT.
006080           EXIT.
006090
006100 3910-PRICE-ATTEMPT.
006110           DISPLAY "Unit price billed: " NO ADVANCING
006120           ACCEPT ITM-INV-PRICE-INPUT
006130           MOVE FUNCTION TEST-NUMVAL(ITM-INV-PRICE-INPUT) TO
006140               ITM-NUMVAL-CHECK
006150           IF ITM-NUMVAL-CHECK NOT = 0
006160               DISPLAY "Invalid price - enter a positive number"
006170           ELSE
006180               IF FUNCTION NUMVAL(ITM-INV-PRICE-INPUT) < 0 OR
006190                       FUNCTION NUMVAL(ITM-INV-PRICE-INPUT) >
006200                           99999.99
006210                   DISPLAY "Invalid price - 0 to 99999.99"
006220               ELSE
006230                   MOVE FUNCTION NUMVAL(ITM-INV-PRICE-INPUT)
006240                       TO ITM-INV-UNIT-PRICE
006250                   MOVE "Y" TO ITM-INV-PRICE-VALID-FLAG
006260               END-IF
006270           END-IF
006280           .
006290 3910-EXIT.
006300           EXIT.
006310
006320*----------------------------------------------------------------
006330* Delete Vendor Invoice
006340*
006350* For a bill keyed in error.  Once the match run has cleared an
006360* invoice to pay it is part of the payment trail and stays; any
006370* other invoice goes whole, every line, with one INVDEL audit.
006380*----------------------------------------------------------------
006390 5000-DELETE-INVOICE.
006400           PERFORM 6000-SEARCH-INVOICE THRU 6000-EXIT
006410           IF NOT INVOICE-FOUND
006420               IF ITM-VND-FOUND
006430                   DISPLAY "No such invoice from that vendor"
006440               END-IF
006450               GO TO 5000-EXIT
006460           END-IF
006470
006480           MOVE 'N' TO ITM-INV-CLEARED-FLAG
006490           MOVE 'N' TO ITM-EOF-FLAG
006500           IF ITM-INV-CLEARED
006510               MOVE 'Y' TO ITM-INV-CLEARED-FLAG
006520           END-IF
006530           PERFORM 5010-CHECK-ONE-LINE THRU 5010-EXIT
006540               UNTIL ITM-EOF OR ITM-INV-HAS-CLEARED
006550           IF ITM-INV-HAS-CLEARED
006560               DISPLAY "Invoice has been cleared to pay - it "
006570                   "cannot be deleted"
006580               GO TO 5000-EXIT
006590           END-IF
006600
006610           MOVE 0 TO ITM-INV-LINE-COUNT
006620           MOVE 'N' TO ITM-EOF-FLAG
006630           PERFORM 5020-DELETE-ONE-LINE THRU 5020-EXIT
006640               UNTIL ITM-EOF
006650
006660           MOVE "INVDEL" TO ITM-AUD-OPERATION
006670           MOVE ITM-INV-LINE-COUNT TO ITM-INV-COUNT-DISP
006680           MOVE SPACES TO ITM-AUD-OLD-VALUE
006690           STRING "LINES " FUNCTION TRIM(ITM-INV-COUNT-DISP)
006700               DELIMITED BY SIZE INTO ITM-AUD-OLD-VALUE
006710           END-STRING
006720           MOVE SPACES TO ITM-AUD-NEW-VALUE
006730           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
006740           DISPLAY "Invoice deleted - " ITM-INV-COUNT-DISP
006750               " line(s)"
006760           .
006770 5000-EXIT.
006780           EXIT.
006790
006800 5010-CHECK-ONE-LINE.
006810           READ INVOICE-FILE NEXT RECORD
006820               AT END
006830                   MOVE 'Y' TO ITM-EOF-FLAG
006840               NOT AT END
006850                   IF ITM-INV-VENDOR NOT = ITM-INV-HOLD-VENDOR OR
006860                       ITM-INV-NUMBER NOT = ITM-INV-HOLD-NUMBER
006870                       MOVE 'Y' TO ITM-EOF-FLAG
006880                   ELSE
006890                       IF ITM-INV-CLEARED
006900                           MOVE 'Y' TO ITM-INV-CLEARED-FLAG
006910                       END-IF
006920                   END-IF
006930           END-READ
006940           .
006950 5010-EXIT.
006960           EXIT.
006970
006980*----------------------------------------------------------------
006990* Lines are numbered from 1 with no gaps (3100 never skips a
007000* number), so the delete walks the line numbers by key until
007010* the first one that is not there.
007020*----------------------------------------------------------------
007030 5020-DELETE-ONE-LINE.
007040           MOVE ITM-INV-HOLD-VENDOR TO ITM-INV-VENDOR
007050           MOVE ITM-INV-HOLD-NUMBER TO ITM-INV-NUMBER
007060           COMPUTE ITM-INV-LINE-NO = ITM-INV-LINE-COUNT + 1
007070           DELETE INVOICE-FILE RECORD
007080               INVALID KEY
007090                   MOVE 'Y' TO ITM-EOF-FLAG
007100               NOT INVALID KEY
007110                   ADD 1 TO ITM-INV-LINE-COUNT
007120           END-DELETE
007130           .
007140 5020-EXIT.
007150           EXIT.
007160
007170*----------------------------------------------------------------
007180* Search Invoice
007190*
007200* Asks for the vendor (which must be on the vendor master) and
007210* the vendor's invoice number, and positions on the invoice's
007220* first line when it is on file - INVOICE-FOUND is then set and
007230* that line is current in the record area.
007240*----------------------------------------------------------------
007250 6000-SEARCH-INVOICE.
007260           MOVE 'N' TO ITM-VND-FOUND-FLAG
007270           MOVE 'N' TO ITM-INV-FOUND-FLAG
007280           DISPLAY "Enter vendor code: " NO ADVANCING
007290           ACCEPT ITM-INV-VENDOR-INPUT
007300           MOVE ITM-INV-VENDOR-INPUT TO ITM-VND-CODE
007310           READ VENDOR-FILE
007320               INVALID KEY
007330                   DISPLAY "No vendor with that code"
007340                   GO TO 6000-EXIT
007350           END-READ
007360           MOVE 'Y' TO ITM-VND-FOUND-FLAG
007370           DISPLAY "Vendor: " ITM-VND-NAME
007380
007390           DISPLAY "Enter vendor's invoice number: " NO ADVANCING
007400           ACCEPT ITM-INV-NUMBER-INPUT
007410           IF ITM-INV-NUMBER-INPUT = SPACES
007420               DISPLAY "Invalid invoice number"
007430               MOVE 'N' TO ITM-VND-FOUND-FLAG
007440               GO TO 6000-EXIT
007450           END-IF
007460           MOVE ITM-INV-VENDOR-INPUT TO ITM-INV-HOLD-VENDOR
007470           MOVE ITM-INV-NUMBER-INPUT TO ITM-INV-HOLD-NUMBER
007480
007490           MOVE ITM-INV-HOLD-VENDOR TO ITM-INV-VENDOR
007500           MOVE ITM-INV-HOLD-NUMBER TO ITM-INV-NUMBER
007510           MOVE 1 TO ITM-INV-LINE-NO
007520           READ INVOICE-FILE
007530               INVALID KEY
007540                   CONTINUE
007550               NOT INVALID KEY
007560                   MOVE 'Y' TO ITM-INV-FOUND-FLAG
007570           END-READ
007580           .
007590 6000-EXIT.
007600           EXIT.
007610
007620*----------------------------------------------------------------
007630* 6100-CHECK-PO
007640*
007650* Looks for any line of the PO number on the bill, the same
007660* START on PO number and line zero goods-in uses, and notes the
007670* vendor the PO was raised on.
007680*----------------------------------------------------------------
007690 6100-CHECK-PO.
007700           MOVE 'N' TO ITM-INV-PO-FOUND-FLAG
007710           MOVE SPACES TO ITM-INV-HOLD-PO-VENDOR
007720           IF NOT ITM-POMAST-OPENED
007730               GO TO 6100-EXIT
007740           END-IF
007750
007760           MOVE ITM-INV-HOLD-PO TO ITM-POL-PO-NUMBER
007770           MOVE 0 TO ITM-POL-LINE-NO
007780           START PO-MASTER-FILE KEY IS NOT LESS THAN ITM-POL-KEY
007790               INVALID KEY
007800                   GO TO 6100-EXIT
007810           END-START
007820           READ PO-MASTER-FILE NEXT RECORD
007830               AT END
007840                   GO TO 6100-EXIT
007850           END-READ
007860           IF ITM-POL-PO-NUMBER = ITM-INV-HOLD-PO
007870               MOVE 'Y' TO ITM-INV-PO-FOUND-FLAG
007880               MOVE ITM-POL-VENDOR TO ITM-INV-HOLD-PO-VENDOR
007890           END-IF
007900           .
007910 6100-EXIT.
007920           EXIT.
007930
007940*----------------------------------------------------------------
007950* 9000-CLOSE-AND-QUIT
007960*----------------------------------------------------------------
007970 9000-CLOSE-AND-QUIT.
007980           DISPLAY "Exiting...."
007990           CLOSE INVOICE-FILE
008000           IF ITM-VENDOR-OPENED
008010               CLOSE VENDOR-FILE
008020           END-IF
008030           IF ITM-POMAST-OPENED
008040               CLOSE PO-MASTER-FILE
008050           END-IF
008060           CLOSE AUDIT-FILE
008070           DISPLAY SPACES UPON CRT
008080           .
008090 9000-EXIT.
008100           EXIT.
