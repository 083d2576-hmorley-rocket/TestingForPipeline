000564*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000565*                   the full-catalog buffer and its size
000566*                   ceiling are gone.
000567*  2026-10-14 dlm   [V]end rings up a multi-item basket under
000568*                   one receipt number - the tender is taken in
000569*                   cash, card, or split with change worked
000570*                   out, the customer receipt prints to
000571*                   receipt.txt, and each receipt's tender is
000572*                   logged to the new tenders.dat.  Refunds are
000573*                   paid out in cash or to card and logged the
000574*                   same way.  New [C]ash-up option balances a
000575*                   till user's drawer at end of shift (float,
000576*                   expected cash, counted cash, over/short)
000577*                   to the new cashup.dat.
000578*  2026-10-14 dlm   Sales tax - every item carries a tax class
000579*                   (S standard, R reduced, E exempt; new add
000580*                   prompt and edit option [9]), priced from
000581*                   the TAXMGR rate master through ITEMTXP.CPY.
000582*                   Basket and refund lines carry their tax,
000583*                   the amount due and the tender include it,
000584*                   the receipt shows net and tax, and every
000585*                   sales-log line records the tax collected
000586*                   or given back.
000587*  2026-10-15 dlm   Stock is held per location - sales floor,
000588*                   back room, warehouse - with ITM-STOCK the
000589*                   total.  New [M]ove-stock option transfers
000590*                   between locations and posts a TRANSFER
000591*                   movement; till sales and refunds work off
000592*                   the sales floor, goods-in asks where the
000593*                   delivery was received, edit option [5]
000594*                   recounts one location, and option [8]
000595*                   also sets the sales-floor shelf capacity.
000596*  2026-10-15 dlm   Kits and bundles.  New manager option
000597*                   [K]it components keeps a kit item's bill of
000598*                   materials (kitbom.dat).  Vending or
000599*                   refunding a kit draws down or restocks its
000600*                   components on the sales floor, one SALE or
000601*                   RETURN movement each, with the sales-log
000602*                   line at the kit's price.  A kit holds no
000603*                   stock of its own, so goods-in, transfers
000604*                   and recounts refuse it; renames carry into
000605*                   the bill of materials, a component cannot
000606*                   be removed while a kit uses it, and
000607*                   items.json gives each kit the stock its
000608*                   scarcest component can make up.
000609*  2026-10-15 dlm   An item is read back after the export is
000610*                   rebuilt on rewrite, so sales, transfers,
000611*                   goods-in and refunds post against it and
000612*                   not the last item in the file.  Display-all
000613*                   and Find show each item's own tax class.
000614*----------------------------------------------------------------
000615 ENVIRONMENT DIVISION.
000616 INPUT-OUTPUT SECTION.
000617 FILE-CONTROL.
000618           SELECT ITEMS-FILE ASSIGN TO ITM-ITEMS-DSN
000619               ORGANIZATION IS INDEXED
000620               ACCESS MODE IS DYNAMIC
000621               RECORD KEY IS ITM-NAME OF ITM-ITEM-RECORD
000622               ALTERNATE RECORD KEY IS ITM-SKU OF ITM-ITEM-RECORD
000630                   WITH DUPLICATES
000640               FILE STATUS IS ITM-ITEMS-STATUS.
000650
000878               ORGANIZATION IS SEQUENTIAL
000880               FILE STATUS IS ITM-XREF-STATUS.
000881
000882           SELECT TENDER-FILE ASSIGN TO ITM-TENDER-DSN
000883               ORGANIZATION IS SEQUENTIAL
000884               FILE STATUS IS ITM-TENDER-STATUS.
000885
000886           SELECT RECEIPT-FILE ASSIGN TO ITM-RECEIPT-DSN
000887               ORGANIZATION IS SEQUENTIAL
000888               FILE STATUS IS ITM-RECEIPT-STATUS.
000889
000890           SELECT CASHUP-FILE ASSIGN TO ITM-CASHUP-DSN
000891               ORGANIZATION IS SEQUENTIAL
000892               FILE STATUS IS ITM-CASHUP-STATUS.
000893
000894           SELECT TAX-RATE-FILE ASSIGN TO ITM-TAXRATE-DSN
000895               ORGANIZATION IS INDEXED
000896               ACCESS MODE IS DYNAMIC
000897               RECORD KEY IS ITM-TXR-CLASS
000898               FILE STATUS IS ITM-TAXRATE-STATUS.
000899
000900           SELECT KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN
000901               ORGANIZATION IS INDEXED
000902               ACCESS MODE IS DYNAMIC
000903               RECORD KEY IS ITM-BOM-KEY
000904               FILE STATUS IS ITM-KITBOM-STATUS.
000905
000906 DATA DIVISION.
000907 FILE SECTION.
000908       COPY ITEMJSNF.
000910
000920 FD  ITEMS-FILE.
000930       COPY ITEMREC.
001058 FD  ITEM-XREF-FILE.
001059       COPY ITEMXRF.
001060
001061 FD  TENDER-FILE.
001062       COPY ITEMTND.
001063
001064 FD  RECEIPT-FILE.
001065 01  ITM-RECEIPT-LINE           PIC X(40).
001066
001067 FD  CASHUP-FILE.
001068       COPY ITEMCSH.
001070
001072 FD  TAX-RATE-FILE.
001074       COPY ITEMTAX.
001076
001078 FD  KIT-BOM-FILE.
001080       COPY ITEMBOM.
001082
001084 WORKING-STORAGE SECTION.
001086       COPY ITEMFN.
001090       COPY ITEMTAB.
001095       COPY ITEMXRD.
001097       COPY ITEMTXD.
001099       COPY ITEMLOC.
001101       COPY ITEMKTD.
001103
001110 01  ITM-ITEMS-STATUS           PIC X(02).
001120 01  ITM-JSON-STATUS            PIC X(02).
001130 01  ITM-AUDIT-STATUS           PIC X(02).
001140 01  ITM-SALES-STATUS           PIC X(02).
001150 01  ITM-STOCKMOV-STATUS        PIC X(02).
001160 01  ITM-OPERATOR-STATUS        PIC X(02).
001162 01  ITM-TENDER-STATUS          PIC X(02).
001164 01  ITM-RECEIPT-STATUS         PIC X(02).
001166 01  ITM-CASHUP-STATUS          PIC X(02).
001170
001180       COPY OPERSGD.
001270 01  ITM-JSON-COUNT             BINARY-SHORT.
001310
001320 01  ITM-SELL-QTY-INPUT         PIC X(08).
001330 01  ITM-SELL-QTY               BINARY-SHORT.
001331
001332*----------------------------------------------------------------
001333* The basket being rung up at the till - one line per distinct
001334* item, a re-scanned item adding to its existing line.  Nothing
001335* is posted until the tender is taken, so an abandoned basket
001336* leaves the catalog and every log untouched.
001337*----------------------------------------------------------------
001338 01  ITM-BASKET.
001339           05  ITM-BSK-COUNT          BINARY-SHORT VALUE 0.
001340           05  ITM-BSK-LINE           OCCURS 50 TIMES.
001341               10  ITM-BSK-NAME       PIC X(32).
001342               10  ITM-BSK-QTY        BINARY-SHORT.
001343               10  ITM-BSK-PRICE      PIC 9(05)V99.
001344               10  ITM-BSK-AMOUNT     PIC 9(07)V99.
001345               10  ITM-BSK-TAX-CLASS  PIC X(01).
001346               10  ITM-BSK-TAX        PIC 9(07)V99.
001347 01  ITM-BSK-INDEX              BINARY-SHORT.
001348 01  ITM-BSK-MATCH              BINARY-SHORT.
001349 01  ITM-BSK-NEW-QTY            BINARY-LONG.
001350 01  ITM-BSK-DUE                PIC 9(07)V99.
001351 01  ITM-BSK-NET                PIC 9(07)V99.
001352 01  ITM-BSK-TAX-TOTAL          PIC 9(07)V99.
001353 01  ITM-BSK-DONE-FLAG          PIC X(01).
001354           88  ITM-BSK-DONE           VALUE 'Y'.
001355 01  ITM-BSK-DEMAND-NAME        PIC X(32).
001356 01  ITM-BSK-NEED-QTY           BINARY-LONG.
001357 01  ITM-BSK-STOCK-FLAG         PIC X(01).
001358           88  ITM-BSK-STOCK-OK       VALUE 'Y'.
001359
001360 01  ITM-TENDER-METHOD          PIC X(01).
001361           88  ITM-TENDER-CASH        VALUES 'C', 'c'.
001362           88  ITM-TENDER-CARD        VALUES 'A', 'a'.
001363           88  ITM-TENDER-SPLIT       VALUES 'S', 's'.
001364           88  ITM-TENDER-CANCEL      VALUES 'X', 'x'.
001365 01  ITM-TENDER-FLAG            PIC X(01).
001366           88  ITM-TENDER-TAKEN       VALUE 'Y'.
001367           88  ITM-TENDER-ABANDONED   VALUE 'X'.
001368 01  ITM-PAY-TENDERED           PIC 9(07)V99.
001369 01  ITM-PAY-CASH               PIC 9(07)V99.
001370 01  ITM-PAY-CARD               PIC 9(07)V99.
001371 01  ITM-PAY-CHANGE             PIC 9(07)V99.
001372 01  ITM-PAY-CASH-DUE           PIC 9(07)V99.
001373
001374 01  ITM-AMOUNT-PROMPT          PIC X(40).
001375 01  ITM-AMOUNT-INPUT           PIC X(12).
001376 01  ITM-AMOUNT-VALUE           PIC 9(07)V99.
001377 01  ITM-AMOUNT-FLAG            PIC X(01).
001378           88  ITM-AMOUNT-IS-VALID    VALUE 'Y'.
001379           88  ITM-AMOUNT-CANCELLED   VALUE 'C'.
001380 01  ITM-MONEY-DISP             PIC ZZZZZZ9.99.
001381 01  ITM-SIGNED-MONEY-DISP      PIC -ZZZZZZ9.99.
001382
001383 01  ITM-NEXT-RECEIPT           PIC 9(10) VALUE 1.
001384 01  ITM-CUR-RECEIPT            PIC 9(10).
001385 01  ITM-RCPT-DATE              PIC X(08).
001386 01  ITM-RCPT-TIME              PIC X(08).
001387 01  ITM-RCPT-KIND              PIC X(01).
001388           88  ITM-RCPT-IS-SALE       VALUE 'S'.
001389           88  ITM-RCPT-IS-REFUND     VALUE 'R'.
001390 01  ITM-RCPT-DETAIL-LINE.
001391           05  ITM-RCPT-DET-NAME      PIC X(20).
001392           05  FILLER                 PIC X(01) VALUE SPACE.
001393           05  ITM-RCPT-DET-QTY       PIC ZZZ9.
001394           05  FILLER                 PIC X(01) VALUE SPACE.
001395           05  ITM-RCPT-DET-AMOUNT    PIC ZZZZZZ9.99.
001396           05  FILLER                 PIC X(01) VALUE SPACE.
001397           05  ITM-RCPT-DET-CLASS     PIC X(01).
001398 01  ITM-RCPT-MONEY-LINE.
001399           05  ITM-RCPT-MONEY-LABEL   PIC X(26).
001400           05  ITM-RCPT-MONEY-AMOUNT  PIC ZZZZZZ9.99.
001401
001402 01  ITM-CASHUP-USER            PIC X(08).
001403 01  ITM-SHIFT-TOTALS.
001404           05  ITM-SHIFT-AFTER        PIC 9(10).
001405           05  ITM-SHIFT-FIRST        PIC 9(10).
001406           05  ITM-SHIFT-LAST         PIC 9(10).
001407           05  ITM-SHIFT-RECEIPTS     BINARY-LONG.
001408           05  ITM-SHIFT-CASH-SALES   PIC 9(07)V99.
001409           05  ITM-SHIFT-CASH-REFUNDS PIC 9(07)V99.
001410           05  ITM-SHIFT-CARD-SALES   PIC 9(07)V99.
001411           05  ITM-SHIFT-CARD-REFUNDS PIC 9(07)V99.
001412           05  ITM-SHIFT-FLOAT        PIC 9(07)V99.
001413           05  ITM-SHIFT-EXPECTED     PIC S9(07)V99.
001414           05  ITM-SHIFT-COUNTED      PIC 9(07)V99.
001415           05  ITM-SHIFT-OVER-SHORT   PIC S9(07)V99.
001416
001417 01  ITM-RECV-QTY-INPUT         PIC X(08).
001418 01  ITM-RECV-QTY               BINARY-SHORT.
001419 01  ITM-RECV-REF               PIC X(20).
001420 01  ITM-RECV-COST-INPUT        PIC X(12).
001421 01  ITM-RECV-COST              PIC 9(05)V99.
001422 01  ITM-POMAST-STATUS          PIC X(02).
001423 01  ITM-RECV-PO-INPUT          PIC X(08).
001424 01  ITM-RECV-PO-NUMBER         PIC 9(06).
001425 01  ITM-RECV-PO-FLAG           PIC X(01).
001426           88  ITM-RECV-AGAINST-PO    VALUE 'Y'.
001427 01  ITM-POL-FOUND-FLAG         PIC X(01).
001428           88  ITM-POL-LINE-FOUND     VALUE 'Y'.
001429 01  ITM-POL-SHORT-QTY          BINARY-LONG.
001430 01  ITM-MOV-OLD-STOCK          BINARY-SHORT.
001431 01  ITM-MOV-LOC                BINARY-SHORT.
001432 01  ITM-RECV-LOC               BINARY-SHORT.
001433
001434 01  ITM-LOC-PROMPT             PIC X(40).
001435 01  ITM-LOC-INPUT              PIC X(01).
001436 01  ITM-LOC-CHOSEN             BINARY-SHORT.
001437 01  ITM-LOC-ANSWER-FLAG        PIC X(01).
001438           88  ITM-LOC-ANSWERED       VALUE 'Y'.
001439 01  ITM-LOC-QTY-DISP           PIC ZZZZ9.
001440 01  ITM-LOC-OTHER-STOCK        BINARY-LONG.
001441 01  ITM-XFER-QTY-INPUT         PIC X(08).
001442 01  ITM-XFER-QTY               BINARY-SHORT.
001443 01  ITM-XFER-FROM              BINARY-SHORT.
001444 01  ITM-XFER-TO                BINARY-SHORT.
001445 01  ITM-XFER-REF               PIC X(20).
001446 01  ITM-AUD-LOC-VALUE.
001447           05  ITM-AUD-LOC-ENTRY OCCURS 3 TIMES.
001448               10  ITM-AUD-LOC-CODE   PIC X(01).
001449               10  ITM-AUD-LOC-COLON  PIC X(01).
001450               10  ITM-AUD-LOC-QTY    PIC ZZZZ9.
001451               10  ITM-AUD-LOC-GAP    PIC X(01).
001452
001453*----------------------------------------------------------------
001454* Kit maintenance ([K]) and kit selling.  ITM-KIT-MOVE-QTY is
001455* what one component of a kit line moves - the kit quantity
001456* times the bill of materials quantity.
001457*----------------------------------------------------------------
001458 01  ITM-KIT-MAINT-NAME         PIC X(32).
001459 01  ITM-KIT-MAINT-OPTION       PIC X(01).
001460           88  ITM-KIT-MAINT-ADD      VALUES 'A', 'a'.
001461           88  ITM-KIT-MAINT-CHANGE   VALUES 'C', 'c'.
001462           88  ITM-KIT-MAINT-REMOVE   VALUES 'R', 'r'.
001463           88  ITM-KIT-MAINT-QUIT     VALUES 'Q', 'q'.
001464 01  ITM-KIT-COMP-INPUT         PIC X(32).
001465 01  ITM-KIT-QTY-INPUT          PIC X(08).
001466 01  ITM-KIT-QTY                PIC 9(04).
001467 01  ITM-KIT-QTY-FLAG           PIC X(01).
001468           88  ITM-KIT-QTY-IS-VALID   VALUE 'Y'.
001469 01  ITM-KIT-QTY-DISP           PIC ZZZ9.
001470 01  ITM-KIT-LINE-TEXT          PIC X(48).
001471 01  ITM-KIT-LINE-COUNT         BINARY-SHORT.
001472 01  ITM-KIT-LIST-EOF-FLAG      PIC X(01).
001473           88  ITM-KIT-LIST-EOF       VALUE 'Y'.
001474 01  ITM-KIT-MOVE-QTY           BINARY-LONG.
001475
001476 01  ITM-PRICE-INPUT            PIC X(12).
001477 01  ITM-NUMVAL-CHECK           PIC S9(04) COMP.
001478 01  ITM-PRICE-VALID-FLAG       PIC X(01).
001479           88  ITM-PRICE-IS-VALID     VALUE 'Y'.
001480
001481 01  ITM-ADD-SKU-INPUT          PIC X(14).
001482 01  ITM-EDIT-SKU-INPUT         PIC X(14).
001490 01  ITM-SKU-DUP-FLAG           PIC X(01).
001500           88  ITM-SKU-IS-DUP         VALUE 'Y'.
001502 01  ITM-TAX-CLASS-INPUT        PIC X(01).
001504 01  ITM-TAX-CLASS-VALID-FLAG   PIC X(01).
001506           88  ITM-TAX-CLASS-IS-VALID VALUE 'Y'.
001510 01  ITM-EDIT-NAME-INPUT        PIC X(32).
001515 01  ITM-REWRITE-NAME           PIC X(32).
001521 01  ITM-RENAME-OLD-NAME        PIC X(32).
001522 01  ITM-REPL-INPUT             PIC X(08).
001523 01  ITM-REPL-POINT             BINARY-SHORT.
001524 01  ITM-REPL-UPTO              BINARY-SHORT.
001525 01  ITM-REPL-OLD-UPTO          BINARY-SHORT.
001526 01  ITM-REPL-SHELF             BINARY-SHORT.
001527 01  ITM-REPL-OLD-SHELF         BINARY-SHORT.
001528 01  ITM-NAME-DUP-FLAG          PIC X(01).
001530           88  ITM-NAME-IS-DUP        VALUE 'Y'.
001540
001550 01  ITM-FIND-TEXT              PIC X(32).
001870           05  ITM-VENDOR             PIC X(08).
001885           05  ITM-REORDER-POINT      BINARY-SHORT.
001886           05  ITM-ORDER-UP-TO        BINARY-SHORT.
001887           05  ITM-TAX-CLASS          PIC X(01).
001889           05  ITM-LOCATION-STOCK.
001891               10  ITM-LOC-STOCK      BINARY-SHORT OCCURS 3 TIMES.
001893           05  ITM-SHELF-CAPACITY     BINARY-SHORT.
001895
001897 01  ITM-OPERATION-FLAG         PIC X(01).
001900           88  ITM-IS-QUIT            VALUES 'Q', 'q'.
001910           88  ITM-IS-ADD             VALUES 'A', 'a'.
001920           88  ITM-IS-REMOVE          VALUES 'R', 'r'.
001970           88  ITM-IS-SELL            VALUES 'V', 'v'.
001980           88  ITM-IS-RECEIVE         VALUES 'G', 'g'.
001982           88  ITM-IS-REFUND          VALUES 'T', 't'.
001984           88  ITM-IS-CASHUP          VALUES 'C', 'c'.
001986           88  ITM-IS-TRANSFER        VALUES 'M', 'm'.
001988           88  ITM-IS-KIT-MAINT       VALUES 'K', 'k'.
001990
002000 01  ITM-EDIT-OPTION            PIC X(01).
002010           88  ITM-EDIT-NAME          VALUE '1'.
002060           88  ITM-EDIT-AVAIL         VALUE '6'.
002070           88  ITM-EDIT-VENDOR        VALUE '7'.
002085           88  ITM-EDIT-REPLEN        VALUE '8'.
002087           88  ITM-EDIT-TAX-CLASS     VALUE '9'.
002089           88  ITM-EDIT-QUIT          VALUES 'Q', 'q'.
002090
002100 PROCEDURE DIVISION.
002110
002760               WHEN ITM-IS-RECEIVE
002770                   PERFORM 5700-RECEIVE-GOODS THRU 5700-EXIT
002780                   STOP ">---Press Enter To Continue---<"
002781               WHEN ITM-IS-TRANSFER
002782                   PERFORM 5400-TRANSFER-STOCK THRU 5400-EXIT
002783                   STOP ">---Press Enter To Continue---<"
002784               WHEN ITM-IS-REFUND
002785                   PERFORM 5900-REFUND-ITEM THRU 5900-EXIT
002786                   STOP ">---Press Enter To Continue---<"
002787               WHEN ITM-IS-KIT-MAINT
002788                   IF ITM-SIGNON-MANAGER
002789                       PERFORM 5200-MAINTAIN-KIT THRU 5200-EXIT
002790                   ELSE
002791                       PERFORM 2300-REFUSE-RESTRICTED
002792                           THRU 2300-EXIT
002793                   END-IF
002794               WHEN ITM-IS-CASHUP
002795                   PERFORM 5300-CASH-UP-DRAWER THRU 5300-EXIT
002796                   STOP ">---Press Enter To Continue---<"
002797               WHEN ITM-IS-DISPALL
002800                   PERFORM 2200-DISPLAY-ALL-RECORDS
002810                   THRU 2200-EXIT
002820                   STOP ">---Press Enter To Continue---<"
003326               OPEN EXTEND ITEM-XREF-FILE
003327           END-IF
003328
003329           PERFORM 8800-LOAD-TAX-RATES THRU 8800-EXIT
003330           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
003331           PERFORM 1300-LOAD-LAST-RECEIPT THRU 1300-EXIT
003332           OPEN EXTEND TENDER-FILE
003333           IF ITM-TENDER-STATUS = "35"
003334               OPEN OUTPUT TENDER-FILE
003335               CLOSE TENDER-FILE
003336               OPEN EXTEND TENDER-FILE
003337           END-IF
003338
003339           PERFORM 1100-SIGN-ON THRU 1100-EXIT
003340           .
003350 1000-EXIT.
003360           EXIT.
004604               ITM-REORDER-POINT OF ITM-ITEM-RECORD
004606           MOVE ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-I + 1) TO
004608               ITM-ORDER-UP-TO OF ITM-ITEM-RECORD
004610           MOVE ITM-TAX-CLASS OF ITM-ITEMS(ITM-I + 1) TO
004612               ITM-TAX-CLASS OF ITM-ITEM-RECORD
004613           MOVE ITM-LOCATION-STOCK OF ITM-ITEMS(ITM-I + 1) TO
004614               ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
004615           MOVE ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-I + 1) TO
004616               ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
004617           WRITE ITM-ITEM-RECORD
004620               INVALID KEY
004630                   CONTINUE
004640           END-WRITE
004650           .
004660 1210-EXIT.
004670           EXIT.
004671
004672*----------------------------------------------------------------
004673* 1300-LOAD-LAST-RECEIPT
004674*
004675* Receipt numbers carry on from the highest one already in the
004676* tender log, the same way REORDRPT continues PO numbering from
004677* the PO master.  A missing tender log starts at receipt 1.
004678*----------------------------------------------------------------
004679 1300-LOAD-LAST-RECEIPT.
004680           MOVE 1 TO ITM-NEXT-RECEIPT
004681           OPEN INPUT TENDER-FILE
004682           IF ITM-TENDER-STATUS NOT = "00"
004683               GO TO 1300-EXIT
004684           END-IF
004685           MOVE 'N' TO ITM-EOF-FLAG
004686           PERFORM 1310-SCAN-ONE-TENDER THRU 1310-EXIT
004687               UNTIL ITM-EOF
004688           CLOSE TENDER-FILE
004689           .
004690 1300-EXIT.
004691           EXIT.
004692
004693 1310-SCAN-ONE-TENDER.
004694           READ TENDER-FILE
004695               AT END
004696                   MOVE 'Y' TO ITM-EOF-FLAG
004697               NOT AT END
004698                   IF ITM-TND-RECEIPT IS NUMERIC
004699                       AND ITM-TND-RECEIPT NOT < ITM-NEXT-RECEIPT
004700                       COMPUTE ITM-NEXT-RECEIPT =
004701                           ITM-TND-RECEIPT + 1
004702                   END-IF
004703           END-READ
004704           .
004705 1310-EXIT.
004706           EXIT.
004707
004708*----------------------------------------------------------------
004709* Display Menu
004710*----------------------------------------------------------------
004720 2000-DISPLAY-MENU.
004730           DISPLAY SPACES UPON CRT
004760               DISPLAY "        [A]dd Record"
004770               DISPLAY "        [R]emove Record"
004780               DISPLAY "        [E]dit Record"
004782               DISPLAY "        [K]it components (bundles)"
004790           END-IF
004800           DISPLAY "        [S]earch Record"
004810           DISPLAY "        [F]ind Records (partial/filter)"
004820           DISPLAY "        [V]end Item (sell)"
004830           DISPLAY "        [G]oods-in (receive delivery)"
004831           DISPLAY "        [M]ove stock between locations"
004832           DISPLAY "        [T]ake return (refund)"
004834           DISPLAY "        [C]ash-up (end of shift)"
004840           DISPLAY "        [D]isplay all records"
004850           DISPLAY "        [Q]uit"
004860           DISPLAY "-<O>-: " NO ADVANCING
005180               ITM-PRICE OF ITM-SEARCH-INFORMATION
005190           DISPLAY "Stock:         "
005200               ITM-STOCK OF ITM-SEARCH-INFORMATION
005201           PERFORM 2110-DISPLAY-LOCATION-STOCK THRU 2110-EXIT
005202               VARYING ITM-LOC-K FROM 1 BY 1
005203               UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
005204           DISPLAY "Shelf capacity:"
005205               ITM-SHELF-CAPACITY OF ITM-SEARCH-INFORMATION
005210           DISPLAY "Available:     "
005220               ITM-AVAIL OF ITM-SEARCH-INFORMATION
005230           DISPLAY "Vendor:        "
005240               ITM-VENDOR OF ITM-SEARCH-INFORMATION
005242           DISPLAY "Tax class:     "
005244               ITM-TAX-CLASS OF ITM-SEARCH-INFORMATION
005245           MOVE ITM-NAME OF ITM-SEARCH-INFORMATION TO
005246               ITM-KIT-LOOKUP-NAME
005247           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
005248           IF ITM-KIT-FOUND
005249               DISPLAY "Kit made up of:"
005250               PERFORM 2120-DISPLAY-KIT-COMPONENT THRU 2120-EXIT
005251                   VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
005252                   UNTIL ITM-KIT-C > ITM-KIT-LAST
005253           END-IF
005254           .
005260 2100-EXIT.
005270           EXIT.
005271
005272 2110-DISPLAY-LOCATION-STOCK.
005273           DISPLAY "  " ITM-LOC-NAME(ITM-LOC-K) "  "
005274               ITM-LOC-STOCK OF ITM-SEARCH-INFORMATION(ITM-LOC-K)
005275           .
005276 2110-EXIT.
005277           EXIT.
005278
005279 2120-DISPLAY-KIT-COMPONENT.
005280           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-BOM-COMP-NAME
005281           MOVE ITM-BMT-QTY(ITM-KIT-C) TO ITM-BOM-QTY
005282           PERFORM 5260-FORMAT-KIT-LINE THRU 5260-EXIT
005283           DISPLAY "  " ITM-KIT-LINE-TEXT
005284           .
005285 2120-EXIT.
005286           EXIT.
005287
005290*----------------------------------------------------------------
005300* Display All Records
005310*
005660                       ITM-AVAIL OF ITM-SEARCH-INFORMATION
005670                   MOVE ITM-VENDOR OF ITM-ITEM-RECORD TO
005680                       ITM-VENDOR OF ITM-SEARCH-INFORMATION
005682                   MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD TO
005684                       ITM-LOCATION-STOCK OF
005685                       ITM-SEARCH-INFORMATION
005686                   MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD TO
005688                       ITM-SHELF-CAPACITY OF
005689                       ITM-SEARCH-INFORMATION
005691                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
005693                       ITM-TAX-CLASS OF ITM-SEARCH-INFORMATION
005695                   DISPLAY "ITEM ["
005700                       ITM-NAME OF ITM-ITEM-RECORD "]"
005710                   PERFORM 2100-DISPLAY-SEARCHED-ITEM
005720                       THRU 2100-EXIT
006050
006060           PERFORM 3900-ACCEPT-VALID-PRICE THRU 3900-EXIT
006070
006072           PERFORM 3970-ACCEPT-LOCATION-STOCK THRU 3970-EXIT
006074               VARYING ITM-LOC-K FROM 1 BY 1
006076               UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
006078           PERFORM 4310-TOTAL-LOCATION-STOCK THRU 4310-EXIT
006100
006110           DISPLAY "Is the item for sale? [Y/N]: "
006120               NO ADVANCING
006150           DISPLAY "Enter supplying vendor code (blank if "
006160               "none): " NO ADVANCING
006170           ACCEPT ITM-VENDOR OF ITM-ITEM-RECORD
006172
006174           PERFORM 3950-ACCEPT-VALID-TAX-CLASS THRU 3950-EXIT
006180
006190           WRITE ITM-ITEM-RECORD
006200               INVALID KEY
006600                   MOVE ITM-VENDOR OF ITM-ITEM-RECORD TO
006610                       ITM-AUD-NEW-VALUE
006620                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
006621
006622                   MOVE "TAXCLASS" TO ITM-AUD-OPERATION
006623                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
006624                       ITM-AUD-NEW-VALUE
006625                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
006630
006640                   PERFORM 8000-WRITE-JSON-FILE THRU 8000-EXIT
006650           END-WRITE
007380           .
007390 3910-EXIT.
007400           EXIT.
007401
007402*----------------------------------------------------------------
007403* 3950-ACCEPT-VALID-TAX-CLASS
007404*
007405* Shared by add-record and the tax-class branch of edit-record.
007406* Keeps re-prompting until the operator enters one of the three
007407* classes the rate master carries; a blank answer means the
007408* standard rate, which is what most of the catalog sells at.
007409*----------------------------------------------------------------
007410 3950-ACCEPT-VALID-TAX-CLASS.
007411           MOVE "N" TO ITM-TAX-CLASS-VALID-FLAG
007412           PERFORM 3960-TAX-CLASS-ATTEMPT THRU 3960-EXIT
007413               UNTIL ITM-TAX-CLASS-IS-VALID
007414           .
007415 3950-EXIT.
007416           EXIT.
007417
007418 3960-TAX-CLASS-ATTEMPT.
007419           DISPLAY "Enter tax class - [S]tandard, [R]educed or "
007420               "[E]xempt (blank for S): " NO ADVANCING
007421           ACCEPT ITM-TAX-CLASS-INPUT
007422           INSPECT ITM-TAX-CLASS-INPUT CONVERTING "sre" TO "SRE"
007423           IF ITM-TAX-CLASS-INPUT = SPACE
007424               MOVE 'S' TO ITM-TAX-CLASS-INPUT
007425           END-IF
007426           IF ITM-TAX-CLASS-INPUT NOT = 'S' AND
007427                   ITM-TAX-CLASS-INPUT NOT = 'R' AND
007428                   ITM-TAX-CLASS-INPUT NOT = 'E'
007429               DISPLAY "Invalid tax class - S, R or E"
007430               GO TO 3960-EXIT
007431           END-IF
007432           MOVE ITM-TAX-CLASS-INPUT TO
007433               ITM-TAX-CLASS OF ITM-ITEM-RECORD
007434           MOVE "Y" TO ITM-TAX-CLASS-VALID-FLAG
007435           .
007436 3960-EXIT.
007437           EXIT.
007438
007439*----------------------------------------------------------------
007440* 3970-ACCEPT-LOCATION-STOCK
007441*
007442* Add-record asks for the opening stock at each location in
007443* turn; the item's total is their sum.
007444*----------------------------------------------------------------
007445 3970-ACCEPT-LOCATION-STOCK.
007446           DISPLAY "Enter stock on the "
007447               FUNCTION TRIM(ITM-LOC-NAME(ITM-LOC-K)) ": "
007448               NO ADVANCING
007449           ACCEPT ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-K)
007450           .
007451 3970-EXIT.
007452           EXIT.
007453
007454*----------------------------------------------------------------
007455* Edit Record
007456*
007457* Renaming an item changes the primary key, so that path is
007460* handled as a delete-and-rewrite; every other field is edited
007470* in place with REWRITE.
007480*----------------------------------------------------------------
007750           DISPLAY "   [2] SKU"
007760           DISPLAY "   [3] Description"
007770           DISPLAY "   [4] Price"
007780           DISPLAY "   [5] Stock (recount one location)"
007790           DISPLAY "   [6] Availability"
007800           DISPLAY "   [7] Vendor"
007815           DISPLAY "   [8] Replenishment levels"
007817           DISPLAY "   [9] Tax class"
007819           DISPLAY "   [Q]uit and save"
007820           DISPLAY "-<O>-: " NO ADVANCING
007830           ACCEPT ITM-EDIT-OPTION
007840
008310                       THRU 4900-EXIT
008320                   DISPLAY "Price edited"
008330               WHEN ITM-EDIT-STOCK
008332                   PERFORM 4300-EDIT-LOCATION-STOCK
008334                       THRU 4300-EXIT
008510               WHEN ITM-EDIT-AVAIL
008520                   MOVE "AVAIL" TO ITM-AUD-OPERATION
008530                   MOVE ITM-AVAIL OF ITM-ITEM-RECORD TO
008742               WHEN ITM-EDIT-REPLEN
008744                   PERFORM 4200-EDIT-REPLENISHMENT
008746                       THRU 4200-EXIT
008747               WHEN ITM-EDIT-TAX-CLASS
008748                   MOVE "TAXCLASS" TO ITM-AUD-OPERATION
008749                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
008750                       ITM-AUD-OLD-VALUE
008751                   PERFORM 3950-ACCEPT-VALID-TAX-CLASS
008752                       THRU 3950-EXIT
008753                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
008754                       ITM-AUD-NEW-VALUE
008755                   PERFORM 4900-REWRITE-ITEM
008756                       THRU 4900-EXIT
008757                   DISPLAY "Tax class edited"
008758           END-EVALUATE
008760           .
008770 4050-EXIT.
008780           EXIT.
009120                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
009125                   PERFORM 4180-WRITE-RENAME-XREF
009126                       THRU 4180-EXIT
009128                   PERFORM 4190-RENAME-IN-KIT-BOM THRU 4190-EXIT
009130                   PERFORM 8000-WRITE-JSON-FILE THRU 8000-EXIT
009140           END-WRITE
009150           .
009195           EXIT.
009196
009197*----------------------------------------------------------------
009198* 4190-RENAME-IN-KIT-BOM
009199*
009200* The bill of materials is keyed by item name, so a renamed kit
009201* or component has its kitbom.dat lines rewritten under the new
009202* name - otherwise the kit would lose the component, or the
009203* component its kit - and the table is loaded again.
009204*----------------------------------------------------------------
009205 4190-RENAME-IN-KIT-BOM.
009206           IF ITM-NUM-OF-BOM = 0
009207               GO TO 4190-EXIT
009208           END-IF
009209           OPEN I-O KIT-BOM-FILE
009210           IF ITM-KITBOM-STATUS NOT = "00"
009211               DISPLAY "Unable to open kitbom.dat - kit lines "
009212                   "still carry the old name"
009213               GO TO 4190-EXIT
009214           END-IF
009215           PERFORM 4195-RENAME-ONE-BOM-LINE THRU 4195-EXIT
009216               VARYING ITM-KIT-C FROM 1 BY 1
009217               UNTIL ITM-KIT-C > ITM-NUM-OF-BOM
009218           CLOSE KIT-BOM-FILE
009219           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
009220           .
009221 4190-EXIT.
009222           EXIT.
009223
009224 4195-RENAME-ONE-BOM-LINE.
009225           IF ITM-BMT-KIT-NAME(ITM-KIT-C) NOT =
009226                       ITM-RENAME-OLD-NAME
009227                   AND ITM-BMT-COMP-NAME(ITM-KIT-C) NOT =
009228                       ITM-RENAME-OLD-NAME
009229               GO TO 4195-EXIT
009230           END-IF
009231           MOVE ITM-BMT-KIT-NAME(ITM-KIT-C) TO ITM-BOM-KIT-NAME
009232           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-BOM-COMP-NAME
009233           READ KIT-BOM-FILE
009234               INVALID KEY
009235                   GO TO 4195-EXIT
009236           END-READ
009237           DELETE KIT-BOM-FILE
009238               INVALID KEY
009239                   GO TO 4195-EXIT
009240           END-DELETE
009241           IF ITM-BOM-KIT-NAME = ITM-RENAME-OLD-NAME
009242               MOVE ITM-EDIT-NAME-INPUT TO ITM-BOM-KIT-NAME
009243           END-IF
009244           IF ITM-BOM-COMP-NAME = ITM-RENAME-OLD-NAME
009245               MOVE ITM-EDIT-NAME-INPUT TO ITM-BOM-COMP-NAME
009246           END-IF
009247           WRITE ITM-KIT-BOM-RECORD
009248               INVALID KEY
009249                   DISPLAY "Unable to rewrite kit line for "
009250                       FUNCTION TRIM(ITM-BOM-KIT-NAME)
009251           END-WRITE
009252           .
009253 4195-EXIT.
009254           EXIT.
009255
009256*----------------------------------------------------------------
009257* 4200-EDIT-REPLENISHMENT
009258*
009259* Sets the item's own reorder point and order-up-to level -
009260* what the reorder run plans with instead of the old global
009261* threshold.  Zero in both hands the item back to the global
009262* default; a nonzero order-up-to below the reorder point would
009263* order backwards and is refused.  The sales-floor shelf
009264* capacity is set here too - the level the morning shelf fill
009265* tops the floor up to (zero leaves it to recent till sales).
009266* All three edits are audited.
009267*----------------------------------------------------------------
009268 4200-EDIT-REPLENISHMENT.
009269           DISPLAY "Enter reorder point (0 for the global "
009270               "default): " NO ADVANCING
009271           ACCEPT ITM-REPL-INPUT
009272           MOVE FUNCTION TEST-NUMVAL(ITM-REPL-INPUT) TO
009273               ITM-NUMVAL-CHECK
009274           IF ITM-NUMVAL-CHECK NOT = 0
009275               DISPLAY "Invalid reorder point"
009276               GO TO 4200-EXIT
009277           END-IF
009278           IF FUNCTION NUMVAL(ITM-REPL-INPUT) < 0 OR
009279                   FUNCTION NUMVAL(ITM-REPL-INPUT) > 9999
009280               DISPLAY "Invalid reorder point - 0 to 9999"
009281               GO TO 4200-EXIT
009282           END-IF
009283           MOVE FUNCTION NUMVAL(ITM-REPL-INPUT) TO
009284               ITM-REPL-POINT
009285
009286           DISPLAY "Enter order-up-to level (0 for the global "
009287               "default): " NO ADVANCING
009288           ACCEPT ITM-REPL-INPUT
009289           MOVE FUNCTION TEST-NUMVAL(ITM-REPL-INPUT) TO
009290               ITM-NUMVAL-CHECK
009291           IF ITM-NUMVAL-CHECK NOT = 0
009292               DISPLAY "Invalid order-up-to level"
009293               GO TO 4200-EXIT
009294           END-IF
009295           IF FUNCTION NUMVAL(ITM-REPL-INPUT) < 0 OR
009296                   FUNCTION NUMVAL(ITM-REPL-INPUT) > 9999
009297               DISPLAY "Invalid order-up-to level - 0 to 9999"
009298               GO TO 4200-EXIT
009299           END-IF
009300           MOVE FUNCTION NUMVAL(ITM-REPL-INPUT) TO
009301               ITM-REPL-UPTO
009302
009303           DISPLAY "Enter sales-floor shelf capacity (0 if not "
009304               "set): " NO ADVANCING
009305           ACCEPT ITM-REPL-INPUT
009306           MOVE FUNCTION TEST-NUMVAL(ITM-REPL-INPUT) TO
009307               ITM-NUMVAL-CHECK
009308           IF ITM-NUMVAL-CHECK NOT = 0
009309               DISPLAY "Invalid shelf capacity"
009310               GO TO 4200-EXIT
009311           END-IF
009312           IF FUNCTION NUMVAL(ITM-REPL-INPUT) < 0 OR
009313                   FUNCTION NUMVAL(ITM-REPL-INPUT) > 9999
009314               DISPLAY "Invalid shelf capacity - 0 to 9999"
009315               GO TO 4200-EXIT
009316           END-IF
009317           MOVE FUNCTION NUMVAL(ITM-REPL-INPUT) TO
009318               ITM-REPL-SHELF
009319
009320           IF ITM-REPL-UPTO > 0 AND
009321                   ITM-REPL-UPTO < ITM-REPL-POINT
009322               DISPLAY "Order-up-to must not be below the "
009323                   "reorder point"
009324               GO TO 4200-EXIT
009325           END-IF
009326
009327           MOVE "REORDPT" TO ITM-AUD-OPERATION
009328           MOVE ITM-REORDER-POINT OF ITM-ITEM-RECORD TO
009329               ITM-AUD-STOCK-DISP
009330           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
009331           MOVE ITM-ORDER-UP-TO OF ITM-ITEM-RECORD TO
009332               ITM-REPL-OLD-UPTO
009333           MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD TO
009334               ITM-REPL-OLD-SHELF
009335           MOVE ITM-REPL-POINT TO
009336               ITM-REORDER-POINT OF ITM-ITEM-RECORD
009337           MOVE ITM-REPL-UPTO TO
009338               ITM-ORDER-UP-TO OF ITM-ITEM-RECORD
009339           MOVE ITM-REPL-SHELF TO
009340               ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
009341           MOVE ITM-REPL-POINT TO ITM-AUD-STOCK-DISP
009342           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
009343           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
009344
009345           MOVE "ORDUPTO" TO ITM-AUD-OPERATION
009346           MOVE ITM-REPL-OLD-UPTO TO ITM-AUD-STOCK-DISP
009347           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
009348           MOVE ITM-REPL-UPTO TO ITM-AUD-STOCK-DISP
009349           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
009350           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
009351
009352           MOVE "SHELFCAP" TO ITM-AUD-OPERATION
009353           MOVE ITM-REPL-OLD-SHELF TO ITM-AUD-STOCK-DISP
009354           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
009355           MOVE ITM-REPL-SHELF TO ITM-AUD-STOCK-DISP
009356           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
009357           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
009358           DISPLAY "Replenishment levels edited"
009359           .
009360 4200-EXIT.
009361           EXIT.
009362
009363*----------------------------------------------------------------
009364* 4300-EDIT-LOCATION-STOCK
009365*
009366* Stock-count edit for one location: the operator picks the
009367* location recounted and keys its count; the item's total is
009368* recomputed from the three locations.  The change is audited
009369* as the before and after location breakdown, and posted to
009370* the movement ledger as an ADJUST at that location (5800).
009371*----------------------------------------------------------------
009372 4300-EDIT-LOCATION-STOCK.
009373           MOVE ITM-NAME OF ITM-SEARCH-INFORMATION TO
009374               ITM-KIT-LOOKUP-NAME
009375           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
009376           IF ITM-KIT-FOUND
009377               DISPLAY "A kit holds no stock of its own - "
009378                   "recount its components"
009379               GO TO 4300-EXIT
009380           END-IF
009381           MOVE "Recount stock at" TO ITM-LOC-PROMPT
009382           PERFORM 5410-ACCEPT-LOCATION THRU 5410-EXIT
009383           IF ITM-LOC-CHOSEN = 0
009384               DISPLAY "Stock Count unchanged"
009385               GO TO 4300-EXIT
009386           END-IF
009387           MOVE ITM-LOC-CHOSEN TO ITM-MOV-LOC
009388
009389           DISPLAY "Enter new stock count for the "
009390               FUNCTION TRIM(ITM-LOC-NAME(ITM-MOV-LOC))
009391               ": " NO ADVANCING
009392           ACCEPT ITM-REPL-INPUT
009393           MOVE FUNCTION TEST-NUMVAL(ITM-REPL-INPUT) TO
009394               ITM-NUMVAL-CHECK
009395           IF ITM-NUMVAL-CHECK NOT = 0
009396               DISPLAY "Invalid stock count"
009397               GO TO 4300-EXIT
009398           END-IF
009399           IF FUNCTION NUMVAL(ITM-REPL-INPUT) < 0 OR
009400                   FUNCTION NUMVAL(ITM-REPL-INPUT) > 9999
009401               DISPLAY "Invalid stock count - 0 to 9999"
009402               GO TO 4300-EXIT
009403           END-IF
009404
009405           MOVE "STOCK" TO ITM-AUD-OPERATION
009406           PERFORM 4320-FORMAT-LOCATION-STOCK THRU 4320-EXIT
009407           MOVE ITM-AUD-LOC-VALUE TO ITM-AUD-OLD-VALUE
009408           MOVE ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-MOV-LOC)
009409               TO ITM-MOV-OLD-STOCK
009410           MOVE FUNCTION NUMVAL(ITM-REPL-INPUT) TO
009411               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-MOV-LOC)
009412           PERFORM 4310-TOTAL-LOCATION-STOCK THRU 4310-EXIT
009413           PERFORM 4320-FORMAT-LOCATION-STOCK THRU 4320-EXIT
009414           MOVE ITM-AUD-LOC-VALUE TO ITM-AUD-NEW-VALUE
009415           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
009416           PERFORM 5800-POST-STOCK-ADJUST THRU 5800-EXIT
009417           DISPLAY "Stock Count edited"
009418           .
009419 4300-EXIT.
009420           EXIT.
009421
009422*----------------------------------------------------------------
009423* 4310-TOTAL-LOCATION-STOCK
009424*
009425* ITM-STOCK is never keyed directly - it is always the sum of
009426* the location stocks.
009427*----------------------------------------------------------------
009428 4310-TOTAL-LOCATION-STOCK.
009429           COMPUTE ITM-STOCK OF ITM-ITEM-RECORD =
009430               ITM-LOC-STOCK OF ITM-ITEM-RECORD(1) +
009431               ITM-LOC-STOCK OF ITM-ITEM-RECORD(2) +
009432               ITM-LOC-STOCK OF ITM-ITEM-RECORD(3)
009433           .
009434 4310-EXIT.
009435           EXIT.
009436
009437*----------------------------------------------------------------
009438* 4320-FORMAT-LOCATION-STOCK
009439*
009440* Lays the item's location stocks out as "F:   12 B:    3
009441* W:   40" for the audit trail, so a stock edit or transfer
009442* shows where the stock was, not just how much.
009443*----------------------------------------------------------------
009444 4320-FORMAT-LOCATION-STOCK.
009445           PERFORM 4325-FORMAT-ONE-LOCATION THRU 4325-EXIT
009446               VARYING ITM-LOC-K FROM 1 BY 1
009447               UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
009448           .
009449 4320-EXIT.
009450           EXIT.
009451
009452 4325-FORMAT-ONE-LOCATION.
009453           MOVE ITM-LOC-CODE(ITM-LOC-K) TO
009454               ITM-AUD-LOC-CODE(ITM-LOC-K)
009455           MOVE ':' TO ITM-AUD-LOC-COLON(ITM-LOC-K)
009456           MOVE ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-K) TO
009457               ITM-AUD-LOC-QTY(ITM-LOC-K)
009458           MOVE SPACE TO ITM-AUD-LOC-GAP(ITM-LOC-K)
009459           .
009460 4325-EXIT.
009461           EXIT.
009462
009463*----------------------------------------------------------------
009464* 4120-CHECK-EDIT-NAME-DUPLICATE
009465*
009466* Precheck for 4100-EDIT-NAME: a rename is implemented as a
009467* DELETE under the old key followed by a WRITE under the new one,
009468* so a new name that collides with a different item must be
009469* caught before the DELETE runs - otherwise the old record is
009470* already gone by the time the WRITE fails.  A blank re-entry or
009471* a "rename" back to the same name is not a collision.  The keyed
009472* READ below overwrites ITM-ITEM-RECORD, so the caller must
009473* refresh ITM-SEARCH-INFORMATION (6050-LOAD-SEARCH-INFO) before
009474* calling this paragraph, and 4160-RESTORE-EDIT-RECORD puts the
009475* live record back together from that cache afterward.
009476*----------------------------------------------------------------
009477 4120-CHECK-EDIT-NAME-DUPLICATE.
009478           MOVE 'N' TO ITM-NAME-DUP-FLAG
009479           IF ITM-EDIT-NAME-INPUT = SPACES
009480               GO TO 4120-EXIT
009481           END-IF
009482           IF ITM-EDIT-NAME-INPUT =
009483                   ITM-NAME OF ITM-SEARCH-INFORMATION
009484               GO TO 4120-EXIT
009485           END-IF
009486
009487           MOVE ITM-EDIT-NAME-INPUT TO ITM-NAME OF ITM-ITEM-RECORD
009488           READ ITEMS-FILE KEY IS ITM-NAME OF ITM-ITEM-RECORD
009489               INVALID KEY
009490                   CONTINUE
009491               NOT INVALID KEY
009492                   MOVE 'Y' TO ITM-NAME-DUP-FLAG
009493           END-READ
009500           PERFORM 4160-RESTORE-EDIT-RECORD THRU 4160-EXIT
009510           .
009520 4120-EXIT.
010084               TO ITM-REORDER-POINT OF ITM-ITEM-RECORD
010086           MOVE ITM-ORDER-UP-TO OF ITM-SEARCH-INFORMATION
010088               TO ITM-ORDER-UP-TO OF ITM-ITEM-RECORD
010090           MOVE ITM-TAX-CLASS OF ITM-SEARCH-INFORMATION
010092               TO ITM-TAX-CLASS OF ITM-ITEM-RECORD
010093           MOVE ITM-LOCATION-STOCK OF ITM-SEARCH-INFORMATION
010094               TO ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
010095           MOVE ITM-SHELF-CAPACITY OF ITM-SEARCH-INFORMATION
010096               TO ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
010097           .
010100 4160-EXIT.
010110           EXIT.
010120
010180                   MOVE ITM-NAME OF ITM-ITEM-RECORD TO
010190                       ITM-AUD-NAME
010200                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
010201*                  8000 browses the whole file to rebuild the
010202*                  export, so the item just rewritten is read
010203*                  back for the sale, transfer, receipt or
010204*                  refund that goes on to post from it.
010205                   MOVE ITM-NAME OF ITM-ITEM-RECORD TO
010206                       ITM-REWRITE-NAME
010210                   PERFORM 8000-WRITE-JSON-FILE THRU 8000-EXIT
010211                   MOVE ITM-REWRITE-NAME TO
010212                       ITM-NAME OF ITM-ITEM-RECORD
010213                   READ ITEMS-FILE
010214                       INVALID KEY
010215                           DISPLAY "Unable to re-read item"
010216                   END-READ
010220           END-REWRITE
010230           .
010240 4900-EXIT.
010310           MOVE 'N' TO ITM-SEARCH-MODE
010320           PERFORM 6000-SEARCH-RECORD THRU 6000-EXIT
010330           IF ITEM-FOUND
010331               MOVE ITM-NAME OF ITM-ITEM-RECORD TO
010332                   ITM-KIT-LOOKUP-NAME
010333               PERFORM 8470-FIND-COMPONENT-USE THRU 8470-EXIT
010334               IF ITM-KIT-IS-COMPONENT
010335                   DISPLAY "That item goes into kit "
010336                       FUNCTION TRIM(ITM-KIT-USED-BY)
010337                       " - take it out of the kit first"
010338                   GO TO 5000-EXIT
010339               END-IF
010340               MOVE "REMOVE" TO ITM-AUD-OPERATION
010350               MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-AUD-NAME
010360               MOVE ITM-DESC OF ITM-ITEM-RECORD TO
010420                   NOT INVALID KEY
010430                       PERFORM 7000-WRITE-AUDIT-RECORD
010440                           THRU 7000-EXIT
010442                       PERFORM 5050-REMOVE-KIT-BOM THRU 5050-EXIT
010450                       PERFORM 8000-WRITE-JSON-FILE THRU 8000-EXIT
010460               END-DELETE
010470           END-IF
010490 5000-EXIT.
010500           EXIT.
010510
010511*----------------------------------------------------------------
010512* 5050-REMOVE-KIT-BOM
010513*
010514* A kit item just removed from the catalog takes its bill of
010515* materials lines with it.
010516*----------------------------------------------------------------
010517 5050-REMOVE-KIT-BOM.
010518           MOVE ITM-AUD-NAME TO ITM-KIT-LOOKUP-NAME
010519           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
010520           IF NOT ITM-KIT-FOUND
010521               GO TO 5050-EXIT
010522           END-IF
010523           OPEN I-O KIT-BOM-FILE
010524           IF ITM-KITBOM-STATUS NOT = "00"
010525               DISPLAY "Unable to open kitbom.dat - the kit's "
010526                   "component lines are left in place"
010527               GO TO 5050-EXIT
010528           END-IF
010529           PERFORM 5055-DELETE-ONE-KIT-LINE THRU 5055-EXIT
010530               VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
010531               UNTIL ITM-KIT-C > ITM-KIT-LAST
010532           CLOSE KIT-BOM-FILE
010533           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
010534           .
010535 5050-EXIT.
010536           EXIT.
010537
010538 5055-DELETE-ONE-KIT-LINE.
010539           MOVE ITM-BMT-KIT-NAME(ITM-KIT-C) TO ITM-BOM-KIT-NAME
010540           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-BOM-COMP-NAME
010541           DELETE KIT-BOM-FILE
010542               INVALID KEY
010543                   CONTINUE
010544           END-DELETE
010545           .
010546 5055-EXIT.
010547           EXIT.
010548
010549*----------------------------------------------------------------
010550* 5200-MAINTAIN-KIT
010551*
010552* Manager-only upkeep of one kit item's bill of materials: the
010553* component items that make it up and how many of each go into
010554* one kit.  An item becomes a kit when it is given its first
010555* component and stops being one when the last is removed.  A
010556* kit never goes into another kit, and an item can only become
010557* a kit with no stock of its own.  Every change is audited
010558* (KITADD, KITQTY, KITDEL against the kit's name); on the way
010559* out the table is loaded again and items.json refreshed so
010560* the storefront sees the kit's new make-up.
010561*----------------------------------------------------------------
010562 5200-MAINTAIN-KIT.
010563           MOVE 'N' TO ITM-SEARCH-MODE
010564           PERFORM 6000-SEARCH-RECORD THRU 6000-EXIT
010565           IF NOT ITEM-FOUND
010566               STOP ">---Press Enter To Continue---<"
010567               GO TO 5200-EXIT
010568           END-IF
010569           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-MAINT-NAME
010570
010571           MOVE ITM-KIT-MAINT-NAME TO ITM-KIT-LOOKUP-NAME
010572           PERFORM 8470-FIND-COMPONENT-USE THRU 8470-EXIT
010573           IF ITM-KIT-IS-COMPONENT
010574               DISPLAY "That item goes into kit "
010575                   FUNCTION TRIM(ITM-KIT-USED-BY)
010576                   " - a kit cannot go into another kit"
010577               STOP ">---Press Enter To Continue---<"
010578               GO TO 5200-EXIT
010579           END-IF
010580           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
010581           IF NOT ITM-KIT-FOUND
010582               AND ITM-STOCK OF ITM-ITEM-RECORD NOT = 0
010583               DISPLAY "That item still holds stock - bring it "
010584                   "to zero before making it a kit"
010585               STOP ">---Press Enter To Continue---<"
010586               GO TO 5200-EXIT
010587           END-IF
010588
010589           OPEN I-O KIT-BOM-FILE
010590           IF ITM-KITBOM-STATUS = "35"
010591               OPEN OUTPUT KIT-BOM-FILE
010592               CLOSE KIT-BOM-FILE
010593               OPEN I-O KIT-BOM-FILE
010594           END-IF
010595           IF ITM-KITBOM-STATUS NOT = "00"
010596               DISPLAY "Unable to open kitbom.dat"
010597               STOP ">---Press Enter To Continue---<"
010598               GO TO 5200-EXIT
010599           END-IF
010600
010601           MOVE SPACES TO ITM-KIT-MAINT-OPTION
010602           PERFORM 5210-KIT-MAINT-CYCLE THRU 5210-EXIT
010603               UNTIL ITM-KIT-MAINT-QUIT
010604           MOVE SPACES TO ITM-KIT-MAINT-OPTION
010605           CLOSE KIT-BOM-FILE
010606           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
010607           PERFORM 8000-WRITE-JSON-FILE THRU 8000-EXIT
010608           .
010609 5200-EXIT.
010610           EXIT.
010611
010612 5210-KIT-MAINT-CYCLE.
010613           DISPLAY ">---"
010614           DISPLAY "Kit components of "
010615               FUNCTION TRIM(ITM-KIT-MAINT-NAME) ":"
010616           PERFORM 5215-LIST-KIT-LINES THRU 5215-EXIT
010617           DISPLAY "   [A]dd a component"
010618           DISPLAY "   [C]hange a component's quantity"
010619           DISPLAY "   [R]emove a component"
010620           DISPLAY "   [Q]uit"
010621           DISPLAY "-<O>-: " NO ADVANCING
010622           ACCEPT ITM-KIT-MAINT-OPTION
010623
010624           EVALUATE TRUE
010625               WHEN ITM-KIT-MAINT-ADD
010626                   PERFORM 5220-ADD-KIT-LINE THRU 5220-EXIT
010627               WHEN ITM-KIT-MAINT-CHANGE
010628                   PERFORM 5230-CHANGE-KIT-LINE THRU 5230-EXIT
010629               WHEN ITM-KIT-MAINT-REMOVE
010630                   PERFORM 5240-REMOVE-KIT-LINE THRU 5240-EXIT
010631           END-EVALUATE
010632           .
010633 5210-EXIT.
010634           EXIT.
010635
010636*----------------------------------------------------------------
010637* 5215-LIST-KIT-LINES
010638*
010639* Lists the kit's lines straight off kitbom.dat - the key puts
010640* them together, in component order.
010641*----------------------------------------------------------------
010642 5215-LIST-KIT-LINES.
010643           MOVE 0 TO ITM-KIT-LINE-COUNT
010644           MOVE 'N' TO ITM-KIT-LIST-EOF-FLAG
010645           MOVE ITM-KIT-MAINT-NAME TO ITM-BOM-KIT-NAME
010646           MOVE LOW-VALUES TO ITM-BOM-COMP-NAME
010647           START KIT-BOM-FILE KEY IS NOT LESS THAN ITM-BOM-KEY
010648               INVALID KEY
010649                   MOVE 'Y' TO ITM-KIT-LIST-EOF-FLAG
010650           END-START
010651           PERFORM 5217-LIST-ONE-KIT-LINE THRU 5217-EXIT
010652               UNTIL ITM-KIT-LIST-EOF
010653           IF ITM-KIT-LINE-COUNT = 0
010654               DISPLAY "   (no components - not a kit)"
010655           END-IF
010656           .
010657 5215-EXIT.
010658           EXIT.
010659
010660 5217-LIST-ONE-KIT-LINE.
010661           READ KIT-BOM-FILE NEXT RECORD
010662               AT END
010663                   MOVE 'Y' TO ITM-KIT-LIST-EOF-FLAG
010664                   GO TO 5217-EXIT
010665           END-READ
010666           IF ITM-BOM-KIT-NAME NOT = ITM-KIT-MAINT-NAME
010667               MOVE 'Y' TO ITM-KIT-LIST-EOF-FLAG
010668               GO TO 5217-EXIT
010669           END-IF
010670           ADD 1 TO ITM-KIT-LINE-COUNT
010671           PERFORM 5260-FORMAT-KIT-LINE THRU 5260-EXIT
010672           DISPLAY "   " ITM-KIT-LINE-TEXT
010673           .
010674 5217-EXIT.
010675           EXIT.
010676
010677*----------------------------------------------------------------
010678* 5220-ADD-KIT-LINE
010679*
010680* Adds a component to the kit.  The component must be on the
010681* catalog, must not be the kit itself and must not be a kit.
010682*----------------------------------------------------------------
010683 5220-ADD-KIT-LINE.
010684           DISPLAY "Enter component item name: " NO ADVANCING
010685           ACCEPT ITM-KIT-COMP-INPUT
010686           IF ITM-KIT-COMP-INPUT = SPACES
010687               GO TO 5220-EXIT
010688           END-IF
010689           IF ITM-KIT-COMP-INPUT = ITM-KIT-MAINT-NAME
010690               DISPLAY "A kit cannot go into itself"
010691               GO TO 5220-EXIT
010692           END-IF
010693           MOVE ITM-KIT-COMP-INPUT TO ITM-NAME OF ITM-ITEM-RECORD
010694           READ ITEMS-FILE
010695               INVALID KEY
010696                   DISPLAY "No item of that name"
010697                   GO TO 5220-EXIT
010698           END-READ
010699           MOVE ITM-KIT-COMP-INPUT TO ITM-KIT-LOOKUP-NAME
010700           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
010701           IF ITM-KIT-FOUND
010702               DISPLAY "That item is a kit itself - a kit cannot "
010703                   "go into another kit"
010704               GO TO 5220-EXIT
010705           END-IF
010706
010707           PERFORM 5250-ACCEPT-KIT-QTY THRU 5250-EXIT
010708           IF NOT ITM-KIT-QTY-IS-VALID
010709               GO TO 5220-EXIT
010710           END-IF
010711
010712           MOVE SPACES TO ITM-KIT-BOM-RECORD
010713           MOVE ITM-KIT-MAINT-NAME TO ITM-BOM-KIT-NAME
010714           MOVE ITM-KIT-COMP-INPUT TO ITM-BOM-COMP-NAME
010715           MOVE ITM-KIT-QTY TO ITM-BOM-QTY
010716           ACCEPT ITM-BOM-DATE FROM DATE YYYYMMDD
010717           WRITE ITM-KIT-BOM-RECORD
010718               INVALID KEY
010719                   DISPLAY "That item is already in the kit - "
010720                       "[C]hange its quantity instead"
010721               NOT INVALID KEY
010722                   MOVE "KITADD" TO ITM-AUD-OPERATION
010723                   MOVE ITM-KIT-MAINT-NAME TO ITM-AUD-NAME
010724                   MOVE SPACES TO ITM-AUD-OLD-VALUE
010725                   PERFORM 5260-FORMAT-KIT-LINE THRU 5260-EXIT
010726                   MOVE ITM-KIT-LINE-TEXT TO ITM-AUD-NEW-VALUE
010727                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
010728                   DISPLAY "Component added"
010729           END-WRITE
010730           .
010731 5220-EXIT.
010732           EXIT.
010733
010734 5230-CHANGE-KIT-LINE.
010735           DISPLAY "Enter component item name: " NO ADVANCING
010736           ACCEPT ITM-KIT-COMP-INPUT
010737           MOVE ITM-KIT-MAINT-NAME TO ITM-BOM-KIT-NAME
010738           MOVE ITM-KIT-COMP-INPUT TO ITM-BOM-COMP-NAME
010739           READ KIT-BOM-FILE
010740               INVALID KEY
010741                   DISPLAY "That item is not in the kit"
010742                   GO TO 5230-EXIT
010743           END-READ
010744           PERFORM 5250-ACCEPT-KIT-QTY THRU 5250-EXIT
010745           IF NOT ITM-KIT-QTY-IS-VALID
010746               GO TO 5230-EXIT
010747           END-IF
010748
010749           PERFORM 5260-FORMAT-KIT-LINE THRU 5260-EXIT
010750           MOVE ITM-KIT-LINE-TEXT TO ITM-AUD-OLD-VALUE
010751           MOVE ITM-KIT-QTY TO ITM-BOM-QTY
010752           ACCEPT ITM-BOM-DATE FROM DATE YYYYMMDD
010753           REWRITE ITM-KIT-BOM-RECORD
010754               INVALID KEY
010755                   DISPLAY "Unable to update the kit"
010756               NOT INVALID KEY
010757                   MOVE "KITQTY" TO ITM-AUD-OPERATION
010758                   MOVE ITM-KIT-MAINT-NAME TO ITM-AUD-NAME
010759                   PERFORM 5260-FORMAT-KIT-LINE THRU 5260-EXIT
010760                   MOVE ITM-KIT-LINE-TEXT TO ITM-AUD-NEW-VALUE
010761                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
010762                   DISPLAY "Quantity changed"
010763           END-REWRITE
010764           .
010765 5230-EXIT.
010766           EXIT.
010767
010768 5240-REMOVE-KIT-LINE.
010769           DISPLAY "Enter component item name: " NO ADVANCING
010770           ACCEPT ITM-KIT-COMP-INPUT
010771           MOVE ITM-KIT-MAINT-NAME TO ITM-BOM-KIT-NAME
010772           MOVE ITM-KIT-COMP-INPUT TO ITM-BOM-COMP-NAME
010773           READ KIT-BOM-FILE
010774               INVALID KEY
010775                   DISPLAY "That item is not in the kit"
010776                   GO TO 5240-EXIT
010777           END-READ
010778           PERFORM 5260-FORMAT-KIT-LINE THRU 5260-EXIT
010779           DELETE KIT-BOM-FILE
010780               INVALID KEY
010781                   DISPLAY "Unable to update the kit"
010782               NOT INVALID KEY
010783                   MOVE "KITDEL" TO ITM-AUD-OPERATION
010784                   MOVE ITM-KIT-MAINT-NAME TO ITM-AUD-NAME
010785                   MOVE ITM-KIT-LINE-TEXT TO ITM-AUD-OLD-VALUE
010786                   MOVE SPACES TO ITM-AUD-NEW-VALUE
010787                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
010788                   DISPLAY "Component removed"
010789           END-DELETE
010790           .
010791 5240-EXIT.
010792           EXIT.
010793
010794*----------------------------------------------------------------
010795* 5250-ACCEPT-KIT-QTY
010796*
010797* How many of the component go into one kit - a whole number
010798* from 1 to 9999.
010799*----------------------------------------------------------------
010800 5250-ACCEPT-KIT-QTY.
010801           MOVE 'N' TO ITM-KIT-QTY-FLAG
010802           DISPLAY "Enter quantity in one kit: " NO ADVANCING
010803           ACCEPT ITM-KIT-QTY-INPUT
010804           MOVE FUNCTION TEST-NUMVAL(ITM-KIT-QTY-INPUT) TO
010805               ITM-NUMVAL-CHECK
010806           IF ITM-NUMVAL-CHECK NOT = 0
010807               DISPLAY "Invalid quantity"
010808               GO TO 5250-EXIT
010809           END-IF
010810           IF FUNCTION NUMVAL(ITM-KIT-QTY-INPUT) < 1 OR
010811                   FUNCTION NUMVAL(ITM-KIT-QTY-INPUT) > 9999
010812               DISPLAY "Invalid quantity"
010813               GO TO 5250-EXIT
010814           END-IF
010815           MOVE FUNCTION NUMVAL(ITM-KIT-QTY-INPUT) TO ITM-KIT-QTY
010816           MOVE 'Y' TO ITM-KIT-QTY-FLAG
010817           .
010818 5250-EXIT.
010819           EXIT.
010820
010821*----------------------------------------------------------------
010822* 5260-FORMAT-KIT-LINE
010823*
010824* "component x qty" for the bill of materials record - the
010825* form the listing and the audit trail both use.
010826*----------------------------------------------------------------
010827 5260-FORMAT-KIT-LINE.
010828           MOVE ITM-BOM-QTY TO ITM-KIT-QTY-DISP
010829           MOVE SPACES TO ITM-KIT-LINE-TEXT
010830           STRING FUNCTION TRIM(ITM-BOM-COMP-NAME) " x "
010831               FUNCTION TRIM(ITM-KIT-QTY-DISP)
010832               DELIMITED BY SIZE INTO ITM-KIT-LINE-TEXT
010833           .
010834 5260-EXIT.
010835           EXIT.
010836
010837*----------------------------------------------------------------
010838* 5300-CASH-UP-DRAWER
010839*
010840* End-of-shift balance of one till user's cash drawer.  A clerk
010841* cashes up their own drawer; a manager may name any operator.
010842* The shift is every receipt that user has rung above the
010843* drawer's last cash-up (5310), totalled by cash and card from
010844* the tender log (5320).  The opening float and the cash
010845* counted are keyed in - the count is taken blind, before the
010846* expected figure is shown - and the over/short goes to
010847* cashup.dat and the audit trail.
010848*----------------------------------------------------------------
010849 5300-CASH-UP-DRAWER.
010850           MOVE ITM-SIGNON-USER TO ITM-CASHUP-USER
010851           IF ITM-SIGNON-MANAGER
010852               DISPLAY "Till user to cash up (blank for own): "
010853                   NO ADVANCING
010854               ACCEPT ITM-CASHUP-USER
010855               IF ITM-CASHUP-USER = SPACES
010856                   MOVE ITM-SIGNON-USER TO ITM-CASHUP-USER
010857               END-IF
010858               MOVE ITM-CASHUP-USER TO ITM-OPR-USER-ID
010859               READ OPERATOR-FILE
010860                   INVALID KEY
010861                       DISPLAY "No operator with that user ID"
010862                       GO TO 5300-EXIT
010863               END-READ
010864           END-IF
010865
010866           INITIALIZE ITM-SHIFT-TOTALS
010867           PERFORM 5310-FIND-LAST-CASHUP THRU 5310-EXIT
010868           PERFORM 5320-TOTAL-SHIFT-TENDERS THRU 5320-EXIT
010869           DISPLAY "Cash-up for " FUNCTION TRIM(ITM-CASHUP-USER)
010870               " - " ITM-SHIFT-RECEIPTS
010871               " receipt(s) since the last cash-up"
010872
010873           MOVE "Opening float (blank to abandon):" TO
010874               ITM-AMOUNT-PROMPT
010875           PERFORM 5590-ACCEPT-VALID-AMOUNT THRU 5590-EXIT
010876           IF ITM-AMOUNT-CANCELLED
010877               DISPLAY "Cash-up abandoned"
010878               GO TO 5300-EXIT
010879           END-IF
010880           MOVE ITM-AMOUNT-VALUE TO ITM-SHIFT-FLOAT
010881
010882           MOVE "Cash counted in drawer (blank to abandon):" TO
010883               ITM-AMOUNT-PROMPT
010884           PERFORM 5590-ACCEPT-VALID-AMOUNT THRU 5590-EXIT
010885           IF ITM-AMOUNT-CANCELLED
010886               DISPLAY "Cash-up abandoned"
010887               GO TO 5300-EXIT
010888           END-IF
010889           MOVE ITM-AMOUNT-VALUE TO ITM-SHIFT-COUNTED
010890
010891           COMPUTE ITM-SHIFT-EXPECTED =
010892               ITM-SHIFT-FLOAT + ITM-SHIFT-CASH-SALES -
010893                   ITM-SHIFT-CASH-REFUNDS
010894           COMPUTE ITM-SHIFT-OVER-SHORT =
010895               ITM-SHIFT-COUNTED - ITM-SHIFT-EXPECTED
010896
010897           MOVE ITM-SHIFT-FLOAT TO ITM-MONEY-DISP
010898           DISPLAY "Opening float:      " ITM-MONEY-DISP
010899           MOVE ITM-SHIFT-CASH-SALES TO ITM-MONEY-DISP
010900           DISPLAY "Cash sales:         " ITM-MONEY-DISP
010901           MOVE ITM-SHIFT-CASH-REFUNDS TO ITM-MONEY-DISP
010902           DISPLAY "Cash refunds:       " ITM-MONEY-DISP
010903           MOVE ITM-SHIFT-CARD-SALES TO ITM-MONEY-DISP
010904           DISPLAY "Card sales:         " ITM-MONEY-DISP
010905           MOVE ITM-SHIFT-CARD-REFUNDS TO ITM-MONEY-DISP
010906           DISPLAY "Card refunds:       " ITM-MONEY-DISP
010907           MOVE ITM-SHIFT-EXPECTED TO ITM-SIGNED-MONEY-DISP
010908           DISPLAY "Expected cash:     " ITM-SIGNED-MONEY-DISP
010909           MOVE ITM-SHIFT-COUNTED TO ITM-MONEY-DISP
010910           DISPLAY "Counted cash:       " ITM-MONEY-DISP
010911           MOVE ITM-SHIFT-OVER-SHORT TO ITM-SIGNED-MONEY-DISP
010912           DISPLAY "Over/short:        " ITM-SIGNED-MONEY-DISP
010913
010914           PERFORM 5330-WRITE-CASHUP THRU 5330-EXIT
010915
010916           MOVE "CASHUP" TO ITM-AUD-OPERATION
010917           MOVE ITM-CASHUP-USER TO ITM-AUD-NAME
010918           MOVE ITM-SHIFT-EXPECTED TO ITM-SIGNED-MONEY-DISP
010919           MOVE ITM-SIGNED-MONEY-DISP TO ITM-AUD-OLD-VALUE
010920           MOVE ITM-SHIFT-COUNTED TO ITM-MONEY-DISP
010921           MOVE ITM-MONEY-DISP TO ITM-AUD-NEW-VALUE
010922           PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
010923           DISPLAY "Cash-up recorded"
010924           .
010925 5300-EXIT.
010926           EXIT.
010927
010928*----------------------------------------------------------------
010929* 5310-FIND-LAST-CASHUP
010930*
010931* Finds the highest receipt number the drawer's earlier cash-ups
010932* already covered; a drawer never cashed up starts from zero.
010933*----------------------------------------------------------------
010934 5310-FIND-LAST-CASHUP.
010935           MOVE 0 TO ITM-SHIFT-AFTER
010936           OPEN INPUT CASHUP-FILE
010937           IF ITM-CASHUP-STATUS NOT = "00"
010938               GO TO 5310-EXIT
010939           END-IF
010940           MOVE 'N' TO ITM-EOF-FLAG
010941           PERFORM 5315-SCAN-ONE-CASHUP THRU 5315-EXIT
010942               UNTIL ITM-EOF
010943           CLOSE CASHUP-FILE
010944           .
010945 5310-EXIT.
010946           EXIT.
010947
010948 5315-SCAN-ONE-CASHUP.
010949           READ CASHUP-FILE
010950               AT END
010951                   MOVE 'Y' TO ITM-EOF-FLAG
010952               NOT AT END
010953                   IF ITM-CSH-USER = ITM-CASHUP-USER
010954                       AND ITM-CSH-LAST-RECEIPT > ITM-SHIFT-AFTER
010955                       MOVE ITM-CSH-LAST-RECEIPT TO
010956                           ITM-SHIFT-AFTER
010957                   END-IF
010958           END-READ
010959           .
010960 5315-EXIT.
010961           EXIT.
010962
010963*----------------------------------------------------------------
010964* 5320-TOTAL-SHIFT-TENDERS
010965*
010966* Re-reads the tender log from the top for the drawer's receipts
010967* above ITM-SHIFT-AFTER, then puts the log back in extend mode
010968* for the rest of the session.
010969*----------------------------------------------------------------
010970 5320-TOTAL-SHIFT-TENDERS.
010971           CLOSE TENDER-FILE
010972           OPEN INPUT TENDER-FILE
010973           IF ITM-TENDER-STATUS = "00"
010974               MOVE 'N' TO ITM-EOF-FLAG
010975               PERFORM 5325-ADD-ONE-TENDER THRU 5325-EXIT
010976                   UNTIL ITM-EOF
010977               CLOSE TENDER-FILE
010978           END-IF
010979
010980           OPEN EXTEND TENDER-FILE
010981           IF ITM-TENDER-STATUS = "35"
010982               OPEN OUTPUT TENDER-FILE
010983               CLOSE TENDER-FILE
010984               OPEN EXTEND TENDER-FILE
010985           END-IF
010986           .
010987 5320-EXIT.
010988           EXIT.
010989
010990 5325-ADD-ONE-TENDER.
010991           READ TENDER-FILE
010992               AT END
010993                   MOVE 'Y' TO ITM-EOF-FLAG
010994                   GO TO 5325-EXIT
010995           END-READ
010996           IF ITM-TND-USER NOT = ITM-CASHUP-USER
010997               OR ITM-TND-RECEIPT NOT > ITM-SHIFT-AFTER
010998               GO TO 5325-EXIT
010999           END-IF
011000
011001           ADD 1 TO ITM-SHIFT-RECEIPTS
011002           IF ITM-SHIFT-FIRST = 0
011003               MOVE ITM-TND-RECEIPT TO ITM-SHIFT-FIRST
011004           END-IF
011005           MOVE ITM-TND-RECEIPT TO ITM-SHIFT-LAST
011006           IF ITM-TND-IS-REFUND
011007               ADD ITM-TND-CASH TO ITM-SHIFT-CASH-REFUNDS
011008               ADD ITM-TND-CARD TO ITM-SHIFT-CARD-REFUNDS
011009           ELSE
011010               ADD ITM-TND-CASH TO ITM-SHIFT-CASH-SALES
011011               ADD ITM-TND-CARD TO ITM-SHIFT-CARD-SALES
011012           END-IF
011013           .
011014 5325-EXIT.
011015           EXIT.
011016
011017*----------------------------------------------------------------
011018* 5330-WRITE-CASHUP
011019*
011020* Appends the drawer balance to cashup.dat.  A shift with no
011021* receipts keeps the previous high-water receipt, so the next
011022* cash-up still starts in the right place.
011023*----------------------------------------------------------------
011024 5330-WRITE-CASHUP.
011025           OPEN EXTEND CASHUP-FILE
011026           IF ITM-CASHUP-STATUS = "35"
011027               OPEN OUTPUT CASHUP-FILE
011028               CLOSE CASHUP-FILE
011029               OPEN EXTEND CASHUP-FILE
011030           END-IF
011031
011032           MOVE SPACES TO ITM-CASHUP-RECORD
011033           ACCEPT ITM-CSH-DATE FROM DATE YYYYMMDD
011034           ACCEPT ITM-CSH-TIME FROM TIME
011035           MOVE ITM-CASHUP-USER TO ITM-CSH-USER
011036           MOVE ITM-SHIFT-FIRST TO ITM-CSH-FIRST-RECEIPT
011037           IF ITM-SHIFT-RECEIPTS = 0
011038               MOVE ITM-SHIFT-AFTER TO ITM-CSH-LAST-RECEIPT
011039           ELSE
011040               MOVE ITM-SHIFT-LAST TO ITM-CSH-LAST-RECEIPT
011041           END-IF
011042           MOVE ITM-SHIFT-FLOAT TO ITM-CSH-FLOAT
011043           MOVE ITM-SHIFT-CASH-SALES TO ITM-CSH-CASH-SALES
011044           MOVE ITM-SHIFT-CASH-REFUNDS TO ITM-CSH-CASH-REFUNDS
011045           MOVE ITM-SHIFT-CARD-SALES TO ITM-CSH-CARD-SALES
011046           MOVE ITM-SHIFT-CARD-REFUNDS TO ITM-CSH-CARD-REFUNDS
011047           MOVE ITM-SHIFT-EXPECTED TO ITM-CSH-EXPECTED
011048           MOVE ITM-SHIFT-COUNTED TO ITM-CSH-COUNTED
011049           MOVE ITM-SHIFT-OVER-SHORT TO ITM-CSH-OVER-SHORT
011050           MOVE ITM-SIGNON-USER TO ITM-CSH-CLOSED-BY
011051           WRITE ITM-CASHUP-RECORD
011052           CLOSE CASHUP-FILE
011053           .
011054 5330-EXIT.
011055           EXIT.
011056
011057*----------------------------------------------------------------
011058* 5500-SELL-ITEM
011059*
011060* Point-of-sale transaction for a whole basket.  Items are rung
011061* up one at a time (5510) until a blank name ends the basket;
011062* each line's quantity is checked against the sales floor,
011063* counting what the basket already holds of that item.  The
011064* tender is then taken (5530) and, only once it is accepted,
011065* every line is posted under one receipt number (5550) - stock
011066* decremented through 4900-REWRITE-ITEM so it is audited and
011067* autosaved, a sales-log line and a SALE movement per item -
011068* the tender is logged and the customer receipt printed.
011069*----------------------------------------------------------------
011070 5500-SELL-ITEM.
011071           MOVE 0 TO ITM-BSK-COUNT
011072           MOVE 0 TO ITM-BSK-DUE
011073           MOVE 0 TO ITM-BSK-NET
011074           MOVE 0 TO ITM-BSK-TAX-TOTAL
011075           MOVE 'N' TO ITM-BSK-DONE-FLAG
011076           PERFORM 5510-RING-UP-LINE THRU 5510-EXIT
011077               UNTIL ITM-BSK-DONE
011078           IF ITM-BSK-COUNT = 0
011079               DISPLAY "Basket is empty - nothing sold"
011080               GO TO 5500-EXIT
011081           END-IF
011082
011083           PERFORM 5530-TAKE-TENDER THRU 5530-EXIT
011084           IF NOT ITM-TENDER-TAKEN
011085               DISPLAY "Sale cancelled - nothing posted"
011086               GO TO 5500-EXIT
011087           END-IF
011088
011089           MOVE 'S' TO ITM-RCPT-KIND
011090           PERFORM 5560-ALLOCATE-RECEIPT THRU 5560-EXIT
011091           PERFORM 5550-POST-BASKET-LINE THRU 5550-EXIT
011092               VARYING ITM-BSK-INDEX FROM 1 BY 1
011093               UNTIL ITM-BSK-INDEX > ITM-BSK-COUNT
011094           PERFORM 5570-WRITE-TENDER-RECORD THRU 5570-EXIT
011095           PERFORM 5580-PRINT-RECEIPT THRU 5580-EXIT
011096           DISPLAY "Sale recorded - receipt " ITM-CUR-RECEIPT
011097           IF ITM-PAY-CHANGE > 0
011098               MOVE ITM-PAY-CHANGE TO ITM-MONEY-DISP
011099               DISPLAY "Change due:    " ITM-MONEY-DISP
011100           END-IF
011101           .
011102 5500-EXIT.
011103           EXIT.
011104
011105*----------------------------------------------------------------
011106* 5510-RING-UP-LINE
011107*
011108* Adds one item to the basket.  A blank item name closes the
011109* basket; an item already in the basket has the new quantity
011110* added to its line rather than taking a second one.  Prices
011111* are tax-exclusive: each line's tax is worked out afresh on
011112* the whole line at the item's class rate and the amount due
011113* is the net of every line plus their tax.  A kit is rung up
011114* at its own price but judged against its components' floor
011115* stock (5512), counting what the rest of the basket already
011116* needs of each component.
011117*----------------------------------------------------------------
011118 5510-RING-UP-LINE.
011119           MOVE ITM-BSK-DUE TO ITM-MONEY-DISP
011120           DISPLAY "Basket: " ITM-BSK-COUNT " line(s), due "
011121               ITM-MONEY-DISP
011122           DISPLAY "Enter item name (blank to finish): "
011123               NO ADVANCING
011124           ACCEPT ITM-NAME OF ITM-SEARCH-INFORMATION
011125           IF ITM-NAME OF ITM-SEARCH-INFORMATION = SPACES
011126               MOVE 'Y' TO ITM-BSK-DONE-FLAG
011127               GO TO 5510-EXIT
011128           END-IF
011129           MOVE ITM-NAME OF ITM-SEARCH-INFORMATION TO ITM-NAME
011130               OF ITM-ITEM-RECORD
011131           READ ITEMS-FILE
011132               INVALID KEY
011133                   DISPLAY "No item of that name"
011134                   GO TO 5510-EXIT
011135           END-READ
011136
011137           DISPLAY "Enter quantity to sell: " NO ADVANCING
011138           ACCEPT ITM-SELL-QTY-INPUT
011139           MOVE FUNCTION TEST-NUMVAL(ITM-SELL-QTY-INPUT) TO
011140               ITM-NUMVAL-CHECK
011141           IF ITM-NUMVAL-CHECK NOT = 0
011142               DISPLAY "Invalid quantity"
011143               GO TO 5510-EXIT
011144           END-IF
011145           IF FUNCTION NUMVAL(ITM-SELL-QTY-INPUT) > 9999
011146               DISPLAY "Invalid quantity"
011147               GO TO 5510-EXIT
011148           END-IF
011149           MOVE FUNCTION NUMVAL(ITM-SELL-QTY-INPUT) TO
011150               ITM-SELL-QTY
011151           IF ITM-SELL-QTY NOT > 0
011152               DISPLAY "Invalid quantity"
011153               GO TO 5510-EXIT
011154           END-IF
011155
011156           MOVE 0 TO ITM-BSK-MATCH
011157           PERFORM 5520-FIND-BASKET-LINE THRU 5520-EXIT
011158               VARYING ITM-BSK-INDEX FROM 1 BY 1
011159               UNTIL ITM-BSK-INDEX > ITM-BSK-COUNT
011160                   OR ITM-BSK-MATCH NOT = 0
011161           IF ITM-BSK-MATCH = 0
011162               IF ITM-BSK-COUNT = 50
011163                   DISPLAY "Basket is full - finish this sale "
011164                       "and start another"
011165                   GO TO 5510-EXIT
011166               END-IF
011167               MOVE ITM-SELL-QTY TO ITM-BSK-NEW-QTY
011168           ELSE
011169               COMPUTE ITM-BSK-NEW-QTY =
011170                   ITM-BSK-QTY(ITM-BSK-MATCH) + ITM-SELL-QTY
011171           END-IF
011172
011173           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
011174           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
011175           IF ITM-KIT-FOUND
011176               PERFORM 5512-CHECK-KIT-STOCK THRU 5512-EXIT
011177               IF NOT ITM-BSK-STOCK-OK
011178                   GO TO 5510-EXIT
011179               END-IF
011180               GO TO 5510-ADD-LINE
011181           END-IF
011182           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-BSK-DEMAND-NAME
011183           MOVE ITM-BSK-NEW-QTY TO ITM-BSK-NEED-QTY
011184           PERFORM 5516-ADD-BASKET-DEMAND THRU 5516-EXIT
011185               VARYING ITM-BSK-INDEX FROM 1 BY 1
011186               UNTIL ITM-BSK-INDEX > ITM-BSK-COUNT
011187
011188           IF ITM-BSK-NEED-QTY >
011189                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
011190               MOVE
011191                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
011192                   TO ITM-LOC-QTY-DISP
011193               DISPLAY "Insufficient stock on the sales floor - "
011194                   FUNCTION TRIM(ITM-LOC-QTY-DISP) " on the shelf"
011195               COMPUTE ITM-LOC-OTHER-STOCK =
011196                   ITM-STOCK OF ITM-ITEM-RECORD -
011197                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
011198               IF ITM-LOC-OTHER-STOCK > 0
011199                   MOVE ITM-LOC-OTHER-STOCK TO ITM-LOC-QTY-DISP
011200                   DISPLAY "  " FUNCTION TRIM(ITM-LOC-QTY-DISP)
011201                       " more in the back room/warehouse - "
011202                       "[M]ove it out first"
011203               END-IF
011204               GO TO 5510-EXIT
011205           END-IF
011206           .
011207
011208 5510-ADD-LINE.
011209           IF ITM-BSK-MATCH = 0
011210               ADD 1 TO ITM-BSK-COUNT
011211               MOVE ITM-BSK-COUNT TO ITM-BSK-MATCH
011212               MOVE ITM-NAME OF ITM-ITEM-RECORD TO
011213                   ITM-BSK-NAME(ITM-BSK-MATCH)
011214               MOVE ITM-PRICE OF ITM-ITEM-RECORD TO
011215                   ITM-BSK-PRICE(ITM-BSK-MATCH)
011216               MOVE 0 TO ITM-BSK-AMOUNT(ITM-BSK-MATCH)
011217               MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
011218                   ITM-BSK-TAX-CLASS(ITM-BSK-MATCH)
011219               MOVE 0 TO ITM-BSK-TAX(ITM-BSK-MATCH)
011220           END-IF
011221           MOVE ITM-BSK-NEW-QTY TO ITM-BSK-QTY(ITM-BSK-MATCH)
011222           SUBTRACT ITM-BSK-AMOUNT(ITM-BSK-MATCH) FROM ITM-BSK-NET
011223           SUBTRACT ITM-BSK-TAX(ITM-BSK-MATCH) FROM
011224               ITM-BSK-TAX-TOTAL
011225           COMPUTE ITM-BSK-AMOUNT(ITM-BSK-MATCH) =
011226               ITM-BSK-PRICE(ITM-BSK-MATCH) *
011227                   ITM-BSK-QTY(ITM-BSK-MATCH)
011228           MOVE ITM-BSK-TAX-CLASS(ITM-BSK-MATCH) TO
011229               ITM-TAX-CALC-CLASS
011230           MOVE ITM-BSK-AMOUNT(ITM-BSK-MATCH) TO ITM-TAX-CALC-NET
011231           PERFORM 8850-COMPUTE-LINE-TAX THRU 8850-EXIT
011232           MOVE ITM-TAX-CALC-CLASS TO
011233               ITM-BSK-TAX-CLASS(ITM-BSK-MATCH)
011234           MOVE ITM-TAX-CALC-AMOUNT TO ITM-BSK-TAX(ITM-BSK-MATCH)
011235           ADD ITM-BSK-AMOUNT(ITM-BSK-MATCH) TO ITM-BSK-NET
011236           ADD ITM-BSK-TAX(ITM-BSK-MATCH) TO ITM-BSK-TAX-TOTAL
011237           COMPUTE ITM-BSK-DUE = ITM-BSK-NET + ITM-BSK-TAX-TOTAL
011238           MOVE ITM-BSK-AMOUNT(ITM-BSK-MATCH) TO ITM-MONEY-DISP
011239           DISPLAY FUNCTION TRIM(ITM-BSK-NAME(ITM-BSK-MATCH))
011240               " x " ITM-BSK-QTY(ITM-BSK-MATCH) " = "
011241               ITM-MONEY-DISP
011242           MOVE ITM-BSK-TAX(ITM-BSK-MATCH) TO ITM-MONEY-DISP
011243           DISPLAY "    plus tax (class "
011244               ITM-BSK-TAX-CLASS(ITM-BSK-MATCH) ")  "
011245               ITM-MONEY-DISP
011246           .
011247 5510-EXIT.
011248           EXIT.
011249
011250 5520-FIND-BASKET-LINE.
011251           IF ITM-BSK-NAME(ITM-BSK-INDEX) =
011252                   ITM-NAME OF ITM-ITEM-RECORD
011253               MOVE ITM-BSK-INDEX TO ITM-BSK-MATCH
011254           END-IF
011255           .
011256 5520-EXIT.
011257           EXIT.
011258
011259*----------------------------------------------------------------
011260* 5512-CHECK-KIT-STOCK
011261*
011262* A kit sells out of its components: each must have enough on
011263* the sales floor for the kit's new basket quantity times the
011264* bill of materials quantity, plus whatever the rest of the
011265* basket needs of it.  The kit's own record is read back
011266* afterwards for the basket line.
011267*----------------------------------------------------------------
011268 5512-CHECK-KIT-STOCK.
011269           MOVE 'Y' TO ITM-BSK-STOCK-FLAG
011270           PERFORM 5513-CHECK-KIT-COMPONENT THRU 5513-EXIT
011271               VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
011272               UNTIL ITM-KIT-C > ITM-KIT-LAST
011273                   OR NOT ITM-BSK-STOCK-OK
011274           MOVE ITM-NAME OF ITM-SEARCH-INFORMATION TO ITM-NAME
011275               OF ITM-ITEM-RECORD
011276           READ ITEMS-FILE
011277               INVALID KEY
011278                   MOVE 'N' TO ITM-BSK-STOCK-FLAG
011279           END-READ
011280           .
011281 5512-EXIT.
011282           EXIT.
011283
011284 5513-CHECK-KIT-COMPONENT.
011285           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO
011286               ITM-BSK-DEMAND-NAME
011287           COMPUTE ITM-BSK-NEED-QTY =
011288               ITM-BSK-NEW-QTY * ITM-BMT-QTY(ITM-KIT-C)
011289           PERFORM 5516-ADD-BASKET-DEMAND THRU 5516-EXIT
011290               VARYING ITM-BSK-INDEX FROM 1 BY 1
011291               UNTIL ITM-BSK-INDEX > ITM-BSK-COUNT
011292           MOVE ITM-BSK-DEMAND-NAME TO ITM-NAME OF ITM-ITEM-RECORD
011293           READ ITEMS-FILE
011294               INVALID KEY
011295                   DISPLAY "Kit component "
011296                       FUNCTION TRIM(ITM-BSK-DEMAND-NAME)
011297                       " is no longer on file"
011298                   MOVE 'N' TO ITM-BSK-STOCK-FLAG
011299                   GO TO 5513-EXIT
011300           END-READ
011301           IF ITM-BSK-NEED-QTY >
011302                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
011303               MOVE
011304                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
011305                   TO ITM-LOC-QTY-DISP
011306               DISPLAY "Insufficient stock of kit component "
011307                   FUNCTION TRIM(ITM-BSK-DEMAND-NAME) " - "
011308                   FUNCTION TRIM(ITM-LOC-QTY-DISP) " on the shelf"
011309               MOVE 'N' TO ITM-BSK-STOCK-FLAG
011310           END-IF
011311           .
011312 5513-EXIT.
011313           EXIT.
011314
011315*----------------------------------------------------------------
011316* 5516-ADD-BASKET-DEMAND
011317*
011318* Adds to ITM-BSK-NEED-QTY what one other basket line already
011319* needs of the item in ITM-BSK-DEMAND-NAME - its own quantity
011320* if it is that item, or its quantity times the bill of
011321* materials quantity if it is a kit that item goes into.  The
011322* line being rung up (ITM-BSK-MATCH) is already counted.
011323*----------------------------------------------------------------
011324 5516-ADD-BASKET-DEMAND.
011325           IF ITM-BSK-INDEX = ITM-BSK-MATCH
011326               GO TO 5516-EXIT
011327           END-IF
011328           IF ITM-BSK-NAME(ITM-BSK-INDEX) = ITM-BSK-DEMAND-NAME
011329               ADD ITM-BSK-QTY(ITM-BSK-INDEX) TO ITM-BSK-NEED-QTY
011330               GO TO 5516-EXIT
011331           END-IF
011332           MOVE ITM-BSK-NAME(ITM-BSK-INDEX) TO ITM-BOM-FIND-KIT
011333           MOVE ITM-BSK-DEMAND-NAME TO ITM-BOM-FIND-COMP
011334           PERFORM 8460-FIND-BOM-LINE THRU 8460-EXIT
011335           COMPUTE ITM-BSK-NEED-QTY = ITM-BSK-NEED-QTY +
011336               ITM-BSK-QTY(ITM-BSK-INDEX) * ITM-BOM-FIND-QTY
011337           .
011338 5516-EXIT.
011339           EXIT.
011340
011341*----------------------------------------------------------------
011342* 5530-TAKE-TENDER
011343*
011344* Takes payment for the basket: all cash (the cash handed over
011345* must cover the amount due, change is the difference), all
011346* card, or split - a card amount below the total and cash for
011347* the rest.  Asks again until a tender is accepted or the
011348* clerk cancels the sale.
011349*----------------------------------------------------------------
011350 5530-TAKE-TENDER.
011351           MOVE 'N' TO ITM-TENDER-FLAG
011352           PERFORM 5535-TENDER-ATTEMPT THRU 5535-EXIT
011353               UNTIL ITM-TENDER-TAKEN OR ITM-TENDER-ABANDONED
011354           .
011355 5530-EXIT.
011356           EXIT.
011357
011358 5535-TENDER-ATTEMPT.
011359           MOVE 0 TO ITM-PAY-TENDERED
011360           MOVE 0 TO ITM-PAY-CASH
011361           MOVE 0 TO ITM-PAY-CARD
011362           MOVE 0 TO ITM-PAY-CHANGE
011363           MOVE ITM-BSK-DUE TO ITM-MONEY-DISP
011364           DISPLAY "Amount due:    " ITM-MONEY-DISP
011365           DISPLAY "Tender [C]ash, c[A]rd, [S]plit, or [X] "
011366               "to cancel: " NO ADVANCING
011367           ACCEPT ITM-TENDER-METHOD
011368           EVALUATE TRUE
011369               WHEN ITM-TENDER-CASH
011370                   MOVE ITM-BSK-DUE TO ITM-PAY-CASH-DUE
011371                   PERFORM 5540-TAKE-CASH THRU 5540-EXIT
011372               WHEN ITM-TENDER-CARD
011373                   MOVE ITM-BSK-DUE TO ITM-PAY-CARD
011374                   MOVE 'Y' TO ITM-TENDER-FLAG
011375               WHEN ITM-TENDER-SPLIT
011376                   PERFORM 5545-TAKE-SPLIT THRU 5545-EXIT
011377               WHEN ITM-TENDER-CANCEL
011378                   MOVE 'X' TO ITM-TENDER-FLAG
011379               WHEN OTHER
011380                   DISPLAY "Invalid tender"
011381           END-EVALUATE
011382           .
011383 5535-EXIT.
011384           EXIT.
011385
011386 5540-TAKE-CASH.
011387           MOVE "Cash tendered (blank to go back):" TO
011388               ITM-AMOUNT-PROMPT
011389           PERFORM 5590-ACCEPT-VALID-AMOUNT THRU 5590-EXIT
011390           IF ITM-AMOUNT-CANCELLED
011391               GO TO 5540-EXIT
011392           END-IF
011393           IF ITM-AMOUNT-VALUE < ITM-PAY-CASH-DUE
011394               DISPLAY "Not enough cash tendered"
011395               GO TO 5540-EXIT
011396           END-IF
011397           MOVE ITM-AMOUNT-VALUE TO ITM-PAY-TENDERED
011398           MOVE ITM-PAY-CASH-DUE TO ITM-PAY-CASH
011399           COMPUTE ITM-PAY-CHANGE =
011400               ITM-PAY-TENDERED - ITM-PAY-CASH-DUE
011401           MOVE 'Y' TO ITM-TENDER-FLAG
011402           .
011403 5540-EXIT.
011404           EXIT.
011405
011406 5545-TAKE-SPLIT.
011407           MOVE "Amount on card (blank to go back):" TO
011408               ITM-AMOUNT-PROMPT
011409           PERFORM 5590-ACCEPT-VALID-AMOUNT THRU 5590-EXIT
011410           IF ITM-AMOUNT-CANCELLED
011411               GO TO 5545-EXIT
011412           END-IF
011413           IF ITM-AMOUNT-VALUE = 0
011414               OR ITM-AMOUNT-VALUE NOT < ITM-BSK-DUE
011415               DISPLAY "The card part of a split must be less "
011416                   "than the amount due"
011417               GO TO 5545-EXIT
011418           END-IF
011419           MOVE ITM-AMOUNT-VALUE TO ITM-PAY-CARD
011420           COMPUTE ITM-PAY-CASH-DUE = ITM-BSK-DUE - ITM-PAY-CARD
011421           MOVE ITM-PAY-CASH-DUE TO ITM-MONEY-DISP
011422           DISPLAY "Cash still due: " ITM-MONEY-DISP
011423           PERFORM 5540-TAKE-CASH THRU 5540-EXIT
011424           IF NOT ITM-TENDER-TAKEN
011425               MOVE 0 TO ITM-PAY-CARD
011426           END-IF
011427           .
011428 5545-EXIT.
011429           EXIT.
011430
011431*----------------------------------------------------------------
011432* 5550-POST-BASKET-LINE
011433*
011434* Posts one basket line under the current receipt: the stock
011435* comes off the sales floor through the audited rewrite path,
011436* the sales log gets its line, and the stock ledger its SALE
011437* movement.  A kit line is logged as the kit sold but the
011438* stock comes off its components (5555), each with a SALE
011439* movement of its own.
011440*----------------------------------------------------------------
011441 5550-POST-BASKET-LINE.
011442           MOVE ITM-BSK-NAME(ITM-BSK-INDEX) TO ITM-NAME
011443               OF ITM-ITEM-RECORD
011444           READ ITEMS-FILE
011445               INVALID KEY
011446                   DISPLAY "Unable to post "
011447                       FUNCTION TRIM(ITM-BSK-NAME(ITM-BSK-INDEX))
011448                   GO TO 5550-EXIT
011449           END-READ
011450           MOVE ITM-BSK-QTY(ITM-BSK-INDEX) TO ITM-SELL-QTY
011451           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
011452           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
011453           IF ITM-KIT-FOUND
011454               PERFORM 5600-POST-SALE THRU 5600-EXIT
011455               PERFORM 5555-POST-KIT-COMPONENT THRU 5555-EXIT
011456                   VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
011457                   UNTIL ITM-KIT-C > ITM-KIT-LAST
011458               GO TO 5550-EXIT
011459           END-IF
011460
011461           MOVE "SELL" TO ITM-AUD-OPERATION
011462           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
011463               ITM-AUD-STOCK-DISP
011464           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
011465           SUBTRACT ITM-SELL-QTY FROM ITM-STOCK OF ITM-ITEM-RECORD
011466           SUBTRACT ITM-SELL-QTY FROM
011467               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
011468           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
011469               ITM-AUD-STOCK-DISP
011470           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
011471           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
011472
011473           PERFORM 5600-POST-SALE THRU 5600-EXIT
011474           MOVE "SALE" TO ITM-MOV-TYPE
011475           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
011476           MOVE 0 TO ITM-MOV-QTY-IN
011477           MOVE ITM-SELL-QTY TO ITM-MOV-QTY-OUT
011478           MOVE 0 TO ITM-MOV-UNIT-COST
011479           MOVE SPACES TO ITM-MOV-REF
011480           STRING "POS RCPT " ITM-CUR-RECEIPT
011481               DELIMITED BY SIZE INTO ITM-MOV-REF
011482           MOVE ITM-LOC-CODE(ITM-LOC-FLOOR) TO ITM-MOV-LOCATION
011483           MOVE SPACE TO ITM-MOV-TO-LOCATION
011484           PERFORM 7500-WRITE-MOVEMENT-RECORD THRU 7500-EXIT
011485           .
011486 5550-EXIT.
011487           EXIT.
011488
011489 5555-POST-KIT-COMPONENT.
011490           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-NAME
011491               OF ITM-ITEM-RECORD
011492           READ ITEMS-FILE
011493               INVALID KEY
011494                   DISPLAY "Unable to post kit component "
011495                       FUNCTION TRIM(ITM-BMT-COMP-NAME(ITM-KIT-C))
011496                   GO TO 5555-EXIT
011497           END-READ
011498           COMPUTE ITM-KIT-MOVE-QTY =
011499               ITM-SELL-QTY * ITM-BMT-QTY(ITM-KIT-C)
011500
011501           MOVE "SELL" TO ITM-AUD-OPERATION
011502           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
011503               ITM-AUD-STOCK-DISP
011504           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
011505           SUBTRACT ITM-KIT-MOVE-QTY FROM
011506               ITM-STOCK OF ITM-ITEM-RECORD
011507           SUBTRACT ITM-KIT-MOVE-QTY FROM
011508               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
011509           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
011510               ITM-AUD-STOCK-DISP
011511           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
011512           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
011513
011514           MOVE "SALE" TO ITM-MOV-TYPE
011515           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-MOV-NAME
011516           MOVE 0 TO ITM-MOV-QTY-IN
011517           MOVE ITM-KIT-MOVE-QTY TO ITM-MOV-QTY-OUT
011518           MOVE 0 TO ITM-MOV-UNIT-COST
011519           MOVE SPACES TO ITM-MOV-REF
011520           STRING "POS RCPT " ITM-CUR-RECEIPT
011521               DELIMITED BY SIZE INTO ITM-MOV-REF
011522           MOVE ITM-LOC-CODE(ITM-LOC-FLOOR) TO ITM-MOV-LOCATION
011523           MOVE SPACE TO ITM-MOV-TO-LOCATION
011524           PERFORM 7500-WRITE-MOVEMENT-RECORD THRU 7500-EXIT
011525           .
011526 5555-EXIT.
011527           EXIT.
011528
011529*----------------------------------------------------------------
011530* 5560-ALLOCATE-RECEIPT
011531*
011532* Takes the next receipt number and stamps the receipt's date
011533* and time.
011534*----------------------------------------------------------------
011535 5560-ALLOCATE-RECEIPT.
011536           MOVE ITM-NEXT-RECEIPT TO ITM-CUR-RECEIPT
011537           ADD 1 TO ITM-NEXT-RECEIPT
011538           ACCEPT ITM-RCPT-DATE FROM DATE YYYYMMDD
011539           ACCEPT ITM-RCPT-TIME FROM TIME
011540           .
011541 5560-EXIT.
011542           EXIT.
011543
011544*----------------------------------------------------------------
011545* 5570-WRITE-TENDER-RECORD
011546*
011547* Logs how the money for the current receipt moved - one
011548* tender record per sale basket or refund.
011549*----------------------------------------------------------------
011550 5570-WRITE-TENDER-RECORD.
011551           MOVE SPACES TO ITM-TENDER-RECORD
011552           MOVE ITM-RCPT-DATE TO ITM-TND-DATE
011553           MOVE ITM-RCPT-TIME TO ITM-TND-TIME
011554           MOVE ITM-CUR-RECEIPT TO ITM-TND-RECEIPT
011555           MOVE ITM-SIGNON-USER TO ITM-TND-USER
011556           MOVE ITM-RCPT-KIND TO ITM-TND-TYPE
011557           EVALUATE TRUE
011558               WHEN ITM-TENDER-CASH
011559                   MOVE 'C' TO ITM-TND-METHOD
011560               WHEN ITM-TENDER-CARD
011561                   MOVE 'A' TO ITM-TND-METHOD
011562               WHEN OTHER
011563                   MOVE 'S' TO ITM-TND-METHOD
011564           END-EVALUATE
011565           MOVE ITM-BSK-DUE TO ITM-TND-TOTAL
011566           MOVE ITM-PAY-TENDERED TO ITM-TND-TENDERED
011567           MOVE ITM-PAY-CHANGE TO ITM-TND-CHANGE
011568           MOVE ITM-PAY-CASH TO ITM-TND-CASH
011569           MOVE ITM-PAY-CARD TO ITM-TND-CARD
011570           WRITE ITM-TENDER-RECORD
011571           .
011572 5570-EXIT.
011573           EXIT.
011574
011575*----------------------------------------------------------------
011576* 5580-PRINT-RECEIPT
011577*
011578* Prints the customer receipt for the current basket or refund
011579* to receipt.txt, replacing the previous one.
011580*----------------------------------------------------------------
011581 5580-PRINT-RECEIPT.
011582           OPEN OUTPUT RECEIPT-FILE
011583           IF ITM-RECEIPT-STATUS NOT = "00"
011584               DISPLAY "Unable to print the receipt"
011585               GO TO 5580-EXIT
011586           END-IF
011587
011588           IF ITM-RCPT-IS-REFUND
011589               MOVE "REFUND RECEIPT" TO ITM-RECEIPT-LINE
011590           ELSE
011591               MOVE "SALES RECEIPT" TO ITM-RECEIPT-LINE
011592           END-IF
011593           WRITE ITM-RECEIPT-LINE
011594           MOVE SPACES TO ITM-RECEIPT-LINE
011595           STRING "RECEIPT   " ITM-CUR-RECEIPT
011596               DELIMITED BY SIZE INTO ITM-RECEIPT-LINE
011597           WRITE ITM-RECEIPT-LINE
011598           MOVE SPACES TO ITM-RECEIPT-LINE
011599           STRING "DATE      " ITM-RCPT-DATE(1:4) "-"
011600               ITM-RCPT-DATE(5:2) "-" ITM-RCPT-DATE(7:2) " "
011601               ITM-RCPT-TIME(1:2) ":" ITM-RCPT-TIME(3:2)
011602               DELIMITED BY SIZE INTO ITM-RECEIPT-LINE
011603           WRITE ITM-RECEIPT-LINE
011604           MOVE SPACES TO ITM-RECEIPT-LINE
011605           STRING "SERVED BY " ITM-SIGNON-USER
011606               DELIMITED BY SIZE INTO ITM-RECEIPT-LINE
011607           WRITE ITM-RECEIPT-LINE
011608           MOVE SPACES TO ITM-RECEIPT-LINE
011609           WRITE ITM-RECEIPT-LINE
011610
011611           PERFORM 5585-PRINT-RECEIPT-ITEM THRU 5585-EXIT
011612               VARYING ITM-BSK-INDEX FROM 1 BY 1
011613               UNTIL ITM-BSK-INDEX > ITM-BSK-COUNT
011614           MOVE ALL "-" TO ITM-RECEIPT-LINE
011615           WRITE ITM-RECEIPT-LINE
011616
011617           MOVE "NET" TO ITM-RCPT-MONEY-LABEL
011618           MOVE ITM-BSK-NET TO ITM-RCPT-MONEY-AMOUNT
011619           WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-MONEY-LINE
011620           MOVE "TAX" TO ITM-RCPT-MONEY-LABEL
011621           MOVE ITM-BSK-TAX-TOTAL TO ITM-RCPT-MONEY-AMOUNT
011622           WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-MONEY-LINE
011623           MOVE "TOTAL" TO ITM-RCPT-MONEY-LABEL
011624           MOVE ITM-BSK-DUE TO ITM-RCPT-MONEY-AMOUNT
011625           WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-MONEY-LINE
011626           IF ITM-PAY-CARD > 0
011627               IF ITM-RCPT-IS-REFUND
011628                   MOVE "REFUNDED TO CARD" TO ITM-RCPT-MONEY-LABEL
011629               ELSE
011630                   MOVE "CARD" TO ITM-RCPT-MONEY-LABEL
011631               END-IF
011632               MOVE ITM-PAY-CARD TO ITM-RCPT-MONEY-AMOUNT
011633               WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-MONEY-LINE
011634           END-IF
011635           IF ITM-RCPT-IS-REFUND
011636               IF ITM-PAY-CASH > 0
011637                   MOVE "REFUNDED IN CASH" TO ITM-RCPT-MONEY-LABEL
011638                   MOVE ITM-PAY-CASH TO ITM-RCPT-MONEY-AMOUNT
011639                   WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-MONEY-LINE
011640               END-IF
011641           ELSE
011642               IF ITM-PAY-TENDERED > 0
011643                   MOVE "CASH TENDERED" TO ITM-RCPT-MONEY-LABEL
011644                   MOVE ITM-PAY-TENDERED TO ITM-RCPT-MONEY-AMOUNT
011645                   WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-MONEY-LINE
011646                   MOVE "CHANGE" TO ITM-RCPT-MONEY-LABEL
011647                   MOVE ITM-PAY-CHANGE TO ITM-RCPT-MONEY-AMOUNT
011648                   WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-MONEY-LINE
011649               END-IF
011650           END-IF
011651
011652           MOVE SPACES TO ITM-RECEIPT-LINE
011653           WRITE ITM-RECEIPT-LINE
011654           MOVE "THANK YOU" TO ITM-RECEIPT-LINE
011655           WRITE ITM-RECEIPT-LINE
011656           CLOSE RECEIPT-FILE
011657           .
011658 5580-EXIT.
011659           EXIT.
011660
011661 5585-PRINT-RECEIPT-ITEM.
011662           MOVE ITM-BSK-NAME(ITM-BSK-INDEX) TO ITM-RCPT-DET-NAME
011663           MOVE ITM-BSK-QTY(ITM-BSK-INDEX) TO ITM-RCPT-DET-QTY
011664           MOVE ITM-BSK-AMOUNT(ITM-BSK-INDEX) TO
011665               ITM-RCPT-DET-AMOUNT
011666           MOVE ITM-BSK-TAX-CLASS(ITM-BSK-INDEX) TO
011667               ITM-RCPT-DET-CLASS
011668           WRITE ITM-RECEIPT-LINE FROM ITM-RCPT-DETAIL-LINE
011669           .
011670 5585-EXIT.
011671           EXIT.
011672
011673*----------------------------------------------------------------
011674* 5590-ACCEPT-VALID-AMOUNT
011675*
011676* Prompts with ITM-AMOUNT-PROMPT until a valid money amount is
011677* keyed (ITM-AMOUNT-VALUE) or the prompt is answered blank,
011678* which the caller treats as going back.
011679*----------------------------------------------------------------
011680 5590-ACCEPT-VALID-AMOUNT.
011681           MOVE 'N' TO ITM-AMOUNT-FLAG
011682           PERFORM 5595-AMOUNT-ATTEMPT THRU 5595-EXIT
011683               UNTIL ITM-AMOUNT-IS-VALID OR ITM-AMOUNT-CANCELLED
011684           .
011685 5590-EXIT.
011686           EXIT.
011687
011688 5595-AMOUNT-ATTEMPT.
011689           DISPLAY FUNCTION TRIM(ITM-AMOUNT-PROMPT) " "
011690               NO ADVANCING
011691           ACCEPT ITM-AMOUNT-INPUT
011692           IF ITM-AMOUNT-INPUT = SPACES
011693               MOVE 'C' TO ITM-AMOUNT-FLAG
011694               GO TO 5595-EXIT
011695           END-IF
011696           MOVE FUNCTION TEST-NUMVAL(ITM-AMOUNT-INPUT) TO
011697               ITM-NUMVAL-CHECK
011698           IF ITM-NUMVAL-CHECK NOT = 0
011699               DISPLAY "Invalid amount"
011700               GO TO 5595-EXIT
011701           END-IF
011702           IF FUNCTION NUMVAL(ITM-AMOUNT-INPUT) < 0
011703               OR FUNCTION NUMVAL(ITM-AMOUNT-INPUT) > 9999999.99
011704               DISPLAY "Invalid amount"
011705               GO TO 5595-EXIT
011706           END-IF
011707           MOVE FUNCTION NUMVAL(ITM-AMOUNT-INPUT) TO
011708               ITM-AMOUNT-VALUE
011709           MOVE 'Y' TO ITM-AMOUNT-FLAG
011710           .
011711 5595-EXIT.
011712           EXIT.
011713
011714*----------------------------------------------------------------
011715* 5600-POST-SALE
011716*
011717* Appends one line to SALES-FILE for the basket line just
011718* posted by 5550-POST-BASKET-LINE, at the price it was rung up
011719* at and under the basket's receipt number, with the tax the
011720* line collected.
011721*----------------------------------------------------------------
011722 5600-POST-SALE.
011723           ACCEPT ITM-SALE-DATE FROM DATE YYYYMMDD
011724           ACCEPT ITM-SALE-TIME FROM TIME
011725           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-SALE-NAME
011726           MOVE ITM-SELL-QTY TO ITM-SALE-QTY
011727           MOVE ITM-BSK-PRICE(ITM-BSK-INDEX) TO ITM-SALE-PRICE
011728           MOVE ITM-BSK-AMOUNT(ITM-BSK-INDEX) TO ITM-SALE-TOTAL
011729           MOVE ITM-SIGNON-USER TO ITM-SALE-USER
011730           MOVE 'S' TO ITM-SALE-TYPE
011731           MOVE ITM-CUR-RECEIPT TO ITM-SALE-RECEIPT
011732           MOVE ITM-BSK-TAX-CLASS(ITM-BSK-INDEX) TO
011733               ITM-SALE-TAX-CLASS
011734           MOVE ITM-BSK-TAX(ITM-BSK-INDEX) TO ITM-SALE-TAX
011735           WRITE ITM-SALES-RECORD
011736           .
011737 5600-EXIT.
011738           EXIT.
011739
011740*----------------------------------------------------------------
011741* 5400-TRANSFER-STOCK
011742*
011743* Moves stock from one location to another - back room out to
011744* the sales floor, warehouse into the back room, and so on.
011745* The item's total does not change, only where it sits, so the
011746* transfer is audited as the before and after location
011747* breakdown and posted to the movement ledger as one TRANSFER
011748* record carrying the same quantity out of the from-location
011749* and into the to-location.  More than the from-location holds
011750* cannot be moved.
011751*----------------------------------------------------------------
011752 5400-TRANSFER-STOCK.
011753           MOVE 'N' TO ITM-SEARCH-MODE
011754           PERFORM 6000-SEARCH-RECORD THRU 6000-EXIT
011755           IF NOT ITEM-FOUND
011756               GO TO 5400-EXIT
011757           END-IF
011758           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
011759           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
011760           IF ITM-KIT-FOUND
011761               DISPLAY "A kit holds no stock of its own - "
011762                   "move its components"
011763               GO TO 5400-EXIT
011764           END-IF
011765           PERFORM 2110-DISPLAY-LOCATION-STOCK THRU 2110-EXIT
011766               VARYING ITM-LOC-K FROM 1 BY 1
011767               UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
011768
011769           MOVE "Move stock from" TO ITM-LOC-PROMPT
011770           PERFORM 5410-ACCEPT-LOCATION THRU 5410-EXIT
011771           IF ITM-LOC-CHOSEN = 0
011772               DISPLAY "Transfer cancelled"
011773               GO TO 5400-EXIT
011774           END-IF
011775           MOVE ITM-LOC-CHOSEN TO ITM-XFER-FROM
011776
011777           MOVE "Move stock to" TO ITM-LOC-PROMPT
011778           PERFORM 5410-ACCEPT-LOCATION THRU 5410-EXIT
011779           IF ITM-LOC-CHOSEN = 0
011780               DISPLAY "Transfer cancelled"
011781               GO TO 5400-EXIT
011782           END-IF
011783           MOVE ITM-LOC-CHOSEN TO ITM-XFER-TO
011784           IF ITM-XFER-TO = ITM-XFER-FROM
011785               DISPLAY "From and to must be different locations"
011786               GO TO 5400-EXIT
011787           END-IF
011788
011789           DISPLAY "Enter quantity to move: " NO ADVANCING
011790           ACCEPT ITM-XFER-QTY-INPUT
011791           MOVE FUNCTION TEST-NUMVAL(ITM-XFER-QTY-INPUT) TO
011792               ITM-NUMVAL-CHECK
011793           IF ITM-NUMVAL-CHECK NOT = 0
011794               DISPLAY "Invalid quantity"
011795               GO TO 5400-EXIT
011796           END-IF
011797           IF FUNCTION NUMVAL(ITM-XFER-QTY-INPUT) > 9999
011798               DISPLAY "Invalid quantity"
011799               GO TO 5400-EXIT
011800           END-IF
011801           MOVE FUNCTION NUMVAL(ITM-XFER-QTY-INPUT) TO
011802               ITM-XFER-QTY
011803           IF ITM-XFER-QTY NOT > 0
011804               DISPLAY "Invalid quantity"
011805               GO TO 5400-EXIT
011806           END-IF
011807           IF ITM-XFER-QTY >
011808                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-XFER-FROM)
011809               MOVE
011810                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-XFER-FROM)
011811                   TO ITM-LOC-QTY-DISP
011812               DISPLAY "Only " FUNCTION TRIM(ITM-LOC-QTY-DISP)
011813                   " in the "
011814                   FUNCTION TRIM(ITM-LOC-NAME(ITM-XFER-FROM))
011815               GO TO 5400-EXIT
011816           END-IF
011817
011818           MOVE "TRANSFER" TO ITM-AUD-OPERATION
011819           PERFORM 4320-FORMAT-LOCATION-STOCK THRU 4320-EXIT
011820           MOVE ITM-AUD-LOC-VALUE TO ITM-AUD-OLD-VALUE
011821           SUBTRACT ITM-XFER-QTY FROM
011822               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-XFER-FROM)
011823           ADD ITM-XFER-QTY TO
011824               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-XFER-TO)
011825           PERFORM 4320-FORMAT-LOCATION-STOCK THRU 4320-EXIT
011826           MOVE ITM-AUD-LOC-VALUE TO ITM-AUD-NEW-VALUE
011827           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
011828
011829           MOVE "TRANSFER" TO ITM-MOV-TYPE
011830           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
011831           MOVE ITM-XFER-QTY TO ITM-MOV-QTY-IN
011832           MOVE ITM-XFER-QTY TO ITM-MOV-QTY-OUT
011833           MOVE 0 TO ITM-MOV-UNIT-COST
011834           MOVE SPACES TO ITM-XFER-REF
011835           STRING "XFER " ITM-SIGNON-USER
011836               DELIMITED BY SIZE INTO ITM-XFER-REF
011837           MOVE ITM-XFER-REF TO ITM-MOV-REF
011838           MOVE ITM-LOC-CODE(ITM-XFER-FROM) TO ITM-MOV-LOCATION
011839           MOVE ITM-LOC-CODE(ITM-XFER-TO) TO ITM-MOV-TO-LOCATION
011840           PERFORM 7500-WRITE-MOVEMENT-RECORD THRU 7500-EXIT
011841           MOVE ITM-XFER-QTY TO ITM-LOC-QTY-DISP
011842           DISPLAY "Moved " FUNCTION TRIM(ITM-LOC-QTY-DISP)
011843               " from the "
011844               FUNCTION TRIM(ITM-LOC-NAME(ITM-XFER-FROM))
011845               " to the "
011846               FUNCTION TRIM(ITM-LOC-NAME(ITM-XFER-TO))
011847           .
011848 5400-EXIT.
011849           EXIT.
011850
011851*----------------------------------------------------------------
011852* 5410-ACCEPT-LOCATION
011853*
011854* Shared location prompt: shows ITM-LOC-PROMPT and keeps asking
011855* until a real location code is entered, returning its
011856* subscript in ITM-LOC-CHOSEN.  A blank answer returns zero -
011857* the caller treats that as the operator backing out.
011858*----------------------------------------------------------------
011859 5410-ACCEPT-LOCATION.
011860           MOVE 'N' TO ITM-LOC-ANSWER-FLAG
011861           MOVE 0 TO ITM-LOC-CHOSEN
011862           PERFORM 5415-LOCATION-ATTEMPT THRU 5415-EXIT
011863               UNTIL ITM-LOC-ANSWERED
011864           .
011865 5410-EXIT.
011866           EXIT.
011867
011868 5415-LOCATION-ATTEMPT.
011869           DISPLAY FUNCTION TRIM(ITM-LOC-PROMPT)
011870               " - [F]loor, [B]ack room, [W]arehouse: "
011871               NO ADVANCING
011872           ACCEPT ITM-LOC-INPUT
011873           IF ITM-LOC-INPUT = SPACE
011874               MOVE 'Y' TO ITM-LOC-ANSWER-FLAG
011875               GO TO 5415-EXIT
011876           END-IF
011877           MOVE ITM-LOC-INPUT TO ITM-LOC-FIND-CODE
011878           PERFORM 8950-FIND-LOCATION THRU 8950-EXIT
011879           IF ITM-LOC-FIND-INDEX = 0
011880               DISPLAY "Invalid location - F, B or W"
011881               GO TO 5415-EXIT
011882           END-IF
011883           MOVE ITM-LOC-FIND-INDEX TO ITM-LOC-CHOSEN
011884           MOVE 'Y' TO ITM-LOC-ANSWER-FLAG
011885           .
011886 5415-EXIT.
011887           EXIT.
011888
011889*----------------------------------------------------------------
011890* 5700-RECEIVE-GOODS
011891*
011892* Goods-in transaction: books a delivery against an item.  A
011893* delivery that answers a purchase order is booked against its
011894* PO number - the matching open line on the PO master rolls up
011895* the received quantity, closes when it fills, and short or
011896* over shipments are flagged at the keyboard - while an ad-hoc
011897* delivery still takes a free vendor reference.  Either way the
011898* reference and unit cost land on the movement ledger so the
011899* receipt traces back to its paperwork, and the stock increment
011900* goes through 4900-REWRITE-ITEM the same as any other stock
011901* change - audited and autosaved.  The stock is booked to the
011902* location the delivery was received at, which the movement
011903* carries too.
011904*----------------------------------------------------------------
011905 5700-RECEIVE-GOODS.
011906           MOVE 'N' TO ITM-RECV-PO-FLAG
011907           DISPLAY "Receive against PO number (blank for "
011908               "non-PO receipt): " NO ADVANCING
011909           ACCEPT ITM-RECV-PO-INPUT
011910           IF ITM-RECV-PO-INPUT NOT = SPACES
011911               MOVE FUNCTION TEST-NUMVAL(ITM-RECV-PO-INPUT) TO
011912                   ITM-NUMVAL-CHECK
011913               IF ITM-NUMVAL-CHECK NOT = 0
011914                   DISPLAY "Invalid PO number"
011915                   GO TO 5700-EXIT
011916               END-IF
011917               MOVE FUNCTION NUMVAL(ITM-RECV-PO-INPUT) TO
011918                   ITM-RECV-PO-NUMBER
011919               MOVE 'Y' TO ITM-RECV-PO-FLAG
011920           END-IF
011921
011922           MOVE 'N' TO ITM-SEARCH-MODE
011923           PERFORM 6000-SEARCH-RECORD THRU 6000-EXIT
011924           IF NOT ITEM-FOUND
011925               GO TO 5700-EXIT
011926           END-IF
011927           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
011928           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
011929           IF ITM-KIT-FOUND
011930               DISPLAY "A kit holds no stock of its own - "
011931                   "receive its components"
011932               GO TO 5700-EXIT
011933           END-IF
011934
011935           IF ITM-RECV-AGAINST-PO
011936               PERFORM 5770-FIND-PO-LINE THRU 5770-EXIT
011937               IF NOT ITM-POL-LINE-FOUND
011938                   DISPLAY "That item has no open line on that PO"
011939                   GO TO 5700-EXIT
011940               END-IF
011941               MOVE SPACES TO ITM-RECV-REF
011942               STRING "PO " ITM-RECV-PO-NUMBER DELIMITED BY SIZE
011943                   INTO ITM-RECV-REF
011944               END-STRING
011945           ELSE
011946               DISPLAY "Enter vendor reference: " NO ADVANCING
011947               ACCEPT ITM-RECV-REF
011948           END-IF
011949
011950           DISPLAY "Enter quantity received: " NO ADVANCING
011951           ACCEPT ITM-RECV-QTY-INPUT
011952           MOVE FUNCTION TEST-NUMVAL(ITM-RECV-QTY-INPUT) TO
011953               ITM-NUMVAL-CHECK
011954           IF ITM-NUMVAL-CHECK NOT = 0
011955               DISPLAY "Invalid quantity"
011956               GO TO 5700-EXIT
011957           END-IF
011958           IF FUNCTION NUMVAL(ITM-RECV-QTY-INPUT) > 9999
011959               DISPLAY "Invalid quantity"
011960               GO TO 5700-EXIT
011961           END-IF
011962           MOVE FUNCTION NUMVAL(ITM-RECV-QTY-INPUT) TO
011963               ITM-RECV-QTY
011964           IF ITM-RECV-QTY NOT > 0
011965               DISPLAY "Invalid quantity"
011966               GO TO 5700-EXIT
011967           END-IF
011968
011969           MOVE "Received at" TO ITM-LOC-PROMPT
011970           PERFORM 5410-ACCEPT-LOCATION THRU 5410-EXIT
011971           IF ITM-LOC-CHOSEN = 0
011972               DISPLAY "Receipt cancelled - nothing posted"
011973               GO TO 5700-EXIT
011974           END-IF
011975           MOVE ITM-LOC-CHOSEN TO ITM-RECV-LOC
011976
011977           PERFORM 5750-ACCEPT-VALID-COST THRU 5750-EXIT
011978
011979           MOVE "RECEIVE" TO ITM-AUD-OPERATION
011980           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
011981               ITM-AUD-STOCK-DISP
011982           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
011983           ADD ITM-RECV-QTY TO ITM-STOCK OF ITM-ITEM-RECORD
011984           ADD ITM-RECV-QTY TO
011985               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-RECV-LOC)
011986           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
011987               ITM-AUD-STOCK-DISP
011988           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
011989           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
011990
011991           MOVE "RECEIPT" TO ITM-MOV-TYPE
011992           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
011993           MOVE ITM-RECV-QTY TO ITM-MOV-QTY-IN
011994           MOVE 0 TO ITM-MOV-QTY-OUT
011995           MOVE ITM-RECV-COST TO ITM-MOV-UNIT-COST
011996           MOVE ITM-RECV-REF TO ITM-MOV-REF
011997           MOVE ITM-LOC-CODE(ITM-RECV-LOC) TO ITM-MOV-LOCATION
011998           MOVE SPACE TO ITM-MOV-TO-LOCATION
011999           PERFORM 7500-WRITE-MOVEMENT-RECORD THRU 7500-EXIT
012000
012001           IF ITM-RECV-AGAINST-PO
012002               PERFORM 5780-UPDATE-PO-LINE THRU 5780-EXIT
012003           END-IF
012004           DISPLAY "Receipt recorded"
012005           .
012006 5700-EXIT.
012007           EXIT.
012008
012009*----------------------------------------------------------------
012010* 5770-FIND-PO-LINE
012011*
012012* Scans the lines of the PO the operator keyed for an open or
012013* part-received line carrying the item just located, leaving it
012014* current in ITM-PO-LINE-RECORD for 5780 to roll up.  A closed
012015* or cancelled line does not match - a delivery against a line
012016* that already filled is booked as a non-PO receipt so the over
012017* shipment is a conscious decision, not a silent top-up.
012018*----------------------------------------------------------------
012019 5770-FIND-PO-LINE.
012020           MOVE 'N' TO ITM-POL-FOUND-FLAG
012021           MOVE ITM-RECV-PO-NUMBER TO ITM-POL-PO-NUMBER
012022           MOVE 0 TO ITM-POL-LINE-NO
012023           START PO-MASTER-FILE KEY IS NOT LESS THAN ITM-POL-KEY
012024               INVALID KEY
012025                   GO TO 5770-EXIT
012026           END-START
012027
012028           MOVE 'N' TO ITM-EOF-FLAG
012029           PERFORM 5775-SCAN-PO-LINE THRU 5775-EXIT
012030               UNTIL ITM-EOF OR ITM-POL-LINE-FOUND
012031           .
012032 5770-EXIT.
012033           EXIT.
012034
012035 5775-SCAN-PO-LINE.
012036           READ PO-MASTER-FILE NEXT RECORD
012037               AT END
012038                   MOVE 'Y' TO ITM-EOF-FLAG
012039               NOT AT END
012040                   IF ITM-POL-PO-NUMBER NOT = ITM-RECV-PO-NUMBER
012041                       MOVE 'Y' TO ITM-EOF-FLAG
012042                   ELSE
012043                       MOVE ITM-POL-NAME TO ITM-XRF-RESOLVE-NAME
012044                       PERFORM 8750-RESOLVE-ITEM-NAME
012045                           THRU 8750-EXIT
012046                       IF ITM-POL-OUTSTANDING AND
012047                               ITM-XRF-RESOLVE-NAME =
012048                                   ITM-NAME OF ITM-ITEM-RECORD
012049                           MOVE 'Y' TO ITM-POL-FOUND-FLAG
012050                       END-IF
012051                   END-IF
012052           END-READ
012053           .
012054 5775-EXIT.
012055           EXIT.
012056
012057*----------------------------------------------------------------
012058* 5780-UPDATE-PO-LINE
012059*
012060* Rolls the receipt just booked into the PO line 5770 located:
012061* the received quantity goes up, the line goes part-received or
012062* closed, and a short or over shipment is flagged at the
012063* keyboard so the clerk chases the difference while the box is
012064* still on the dock.
012065*----------------------------------------------------------------
012066 5780-UPDATE-PO-LINE.
012067           ADD ITM-RECV-QTY TO ITM-POL-QTY-RECEIVED
012068           EVALUATE TRUE
012069               WHEN ITM-POL-QTY-RECEIVED < ITM-POL-QTY-ORDERED
012070                   MOVE 'P' TO ITM-POL-STATUS
012071                   COMPUTE ITM-POL-SHORT-QTY =
012072                       ITM-POL-QTY-ORDERED - ITM-POL-QTY-RECEIVED
012073                   MOVE ITM-POL-SHORT-QTY TO ITM-AUD-STOCK-DISP
012074                   DISPLAY "Short shipment - "
012075                       FUNCTION TRIM(ITM-AUD-STOCK-DISP)
012076                       " still outstanding on the PO line"
012077               WHEN ITM-POL-QTY-RECEIVED = ITM-POL-QTY-ORDERED
012078                   MOVE 'C' TO ITM-POL-STATUS
012079                   DISPLAY "PO line filled and closed"
012080               WHEN OTHER
012081                   MOVE 'C' TO ITM-POL-STATUS
012082                   COMPUTE ITM-POL-SHORT-QTY =
012083                       ITM-POL-QTY-RECEIVED - ITM-POL-QTY-ORDERED
012084                   MOVE ITM-POL-SHORT-QTY TO ITM-AUD-STOCK-DISP
012085                   DISPLAY "Over shipment by "
012086                       FUNCTION TRIM(ITM-AUD-STOCK-DISP)
012087                       " - PO line closed"
012088           END-EVALUATE
012089
012090           REWRITE ITM-PO-LINE-RECORD
012091               INVALID KEY
012092                   DISPLAY "Unable to update the PO line"
012093           END-REWRITE
012094           .
012095 5780-EXIT.
012096           EXIT.
012097
012098*----------------------------------------------------------------
012099* 5750-ACCEPT-VALID-COST
012100*
012101* Keeps re-prompting until the operator enters a unit cost that
012102* fits ITM-MOV-UNIT-COST, the same way 3900 validates a price.
012103*----------------------------------------------------------------
012104 5750-ACCEPT-VALID-COST.
012105           MOVE "N" TO ITM-PRICE-VALID-FLAG
012106           PERFORM 5760-COST-ATTEMPT THRU 5760-EXIT
012107               UNTIL ITM-PRICE-IS-VALID
012108           .
012109 5750-EXIT.
012110           EXIT.
012111
012112 5760-COST-ATTEMPT.
012113           DISPLAY "Enter unit cost: " NO ADVANCING
012114           ACCEPT ITM-RECV-COST-INPUT
012115           MOVE FUNCTION TEST-NUMVAL(ITM-RECV-COST-INPUT) TO
012120               ITM-NUMVAL-CHECK
012130           IF ITM-NUMVAL-CHECK NOT = 0
012140               DISPLAY "Invalid cost - enter a positive number"
012300*----------------------------------------------------------------
012310* 5800-POST-STOCK-ADJUST
012320*
012330* Posts the stock-count edit just made in 4300 to the
012340* movement ledger as an ADJUST - up or down - at the location
012350* recounted (ITM-MOV-LOC), so a hand correction is as
012360* traceable as a receipt or a sale.  A re-entry of the
012362* unchanged count posts nothing.
012370*----------------------------------------------------------------
012380 5800-POST-STOCK-ADJUST.
012390           IF ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-MOV-LOC)
012400                   = ITM-MOV-OLD-STOCK
012410               GO TO 5800-EXIT
012420           END-IF
012430           MOVE "ADJUST" TO ITM-MOV-TYPE
012440           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
012450           IF ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-MOV-LOC)
012460                   > ITM-MOV-OLD-STOCK
012470               COMPUTE ITM-MOV-QTY-IN =
012480                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-MOV-LOC)
012490                       - ITM-MOV-OLD-STOCK
012500               MOVE 0 TO ITM-MOV-QTY-OUT
012510           ELSE
012520               MOVE 0 TO ITM-MOV-QTY-IN
012530               COMPUTE ITM-MOV-QTY-OUT =
012540                   ITM-MOV-OLD-STOCK -
012550                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-MOV-LOC)
012560           END-IF
012570           MOVE 0 TO ITM-MOV-UNIT-COST
012580           MOVE "STOCK EDIT" TO ITM-MOV-REF
012582           MOVE ITM-LOC-CODE(ITM-MOV-LOC) TO ITM-MOV-LOCATION
012584           MOVE SPACE TO ITM-MOV-TO-LOCATION
012590           PERFORM 7500-WRITE-MOVEMENT-RECORD THRU 7500-EXIT
012600           .
012610 5800-EXIT.
012624* 5900-REFUND-ITEM
012625*
012626* Customer return: the mirror image of 5500-SELL-ITEM.  Puts the
012627* returned quantity back on the sales floor through the same
012628* audited and autosaved rewrite path, writes a type-R refund
012629* record to the sales log so the Z-report nets the money back
012630* out of the till, and posts a RETURN movement to the stock
012631* ledger - no more faking a refund as a stock edit that loses
012632* the money side.  The money goes back in cash or to card
012633* (5910) under a receipt number of its own, logged to the
012634* tender log and printed like a sale receipt.  The tax goes
012635* back with the money, worked out at the item's class rate as
012636* it stands today.  A returned kit is refunded as the kit but
012637* goes back on the floor as its components (5955), each with a
012638* RETURN movement of its own.
012639*----------------------------------------------------------------
012640 5900-REFUND-ITEM.
012641           MOVE 'N' TO ITM-SEARCH-MODE
012642           PERFORM 6000-SEARCH-RECORD THRU 6000-EXIT
012643           IF NOT ITEM-FOUND
012644               GO TO 5900-EXIT
012645           END-IF
012646
012647           DISPLAY "Enter quantity returned: " NO ADVANCING
012648           ACCEPT ITM-SELL-QTY-INPUT
012649           MOVE FUNCTION TEST-NUMVAL(ITM-SELL-QTY-INPUT) TO
012650               ITM-NUMVAL-CHECK
012651           IF ITM-NUMVAL-CHECK NOT = 0
012652               DISPLAY "Invalid quantity"
012653               GO TO 5900-EXIT
012654           END-IF
012655           IF FUNCTION NUMVAL(ITM-SELL-QTY-INPUT) > 9999
012656               DISPLAY "Invalid quantity"
012657               GO TO 5900-EXIT
012658           END-IF
012659           MOVE FUNCTION NUMVAL(ITM-SELL-QTY-INPUT) TO
012660               ITM-SELL-QTY
012661           IF ITM-SELL-QTY NOT > 0
012662               DISPLAY "Invalid quantity"
012663               GO TO 5900-EXIT
012664           END-IF
012665
012666           COMPUTE ITM-BSK-NET =
012667               ITM-PRICE OF ITM-ITEM-RECORD * ITM-SELL-QTY
012668           MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
012669               ITM-TAX-CALC-CLASS
012670           MOVE ITM-BSK-NET TO ITM-TAX-CALC-NET
012671           PERFORM 8850-COMPUTE-LINE-TAX THRU 8850-EXIT
012672           MOVE ITM-TAX-CALC-AMOUNT TO ITM-BSK-TAX-TOTAL
012673           COMPUTE ITM-BSK-DUE = ITM-BSK-NET + ITM-BSK-TAX-TOTAL
012674
012675           MOVE 1 TO ITM-BSK-COUNT
012676           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-BSK-NAME(1)
012677           MOVE ITM-SELL-QTY TO ITM-BSK-QTY(1)
012678           MOVE ITM-PRICE OF ITM-ITEM-RECORD TO ITM-BSK-PRICE(1)
012679           MOVE ITM-BSK-NET TO ITM-BSK-AMOUNT(1)
012680           MOVE ITM-TAX-CALC-CLASS TO ITM-BSK-TAX-CLASS(1)
012681           MOVE ITM-BSK-TAX-TOTAL TO ITM-BSK-TAX(1)
012682           PERFORM 5910-TAKE-REFUND-TENDER THRU 5910-EXIT
012683           IF NOT ITM-TENDER-TAKEN
012684               DISPLAY "Refund cancelled - nothing posted"
012685               GO TO 5900-EXIT
012686           END-IF
012687           MOVE 'R' TO ITM-RCPT-KIND
012688           PERFORM 5560-ALLOCATE-RECEIPT THRU 5560-EXIT
012689           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
012690           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
012691           IF ITM-KIT-FOUND
012692               PERFORM 5950-POST-REFUND THRU 5950-EXIT
012693               PERFORM 5955-RESTOCK-KIT-COMPONENT THRU 5955-EXIT
012694                   VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
012695                   UNTIL ITM-KIT-C > ITM-KIT-LAST
012696               GO TO 5900-FINISH
012697           END-IF
012698
012699           MOVE "REFUND" TO ITM-AUD-OPERATION
012700           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
012701               ITM-AUD-STOCK-DISP
012702           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
012703           ADD ITM-SELL-QTY TO ITM-STOCK OF ITM-ITEM-RECORD
012704           ADD ITM-SELL-QTY TO
012705               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
012706           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
012707               ITM-AUD-STOCK-DISP
012708           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
012709           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
012710
012711           PERFORM 5950-POST-REFUND THRU 5950-EXIT
012712           MOVE "RETURN" TO ITM-MOV-TYPE
012713           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
012714           MOVE ITM-SELL-QTY TO ITM-MOV-QTY-IN
012715           MOVE 0 TO ITM-MOV-QTY-OUT
012716           MOVE 0 TO ITM-MOV-UNIT-COST
012717           MOVE SPACES TO ITM-MOV-REF
012718           STRING "POS RFND " ITM-CUR-RECEIPT
012719               DELIMITED BY SIZE INTO ITM-MOV-REF
012720           MOVE ITM-LOC-CODE(ITM-LOC-FLOOR) TO ITM-MOV-LOCATION
012721           MOVE SPACE TO ITM-MOV-TO-LOCATION
012722           PERFORM 7500-WRITE-MOVEMENT-RECORD THRU 7500-EXIT
012723           .
012724
012725 5900-FINISH.
012726           PERFORM 5570-WRITE-TENDER-RECORD THRU 5570-EXIT
012727           PERFORM 5580-PRINT-RECEIPT THRU 5580-EXIT
012728           DISPLAY "Refund recorded - receipt " ITM-CUR-RECEIPT
012729           .
012730 5900-EXIT.
012731           EXIT.
012732
012733*----------------------------------------------------------------
012734* 5910-TAKE-REFUND-TENDER
012735*
012736* Asks how the refund goes back - all cash out of the drawer or
012737* all to the customer's card - until answered or cancelled.
012738*----------------------------------------------------------------
012739 5910-TAKE-REFUND-TENDER.
012740           MOVE 'N' TO ITM-TENDER-FLAG
012741           PERFORM 5915-REFUND-TENDER-ATTEMPT THRU 5915-EXIT
012742               UNTIL ITM-TENDER-TAKEN OR ITM-TENDER-ABANDONED
012743           .
012744 5910-EXIT.
012745           EXIT.
012746
012747 5915-REFUND-TENDER-ATTEMPT.
012748           MOVE 0 TO ITM-PAY-TENDERED
012749           MOVE 0 TO ITM-PAY-CASH
012750           MOVE 0 TO ITM-PAY-CARD
012751           MOVE 0 TO ITM-PAY-CHANGE
012752           MOVE ITM-BSK-DUE TO ITM-MONEY-DISP
012753           DISPLAY "Refund due:    " ITM-MONEY-DISP
012754           DISPLAY "Refund in [C]ash, to c[A]rd, or [X] to "
012755               "cancel: " NO ADVANCING
012756           ACCEPT ITM-TENDER-METHOD
012757           EVALUATE TRUE
012758               WHEN ITM-TENDER-CASH
012759                   MOVE ITM-BSK-DUE TO ITM-PAY-CASH
012760                   MOVE 'Y' TO ITM-TENDER-FLAG
012761               WHEN ITM-TENDER-CARD
012762                   MOVE ITM-BSK-DUE TO ITM-PAY-CARD
012763                   MOVE 'Y' TO ITM-TENDER-FLAG
012764               WHEN ITM-TENDER-CANCEL
012765                   MOVE 'X' TO ITM-TENDER-FLAG
012766               WHEN OTHER
012767                   DISPLAY "Invalid tender"
012768           END-EVALUATE
012769           .
012770 5915-EXIT.
012771           EXIT.
012772
012773*----------------------------------------------------------------
012774* 5950-POST-REFUND
012775*
012776* Appends one type-R line to SALES-FILE for the return just
012777* taken by 5900-REFUND-ITEM - same shape as a sale, marked so
012778* the Z-report nets it out instead of adding it in, and carrying
012779* the refund's own receipt number and the tax given back.
012780*----------------------------------------------------------------
012781 5950-POST-REFUND.
012782           ACCEPT ITM-SALE-DATE FROM DATE YYYYMMDD
012783           ACCEPT ITM-SALE-TIME FROM TIME
012784           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-SALE-NAME
012785           MOVE ITM-SELL-QTY TO ITM-SALE-QTY
012786           MOVE ITM-PRICE OF ITM-ITEM-RECORD TO ITM-SALE-PRICE
012787           MOVE ITM-BSK-AMOUNT(1) TO ITM-SALE-TOTAL
012788           MOVE ITM-BSK-TAX-CLASS(1) TO ITM-SALE-TAX-CLASS
012789           MOVE ITM-BSK-TAX(1) TO ITM-SALE-TAX
012790           MOVE ITM-SIGNON-USER TO ITM-SALE-USER
012791           MOVE 'R' TO ITM-SALE-TYPE
012792           MOVE ITM-CUR-RECEIPT TO ITM-SALE-RECEIPT
012793           WRITE ITM-SALES-RECORD
012794           .
012795 5950-EXIT.
012796           EXIT.
012797
012798 5955-RESTOCK-KIT-COMPONENT.
012799           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-NAME
012800               OF ITM-ITEM-RECORD
012801           READ ITEMS-FILE
012802               INVALID KEY
012803                   DISPLAY "Unable to restock kit component "
012804                       FUNCTION TRIM(ITM-BMT-COMP-NAME(ITM-KIT-C))
012805                   GO TO 5955-EXIT
012806           END-READ
012807           COMPUTE ITM-KIT-MOVE-QTY =
012808               ITM-SELL-QTY * ITM-BMT-QTY(ITM-KIT-C)
012809
012810           MOVE "REFUND" TO ITM-AUD-OPERATION
012811           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
012812               ITM-AUD-STOCK-DISP
012813           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
012814           ADD ITM-KIT-MOVE-QTY TO ITM-STOCK OF ITM-ITEM-RECORD
012815           ADD ITM-KIT-MOVE-QTY TO
012816               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-FLOOR)
012817           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
012818               ITM-AUD-STOCK-DISP
012819           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
012820           PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
012821
012822           MOVE "RETURN" TO ITM-MOV-TYPE
012823           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-MOV-NAME
012824           MOVE ITM-KIT-MOVE-QTY TO ITM-MOV-QTY-IN
012825           MOVE 0 TO ITM-MOV-QTY-OUT
012826           MOVE 0 TO ITM-MOV-UNIT-COST
012827           MOVE SPACES TO ITM-MOV-REF
012828           STRING "POS RFND " ITM-CUR-RECEIPT
012829               DELIMITED BY SIZE INTO ITM-MOV-REF
012830           MOVE ITM-LOC-CODE(ITM-LOC-FLOOR) TO ITM-MOV-LOCATION
012831           MOVE SPACE TO ITM-MOV-TO-LOCATION
012832           PERFORM 7500-WRITE-MOVEMENT-RECORD THRU 7500-EXIT
012833           .
012834 5955-EXIT.
012835           EXIT.
012836
012837*----------------------------------------------------------------
012838* Search Record
012839*
012840* Direct keyed read against the indexed catalog - by the primary
012841* name key, or by the SKU alternate key when ITM-SEARCH-MODE says
012842* so - instead of scanning the whole table one entry at a time.
012843*----------------------------------------------------------------
012844 6000-SEARCH-RECORD.
012845           INITIALIZE ITM-SEARCH-INFORMATION
012846           MOVE 'N' TO ITM-FOUND-FLAG
012847
012848           IF ITM-SEARCH-BY-SKU
012849               DISPLAY "Enter item SKU: " NO ADVANCING
012850               ACCEPT ITM-SKU OF ITM-ITEM-RECORD
012851               READ ITEMS-FILE KEY IS ITM-SKU OF ITM-ITEM-RECORD
012852                   INVALID KEY
012853                       DISPLAY "No item with that SKU"
012854                   NOT INVALID KEY
012855                       PERFORM 6050-LOAD-SEARCH-INFO
012856                           THRU 6050-EXIT
012857               END-READ
012858           ELSE
012860               DISPLAY "Enter item name: " NO ADVANCING
012870               ACCEPT ITM-NAME OF ITM-SEARCH-INFORMATION
012880               MOVE ITM-NAME OF ITM-SEARCH-INFORMATION TO ITM-NAME
013164               ITM-REORDER-POINT OF ITM-SEARCH-INFORMATION
013166           MOVE ITM-ORDER-UP-TO OF ITM-ITEM-RECORD TO
013168               ITM-ORDER-UP-TO OF ITM-SEARCH-INFORMATION
013170           MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
013172               ITM-TAX-CLASS OF ITM-SEARCH-INFORMATION
013173           MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD TO
013174               ITM-LOCATION-STOCK OF ITM-SEARCH-INFORMATION
013175           MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD TO
013176               ITM-SHELF-CAPACITY OF ITM-SEARCH-INFORMATION
013177           MOVE 'Y' TO ITM-FOUND-FLAG
013180           .
013190 6050-EXIT.
013200           EXIT.
014080                   ITM-AVAIL OF ITM-SEARCH-INFORMATION
014082               MOVE ITM-VENDOR OF ITM-ITEM-RECORD TO
014084                   ITM-VENDOR OF ITM-SEARCH-INFORMATION
014085               MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD TO
014086                   ITM-LOCATION-STOCK OF ITM-SEARCH-INFORMATION
014087               MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD TO
014088                   ITM-SHELF-CAPACITY OF ITM-SEARCH-INFORMATION
014089               MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
014090                   ITM-TAX-CLASS OF ITM-SEARCH-INFORMATION
014095               DISPLAY "ITEM [" ITM-NAME OF ITM-ITEM-RECORD "]"
014100               PERFORM 2100-DISPLAY-SEARCHED-ITEM THRU 2100-EXIT
014110               ADD 1 TO ITM-FIND-MATCH-COUNT
014120           END-IF
015070*----------------------------------------------------------------
015080 8000-WRITE-JSON-FILE.
015090           PERFORM 8200-REBUILD-TABLE-FROM-INDEX THRU 8200-EXIT
015092           PERFORM 8420-SET-KIT-AVAILABILITY THRU 8420-EXIT
015094           OPEN OUTPUT ITEMS-JSON-FILE
015096           PERFORM 8500-JSON-GENERATE-ITEMS THRU 8500-EXIT
015098           CLOSE ITEMS-JSON-FILE
015100           IF NOT ITM-JSON-OK
015102               DISPLAY "items.json generate failed - "
015104                   "rerun before trusting the export"
015106           END-IF
015210           .
015220 8000-EXIT.
015230           EXIT.
015772                       TO ITM-ORDER-UP-TO OF
015774                       ITM-ITEMS(ITM-NUM-OF-ITEMS
015776                           OF ITM-ITEM-INFORMATION)
015778                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD
015780                       TO ITM-TAX-CLASS OF
015782                       ITM-ITEMS(ITM-NUM-OF-ITEMS
015784                           OF ITM-ITEM-INFORMATION)
015785                   MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
015786                       TO ITM-LOCATION-STOCK OF
015787                       ITM-ITEMS(ITM-NUM-OF-ITEMS
015788                           OF ITM-ITEM-INFORMATION)
015789                   MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
015790                       TO ITM-SHELF-CAPACITY OF
015791                       ITM-ITEMS(ITM-NUM-OF-ITEMS
015792                           OF ITM-ITEM-INFORMATION)
015793           END-READ
015794           .
015795 8210-EXIT.
015800           EXIT.
015810
015820       COPY ITEMJSNG.
015830       COPY ITEMJSNP.
015835       COPY ITEMXRP.
015837       COPY ITEMTXP.
015839       COPY ITEMLOCP.
015841       COPY ITEMKTP.
015843
015850*----------------------------------------------------------------
015860* 9000-WRITE-AND-QUIT
015870*
015970           CLOSE OPERATOR-FILE
015972           CLOSE PO-MASTER-FILE
015974           CLOSE ITEM-XREF-FILE
015976           CLOSE TENDER-FILE
015980           DISPLAY SPACES UPON CRT
015990           .
016000 9000-EXIT.
