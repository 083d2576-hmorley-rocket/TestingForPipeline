000210* tells the storefront each line's disposition, returns from
000220* webretrn.txt post back like till refunds, and items.json is
000230* refreshed once at the end so the storefront sees the new
000240* stock counts.  An order that cannot fill only because stock
000241* is short is held whole on the backorder file (backord.dat)
000242* instead of rejecting; backorders are judged ahead of the
000243* night's new orders, oldest first, on every run until they
000244* fill or age out to the reject file.
000246* Both inbound files carry a header and trailer (ITEMBCH.CPY);
000248* each is balanced and checked against the interface-batch
000250* register before anything in it is acted on, and a file that
000252* fails is left untouched for the storefront to resend.
000254*----------------------------------------------------------------
000256 IDENTIFICATION DIVISION.
000258 PROGRAM-ID. WEBORDER.
000260 AUTHOR. STORE-SYSTEMS-GROUP.
000270 INSTALLATION. RETAIL-OPERATIONS.
000280 DATE-WRITTEN. 2026-08-22.
000485*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000486*                   the full-catalog buffer and its size
000487*                   ceiling are gone.
000488*  2026-10-14 dlm   Web sales and refunds carry the web order
000489*                   number in the sales log's new receipt
000490*                   field, so a web order's lines group the way
000491*                   a till basket's do.
000492*  2026-10-14 dlm   Web sales and refunds carry sales tax at the
000493*                   item's class rate (ITEMTXP.CPY) on the
000494*                   sales log, the same as a till line.
000495*  2026-10-15 dlm   Orders short only on stock now go whole to
000496*                   the new backorder file (backord.dat) with
000497*                   their arrival date and a BACKORD line on
000498*                   webconf.txt, instead of rejecting.  Every
000499*                   run judges the backorders first, oldest
000500*                   first, then the new orders; a backorder
000501*                   older than ITM-BKO-MAX-DAYS rejects whole
000502*                   as BACKORDER EXPIRED.  Runs with no orders
000503*                   file still retry the backorders.
000504*  2026-10-15 dlm   Web orders ship from the warehouse: lines
000505*                   are judged against warehouse stock, filled
000506*                   lines come off it and web returns go back
000507*                   to it, and the SALE/RETURN movements carry
000508*                   the warehouse location.  Catalog table
000509*                   rebuild carries the location stocks and
000510*                   shelf capacity so items.json keeps them.
000511*  2026-10-15 dlm   weborder.txt and webretrn.txt now carry a
000512*                   header (batch ID, creation date) and a
000513*                   trailer (record count, quantity hash).  Each
000514*                   file is balanced and its batch ID checked
000515*                   against the interface-batch register
000516*                   (batchreg.dat) before any line is read for
000517*                   processing; an unbalanced or duplicate file
000518*                   is rejected whole and left in place, and
000519*                   the run ends with return code 6.
000520*  2026-10-15 dlm   Kits (kitbom.dat).  An order or return line
000521*                   for a kit posts the sale or refund at the
000522*                   kit's price and moves its components, one
000523*                   audited rewrite and one SALE or RETURN
000524*                   movement each; an order judges a kit line
000525*                   against its components' warehouse stock.
000526*                   items.json marks kits and gives their
000527*                   make-up-able stock.
000528*  2026-10-15 dlm   An accepted orders or returns batch goes on
000529*                   the batch register only once its file has
000530*                   been processed, so a file held back for the
000531*                   next run is not turned away tomorrow as a
000532*                   duplicate.
000533*----------------------------------------------------------------
000534 ENVIRONMENT DIVISION.
000535 INPUT-OUTPUT SECTION.
000536 FILE-CONTROL.
000537           SELECT ITEMS-FILE ASSIGN TO ITM-ITEMS-DSN
000538               ORGANIZATION IS INDEXED
000539               ACCESS MODE IS DYNAMIC
000540               RECORD KEY IS ITM-NAME OF ITM-ITEM-RECORD
000550               ALTERNATE RECORD KEY IS ITM-SKU OF ITM-ITEM-RECORD
000560                   WITH DUPLICATES
000824               ORGANIZATION IS SEQUENTIAL
000826               FILE STATUS IS ITM-WEBCONF-STATUS.
000827
000828           SELECT BACKORDER-FILE ASSIGN TO ITM-BACKORD-DSN
000829               ORGANIZATION IS SEQUENTIAL
000830               FILE STATUS IS ITM-BACKORD-STATUS.
000831
000832           SELECT TAX-RATE-FILE ASSIGN TO ITM-TAXRATE-DSN
000833               ORGANIZATION IS INDEXED
000834               ACCESS MODE IS DYNAMIC
000835               RECORD KEY IS ITM-TXR-CLASS
000836               FILE STATUS IS ITM-TAXRATE-STATUS.
000837
000838           SELECT BATCH-REGISTER-FILE ASSIGN TO ITM-BATCHREG-DSN
000840               ORGANIZATION IS SEQUENTIAL
000842               FILE STATUS IS ITM-BATCHREG-STATUS.
000844
000845           SELECT KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN
000846               ORGANIZATION IS INDEXED
000847               ACCESS MODE IS DYNAMIC
000848               RECORD KEY IS ITM-BOM-KEY
000849               FILE STATUS IS ITM-KITBOM-STATUS.
000850
000851 DATA DIVISION.
000852 FILE SECTION.
000853       COPY ITEMJSNF.
000860
000870 FD  ITEMS-FILE.
000880       COPY ITEMREC.
001179           05  FILLER                     PIC X(01) VALUE SPACE.
001180           05  ITM-CONF-REASON            PIC X(30).
001181
001182 FD  TAX-RATE-FILE.
001183       COPY ITEMTAX.
001184
001185 FD  BACKORDER-FILE.
001186       COPY ITEMBKO.
001187
001188 FD  BATCH-REGISTER-FILE.
001189       COPY ITEMBCF.
001190
001191 FD  KIT-BOM-FILE.
001192       COPY ITEMBOM.
001193
001194 WORKING-STORAGE SECTION.
001195       COPY ITEMFN.
001196       COPY ITEMTAB.
001197       COPY ITEMTXD.
001198       COPY ITEMLOC.
001199       COPY ITEMBCH.
001200       COPY ITEMBCD.
001201       COPY ITEMKTD.
001202
001203*----------------------------------------------------------------
001204* The orders batch verdict (ITM-BATCH-CHECK), kept from its check
001205* in 1000 - the returns check reuses the area - until 2000 has
001206* processed the orders and can register the batch.
001207*----------------------------------------------------------------
001208 01  ITM-ORDER-BATCH-HOLD       PIC X(106) VALUE SPACES.
001209 01  ITM-BATCH-CHECK-SAVE       PIC X(106) VALUE SPACES.
001210 01  ITM-ITEMS-STATUS           PIC X(02).
001220 01  ITM-JSON-STATUS            PIC X(02).
001230 01  ITM-AUDIT-STATUS           PIC X(02).
001270 01  ITM-WEBREJ-STATUS          PIC X(02).
001272 01  ITM-WEBRET-STATUS          PIC X(02).
001274 01  ITM-WEBCONF-STATUS         PIC X(02).
001276 01  ITM-BACKORD-STATUS         PIC X(02).
001280 01  ITM-I                      BINARY-SHORT.
001282 01  ITM-J                      BINARY-SHORT.
001284 01  ITM-K                      BINARY-SHORT.
001398 01  ITM-ORDREJ-COUNT           BINARY-SHORT VALUE 0.
001400 01  ITM-CUR-ORDER-NUMBER       PIC X(10).
001402 01  ITM-CUM-QTY                BINARY-LONG.
001403 01  ITM-CUM-NAME               PIC X(32).
001404 01  ITM-LINE-MOVE-QTY          BINARY-LONG.
001405 01  ITM-KIT-SHIP-FLAG          PIC X(01).
001406           88  ITM-KIT-SHIP-FAILED    VALUE 'Y'.
001407 01  ITM-ORDER-OK-FLAG          PIC X(01).
001408           88  ITM-ORDER-FILLABLE     VALUE 'Y'.
001409 01  ITM-ORDER-HARD-FLAG        PIC X(01).
001410           88  ITM-ORDER-HARD-FAIL    VALUE 'Y'.
001411 01  ITM-WEBORD-OPEN-FLAG       PIC X(01) VALUE 'N'.
001412           88  ITM-WEBORD-OPENED      VALUE 'Y'.
001413
001414*----------------------------------------------------------------
001415* Backorders.  A held order ages out - rejects whole - once it
001416* has waited more than ITM-BKO-MAX-DAYS since it first arrived;
001417* two weeks is as long as the storefront promises a customer.
001418*----------------------------------------------------------------
001419 01  ITM-BKO-MAX-DAYS           PIC 9(03) VALUE 14.
001420 01  ITM-BKO-PRESENT-FLAG       PIC X(01) VALUE 'N'.
001421           88  ITM-BKO-PRESENT        VALUE 'Y'.
001422 01  ITM-BKO-OUT-FLAG           PIC X(01) VALUE 'N'.
001423           88  ITM-BKO-OUT-OPENED     VALUE 'Y'.
001424 01  ITM-BKO-AGE                BINARY-LONG.
001425 01  ITM-BKO-DATE-NUM           PIC 9(08).
001426 01  ITM-BKO-ORDER-COUNT        BINARY-SHORT VALUE 0.
001427 01  ITM-BKO-LINE-COUNT         BINARY-SHORT VALUE 0.
001428 01  ITM-RUN-DATE               PIC X(08).
001429 01  ITM-RUN-DATE-NUM           PIC 9(08).
001430
001431*----------------------------------------------------------------
001432* One order line on its way into the order-line table - from
001433* the backorder file or the orders file alike.
001434*----------------------------------------------------------------
001435 01  ITM-LOAD-LINE.
001436           05  ITM-LOAD-ORDER         PIC X(10).
001437           05  ITM-LOAD-SKU           PIC X(14).
001438           05  ITM-LOAD-QTY-TEXT      PIC X(08).
001439           05  ITM-LOAD-DATE          PIC X(08).
001440           05  ITM-LOAD-FROM-BKO      PIC X(01).
001441
001442*----------------------------------------------------------------
001443* Order numbers that lost a line to the table cap during the
001444* load.  Their already-loaded sibling lines are failed ORDER
001445* INCOMPLETE before anything is judged - a half-loaded order
001446* must reject whole, not ship its loaded half.
001447*----------------------------------------------------------------
001448 01  ITM-OVFL-ORDER-LIST.
001449           05  ITM-OVFL-COUNT         BINARY-SHORT VALUE 0.
001450           05  ITM-OVFL-ENTRY OCCURS 200 TIMES.
001451               10  ITM-OVFL-ORDER     PIC X(10).
001452 01  ITM-OVFL-MATCH-FLAG        PIC X(01).
001453           88  ITM-OVFL-MATCHED       VALUE 'Y'.
001454
001455*----------------------------------------------------------------
001456* The whole orders file loaded at once, so every line of an
001457* order number can be judged together before anything ships -
001458* a three-line order either fills all three lines or rejects
001459* all three.  Status V valid (pending), R rejected on its own
001460* fault, O rejected because a sibling line failed, F filled,
001461* S short on stock (pending the order's verdict), B held on
001462* the backorder file.  Backorders load first, in arrival
001463* order, so they are judged - and take the stock - before the
001464* night's new orders.  2000 lines is far more than a night's
001465* drop and the backorders have ever held; overflow lines
001466* reject rather than process half-judged.  ITM-OLN-NAME and
001467* ITM-OLN-KIT-FLAG are filled in once the line's SKU is found
001468* on the catalog.
001469*----------------------------------------------------------------
001470 01  ITM-ORDER-LINE-TABLE.
001471           05  ITM-NUM-OF-OLINES      BINARY-SHORT VALUE 0.
001472           05  ITM-OLINE-ENTRY OCCURS 0 TO 2000 TIMES
001473                   DEPENDING ON ITM-NUM-OF-OLINES.
001474               10  ITM-OLN-ORDER      PIC X(10).
001475               10  ITM-OLN-SKU        PIC X(14).
001476               10  ITM-OLN-QTY-TEXT   PIC X(08).
001477               10  ITM-OLN-QTY        BINARY-SHORT.
001478               10  ITM-OLN-STATUS     PIC X(01).
001479                   88  ITM-OLN-VALID      VALUE 'V'.
001480                   88  ITM-OLN-REJECTED   VALUE 'R'.
001481                   88  ITM-OLN-ORDER-REJ  VALUE 'O'.
001482                   88  ITM-OLN-FILLED     VALUE 'F'.
001483                   88  ITM-OLN-SHORT      VALUE 'S'.
001484                   88  ITM-OLN-BACKORD    VALUE 'B'.
001485               10  ITM-OLN-REASON     PIC X(30).
001486               10  ITM-OLN-RECEIVED   PIC X(08).
001487               10  ITM-OLN-FROM-BKO   PIC X(01).
001488                   88  ITM-OLN-WAS-BKO    VALUE 'Y'.
001489               10  ITM-OLN-NAME       PIC X(32).
001490               10  ITM-OLN-KIT-FLAG   PIC X(01).
001491                   88  ITM-OLN-IS-KIT     VALUE 'Y'.
001492
001493 PROCEDURE DIVISION.
001494
001495*----------------------------------------------------------------
001496* 0000-MAINLINE
001497*----------------------------------------------------------------
001498 0000-MAINLINE.
001499           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500           PERFORM 2000-PROCESS-ORDERS THRU 2000-EXIT
001501           PERFORM 3000-PROCESS-RETURNS THRU 3000-EXIT
001502           PERFORM 9000-CLOSE-AND-EXIT THRU 9000-EXIT
001503           GOBACK
001510           .
001520 0000-EXIT.
001530           EXIT.
001580* Opens the indexed catalog, audit trail, and sales log the same
001590* way the interactive program does, then the inbound orders file
001600* and the reject file.  A missing orders file just means the
001610* storefront had nothing for us tonight - any backorders are
001612* still retried.  The backorder file is opened and its first
001614* record read here; one that exists but cannot be read holds
001616* the night's orders back untouched, since the backorders would
001618* otherwise be lost when the file is rewritten.  Each inbound
001620* file is checked whole (1300/1400) as soon as it is opened; one
001622* that is rejected is closed again and treated as not there.
001624*----------------------------------------------------------------
001630 1000-INITIALIZE.
001632           PERFORM 8800-LOAD-TAX-RATES THRU 8800-EXIT
001633           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
001634           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
001636           MOVE ITM-RUN-DATE TO ITM-RUN-DATE-NUM
001638
001640           OPEN I-O ITEMS-FILE
001650           IF ITM-ITEMS-STATUS = "35"
001660               OPEN OUTPUT ITEMS-FILE
001920           OPEN INPUT WEB-ORDER-FILE
001930           IF ITM-WEBORD-STATUS NOT = "00"
001940               DISPLAY "No web orders file - nothing to process"
001942           ELSE
001944               MOVE 'Y' TO ITM-WEBORD-OPEN-FLAG
001946               PERFORM 1300-CHECK-ORDER-BATCH THRU 1300-EXIT
001948               MOVE ITM-BATCH-CHECK TO ITM-ORDER-BATCH-HOLD
001950           END-IF
001952
001954           OPEN INPUT WEB-RETURN-FILE
001956           IF ITM-WEBRET-STATUS NOT = "00"
001958               DISPLAY "No web returns file - no returns to post"
001959           ELSE
001960               PERFORM 1400-CHECK-RETURN-BATCH THRU 1400-EXIT
001961           END-IF
001962
001963           OPEN INPUT BACKORDER-FILE
001964           EVALUATE ITM-BACKORD-STATUS
001965               WHEN "00"
001966                   READ BACKORDER-FILE
001967                       AT END
001968                           CLOSE BACKORDER-FILE
001969                       NOT AT END
001970                           MOVE 'Y' TO ITM-BKO-PRESENT-FLAG
001971                   END-READ
001972               WHEN "35"
001973                   CONTINUE
001974               WHEN OTHER
001975                   DISPLAY "Unable to read backord.dat - web "
001976                       "orders held for the next run"
001977                   MOVE 8 TO RETURN-CODE
001978                   IF ITM-WEBORD-OPENED
001979                       CLOSE WEB-ORDER-FILE
001980                       MOVE 'N' TO ITM-WEBORD-OPEN-FLAG
001981                   END-IF
001982           END-EVALUATE
001983
001984           IF NOT ITM-WEBORD-OPENED AND NOT ITM-BKO-PRESENT AND
001985                   ITM-WEBRET-STATUS NOT = "00"
001986               GO TO 1000-EXIT
001987           END-IF
001988
001989           OPEN EXTEND WEB-REJECT-FILE
001990           IF ITM-WEBREJ-STATUS = "35"
001991               OPEN OUTPUT WEB-REJECT-FILE
001992               CLOSE WEB-REJECT-FILE
001993               OPEN EXTEND WEB-REJECT-FILE
001994           END-IF
001995
001996           IF ITM-WEBORD-OPENED OR ITM-BKO-PRESENT
001997               OPEN OUTPUT WEB-CONFIRM-FILE
001998           ELSE
001999               MOVE "99" TO ITM-WEBCONF-STATUS
002000           END-IF
002001           .
002002 1000-EXIT.
002010           EXIT.
002011
002012*----------------------------------------------------------------
002013* 1300-CHECK-ORDER-BATCH
002014*
002015* Reads the whole orders file once through the batch-control
002016* paragraphs (ITEMBCP.CPY) before a single line is loaded.  A
002017* balanced, new batch is reopened for 2000, which registers it
002018* once its orders are through; a file that is out of balance,
002019* cut short, or already processed is closed and left exactly as
002020* it arrived - nothing is taken from it and it is not consumed -
002021* and the run ends with return code 6 so the log shows it.
002022*----------------------------------------------------------------
002023 1300-CHECK-ORDER-BATCH.
002024           MOVE "WEBORDER" TO ITM-BCH-INTERFACE
002025           PERFORM 8300-BATCH-START THRU 8300-EXIT
002026           MOVE 'N' TO ITM-EOF-FLAG
002027           READ WEB-ORDER-FILE
002028               AT END
002029                   MOVE 'Y' TO ITM-EOF-FLAG
002030           END-READ
002031
002032           PERFORM 1310-TALLY-ONE-ORDER THRU 1310-EXIT
002033               UNTIL ITM-EOF
002034
002035           PERFORM 8350-BATCH-FINISH THRU 8350-EXIT
002036           CLOSE WEB-ORDER-FILE
002037           MOVE 'N' TO ITM-WEBORD-OPEN-FLAG
002038           IF ITM-BCH-REJECTED
002039               DISPLAY "Web orders file rejected - no orders "
002040                   "taken from it"
002041               IF RETURN-CODE < 6
002042                   MOVE 6 TO RETURN-CODE
002043               END-IF
002044               GO TO 1300-EXIT
002045           END-IF
002046
002047           OPEN INPUT WEB-ORDER-FILE
002048           IF ITM-WEBORD-STATUS NOT = "00"
002049               DISPLAY "Unable to reopen weborder.txt - orders "
002050                   "held for the next run"
002051               MOVE 8 TO RETURN-CODE
002052               GO TO 1300-EXIT
002053           END-IF
002054           MOVE 'Y' TO ITM-WEBORD-OPEN-FLAG
002055           .
002056 1300-EXIT.
002057           EXIT.
002058
002059 1310-TALLY-ONE-ORDER.
002060           MOVE ITM-WEB-ORDER-RECORD TO ITM-BATCH-CONTROL-RECORD
002061           MOVE ITM-WEB-QTY-TEXT TO ITM-BCH-QTY-TEXT
002062           PERFORM 8305-BATCH-QTY-FROM-TEXT THRU 8305-EXIT
002063           PERFORM 8310-BATCH-TALLY-RECORD THRU 8310-EXIT
002064           READ WEB-ORDER-FILE
002065               AT END
002066                   MOVE 'Y' TO ITM-EOF-FLAG
002067           END-READ
002068           .
002069 1310-EXIT.
002070           EXIT.
002071
002072*----------------------------------------------------------------
002073* 1400-CHECK-RETURN-BATCH
002074*
002075* The same whole-file check for the returns drop, registered by
002076* 3000 once its returns are posted.  A rejected returns file is
002077* closed, left in place, and marked not open for 3000.
002078*----------------------------------------------------------------
002079 1400-CHECK-RETURN-BATCH.
002080           MOVE "WEBRETRN" TO ITM-BCH-INTERFACE
002081           PERFORM 8300-BATCH-START THRU 8300-EXIT
002082           MOVE 'N' TO ITM-EOF-FLAG
002083           READ WEB-RETURN-FILE
002084               AT END
002085                   MOVE 'Y' TO ITM-EOF-FLAG
002086           END-READ
002087
002088           PERFORM 1410-TALLY-ONE-RETURN THRU 1410-EXIT
002089               UNTIL ITM-EOF
002090
002091           PERFORM 8350-BATCH-FINISH THRU 8350-EXIT
002092           CLOSE WEB-RETURN-FILE
002093           IF ITM-BCH-REJECTED
002094               DISPLAY "Web returns file rejected - no returns "
002095                   "posted from it"
002096               MOVE "99" TO ITM-WEBRET-STATUS
002097               IF RETURN-CODE < 6
002098                   MOVE 6 TO RETURN-CODE
002099               END-IF
002100               GO TO 1400-EXIT
002101           END-IF
002102
002103           OPEN INPUT WEB-RETURN-FILE
002104           IF ITM-WEBRET-STATUS NOT = "00"
002105               DISPLAY "Unable to reopen webretrn.txt - returns "
002106                   "held for the next run"
002107               MOVE 8 TO RETURN-CODE
002108           END-IF
002109           .
002110 1400-EXIT.
002111           EXIT.
002112
002113 1410-TALLY-ONE-RETURN.
002114           MOVE ITM-WEB-RETURN-RECORD TO ITM-BATCH-CONTROL-RECORD
002115           MOVE ITM-WRET-QTY-TEXT TO ITM-BCH-QTY-TEXT
002116           PERFORM 8305-BATCH-QTY-FROM-TEXT THRU 8305-EXIT
002117           PERFORM 8310-BATCH-TALLY-RECORD THRU 8310-EXIT
002118           READ WEB-RETURN-FILE
002119               AT END
002120                   MOVE 'Y' TO ITM-EOF-FLAG
002121           END-READ
002122           .
002123 1410-EXIT.
002124           EXIT.
002125
002126*----------------------------------------------------------------
002127* 2000-PROCESS-ORDERS
002128*
002129* Order-level processing: the backorders and then the whole
002130* orders file are loaded into the order-line table, every line
002131* is validated, and then each order number is judged and
002132* filled, held on backorder, or rejected as a unit.
002133* The reject file and the confirmation extract are written from
002134* the final line dispositions, and items.json is refreshed once
002135* at the end when anything shipped.
002136*----------------------------------------------------------------
002137 2000-PROCESS-ORDERS.
002140           IF NOT ITM-WEBORD-OPENED AND NOT ITM-BKO-PRESENT
002150               GO TO 2000-EXIT
002160           END-IF
002170
002171           PERFORM 2040-LOAD-BACKORDERS THRU 2040-EXIT
002172           OPEN OUTPUT BACKORDER-FILE
002173           IF ITM-BACKORD-STATUS NOT = "00"
002174               DISPLAY "Unable to rewrite backord.dat - web "
002175                   "orders held for the next run"
002176               MOVE 8 TO RETURN-CODE
002177               IF ITM-WEBORD-OPENED
002178                   CLOSE WEB-ORDER-FILE
002179               END-IF
002180               GO TO 2000-EXIT
002181           END-IF
002182           MOVE 'Y' TO ITM-BKO-OUT-FLAG
002183           IF ITM-WEBORD-OPENED
002184               PERFORM 2050-LOAD-ORDER-LINES THRU 2050-EXIT
002185           END-IF
002186           IF ITM-OVFL-COUNT > 0
002187               PERFORM 2070-FAIL-OVERFLOW-ORDERS THRU 2070-EXIT
002188           END-IF
002190           PERFORM 2080-VALIDATE-ONE-LINE THRU 2080-EXIT
002200               VARYING ITM-I FROM 1 BY 1
002210               UNTIL ITM-I > ITM-NUM-OF-OLINES
002330               ITM-ORDREJ-COUNT " order(s) rejected whole"
002340           DISPLAY ITM-ACCEPT-COUNT " order line(s) filled, "
002350               ITM-REJECT-COUNT " rejected"
002352           CLOSE BACKORDER-FILE
002354           DISPLAY ITM-BKO-ORDER-COUNT " order(s) on backorder, "
002356               ITM-BKO-LINE-COUNT " line(s)"
002358           IF ITM-WEBORD-OPENED
002359               MOVE ITM-BATCH-CHECK TO ITM-BATCH-CHECK-SAVE
002360               MOVE ITM-ORDER-BATCH-HOLD TO ITM-BATCH-CHECK
002361               IF ITM-BCH-ACCEPTED
002362                   PERFORM 8370-BATCH-RECORD-REGISTER
002363                       THRU 8370-EXIT
002364               END-IF
002365               MOVE ITM-BATCH-CHECK-SAVE TO ITM-BATCH-CHECK
002366               PERFORM 2700-CONSUME-ORDER-FILE THRU 2700-EXIT
002367           END-IF
002370           .
002380 2000-EXIT.
002390           EXIT.
002400
002401*----------------------------------------------------------------
002402* 2040-LOAD-BACKORDERS
002403*
002404* Loads the backorder file (first record already read by 1000)
002405* into the order-line table ahead of the night's orders, each
002406* line keeping the date its order first arrived.  The file is
002407* closed again here; 2000 rewrites it with whatever is still
002408* waiting after this run.
002409*----------------------------------------------------------------
002410 2040-LOAD-BACKORDERS.
002411           IF NOT ITM-BKO-PRESENT
002412               GO TO 2040-EXIT
002413           END-IF
002414
002415           MOVE 'N' TO ITM-EOF-FLAG
002416           PERFORM 2045-LOAD-ONE-BACKORDER THRU 2045-EXIT
002417               UNTIL ITM-EOF
002418           CLOSE BACKORDER-FILE
002419           .
002420 2040-EXIT.
002421           EXIT.
002422
002423 2045-LOAD-ONE-BACKORDER.
002424           MOVE ITM-BKO-ORDER-NUMBER TO ITM-LOAD-ORDER
002425           MOVE ITM-BKO-SKU TO ITM-LOAD-SKU
002426           MOVE ITM-BKO-QTY-TEXT TO ITM-LOAD-QTY-TEXT
002427           MOVE ITM-BKO-DATE TO ITM-LOAD-DATE
002428           MOVE 'Y' TO ITM-LOAD-FROM-BKO
002429           PERFORM 2062-ADD-ORDER-LINE THRU 2062-EXIT
002430
002431           READ BACKORDER-FILE
002432               AT END
002433                   MOVE 'Y' TO ITM-EOF-FLAG
002434           END-READ
002435           .
002436 2045-EXIT.
002437           EXIT.
002438
002439*----------------------------------------------------------------
002440* 2700-CONSUME-ORDER-FILE
002441*
002442* Every line has now been filled or written to the reject
002450* file, so the orders file is rewritten empty - otherwise the
002460* next nightly run would fill the same order lines again,
002470* decrementing stock and posting sales twice.  The storefront
002770           EXIT.
002780
002790 2060-LOAD-ONE-LINE.
002791           MOVE ITM-WEB-ORDER-RECORD TO ITM-BATCH-CONTROL-RECORD
002792           IF ITM-BCH-REC-HEADER OR ITM-BCH-REC-TRAILER
002793               GO TO 2060-NEXT
002794           END-IF
002795           MOVE ITM-WEB-ORDER-NUMBER TO ITM-LOAD-ORDER
002796           MOVE ITM-WEB-SKU TO ITM-LOAD-SKU
002797           MOVE ITM-WEB-QTY-TEXT TO ITM-LOAD-QTY-TEXT
002798           MOVE ITM-RUN-DATE TO ITM-LOAD-DATE
002800           MOVE 'N' TO ITM-LOAD-FROM-BKO
002802           PERFORM 2062-ADD-ORDER-LINE THRU 2062-EXIT
002804           .
002806 2060-NEXT.
003010           READ WEB-ORDER-FILE
003020               AT END
003030                   MOVE 'Y' TO ITM-EOF-FLAG
003050           .
003060 2060-EXIT.
003070           EXIT.
003071
003072*----------------------------------------------------------------
003073* 2062-ADD-ORDER-LINE
003074*
003075* Adds the line in ITM-LOAD-LINE to the order-line table, or -
003076* past the table's capacity - rejects it straight to the reject
003077* and confirmation files and notes its order number for 2070.
003078*----------------------------------------------------------------
003079 2062-ADD-ORDER-LINE.
003080           IF ITM-NUM-OF-OLINES < 2000
003081               ADD 1 TO ITM-NUM-OF-OLINES
003082               MOVE ITM-LOAD-ORDER TO
003083                   ITM-OLN-ORDER(ITM-NUM-OF-OLINES)
003084               MOVE ITM-LOAD-SKU TO
003085                   ITM-OLN-SKU(ITM-NUM-OF-OLINES)
003086               MOVE ITM-LOAD-QTY-TEXT TO
003087                   ITM-OLN-QTY-TEXT(ITM-NUM-OF-OLINES)
003088               MOVE 0 TO ITM-OLN-QTY(ITM-NUM-OF-OLINES)
003089               MOVE 'V' TO ITM-OLN-STATUS(ITM-NUM-OF-OLINES)
003090               MOVE SPACES TO ITM-OLN-REASON(ITM-NUM-OF-OLINES)
003091               MOVE ITM-LOAD-DATE TO
003092                   ITM-OLN-RECEIVED(ITM-NUM-OF-OLINES)
003093               MOVE ITM-LOAD-FROM-BKO TO
003094                   ITM-OLN-FROM-BKO(ITM-NUM-OF-OLINES)
003095               MOVE SPACES TO ITM-OLN-NAME(ITM-NUM-OF-OLINES)
003096               MOVE 'N' TO ITM-OLN-KIT-FLAG(ITM-NUM-OF-OLINES)
003097           ELSE
003098               MOVE SPACES TO ITM-WEB-REJECT-RECORD
003099               MOVE ITM-LOAD-ORDER TO ITM-REJ-ORDER-NUMBER
003100               MOVE ITM-LOAD-SKU TO ITM-REJ-SKU
003101               MOVE ITM-LOAD-QTY-TEXT TO ITM-REJ-QTY
003102               MOVE "RUN CAPACITY EXCEEDED" TO ITM-REJ-REASON
003103               WRITE ITM-WEB-REJECT-RECORD
003104               ADD 1 TO ITM-REJECT-COUNT
003105               MOVE SPACES TO ITM-WEB-CONFIRM-RECORD
003106               MOVE ITM-LOAD-ORDER TO
003107                   ITM-CONF-ORDER-NUMBER
003108               MOVE ITM-LOAD-SKU TO ITM-CONF-SKU
003109               MOVE 0 TO ITM-CONF-QTY
003110               MOVE "REJECTED" TO ITM-CONF-DISP
003111               MOVE "RUN CAPACITY EXCEEDED" TO ITM-CONF-REASON
003112               WRITE ITM-WEB-CONFIRM-RECORD
003113               PERFORM 2065-NOTE-OVERFLOW-ORDER THRU 2065-EXIT
003114           END-IF
003115           .
003116 2062-EXIT.
003117           EXIT.
003118
003119*----------------------------------------------------------------
003120* 2065-NOTE-OVERFLOW-ORDER
003121*
003122* Adds the overflowing line's order number to the overflow
003123* list, once per order.  A run that somehow overflows more
003124* than 200 distinct orders has a broken drop, not a busy
003125* night - the operator already sees every line reject.
003126*----------------------------------------------------------------
003127 2065-NOTE-OVERFLOW-ORDER.
003128           MOVE 'N' TO ITM-OVFL-MATCH-FLAG
003129           PERFORM 2066-CHECK-ONE-OVERFLOW THRU 2066-EXIT
003130               VARYING ITM-K FROM 1 BY 1
003131               UNTIL ITM-K > ITM-OVFL-COUNT
003132                   OR ITM-OVFL-MATCHED
003133           IF NOT ITM-OVFL-MATCHED AND ITM-OVFL-COUNT < 200
003134               ADD 1 TO ITM-OVFL-COUNT
003135               MOVE ITM-LOAD-ORDER TO
003136                   ITM-OVFL-ORDER(ITM-OVFL-COUNT)
003137           END-IF
003138           .
003139 2065-EXIT.
003140           EXIT.
003141
003142 2066-CHECK-ONE-OVERFLOW.
003143           IF ITM-OVFL-ORDER(ITM-K) = ITM-LOAD-ORDER
003144               MOVE 'Y' TO ITM-OVFL-MATCH-FLAG
003145           END-IF
003146           .
003147 2066-EXIT.
003148           EXIT.
003149
003150*----------------------------------------------------------------
003151* 2070-FAIL-OVERFLOW-ORDERS
003152*
003153* Fails every loaded line belonging to an order that lost a
003154* line to the table cap - ORDER INCOMPLETE, before validation
003155* or judging, so none of the order ships and every line gets
003156* its reject and confirmation records from the usual path.
003157*----------------------------------------------------------------
003158 2070-FAIL-OVERFLOW-ORDERS.
003159           PERFORM 2075-FAIL-ONE-IF-OVERFLOW THRU 2075-EXIT
003160               VARYING ITM-I FROM 1 BY 1
003161               UNTIL ITM-I > ITM-NUM-OF-OLINES
003162           .
003163 2070-EXIT.
003164           EXIT.
003165
003166 2075-FAIL-ONE-IF-OVERFLOW.
003167           MOVE 'N' TO ITM-OVFL-MATCH-FLAG
003168           PERFORM 2076-MATCH-ONE-OVERFLOW THRU 2076-EXIT
003169               VARYING ITM-K FROM 1 BY 1
003170               UNTIL ITM-K > ITM-OVFL-COUNT
003171                   OR ITM-OVFL-MATCHED
003172           IF ITM-OVFL-MATCHED
003173               MOVE 'O' TO ITM-OLN-STATUS(ITM-I)
003174               MOVE "ORDER INCOMPLETE" TO ITM-OLN-REASON(ITM-I)
003175           END-IF
003176           .
003177 2075-EXIT.
003178           EXIT.
003179
003180 2076-MATCH-ONE-OVERFLOW.
003181           IF ITM-OVFL-ORDER(ITM-K) = ITM-OLN-ORDER(ITM-I)
003182               MOVE 'Y' TO ITM-OVFL-MATCH-FLAG
003183           END-IF
003184           .
003185 2076-EXIT.
003186           EXIT.
003187
003188*----------------------------------------------------------------
003189* 2080-VALIDATE-ONE-LINE
003190*
003191* Line-level checks for the table entry at ITM-I - quantity and
003192* SKU - marking the line R with its reason.  Stock is judged at
003193* the order level later, where sibling lines of the same SKU
003194* count against the same shelf.  A backorder line that has
003195* waited past ITM-BKO-MAX-DAYS is failed BACKORDER EXPIRED, so
003196* its whole order ages out to the reject file.
003197*----------------------------------------------------------------
003198 2080-VALIDATE-ONE-LINE.
003199           IF NOT ITM-OLN-VALID(ITM-I)
003200               GO TO 2080-EXIT
003201           END-IF
003202           IF ITM-OLN-WAS-BKO(ITM-I)
003203               PERFORM 2085-CHECK-BACKORDER-AGE THRU 2085-EXIT
003204               IF NOT ITM-OLN-VALID(ITM-I)
003205                   GO TO 2080-EXIT
003206               END-IF
003207           END-IF
003208           MOVE FUNCTION TEST-NUMVAL(ITM-OLN-QTY-TEXT(ITM-I)) TO
003209               ITM-NUMVAL-CHECK
003210           IF ITM-NUMVAL-CHECK NOT = 0
003211               MOVE 'R' TO ITM-OLN-STATUS(ITM-I)
003220               MOVE "INVALID QUANTITY" TO ITM-OLN-REASON(ITM-I)
003230               GO TO 2080-EXIT
003240           END-IF
003470                   MOVE 'R' TO ITM-OLN-STATUS(ITM-I)
003480                   MOVE "SKU NOT ON FILE" TO
003490                       ITM-OLN-REASON(ITM-I)
003500                   GO TO 2080-EXIT
003501           END-READ
003502
003503           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-OLN-NAME(ITM-I)
003504           MOVE ITM-OLN-NAME(ITM-I) TO ITM-KIT-LOOKUP-NAME
003505           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
003506           MOVE ITM-KIT-FOUND-FLAG TO ITM-OLN-KIT-FLAG(ITM-I)
003510           .
003520 2080-EXIT.
003530           EXIT.
003531
003532 2085-CHECK-BACKORDER-AGE.
003533           IF ITM-OLN-RECEIVED(ITM-I) IS NOT NUMERIC
003534               MOVE 'R' TO ITM-OLN-STATUS(ITM-I)
003535               MOVE "BACKORDER EXPIRED" TO ITM-OLN-REASON(ITM-I)
003536               GO TO 2085-EXIT
003537           END-IF
003538           MOVE ITM-OLN-RECEIVED(ITM-I) TO ITM-BKO-DATE-NUM
003539           COMPUTE ITM-BKO-AGE =
003540               FUNCTION INTEGER-OF-DATE(ITM-RUN-DATE-NUM) -
003541                   FUNCTION INTEGER-OF-DATE(ITM-BKO-DATE-NUM)
003542           IF ITM-BKO-AGE > ITM-BKO-MAX-DAYS
003543               MOVE 'R' TO ITM-OLN-STATUS(ITM-I)
003544               MOVE "BACKORDER EXPIRED" TO ITM-OLN-REASON(ITM-I)
003545           END-IF
003546           .
003547 2085-EXIT.
003548           EXIT.
003549
003550*----------------------------------------------------------------
003560* 2100-PROCESS-ONE-ORDER
003570*
003580* Fires on the first still-pending line of each order number:
003590* judges the whole order and fills every line of it, holds
003600* every line of it on backorder when the only fault is short
003602* stock, or rejects every line of it.
003610*----------------------------------------------------------------
003620 2100-PROCESS-ONE-ORDER.
003630           IF NOT ITM-OLN-VALID(ITM-I)
003660           MOVE ITM-OLN-ORDER(ITM-I) TO ITM-CUR-ORDER-NUMBER
003670
003680           PERFORM 2150-EVALUATE-ORDER THRU 2150-EXIT
003690           EVALUATE TRUE
003692               WHEN ITM-ORDER-FILLABLE
003700                   PERFORM 2170-FILL-WHOLE-ORDER THRU 2170-EXIT
003710                   ADD 1 TO ITM-ORDER-COUNT
003712               WHEN ITM-ORDER-HARD-FAIL
003730                   PERFORM 2180-FAIL-WHOLE-ORDER THRU 2180-EXIT
003740                   ADD 1 TO ITM-ORDREJ-COUNT
003742               WHEN OTHER
003744                   PERFORM 2185-BACKORDER-WHOLE-ORDER
003746                       THRU 2185-EXIT
003748                   ADD 1 TO ITM-BKO-ORDER-COUNT
003750           END-EVALUATE
003760           .
003770 2100-EXIT.
003780           EXIT.
003830* Decides whether the order in ITM-CUR-ORDER-NUMBER can fill
003840* whole: no line may have failed validation, and every line's
003850* demand - counting sibling lines of the same SKU against the
003860* same shelf - must fit the stock on hand.  A line that does
003862* not fit is marked S (short); any other fault is a hard
003864* failure, and only a hard failure rejects the order.  A kit
003865* line is judged by its components instead: each component's
003866* demand, counting what sibling kit lines and plain lines
003867* draw on it, must fit that component's stock.
003870*----------------------------------------------------------------
003880 2150-EVALUATE-ORDER.
003890           MOVE 'Y' TO ITM-ORDER-OK-FLAG
003892           MOVE 'N' TO ITM-ORDER-HARD-FLAG
003900           PERFORM 2160-CHECK-ONE-LINE THRU 2160-EXIT
003910               VARYING ITM-J FROM 1 BY 1
003920               UNTIL ITM-J > ITM-NUM-OF-OLINES
004000           END-IF
004010           IF ITM-OLN-REJECTED(ITM-J)
004020               MOVE 'N' TO ITM-ORDER-OK-FLAG
004022               MOVE 'Y' TO ITM-ORDER-HARD-FLAG
004030               GO TO 2160-EXIT
004040           END-IF
004050           IF NOT ITM-OLN-VALID(ITM-J)
004060               GO TO 2160-EXIT
004070           END-IF
004071           IF ITM-OLN-IS-KIT(ITM-J)
004072               MOVE ITM-OLN-NAME(ITM-J) TO ITM-KIT-LOOKUP-NAME
004073               PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
004074               PERFORM 2162-CHECK-KIT-COMPONENT THRU 2162-EXIT
004075                   VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
004076                   UNTIL ITM-KIT-C > ITM-KIT-LAST
004077               GO TO 2160-EXIT
004078           END-IF
004080
004090           MOVE 0 TO ITM-CUM-QTY
004092           MOVE ITM-OLN-NAME(ITM-J) TO ITM-CUM-NAME
004100           PERFORM 2165-ADD-CUM-QTY THRU 2165-EXIT
004110               VARYING ITM-K FROM 1 BY 1
004120               UNTIL ITM-K > ITM-J
004180                   MOVE "SKU NOT ON FILE" TO
004190                       ITM-OLN-REASON(ITM-J)
004200                   MOVE 'N' TO ITM-ORDER-OK-FLAG
004202                   MOVE 'Y' TO ITM-ORDER-HARD-FLAG
004210                   GO TO 2160-EXIT
004220           END-READ
004230
004240           IF ITM-CUM-QTY >
004242                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-WHSE)
004250               MOVE 'S' TO ITM-OLN-STATUS(ITM-J)
004260               MOVE "INSUFFICIENT STOCK" TO ITM-OLN-REASON(ITM-J)
004270               MOVE 'N' TO ITM-ORDER-OK-FLAG
004280           END-IF
004300 2160-EXIT.
004310           EXIT.
004320
004321*----------------------------------------------------------------
004322* 2162-CHECK-KIT-COMPONENT
004323*
004324* Judges the kit line at ITM-J against the component on bill of
004325* materials line ITM-KIT-C.  A component that has left the
004326* catalog is a hard failure - the kit cannot be made up.
004327*----------------------------------------------------------------
004328 2162-CHECK-KIT-COMPONENT.
004329           IF ITM-OLN-REJECTED(ITM-J)
004330               GO TO 2162-EXIT
004331           END-IF
004332           MOVE 0 TO ITM-CUM-QTY
004333           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO ITM-CUM-NAME
004334           PERFORM 2165-ADD-CUM-QTY THRU 2165-EXIT
004335               VARYING ITM-K FROM 1 BY 1
004336               UNTIL ITM-K > ITM-J
004337
004338           MOVE ITM-CUM-NAME TO ITM-NAME OF ITM-ITEM-RECORD
004339           READ ITEMS-FILE KEY IS ITM-NAME OF ITM-ITEM-RECORD
004340               INVALID KEY
004341                   MOVE 'R' TO ITM-OLN-STATUS(ITM-J)
004342                   MOVE "KIT COMPONENT NOT ON FILE" TO
004343                       ITM-OLN-REASON(ITM-J)
004344                   MOVE 'N' TO ITM-ORDER-OK-FLAG
004345                   MOVE 'Y' TO ITM-ORDER-HARD-FLAG
004346                   GO TO 2162-EXIT
004347           END-READ
004348
004349           IF ITM-CUM-QTY >
004350                   ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-WHSE)
004351               MOVE 'S' TO ITM-OLN-STATUS(ITM-J)
004352               MOVE "INSUFFICIENT STOCK" TO ITM-OLN-REASON(ITM-J)
004353               MOVE 'N' TO ITM-ORDER-OK-FLAG
004354           END-IF
004355           .
004356 2162-EXIT.
004357           EXIT.
004358
004359*----------------------------------------------------------------
004360* 2165-ADD-CUM-QTY
004361*
004362* Adds what the order's line at ITM-K draws on the item named in
004363* ITM-CUM-NAME: its own quantity when it is a line for that
004364* item, or its quantity times the bill of materials quantity
004365* when it is a kit line the item goes into.
004366*----------------------------------------------------------------
004367 2165-ADD-CUM-QTY.
004368           IF ITM-OLN-ORDER(ITM-K) NOT = ITM-CUR-ORDER-NUMBER OR
004369                   ITM-OLN-REJECTED(ITM-K)
004370               GO TO 2165-EXIT
004371           END-IF
004372           IF ITM-OLN-NAME(ITM-K) = ITM-CUM-NAME
004373               ADD ITM-OLN-QTY(ITM-K) TO ITM-CUM-QTY
004374               GO TO 2165-EXIT
004375           END-IF
004376           IF ITM-OLN-IS-KIT(ITM-K)
004377               MOVE ITM-OLN-NAME(ITM-K) TO ITM-BOM-FIND-KIT
004378               MOVE ITM-CUM-NAME TO ITM-BOM-FIND-COMP
004379               PERFORM 8460-FIND-BOM-LINE THRU 8460-EXIT
004380               COMPUTE ITM-CUM-QTY = ITM-CUM-QTY +
004381                   ITM-OLN-QTY(ITM-K) * ITM-BOM-FIND-QTY
004382           END-IF
004390           .
004400 2165-EXIT.
004410           EXIT.
004620               MOVE 'O' TO ITM-OLN-STATUS(ITM-J)
004630               MOVE "ORDER INCOMPLETE" TO ITM-OLN-REASON(ITM-J)
004640           END-IF
004642           IF ITM-OLN-ORDER(ITM-J) = ITM-CUR-ORDER-NUMBER AND
004644                   ITM-OLN-SHORT(ITM-J)
004646               MOVE 'R' TO ITM-OLN-STATUS(ITM-J)
004648           END-IF
004650           .
004660 2190-EXIT.
004670           EXIT.
004671
004672*----------------------------------------------------------------
004673* 2185-BACKORDER-WHOLE-ORDER
004674*
004675* The order's only fault is short stock: every line of it,
004676* short or not, is held on the backorder file to ship whole
004677* when the goods arrive.
004678*----------------------------------------------------------------
004679 2185-BACKORDER-WHOLE-ORDER.
004680           PERFORM 2195-BACKORDER-ONE-LINE THRU 2195-EXIT
004681               VARYING ITM-J FROM 1 BY 1
004682               UNTIL ITM-J > ITM-NUM-OF-OLINES
004683           .
004684 2185-EXIT.
004685           EXIT.
004686
004687 2195-BACKORDER-ONE-LINE.
004688           IF ITM-OLN-ORDER(ITM-J) = ITM-CUR-ORDER-NUMBER AND
004689                   (ITM-OLN-VALID(ITM-J) OR ITM-OLN-SHORT(ITM-J))
004690               MOVE 'B' TO ITM-OLN-STATUS(ITM-J)
004691               MOVE "AWAITING STOCK" TO ITM-OLN-REASON(ITM-J)
004692           END-IF
004693           .
004694 2195-EXIT.
004695           EXIT.
004696
004697*----------------------------------------------------------------
004700* 2300-FILL-ORDER-LINE
004710*
004720* Ships the table line at ITM-J when it belongs to the order
004740* rewrite the interactive vend uses and posts the sale and the
004750* movement.  The order was judged fillable before any line
004760* shipped, so a failure here is a file fault, not a stock
004770* shortage.  A kit line goes through 2350 instead.
004780*----------------------------------------------------------------
004790 2300-FILL-ORDER-LINE.
004800           IF ITM-OLN-ORDER(ITM-J) NOT = ITM-CUR-ORDER-NUMBER
004910                       ITM-OLN-REASON(ITM-J)
004920                   GO TO 2300-EXIT
004930           END-READ
004931           IF ITM-OLN-IS-KIT(ITM-J)
004932               PERFORM 2350-FILL-KIT-LINE THRU 2350-EXIT
004933               GO TO 2300-EXIT
004934           END-IF
004935           MOVE ITM-WEB-QTY TO ITM-LINE-MOVE-QTY
004940
004950           MOVE "WEBSALE" TO ITM-AUD-OPERATION
004960           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
004980           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
004990           SUBTRACT ITM-WEB-QTY FROM
005000               ITM-STOCK OF ITM-ITEM-RECORD
005002           SUBTRACT ITM-WEB-QTY FROM
005004               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-WHSE)
005010           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
005020               ITM-AUD-STOCK-DISP
005030           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
005200 2300-EXIT.
005210           EXIT.
005220
005221*----------------------------------------------------------------
005222* 2350-FILL-KIT-LINE
005223*
005224* Ships the kit line at ITM-J: each component leaves the
005225* warehouse through its own audited rewrite with its own SALE
005226* movement, then the sale itself is posted once, for the kit,
005227* at the kit's price and tax class.  The kit never holds stock,
005228* so its own record is not rewritten.
005229*----------------------------------------------------------------
005230 2350-FILL-KIT-LINE.
005231           MOVE 'N' TO ITM-KIT-SHIP-FLAG
005232           MOVE ITM-OLN-NAME(ITM-J) TO ITM-KIT-LOOKUP-NAME
005233           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
005234           PERFORM 2360-SHIP-KIT-COMPONENT THRU 2360-EXIT
005235               VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
005236               UNTIL ITM-KIT-C > ITM-KIT-LAST
005237           IF ITM-KIT-SHIP-FAILED
005238               MOVE 'R' TO ITM-OLN-STATUS(ITM-J)
005239               MOVE "CATALOG UPDATE FAILED" TO
005240                   ITM-OLN-REASON(ITM-J)
005241               GO TO 2350-EXIT
005242           END-IF
005243
005244           MOVE ITM-OLN-SKU(ITM-J) TO ITM-SKU OF ITM-ITEM-RECORD
005245           READ ITEMS-FILE KEY IS ITM-SKU OF ITM-ITEM-RECORD
005246               INVALID KEY
005247                   MOVE 'R' TO ITM-OLN-STATUS(ITM-J)
005248                   MOVE "CATALOG UPDATE FAILED" TO
005249                       ITM-OLN-REASON(ITM-J)
005250                   GO TO 2350-EXIT
005251           END-READ
005252           PERFORM 2500-POST-SALE THRU 2500-EXIT
005253           MOVE 'F' TO ITM-OLN-STATUS(ITM-J)
005254           ADD 1 TO ITM-ACCEPT-COUNT
005255           .
005256 2350-EXIT.
005257           EXIT.
005258
005259 2360-SHIP-KIT-COMPONENT.
005260           IF ITM-KIT-SHIP-FAILED
005261               GO TO 2360-EXIT
005262           END-IF
005263           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO
005264               ITM-NAME OF ITM-ITEM-RECORD
005265           READ ITEMS-FILE KEY IS ITM-NAME OF ITM-ITEM-RECORD
005266               INVALID KEY
005267                   MOVE 'Y' TO ITM-KIT-SHIP-FLAG
005268                   GO TO 2360-EXIT
005269           END-READ
005270           COMPUTE ITM-LINE-MOVE-QTY =
005271               ITM-WEB-QTY * ITM-BMT-QTY(ITM-KIT-C)
005272
005273           MOVE "WEBSALE" TO ITM-AUD-OPERATION
005274           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
005275               ITM-AUD-STOCK-DISP
005276           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
005277           SUBTRACT ITM-LINE-MOVE-QTY FROM
005278               ITM-STOCK OF ITM-ITEM-RECORD
005279           SUBTRACT ITM-LINE-MOVE-QTY FROM
005280               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-WHSE)
005281           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
005282               ITM-AUD-STOCK-DISP
005283           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
005284
005285           REWRITE ITM-ITEM-RECORD
005286               INVALID KEY
005287                   MOVE 'Y' TO ITM-KIT-SHIP-FLAG
005288               NOT INVALID KEY
005289                   MOVE ITM-NAME OF ITM-ITEM-RECORD TO
005290                       ITM-AUD-NAME
005291                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
005292                   PERFORM 2600-POST-MOVEMENT THRU 2600-EXIT
005293           END-REWRITE
005294           .
005295 2360-EXIT.
005296           EXIT.
005297
005298*----------------------------------------------------------------
005299* 2450-WRITE-DISPOSITION
005300*
005301* Final disposition of the table line at ITM-I: every line gets
005302* a confirmation record for the storefront (SHIPPED with the
005303* quantity, BACKORD or REJECTED with the reason and zero), and
005304* every rejected line also goes to the reject file for the
005305* clerk.  A backordered line is written to the new backorder
005306* file; the storefront is only told BACKORD the first time -
005307* a backorder still waiting from an earlier run has nothing
005308* new to confirm.
005309*----------------------------------------------------------------
005310 2450-WRITE-DISPOSITION.
005311           IF ITM-OLN-BACKORD(ITM-I)
005312               PERFORM 2460-HOLD-BACKORDER-LINE THRU 2460-EXIT
005313               IF ITM-OLN-WAS-BKO(ITM-I)
005314                   GO TO 2450-EXIT
005315               END-IF
005316           END-IF
005317
005320           MOVE SPACES TO ITM-WEB-CONFIRM-RECORD
005330           MOVE ITM-OLN-ORDER(ITM-I) TO ITM-CONF-ORDER-NUMBER
005340           MOVE ITM-OLN-SKU(ITM-I) TO ITM-CONF-SKU
005350           EVALUATE TRUE
005352               WHEN ITM-OLN-FILLED(ITM-I)
005360                   MOVE ITM-OLN-QTY(ITM-I) TO ITM-CONF-QTY
005370                   MOVE "SHIPPED" TO ITM-CONF-DISP
005372               WHEN ITM-OLN-BACKORD(ITM-I)
005374                   MOVE 0 TO ITM-CONF-QTY
005376                   MOVE "BACKORD" TO ITM-CONF-DISP
005378                   MOVE ITM-OLN-REASON(ITM-I) TO ITM-CONF-REASON
005380               WHEN OTHER
005390                   MOVE 0 TO ITM-CONF-QTY
005400                   MOVE "REJECTED" TO ITM-CONF-DISP
005410                   MOVE ITM-OLN-REASON(ITM-I) TO ITM-CONF-REASON
005420                   PERFORM 2400-REJECT-LINE THRU 2400-EXIT
005430           END-EVALUATE
005440           WRITE ITM-WEB-CONFIRM-RECORD
005450           .
005460 2450-EXIT.
005470           EXIT.
005471
005472*----------------------------------------------------------------
005473* 2460-HOLD-BACKORDER-LINE
005474*
005475* Writes the table line at ITM-I to the backorder file with the
005476* date its order first arrived, so it keeps its place in the
005477* queue and ages from the right day.
005478*----------------------------------------------------------------
005479 2460-HOLD-BACKORDER-LINE.
005480           MOVE SPACES TO ITM-BACKORDER-RECORD
005481           MOVE ITM-OLN-ORDER(ITM-I) TO ITM-BKO-ORDER-NUMBER
005482           MOVE ITM-OLN-SKU(ITM-I) TO ITM-BKO-SKU
005483           MOVE ITM-OLN-QTY-TEXT(ITM-I) TO ITM-BKO-QTY-TEXT
005484           MOVE ITM-OLN-RECEIVED(ITM-I) TO ITM-BKO-DATE
005485           WRITE ITM-BACKORDER-RECORD
005486           ADD 1 TO ITM-BKO-LINE-COUNT
005487           .
005488 2460-EXIT.
005489           EXIT.
005490
005491*----------------------------------------------------------------
005500* 2400-REJECT-LINE
005510*
005520* Writes the table line at ITM-I to the reject file with its
005662* 2500-POST-SALE
005663*
005664* Appends one line to SALES-FILE for the order line just filled,
005665* the same way the interactive vend's post-sale does, with the
005667* web order number standing in for the till receipt number
005668* and the line's tax at the item's class rate.
005669*----------------------------------------------------------------
005671 2500-POST-SALE.
005673           ACCEPT ITM-SALE-DATE FROM DATE YYYYMMDD
005675           ACCEPT ITM-SALE-TIME FROM TIME
005677           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-SALE-NAME
005679           MOVE ITM-WEB-QTY TO ITM-SALE-QTY
005681           MOVE ITM-PRICE OF ITM-ITEM-RECORD TO ITM-SALE-PRICE
005683           COMPUTE ITM-SALE-TOTAL =
005685               ITM-PRICE OF ITM-ITEM-RECORD * ITM-WEB-QTY
005687           MOVE "WEBORDER" TO ITM-SALE-USER
005689           MOVE 'S' TO ITM-SALE-TYPE
005691           MOVE ITM-CUR-ORDER-NUMBER TO ITM-SALE-RECEIPT
005692           MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
005693               ITM-TAX-CALC-CLASS
005694           MOVE ITM-SALE-TOTAL TO ITM-TAX-CALC-NET
005695           PERFORM 8850-COMPUTE-LINE-TAX THRU 8850-EXIT
005696           MOVE ITM-TAX-CALC-CLASS TO ITM-SALE-TAX-CLASS
005697           MOVE ITM-TAX-CALC-AMOUNT TO ITM-SALE-TAX
005698           WRITE ITM-SALES-RECORD
005699           .
005700 2500-EXIT.
005701           EXIT.
005702
005703*----------------------------------------------------------------
005705* 2600-POST-MOVEMENT
005707*
005709* Appends one SALE movement to the stock-movement ledger for
005711* the order line (or kit component) just filled, keyed by the
005713* web order number so the movement traces back to the
005714* storefront's paperwork.
005715*----------------------------------------------------------------
005717 2600-POST-MOVEMENT.
005719           ACCEPT ITM-MOV-DATE FROM DATE YYYYMMDD
005721           ACCEPT ITM-MOV-TIME FROM TIME
005723           MOVE "SALE" TO ITM-MOV-TYPE
005725           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
005727           MOVE 0 TO ITM-MOV-QTY-IN
005729           MOVE ITM-LINE-MOVE-QTY TO ITM-MOV-QTY-OUT
005731           MOVE 0 TO ITM-MOV-UNIT-COST
005733           MOVE ITM-CUR-ORDER-NUMBER TO ITM-MOV-REF
005734           MOVE ITM-LOC-CODE(ITM-LOC-WHSE) TO ITM-MOV-LOCATION
005735           MOVE SPACE TO ITM-MOV-TO-LOCATION
005736           WRITE ITM-MOVEMENT-RECORD
005737           .
005739 2600-EXIT.
005741           EXIT.
005743
005745*----------------------------------------------------------------
005747* 3000-PROCESS-RETURNS
005749*
005751* Read-ahead loop over the storefront returns drop - same
005753* layout as the orders file, one returned line per record.
005755* Each line restocks the item and posts the refund through the
005757* same paths a till refund uses; unusable lines go to the
005759* reject file marked RETURN.  The returns file is consumed
005761* after the run the same way the orders file is.
005763*----------------------------------------------------------------
005765 3000-PROCESS-RETURNS.
005767           IF ITM-WEBRET-STATUS NOT = "00"
005769               GO TO 3000-EXIT
005771           END-IF
005773
005775           MOVE 'N' TO ITM-EOF-FLAG
005777           READ WEB-RETURN-FILE
005779               AT END
005781                   MOVE 'Y' TO ITM-EOF-FLAG
005783           END-READ
005785
005787           PERFORM 3100-PROCESS-ONE-RETURN THRU 3100-EXIT
005789               UNTIL ITM-EOF
005791
005793           IF ITM-RETURN-COUNT > 0
005795               PERFORM 8000-WRITE-JSON-FILE THRU 8000-EXIT
005797           END-IF
005799           DISPLAY ITM-RETURN-COUNT " return line(s) posted"
005800           IF ITM-BCH-ACCEPTED
005801               PERFORM 8370-BATCH-RECORD-REGISTER THRU 8370-EXIT
005802           END-IF
005803           PERFORM 3700-CONSUME-RETURN-FILE THRU 3700-EXIT
005804           .
005805 3000-EXIT.
005807           EXIT.
005809
005811*----------------------------------------------------------------
005813* 3100-PROCESS-ONE-RETURN
005815*
005817* Validates one return line and either posts it or writes it to
005819* the reject file with the reason marked RETURN so the clerk
005821* knows which side of the counter it came from.
005823*----------------------------------------------------------------
005825 3100-PROCESS-ONE-RETURN.
005826           MOVE ITM-WEB-RETURN-RECORD TO ITM-BATCH-CONTROL-RECORD
005827           IF ITM-BCH-REC-HEADER OR ITM-BCH-REC-TRAILER
005828               GO TO 3100-NEXT
005829           END-IF
005830           MOVE FUNCTION TEST-NUMVAL(ITM-WRET-QTY-TEXT) TO
005831               ITM-NUMVAL-CHECK
005832           IF ITM-NUMVAL-CHECK NOT = 0
005833               MOVE "RETURN - INVALID QUANTITY" TO
005835                   ITM-REJECT-REASON
005837               PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
005839               GO TO 3100-NEXT
005841           END-IF
005843           IF FUNCTION NUMVAL(ITM-WRET-QTY-TEXT) > 9999
005845               MOVE "RETURN - INVALID QUANTITY" TO
005847                   ITM-REJECT-REASON
005849               PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
005851               GO TO 3100-NEXT
005853           END-IF
005855           MOVE FUNCTION NUMVAL(ITM-WRET-QTY-TEXT) TO
005857               ITM-WRET-QTY
005859           IF ITM-WRET-QTY NOT > 0
005861               MOVE "RETURN - INVALID QUANTITY" TO
005863                   ITM-REJECT-REASON
005865               PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
005867               GO TO 3100-NEXT
005869           END-IF
005871
005873           IF ITM-WRET-SKU = SPACES
005875               MOVE "RETURN - SKU NOT ON FILE" TO
005877                   ITM-REJECT-REASON
005879               PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
005881               GO TO 3100-NEXT
005883           END-IF
005885
005887           MOVE ITM-WRET-SKU TO ITM-SKU OF ITM-ITEM-RECORD
005889           READ ITEMS-FILE KEY IS ITM-SKU OF ITM-ITEM-RECORD
005891               INVALID KEY
005893                   MOVE "RETURN - SKU NOT ON FILE" TO
005895                       ITM-REJECT-REASON
005897                   PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
005899                   GO TO 3100-NEXT
005901           END-READ
005903
005905           PERFORM 3300-RESTOCK-RETURN-LINE THRU 3300-EXIT
005907           .
005909 3100-NEXT.
005911           READ WEB-RETURN-FILE
005913               AT END
005915                   MOVE 'Y' TO ITM-EOF-FLAG
005917           END-READ
005919           .
005921 3100-EXIT.
005923           EXIT.
005925
005927*----------------------------------------------------------------
005929* 3300-RESTOCK-RETURN-LINE
005931*
005933* Puts the returned quantity back in the warehouse (web stock
005934* ships from and returns to the warehouse) through the same
005935* audited rewrite the order fill uses, then posts the type-R
005937* refund to the sales log and the RETURN movement to the stock
005939* ledger, keyed by the web order number.  A returned kit goes
005940* through 3350 instead.
005941*----------------------------------------------------------------
005943 3300-RESTOCK-RETURN-LINE.
005944           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
005945           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
005946           IF ITM-KIT-FOUND
005947               PERFORM 3350-RESTOCK-KIT-RETURN THRU 3350-EXIT
005948               GO TO 3300-EXIT
005949           END-IF
005950           MOVE ITM-WRET-QTY TO ITM-LINE-MOVE-QTY
005951           MOVE "WEBRET" TO ITM-AUD-OPERATION
005952           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
005953               ITM-AUD-STOCK-DISP
005954           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
005955           ADD ITM-WRET-QTY TO ITM-STOCK OF ITM-ITEM-RECORD
005956           ADD ITM-WRET-QTY TO
005957               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-WHSE)
005958           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
005959               ITM-AUD-STOCK-DISP
005960           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
005961
005963           REWRITE ITM-ITEM-RECORD
005965               INVALID KEY
005967                   MOVE "RETURN - CATALOG UPDATE FAIL" TO
005969                       ITM-REJECT-REASON
005971                   PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
005973               NOT INVALID KEY
005975                   MOVE ITM-NAME OF ITM-ITEM-RECORD TO
005977                       ITM-AUD-NAME
005979                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
005981                   PERFORM 3500-POST-REFUND THRU 3500-EXIT
005983                   PERFORM 3600-POST-RETURN-MOVEMENT
005985                       THRU 3600-EXIT
005987                   ADD 1 TO ITM-RETURN-COUNT
005989           END-REWRITE
005991           .
005993 3300-EXIT.
005995           EXIT.
005997
005998*----------------------------------------------------------------
005999* 3350-RESTOCK-KIT-RETURN
006000*
006001* Puts a returned kit's components back in the warehouse, each
006002* through its own audited rewrite with its own RETURN movement,
006003* then posts the one refund for the kit at the kit's price.
006004*----------------------------------------------------------------
006005 3350-RESTOCK-KIT-RETURN.
006006           MOVE 'N' TO ITM-KIT-SHIP-FLAG
006007           PERFORM 3360-RESTOCK-KIT-COMPONENT THRU 3360-EXIT
006008               VARYING ITM-KIT-C FROM ITM-KIT-FIRST BY 1
006009               UNTIL ITM-KIT-C > ITM-KIT-LAST
006010           IF ITM-KIT-SHIP-FAILED
006011               MOVE "RETURN - CATALOG UPDATE FAIL" TO
006012                   ITM-REJECT-REASON
006013               PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
006014               GO TO 3350-EXIT
006015           END-IF
006016
006017           MOVE ITM-WRET-SKU TO ITM-SKU OF ITM-ITEM-RECORD
006018           READ ITEMS-FILE KEY IS ITM-SKU OF ITM-ITEM-RECORD
006019               INVALID KEY
006020                   MOVE "RETURN - CATALOG UPDATE FAIL" TO
006021                       ITM-REJECT-REASON
006022                   PERFORM 3400-REJECT-RETURN-LINE THRU 3400-EXIT
006023                   GO TO 3350-EXIT
006024           END-READ
006025           PERFORM 3500-POST-REFUND THRU 3500-EXIT
006026           ADD 1 TO ITM-RETURN-COUNT
006027           .
006028 3350-EXIT.
006029           EXIT.
006030
006031 3360-RESTOCK-KIT-COMPONENT.
006032           IF ITM-KIT-SHIP-FAILED
006033               GO TO 3360-EXIT
006034           END-IF
006035           MOVE ITM-BMT-COMP-NAME(ITM-KIT-C) TO
006036               ITM-NAME OF ITM-ITEM-RECORD
006037           READ ITEMS-FILE KEY IS ITM-NAME OF ITM-ITEM-RECORD
006038               INVALID KEY
006039                   MOVE 'Y' TO ITM-KIT-SHIP-FLAG
006040                   GO TO 3360-EXIT
006041           END-READ
006042           COMPUTE ITM-LINE-MOVE-QTY =
006043               ITM-WRET-QTY * ITM-BMT-QTY(ITM-KIT-C)
006044
006045           MOVE "WEBRET" TO ITM-AUD-OPERATION
006046           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
006047               ITM-AUD-STOCK-DISP
006048           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-OLD-VALUE
006049           ADD ITM-LINE-MOVE-QTY TO ITM-STOCK OF ITM-ITEM-RECORD
006050           ADD ITM-LINE-MOVE-QTY TO
006051               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-LOC-WHSE)
006052           MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
006053               ITM-AUD-STOCK-DISP
006054           MOVE ITM-AUD-STOCK-DISP TO ITM-AUD-NEW-VALUE
006055
006056           REWRITE ITM-ITEM-RECORD
006057               INVALID KEY
006058                   MOVE 'Y' TO ITM-KIT-SHIP-FLAG
006059               NOT INVALID KEY
006060                   MOVE ITM-NAME OF ITM-ITEM-RECORD TO
006061                       ITM-AUD-NAME
006062                   PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
006063                   PERFORM 3600-POST-RETURN-MOVEMENT
006064                       THRU 3600-EXIT
006065           END-REWRITE
006066           .
006067 3360-EXIT.
006068           EXIT.
006069
006070*----------------------------------------------------------------
006071* 3400-REJECT-RETURN-LINE
006072*
006073* Writes the return line to the reject file - same record shape
006074* as an order reject, with the reason marked RETURN.
006075*----------------------------------------------------------------
006076 3400-REJECT-RETURN-LINE.
006077           MOVE SPACES TO ITM-WEB-REJECT-RECORD
006078           MOVE ITM-WRET-ORDER-NUMBER TO ITM-REJ-ORDER-NUMBER
006079           MOVE ITM-WRET-SKU TO ITM-REJ-SKU
006080           MOVE ITM-WRET-QTY-TEXT TO ITM-REJ-QTY
006081           MOVE ITM-REJECT-REASON TO ITM-REJ-REASON
006082           WRITE ITM-WEB-REJECT-RECORD
006083           ADD 1 TO ITM-REJECT-COUNT
006084           .
006085 3400-EXIT.
006086           EXIT.
006087
006088*----------------------------------------------------------------
006089* 3500-POST-REFUND
006090*
006091* Appends one type-R refund record to SALES-FILE for the return
006092* just restocked, so the Z-report nets the money back out,
006093* with the tax given back at the item's current class rate.
006094*----------------------------------------------------------------
006095 3500-POST-REFUND.
006096           ACCEPT ITM-SALE-DATE FROM DATE YYYYMMDD
006097           ACCEPT ITM-SALE-TIME FROM TIME
006098           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-SALE-NAME
006099           MOVE ITM-WRET-QTY TO ITM-SALE-QTY
006100           MOVE ITM-PRICE OF ITM-ITEM-RECORD TO ITM-SALE-PRICE
006101           COMPUTE ITM-SALE-TOTAL =
006102               ITM-PRICE OF ITM-ITEM-RECORD * ITM-WRET-QTY
006103           MOVE "WEBORDER" TO ITM-SALE-USER
006104           MOVE 'R' TO ITM-SALE-TYPE
006105           MOVE ITM-WRET-ORDER-NUMBER TO ITM-SALE-RECEIPT
006106           MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD TO
006107               ITM-TAX-CALC-CLASS
006108           MOVE ITM-SALE-TOTAL TO ITM-TAX-CALC-NET
006109           PERFORM 8850-COMPUTE-LINE-TAX THRU 8850-EXIT
006110           MOVE ITM-TAX-CALC-CLASS TO ITM-SALE-TAX-CLASS
006111           MOVE ITM-TAX-CALC-AMOUNT TO ITM-SALE-TAX
006112           WRITE ITM-SALES-RECORD
006113           .
006114 3500-EXIT.
006115           EXIT.
006116
006117*----------------------------------------------------------------
006118* 3600-POST-RETURN-MOVEMENT
006119*
006120* Appends one RETURN movement to the stock-movement ledger for
006121* the return just restocked, keyed by the web order number.
006122*----------------------------------------------------------------
006123 3600-POST-RETURN-MOVEMENT.
006124           ACCEPT ITM-MOV-DATE FROM DATE YYYYMMDD
006125           ACCEPT ITM-MOV-TIME FROM TIME
006126           MOVE "RETURN" TO ITM-MOV-TYPE
006127           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
006128           MOVE ITM-LINE-MOVE-QTY TO ITM-MOV-QTY-IN
006129           MOVE 0 TO ITM-MOV-QTY-OUT
006130           MOVE 0 TO ITM-MOV-UNIT-COST
006131           MOVE ITM-WRET-ORDER-NUMBER TO ITM-MOV-REF
006132           MOVE ITM-LOC-CODE(ITM-LOC-WHSE) TO ITM-MOV-LOCATION
006133           MOVE SPACE TO ITM-MOV-TO-LOCATION
006134           WRITE ITM-MOVEMENT-RECORD
006135           .
006136 3600-EXIT.
006137           EXIT.
006138
006139*----------------------------------------------------------------
006140* 3700-CONSUME-RETURN-FILE
006141*
006142* Every return line has now been posted or rejected, so the
006143* returns file is rewritten empty the same way the orders file
006144* is - the next run must not refund the same lines twice.
006145*----------------------------------------------------------------
006146 3700-CONSUME-RETURN-FILE.
006147           CLOSE WEB-RETURN-FILE
006148           OPEN OUTPUT WEB-RETURN-FILE
006149           CLOSE WEB-RETURN-FILE
006150           .
006151 3700-EXIT.
006152           EXIT.
006153
006154*----------------------------------------------------------------
006155* 7000-WRITE-AUDIT-RECORD
006156*
006157* Stamps the current date/time onto the audit record the caller
006158* has already populated and appends it to the audit trail.
006159*----------------------------------------------------------------
006161 7000-WRITE-AUDIT-RECORD.
006163           ACCEPT ITM-AUD-DATE FROM DATE YYYYMMDD
006165           ACCEPT ITM-AUD-TIME FROM TIME
006167           MOVE "WEBORDER" TO ITM-AUD-USER
006169           WRITE ITM-AUDIT-RECORD
006171           .
006173 7000-EXIT.
006175           EXIT.
006177
006179*----------------------------------------------------------------
006181* 8000-WRITE-JSON-FILE
006183*
006185* Mirrors the indexed catalog out to items.json, same as the
006187* interactive program's autosave - run once after the whole
006189* orders file has been processed.
006191*----------------------------------------------------------------
006193 8000-WRITE-JSON-FILE.
006195           PERFORM 8200-REBUILD-TABLE-FROM-INDEX THRU 8200-EXIT
006196           PERFORM 8420-SET-KIT-AVAILABILITY THRU 8420-EXIT
006197           OPEN OUTPUT ITEMS-JSON-FILE
006199           PERFORM 8500-JSON-GENERATE-ITEMS THRU 8500-EXIT
006201           CLOSE ITEMS-JSON-FILE
006203           IF NOT ITM-JSON-OK
006205               DISPLAY "items.json generate failed - "
006207                   "rerun before trusting the export"
006209           END-IF
006211           .
006213 8000-EXIT.
006215           EXIT.
006217
006219 8200-REBUILD-TABLE-FROM-INDEX.
006221           INITIALIZE ITM-ITEM-INFORMATION
006223           MOVE LOW-VALUES TO ITM-NAME OF ITM-ITEM-RECORD
006225           START ITEMS-FILE KEY IS NOT LESS THAN
006227                   ITM-NAME OF ITM-ITEM-RECORD
006229               INVALID KEY
006231                   GO TO 8200-EXIT
006233           END-START
006235
006237           MOVE 'N' TO ITM-EOF-FLAG
006239           PERFORM 8210-APPEND-NEXT-ITEM THRU 8210-EXIT
006241               UNTIL ITM-EOF
006243           .
006245 8200-EXIT.
006247           EXIT.
006249
006251 8210-APPEND-NEXT-ITEM.
006253           READ ITEMS-FILE NEXT RECORD
006255               AT END
006257                   MOVE 'Y' TO ITM-EOF-FLAG
006259               NOT AT END
006261                   ADD 1 TO
006263                       ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
006265                   MOVE ITM-NAME OF ITM-ITEM-RECORD TO
006267                       ITM-NAME OF ITM-ITEMS(ITM-NUM-OF-ITEMS
006269                           OF ITM-ITEM-INFORMATION)
006271                   MOVE ITM-SKU OF ITM-ITEM-RECORD TO
006273                       ITM-SKU OF ITM-ITEMS(ITM-NUM-OF-ITEMS
006275                           OF ITM-ITEM-INFORMATION)
006277                   MOVE ITM-DESC OF ITM-ITEM-RECORD TO
006279                       ITM-DESC OF ITM-ITEMS(ITM-NUM-OF-ITEMS
006281                           OF ITM-ITEM-INFORMATION)
006283                   MOVE ITM-PRICE OF ITM-ITEM-RECORD TO
006285                       ITM-PRICE OF ITM-ITEMS(ITM-NUM-OF-ITEMS
006287                           OF ITM-ITEM-INFORMATION)
006289                   MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
006291                       ITM-STOCK OF ITM-ITEMS(ITM-NUM-OF-ITEMS
006293                           OF ITM-ITEM-INFORMATION)
006295                   MOVE ITM-AVAIL OF ITM-ITEM-RECORD TO
006297                       ITM-AVAIL OF ITM-ITEMS(ITM-NUM-OF-ITEMS
006299                           OF ITM-ITEM-INFORMATION)
006301                   MOVE ITM-VENDOR OF ITM-ITEM-RECORD TO
006303                       ITM-VENDOR OF ITM-ITEMS(ITM-NUM-OF-ITEMS
006305                           OF ITM-ITEM-INFORMATION)
006307                   MOVE ITM-REORDER-POINT OF ITM-ITEM-RECORD
006309                       TO ITM-REORDER-POINT OF
006311                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006313                           OF ITM-ITEM-INFORMATION)
006315                   MOVE ITM-ORDER-UP-TO OF ITM-ITEM-RECORD
006317                       TO ITM-ORDER-UP-TO OF
006319                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006321                           OF ITM-ITEM-INFORMATION)
006322                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD
006323                       TO ITM-TAX-CLASS OF
006324                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006325                           OF ITM-ITEM-INFORMATION)
006326                   MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
006327                       TO ITM-LOCATION-STOCK OF
006328                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006329                           OF ITM-ITEM-INFORMATION)
006330                   MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
006331                       TO ITM-SHELF-CAPACITY OF
006332                       ITM-ITEMS(ITM-NUM-OF-ITEMS
006333                           OF ITM-ITEM-INFORMATION)
006334           END-READ
006335           .
006336 8210-EXIT.
006337           EXIT.
006338
006339       COPY ITEMJSNG.
006340       COPY ITEMTXP.
006341       COPY ITEMBCP.
006342       COPY ITEMKTP.
006343
006344*----------------------------------------------------------------
006345* 9000-CLOSE-AND-EXIT
006346*----------------------------------------------------------------
006347 9000-CLOSE-AND-EXIT.
006348           CLOSE ITEMS-FILE
006349           CLOSE AUDIT-FILE
006350           CLOSE SALES-FILE
006351           CLOSE STOCK-MOVEMENT-FILE
006353           IF ITM-WEBREJ-STATUS = "00"
006355               CLOSE WEB-REJECT-FILE
006357           END-IF
006359           IF ITM-WEBCONF-STATUS = "00"
006361               CLOSE WEB-CONFIRM-FILE
006363           END-IF
006365           .
006367 9000-EXIT.
006369           EXIT.
