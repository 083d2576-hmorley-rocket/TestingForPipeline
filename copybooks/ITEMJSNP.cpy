000120*
000130* Hand-built JSON reader matching ITEMJSNG.CPY's writer.  COPY
000140* this in between two paragraph headers (never inside one) - it
000150* defines standalone paragraphs 8600/8610/8620, called with
000160* PERFORM 8600-JSON-PARSE-ITEMS THRU 8600-EXIT.  The caller
000170* must have ITEMS-JSON-FILE open INPUT - the reader consumes
000180* the records itself: the header record for the count, then one
000380* The "vendor" key added for the purchasing subsystem is
000390* optional the same way, for the same reason, and so are the
000400* "reorderPoint"/"orderUpTo" replenishment keys, which default
000410* to zero (use-the-global-threshold) when absent.  The
000412* "taxClass" key follows "orderUpTo" and defaults to S
000414* (standard rate) when absent.  The per-location stock keys
000415* "floorStock"/"backStock"/"whseStock"/"shelfCap" follow
000416* "taxClass"; a catalog written before stock was kept by
000417* location has none of them, and loads the item's whole stock
000418* onto the sales floor with no shelf capacity set.
000419* An optional "kit":true after "availability" marks a kit
000420* (ITEMKTP.CPY).  A kit holds no stock of its own - the stock
000421* the writer put out for it is what its components can make up
000422* - so the kit's stock figures are loaded as zero, and no batch
000423* job counts, values or reorders the same goods twice.
000424*
000430* Sets ITM-JSON-OK-FLAG (ITEMFN.CPY) 'Y' only if the file
000440* parsed clean; a failed/partial parse must not be trusted.
000450*----------------------------------------------------------------
002030
002040           MOVE 0 TO ITM-REORDER-POINT OF ITM-ITEMS(ITM-JSON-I)
002050           MOVE 0 TO ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-JSON-I)
002052           MOVE 'S' TO ITM-TAX-CLASS OF ITM-ITEMS(ITM-JSON-I)
002053           MOVE ITM-STOCK OF ITM-ITEMS(ITM-JSON-I) TO
002054               ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 1)
002055           MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 2)
002056           MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 3)
002057           MOVE 0 TO ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-JSON-I)
002060           MOVE SPACES TO ITM-JSON-DELIM
002070           UNSTRING ITM-JSON-STR
002080                   DELIMITED BY '"reorderPoint":' OR
002380               END-IF
002390               MOVE FUNCTION NUMVAL(ITM-JSON-CAPTURE) TO
002400                   ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-JSON-I)
002402               MOVE SPACES TO ITM-JSON-DELIM
002410               UNSTRING ITM-JSON-STR
002412                       DELIMITED BY '"taxClass":"' OR
002420                           '"availability":'
002430                   INTO ITM-JSON-DISCARD
002432                   DELIMITER IN ITM-JSON-DELIM
002440                   WITH POINTER ITM-JSON-PTR
002450               END-UNSTRING
002451               IF ITM-JSON-DELIM = '"taxClass":"'
002452                   MOVE SPACES TO ITM-JSON-CAPTURE
002453                   UNSTRING ITM-JSON-STR DELIMITED BY '"'
002454                       INTO ITM-JSON-CAPTURE
002455                       WITH POINTER ITM-JSON-PTR
002456                   END-UNSTRING
002457                   IF ITM-JSON-CAPTURE(1:1) NOT = SPACE
002458                       MOVE ITM-JSON-CAPTURE(1:1) TO
002459                           ITM-TAX-CLASS OF ITM-ITEMS(ITM-JSON-I)
002460                   END-IF
002461                   MOVE SPACES TO ITM-JSON-DELIM
002462                   UNSTRING ITM-JSON-STR
002463                           DELIMITED BY '"floorStock":' OR
002464                               '"availability":'
002465                       INTO ITM-JSON-DISCARD
002466                       DELIMITER IN ITM-JSON-DELIM
002467                       WITH POINTER ITM-JSON-PTR
002468                   END-UNSTRING
002469                   IF ITM-JSON-DELIM = '"floorStock":'
002470                       PERFORM 8620-PARSE-LOCATION-STOCK
002471                           THRU 8620-EXIT
002472                       IF ITM-JSON-TRUNCATED
002473                           GO TO 8610-EXIT
002474                       END-IF
002475                   END-IF
002476               END-IF
002477           END-IF
002478
002480           MOVE SPACES TO ITM-JSON-CAPTURE
002490           UNSTRING ITM-JSON-STR DELIMITED BY '}'
002500               INTO ITM-JSON-CAPTURE
002550           ELSE
002560               MOVE 'N' TO ITM-AVAIL OF ITM-ITEMS(ITM-JSON-I)
002570           END-IF
002571           MOVE 'N' TO ITM-KIT-FLAG OF ITM-ITEMS(ITM-JSON-I)
002572           MOVE 0 TO ITM-JSON-KIT-TALLY
002573           INSPECT ITM-JSON-CAPTURE TALLYING ITM-JSON-KIT-TALLY
002574               FOR ALL '"kit":true'
002575           IF ITM-JSON-KIT-TALLY > 0
002576               MOVE 'Y' TO ITM-KIT-FLAG OF ITM-ITEMS(ITM-JSON-I)
002577               MOVE 0 TO ITM-STOCK OF ITM-ITEMS(ITM-JSON-I)
002578               MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 1)
002579               MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 2)
002580               MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 3)
002581           END-IF
002582           .
002590 8610-EXIT.
002600           EXIT.
002602
002604*----------------------------------------------------------------
002606* 8620-PARSE-LOCATION-STOCK
002608*
002610* Entered with the pointer just past "floorStock":, reads the
002612* three location stocks and the shelf capacity and leaves the
002614* pointer just past "availability":, where 8610 expects it.
002616*----------------------------------------------------------------
002618 8620-PARSE-LOCATION-STOCK.
002620           MOVE SPACES TO ITM-JSON-CAPTURE
002622           UNSTRING ITM-JSON-STR DELIMITED BY ','
002624               INTO ITM-JSON-CAPTURE
002626               WITH POINTER ITM-JSON-PTR
002628           END-UNSTRING
002630           IF FUNCTION TEST-NUMVAL(ITM-JSON-CAPTURE) NOT = 0
002632               MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
002634               GO TO 8620-EXIT
002636           END-IF
002638           MOVE FUNCTION NUMVAL(ITM-JSON-CAPTURE) TO
002640               ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 1)
002642
002644           UNSTRING ITM-JSON-STR DELIMITED BY '"backStock":'
002646               INTO ITM-JSON-DISCARD
002648               WITH POINTER ITM-JSON-PTR
002650           END-UNSTRING
002652           MOVE SPACES TO ITM-JSON-CAPTURE
002654           UNSTRING ITM-JSON-STR DELIMITED BY ','
002656               INTO ITM-JSON-CAPTURE
002658               WITH POINTER ITM-JSON-PTR
002660           END-UNSTRING
002662           IF FUNCTION TEST-NUMVAL(ITM-JSON-CAPTURE) NOT = 0
002664               MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
002666               GO TO 8620-EXIT
002668           END-IF
002670           MOVE FUNCTION NUMVAL(ITM-JSON-CAPTURE) TO
002672               ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 2)
002674
002676           UNSTRING ITM-JSON-STR DELIMITED BY '"whseStock":'
002678               INTO ITM-JSON-DISCARD
002680               WITH POINTER ITM-JSON-PTR
002682           END-UNSTRING
002684           MOVE SPACES TO ITM-JSON-CAPTURE
002686           UNSTRING ITM-JSON-STR DELIMITED BY ','
002688               INTO ITM-JSON-CAPTURE
002690               WITH POINTER ITM-JSON-PTR
002692           END-UNSTRING
002694           IF FUNCTION TEST-NUMVAL(ITM-JSON-CAPTURE) NOT = 0
002696               MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
002698               GO TO 8620-EXIT
002700           END-IF
002702           MOVE FUNCTION NUMVAL(ITM-JSON-CAPTURE) TO
002704               ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 3)
002706
002708           UNSTRING ITM-JSON-STR DELIMITED BY '"shelfCap":'
002710               INTO ITM-JSON-DISCARD
002712               WITH POINTER ITM-JSON-PTR
002714           END-UNSTRING
002716           MOVE SPACES TO ITM-JSON-CAPTURE
002718           UNSTRING ITM-JSON-STR DELIMITED BY ','
002720               INTO ITM-JSON-CAPTURE
002722               WITH POINTER ITM-JSON-PTR
002724           END-UNSTRING
002726           IF FUNCTION TEST-NUMVAL(ITM-JSON-CAPTURE) NOT = 0
002728               MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
002730               GO TO 8620-EXIT
002732           END-IF
002734           MOVE FUNCTION NUMVAL(ITM-JSON-CAPTURE) TO
002736               ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-JSON-I)
002738
002740           UNSTRING ITM-JSON-STR DELIMITED BY '"availability":'
002742               INTO ITM-JSON-DISCARD
002744               WITH POINTER ITM-JSON-PTR
002746           END-UNSTRING
002748           .
002750 8620-EXIT.
002752           EXIT.
