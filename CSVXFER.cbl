000140* flat CSV file (items.csv) - import loads/updates the catalog
000150* from a CSV drop, export writes the current catalog back out to
000160* CSV for a buyer or vendor to work with in a spreadsheet.
000161* Both directions carry a header line (HDR,batch ID,creation
000162* date) ahead of the column headings and a trailer line
000163* (TRL,item count,hash of the STOCK column) at the end; an
000164* import is balanced and checked against the interface-batch
000165* register before the catalog is touched.
000170*----------------------------------------------------------------
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. CSVXFER.
000481*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000482*                   the full-catalog buffer and its size
000483*                   ceiling are gone.
000484*  2026-10-14 dlm   Added the TAXCLASS column to both directions
000485*                   for the item's sales-tax class.  A blank or
000486*                   missing column leaves an existing item's
000487*                   class alone and sets a new item to S.
000488*  2026-10-15 dlm   STOCK stays the item's total; the change
000489*                   an import line makes is booked to the
000490*                   sales floor, and a line that would take
000491*                   the floor below zero is skipped.  A new
000492*                   item starts with all its stock on the
000493*                   floor and no shelf capacity.
000494*  2026-10-15 dlm   items.csv now carries an HDR line (batch ID,
000495*                   creation date) before the column headings
000496*                   and a TRL line (item count, STOCK hash) at
000497*                   the end.  Import balances the whole file and
000498*                   checks the batch ID against the interface-
000499*                   batch register (batchreg.dat) before the
000500*                   catalog is touched - an unbalanced or
000501*                   duplicate file imports nothing and ends with
000502*                   return code 6.  Export writes both lines,
000503*                   batch ID the export date and time.
000504*  2026-10-15 dlm   A kit (kitbom.dat) holds no stock of its
000505*                   own - an import line for one leaves its
000506*                   stock alone.  items.json marks kits and
000507*                   gives each the stock its components can
000508*                   make up.
000509*  2026-10-15 dlm   An accepted items.csv batch goes on the
000510*                   batch register only once the import is
000511*                   through, so a file that could not be
000512*                   reopened is not refused next time as a
000513*                   duplicate.
000514*----------------------------------------------------------------
000515 ENVIRONMENT DIVISION.
000516 INPUT-OUTPUT SECTION.
000517 FILE-CONTROL.
000520           SELECT ITEMS-FILE ASSIGN TO ITM-ITEMS-DSN
000530               ORGANIZATION IS INDEXED
000540               ACCESS MODE IS DYNAMIC
000820               ACCESS MODE IS DYNAMIC
000830               RECORD KEY IS ITM-OPR-USER-ID
000840               FILE STATUS IS ITM-OPERATOR-STATUS.
000842
000844           SELECT BATCH-REGISTER-FILE ASSIGN TO ITM-BATCHREG-DSN
000846               ORGANIZATION IS SEQUENTIAL
000848               FILE STATUS IS ITM-BATCHREG-STATUS.
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
001040
001050 FD  AUDIT-FILE.
001060       COPY ITEMAUD.
001062
001064 FD  BATCH-REGISTER-FILE.
001066       COPY ITEMBCF.
001070
001072 FD  KIT-BOM-FILE.
001074       COPY ITEMBOM.
001076
001080 WORKING-STORAGE SECTION.
001090       COPY ITEMFN.
001100       COPY ITEMTAB.
001101       COPY ITEMKTD.
001102       COPY ITEMLOC.
001104       COPY ITEMBCH.
001106       COPY ITEMBCD.
001110
001120 01  ITM-ITEMS-STATUS           PIC X(02).
001130 01  ITM-CSV-STATUS             PIC X(02).
001660           05  ITM-IMPORT-STOCK       BINARY-SHORT.
001670           05  ITM-IMPORT-AVAIL       PIC X(01).
001680           05  ITM-IMPORT-VENDOR      PIC X(08).
001682           05  ITM-IMPORT-TAX-CLASS   PIC X(01).
001690 01  ITM-IMPORT-OLD-DESC        PIC X(128).
001700 01  ITM-IMPORT-OLD-STOCK       BINARY-SHORT.
001702 01  ITM-IMPORT-NEW-FLOOR       BINARY-LONG.
001703
001704*----------------------------------------------------------------
001705* A CSV line split for the batch check - the first field says
001706* whether it is the HDR or TRL line; on an item line the fifth
001707* field is the STOCK column the hash totals.
001708*----------------------------------------------------------------
001709 01  ITM-CSV-LINE-NUMBER        BINARY-LONG.
001710 01  ITM-CSV-CTL-TYPE           PIC X(32).
001711 01  ITM-CSV-CTL-FIELD-1        PIC X(20).
001712 01  ITM-CSV-CTL-FIELD-2        PIC X(20).
001713 01  ITM-CSV-CTL-FIELD-3        PIC X(20).
001714 01  ITM-CSV-CTL-FIELD-4        PIC X(20).
001715 01  ITM-CSV-CTL-NUMVAL-CHECK   PIC S9(04) COMP.
001716
001717 01  ITM-EXPORT-DATE            PIC X(08).
001718 01  ITM-EXPORT-TIME            PIC X(08).
001719 01  ITM-EXPORT-COUNT-OUT       PIC 9(07).
001720 01  ITM-EXPORT-HASH            PIC 9(13) VALUE 0.
001721
001722 PROCEDURE DIVISION.
001730
001740*----------------------------------------------------------------
001750* 0000-MAINLINE
002110* first run the same way the interactive program does.
002120*----------------------------------------------------------------
002130 1000-INITIALIZE.
002132           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
002140           OPEN I-O ITEMS-FILE
002150           IF ITM-ITEMS-STATUS = "35"
002160               OPEN OUTPUT ITEMS-FILE
003220*----------------------------------------------------------------
003230* 2000-IMPORT-CSV
003240*
003242* Checks the whole of items.csv first (2050), then reads it
003244* again - HDR line, column headings, then one item per line,
003246* TRL line last - and writes a new catalog entry or rewrites an
003248* existing one for every item line, autosaving items.json once
003250* at the end.  The batch is registered once the whole file is
003252* in, so a file that cannot be reopened is not on the register.
003280*----------------------------------------------------------------
003290 2000-IMPORT-CSV.
003300           OPEN INPUT ITEMS-CSV-FILE
003320               DISPLAY "Unable to open items.csv - import skipped"
003330               GO TO 2000-EXIT
003340           END-IF
003341
003342           PERFORM 2050-CHECK-CSV-BATCH THRU 2050-EXIT
003343           IF ITM-BCH-REJECTED
003344               DISPLAY "items.csv rejected - nothing imported"
003345               IF RETURN-CODE < 6
003346                   MOVE 6 TO RETURN-CODE
003347               END-IF
003348               GO TO 2000-EXIT
003349           END-IF
003350           IF ITM-BCH-EMPTY
003351               DISPLAY "items.csv is empty - nothing imported"
003352               GO TO 2000-EXIT
003353           END-IF
003354           IF ITM-CSV-STATUS NOT = "00"
003355               DISPLAY "Unable to reopen items.csv - "
003357                   "import skipped"
003359               MOVE 8 TO RETURN-CODE
003361               GO TO 2000-EXIT
003363           END-IF
003365
003367           MOVE 'N' TO ITM-EOF-FLAG
003370           READ ITEMS-CSV-FILE
003380               AT END
003390                   MOVE 'Y' TO ITM-EOF-FLAG
003400           END-READ
003401
003402           IF NOT ITM-EOF
003403               READ ITEMS-CSV-FILE
003404                   AT END
003405                       MOVE 'Y' TO ITM-EOF-FLAG
003406               END-READ
003407           END-IF
003410
003420           IF NOT ITM-EOF
003430               READ ITEMS-CSV-FILE
003500               UNTIL ITM-EOF
003510
003520           CLOSE ITEMS-CSV-FILE
003522           PERFORM 8370-BATCH-RECORD-REGISTER THRU 8370-EXIT
003530           IF ITM-IMPORT-COUNT > 0
003540               PERFORM 8000-WRITE-JSON-FILE THRU 8000-EXIT
003550           END-IF
003580 2000-EXIT.
003590           EXIT.
003600
003601*----------------------------------------------------------------
003602* 2050-CHECK-CSV-BATCH
003603*
003604* Reads the whole file once through the batch-control
003605* paragraphs (ITEMBCP.CPY): the HDR line must come first and
003606* the TRL line last, with the item count and the total of the
003607* STOCK column agreeing with the item lines between them (the
003608* column-heading line is not counted), and the batch ID must be
003609* new to the register.  A buyer who edits the STOCK column of
003610* an exported file updates the TRL hash to match.  An accepted
003611* file is reopened for 2000; a rejected one stays closed.
003612*----------------------------------------------------------------
003613 2050-CHECK-CSV-BATCH.
003614           MOVE "ITEMSCSV" TO ITM-BCH-INTERFACE
003615           PERFORM 8300-BATCH-START THRU 8300-EXIT
003616           MOVE 0 TO ITM-CSV-LINE-NUMBER
003617           MOVE 'N' TO ITM-EOF-FLAG
003618           READ ITEMS-CSV-FILE
003619               AT END
003620                   MOVE 'Y' TO ITM-EOF-FLAG
003621           END-READ
003622
003623           PERFORM 2055-TALLY-ONE-CSV-LINE THRU 2055-EXIT
003624               UNTIL ITM-EOF
003625
003626           PERFORM 8350-BATCH-FINISH THRU 8350-EXIT
003627           CLOSE ITEMS-CSV-FILE
003628           IF ITM-BCH-ACCEPTED
003629               OPEN INPUT ITEMS-CSV-FILE
003630           END-IF
003631           .
003632 2050-EXIT.
003633           EXIT.
003634
003635 2055-TALLY-ONE-CSV-LINE.
003636           ADD 1 TO ITM-CSV-LINE-NUMBER
003637           PERFORM 2060-SPLIT-CSV-CONTROL THRU 2060-EXIT
003638           IF ITM-CSV-LINE-NUMBER = 2 AND
003639                   ITM-BCH-REC-TYPE = SPACES
003640               GO TO 2055-NEXT
003641           END-IF
003642           MOVE ITM-CSV-CTL-FIELD-4 TO ITM-BCH-QTY-TEXT
003643           PERFORM 8305-BATCH-QTY-FROM-TEXT THRU 8305-EXIT
003644           PERFORM 8310-BATCH-TALLY-RECORD THRU 8310-EXIT
003645           .
003646 2055-NEXT.
003647           READ ITEMS-CSV-FILE
003648               AT END
003649                   MOVE 'Y' TO ITM-EOF-FLAG
003650           END-READ
003651           .
003652 2055-EXIT.
003653           EXIT.
003654
003655*----------------------------------------------------------------
003656* 2060-SPLIT-CSV-CONTROL
003657*
003658* Splits the CSV line and lays an HDR or TRL line out as the
003659* fixed control record (ITEMBCH.CPY) the batch check reads.  A
003660* TRL total that is not a plain number is left blank, which the
003661* check rejects as not numeric.  An item line leaves the record
003662* type blank.
003663*----------------------------------------------------------------
003664 2060-SPLIT-CSV-CONTROL.
003665           MOVE SPACES TO ITM-CSV-CTL-TYPE
003666           MOVE SPACES TO ITM-CSV-CTL-FIELD-1
003667           MOVE SPACES TO ITM-CSV-CTL-FIELD-2
003668           MOVE SPACES TO ITM-CSV-CTL-FIELD-3
003669           MOVE SPACES TO ITM-CSV-CTL-FIELD-4
003670           UNSTRING ITM-CSV-RECORD DELIMITED BY ","
003671               INTO ITM-CSV-CTL-TYPE
003672                    ITM-CSV-CTL-FIELD-1
003673                    ITM-CSV-CTL-FIELD-2
003674                    ITM-CSV-CTL-FIELD-3
003675                    ITM-CSV-CTL-FIELD-4
003676           END-UNSTRING
003677
003678           MOVE SPACES TO ITM-BATCH-CONTROL-RECORD
003679           EVALUATE ITM-CSV-CTL-TYPE
003680               WHEN "HDR"
003681                   MOVE "HDR " TO ITM-BCH-REC-TYPE
003682                   MOVE ITM-CSV-CTL-FIELD-1 TO
003683                       ITM-BCH-REC-BATCH-ID
003684                   MOVE ITM-CSV-CTL-FIELD-2 TO
003685                       ITM-BCH-REC-CREATE-DATE
003686               WHEN "TRL"
003687                   MOVE "TRL " TO ITM-BCH-REC-TYPE
003688                   PERFORM 2065-CSV-TRAILER-TOTALS THRU 2065-EXIT
003689           END-EVALUATE
003690           .
003691 2060-EXIT.
003692           EXIT.
003693
003694 2065-CSV-TRAILER-TOTALS.
003695           MOVE FUNCTION TEST-NUMVAL(ITM-CSV-CTL-FIELD-1) TO
003696               ITM-CSV-CTL-NUMVAL-CHECK
003697           IF ITM-CSV-CTL-NUMVAL-CHECK NOT = 0
003698               GO TO 2065-EXIT
003699           END-IF
003700           MOVE FUNCTION TEST-NUMVAL(ITM-CSV-CTL-FIELD-2) TO
003701               ITM-CSV-CTL-NUMVAL-CHECK
003702           IF ITM-CSV-CTL-NUMVAL-CHECK NOT = 0
003703               GO TO 2065-EXIT
003704           END-IF
003705           IF FUNCTION NUMVAL(ITM-CSV-CTL-FIELD-1) < 0 OR
003706                   FUNCTION NUMVAL(ITM-CSV-CTL-FIELD-1) >
003707                       9999999 OR
003708                   FUNCTION NUMVAL(ITM-CSV-CTL-FIELD-2) < 0 OR
003709                   FUNCTION NUMVAL(ITM-CSV-CTL-FIELD-2) >
003710                       9999999999999
003711               GO TO 2065-EXIT
003712           END-IF
003713           MOVE FUNCTION NUMVAL(ITM-CSV-CTL-FIELD-1) TO
003714               ITM-BCH-REC-COUNT
003715           MOVE FUNCTION NUMVAL(ITM-CSV-CTL-FIELD-2) TO
003716               ITM-BCH-REC-HASH
003717           .
003718 2065-EXIT.
003719           EXIT.
003720
003721 2100-IMPORT-NEXT-LINE.
003722           PERFORM 2060-SPLIT-CSV-CONTROL THRU 2060-EXIT
003723           IF ITM-BCH-REC-HEADER OR ITM-BCH-REC-TRAILER
003724               GO TO 2100-NEXT
003725           END-IF
003726           PERFORM 2200-PARSE-CSV-LINE THRU 2200-EXIT
003727           IF ITM-CSV-VALID
003728               PERFORM 2300-STORE-IMPORTED-ITEM THRU 2300-EXIT
003729           ELSE
003730               DISPLAY "Skipping invalid CSV line: "
003731                   FUNCTION TRIM(ITM-CSV-RECORD)
003732           END-IF
003733           .
003734 2100-NEXT.
003735           READ ITEMS-CSV-FILE
003736               AT END
003737                   MOVE 'Y' TO ITM-EOF-FLAG
003738           END-READ
003740           .
003750 2100-EXIT.
003760           EXIT.
003780*----------------------------------------------------------------
003790* 2200-PARSE-CSV-LINE
003800*
003810* NAME,SKU,DESC,PRICE,STOCK,AVAIL,VENDOR,TAXCLASS - the same field
003820* order and
003830* column headings 3200-WRITE-CSV-LINE exports, so an exported
003840* file can be edited and re-imported unchanged.  Sets ITM-CSV-
003870* column is missing from a pre-vendor export, and UNSTRING
003880* leaves an unfilled receiving field untouched, so the vendor
003890* hold is cleared up front - otherwise a six-column line would
003900* inherit the previous line's vendor.  TAXCLASS is cleared the
003902* same way for a pre-tax export, and a class other than S, R or
003904* E fails the line.
003910*----------------------------------------------------------------
003920 2200-PARSE-CSV-LINE.
003930           MOVE 'Y' TO ITM-CSV-VALID-FLAG
003940           MOVE SPACES TO ITM-IMPORT-VENDOR
003942           MOVE SPACES TO ITM-IMPORT-TAX-CLASS
003950           UNSTRING ITM-CSV-RECORD DELIMITED BY ","
003960               INTO ITM-NAME OF ITM-ITEM-RECORD
003970                    ITM-IMPORT-SKU
004000                    ITM-CSV-STOCK-TEXT
004010                    ITM-CSV-AVAIL-TEXT
004020                    ITM-IMPORT-VENDOR
004022                    ITM-IMPORT-TAX-CLASS
004030           END-UNSTRING
004040
004050           IF FUNCTION TEST-NUMVAL(ITM-CSV-PRICE-TEXT) NOT = 0
004280           MOVE ITM-CSV-STOCK-CHK TO ITM-IMPORT-STOCK
004290
004300           MOVE ITM-CSV-AVAIL-TEXT(1:1) TO ITM-IMPORT-AVAIL
004301
004302           INSPECT ITM-IMPORT-TAX-CLASS CONVERTING "sre" TO "SRE"
004303           IF ITM-IMPORT-TAX-CLASS NOT = SPACE AND
004304                   ITM-IMPORT-TAX-CLASS NOT = 'S' AND
004305                   ITM-IMPORT-TAX-CLASS NOT = 'R' AND
004306                   ITM-IMPORT-TAX-CLASS NOT = 'E'
004307               MOVE 'N' TO ITM-CSV-VALID-FLAG
004308               GO TO 2200-EXIT
004309           END-IF
004310           .
004320 2200-EXIT.
004330           EXIT.
004856                       ITM-REORDER-POINT OF ITM-ITEM-RECORD
004858                   MOVE 0 TO
004860                       ITM-ORDER-UP-TO OF ITM-ITEM-RECORD
004861                   MOVE 'S' TO ITM-TAX-CLASS OF ITM-ITEM-RECORD
004862                   MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEM-RECORD
004863                       (ITM-LOC-BACK)
004864                   MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEM-RECORD
004865                       (ITM-LOC-WHSE)
004866                   MOVE 0 TO ITM-LOC-STOCK OF ITM-ITEM-RECORD
004867                       (ITM-LOC-FLOOR)
004868                   MOVE 0 TO
004869                       ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
004870               NOT INVALID KEY
004871                   MOVE 'Y' TO ITM-FOUND-FLAG
004880                   MOVE ITM-DESC OF ITM-ITEM-RECORD TO
004890                       ITM-IMPORT-OLD-DESC
004900                   MOVE ITM-STOCK OF ITM-ITEM-RECORD TO
004910                       ITM-IMPORT-OLD-STOCK
004920           END-READ
004921
004922*----------------------------------------------------------------
004923* A kit holds no stock of its own - what it can sell is made up
004924* from its components - so its STOCK column is ignored and the
004925* rest of the line imports as usual.
004926*----------------------------------------------------------------
004927           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
004928           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
004929           IF ITM-KIT-FOUND
004930               MOVE ITM-IMPORT-OLD-STOCK TO ITM-IMPORT-STOCK
004931           END-IF
004932
004933*----------------------------------------------------------------
004934* The CSV carries only the item's total.  Whatever the line adds
004935* or takes away is booked to the sales floor - the back room and
004936* warehouse are only ever changed by a count or a transfer - so
004937* a decrease bigger than the floor holds cannot be placed.
004938*----------------------------------------------------------------
004939           COMPUTE ITM-IMPORT-NEW-FLOOR =
004940               ITM-LOC-STOCK OF ITM-ITEM-RECORD (ITM-LOC-FLOOR)
004941               + ITM-IMPORT-STOCK - ITM-IMPORT-OLD-STOCK
004942           IF ITM-IMPORT-NEW-FLOOR < 0
004943               DISPLAY "Skipping CSV line - stock decrease is "
004944                   "more than the sales floor holds: "
004945                   FUNCTION TRIM(ITM-NAME OF ITM-ITEM-RECORD)
004946               GO TO 2300-EXIT
004947           END-IF
004948           MOVE ITM-IMPORT-NEW-FLOOR TO
004949               ITM-LOC-STOCK OF ITM-ITEM-RECORD (ITM-LOC-FLOOR)
004950
004951           MOVE ITM-IMPORT-SKU TO ITM-SKU OF ITM-ITEM-RECORD
004952           MOVE ITM-IMPORT-DESC TO ITM-DESC OF ITM-ITEM-RECORD
004960           MOVE ITM-IMPORT-PRICE TO ITM-PRICE OF ITM-ITEM-RECORD
004970           MOVE ITM-IMPORT-STOCK TO ITM-STOCK OF ITM-ITEM-RECORD
004980           MOVE ITM-IMPORT-AVAIL TO ITM-AVAIL OF ITM-ITEM-RECORD
004990           MOVE ITM-IMPORT-VENDOR TO
005000               ITM-VENDOR OF ITM-ITEM-RECORD
005002           IF ITM-IMPORT-TAX-CLASS NOT = SPACE
005004               MOVE ITM-IMPORT-TAX-CLASS TO
005006                   ITM-TAX-CLASS OF ITM-ITEM-RECORD
005008           END-IF
005010
005020           IF ITEM-FOUND
005030               REWRITE ITM-ITEM-RECORD
005670           END-IF
005680           MOVE 0 TO ITM-MOV-UNIT-COST
005690           MOVE "CSV IMPORT" TO ITM-MOV-REF
005692           MOVE ITM-LOC-CODE(ITM-LOC-FLOOR) TO ITM-MOV-LOCATION
005694           MOVE SPACE TO ITM-MOV-TO-LOCATION
005700           WRITE ITM-MOVEMENT-RECORD
005710           .
005720 2350-EXIT.
005760* 3000-EXPORT-CSV
005770*
005780* Walks the indexed catalog in key order and writes it out as a
005782* column-heading line plus one CSV line per item, between an HDR
005784* line - batch ID the export's date and time to the minute - and
005786* a TRL line with the item count and the STOCK column's total,
005788* so the file goes back in through the import as it stands.
005800*----------------------------------------------------------------
005810 3000-EXPORT-CSV.
005820           OPEN OUTPUT ITEMS-CSV-FILE
005821           ACCEPT ITM-EXPORT-DATE FROM DATE YYYYMMDD
005822           ACCEPT ITM-EXPORT-TIME FROM TIME
005823           MOVE SPACES TO ITM-CSV-RECORD
005824           STRING "HDR," ITM-EXPORT-DATE ITM-EXPORT-TIME(1:4) ","
005825               ITM-EXPORT-DATE
005826               DELIMITED BY SIZE
005827               INTO ITM-CSV-RECORD
005828           END-STRING
005829           WRITE ITM-CSV-RECORD
005830           MOVE "NAME,SKU,DESC,PRICE,STOCK,AVAIL,VENDOR,TAXCLASS"
005840               TO ITM-CSV-RECORD
005850           WRITE ITM-CSV-RECORD
005860
005870           MOVE LOW-VALUES TO ITM-NAME OF ITM-ITEM-RECORD
005970                   UNTIL ITM-EOF
005980           END-IF
005990
005991           MOVE ITM-EXPORT-COUNT TO ITM-EXPORT-COUNT-OUT
005992           MOVE SPACES TO ITM-CSV-RECORD
005993           STRING "TRL," ITM-EXPORT-COUNT-OUT "," ITM-EXPORT-HASH
005994               DELIMITED BY SIZE
005995               INTO ITM-CSV-RECORD
005996           END-STRING
005997           WRITE ITM-CSV-RECORD
006000           CLOSE ITEMS-CSV-FILE
006010           DISPLAY ITM-EXPORT-COUNT " item(s) exported"
006020           .
006390               "," DELIMITED BY SIZE
006400               FUNCTION TRIM(ITM-VENDOR OF ITM-ITEM-RECORD)
006410                   DELIMITED BY SIZE
006412               "," DELIMITED BY SIZE
006414               ITM-TAX-CLASS OF ITM-ITEM-RECORD DELIMITED BY SIZE
006420               INTO ITM-CSV-RECORD
006430           END-STRING
006440           WRITE ITM-CSV-RECORD
006450           ADD 1 TO ITM-EXPORT-COUNT
006452           ADD ITM-STOCK OF ITM-ITEM-RECORD TO ITM-EXPORT-HASH
006460           .
006470 3200-EXIT.
006480           EXIT.
006700*----------------------------------------------------------------
006710 8000-WRITE-JSON-FILE.
006720           PERFORM 8200-REBUILD-TABLE-FROM-INDEX THRU 8200-EXIT
006722           PERFORM 8420-SET-KIT-AVAILABILITY THRU 8420-EXIT
006724           OPEN OUTPUT ITEMS-JSON-FILE
006726           PERFORM 8500-JSON-GENERATE-ITEMS THRU 8500-EXIT
006728           CLOSE ITEMS-JSON-FILE
006730           IF NOT ITM-JSON-OK
006732               DISPLAY "items.json generate failed - "
006734                   "rerun before trusting the export"
006736           END-IF
006840           .
006850 8000-EXIT.
006860           EXIT.
007322                       TO ITM-ORDER-UP-TO OF
007324                       ITM-ITEMS(ITM-NUM-OF-ITEMS
007326                           OF ITM-ITEM-INFORMATION)
007328                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD
007330                       TO ITM-TAX-CLASS OF
007332                       ITM-ITEMS(ITM-NUM-OF-ITEMS
007334                           OF ITM-ITEM-INFORMATION)
007335                   MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
007336                       TO ITM-LOCATION-STOCK OF
007337                       ITM-ITEMS(ITM-NUM-OF-ITEMS
007338                           OF ITM-ITEM-INFORMATION)
007339                   MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
007340                       TO ITM-SHELF-CAPACITY OF
007341                       ITM-ITEMS(ITM-NUM-OF-ITEMS
007342                           OF ITM-ITEM-INFORMATION)
007343           END-READ
007344           .
007345 8210-EXIT.
007350           EXIT.
007360
007370       COPY ITEMJSNG.
007372       COPY ITEMBCP.
007374       COPY ITEMKTP.
007380
007390*----------------------------------------------------------------
007400* 9000-CLOSE-AND-EXIT
