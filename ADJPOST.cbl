000351*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000352*                   the full-catalog buffer and its size
000353*                   ceiling are gone.
000355*  2026-10-14 dlm   Catalog table rebuild carries the item's new
000357*                   sales-tax class so items.json keeps it.
000358*  2026-10-15 dlm   Adjustments post to the location that was
000359*                   counted (blank is the sales floor) and the
000360*                   item's total is recomputed; the ADJUST
000361*                   movement carries the location.  An unknown
000362*                   location code marks the record E.  Catalog
000363*                   table rebuild carries the location stocks
000364*                   and shelf capacity so items.json keeps them.
000366*  2026-10-15 dlm   A kit (kitbom.dat) holds no stock of its
000368*                   own, so an adjustment against one is
000370*                   marked E.  items.json marks kits and gives
000372*                   each the stock its components can make up.
000374*----------------------------------------------------------------
000376 ENVIRONMENT DIVISION.
000378 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390           SELECT ITEMS-FILE ASSIGN TO ITM-ITEMS-DSN
000400               ORGANIZATION IS INDEXED
000614           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000616               ORGANIZATION IS SEQUENTIAL
000618               FILE STATUS IS ITM-XREF-STATUS.
000619
000620           SELECT KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN
000621               ORGANIZATION IS INDEXED
000622               ACCESS MODE IS DYNAMIC
000623               RECORD KEY IS ITM-BOM-KEY
000624               FILE STATUS IS ITM-KITBOM-STATUS.
000625
000630 DATA DIVISION.
000640 FILE SECTION.
000650       COPY ITEMJSNF.
000772
000774 FD  ITEM-XREF-FILE.
000776       COPY ITEMXRF.
000777
000778 FD  KIT-BOM-FILE.
000779       COPY ITEMBOM.
000780
000790 WORKING-STORAGE SECTION.
000800       COPY ITEMFN.
000810       COPY ITEMTAB.
000812       COPY ITEMXRD.
000813       COPY ITEMKTD.
000814       COPY ITEMLOC.
000820
000830 01  ITM-ITEMS-STATUS           PIC X(02).
000840 01  ITM-JSON-STATUS            PIC X(02).
000920           88  ITM-EOF                VALUE 'Y'.
000930
000940 01  ITM-OLD-STOCK              BINARY-SHORT.
000942 01  ITM-ADJ-LOC                BINARY-SHORT.
000950 01  ITM-POSTED-COUNT           BINARY-SHORT VALUE 0.
000960 01  ITM-SKIPPED-COUNT          BINARY-SHORT VALUE 0.
000970 01  ITM-ERROR-COUNT            BINARY-SHORT VALUE 0.
001190*----------------------------------------------------------------
001200 1000-INITIALIZE.
001205           PERFORM 8700-LOAD-RENAME-XREF THRU 8700-EXIT
001207           PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT
001210           OPEN I-O ITEMS-FILE
001220           IF ITM-ITEMS-STATUS = "35"
001230               OPEN OUTPUT ITEMS-FILE
001960                   GO TO 2100-NEXT
001970           END-READ
001980
001981           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-KIT-LOOKUP-NAME
001982           PERFORM 8450-FIND-KIT-LINES THRU 8450-EXIT
001983           IF ITM-KIT-FOUND
001984               DISPLAY "Kit holds no stock of its own: "
001985                   FUNCTION TRIM(ITM-ADJ-NAME)
001986               MOVE 'E' TO ITM-ADJ-STATUS
001987               REWRITE ITM-ADJUST-RECORD
001988               ADD 1 TO ITM-ERROR-COUNT
001989               GO TO 2100-NEXT
001990           END-IF
001991
001992           MOVE ITM-ADJ-LOCATION TO ITM-LOC-FIND-CODE
001993           PERFORM 8950-FIND-LOCATION THRU 8950-EXIT
001994           IF ITM-LOC-FIND-INDEX = 0
001995               DISPLAY "Unknown location on adjustment: "
001996                   FUNCTION TRIM(ITM-ADJ-NAME)
001997               MOVE 'E' TO ITM-ADJ-STATUS
001998               REWRITE ITM-ADJUST-RECORD
001999               ADD 1 TO ITM-ERROR-COUNT
002000               GO TO 2100-NEXT
002001           END-IF
002002           MOVE ITM-LOC-FIND-INDEX TO ITM-ADJ-LOC
002003
002004           PERFORM 2200-POST-ONE-ADJUST THRU 2200-EXIT
002005           .
002010 2100-NEXT.
002020           READ PENDING-ADJUST-FILE
002030               AT END
002110* 2200-POST-ONE-ADJUST
002120*
002130* Makes the approved physical count the system count for the
002140* location counted on the item just read: audits the old/new
002150* location stock, recomputes the item's total, posts the ADJUST
002160* movement for the difference against the location's stock on
002170* file right now (it may have moved since the count was taken),
002172* rewrites the item, and marks the adjustment done.
002180*----------------------------------------------------------------
002190 2200-POST-ONE-ADJUST.
002200           MOVE ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-ADJ-LOC) TO
002202               ITM-OLD-STOCK
002210
002220           MOVE "ADJUST" TO ITM-AUD-OPERATION
002230           MOVE ITM-OLD-STOCK TO ITM-AUD-STOCK-DISP
002240           MOVE SPACES TO ITM-AUD-OLD-VALUE
002242           STRING ITM-LOC-CODE(ITM-ADJ-LOC) ":" ITM-AUD-STOCK-DISP
002244               DELIMITED BY SIZE INTO ITM-AUD-OLD-VALUE
002250           MOVE ITM-ADJ-NEW-STOCK TO
002260               ITM-LOC-STOCK OF ITM-ITEM-RECORD(ITM-ADJ-LOC)
002262           COMPUTE ITM-STOCK OF ITM-ITEM-RECORD =
002264               ITM-STOCK OF ITM-ITEM-RECORD - ITM-OLD-STOCK +
002266                   ITM-ADJ-NEW-STOCK
002270           MOVE ITM-ADJ-NEW-STOCK TO ITM-AUD-STOCK-DISP
002290           MOVE SPACES TO ITM-AUD-NEW-VALUE
002292           STRING ITM-LOC-CODE(ITM-ADJ-LOC) ":" ITM-AUD-STOCK-DISP
002294               DELIMITED BY SIZE INTO ITM-AUD-NEW-VALUE
002300
002310           REWRITE ITM-ITEM-RECORD
002320               INVALID KEY
002560* nothing, the same as a no-op stock edit.
002570*----------------------------------------------------------------
002580 2250-POST-MOVEMENT.
002590           IF ITM-ADJ-NEW-STOCK = ITM-OLD-STOCK
002600               GO TO 2250-EXIT
002610           END-IF
002620
002640           ACCEPT ITM-MOV-TIME FROM TIME
002650           MOVE "ADJUST" TO ITM-MOV-TYPE
002660           MOVE ITM-NAME OF ITM-ITEM-RECORD TO ITM-MOV-NAME
002670           IF ITM-ADJ-NEW-STOCK > ITM-OLD-STOCK
002680               COMPUTE ITM-MOV-QTY-IN =
002690                   ITM-ADJ-NEW-STOCK - ITM-OLD-STOCK
002700               MOVE 0 TO ITM-MOV-QTY-OUT
002710           ELSE
002720               MOVE 0 TO ITM-MOV-QTY-IN
002730               COMPUTE ITM-MOV-QTY-OUT =
002740                   ITM-OLD-STOCK - ITM-ADJ-NEW-STOCK
002750           END-IF
002760           MOVE 0 TO ITM-MOV-UNIT-COST
002770           MOVE "RECONCILE" TO ITM-MOV-REF
002772           MOVE ITM-LOC-CODE(ITM-ADJ-LOC) TO ITM-MOV-LOCATION
002774           MOVE SPACE TO ITM-MOV-TO-LOCATION
002780           WRITE ITM-MOVEMENT-RECORD
002790           .
002800 2250-EXIT.
003040*----------------------------------------------------------------
003050 8000-WRITE-JSON-FILE.
003060           PERFORM 8200-REBUILD-TABLE-FROM-INDEX THRU 8200-EXIT
003062           PERFORM 8420-SET-KIT-AVAILABILITY THRU 8420-EXIT
003064           OPEN OUTPUT ITEMS-JSON-FILE
003066           PERFORM 8500-JSON-GENERATE-ITEMS THRU 8500-EXIT
003068           CLOSE ITEMS-JSON-FILE
003070           IF NOT ITM-JSON-OK
003072               DISPLAY "items.json generate failed - "
003074                   "rerun before trusting the export"
003076           END-IF
003180           .
003190 8000-EXIT.
003200           EXIT.
003662                       TO ITM-ORDER-UP-TO OF
003664                       ITM-ITEMS(ITM-NUM-OF-ITEMS
003666                           OF ITM-ITEM-INFORMATION)
003668                   MOVE ITM-TAX-CLASS OF ITM-ITEM-RECORD
003670                       TO ITM-TAX-CLASS OF
003672                       ITM-ITEMS(ITM-NUM-OF-ITEMS
003674                           OF ITM-ITEM-INFORMATION)
003675                   MOVE ITM-LOCATION-STOCK OF ITM-ITEM-RECORD
003676                       TO ITM-LOCATION-STOCK OF
003677                       ITM-ITEMS(ITM-NUM-OF-ITEMS
003678                           OF ITM-ITEM-INFORMATION)
003679                   MOVE ITM-SHELF-CAPACITY OF ITM-ITEM-RECORD
003680                       TO ITM-SHELF-CAPACITY OF
003681                       ITM-ITEMS(ITM-NUM-OF-ITEMS
003682                           OF ITM-ITEM-INFORMATION)
003683           END-READ
003684           .
003685 8210-EXIT.
003690           EXIT.
003700
003710       COPY ITEMJSNG.
003715       COPY ITEMXRP.
003716       COPY ITEMKTP.
003717       COPY ITEMLOCP.
003720
003730*----------------------------------------------------------------
003740* 9000-CLOSE-AND-EXIT
