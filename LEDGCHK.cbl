000220* the check is continuous night to night; an unledgered path
000230* shows up the night it appears instead of at the next floor
000240* count.  Report goes to ledgchk.rpt; mismatches end the run
000250* WARN for the nightly driver's log.  Stock is held by location,
000252* so each location's figure is rolled forward and checked too -
000254* a TRANSFER leaves the total alone but moves stock between two
000256* locations.
000260*----------------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. LEDGCHK.
000401*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000402*                   the full-catalog buffer and its size
000403*                   ceiling are gone.
000405*  2026-10-15 dlm   Roll-forward by location - the snapshot
000407*                   carries each location's stock, movements
000409*                   are applied to the location they name (a
000411*                   TRANSFER out of one and into the other),
000413*                   and every location that disagrees with
000415*                   the catalog is reported under the item.
000417*----------------------------------------------------------------
000419 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440           SELECT ITEMS-JSON-FILE ASSIGN TO ITM-JSON-DSN
000740       COPY ITEMFN.
000750       COPY ITEMTAB.
000752       COPY ITEMXRD.
000754       COPY ITEMLOC.
000760
000770 01  ITM-JSON-STATUS            PIC X(02).
000780 01  ITM-STOCKMOV-STATUS        PIC X(02).
001010 01  ITM-REMOVED-COUNT          BINARY-LONG VALUE 0.
001020 01  ITM-COUNT-DISP             PIC ZZZZZZZ9.
001030 01  ITM-DIFF-AMOUNT            BINARY-LONG.
001032 01  ITM-ITEM-MISMATCH-FLAG     PIC X(01).
001034           88  ITM-ITEM-MISMATCHED    VALUE 'Y'.
001040
001050*----------------------------------------------------------------
001060* The previous run's snapshot, loaded per item and rolled
001070* forward in place: ITM-LCK-COMPUTED starts at the snapshot
001080* stock and every later movement adds its in and subtracts its
001090* out.  ITM-LCK-SEEN marks entries matched back to the catalog
001100* so the ones that vanished can be listed too.  The location
001102* figures roll forward the same way, by the location each
001104* movement names.
001110*----------------------------------------------------------------
001120 01  ITM-LEDGER-CHECK-TABLE.
001130           05  ITM-NUM-OF-SNAPS       BINARY-SHORT VALUE 0.
001160               10  ITM-LCK-NAME       PIC X(32).
001170               10  ITM-LCK-SNAP-STOCK BINARY-LONG.
001180               10  ITM-LCK-COMPUTED   BINARY-LONG.
001182               10  ITM-LCK-SNAP-LOC   BINARY-LONG OCCURS 3 TIMES.
001184               10  ITM-LCK-COMP-LOC   BINARY-LONG OCCURS 3 TIMES.
001190               10  ITM-LCK-SEEN       PIC X(01).
001200
001210 01  ITM-LCK-DETAIL-LINE.
001220           05  ITM-LCK-DET-NAME       PIC X(32).
001222           05  FILLER                 PIC X(02) VALUE SPACES.
001224           05  ITM-LCK-DET-LOCATION   PIC X(11).
001230           05  FILLER                 PIC X(02) VALUE SPACES.
001240           05  ITM-LCK-DET-SNAP       PIC -ZZZZ9.
001250           05  FILLER                 PIC X(02) VALUE SPACES.
001300           05  ITM-LCK-DET-DIFF       PIC -ZZZZ9.
001310           05  FILLER                 PIC X(02) VALUE SPACES.
001320           05  ITM-LCK-DET-REMARK     PIC X(12).
001321
001322 01  ITM-LCK-HEADING-LINE.
001323           05  FILLER                 PIC X(34) VALUE "NAME".
001324           05  FILLER                 PIC X(13) VALUE "LOCATION".
001325           05  FILLER                 PIC X(30)
001326                   VALUE "  SNAP   COMPD  ACTUAL    DIFF".
001330
001340 PROCEDURE DIVISION.
001350
002280               MOVE ITM-SNP-STOCK TO
002290                   ITM-LCK-COMPUTED(ITM-NUM-OF-SNAPS)
002300               MOVE 'N' TO ITM-LCK-SEEN(ITM-NUM-OF-SNAPS)
002302               PERFORM 2110-LOAD-ONE-LOCATION THRU 2110-EXIT
002304                   VARYING ITM-LOC-K FROM 1 BY 1
002306                   UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
002310               MOVE ITM-SNP-DATE TO ITM-SNAP-STAMP-DATE
002320               MOVE ITM-SNP-TIME TO ITM-SNAP-STAMP-TIME
002330           END-IF
002380           .
002390 2100-EXIT.
002400           EXIT.
002401
002402 2110-LOAD-ONE-LOCATION.
002403           MOVE ITM-SNP-LOC-STOCK(ITM-LOC-K) TO
002404               ITM-LCK-SNAP-LOC(ITM-NUM-OF-SNAPS, ITM-LOC-K)
002405           MOVE ITM-SNP-LOC-STOCK(ITM-LOC-K) TO
002406               ITM-LCK-COMP-LOC(ITM-NUM-OF-SNAPS, ITM-LOC-K)
002407           .
002408 2110-EXIT.
002409           EXIT.
002410
002420*----------------------------------------------------------------
002430* 3000-ROLL-FORWARD
002480* ADJUST alike.  A movement for an item the snapshot has never
002490* seen (added since) is left alone - that item gets its first
002500* known point tonight and joins the check tomorrow.
002501*
002502* By location, the quantity out leaves the movement's location
002503* and the quantity in arrives at its to-location when it has
002504* one (a TRANSFER) or at its own location otherwise.  A blank
002505* location is the sales floor.  A code that is not a location
002506* moves no location figure, so it surfaces as a mismatch.
002510*----------------------------------------------------------------
002520 3000-ROLL-FORWARD.
002530           IF NOT ITM-SNAP-EXISTS
002910                   ITM-LCK-COMPUTED(ITM-MATCH-INDEX)
002920               SUBTRACT ITM-MOV-QTY-OUT FROM
002930                   ITM-LCK-COMPUTED(ITM-MATCH-INDEX)
002932               PERFORM 3150-APPLY-BY-LOCATION THRU 3150-EXIT
002940           END-IF
002950           .
002960 3100-NEXT.
003010           .
003020 3100-EXIT.
003030           EXIT.
003031
003032 3150-APPLY-BY-LOCATION.
003033           MOVE ITM-MOV-LOCATION TO ITM-LOC-FIND-CODE
003034           PERFORM 8950-FIND-LOCATION THRU 8950-EXIT
003035           IF ITM-LOC-FIND-INDEX NOT = 0
003036               SUBTRACT ITM-MOV-QTY-OUT FROM
003037                   ITM-LCK-COMP-LOC(ITM-MATCH-INDEX,
003038                       ITM-LOC-FIND-INDEX)
003039           END-IF
003040
003041           IF ITM-MOV-TO-LOCATION NOT = SPACE
003042               MOVE ITM-MOV-TO-LOCATION TO ITM-LOC-FIND-CODE
003043               PERFORM 8950-FIND-LOCATION THRU 8950-EXIT
003044           END-IF
003045           IF ITM-LOC-FIND-INDEX NOT = 0
003046               ADD ITM-MOV-QTY-IN TO
003047                   ITM-LCK-COMP-LOC(ITM-MATCH-INDEX,
003048                       ITM-LOC-FIND-INDEX)
003049           END-IF
003050           .
003051 3150-EXIT.
003052           EXIT.
003053
003054 3200-FIND-SNAP-ENTRY.
003060           MOVE 'N' TO ITM-MATCH-FLAG
003070           MOVE 0 TO ITM-MATCH-INDEX
003080           PERFORM 3210-CHECK-ONE-SNAP THRU 3210-EXIT
003270*
003280* Compares every rolled-forward figure against the stock the
003290* catalog holds right now and reports the disagreements - the
003300* items something moved without a movement record.  The total
003302* is checked first and then each location; an item counts once
003304* however many of its figures disagree.  Snapshot items gone
003310* from the catalog are listed REMOVED for the eye but not
003320* counted as mismatches: a remove is an audited catalog action,
003330* not a stock movement.
003340*----------------------------------------------------------------
003350 4000-WRITE-CHECK-REPORT.
003360           OPEN OUTPUT LEDGER-CHECK-FILE
003690           WRITE ITM-LEDGCHK-RECORD
003700           MOVE SPACES TO ITM-LEDGCHK-RECORD
003710           WRITE ITM-LEDGCHK-RECORD
003720           MOVE ITM-LCK-HEADING-LINE TO ITM-LEDGCHK-RECORD
003760           WRITE ITM-LEDGCHK-RECORD
003770
003780           PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
004090           IF NOT ITM-MATCH-FOUND
004100               MOVE SPACES TO ITM-LCK-DETAIL-LINE
004110               MOVE ITM-LCK-NAME(ITM-I) TO ITM-LCK-DET-NAME
004112               MOVE "TOTAL" TO ITM-LCK-DET-LOCATION
004120               MOVE ITM-LCK-SNAP-STOCK(ITM-I) TO ITM-LCK-DET-SNAP
004130               MOVE ITM-LCK-COMPUTED(ITM-I) TO
004140                   ITM-LCK-DET-COMPUTED
004200           END-IF
004210
004220           MOVE 'Y' TO ITM-LCK-SEEN(ITM-I)
004222           MOVE 'N' TO ITM-ITEM-MISMATCH-FLAG
004230           COMPUTE ITM-DIFF-AMOUNT =
004240               ITM-STOCK OF ITM-ITEMS(ITM-MATCH-INDEX) -
004250                   ITM-LCK-COMPUTED(ITM-I)
004260           IF ITM-DIFF-AMOUNT NOT = 0
004300               MOVE SPACES TO ITM-LCK-DETAIL-LINE
004310               MOVE ITM-LCK-NAME(ITM-I) TO ITM-LCK-DET-NAME
004312               MOVE "TOTAL" TO ITM-LCK-DET-LOCATION
004320               MOVE ITM-LCK-SNAP-STOCK(ITM-I) TO ITM-LCK-DET-SNAP
004330               MOVE ITM-LCK-COMPUTED(ITM-I) TO
004332                   ITM-LCK-DET-COMPUTED
004340               MOVE ITM-STOCK OF ITM-ITEMS(ITM-MATCH-INDEX) TO
004350                   ITM-LCK-DET-ACTUAL
004360               MOVE ITM-DIFF-AMOUNT TO ITM-LCK-DET-DIFF
004370               MOVE "UNEXPLAINED" TO ITM-LCK-DET-REMARK
004380               MOVE ITM-LCK-DETAIL-LINE TO ITM-LEDGCHK-RECORD
004390               WRITE ITM-LEDGCHK-RECORD
004391               MOVE 'Y' TO ITM-ITEM-MISMATCH-FLAG
004392           END-IF
004393
004394           PERFORM 4110-CHECK-ONE-LOCATION THRU 4110-EXIT
004395               VARYING ITM-LOC-K FROM 1 BY 1
004396               UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
004397
004398           IF ITM-ITEM-MISMATCHED
004400               ADD 1 TO ITM-MISMATCH-COUNT
004402           END-IF
004410           .
004420 4100-EXIT.
004430           EXIT.
004431
004432 4110-CHECK-ONE-LOCATION.
004433           COMPUTE ITM-DIFF-AMOUNT =
004434               ITM-LOC-STOCK OF ITM-ITEMS
004435                   (ITM-MATCH-INDEX, ITM-LOC-K) -
004436               ITM-LCK-COMP-LOC(ITM-I, ITM-LOC-K)
004437           IF ITM-DIFF-AMOUNT = 0
004438               GO TO 4110-EXIT
004439           END-IF
004440
004441           MOVE SPACES TO ITM-LCK-DETAIL-LINE
004442           MOVE ITM-LCK-NAME(ITM-I) TO ITM-LCK-DET-NAME
004443           MOVE ITM-LOC-NAME(ITM-LOC-K) TO ITM-LCK-DET-LOCATION
004444           MOVE ITM-LCK-SNAP-LOC(ITM-I, ITM-LOC-K) TO
004445               ITM-LCK-DET-SNAP
004446           MOVE ITM-LCK-COMP-LOC(ITM-I, ITM-LOC-K) TO
004447               ITM-LCK-DET-COMPUTED
004448           MOVE ITM-LOC-STOCK OF ITM-ITEMS
004449               (ITM-MATCH-INDEX, ITM-LOC-K) TO ITM-LCK-DET-ACTUAL
004450           MOVE ITM-DIFF-AMOUNT TO ITM-LCK-DET-DIFF
004451           MOVE "UNEXPLAINED" TO ITM-LCK-DET-REMARK
004452           MOVE ITM-LCK-DETAIL-LINE TO ITM-LEDGCHK-RECORD
004453           WRITE ITM-LEDGCHK-RECORD
004454           MOVE 'Y' TO ITM-ITEM-MISMATCH-FLAG
004455           .
004456 4110-EXIT.
004457           EXIT.
004458
004459 4200-FIND-CATALOG-ITEM.
004460           MOVE 'N' TO ITM-MATCH-FLAG
004470           MOVE 0 TO ITM-MATCH-INDEX
004480           PERFORM 4210-CHECK-ONE-ITEM THRU 4210-EXIT
004940           MOVE ITM-RUN-TIME TO ITM-SNP-TIME
004950           MOVE ITM-NAME OF ITM-ITEMS(ITM-I) TO ITM-SNP-NAME
004960           MOVE ITM-STOCK OF ITM-ITEMS(ITM-I) TO ITM-SNP-STOCK
004962           PERFORM 5110-SNAP-ONE-LOCATION THRU 5110-EXIT
004964               VARYING ITM-LOC-K FROM 1 BY 1
004966               UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
004970           WRITE ITM-SNAPSHOT-RECORD
004980           .
004990 5100-EXIT.
005000           EXIT.
005001
005002 5110-SNAP-ONE-LOCATION.
005003           MOVE ITM-LOC-STOCK OF ITM-ITEMS(ITM-I, ITM-LOC-K) TO
005004               ITM-SNP-LOC-STOCK(ITM-LOC-K)
005005           .
005006 5110-EXIT.
005007           EXIT.
005010
005020       COPY ITEMJSNP.
005025       COPY ITEMXRP.
005027       COPY ITEMLOCP.
005030
005040*----------------------------------------------------------------
005050* 9000-CLOSE-AND-EXIT
