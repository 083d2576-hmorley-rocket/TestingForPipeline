000348*                   through the rename cross-reference
000349*                   (itemxref.dat), so a renamed item is one
000350*                   ranking line instead of two.
000351*  2026-10-14 dlm   Z-report splits the takings by tender -
000352*                   CASH and CARD columns per day and on the
000353*                   total line, read from the till tender log
000354*                   (tenders.dat) with refunds netted, and a
000355*                   line for revenue not taken at a till.
000356*  2026-10-14 dlm   Sales tax carried on the sales log is netted
000357*                   into a TAX column per day and on the total
000358*                   line, with NET SALES, SALES TAX and gross on
000359*                   separate summary lines; not taken at a till
000360*                   now works off the gross, since the tenders
000361*                   include the tax.
000362*----------------------------------------------------------------
000363 ENVIRONMENT DIVISION.
000364 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380           SELECT SALES-FILE ASSIGN TO ITM-SALES-DSN
000390               ORGANIZATION IS SEQUENTIAL
000452           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000454               ORGANIZATION IS SEQUENTIAL
000456               FILE STATUS IS ITM-XREF-STATUS.
000458
000460           SELECT TENDER-FILE ASSIGN TO ITM-TENDER-DSN
000462               ORGANIZATION IS SEQUENTIAL
000464               FILE STATUS IS ITM-TENDER-STATUS.
000466
000468 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SALES-FILE.
000490       COPY ITEMSAL.
000527
000528 FD  ITEM-XREF-FILE.
000529       COPY ITEMXRF.
000531
000533 FD  TENDER-FILE.
000535       COPY ITEMTND.
000537
000540 WORKING-STORAGE SECTION.
000550       COPY ITEMFN.
000552       COPY ITEMXRD.
000570 01  ITM-SALES-STATUS           PIC X(02).
000580 01  ITM-SALESRPT-STATUS        PIC X(02).
000582 01  ITM-ITEMCOST-STATUS        PIC X(02).
000584 01  ITM-TENDER-STATUS          PIC X(02).
000590 01  ITM-I                      BINARY-SHORT.
000600 01  ITM-J                      BINARY-SHORT.
000610
000820               10  ITM-DAY-DATE       PIC X(08).
000830               10  ITM-DAY-UNITS      BINARY-LONG.
000840               10  ITM-DAY-REVENUE    PIC S9(09)V99.
000842               10  ITM-DAY-CASH       PIC S9(09)V99.
000844               10  ITM-DAY-CARD       PIC S9(09)V99.
000845               10  ITM-DAY-TAX        PIC S9(09)V99.
000846 01  ITM-DAY-KEY                PIC X(08).
000850
000860*----------------------------------------------------------------
000870* One entry per distinct item sold in the requested range - the
001010           05  ITM-HOLD-DAY-DATE      PIC X(08).
001020           05  ITM-HOLD-DAY-UNITS     BINARY-LONG.
001030           05  ITM-HOLD-DAY-REVENUE   PIC S9(09)V99.
001032           05  ITM-HOLD-DAY-CASH      PIC S9(09)V99.
001034           05  ITM-HOLD-DAY-CARD      PIC S9(09)V99.
001036           05  ITM-HOLD-DAY-TAX       PIC S9(09)V99.
001040
001041*----------------------------------------------------------------
001042* Weighted-average unit costs read back from itemcost.dat (the
001090
001092*----------------------------------------------------------------
001094* Signed contribution of the sale record in hand - the sale's
001096* own quantity, total and tax, negated when the record is a
001098* type-R refund so every accumulation nets refunds out.
001100*----------------------------------------------------------------
001102 01  ITM-NET-QTY                PIC S9(09) COMP.
001104 01  ITM-NET-TOTAL              PIC S9(09)V99.
001105 01  ITM-NET-TAX                PIC S9(09)V99.
001106
001108 01  ITM-GRAND-UNITS            BINARY-LONG VALUE 0.
001110 01  ITM-GRAND-REVENUE          PIC S9(11)V99 VALUE 0.
001111 01  ITM-GRAND-TAX              PIC S9(11)V99 VALUE 0.
001112 01  ITM-GRAND-GROSS            PIC S9(11)V99 VALUE 0.
001113
001114*----------------------------------------------------------------
001115* Signed cash and card movement of the tender record in hand -
001116* a refund's money is going back out, so it nets negative.
001117*----------------------------------------------------------------
001118 01  ITM-NET-CASH               PIC S9(09)V99.
001119 01  ITM-NET-CARD               PIC S9(09)V99.
001120 01  ITM-GRAND-CASH             PIC S9(11)V99 VALUE 0.
001121 01  ITM-GRAND-CARD             PIC S9(11)V99 VALUE 0.
001122 01  ITM-GRAND-OTHER            PIC S9(11)V99 VALUE 0.
001123
001130 01  ITM-SRPT-DAY-LINE.
001140           05  ITM-SRPT-DAY-DATE      PIC X(08).
001150           05  FILLER                 PIC X(02) VALUE SPACES.
001160           05  ITM-SRPT-DAY-UNITS     PIC -ZZZZZZ9.
001170           05  FILLER                 PIC X(02) VALUE SPACES.
001180           05  ITM-SRPT-DAY-REVENUE   PIC -ZZZZZZZ9.99.
001181           05  FILLER                 PIC X(03) VALUE SPACES.
001182           05  ITM-SRPT-DAY-TAX       PIC -ZZZZZZZ9.99.
001183           05  FILLER                 PIC X(03) VALUE SPACES.
001184           05  ITM-SRPT-DAY-CASH      PIC -ZZZZZZZZ9.99.
001186           05  FILLER                 PIC X(02) VALUE SPACES.
001188           05  ITM-SRPT-DAY-CARD      PIC -ZZZZZZZZ9.99.
001190
001200 01  ITM-SRPT-ITEM-LINE.
001210           05  ITM-SRPT-ITEM-NAME     PIC X(32).
001300           05  ITM-SRPT-TOT-UNITS     PIC -ZZZZZZ9.
001310           05  FILLER                 PIC X(02) VALUE SPACES.
001320           05  ITM-SRPT-TOT-REVENUE   PIC -ZZZZZZZZZ9.99.
001321           05  FILLER                 PIC X(01) VALUE SPACES.
001322           05  ITM-SRPT-TOT-TAX       PIC -ZZZZZZZ9.99.
001323           05  FILLER                 PIC X(03) VALUE SPACES.
001324           05  ITM-SRPT-TOT-CASH      PIC -ZZZZZZZZ9.99.
001325           05  FILLER                 PIC X(02) VALUE SPACES.
001326           05  ITM-SRPT-TOT-CARD      PIC -ZZZZZZZZ9.99.
001327
001328 01  ITM-SRPT-OTHER-LINE.
001329           05  FILLER                 PIC X(20)
001330                   VALUE "NOT TAKEN AT A TILL".
001331           05  ITM-SRPT-OTHER-REVENUE PIC -ZZZZZZZZZ9.99.
001332
001333 01  ITM-SRPT-SUMMARY-LINE.
001334           05  ITM-SRPT-SUMM-LABEL    PIC X(20).
001336           05  ITM-SRPT-SUMM-AMOUNT   PIC -ZZZZZZZZZ9.99.
001337
001340 PROCEDURE DIVISION.
001350
001360*----------------------------------------------------------------
001390 0000-MAINLINE.
001400           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001410           PERFORM 2000-LOAD-SALES THRU 2000-EXIT
001412           PERFORM 2500-LOAD-TENDERS THRU 2500-EXIT
001420           PERFORM 3000-SORT-DAYS-BY-DATE THRU 3000-EXIT
001430           PERFORM 3500-SORT-ITEMS-BY-UNITS THRU 3500-EXIT
001440           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
002023               INITIALIZE ITM-SOLD-SUMMARY
002024               MOVE 0 TO ITM-GRAND-UNITS
002025               MOVE 0 TO ITM-GRAND-REVENUE
002027               MOVE 0 TO ITM-GRAND-TAX
002029               MOVE 'Y' TO ITM-EOF-FLAG
002031               GO TO 2100-EXIT
002033           END-IF
002035           IF ITM-RANGE-START NOT = SPACES AND
002037                   ITM-SALE-DATE < ITM-RANGE-START
002040               GO TO 2100-NEXT
002050           END-IF
002060           IF ITM-RANGE-END NOT = SPACES AND
002101           IF ITM-SALE-IS-REFUND
002102               COMPUTE ITM-NET-QTY = 0 - ITM-SALE-QTY
002104               COMPUTE ITM-NET-TOTAL = 0 - ITM-SALE-TOTAL
002105               COMPUTE ITM-NET-TAX = 0 - ITM-SALE-TAX
002106           ELSE
002107               MOVE ITM-SALE-QTY TO ITM-NET-QTY
002108               MOVE ITM-SALE-TOTAL TO ITM-NET-TOTAL
002109               MOVE ITM-SALE-TAX TO ITM-NET-TAX
002110           END-IF
002111           MOVE ITM-SALE-DATE TO ITM-DAY-KEY
002112           PERFORM 2200-ACCUMULATE-DAY THRU 2200-EXIT
002113           MOVE ITM-SALE-NAME TO ITM-XRF-RESOLVE-NAME
002114           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
002120           PERFORM 2300-ACCUMULATE-ITEM THRU 2300-EXIT
002130           ADD ITM-NET-QTY TO ITM-GRAND-UNITS
002140           ADD ITM-NET-TOTAL TO ITM-GRAND-REVENUE
002142           ADD ITM-NET-TAX TO ITM-GRAND-TAX
002150           .
002160 2100-NEXT.
002170           READ SALES-FILE
002250*----------------------------------------------------------------
002260* 2200-ACCUMULATE-DAY
002270*
002280* Linear scan of the day table for the date in ITM-DAY-KEY,
002290* adding a new entry when the date has not been seen yet - the
002300* same small-table lookup RECONCIL uses against the catalog.
002302* ITM-MATCH-INDEX is left pointing at the day's entry (zero when
002304* the table is full).
002310*----------------------------------------------------------------
002320 2200-ACCUMULATE-DAY.
002330           MOVE 'N' TO ITM-MATCH-FLAG
002430               END-IF
002440               ADD 1 TO ITM-NUM-OF-DAYS
002450               MOVE ITM-NUM-OF-DAYS TO ITM-MATCH-INDEX
002460               MOVE ITM-DAY-KEY TO
002470                   ITM-DAY-DATE(ITM-MATCH-INDEX)
002480               MOVE 0 TO ITM-DAY-UNITS(ITM-MATCH-INDEX)
002490               MOVE 0 TO ITM-DAY-REVENUE(ITM-MATCH-INDEX)
002492               MOVE 0 TO ITM-DAY-CASH(ITM-MATCH-INDEX)
002494               MOVE 0 TO ITM-DAY-CARD(ITM-MATCH-INDEX)
002496               MOVE 0 TO ITM-DAY-TAX(ITM-MATCH-INDEX)
002500           END-IF
002510
002520           ADD ITM-NET-QTY TO ITM-DAY-UNITS(ITM-MATCH-INDEX)
002530           ADD ITM-NET-TOTAL TO ITM-DAY-REVENUE(ITM-MATCH-INDEX)
002532           ADD ITM-NET-TAX TO ITM-DAY-TAX(ITM-MATCH-INDEX)
002540           .
002550 2200-EXIT.
002560           EXIT.
002570
002580 2210-CHECK-ONE-DAY.
002590           IF ITM-DAY-DATE(ITM-I) = ITM-DAY-KEY
002600               MOVE 'Y' TO ITM-MATCH-FLAG
002610               MOVE ITM-I TO ITM-MATCH-INDEX
002620           END-IF
003050           .
003060 2310-EXIT.
003070           EXIT.
003071
003072*----------------------------------------------------------------
003073* 2500-LOAD-TENDERS
003074*
003075* Read-ahead loop over the till tender log for the same date
003076* range, splitting each day's takings into cash kept and card.
003077* A site that has never rung a till basket has no tender log;
003078* the columns then print zero and everything shows as not
003079* taken at a till.
003080*----------------------------------------------------------------
003081 2500-LOAD-TENDERS.
003082           IF ITM-SALESRPT-STATUS NOT = "00" OR RETURN-CODE = 8
003083               GO TO 2500-EXIT
003084           END-IF
003085           OPEN INPUT TENDER-FILE
003086           IF ITM-TENDER-STATUS NOT = "00"
003087               GO TO 2500-EXIT
003088           END-IF
003089
003090           MOVE 'N' TO ITM-EOF-FLAG
003091           READ TENDER-FILE
003092               AT END
003093                   MOVE 'Y' TO ITM-EOF-FLAG
003094           END-READ
003095           PERFORM 2510-PROCESS-ONE-TENDER THRU 2510-EXIT
003096               UNTIL ITM-EOF
003097           CLOSE TENDER-FILE
003098           .
003099 2500-EXIT.
003100           EXIT.
003101
003102 2510-PROCESS-ONE-TENDER.
003103           IF ITM-RANGE-START NOT = SPACES AND
003104                   ITM-TND-DATE < ITM-RANGE-START
003105               GO TO 2510-NEXT
003106           END-IF
003107           IF ITM-RANGE-END NOT = SPACES AND
003108                   ITM-TND-DATE > ITM-RANGE-END
003109               GO TO 2510-NEXT
003110           END-IF
003111
003112           IF ITM-TND-IS-REFUND
003113               COMPUTE ITM-NET-CASH = 0 - ITM-TND-CASH
003114               COMPUTE ITM-NET-CARD = 0 - ITM-TND-CARD
003115           ELSE
003116               MOVE ITM-TND-CASH TO ITM-NET-CASH
003117               MOVE ITM-TND-CARD TO ITM-NET-CARD
003118           END-IF
003119           MOVE 0 TO ITM-NET-QTY
003120           MOVE 0 TO ITM-NET-TOTAL
003121           MOVE 0 TO ITM-NET-TAX
003122           MOVE ITM-TND-DATE TO ITM-DAY-KEY
003123           PERFORM 2200-ACCUMULATE-DAY THRU 2200-EXIT
003124           IF ITM-MATCH-INDEX > 0
003125               ADD ITM-NET-CASH TO ITM-DAY-CASH(ITM-MATCH-INDEX)
003126               ADD ITM-NET-CARD TO ITM-DAY-CARD(ITM-MATCH-INDEX)
003127           END-IF
003128           ADD ITM-NET-CASH TO ITM-GRAND-CASH
003129           ADD ITM-NET-CARD TO ITM-GRAND-CARD
003130           .
003131 2510-NEXT.
003132           READ TENDER-FILE
003133               AT END
003134                   MOVE 'Y' TO ITM-EOF-FLAG
003135           END-READ
003136           .
003137 2510-EXIT.
003138           EXIT.
003139
003140*----------------------------------------------------------------
003141* 3000-SORT-DAYS-BY-DATE
003142*
003143* Ascending bubble sort on sale date - the same in-place sort
003144* REORDRPT uses on the catalog table, and the day table is far
003145* smaller than that.
003150*----------------------------------------------------------------
003160 3000-SORT-DAYS-BY-DATE.
003170           PERFORM 3100-DAY-SORT-PASS THRU 3100-EXIT
003900
003910           MOVE "DATE         UNITS        REVENUE" TO
003920               ITM-SRPT-RECORD
003921           MOVE "TAX" TO ITM-SRPT-RECORD(45:3)
003922           MOVE "CASH" TO ITM-SRPT-RECORD(60:4)
003924           MOVE "CARD" TO ITM-SRPT-RECORD(75:4)
003930           WRITE ITM-SRPT-RECORD
003940
003950           PERFORM 4100-WRITE-DAY-LINE THRU 4100-EXIT
004030           ELSE
004040               MOVE ITM-GRAND-UNITS TO ITM-SRPT-TOT-UNITS
004050               MOVE ITM-GRAND-REVENUE TO ITM-SRPT-TOT-REVENUE
004051               MOVE ITM-GRAND-TAX TO ITM-SRPT-TOT-TAX
004052               MOVE ITM-GRAND-CASH TO ITM-SRPT-TOT-CASH
004054               MOVE ITM-GRAND-CARD TO ITM-SRPT-TOT-CARD
004060               MOVE ITM-SRPT-TOTAL-LINE TO ITM-SRPT-RECORD
004070               WRITE ITM-SRPT-RECORD
004071               MOVE SPACES TO ITM-SRPT-RECORD
004072               WRITE ITM-SRPT-RECORD
004073               MOVE "NET SALES" TO ITM-SRPT-SUMM-LABEL
004074               MOVE ITM-GRAND-REVENUE TO ITM-SRPT-SUMM-AMOUNT
004075               MOVE ITM-SRPT-SUMMARY-LINE TO ITM-SRPT-RECORD
004076               WRITE ITM-SRPT-RECORD
004077               MOVE "SALES TAX" TO ITM-SRPT-SUMM-LABEL
004078               MOVE ITM-GRAND-TAX TO ITM-SRPT-SUMM-AMOUNT
004079               MOVE ITM-SRPT-SUMMARY-LINE TO ITM-SRPT-RECORD
004080               WRITE ITM-SRPT-RECORD
004081               COMPUTE ITM-GRAND-GROSS = ITM-GRAND-REVENUE +
004082                   ITM-GRAND-TAX
004083               MOVE "GROSS INCLUDING TAX" TO ITM-SRPT-SUMM-LABEL
004084               MOVE ITM-GRAND-GROSS TO ITM-SRPT-SUMM-AMOUNT
004085               MOVE ITM-SRPT-SUMMARY-LINE TO ITM-SRPT-RECORD
004086               WRITE ITM-SRPT-RECORD
004087               COMPUTE ITM-GRAND-OTHER = ITM-GRAND-GROSS -
004088                   ITM-GRAND-CASH - ITM-GRAND-CARD
004089               MOVE ITM-GRAND-OTHER TO ITM-SRPT-OTHER-REVENUE
004090               MOVE ITM-SRPT-OTHER-LINE TO ITM-SRPT-RECORD
004091               WRITE ITM-SRPT-RECORD
004092           END-IF
004093
004100           MOVE SPACES TO ITM-SRPT-RECORD
004110           WRITE ITM-SRPT-RECORD
004120           MOVE "PERIOD ITEM SUMMARY - RANKED BY UNITS SOLD" TO
004360           MOVE ITM-DAY-DATE(ITM-I) TO ITM-SRPT-DAY-DATE
004370           MOVE ITM-DAY-UNITS(ITM-I) TO ITM-SRPT-DAY-UNITS
004380           MOVE ITM-DAY-REVENUE(ITM-I) TO ITM-SRPT-DAY-REVENUE
004381           MOVE ITM-DAY-TAX(ITM-I) TO ITM-SRPT-DAY-TAX
004382           MOVE ITM-DAY-CASH(ITM-I) TO ITM-SRPT-DAY-CASH
004384           MOVE ITM-DAY-CARD(ITM-I) TO ITM-SRPT-DAY-CARD
004390           MOVE ITM-SRPT-DAY-LINE TO ITM-SRPT-RECORD
004400           WRITE ITM-SRPT-RECORD
004410           .
