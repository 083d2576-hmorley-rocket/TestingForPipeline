000100*----------------------------------------------------------------
000110* TAXRPT
000120*
000130* Batch job: reads the point-of-sale transaction log (sales.dat)
000140* for a date range and prints the sales-tax liability by tax
000150* class - taxable sales and tax collected, refunds and tax given
000160* back, and the net of the two - so the return can be filed
000170* straight off the report.  Every class on the rate master
000180* (taxrate.dat, maintained by TAXMGR) gets a line even when it
000190* had no trade in the period; sales logged before tax classes
000200* existed carry no class and are shown on a line of their own
000210* rather than being folded into standard.
000220*----------------------------------------------------------------
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. TAXRPT.
000250 AUTHOR. STORE-SYSTEMS-GROUP.
000260 INSTALLATION. RETAIL-OPERATIONS.
000270 DATE-WRITTEN. 2026-10-14.
000280 DATE-COMPILED.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*
000320*  DATE       INIT  DESCRIPTION
000330*  ---------- ----  -----------------------------------------
000340*  2026-10-14 dlm   Initial version - period tax liability by
000350*                   class off the sales log, refunds netted.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400           SELECT SALES-FILE ASSIGN TO ITM-SALES-DSN
000410               ORGANIZATION IS SEQUENTIAL
000420               FILE STATUS IS ITM-SALES-STATUS.
000430
000440           SELECT TAX-REPORT-FILE ASSIGN TO ITM-TAXRPT-DSN
000450               ORGANIZATION IS SEQUENTIAL
000460               FILE STATUS IS ITM-TAXRPT-STATUS.
000470
000480           SELECT TAX-RATE-FILE ASSIGN TO ITM-TAXRATE-DSN
000490               ORGANIZATION IS INDEXED
000500               ACCESS MODE IS DYNAMIC
000510               RECORD KEY IS ITM-TXR-CLASS
000520               FILE STATUS IS ITM-TAXRATE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  SALES-FILE.
000570       COPY ITEMSAL.
000580
000590 FD  TAX-REPORT-FILE.
000600 01  ITM-TRPT-RECORD            PIC X(132).
000610
000620 FD  TAX-RATE-FILE.
000630       COPY ITEMTAX.
000640
000650 WORKING-STORAGE SECTION.
000660       COPY ITEMFN.
000670       COPY ITEMTXD.
000680
000690 01  ITM-SALES-STATUS           PIC X(02).
000700 01  ITM-TAXRPT-STATUS          PIC X(02).
000710 01  ITM-I                      BINARY-SHORT.
000720
000730 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
000740           88  ITM-EOF                VALUE 'Y'.
000750
000760 01  ITM-RANGE-START            PIC X(08).
000770 01  ITM-RANGE-END              PIC X(08).
000780
000790 01  ITM-MATCH-INDEX            BINARY-SHORT.
000800 01  ITM-MATCH-FLAG             PIC X(01).
000810           88  ITM-MATCH-FOUND        VALUE 'Y'.
000820
000830*----------------------------------------------------------------
000840* One entry per tax class - seeded from the rate master in its
000850* key order, then any class met on the log that the master does
000860* not hold (a blank class from before tax, or one since deleted)
000870* is added on the end.  Ten master classes plus a few strays.
000880*----------------------------------------------------------------
000890 01  ITM-LIAB-SUMMARY.
000900           05  ITM-NUM-OF-LIABS       BINARY-SHORT VALUE 0.
000910           05  ITM-LIAB-ENTRY OCCURS 0 TO 16 TIMES
000920                   DEPENDING ON ITM-NUM-OF-LIABS.
000930               10  ITM-LIAB-CLASS     PIC X(01).
000940               10  ITM-LIAB-DESC      PIC X(20).
000950               10  ITM-LIAB-RATE      PIC 9(02)V999.
000960               10  ITM-LIAB-SALES     PIC S9(11)V99.
000970               10  ITM-LIAB-TAX       PIC S9(11)V99.
000980               10  ITM-LIAB-REFUNDS   PIC S9(11)V99.
000990               10  ITM-LIAB-REF-TAX   PIC S9(11)V99.
001000
001010 01  ITM-LIAB-KEY               PIC X(01).
001020 01  ITM-NET-SALES              PIC S9(11)V99.
001030 01  ITM-NET-TAX                PIC S9(11)V99.
001040
001050 01  ITM-GRAND-SALES            PIC S9(11)V99 VALUE 0.
001060 01  ITM-GRAND-TAX              PIC S9(11)V99 VALUE 0.
001070 01  ITM-GRAND-REFUNDS          PIC S9(11)V99 VALUE 0.
001080 01  ITM-GRAND-REF-TAX          PIC S9(11)V99 VALUE 0.
001090
001100 01  ITM-TRPT-CLASS-LINE.
001110           05  ITM-TRPT-CLASS         PIC X(01).
001120           05  FILLER                 PIC X(02) VALUE SPACES.
001130           05  ITM-TRPT-DESC          PIC X(20).
001140           05  FILLER                 PIC X(02) VALUE SPACES.
001150           05  ITM-TRPT-RATE          PIC ZZ9.999.
001160           05  FILLER                 PIC X(02) VALUE SPACES.
001170           05  ITM-TRPT-SALES         PIC -ZZZZZZZZ9.99.
001180           05  FILLER                 PIC X(02) VALUE SPACES.
001190           05  ITM-TRPT-TAX           PIC -ZZZZZZZZ9.99.
001200           05  FILLER                 PIC X(02) VALUE SPACES.
001210           05  ITM-TRPT-REFUNDS       PIC -ZZZZZZZZ9.99.
001220           05  FILLER                 PIC X(02) VALUE SPACES.
001230           05  ITM-TRPT-REF-TAX       PIC -ZZZZZZZZ9.99.
001240           05  FILLER                 PIC X(02) VALUE SPACES.
001250           05  ITM-TRPT-NET-SALES     PIC -ZZZZZZZZ9.99.
001260           05  FILLER                 PIC X(02) VALUE SPACES.
001270           05  ITM-TRPT-NET-TAX       PIC -ZZZZZZZZ9.99.
001280
001290 01  ITM-TRPT-SUMMARY-LINE.
001300           05  ITM-TRPT-SUMM-LABEL    PIC X(24).
001310           05  ITM-TRPT-SUMM-AMOUNT   PIC -ZZZZZZZZZ9.99.
001320
001330 PROCEDURE DIVISION.
001340
001350*----------------------------------------------------------------
001360* 0000-MAINLINE
001370*----------------------------------------------------------------
001380 0000-MAINLINE.
001390           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001400           PERFORM 2000-LOAD-SALES THRU 2000-EXIT
001410           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001420           PERFORM 9000-CLOSE-AND-EXIT THRU 9000-EXIT
001430           GOBACK
001440           .
001450 0000-EXIT.
001460           EXIT.
001470
001480*----------------------------------------------------------------
001490* 1000-INITIALIZE
001500*
001510* Accepts the filing period - either bound may be left blank to
001520* run open-ended, as on SALESRPT - loads the rate master into a
001530* line per class, and opens the sales log and the report.
001540*----------------------------------------------------------------
001550 1000-INITIALIZE.
001560           DISPLAY "Period start date (YYYYMMDD, blank for all): "
001570               NO ADVANCING
001580           ACCEPT ITM-RANGE-START
001590           DISPLAY "Period end date (YYYYMMDD, blank for all): "
001600               NO ADVANCING
001610           ACCEPT ITM-RANGE-END
001620
001630           PERFORM 8800-LOAD-TAX-RATES THRU 8800-EXIT
001640           PERFORM 1500-SEED-ONE-CLASS THRU 1500-EXIT
001650               VARYING ITM-I FROM 1 BY 1
001660               UNTIL ITM-I > ITM-NUM-OF-TAXES
001670
001680           OPEN INPUT SALES-FILE
001690           IF ITM-SALES-STATUS NOT = "00"
001700               DISPLAY "Unable to open sales.dat - no report"
001710               GO TO 1000-EXIT
001720           END-IF
001730
001740           OPEN OUTPUT TAX-REPORT-FILE
001750           .
001760 1000-EXIT.
001770           EXIT.
001780
001790 1500-SEED-ONE-CLASS.
001800           ADD 1 TO ITM-NUM-OF-LIABS
001810           MOVE ITM-TXT-CLASS(ITM-I) TO
001820               ITM-LIAB-CLASS(ITM-NUM-OF-LIABS)
001830           MOVE ITM-TXT-DESC(ITM-I) TO
001840               ITM-LIAB-DESC(ITM-NUM-OF-LIABS)
001850           MOVE ITM-TXT-RATE(ITM-I) TO
001860               ITM-LIAB-RATE(ITM-NUM-OF-LIABS)
001870           MOVE 0 TO ITM-LIAB-SALES(ITM-NUM-OF-LIABS)
001880           MOVE 0 TO ITM-LIAB-TAX(ITM-NUM-OF-LIABS)
001890           MOVE 0 TO ITM-LIAB-REFUNDS(ITM-NUM-OF-LIABS)
001900           MOVE 0 TO ITM-LIAB-REF-TAX(ITM-NUM-OF-LIABS)
001910           .
001920 1500-EXIT.
001930           EXIT.
001940
001950*----------------------------------------------------------------
001960* 2000-LOAD-SALES
001970*
001980* Read-ahead loop over the sales log - every record inside the
001990* requested period is added to its tax class's line and to the
002000* grand totals.
002010*----------------------------------------------------------------
002020 2000-LOAD-SALES.
002030           IF ITM-SALES-STATUS NOT = "00"
002040               GO TO 2000-EXIT
002050           END-IF
002060
002070           MOVE 'N' TO ITM-EOF-FLAG
002080           READ SALES-FILE
002090               AT END
002100                   MOVE 'Y' TO ITM-EOF-FLAG
002110           END-READ
002120
002130           PERFORM 2100-PROCESS-ONE-SALE THRU 2100-EXIT
002140               UNTIL ITM-EOF
002150           .
002160 2000-EXIT.
002170           EXIT.
002180
002190 2100-PROCESS-ONE-SALE.
002200*----------------------------------------------------------------
002210* Same guard as SALESRPT: a non-numeric sale date is a frame-
002220* shifted read off an unconverted sales.dat (see ITEMSAL.CPY),
002230* and a return must never be filed from misaligned figures.
002240*----------------------------------------------------------------
002250           IF ITM-SALE-DATE IS NOT NUMERIC
002260               DISPLAY "sales.dat record with unusable date - "
002270                   "convert the file (see ITEMSAL.CPY) and rerun"
002280               MOVE 8 TO RETURN-CODE
002290               MOVE 'Y' TO ITM-EOF-FLAG
002300               GO TO 2100-EXIT
002310           END-IF
002320           IF ITM-RANGE-START NOT = SPACES AND
002330                   ITM-SALE-DATE < ITM-RANGE-START
002340               GO TO 2100-NEXT
002350           END-IF
002360           IF ITM-RANGE-END NOT = SPACES AND
002370                   ITM-SALE-DATE > ITM-RANGE-END
002380               GO TO 2100-NEXT
002390           END-IF
002400
002410           MOVE ITM-SALE-TAX-CLASS TO ITM-LIAB-KEY
002420           PERFORM 2200-FIND-CLASS-LINE THRU 2200-EXIT
002430           IF ITM-MATCH-INDEX = 0
002440               GO TO 2100-NEXT
002450           END-IF
002460
002470           IF ITM-SALE-IS-REFUND
002480               ADD ITM-SALE-TOTAL TO
002490                   ITM-LIAB-REFUNDS(ITM-MATCH-INDEX)
002500               ADD ITM-SALE-TAX TO
002510                   ITM-LIAB-REF-TAX(ITM-MATCH-INDEX)
002520               ADD ITM-SALE-TOTAL TO ITM-GRAND-REFUNDS
002530               ADD ITM-SALE-TAX TO ITM-GRAND-REF-TAX
002540           ELSE
002550               ADD ITM-SALE-TOTAL TO
002560                   ITM-LIAB-SALES(ITM-MATCH-INDEX)
002570               ADD ITM-SALE-TAX TO
002580                   ITM-LIAB-TAX(ITM-MATCH-INDEX)
002590               ADD ITM-SALE-TOTAL TO ITM-GRAND-SALES
002600               ADD ITM-SALE-TAX TO ITM-GRAND-TAX
002610           END-IF
002620           .
002630 2100-NEXT.
002640           READ SALES-FILE
002650               AT END
002660                   MOVE 'Y' TO ITM-EOF-FLAG
002670           END-READ
002680           .
002690 2100-EXIT.
002700           EXIT.
002710
002720*----------------------------------------------------------------
002730* 2200-FIND-CLASS-LINE
002740*
002750* Linear scan of the class table for ITM-LIAB-KEY, adding a line
002760* when the log holds a class the rate master does not.
002770* ITM-MATCH-INDEX is left pointing at the class's line (zero
002780* when the table is full).
002790*----------------------------------------------------------------
002800 2200-FIND-CLASS-LINE.
002810           MOVE 'N' TO ITM-MATCH-FLAG
002820           MOVE 0 TO ITM-MATCH-INDEX
002830           PERFORM 2210-CHECK-ONE-CLASS THRU 2210-EXIT
002840               VARYING ITM-I FROM 1 BY 1
002850               UNTIL ITM-I > ITM-NUM-OF-LIABS
002860                   OR ITM-MATCH-FOUND
002870
002880           IF ITM-MATCH-FOUND
002890               GO TO 2200-EXIT
002900           END-IF
002910           IF ITM-NUM-OF-LIABS = 16
002920               GO TO 2200-EXIT
002930           END-IF
002940
002950           ADD 1 TO ITM-NUM-OF-LIABS
002960           MOVE ITM-NUM-OF-LIABS TO ITM-MATCH-INDEX
002970           MOVE ITM-LIAB-KEY TO ITM-LIAB-CLASS(ITM-MATCH-INDEX)
002980           IF ITM-LIAB-KEY = SPACE
002990               MOVE "NO CLASS (PRE-TAX)" TO
003000                   ITM-LIAB-DESC(ITM-MATCH-INDEX)
003010           ELSE
003020               MOVE "NOT ON RATE MASTER" TO
003030                   ITM-LIAB-DESC(ITM-MATCH-INDEX)
003040           END-IF
003050           MOVE 0 TO ITM-LIAB-RATE(ITM-MATCH-INDEX)
003060           MOVE 0 TO ITM-LIAB-SALES(ITM-MATCH-INDEX)
003070           MOVE 0 TO ITM-LIAB-TAX(ITM-MATCH-INDEX)
003080           MOVE 0 TO ITM-LIAB-REFUNDS(ITM-MATCH-INDEX)
003090           MOVE 0 TO ITM-LIAB-REF-TAX(ITM-MATCH-INDEX)
003100           .
003110 2200-EXIT.
003120           EXIT.
003130
003140 2210-CHECK-ONE-CLASS.
003150           IF ITM-LIAB-CLASS(ITM-I) = ITM-LIAB-KEY
003160               MOVE 'Y' TO ITM-MATCH-FLAG
003170               MOVE ITM-I TO ITM-MATCH-INDEX
003180           END-IF
003190           .
003200 2210-EXIT.
003210           EXIT.
003220
003230*----------------------------------------------------------------
003240* 4000-WRITE-REPORT
003250*
003260* A refused sales log prints the refusal and no figures at all,
003270* so a part-read file can never be mistaken for a quiet period.
003280*----------------------------------------------------------------
003290 4000-WRITE-REPORT.
003300           IF ITM-TAXRPT-STATUS NOT = "00"
003310               GO TO 4000-EXIT
003320           END-IF
003330
003340           MOVE "SALES TAX LIABILITY BY CLASS" TO ITM-TRPT-RECORD
003350           WRITE ITM-TRPT-RECORD
003360           PERFORM 4400-WRITE-PERIOD-LINE THRU 4400-EXIT
003370           MOVE SPACES TO ITM-TRPT-RECORD
003380           WRITE ITM-TRPT-RECORD
003390
003400           IF RETURN-CODE = 8
003410               MOVE "sales.dat needs converting (see ITEMSAL.CPY)"
003420                   TO ITM-TRPT-RECORD
003430               WRITE ITM-TRPT-RECORD
003440               MOVE "NO FIGURES PRODUCED - DO NOT FILE" TO
003450                   ITM-TRPT-RECORD
003460               WRITE ITM-TRPT-RECORD
003470               GO TO 4000-EXIT
003480           END-IF
003490
003500           MOVE "CL  DESCRIPTION" TO ITM-TRPT-RECORD
003510           MOVE "RATE%" TO ITM-TRPT-RECORD(28:5)
003520           MOVE "SALES" TO ITM-TRPT-RECORD(43:5)
003530           MOVE "TAX" TO ITM-TRPT-RECORD(60:3)
003540           MOVE "REFUNDS" TO ITM-TRPT-RECORD(71:7)
003550           MOVE "TAX REFUNDED" TO ITM-TRPT-RECORD(81:12)
003560           MOVE "NET SALES" TO ITM-TRPT-RECORD(99:9)
003570           MOVE "NET TAX" TO ITM-TRPT-RECORD(116:7)
003580           WRITE ITM-TRPT-RECORD
003590
003600           PERFORM 4100-WRITE-CLASS-LINE THRU 4100-EXIT
003610               VARYING ITM-I FROM 1 BY 1
003620               UNTIL ITM-I > ITM-NUM-OF-LIABS
003630
003640           IF ITM-NUM-OF-LIABS = 0
003650               MOVE "No tax classes and no sales in the period" TO
003660                   ITM-TRPT-RECORD
003670               WRITE ITM-TRPT-RECORD
003680               GO TO 4000-EXIT
003690           END-IF
003700
003710           MOVE SPACE TO ITM-TRPT-CLASS
003720           MOVE "TOTAL" TO ITM-TRPT-DESC
003730           MOVE 0 TO ITM-TRPT-RATE
003740           MOVE ITM-GRAND-SALES TO ITM-TRPT-SALES
003750           MOVE ITM-GRAND-TAX TO ITM-TRPT-TAX
003760           MOVE ITM-GRAND-REFUNDS TO ITM-TRPT-REFUNDS
003770           MOVE ITM-GRAND-REF-TAX TO ITM-TRPT-REF-TAX
003780           COMPUTE ITM-NET-SALES = ITM-GRAND-SALES -
003790               ITM-GRAND-REFUNDS
003800           COMPUTE ITM-NET-TAX = ITM-GRAND-TAX - ITM-GRAND-REF-TAX
003810           MOVE ITM-NET-SALES TO ITM-TRPT-NET-SALES
003820           MOVE ITM-NET-TAX TO ITM-TRPT-NET-TAX
003830           MOVE ITM-TRPT-CLASS-LINE TO ITM-TRPT-RECORD
003840           MOVE SPACES TO ITM-TRPT-RECORD(26:7)
003850           WRITE ITM-TRPT-RECORD
003860
003870           MOVE SPACES TO ITM-TRPT-RECORD
003880           WRITE ITM-TRPT-RECORD
003890           MOVE "NET TAX PAYABLE" TO ITM-TRPT-SUMM-LABEL
003900           MOVE ITM-NET-TAX TO ITM-TRPT-SUMM-AMOUNT
003910           MOVE ITM-TRPT-SUMMARY-LINE TO ITM-TRPT-RECORD
003920           WRITE ITM-TRPT-RECORD
003930           .
003940 4000-EXIT.
003950           EXIT.
003960
003970 4100-WRITE-CLASS-LINE.
003980           MOVE ITM-LIAB-CLASS(ITM-I) TO ITM-TRPT-CLASS
003990           MOVE ITM-LIAB-DESC(ITM-I) TO ITM-TRPT-DESC
004000           MOVE ITM-LIAB-RATE(ITM-I) TO ITM-TRPT-RATE
004010           MOVE ITM-LIAB-SALES(ITM-I) TO ITM-TRPT-SALES
004020           MOVE ITM-LIAB-TAX(ITM-I) TO ITM-TRPT-TAX
004030           MOVE ITM-LIAB-REFUNDS(ITM-I) TO ITM-TRPT-REFUNDS
004040           MOVE ITM-LIAB-REF-TAX(ITM-I) TO ITM-TRPT-REF-TAX
004050           COMPUTE ITM-NET-SALES = ITM-LIAB-SALES(ITM-I) -
004060               ITM-LIAB-REFUNDS(ITM-I)
004070           COMPUTE ITM-NET-TAX = ITM-LIAB-TAX(ITM-I) -
004080               ITM-LIAB-REF-TAX(ITM-I)
004090           MOVE ITM-NET-SALES TO ITM-TRPT-NET-SALES
004100           MOVE ITM-NET-TAX TO ITM-TRPT-NET-TAX
004110           MOVE ITM-TRPT-CLASS-LINE TO ITM-TRPT-RECORD
004120           WRITE ITM-TRPT-RECORD
004130           .
004140 4100-EXIT.
004150           EXIT.
004160
004170*----------------------------------------------------------------
004180* 4400-WRITE-PERIOD-LINE
004190*
004200* One line stating the period the report covers, worded as on
004210* SALESRPT, so the filed copy needs no annotation.
004220*----------------------------------------------------------------
004230 4400-WRITE-PERIOD-LINE.
004240           MOVE SPACES TO ITM-TRPT-RECORD
004250           EVALUATE TRUE
004260               WHEN ITM-RANGE-START = SPACES AND
004270                       ITM-RANGE-END = SPACES
004280                   STRING "PERIOD: ALL DATES ON FILE"
004290                           DELIMITED BY SIZE
004300                       INTO ITM-TRPT-RECORD
004310               WHEN ITM-RANGE-END = SPACES
004320                   STRING "PERIOD: " ITM-RANGE-START
004330                       " ONWARD" DELIMITED BY SIZE
004340                       INTO ITM-TRPT-RECORD
004350               WHEN ITM-RANGE-START = SPACES
004360                   STRING "PERIOD: THROUGH " ITM-RANGE-END
004370                       DELIMITED BY SIZE
004380                       INTO ITM-TRPT-RECORD
004390               WHEN OTHER
004400                   STRING "PERIOD: " ITM-RANGE-START
004410                       " THROUGH " ITM-RANGE-END
004420                       DELIMITED BY SIZE
004430                       INTO ITM-TRPT-RECORD
004440           END-EVALUATE
004450           WRITE ITM-TRPT-RECORD
004460           .
004470 4400-EXIT.
004480           EXIT.
004490
004500      COPY ITEMTXP.
004510
004520*----------------------------------------------------------------
004530* 9000-CLOSE-AND-EXIT
004540*----------------------------------------------------------------
004550 9000-CLOSE-AND-EXIT.
004560           IF ITM-TAXRPT-STATUS = "00"
004570               CLOSE SALES-FILE
004580               CLOSE TAX-REPORT-FILE
004590           END-IF
004600           .
004610 9000-EXIT.
004620           EXIT.
