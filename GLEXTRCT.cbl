000100*----------------------------------------------------------------
000110* GLEXTRCT
000120*
000130* Nightly general-ledger journal extract.  Reads one posting
000140* day's till and web takings off the sales log (sales.dat) and
000150* its stock movements off the movement ledger (stockmov.dat)
000160* and writes a balanced double-entry journal for the accounting
000170* package to import (gljYYYYMMDD.txt, ITEMGLJ.CPY), so the
000180* bookkeeper stops re-keying the books from the sales, costing
000190* and adjustment reports:
000200*
000210*   sales         takings Dr / sales Cr / sales tax Cr
000220*   refunds       refunds Dr / sales tax Dr / takings Cr
000230*   stock sold    cost of goods sold Dr / inventory Cr, at the
000240*                 weighted-average cost COSTRPT wrote to
000250*                 itemcost.dat (a return reverses it)
000260*   receipts      inventory Dr / accounts payable Cr, at the
000270*                 unit cost keyed on the receipt
000280*   adjustments   inventory against shrinkage, at average cost
000290*
000300* Transfers between locations move no value and post nothing.
000310* The account codes come from the account map (glmap.dat,
000320* maintained in GLMAPMGR).  The posting day is today, or the
000330* date on a glextrct.parm card when a missed day is being
000340* caught up.  A day already on the posting register
000350* (glposted.dat) is refused, so it can never reach the books
000360* twice.  The control report (glctl.rpt) proves debits equal
000370* credits and ties the journal's sales, tax and gross back to
000380* the NET SALES, SALES TAX and GROSS INCLUDING TAX SALESRPT
000390* prints for the same date; only a journal that balances and
000400* ties is entered on the register.
000410*
000420* Return codes: 0 posted; 4 day already posted, or no usable
000430* account map yet (nothing written, the day can be posted
000440* later); 8 the journal could not be written, does not
000450* balance, or does not tie.
000460*----------------------------------------------------------------
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. GLEXTRCT.
000490 AUTHOR. STORE-SYSTEMS-GROUP.
000500 INSTALLATION. RETAIL-OPERATIONS.
000510 DATE-WRITTEN. 2026-10-15.
000520 DATE-COMPILED.
000530*----------------------------------------------------------------
000540* MODIFICATION HISTORY
000550*
000560*  DATE       INIT  DESCRIPTION
000570*  ---------- ----  -----------------------------------------
000580*  2026-10-15 dlm   Initial version - nightly double-entry
000590*                   journal off the sales log and movement
000600*                   ledger, posting register, and the control
000610*                   report tied back to SALESRPT.
000612*  2026-10-15 dlm   The account map lookup has a subscript of
000614*                   its own, apart from the cost table's.
000620*----------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660           SELECT GLEXTRCT-PARM-FILE ASSIGN TO ITM-GLPARM-DSN
000670               ORGANIZATION IS SEQUENTIAL
000680               FILE STATUS IS ITM-GLPARM-STATUS.
000690
000700           SELECT SALES-FILE ASSIGN TO ITM-SALES-DSN
000710               ORGANIZATION IS SEQUENTIAL
000720               FILE STATUS IS ITM-SALES-STATUS.
000730
000740           SELECT STOCK-MOVEMENT-FILE ASSIGN TO ITM-STOCKMOV-DSN
000750               ORGANIZATION IS SEQUENTIAL
000760               FILE STATUS IS ITM-STOCKMOV-STATUS.
000770
000780           SELECT ITEM-COST-FILE ASSIGN TO ITM-ITEMCOST-DSN
000790               ORGANIZATION IS SEQUENTIAL
000800               FILE STATUS IS ITM-ITEMCOST-STATUS.
000810
000820           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000830               ORGANIZATION IS SEQUENTIAL
000840               FILE STATUS IS ITM-XREF-STATUS.
000850
000860           SELECT GL-MAP-FILE ASSIGN TO ITM-GLMAP-DSN
000870               ORGANIZATION IS INDEXED
000880               ACCESS MODE IS DYNAMIC
000890               RECORD KEY IS ITM-GLM-KEY
000900               FILE STATUS IS ITM-GLMAP-STATUS.
000910
000920           SELECT GL-POSTED-FILE ASSIGN TO ITM-GLPOST-DSN
000930               ORGANIZATION IS SEQUENTIAL
000940               FILE STATUS IS ITM-GLPOST-STATUS.
000950
000960           SELECT GL-JOURNAL-FILE ASSIGN TO ITM-GLJRNL-DSN
000970               ORGANIZATION IS LINE SEQUENTIAL
000980               FILE STATUS IS ITM-GLJRNL-STATUS.
000990
001000           SELECT GL-CONTROL-FILE ASSIGN TO ITM-GLCTL-DSN
001010               ORGANIZATION IS SEQUENTIAL
001020               FILE STATUS IS ITM-GLCTL-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  GLEXTRCT-PARM-FILE.
001070 01  ITM-GLPARM-RECORD          PIC X(08).
001080
001090 FD  SALES-FILE.
001100       COPY ITEMSAL.
001110
001120 FD  STOCK-MOVEMENT-FILE.
001130       COPY ITEMMOV.
001140
001150 FD  ITEM-COST-FILE.
001160       COPY ITEMCST.
001170
001180 FD  ITEM-XREF-FILE.
001190       COPY ITEMXRF.
001200
001210 FD  GL-MAP-FILE.
001220       COPY ITEMGLM.
001230
001240 FD  GL-POSTED-FILE.
001250       COPY ITEMGLP.
001260
001270 FD  GL-JOURNAL-FILE.
001280       COPY ITEMGLJ.
001290
001300 FD  GL-CONTROL-FILE.
001310 01  ITM-GLCTL-RECORD           PIC X(132).
001320
001330 WORKING-STORAGE SECTION.
001340       COPY ITEMFN.
001350       COPY ITEMXRD.
001360
001370 01  ITM-GLPARM-STATUS          PIC X(02).
001380 01  ITM-SALES-STATUS           PIC X(02).
001390 01  ITM-STOCKMOV-STATUS        PIC X(02).
001400 01  ITM-ITEMCOST-STATUS        PIC X(02).
001410 01  ITM-GLMAP-STATUS           PIC X(02).
001420 01  ITM-GLPOST-STATUS          PIC X(02).
001430 01  ITM-GLJRNL-STATUS          PIC X(02).
001440 01  ITM-GLCTL-STATUS           PIC X(02).
001450
001460 01  ITM-GLJRNL-DSN             PIC X(20).
001470 01  ITM-POST-DATE              PIC X(08).
001480 01  ITM-RUN-DATE               PIC X(08).
001490 01  ITM-RUN-TIME               PIC X(08).
001500 01  ITM-J                      BINARY-SHORT.
001510 01  ITM-K                      BINARY-SHORT.
001520
001530 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
001540           88  ITM-EOF                VALUE 'Y'.
001550 01  ITM-PARM-CARD-FLAG         PIC X(01) VALUE 'N'.
001560           88  ITM-PARM-CARD-USED     VALUE 'Y'.
001570 01  ITM-STOP-FLAG              PIC X(01) VALUE 'N'.
001580           88  ITM-RUN-STOPPED        VALUE 'Y'.
001590 01  ITM-POSTED-FLAG            PIC X(01) VALUE 'N'.
001600           88  ITM-DAY-POSTED         VALUE 'Y'.
001610 01  ITM-TIE-FLAG               PIC X(01) VALUE 'Y'.
001620           88  ITM-JOURNAL-TIES       VALUE 'Y'.
001630
001640*----------------------------------------------------------------
001650* The posting keys every journal is built from, in the order
001660* they are looked up on the account map, and the account code
001670* each one maps to tonight.
001680*----------------------------------------------------------------
001690 01  ITM-GL-KEY-VALUES.
001700           05  FILLER                     PIC X(08)
001710                   VALUE "TAKINGS".
001720           05  FILLER                     PIC X(08)
001730                   VALUE "SALES".
001740           05  FILLER                     PIC X(08)
001750                   VALUE "REFUNDS".
001760           05  FILLER                     PIC X(08)
001770                   VALUE "SALESTAX".
001780           05  FILLER                     PIC X(08)
001790                   VALUE "COGS".
001800           05  FILLER                     PIC X(08)
001810                   VALUE "INVENTRY".
001820           05  FILLER                     PIC X(08)
001830                   VALUE "PAYABLES".
001840           05  FILLER                     PIC X(08)
001850                   VALUE "SHRINK".
001860 01  FILLER REDEFINES ITM-GL-KEY-VALUES.
001870           05  ITM-GL-REQ-KEY OCCURS 8 TIMES PIC X(08).
001880
001890 01  ITM-GL-ACCOUNT-TABLE.
001900           05  ITM-GL-MAPPED-ACCOUNT OCCURS 8 TIMES PIC X(10).
001905 01  ITM-MAP-INDEX              BINARY-SHORT.
001910
001920*----------------------------------------------------------------
001930* Weighted-average unit costs as COSTRPT last wrote them - the
001940* same table SALESRPT loads for its cost column.
001950*----------------------------------------------------------------
001960 01  ITM-COST-TABLE.
001970           05  ITM-NUM-OF-COSTS       BINARY-SHORT VALUE 0.
001980           05  ITM-COST-ENTRY OCCURS 0 TO 9999 TIMES
001990                   DEPENDING ON ITM-NUM-OF-COSTS.
002000               10  ITM-CTAB-NAME      PIC X(32).
002010               10  ITM-CTAB-COST      PIC 9(05)V99.
002020
002030 01  ITM-CTAB-FLAG              PIC X(01).
002040           88  ITM-CTAB-FOUND         VALUE 'Y'.
002050 01  ITM-CTAB-INDEX             BINARY-SHORT.
002060 01  ITM-MOVE-COST              PIC 9(05)V99.
002070
002080*----------------------------------------------------------------
002090* The day's takings and stock values, accumulated gross on each
002100* side so every journal line is a positive amount.
002110*----------------------------------------------------------------
002120 01  ITM-GL-DAY-TOTALS.
002130           05  ITM-GL-SALES-AMT       PIC S9(11)V99 VALUE 0.
002140           05  ITM-GL-SALES-TAX       PIC S9(11)V99 VALUE 0.
002150           05  ITM-GL-REFUND-AMT      PIC S9(11)V99 VALUE 0.
002160           05  ITM-GL-REFUND-TAX      PIC S9(11)V99 VALUE 0.
002170           05  ITM-GL-SOLD-COST       PIC S9(11)V99 VALUE 0.
002180           05  ITM-GL-RETURNED-COST   PIC S9(11)V99 VALUE 0.
002190           05  ITM-GL-RECEIVED-COST   PIC S9(11)V99 VALUE 0.
002200           05  ITM-GL-GAIN-COST       PIC S9(11)V99 VALUE 0.
002210           05  ITM-GL-LOSS-COST       PIC S9(11)V99 VALUE 0.
002220
002230*----------------------------------------------------------------
002240* The same day totalled the way SALESRPT totals it - refunds
002250* netted out record by record - for the tie-back.
002260*----------------------------------------------------------------
002270 01  ITM-SR-DAY-TOTALS.
002280           05  ITM-SR-UNITS           PIC S9(09) COMP VALUE 0.
002290           05  ITM-SR-NET-SALES       PIC S9(11)V99 VALUE 0.
002300           05  ITM-SR-NET-TAX         PIC S9(11)V99 VALUE 0.
002310           05  ITM-SR-GROSS           PIC S9(11)V99 VALUE 0.
002320
002330*----------------------------------------------------------------
002340* What the journal actually carries, totalled off the lines as
002350* they are written.
002360*----------------------------------------------------------------
002370 01  ITM-GLJ-TOTALS.
002380           05  ITM-GLJ-LINE-COUNT     PIC 9(05) VALUE 0.
002390           05  ITM-GLJ-TOTAL-DEBITS   PIC S9(11)V99 VALUE 0.
002400           05  ITM-GLJ-TOTAL-CREDITS  PIC S9(11)V99 VALUE 0.
002410           05  ITM-GLJ-NET-INCOME     PIC S9(11)V99 VALUE 0.
002420           05  ITM-GLJ-NET-TAX        PIC S9(11)V99 VALUE 0.
002430           05  ITM-GLJ-NET-TAKINGS    PIC S9(11)V99 VALUE 0.
002440
002450 01  ITM-DAY-COUNTS.
002460           05  ITM-SALE-LINES         PIC S9(09) COMP VALUE 0.
002470           05  ITM-MOVE-LINES         PIC S9(09) COMP VALUE 0.
002480           05  ITM-UNCOSTED-MOVES     PIC S9(09) COMP VALUE 0.
002490           05  ITM-UNCOSTED-RECEIPTS  PIC S9(09) COMP VALUE 0.
002500
002510*----------------------------------------------------------------
002520* One journal line to post - set by the caller of 4100.
002530*----------------------------------------------------------------
002540 01  ITM-POST-KEY               PIC X(08).
002550 01  ITM-POST-SIDE              PIC X(01).
002560           88  ITM-POST-IS-DEBIT      VALUE 'D'.
002570           88  ITM-POST-IS-CREDIT     VALUE 'C'.
002580 01  ITM-POST-AMOUNT            PIC S9(11)V99.
002590 01  ITM-POST-TEXT              PIC X(30).
002600
002610*----------------------------------------------------------------
002620* Control report lines.  The journal's lines are kept as they
002630* are written so the report can list them under the heading.
002640*----------------------------------------------------------------
002650 01  ITM-GLC-SAVED-LINES.
002660           05  ITM-GLC-SAVED-LINE OCCURS 20 TIMES PIC X(132).
002670
002680 01  ITM-GLC-HEADING-LINE.
002690           05  FILLER                 PIC X(07) VALUE " LINE".
002700           05  FILLER                 PIC X(12) VALUE "ACCOUNT".
002710           05  FILLER                 PIC X(10) VALUE "KEY".
002720           05  FILLER                 PIC X(32)
002730                   VALUE "DESCRIPTION".
002740           05  FILLER                 PIC X(15)
002750                   VALUE "        DEBIT".
002760           05  FILLER                 PIC X(13)
002770                   VALUE "       CREDIT".
002780
002790 01  ITM-GLC-DETAIL-LINE.
002800           05  ITM-GLC-LINE           PIC ZZZZ9.
002810           05  FILLER                 PIC X(02) VALUE SPACES.
002820           05  ITM-GLC-ACCOUNT        PIC X(10).
002830           05  FILLER                 PIC X(02) VALUE SPACES.
002840           05  ITM-GLC-KEY            PIC X(08).
002850           05  FILLER                 PIC X(02) VALUE SPACES.
002860           05  ITM-GLC-DESC           PIC X(30).
002870           05  FILLER                 PIC X(02) VALUE SPACES.
002880           05  ITM-GLC-DEBIT          PIC ZZZZZZZZZ9.99.
002890           05  FILLER                 PIC X(02) VALUE SPACES.
002900           05  ITM-GLC-CREDIT         PIC ZZZZZZZZZ9.99.
002910
002920 01  ITM-GLC-TOTAL-LINE.
002930           05  ITM-GLC-TOT-LABEL      PIC X(59).
002940           05  FILLER                 PIC X(02) VALUE SPACES.
002950           05  ITM-GLC-TOT-DEBIT      PIC ZZZZZZZZZ9.99.
002960           05  FILLER                 PIC X(02) VALUE SPACES.
002970           05  ITM-GLC-TOT-CREDIT     PIC ZZZZZZZZZ9.99.
002980
002990 01  ITM-GLC-TIE-HEADING.
003000           05  FILLER                 PIC X(26) VALUE SPACES.
003010           05  FILLER                 PIC X(15)
003020                   VALUE "     SALESRPT".
003030           05  FILLER                 PIC X(13)
003040                   VALUE "      JOURNAL".
003050
003060 01  ITM-GLC-TIE-LINE.
003070           05  ITM-GLC-TIE-LABEL      PIC X(24).
003080           05  FILLER                 PIC X(02) VALUE SPACES.
003090           05  ITM-GLC-TIE-SALESRPT   PIC -ZZZZZZZZ9.99.
003100           05  FILLER                 PIC X(02) VALUE SPACES.
003110           05  ITM-GLC-TIE-JOURNAL    PIC -ZZZZZZZZ9.99.
003120           05  FILLER                 PIC X(02) VALUE SPACES.
003130           05  ITM-GLC-TIE-REMARK     PIC X(14).
003140
003150 01  ITM-GLC-COUNT-LINE.
003160           05  ITM-GLC-COUNT-LABEL    PIC X(50).
003170           05  ITM-GLC-COUNT          PIC -ZZZZZZZZ9.
003180
003190 PROCEDURE DIVISION.
003200
003210*----------------------------------------------------------------
003220* 0000-MAINLINE
003230*
003240* Settles the posting day and the accounts, totals the day off
003250* the two logs, writes the journal, and enters the day on the
003260* register only when the journal balances and ties - then the
003270* control report says which way it went.
003280*----------------------------------------------------------------
003290 0000-MAINLINE.
003300           PERFORM 1000-INITIALIZE THRU 1000-EXIT
003310           IF ITM-RUN-STOPPED
003320               GOBACK
003330           END-IF
003340
003350           PERFORM 2000-LOAD-SALES THRU 2000-EXIT
003360           IF ITM-RUN-STOPPED
003370               GOBACK
003380           END-IF
003390           PERFORM 3000-LOAD-MOVEMENTS THRU 3000-EXIT
003400
003410           PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
003420           IF ITM-RUN-STOPPED
003430               GOBACK
003440           END-IF
003450
003460           PERFORM 4500-CHECK-TIE-BACK THRU 4500-EXIT
003470           IF ITM-GLJ-TOTAL-DEBITS = ITM-GLJ-TOTAL-CREDITS
003480                   AND ITM-JOURNAL-TIES
003490               PERFORM 6000-REGISTER-POSTING THRU 6000-EXIT
003500           ELSE
003510               DISPLAY "Journal for " ITM-POST-DATE " does not "
003520                   "balance or tie - not posted, see glctl.rpt"
003530               MOVE 8 TO RETURN-CODE
003540           END-IF
003550           PERFORM 5000-WRITE-CONTROL-REPORT THRU 5000-EXIT
003560           GOBACK
003570           .
003580 0000-EXIT.
003590           EXIT.
003600
003610*----------------------------------------------------------------
003620* 1000-INITIALIZE
003630*
003640* The posting day is the glextrct.parm card's date when one is
003650* present (the card is consumed as it is read, so it catches up
003660* one day only), otherwise today.  A day already on the
003670* register stops the run before anything is written, and so
003680* does an account map that is missing or has a key with no
003690* account - the journal is never posted to guessed accounts.
003700*----------------------------------------------------------------
003710 1000-INITIALIZE.
003720           ACCEPT ITM-RUN-DATE FROM DATE YYYYMMDD
003730           ACCEPT ITM-RUN-TIME FROM TIME
003740           MOVE SPACES TO ITM-POST-DATE
003750           MOVE 'N' TO ITM-PARM-CARD-FLAG
003760           OPEN INPUT GLEXTRCT-PARM-FILE
003770           IF ITM-GLPARM-STATUS = "00"
003780               READ GLEXTRCT-PARM-FILE
003790                   AT END
003800                       CONTINUE
003810                   NOT AT END
003820                       MOVE ITM-GLPARM-RECORD TO ITM-POST-DATE
003830                       MOVE 'Y' TO ITM-PARM-CARD-FLAG
003840               END-READ
003850               CLOSE GLEXTRCT-PARM-FILE
003860           END-IF
003870           IF ITM-PARM-CARD-USED
003880               OPEN OUTPUT GLEXTRCT-PARM-FILE
003890               CLOSE GLEXTRCT-PARM-FILE
003900           END-IF
003910
003920           IF ITM-POST-DATE = SPACES
003930               MOVE ITM-RUN-DATE TO ITM-POST-DATE
003940           END-IF
003950           IF ITM-POST-DATE IS NOT NUMERIC
003960               DISPLAY "Invalid posting date on glextrct.parm: "
003970                   ITM-POST-DATE
003980               MOVE 8 TO RETURN-CODE
003990               MOVE 'Y' TO ITM-STOP-FLAG
004000               GO TO 1000-EXIT
004010           END-IF
004020
004030           MOVE SPACES TO ITM-GLJRNL-DSN
004040           STRING "glj" ITM-POST-DATE ".txt"
004050               DELIMITED BY SIZE
004060               INTO ITM-GLJRNL-DSN
004070           END-STRING
004080
004090           PERFORM 1100-CHECK-POSTING-REGISTER THRU 1100-EXIT
004100           IF ITM-DAY-POSTED
004110               DISPLAY "Journal for " ITM-POST-DATE " already "
004120                   "posted - nothing written"
004130               MOVE 4 TO RETURN-CODE
004140               MOVE 'Y' TO ITM-STOP-FLAG
004150               GO TO 1000-EXIT
004160           END-IF
004170
004180           PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT
004190           IF ITM-RUN-STOPPED
004200               DISPLAY "No journal for " ITM-POST-DATE
004210                   " - set the accounts up in GLMAPMGR and post "
004220                   "the day with a glextrct.parm card"
004230               MOVE 4 TO RETURN-CODE
004240               GO TO 1000-EXIT
004250           END-IF
004260
004270           PERFORM 8700-LOAD-RENAME-XREF THRU 8700-EXIT
004280           PERFORM 1300-LOAD-COST-TABLE THRU 1300-EXIT
004290           .
004300 1000-EXIT.
004310           EXIT.
004320
004330*----------------------------------------------------------------
004340* 1100-CHECK-POSTING-REGISTER
004350*
004360* Scans the posting register for the posting day.  A register
004370* that has never been written means nothing has been posted.
004380*----------------------------------------------------------------
004390 1100-CHECK-POSTING-REGISTER.
004400           MOVE 'N' TO ITM-POSTED-FLAG
004410           OPEN INPUT GL-POSTED-FILE
004420           IF ITM-GLPOST-STATUS NOT = "00"
004430               GO TO 1100-EXIT
004440           END-IF
004450
004460           MOVE 'N' TO ITM-EOF-FLAG
004470           READ GL-POSTED-FILE
004480               AT END
004490                   MOVE 'Y' TO ITM-EOF-FLAG
004500           END-READ
004510           PERFORM 1110-CHECK-ONE-POSTING THRU 1110-EXIT
004520               UNTIL ITM-EOF OR ITM-DAY-POSTED
004530
004540           CLOSE GL-POSTED-FILE
004550           .
004560 1100-EXIT.
004570           EXIT.
004580
004590 1110-CHECK-ONE-POSTING.
004600           IF ITM-GLP-DATE = ITM-POST-DATE
004610               MOVE 'Y' TO ITM-POSTED-FLAG
004620               GO TO 1110-EXIT
004630           END-IF
004640           READ GL-POSTED-FILE
004650               AT END
004660                   MOVE 'Y' TO ITM-EOF-FLAG
004670           END-READ
004680           .
004690 1110-EXIT.
004700           EXIT.
004710
004720*----------------------------------------------------------------
004730* 1200-LOAD-ACCOUNT-MAP
004740*
004750* Keyed read of every posting key on the account map into the
004760* account table.  Every key must be there with a code.
004770*----------------------------------------------------------------
004780 1200-LOAD-ACCOUNT-MAP.
004790           OPEN INPUT GL-MAP-FILE
004800           IF ITM-GLMAP-STATUS NOT = "00"
004810               DISPLAY "Account map glmap.dat not available"
004820               MOVE 'Y' TO ITM-STOP-FLAG
004830               GO TO 1200-EXIT
004840           END-IF
004850
004860           PERFORM 1210-LOAD-ONE-ACCOUNT THRU 1210-EXIT
004870               VARYING ITM-K FROM 1 BY 1
004880               UNTIL ITM-K > 8
004890
004900           CLOSE GL-MAP-FILE
004910           .
004920 1200-EXIT.
004930           EXIT.
004940
004950 1210-LOAD-ONE-ACCOUNT.
004960           MOVE SPACES TO ITM-GL-MAPPED-ACCOUNT(ITM-K)
004970           MOVE ITM-GL-REQ-KEY(ITM-K) TO ITM-GLM-KEY
004980           READ GL-MAP-FILE
004990               INVALID KEY
005000                   DISPLAY "Posting key " ITM-GL-REQ-KEY(ITM-K)
005010                       " missing from the account map"
005020                   MOVE 'Y' TO ITM-STOP-FLAG
005030               NOT INVALID KEY
005040                   MOVE ITM-GLM-ACCOUNT TO
005050                       ITM-GL-MAPPED-ACCOUNT(ITM-K)
005060           END-READ
005070           IF ITM-GLMAP-STATUS = "00" AND
005080                   ITM-GL-MAPPED-ACCOUNT(ITM-K) = SPACES
005090               DISPLAY "Posting key " ITM-GL-REQ-KEY(ITM-K)
005100                   " has no account code"
005110               MOVE 'Y' TO ITM-STOP-FLAG
005120           END-IF
005130           .
005140 1210-EXIT.
005150           EXIT.
005160
005170*----------------------------------------------------------------
005180* 1300-LOAD-COST-TABLE
005190*
005200* Loads the weighted-average unit costs COSTRPT last wrote.  A
005210* missing cost file is not an error - stock simply moves at
005220* zero and the control report counts the movements it could
005230* not cost, the same way COSTRPT flags NO COST.
005240*----------------------------------------------------------------
005250 1300-LOAD-COST-TABLE.
005260           MOVE 0 TO ITM-NUM-OF-COSTS
005270           OPEN INPUT ITEM-COST-FILE
005280           IF ITM-ITEMCOST-STATUS NOT = "00"
005290               GO TO 1300-EXIT
005300           END-IF
005310
005320           MOVE 'N' TO ITM-EOF-FLAG
005330           READ ITEM-COST-FILE
005340               AT END
005350                   MOVE 'Y' TO ITM-EOF-FLAG
005360           END-READ
005370
005380           PERFORM 1310-LOAD-ONE-COST THRU 1310-EXIT
005390               UNTIL ITM-EOF
005400
005410           CLOSE ITEM-COST-FILE
005420           .
005430 1300-EXIT.
005440           EXIT.
005450
005460 1310-LOAD-ONE-COST.
005470           IF ITM-NUM-OF-COSTS < 9999
005480               ADD 1 TO ITM-NUM-OF-COSTS
005490               MOVE ITM-CST-NAME TO
005500                   ITM-CTAB-NAME(ITM-NUM-OF-COSTS)
005510               MOVE ITM-CST-AVG-COST TO
005520                   ITM-CTAB-COST(ITM-NUM-OF-COSTS)
005530           END-IF
005540           READ ITEM-COST-FILE
005550               AT END
005560                   MOVE 'Y' TO ITM-EOF-FLAG
005570           END-READ
005580           .
005590 1310-EXIT.
005600           EXIT.
005610
005620*----------------------------------------------------------------
005630* 2000-LOAD-SALES
005640*
005650* Read-ahead loop over the sales log.  Every line dated the
005660* posting day adds to the sale or the refund side of the day's
005670* takings, and - netted the way SALESRPT nets it - to the
005680* tie-back totals.  A missing log just means no takings.
005690*----------------------------------------------------------------
005700 2000-LOAD-SALES.
005710           OPEN INPUT SALES-FILE
005720           IF ITM-SALES-STATUS NOT = "00"
005730               DISPLAY "No sales log - no takings to post"
005740               GO TO 2000-EXIT
005750           END-IF
005760
005770           MOVE 'N' TO ITM-EOF-FLAG
005780           READ SALES-FILE
005790               AT END
005800                   MOVE 'Y' TO ITM-EOF-FLAG
005810           END-READ
005820
005830           PERFORM 2100-PROCESS-ONE-SALE THRU 2100-EXIT
005840               UNTIL ITM-EOF
005850
005860           CLOSE SALES-FILE
005870           .
005880 2000-EXIT.
005890           EXIT.
005900
005910 2100-PROCESS-ONE-SALE.
005920*----------------------------------------------------------------
005930* A non-numeric sale date is a frame-shifted read of an
005940* unconverted sales.dat (see ITEMSAL.CPY) - nothing read off it
005950* can go to the books, so the run stops with nothing written.
005960*----------------------------------------------------------------
005970           IF ITM-SALE-DATE IS NOT NUMERIC
005980               DISPLAY "sales.dat record with unusable date - "
005990                   "convert the file (see ITEMSAL.CPY) and rerun"
006000               MOVE 8 TO RETURN-CODE
006010               MOVE 'Y' TO ITM-STOP-FLAG
006020               MOVE 'Y' TO ITM-EOF-FLAG
006030               GO TO 2100-EXIT
006040           END-IF
006050           IF ITM-SALE-DATE NOT = ITM-POST-DATE
006060               GO TO 2100-NEXT
006070           END-IF
006080
006090           ADD 1 TO ITM-SALE-LINES
006100           IF ITM-SALE-IS-REFUND
006110               ADD ITM-SALE-TOTAL TO ITM-GL-REFUND-AMT
006120               ADD ITM-SALE-TAX TO ITM-GL-REFUND-TAX
006130               SUBTRACT ITM-SALE-QTY FROM ITM-SR-UNITS
006140               SUBTRACT ITM-SALE-TOTAL FROM ITM-SR-NET-SALES
006150               SUBTRACT ITM-SALE-TAX FROM ITM-SR-NET-TAX
006160           ELSE
006170               ADD ITM-SALE-TOTAL TO ITM-GL-SALES-AMT
006180               ADD ITM-SALE-TAX TO ITM-GL-SALES-TAX
006190               ADD ITM-SALE-QTY TO ITM-SR-UNITS
006200               ADD ITM-SALE-TOTAL TO ITM-SR-NET-SALES
006210               ADD ITM-SALE-TAX TO ITM-SR-NET-TAX
006220           END-IF
006230           .
006240 2100-NEXT.
006250           READ SALES-FILE
006260               AT END
006270                   MOVE 'Y' TO ITM-EOF-FLAG
006280           END-READ
006290           .
006300 2100-EXIT.
006310           EXIT.
006320
006330*----------------------------------------------------------------
006340* 3000-LOAD-MOVEMENTS
006350*
006360* Read-ahead loop over the movement ledger for the posting day.
006370* Stock sold and returned, and count adjustments, are valued at
006380* the item's weighted-average cost (its name resolved through
006390* the rename cross-reference first); receipts at the unit cost
006400* keyed on the receipt.  Transfers are skipped.
006410*----------------------------------------------------------------
006420 3000-LOAD-MOVEMENTS.
006430           OPEN INPUT STOCK-MOVEMENT-FILE
006440           IF ITM-STOCKMOV-STATUS NOT = "00"
006450               DISPLAY "No movement ledger - no stock to post"
006460               GO TO 3000-EXIT
006470           END-IF
006480
006490           MOVE 'N' TO ITM-EOF-FLAG
006500           READ STOCK-MOVEMENT-FILE
006510               AT END
006520                   MOVE 'Y' TO ITM-EOF-FLAG
006530           END-READ
006540
006550           PERFORM 3100-PROCESS-ONE-MOVEMENT THRU 3100-EXIT
006560               UNTIL ITM-EOF
006570
006580           CLOSE STOCK-MOVEMENT-FILE
006590           .
006600 3000-EXIT.
006610           EXIT.
006620
006630 3100-PROCESS-ONE-MOVEMENT.
006640           IF ITM-MOV-DATE NOT = ITM-POST-DATE
006650               GO TO 3100-NEXT
006660           END-IF
006670
006680           EVALUATE ITM-MOV-TYPE
006690               WHEN "SALE"
006700                   ADD 1 TO ITM-MOVE-LINES
006710                   PERFORM 3200-LOOK-UP-AVG-COST THRU 3200-EXIT
006720                   COMPUTE ITM-GL-SOLD-COST = ITM-GL-SOLD-COST +
006730                       (ITM-MOV-QTY-OUT * ITM-MOVE-COST)
006740               WHEN "RETURN"
006750                   ADD 1 TO ITM-MOVE-LINES
006760                   PERFORM 3200-LOOK-UP-AVG-COST THRU 3200-EXIT
006770                   COMPUTE ITM-GL-RETURNED-COST =
006780                       ITM-GL-RETURNED-COST +
006790                           (ITM-MOV-QTY-IN * ITM-MOVE-COST)
006800               WHEN "RECEIPT"
006810                   ADD 1 TO ITM-MOVE-LINES
006820                   IF ITM-MOV-UNIT-COST = 0
006830                       ADD 1 TO ITM-UNCOSTED-RECEIPTS
006840                   END-IF
006850                   COMPUTE ITM-GL-RECEIVED-COST =
006860                       ITM-GL-RECEIVED-COST +
006870                           (ITM-MOV-QTY-IN * ITM-MOV-UNIT-COST)
006880               WHEN "ADJUST"
006890                   ADD 1 TO ITM-MOVE-LINES
006900                   PERFORM 3200-LOOK-UP-AVG-COST THRU 3200-EXIT
006910                   COMPUTE ITM-GL-GAIN-COST = ITM-GL-GAIN-COST +
006920                       (ITM-MOV-QTY-IN * ITM-MOVE-COST)
006930                   COMPUTE ITM-GL-LOSS-COST = ITM-GL-LOSS-COST +
006940                       (ITM-MOV-QTY-OUT * ITM-MOVE-COST)
006950               WHEN OTHER
006960                   CONTINUE
006970           END-EVALUATE
006980           .
006990 3100-NEXT.
007000           READ STOCK-MOVEMENT-FILE
007010               AT END
007020                   MOVE 'Y' TO ITM-EOF-FLAG
007030           END-READ
007040           .
007050 3100-EXIT.
007060           EXIT.
007070
007080*----------------------------------------------------------------
007090* 3200-LOOK-UP-AVG-COST
007100*
007110* Leaves the movement item's weighted-average unit cost in
007120* ITM-MOVE-COST - zero, and counted, when COSTRPT has no cost
007130* for it.
007140*----------------------------------------------------------------
007150 3200-LOOK-UP-AVG-COST.
007160           MOVE ITM-MOV-NAME TO ITM-XRF-RESOLVE-NAME
007170           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
007180           MOVE 0 TO ITM-MOVE-COST
007190           MOVE 'N' TO ITM-CTAB-FLAG
007200           MOVE 0 TO ITM-CTAB-INDEX
007210           PERFORM 3210-CHECK-ONE-COST THRU 3210-EXIT
007220               VARYING ITM-J FROM 1 BY 1
007230               UNTIL ITM-J > ITM-NUM-OF-COSTS
007240                   OR ITM-CTAB-FOUND
007250           IF ITM-CTAB-FOUND
007260               MOVE ITM-CTAB-COST(ITM-CTAB-INDEX) TO ITM-MOVE-COST
007270           ELSE
007280               ADD 1 TO ITM-UNCOSTED-MOVES
007290           END-IF
007300           .
007310 3200-EXIT.
007320           EXIT.
007330
007340 3210-CHECK-ONE-COST.
007350           IF ITM-CTAB-NAME(ITM-J) = ITM-XRF-RESOLVE-NAME
007360               MOVE 'Y' TO ITM-CTAB-FLAG
007370               MOVE ITM-J TO ITM-CTAB-INDEX
007380           END-IF
007390           .
007400 3210-EXIT.
007410           EXIT.
007420
007430*----------------------------------------------------------------
007440* 4000-WRITE-JOURNAL
007450*
007460* Writes the day's journal - each entry as a debit line and the
007470* matching credit line, one pair per kind of activity, with
007480* nothing written for an activity the day did not have.  A day
007490* with no activity at all still gets its (empty) journal and
007500* its place on the register.
007510*----------------------------------------------------------------
007520 4000-WRITE-JOURNAL.
007530           OPEN OUTPUT GL-JOURNAL-FILE
007540           IF ITM-GLJRNL-STATUS NOT = "00"
007550               DISPLAY "Unable to write " ITM-GLJRNL-DSN
007560               MOVE 8 TO RETURN-CODE
007570               MOVE 'Y' TO ITM-STOP-FLAG
007580               GO TO 4000-EXIT
007590           END-IF
007600
007610           COMPUTE ITM-POST-AMOUNT =
007620               ITM-GL-SALES-AMT + ITM-GL-SALES-TAX
007630           MOVE "TAKINGS" TO ITM-POST-KEY
007640           MOVE "D" TO ITM-POST-SIDE
007650           MOVE "SALES TAKINGS" TO ITM-POST-TEXT
007660           PERFORM 4100-POST-LINE THRU 4100-EXIT
007670           MOVE ITM-GL-SALES-AMT TO ITM-POST-AMOUNT
007680           MOVE "SALES" TO ITM-POST-KEY
007690           MOVE "C" TO ITM-POST-SIDE
007700           MOVE "SALES" TO ITM-POST-TEXT
007710           PERFORM 4100-POST-LINE THRU 4100-EXIT
007720           MOVE ITM-GL-SALES-TAX TO ITM-POST-AMOUNT
007730           MOVE "SALESTAX" TO ITM-POST-KEY
007740           MOVE "SALES TAX COLLECTED" TO ITM-POST-TEXT
007750           PERFORM 4100-POST-LINE THRU 4100-EXIT
007760
007770           MOVE ITM-GL-REFUND-AMT TO ITM-POST-AMOUNT
007780           MOVE "REFUNDS" TO ITM-POST-KEY
007790           MOVE "D" TO ITM-POST-SIDE
007800           MOVE "REFUNDS GIVEN" TO ITM-POST-TEXT
007810           PERFORM 4100-POST-LINE THRU 4100-EXIT
007820           MOVE ITM-GL-REFUND-TAX TO ITM-POST-AMOUNT
007830           MOVE "SALESTAX" TO ITM-POST-KEY
007840           MOVE "SALES TAX REFUNDED" TO ITM-POST-TEXT
007850           PERFORM 4100-POST-LINE THRU 4100-EXIT
007860           COMPUTE ITM-POST-AMOUNT =
007870               ITM-GL-REFUND-AMT + ITM-GL-REFUND-TAX
007880           MOVE "TAKINGS" TO ITM-POST-KEY
007890           MOVE "C" TO ITM-POST-SIDE
007900           MOVE "REFUNDS PAID OUT" TO ITM-POST-TEXT
007910           PERFORM 4100-POST-LINE THRU 4100-EXIT
007920
007930           MOVE ITM-GL-SOLD-COST TO ITM-POST-AMOUNT
007940           MOVE "COGS" TO ITM-POST-KEY
007950           MOVE "D" TO ITM-POST-SIDE
007960           MOVE "COST OF GOODS SOLD" TO ITM-POST-TEXT
007970           PERFORM 4100-POST-LINE THRU 4100-EXIT
007980           MOVE "INVENTRY" TO ITM-POST-KEY
007990           MOVE "C" TO ITM-POST-SIDE
008000           MOVE "STOCK SOLD AT AVERAGE COST" TO ITM-POST-TEXT
008010           PERFORM 4100-POST-LINE THRU 4100-EXIT
008020
008030           MOVE ITM-GL-RETURNED-COST TO ITM-POST-AMOUNT
008040           MOVE "INVENTRY" TO ITM-POST-KEY
008050           MOVE "D" TO ITM-POST-SIDE
008060           MOVE "STOCK RETURNED AT AVERAGE COST" TO ITM-POST-TEXT
008070           PERFORM 4100-POST-LINE THRU 4100-EXIT
008080           MOVE "COGS" TO ITM-POST-KEY
008090           MOVE "C" TO ITM-POST-SIDE
008100           MOVE "COST OF GOODS RETURNED" TO ITM-POST-TEXT
008110           PERFORM 4100-POST-LINE THRU 4100-EXIT
008120
008130           MOVE ITM-GL-RECEIVED-COST TO ITM-POST-AMOUNT
008140           MOVE "INVENTRY" TO ITM-POST-KEY
008150           MOVE "D" TO ITM-POST-SIDE
008160           MOVE "GOODS RECEIVED" TO ITM-POST-TEXT
008170           PERFORM 4100-POST-LINE THRU 4100-EXIT
008180           MOVE "PAYABLES" TO ITM-POST-KEY
008190           MOVE "C" TO ITM-POST-SIDE
008200           MOVE "GOODS RECEIVED FROM VENDORS" TO ITM-POST-TEXT
008210           PERFORM 4100-POST-LINE THRU 4100-EXIT
008220
008230           MOVE ITM-GL-GAIN-COST TO ITM-POST-AMOUNT
008240           MOVE "INVENTRY" TO ITM-POST-KEY
008250           MOVE "D" TO ITM-POST-SIDE
008260           MOVE "STOCK ADJUSTED UP" TO ITM-POST-TEXT
008270           PERFORM 4100-POST-LINE THRU 4100-EXIT
008280           MOVE "SHRINK" TO ITM-POST-KEY
008290           MOVE "C" TO ITM-POST-SIDE
008300           MOVE "STOCK COUNT GAINS" TO ITM-POST-TEXT
008310           PERFORM 4100-POST-LINE THRU 4100-EXIT
008320
008330           MOVE ITM-GL-LOSS-COST TO ITM-POST-AMOUNT
008340           MOVE "SHRINK" TO ITM-POST-KEY
008350           MOVE "D" TO ITM-POST-SIDE
008360           MOVE "STOCK COUNT LOSSES" TO ITM-POST-TEXT
008370           PERFORM 4100-POST-LINE THRU 4100-EXIT
008380           MOVE "INVENTRY" TO ITM-POST-KEY
008390           MOVE "C" TO ITM-POST-SIDE
008400           MOVE "STOCK ADJUSTED DOWN" TO ITM-POST-TEXT
008410           PERFORM 4100-POST-LINE THRU 4100-EXIT
008420
008430           CLOSE GL-JOURNAL-FILE
008440           .
008450 4000-EXIT.
008460           EXIT.
008470
008480*----------------------------------------------------------------
008490* 4100-POST-LINE
008500*
008510* Writes one journal line for ITM-POST-KEY on ITM-POST-SIDE, at
008520* the key's mapped account, and totals it for the control
008530* report - debits and credits, and the net the journal carries
008540* to sales, sales tax and takings for the tie-back.
008550*----------------------------------------------------------------
008560 4100-POST-LINE.
008570           IF ITM-POST-AMOUNT = 0
008580               GO TO 4100-EXIT
008590           END-IF
008600
008610           MOVE 0 TO ITM-MAP-INDEX
008620           PERFORM 4110-FIND-ONE-KEY THRU 4110-EXIT
008630               VARYING ITM-K FROM 1 BY 1
008640               UNTIL ITM-K > 8
008650
008660           ADD 1 TO ITM-GLJ-LINE-COUNT
008670           MOVE SPACES TO ITM-GL-JOURNAL-RECORD
008680           MOVE ITM-POST-DATE TO ITM-GLJ-DATE
008690           MOVE ITM-GLJ-LINE-COUNT TO ITM-GLJ-LINE
008700           MOVE ITM-GL-MAPPED-ACCOUNT(ITM-MAP-INDEX) TO
008710               ITM-GLJ-ACCOUNT
008720           MOVE ITM-POST-KEY TO ITM-GLJ-KEY
008730           MOVE ITM-POST-TEXT TO ITM-GLJ-DESC
008740           MOVE SPACES TO ITM-GLC-DETAIL-LINE
008750           IF ITM-POST-IS-DEBIT
008760               MOVE ITM-POST-AMOUNT TO ITM-GLJ-DEBIT
008770               MOVE 0 TO ITM-GLJ-CREDIT
008780               MOVE ITM-POST-AMOUNT TO ITM-GLC-DEBIT
008790               ADD ITM-POST-AMOUNT TO ITM-GLJ-TOTAL-DEBITS
008800           ELSE
008810               MOVE 0 TO ITM-GLJ-DEBIT
008820               MOVE ITM-POST-AMOUNT TO ITM-GLJ-CREDIT
008830               MOVE ITM-POST-AMOUNT TO ITM-GLC-CREDIT
008840               ADD ITM-POST-AMOUNT TO ITM-GLJ-TOTAL-CREDITS
008850           END-IF
008860           WRITE ITM-GL-JOURNAL-RECORD
008870
008880           EVALUATE TRUE
008890               WHEN ITM-POST-KEY = "SALES" OR "REFUNDS"
008900                   IF ITM-POST-IS-CREDIT
008910                       ADD ITM-POST-AMOUNT TO ITM-GLJ-NET-INCOME
008920                   ELSE
008930                       SUBTRACT ITM-POST-AMOUNT FROM
008940                           ITM-GLJ-NET-INCOME
008950                   END-IF
008960               WHEN ITM-POST-KEY = "SALESTAX"
008970                   IF ITM-POST-IS-CREDIT
008980                       ADD ITM-POST-AMOUNT TO ITM-GLJ-NET-TAX
008990                   ELSE
009000                       SUBTRACT ITM-POST-AMOUNT FROM
009010                           ITM-GLJ-NET-TAX
009020                   END-IF
009030               WHEN ITM-POST-KEY = "TAKINGS"
009040                   IF ITM-POST-IS-DEBIT
009050                       ADD ITM-POST-AMOUNT TO ITM-GLJ-NET-TAKINGS
009060                   ELSE
009070                       SUBTRACT ITM-POST-AMOUNT FROM
009080                           ITM-GLJ-NET-TAKINGS
009090                   END-IF
009100           END-EVALUATE
009110
009120           MOVE ITM-GLJ-LINE-COUNT TO ITM-GLC-LINE
009130           MOVE ITM-GLJ-ACCOUNT TO ITM-GLC-ACCOUNT
009140           MOVE ITM-POST-KEY TO ITM-GLC-KEY
009150           MOVE ITM-POST-TEXT TO ITM-GLC-DESC
009160           IF ITM-GLJ-LINE-COUNT NOT > 20
009170               MOVE ITM-GLC-DETAIL-LINE TO
009180                   ITM-GLC-SAVED-LINE(ITM-GLJ-LINE-COUNT)
009190           END-IF
009200           .
009210 4100-EXIT.
009220           EXIT.
009230
009240 4110-FIND-ONE-KEY.
009250           IF ITM-GL-REQ-KEY(ITM-K) = ITM-POST-KEY
009260               MOVE ITM-K TO ITM-MAP-INDEX
009270           END-IF
009280           .
009290 4110-EXIT.
009300           EXIT.
009310
009320*----------------------------------------------------------------
009330* 4500-CHECK-TIE-BACK
009340*
009350* The journal's net sales, net sales tax and net takings must
009360* each equal SALESRPT's NET SALES, SALES TAX and GROSS INCLUDING
009370* TAX for the same date.
009380*----------------------------------------------------------------
009390 4500-CHECK-TIE-BACK.
009400           COMPUTE ITM-SR-GROSS =
009410               ITM-SR-NET-SALES + ITM-SR-NET-TAX
009420           MOVE 'Y' TO ITM-TIE-FLAG
009430           IF ITM-GLJ-NET-INCOME NOT = ITM-SR-NET-SALES
009440               OR ITM-GLJ-NET-TAX NOT = ITM-SR-NET-TAX
009450               OR ITM-GLJ-NET-TAKINGS NOT = ITM-SR-GROSS
009460               MOVE 'N' TO ITM-TIE-FLAG
009470           END-IF
009480           .
009490 4500-EXIT.
009500           EXIT.
009510
009520*----------------------------------------------------------------
009530* 5000-WRITE-CONTROL-REPORT
009540*
009550* The journal's lines and totals with the balance check, the
009560* tie-back to SALESRPT's figures for the day, the counts behind
009570* the stock postings, and whether the day was posted.
009580*----------------------------------------------------------------
009590 5000-WRITE-CONTROL-REPORT.
009600           OPEN OUTPUT GL-CONTROL-FILE
009610           IF ITM-GLCTL-STATUS NOT = "00"
009620               DISPLAY "Unable to write glctl.rpt"
009630               MOVE 8 TO RETURN-CODE
009640               GO TO 5000-EXIT
009650           END-IF
009660
009670           MOVE "GENERAL LEDGER JOURNAL EXTRACT - CONTROL REPORT"
009680               TO ITM-GLCTL-RECORD
009690           WRITE ITM-GLCTL-RECORD
009700           MOVE SPACES TO ITM-GLCTL-RECORD
009710           STRING "POSTING DATE: " ITM-POST-DATE
009720               "   RUN: " ITM-RUN-DATE " " ITM-RUN-TIME(1:6)
009730               DELIMITED BY SIZE
009740               INTO ITM-GLCTL-RECORD
009750           END-STRING
009760           WRITE ITM-GLCTL-RECORD
009770           MOVE SPACES TO ITM-GLCTL-RECORD
009780           STRING "JOURNAL FILE: " ITM-GLJRNL-DSN
009790               DELIMITED BY SIZE
009800               INTO ITM-GLCTL-RECORD
009810           END-STRING
009820           WRITE ITM-GLCTL-RECORD
009830           MOVE SPACES TO ITM-GLCTL-RECORD
009840           WRITE ITM-GLCTL-RECORD
009850           MOVE ITM-GLC-HEADING-LINE TO ITM-GLCTL-RECORD
009860           WRITE ITM-GLCTL-RECORD
009870
009880           PERFORM 5100-WRITE-ONE-LINE THRU 5100-EXIT
009890               VARYING ITM-K FROM 1 BY 1
009900               UNTIL ITM-K > ITM-GLJ-LINE-COUNT OR ITM-K > 20
009910           IF ITM-GLJ-LINE-COUNT = 0
009920               MOVE "No activity for the day - empty journal"
009930                   TO ITM-GLCTL-RECORD
009940               WRITE ITM-GLCTL-RECORD
009950           END-IF
009960
009970           MOVE SPACES TO ITM-GLC-TOTAL-LINE
009980           MOVE "TOTALS" TO ITM-GLC-TOT-LABEL
009990           MOVE ITM-GLJ-TOTAL-DEBITS TO ITM-GLC-TOT-DEBIT
010000           MOVE ITM-GLJ-TOTAL-CREDITS TO ITM-GLC-TOT-CREDIT
010010           MOVE ITM-GLC-TOTAL-LINE TO ITM-GLCTL-RECORD
010020           WRITE ITM-GLCTL-RECORD
010030           IF ITM-GLJ-TOTAL-DEBITS = ITM-GLJ-TOTAL-CREDITS
010040               MOVE "DEBITS EQUAL CREDITS - JOURNAL BALANCED" TO
010050                   ITM-GLCTL-RECORD
010060           ELSE
010070               MOVE "*** DEBITS DO NOT EQUAL CREDITS ***" TO
010080                   ITM-GLCTL-RECORD
010090           END-IF
010100           WRITE ITM-GLCTL-RECORD
010110
010120           MOVE SPACES TO ITM-GLCTL-RECORD
010130           WRITE ITM-GLCTL-RECORD
010140           MOVE SPACES TO ITM-GLCTL-RECORD
010150           STRING "TIE-BACK TO SALESRPT FOR " ITM-POST-DATE
010160               DELIMITED BY SIZE
010170               INTO ITM-GLCTL-RECORD
010180           END-STRING
010190           WRITE ITM-GLCTL-RECORD
010200           MOVE ITM-GLC-TIE-HEADING TO ITM-GLCTL-RECORD
010210           WRITE ITM-GLCTL-RECORD
010220           MOVE "NET SALES" TO ITM-GLC-TIE-LABEL
010230           MOVE ITM-SR-NET-SALES TO ITM-GLC-TIE-SALESRPT
010240           MOVE ITM-GLJ-NET-INCOME TO ITM-GLC-TIE-JOURNAL
010250           PERFORM 5200-WRITE-TIE-LINE THRU 5200-EXIT
010260           MOVE "SALES TAX" TO ITM-GLC-TIE-LABEL
010270           MOVE ITM-SR-NET-TAX TO ITM-GLC-TIE-SALESRPT
010280           MOVE ITM-GLJ-NET-TAX TO ITM-GLC-TIE-JOURNAL
010290           PERFORM 5200-WRITE-TIE-LINE THRU 5200-EXIT
010300           MOVE "GROSS INCLUDING TAX" TO ITM-GLC-TIE-LABEL
010310           MOVE ITM-SR-GROSS TO ITM-GLC-TIE-SALESRPT
010320           MOVE ITM-GLJ-NET-TAKINGS TO ITM-GLC-TIE-JOURNAL
010330           PERFORM 5200-WRITE-TIE-LINE THRU 5200-EXIT
010340
010350           MOVE SPACES TO ITM-GLCTL-RECORD
010360           WRITE ITM-GLCTL-RECORD
010370           MOVE "NET UNITS SOLD" TO ITM-GLC-COUNT-LABEL
010380           MOVE ITM-SR-UNITS TO ITM-GLC-COUNT
010390           MOVE ITM-GLC-COUNT-LINE TO ITM-GLCTL-RECORD
010400           WRITE ITM-GLCTL-RECORD
010410           MOVE "SALES LOG LINES FOR THE DAY" TO
010420               ITM-GLC-COUNT-LABEL
010430           MOVE ITM-SALE-LINES TO ITM-GLC-COUNT
010440           MOVE ITM-GLC-COUNT-LINE TO ITM-GLCTL-RECORD
010450           WRITE ITM-GLCTL-RECORD
010460           MOVE "LEDGER MOVEMENTS POSTED" TO ITM-GLC-COUNT-LABEL
010470           MOVE ITM-MOVE-LINES TO ITM-GLC-COUNT
010480           MOVE ITM-GLC-COUNT-LINE TO ITM-GLCTL-RECORD
010490           WRITE ITM-GLCTL-RECORD
010500           MOVE "MOVEMENTS WITH NO AVERAGE COST (AT ZERO)" TO
010510               ITM-GLC-COUNT-LABEL
010520           MOVE ITM-UNCOSTED-MOVES TO ITM-GLC-COUNT
010530           MOVE ITM-GLC-COUNT-LINE TO ITM-GLCTL-RECORD
010540           WRITE ITM-GLCTL-RECORD
010550           MOVE "RECEIPTS WITH NO UNIT COST (AT ZERO)" TO
010560               ITM-GLC-COUNT-LABEL
010570           MOVE ITM-UNCOSTED-RECEIPTS TO ITM-GLC-COUNT
010580           MOVE ITM-GLC-COUNT-LINE TO ITM-GLCTL-RECORD
010590           WRITE ITM-GLCTL-RECORD
010600
010610           MOVE SPACES TO ITM-GLCTL-RECORD
010620           WRITE ITM-GLCTL-RECORD
010630           IF ITM-DAY-POSTED
010640               MOVE "JOURNAL POSTED - DAY ENTERED ON THE REGISTER"
010650                   TO ITM-GLCTL-RECORD
010660           ELSE
010670               MOVE "*** JOURNAL NOT POSTED - DO NOT IMPORT ***"
010680                   TO ITM-GLCTL-RECORD
010690           END-IF
010700           WRITE ITM-GLCTL-RECORD
010710
010720           CLOSE GL-CONTROL-FILE
010730           .
010740 5000-EXIT.
010750           EXIT.
010760
010770 5100-WRITE-ONE-LINE.
010780           MOVE ITM-GLC-SAVED-LINE(ITM-K) TO ITM-GLCTL-RECORD
010790           WRITE ITM-GLCTL-RECORD
010800           .
010810 5100-EXIT.
010820           EXIT.
010830
010840 5200-WRITE-TIE-LINE.
010850           IF ITM-GLC-TIE-SALESRPT = ITM-GLC-TIE-JOURNAL
010860               MOVE "TIES" TO ITM-GLC-TIE-REMARK
010870           ELSE
010880               MOVE "DOES NOT TIE" TO ITM-GLC-TIE-REMARK
010890           END-IF
010900           MOVE ITM-GLC-TIE-LINE TO ITM-GLCTL-RECORD
010910           WRITE ITM-GLCTL-RECORD
010920           .
010930 5200-EXIT.
010940           EXIT.
010950
010960*----------------------------------------------------------------
010970* 6000-REGISTER-POSTING
010980*
010990* Enters the posting day on the register with the journal's
011000* line count and totals, so it is refused from now on.
011010*----------------------------------------------------------------
011020 6000-REGISTER-POSTING.
011030           OPEN EXTEND GL-POSTED-FILE
011040           IF ITM-GLPOST-STATUS = "35"
011050               OPEN OUTPUT GL-POSTED-FILE
011060               CLOSE GL-POSTED-FILE
011070               OPEN EXTEND GL-POSTED-FILE
011080           END-IF
011090           IF ITM-GLPOST-STATUS NOT = "00"
011100               DISPLAY "Unable to update glposted.dat - journal "
011110                   "for " ITM-POST-DATE " not posted"
011120               MOVE 8 TO RETURN-CODE
011130               GO TO 6000-EXIT
011140           END-IF
011150
011160           MOVE SPACES TO ITM-GL-POSTED-RECORD
011170           MOVE ITM-POST-DATE TO ITM-GLP-DATE
011180           MOVE ITM-RUN-DATE TO ITM-GLP-RUN-DATE
011190           MOVE ITM-RUN-TIME TO ITM-GLP-RUN-TIME
011200           MOVE ITM-GLJ-LINE-COUNT TO ITM-GLP-LINES
011210           MOVE ITM-GLJ-TOTAL-DEBITS TO ITM-GLP-DEBITS
011220           MOVE ITM-GLJ-TOTAL-CREDITS TO ITM-GLP-CREDITS
011230           WRITE ITM-GL-POSTED-RECORD
011240           CLOSE GL-POSTED-FILE
011250           MOVE 'Y' TO ITM-POSTED-FLAG
011260           DISPLAY "Journal for " ITM-POST-DATE " posted - "
011270               ITM-GLJ-LINE-COUNT " line(s)"
011280           .
011290 6000-EXIT.
011300           EXIT.
011310
011320       COPY ITEMXRP.
