000100*----------------------------------------------------------------
000110* TAXMGR
000120*
000130* Interactive sales-tax rate manager.  Maintains the tax-rate
000140* master (taxrate.dat) - one rate per tax class - behind the
000150* same manager sign-on the other maintenance screens use.
000160* Catalog items point at a class through ITM-TAX-CLASS
000170* (ITEMREC.CPY); the till and the web-order run price tax from
000180* these rates through ITEMTXP.CPY, so a budget-day rate change is
000190* one edit here rather than one per item.
000200*----------------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. TAXMGR.
000230 AUTHOR. STORE-SYSTEMS-GROUP.
000240 INSTALLATION. RETAIL-OPERATIONS.
000250 DATE-WRITTEN. 2026-10-14.
000260 DATE-COMPILED.
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*
000300*  DATE       INIT  DESCRIPTION
000310*  ---------- ----  -----------------------------------------
000320*  2026-10-14 dlm   Initial version - manager maintenance of the
000330*                   standard, reduced and exempt tax rates, with
000340*                   every change audited (TAXEDIT, class code in
000350*                   the name field).
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400           SELECT TAX-RATE-FILE ASSIGN TO ITM-TAXRATE-DSN
000410               ORGANIZATION IS INDEXED
000420               ACCESS MODE IS DYNAMIC
000430               RECORD KEY IS ITM-TXR-CLASS
000440               FILE STATUS IS ITM-TAXRATE-STATUS.
000450
000460           SELECT AUDIT-FILE ASSIGN TO ITM-AUDIT-DSN
000470               ORGANIZATION IS SEQUENTIAL
000480               FILE STATUS IS ITM-AUDIT-STATUS.
000490
000500           SELECT OPERATOR-FILE ASSIGN TO ITM-OPERMAST-DSN
000510               ORGANIZATION IS INDEXED
000520               ACCESS MODE IS DYNAMIC
000530               RECORD KEY IS ITM-OPR-USER-ID
000540               FILE STATUS IS ITM-OPERATOR-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TAX-RATE-FILE.
000590       COPY ITEMTAX.
000600
000610 FD  AUDIT-FILE.
000620       COPY ITEMAUD.
000630
000640 FD  OPERATOR-FILE.
000650       COPY OPERREC.
000660
000670 WORKING-STORAGE SECTION.
000680       COPY ITEMFN.
000690
000700 01  ITM-TAXRATE-STATUS         PIC X(02).
000710 01  ITM-AUDIT-STATUS           PIC X(02).
000720 01  ITM-OPERATOR-STATUS        PIC X(02).
000730
000740       COPY OPERSGD.
000750
000760 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
000770           88  ITM-EOF                VALUE 'Y'.
000780
000790 01  ITM-TXR-FOUND-FLAG         PIC X(01) VALUE 'N'.
000800           88  TAX-CLASS-FOUND        VALUE 'Y'.
000810
000820 01  ITM-TXR-CLASS-INPUT        PIC X(01).
000830 01  ITM-TXR-RATE-INPUT         PIC X(08).
000840 01  ITM-TXR-RATE-DISP          PIC Z9.999.
000850 01  ITM-NUMVAL-CHECK           PIC S9(04) COMP.
000860 01  ITM-TXR-RATE-VALID-FLAG    PIC X(01).
000870           88  ITM-TXR-RATE-IS-VALID  VALUE 'Y'.
000880
000890 01  ITM-TXR-OPERATION-FLAG     PIC X(01).
000900           88  ITM-TXR-IS-QUIT        VALUES 'Q', 'q'.
000910           88  ITM-TXR-IS-EDIT        VALUES 'E', 'e'.
000920           88  ITM-TXR-IS-DISPALL     VALUES 'D', 'd'.
000930
000940 01  ITM-TXR-EDIT-OPTION        PIC X(01).
000950           88  ITM-TXR-EDIT-DESC      VALUE '1'.
000960           88  ITM-TXR-EDIT-RATE      VALUE '2'.
000970           88  ITM-TXR-EDIT-QUIT      VALUES 'Q', 'q'.
000980
000990 PROCEDURE DIVISION.
001000
001010*----------------------------------------------------------------
001020* 0000-MAINLINE
001030*----------------------------------------------------------------
001040 0000-MAINLINE.
001050           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001060           PERFORM 1200-SIGN-ON THRU 1200-EXIT
001070           IF NOT ITM-SIGNED-ON OR NOT ITM-SIGNON-MANAGER
001080               IF ITM-SIGNED-ON
001090                   DISPLAY "Tax rate maintenance needs a "
001100                       "manager sign-on"
001110               END-IF
001120               PERFORM 9000-CLOSE-AND-QUIT THRU 9000-EXIT
001130               GOBACK
001140           END-IF
001150           DISPLAY "Welcome to the tax rate manager"
001160           PERFORM 0100-PROCESS-MENU-CYCLE THRU 0100-EXIT
001170               UNTIL ITM-TXR-IS-QUIT
001180           PERFORM 9000-CLOSE-AND-QUIT THRU 9000-EXIT
001190           GOBACK
001200           .
001210 0000-EXIT.
001220           EXIT.
001230
001240*----------------------------------------------------------------
001250* 0100-PROCESS-MENU-CYCLE
001260*
001270* One pass through the main menu: display it, read the option,
001280* and dispatch to the paragraph that handles it.
001290*----------------------------------------------------------------
001300 0100-PROCESS-MENU-CYCLE.
001310           PERFORM 2000-DISPLAY-MENU THRU 2000-EXIT
001320           EVALUATE TRUE
001330               WHEN ITM-TXR-IS-QUIT
001340                   CONTINUE
001350               WHEN ITM-TXR-IS-EDIT
001360                   PERFORM 4000-EDIT-TAX-CLASS THRU 4000-EXIT
001370               WHEN ITM-TXR-IS-DISPALL
001380                   PERFORM 2200-DISPLAY-ALL-RATES THRU 2200-EXIT
001390                   STOP ">---Press Enter To Continue---<"
001400           END-EVALUATE
001410           .
001420 0100-EXIT.
001430           EXIT.
001440
001450*----------------------------------------------------------------
001460* 1000-INITIALIZE
001470*
001480* Opens the indexed rate master.  On first run it is created and
001490* seeded with the three classes the catalog knows - standard,
001500* reduced and exempt - all at a zero rate, so nothing is taxed
001510* until a manager keys the real rates in.
001520*----------------------------------------------------------------
001530 1000-INITIALIZE.
001540           OPEN I-O TAX-RATE-FILE
001550           IF ITM-TAXRATE-STATUS = "35"
001560               OPEN OUTPUT TAX-RATE-FILE
001570               PERFORM 1050-SEED-TAX-RATES THRU 1050-EXIT
001580               CLOSE TAX-RATE-FILE
001590               OPEN I-O TAX-RATE-FILE
001600           END-IF
001610
001620           OPEN EXTEND AUDIT-FILE
001630           IF ITM-AUDIT-STATUS = "35"
001640               OPEN OUTPUT AUDIT-FILE
001650               CLOSE AUDIT-FILE
001660               OPEN EXTEND AUDIT-FILE
001670           END-IF
001680           .
001690 1000-EXIT.
001700           EXIT.
001710
001720 1050-SEED-TAX-RATES.
001730           INITIALIZE ITM-TAX-RATE-RECORD
001740           MOVE 'E' TO ITM-TXR-CLASS
001750           MOVE "EXEMPT" TO ITM-TXR-DESC
001760           MOVE 0 TO ITM-TXR-RATE
001770           WRITE ITM-TAX-RATE-RECORD
001780
001790           MOVE 'R' TO ITM-TXR-CLASS
001800           MOVE "REDUCED" TO ITM-TXR-DESC
001810           WRITE ITM-TAX-RATE-RECORD
001820
001830           MOVE 'S' TO ITM-TXR-CLASS
001840           MOVE "STANDARD" TO ITM-TXR-DESC
001850           WRITE ITM-TAX-RATE-RECORD
001860           .
001870 1050-EXIT.
001880           EXIT.
001890
001900*----------------------------------------------------------------
001910* 1200-SIGN-ON
001920*
001930* Manager gate - opens the operator master I-O (the shared
001940* sign-on rewrites fail counts, lockouts, and forced password
001950* changes in place) and hands off to OPERSGN.CPY's paragraphs,
001960* which also log every attempt to the audit trail.
001970*----------------------------------------------------------------
001980 1200-SIGN-ON.
001990           OPEN I-O OPERATOR-FILE
002000           IF ITM-OPERATOR-STATUS NOT = "00"
002010               DISPLAY "Operator master not available - run the "
002020                   "catalog manager first"
002030               GO TO 1200-EXIT
002040           END-IF
002050
002060           PERFORM 1100-SIGN-ON THRU 1100-EXIT
002070           CLOSE OPERATOR-FILE
002080           .
002090 1200-EXIT.
002100           EXIT.
002110
002120       COPY OPERSGN.
002130
002140*----------------------------------------------------------------
002150* 7000-WRITE-AUDIT-RECORD
002160*
002170* Stamps the current date/time and the signed-on user onto the
002180* audit record the caller has already populated (operation,
002190* class code in the name field, old/new values) and appends it
002200* to the audit trail.
002210*----------------------------------------------------------------
002220 7000-WRITE-AUDIT-RECORD.
002230           ACCEPT ITM-AUD-DATE FROM DATE YYYYMMDD
002240           ACCEPT ITM-AUD-TIME FROM TIME
002250           MOVE ITM-SIGNON-USER TO ITM-AUD-USER
002260           WRITE ITM-AUDIT-RECORD
002270           .
002280 7000-EXIT.
002290           EXIT.
002300
002310*----------------------------------------------------------------
002320* Display Menu
002330*----------------------------------------------------------------
002340 2000-DISPLAY-MENU.
002350           DISPLAY SPACES UPON CRT
002360           DISPLAY "Options: "
002370           DISPLAY "        [E]dit Tax Class"
002380           DISPLAY "        [D]isplay all tax rates"
002390           DISPLAY "        [Q]uit"
002400           DISPLAY "-<O>-: " NO ADVANCING
002410           ACCEPT ITM-TXR-OPERATION-FLAG
002420           .
002430 2000-EXIT.
002440           EXIT.
002450
002460*----------------------------------------------------------------
002470* Display Tax Class
002480*----------------------------------------------------------------
002490 2100-DISPLAY-RATE.
002500           MOVE ITM-TXR-RATE TO ITM-TXR-RATE-DISP
002510           DISPLAY "Class " ITM-TXR-CLASS "  "
002520               ITM-TXR-DESC "  " ITM-TXR-RATE-DISP "%"
002530           .
002540 2100-EXIT.
002550           EXIT.
002560
002570*----------------------------------------------------------------
002580* Display All Tax Rates
002590*
002600* Walks the indexed file in key order and displays each class.
002610*----------------------------------------------------------------
002620 2200-DISPLAY-ALL-RATES.
002630           MOVE LOW-VALUES TO ITM-TXR-CLASS
002640           START TAX-RATE-FILE KEY IS NOT LESS THAN ITM-TXR-CLASS
002650               INVALID KEY
002660                   DISPLAY "No tax rates on file"
002670                   GO TO 2200-EXIT
002680           END-START
002690
002700           DISPLAY ">---"
002710           MOVE 'N' TO ITM-EOF-FLAG
002720           PERFORM 2210-DISPLAY-NEXT-RATE THRU 2210-EXIT
002730               UNTIL ITM-EOF
002740           .
002750 2200-EXIT.
002760           EXIT.
002770
002780 2210-DISPLAY-NEXT-RATE.
002790           READ TAX-RATE-FILE NEXT RECORD
002800               AT END
002810                   MOVE 'Y' TO ITM-EOF-FLAG
002820               NOT AT END
002830                   PERFORM 2100-DISPLAY-RATE THRU 2100-EXIT
002840           END-READ
002850           .
002860 2210-EXIT.
002870           EXIT.
002880
002890*----------------------------------------------------------------
002900* 3900-ACCEPT-VALID-RATE
002910*
002920* Keeps re-prompting until the manager enters a percentage that
002930* fits ITM-TXR-RATE's PIC 9(02)V999.  The exempt class may only
002940* ever carry a zero rate - exempt means exempt.
002950*----------------------------------------------------------------
002960 3900-ACCEPT-VALID-RATE.
002970           MOVE "N" TO ITM-TXR-RATE-VALID-FLAG
002980           PERFORM 3910-RATE-ATTEMPT THRU 3910-EXIT
002990               UNTIL ITM-TXR-RATE-IS-VALID
003000           .
003010 3900-EXIT.
003020           EXIT.
003030
003040 3910-RATE-ATTEMPT.
003050           DISPLAY "Enter rate as a percentage (e.g. 17.5): "
003060               NO ADVANCING
003070           ACCEPT ITM-TXR-RATE-INPUT
003080           MOVE FUNCTION TEST-NUMVAL(ITM-TXR-RATE-INPUT) TO
003090               ITM-NUMVAL-CHECK
003100           IF ITM-NUMVAL-CHECK NOT = 0
003110               DISPLAY "Invalid rate - enter a number"
003120               GO TO 3910-EXIT
003130           END-IF
003140           IF FUNCTION NUMVAL(ITM-TXR-RATE-INPUT) < 0 OR
003150                   FUNCTION NUMVAL(ITM-TXR-RATE-INPUT) > 99.999
003160               DISPLAY "Invalid rate - 0 to 99.999 per cent"
003170               GO TO 3910-EXIT
003180           END-IF
003190           IF ITM-TXR-EXEMPT AND
003200                   FUNCTION NUMVAL(ITM-TXR-RATE-INPUT) NOT = 0
003210               DISPLAY "The exempt class must stay at zero"
003220               GO TO 3910-EXIT
003230           END-IF
003240           MOVE FUNCTION NUMVAL(ITM-TXR-RATE-INPUT) TO
003250               ITM-TXR-RATE
003260           MOVE "Y" TO ITM-TXR-RATE-VALID-FLAG
003270           .
003280 3910-EXIT.
003290           EXIT.
003300
003310*----------------------------------------------------------------
003320* Edit Tax Class
003330*
003340* The class code is the key items point at, so classes are not
003350* added or removed here - only their description and rate.
003360*----------------------------------------------------------------
003370 4000-EDIT-TAX-CLASS.
003380           PERFORM 6000-SEARCH-TAX-CLASS THRU 6000-EXIT
003390           IF TAX-CLASS-FOUND
003400               MOVE SPACES TO ITM-TXR-EDIT-OPTION
003410               PERFORM 4050-EDIT-CYCLE THRU 4050-EXIT
003420                   UNTIL ITM-TXR-EDIT-QUIT
003430               MOVE SPACES TO ITM-TXR-EDIT-OPTION
003440           END-IF
003450           .
003460 4000-EXIT.
003470           EXIT.
003480
003490 4050-EDIT-CYCLE.
003500           DISPLAY SPACES UPON CRT
003510           PERFORM 2100-DISPLAY-RATE THRU 2100-EXIT
003520           DISPLAY "Information to edit:"
003530           DISPLAY "   [1] Description"
003540           DISPLAY "   [2] Rate"
003550           DISPLAY "   [Q]uit and save"
003560           DISPLAY "-<O>-: " NO ADVANCING
003570           ACCEPT ITM-TXR-EDIT-OPTION
003580
003590           EVALUATE TRUE
003600               WHEN ITM-TXR-EDIT-DESC
003610                   MOVE ITM-TXR-DESC TO ITM-AUD-OLD-VALUE
003620                   DISPLAY "Enter new description: "
003630                       NO ADVANCING
003640                   ACCEPT ITM-TXR-DESC
003650                   MOVE ITM-TXR-DESC TO ITM-AUD-NEW-VALUE
003660                   PERFORM 4900-REWRITE-TAX-CLASS THRU 4900-EXIT
003670                   DISPLAY "Description edited"
003680               WHEN ITM-TXR-EDIT-RATE
003690                   MOVE ITM-TXR-RATE TO ITM-TXR-RATE-DISP
003700                   MOVE ITM-TXR-RATE-DISP TO ITM-AUD-OLD-VALUE
003710                   PERFORM 3900-ACCEPT-VALID-RATE THRU 3900-EXIT
003720                   MOVE ITM-TXR-RATE TO ITM-TXR-RATE-DISP
003730                   MOVE ITM-TXR-RATE-DISP TO ITM-AUD-NEW-VALUE
003740                   PERFORM 4900-REWRITE-TAX-CLASS THRU 4900-EXIT
003750                   DISPLAY "Rate edited"
003760           END-EVALUATE
003770           .
003780 4050-EXIT.
003790           EXIT.
003800
003810 4900-REWRITE-TAX-CLASS.
003820           REWRITE ITM-TAX-RATE-RECORD
003830               INVALID KEY
003840                   DISPLAY "Unable to update tax class"
003850               NOT INVALID KEY
003860                   MOVE "TAXEDIT" TO ITM-AUD-OPERATION
003870                   MOVE ITM-TXR-CLASS TO ITM-AUD-NAME
003880                   PERFORM 7000-WRITE-AUDIT-RECORD
003890                       THRU 7000-EXIT
003900           END-REWRITE
003910           .
003920 4900-EXIT.
003930           EXIT.
003940
003950*----------------------------------------------------------------
003960* Search Tax Class
003970*
003980* Direct keyed read against the rate master by class code.
003990*----------------------------------------------------------------
004000 6000-SEARCH-TAX-CLASS.
004010           MOVE 'N' TO ITM-TXR-FOUND-FLAG
004020           DISPLAY "Enter tax class (S/R/E): " NO ADVANCING
004030           ACCEPT ITM-TXR-CLASS-INPUT
004040           INSPECT ITM-TXR-CLASS-INPUT CONVERTING "sre" TO "SRE"
004050           MOVE ITM-TXR-CLASS-INPUT TO ITM-TXR-CLASS
004060           READ TAX-RATE-FILE
004070               INVALID KEY
004080                   DISPLAY "No tax class with that code"
004090               NOT INVALID KEY
004100                   MOVE 'Y' TO ITM-TXR-FOUND-FLAG
004110           END-READ
004120           .
004130 6000-EXIT.
004140           EXIT.
004150
004160*----------------------------------------------------------------
004170* 9000-CLOSE-AND-QUIT
004180*----------------------------------------------------------------
004190 9000-CLOSE-AND-QUIT.
004200           DISPLAY "Exiting...."
004210           CLOSE TAX-RATE-FILE
004220           CLOSE AUDIT-FILE
004230           DISPLAY SPACES UPON CRT
004240           .
004250 9000-EXIT.
004260           EXIT.
