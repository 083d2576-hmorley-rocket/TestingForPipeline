000100*----------------------------------------------------------------
000110* GLMAPMGR
000120*
000130* Interactive general-ledger account map manager.  Maintains
000140* the account map (glmap.dat) - the account code in the
000150* bookkeeper's chart of accounts that each of the nightly
000160* journal's posting keys goes to - behind the same manager
000170* sign-on the other maintenance screens use.  GLEXTRCT reads
000180* the map every night, so a change to the chart of accounts is
000190* one edit here rather than a program change.
000200*----------------------------------------------------------------
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. GLMAPMGR.
000230 AUTHOR. STORE-SYSTEMS-GROUP.
000240 INSTALLATION. RETAIL-OPERATIONS.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*
000300*  DATE       INIT  DESCRIPTION
000310*  ---------- ----  -----------------------------------------
000320*  2026-10-15 dlm   Initial version - manager maintenance of the
000330*                   account code and description behind each
000340*                   journal posting key, with every change
000350*                   audited (GLMAPEDT, posting key in the name
000360*                   field).
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410           SELECT GL-MAP-FILE ASSIGN TO ITM-GLMAP-DSN
000420               ORGANIZATION IS INDEXED
000430               ACCESS MODE IS DYNAMIC
000440               RECORD KEY IS ITM-GLM-KEY
000450               FILE STATUS IS ITM-GLMAP-STATUS.
000460
000470           SELECT AUDIT-FILE ASSIGN TO ITM-AUDIT-DSN
000480               ORGANIZATION IS SEQUENTIAL
000490               FILE STATUS IS ITM-AUDIT-STATUS.
000500
000510           SELECT OPERATOR-FILE ASSIGN TO ITM-OPERMAST-DSN
000520               ORGANIZATION IS INDEXED
000530               ACCESS MODE IS DYNAMIC
000540               RECORD KEY IS ITM-OPR-USER-ID
000550               FILE STATUS IS ITM-OPERATOR-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  GL-MAP-FILE.
000600       COPY ITEMGLM.
000610
000620 FD  AUDIT-FILE.
000630       COPY ITEMAUD.
000640
000650 FD  OPERATOR-FILE.
000660       COPY OPERREC.
000670
000680 WORKING-STORAGE SECTION.
000690       COPY ITEMFN.
000700
000710 01  ITM-GLMAP-STATUS           PIC X(02).
000720 01  ITM-AUDIT-STATUS           PIC X(02).
000730 01  ITM-OPERATOR-STATUS        PIC X(02).
000740
000750       COPY OPERSGD.
000760
000770 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
000780           88  ITM-EOF                VALUE 'Y'.
000790
000800 01  ITM-GLM-FOUND-FLAG         PIC X(01) VALUE 'N'.
000810           88  GL-KEY-FOUND           VALUE 'Y'.
000820
000830 01  ITM-GLM-KEY-INPUT          PIC X(08).
000840 01  ITM-GLM-ACCOUNT-INPUT      PIC X(10).
000850
000860 01  ITM-GLM-OPERATION-FLAG     PIC X(01).
000870           88  ITM-GLM-IS-QUIT        VALUES 'Q', 'q'.
000880           88  ITM-GLM-IS-EDIT        VALUES 'E', 'e'.
000890           88  ITM-GLM-IS-DISPALL     VALUES 'D', 'd'.
000900
000910 01  ITM-GLM-EDIT-OPTION        PIC X(01).
000920           88  ITM-GLM-EDIT-ACCOUNT   VALUE '1'.
000930           88  ITM-GLM-EDIT-DESC      VALUE '2'.
000940           88  ITM-GLM-EDIT-QUIT      VALUES 'Q', 'q'.
000950
000960 PROCEDURE DIVISION.
000970
000980*----------------------------------------------------------------
000990* 0000-MAINLINE
001000*----------------------------------------------------------------
001010 0000-MAINLINE.
001020           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001030           PERFORM 1200-SIGN-ON THRU 1200-EXIT
001040           IF NOT ITM-SIGNED-ON OR NOT ITM-SIGNON-MANAGER
001050               IF ITM-SIGNED-ON
001060                   DISPLAY "Account map maintenance needs a "
001070                       "manager sign-on"
001080               END-IF
001090               PERFORM 9000-CLOSE-AND-QUIT THRU 9000-EXIT
001100               GOBACK
001110           END-IF
001120           DISPLAY "Welcome to the ledger account map manager"
001130           PERFORM 0100-PROCESS-MENU-CYCLE THRU 0100-EXIT
001140               UNTIL ITM-GLM-IS-QUIT
001150           PERFORM 9000-CLOSE-AND-QUIT THRU 9000-EXIT
001160           GOBACK
001170           .
001180 0000-EXIT.
001190           EXIT.
001200
001210*----------------------------------------------------------------
001220* 0100-PROCESS-MENU-CYCLE
001230*
001240* One pass through the main menu: display it, read the option,
001250* and dispatch to the paragraph that handles it.
001260*----------------------------------------------------------------
001270 0100-PROCESS-MENU-CYCLE.
001280           PERFORM 2000-DISPLAY-MENU THRU 2000-EXIT
001290           EVALUATE TRUE
001300               WHEN ITM-GLM-IS-QUIT
001310                   CONTINUE
001320               WHEN ITM-GLM-IS-EDIT
001330                   PERFORM 4000-EDIT-GL-KEY THRU 4000-EXIT
001340               WHEN ITM-GLM-IS-DISPALL
001350                   PERFORM 2200-DISPLAY-ALL-KEYS THRU 2200-EXIT
001360                   STOP ">---Press Enter To Continue---<"
001370           END-EVALUATE
001380           .
001390 0100-EXIT.
001400           EXIT.
001410
001420*----------------------------------------------------------------
001430* 1000-INITIALIZE
001440*
001450* Opens the indexed account map.  On first run it is created
001460* and seeded with every posting key the nightly journal uses,
001470* on a plain starter chart of accounts - the bookkeeper keys in
001480* the real codes before the first journal is imported.
001490*----------------------------------------------------------------
001500 1000-INITIALIZE.
001510           OPEN I-O GL-MAP-FILE
001520           IF ITM-GLMAP-STATUS = "35"
001530               OPEN OUTPUT GL-MAP-FILE
001540               PERFORM 1050-SEED-GL-MAP THRU 1050-EXIT
001550               CLOSE GL-MAP-FILE
001560               OPEN I-O GL-MAP-FILE
001570           END-IF
001580
001590           OPEN EXTEND AUDIT-FILE
001600           IF ITM-AUDIT-STATUS = "35"
001610               OPEN OUTPUT AUDIT-FILE
001620               CLOSE AUDIT-FILE
001630               OPEN EXTEND AUDIT-FILE
001640           END-IF
001650           .
001660 1000-EXIT.
001670           EXIT.
001680
001690 1050-SEED-GL-MAP.
001700           INITIALIZE ITM-GL-MAP-RECORD
001710           MOVE "COGS" TO ITM-GLM-KEY
001720           MOVE "5000" TO ITM-GLM-ACCOUNT
001730           MOVE "COST OF GOODS SOLD" TO ITM-GLM-DESC
001740           WRITE ITM-GL-MAP-RECORD
001750
001760           MOVE "INVENTRY" TO ITM-GLM-KEY
001770           MOVE "1200" TO ITM-GLM-ACCOUNT
001780           MOVE "INVENTORY" TO ITM-GLM-DESC
001790           WRITE ITM-GL-MAP-RECORD
001800
001810           MOVE "PAYABLES" TO ITM-GLM-KEY
001820           MOVE "2100" TO ITM-GLM-ACCOUNT
001830           MOVE "ACCOUNTS PAYABLE" TO ITM-GLM-DESC
001840           WRITE ITM-GL-MAP-RECORD
001850
001860           MOVE "REFUNDS" TO ITM-GLM-KEY
001870           MOVE "4010" TO ITM-GLM-ACCOUNT
001880           MOVE "SALES REFUNDS" TO ITM-GLM-DESC
001890           WRITE ITM-GL-MAP-RECORD
001900
001910           MOVE "SALES" TO ITM-GLM-KEY
001920           MOVE "4000" TO ITM-GLM-ACCOUNT
001930           MOVE "SALES INCOME" TO ITM-GLM-DESC
001940           WRITE ITM-GL-MAP-RECORD
001950
001960           MOVE "SALESTAX" TO ITM-GLM-KEY
001970           MOVE "2200" TO ITM-GLM-ACCOUNT
001980           MOVE "SALES TAX PAYABLE" TO ITM-GLM-DESC
001990           WRITE ITM-GL-MAP-RECORD
002000
002010           MOVE "SHRINK" TO ITM-GLM-KEY
002020           MOVE "5100" TO ITM-GLM-ACCOUNT
002030           MOVE "STOCK SHRINKAGE" TO ITM-GLM-DESC
002040           WRITE ITM-GL-MAP-RECORD
002050
002060           MOVE "TAKINGS" TO ITM-GLM-KEY
002070           MOVE "1050" TO ITM-GLM-ACCOUNT
002080           MOVE "TAKINGS CLEARING" TO ITM-GLM-DESC
002090           WRITE ITM-GL-MAP-RECORD
002100           .
002110 1050-EXIT.
002120           EXIT.
002130
002140*----------------------------------------------------------------
002150* 1200-SIGN-ON
002160*
002170* Manager gate - opens the operator master I-O (the shared
002180* sign-on rewrites fail counts, lockouts, and forced password
002190* changes in place) and hands off to OPERSGN.CPY's paragraphs,
002200* which also log every attempt to the audit trail.
002210*----------------------------------------------------------------
002220 1200-SIGN-ON.
002230           OPEN I-O OPERATOR-FILE
002240           IF ITM-OPERATOR-STATUS NOT = "00"
002250               DISPLAY "Operator master not available - run the "
002260                   "catalog manager first"
002270               GO TO 1200-EXIT
002280           END-IF
002290
002300           PERFORM 1100-SIGN-ON THRU 1100-EXIT
002310           CLOSE OPERATOR-FILE
002320           .
002330 1200-EXIT.
002340           EXIT.
002350
002360       COPY OPERSGN.
002370
002380*----------------------------------------------------------------
002390* 7000-WRITE-AUDIT-RECORD
002400*
002410* Stamps the current date/time and the signed-on user onto the
002420* audit record the caller has already populated (operation,
002430* posting key in the name field, old/new values) and appends it
002440* to the audit trail.
002450*----------------------------------------------------------------
002460 7000-WRITE-AUDIT-RECORD.
002470           ACCEPT ITM-AUD-DATE FROM DATE YYYYMMDD
002480           ACCEPT ITM-AUD-TIME FROM TIME
002490           MOVE ITM-SIGNON-USER TO ITM-AUD-USER
002500           WRITE ITM-AUDIT-RECORD
002510           .
002520 7000-EXIT.
002530           EXIT.
002540
002550*----------------------------------------------------------------
002560* Display Menu
002570*----------------------------------------------------------------
002580 2000-DISPLAY-MENU.
002590           DISPLAY SPACES UPON CRT
002600           DISPLAY "Options: "
002610           DISPLAY "        [E]dit Posting Key"
002620           DISPLAY "        [D]isplay the account map"
002630           DISPLAY "        [Q]uit"
002640           DISPLAY "-<O>-: " NO ADVANCING
002650           ACCEPT ITM-GLM-OPERATION-FLAG
002660           .
002670 2000-EXIT.
002680           EXIT.
002690
002700*----------------------------------------------------------------
002710* Display Posting Key
002720*----------------------------------------------------------------
002730 2100-DISPLAY-KEY.
002740           DISPLAY ITM-GLM-KEY "  account " ITM-GLM-ACCOUNT "  "
002750               ITM-GLM-DESC
002760           .
002770 2100-EXIT.
002780           EXIT.
002790
002800*----------------------------------------------------------------
002810* Display The Account Map
002820*
002830* Walks the indexed file in key order and displays each key.
002840*----------------------------------------------------------------
002850 2200-DISPLAY-ALL-KEYS.
002860           MOVE LOW-VALUES TO ITM-GLM-KEY
002870           START GL-MAP-FILE KEY IS NOT LESS THAN ITM-GLM-KEY
002880               INVALID KEY
002890                   DISPLAY "No posting keys on file"
002900                   GO TO 2200-EXIT
002910           END-START
002920
002930           DISPLAY ">---"
002940           MOVE 'N' TO ITM-EOF-FLAG
002950           PERFORM 2210-DISPLAY-NEXT-KEY THRU 2210-EXIT
002960               UNTIL ITM-EOF
002970           .
002980 2200-EXIT.
002990           EXIT.
003000
003010 2210-DISPLAY-NEXT-KEY.
003020           READ GL-MAP-FILE NEXT RECORD
003030               AT END
003040                   MOVE 'Y' TO ITM-EOF-FLAG
003050               NOT AT END
003060                   PERFORM 2100-DISPLAY-KEY THRU 2100-EXIT
003070           END-READ
003080           .
003090 2210-EXIT.
003100           EXIT.
003110
003120*----------------------------------------------------------------
003130* 3900-ACCEPT-VALID-ACCOUNT
003140*
003150* Keeps re-prompting until the manager enters an account code -
003160* a posting key with no account would leave the nightly journal
003170* nowhere to post, so a blank code is never accepted.
003180*----------------------------------------------------------------
003190 3900-ACCEPT-VALID-ACCOUNT.
003200           MOVE SPACES TO ITM-GLM-ACCOUNT-INPUT
003210           PERFORM 3910-ACCOUNT-ATTEMPT THRU 3910-EXIT
003220               UNTIL ITM-GLM-ACCOUNT-INPUT NOT = SPACES
003230           MOVE ITM-GLM-ACCOUNT-INPUT TO ITM-GLM-ACCOUNT
003240           .
003250 3900-EXIT.
003260           EXIT.
003270
003280 3910-ACCOUNT-ATTEMPT.
003290           DISPLAY "Enter account code: " NO ADVANCING
003300           ACCEPT ITM-GLM-ACCOUNT-INPUT
003310           IF ITM-GLM-ACCOUNT-INPUT = SPACES
003320               DISPLAY "An account code is required"
003330           END-IF
003340           .
003350 3910-EXIT.
003360           EXIT.
003370
003380*----------------------------------------------------------------
003390* Edit Posting Key
003400*
003410* The posting keys are what the nightly journal is built from,
003420* so keys are not added or removed here - only the account code
003430* each one posts to and its description.
003440*----------------------------------------------------------------
003450 4000-EDIT-GL-KEY.
003460           PERFORM 6000-SEARCH-GL-KEY THRU 6000-EXIT
003470           IF GL-KEY-FOUND
003480               MOVE SPACES TO ITM-GLM-EDIT-OPTION
003490               PERFORM 4050-EDIT-CYCLE THRU 4050-EXIT
003500                   UNTIL ITM-GLM-EDIT-QUIT
003510               MOVE SPACES TO ITM-GLM-EDIT-OPTION
003520           END-IF
003530           .
003540 4000-EXIT.
003550           EXIT.
003560
003570 4050-EDIT-CYCLE.
003580           DISPLAY SPACES UPON CRT
003590           PERFORM 2100-DISPLAY-KEY THRU 2100-EXIT
003600           DISPLAY "Information to edit:"
003610           DISPLAY "   [1] Account code"
003620           DISPLAY "   [2] Description"
003630           DISPLAY "   [Q]uit and save"
003640           DISPLAY "-<O>-: " NO ADVANCING
003650           ACCEPT ITM-GLM-EDIT-OPTION
003660
003670           EVALUATE TRUE
003680               WHEN ITM-GLM-EDIT-ACCOUNT
003690                   MOVE ITM-GLM-ACCOUNT TO ITM-AUD-OLD-VALUE
003700                   PERFORM 3900-ACCEPT-VALID-ACCOUNT
003710                       THRU 3900-EXIT
003720                   MOVE ITM-GLM-ACCOUNT TO ITM-AUD-NEW-VALUE
003730                   PERFORM 4900-REWRITE-GL-KEY THRU 4900-EXIT
003740                   DISPLAY "Account code edited"
003750               WHEN ITM-GLM-EDIT-DESC
003760                   MOVE ITM-GLM-DESC TO ITM-AUD-OLD-VALUE
003770                   DISPLAY "Enter new description: "
003780                       NO ADVANCING
003790                   ACCEPT ITM-GLM-DESC
003800                   MOVE ITM-GLM-DESC TO ITM-AUD-NEW-VALUE
003810                   PERFORM 4900-REWRITE-GL-KEY THRU 4900-EXIT
003820                   DISPLAY "Description edited"
003830           END-EVALUATE
003840           .
003850 4050-EXIT.
003860           EXIT.
003870
003880 4900-REWRITE-GL-KEY.
003890           REWRITE ITM-GL-MAP-RECORD
003900               INVALID KEY
003910                   DISPLAY "Unable to update posting key"
003920               NOT INVALID KEY
003930                   MOVE "GLMAPEDT" TO ITM-AUD-OPERATION
003940                   MOVE ITM-GLM-KEY TO ITM-AUD-NAME
003950                   PERFORM 7000-WRITE-AUDIT-RECORD
003960                       THRU 7000-EXIT
003970           END-REWRITE
003980           .
003990 4900-EXIT.
004000           EXIT.
004010
004020*----------------------------------------------------------------
004030* Search Posting Key
004040*
004050* Direct keyed read against the account map by posting key.
004060*----------------------------------------------------------------
004070 6000-SEARCH-GL-KEY.
004080           MOVE 'N' TO ITM-GLM-FOUND-FLAG
004090           DISPLAY "Enter posting key (e.g. SALES): " NO ADVANCING
004100           ACCEPT ITM-GLM-KEY-INPUT
004110           INSPECT ITM-GLM-KEY-INPUT CONVERTING
004120               "abcdefghijklmnopqrstuvwxyz" TO
004130               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004140           MOVE ITM-GLM-KEY-INPUT TO ITM-GLM-KEY
004150           READ GL-MAP-FILE
004160               INVALID KEY
004170                   DISPLAY "No posting key with that name"
004180               NOT INVALID KEY
004190                   MOVE 'Y' TO ITM-GLM-FOUND-FLAG
004200           END-READ
004210           .
004220 6000-EXIT.
004230           EXIT.
004240
004250*----------------------------------------------------------------
004260* 9000-CLOSE-AND-QUIT
004270*----------------------------------------------------------------
004280 9000-CLOSE-AND-QUIT.
004290           DISPLAY "Exiting...."
004300           CLOSE GL-MAP-FILE
004310           CLOSE AUDIT-FILE
004320           DISPLAY SPACES UPON CRT
004330           .
004340 9000-EXIT.
004350           EXIT.
