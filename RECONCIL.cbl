000140* (physcount.txt) taken on the warehouse floor and compares each
000150* line against the catalog in items.json by item name, printing
000160* a variance report of every item whose physical count does not
000170* match the stock the system has on file.  Every counted line
000172* is also scored against the count tolerance by the item's ABC
000174* class (CYCLPLAN's cycplan.dat), and the run's accuracy by
000176* class is printed and appended to the count-accuracy history
000178* (cntacc.dat).  Stock is counted by location, so each line is
000180* compared with what the system holds at the location it was
000182* counted in.
000183* The count file carries a header and trailer (ITEMBCH.CPY) and
000184* is balanced before any line is compared; in adjustment mode
000185* its batch ID must also be new to the interface-batch
000186* register, and the file is consumed once its adjustments are
000187* written.
000188*----------------------------------------------------------------
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RECONCIL.
000210 AUTHOR. STORE-SYSTEMS-GROUP.
000463*                   item, trailer (ITEMJSNG/ITEMJSNP) - so
000464*                   the full-catalog buffer and its size
000465*                   ceiling are gone.
000467*  2026-10-15 dlm   Count accuracy by ABC class - each counted
000469*                   item is scored within/outside the count
000471*                   tolerance under its cycplan.dat class, and
000473*                   the run's figures are printed and appended
000475*                   to the count-accuracy history (cntacc.dat).
000476*  2026-10-15 dlm   Counts by location - each physcount.txt
000477*                   line carries the location it was counted
000478*                   at (blank is the sales floor) and is
000479*                   compared with, scored against and adjusted
000480*                   to that location's stock.  The variance
000481*                   report gained a LOCATION column.
000482*  2026-10-15 dlm   physcount.txt now carries a header (batch
000483*                   ID, creation date) and trailer (line count,
000484*                   hash of the counts) and is balanced before
000485*                   any line is compared - a cut-short or
000486*                   unbalanced file is rejected whole with
000487*                   return code 6 and the rejection printed on
000488*                   the variance report.  Adjustment runs also
000489*                   refuse a batch ID already accepted on the
000490*                   interface-batch register (batchreg.dat) and
000491*                   consume the file after writing the pending
000492*                   adjustments, so one count is adjusted once.
000493*  2026-10-15 dlm   The count batch goes on the register only
000494*                   once its adjustments are written, and the
000495*                   accuracy history is appended only by an
000496*                   adjustment run - a report-only look at the
000497*                   same count no longer adds to CYCLPLAN's
000498*                   yearly accuracy figures twice.
000499*  2026-10-15 dlm   An adjustment run that cannot open or write
000500*                   pendadj.dat ends with return code 8 and
000501*                   leaves the count unregistered and in place
000502*                   for a rerun.
000503*----------------------------------------------------------------
000504 ENVIRONMENT DIVISION.
000505 INPUT-OUTPUT SECTION.
000506 FILE-CONTROL.
000507           SELECT ITEMS-JSON-FILE ASSIGN TO ITM-JSON-DSN
000510               ORGANIZATION IS LINE SEQUENTIAL
000520               FILE STATUS IS ITM-JSON-STATUS.
000530
000684           SELECT ITEM-XREF-FILE ASSIGN TO ITM-XREF-DSN
000686               ORGANIZATION IS SEQUENTIAL
000688               FILE STATUS IS ITM-XREF-STATUS.
000689
000690           SELECT CYCLE-PLAN-FILE ASSIGN TO ITM-CYCPLAN-DSN
000691               ORGANIZATION IS SEQUENTIAL
000692               FILE STATUS IS ITM-CYCPLAN-STATUS.
000693
000694           SELECT COUNT-ACCURACY-FILE ASSIGN TO ITM-CNTACC-DSN
000695               ORGANIZATION IS SEQUENTIAL
000696               FILE STATUS IS ITM-CNTACC-STATUS.
000697
000699           SELECT BATCH-REGISTER-FILE ASSIGN TO ITM-BATCHREG-DSN
000701               ORGANIZATION IS SEQUENTIAL
000703               FILE STATUS IS ITM-BATCHREG-STATUS.
000705
000707 DATA DIVISION.
000710 FILE SECTION.
000720       COPY ITEMJSNF.
000730
000790           05  ITM-PC-NAME                PIC X(32).
000800           05  FILLER                     PIC X(01).
000810           05  ITM-PC-COUNT               PIC 9(05).
000812           05  FILLER                     PIC X(01).
000814           05  ITM-PC-LOCATION            PIC X(01).
000820
000830 FD  VARIANCE-REPORT-FILE.
000840 01  ITM-VARRPT-RECORD.
000850           05  ITM-VAR-NAME               PIC X(32).
000852           05  FILLER                     PIC X(02) VALUE SPACES.
000854           05  ITM-VAR-LOCATION           PIC X(11).
000860           05  FILLER                     PIC X(02) VALUE SPACES.
000870           05  ITM-VAR-SYS-STOCK          PIC ZZZZ9.
000880           05  FILLER                     PIC X(02) VALUE SPACES.
000962
000964 FD  ITEM-XREF-FILE.
000966       COPY ITEMXRF.
000967
000968 FD  CYCLE-PLAN-FILE.
000969       COPY ITEMCYC.
000970
000971 FD  COUNT-ACCURACY-FILE.
000972       COPY ITEMACC.
000973
000975 FD  BATCH-REGISTER-FILE.
000977       COPY ITEMBCF.
000979
000980 WORKING-STORAGE SECTION.
000990       COPY ITEMFN.
001000       COPY ITEMTAB.
001002       COPY ITEMXRD.
001004       COPY ITEMLOC.
001006       COPY ITEMBCH.
001008       COPY ITEMBCD.
001010
001020 01  ITM-JSON-STATUS            PIC X(02).
001030 01  ITM-PHYSCNT-STATUS         PIC X(02).
001120
001130 01  ITM-VARIANCE-AMOUNT        BINARY-SHORT.
001140 01  ITM-VARIANCE-COUNT         BINARY-SHORT VALUE 0.
001142 01  ITM-LOC-SYS-STOCK          BINARY-LONG.
001150 01  ITM-PENDADJ-STATUS         PIC X(02).
001152 01  ITM-PENDADJ-OPEN-FLAG      PIC X(01) VALUE 'N'.
001154           88  ITM-PENDADJ-OPENED     VALUES 'Y', 'F'.
001156           88  ITM-PENDADJ-GOOD       VALUE 'Y'.
001160 01  ITM-ADJUST-COUNT           BINARY-SHORT VALUE 0.
001170 01  ITM-RUN-DATE               PIC X(08).
001180 01  ITM-RECPARM-STATUS         PIC X(02).
001220 01  ITM-RUN-MODE               PIC X(01).
001230           88  ITM-MODE-REPORT-ONLY   VALUES 'R', 'r', ' '.
001240           88  ITM-MODE-ADJUSTMENTS   VALUES 'A', 'a'.
001241
001242*----------------------------------------------------------------
001243* Count accuracy.  A counted item is within tolerance when its
001244* variance is no more than ITM-CNT-TOLERANCE-PCT of the system
001245* stock - in practice an exact count for anything under fifty
001246* on hand.  The class of each item comes from the cycle-count
001247* plan; an item the plan has not ranked yet scores as a C.
001248*----------------------------------------------------------------
001249 01  ITM-CNT-TOLERANCE-PCT      PIC 9(03) VALUE 2.
001250 01  ITM-CYCPLAN-STATUS         PIC X(02).
001251 01  ITM-CNTACC-STATUS          PIC X(02).
001252 01  ITM-J                      BINARY-SHORT.
001253 01  ITM-ABS-VARIANCE           BINARY-LONG.
001254 01  ITM-TOLERANCE-QTY          BINARY-LONG.
001255 01  ITM-ACCURACY-PCT           PIC 9(03)V9.
001256 01  ITM-CUR-CLASS              PIC X(01).
001257 01  ITM-CLASS-INDEX            BINARY-SHORT.
001258 01  ITM-CLASS-FOUND-FLAG       PIC X(01).
001259           88  ITM-CLASS-FOUND        VALUE 'Y'.
001260
001261 01  ITM-CLASS-TABLE.
001262           05  ITM-NUM-OF-CLASSES     BINARY-SHORT VALUE 0.
001263           05  ITM-CLASS-ENTRY OCCURS 0 TO 9999 TIMES
001264                   DEPENDING ON ITM-NUM-OF-CLASSES.
001265               10  ITM-CLS-NAME       PIC X(32).
001266               10  ITM-CLS-CLASS      PIC X(01).
001267
001268 01  ITM-CLASS-CODES            PIC X(03) VALUE "ABC".
001269 01  ITM-ACCURACY-TOTALS.
001270           05  ITM-ACC-TOT OCCURS 3 TIMES.
001271               10  ITM-ACT-COUNTED        BINARY-LONG.
001272               10  ITM-ACT-WITHIN         BINARY-LONG.
001273
001274 01  ITM-ACCURACY-LINE.
001275           05  FILLER                 PIC X(06) VALUE "CLASS ".
001276           05  ITM-ACL-CLASS          PIC X(01).
001277           05  FILLER                 PIC X(02) VALUE SPACES.
001278           05  ITM-ACL-COUNTED        PIC ZZZZ9.
001279           05  FILLER                 PIC X(10) VALUE " COUNTED".
001280           05  ITM-ACL-WITHIN         PIC ZZZZ9.
001281           05  FILLER                 PIC X(20)
001282                   VALUE " WITHIN TOLERANCE".
001283           05  ITM-ACL-PCT            PIC ZZ9.9.
001284           05  FILLER                 PIC X(10)
001285                   VALUE "% ACCURATE".
001286
001287 01  ITM-VARRPT-HEADING.
001288           05  FILLER                 PIC X(34) VALUE "NAME".
001289           05  FILLER                 PIC X(12) VALUE "LOCATION".
001290           05  FILLER                 PIC X(17)
001291                   VALUE "SYSTEM PHYS  DIFF".
001292
001293 PROCEDURE DIVISION.
001294
001295*----------------------------------------------------------------
001296* 0000-MAINLINE
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001320           PERFORM 1000-INITIALIZE THRU 1000-EXIT
001930               GO TO 1000-EXIT
001940           END-IF
001950
001952           PERFORM 1500-LOAD-CLASS-TABLE THRU 1500-EXIT
001954           INITIALIZE ITM-ACCURACY-TOTALS
001956
001960           OPEN INPUT PHYSICAL-COUNT-FILE
001970           IF ITM-PHYSCNT-STATUS NOT = "00"
001980               DISPLAY "Unable to open physical count file"
001990               MOVE 8 TO RETURN-CODE
002000               GO TO 1000-EXIT
002010           END-IF
002012           PERFORM 1600-CHECK-COUNT-BATCH THRU 1600-EXIT
002014           IF ITM-PHYSCNT-STATUS NOT = "00"
002016               GO TO 1000-EXIT
002018           END-IF
002020
002030           OPEN OUTPUT VARIANCE-REPORT-FILE
002040           IF ITM-MODE-ADJUSTMENTS
002080                   CLOSE PENDING-ADJUST-FILE
002090                   OPEN EXTEND PENDING-ADJUST-FILE
002100               END-IF
002101               IF ITM-PENDADJ-STATUS = "00"
002102                   MOVE 'Y' TO ITM-PENDADJ-OPEN-FLAG
002103               ELSE
002104                   DISPLAY "Unable to extend pendadj.dat - "
002105                       "count kept for a rerun"
002106                   MOVE 8 TO RETURN-CODE
002107               END-IF
002110           END-IF
002120           MOVE "PHYSICAL/SYSTEM STOCK VARIANCE REPORT" TO
002130               ITM-VARRPT-RECORD
002140           WRITE ITM-VARRPT-RECORD
002150           MOVE SPACES TO ITM-VARRPT-RECORD
002160           WRITE ITM-VARRPT-RECORD
002170           MOVE ITM-VARRPT-HEADING TO ITM-VARRPT-RECORD
002200           WRITE ITM-VARRPT-RECORD
002210           .
002220 1000-EXIT.
002230           EXIT.
002231
002232*----------------------------------------------------------------
002233* 1500-LOAD-CLASS-TABLE
002234*
002235* Loads each item's ABC class from the cycle-count plan.  No
002236* plan yet just means every counted item scores as a C.
002237*----------------------------------------------------------------
002238 1500-LOAD-CLASS-TABLE.
002239           MOVE 0 TO ITM-NUM-OF-CLASSES
002240           OPEN INPUT CYCLE-PLAN-FILE
002241           IF ITM-CYCPLAN-STATUS NOT = "00"
002242               GO TO 1500-EXIT
002243           END-IF
002244
002245           MOVE 'N' TO ITM-EOF-FLAG
002246           READ CYCLE-PLAN-FILE
002247               AT END
002248                   MOVE 'Y' TO ITM-EOF-FLAG
002249           END-READ
002250
002251           PERFORM 1510-LOAD-ONE-CLASS THRU 1510-EXIT
002252               UNTIL ITM-EOF
002253
002254           CLOSE CYCLE-PLAN-FILE
002255           .
002256 1500-EXIT.
002257           EXIT.
002258
002259 1510-LOAD-ONE-CLASS.
002260           IF ITM-NUM-OF-CLASSES < 9999
002261               ADD 1 TO ITM-NUM-OF-CLASSES
002262               MOVE ITM-CYC-NAME TO
002263                   ITM-CLS-NAME(ITM-NUM-OF-CLASSES)
002264               MOVE ITM-CYC-CLASS TO
002265                   ITM-CLS-CLASS(ITM-NUM-OF-CLASSES)
002266           END-IF
002267           READ CYCLE-PLAN-FILE
002268               AT END
002269                   MOVE 'Y' TO ITM-EOF-FLAG
002270           END-READ
002271           .
002272 1510-EXIT.
002273           EXIT.
002274
002275*----------------------------------------------------------------
002276* 1600-CHECK-COUNT-BATCH
002277*
002278* Reads the whole count file once through the batch-control
002279* paragraphs (ITEMBCP.CPY) before a line is compared.  A report-
002280* only run may look at the same count as often as it likes, so
002281* only an adjustment run checks and writes the register.  A
002282* rejected file is closed and left in place, the variance report
002283* says why, and the run ends with return code 6; otherwise the
002284* file is reopened for 2000.
002285*----------------------------------------------------------------
002286 1600-CHECK-COUNT-BATCH.
002287           MOVE "PHYSCNT" TO ITM-BCH-INTERFACE
002288           PERFORM 8300-BATCH-START THRU 8300-EXIT
002289           IF NOT ITM-MODE-ADJUSTMENTS
002290               MOVE 'N' TO ITM-BCH-REGISTER-FLAG
002291           END-IF
002292           MOVE 'N' TO ITM-EOF-FLAG
002293           READ PHYSICAL-COUNT-FILE
002294               AT END
002295                   MOVE 'Y' TO ITM-EOF-FLAG
002296           END-READ
002297
002298           PERFORM 1610-TALLY-ONE-COUNT THRU 1610-EXIT
002299               UNTIL ITM-EOF
002300
002301           PERFORM 8350-BATCH-FINISH THRU 8350-EXIT
002302           CLOSE PHYSICAL-COUNT-FILE
002303           IF NOT ITM-BCH-REJECTED
002304               OPEN INPUT PHYSICAL-COUNT-FILE
002305               IF ITM-PHYSCNT-STATUS NOT = "00"
002306                   DISPLAY "Unable to reopen physical count file"
002307                   MOVE 8 TO RETURN-CODE
002308               END-IF
002309               GO TO 1600-EXIT
002310           END-IF
002311
002312           MOVE "99" TO ITM-PHYSCNT-STATUS
002313           IF RETURN-CODE < 6
002314               MOVE 6 TO RETURN-CODE
002315           END-IF
002316           OPEN OUTPUT VARIANCE-REPORT-FILE
002317           MOVE "PHYSICAL/SYSTEM STOCK VARIANCE REPORT" TO
002318               ITM-VARRPT-RECORD
002319           WRITE ITM-VARRPT-RECORD
002320           MOVE SPACES TO ITM-VARRPT-RECORD
002321           WRITE ITM-VARRPT-RECORD
002322           MOVE SPACES TO ITM-VARRPT-RECORD
002323           STRING "COUNT FILE REJECTED - " ITM-BCH-REASON
002324               DELIMITED BY SIZE
002325               INTO ITM-VARRPT-RECORD
002326           END-STRING
002327           WRITE ITM-VARRPT-RECORD
002328           MOVE SPACES TO ITM-VARRPT-RECORD
002329           STRING "BATCH ID " ITM-BCH-BATCH-ID
002330               " - NO LINES COMPARED, NO ADJUSTMENTS WRITTEN"
002331               DELIMITED BY SIZE
002332               INTO ITM-VARRPT-RECORD
002333           END-STRING
002334           WRITE ITM-VARRPT-RECORD
002335           CLOSE VARIANCE-REPORT-FILE
002336           .
002337 1600-EXIT.
002338           EXIT.
002339
002340 1610-TALLY-ONE-COUNT.
002341           MOVE ITM-PHYSCNT-RECORD TO ITM-BATCH-CONTROL-RECORD
002342           MOVE 0 TO ITM-BCH-LINE-QTY
002343           IF ITM-PC-COUNT IS NUMERIC
002344               MOVE ITM-PC-COUNT TO ITM-BCH-LINE-QTY
002345           END-IF
002346           PERFORM 8310-BATCH-TALLY-RECORD THRU 8310-EXIT
002347           READ PHYSICAL-COUNT-FILE
002348               AT END
002349                   MOVE 'Y' TO ITM-EOF-FLAG
002350           END-READ
002351           .
002352 1610-EXIT.
002353           EXIT.
002354
002355*----------------------------------------------------------------
002356* 2000-PROCESS-COUNT-FILE
002357*
002358* Read-ahead loop over the physical count extract - one line per
002359* counted item, matched against the catalog table by name.
002360*----------------------------------------------------------------
002361 2000-PROCESS-COUNT-FILE.
002362           IF ITM-JSON-STATUS NOT = "00" OR
002363                   ITM-PHYSCNT-STATUS NOT = "00"
002364               GO TO 2000-EXIT
002365           END-IF
002366
002370           MOVE 'N' TO ITM-EOF-FLAG
002380           READ PHYSICAL-COUNT-FILE
002390               AT END
002470               MOVE "No variances found" TO ITM-VARRPT-RECORD
002480               WRITE ITM-VARRPT-RECORD
002490           END-IF
002492           PERFORM 2500-WRITE-ACCURACY THRU 2500-EXIT
002494           IF ITM-PENDADJ-GOOD AND ITM-BCH-ACCEPTED
002496               PERFORM 8370-BATCH-RECORD-REGISTER THRU 8370-EXIT
002498           END-IF
002500           .
002510 2000-EXIT.
002520           EXIT.
002530
002540 2100-PROCESS-ONE-LINE.
002541           MOVE ITM-PHYSCNT-RECORD TO ITM-BATCH-CONTROL-RECORD
002542           IF ITM-BCH-REC-HEADER OR ITM-BCH-REC-TRAILER
002543               GO TO 2100-READ-NEXT
002544           END-IF
002545           MOVE ITM-PC-NAME TO ITM-XRF-RESOLVE-NAME
002546           PERFORM 8750-RESOLVE-ITEM-NAME THRU 8750-EXIT
002550           PERFORM 2200-FIND-ITEM-BY-NAME THRU 2200-EXIT
002600               MOVE "NOT ON FILE" TO ITM-VAR-REMARK
002610               WRITE ITM-VARRPT-RECORD
002620               ADD 1 TO ITM-VARIANCE-COUNT
002630               GO TO 2100-READ-NEXT
002631           END-IF
002632
002633           MOVE ITM-PC-LOCATION TO ITM-LOC-FIND-CODE
002634           PERFORM 8950-FIND-LOCATION THRU 8950-EXIT
002635           IF ITM-LOC-FIND-INDEX = 0
002636               MOVE SPACES TO ITM-VARRPT-RECORD
002637               MOVE ITM-PC-NAME TO ITM-VAR-NAME
002638               MOVE ITM-PC-LOCATION TO ITM-VAR-LOCATION
002639               MOVE "BAD LOCATION" TO ITM-VAR-REMARK
002640               WRITE ITM-VARRPT-RECORD
002641               ADD 1 TO ITM-VARIANCE-COUNT
002642           ELSE
002643               MOVE ITM-LOC-STOCK OF ITM-ITEMS
002644                   (ITM-MATCH-INDEX, ITM-LOC-FIND-INDEX)
002645                   TO ITM-LOC-SYS-STOCK
002646               COMPUTE ITM-VARIANCE-AMOUNT =
002650                   ITM-PC-COUNT - ITM-LOC-SYS-STOCK
002662               PERFORM 2400-SCORE-COUNT THRU 2400-EXIT
002670               IF ITM-VARIANCE-AMOUNT NOT = 0
002680                   MOVE SPACES TO ITM-VARRPT-RECORD
002690                   MOVE ITM-PC-NAME TO ITM-VAR-NAME
002692                   MOVE ITM-LOC-NAME(ITM-LOC-FIND-INDEX) TO
002694                       ITM-VAR-LOCATION
002700                   MOVE ITM-LOC-SYS-STOCK TO ITM-VAR-SYS-STOCK
002720                   MOVE ITM-PC-COUNT TO ITM-VAR-PHYS-COUNT
002730                   MOVE ITM-VARIANCE-AMOUNT TO
002740                       ITM-VAR-DIFFERENCE
002750                   MOVE "VARIANCE" TO ITM-VAR-REMARK
002760                   WRITE ITM-VARRPT-RECORD
002770                   ADD 1 TO ITM-VARIANCE-COUNT
002780                   IF ITM-PENDADJ-GOOD
002790                       PERFORM 2300-WRITE-PENDING-ADJUST
002800                           THRU 2300-EXIT
002810                   END-IF
002820               END-IF
002830           END-IF
002840           .
002841
002842 2100-READ-NEXT.
002850           READ PHYSICAL-COUNT-FILE
002860               AT END
002870                   MOVE 'Y' TO ITM-EOF-FLAG
002980* the system stock and the physical count, so a supervisor can
002990* approve it and ADJPOST can make the physical count the
003000* system count overnight.  NOT ON FILE lines are not written -
003010* there is no catalog record to adjust.  A failed write stops
003012* further adjustments and keeps the count from being consumed.
003020*----------------------------------------------------------------
003030 2300-WRITE-PENDING-ADJUST.
003040           MOVE SPACES TO ITM-ADJUST-RECORD
003050           MOVE ITM-RUN-DATE TO ITM-ADJ-DATE
003060           MOVE ITM-NAME OF ITM-ITEMS(ITM-MATCH-INDEX) TO
003065               ITM-ADJ-NAME
003070           MOVE ITM-LOC-SYS-STOCK TO ITM-ADJ-SYS-STOCK
003072           MOVE ITM-LOC-CODE(ITM-LOC-FIND-INDEX) TO
003074               ITM-ADJ-LOCATION
003090           MOVE ITM-PC-COUNT TO ITM-ADJ-NEW-STOCK
003100           MOVE 'P' TO ITM-ADJ-STATUS
003110           WRITE ITM-ADJUST-RECORD
003112           IF ITM-PENDADJ-STATUS NOT = "00"
003114               DISPLAY "Unable to write pendadj.dat - "
003116                   "count kept for a rerun"
003118               MOVE 8 TO RETURN-CODE
003119               MOVE 'F' TO ITM-PENDADJ-OPEN-FLAG
003120               GO TO 2300-EXIT
003121           END-IF
003122           ADD 1 TO ITM-ADJUST-COUNT
003130           .
003140 2300-EXIT.
003150           EXIT.
003160
003161*----------------------------------------------------------------
003162* 2400-SCORE-COUNT
003163*
003164* Scores the counted item at ITM-MATCH-INDEX against the count
003165* tolerance under its ABC class.
003166*----------------------------------------------------------------
003167 2400-SCORE-COUNT.
003168           MOVE 'C' TO ITM-CUR-CLASS
003169           MOVE 'N' TO ITM-CLASS-FOUND-FLAG
003170           PERFORM 2410-CHECK-ONE-CLASS THRU 2410-EXIT
003171               VARYING ITM-J FROM 1 BY 1
003172               UNTIL ITM-J > ITM-NUM-OF-CLASSES
003173                   OR ITM-CLASS-FOUND
003174           EVALUATE ITM-CUR-CLASS
003175               WHEN 'A'
003176                   MOVE 1 TO ITM-CLASS-INDEX
003177               WHEN 'B'
003178                   MOVE 2 TO ITM-CLASS-INDEX
003179               WHEN OTHER
003180                   MOVE 3 TO ITM-CLASS-INDEX
003181           END-EVALUATE
003182           ADD 1 TO ITM-ACT-COUNTED(ITM-CLASS-INDEX)
003183
003184           MOVE ITM-VARIANCE-AMOUNT TO ITM-ABS-VARIANCE
003185           IF ITM-ABS-VARIANCE < 0
003186               COMPUTE ITM-ABS-VARIANCE = 0 - ITM-ABS-VARIANCE
003187           END-IF
003188           COMPUTE ITM-TOLERANCE-QTY =
003189               ITM-LOC-SYS-STOCK * ITM-CNT-TOLERANCE-PCT / 100
003191           IF ITM-ABS-VARIANCE NOT > ITM-TOLERANCE-QTY
003192               ADD 1 TO ITM-ACT-WITHIN(ITM-CLASS-INDEX)
003193           END-IF
003194           .
003195 2400-EXIT.
003196           EXIT.
003197
003198 2410-CHECK-ONE-CLASS.
003199           IF ITM-CLS-NAME(ITM-J) =
003200                   ITM-NAME OF ITM-ITEMS(ITM-MATCH-INDEX)
003201               MOVE 'Y' TO ITM-CLASS-FOUND-FLAG
003202               MOVE ITM-CLS-CLASS(ITM-J) TO ITM-CUR-CLASS
003203           END-IF
003204           .
003205 2410-EXIT.
003206           EXIT.
003207
003208*----------------------------------------------------------------
003209* 2500-WRITE-ACCURACY
003210*
003211* Prints the run's count accuracy by class under the variance
003212* listing and, when an adjustment run has written all of its
003213* adjustments, appends one history record per counted class for
003214* CYCLPLAN's yearly figures.  A report-only run may be repeated
003215* over the same count, so it records nothing.
003216*----------------------------------------------------------------
003217 2500-WRITE-ACCURACY.
003218           MOVE SPACES TO ITM-VARRPT-RECORD
003219           WRITE ITM-VARRPT-RECORD
003220           MOVE "COUNT ACCURACY BY CLASS" TO ITM-VARRPT-RECORD
003221           WRITE ITM-VARRPT-RECORD
003222
003223           MOVE "99" TO ITM-CNTACC-STATUS
003224           IF ITM-PENDADJ-GOOD
003225               OPEN EXTEND COUNT-ACCURACY-FILE
003226               IF ITM-CNTACC-STATUS = "35"
003227                   OPEN OUTPUT COUNT-ACCURACY-FILE
003228                   CLOSE COUNT-ACCURACY-FILE
003229                   OPEN EXTEND COUNT-ACCURACY-FILE
003230               END-IF
003231               IF ITM-CNTACC-STATUS NOT = "00"
003232                   DISPLAY "Unable to extend cntacc.dat - "
003233                       "accuracy not recorded"
003234                   MOVE 4 TO RETURN-CODE
003235               END-IF
003236           END-IF
003237
003238           PERFORM 2510-WRITE-ONE-CLASS THRU 2510-EXIT
003239               VARYING ITM-CLASS-INDEX FROM 1 BY 1
003240               UNTIL ITM-CLASS-INDEX > 3
003241
003242           IF ITM-CNTACC-STATUS = "00"
003243               CLOSE COUNT-ACCURACY-FILE
003244           END-IF
003245           .
003246 2500-EXIT.
003247           EXIT.
003248
003249 2510-WRITE-ONE-CLASS.
003250           MOVE 0 TO ITM-ACCURACY-PCT
003251           IF ITM-ACT-COUNTED(ITM-CLASS-INDEX) > 0
003252               COMPUTE ITM-ACCURACY-PCT ROUNDED =
003253                   ITM-ACT-WITHIN(ITM-CLASS-INDEX) * 100 /
003254                       ITM-ACT-COUNTED(ITM-CLASS-INDEX)
003255           END-IF
003256           MOVE ITM-CLASS-CODES(ITM-CLASS-INDEX:1) TO
003257               ITM-ACL-CLASS
003258           MOVE ITM-ACT-COUNTED(ITM-CLASS-INDEX) TO
003259               ITM-ACL-COUNTED
003260           MOVE ITM-ACT-WITHIN(ITM-CLASS-INDEX) TO ITM-ACL-WITHIN
003261           MOVE ITM-ACCURACY-PCT TO ITM-ACL-PCT
003262           MOVE ITM-ACCURACY-LINE TO ITM-VARRPT-RECORD
003263           WRITE ITM-VARRPT-RECORD
003264
003265           IF ITM-ACT-COUNTED(ITM-CLASS-INDEX) = 0 OR
003266                   ITM-CNTACC-STATUS NOT = "00"
003267               GO TO 2510-EXIT
003268           END-IF
003269           MOVE SPACES TO ITM-COUNT-ACCURACY-RECORD
003270           MOVE ITM-RUN-DATE TO ITM-ACC-DATE
003271           MOVE ITM-CLASS-CODES(ITM-CLASS-INDEX:1) TO
003272               ITM-ACC-CLASS
003273           MOVE ITM-ACT-COUNTED(ITM-CLASS-INDEX) TO
003274               ITM-ACC-COUNTED
003275           MOVE ITM-ACT-WITHIN(ITM-CLASS-INDEX) TO ITM-ACC-WITHIN
003276           MOVE ITM-ACCURACY-PCT TO ITM-ACC-PCT
003277           MOVE ITM-CNT-TOLERANCE-PCT TO ITM-ACC-TOL-PCT
003278           WRITE ITM-COUNT-ACCURACY-RECORD
003279           .
003280 2510-EXIT.
003281           EXIT.
003282
003283*----------------------------------------------------------------
003284* 2200-FIND-ITEM-BY-NAME
003285*
003286* Linear scan of the catalog table for the name on the current
003287* physical count line - the table is small and this program only
003288* runs once a night, so an indexed lookup isn't worth the extra
003289* file open.
003290*----------------------------------------------------------------
003291 2200-FIND-ITEM-BY-NAME.
003292           MOVE 'N' TO ITM-MATCH-FLAG
003293           MOVE 0 TO ITM-MATCH-INDEX
003294           PERFORM 2210-CHECK-ONE-ITEM THRU 2210-EXIT
003295               VARYING ITM-I FROM 1 BY 1
003300               UNTIL ITM-I >
003310                       ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
003320                   OR ITM-MATCH-FOUND
003450
003460       COPY ITEMJSNP.
003465       COPY ITEMXRP.
003467       COPY ITEMLOCP.
003469       COPY ITEMBCP.
003470
003480*----------------------------------------------------------------
003490* 9000-CLOSE-AND-EXIT
003492*
003494* An adjustment run has written its pending adjustments from an
003496* accepted count, so the count file is rewritten empty - the
003498* next night's run must not raise the same adjustments again.
003499* A count whose adjustments could not all be written is kept.
003500*----------------------------------------------------------------
003510 9000-CLOSE-AND-EXIT.
003520           IF ITM-PHYSCNT-STATUS = "00" OR "10"
003530               CLOSE PHYSICAL-COUNT-FILE
003532               IF ITM-PENDADJ-GOOD AND ITM-BCH-ACCEPTED
003534                   OPEN OUTPUT PHYSICAL-COUNT-FILE
003536                   CLOSE PHYSICAL-COUNT-FILE
003538               END-IF
003540               CLOSE VARIANCE-REPORT-FILE
003550               IF ITM-PENDADJ-OPENED
003560                   CLOSE PENDING-ADJUST-FILE
003570                   DISPLAY ITM-ADJUST-COUNT
003580                       " pending adjustment(s) written"
