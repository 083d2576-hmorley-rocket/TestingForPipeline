000100*----------------------------------------------------------------
000110* ITEMBCP.CPY
000120*
000130* Inbound batch control.  COPY this in between two paragraph
000140* headers (never inside one) - it defines standalone paragraphs
000150* 8300 through 8375.  A program checks a whole inbound file
000160* before it acts on any of it:
000170*
000180*   MOVE the interface name to ITM-BCH-INTERFACE and PERFORM
000190*   8300-BATCH-START THRU 8300-EXIT (then MOVE 'N' TO
000200*   ITM-BCH-REGISTER-FLAG for a read-only pass that must neither
000210*   check nor write the register);
000220*
000230*   for every record in file order, MOVE the record to
000240*   ITM-BATCH-CONTROL-RECORD (ITEMBCH.CPY), set ITM-BCH-LINE-QTY
000250*   to the record's quantity - 8305 converts quantity text - and
000260*   PERFORM 8310-BATCH-TALLY-RECORD THRU 8310-EXIT;
000270*
000280*   at end of file PERFORM 8350-BATCH-FINISH THRU 8350-EXIT and
000290*   act on ITM-BCH-ACCEPTED / ITM-BCH-REJECTED / ITM-BCH-EMPTY;
000291*
000292*   once an accepted file has been acted on in full, PERFORM
000293*   8370-BATCH-RECORD-REGISTER THRU 8370-EXIT.  A file held back
000294*   for the next run is left off the register, so the next run
000295*   does not turn it away as a duplicate.  A program that checks
000296*   a second file in between saves ITM-BATCH-CHECK and puts it
000297*   back before registering the first.
000300*
000310* A file is accepted only when the header is the first record,
000320* the trailer the last, and the trailer's record count and
000330* quantity hash agree with the detail records - a drop cut off
000340* part-way has no trailer or the wrong totals - and when its
000350* batch ID is not already on the register as accepted for the
000360* same interface.  Anything else rejects the file whole.  The
000370* caller must SELECT BATCH-REGISTER-FILE (see ITEMBCF.CPY) and
000380* COPY ITEMBCH and ITEMBCD into WORKING-STORAGE.
000390*----------------------------------------------------------------
000400 8300-BATCH-START.
000410           MOVE SPACES TO ITM-BCH-BATCH-ID
000420           MOVE SPACES TO ITM-BCH-CREATE-DATE
000430           MOVE SPACES TO ITM-BCH-REASON
000440           MOVE 'C' TO ITM-BCH-RESULT
000450           MOVE 'Y' TO ITM-BCH-REGISTER-FLAG
000460           MOVE 'N' TO ITM-BCH-HDR-FLAG
000470           MOVE 'N' TO ITM-BCH-TRL-FLAG
000480           MOVE 0 TO ITM-BCH-RECORDS
000490           MOVE 0 TO ITM-BCH-TRL-COUNT
000500           MOVE 0 TO ITM-BCH-TRL-HASH
000510           MOVE 0 TO ITM-BCH-DETAIL-COUNT
000520           MOVE 0 TO ITM-BCH-DETAIL-HASH
000530           .
000540 8300-EXIT.
000550           EXIT.
000560
000570*----------------------------------------------------------------
000580* 8305-BATCH-QTY-FROM-TEXT
000590*
000600* Quantity text in ITM-BCH-QTY-TEXT to ITM-BCH-LINE-QTY.  Text
000610* that is not a number, or is negative, adds nothing to the
000620* hash - the sender's hash is over the same text, so the file
000630* still balances and the line itself is rejected later by the
000640* program's own line validation.
000650*----------------------------------------------------------------
000660 8305-BATCH-QTY-FROM-TEXT.
000670           MOVE 0 TO ITM-BCH-LINE-QTY
000680           MOVE FUNCTION TEST-NUMVAL(ITM-BCH-QTY-TEXT) TO
000690               ITM-BCH-NUMVAL-CHECK
000700           IF ITM-BCH-NUMVAL-CHECK NOT = 0
000710               GO TO 8305-EXIT
000720           END-IF
000730           IF FUNCTION NUMVAL(ITM-BCH-QTY-TEXT) < 0 OR
000740                   FUNCTION NUMVAL(ITM-BCH-QTY-TEXT) > 999999999
000750               GO TO 8305-EXIT
000760           END-IF
000770           MOVE FUNCTION NUMVAL(ITM-BCH-QTY-TEXT) TO
000780               ITM-BCH-LINE-QTY
000790           .
000800 8305-EXIT.
000810           EXIT.
000820
000830*----------------------------------------------------------------
000840* 8310-BATCH-TALLY-RECORD
000850*
000860* One record of the file, in file order.  Once the file has
000870* failed a check the rest of it is only read past.
000880*----------------------------------------------------------------
000890 8310-BATCH-TALLY-RECORD.
000900           IF NOT ITM-BCH-CHECKING
000910               GO TO 8310-EXIT
000920           END-IF
000930           ADD 1 TO ITM-BCH-RECORDS
000940           IF ITM-BCH-TRL-SEEN
000950               MOVE "RECORDS AFTER THE TRAILER" TO ITM-BCH-REASON
000960               MOVE 'R' TO ITM-BCH-RESULT
000970               GO TO 8310-EXIT
000980           END-IF
000990
001000           EVALUATE TRUE
001010               WHEN ITM-BCH-REC-HEADER
001020                   PERFORM 8320-BATCH-HEADER THRU 8320-EXIT
001030               WHEN ITM-BCH-REC-TRAILER
001040                   PERFORM 8330-BATCH-TRAILER THRU 8330-EXIT
001050               WHEN OTHER
001060                   PERFORM 8340-BATCH-DETAIL THRU 8340-EXIT
001070           END-EVALUATE
001080           .
001090 8310-EXIT.
001100           EXIT.
001110
001120 8320-BATCH-HEADER.
001130           MOVE ITM-BCH-REC-BATCH-ID TO ITM-BCH-BATCH-ID
001140           MOVE ITM-BCH-REC-CREATE-DATE TO ITM-BCH-CREATE-DATE
001150           IF ITM-BCH-RECORDS NOT = 1
001160               MOVE "HEADER NOT THE FIRST RECORD" TO
001170                   ITM-BCH-REASON
001180               MOVE 'R' TO ITM-BCH-RESULT
001190               GO TO 8320-EXIT
001200           END-IF
001210           IF ITM-BCH-BATCH-ID = SPACES
001220               MOVE "HEADER HAS NO BATCH ID" TO ITM-BCH-REASON
001230               MOVE 'R' TO ITM-BCH-RESULT
001240               GO TO 8320-EXIT
001250           END-IF
001260           IF ITM-BCH-CREATE-DATE IS NOT NUMERIC
001270               MOVE "HEADER CREATION DATE INVALID" TO
001280                   ITM-BCH-REASON
001290               MOVE 'R' TO ITM-BCH-RESULT
001300               GO TO 8320-EXIT
001310           END-IF
001320           MOVE 'Y' TO ITM-BCH-HDR-FLAG
001330           .
001340 8320-EXIT.
001350           EXIT.
001360
001370 8330-BATCH-TRAILER.
001380           IF NOT ITM-BCH-HDR-SEEN
001390               MOVE "NO HEADER RECORD" TO ITM-BCH-REASON
001400               MOVE 'R' TO ITM-BCH-RESULT
001410               GO TO 8330-EXIT
001420           END-IF
001430           IF ITM-BCH-REC-COUNT IS NOT NUMERIC OR
001440                   ITM-BCH-REC-HASH IS NOT NUMERIC
001450               MOVE "TRAILER TOTALS NOT NUMERIC" TO ITM-BCH-REASON
001460               MOVE 'R' TO ITM-BCH-RESULT
001470               GO TO 8330-EXIT
001480           END-IF
001490           MOVE ITM-BCH-REC-COUNT TO ITM-BCH-TRL-COUNT
001500           MOVE ITM-BCH-REC-HASH TO ITM-BCH-TRL-HASH
001510           MOVE 'Y' TO ITM-BCH-TRL-FLAG
001520           .
001530 8330-EXIT.
001540           EXIT.
001550
001560 8340-BATCH-DETAIL.
001570           IF NOT ITM-BCH-HDR-SEEN
001580               MOVE "NO HEADER RECORD" TO ITM-BCH-REASON
001590               MOVE 'R' TO ITM-BCH-RESULT
001600               GO TO 8340-EXIT
001610           END-IF
001620           ADD 1 TO ITM-BCH-DETAIL-COUNT
001630           ADD ITM-BCH-LINE-QTY TO ITM-BCH-DETAIL-HASH
001640           .
001650 8340-EXIT.
001660           EXIT.
001670
001680*----------------------------------------------------------------
001690* 8350-BATCH-FINISH
001700*
001710* End of file: balances the trailer against the detail records
001720* and checks the register for a duplicate.  A rejected drop is
001730* registered at once, on file with its reason for whoever
001740* chases the sender.  An accepted batch is not registered here -
001742* the caller does that (8370) once the file has been acted on -
001744* but the register must be writable or the batch is turned away,
001746* since a batch processed without a register entry could be
001748* processed again tomorrow.  An empty file is not a batch and is
001750* not registered.
001760*----------------------------------------------------------------
001770 8350-BATCH-FINISH.
001780           IF ITM-BCH-CHECKING AND ITM-BCH-RECORDS = 0
001790               MOVE 'E' TO ITM-BCH-RESULT
001800               GO TO 8350-EXIT
001810           END-IF
001820
001830           IF ITM-BCH-CHECKING
001840               EVALUATE TRUE
001850                   WHEN NOT ITM-BCH-TRL-SEEN
001860                       MOVE "NO TRAILER - FILE INCOMPLETE" TO
001870                           ITM-BCH-REASON
001880                       MOVE 'R' TO ITM-BCH-RESULT
001890                   WHEN ITM-BCH-DETAIL-COUNT NOT =
001900                           ITM-BCH-TRL-COUNT
001910                       MOVE "RECORD COUNT OUT OF BALANCE" TO
001920                           ITM-BCH-REASON
001930                       MOVE 'R' TO ITM-BCH-RESULT
001940                   WHEN ITM-BCH-DETAIL-HASH NOT =
001950                           ITM-BCH-TRL-HASH
001960                       MOVE "QUANTITY HASH OUT OF BALANCE" TO
001970                           ITM-BCH-REASON
001980                       MOVE 'R' TO ITM-BCH-RESULT
001990               END-EVALUATE
002000           END-IF
002010
002020           IF ITM-BCH-CHECKING AND ITM-BCH-USE-REGISTER
002030               PERFORM 8360-BATCH-CHECK-REGISTER THRU 8360-EXIT
002040           END-IF
002050           IF ITM-BCH-CHECKING
002060               MOVE 'A' TO ITM-BCH-RESULT
002070           END-IF
002080           IF ITM-BCH-USE-REGISTER
002081               IF ITM-BCH-ACCEPTED
002082                   PERFORM 8375-BATCH-OPEN-REGISTER THRU 8375-EXIT
002083                   IF ITM-BATCHREG-STATUS = "00"
002084                       CLOSE BATCH-REGISTER-FILE
002085                   ELSE
002086                       MOVE "BATCH REGISTER NOT WRITABLE" TO
002087                           ITM-BCH-REASON
002088                       MOVE 'R' TO ITM-BCH-RESULT
002089                   END-IF
002090               ELSE
002091                   PERFORM 8370-BATCH-RECORD-REGISTER
002092                       THRU 8370-EXIT
002093               END-IF
002100           END-IF
002110
002120           IF ITM-BCH-ACCEPTED
002130               MOVE ITM-BCH-DETAIL-COUNT TO ITM-BCH-COUNT-DISP
002140               DISPLAY FUNCTION TRIM(ITM-BCH-INTERFACE) " batch "
002150                   FUNCTION TRIM(ITM-BCH-BATCH-ID) " accepted - "
002160                   FUNCTION TRIM(ITM-BCH-COUNT-DISP) " record(s)"
002170           ELSE
002180               DISPLAY FUNCTION TRIM(ITM-BCH-INTERFACE) " batch "
002190                   FUNCTION TRIM(ITM-BCH-BATCH-ID)
002200                   " rejected whole - "
002210                   FUNCTION TRIM(ITM-BCH-REASON)
002220           END-IF
002230           .
002240 8350-EXIT.
002250           EXIT.
002260
002270*----------------------------------------------------------------
002280* 8360-BATCH-CHECK-REGISTER
002290*
002300* Scans the register for the same batch ID accepted earlier on
002310* the same interface.  No register yet means nothing has ever
002320* been accepted.
002330*----------------------------------------------------------------
002340 8360-BATCH-CHECK-REGISTER.
002350           OPEN INPUT BATCH-REGISTER-FILE
002360           IF ITM-BATCHREG-STATUS NOT = "00"
002370               GO TO 8360-EXIT
002380           END-IF
002390
002400           MOVE 'N' TO ITM-BCH-REG-EOF-FLAG
002410           READ BATCH-REGISTER-FILE
002420               AT END
002430                   MOVE 'Y' TO ITM-BCH-REG-EOF-FLAG
002440           END-READ
002450
002460           PERFORM 8365-BATCH-CHECK-ONE-ENTRY THRU 8365-EXIT
002470               UNTIL ITM-BCH-REG-EOF
002480                   OR NOT ITM-BCH-CHECKING
002490
002500           CLOSE BATCH-REGISTER-FILE
002510           .
002520 8360-EXIT.
002530           EXIT.
002540
002550 8365-BATCH-CHECK-ONE-ENTRY.
002560           IF ITM-BRG-INTERFACE = ITM-BCH-INTERFACE AND
002570                   ITM-BRG-BATCH-ID = ITM-BCH-BATCH-ID AND
002580                   ITM-BRG-ACCEPTED
002590               MOVE SPACES TO ITM-BCH-REASON
002600               STRING "DUPLICATE - ACCEPTED " ITM-BRG-RUN-DATE
002610                   DELIMITED BY SIZE
002620                   INTO ITM-BCH-REASON
002630               END-STRING
002640               MOVE 'R' TO ITM-BCH-RESULT
002650               GO TO 8365-EXIT
002660           END-IF
002670
002680           READ BATCH-REGISTER-FILE
002690               AT END
002700                   MOVE 'Y' TO ITM-BCH-REG-EOF-FLAG
002710           END-READ
002720           .
002730 8365-EXIT.
002740           EXIT.
002750
002760*----------------------------------------------------------------
002770* 8370-BATCH-RECORD-REGISTER
002780*
002790* Appends the verdict in ITM-BATCH-CHECK to the register - a
002800* rejection from 8350, an accepted batch from the caller once
002810* it has been acted on.  8350 has already made sure the register
002820* could be written; should it fail in between, the batch has
002822* been processed but is not on the register, and the run ends
002824* with at least return code 4 so the log shows it.
002830*----------------------------------------------------------------
002840 8370-BATCH-RECORD-REGISTER.
002842           PERFORM 8375-BATCH-OPEN-REGISTER THRU 8375-EXIT
002910           IF ITM-BATCHREG-STATUS NOT = "00"
002912               IF ITM-BCH-ACCEPTED AND RETURN-CODE < 4
002914                   MOVE 4 TO RETURN-CODE
002916               END-IF
002990               GO TO 8370-EXIT
003000           END-IF
003010
003020           MOVE SPACES TO ITM-BATCH-REGISTER-RECORD
003030           MOVE ITM-BCH-INTERFACE TO ITM-BRG-INTERFACE
003040           MOVE ITM-BCH-BATCH-ID TO ITM-BRG-BATCH-ID
003050           MOVE ITM-BCH-CREATE-DATE TO ITM-BRG-CREATE-DATE
003060           ACCEPT ITM-BRG-RUN-DATE FROM DATE YYYYMMDD
003070           ACCEPT ITM-BRG-RUN-TIME FROM TIME
003080           MOVE ITM-BCH-RESULT TO ITM-BRG-OUTCOME
003090           MOVE ITM-BCH-DETAIL-COUNT TO ITM-BRG-RECORD-COUNT
003100           MOVE ITM-BCH-DETAIL-HASH TO ITM-BRG-HASH-TOTAL
003110           MOVE ITM-BCH-REASON TO ITM-BRG-REASON
003120           WRITE ITM-BATCH-REGISTER-RECORD
003130           CLOSE BATCH-REGISTER-FILE
003140           .
003150 8370-EXIT.
003160           EXIT.
003162
003164*----------------------------------------------------------------
003166* 8375-BATCH-OPEN-REGISTER
003168*
003170* Opens the register to extend it, creating it on first use.
003172* The caller closes it when ITM-BATCHREG-STATUS comes back "00".
003174*----------------------------------------------------------------
003176 8375-BATCH-OPEN-REGISTER.
003178           OPEN EXTEND BATCH-REGISTER-FILE
003180           IF ITM-BATCHREG-STATUS = "35"
003182               OPEN OUTPUT BATCH-REGISTER-FILE
003184               CLOSE BATCH-REGISTER-FILE
003186               OPEN EXTEND BATCH-REGISTER-FILE
003188           END-IF
003190           IF ITM-BATCHREG-STATUS NOT = "00"
003192               DISPLAY "Unable to extend batchreg.dat - batch "
003194                   "not registered"
003196           END-IF
003198           .
003200 8375-EXIT.
003202           EXIT.
