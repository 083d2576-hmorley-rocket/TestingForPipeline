000100*----------------------------------------------------------------
000110* ITEMTXP.CPY
000120*
000130* Sales-tax rate loader and line-tax calculator.  COPY this in
000140* between two paragraph headers (never inside one) - it defines
000150* standalone paragraphs 8800/8810/8850/8860/8870.
000160*
000170* PERFORM 8800-LOAD-TAX-RATES THRU 8800-EXIT once at start-up,
000180* then, for every sale or refund line, set ITM-TAX-CALC-CLASS to
000190* the item's tax class and ITM-TAX-CALC-NET to the line's
000200* tax-exclusive amount and PERFORM 8850-COMPUTE-LINE-TAX THRU
000210* 8850-EXIT - ITM-TAX-CALC-CLASS comes back holding the class
000220* actually charged, ITM-TAX-CALC-RATE its rate and
000230* ITM-TAX-CALC-AMOUNT the tax, rounded to the penny.  The caller
000240* must SELECT TAX-RATE-FILE ASSIGN TO ITM-TAXRATE-DSN, INDEXED,
000250* ACCESS DYNAMIC, RECORD KEY ITM-TXR-CLASS, FILE STATUS
000260* ITM-TAXRATE-STATUS, COPY ITEMTAX into its FD and COPY ITEMTXD
000270* into WORKING-STORAGE.
000280*
000290* A blank class (an item set up before tax classes existed) is
000300* charged as standard, and so is a class the rate master does
000310* not know.  A missing rate master (TAXMGR never run) charges no
000320* tax at all - TAXMGR seeds the three classes on first use.
000330*----------------------------------------------------------------
000340 8800-LOAD-TAX-RATES.
000350           MOVE 0 TO ITM-NUM-OF-TAXES
000360           OPEN INPUT TAX-RATE-FILE
000370           IF ITM-TAXRATE-STATUS NOT = "00"
000380               GO TO 8800-EXIT
000390           END-IF
000400
000410           MOVE 'N' TO ITM-TXT-EOF-FLAG
000420           READ TAX-RATE-FILE NEXT RECORD
000430               AT END
000440                   MOVE 'Y' TO ITM-TXT-EOF-FLAG
000450           END-READ
000460
000470           PERFORM 8810-LOAD-ONE-TAX-RATE THRU 8810-EXIT
000480               UNTIL ITM-TXT-EOF
000490
000500           CLOSE TAX-RATE-FILE
000510           .
000520 8800-EXIT.
000530           EXIT.
000540
000550 8810-LOAD-ONE-TAX-RATE.
000560           IF ITM-NUM-OF-TAXES < 10
000570               ADD 1 TO ITM-NUM-OF-TAXES
000580               MOVE ITM-TXR-CLASS TO
000590                   ITM-TXT-CLASS(ITM-NUM-OF-TAXES)
000600               MOVE ITM-TXR-DESC TO
000610                   ITM-TXT-DESC(ITM-NUM-OF-TAXES)
000620               MOVE ITM-TXR-RATE TO
000630                   ITM-TXT-RATE(ITM-NUM-OF-TAXES)
000640           END-IF
000650           READ TAX-RATE-FILE NEXT RECORD
000660               AT END
000670                   MOVE 'Y' TO ITM-TXT-EOF-FLAG
000680           END-READ
000690           .
000700 8810-EXIT.
000710           EXIT.
000720
000730*----------------------------------------------------------------
000740* 8850-COMPUTE-LINE-TAX
000750*
000760* Prices are held tax-exclusive, so the tax is added on top of
000770* the line: net times rate over a hundred, rounded half-up.
000780*----------------------------------------------------------------
000790 8850-COMPUTE-LINE-TAX.
000800           IF ITM-TAX-CALC-CLASS = SPACE
000810               MOVE 'S' TO ITM-TAX-CALC-CLASS
000820           END-IF
000830           PERFORM 8860-FIND-TAX-CLASS THRU 8860-EXIT
000840           IF ITM-TXT-MATCH = 0 AND ITM-TAX-CALC-CLASS NOT = 'S'
000850               MOVE 'S' TO ITM-TAX-CALC-CLASS
000860               PERFORM 8860-FIND-TAX-CLASS THRU 8860-EXIT
000870           END-IF
000880
000890           IF ITM-TXT-MATCH = 0
000900               MOVE 0 TO ITM-TAX-CALC-RATE
000910           ELSE
000920               MOVE ITM-TXT-RATE(ITM-TXT-MATCH) TO
000930                   ITM-TAX-CALC-RATE
000940           END-IF
000950           COMPUTE ITM-TAX-CALC-AMOUNT ROUNDED =
000960               ITM-TAX-CALC-NET * ITM-TAX-CALC-RATE / 100
000970           .
000980 8850-EXIT.
000990           EXIT.
001000
001010 8860-FIND-TAX-CLASS.
001020           MOVE 0 TO ITM-TXT-MATCH
001030           PERFORM 8870-TEST-ONE-TAX-CLASS THRU 8870-EXIT
001040               VARYING ITM-TXT-K FROM 1 BY 1
001050               UNTIL ITM-TXT-K > ITM-NUM-OF-TAXES
001060                   OR ITM-TXT-MATCH NOT = 0
001070           .
001080 8860-EXIT.
001090           EXIT.
001100
001110 8870-TEST-ONE-TAX-CLASS.
001120           IF ITM-TXT-CLASS(ITM-TXT-K) = ITM-TAX-CALC-CLASS
001130               MOVE ITM-TXT-K TO ITM-TXT-MATCH
001140           END-IF
001150           .
001160 8870-EXIT.
001170           EXIT.
