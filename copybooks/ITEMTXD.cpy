000100*----------------------------------------------------------------
000110* ITEMTXD.CPY
000120*
000130* Working storage for the sales-tax paragraphs (ITEMTXP.CPY).
000140* COPY into the WORKING-STORAGE SECTION of any program that
000150* prices tax on a sale or refund.  The rate master is read once
000160* into ITM-TAX-TABLE at start-up; a handful of classes is all
000170* the business has ever needed, ten leaves room to grow.
000180*----------------------------------------------------------------
000190 01  ITM-TAXRATE-STATUS         PIC X(02).
000200
000210 01  ITM-TAX-TABLE.
000220           05  ITM-NUM-OF-TAXES       BINARY-SHORT VALUE 0.
000230           05  ITM-TAX-ENTRY OCCURS 0 TO 10 TIMES
000240                   DEPENDING ON ITM-NUM-OF-TAXES.
000250               10  ITM-TXT-CLASS      PIC X(01).
000260               10  ITM-TXT-DESC       PIC X(20).
000270               10  ITM-TXT-RATE       PIC 9(02)V999.
000280
000290 01  ITM-TAX-CALC-CLASS         PIC X(01).
000300 01  ITM-TAX-CALC-NET           PIC 9(07)V99.
000310 01  ITM-TAX-CALC-RATE          PIC 9(02)V999.
000320 01  ITM-TAX-CALC-AMOUNT        PIC 9(07)V99.
000330 01  ITM-TXT-K                  BINARY-SHORT.
000340 01  ITM-TXT-MATCH              BINARY-SHORT.
000350 01  ITM-TXT-EOF-FLAG           PIC X(01).
000360           88  ITM-TXT-EOF            VALUE 'Y'.
