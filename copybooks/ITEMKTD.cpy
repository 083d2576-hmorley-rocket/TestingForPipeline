000100*----------------------------------------------------------------
000110* ITEMKTD.CPY
000120*
000130* Working storage for the kit bill-of-materials paragraphs
000140* (ITEMKTP.CPY).  COPY into the WORKING-STORAGE SECTION of any
000150* program that sells, returns, plans or exports kits.  The whole
000160* of kitbom.dat is read into ITM-KIT-TABLE at start-up, in key
000170* order, so each kit's component lines sit together.
000180*
000190* ITM-KIT-C is the caller's own index for walking a kit's lines
000200* from ITM-KIT-FIRST to ITM-KIT-LAST; the paragraphs never touch
000210* it, so a caller may rewrite an item (and so refresh items.json
000220* through 8420) in the middle of that walk.
000230*----------------------------------------------------------------
000240 01  ITM-KITBOM-STATUS          PIC X(02).
000250
000260 01  ITM-KIT-TABLE.
000270           05  ITM-NUM-OF-BOM         BINARY-SHORT VALUE 0.
000280           05  ITM-BOM-ENTRY OCCURS 0 TO 2000 TIMES
000290                   DEPENDING ON ITM-NUM-OF-BOM.
000300               10  ITM-BMT-KIT-NAME   PIC X(32).
000310               10  ITM-BMT-COMP-NAME  PIC X(32).
000320               10  ITM-BMT-QTY        BINARY-SHORT.
000330
000340*----------------------------------------------------------------
000350* 8450/8470 take ITM-KIT-LOOKUP-NAME; 8460 takes the kit and
000360* component pair.  Results come back in the fields below them.
000370*----------------------------------------------------------------
000380 01  ITM-KIT-LOOKUP-NAME        PIC X(32).
000390 01  ITM-KIT-FIRST              BINARY-SHORT.
000400 01  ITM-KIT-LAST               BINARY-SHORT.
000410 01  ITM-KIT-FOUND-FLAG         PIC X(01).
000420           88  ITM-KIT-FOUND          VALUE 'Y'.
000430 01  ITM-KIT-USED-FLAG          PIC X(01).
000440           88  ITM-KIT-IS-COMPONENT   VALUE 'Y'.
000450 01  ITM-KIT-USED-BY            PIC X(32).
000460 01  ITM-KIT-C                  BINARY-SHORT.
000470 01  ITM-BOM-FIND-KIT           PIC X(32).
000480 01  ITM-BOM-FIND-COMP          PIC X(32).
000490 01  ITM-BOM-FIND-QTY           BINARY-SHORT.
000500
000510*----------------------------------------------------------------
000520* Private to ITEMKTP.CPY.
000530*----------------------------------------------------------------
000540 01  ITM-BMT-K                  BINARY-SHORT.
000550 01  ITM-BMT-L                  BINARY-SHORT.
000560 01  ITM-KIT-TAB-IDX            BINARY-SHORT.
000570 01  ITM-KIT-COMP-IDX           BINARY-SHORT.
000580 01  ITM-KIT-SEARCH-NAME        PIC X(32).
000590 01  ITM-KIT-SEARCH-IDX         BINARY-SHORT.
000600 01  ITM-KIT-SCAN-IDX           BINARY-SHORT.
000610 01  ITM-KIT-LOC-K              BINARY-SHORT.
000620 01  ITM-KIT-CAN-MAKE           BINARY-LONG.
000630 01  ITM-BMT-EOF-FLAG           PIC X(01).
000640           88  ITM-BMT-EOF            VALUE 'Y'.
