000100*----------------------------------------------------------------
000110* ITEMBCD.CPY
000120*
000130* Working storage for the inbound batch-control paragraphs
000140* (ITEMBCP.CPY).  COPY into the WORKING-STORAGE SECTION after
000150* ITEMBCH.CPY.  ITM-BCH-RESULT is the verdict 8350 leaves for
000160* the caller: A accepted, R rejected (ITM-BCH-REASON says why),
000170* E an empty file - no records at all, nothing sent.
000180*----------------------------------------------------------------
000190 01  ITM-BATCHREG-STATUS        PIC X(02).
000200
000210 01  ITM-BATCH-CHECK.
000220           05  ITM-BCH-INTERFACE          PIC X(08).
000230           05  ITM-BCH-BATCH-ID           PIC X(12).
000240           05  ITM-BCH-CREATE-DATE        PIC X(08).
000250           05  ITM-BCH-RESULT             PIC X(01).
000260               88  ITM-BCH-CHECKING       VALUE 'C'.
000270               88  ITM-BCH-ACCEPTED       VALUE 'A'.
000280               88  ITM-BCH-REJECTED       VALUE 'R'.
000290               88  ITM-BCH-EMPTY          VALUE 'E'.
000300           05  ITM-BCH-REASON             PIC X(30).
000310           05  ITM-BCH-REGISTER-FLAG      PIC X(01).
000320               88  ITM-BCH-USE-REGISTER   VALUE 'Y'.
000330           05  ITM-BCH-HDR-FLAG           PIC X(01).
000340               88  ITM-BCH-HDR-SEEN       VALUE 'Y'.
000350           05  ITM-BCH-TRL-FLAG           PIC X(01).
000360               88  ITM-BCH-TRL-SEEN       VALUE 'Y'.
000370           05  ITM-BCH-RECORDS            BINARY-LONG.
000380           05  ITM-BCH-TRL-COUNT          PIC 9(07).
000390           05  ITM-BCH-TRL-HASH           PIC 9(13).
000400           05  ITM-BCH-DETAIL-COUNT       PIC 9(07).
000410           05  ITM-BCH-DETAIL-HASH        PIC 9(13).
000420
000430*----------------------------------------------------------------
000440* One detail record's quantity, set by the caller before 8310 -
000450* directly from a numeric field, or through 8305 from text.
000460*----------------------------------------------------------------
000470 01  ITM-BCH-LINE-QTY           PIC 9(09).
000480 01  ITM-BCH-QTY-TEXT           PIC X(20).
000490 01  ITM-BCH-NUMVAL-CHECK       PIC S9(04) COMP.
000500 01  ITM-BCH-COUNT-DISP         PIC ZZZZZZ9.
000510 01  ITM-BCH-REG-EOF-FLAG       PIC X(01).
000520           88  ITM-BCH-REG-EOF        VALUE 'Y'.
