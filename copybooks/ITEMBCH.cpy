000100*----------------------------------------------------------------
000110* ITEMBCH.CPY
000120*
000130* Control records carried by every inbound interface file
000140* (weborder.txt, webretrn.txt, physcount.txt).  The first record
000150* of a drop is a header - HDR, the sender's batch ID and the
000160* date the file was created - and the last is a trailer - TRL,
000170* the number of detail records between them and the hash total
000180* of their quantities:
000190*
000200*     HDR WEB000004512 20261015
000210*     TRL 0000042 0000000000137
000220*
000230* Both fit inside the narrowest detail record, so a sender
000240* writes them through its ordinary record area.  items.csv
000250* carries the same two records as CSV lines (HDR,id,date and
000260* TRL,count,hash); CSVXFER lays them out here before checking
000270* them.  The receiving side is ITEMBCD.CPY/ITEMBCP.CPY.
000280*----------------------------------------------------------------
000290 01  ITM-BATCH-CONTROL-RECORD.
000300           05  ITM-BCH-REC-TYPE           PIC X(04).
000310               88  ITM-BCH-REC-HEADER     VALUE 'HDR '.
000320               88  ITM-BCH-REC-TRAILER    VALUE 'TRL '.
000330           05  ITM-BCH-REC-DATA           PIC X(26).
000340           05  ITM-BCH-REC-HEADER-DATA
000350                   REDEFINES ITM-BCH-REC-DATA.
000360               10  ITM-BCH-REC-BATCH-ID   PIC X(12).
000370               10  FILLER                 PIC X(01).
000380               10  ITM-BCH-REC-CREATE-DATE
000390                                          PIC X(08).
000400               10  FILLER                 PIC X(05).
000410           05  ITM-BCH-REC-TRAILER-DATA
000420                   REDEFINES ITM-BCH-REC-DATA.
000430               10  ITM-BCH-REC-COUNT      PIC 9(07).
000440               10  FILLER                 PIC X(01).
000450               10  ITM-BCH-REC-HASH       PIC 9(13).
000460               10  FILLER                 PIC X(05).
