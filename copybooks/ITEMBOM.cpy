000100*----------------------------------------------------------------
000110* ITEMBOM.CPY
000120*
000130* Record layout for the indexed kit bill-of-materials file
000140* (kitbom.dat).  One record per component of a kit: the kit item,
000150* one of the items it is made up of, and how many of that item go
000160* into one kit.  ITM-BOM-KEY (kit name, component name) is the
000170* primary key, so a kit's lines read back together and in order.
000180* Both names are catalog item names (ITEMREC.CPY).  Only a
000190* manager may change a kit's make-up (ITEMMGR [K]); a kit is never
000200* itself a component, and a component is never itself a kit.
000210*----------------------------------------------------------------
000220 01  ITM-KIT-BOM-RECORD.
000230           05  ITM-BOM-KEY.
000240               10  ITM-BOM-KIT-NAME   PIC X(32).
000250               10  ITM-BOM-COMP-NAME  PIC X(32).
000260           05  FILLER                 PIC X(01) VALUE SPACE.
000270           05  ITM-BOM-QTY            PIC 9(04).
000280           05  FILLER                 PIC X(01) VALUE SPACE.
000290           05  ITM-BOM-DATE           PIC X(08).
