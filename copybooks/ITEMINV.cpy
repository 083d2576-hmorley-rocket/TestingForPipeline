000100*----------------------------------------------------------------
000110* ITEMINV.CPY
000120*
000130* Record layout for the indexed vendor-invoice file
000140* (invoices.dat) - one record per invoice line, keyed by vendor
000150* code, the vendor's own invoice number and line number, so two
000160* vendors that number their bills the same way never collide.
000170* Every line is billed against a purchase-order number; a line
000180* keyed off an existing PO carries the PO line it answers, a
000190* line keyed by item name (the PO was not on file at entry)
000200* carries line zero.  Unit price is what the vendor billed,
000210* before any tax on the bill.
000220*
000230* The match run (INVMATCH) sets the status: E entered and not
000240* yet matched, C cleared to pay, X the line failed the match
000250* (ITM-INV-REASON says why), H the line matched but another
000260* line on the same invoice did not, so the bill is held whole.
000270* Only a cleared invoice is ever listed for payment; X and H
000280* lines are matched again on every run until they clear.
000290*----------------------------------------------------------------
000300 01  ITM-INVOICE-LINE-RECORD.
000310           05  ITM-INV-KEY.
000320               10  ITM-INV-VENDOR     PIC X(08).
000330               10  ITM-INV-NUMBER     PIC X(12).
000340               10  ITM-INV-LINE-NO    PIC 9(03).
000350           05  ITM-INV-DATE           PIC X(08).
000360           05  ITM-INV-PO-NUMBER      PIC 9(06).
000370           05  ITM-INV-PO-LINE-NO     PIC 9(03).
000380           05  ITM-INV-NAME           PIC X(32).
000390           05  ITM-INV-QTY            PIC 9(05).
000400           05  ITM-INV-UNIT-PRICE     PIC 9(05)V99.
000410           05  ITM-INV-USER           PIC X(08).
000420           05  ITM-INV-STATUS         PIC X(01).
000430               88  ITM-INV-ENTERED    VALUE 'E'.
000440               88  ITM-INV-CLEARED    VALUE 'C'.
000450               88  ITM-INV-EXCEPTION  VALUE 'X'.
000460               88  ITM-INV-HELD       VALUE 'H'.
000470               88  ITM-INV-TO-MATCH   VALUES 'E', 'X', 'H'.
000480           05  ITM-INV-MATCH-DATE     PIC X(08).
000490           05  ITM-INV-REASON         PIC X(20).
