000170* for a web-order run).  ITM-SALE-TYPE marks the record a sale
000172* (S) or a refund (R) - a refund's quantity and total are the
000174* money handed back and are netted OUT of the Z-report, not
000176* added to it.  ITM-SALE-RECEIPT ties the line to its till
000177* receipt - every line of one basket carries the same number,
000178* and the receipt's tender (cash, card, change) is on the
000179* tender log (tenders.dat, ITEMTND.CPY).  Web sales and web
000180* refunds carry the web order number there instead; a blank
000181* receipt is a line rung up before baskets existed.
000182* ITM-SALE-TOTAL is the tax-exclusive line amount; the tax the
000183* line collected (or, on a refund, gave back) is carried
000184* beside it in ITM-SALE-TAX, with the class it was charged
000185* under in ITM-SALE-TAX-CLASS (see ITEMTAX.CPY).  A blank class
000186* is a line rung up before sales tax was charged.
000187*
000188* sales.dat is record sequential (fixed-length frames), so a
000189* file written before a field was added does NOT read back as
000190* blanks: every record after the first frame-shifts and totals
000191* silently turn to garbage.  The type byte grew the record from
000192* 83 to 85 bytes (append a space and an S to every record) and
000193* the receipt number grew it again to 96 (append eleven spaces)
000194* and the tax fields to 108 (append three spaces and nine
000195* zeros); convert an old file once, before any program reads it.
000196* SALESRPT and REPLPLAN refuse the load when a record's date is
000197* not numeric, which is what an unconverted file looks like
000198* from its second record on.
000199*----------------------------------------------------------------
000200 01  ITM-SALES-RECORD.
000201           05  ITM-SALE-DATE              PIC X(08).
000210           05  FILLER                     PIC X(01) VALUE SPACE.
000220           05  ITM-SALE-TIME              PIC X(08).
000230           05  FILLER                     PIC X(01) VALUE SPACE.
000340           05  ITM-SALE-TYPE              PIC X(01).
000350               88  ITM-SALE-IS-SALE       VALUES 'S', ' '.
000360               88  ITM-SALE-IS-REFUND     VALUE 'R'.
000370           05  FILLER                     PIC X(01) VALUE SPACE.
000380           05  ITM-SALE-RECEIPT           PIC X(10).
000382           05  FILLER                     PIC X(01) VALUE SPACE.
000384           05  ITM-SALE-TAX-CLASS         PIC X(01).
000386           05  FILLER                     PIC X(01) VALUE SPACE.
000388           05  ITM-SALE-TAX               PIC 9(07)V99.
