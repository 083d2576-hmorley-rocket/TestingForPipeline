000100*----------------------------------------------------------------
000110* ITEMBKO.CPY
000120*
000130* Record layout for the web backorder file (backord.dat).  A web
000140* order that could not fill whole only because stock was short
000150* is held here, every line of it, instead of being rejected -
000160* the same order number / SKU / quantity-text shape as the
000170* storefront's orders file (so WEBORDER re-judges a backorder
000180* exactly like a new order), plus the date the order first
000190* arrived.  WEBORDER rewrites the file on every run in arrival
000200* order, so the oldest backorder is always judged first and
000210* takes the stock first; REORDRPT reads it as demand.
000220*----------------------------------------------------------------
000230 01  ITM-BACKORDER-RECORD.
000240           05  ITM-BKO-ORDER-NUMBER       PIC X(10).
000250           05  FILLER                     PIC X(01) VALUE SPACE.
000260           05  ITM-BKO-SKU                PIC X(14).
000270           05  FILLER                     PIC X(01) VALUE SPACE.
000280           05  ITM-BKO-QTY-TEXT           PIC X(08).
000290           05  FILLER                     PIC X(01) VALUE SPACE.
000300           05  ITM-BKO-DATE               PIC X(08).
