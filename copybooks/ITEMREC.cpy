000208* order-up-to level.  Zero in either means the item still uses
000209* the old global threshold; REPLPLAN proposes real values from
000210* sales velocity and vendor lead time for the buyer to approve.
000211* ITM-TAX-CLASS is the sales-tax class the item is sold under:
000212* S standard, R reduced, E exempt.  The rate for each class is
000213* kept on the tax-rate master (ITEMTAX.CPY), so a rate change
000214* needs no item maintenance.  Spaces are treated as standard.
000215* ITM-LOC-STOCK holds the item's stock at each of the three
000216* places it is kept, in ITEMLOC.CPY's order: sales floor, back
000217* room, warehouse.  ITM-STOCK is always their total and is what
000219* every program that only cares about "how many do we have"
000220* keeps reading.  ITM-SHELF-CAPACITY is how many the sales-floor
000221* fixture holds - the level the morning shelf-replenishment list
000222* fills the floor back up to; zero means not yet set.
000223* CONVERSION: the record grew for the location stocks.  Delete
000224* items.dat once and restart ITEMMGR so it reloads from
000225* items.json; an items.json with no location keys loads all of
000226* an item's stock onto the sales floor.
000227*----------------------------------------------------------------
000228 01  ITM-ITEM-RECORD.
000230           05  ITM-NAME           PIC X(32).
000240           05  ITM-SKU            PIC X(14).
000250           05  ITM-DESC           PIC X(128).
000300           05  ITM-VENDOR         PIC X(08).
000310           05  ITM-REORDER-POINT  BINARY-SHORT.
000320           05  ITM-ORDER-UP-TO    BINARY-SHORT.
000322           05  ITM-TAX-CLASS      PIC X(01).
000324               88  ITM-TAX-STANDARD   VALUES 'S', ' '.
000326               88  ITM-TAX-REDUCED    VALUE 'R'.
000328               88  ITM-TAX-EXEMPT     VALUE 'E'.
000330               88  ITM-TAX-CLASS-VALID VALUES 'S', 'R', 'E'.
000332           05  ITM-LOCATION-STOCK.
000333               10  ITM-LOC-STOCK  BINARY-SHORT OCCURS 3 TIMES.
000334           05  ITM-SHELF-CAPACITY BINARY-SHORT.
