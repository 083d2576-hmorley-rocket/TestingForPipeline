000190* against the catalog, so stock that moved without a movement
000200* record is caught the night it happens.  Every record in the
000210* file carries the same stamp.
000211* ITM-SNP-LOC-STOCK carries the item's stock at each location
000212* (ITEMLOC.CPY order) so the roll-forward checks every location
000213* as well as the total.
000214* CONVERSION: the record grew for the location stocks - delete
000215* stocksnap.dat once; the next LEDGCHK run cuts a new baseline.
000220*----------------------------------------------------------------
000230 01  ITM-SNAPSHOT-RECORD.
000240           05  ITM-SNP-DATE               PIC X(08).
000290           05  FILLER                     PIC X(01) VALUE SPACE.
000300           05  ITM-SNP-STOCK              PIC S9(05)
000310                   SIGN IS LEADING SEPARATE.
000312           05  ITM-SNP-LOCATION OCCURS 3 TIMES.
000314               10  FILLER                 PIC X(01).
000316               10  ITM-SNP-LOC-STOCK      PIC S9(05)
000318                       SIGN IS LEADING SEPARATE.
