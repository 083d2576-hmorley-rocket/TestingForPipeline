000280*   {"itemInformation":{"numOfItems":N,"items":[
000290*     {"name":...,"sku":...,"vendor":...,"description":...,
000300*      "price":...,"stock":...,
000310*      "reorderPoint":...,"orderUpTo":...,"taxClass":...,
000312*      "floorStock":...,"backStock":...,"whseStock":...,
000314*      "shelfCap":...,
000320*      "availability":true|false}, ... ]}}
000322* - a kit (ITEMKTP.CPY) carries one more key after
000324* "availability", "kit":true, and its stock figures are the
000326* kits its scarcest component can make up, not stock of its own
000330* - stays exactly what the JS side already parses; the record
000340* boundaries land between JSON tokens, where whitespace is
000350* legal.  Item text fields must not themselves contain a
000910               ITM-JSON-ROP-DISP
000920           MOVE ITM-ORDER-UP-TO OF ITM-ITEMS(ITM-JSON-I) TO
000930               ITM-JSON-OUT-DISP
000931           MOVE ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 1) TO
000932               ITM-JSON-FLOOR-DISP
000933           MOVE ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 2) TO
000934               ITM-JSON-BACK-DISP
000935           MOVE ITM-LOC-STOCK OF ITM-ITEMS(ITM-JSON-I, 3) TO
000936               ITM-JSON-WHSE-DISP
000937           MOVE ITM-SHELF-CAPACITY OF ITM-ITEMS(ITM-JSON-I) TO
000938               ITM-JSON-SHELF-DISP
000940
000950           MOVE SPACES TO ITM-JSON-STR
000960           MOVE 1 TO ITM-JSON-PTR
001180                   ',"orderUpTo":' DELIMITED BY SIZE
001190                   FUNCTION TRIM(ITM-JSON-OUT-DISP)
001200                       DELIMITED BY SIZE
001202                   ',"taxClass":"' DELIMITED BY SIZE
001204                   ITM-TAX-CLASS OF ITM-ITEMS(ITM-JSON-I)
001206                       DELIMITED BY SIZE
001207                   '","floorStock":' DELIMITED BY SIZE
001208                   FUNCTION TRIM(ITM-JSON-FLOOR-DISP)
001209                       DELIMITED BY SIZE
001210                   ',"backStock":' DELIMITED BY SIZE
001211                   FUNCTION TRIM(ITM-JSON-BACK-DISP)
001212                       DELIMITED BY SIZE
001213                   ',"whseStock":' DELIMITED BY SIZE
001214                   FUNCTION TRIM(ITM-JSON-WHSE-DISP)
001215                       DELIMITED BY SIZE
001216                   ',"shelfCap":' DELIMITED BY SIZE
001217                   FUNCTION TRIM(ITM-JSON-SHELF-DISP)
001218                       DELIMITED BY SIZE
001219                   ',"availability":' DELIMITED BY SIZE
001220               INTO ITM-JSON-STR
001230               WITH POINTER ITM-JSON-PTR
001240               ON OVERFLOW
001260           END-STRING
001270
001280           IF ITM-FOR-SALE OF ITM-ITEMS(ITM-JSON-I)
001290               STRING 'true' DELIMITED BY SIZE
001300                   INTO ITM-JSON-STR
001310                   WITH POINTER ITM-JSON-PTR
001320                   ON OVERFLOW
001330                       MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
001340               END-STRING
001350           ELSE
001360               STRING 'false' DELIMITED BY SIZE
001370                   INTO ITM-JSON-STR
001380                   WITH POINTER ITM-JSON-PTR
001390                   ON OVERFLOW
001400                       MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
001410               END-STRING
001420           END-IF
001421           IF ITM-IS-KIT OF ITM-ITEMS(ITM-JSON-I)
001422               STRING ',"kit":true' DELIMITED BY SIZE
001423                   INTO ITM-JSON-STR
001424                   WITH POINTER ITM-JSON-PTR
001425                   ON OVERFLOW
001426                       MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
001427               END-STRING
001428           END-IF
001429           STRING '}' DELIMITED BY SIZE
001430               INTO ITM-JSON-STR
001431               WITH POINTER ITM-JSON-PTR
001432               ON OVERFLOW
001433                   MOVE 'Y' TO ITM-JSON-TRUNC-FLAG
001434           END-STRING
001435
001440           IF ITM-JSON-I <
001450                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
001460               STRING ',' DELIMITED BY SIZE
