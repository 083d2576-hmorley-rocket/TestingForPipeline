000100*----------------------------------------------------------------
000110* ITEMKTP.CPY
000120*
000130* Kit bill-of-materials loader and lookups.  COPY this in between
000140* two paragraph headers (never inside one) - it defines
000150* standalone paragraphs 8400 through 8475.
000160*
000170* PERFORM 8400-LOAD-KIT-BOM THRU 8400-EXIT once at start-up (and
000180* again after changing kitbom.dat).  The caller must SELECT
000190* KIT-BOM-FILE ASSIGN TO ITM-KITBOM-DSN, INDEXED, ACCESS DYNAMIC,
000200* RECORD KEY ITM-BOM-KEY, FILE STATUS ITM-KITBOM-STATUS, COPY
000210* ITEMBOM into its FD and COPY ITEMKTD into WORKING-STORAGE.  A
000220* missing kitbom.dat simply means no kits.
000230*
000240* A kit holds no stock of its own.  Selling or returning one
000250* moves its components; what the storefront sees as the kit's
000260* stock is worked out by 8420 from the component stock in the
000270* catalog table, so every program that writes items.json
000280* PERFORMs 8420-SET-KIT-AVAILABILITY THRU 8420-EXIT between
000290* filling the table and 8500.
000300*----------------------------------------------------------------
000310 8400-LOAD-KIT-BOM.
000320           MOVE 0 TO ITM-NUM-OF-BOM
000330           OPEN INPUT KIT-BOM-FILE
000340           IF ITM-KITBOM-STATUS NOT = "00"
000350               GO TO 8400-EXIT
000360           END-IF
000370
000380           MOVE 'N' TO ITM-BMT-EOF-FLAG
000390           READ KIT-BOM-FILE NEXT RECORD
000400               AT END
000410                   MOVE 'Y' TO ITM-BMT-EOF-FLAG
000420           END-READ
000430
000440           PERFORM 8410-LOAD-ONE-BOM-LINE THRU 8410-EXIT
000450               UNTIL ITM-BMT-EOF
000460
000470           CLOSE KIT-BOM-FILE
000480           .
000490 8400-EXIT.
000500           EXIT.
000510
000520 8410-LOAD-ONE-BOM-LINE.
000530           IF ITM-NUM-OF-BOM < 2000
000540               ADD 1 TO ITM-NUM-OF-BOM
000550               MOVE ITM-BOM-KIT-NAME TO
000560                   ITM-BMT-KIT-NAME(ITM-NUM-OF-BOM)
000570               MOVE ITM-BOM-COMP-NAME TO
000580                   ITM-BMT-COMP-NAME(ITM-NUM-OF-BOM)
000590               MOVE ITM-BOM-QTY TO
000600                   ITM-BMT-QTY(ITM-NUM-OF-BOM)
000610               IF ITM-BMT-QTY(ITM-NUM-OF-BOM) < 1
000620                   MOVE 1 TO ITM-BMT-QTY(ITM-NUM-OF-BOM)
000630               END-IF
000640           END-IF
000650           READ KIT-BOM-FILE NEXT RECORD
000660               AT END
000670                   MOVE 'Y' TO ITM-BMT-EOF-FLAG
000680           END-READ
000690           .
000700 8410-EXIT.
000710           EXIT.
000720
000730*----------------------------------------------------------------
000740* 8420-SET-KIT-AVAILABILITY
000750*
000760* Marks every kit in the catalog table and sets its stock - in
000770* total and at each location - to the number of whole kits its
000780* scarcest component can make up.  A component that has left the
000790* catalog makes the kit unavailable until the kit is mended.
000800*----------------------------------------------------------------
000810 8420-SET-KIT-AVAILABILITY.
000820           PERFORM 8425-CLEAR-ONE-KIT-FLAG THRU 8425-EXIT
000830               VARYING ITM-KIT-TAB-IDX FROM 1 BY 1
000840               UNTIL ITM-KIT-TAB-IDX >
000850                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
000860           MOVE 0 TO ITM-KIT-TAB-IDX
000870           PERFORM 8430-APPLY-ONE-BOM-LINE THRU 8430-EXIT
000880               VARYING ITM-BMT-K FROM 1 BY 1
000890               UNTIL ITM-BMT-K > ITM-NUM-OF-BOM
000900           .
000910 8420-EXIT.
000920           EXIT.
000930
000940 8425-CLEAR-ONE-KIT-FLAG.
000950           MOVE 'N' TO ITM-KIT-FLAG OF ITM-ITEMS(ITM-KIT-TAB-IDX)
000960           .
000970 8425-EXIT.
000980           EXIT.
000990
001000 8430-APPLY-ONE-BOM-LINE.
001010           IF ITM-BMT-K > 1
001012               IF ITM-BMT-KIT-NAME(ITM-BMT-K) =
001014                       ITM-BMT-KIT-NAME(ITM-BMT-K - 1)
001016                   GO TO 8430-SAME-KIT
001018               END-IF
001020           END-IF
001030           MOVE ITM-BMT-KIT-NAME(ITM-BMT-K) TO
001040               ITM-KIT-SEARCH-NAME
001050           PERFORM 8435-FIND-TABLE-ITEM THRU 8435-EXIT
001060           MOVE ITM-KIT-SEARCH-IDX TO ITM-KIT-TAB-IDX
001070           IF ITM-KIT-TAB-IDX > 0
001080               MOVE 'Y' TO
001090                   ITM-KIT-FLAG OF ITM-ITEMS(ITM-KIT-TAB-IDX)
001100               MOVE 9999 TO
001110                   ITM-STOCK OF ITM-ITEMS(ITM-KIT-TAB-IDX)
001120               PERFORM 8440-SEED-ONE-KIT-LOCATION
001130                   THRU 8440-EXIT
001140                   VARYING ITM-KIT-LOC-K FROM 1 BY 1
001150                   UNTIL ITM-KIT-LOC-K > 3
001160           END-IF
001170           .
001175 8430-SAME-KIT.
001180           IF ITM-KIT-TAB-IDX = 0
001190               GO TO 8430-EXIT
001200           END-IF
001210
001220           MOVE ITM-BMT-COMP-NAME(ITM-BMT-K) TO
001230               ITM-KIT-SEARCH-NAME
001240           PERFORM 8435-FIND-TABLE-ITEM THRU 8435-EXIT
001250           MOVE ITM-KIT-SEARCH-IDX TO ITM-KIT-COMP-IDX
001260           IF ITM-KIT-COMP-IDX = 0
001270               MOVE 0 TO ITM-STOCK OF ITM-ITEMS(ITM-KIT-TAB-IDX)
001280               MOVE 0 TO ITM-LOC-STOCK OF
001290                   ITM-ITEMS(ITM-KIT-TAB-IDX, 1)
001300               MOVE 0 TO ITM-LOC-STOCK OF
001310                   ITM-ITEMS(ITM-KIT-TAB-IDX, 2)
001320               MOVE 0 TO ITM-LOC-STOCK OF
001330                   ITM-ITEMS(ITM-KIT-TAB-IDX, 3)
001340               GO TO 8430-EXIT
001350           END-IF
001360
001370           COMPUTE ITM-KIT-CAN-MAKE =
001380               ITM-STOCK OF ITM-ITEMS(ITM-KIT-COMP-IDX) /
001390                   ITM-BMT-QTY(ITM-BMT-K)
001400           IF ITM-KIT-CAN-MAKE < 0
001410               MOVE 0 TO ITM-KIT-CAN-MAKE
001420           END-IF
001430           IF ITM-KIT-CAN-MAKE <
001440                   ITM-STOCK OF ITM-ITEMS(ITM-KIT-TAB-IDX)
001450               MOVE ITM-KIT-CAN-MAKE TO
001460                   ITM-STOCK OF ITM-ITEMS(ITM-KIT-TAB-IDX)
001470           END-IF
001480           PERFORM 8445-LIMIT-ONE-KIT-LOCATION THRU 8445-EXIT
001490               VARYING ITM-KIT-LOC-K FROM 1 BY 1
001500               UNTIL ITM-KIT-LOC-K > 3
001510           .
001520 8430-EXIT.
001530           EXIT.
001540
001550 8435-FIND-TABLE-ITEM.
001560           MOVE 0 TO ITM-KIT-SEARCH-IDX
001570           PERFORM 8436-CHECK-ONE-TABLE-ITEM THRU 8436-EXIT
001580               VARYING ITM-KIT-SCAN-IDX FROM 1 BY 1
001590               UNTIL ITM-KIT-SCAN-IDX >
001600                   ITM-NUM-OF-ITEMS OF ITM-ITEM-INFORMATION
001610                   OR ITM-KIT-SEARCH-IDX > 0
001620           .
001630 8435-EXIT.
001640           EXIT.
001650
001660 8436-CHECK-ONE-TABLE-ITEM.
001670           IF ITM-NAME OF ITM-ITEMS(ITM-KIT-SCAN-IDX) =
001680                   ITM-KIT-SEARCH-NAME
001690               MOVE ITM-KIT-SCAN-IDX TO ITM-KIT-SEARCH-IDX
001700           END-IF
001710           .
001720 8436-EXIT.
001730           EXIT.
001740
001750 8440-SEED-ONE-KIT-LOCATION.
001760           MOVE 9999 TO ITM-LOC-STOCK OF
001770               ITM-ITEMS(ITM-KIT-TAB-IDX, ITM-KIT-LOC-K)
001780           .
001790 8440-EXIT.
001800           EXIT.
001810
001820 8445-LIMIT-ONE-KIT-LOCATION.
001830           COMPUTE ITM-KIT-CAN-MAKE =
001840               ITM-LOC-STOCK OF ITM-ITEMS(ITM-KIT-COMP-IDX,
001850                   ITM-KIT-LOC-K) / ITM-BMT-QTY(ITM-BMT-K)
001860           IF ITM-KIT-CAN-MAKE < 0
001870               MOVE 0 TO ITM-KIT-CAN-MAKE
001880           END-IF
001890           IF ITM-KIT-CAN-MAKE < ITM-LOC-STOCK OF
001900                   ITM-ITEMS(ITM-KIT-TAB-IDX, ITM-KIT-LOC-K)
001910               MOVE ITM-KIT-CAN-MAKE TO ITM-LOC-STOCK OF
001920                   ITM-ITEMS(ITM-KIT-TAB-IDX, ITM-KIT-LOC-K)
001930           END-IF
001940           .
001950 8445-EXIT.
001960           EXIT.
001970
001980*----------------------------------------------------------------
001990* 8450-FIND-KIT-LINES
002000*
002010* Looks up the kit named in ITM-KIT-LOOKUP-NAME.  ITM-KIT-FOUND
002020* says whether it is a kit at all; when it is, its component
002030* lines are table entries ITM-KIT-FIRST through ITM-KIT-LAST.
002040*----------------------------------------------------------------
002050 8450-FIND-KIT-LINES.
002060           MOVE 'N' TO ITM-KIT-FOUND-FLAG
002070           MOVE 0 TO ITM-KIT-FIRST
002080           MOVE 0 TO ITM-KIT-LAST
002090           PERFORM 8455-CHECK-ONE-KIT-LINE THRU 8455-EXIT
002100               VARYING ITM-BMT-L FROM 1 BY 1
002110               UNTIL ITM-BMT-L > ITM-NUM-OF-BOM
002120           .
002130 8450-EXIT.
002140           EXIT.
002150
002160 8455-CHECK-ONE-KIT-LINE.
002170           IF ITM-BMT-KIT-NAME(ITM-BMT-L) = ITM-KIT-LOOKUP-NAME
002180               IF NOT ITM-KIT-FOUND
002190                   MOVE 'Y' TO ITM-KIT-FOUND-FLAG
002200                   MOVE ITM-BMT-L TO ITM-KIT-FIRST
002210               END-IF
002220               MOVE ITM-BMT-L TO ITM-KIT-LAST
002230           END-IF
002240           .
002250 8455-EXIT.
002260           EXIT.
002270
002280*----------------------------------------------------------------
002290* 8460-FIND-BOM-LINE
002300*
002310* How many of ITM-BOM-FIND-COMP go into one ITM-BOM-FIND-KIT -
002320* zero in ITM-BOM-FIND-QTY when the one is not part of the other.
002330*----------------------------------------------------------------
002340 8460-FIND-BOM-LINE.
002350           MOVE 0 TO ITM-BOM-FIND-QTY
002360           PERFORM 8465-CHECK-ONE-BOM-PAIR THRU 8465-EXIT
002370               VARYING ITM-BMT-L FROM 1 BY 1
002380               UNTIL ITM-BMT-L > ITM-NUM-OF-BOM
002390                   OR ITM-BOM-FIND-QTY > 0
002400           .
002410 8460-EXIT.
002420           EXIT.
002430
002440 8465-CHECK-ONE-BOM-PAIR.
002450           IF ITM-BMT-KIT-NAME(ITM-BMT-L) = ITM-BOM-FIND-KIT AND
002460                   ITM-BMT-COMP-NAME(ITM-BMT-L) =
002470                       ITM-BOM-FIND-COMP
002480               MOVE ITM-BMT-QTY(ITM-BMT-L) TO ITM-BOM-FIND-QTY
002490           END-IF
002500           .
002510 8465-EXIT.
002520           EXIT.
002530
002540*----------------------------------------------------------------
002550* 8470-FIND-COMPONENT-USE
002560*
002570* Whether the item named in ITM-KIT-LOOKUP-NAME goes into any
002580* kit - ITM-KIT-IS-COMPONENT, with the first such kit in
002590* ITM-KIT-USED-BY.
002600*----------------------------------------------------------------
002610 8470-FIND-COMPONENT-USE.
002620           MOVE 'N' TO ITM-KIT-USED-FLAG
002630           MOVE SPACES TO ITM-KIT-USED-BY
002640           PERFORM 8475-CHECK-ONE-COMPONENT THRU 8475-EXIT
002650               VARYING ITM-BMT-L FROM 1 BY 1
002660               UNTIL ITM-BMT-L > ITM-NUM-OF-BOM
002670                   OR ITM-KIT-IS-COMPONENT
002680           .
002690 8470-EXIT.
002700           EXIT.
002710
002720 8475-CHECK-ONE-COMPONENT.
002730           IF ITM-BMT-COMP-NAME(ITM-BMT-L) = ITM-KIT-LOOKUP-NAME
002740               MOVE 'Y' TO ITM-KIT-USED-FLAG
002750               MOVE ITM-BMT-KIT-NAME(ITM-BMT-L) TO ITM-KIT-USED-BY
002760           END-IF
002770           .
002780 8475-EXIT.
002790           EXIT.
