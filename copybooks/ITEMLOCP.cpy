000100*----------------------------------------------------------------
000110* ITEMLOCP.CPY
000120*
000130* Stock-location lookup.  COPY this in between two paragraph
000140* headers (never inside one) - it defines standalone paragraphs
000150* 8950/8960, and needs ITEMLOC.CPY in WORKING-STORAGE.
000160*
000170* Set ITM-LOC-FIND-CODE to a location code and PERFORM
000180* 8950-FIND-LOCATION THRU 8950-EXIT - ITM-LOC-FIND-INDEX comes
000190* back holding the location's subscript into ITM-LOC-STOCK and
000200* ITM-LOCATION-ENTRY, or zero for a code that is not a location.
000210* Lower case is accepted.  A blank code is the sales floor: every
000220* record written before stock was kept by location is blank, and
000230* the sales floor is where all of that stock was loaded.
000240*----------------------------------------------------------------
000250 8950-FIND-LOCATION.
000260           MOVE 0 TO ITM-LOC-FIND-INDEX
000270           INSPECT ITM-LOC-FIND-CODE CONVERTING 'fbw' TO 'FBW'
000280           IF ITM-LOC-FIND-CODE = SPACE
000290               MOVE ITM-LOC-FLOOR TO ITM-LOC-FIND-INDEX
000300               GO TO 8950-EXIT
000310           END-IF
000320           PERFORM 8960-CHECK-ONE-LOCATION THRU 8960-EXIT
000330               VARYING ITM-LOC-K FROM 1 BY 1
000340               UNTIL ITM-LOC-K > ITM-NUM-OF-LOCATIONS
000350                   OR ITM-LOC-FIND-INDEX NOT = 0
000360           .
000370 8950-EXIT.
000380           EXIT.
000390
000400 8960-CHECK-ONE-LOCATION.
000410           IF ITM-LOC-CODE(ITM-LOC-K) = ITM-LOC-FIND-CODE
000420               MOVE ITM-LOC-K TO ITM-LOC-FIND-INDEX
000430           END-IF
000440           .
000450 8960-EXIT.
000460           EXIT.
