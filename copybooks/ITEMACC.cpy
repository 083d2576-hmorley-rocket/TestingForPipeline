000100*----------------------------------------------------------------
000110* ITEMACC.CPY
000120*
000130* Record layout for the count-accuracy history (cntacc.dat).
000140* RECONCIL appends one record per ABC class on every run that
000150* counted items of that class: how many catalog items were
000160* counted, how many of them came within the count tolerance of
000170* the system stock, the accuracy percentage that makes, and the
000180* tolerance it was judged at.  CYCLPLAN totals the last year of
000190* it by class for the auditor.
000200*----------------------------------------------------------------
000210 01  ITM-COUNT-ACCURACY-RECORD.
000220           05  ITM-ACC-DATE               PIC X(08).
000230           05  FILLER                     PIC X(01) VALUE SPACE.
000240           05  ITM-ACC-CLASS              PIC X(01).
000250           05  FILLER                     PIC X(01) VALUE SPACE.
000260           05  ITM-ACC-COUNTED            PIC 9(05).
000270           05  FILLER                     PIC X(01) VALUE SPACE.
000280           05  ITM-ACC-WITHIN             PIC 9(05).
000290           05  FILLER                     PIC X(01) VALUE SPACE.
000300           05  ITM-ACC-PCT                PIC 9(03)V9.
000310           05  FILLER                     PIC X(01) VALUE SPACE.
000320           05  ITM-ACC-TOL-PCT            PIC 9(03).
