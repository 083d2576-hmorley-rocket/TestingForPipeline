000443           05  ITM-XREF-DSN       PIC X(20) VALUE "itemxref.dat".
000444           05  ITM-PENDRPL-DSN    PIC X(20) VALUE "pendrpl.dat".
000445           05  ITM-COSTVAL-DSN    PIC X(20) VALUE "costval.rpt".
000446           05  ITM-TENDER-DSN     PIC X(20) VALUE "tenders.dat".
000447           05  ITM-RECEIPT-DSN    PIC X(20) VALUE "receipt.txt".
000448           05  ITM-CASHUP-DSN     PIC X(20) VALUE "cashup.dat".
000450           05  ITM-TAXRATE-DSN    PIC X(20) VALUE "taxrate.dat".
000452           05  ITM-TAXRPT-DSN     PIC X(20) VALUE "taxliab.rpt".
000454           05  ITM-INVOICE-DSN    PIC X(20) VALUE "invoices.dat".
000456           05  ITM-APEXCP-DSN     PIC X(20) VALUE "apexcept.rpt".
000458           05  ITM-CLRPAY-DSN     PIC X(20) VALUE "clearpay.rpt".
000460           05  ITM-BACKORD-DSN    PIC X(20) VALUE "backord.dat".
000462           05  ITM-CYCPLAN-DSN    PIC X(20) VALUE "cycplan.dat".
000464           05  ITM-CNTSHT-DSN     PIC X(20) VALUE "cntsheet.txt".
000466           05  ITM-ABCRPT-DSN     PIC X(20) VALUE "abcclass.rpt".
000468           05  ITM-CNTACC-DSN     PIC X(20) VALUE "cntacc.dat".
000470           05  ITM-SHELFRPL-DSN   PIC X(20) VALUE "shelfrpl.rpt".
000472           05  ITM-GLMAP-DSN      PIC X(20) VALUE "glmap.dat".
000474           05  ITM-GLPOST-DSN     PIC X(20) VALUE "glposted.dat".
000476           05  ITM-GLCTL-DSN      PIC X(20) VALUE "glctl.rpt".
000478           05  ITM-GLPARM-DSN     PIC X(20) VALUE "glextrct.parm".
000480           05  ITM-BATCHREG-DSN   PIC X(20) VALUE "batchreg.dat".
000482           05  ITM-KITBOM-DSN     PIC X(20) VALUE "kitbom.dat".
000484           05  ITM-AGERPT-DSN     PIC X(20) VALUE "agedstk.rpt".
000746
000750*----------------------------------------------------------------
000760* Set by ITEMJSNG.CPY/ITEMJSNP.CPY's 8500/8600 paragraphs.
000770* Callers must check ITM-JSON-OK immediately after PERFORMing
000780* either one - a failed generate must be rerun and a failed or
000790* partial parse must not be acted on.
000800*----------------------------------------------------------------
000810 01  ITM-JSON-OK-FLAG           PIC X(01).
000820           88  ITM-JSON-OK            VALUE 'Y'.
000830 01  ITM-JSON-TRUNC-FLAG       PIC X(01).
000840           88  ITM-JSON-TRUNCATED     VALUE 'Y'.
000850
000860*----------------------------------------------------------------
000870* Working fields for ITEMJSNG.CPY/ITEMJSNP.CPY's hand-built JSON
000880* reader/writer (see those copybooks for why this is hand-built
000890* instead of using JSON GENERATE/PARSE directly).
000900*----------------------------------------------------------------
000910 01  ITM-JSON-PTR               PIC 9(06) COMP.
000920 01  ITM-JSON-I                 BINARY-SHORT.
000930 01  ITM-JSON-COUNT-DISP        PIC ZZZZ9.
000940 01  ITM-JSON-PRICE-DISP        PIC ZZZZZ9.99.
000950 01  ITM-JSON-STOCK-DISP        PIC ZZZZ9.
000952 01  ITM-JSON-ROP-DISP          PIC ZZZZ9.
000954 01  ITM-JSON-OUT-DISP          PIC ZZZZ9.
000955 01  ITM-JSON-FLOOR-DISP        PIC ZZZZ9.
000956 01  ITM-JSON-BACK-DISP         PIC ZZZZ9.
000957 01  ITM-JSON-WHSE-DISP         PIC ZZZZ9.
000958 01  ITM-JSON-SHELF-DISP        PIC ZZZZ9.
000959 01  ITM-JSON-KIT-TALLY         BINARY-SHORT.
000960 01  ITM-JSON-DISCARD           PIC X(512).
000970 01  ITM-JSON-CAPTURE           PIC X(128).
000980 01  ITM-JSON-DELIM             PIC X(20).
