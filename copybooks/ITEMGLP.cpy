000100*----------------------------------------------------------------
000110* ITEMGLP.CPY
000120*
000130* Record layout for the general-ledger posting register
000140* (glposted.dat).  GLEXTRCT appends one record for every
000150* posting date it has written a balanced journal for - when it
000160* ran, how many lines, and the debit and credit totals - and
000170* refuses to write a second journal for a date already on the
000180* register, so a rerun night cannot post the same takings to
000190* the books twice.
000200*----------------------------------------------------------------
000210 01  ITM-GL-POSTED-RECORD.
000220           05  ITM-GLP-DATE               PIC X(08).
000230           05  FILLER                     PIC X(01) VALUE SPACE.
000240           05  ITM-GLP-RUN-DATE           PIC X(08).
000250           05  FILLER                     PIC X(01) VALUE SPACE.
000260           05  ITM-GLP-RUN-TIME           PIC X(08).
000270           05  FILLER                     PIC X(01) VALUE SPACE.
000280           05  ITM-GLP-LINES              PIC 9(05).
000290           05  FILLER                     PIC X(01) VALUE SPACE.
000300           05  ITM-GLP-DEBITS             PIC 9(11)V99.
000310           05  FILLER                     PIC X(01) VALUE SPACE.
000320           05  ITM-GLP-CREDITS            PIC 9(11)V99.
