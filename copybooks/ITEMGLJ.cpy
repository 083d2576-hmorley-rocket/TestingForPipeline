000100*----------------------------------------------------------------
000110* ITEMGLJ.CPY
000120*
000130* Record layout for the nightly general-ledger journal GLEXTRCT
000140* writes for the accounting package to import - one file per
000150* posting date (gljYYYYMMDD.txt), line sequential, one balanced
000160* double-entry journal per file.  Each line carries an amount on
000170* exactly one side: ITM-GLJ-DEBIT or ITM-GLJ-CREDIT, the other
000180* zero; the debit lines total the credit lines.  ITM-GLJ-KEY is
000190* the posting key (ITEMGLM.CPY) the account code was mapped
000200* from, kept so the bookkeeper can trace a line back to what
000210* the store did.  Amounts carry an actual decimal point.
000220*----------------------------------------------------------------
000230 01  ITM-GL-JOURNAL-RECORD.
000240           05  ITM-GLJ-DATE               PIC X(08).
000250           05  FILLER                     PIC X(01) VALUE SPACE.
000260           05  ITM-GLJ-LINE               PIC 9(05).
000270           05  FILLER                     PIC X(01) VALUE SPACE.
000280           05  ITM-GLJ-ACCOUNT            PIC X(10).
000290           05  FILLER                     PIC X(01) VALUE SPACE.
000300           05  ITM-GLJ-DEBIT              PIC 9(09).99.
000310           05  FILLER                     PIC X(01) VALUE SPACE.
000320           05  ITM-GLJ-CREDIT             PIC 9(09).99.
000330           05  FILLER                     PIC X(01) VALUE SPACE.
000340           05  ITM-GLJ-KEY                PIC X(08).
000350           05  FILLER                     PIC X(01) VALUE SPACE.
000360           05  ITM-GLJ-DESC               PIC X(30).
