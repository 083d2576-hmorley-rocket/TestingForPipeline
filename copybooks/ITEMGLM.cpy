000100*----------------------------------------------------------------
000110* ITEMGLM.CPY
000120*
000130* Record layout for the indexed general-ledger account map
000140* (glmap.dat).  ITM-GLM-KEY is the primary key - one of the
000150* fixed posting keys GLEXTRCT builds the nightly journal from -
000160* and ITM-GLM-ACCOUNT is the account code in the bookkeeper's
000170* chart of accounts that the key posts to.  The keys are fixed
000180* (the extract knows what each one means); only the account
000190* codes and descriptions are maintained, by a manager, in
000200* GLMAPMGR.  Several keys may share one account code.
000210*----------------------------------------------------------------
000220 01  ITM-GL-MAP-RECORD.
000230           05  ITM-GLM-KEY                PIC X(08).
000240               88  ITM-GLM-TAKINGS        VALUE 'TAKINGS'.
000250               88  ITM-GLM-SALES          VALUE 'SALES'.
000260               88  ITM-GLM-REFUNDS        VALUE 'REFUNDS'.
000270               88  ITM-GLM-SALESTAX       VALUE 'SALESTAX'.
000280               88  ITM-GLM-COGS           VALUE 'COGS'.
000290               88  ITM-GLM-INVENTRY       VALUE 'INVENTRY'.
000300               88  ITM-GLM-PAYABLES       VALUE 'PAYABLES'.
000310               88  ITM-GLM-SHRINK         VALUE 'SHRINK'.
000320           05  FILLER                     PIC X(01) VALUE SPACE.
000330           05  ITM-GLM-ACCOUNT            PIC X(10).
000340           05  FILLER                     PIC X(01) VALUE SPACE.
000350           05  ITM-GLM-DESC               PIC X(30).
