000100*----------------------------------------------------------------
000110* ITEMBCF.CPY
000120*
000130* Record layout for the interface-batch register (batchreg.dat).
000140* Every inbound file checked through ITEMBCP.CPY appends one
000150* record here - which interface, the sender's batch ID and
000160* creation date, when it was checked, whether it was accepted
000170* or rejected (and why), and the record count and quantity hash
000180* it added up to.  A batch ID already on the register as
000190* accepted for the same interface is refused as a duplicate, so
000200* a drop sent twice is processed once.  COPY into the FILE
000210* SECTION; pair with a SELECT BATCH-REGISTER-FILE ASSIGN TO
000220* ITM-BATCHREG-DSN ORGANIZATION SEQUENTIAL in FILE-CONTROL.
000230*----------------------------------------------------------------
000240 01  ITM-BATCH-REGISTER-RECORD.
000250           05  ITM-BRG-INTERFACE          PIC X(08).
000260           05  FILLER                     PIC X(01) VALUE SPACE.
000270           05  ITM-BRG-BATCH-ID           PIC X(12).
000280           05  FILLER                     PIC X(01) VALUE SPACE.
000290           05  ITM-BRG-CREATE-DATE        PIC X(08).
000300           05  FILLER                     PIC X(01) VALUE SPACE.
000310           05  ITM-BRG-RUN-DATE           PIC X(08).
000320           05  FILLER                     PIC X(01) VALUE SPACE.
000330           05  ITM-BRG-RUN-TIME           PIC X(08).
000340           05  FILLER                     PIC X(01) VALUE SPACE.
000350           05  ITM-BRG-OUTCOME            PIC X(01).
000360               88  ITM-BRG-ACCEPTED       VALUE 'A'.
000370               88  ITM-BRG-REJECTED       VALUE 'R'.
000380           05  FILLER                     PIC X(01) VALUE SPACE.
000390           05  ITM-BRG-RECORD-COUNT       PIC 9(07).
000400           05  FILLER                     PIC X(01) VALUE SPACE.
000410           05  ITM-BRG-HASH-TOTAL         PIC 9(13).
000420           05  FILLER                     PIC X(01) VALUE SPACE.
000430           05  ITM-BRG-REASON             PIC X(30).
