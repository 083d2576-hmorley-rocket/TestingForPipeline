000140* price application, web-order fulfilment, the reorder report
000150* and purchase orders, the stock reconciliation, the ledger
000151* roll-forward check, the costing run and stock valuation, the
000152* general-ledger journal extract, the aged-stock report and its
000153* dead-stock markdowns, the
000154* cycle-count plan and tomorrow's count sheet, the morning
000155* shelf-replenishment list, the buyer's CSV export, and the
000156* month-end archive when its parm card is
000170* present - writing one run-control record per step to the run
000180* log (runlog.dat): start and end time, outcome, and the step's
000190* return code.  A step that fails (return code above 4) stops
000210* run got, and the next run resumes from the failed step instead
000220* of rerunning the steps that already completed.  The morning
000230* shift starts from one log that says exactly what happened.
000231* The one failure that does not stop the chain is return code
000232* 6: a step rejected an inbound interface file whole - out of
000233* balance against its trailer, or a batch already processed -
000234* so it changed nothing and the steps after it still run.  The
000235* step is logged FAIL for the morning report all the same.
000240*
000250* Outcome convention: return code 0 = OK, 1-4 = WARN (the step
000260* ran but had nothing to do or only part of its input), above 4
000270* = FAIL (6 = FAIL, input batch rejected, chain carries
000272* on).  The interactive steps take their answers from parm
000280* cards when run under the driver (reconcil.parm, csvxfer.parm,
000290* archive.parm); the driver writes the first two itself.
000300*----------------------------------------------------------------
000441*  2026-09-01 dlm   Run-log record layout moved out to
000442*                   ITEMRUN.CPY so the morning report program
000443*                   reads the same shape this driver writes.
000444*  2026-10-15 dlm   CYCLPLAN joins the chain after COSTRPT, so
000445*                   the ABC ranking values the year at the
000446*                   costs just recalculated and the floor finds
000447*                   the day's count sheet waiting.
000449*  2026-10-15 dlm   SHELFRPL joins the chain after CYCLPLAN,
000451*                   so the back room finds the morning's
000453*                   shelf-fill list waiting.
000454*  2026-10-15 dlm   GLEXTRCT joins the chain after COSTRPT, so
000455*                   the day's journal costs the stock sold at
000456*                   the averages just recalculated.
000457*  2026-10-15 dlm   Return code 6 (an inbound file rejected on
000458*                   its control totals or as a duplicate batch)
000459*                   logs the step FAIL but lets the chain carry
000460*                   on - nothing was touched, so there is
000461*                   nothing to restart.
000462*  2026-10-15 dlm   AGERPT joins the chain after GLEXTRCT, so
000463*                   stock is aged at the costs just recalculated
000464*                   and tonight's dead-stock markdowns are
000465*                   pending for the buyer by morning.  Steps
000466*                   after it move down one.
000467*----------------------------------------------------------------
000468 ENVIRONMENT DIVISION.
000469 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480           SELECT RUN-LOG-FILE ASSIGN TO ITM-RUNLOG-DSN
000490               ORGANIZATION IS SEQUENTIAL
001160 01  ITM-LAST-GOOD-STEP         BINARY-SHORT VALUE 0.
001170 01  ITM-STEP-DISP              PIC 99.
001180 01  ITM-STEP-RC                BINARY-SHORT.
001182           88  ITM-STEP-BATCH-REJECTED    VALUE 6.
001190
001200 01  ITM-STEP-NAME              PIC X(08).
001210
001402                   VALUE "LEDGCHK".
001403           05  FILLER                     PIC X(08)
001404                   VALUE "COSTRPT".
001405           05  FILLER                     PIC X(08)
001406                   VALUE "GLEXTRCT".
001407           05  FILLER                     PIC X(08)
001408                   VALUE "AGERPT".
001409           05  FILLER                     PIC X(08)
001410                   VALUE "CYCLPLAN".
001411           05  FILLER                     PIC X(08)
001412                   VALUE "SHELFRPL".
001414           05  FILLER                     PIC X(08)
001420                   VALUE "CSVXFER".
001430           05  FILLER                     PIC X(08)
001440                   VALUE "ARCHIVE".
001450 01  FILLER REDEFINES ITM-STEP-TABLE.
001460           05  ITM-STEP-ENTRY OCCURS 12 TIMES.
001470               10  ITM-STEP-PROGRAM       PIC X(08).
001480
001490 PROCEDURE DIVISION.
001560
001570           PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
001580               VARYING ITM-CURRENT-STEP FROM 1 BY 1
001590               UNTIL ITM-CURRENT-STEP > 12
001600                   OR ITM-CHAIN-STOPPED
001610
001620           PERFORM 9000-CLOSE-AND-EXIT THRU 9000-EXIT
002250* Runs (or skips) the step at ITM-CURRENT-STEP, logs it, and
002260* stops the chain on a failing return code after checkpointing
002270* how far the run got.
002272* A rejected input batch is logged FAIL and the chain carries on.
002280*----------------------------------------------------------------
002290 2000-RUN-ONE-STEP.
002300           MOVE ITM-STEP-PROGRAM(ITM-CURRENT-STEP) TO
002820           END-EVALUATE
002830           PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
002840
002850           IF ITM-STEP-BATCH-REJECTED
002851               MOVE ITM-CURRENT-STEP TO ITM-STEP-DISP
002852               DISPLAY "Step " ITM-STEP-DISP " ("
002853                   ITM-STEP-NAME ") rejected its input batch - "
002854                   "chain continues"
002855               MOVE ITM-CURRENT-STEP TO ITM-LAST-GOOD-STEP
002856               GO TO 2000-EXIT
002857           END-IF
002858
002859           IF ITM-STEP-RC > 4
002860               MOVE 'Y' TO ITM-CHAIN-FLAG
002870               PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
002880               PERFORM 3100-CLEAR-PARM-CARDS THRU 3100-EXIT
