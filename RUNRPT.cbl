000210* step record in a date range, so "when did the archive step
000220* last actually run" is one inquiry instead of an afternoon in
000230* the raw file.  Output goes to runmorn.rpt.
000232* The morning report closes with the inbound interface batches
000234* rejected since the run began, from the interface-batch
000236* register (batchreg.dat), so a file that failed its control
000238* totals or came in twice is chased the same morning.
000240*----------------------------------------------------------------
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. RUNRPT.
000360*  2026-09-01 dlm   Initial version - morning report with
000370*                   long-runner and WARN-streak flags, plus
000380*                   the date-range history inquiry.
000382*  2026-10-15 dlm   Morning report flags a step that rejected
000384*                   its input batch and lists the rejected
000386*                   batches from the interface-batch register
000388*                   with the reason for each.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000480               ORGANIZATION IS SEQUENTIAL
000490               FILE STATUS IS ITM-RUNRPT-STATUS.
000500
000502           SELECT BATCH-REGISTER-FILE ASSIGN TO ITM-BATCHREG-DSN
000504               ORGANIZATION IS SEQUENTIAL
000506               FILE STATUS IS ITM-BATCHREG-STATUS.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  RUN-LOG-FILE.
000560 FD  RUN-REPORT-FILE.
000570 01  ITM-RUNRPT-RECORD          PIC X(132).
000580
000582 FD  BATCH-REGISTER-FILE.
000584       COPY ITEMBCF.
000586
000590 WORKING-STORAGE SECTION.
000600       COPY ITEMFN.
000610
000620 01  ITM-RUNLOG-STATUS          PIC X(02).
000630 01  ITM-RUNRPT-STATUS          PIC X(02).
000632 01  ITM-BATCHREG-STATUS        PIC X(02).
000640
000650 01  ITM-EOF-FLAG               PIC X(01) VALUE 'N'.
000660           88  ITM-EOF                VALUE 'Y'.
001320           05  ITM-RD-SECS            PIC ZZZZZ9.
001330           05  FILLER                 PIC X(02) VALUE SPACES.
001340           05  ITM-RD-FLAG            PIC X(32).
001341
001342*----------------------------------------------------------------
001343* Rejected-batch section of the morning report - one line per
001344* rejection on the interface-batch register.
001345*----------------------------------------------------------------
001346 01  ITM-BRG-EOF-FLAG           PIC X(01).
001347           88  ITM-BRG-EOF            VALUE 'Y'.
001348 01  ITM-REJECT-COUNT           BINARY-LONG VALUE 0.
001349
001350 01  ITM-REJECT-HEADING.
001351           05  FILLER                 PIC X(10) VALUE "INTERFACE".
001352           05  FILLER                 PIC X(14) VALUE "BATCH ID".
001353           05  FILLER                 PIC X(10) VALUE "CREATED".
001354           05  FILLER                 PIC X(10) VALUE "CHECKED".
001355           05  FILLER                 PIC X(10) VALUE "AT".
001356           05  FILLER                 PIC X(09) VALUE "RECORDS".
001357           05  FILLER                 PIC X(30) VALUE "REASON".
001358
001359 01  ITM-REJECT-DETAIL-LINE.
001360           05  ITM-RJ-INTERFACE       PIC X(08).
001361           05  FILLER                 PIC X(02) VALUE SPACES.
001362           05  ITM-RJ-BATCH-ID        PIC X(12).
001363           05  FILLER                 PIC X(02) VALUE SPACES.
001364           05  ITM-RJ-CREATE-DATE     PIC X(08).
001365           05  FILLER                 PIC X(02) VALUE SPACES.
001366           05  ITM-RJ-RUN-DATE        PIC X(08).
001367           05  FILLER                 PIC X(02) VALUE SPACES.
001368           05  ITM-RJ-RUN-TIME        PIC X(08).
001369           05  FILLER                 PIC X(02) VALUE SPACES.
001370           05  ITM-RJ-RECORDS         PIC ZZZZZZ9.
001371           05  FILLER                 PIC X(02) VALUE SPACES.
001372           05  ITM-RJ-REASON          PIC X(30).
001373
001374 PROCEDURE DIVISION.
001375
001380*----------------------------------------------------------------
001390* 0000-MAINLINE
001400*----------------------------------------------------------------
002930* Last night's run, one line per step, with the long-runner
002940* and WARN-streak flags worked out against the step's own
002950* history earlier in the log.
002952* The rejected input batches follow the steps.
002960*----------------------------------------------------------------
003000 3000-WRITE-MORNING-REPORT.
003010           IF ITM-RUNRPT-STATUS NOT = "00"
003230           PERFORM 3100-WRITE-ONE-STEP THRU 3100-EXIT
003240               VARYING ITM-I FROM 1 BY 1
003250               UNTIL ITM-I > ITM-NUM-OF-RUNS
003252
003254           PERFORM 3700-WRITE-REJECTED-BATCHES THRU 3700-EXIT
003260           .
003270 3000-EXIT.
003280           EXIT.
003380               PERFORM 3200-FLAG-LONG-RUNNER THRU 3200-EXIT
003390               PERFORM 3300-FLAG-WARN-STREAK THRU 3300-EXIT
003400           END-IF
003402           IF ITM-RT-OUTCOME(ITM-I) = "FAIL" AND
003404                   ITM-RT-RC(ITM-I) = "   6"
003406               MOVE "INPUT BATCH REJECTED" TO ITM-RD-FLAG
003408           END-IF
003410
003420           MOVE ITM-RUN-DETAIL-LINE TO ITM-RUNRPT-RECORD
003430           WRITE ITM-RUNRPT-RECORD
004740 3600-EXIT.
004750           EXIT.
004760
004761*----------------------------------------------------------------
004762* 3700-WRITE-REJECTED-BATCHES
004763*
004764* Every inbound batch the register shows rejected on or after
004765* last night's run date - the run can cross midnight, and a
004766* daytime rerun that rejects again belongs on the same sheet.
004767* No register yet means no interface has been checked, which
004768* reads the same as no rejections.
004769*----------------------------------------------------------------
004770 3700-WRITE-REJECTED-BATCHES.
004771           MOVE SPACES TO ITM-RUNRPT-RECORD
004772           WRITE ITM-RUNRPT-RECORD
004773           MOVE SPACES TO ITM-RUNRPT-RECORD
004774           STRING "INPUT BATCHES REJECTED SINCE "
004775               ITM-LAST-RUN-DATE
004776               DELIMITED BY SIZE
004777               INTO ITM-RUNRPT-RECORD
004778           END-STRING
004779           WRITE ITM-RUNRPT-RECORD
004780           MOVE SPACES TO ITM-RUNRPT-RECORD
004781           WRITE ITM-RUNRPT-RECORD
004782           MOVE ITM-REJECT-HEADING TO ITM-RUNRPT-RECORD
004783           WRITE ITM-RUNRPT-RECORD
004784
004785           MOVE 0 TO ITM-REJECT-COUNT
004786           OPEN INPUT BATCH-REGISTER-FILE
004787           IF ITM-BATCHREG-STATUS = "00"
004788               MOVE 'N' TO ITM-BRG-EOF-FLAG
004789               READ BATCH-REGISTER-FILE
004790                   AT END
004791                       MOVE 'Y' TO ITM-BRG-EOF-FLAG
004792               END-READ
004793               PERFORM 3750-WRITE-ONE-REJECTION THRU 3750-EXIT
004794                   UNTIL ITM-BRG-EOF
004795               CLOSE BATCH-REGISTER-FILE
004796           END-IF
004797
004798           IF ITM-REJECT-COUNT = 0
004799               MOVE "No input batches rejected" TO
004800                   ITM-RUNRPT-RECORD
004801               WRITE ITM-RUNRPT-RECORD
004802           END-IF
004803           .
004804 3700-EXIT.
004805           EXIT.
004806
004807 3750-WRITE-ONE-REJECTION.
004808           IF ITM-BRG-REJECTED AND
004809                   ITM-BRG-RUN-DATE NOT < ITM-LAST-RUN-DATE
004810               MOVE SPACES TO ITM-REJECT-DETAIL-LINE
004811               MOVE ITM-BRG-INTERFACE TO ITM-RJ-INTERFACE
004812               MOVE ITM-BRG-BATCH-ID TO ITM-RJ-BATCH-ID
004813               MOVE ITM-BRG-CREATE-DATE TO ITM-RJ-CREATE-DATE
004814               MOVE ITM-BRG-RUN-DATE TO ITM-RJ-RUN-DATE
004815               MOVE ITM-BRG-RUN-TIME TO ITM-RJ-RUN-TIME
004816               MOVE ITM-BRG-RECORD-COUNT TO ITM-RJ-RECORDS
004817               MOVE ITM-BRG-REASON TO ITM-RJ-REASON
004818               MOVE ITM-REJECT-DETAIL-LINE TO ITM-RUNRPT-RECORD
004819               WRITE ITM-RUNRPT-RECORD
004820               ADD 1 TO ITM-REJECT-COUNT
004821           END-IF
004822
004823           READ BATCH-REGISTER-FILE
004824               AT END
004825                   MOVE 'Y' TO ITM-BRG-EOF-FLAG
004826           END-READ
004827           .
004828 3750-EXIT.
004829           EXIT.
004830
004831*----------------------------------------------------------------
004832* 4000-WRITE-HISTORY
004833*
004834* Date-range listing of every step record, oldest first, with
004835* the same formatted columns as the morning report but no
004836* flags - history answers "when did this step last run", not
004837* "is last night healthy".
004840*----------------------------------------------------------------
004850 4000-WRITE-HISTORY.
004860           IF ITM-RUNRPT-STATUS NOT = "00"
