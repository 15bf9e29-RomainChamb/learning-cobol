000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BatchVoid.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
000800       ORGANIZATION IS INDEXED
000900       ACCESS MODE IS SEQUENTIAL
001000       RECORD KEY IS PS-HISTORY-KEY
001100       FILE STATUS IS WS-DETAIL-STATUS.
001200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
001300       ORGANIZATION IS INDEXED
001400       ACCESS MODE IS RANDOM
001500       RECORD KEY IS RC-BATCH-ID
001600       FILE STATUS IS WS-RUNCTL-STATUS.
001700     SELECT GL-EXTRACT-CONTROL-FILE
001800         ASSIGN TO "GL-EXTRACT-CONTROL"
001900       ORGANIZATION IS INDEXED
002000       ACCESS MODE IS RANDOM
002100       RECORD KEY IS GX-BATCH-ID
002200       FILE STATUS IS WS-GLCTL-STATUS.
002300     SELECT YTD-MASTER-FILE ASSIGN TO "YTD-MASTER"
002400       ORGANIZATION IS INDEXED
002500       ACCESS MODE IS RANDOM
002600       RECORD KEY IS YTD-EMPLOYEE-ID
002700       FILE STATUS IS WS-YTD-STATUS.
002800     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVE-BALANCE"
002900       ORGANIZATION IS INDEXED
003000       ACCESS MODE IS RANDOM
003100       RECORD KEY IS LB-LEAVE-KEY
003200       FILE STATUS IS WS-LEAVE-STATUS.
003300     SELECT LEAVE-PAYOUT-FILE ASSIGN TO "LEAVE-PAYOUT"
003400       ORGANIZATION IS INDEXED
003500       ACCESS MODE IS RANDOM
003600       RECORD KEY IS LP-EMPLOYEE-ID
003700       FILE STATUS IS WS-PAYOUT-STATUS.
003800     SELECT REWORK-QUEUE-FILE ASSIGN TO "REWORK-QUEUE"
003900       ORGANIZATION IS SEQUENTIAL
004000       FILE STATUS IS WS-REWORK-STATUS.
004100     SELECT VARIANCE-CONTROL-FILE ASSIGN TO "VARIANCE-CONTROL"
004200       ORGANIZATION IS INDEXED
004300       ACCESS MODE IS RANDOM
004400       RECORD KEY IS VC-BATCH-ID
004500       FILE STATUS IS WS-VARCTL-STATUS.
004600     SELECT CALL-AUDIT-FILE ASSIGN TO "CALL-AUDIT-LOG"
004700       ORGANIZATION IS SEQUENTIAL
004800       FILE STATUS IS WS-AUDIT-STATUS.
004900     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "CALL-AUDIT-ARCHIVE"
005000       ORGANIZATION IS SEQUENTIAL
005100       FILE STATUS IS WS-ARCHIVE-STATUS.
005200     SELECT CHECKPOINT-FILE ASSIGN TO "PAYROLL-CHECKPOINT"
005300       ORGANIZATION IS SEQUENTIAL
005400       FILE STATUS IS WS-CHECKPOINT-STATUS.
005500     SELECT VOID-REPORT-FILE ASSIGN TO "VOID-REPORT"
005600       ORGANIZATION IS SEQUENTIAL
005700       FILE STATUS IS WS-REPORT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PAY-HISTORY-FILE.
006200     COPY "paystub-record.cpy".
006300
006400 FD  RUN-CONTROL-FILE.
006500     COPY "run-control.cpy".
006600
006700 FD  GL-EXTRACT-CONTROL-FILE.
006800     COPY "gl-extract-control.cpy".
006900
007000 FD  YTD-MASTER-FILE.
007100     COPY "ytd-record.cpy".
007200
007300 FD  LEAVE-BALANCE-FILE.
007400     COPY "leave-balance.cpy".
007500
007600 FD  LEAVE-PAYOUT-FILE.
007700     COPY "leave-payout.cpy".
007800
007900 FD  REWORK-QUEUE-FILE.
008000     COPY "rework-record.cpy".
008100
008200 FD  VARIANCE-CONTROL-FILE.
008300     COPY "variance-control.cpy".
008400
008500 FD  CALL-AUDIT-FILE.
008600     COPY "audit-record.cpy".
008700
008800 FD  AUDIT-ARCHIVE-FILE.
008900 01  ARCH-AUDIT-REC     PIC X(36).
009000
009100 FD  CHECKPOINT-FILE.
009200     COPY "checkpoint-record.cpy".
009300
009400 FD  VOID-REPORT-FILE.
009500 01  VOID-REPORT-LINE      PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800
009900 01 WS-DETAIL-STATUS PIC XX.
010000   88 DETAIL-OK              VALUE "00".
010100   88 DETAIL-EOF             VALUE "10".
010200
010300 01 WS-RUNCTL-STATUS PIC XX.
010400   88 RUNCTL-OK              VALUE "00".
010500
010600 01 WS-GLCTL-STATUS  PIC XX.
010700   88 GLCTL-OK               VALUE "00".
010800   88 GLCTL-FILE-MISSING     VALUE "35".
010900
011000 01 WS-YTD-STATUS    PIC XX.
011100   88 YTD-OK                 VALUE "00".
011200   88 YTD-FILE-MISSING       VALUE "35".
011300
011400 01 WS-LEAVE-STATUS  PIC XX.
011500   88 LEAVE-OK               VALUE "00".
011600   88 LEAVE-FILE-MISSING     VALUE "35".
011700
011800 01 WS-PAYOUT-STATUS PIC XX.
011900   88 PAYOUT-OK              VALUE "00".
012000   88 PAYOUT-FILE-MISSING    VALUE "35".
012100
012200 01 WS-REWORK-STATUS PIC XX.
012300   88 REWORK-OK              VALUE "00".
012400   88 REWORK-EOF             VALUE "10".
012500   88 REWORK-FILE-MISSING    VALUE "35".
012600
012700 01 WS-VARCTL-STATUS PIC XX.
012800   88 VARCTL-OK              VALUE "00".
012900   88 VARCTL-FILE-MISSING    VALUE "35".
013000
013100 01 WS-AUDIT-STATUS  PIC XX.
013200   88 AUDIT-OK               VALUE "00".
013300   88 AUDIT-EOF              VALUE "10".
013400   88 AUDIT-FILE-MISSING     VALUE "35".
013500
013600 01 WS-ARCHIVE-STATUS PIC XX.
013700   88 ARCH-OK                VALUE "00".
013800   88 ARCH-EOF               VALUE "10".
013900   88 ARCH-FILE-MISSING      VALUE "35".
014000
014100 01 WS-CHECKPOINT-STATUS PIC XX.
014200   88 CHECKPOINT-OK          VALUE "00".
014300   88 CHECKPOINT-NOT-FOUND   VALUE "35".
014400
014500 01 WS-REPORT-STATUS PIC XX.
014600   88 REPORT-OK              VALUE "00".
014700
014800*The batch to void, supplied by the operator.
014900 01 WS-TARGET-BATCH-ID  PIC X(8).
015000 01 WS-TODAY            PIC 9(8).
015100
015200*The batch id carries the pay date - the year portion decides
015300*whether the YTD and leave figures being backed out are still
015400*the current year's.
015500 01 WS-BATCH-DATE.
015600   02 WS-BD-YEAR      PIC 9(4).
015700   02 FILLER          PIC X(4).
015800
015900*Side files a site may not have yet - a batch that never
016000*reached them has nothing on them to back out.
016100 01 WS-YTD-AVAIL-SW    PIC X VALUE "N".
016200   88 YTD-AVAILABLE          VALUE "Y".
016300 01 WS-LEAVE-AVAIL-SW  PIC X VALUE "N".
016400   88 LEAVE-AVAILABLE        VALUE "Y".
016500 01 WS-PAYOUT-AVAIL-SW PIC X VALUE "N".
016600   88 PAYOUT-AVAILABLE       VALUE "Y".
016700
016800*Once money has left for the bank or a payee, or the batch is
016900*in the ledger, the void would undo what cannot be undone here
017000*- the whole void is refused and nothing is touched.
017100 01 WS-JOURNALED-SW    PIC X VALUE "N".
017200   88 BATCH-JOURNALED        VALUE "Y".
017300 01 WS-TABLE-FULL-SW   PIC X VALUE "N".
017400   88 TABLE-FULL             VALUE "Y".
017500 01 WS-BLOCKED-COUNT   PIC 9(6) VALUE 0.
017600
017700*The rework queue is read into a table and rewritten without
017800*the voided batch's entries, as PayrollRework does.
017900 01 WS-QUEUE-COUNT    PIC 9(4) COMP VALUE 0.
018000 01 WS-QUEUE-TABLE.
018100   02 WS-QUEUE-ENTRY OCCURS 1 TO 999 TIMES
018200       DEPENDING ON WS-QUEUE-COUNT
018300       INDEXED BY QUEUE-IDX.
018400     03 WS-QE-EMPLOYEE-ID   PIC 9(5).
018500     03 WS-QE-BATCH-ID      PIC X(8).
018600     03 WS-QE-ERROR-CODE    PIC 9(1).
018700
018800*The batch's successful calls on the audit trail and its
018900*archive. Each is offset under the same batch id, as RetroPay
019000*offsets a recompute, so the batch nets to nothing in the
019100*reconciliation until it is run again.
019200 01 WS-AUDIT-COUNT     PIC 9(4) COMP VALUE 0.
019300 01 WS-AUDIT-TABLE.
019400   02 WS-AU-ENTRY OCCURS 1 TO 2000 TIMES
019500       DEPENDING ON WS-AUDIT-COUNT
019600       INDEXED BY AU-IDX.
019700     03 WS-AU-EMPLOYEE-ID   PIC 9(5).
019800     03 WS-AU-SALARY-IN     PIC S9(5)V99.
019900     03 WS-AU-SALARY-OUT    PIC S9(5)V99.
020000 01 WS-AUDIT-NET-TOTAL PIC S9(9)V99 VALUE 0.
020100
020200*One kind of leave for one result - the type being backed out
020300*and the hours earned and taken on it.
020400 01 WS-POST-TYPE     PIC X(1).
020500 01 WS-EARNED-HOURS  PIC 9(2)V99.
020600 01 WS-TAKEN-HOURS   PIC 9(4)V99.
020700
020800 01 WS-VARIANCE-CLEARED-SW   PIC X VALUE "N".
020900   88 VARIANCE-CLEARED       VALUE "Y".
021000 01 WS-CHECKPOINT-RESET-SW   PIC X VALUE "N".
021100   88 CHECKPOINT-RESET       VALUE "Y".
021200
021300 01 WS-REMOVED-COUNT  PIC 9(6) VALUE 0.
021400 01 WS-YTD-COUNT      PIC 9(6) VALUE 0.
021500 01 WS-LEAVE-COUNT    PIC 9(6) VALUE 0.
021600 01 WS-PAYOUT-COUNT   PIC 9(6) VALUE 0.
021700 01 WS-REWORK-COUNT   PIC 9(6) VALUE 0.
021800 01 WS-OFFSET-COUNT   PIC 9(6) VALUE 0.
021900 01 WS-MANUAL-COUNT   PIC 9(6) VALUE 0.
022000
022100 01 WS-HEADER-LINE.
022200   02 FILLER  PIC X(24) VALUE "BATCH VOID - BATCH ".
022300   02 WS-HL-BATCH-ID      PIC X(8).
022400   02 FILLER              PIC X(48) VALUE SPACES.
022500
022600 01 WS-DETAIL-LINE.
022700   02 FILLER              PIC X(9)  VALUE "Employee ".
022800   02 WS-DL-EMPLOYEE-ID   PIC 9(5).
022900   02 FILLER              PIC X(2)  VALUE SPACES.
023000   02 WS-DL-NAME          PIC X(20).
023100   02 FILLER              PIC X(5)  VALUE " net ".
023200   02 WS-DL-NET-PAY       PIC -ZZZZ9.99.
023300   02 FILLER              PIC X(6)  VALUE "  YTD ".
023400   02 WS-DL-YTD           PIC X(3).
023500   02 FILLER              PIC X(8)  VALUE "  Leave ".
023600   02 WS-DL-LEAVE         PIC X(3).
023700   02 FILLER              PIC X(10) VALUE SPACES.
023800
023900 01 WS-NOTE-LINE.
024000   02 FILLER              PIC X(9)  VALUE "Employee ".
024100   02 WS-NL-EMPLOYEE-ID   PIC 9(5).
024200   02 FILLER              PIC X(2)  VALUE SPACES.
024300   02 WS-NL-TEXT          PIC X(64).
024400
024500 01 WS-COUNT-LINE.
024600   02 WS-CT-LABEL         PIC X(22).
024700   02 WS-CT-COUNT         PIC ZZZZZ9.
024800   02 FILLER              PIC X(52) VALUE SPACES.
024900
025000 01 WS-AMOUNT-LINE.
025100   02 FILLER              PIC X(22) VALUE "Audit net reversed : ".
025200   02 WS-AL-AMOUNT        PIC -ZZZZZZZZ9.99.
025300   02 FILLER              PIC X(45) VALUE SPACES.
025400
025500 01 WS-STATUS-LINE.
025600   02 WS-ST-LABEL         PIC X(22).
025700   02 WS-ST-TEXT          PIC X(40).
025800   02 FILLER              PIC X(18) VALUE SPACES.
025900
026000 01 WS-RESULT-LINE.
026100   02 FILLER              PIC X(10) VALUE "Result :  ".
026200   02 WS-RL-TEXT          PIC X(70).
026300
026400 PROCEDURE DIVISION.
026500     ACCEPT WS-TARGET-BATCH-ID.
026600     IF WS-TARGET-BATCH-ID = SPACES
026700         OR WS-TARGET-BATCH-ID NOT NUMERIC
026800       DISPLAY "No batch id supplied - nothing to void"
026900       STOP RUN
027000     END-IF.
027100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
027200     MOVE WS-TARGET-BATCH-ID TO WS-BATCH-DATE.
027300     PERFORM CHECK-BATCH-VOIDABLE.
027400
027500     OPEN OUTPUT VOID-REPORT-FILE.
027600     IF NOT REPORT-OK
027700       DISPLAY "Void report open error, status "
027800           WS-REPORT-STATUS
027900       STOP RUN
028000     END-IF.
028100     MOVE WS-TARGET-BATCH-ID TO WS-HL-BATCH-ID.
028200     WRITE VOID-REPORT-LINE FROM WS-HEADER-LINE.
028300
028400*Everything that could stop the void is found before anything
028500*is changed, so a refused void leaves the batch exactly as it
028600*was.
028700     PERFORM CHECK-GL-EXTRACT.
028800     PERFORM SCAN-BATCH-RESULTS.
028900     PERFORM LOAD-REWORK-QUEUE.
029000     PERFORM LOAD-BATCH-AUDIT.
029100
029200     IF BATCH-JOURNALED
029300       MOVE "REFUSED - journal already produced, nothing voided"
029400           TO WS-RL-TEXT
029500     ELSE
029600     IF WS-BLOCKED-COUNT > 0
029700       MOVE "REFUSED - results already paid out, nothing voided"
029800           TO WS-RL-TEXT
029900     ELSE
030000     IF TABLE-FULL
030100       MOVE "REFUSED - rework or audit table full, nothing voided"
030200           TO WS-RL-TEXT
030300     ELSE
030400       PERFORM VOID-BATCH-RESULTS
030500       PERFORM REWRITE-REWORK-QUEUE
030600       PERFORM CLEAR-VARIANCE-CONTROL
030700       PERFORM WRITE-AUDIT-OFFSETS
030800       PERFORM RESET-CHECKPOINT
030900       PERFORM STAMP-RUN-VOIDED
031000       MOVE "VOIDED - the batch id may now be run again"
031100           TO WS-RL-TEXT
031200     END-IF
031300     END-IF
031400     END-IF.
031500     PERFORM WRITE-VOID-TOTALS.
031600
031700     DISPLAY "Batch void " WS-TARGET-BATCH-ID " : " WS-RL-TEXT.
031800     DISPLAY "Results removed     : " WS-REMOVED-COUNT.
031900     DISPLAY "YTD backed out      : " WS-YTD-COUNT.
032000     DISPLAY "Leave backed out    : " WS-LEAVE-COUNT.
032100     DISPLAY "Audit offsets       : " WS-OFFSET-COUNT.
032200     DISPLAY "Left for manual fix : " WS-MANUAL-COUNT.
032300     GOBACK.
032400
032500*Only a batch the driver has started can be voided, and a
032600*batch is voided once - a completed batch as well as one
032700*abandoned part way, whose partial results are backed out the
032800*same way.
032900 CHECK-BATCH-VOIDABLE.
033000     OPEN INPUT RUN-CONTROL-FILE.
033100     IF NOT RUNCTL-OK
033200       DISPLAY "Run control file open error, status "
033300           WS-RUNCTL-STATUS
033400       DISPLAY "Cannot verify batch status - void refused"
033500       STOP RUN
033600     END-IF.
033700     MOVE WS-TARGET-BATCH-ID TO RC-BATCH-ID.
033800     READ RUN-CONTROL-FILE
033900       INVALID KEY
034000         DISPLAY "Batch " WS-TARGET-BATCH-ID
034100             " not on run control - void refused"
034200         CLOSE RUN-CONTROL-FILE
034300         STOP RUN
034400       NOT INVALID KEY
034500         IF RC-VOIDED
034600           DISPLAY "Batch " WS-TARGET-BATCH-ID
034700               " already voided - run the payroll driver again"
034800           CLOSE RUN-CONTROL-FILE
034900           STOP RUN
035000         END-IF
035100     END-READ.
035200     CLOSE RUN-CONTROL-FILE.
035300
035400*A batch whose journal is out is in the ledger - the journal
035500*has to be reversed there before the batch can be voided.
035600 CHECK-GL-EXTRACT.
035700     OPEN INPUT GL-EXTRACT-CONTROL-FILE.
035800     IF GLCTL-FILE-MISSING
035900       CONTINUE
036000     ELSE
036100       IF NOT GLCTL-OK
036200         DISPLAY "GL extract control open error, status "
036300             WS-GLCTL-STATUS
036400         STOP RUN
036500       END-IF
036600       MOVE WS-TARGET-BATCH-ID TO GX-BATCH-ID
036700       READ GL-EXTRACT-CONTROL-FILE
036800         INVALID KEY
036900           CONTINUE
037000         NOT INVALID KEY
037100           SET BATCH-JOURNALED TO TRUE
037200       END-READ
037300       CLOSE GL-EXTRACT-CONTROL-FILE
037400     END-IF.
037500
037600*Each result of the batch that has already gone to the bank or
037700*the cheque list, had its deductions remitted or been posted to
037800*a journal is listed - any one of them refuses the void. So is
037900*a RetroPay adjustment, which is not a driver result.
038000 SCAN-BATCH-RESULTS.
038100     OPEN INPUT PAY-HISTORY-FILE.
038200     IF NOT DETAIL-OK
038300       DISPLAY "Pay history file open error, status "
038400           WS-DETAIL-STATUS
038500       STOP RUN
038600     END-IF.
038700     PERFORM UNTIL DETAIL-EOF
038800       READ PAY-HISTORY-FILE
038900         AT END SET DETAIL-EOF TO TRUE
039000         NOT AT END
039100           IF NOT DETAIL-OK
039200             DISPLAY "Pay history read error, status "
039300                 WS-DETAIL-STATUS
039400             STOP RUN
039500           END-IF
039600           IF PS-BATCH-ID = WS-TARGET-BATCH-ID
039700             PERFORM CHECK-ONE-RESULT
039800           END-IF
039900       END-READ
040000     END-PERFORM.
040100     CLOSE PAY-HISTORY-FILE.
040200
040300 CHECK-ONE-RESULT.
040400     MOVE PS-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID.
040500     IF PS-ALREADY-EXTRACTED
040600       MOVE "already extracted for payment - cannot void"
040700           TO WS-NL-TEXT
040800       PERFORM BLOCK-ONE-RESULT
040900     ELSE
041000     IF PS-DEDUCTIONS-REMITTED
041100       MOVE "deductions already remitted - cannot void"
041200           TO WS-NL-TEXT
041300       PERFORM BLOCK-ONE-RESULT
041400     ELSE
041500     IF PS-GL-JOURNALED OR PS-GL-RETURN-REVERSED
041600       MOVE "already posted to a GL journal - cannot void"
041700           TO WS-NL-TEXT
041800       PERFORM BLOCK-ONE-RESULT
041900     ELSE
042000     IF PS-RETRO-ADJUSTMENT
042100       MOVE "retroactive adjustment - not a driver batch"
042200           TO WS-NL-TEXT
042300       PERFORM BLOCK-ONE-RESULT
042400     END-IF
042500     END-IF
042600     END-IF
042700     END-IF.
042800
042900 BLOCK-ONE-RESULT.
043000     WRITE VOID-REPORT-LINE FROM WS-NOTE-LINE.
043100     ADD 1 TO WS-BLOCKED-COUNT.
043200
043300 LOAD-REWORK-QUEUE.
043400     OPEN INPUT REWORK-QUEUE-FILE.
043500     IF REWORK-FILE-MISSING
043600       CONTINUE
043700     ELSE
043800       IF NOT REWORK-OK
043900         DISPLAY "Rework queue file open error, status "
044000             WS-REWORK-STATUS
044100         STOP RUN
044200       END-IF
044300       PERFORM UNTIL REWORK-EOF
044400         READ REWORK-QUEUE-FILE
044500           AT END SET REWORK-EOF TO TRUE
044600           NOT AT END
044700             IF NOT REWORK-OK
044800               DISPLAY "Rework queue read error, status "
044900                   WS-REWORK-STATUS
045000               STOP RUN
045100             END-IF
045200             IF RW-BATCH-ID = WS-TARGET-BATCH-ID
045300               ADD 1 TO WS-REWORK-COUNT
045400             ELSE
045500*The queue is rewritten from the table - entries that will not
045600*fit must not be silently lost.
045700             IF WS-QUEUE-COUNT < 999
045800               ADD 1 TO WS-QUEUE-COUNT
045900               MOVE RW-EMPLOYEE-ID TO
046000                   WS-QE-EMPLOYEE-ID(WS-QUEUE-COUNT)
046100               MOVE RW-BATCH-ID TO
046200                   WS-QE-BATCH-ID(WS-QUEUE-COUNT)
046300               MOVE RW-ERROR-CODE TO
046400                   WS-QE-ERROR-CODE(WS-QUEUE-COUNT)
046500             ELSE
046600               SET TABLE-FULL TO TRUE
046700             END-IF
046800             END-IF
046900         END-READ
047000       END-PERFORM
047100       CLOSE REWORK-QUEUE-FILE
047200     END-IF.
047300
047400*Rejected calls stay on the trail as history; only successful
047500*calls carried money into the reconciliation total.
047600 LOAD-BATCH-AUDIT.
047700     OPEN INPUT CALL-AUDIT-FILE.
047800     IF AUDIT-FILE-MISSING
047900       CONTINUE
048000     ELSE
048100       IF NOT AUDIT-OK
048200         DISPLAY "Call audit log open error, status "
048300             WS-AUDIT-STATUS
048400         STOP RUN
048500       END-IF
048600       PERFORM UNTIL AUDIT-EOF
048700         READ CALL-AUDIT-FILE
048800           AT END SET AUDIT-EOF TO TRUE
048900           NOT AT END
049000             IF NOT AUDIT-OK
049100               DISPLAY "Call audit log read error, status "
049200                   WS-AUDIT-STATUS
049300               STOP RUN
049400             END-IF
049500             PERFORM KEEP-BATCH-AUDIT-ENTRY
049600         END-READ
049700       END-PERFORM
049800       CLOSE CALL-AUDIT-FILE
049900     END-IF.
050000*An abandoned batch left long enough may have gone to the
050100*archive already - the reconciliation reads both, so both are
050200*offset.
050300     OPEN INPUT AUDIT-ARCHIVE-FILE.
050400     IF ARCH-FILE-MISSING
050500       CONTINUE
050600     ELSE
050700       IF NOT ARCH-OK
050800         DISPLAY "Audit archive open error, status "
050900             WS-ARCHIVE-STATUS
051000         STOP RUN
051100       END-IF
051200       PERFORM UNTIL ARCH-EOF
051300         READ AUDIT-ARCHIVE-FILE
051400           AT END SET ARCH-EOF TO TRUE
051500           NOT AT END
051600             IF NOT ARCH-OK
051700               DISPLAY "Audit archive read error, status "
051800                   WS-ARCHIVE-STATUS
051900               STOP RUN
052000             END-IF
052100             MOVE ARCH-AUDIT-REC TO AUDIT-RECORD
052200             PERFORM KEEP-BATCH-AUDIT-ENTRY
052300         END-READ
052400       END-PERFORM
052500       CLOSE AUDIT-ARCHIVE-FILE
052600     END-IF.
052700
052800 KEEP-BATCH-AUDIT-ENTRY.
052900     IF AR-BATCH-ID = WS-TARGET-BATCH-ID AND AR-ERROR-CODE = 0
053000       IF WS-AUDIT-COUNT < 2000
053100         ADD 1 TO WS-AUDIT-COUNT
053200         MOVE AR-EMPLOYEE-ID TO WS-AU-EMPLOYEE-ID(WS-AUDIT-COUNT)
053300         MOVE AR-SALARY-IN TO WS-AU-SALARY-IN(WS-AUDIT-COUNT)
053400         MOVE AR-SALARY-OUT TO WS-AU-SALARY-OUT(WS-AUDIT-COUNT)
053500       ELSE
053600         SET TABLE-FULL TO TRUE
053700       END-IF
053800     END-IF.
053900
054000*The pay history is opened I-O so each of the batch's results
054100*can be backed out of what was rolled up from it and deleted,
054200*leaving its key free for the rerun.
054300 VOID-BATCH-RESULTS.
054400     PERFORM OPEN-SIDE-FILES.
054500     OPEN I-O PAY-HISTORY-FILE.
054600     IF NOT DETAIL-OK
054700       DISPLAY "Pay history file open error, status "
054800           WS-DETAIL-STATUS
054900       STOP RUN
055000     END-IF.
055100     PERFORM UNTIL DETAIL-EOF
055200       READ PAY-HISTORY-FILE
055300         AT END SET DETAIL-EOF TO TRUE
055400         NOT AT END
055500           IF NOT DETAIL-OK
055600             DISPLAY "Pay history read error, status "
055700                 WS-DETAIL-STATUS
055800             STOP RUN
055900           END-IF
056000           IF PS-BATCH-ID = WS-TARGET-BATCH-ID
056100             PERFORM VOID-ONE-RESULT
056200           END-IF
056300       END-READ
056400     END-PERFORM.
056500     CLOSE PAY-HISTORY-FILE.
056600     IF YTD-AVAILABLE
056700       CLOSE YTD-MASTER-FILE
056800     END-IF.
056900     IF LEAVE-AVAILABLE
057000       CLOSE LEAVE-BALANCE-FILE
057100     END-IF.
057200     IF PAYOUT-AVAILABLE
057300       CLOSE LEAVE-PAYOUT-FILE
057400     END-IF.
057500
057600 OPEN-SIDE-FILES.
057700     OPEN I-O YTD-MASTER-FILE.
057800     IF YTD-OK
057900       SET YTD-AVAILABLE TO TRUE
058000     ELSE
058100       IF NOT YTD-FILE-MISSING
058200         DISPLAY "YTD master file open error, status "
058300             WS-YTD-STATUS
058400         STOP RUN
058500       END-IF
058600     END-IF.
058700     OPEN I-O LEAVE-BALANCE-FILE.
058800     IF LEAVE-OK
058900       SET LEAVE-AVAILABLE TO TRUE
059000     ELSE
059100       IF NOT LEAVE-FILE-MISSING
059200         DISPLAY "Leave balance file open error, status "
059300             WS-LEAVE-STATUS
059400         STOP RUN
059500       END-IF
059600     END-IF.
059700     OPEN I-O LEAVE-PAYOUT-FILE.
059800     IF PAYOUT-OK
059900       SET PAYOUT-AVAILABLE TO TRUE
060000     ELSE
060100       IF NOT PAYOUT-FILE-MISSING
060200         DISPLAY "Leave payout file open error, status "
060300             WS-PAYOUT-STATUS
060400         STOP RUN
060500       END-IF
060600     END-IF.
060700
060800*A result is backed out of the YTD master if YtdUpdate rolled it
060900*in, off the leave balances if LeaveAccrual posted it, and a
061000*vacation payout it paid goes back on the queue for the rerun.
061100 VOID-ONE-RESULT.
061200     MOVE PS-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID.
061300     MOVE PS-EMPLOYEE-NAME TO WS-DL-NAME.
061400     MOVE PS-NET-PAY TO WS-DL-NET-PAY.
061500     MOVE "no " TO WS-DL-YTD.
061600     MOVE "no " TO WS-DL-LEAVE.
061700     MOVE PS-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID.
061800     IF PS-ALREADY-APPLIED
061900       PERFORM BACK-OUT-YTD
062000     END-IF.
062100     IF PS-LEAVE-POSTED AND NOT PS-LEAVE-PAYOUT
062200       PERFORM BACK-OUT-LEAVE
062300     END-IF.
062400     WRITE VOID-REPORT-LINE FROM WS-DETAIL-LINE.
062500     IF PS-LEAVE-PAYOUT
062600       PERFORM REQUEUE-PAYOUT
062700     END-IF.
062800     DELETE PAY-HISTORY-FILE RECORD.
062900     IF NOT DETAIL-OK
063000       DISPLAY "Pay history delete error, status "
063100           WS-DETAIL-STATUS
063200       STOP RUN
063300     END-IF.
063400     ADD 1 TO WS-REMOVED-COUNT.
063500
063600*A record already reset for the new year no longer carries the
063700*figures being backed out - the report notes it for a manual
063800*prior-year adjustment instead of dirtying the new year.
063900 BACK-OUT-YTD.
064000     IF NOT YTD-AVAILABLE
064100       MOVE "no YTD master - YTD not backed out" TO WS-NL-TEXT
064200       PERFORM WRITE-MANUAL-NOTE
064300     ELSE
064400       MOVE PS-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
064500       READ YTD-MASTER-FILE
064600         INVALID KEY
064700           MOVE "no YTD record - not backed out" TO WS-NL-TEXT
064800           PERFORM WRITE-MANUAL-NOTE
064900         NOT INVALID KEY
065000           IF YTD-YEAR = WS-BD-YEAR
065100             SUBTRACT PS-GROSS-PAY FROM YTD-GROSS
065200             SUBTRACT PS-WITHHOLD-AMT FROM YTD-WITHHOLD
065300             SUBTRACT PS-NET-PAY FROM YTD-NET
065400             IF YTD-BATCH-COUNT > 0
065500               SUBTRACT 1 FROM YTD-BATCH-COUNT
065600             END-IF
065700             REWRITE YTD-RECORD
065800               INVALID KEY
065900                 DISPLAY "YTD rewrite failed for employee : "
066000                     YTD-EMPLOYEE-ID
066100                 STOP RUN
066200             END-REWRITE
066300             MOVE "yes" TO WS-DL-YTD
066400             ADD 1 TO WS-YTD-COUNT
066500           ELSE
066600             MOVE "YTD year rolled - adjust by hand"
066700                 TO WS-NL-TEXT
066800             PERFORM WRITE-MANUAL-NOTE
066900           END-IF
067000       END-READ
067100     END-IF.
067200
067300*The accrual the result earned comes back off and the leave it
067400*paid goes back on. Results accrued before the earned hours
067500*were kept on the result have only the leave taken restored.
067600 BACK-OUT-LEAVE.
067700     IF NOT LEAVE-AVAILABLE
067800       MOVE "no leave balance file - leave not backed out"
067900           TO WS-NL-TEXT
068000       PERFORM WRITE-MANUAL-NOTE
068100     ELSE
068200       IF PS-VACATION-EARNED IS NOT NUMERIC
068300           OR PS-SICK-EARNED IS NOT NUMERIC
068400         MOVE 0 TO PS-VACATION-EARNED
068500         MOVE 0 TO PS-SICK-EARNED
068600         MOVE "accrual not on result - take it back by hand"
068700             TO WS-NL-TEXT
068800         PERFORM WRITE-MANUAL-NOTE
068900       END-IF
069000       MOVE "V" TO WS-POST-TYPE
069100       MOVE PS-VACATION-EARNED TO WS-EARNED-HOURS
069200       MOVE 0 TO WS-TAKEN-HOURS
069300       IF PS-VACATION-HOURS IS NUMERIC
069400         MOVE PS-VACATION-HOURS TO WS-TAKEN-HOURS
069500       END-IF
069600       PERFORM BACK-OUT-LEAVE-TYPE
069700       MOVE "S" TO WS-POST-TYPE
069800       MOVE PS-SICK-EARNED TO WS-EARNED-HOURS
069900       MOVE 0 TO WS-TAKEN-HOURS
070000       IF PS-SICK-HOURS IS NUMERIC
070100         MOVE PS-SICK-HOURS TO WS-TAKEN-HOURS
070200       END-IF
070300       PERFORM BACK-OUT-LEAVE-TYPE
070400       MOVE "yes" TO WS-DL-LEAVE
070500       ADD 1 TO WS-LEAVE-COUNT
070600     END-IF.
070700
070800*A balance carried into a new year since the batch was cut to
070900*the class cap at the time - the report notes it instead.
071000 BACK-OUT-LEAVE-TYPE.
071100     IF WS-EARNED-HOURS > 0 OR WS-TAKEN-HOURS > 0
071200       MOVE PS-EMPLOYEE-ID TO LB-EMPLOYEE-ID
071300       MOVE WS-POST-TYPE TO LB-LEAVE-TYPE
071400       READ LEAVE-BALANCE-FILE
071500         INVALID KEY
071600           MOVE "no leave balance - not backed out"
071700               TO WS-NL-TEXT
071800           PERFORM WRITE-MANUAL-NOTE
071900         NOT INVALID KEY
072000           IF LB-LEAVE-YEAR = WS-BD-YEAR
072100             SUBTRACT WS-EARNED-HOURS FROM LB-BALANCE-HOURS
072200             ADD WS-TAKEN-HOURS TO LB-BALANCE-HOURS
072300             IF LB-ACCRUED-YTD > WS-EARNED-HOURS
072400               SUBTRACT WS-EARNED-HOURS FROM LB-ACCRUED-YTD
072500             ELSE
072600               MOVE 0 TO LB-ACCRUED-YTD
072700             END-IF
072800             IF LB-TAKEN-YTD > WS-TAKEN-HOURS
072900               SUBTRACT WS-TAKEN-HOURS FROM LB-TAKEN-YTD
073000             ELSE
073100               MOVE 0 TO LB-TAKEN-YTD
073200             END-IF
073300             REWRITE LEAVE-BALANCE-RECORD
073400               INVALID KEY
073500                 DISPLAY "Leave balance rewrite error, status "
073600                     WS-LEAVE-STATUS
073700                 STOP RUN
073800             END-REWRITE
073900           ELSE
074000             MOVE "leave year rolled - adjust by hand"
074100                 TO WS-NL-TEXT
074200             PERFORM WRITE-MANUAL-NOTE
074300           END-IF
074400       END-READ
074500     END-IF.
074600
074700*The payout the driver marked paid in this batch is queued
074800*again so the rerun pays it.
074900 REQUEUE-PAYOUT.
075000     IF NOT PAYOUT-AVAILABLE
075100       MOVE "no leave payout file - requeue payout by hand"
075200           TO WS-NL-TEXT
075300       PERFORM WRITE-MANUAL-NOTE
075400     ELSE
075500       MOVE PS-EMPLOYEE-ID TO LP-EMPLOYEE-ID
075600       READ LEAVE-PAYOUT-FILE
075700         INVALID KEY
075800           MOVE "payout entry missing - requeue by hand"
075900               TO WS-NL-TEXT
076000           PERFORM WRITE-MANUAL-NOTE
076100         NOT INVALID KEY
076200           IF LP-PAID AND LP-PAID-BATCH-ID = WS-TARGET-BATCH-ID
076300             MOVE "Q" TO LP-STATUS
076400             MOVE SPACES TO LP-PAID-BATCH-ID
076500             REWRITE LEAVE-PAYOUT-RECORD
076600               INVALID KEY
076700                 DISPLAY "Leave payout rewrite error, status "
076800                     WS-PAYOUT-STATUS
076900                 STOP RUN
077000             END-REWRITE
077100             MOVE "vacation payout queued again for the rerun"
077200                 TO WS-NL-TEXT
077300             WRITE VOID-REPORT-LINE FROM WS-NOTE-LINE
077400             ADD 1 TO WS-PAYOUT-COUNT
077500           ELSE
077600             MOVE "payout entry changed since - check by hand"
077700                 TO WS-NL-TEXT
077800             PERFORM WRITE-MANUAL-NOTE
077900           END-IF
078000       END-READ
078100     END-IF.
078200
078300 WRITE-MANUAL-NOTE.
078400     WRITE VOID-REPORT-LINE FROM WS-NOTE-LINE.
078500     ADD 1 TO WS-MANUAL-COUNT.
078600
078700*The queue is rewritten with every other batch's entries - the
078800*voided batch's rejects are gone, the rerun queues its own.
078900 REWRITE-REWORK-QUEUE.
079000     IF WS-REWORK-COUNT > 0
079100       OPEN OUTPUT REWORK-QUEUE-FILE
079200       IF NOT REWORK-OK
079300         DISPLAY "Rework queue rewrite open error, status "
079400             WS-REWORK-STATUS
079500         STOP RUN
079600       END-IF
079700       PERFORM VARYING QUEUE-IDX FROM 1 BY 1
079800           UNTIL QUEUE-IDX > WS-QUEUE-COUNT
079900         MOVE WS-QE-EMPLOYEE-ID(QUEUE-IDX) TO RW-EMPLOYEE-ID
080000         MOVE WS-QE-BATCH-ID(QUEUE-IDX) TO RW-BATCH-ID
080100         MOVE WS-QE-ERROR-CODE(QUEUE-IDX) TO RW-ERROR-CODE
080200         WRITE REWORK-RECORD
080300         IF NOT REWORK-OK
080400           DISPLAY "Rework queue write error, status "
080500               WS-REWORK-STATUS
080600           STOP RUN
080700         END-IF
080800       END-PERFORM
080900       CLOSE REWORK-QUEUE-FILE
081000     END-IF.
081100
081200*The variance review belonged to the voided results - the rerun
081300*is checked and stamped afresh by NetPayVariance.
081400 CLEAR-VARIANCE-CONTROL.
081500     OPEN I-O VARIANCE-CONTROL-FILE.
081600     IF VARCTL-FILE-MISSING
081700       CONTINUE
081800     ELSE
081900       IF NOT VARCTL-OK
082000         DISPLAY "Variance control file open error, status "
082100             WS-VARCTL-STATUS
082200         STOP RUN
082300       END-IF
082400       MOVE WS-TARGET-BATCH-ID TO VC-BATCH-ID
082500       READ VARIANCE-CONTROL-FILE
082600         INVALID KEY
082700           CONTINUE
082800         NOT INVALID KEY
082900           DELETE VARIANCE-CONTROL-FILE RECORD
083000             INVALID KEY
083100               DISPLAY "Variance control delete failed for batch "
083200                   WS-TARGET-BATCH-ID
083300               STOP RUN
083400           END-DELETE
083500           SET VARIANCE-CLEARED TO TRUE
083600       END-READ
083700       CLOSE VARIANCE-CONTROL-FILE
083800     END-IF.
083900
084000 WRITE-AUDIT-OFFSETS.
084100     IF WS-AUDIT-COUNT > 0
084200       OPEN EXTEND CALL-AUDIT-FILE
084300       IF AUDIT-FILE-MISSING
084400         OPEN OUTPUT CALL-AUDIT-FILE
084500       END-IF
084600       IF NOT AUDIT-OK
084700         DISPLAY "Call audit log open error, status "
084800             WS-AUDIT-STATUS
084900         DISPLAY "Void offsets not logged - "
085000             "reconciliation will not net"
085100         STOP RUN
085200       END-IF
085300       PERFORM WRITE-ONE-AUDIT-OFFSET
085400           VARYING AU-IDX FROM 1 BY 1
085500           UNTIL AU-IDX > WS-AUDIT-COUNT
085600       CLOSE CALL-AUDIT-FILE
085700     END-IF.
085800
085900 WRITE-ONE-AUDIT-OFFSET.
086000     MOVE WS-AU-EMPLOYEE-ID(AU-IDX) TO AR-EMPLOYEE-ID.
086100     MOVE WS-AU-SALARY-IN(AU-IDX) TO AR-SALARY-IN.
086200     COMPUTE AR-SALARY-OUT = 0 - WS-AU-SALARY-OUT(AU-IDX).
086300     MOVE 0 TO AR-ERROR-CODE.
086400     MOVE WS-TODAY TO AR-RUN-DATE.
086500     MOVE WS-TARGET-BATCH-ID TO AR-BATCH-ID.
086600     WRITE AUDIT-RECORD.
086700     IF NOT AUDIT-OK
086800       DISPLAY "Audit log write error, status " WS-AUDIT-STATUS
086900       STOP RUN
087000     END-IF.
087100     ADD 1 TO WS-OFFSET-COUNT.
087200     ADD WS-AU-SALARY-OUT(AU-IDX) TO WS-AUDIT-NET-TOTAL.
087300
087400*A checkpoint left by an interrupted run of the batch would
087500*make the rerun skip the employees before it - it is cleared so
087600*the rerun starts from the top of the master.
087700 RESET-CHECKPOINT.
087800     OPEN INPUT CHECKPOINT-FILE.
087900     IF CHECKPOINT-NOT-FOUND
088000       CONTINUE
088100     ELSE
088200       IF NOT CHECKPOINT-OK
088300         DISPLAY "Checkpoint file open error, status "
088400             WS-CHECKPOINT-STATUS
088500         STOP RUN
088600       END-IF
088700       READ CHECKPOINT-FILE
088800         AT END
088900           MOVE 0 TO CP-LAST-EMPLOYEE-ID
089000       END-READ
089100       CLOSE CHECKPOINT-FILE
089200       IF CP-BATCH-ID = WS-TARGET-BATCH-ID
089300           AND CP-LAST-EMPLOYEE-ID > 0
089400         OPEN OUTPUT CHECKPOINT-FILE
089500         IF NOT CHECKPOINT-OK
089600           DISPLAY "Checkpoint file open error, status "
089700               WS-CHECKPOINT-STATUS
089800           STOP RUN
089900         END-IF
090000         MOVE 0 TO CP-LAST-EMPLOYEE-ID
090100         MOVE WS-TODAY TO CP-CHECKPOINT-DATE
090200         WRITE CHECKPOINT-RECORD
090300         IF NOT CHECKPOINT-OK
090400           DISPLAY "Checkpoint file write error, status "
090500               WS-CHECKPOINT-STATUS
090600           STOP RUN
090700         END-IF
090800         CLOSE CHECKPOINT-FILE
090900         SET CHECKPOINT-RESET TO TRUE
091000       END-IF
091100     END-IF.
091200
091300*Stamped last, once everything has been backed out - the driver
091400*accepts the batch id again only on a voided batch.
091500 STAMP-RUN-VOIDED.
091600     OPEN I-O RUN-CONTROL-FILE.
091700     IF NOT RUNCTL-OK
091800       DISPLAY "Run control file open error, status "
091900           WS-RUNCTL-STATUS
092000       STOP RUN
092100     END-IF.
092200     MOVE WS-TARGET-BATCH-ID TO RC-BATCH-ID.
092300     READ RUN-CONTROL-FILE
092400       INVALID KEY
092500         DISPLAY "Run control record missing for batch "
092600             WS-TARGET-BATCH-ID
092700         STOP RUN
092800       NOT INVALID KEY
092900         MOVE "V" TO RC-STATUS
093000         MOVE WS-TODAY TO RC-VOID-DATE
093100         REWRITE RUN-CONTROL-RECORD
093200           INVALID KEY
093300             DISPLAY "Run control rewrite failed for batch "
093400                 WS-TARGET-BATCH-ID
093500             STOP RUN
093600         END-REWRITE
093700     END-READ.
093800     CLOSE RUN-CONTROL-FILE.
093900
094000 WRITE-VOID-TOTALS.
094100     MOVE "Results removed    : " TO WS-CT-LABEL.
094200     MOVE WS-REMOVED-COUNT TO WS-CT-COUNT.
094300     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
094400     MOVE "YTD backed out     : " TO WS-CT-LABEL.
094500     MOVE WS-YTD-COUNT TO WS-CT-COUNT.
094600     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
094700     MOVE "Leave backed out   : " TO WS-CT-LABEL.
094800     MOVE WS-LEAVE-COUNT TO WS-CT-COUNT.
094900     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
095000     MOVE "Payouts requeued   : " TO WS-CT-LABEL.
095100     MOVE WS-PAYOUT-COUNT TO WS-CT-COUNT.
095200     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
095300     MOVE "Rework entries     : " TO WS-CT-LABEL.
095400     MOVE WS-REWORK-COUNT TO WS-CT-COUNT.
095500     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
095600     MOVE "Audit offsets      : " TO WS-CT-LABEL.
095700     MOVE WS-OFFSET-COUNT TO WS-CT-COUNT.
095800     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
095900     MOVE WS-AUDIT-NET-TOTAL TO WS-AL-AMOUNT.
096000     WRITE VOID-REPORT-LINE FROM WS-AMOUNT-LINE.
096100     MOVE "Variance stamp     : " TO WS-ST-LABEL.
096200     IF VARIANCE-CLEARED
096300       MOVE "cleared - check the rerun afresh" TO WS-ST-TEXT
096400     ELSE
096500       MOVE "none on file" TO WS-ST-TEXT
096600     END-IF.
096700     WRITE VOID-REPORT-LINE FROM WS-STATUS-LINE.
096800     MOVE "Checkpoint         : " TO WS-ST-LABEL.
096900     IF CHECKPOINT-RESET
097000       MOVE "reset - rerun starts from the top" TO WS-ST-TEXT
097100     ELSE
097200       MOVE "not held for the batch" TO WS-ST-TEXT
097300     END-IF.
097400     WRITE VOID-REPORT-LINE FROM WS-STATUS-LINE.
097500     MOVE "Results blocking   : " TO WS-CT-LABEL.
097600     MOVE WS-BLOCKED-COUNT TO WS-CT-COUNT.
097700     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
097800     MOVE "Left for manual fix: " TO WS-CT-LABEL.
097900     MOVE WS-MANUAL-COUNT TO WS-CT-COUNT.
098000     WRITE VOID-REPORT-LINE FROM WS-COUNT-LINE.
098100     WRITE VOID-REPORT-LINE FROM WS-RESULT-LINE.
098200     IF NOT REPORT-OK
098300       DISPLAY "Void report write error, status "
098400           WS-REPORT-STATUS
098500     END-IF.
098600     CLOSE VOID-REPORT-FILE.
