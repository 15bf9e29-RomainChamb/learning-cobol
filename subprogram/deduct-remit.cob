000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DeductRemit.
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
001700     SELECT DEDUCT-FILE ASSIGN TO "DEDUCT-MASTER"
001800       ORGANIZATION IS INDEXED
001900       ACCESS MODE IS DYNAMIC
002000       RECORD KEY IS DD-DEDUCT-KEY
002100       FILE STATUS IS WS-DEDUCT-STATUS.
002200     SELECT DEDUCT-PAYEE-FILE ASSIGN TO "DEDUCT-PAYEE"
002300       ORGANIZATION IS SEQUENTIAL
002400       FILE STATUS IS WS-PAYEE-STATUS.
002500     SELECT REMIT-FILE ASSIGN TO "DEDUCT-REMIT"
002600       ORGANIZATION IS SEQUENTIAL
002700       FILE STATUS IS WS-REMIT-STATUS.
002800     SELECT REMIT-REPORT-FILE ASSIGN TO "DEDUCT-REMIT-REPORT"
002900       ORGANIZATION IS SEQUENTIAL
003000       FILE STATUS IS WS-REPORT-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PAY-HISTORY-FILE.
003500     COPY "paystub-record.cpy".
003600
003700 FD  RUN-CONTROL-FILE.
003800     COPY "run-control.cpy".
003900
004000 FD  DEDUCT-FILE.
004100     COPY "deduct-record.cpy".
004200
004300 FD  DEDUCT-PAYEE-FILE.
004400     COPY "deduct-payee.cpy".
004500
004600 FD  REMIT-FILE.
004700 01  REMIT-FILE-RECORD     PIC X(100).
004800
004900 FD  REMIT-REPORT-FILE.
005000 01  REMIT-REPORT-LINE     PIC X(80).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 01 WS-DETAIL-STATUS PIC XX.
005500   88 DETAIL-OK              VALUE "00".
005600   88 DETAIL-EOF             VALUE "10".
005700
005800 01 WS-RUNCTL-STATUS PIC XX.
005900   88 RUNCTL-OK              VALUE "00".
006000
006100 01 WS-DEDUCT-STATUS PIC XX.
006200   88 DEDUCT-OK              VALUE "00".
006300   88 DEDUCT-FILE-MISSING    VALUE "35".
006400
006500 01 WS-PAYEE-STATUS PIC XX.
006600   88 PAYEE-OK               VALUE "00".
006700   88 PAYEE-EOF              VALUE "10".
006800
006900 01 WS-REMIT-STATUS PIC XX.
007000   88 REMIT-OK               VALUE "00".
007100
007200 01 WS-REPORT-STATUS PIC XX.
007300   88 REPORT-OK              VALUE "00".
007400
007500*The batch to remit for, supplied by the operator.
007600 01 WS-TARGET-BATCH-ID  PIC X(8).
007700
007800*The payee file, held in memory with the batch's deductions
007900*totalled against each payee.
008000 01 WS-PAYEE-COUNT    PIC 9(3) COMP VALUE 0.
008100 01 WS-PAYEE-TABLE.
008200   02 WS-PAYEE-ENTRY OCCURS 1 TO 100 TIMES
008300       DEPENDING ON WS-PAYEE-COUNT
008400       INDEXED BY PAYEE-IDX.
008500     03 WS-PY-CODE          PIC X(2).
008600     03 WS-PY-NAME          PIC X(30).
008700     03 WS-PY-METHOD        PIC X(1).
008800     03 WS-PY-ROUTING       PIC 9(9).
008900     03 WS-PY-ACCOUNT       PIC X(17).
009000     03 WS-PY-REFERENCE     PIC X(20).
009100     03 WS-PY-DETAIL        PIC X(1).
009200     03 WS-PY-EMPLOYEES     PIC 9(4).
009300     03 WS-PY-AMOUNT        PIC S9(9)V99.
009350     03 WS-PY-HELD          PIC X(1).
009400
009500 01 WS-PAYEE-MATCH-SW PIC X VALUE "N".
009600   88 PAYEE-MATCHED          VALUE "Y".
009700
009800*Deduction codes taken in the batch that no payee is on file
009900*for - money that would otherwise sit unremitted.
010000 01 WS-UNMAPPED-COUNT PIC 9(3) COMP VALUE 0.
010100 01 WS-UNMAPPED-TABLE.
010200   02 WS-UNMAPPED-ENTRY OCCURS 1 TO 50 TIMES
010300       DEPENDING ON WS-UNMAPPED-COUNT
010400       INDEXED BY UNMAP-IDX.
010500     03 WS-UM-CODE          PIC X(2).
010600     03 WS-UM-EMPLOYEES     PIC 9(4).
010700     03 WS-UM-AMOUNT        PIC S9(9)V99.
010800
010900 01 WS-UNMAP-MATCH-SW PIC X VALUE "N".
011000   88 UNMAP-MATCHED          VALUE "Y".
011100
011200*Each employee's amount for a payee that needs it itemized,
011300*with the balance left owing once the batch is drawn down.
011400 01 WS-GARNISH-COUNT  PIC 9(4) COMP VALUE 0.
011500 01 WS-GARNISH-TABLE.
011600   02 WS-GARNISH-ENTRY OCCURS 1 TO 2000 TIMES
011700       DEPENDING ON WS-GARNISH-COUNT
011800       INDEXED BY GARNISH-IDX.
011900     03 WS-GN-CODE          PIC X(2).
012000     03 WS-GN-EMPLOYEE-ID   PIC 9(5).
012100     03 WS-GN-NAME          PIC X(20).
012200     03 WS-GN-AMOUNT        PIC S9(7)V99.
012300     03 WS-GN-BALANCE       PIC 9(7)V99.
012400
012500 01 WS-GARNISH-MATCH-SW PIC X VALUE "N".
012600   88 GARNISH-MATCHED        VALUE "Y".
012700
012800*A result is remitted once - the batch's own results not yet
012900*flagged, so a re-run after a rework rerun picks up only the
013000*results appended since.
013100 01 WS-REMIT-SW       PIC X VALUE "N".
013200   88 REMIT-THIS-RESULT      VALUE "Y".
013300
013305*A payee whose refunds equal or exceed what is taken for it has
013310*nothing to send. Every result with a deduction for it is held
013315*over whole - none of its deductions sent or drawn down - and
013320*flagged C for the next remittance to take up. Holding results
013325*back can leave another payee with nothing to send, so the
013330*batch is tallied again until no further payee is held.
013335 01 WS-HELD-FOUND-SW  PIC X VALUE "N".
013340   88 NEW-PAYEE-HELD         VALUE "Y".
013345 01 WS-HOLD-SW        PIC X VALUE "N".
013350   88 HOLD-THIS-RESULT       VALUE "Y".
013355
013400 01 WS-DED-IDX        PIC 9(1) VALUE 0.
013500
013600 01 WS-DEDUCT-OPEN-SW PIC X VALUE "N".
013700   88 DEDUCT-OPEN            VALUE "Y".
013800 01 WS-DEDUCT-DONE-SW PIC X VALUE "N".
013900   88 DEDUCTIONS-DONE        VALUE "Y".
014000 01 WS-TRACKED-SW     PIC X VALUE "N".
014100   88 BALANCE-TRACKED        VALUE "Y".
014200
014300*Drawing one deduction down against the balances owed under
014400*its code - a negative amount from a retroactive adjustment
014500*puts the refund back on the balance, never above the total.
014600 01 WS-DRAW-AMT       PIC S9(7)V99 VALUE 0.
014700 01 WS-ROOM           PIC 9(7)V99 VALUE 0.
014800 01 WS-BALANCE-BEFORE PIC 9(7)V99 VALUE 0.
014900 01 WS-BALANCE-LEFT   PIC 9(7)V99 VALUE 0.
015000
015100 01 WS-BATCH-TOTAL    PIC S9(9)V99 VALUE 0.
015200 01 WS-RESULT-COUNT   PIC 9(6) VALUE 0.
015300 01 WS-MARKED-COUNT   PIC 9(6) VALUE 0.
015400 01 WS-PAID-OFF-COUNT PIC 9(6) VALUE 0.
015500 01 WS-EXCESS-COUNT   PIC 9(6) VALUE 0.
015550 01 WS-HELD-COUNT     PIC 9(6) VALUE 0.
015600 01 WS-ITEM-COUNT     PIC 9(6) VALUE 0.
015700 01 WS-HASH-TOTAL     PIC 9(11)V99 VALUE 0.
015800
015900 01 WS-OVERFLOW-SW    PIC X VALUE "N".
016000   88 TOTAL-OVERFLOW         VALUE "Y".
016100 01 WS-TABLE-FULL-SW  PIC X VALUE "N".
016200   88 TABLE-FULL             VALUE "Y".
016300
016400*Fixed-format payee record for the bank or the cheque run - one
016500*per payee with the headcount and the amount to send, followed
016600*by one record per employee where the payee needs itemizing.
016700 01 WS-REMIT-DETAIL.
016800   02 FILLER              PIC X(1)  VALUE "D".
016900   02 WS-RD-CODE          PIC X(2).
017000   02 WS-RD-PAYEE-NAME    PIC X(30).
017100   02 WS-RD-METHOD        PIC X(1).
017200   02 WS-RD-ROUTING       PIC 9(9).
017300   02 WS-RD-ACCOUNT       PIC X(17).
017400   02 WS-RD-REFERENCE     PIC X(20).
017500   02 WS-RD-EMPLOYEES     PIC 9(4).
017600   02 WS-RD-AMOUNT        PIC 9(9)V99.
017700   02 FILLER              PIC X(5)  VALUE SPACES.
017800
017900 01 WS-REMIT-EMPLOYEE.
018000   02 FILLER              PIC X(1)  VALUE "E".
018100   02 WS-RE-CODE          PIC X(2).
018200   02 WS-RE-EMPLOYEE-ID   PIC 9(5).
018300   02 WS-RE-NAME          PIC X(20).
018400   02 WS-RE-AMOUNT        PIC S9(7)V99.
018500   02 WS-RE-BALANCE       PIC 9(7)V99.
018600   02 FILLER              PIC X(54) VALUE SPACES.
018700
018800*Trailer carrying item count and hash total of the payee
018900*amounts, the same envelope the withholding remittance uses.
019000 01 WS-REMIT-TRAILER.
019100   02 FILLER              PIC X(1)  VALUE "T".
019200   02 WS-RT-ITEM-COUNT    PIC 9(6).
019300   02 WS-RT-HASH-TOTAL    PIC 9(11)V99.
019400   02 FILLER              PIC X(80) VALUE SPACES.
019500
019600 01 WS-HEADER-LINE.
019700   02 FILLER  PIC X(29) VALUE "DEDUCTION REMITTANCE - BATCH ".
019800   02 WS-HL-BATCH-ID      PIC X(8).
019900   02 FILLER              PIC X(43) VALUE SPACES.
020000
020100 01 WS-PAYEE-LINE.
020200   02 FILLER              PIC X(5)  VALUE "Code ".
020300   02 WS-PL-CODE          PIC X(2).
020400   02 FILLER              PIC X(2)  VALUE SPACES.
020500   02 WS-PL-NAME          PIC X(30).
020600   02 FILLER              PIC X(1)  VALUE SPACE.
020700   02 WS-PL-METHOD        PIC X(1).
020800   02 FILLER              PIC X(12) VALUE "  employees ".
020900   02 WS-PL-EMPLOYEES     PIC ZZZ9.
021000   02 FILLER              PIC X(2)  VALUE SPACES.
021100   02 WS-PL-AMOUNT        PIC ZZZZZZZZ9.99-.
021200   02 FILLER              PIC X(8)  VALUE SPACES.
021300
021400 01 WS-GARNISH-LINE.
021500   02 FILLER              PIC X(13) VALUE "    Employee ".
021600   02 WS-GD-EMPLOYEE-ID   PIC 9(5).
021700   02 FILLER              PIC X(1)  VALUE SPACE.
021800   02 WS-GD-NAME          PIC X(20).
021900   02 FILLER              PIC X(7)  VALUE " taken ".
022000   02 WS-GD-AMOUNT        PIC ZZZZZZ9.99-.
022100   02 FILLER              PIC X(9)  VALUE " balance ".
022200   02 WS-GD-BALANCE       PIC ZZZZZZ9.99.
022300   02 FILLER              PIC X(4)  VALUE SPACES.
022400
022500 01 WS-NOTE-LINE.
022600   02 FILLER              PIC X(4)  VALUE SPACES.
022700   02 WS-NL-TEXT          PIC X(76).
022800
022900 01 WS-UNMAPPED-LINE.
023000   02 FILLER              PIC X(5)  VALUE "Code ".
023100   02 WS-UL-CODE          PIC X(2).
023200   02 FILLER              PIC X(32)
023300       VALUE "  NOT ON PAYEE FILE - employees ".
023400   02 WS-UL-EMPLOYEES     PIC ZZZ9.
023500   02 FILLER              PIC X(2)  VALUE SPACES.
023600   02 WS-UL-AMOUNT        PIC ZZZZZZZZ9.99-.
023700   02 FILLER              PIC X(22) VALUE SPACES.
023800
023900 01 WS-TOTAL-LINE.
024000   02 FILLER              PIC X(22) VALUE "Batch deductions   : ".
024100   02 WS-TL-AMOUNT        PIC ZZZZZZZZ9.99-.
024200   02 FILLER              PIC X(45) VALUE SPACES.
024300
024400 01 WS-COUNT-LINE.
024500   02 WS-CT-LABEL         PIC X(22).
024600   02 WS-CT-COUNT         PIC ZZZZZ9.
024700   02 FILLER              PIC X(52) VALUE SPACES.
024800
024900 01 WS-RESULT-LINE.
025000   02 FILLER              PIC X(10) VALUE "Result :  ".
025100   02 WS-RL-TEXT          PIC X(70).
025200
025300 PROCEDURE DIVISION.
025400     ACCEPT WS-TARGET-BATCH-ID.
025500     IF WS-TARGET-BATCH-ID = SPACES
025600         OR WS-TARGET-BATCH-ID NOT NUMERIC
025700       DISPLAY "No batch id supplied - nothing to remit"
025800       STOP RUN
025900     END-IF.
026000     PERFORM CHECK-BATCH-COMPLETE.
026100     PERFORM LOAD-PAYEE-FILE.
026200
026300     PERFORM TALLY-BATCH.
026400     IF NOT TOTAL-OVERFLOW AND NOT TABLE-FULL
026500         AND WS-UNMAPPED-COUNT = 0
026600       PERFORM FIND-HELD-PAYEES
026700       PERFORM RETALLY-BATCH
026800           UNTIL NOT NEW-PAYEE-HELD
026900     END-IF.
028500
028600     IF TOTAL-OVERFLOW OR TABLE-FULL
028700       MOVE "REFUSED - totals overflowed, nothing remitted"
028800           TO WS-RL-TEXT
028900     ELSE
029000     IF WS-UNMAPPED-COUNT > 0
029100       MOVE "REFUSED - codes with no payee, nothing remitted"
029200           TO WS-RL-TEXT
029300     ELSE
029400     IF WS-RESULT-COUNT = 0 AND WS-HELD-COUNT = 0
029500       MOVE "No deductions left to remit for the batch"
029600           TO WS-RL-TEXT
029700     ELSE
029750       PERFORM OPEN-REMIT-FILE
029800       PERFORM DRAW-DOWN-AND-MARK
029900       PERFORM WRITE-REMIT-FILE
030000       MOVE "REMITTED - remittance file written, balances drawn"
030100           TO WS-RL-TEXT
030120       IF WS-HELD-COUNT > 0
030140         MOVE "REMITTED - results held over, see the report"
030160             TO WS-RL-TEXT
030180       END-IF
030200     END-IF
030300     END-IF
030400     END-IF.
030500     PERFORM WRITE-REMIT-REPORT.
030600     DISPLAY "Deduction remittance " WS-TARGET-BATCH-ID " : "
030700         WS-RL-TEXT.
030800     DISPLAY "Results remitted      : " WS-MARKED-COUNT.
030900     DISPLAY "Payees written        : " WS-ITEM-COUNT.
031000     DISPLAY "Balances paid off     : " WS-PAID-OFF-COUNT.
031050     DISPLAY "Results held over     : " WS-HELD-COUNT.
031100     GOBACK.
031200
031300*Remitting a batch the driver is still running would pay out
031400*deductions that may yet change - only a batch stamped
031500*completed on the run control goes out.
031600 CHECK-BATCH-COMPLETE.
031700     OPEN INPUT RUN-CONTROL-FILE.
031800     IF NOT RUNCTL-OK
031900       DISPLAY "Run control file open error, status "
032000           WS-RUNCTL-STATUS
032100       DISPLAY "Cannot verify batch status - remittance refused"
032200       STOP RUN
032300     END-IF.
032400     MOVE WS-TARGET-BATCH-ID TO RC-BATCH-ID.
032500     READ RUN-CONTROL-FILE
032600       INVALID KEY
032700         DISPLAY "Batch " WS-TARGET-BATCH-ID
032800             " not on run control - remittance refused"
032900         CLOSE RUN-CONTROL-FILE
033000         STOP RUN
033100       NOT INVALID KEY
033200         IF NOT RC-COMPLETED
033300           DISPLAY "Batch " WS-TARGET-BATCH-ID
033400               " not completed - run the payroll driver first"
033500           CLOSE RUN-CONTROL-FILE
033600           STOP RUN
033700         END-IF
033800     END-READ.
033900     CLOSE RUN-CONTROL-FILE.
034000
034100*Without the payee file there is no telling where any of the
034200*money goes, so nothing is remitted.
034300 LOAD-PAYEE-FILE.
034400     OPEN INPUT DEDUCT-PAYEE-FILE.
034500     IF NOT PAYEE-OK
034600       DISPLAY "Deduction payee file open error, status "
034700           WS-PAYEE-STATUS
034800       STOP RUN
034900     END-IF.
035000     PERFORM UNTIL PAYEE-EOF
035100       READ DEDUCT-PAYEE-FILE
035200         AT END SET PAYEE-EOF TO TRUE
035300         NOT AT END
035400           IF NOT PAYEE-OK
035500             DISPLAY "Deduction payee file read error, status "
035600                 WS-PAYEE-STATUS
035700             STOP RUN
035800           END-IF
035900           IF WS-PAYEE-COUNT < 100
036000             ADD 1 TO WS-PAYEE-COUNT
036100             MOVE DP-DEDUCT-CODE TO WS-PY-CODE(WS-PAYEE-COUNT)
036200             MOVE DP-PAYEE-NAME TO WS-PY-NAME(WS-PAYEE-COUNT)
036300             MOVE DP-REMIT-METHOD TO
036400                 WS-PY-METHOD(WS-PAYEE-COUNT)
036500             MOVE DP-ROUTING-NUMBER TO
036600                 WS-PY-ROUTING(WS-PAYEE-COUNT)
036700             MOVE DP-ACCOUNT-NUMBER TO
036800                 WS-PY-ACCOUNT(WS-PAYEE-COUNT)
036900             MOVE DP-REFERENCE TO
037000                 WS-PY-REFERENCE(WS-PAYEE-COUNT)
037100             MOVE DP-EMPLOYEE-DETAIL TO
037200                 WS-PY-DETAIL(WS-PAYEE-COUNT)
037300             MOVE 0 TO WS-PY-EMPLOYEES(WS-PAYEE-COUNT)
037400             MOVE 0 TO WS-PY-AMOUNT(WS-PAYEE-COUNT)
037450             MOVE "N" TO WS-PY-HELD(WS-PAYEE-COUNT)
037500           ELSE
037600             DISPLAY "WARNING - payee table full, dropped : "
037700                 DP-DEDUCT-CODE
037800           END-IF
037900       END-READ
038000     END-PERFORM.
038100     CLOSE DEDUCT-PAYEE-FILE.
038200
038203*One pass of the pay history, totalling the results to remit
038206*against their payees.
038209 TALLY-BATCH.
038212     OPEN INPUT PAY-HISTORY-FILE.
038215     IF NOT DETAIL-OK
038218       DISPLAY "Pay history file open error, status "
038221           WS-DETAIL-STATUS
038224       STOP RUN
038227     END-IF.
038230     PERFORM UNTIL DETAIL-EOF
038233       READ PAY-HISTORY-FILE
038236         AT END SET DETAIL-EOF TO TRUE
038239         NOT AT END
038242           IF NOT DETAIL-OK
038245             DISPLAY "Pay history read error, status "
038248                 WS-DETAIL-STATUS
038251             STOP RUN
038254           END-IF
038257           PERFORM SELECT-ONE-RESULT
038260           IF REMIT-THIS-RESULT
038263             PERFORM TALLY-ONE-RESULT
038266           END-IF
038269       END-READ
038272     END-PERFORM.
038275     CLOSE PAY-HISTORY-FILE.
038278
038281*The batch's own results not yet remitted, and any result held
038284*over from an earlier remittance whatever its batch.
038300 SELECT-ONE-RESULT.
038400     MOVE "N" TO WS-REMIT-SW.
038500     IF ((PS-BATCH-ID = WS-TARGET-BATCH-ID
038600             AND NOT PS-DEDUCTIONS-REMITTED)
038650           OR PS-DEDUCTIONS-CARRIED)
038700         AND PS-DEDUCT-COUNT > 0
038800       SET REMIT-THIS-RESULT TO TRUE
038900     END-IF.
039000
039100 TALLY-ONE-RESULT.
039150     PERFORM CHECK-RESULT-HELD.
039175     IF HOLD-THIS-RESULT
039180       ADD 1 TO WS-HELD-COUNT
039185     ELSE
039200       ADD 1 TO WS-RESULT-COUNT
039300       PERFORM TALLY-ONE-DEDUCTION
039400           VARYING WS-DED-IDX FROM 1 BY 1
039500           UNTIL WS-DED-IDX > PS-DEDUCT-COUNT
039550     END-IF.
039600
039700*Fold one deduction into its payee's total, itemizing it where
039800*the payee needs each employee shown.
039900 TALLY-ONE-DEDUCTION.
040000     IF PS-DEDUCT-AMT(WS-DED-IDX) NOT = 0
040100       ADD PS-DEDUCT-AMT(WS-DED-IDX) TO WS-BATCH-TOTAL
040200         ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
040300       END-ADD
040400       MOVE "N" TO WS-PAYEE-MATCH-SW
040500       PERFORM VARYING PAYEE-IDX FROM 1 BY 1
040600           UNTIL PAYEE-IDX > WS-PAYEE-COUNT OR PAYEE-MATCHED
040700         IF WS-PY-CODE(PAYEE-IDX) = PS-DEDUCT-CODE(WS-DED-IDX)
040800           SET PAYEE-MATCHED TO TRUE
040900           ADD 1 TO WS-PY-EMPLOYEES(PAYEE-IDX)
041000           ADD PS-DEDUCT-AMT(WS-DED-IDX) TO
041100               WS-PY-AMOUNT(PAYEE-IDX)
041200             ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
041300           END-ADD
041400           IF WS-PY-DETAIL(PAYEE-IDX) = "Y"
041500             PERFORM ADD-GARNISH-DETAIL
041600           END-IF
041700         END-IF
041800       END-PERFORM
041900       IF NOT PAYEE-MATCHED
042000         PERFORM TALLY-UNMAPPED-CODE
042100       END-IF
042200     END-IF.
042300
042400 ADD-GARNISH-DETAIL.
042500     IF WS-GARNISH-COUNT < 2000
042600       ADD 1 TO WS-GARNISH-COUNT
042700       MOVE PS-DEDUCT-CODE(WS-DED-IDX) TO
042800           WS-GN-CODE(WS-GARNISH-COUNT)
042900       MOVE PS-EMPLOYEE-ID TO WS-GN-EMPLOYEE-ID(WS-GARNISH-COUNT)
043000       MOVE PS-EMPLOYEE-NAME TO WS-GN-NAME(WS-GARNISH-COUNT)
043100       MOVE PS-DEDUCT-AMT(WS-DED-IDX) TO
043200           WS-GN-AMOUNT(WS-GARNISH-COUNT)
043300       MOVE 0 TO WS-GN-BALANCE(WS-GARNISH-COUNT)
043400     ELSE
043500       DISPLAY "WARNING - employee detail table full"
043600       SET TABLE-FULL TO TRUE
043700     END-IF.
043800
043900 TALLY-UNMAPPED-CODE.
044000     MOVE "N" TO WS-UNMAP-MATCH-SW.
044100     PERFORM VARYING UNMAP-IDX FROM 1 BY 1
044200         UNTIL UNMAP-IDX > WS-UNMAPPED-COUNT OR UNMAP-MATCHED
044300       IF WS-UM-CODE(UNMAP-IDX) = PS-DEDUCT-CODE(WS-DED-IDX)
044400         SET UNMAP-MATCHED TO TRUE
044500         ADD 1 TO WS-UM-EMPLOYEES(UNMAP-IDX)
044600         ADD PS-DEDUCT-AMT(WS-DED-IDX) TO WS-UM-AMOUNT(UNMAP-IDX)
044700           ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
044800         END-ADD
044900       END-IF
045000     END-PERFORM.
045100     IF NOT UNMAP-MATCHED
045200       IF WS-UNMAPPED-COUNT < 50
045300         ADD 1 TO WS-UNMAPPED-COUNT
045400         MOVE PS-DEDUCT-CODE(WS-DED-IDX) TO
045500             WS-UM-CODE(WS-UNMAPPED-COUNT)
045600         MOVE 1 TO WS-UM-EMPLOYEES(WS-UNMAPPED-COUNT)
045700         MOVE PS-DEDUCT-AMT(WS-DED-IDX) TO
045800             WS-UM-AMOUNT(WS-UNMAPPED-COUNT)
045900       ELSE
046000         DISPLAY "WARNING - unmapped code table full, dropped : "
046100             PS-DEDUCT-CODE(WS-DED-IDX)
046200         SET TABLE-FULL TO TRUE
046300       END-IF
046400     END-IF.
046500
046502*Any payee the batch takes money for with nothing to send is
046504*held, once - a payee already held keeps the figures it was
046506*held on.
046508 FIND-HELD-PAYEES.
046510     MOVE "N" TO WS-HELD-FOUND-SW.
046512     PERFORM VARYING PAYEE-IDX FROM 1 BY 1
046514         UNTIL PAYEE-IDX > WS-PAYEE-COUNT
046516       IF WS-PY-EMPLOYEES(PAYEE-IDX) > 0
046518           AND WS-PY-AMOUNT(PAYEE-IDX) NOT > 0
046520           AND WS-PY-HELD(PAYEE-IDX) NOT = "Y"
046522         MOVE "Y" TO WS-PY-HELD(PAYEE-IDX)
046524         SET NEW-PAYEE-HELD TO TRUE
046526       END-IF
046528     END-PERFORM.
046530
046532*Tally the batch again without the results now held over.
046534 RETALLY-BATCH.
046536     PERFORM VARYING PAYEE-IDX FROM 1 BY 1
046538         UNTIL PAYEE-IDX > WS-PAYEE-COUNT
046540       IF WS-PY-HELD(PAYEE-IDX) NOT = "Y"
046542         MOVE 0 TO WS-PY-EMPLOYEES(PAYEE-IDX)
046544         MOVE 0 TO WS-PY-AMOUNT(PAYEE-IDX)
046546       END-IF
046548     END-PERFORM.
046550     MOVE 0 TO WS-GARNISH-COUNT.
046552     MOVE 0 TO WS-BATCH-TOTAL.
046554     MOVE 0 TO WS-RESULT-COUNT.
046556     MOVE 0 TO WS-HELD-COUNT.
046558     PERFORM TALLY-BATCH.
046560     PERFORM FIND-HELD-PAYEES.
046562
046564 CHECK-RESULT-HELD.
046566     MOVE "N" TO WS-HOLD-SW.
046568     PERFORM VARYING WS-DED-IDX FROM 1 BY 1
046570         UNTIL WS-DED-IDX > PS-DEDUCT-COUNT
046572       IF PS-DEDUCT-AMT(WS-DED-IDX) NOT = 0
046574         PERFORM VARYING PAYEE-IDX FROM 1 BY 1
046576             UNTIL PAYEE-IDX > WS-PAYEE-COUNT
046578           IF WS-PY-CODE(PAYEE-IDX) = PS-DEDUCT-CODE(WS-DED-IDX)
046580               AND WS-PY-HELD(PAYEE-IDX) = "Y"
046582             SET HOLD-THIS-RESULT TO TRUE
046584           END-IF
046586         END-PERFORM
046588       END-IF
046590     END-PERFORM.
046592
046600*Second pass, made only once the whole batch is known to be
046700*remittable and the remittance file is open: each result's
046800*deductions are drawn off the balances owed and the result
046900*flagged remitted. A remittance file that cannot be opened has
046910*already stopped the run, so no balance is drawn down for money
046920*with nowhere to go. A held result is flagged carried and left
046950*as it is.
047000 DRAW-DOWN-AND-MARK.
047100     OPEN I-O DEDUCT-FILE.
047200     IF DEDUCT-OK
047300       MOVE "Y" TO WS-DEDUCT-OPEN-SW
047400     ELSE
047500       IF DEDUCT-FILE-MISSING
047600         DISPLAY "No deductions master - no balances drawn down"
047700       ELSE
047800         DISPLAY "Deductions master open error, status "
047900             WS-DEDUCT-STATUS
048000         STOP RUN
048100       END-IF
048200     END-IF.
048300     OPEN I-O PAY-HISTORY-FILE.
048400     IF NOT DETAIL-OK
048500       DISPLAY "Pay history file open error, status "
048600           WS-DETAIL-STATUS
048700       STOP RUN
048800     END-IF.
048900     MOVE "00" TO WS-DETAIL-STATUS.
049000     PERFORM UNTIL DETAIL-EOF
049100       READ PAY-HISTORY-FILE
049200         AT END SET DETAIL-EOF TO TRUE
049300         NOT AT END
049400           IF NOT DETAIL-OK
049500             DISPLAY "Pay history read error, status "
049600                 WS-DETAIL-STATUS
049700             STOP RUN
049800           END-IF
049900           PERFORM SELECT-ONE-RESULT
050000           IF REMIT-THIS-RESULT
050100             PERFORM MARK-ONE-RESULT
050200           END-IF
050300       END-READ
050400     END-PERFORM.
050500     CLOSE PAY-HISTORY-FILE.
050600     IF DEDUCT-OPEN
050700       CLOSE DEDUCT-FILE
050800     END-IF.
050900
051000 MARK-ONE-RESULT.
051025     PERFORM CHECK-RESULT-HELD.
051050     IF HOLD-THIS-RESULT
051060       MOVE "C" TO PS-DEDUCT-REMITTED
051075     ELSE
051100       IF DEDUCT-OPEN
051200         PERFORM DRAW-DOWN-ONE-DEDUCTION
051300             VARYING WS-DED-IDX FROM 1 BY 1
051400             UNTIL WS-DED-IDX > PS-DEDUCT-COUNT
051500       END-IF
051600       MOVE "Y" TO PS-DEDUCT-REMITTED
051650       ADD 1 TO WS-MARKED-COUNT
051675     END-IF.
051700     REWRITE PAYSTUB-RECORD.
051800     IF NOT DETAIL-OK
051900       DISPLAY "Pay history rewrite error, status "
052000           WS-DETAIL-STATUS
052100       STOP RUN
052200     END-IF.
052400
052500*The amount taken comes off the employee's deductions under the
052600*same code that carry a balance, in priority order. Deductions
052700*without a total owed run to their stop date and are left be.
052800 DRAW-DOWN-ONE-DEDUCTION.
052900     MOVE PS-DEDUCT-AMT(WS-DED-IDX) TO WS-DRAW-AMT.
053000     MOVE 0 TO WS-BALANCE-LEFT.
053100     MOVE "N" TO WS-TRACKED-SW.
053200     MOVE "N" TO WS-DEDUCT-DONE-SW.
053300     MOVE PS-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
053400     MOVE 0 TO DD-PRIORITY.
053500     START DEDUCT-FILE KEY IS NOT LESS THAN DD-DEDUCT-KEY
053600       INVALID KEY SET DEDUCTIONS-DONE TO TRUE
053700     END-START.
053800     PERFORM UNTIL DEDUCTIONS-DONE
053900       READ DEDUCT-FILE NEXT RECORD
054000         AT END SET DEDUCTIONS-DONE TO TRUE
054100         NOT AT END
054200           IF NOT DEDUCT-OK
054300             DISPLAY "Deductions master read error, status "
054400                 WS-DEDUCT-STATUS
054500             STOP RUN
054600           END-IF
054700           IF DD-EMPLOYEE-ID NOT = PS-EMPLOYEE-ID
054800             SET DEDUCTIONS-DONE TO TRUE
054900           ELSE
055000             IF DD-DEDUCT-CODE = PS-DEDUCT-CODE(WS-DED-IDX)
055100                 AND DD-TOTAL-OWED > 0
055200               PERFORM DRAW-DOWN-ONE-BALANCE
055300             END-IF
055400           END-IF
055500       END-READ
055600     END-PERFORM.
055700     IF BALANCE-TRACKED
055800       IF WS-DRAW-AMT > 0
055900         ADD 1 TO WS-EXCESS-COUNT
056000         DISPLAY "WARNING - employee " PS-EMPLOYEE-ID
056100             " code " PS-DEDUCT-CODE(WS-DED-IDX)
056200             " taken beyond the balance owed"
056300       END-IF
056400       PERFORM RECORD-GARNISH-BALANCE
056500     END-IF.
056600
056700 DRAW-DOWN-ONE-BALANCE.
056800     SET BALANCE-TRACKED TO TRUE.
056900     MOVE DD-BALANCE-OWED TO WS-BALANCE-BEFORE.
057000     IF WS-DRAW-AMT > 0
057100       IF WS-DRAW-AMT > DD-BALANCE-OWED
057200         SUBTRACT DD-BALANCE-OWED FROM WS-DRAW-AMT
057300         MOVE 0 TO DD-BALANCE-OWED
057400       ELSE
057500         SUBTRACT WS-DRAW-AMT FROM DD-BALANCE-OWED
057600         MOVE 0 TO WS-DRAW-AMT
057700       END-IF
057800     ELSE
057900     IF WS-DRAW-AMT < 0
058000       COMPUTE WS-ROOM = DD-TOTAL-OWED - DD-BALANCE-OWED
058100       IF 0 - WS-DRAW-AMT > WS-ROOM
058200         ADD WS-ROOM TO DD-BALANCE-OWED
058300         ADD WS-ROOM TO WS-DRAW-AMT
058400       ELSE
058500         SUBTRACT WS-DRAW-AMT FROM DD-BALANCE-OWED
058600         MOVE 0 TO WS-DRAW-AMT
058700       END-IF
058800     END-IF
058900     END-IF.
059000     IF DD-BALANCE-OWED NOT = WS-BALANCE-BEFORE
059100       REWRITE DEDUCT-RECORD
059200         INVALID KEY
059300           DISPLAY "Deductions master rewrite error, status "
059400               WS-DEDUCT-STATUS
059500           STOP RUN
059600       END-REWRITE
059700       IF DD-BALANCE-OWED = 0
059800         ADD 1 TO WS-PAID-OFF-COUNT
059900       END-IF
060000     END-IF.
060100     ADD DD-BALANCE-OWED TO WS-BALANCE-LEFT.
060200
060300 RECORD-GARNISH-BALANCE.
060400     MOVE "N" TO WS-GARNISH-MATCH-SW.
060500     PERFORM VARYING GARNISH-IDX FROM 1 BY 1
060600         UNTIL GARNISH-IDX > WS-GARNISH-COUNT OR GARNISH-MATCHED
060700       IF WS-GN-EMPLOYEE-ID(GARNISH-IDX) = PS-EMPLOYEE-ID
060800           AND WS-GN-CODE(GARNISH-IDX) =
060900               PS-DEDUCT-CODE(WS-DED-IDX)
061000         SET GARNISH-MATCHED TO TRUE
061100         MOVE WS-BALANCE-LEFT TO WS-GN-BALANCE(GARNISH-IDX)
061200       END-IF
061300     END-PERFORM.
061400
061410*The remittance file is opened before any balance is drawn down
061420*or result flagged, and stays open until the records are written.
061430 OPEN-REMIT-FILE.
061440     OPEN OUTPUT REMIT-FILE.
061450     IF NOT REMIT-OK
061460       DISPLAY "Deduction remittance file open error, status "
061470           WS-REMIT-STATUS
061480       STOP RUN
061490     END-IF.
061495
061500*One payee record per payee with money to send, each followed
061600*by its itemized employees where the payee needs them, then the
061700*item-count-and-hash trailer.
061800 WRITE-REMIT-FILE.
062500     PERFORM WRITE-ONE-REMIT-DETAIL
062600         VARYING PAYEE-IDX FROM 1 BY 1
062700         UNTIL PAYEE-IDX > WS-PAYEE-COUNT.
062800     MOVE WS-ITEM-COUNT TO WS-RT-ITEM-COUNT.
062900     MOVE WS-HASH-TOTAL TO WS-RT-HASH-TOTAL.
063000     WRITE REMIT-FILE-RECORD FROM WS-REMIT-TRAILER.
063100     IF NOT REMIT-OK
063200       DISPLAY "Deduction remittance file write error, status "
063300           WS-REMIT-STATUS
063400     END-IF.
063500     CLOSE REMIT-FILE.
063600
063700 WRITE-ONE-REMIT-DETAIL.
063800     IF WS-PY-AMOUNT(PAYEE-IDX) > 0
063900       ADD 1 TO WS-ITEM-COUNT
064000       MOVE WS-PY-CODE(PAYEE-IDX) TO WS-RD-CODE
064100       MOVE WS-PY-NAME(PAYEE-IDX) TO WS-RD-PAYEE-NAME
064200       MOVE WS-PY-METHOD(PAYEE-IDX) TO WS-RD-METHOD
064300       MOVE WS-PY-ROUTING(PAYEE-IDX) TO WS-RD-ROUTING
064400       MOVE WS-PY-ACCOUNT(PAYEE-IDX) TO WS-RD-ACCOUNT
064500       MOVE WS-PY-REFERENCE(PAYEE-IDX) TO WS-RD-REFERENCE
064600       MOVE WS-PY-EMPLOYEES(PAYEE-IDX) TO WS-RD-EMPLOYEES
064700       MOVE WS-PY-AMOUNT(PAYEE-IDX) TO WS-RD-AMOUNT
064800       WRITE REMIT-FILE-RECORD FROM WS-REMIT-DETAIL
064900       IF NOT REMIT-OK
065000         DISPLAY "Deduction remittance file write error, status "
065100             WS-REMIT-STATUS
065200         STOP RUN
065300       END-IF
065400       ADD WS-PY-AMOUNT(PAYEE-IDX) TO WS-HASH-TOTAL
065500         ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
065600       END-ADD
065700       IF WS-PY-DETAIL(PAYEE-IDX) = "Y"
065800         PERFORM WRITE-ONE-REMIT-EMPLOYEE
065900             VARYING GARNISH-IDX FROM 1 BY 1
066000             UNTIL GARNISH-IDX > WS-GARNISH-COUNT
066100       END-IF
066200     END-IF.
066300
066400 WRITE-ONE-REMIT-EMPLOYEE.
066500     IF WS-GN-CODE(GARNISH-IDX) = WS-PY-CODE(PAYEE-IDX)
066600       MOVE WS-GN-CODE(GARNISH-IDX) TO WS-RE-CODE
066700       MOVE WS-GN-EMPLOYEE-ID(GARNISH-IDX) TO WS-RE-EMPLOYEE-ID
066800       MOVE WS-GN-NAME(GARNISH-IDX) TO WS-RE-NAME
066900       MOVE WS-GN-AMOUNT(GARNISH-IDX) TO WS-RE-AMOUNT
067000       MOVE WS-GN-BALANCE(GARNISH-IDX) TO WS-RE-BALANCE
067100       WRITE REMIT-FILE-RECORD FROM WS-REMIT-EMPLOYEE
067200       IF NOT REMIT-OK
067300         DISPLAY "Deduction remittance file write error, status "
067400             WS-REMIT-STATUS
067500         STOP RUN
067600       END-IF
067700     END-IF.
067800
067900*The report lists every payee the batch took money for, with
068000*the itemized employees and what they still owe, then any code
068100*with no payee on file and the outcome of the run.
068200 WRITE-REMIT-REPORT.
068300     OPEN OUTPUT REMIT-REPORT-FILE.
068400     IF NOT REPORT-OK
068500       DISPLAY "Deduction remittance report open error, status "
068600           WS-REPORT-STATUS
068700       STOP RUN
068800     END-IF.
068900     MOVE WS-TARGET-BATCH-ID TO WS-HL-BATCH-ID.
069000     WRITE REMIT-REPORT-LINE FROM WS-HEADER-LINE.
069100     PERFORM WRITE-ONE-PAYEE-LINE
069200         VARYING PAYEE-IDX FROM 1 BY 1
069300         UNTIL PAYEE-IDX > WS-PAYEE-COUNT.
069400     PERFORM WRITE-ONE-UNMAPPED-LINE
069500         VARYING UNMAP-IDX FROM 1 BY 1
069600         UNTIL UNMAP-IDX > WS-UNMAPPED-COUNT.
069700     MOVE WS-BATCH-TOTAL TO WS-TL-AMOUNT.
069800     WRITE REMIT-REPORT-LINE FROM WS-TOTAL-LINE.
069900     MOVE "Results remitted   : " TO WS-CT-LABEL.
070000     MOVE WS-MARKED-COUNT TO WS-CT-COUNT.
070100     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
070200     MOVE "Balances paid off  : " TO WS-CT-LABEL.
070300     MOVE WS-PAID-OFF-COUNT TO WS-CT-COUNT.
070400     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
070500     MOVE "Taken beyond owed  : " TO WS-CT-LABEL.
070600     MOVE WS-EXCESS-COUNT TO WS-CT-COUNT.
070700     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
070725     MOVE "Results held over  : " TO WS-CT-LABEL.
070750     MOVE WS-HELD-COUNT TO WS-CT-COUNT.
070775     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
070800     WRITE REMIT-REPORT-LINE FROM WS-RESULT-LINE.
070900     IF NOT REPORT-OK
071000       DISPLAY "Deduction remittance report write error, status "
071100           WS-REPORT-STATUS
071200     END-IF.
071300     CLOSE REMIT-REPORT-FILE.
071400
071500 WRITE-ONE-PAYEE-LINE.
071600     IF WS-PY-EMPLOYEES(PAYEE-IDX) > 0
071700       MOVE WS-PY-CODE(PAYEE-IDX) TO WS-PL-CODE
071800       MOVE WS-PY-NAME(PAYEE-IDX) TO WS-PL-NAME
071900       MOVE WS-PY-METHOD(PAYEE-IDX) TO WS-PL-METHOD
072000       MOVE WS-PY-EMPLOYEES(PAYEE-IDX) TO WS-PL-EMPLOYEES
072100       MOVE WS-PY-AMOUNT(PAYEE-IDX) TO WS-PL-AMOUNT
072200       WRITE REMIT-REPORT-LINE FROM WS-PAYEE-LINE
072300       IF NOT REPORT-OK
072400         DISPLAY "Deduction remittance report write error, "
072500             "status " WS-REPORT-STATUS
072600         STOP RUN
072700       END-IF
072800       IF WS-PY-DETAIL(PAYEE-IDX) = "Y"
072900         PERFORM WRITE-ONE-GARNISH-LINE
073000             VARYING GARNISH-IDX FROM 1 BY 1
073100             UNTIL GARNISH-IDX > WS-GARNISH-COUNT
073200       END-IF
073300       IF WS-PY-HELD(PAYEE-IDX) = "Y"
073400         MOVE "Held over - refunds equal or exceed amounts"
073500             TO WS-NL-TEXT
073600         WRITE REMIT-REPORT-LINE FROM WS-NOTE-LINE
073700       END-IF
073800     END-IF.
073900
074000 WRITE-ONE-GARNISH-LINE.
074100     IF WS-GN-CODE(GARNISH-IDX) = WS-PY-CODE(PAYEE-IDX)
074200       MOVE WS-GN-EMPLOYEE-ID(GARNISH-IDX) TO WS-GD-EMPLOYEE-ID
074300       MOVE WS-GN-NAME(GARNISH-IDX) TO WS-GD-NAME
074400       MOVE WS-GN-AMOUNT(GARNISH-IDX) TO WS-GD-AMOUNT
074500       MOVE WS-GN-BALANCE(GARNISH-IDX) TO WS-GD-BALANCE
074600       WRITE REMIT-REPORT-LINE FROM WS-GARNISH-LINE
074700     END-IF.
074800
074900 WRITE-ONE-UNMAPPED-LINE.
075000     MOVE WS-UM-CODE(UNMAP-IDX) TO WS-UL-CODE.
075100     MOVE WS-UM-EMPLOYEES(UNMAP-IDX) TO WS-UL-EMPLOYEES.
075200     MOVE WS-UM-AMOUNT(UNMAP-IDX) TO WS-UL-AMOUNT.
075300     WRITE REMIT-REPORT-LINE FROM WS-UNMAPPED-LINE.
