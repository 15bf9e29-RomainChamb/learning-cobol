000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LeaveAccrual.
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
001700     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVE-BALANCE"
001800       ORGANIZATION IS INDEXED
001900       ACCESS MODE IS RANDOM
002000       RECORD KEY IS LB-LEAVE-KEY
002100       FILE STATUS IS WS-LEAVE-STATUS.
002200     SELECT LEAVE-RATE-FILE ASSIGN TO "LEAVE-RATE"
002300       ORGANIZATION IS SEQUENTIAL
002400       FILE STATUS IS WS-RATE-STATUS.
002500     SELECT ACCRUAL-REPORT-FILE ASSIGN TO "LEAVE-ACCRUAL-REPORT"
002600       ORGANIZATION IS SEQUENTIAL
002700       FILE STATUS IS WS-REPORT-STATUS.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  PAY-HISTORY-FILE.
003200     COPY "paystub-record.cpy".
003300
003400 FD  RUN-CONTROL-FILE.
003500     COPY "run-control.cpy".
003600
003700 FD  LEAVE-BALANCE-FILE.
003800     COPY "leave-balance.cpy".
003900
004000 FD  LEAVE-RATE-FILE.
004100     COPY "leave-rate.cpy".
004200
004300 FD  ACCRUAL-REPORT-FILE.
004400 01  ACCRUAL-REPORT-LINE   PIC X(80).
004500
004600 WORKING-STORAGE SECTION.
004700
004800 01 WS-DETAIL-STATUS PIC XX.
004900   88 DETAIL-OK              VALUE "00".
005000   88 DETAIL-EOF             VALUE "10".
005100
005200 01 WS-RUNCTL-STATUS PIC XX.
005300   88 RUNCTL-OK              VALUE "00".
005400
005500 01 WS-LEAVE-STATUS  PIC XX.
005600   88 LEAVE-OK               VALUE "00".
005700   88 LEAVE-FILE-MISSING     VALUE "35".
005800
005900 01 WS-RATE-STATUS   PIC XX.
006000   88 RATE-OK                VALUE "00".
006100   88 RATE-EOF               VALUE "10".
006200
006300 01 WS-REPORT-STATUS PIC XX.
006400   88 REPORT-OK              VALUE "00".
006500
006600*The batch to accrue for, supplied by the operator.
006700 01 WS-TARGET-BATCH-ID  PIC X(8).
006800
006900*The batch id carries the pay date - the year portion decides
007000*which leave year the accrual belongs to.
007100 01 WS-BATCH-DATE.
007200   02 WS-BD-YEAR      PIC 9(4).
007300   02 FILLER          PIC X(4).
007400
007500*The leave rate file, held in memory - hours earned per batch
007600*and the carry-over cap for each class and kind of leave.
007700 01 WS-RATE-COUNT    PIC 9(3) COMP VALUE 0.
007800 01 WS-RATE-TABLE.
007900   02 WS-RATE-ENTRY OCCURS 1 TO 200 TIMES
008000       DEPENDING ON WS-RATE-COUNT
008100       INDEXED BY RATE-IDX.
008200     03 WS-LR-CLASS         PIC X(2).
008300     03 WS-LR-TYPE          PIC X(1).
008400     03 WS-LR-ACCRUAL       PIC 9(2)V99.
008500     03 WS-LR-CAP           PIC 9(4)V99.
008600
008700 01 WS-RATE-MATCH-SW PIC X VALUE "N".
008800   88 RATE-MATCHED           VALUE "Y".
008900
009000*A result is posted once - the batch's own regular results not
009100*yet flagged, so a re-run after a rework rerun posts only the
009200*results appended since. Retroactive adjustments carry no leave.
009300 01 WS-POST-SW       PIC X VALUE "N".
009400   88 POST-THIS-RESULT       VALUE "Y".
009500
009600 01 WS-BALANCE-FOUND-SW PIC X VALUE "N".
009700   88 BALANCE-FOUND          VALUE "Y".
009800
009900*One kind of leave for one result - the type being posted, the
010000*hours earned and taken, and the balance it leaves.
010100 01 WS-POST-TYPE     PIC X(1).
010200 01 WS-ACCRUAL-HOURS PIC 9(2)V99.
010300 01 WS-CAP-HOURS     PIC 9(4)V99.
010400 01 WS-TAKEN-HOURS   PIC 9(4)V99.
010500 01 WS-POST-BALANCE  PIC S9(4)V99.
010514
010528*Leave rates are hours per week's batch - a result paid to a
010542*biweekly or monthly pay group earns them scaled by 52 weeks
010556*over the group's pays in a year.
010570 01 WS-WEEKS-PER-YEAR PIC 9(2) VALUE 52.
010584 01 WS-PAYS-PER-YEAR  PIC 9(2) VALUE 52.
010600
010700 01 WS-POSTED-COUNT  PIC 9(6) VALUE 0.
010800 01 WS-PAYOUT-COUNT  PIC 9(6) VALUE 0.
010900 01 WS-ALREADY-COUNT PIC 9(6) VALUE 0.
011000 01 WS-CREATED-COUNT PIC 9(6) VALUE 0.
011100 01 WS-CARRIED-COUNT PIC 9(6) VALUE 0.
011200 01 WS-NO-RATE-COUNT PIC 9(6) VALUE 0.
011300
011400 01 WS-HEADER-LINE.
011500   02 FILLER  PIC X(24) VALUE "LEAVE ACCRUAL - BATCH ".
011600   02 WS-HL-BATCH-ID      PIC X(8).
011700   02 FILLER              PIC X(48) VALUE SPACES.
011800
011900 01 WS-DETAIL-LINE.
012000   02 FILLER              PIC X(9)  VALUE "Employee ".
012100   02 WS-DL-EMPLOYEE-ID   PIC 9(5).
012200   02 FILLER              PIC X(2)  VALUE SPACES.
012300   02 WS-DL-CLASS         PIC X(2).
012400   02 FILLER              PIC X(6)  VALUE " Vac +".
012500   02 WS-DL-VAC-ACCRUED   PIC Z9.99.
012600   02 FILLER              PIC X(2)  VALUE " -".
012700   02 WS-DL-VAC-TAKEN     PIC ZZ9.99.
012800   02 FILLER              PIC X(2)  VALUE " =".
012900   02 WS-DL-VAC-BALANCE   PIC -ZZZ9.99.
013000   02 FILLER              PIC X(7)  VALUE " Sick +".
013100   02 WS-DL-SICK-ACCRUED  PIC Z9.99.
013200   02 FILLER              PIC X(2)  VALUE " -".
013300   02 WS-DL-SICK-TAKEN    PIC ZZ9.99.
013400   02 FILLER              PIC X(2)  VALUE " =".
013500   02 WS-DL-SICK-BALANCE  PIC -ZZZ9.99.
013600   02 FILLER              PIC X(3)  VALUE SPACES.
013700
013800 01 WS-NOTE-LINE.
013900   02 FILLER              PIC X(9)  VALUE "Employee ".
014000   02 WS-NL-EMPLOYEE-ID   PIC 9(5).
014100   02 FILLER              PIC X(2)  VALUE SPACES.
014200   02 WS-NL-TEXT          PIC X(64).
014300
014400 01 WS-COUNT-LINE.
014500   02 WS-CT-LABEL         PIC X(22).
014600   02 WS-CT-COUNT         PIC ZZZZZ9.
014700   02 FILLER              PIC X(52) VALUE SPACES.
014800
014900 PROCEDURE DIVISION.
015000     ACCEPT WS-TARGET-BATCH-ID.
015100     IF WS-TARGET-BATCH-ID = SPACES
015200         OR WS-TARGET-BATCH-ID NOT NUMERIC
015300       DISPLAY "No batch id supplied - nothing to accrue"
015400       STOP RUN
015500     END-IF.
015600     MOVE WS-TARGET-BATCH-ID TO WS-BATCH-DATE.
015700     PERFORM CHECK-BATCH-COMPLETE.
015800     PERFORM LOAD-LEAVE-RATES.
015900     PERFORM OPEN-LEAVE-BALANCE.
016000
016100     OPEN OUTPUT ACCRUAL-REPORT-FILE.
016200     IF NOT REPORT-OK
016300       DISPLAY "Leave accrual report open error, status "
016400           WS-REPORT-STATUS
016500       STOP RUN
016600     END-IF.
016700     MOVE WS-TARGET-BATCH-ID TO WS-HL-BATCH-ID.
016800     WRITE ACCRUAL-REPORT-LINE FROM WS-HEADER-LINE.
016900
017000*The pay history is opened I-O so each posted result can be
017100*marked and carry the balances as they stood after it.
017200     OPEN I-O PAY-HISTORY-FILE.
017300     IF NOT DETAIL-OK
017400       DISPLAY "Pay history file open error, status "
017500           WS-DETAIL-STATUS
017600       STOP RUN
017700     END-IF.
017800     PERFORM UNTIL DETAIL-EOF
017900       READ PAY-HISTORY-FILE
018000         AT END SET DETAIL-EOF TO TRUE
018100         NOT AT END
018200           IF NOT DETAIL-OK
018300             DISPLAY "Pay history read error, status "
018400                 WS-DETAIL-STATUS
018500             STOP RUN
018600           END-IF
018700           PERFORM SELECT-ONE-RESULT
018800           IF POST-THIS-RESULT
018900             PERFORM POST-ONE-RESULT
019000           END-IF
019100       END-READ
019200     END-PERFORM.
019300     CLOSE PAY-HISTORY-FILE.
019400     CLOSE LEAVE-BALANCE-FILE.
019500
019600     MOVE "Results posted     : " TO WS-CT-LABEL.
019700     MOVE WS-POSTED-COUNT TO WS-CT-COUNT.
019800     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
019900     MOVE "Payouts stamped    : " TO WS-CT-LABEL.
020000     MOVE WS-PAYOUT-COUNT TO WS-CT-COUNT.
020100     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
020200     MOVE "Already posted     : " TO WS-CT-LABEL.
020300     MOVE WS-ALREADY-COUNT TO WS-CT-COUNT.
020400     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
020500     MOVE "Balances created   : " TO WS-CT-LABEL.
020600     MOVE WS-CREATED-COUNT TO WS-CT-COUNT.
020700     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
020800     MOVE "Year carry-overs   : " TO WS-CT-LABEL.
020900     MOVE WS-CARRIED-COUNT TO WS-CT-COUNT.
021000     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
021100     MOVE "Classes with no rate: " TO WS-CT-LABEL.
021200     MOVE WS-NO-RATE-COUNT TO WS-CT-COUNT.
021300     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
021400     CLOSE ACCRUAL-REPORT-FILE.
021500
021600     DISPLAY "Leave accrual " WS-TARGET-BATCH-ID.
021700     DISPLAY "Results posted      : " WS-POSTED-COUNT.
021800     DISPLAY "Payouts stamped     : " WS-PAYOUT-COUNT.
021900     DISPLAY "Already posted      : " WS-ALREADY-COUNT.
022000     DISPLAY "Balances created    : " WS-CREATED-COUNT.
022100     GOBACK.
022200
022300*Accruing for a batch the driver is still running would credit
022400*leave for results that may yet change - only a batch stamped
022500*completed on the run control is accrued.
022600 CHECK-BATCH-COMPLETE.
022700     OPEN INPUT RUN-CONTROL-FILE.
022800     IF NOT RUNCTL-OK
022900       DISPLAY "Run control file open error, status "
023000           WS-RUNCTL-STATUS
023100       DISPLAY "Cannot verify batch status - accrual refused"
023200       STOP RUN
023300     END-IF.
023400     MOVE WS-TARGET-BATCH-ID TO RC-BATCH-ID.
023500     READ RUN-CONTROL-FILE
023600       INVALID KEY
023700         DISPLAY "Batch " WS-TARGET-BATCH-ID
023800             " not on run control - accrual refused"
023900         CLOSE RUN-CONTROL-FILE
024000         STOP RUN
024100       NOT INVALID KEY
024200         IF NOT RC-COMPLETED
024300           DISPLAY "Batch " WS-TARGET-BATCH-ID
024400               " not completed - run the payroll driver first"
024500           CLOSE RUN-CONTROL-FILE
024600           STOP RUN
024700         END-IF
024800     END-READ.
024900     CLOSE RUN-CONTROL-FILE.
025000
025100*Without the rate file nobody would earn anything and the leave
025200*taken would still come off, so nothing is posted.
025300 LOAD-LEAVE-RATES.
025400     OPEN INPUT LEAVE-RATE-FILE.
025500     IF NOT RATE-OK
025600       DISPLAY "Leave rate file open error, status "
025700           WS-RATE-STATUS
025800       STOP RUN
025900     END-IF.
026000     PERFORM UNTIL RATE-EOF
026100       READ LEAVE-RATE-FILE
026200         AT END SET RATE-EOF TO TRUE
026300         NOT AT END
026400           IF NOT RATE-OK
026500             DISPLAY "Leave rate file read error, status "
026600                 WS-RATE-STATUS
026700             STOP RUN
026800           END-IF
026900           IF WS-RATE-COUNT < 200
027000             ADD 1 TO WS-RATE-COUNT
027100             MOVE LR-EMPLOYEE-CLASS TO WS-LR-CLASS(WS-RATE-COUNT)
027200             MOVE LR-LEAVE-TYPE TO WS-LR-TYPE(WS-RATE-COUNT)
027300             MOVE LR-ACCRUAL-HOURS TO
027400                 WS-LR-ACCRUAL(WS-RATE-COUNT)
027500             MOVE LR-CARRYOVER-CAP TO WS-LR-CAP(WS-RATE-COUNT)
027600           ELSE
027700             DISPLAY "WARNING - leave rate table full, dropped : "
027800                 LR-EMPLOYEE-CLASS " " LR-LEAVE-TYPE
027900           END-IF
028000       END-READ
028100     END-PERFORM.
028200     CLOSE LEAVE-RATE-FILE.
028300
028400*The balance master is created empty the first time the accrual
028500*runs at a site that has none yet.
028600 OPEN-LEAVE-BALANCE.
028700     OPEN I-O LEAVE-BALANCE-FILE.
028800     IF LEAVE-FILE-MISSING
028900       OPEN OUTPUT LEAVE-BALANCE-FILE
029000       CLOSE LEAVE-BALANCE-FILE
029100       OPEN I-O LEAVE-BALANCE-FILE
029200     END-IF.
029300     IF NOT LEAVE-OK
029400       DISPLAY "Leave balance file open error, status "
029500           WS-LEAVE-STATUS
029600       STOP RUN
029700     END-IF.
029800
029900 SELECT-ONE-RESULT.
030000     MOVE "N" TO WS-POST-SW.
030100     IF PS-BATCH-ID = WS-TARGET-BATCH-ID
030200         AND NOT PS-RETRO-ADJUSTMENT
030300       IF PS-LEAVE-POSTED
030400         ADD 1 TO WS-ALREADY-COUNT
030500       ELSE
030600         SET POST-THIS-RESULT TO TRUE
030700       END-IF
030800     END-IF.
030900
031000*A regular result earns the class accrual and has the leave it
031100*paid taken off. A vacation payout earns nothing - the balance
031200*went to the payout queue at termination - and only has the
031300*balances stamped on it.
031400 POST-ONE-RESULT.
031500     IF PS-LEAVE-PAYOUT
031600       MOVE 0 TO WS-TAKEN-HOURS
031700       MOVE "V" TO WS-POST-TYPE
031800       PERFORM POST-LEAVE-TYPE
031900       MOVE WS-POST-BALANCE TO PS-VACATION-BALANCE
032000       MOVE "S" TO WS-POST-TYPE
032100       PERFORM POST-LEAVE-TYPE
032200       MOVE WS-POST-BALANCE TO PS-SICK-BALANCE
032233       MOVE 0 TO PS-VACATION-EARNED
032266       MOVE 0 TO PS-SICK-EARNED
032300       MOVE PS-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID
032400       MOVE "vacation payout - no accrual, balances stamped"
032500           TO WS-NL-TEXT
032600       WRITE ACCRUAL-REPORT-LINE FROM WS-NOTE-LINE
032700       ADD 1 TO WS-PAYOUT-COUNT
032800     ELSE
032900       MOVE PS-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID
033000       MOVE PS-EMPLOYEE-CLASS TO WS-DL-CLASS
033100       MOVE 0 TO WS-TAKEN-HOURS
033200       IF PS-VACATION-HOURS IS NUMERIC
033300         MOVE PS-VACATION-HOURS TO WS-TAKEN-HOURS
033400       END-IF
033500       MOVE "V" TO WS-POST-TYPE
033600       PERFORM POST-LEAVE-TYPE
033700       MOVE WS-POST-BALANCE TO PS-VACATION-BALANCE
033750       MOVE WS-ACCRUAL-HOURS TO PS-VACATION-EARNED
033800       MOVE WS-ACCRUAL-HOURS TO WS-DL-VAC-ACCRUED
033900       MOVE WS-TAKEN-HOURS TO WS-DL-VAC-TAKEN
034000       MOVE WS-POST-BALANCE TO WS-DL-VAC-BALANCE
034100       MOVE 0 TO WS-TAKEN-HOURS
034200       IF PS-SICK-HOURS IS NUMERIC
034300         MOVE PS-SICK-HOURS TO WS-TAKEN-HOURS
034400       END-IF
034500       MOVE "S" TO WS-POST-TYPE
034600       PERFORM POST-LEAVE-TYPE
034700       MOVE WS-POST-BALANCE TO PS-SICK-BALANCE
034750       MOVE WS-ACCRUAL-HOURS TO PS-SICK-EARNED
034800       MOVE WS-ACCRUAL-HOURS TO WS-DL-SICK-ACCRUED
034900       MOVE WS-TAKEN-HOURS TO WS-DL-SICK-TAKEN
035000       MOVE WS-POST-BALANCE TO WS-DL-SICK-BALANCE
035100       WRITE ACCRUAL-REPORT-LINE FROM WS-DETAIL-LINE
035200       ADD 1 TO WS-POSTED-COUNT
035300     END-IF.
035400     MOVE "Y" TO PS-LEAVE-ACCRUED.
035500     REWRITE PAYSTUB-RECORD.
035600     IF NOT DETAIL-OK
035700       DISPLAY "Pay history rewrite error, status "
035800           WS-DETAIL-STATUS
035900       STOP RUN
036000     END-IF.
036100
036200*One kind of leave for the result's employee. The first posting
036300*of a new year cuts what is carried over to the class cap and
036400*starts the year's figures afresh; a class with no line on the
036500*rate file earns nothing and carries its balance over whole.
036600 POST-LEAVE-TYPE.
036700     PERFORM FIND-LEAVE-RATE.
036800     IF PS-LEAVE-PAYOUT
036900       MOVE 0 TO WS-ACCRUAL-HOURS
037000     END-IF.
037100     MOVE PS-EMPLOYEE-ID TO LB-EMPLOYEE-ID.
037200     MOVE WS-POST-TYPE TO LB-LEAVE-TYPE.
037300     MOVE "N" TO WS-BALANCE-FOUND-SW.
037400     READ LEAVE-BALANCE-FILE
037500       INVALID KEY
037600         CONTINUE
037700       NOT INVALID KEY
037800         SET BALANCE-FOUND TO TRUE
037900     END-READ.
038000     IF BALANCE-FOUND
038100       IF LB-LEAVE-YEAR < WS-BD-YEAR
038200         PERFORM CARRY-OVER-BALANCE
038300       END-IF
038400       ADD WS-ACCRUAL-HOURS TO LB-BALANCE-HOURS
038500       ADD WS-ACCRUAL-HOURS TO LB-ACCRUED-YTD
038600       SUBTRACT WS-TAKEN-HOURS FROM LB-BALANCE-HOURS
038700       ADD WS-TAKEN-HOURS TO LB-TAKEN-YTD
038800       MOVE PS-BATCH-ID TO LB-LAST-BATCH-ID
038900       REWRITE LEAVE-BALANCE-RECORD
039000         INVALID KEY
039100           DISPLAY "Leave balance rewrite error, status "
039200               WS-LEAVE-STATUS
039300           STOP RUN
039400       END-REWRITE
039500       MOVE LB-BALANCE-HOURS TO WS-POST-BALANCE
039600     ELSE
039700       IF WS-ACCRUAL-HOURS > 0 OR WS-TAKEN-HOURS > 0
039800         PERFORM CREATE-LEAVE-BALANCE
039900         MOVE LB-BALANCE-HOURS TO WS-POST-BALANCE
040000       ELSE
040100         MOVE 0 TO WS-POST-BALANCE
040200       END-IF
040300     END-IF.
040400
040500 CARRY-OVER-BALANCE.
040600     IF LB-BALANCE-HOURS > WS-CAP-HOURS AND RATE-MATCHED
040700       MOVE WS-CAP-HOURS TO LB-BALANCE-HOURS
040800     END-IF.
040900     MOVE WS-BD-YEAR TO LB-LEAVE-YEAR.
041000     MOVE 0 TO LB-ACCRUED-YTD.
041100     MOVE 0 TO LB-TAKEN-YTD.
041200     ADD 1 TO WS-CARRIED-COUNT.
041300
041400 CREATE-LEAVE-BALANCE.
041500     MOVE PS-EMPLOYEE-ID TO LB-EMPLOYEE-ID.
041600     MOVE WS-POST-TYPE TO LB-LEAVE-TYPE.
041700     MOVE WS-BD-YEAR TO LB-LEAVE-YEAR.
041800     MOVE WS-ACCRUAL-HOURS TO LB-ACCRUED-YTD.
041900     MOVE WS-TAKEN-HOURS TO LB-TAKEN-YTD.
042000     COMPUTE LB-BALANCE-HOURS =
042100         WS-ACCRUAL-HOURS - WS-TAKEN-HOURS.
042200     MOVE PS-BATCH-ID TO LB-LAST-BATCH-ID.
042300     WRITE LEAVE-BALANCE-RECORD
042400       INVALID KEY
042500         DISPLAY "Leave balance write error, status "
042600             WS-LEAVE-STATUS
042700         STOP RUN
042800     END-WRITE.
042900     ADD 1 TO WS-CREATED-COUNT.
043000
043100*Hours earned and carry-over cap for the result's class and the
043200*leave type being posted. A regular result whose class has no
043300*vacation line is noted once on the report.
043400 FIND-LEAVE-RATE.
043500     MOVE 0 TO WS-ACCRUAL-HOURS.
043600     MOVE 0 TO WS-CAP-HOURS.
043700     MOVE "N" TO WS-RATE-MATCH-SW.
043800     PERFORM VARYING RATE-IDX FROM 1 BY 1
043900         UNTIL RATE-IDX > WS-RATE-COUNT OR RATE-MATCHED
044000       IF WS-LR-CLASS(RATE-IDX) = PS-EMPLOYEE-CLASS
044100           AND WS-LR-TYPE(RATE-IDX) = WS-POST-TYPE
044200         SET RATE-MATCHED TO TRUE
044300         PERFORM SCALE-ACCRUAL-HOURS
044400         MOVE WS-LR-CAP(RATE-IDX) TO WS-CAP-HOURS
044500       END-IF
044600     END-PERFORM.
044700     IF NOT RATE-MATCHED AND NOT PS-LEAVE-PAYOUT
044800         AND WS-POST-TYPE = "V"
044900       MOVE PS-EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID
045000       MOVE "class not on leave rate file - no accrual"
045100           TO WS-NL-TEXT
045200       WRITE ACCRUAL-REPORT-LINE FROM WS-NOTE-LINE
045300       ADD 1 TO WS-NO-RATE-COUNT
045400     END-IF.
045500
045600*A blank frequency is a result from before pay groups, all of
045700*which were weekly.
045800 SCALE-ACCRUAL-HOURS.
045900     EVALUATE PS-PAY-FREQUENCY
046000       WHEN "M"
046100         MOVE 12 TO WS-PAYS-PER-YEAR
046200       WHEN "B"
046300         MOVE 26 TO WS-PAYS-PER-YEAR
046400       WHEN OTHER
046500         MOVE 52 TO WS-PAYS-PER-YEAR
046600     END-EVALUATE.
046700     COMPUTE WS-ACCRUAL-HOURS ROUNDED =
046800         WS-LR-ACCRUAL(RATE-IDX) * WS-WEEKS-PER-YEAR
046900             / WS-PAYS-PER-YEAR
047000       ON SIZE ERROR
047100         DISPLAY "WARNING - accrual over 99.99 hours, employee "
047200             PS-EMPLOYEE-ID " - 99.99 credited"
047300         MOVE 99.99 TO WS-ACCRUAL-HOURS
047400     END-COMPUTE.
