000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YearEndClose.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT YTD-MASTER-FILE ASSIGN TO "YTD-MASTER"
000800       ORGANIZATION IS INDEXED
000900       ACCESS MODE IS SEQUENTIAL
001000       RECORD KEY IS YTD-EMPLOYEE-ID
001100       FILE STATUS IS WS-YTD-STATUS.
001200     SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
001300       ORGANIZATION IS INDEXED
001400       ACCESS MODE IS DYNAMIC
001500       RECORD KEY IS PS-HISTORY-KEY
001600       FILE STATUS IS WS-HISTORY-STATUS.
001700     SELECT PRIOR-EARNINGS-FILE ASSIGN TO "PRIOR-EARNINGS"
001800       ORGANIZATION IS INDEXED
001900       ACCESS MODE IS RANDOM
002000       RECORD KEY IS PE-EARNINGS-KEY
002100       FILE STATUS IS WS-EARNINGS-STATUS.
002200     SELECT YEAR-END-CONTROL-FILE ASSIGN TO "YEAR-END-CONTROL"
002300       ORGANIZATION IS INDEXED
002400       ACCESS MODE IS RANDOM
002500       RECORD KEY IS YC-YEAR
002600       FILE STATUS IS WS-YECTL-STATUS.
002700     SELECT YEAR-END-RECON-FILE ASSIGN TO "YEAR-END-RECON"
002800       ORGANIZATION IS SEQUENTIAL
002900       FILE STATUS IS WS-RECON-STATUS.
003000     SELECT WAGE-STATEMENT-FILE ASSIGN TO "WAGE-STATEMENTS"
003100       ORGANIZATION IS SEQUENTIAL
003200       FILE STATUS IS WS-REPORT-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  YTD-MASTER-FILE.
003700     COPY "ytd-record.cpy".
003800
003900 FD  PAY-HISTORY-FILE.
004000     COPY "paystub-record.cpy".
004100
004200 FD  PRIOR-EARNINGS-FILE.
004300     COPY "prior-earnings.cpy".
004400
004500 FD  YEAR-END-CONTROL-FILE.
004600     COPY "year-end-control.cpy".
004700
004800 FD  YEAR-END-RECON-FILE.
004900 01  YEAR-END-RECON-LINE   PIC X(80).
005000
005100 FD  WAGE-STATEMENT-FILE.
005200 01  WAGE-STATEMENT-LINE   PIC X(80).
005300
005400 WORKING-STORAGE SECTION.
005500
005600 01 WS-YTD-STATUS   PIC XX.
005700   88 YTD-OK                VALUE "00".
005800   88 YTD-EOF               VALUE "10".
005900
006000 01 WS-HISTORY-STATUS PIC XX.
006100   88 HISTORY-OK            VALUE "00".
006200   88 HISTORY-EOF           VALUE "10".
006300   88 HISTORY-FILE-MISSING  VALUE "35".
006400
006500 01 WS-EARNINGS-STATUS PIC XX.
006600   88 EARNINGS-OK           VALUE "00".
006700   88 EARNINGS-FILE-MISSING VALUE "35".
006800
006900 01 WS-YECTL-STATUS PIC XX.
007000   88 YECTL-OK              VALUE "00".
007100   88 YECTL-FILE-MISSING    VALUE "35".
007200
007300 01 WS-RECON-STATUS PIC XX.
007400   88 RECON-OK              VALUE "00".
007500
007600 01 WS-REPORT-STATUS PIC XX.
007700   88 REPORT-OK             VALUE "00".
007800
007900 01 WS-YECTL-FOUND-SW PIC X VALUE "N".
008000   88 YECTL-RECORD-FOUND    VALUE "Y".
008100
008200 01 WS-HIST-DONE-SW  PIC X VALUE "N".
008300   88 HISTORY-DONE          VALUE "Y".
008400
008500 01 WS-TODAY.
008600   02 WS-TD-YEAR      PIC 9(4).
008700   02 FILLER          PIC X(4).
008800 01 WS-TODAY-DATE REDEFINES WS-TODAY PIC 9(8).
008900
009000*The earnings year being closed, supplied by the operator. With
009100*nothing supplied the close is for last year - the normal case of
009200*running the step in the first days of January.
009300 01 WS-REQUESTED-YEAR  PIC X(4).
009400 01 WS-CLOSE-YEAR      PIC 9(4).
009500
009600*The batch id carries the batch run date - the year portion
009700*decides which earnings year a history record belongs to.
009800 01 WS-BATCH-DATE.
009900   02 WS-BD-YEAR      PIC 9(4).
010000   02 FILLER          PIC X(4).
010100
010200*One employee's year rebuilt from the permanent pay history, the
010300*same way YtdUpdate and BankReturns built the running figures -
010400*every rolled-in result added, a returned deposit's net taken
010500*back out of gross and net, its withholding left standing.
010600 01 WS-HIST-GROSS     PIC S9(7)V99.
010700 01 WS-HIST-WITHHOLD  PIC S9(7)V99.
010800 01 WS-HIST-NET       PIC S9(7)V99.
010900 01 WS-HIST-BATCHES   PIC 9(3).
011000
011100 01 WS-MISMATCH-SW    PIC X VALUE "N".
011200   88 EMPLOYEE-MISMATCHED   VALUE "Y".
011300
011400 01 WS-EMPLOYEE-COUNT    PIC 9(6) VALUE 0.
011500 01 WS-OTHER-YEAR-COUNT  PIC 9(6) VALUE 0.
011600 01 WS-MISMATCH-COUNT    PIC 9(6) VALUE 0.
011700 01 WS-UNAPPLIED-COUNT   PIC 9(6) VALUE 0.
011800
011900 01 WS-TOTAL-GROSS     PIC S9(9)V99 VALUE 0.
012000 01 WS-TOTAL-WITHHOLD  PIC S9(9)V99 VALUE 0.
012100 01 WS-TOTAL-NET       PIC S9(9)V99 VALUE 0.
012200
012300 01 WS-RULE-LINE.
012400   02 FILLER              PIC X(40) VALUE ALL "-".
012500   02 FILLER              PIC X(40) VALUE SPACES.
012600
012700 01 WS-BLANK-LINE        PIC X(80) VALUE SPACES.
012800
012900 01 WS-RECON-HEADER.
013000   02 FILLER  PIC X(34) VALUE "YEAR-END RECONCILIATION - YEAR ".
013100   02 WS-RH-YEAR          PIC 9(4).
013200   02 FILLER              PIC X(42) VALUE SPACES.
013300
013400 01 WS-RECON-COLUMNS.
013500   02 FILLER  PIC X(36) VALUE "Empl  Name                 Figure".
013600   02 FILLER  PIC X(44)
013700       VALUE "        YTD master    Pay history".
013800
013900 01 WS-MISMATCH-LINE.
014000   02 WS-ML-EMPLOYEE-ID   PIC 9(5).
014100   02 FILLER              PIC X(1)  VALUE SPACES.
014200   02 WS-ML-NAME          PIC X(20).
014300   02 FILLER              PIC X(1)  VALUE SPACES.
014400   02 WS-ML-FIGURE        PIC X(9).
014500   02 WS-ML-YTD-AMOUNT    PIC -(8)9.99.
014600   02 FILLER              PIC X(3)  VALUE SPACES.
014700   02 WS-ML-HIST-AMOUNT   PIC -(8)9.99.
014800   02 FILLER              PIC X(17) VALUE SPACES.
014900
015000 01 WS-UNAPPLIED-LINE.
015100   02 WS-UL-EMPLOYEE-ID   PIC 9(5).
015200   02 FILLER              PIC X(1)  VALUE SPACES.
015300   02 WS-UL-NAME          PIC X(20).
015400   02 FILLER              PIC X(7)  VALUE " batch ".
015500   02 WS-UL-BATCH-ID      PIC X(8).
015600   02 FILLER  PIC X(39) VALUE "  result not rolled into YTD".
015700
015800 01 WS-RECON-COUNT-LINE.
015900   02 FILLER  PIC X(28) VALUE "Employees mismatched      : ".
016000   02 WS-RC-MISMATCHED    PIC ZZZZZ9.
016100   02 FILLER              PIC X(46) VALUE SPACES.
016200
016300 01 WS-RECON-UNAPPLIED-LINE.
016400   02 FILLER  PIC X(28) VALUE "Results not in YTD        : ".
016500   02 WS-RU-UNAPPLIED     PIC ZZZZZ9.
016600   02 FILLER              PIC X(46) VALUE SPACES.
016700
016800 01 WS-STATEMENT-HEADER.
016900   02 FILLER  PIC X(30) VALUE "ANNUAL WAGE STATEMENT - YEAR ".
017000   02 WS-SH-YEAR          PIC 9(4).
017100   02 FILLER              PIC X(46) VALUE SPACES.
017200
017300 01 WS-EMPLOYEE-LINE.
017400   02 FILLER              PIC X(11) VALUE "Employee  ".
017500   02 WS-EL-EMPLOYEE-ID   PIC 9(5).
017600   02 FILLER              PIC X(2)  VALUE SPACES.
017700   02 WS-EL-NAME          PIC X(20).
017800   02 FILLER              PIC X(42) VALUE SPACES.
017900
018000 01 WS-GROSS-LINE.
018100   02 FILLER              PIC X(22) VALUE "Gross wages        : ".
018200   02 WS-GL-AMOUNT        PIC ZZZZZZ9.99.
018300   02 FILLER              PIC X(48) VALUE SPACES.
018400
018500 01 WS-WITHHOLD-LINE.
018600   02 FILLER              PIC X(22) VALUE "Tax withheld       : ".
018700   02 WS-WL-AMOUNT        PIC ZZZZZZ9.99.
018800   02 FILLER              PIC X(48) VALUE SPACES.
018900
019000 01 WS-NET-LINE.
019100   02 FILLER              PIC X(22) VALUE "Net pay            : ".
019200   02 WS-NL-AMOUNT        PIC ZZZZZZ9.99.
019300   02 FILLER              PIC X(48) VALUE SPACES.
019400
019500 01 WS-BATCH-LINE.
019600   02 FILLER              PIC X(22) VALUE "Batches paid       : ".
019700   02 WS-BL-COUNT         PIC ZZ9.
019800   02 FILLER              PIC X(55) VALUE SPACES.
019900
020000 01 WS-SUMMARY-HEADER.
020100   02 FILLER  PIC X(32) VALUE "EMPLOYER ANNUAL SUMMARY - YEAR ".
020200   02 WS-SUM-YEAR         PIC 9(4).
020300   02 FILLER              PIC X(44) VALUE SPACES.
020400
020500 01 WS-SUM-EMPLOYEES-LINE.
020600   02 FILLER  PIC X(28) VALUE "Employees with earnings   : ".
020700   02 WS-SE-COUNT         PIC ZZZZZ9.
020800   02 FILLER              PIC X(46) VALUE SPACES.
020900
021000 01 WS-SUM-GROSS-LINE.
021100   02 FILLER  PIC X(28) VALUE "Total gross wages         : ".
021200   02 WS-SG-AMOUNT        PIC ZZZZZZZZ9.99.
021300   02 FILLER              PIC X(40) VALUE SPACES.
021400
021500 01 WS-SUM-WITHHOLD-LINE.
021600   02 FILLER  PIC X(28) VALUE "Total tax withheld        : ".
021700   02 WS-SW-AMOUNT        PIC ZZZZZZZZ9.99.
021800   02 FILLER              PIC X(40) VALUE SPACES.
021900
022000 01 WS-SUM-NET-LINE.
022100   02 FILLER  PIC X(28) VALUE "Total net pay             : ".
022200   02 WS-SN-AMOUNT        PIC ZZZZZZZZ9.99.
022300   02 FILLER              PIC X(40) VALUE SPACES.
022400
022500 01 WS-SUM-STATUS-LINE.
022600   02 FILLER  PIC X(28) VALUE "Close status              : ".
022700   02 WS-SS-STATUS        PIC X(40).
022800   02 FILLER              PIC X(12) VALUE SPACES.
022900
023000 PROCEDURE DIVISION.
023100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
023200     MOVE SPACES TO WS-REQUESTED-YEAR.
023300     ACCEPT WS-REQUESTED-YEAR.
023400     IF WS-REQUESTED-YEAR NOT = SPACES
023500         AND WS-REQUESTED-YEAR NOT NUMERIC
023600       DISPLAY "Close year not numeric : " WS-REQUESTED-YEAR
023700       STOP RUN
023800     END-IF.
023900     IF WS-REQUESTED-YEAR IS NUMERIC
024000       MOVE WS-REQUESTED-YEAR TO WS-CLOSE-YEAR
024100     ELSE
024200       COMPUTE WS-CLOSE-YEAR = WS-TD-YEAR - 1
024300     END-IF.
024400     IF WS-CLOSE-YEAR > WS-TD-YEAR
024500       DISPLAY "Close year " WS-CLOSE-YEAR
024600           " has not started - close refused"
024700       STOP RUN
024800     END-IF.
024900     DISPLAY "Closing earnings year " WS-CLOSE-YEAR.
025000
025100     PERFORM CHECK-CLOSE-CONTROL.
025200
025300     OPEN INPUT YTD-MASTER-FILE.
025400     IF NOT YTD-OK
025500       DISPLAY "YTD master file open error, status "
025600           WS-YTD-STATUS
025700       STOP RUN
025800     END-IF.
025900     OPEN INPUT PAY-HISTORY-FILE.
026000     IF HISTORY-FILE-MISSING
026100       DISPLAY "No pay history file - nothing to reconcile"
026200       CLOSE YTD-MASTER-FILE
026300       STOP RUN
026400     END-IF.
026500     IF NOT HISTORY-OK
026600       DISPLAY "Pay history file open error, status "
026700           WS-HISTORY-STATUS
026800       STOP RUN
026900     END-IF.
027000     PERFORM OPEN-PRIOR-EARNINGS.
027100     PERFORM OPEN-CLOSE-REPORTS.
027200
027300     PERFORM UNTIL YTD-EOF
027400       READ YTD-MASTER-FILE NEXT RECORD
027500         AT END SET YTD-EOF TO TRUE
027600         NOT AT END
027700           IF NOT YTD-OK
027800             DISPLAY "YTD master read error, status "
027900                 WS-YTD-STATUS
028000             STOP RUN
028100           END-IF
028200           IF YTD-YEAR = WS-CLOSE-YEAR
028300             PERFORM CLOSE-ONE-EMPLOYEE
028400           ELSE
028500             ADD 1 TO WS-OTHER-YEAR-COUNT
028600           END-IF
028700       END-READ
028800     END-PERFORM.
028900
029000     PERFORM LIST-UNAPPLIED-RESULTS.
029100
029200     CLOSE YTD-MASTER-FILE.
029300     CLOSE PAY-HISTORY-FILE.
029400     CLOSE PRIOR-EARNINGS-FILE.
029500
029600     PERFORM WRITE-EMPLOYER-SUMMARY.
029700     PERFORM WRITE-RECON-TOTALS.
029800     CLOSE YEAR-END-RECON-FILE.
029900     CLOSE WAGE-STATEMENT-FILE.
030000
030100     PERFORM STAMP-CLOSE-CONTROL.
030200     CLOSE YEAR-END-CONTROL-FILE.
030300
030400     DISPLAY "Employees archived     : " WS-EMPLOYEE-COUNT.
030500     DISPLAY "Employees mismatched   : " WS-MISMATCH-COUNT.
030600     DISPLAY "Results not in YTD     : " WS-UNAPPLIED-COUNT.
030700     DISPLAY "Other-year YTD records : " WS-OTHER-YEAR-COUNT.
030800     GOBACK.
030900
031000*A year already closed must not close again - the archive and the
031100*wage statements are what went to the tax authority. A year
031200*stamped started is a close that stopped on mismatches or was
031300*interrupted, and runs again once the figures are corrected.
031400*The control is held open for the run and stamped at the end.
031500 CHECK-CLOSE-CONTROL.
031600     OPEN I-O YEAR-END-CONTROL-FILE.
031700     IF YECTL-FILE-MISSING
031800       OPEN OUTPUT YEAR-END-CONTROL-FILE
031900       CLOSE YEAR-END-CONTROL-FILE
032000       OPEN I-O YEAR-END-CONTROL-FILE
032100     END-IF.
032200     IF NOT YECTL-OK
032300       DISPLAY "Year-end control file open error, status "
032400           WS-YECTL-STATUS
032500       STOP RUN
032600     END-IF.
032700     MOVE "N" TO WS-YECTL-FOUND-SW.
032800     MOVE WS-CLOSE-YEAR TO YC-YEAR.
032900     READ YEAR-END-CONTROL-FILE
033000       INVALID KEY
033100         CONTINUE
033200       NOT INVALID KEY
033300         SET YECTL-RECORD-FOUND TO TRUE
033400     END-READ.
033500     IF YECTL-RECORD-FOUND AND YC-CLOSED
033600       DISPLAY "Year " WS-CLOSE-YEAR " already closed - "
033700           "refusing a second close"
033800       CLOSE YEAR-END-CONTROL-FILE
033900       STOP RUN
034000     END-IF.
034100     IF YECTL-RECORD-FOUND
034200       DISPLAY "Year " WS-CLOSE-YEAR " close restarting"
034300     ELSE
034400       MOVE WS-CLOSE-YEAR TO YC-YEAR
034500       MOVE "S" TO YC-STATUS
034600       MOVE WS-TODAY-DATE TO YC-START-DATE
034700       MOVE 0 TO YC-CLOSE-DATE
034800       MOVE 0 TO YC-EMPLOYEE-COUNT
034900       MOVE 0 TO YC-MISMATCH-COUNT
035000       WRITE YEAR-END-CONTROL-RECORD
035100         INVALID KEY
035200           DISPLAY "Year-end control write failed for year "
035300               WS-CLOSE-YEAR
035400       END-WRITE
035500     END-IF.
035600
035700*The prior-years earnings file is created empty the first time a
035800*close runs at a site that has none yet.
035900 OPEN-PRIOR-EARNINGS.
036000     OPEN I-O PRIOR-EARNINGS-FILE.
036100     IF EARNINGS-FILE-MISSING
036200       OPEN OUTPUT PRIOR-EARNINGS-FILE
036300       CLOSE PRIOR-EARNINGS-FILE
036400       OPEN I-O PRIOR-EARNINGS-FILE
036500     END-IF.
036600     IF NOT EARNINGS-OK
036700       DISPLAY "Prior earnings file open error, status "
036800           WS-EARNINGS-STATUS
036900       STOP RUN
037000     END-IF.
037100
037200 OPEN-CLOSE-REPORTS.
037300     OPEN OUTPUT YEAR-END-RECON-FILE.
037400     IF NOT RECON-OK
037500       DISPLAY "Year-end reconciliation file open error, status "
037600           WS-RECON-STATUS
037700       STOP RUN
037800     END-IF.
037900     OPEN OUTPUT WAGE-STATEMENT-FILE.
038000     IF NOT REPORT-OK
038100       DISPLAY "Wage statement file open error, status "
038200           WS-REPORT-STATUS
038300       STOP RUN
038400     END-IF.
038500     MOVE WS-CLOSE-YEAR TO WS-RH-YEAR.
038600     WRITE YEAR-END-RECON-LINE FROM WS-RECON-HEADER.
038700     WRITE YEAR-END-RECON-LINE FROM WS-RECON-COLUMNS.
038800
038900*Archive, reconcile and print one employee's closed year. The
039000*archive is written whatever the reconciliation finds, so a close
039100*restarted after a correction simply replaces the earlier copy.
039200 CLOSE-ONE-EMPLOYEE.
039300     ADD 1 TO WS-EMPLOYEE-COUNT.
039400     PERFORM SUM-EMPLOYEE-HISTORY.
039500     PERFORM COMPARE-EMPLOYEE-TOTALS.
039600     PERFORM ARCHIVE-EMPLOYEE-YEAR.
039700     PERFORM PRINT-WAGE-STATEMENT.
039800     ADD YTD-GROSS TO WS-TOTAL-GROSS.
039900     ADD YTD-WITHHOLD TO WS-TOTAL-WITHHOLD.
040000     ADD YTD-NET TO WS-TOTAL-NET.
040100
040200*The employee's results for the close year off the keyed history.
040300*Results YtdUpdate has not yet rolled in are left out here and
040400*listed on their own by LIST-UNAPPLIED-RESULTS.
040500 SUM-EMPLOYEE-HISTORY.
040600     MOVE 0 TO WS-HIST-GROSS.
040700     MOVE 0 TO WS-HIST-WITHHOLD.
040800     MOVE 0 TO WS-HIST-NET.
040900     MOVE 0 TO WS-HIST-BATCHES.
041000     MOVE "N" TO WS-HIST-DONE-SW.
041100     MOVE YTD-EMPLOYEE-ID TO PS-EMPLOYEE-ID.
041200     MOVE SPACES TO PS-BATCH-ID.
041300     START PAY-HISTORY-FILE
041400         KEY IS NOT LESS THAN PS-HISTORY-KEY
041500       INVALID KEY SET HISTORY-DONE TO TRUE
041600     END-START.
041700     PERFORM UNTIL HISTORY-DONE
041800       READ PAY-HISTORY-FILE NEXT RECORD
041900         AT END SET HISTORY-DONE TO TRUE
042000         NOT AT END
042100           IF NOT HISTORY-OK
042200             DISPLAY "Pay history read error, status "
042300                 WS-HISTORY-STATUS
042400             STOP RUN
042500           END-IF
042600           IF PS-EMPLOYEE-ID NOT = YTD-EMPLOYEE-ID
042700             SET HISTORY-DONE TO TRUE
042800           ELSE
042900             PERFORM ADD-HISTORY-RESULT
043000           END-IF
043100       END-READ
043200     END-PERFORM.
043300
043400 ADD-HISTORY-RESULT.
043500     IF PS-BATCH-ID IS NUMERIC
043600       MOVE PS-BATCH-ID TO WS-BATCH-DATE
043700       IF WS-BD-YEAR = WS-CLOSE-YEAR AND PS-ALREADY-APPLIED
043800         ADD PS-GROSS-PAY TO WS-HIST-GROSS
043900         ADD PS-WITHHOLD-AMT TO WS-HIST-WITHHOLD
044000         ADD PS-NET-PAY TO WS-HIST-NET
044100         ADD 1 TO WS-HIST-BATCHES
044200         IF PS-PAYMENT-RETURNED
044300           SUBTRACT PS-NET-PAY FROM WS-HIST-GROSS
044400           SUBTRACT PS-NET-PAY FROM WS-HIST-NET
044500         END-IF
044600       END-IF
044700     END-IF.
044800
044900*Each running figure that disagrees with the history gets its own
045000*line on the reconciliation, so the difference can be traced
045100*without re-adding the year by hand.
045200 COMPARE-EMPLOYEE-TOTALS.
045300     MOVE "N" TO WS-MISMATCH-SW.
045400     MOVE YTD-EMPLOYEE-ID TO WS-ML-EMPLOYEE-ID.
045500     MOVE YTD-EMPLOYEE-NAME TO WS-ML-NAME.
045600     IF YTD-GROSS NOT = WS-HIST-GROSS
045700       MOVE "Gross" TO WS-ML-FIGURE
045800       MOVE YTD-GROSS TO WS-ML-YTD-AMOUNT
045900       MOVE WS-HIST-GROSS TO WS-ML-HIST-AMOUNT
046000       PERFORM WRITE-MISMATCH-LINE
046100     END-IF.
046200     IF YTD-WITHHOLD NOT = WS-HIST-WITHHOLD
046300       MOVE "Withheld" TO WS-ML-FIGURE
046400       MOVE YTD-WITHHOLD TO WS-ML-YTD-AMOUNT
046500       MOVE WS-HIST-WITHHOLD TO WS-ML-HIST-AMOUNT
046600       PERFORM WRITE-MISMATCH-LINE
046700     END-IF.
046800     IF YTD-NET NOT = WS-HIST-NET
046900       MOVE "Net" TO WS-ML-FIGURE
047000       MOVE YTD-NET TO WS-ML-YTD-AMOUNT
047100       MOVE WS-HIST-NET TO WS-ML-HIST-AMOUNT
047200       PERFORM WRITE-MISMATCH-LINE
047300     END-IF.
047400     IF YTD-BATCH-COUNT NOT = WS-HIST-BATCHES
047500       MOVE "Batches" TO WS-ML-FIGURE
047600       MOVE YTD-BATCH-COUNT TO WS-ML-YTD-AMOUNT
047700       MOVE WS-HIST-BATCHES TO WS-ML-HIST-AMOUNT
047800       PERFORM WRITE-MISMATCH-LINE
047900     END-IF.
048000     IF EMPLOYEE-MISMATCHED
048100       ADD 1 TO WS-MISMATCH-COUNT
048200     END-IF.
048300
048400 WRITE-MISMATCH-LINE.
048500     SET EMPLOYEE-MISMATCHED TO TRUE.
048600     WRITE YEAR-END-RECON-LINE FROM WS-MISMATCH-LINE.
048700     IF NOT RECON-OK
048800       DISPLAY "Year-end reconciliation write error, status "
048900           WS-RECON-STATUS
049000       STOP RUN
049100     END-IF.
049200
049300 ARCHIVE-EMPLOYEE-YEAR.
049400     MOVE YTD-EMPLOYEE-ID TO PE-EMPLOYEE-ID.
049500     MOVE YTD-YEAR TO PE-YEAR.
049600     MOVE YTD-EMPLOYEE-NAME TO PE-EMPLOYEE-NAME.
049700     MOVE YTD-GROSS TO PE-GROSS.
049800     MOVE YTD-WITHHOLD TO PE-WITHHOLD.
049900     MOVE YTD-NET TO PE-NET.
050000     MOVE YTD-BATCH-COUNT TO PE-BATCH-COUNT.
050100     MOVE WS-TODAY-DATE TO PE-CLOSE-DATE.
050200     WRITE PRIOR-EARNINGS-RECORD
050300       INVALID KEY
050400         REWRITE PRIOR-EARNINGS-RECORD
050500           INVALID KEY
050600             DISPLAY "Prior earnings rewrite failed for "
050700                 "employee : " PE-EMPLOYEE-ID
050800         END-REWRITE
050900     END-WRITE.
051000
051100*The formal statement for the tax filing - the same layout
051200*YtdStatement reprints from the archive on request.
051300 PRINT-WAGE-STATEMENT.
051400     WRITE WAGE-STATEMENT-LINE FROM WS-RULE-LINE.
051500     MOVE WS-CLOSE-YEAR TO WS-SH-YEAR.
051600     WRITE WAGE-STATEMENT-LINE FROM WS-STATEMENT-HEADER.
051700     MOVE YTD-EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID.
051800     MOVE YTD-EMPLOYEE-NAME TO WS-EL-NAME.
051900     WRITE WAGE-STATEMENT-LINE FROM WS-EMPLOYEE-LINE.
052000     MOVE YTD-GROSS TO WS-GL-AMOUNT.
052100     WRITE WAGE-STATEMENT-LINE FROM WS-GROSS-LINE.
052200     MOVE YTD-WITHHOLD TO WS-WL-AMOUNT.
052300     WRITE WAGE-STATEMENT-LINE FROM WS-WITHHOLD-LINE.
052400     MOVE YTD-NET TO WS-NL-AMOUNT.
052500     WRITE WAGE-STATEMENT-LINE FROM WS-NET-LINE.
052600     MOVE YTD-BATCH-COUNT TO WS-BL-COUNT.
052700     WRITE WAGE-STATEMENT-LINE FROM WS-BATCH-LINE.
052800     WRITE WAGE-STATEMENT-LINE FROM WS-RULE-LINE.
052900     WRITE WAGE-STATEMENT-LINE FROM WS-BLANK-LINE.
053000     IF NOT REPORT-OK
053100       DISPLAY "Wage statement write error, status "
053200           WS-REPORT-STATUS
053300       STOP RUN
053400     END-IF.
053500
053600*A close-year result that never rolled into the YTD master is not
053700*on anyone's statement - typically YtdUpdate was not run after
053800*the last batch of the year. Each one is listed for follow-up.
053900 LIST-UNAPPLIED-RESULTS.
054000     MOVE LOW-VALUES TO PS-HISTORY-KEY.
054100     MOVE "N" TO WS-HIST-DONE-SW.
054200     START PAY-HISTORY-FILE
054300         KEY IS NOT LESS THAN PS-HISTORY-KEY
054400       INVALID KEY SET HISTORY-DONE TO TRUE
054500     END-START.
054600     PERFORM UNTIL HISTORY-DONE
054700       READ PAY-HISTORY-FILE NEXT RECORD
054800         AT END SET HISTORY-DONE TO TRUE
054900         NOT AT END
055000           IF NOT HISTORY-OK
055100             DISPLAY "Pay history read error, status "
055200                 WS-HISTORY-STATUS
055300             STOP RUN
055400           END-IF
055500           IF PS-BATCH-ID IS NUMERIC
055600             MOVE PS-BATCH-ID TO WS-BATCH-DATE
055700             IF WS-BD-YEAR = WS-CLOSE-YEAR
055800                 AND NOT PS-ALREADY-APPLIED
055900               PERFORM WRITE-UNAPPLIED-LINE
056000             END-IF
056100           END-IF
056200       END-READ
056300     END-PERFORM.
056400
056500 WRITE-UNAPPLIED-LINE.
056600     ADD 1 TO WS-UNAPPLIED-COUNT.
056700     MOVE PS-EMPLOYEE-ID TO WS-UL-EMPLOYEE-ID.
056800     MOVE PS-EMPLOYEE-NAME TO WS-UL-NAME.
056900     MOVE PS-BATCH-ID TO WS-UL-BATCH-ID.
057000     WRITE YEAR-END-RECON-LINE FROM WS-UNAPPLIED-LINE.
057100     IF NOT RECON-OK
057200       DISPLAY "Year-end reconciliation write error, status "
057300           WS-RECON-STATUS
057400       STOP RUN
057500     END-IF.
057600
057700 WRITE-RECON-TOTALS.
057800     WRITE YEAR-END-RECON-LINE FROM WS-BLANK-LINE.
057900     MOVE WS-MISMATCH-COUNT TO WS-RC-MISMATCHED.
058000     WRITE YEAR-END-RECON-LINE FROM WS-RECON-COUNT-LINE.
058100     MOVE WS-UNAPPLIED-COUNT TO WS-RU-UNAPPLIED.
058200     WRITE YEAR-END-RECON-LINE FROM WS-RECON-UNAPPLIED-LINE.
058300     IF NOT RECON-OK
058400       DISPLAY "Year-end reconciliation write error, status "
058500           WS-RECON-STATUS
058600     END-IF.
058700
058800*The employer's totals for the year, closing the statement run -
058900*the figures the annual employer return is filed from.
059000 WRITE-EMPLOYER-SUMMARY.
059100     WRITE WAGE-STATEMENT-LINE FROM WS-RULE-LINE.
059200     MOVE WS-CLOSE-YEAR TO WS-SUM-YEAR.
059300     WRITE WAGE-STATEMENT-LINE FROM WS-SUMMARY-HEADER.
059400     MOVE WS-EMPLOYEE-COUNT TO WS-SE-COUNT.
059500     WRITE WAGE-STATEMENT-LINE FROM WS-SUM-EMPLOYEES-LINE.
059600     MOVE WS-TOTAL-GROSS TO WS-SG-AMOUNT.
059700     WRITE WAGE-STATEMENT-LINE FROM WS-SUM-GROSS-LINE.
059800     MOVE WS-TOTAL-WITHHOLD TO WS-SW-AMOUNT.
059900     WRITE WAGE-STATEMENT-LINE FROM WS-SUM-WITHHOLD-LINE.
060000     MOVE WS-TOTAL-NET TO WS-SN-AMOUNT.
060100     WRITE WAGE-STATEMENT-LINE FROM WS-SUM-NET-LINE.
060200     IF WS-MISMATCH-COUNT = 0 AND WS-UNAPPLIED-COUNT = 0
060300       MOVE "closed - reconciled to pay history"
060400           TO WS-SS-STATUS
060500     ELSE
060600       MOVE "NOT CLOSED - see year-end reconciliation"
060700           TO WS-SS-STATUS
060800     END-IF.
060900     WRITE WAGE-STATEMENT-LINE FROM WS-SUM-STATUS-LINE.
061000     WRITE WAGE-STATEMENT-LINE FROM WS-RULE-LINE.
061100     IF NOT REPORT-OK
061200       DISPLAY "Wage statement write error, status "
061300           WS-REPORT-STATUS
061400     END-IF.
061500
061600*Only a clean reconciliation closes the year. Mismatches leave the
061700*year stamped started, YtdReset stays blocked, and the close is
061800*run again once the YTD master or the history has been put right.
061900 STAMP-CLOSE-CONTROL.
062000     MOVE WS-CLOSE-YEAR TO YC-YEAR.
062100     READ YEAR-END-CONTROL-FILE
062200       INVALID KEY
062300         DISPLAY "Year-end control record missing for year "
062400             WS-CLOSE-YEAR
062500       NOT INVALID KEY
062600         MOVE WS-EMPLOYEE-COUNT TO YC-EMPLOYEE-COUNT
062700         COMPUTE YC-MISMATCH-COUNT =
062800             WS-MISMATCH-COUNT + WS-UNAPPLIED-COUNT
062900         IF YC-MISMATCH-COUNT = 0
063000           MOVE "C" TO YC-STATUS
063100           MOVE WS-TODAY-DATE TO YC-CLOSE-DATE
063200         END-IF
063300         REWRITE YEAR-END-CONTROL-RECORD
063400           INVALID KEY
063500             DISPLAY "Year-end control rewrite failed for year "
063600                 WS-CLOSE-YEAR
063700         END-REWRITE
063800     END-READ.
063900     IF YC-CLOSED
064000       DISPLAY "Year " WS-CLOSE-YEAR " closed"
064100     ELSE
064200       DISPLAY "Year " WS-CLOSE-YEAR " NOT closed - "
064300           "correct the mismatches and run the close again"
064400     END-IF.
