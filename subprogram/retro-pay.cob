000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RetroPay.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT RETRO-TRANS-FILE ASSIGN TO "RETRO-TRANS"
000800       ORGANIZATION IS SEQUENTIAL
000900       FILE STATUS IS WS-TRANS-STATUS.
001000     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER"
001100       ORGANIZATION IS INDEXED
001200       ACCESS MODE IS RANDOM
001300       RECORD KEY IS EMPLOYEE-ID
001400       FILE STATUS IS WS-MASTER-STATUS.
001500     SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
001600       ORGANIZATION IS INDEXED
001700       ACCESS MODE IS DYNAMIC
001800       RECORD KEY IS PS-HISTORY-KEY
001900       FILE STATUS IS WS-HISTORY-STATUS.
002000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
002100       ORGANIZATION IS INDEXED
002200       ACCESS MODE IS RANDOM
002300       RECORD KEY IS RC-BATCH-ID
002400       FILE STATUS IS WS-RUNCTL-STATUS.
002500     SELECT CALL-AUDIT-FILE ASSIGN TO "CALL-AUDIT-LOG"
002600       ORGANIZATION IS SEQUENTIAL
002700       FILE STATUS IS WS-LOG-STATUS.
002800     SELECT RETRO-REPORT-FILE ASSIGN TO "RETRO-REPORT"
002900       ORGANIZATION IS SEQUENTIAL
003000       FILE STATUS IS WS-REPORT-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RETRO-TRANS-FILE.
003500     COPY "retro-trans.cpy".
003600
003700 FD  EMPLOYEE-MASTER-FILE.
003800     COPY "employee-master.cpy".
003900
004000 FD  PAY-HISTORY-FILE.
004100     COPY "paystub-record.cpy".
004200
004300 FD  RUN-CONTROL-FILE.
004400     COPY "run-control.cpy".
004500
004600 FD  CALL-AUDIT-FILE.
004700     COPY "audit-record.cpy".
004800
004900 FD  RETRO-REPORT-FILE.
005000 01  RETRO-REPORT-LINE   PIC X(80).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 01 WS-TRANS-STATUS  PIC XX.
005500   88 TRANS-OK              VALUE "00".
005600   88 TRANS-EOF             VALUE "10".
005700
005800 01 WS-MASTER-STATUS PIC XX.
005900   88 MASTER-OK             VALUE "00".
006000
006100 01 WS-HISTORY-STATUS PIC XX.
006200   88 HISTORY-OK            VALUE "00".
006300   88 HISTORY-FILE-MISSING  VALUE "35".
006400
006500 01 WS-RUNCTL-STATUS PIC XX.
006600   88 RUNCTL-OK             VALUE "00".
006700   88 RUNCTL-FILE-MISSING   VALUE "35".
006800
006900 01 WS-RUNCTL-FOUND-SW PIC X VALUE "N".
007000   88 RUNCTL-RECORD-FOUND   VALUE "Y".
007100
007200 01 WS-LOG-STATUS    PIC XX.
007300   88 LOG-OK                VALUE "00".
007400
007500 01 WS-REPORT-STATUS PIC XX.
007600   88 REPORT-OK             VALUE "00".
007700
007800 01 WS-HIST-DONE-SW  PIC X VALUE "N".
007900   88 HISTORY-DONE          VALUE "Y".
008000
008100 01 WS-ADJUSTED-SW   PIC X VALUE "N".
008200   88 ALREADY-ADJUSTED      VALUE "Y".
008300
008310 01 WS-REGULAR-FOUND-SW PIC X VALUE "N".
008320   88 REGULAR-RESULT-FOUND  VALUE "Y".
008330
008400 01 WS-OVERFLOW-SW   PIC X VALUE "N".
008500   88 ADJUST-OVERFLOW       VALUE "Y".
008600
008700*SubProgramEnd only resolves once a call has loaded SubProgram
008800*- a run that recomputed nothing must not call it.
008900 01 WS-CALLS-MADE      PIC 9(5) COMP VALUE 0.
009000
009100 01 WS-CALL-SALARY     PIC S9(5)V99.
009200 01 WS-CALL-BATCH-ID   PIC X(8).
009300 01 WS-ERROR-CODE      PIC 9(1).
009400 01 WS-TODAY           PIC 9(8).
009500
009600*Pay date of the adjustment batch - the operator's requested
009700*date when one is supplied, today when not. It becomes the
009800*adjustment batch id on the run control and the pay history, so
009900*PaymentExtract, YtdUpdate, WithholdRemit and LaborCostSummary
010000*take the adjustment up like any other batch. It must be a date
010100*no regular batch runs under, since the run control refuses a
010200*second batch under the same id.
010300 01 WS-REQUESTED-DATE  PIC X(8).
010400 01 WS-ADJUST-BATCH-ID PIC X(8).
010500
010600   COPY "pay-detail.cpy".
010700   COPY "timesheet-detail.cpy".
010800
010900*Old and new figures for one employee across every batch since
011000*the effective date. An earlier retro adjustment paid inside the
011100*period counts as already paid, so a second retro for the same
011200*period pays only what is still owed.
011300 01 WS-RETRO-TOTALS.
011400   02 WS-OLD-BASE        PIC S9(7)V99.
011500   02 WS-OLD-OT          PIC S9(7)V99.
011600   02 WS-OLD-GROSS       PIC S9(7)V99.
011700   02 WS-OLD-WITHHOLD    PIC S9(7)V99.
011800   02 WS-OLD-NET         PIC S9(7)V99.
011900   02 WS-OLD-DEDUCT      PIC S9(7)V99.
012000   02 WS-NEW-BASE        PIC S9(7)V99.
012100   02 WS-NEW-OT          PIC S9(7)V99.
012200   02 WS-NEW-GROSS       PIC S9(7)V99.
012300   02 WS-NEW-WITHHOLD    PIC S9(7)V99.
012400   02 WS-NEW-NET         PIC S9(7)V99.
012500   02 WS-NEW-DEDUCT      PIC S9(7)V99.
012600
012700 01 WS-BATCHES-FOUND   PIC 9(3) VALUE 0.
012800 01 WS-BATCHES-FAILED  PIC 9(3) VALUE 0.
012900
013000*Deduction differences carried on the adjustment record by code,
013100*so the deduction remittance sees the extra taken for each payee.
013200 01 WS-ADJ-DED-COUNT   PIC 9(1) VALUE 0.
013300 01 WS-ADJ-DED-TABLE.
013400   02 WS-ADJ-DED-ENTRY OCCURS 5 TIMES.
013500     03 WS-ADJ-DED-CODE   PIC X(2).
013600     03 WS-ADJ-DED-AMT    PIC S9(5)V99.
013700 01 WS-DED-IDX         PIC 9(1).
013800 01 WS-ADJ-IDX         PIC 9(1).
013900 01 WS-DED-CODE-IN     PIC X(2).
014000 01 WS-DED-AMT-IN      PIC S9(5)V99.
014100 01 WS-DED-MATCH-SW    PIC X VALUE "N".
014200   88 DED-CODE-MATCHED      VALUE "Y".
014300
014400*SubProgram logs every recompute under the old batch id with the
014500*full recomputed net. Each one is offset here, and the adjustment
014600*itself logged under the adjustment batch id, so the old
014700*batches still reconcile and the adjustment batch reconciles to
014800*exactly what it pays. The log is held open by SubProgram during
014900*the run, so each employee's entries are kept until the employee
014920*is decided, then SubProgram is closed down with SubProgramEnd and
014940*they are written - an interrupted run has logged every employee
014960*a restart skips.
015000 01 WS-AUDIT-COUNT     PIC 9(4) COMP VALUE 0.
015100 01 WS-AUDIT-TABLE.
015200   02 WS-AU-ENTRY OCCURS 1 TO 999 TIMES
015300       DEPENDING ON WS-AUDIT-COUNT
015400       INDEXED BY AU-IDX.
015500     03 WS-AU-EMPLOYEE-ID   PIC 9(5).
015600     03 WS-AU-SALARY-IN     PIC S9(5)V99.
015700     03 WS-AU-SALARY-OUT    PIC S9(5)V99.
015800     03 WS-AU-BATCH-ID      PIC X(8).
015900 01 WS-AUDIT-OUT       PIC S9(5)V99.
016000 01 WS-AUDIT-BATCH-ID  PIC X(8).
016100
016200 01 WS-ADJUSTED-COUNT     PIC 9(6) VALUE 0.
016300 01 WS-NOT-ADJUSTED-COUNT PIC 9(6) VALUE 0.
016400 01 WS-RECOMPUTED-COUNT   PIC 9(6) VALUE 0.
016500 01 WS-ADJUST-NET-TOTAL   PIC S9(9)V99 VALUE 0.
016600
016700 01 WS-HEADER-LINE.
016800   02 FILLER  PIC X(35)
016900       VALUE "RETROACTIVE PAY ADJUSTMENT - BATCH ".
017000   02 WS-HL-BATCH-ID      PIC X(8).
017100   02 FILLER              PIC X(37) VALUE SPACES.
017200
017300 01 WS-EMPLOYEE-LINE.
017400   02 FILLER              PIC X(9)  VALUE "Employee ".
017500   02 WS-EL-EMPLOYEE-ID   PIC 9(5).
017600   02 FILLER              PIC X(2)  VALUE SPACES.
017700   02 WS-EL-NAME          PIC X(20).
017800   02 FILLER              PIC X(7)  VALUE " class ".
017900   02 WS-EL-CLASS         PIC X(2).
018000   02 FILLER              PIC X(6)  VALUE " rate ".
018100   02 WS-EL-SALARY        PIC ZZZZ9.99.
018200   02 FILLER              PIC X(6)  VALUE " from ".
018300   02 WS-EL-EFFECTIVE     PIC 9(8).
018400   02 FILLER              PIC X(7)  VALUE SPACES.
018500
018600 01 WS-COLUMN-LINE.
018700   02 FILLER  PIC X(40) VALUE
018800       "Batch     old gross  new gross diff gros".
018900   02 FILLER  PIC X(40) VALUE
019000       "s    old net    new net   diff net".
019100
019200 01 WS-DETAIL-LINE.
019300   02 WS-DL-BATCH-ID      PIC X(8).
019400   02 FILLER              PIC X(1)  VALUE SPACES.
019500   02 WS-DL-OLD-GROSS     PIC -(6)9.99.
019600   02 FILLER              PIC X(1)  VALUE SPACES.
019700   02 WS-DL-NEW-GROSS     PIC -(6)9.99.
019800   02 FILLER              PIC X(1)  VALUE SPACES.
019900   02 WS-DL-DIFF-GROSS    PIC -(6)9.99.
020000   02 FILLER              PIC X(1)  VALUE SPACES.
020100   02 WS-DL-OLD-NET       PIC -(6)9.99.
020200   02 FILLER              PIC X(1)  VALUE SPACES.
020300   02 WS-DL-NEW-NET       PIC -(6)9.99.
020400   02 FILLER              PIC X(1)  VALUE SPACES.
020500   02 WS-DL-DIFF-NET      PIC -(6)9.99.
020600   02 FILLER              PIC X(1)  VALUE SPACES.
020700   02 WS-DL-NOTE          PIC X(5).
020800
020900 01 WS-TOTAL-LINE.
021000   02 FILLER              PIC X(8)  VALUE "Total".
021100   02 FILLER              PIC X(1)  VALUE SPACES.
021200   02 WS-TL-OLD-GROSS     PIC -(6)9.99.
021300   02 FILLER              PIC X(1)  VALUE SPACES.
021400   02 WS-TL-NEW-GROSS     PIC -(6)9.99.
021500   02 FILLER              PIC X(1)  VALUE SPACES.
021600   02 WS-TL-DIFF-GROSS    PIC -(6)9.99.
021700   02 FILLER              PIC X(1)  VALUE SPACES.
021800   02 WS-TL-OLD-NET       PIC -(6)9.99.
021900   02 FILLER              PIC X(1)  VALUE SPACES.
022000   02 WS-TL-NEW-NET       PIC -(6)9.99.
022100   02 FILLER              PIC X(1)  VALUE SPACES.
022200   02 WS-TL-DIFF-NET      PIC -(6)9.99.
022300   02 FILLER              PIC X(6)  VALUE SPACES.
022400
022500 01 WS-WITHHOLD-LINE.
022600   02 FILLER  PIC X(27) VALUE "  Withholding difference : ".
022700   02 WS-WL-AMOUNT        PIC -(7)9.99.
022800   02 FILLER              PIC X(42) VALUE SPACES.
022900
023000 01 WS-OUTCOME-LINE.
023100   02 FILLER              PIC X(2)  VALUE SPACES.
023200   02 WS-OL-TEXT          PIC X(60).
023300   02 FILLER              PIC X(18) VALUE SPACES.
023400
023500 01 WS-BLANK-LINE        PIC X(80) VALUE SPACES.
023600
023700 01 WS-COUNT-LINE.
023800   02 FILLER  PIC X(28) VALUE "Employees adjusted        : ".
023900   02 WS-CL-ADJUSTED      PIC ZZZZZ9.
024000   02 FILLER              PIC X(46) VALUE SPACES.
024100
024200 01 WS-NOT-COUNT-LINE.
024300   02 FILLER  PIC X(28) VALUE "Employees not adjusted    : ".
024400   02 WS-NC-COUNT         PIC ZZZZZ9.
024500   02 FILLER              PIC X(46) VALUE SPACES.
024600
024700 01 WS-NET-TOTAL-LINE.
024800   02 FILLER  PIC X(28) VALUE "Adjustment net to pay     : ".
024900   02 WS-NT-AMOUNT        PIC -(8)9.99.
025000   02 FILLER              PIC X(40) VALUE SPACES.
025100
025200 PROCEDURE DIVISION.
025300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
025400     MOVE SPACES TO WS-REQUESTED-DATE.
025500     ACCEPT WS-REQUESTED-DATE.
025600     IF WS-REQUESTED-DATE NOT = SPACES
025700         AND WS-REQUESTED-DATE NOT NUMERIC
025800       DISPLAY "Adjustment pay date not numeric : "
025900           WS-REQUESTED-DATE
026000       STOP RUN
026100     END-IF.
026200     IF WS-REQUESTED-DATE IS NUMERIC
026300         AND WS-REQUESTED-DATE NOT = "00000000"
026400       MOVE WS-REQUESTED-DATE TO WS-ADJUST-BATCH-ID
026500     ELSE
026600       MOVE WS-TODAY TO WS-ADJUST-BATCH-ID
026700     END-IF.
026800     DISPLAY "Retro adjustment batch " WS-ADJUST-BATCH-ID.
026900
027000     PERFORM CHECK-RUN-CONTROL.
027100
027200     OPEN INPUT RETRO-TRANS-FILE.
027300     IF NOT TRANS-OK
027400       DISPLAY "Retro transaction file open error, status "
027500           WS-TRANS-STATUS
027600       STOP RUN
027700     END-IF.
027800     OPEN INPUT EMPLOYEE-MASTER-FILE.
027900     IF NOT MASTER-OK
028000       DISPLAY "Employee master file open error, status "
028100           WS-MASTER-STATUS
028200       STOP RUN
028300     END-IF.
028400     OPEN I-O PAY-HISTORY-FILE.
028500     IF HISTORY-FILE-MISSING
028600       DISPLAY "No pay history file - nothing to recompute"
028700       STOP RUN
028800     END-IF.
028900     IF NOT HISTORY-OK
029000       DISPLAY "Pay history file open error, status "
029100           WS-HISTORY-STATUS
029200       STOP RUN
029300     END-IF.
029400     OPEN OUTPUT RETRO-REPORT-FILE.
029500     IF NOT REPORT-OK
029600       DISPLAY "Retro report file open error, status "
029700           WS-REPORT-STATUS
029800       STOP RUN
029900     END-IF.
030000     MOVE WS-ADJUST-BATCH-ID TO WS-HL-BATCH-ID.
030100     WRITE RETRO-REPORT-LINE FROM WS-HEADER-LINE.
030200     WRITE RETRO-REPORT-LINE FROM WS-BLANK-LINE.
030300
030400     PERFORM UNTIL TRANS-EOF
030500       READ RETRO-TRANS-FILE
030600         AT END SET TRANS-EOF TO TRUE
030700         NOT AT END
030800           IF NOT TRANS-OK
030900             DISPLAY "Retro transaction read error, status "
031000                 WS-TRANS-STATUS
031100             STOP RUN
031200           END-IF
031300           PERFORM PROCESS-ONE-RETRO
031400       END-READ
031500     END-PERFORM.
031600
031700     IF WS-CALLS-MADE > 0
031800       CALL "SubProgramEnd"
031900     END-IF.
032100
032200     MOVE WS-ADJUSTED-COUNT TO WS-CL-ADJUSTED.
032300     WRITE RETRO-REPORT-LINE FROM WS-COUNT-LINE.
032400     MOVE WS-NOT-ADJUSTED-COUNT TO WS-NC-COUNT.
032500     WRITE RETRO-REPORT-LINE FROM WS-NOT-COUNT-LINE.
032600     MOVE WS-ADJUST-NET-TOTAL TO WS-NT-AMOUNT.
032700     WRITE RETRO-REPORT-LINE FROM WS-NET-TOTAL-LINE.
032800
032900     CLOSE RETRO-TRANS-FILE.
033000     CLOSE EMPLOYEE-MASTER-FILE.
033100     CLOSE PAY-HISTORY-FILE.
033200     CLOSE RETRO-REPORT-FILE.
033300
033400     PERFORM STAMP-RUN-COMPLETE.
033500     CLOSE RUN-CONTROL-FILE.
033600     DISPLAY "Batches recomputed     : " WS-RECOMPUTED-COUNT.
033700     DISPLAY "Employees adjusted     : " WS-ADJUSTED-COUNT.
033800     DISPLAY "Employees not adjusted : " WS-NOT-ADJUSTED-COUNT.
033900     GOBACK.
034000
034100*The adjustment batch goes on the run control like any batch the
034200*driver runs - stamped started now and completed at the end, so
034300*WithholdRemit and the other completed-batch steps accept it and
034400*the driver refuses to run a regular batch over it. A completed
034500*or voided batch is refused. One still stamped started is an
034600*interrupted run and restarts, skipping employees it already
034700*adjusted - but only when every result under it is a retro
034710*adjustment. Any other result makes it a regular batch the
034720*driver has yet to finish, and adjustments written under its id
034730*would collide with the driver's own on the pay history.
034800 CHECK-RUN-CONTROL.
034900     OPEN I-O RUN-CONTROL-FILE.
035000     IF RUNCTL-FILE-MISSING
035100       OPEN OUTPUT RUN-CONTROL-FILE
035200       CLOSE RUN-CONTROL-FILE
035300       OPEN I-O RUN-CONTROL-FILE
035400     END-IF.
035500     IF NOT RUNCTL-OK
035600       DISPLAY "Run control file open error, status "
035700           WS-RUNCTL-STATUS
035800       STOP RUN
035900     END-IF.
036000     MOVE "N" TO WS-RUNCTL-FOUND-SW.
036100     MOVE WS-ADJUST-BATCH-ID TO RC-BATCH-ID.
036200     READ RUN-CONTROL-FILE
036300       INVALID KEY
036400         CONTINUE
036500       NOT INVALID KEY
036600         SET RUNCTL-RECORD-FOUND TO TRUE
036700     END-READ.
036800     IF RUNCTL-RECORD-FOUND AND RC-COMPLETED
036900       DISPLAY "Batch " WS-ADJUST-BATCH-ID " already on run "
037000           "control - choose another adjustment pay date"
037100       CLOSE RUN-CONTROL-FILE
037200       STOP RUN
037300     END-IF.
037310     IF RUNCTL-RECORD-FOUND AND RC-VOIDED
037320       DISPLAY "Batch " WS-ADJUST-BATCH-ID " voided on run "
037330           "control - choose another adjustment pay date"
037340       CLOSE RUN-CONTROL-FILE
037350       STOP RUN
037360     END-IF.
037365     IF RUNCTL-RECORD-FOUND
037370       PERFORM CHECK-RESTART-RESULTS
037375       IF REGULAR-RESULT-FOUND
037380         DISPLAY "Batch " WS-ADJUST-BATCH-ID " is a regular "
037385             "batch - choose another adjustment pay date"
037390         CLOSE RUN-CONTROL-FILE
037392         STOP RUN
037394       END-IF
037396     END-IF.
037400     IF RUNCTL-RECORD-FOUND
037500       DISPLAY "Batch " WS-ADJUST-BATCH-ID " restarting"
037600     ELSE
037700       MOVE WS-ADJUST-BATCH-ID TO RC-BATCH-ID
037800       MOVE "S" TO RC-STATUS
037900       MOVE WS-TODAY TO RC-START-DATE
038000       MOVE 0 TO RC-COMPLETE-DATE
038050       MOVE 0 TO RC-VOID-DATE
038100       WRITE RUN-CONTROL-RECORD
038200         INVALID KEY
038300           DISPLAY "Run control write failed for batch "
038400               WS-ADJUST-BATCH-ID
038500       END-WRITE
038600     END-IF.
038700
038703*A started batch is RetroPay's own interrupted run only when
038706*no result under its id is anything but a retro adjustment.
038709 CHECK-RESTART-RESULTS.
038712     MOVE "N" TO WS-REGULAR-FOUND-SW.
038715     OPEN INPUT PAY-HISTORY-FILE.
038718     IF NOT HISTORY-OK AND NOT HISTORY-FILE-MISSING
038721       DISPLAY "Pay history file open error, status "
038724           WS-HISTORY-STATUS
038727       STOP RUN
038730     END-IF.
038733     IF HISTORY-OK
038736       MOVE "N" TO WS-HIST-DONE-SW
038739       PERFORM UNTIL HISTORY-DONE OR REGULAR-RESULT-FOUND
038742         READ PAY-HISTORY-FILE NEXT RECORD
038745           AT END SET HISTORY-DONE TO TRUE
038748           NOT AT END
038751             IF NOT HISTORY-OK
038754               DISPLAY "Pay history read error, status "
038757                   WS-HISTORY-STATUS
038760               STOP RUN
038763             END-IF
038766             IF PS-BATCH-ID = WS-ADJUST-BATCH-ID
038769                 AND NOT PS-RETRO-ADJUSTMENT
038772               SET REGULAR-RESULT-FOUND TO TRUE
038775             END-IF
038778         END-READ
038781       END-PERFORM
038784       CLOSE PAY-HISTORY-FILE
038787     END-IF.
038790
038800 STAMP-RUN-COMPLETE.
038900     MOVE WS-ADJUST-BATCH-ID TO RC-BATCH-ID.
039000     READ RUN-CONTROL-FILE
039100       INVALID KEY
039200         DISPLAY "Run control record missing for batch "
039300             WS-ADJUST-BATCH-ID
039400       NOT INVALID KEY
039500         MOVE "C" TO RC-STATUS
039600         MOVE WS-TODAY TO RC-COMPLETE-DATE
039700         REWRITE RUN-CONTROL-RECORD
039800           INVALID KEY
039900             DISPLAY "Run control rewrite failed for batch "
040000                 WS-ADJUST-BATCH-ID
040100         END-REWRITE
040200     END-READ.
040300
040400*One retro request - the corrected figures are whatever is on the
040500*master now, the change having been keyed before the run.
040600 PROCESS-ONE-RETRO.
040700     MOVE RX-EMPLOYEE-ID TO EMPLOYEE-ID.
040800     READ EMPLOYEE-MASTER-FILE
040900       INVALID KEY
041000         MOVE RX-EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID
041100         MOVE SPACES TO WS-EL-NAME
041200         MOVE SPACES TO WS-EL-CLASS
041300         MOVE 0 TO WS-EL-SALARY
041400         MOVE RX-EFFECTIVE-DATE TO WS-EL-EFFECTIVE
041500         WRITE RETRO-REPORT-LINE FROM WS-EMPLOYEE-LINE
041600         MOVE "NOT ADJUSTED - employee not on master"
041700             TO WS-OL-TEXT
041800         PERFORM WRITE-OUTCOME-LINE
041900         ADD 1 TO WS-NOT-ADJUSTED-COUNT
042000       NOT INVALID KEY
042100         PERFORM CHECK-RETRO-REQUEST
042200     END-READ.
042300
042400 CHECK-RETRO-REQUEST.
042500     MOVE EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID.
042600     MOVE EMPLOYEE-NAME TO WS-EL-NAME.
042700     MOVE EMPLOYEE-CLASS TO WS-EL-CLASS.
042800     MOVE SALARY TO WS-EL-SALARY.
042900     MOVE RX-EFFECTIVE-DATE TO WS-EL-EFFECTIVE.
043000     WRITE RETRO-REPORT-LINE FROM WS-EMPLOYEE-LINE.
043100     MOVE "N" TO WS-ADJUSTED-SW.
043200     MOVE EMPLOYEE-ID TO PS-EMPLOYEE-ID.
043300     MOVE WS-ADJUST-BATCH-ID TO PS-BATCH-ID.
043400     READ PAY-HISTORY-FILE
043500       INVALID KEY
043600         CONTINUE
043700       NOT INVALID KEY
043800         SET ALREADY-ADJUSTED TO TRUE
043900     END-READ.
044000     IF RX-EFFECTIVE-DATE NOT NUMERIC
044100         OR RX-EFFECTIVE-DATE = 0
044200         OR RX-EFFECTIVE-DATE > WS-ADJUST-BATCH-ID
044300       MOVE "NOT ADJUSTED - effective date invalid"
044400           TO WS-OL-TEXT
044500       PERFORM WRITE-OUTCOME-LINE
044600       ADD 1 TO WS-NOT-ADJUSTED-COUNT
044700     ELSE
044800       IF ALREADY-ADJUSTED
044900         MOVE "already adjusted in this batch - skipped"
045000             TO WS-OL-TEXT
045100         PERFORM WRITE-OUTCOME-LINE
045200       ELSE
045300         PERFORM RECOMPUTE-EMPLOYEE
045400       END-IF
045500     END-IF.
045600
045700*Every batch result on file for the employee from the effective
045800*date on, off the keyed history in batch order.
045900 RECOMPUTE-EMPLOYEE.
046000     WRITE RETRO-REPORT-LINE FROM WS-COLUMN-LINE.
046100     INITIALIZE WS-RETRO-TOTALS.
046200     MOVE 0 TO WS-BATCHES-FOUND.
046300     MOVE 0 TO WS-BATCHES-FAILED.
046400     MOVE 0 TO WS-ADJ-DED-COUNT.
046500     PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
046600         UNTIL WS-ADJ-IDX > 5
046700       MOVE SPACES TO WS-ADJ-DED-CODE(WS-ADJ-IDX)
046800       MOVE 0 TO WS-ADJ-DED-AMT(WS-ADJ-IDX)
046900     END-PERFORM.
047000     MOVE "N" TO WS-HIST-DONE-SW.
047100     MOVE EMPLOYEE-ID TO PS-EMPLOYEE-ID.
047200     MOVE RX-EFFECTIVE-DATE TO PS-BATCH-ID.
047300     START PAY-HISTORY-FILE
047400         KEY IS NOT LESS THAN PS-HISTORY-KEY
047500       INVALID KEY SET HISTORY-DONE TO TRUE
047600     END-START.
047700     PERFORM UNTIL HISTORY-DONE
047800       READ PAY-HISTORY-FILE NEXT RECORD
047900         AT END SET HISTORY-DONE TO TRUE
048000         NOT AT END
048100           IF NOT HISTORY-OK
048200             DISPLAY "Pay history read error, status "
048300                 WS-HISTORY-STATUS
048400             STOP RUN
048500           END-IF
048600           IF PS-EMPLOYEE-ID NOT = EMPLOYEE-ID
048700             SET HISTORY-DONE TO TRUE
048800           ELSE
048900             IF PS-BATCH-ID IS NUMERIC
049000               ADD 1 TO WS-BATCHES-FOUND
049100               IF PS-RETRO-ADJUSTMENT
049200                 PERFORM COUNT-PRIOR-ADJUSTMENT
049300               ELSE
049400                 PERFORM RECOMPUTE-ONE-BATCH
049500               END-IF
049600             END-IF
049700           END-IF
049800       END-READ
049900     END-PERFORM.
050000     PERFORM DECIDE-ADJUSTMENT.
050050     PERFORM WRITE-RETRO-AUDIT.
050100
050200*The batch is paid again through SubProgram under its own batch
050300*id, so the rates and deductions in force on that pay date apply,
050400*with the master's corrected salary and class. An hourly batch is
050500*paid the hours it was originally paid for; a result with no
050600*hours kept goes in as a missing timesheet, which SubProgram
050700*refuses for an hourly class rather than paying zero. Leave
050733*hours taken are paid again with the hours worked, and a vacation
050766*payout is paid again for the same payout hours. Each batch is
050783*paid for the pay frequency it was paid at and withheld on the
050786*election it was paid on. A deduction with a total owed takes
050789*what the batch took, as its balance has been drawn down since.
050800 RECOMPUTE-ONE-BATCH.
050900     MOVE SALARY TO WS-CALL-SALARY.
051000     MOVE PS-BATCH-ID TO WS-CALL-BATCH-ID.
051001     MOVE "R" TO TD-RUN-MODE.
051002     MOVE PS-WITHHOLD-BASIS TO TD-WH-BASIS.
051003     MOVE PS-FILING-STATUS TO TD-FILING-STATUS.
051004     MOVE PS-ALLOWANCES TO TD-ALLOWANCES.
051005     MOVE PS-ADDITIONAL-WH TO TD-ADDITIONAL-WH.
051006     MOVE PS-DEDUCTIONS TO TD-PAID-DEDUCTIONS.
051009     MOVE 0 TO TD-HOURS-WORKED.
051018     MOVE 0 TO TD-OT-HOURS.
051027     MOVE 0 TO TD-VACATION-HOURS.
051036     MOVE 0 TO TD-SICK-HOURS.
051045     MOVE 0 TO TD-PAYOUT-HOURS.
051054     MOVE "M" TO TD-STATUS.
051058     MOVE PS-PAY-FREQUENCY TO TD-PAY-FREQUENCY.
051063     IF PS-LEAVE-PAYOUT AND PS-PAYOUT-HOURS IS NUMERIC
051072       MOVE PS-PAYOUT-HOURS TO TD-PAYOUT-HOURS
051081       MOVE "P" TO TD-STATUS
051090     ELSE
051100       IF PS-HOURS-WORKED IS NUMERIC AND PS-OT-HOURS IS NUMERIC
051200           AND (PS-HOURS-WORKED > 0 OR PS-OT-HOURS > 0)
051300         MOVE PS-HOURS-WORKED TO TD-HOURS-WORKED
051400         MOVE PS-OT-HOURS TO TD-OT-HOURS
051500         MOVE "F" TO TD-STATUS
051555       END-IF
051610       IF PS-VACATION-HOURS IS NUMERIC
051665           AND PS-SICK-HOURS IS NUMERIC
051720           AND (PS-VACATION-HOURS > 0 OR PS-SICK-HOURS > 0)
051775         MOVE PS-VACATION-HOURS TO TD-VACATION-HOURS
051830         MOVE PS-SICK-HOURS TO TD-SICK-HOURS
051885         MOVE "F" TO TD-STATUS
051940       END-IF
052000     END-IF.
052100     CALL "SubProgram" USING EMPLOYEE-ID
052200         WS-CALL-SALARY EMPLOYEE-CLASS
052300         WS-CALL-BATCH-ID WS-ERROR-CODE PAY-DETAIL
052400         TIMESHEET-DETAIL.
052500     ADD 1 TO WS-CALLS-MADE.
052600     ADD 1 TO WS-RECOMPUTED-COUNT.
052700
052800     MOVE PS-BATCH-ID TO WS-DL-BATCH-ID.
052900     MOVE PS-GROSS-PAY TO WS-DL-OLD-GROSS.
053000     MOVE PS-NET-PAY TO WS-DL-OLD-NET.
053100     ADD PS-BASE-PAY TO WS-OLD-BASE.
053200     ADD PS-OT-PAY TO WS-OLD-OT.
053300     ADD PS-GROSS-PAY TO WS-OLD-GROSS.
053400     ADD PS-WITHHOLD-AMT TO WS-OLD-WITHHOLD.
053500     ADD PS-NET-PAY TO WS-OLD-NET.
053600     ADD PS-DEDUCT-TOTAL TO WS-OLD-DEDUCT.
053700     PERFORM VARYING WS-DED-IDX FROM 1 BY 1
053800         UNTIL WS-DED-IDX > PS-DEDUCT-COUNT
053900       MOVE PS-DEDUCT-CODE(WS-DED-IDX) TO WS-DED-CODE-IN
054000       COMPUTE WS-DED-AMT-IN = 0 - PS-DEDUCT-AMT(WS-DED-IDX)
054100       PERFORM ADD-DEDUCT-BY-CODE
054200     END-PERFORM.
054300
054400     IF WS-ERROR-CODE = 0
054500       MOVE PD-GROSS-PAY TO WS-DL-NEW-GROSS
054600       MOVE PD-NET-PAY TO WS-DL-NEW-NET
054700       COMPUTE WS-DL-DIFF-GROSS = PD-GROSS-PAY - PS-GROSS-PAY
054800       COMPUTE WS-DL-DIFF-NET = PD-NET-PAY - PS-NET-PAY
054900       MOVE SPACES TO WS-DL-NOTE
055000       ADD PD-BASE-PAY TO WS-NEW-BASE
055100       ADD PD-OT-PAY TO WS-NEW-OT
055200       ADD PD-GROSS-PAY TO WS-NEW-GROSS
055300       ADD PD-WITHHOLD-AMT TO WS-NEW-WITHHOLD
055400       ADD PD-NET-PAY TO WS-NEW-NET
055500       ADD PD-DEDUCT-TOTAL TO WS-NEW-DEDUCT
055600       PERFORM VARYING WS-DED-IDX FROM 1 BY 1
055700           UNTIL WS-DED-IDX > PD-DEDUCT-COUNT
055800         MOVE PD-DEDUCT-CODE(WS-DED-IDX) TO WS-DED-CODE-IN
055900         MOVE PD-DEDUCT-AMT(WS-DED-IDX) TO WS-DED-AMT-IN
056000         PERFORM ADD-DEDUCT-BY-CODE
056100       END-PERFORM
056200       COMPUTE WS-AUDIT-OUT = 0 - PD-NET-PAY
056300       MOVE WS-CALL-BATCH-ID TO WS-AUDIT-BATCH-ID
056400       PERFORM KEEP-AUDIT-ENTRY
056500     ELSE
056600       ADD 1 TO WS-BATCHES-FAILED
056700       MOVE 0 TO WS-DL-NEW-GROSS
056800       MOVE 0 TO WS-DL-NEW-NET
056900       MOVE 0 TO WS-DL-DIFF-GROSS
057000       MOVE 0 TO WS-DL-DIFF-NET
057100       MOVE SPACES TO WS-DL-NOTE
057200       STRING "err " WS-ERROR-CODE DELIMITED BY SIZE
057300           INTO WS-DL-NOTE
057400     END-IF.
057500     PERFORM WRITE-DETAIL-LINE.
057600
057700*An earlier retro adjustment inside the period - already paid,
057800*so it counts on the old side and nothing on the new.
057900 COUNT-PRIOR-ADJUSTMENT.
058000     MOVE PS-BATCH-ID TO WS-DL-BATCH-ID.
058100     MOVE PS-GROSS-PAY TO WS-DL-OLD-GROSS.
058200     MOVE PS-NET-PAY TO WS-DL-OLD-NET.
058300     MOVE 0 TO WS-DL-NEW-GROSS.
058400     MOVE 0 TO WS-DL-NEW-NET.
058500     COMPUTE WS-DL-DIFF-GROSS = 0 - PS-GROSS-PAY.
058600     COMPUTE WS-DL-DIFF-NET = 0 - PS-NET-PAY.
058700     MOVE "retro" TO WS-DL-NOTE.
058800     ADD PS-BASE-PAY TO WS-OLD-BASE.
058900     ADD PS-OT-PAY TO WS-OLD-OT.
059000     ADD PS-GROSS-PAY TO WS-OLD-GROSS.
059100     ADD PS-WITHHOLD-AMT TO WS-OLD-WITHHOLD.
059200     ADD PS-NET-PAY TO WS-OLD-NET.
059300     ADD PS-DEDUCT-TOTAL TO WS-OLD-DEDUCT.
059400     PERFORM VARYING WS-DED-IDX FROM 1 BY 1
059500         UNTIL WS-DED-IDX > PS-DEDUCT-COUNT
059600       MOVE PS-DEDUCT-CODE(WS-DED-IDX) TO WS-DED-CODE-IN
059700       COMPUTE WS-DED-AMT-IN = 0 - PS-DEDUCT-AMT(WS-DED-IDX)
059800       PERFORM ADD-DEDUCT-BY-CODE
059900     END-PERFORM.
060000     PERFORM WRITE-DETAIL-LINE.
060100
060200 ADD-DEDUCT-BY-CODE.
060300     MOVE "N" TO WS-DED-MATCH-SW.
060400     PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
060500         UNTIL WS-ADJ-IDX > WS-ADJ-DED-COUNT OR DED-CODE-MATCHED
060600       IF WS-ADJ-DED-CODE(WS-ADJ-IDX) = WS-DED-CODE-IN
060700         SET DED-CODE-MATCHED TO TRUE
060800         ADD WS-DED-AMT-IN TO WS-ADJ-DED-AMT(WS-ADJ-IDX)
060900       END-IF
061000     END-PERFORM.
061100     IF NOT DED-CODE-MATCHED
061200       IF WS-ADJ-DED-COUNT < 5
061300         ADD 1 TO WS-ADJ-DED-COUNT
061400         MOVE WS-DED-CODE-IN TO
061500             WS-ADJ-DED-CODE(WS-ADJ-DED-COUNT)
061600         MOVE WS-DED-AMT-IN TO
061700             WS-ADJ-DED-AMT(WS-ADJ-DED-COUNT)
061800       ELSE
061900         DISPLAY "WARNING - more than 5 deduction codes for "
062000             "employee : " EMPLOYEE-ID
062100       END-IF
062200     END-IF.
062300
062400*The employee is adjusted only when every batch in the period
062500*recomputed cleanly and there is something owed. A net reduction
062600*is an overpayment, which is recovered by hand, never by sending
062700*a negative payment to the bank.
062800 DECIDE-ADJUSTMENT.
062900     MOVE WS-OLD-GROSS TO WS-TL-OLD-GROSS.
063000     MOVE WS-NEW-GROSS TO WS-TL-NEW-GROSS.
063100     COMPUTE WS-TL-DIFF-GROSS = WS-NEW-GROSS - WS-OLD-GROSS.
063200     MOVE WS-OLD-NET TO WS-TL-OLD-NET.
063300     MOVE WS-NEW-NET TO WS-TL-NEW-NET.
063400     COMPUTE WS-TL-DIFF-NET = WS-NEW-NET - WS-OLD-NET.
063500     WRITE RETRO-REPORT-LINE FROM WS-TOTAL-LINE.
063600     COMPUTE WS-WL-AMOUNT = WS-NEW-WITHHOLD - WS-OLD-WITHHOLD.
063700     WRITE RETRO-REPORT-LINE FROM WS-WITHHOLD-LINE.
063800     IF WS-BATCHES-FOUND = 0
063900       MOVE "no batches paid since the effective date"
064000           TO WS-OL-TEXT
064100       ADD 1 TO WS-NOT-ADJUSTED-COUNT
064200     ELSE
064300       IF WS-BATCHES-FAILED > 0
064400         MOVE "NOT ADJUSTED - batches could not be recomputed"
064500             TO WS-OL-TEXT
064600         ADD 1 TO WS-NOT-ADJUSTED-COUNT
064700       ELSE
064800         IF WS-NEW-NET NOT > WS-OLD-NET
064900           MOVE "no adjustment - nothing owed"
065000               TO WS-OL-TEXT
065100           ADD 1 TO WS-NOT-ADJUSTED-COUNT
065200         ELSE
065300           PERFORM WRITE-ADJUSTMENT-RECORD
065400         END-IF
065500       END-IF
065600     END-IF.
065700     PERFORM WRITE-OUTCOME-LINE.
065800
065900*The adjustment result - the differences, under the adjustment
066000*batch id, marked R so a later retro run counts it as paid.
066100 WRITE-ADJUSTMENT-RECORD.
066200     MOVE "N" TO WS-OVERFLOW-SW.
066300     MOVE EMPLOYEE-ID TO PS-EMPLOYEE-ID.
066400     MOVE WS-ADJUST-BATCH-ID TO PS-BATCH-ID.
066500     MOVE EMPLOYEE-NAME TO PS-EMPLOYEE-NAME.
066600     MOVE EMPLOYEE-CLASS TO PS-EMPLOYEE-CLASS.
066700     COMPUTE PS-BASE-PAY = WS-NEW-BASE - WS-OLD-BASE
066800       ON SIZE ERROR SET ADJUST-OVERFLOW TO TRUE
066900     END-COMPUTE.
067000     COMPUTE PS-OT-PAY = WS-NEW-OT - WS-OLD-OT
067100       ON SIZE ERROR SET ADJUST-OVERFLOW TO TRUE
067200     END-COMPUTE.
067300     COMPUTE PS-GROSS-PAY = WS-NEW-GROSS - WS-OLD-GROSS
067400       ON SIZE ERROR SET ADJUST-OVERFLOW TO TRUE
067500     END-COMPUTE.
067600     COMPUTE PS-WITHHOLD-AMT = WS-NEW-WITHHOLD - WS-OLD-WITHHOLD
067700       ON SIZE ERROR SET ADJUST-OVERFLOW TO TRUE
067800     END-COMPUTE.
067900     COMPUTE PS-NET-PAY = WS-NEW-NET - WS-OLD-NET
068000       ON SIZE ERROR SET ADJUST-OVERFLOW TO TRUE
068100     END-COMPUTE.
068200     COMPUTE PS-DEDUCT-TOTAL = WS-NEW-DEDUCT - WS-OLD-DEDUCT
068300       ON SIZE ERROR SET ADJUST-OVERFLOW TO TRUE
068400     END-COMPUTE.
068500     MOVE 0 TO PS-OT-MULTIPLIER.
068600     MOVE 0 TO PS-WITHHOLD-PCT.
068620     MOVE SPACE TO PS-WITHHOLD-BASIS.
068640     MOVE SPACE TO PS-FILING-STATUS.
068660     MOVE 0 TO PS-ALLOWANCES.
068680     MOVE 0 TO PS-ADDITIONAL-WH.
068700     MOVE WS-ADJ-DED-COUNT TO PS-DEDUCT-COUNT.
068800     PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
068900         UNTIL WS-ADJ-IDX > 5
069000       MOVE WS-ADJ-DED-CODE(WS-ADJ-IDX) TO
069100           PS-DEDUCT-CODE(WS-ADJ-IDX)
069200       MOVE WS-ADJ-DED-AMT(WS-ADJ-IDX) TO
069300           PS-DEDUCT-AMT(WS-ADJ-IDX)
069400     END-PERFORM.
069500     MOVE "N" TO PS-EXTRACTED.
069600     MOVE "N" TO PS-YTD-APPLIED.
069700     MOVE "N" TO PS-RETURNED.
069800     MOVE 0 TO PS-HOURS-WORKED.
069900     MOVE 0 TO PS-OT-HOURS.
070000     MOVE "R" TO PS-PAY-TYPE.
070050     MOVE SPACE TO PS-PAID-BY.
070060     MOVE "N" TO PS-GL-POSTED.
070070     MOVE "N" TO PS-DEDUCT-REMITTED.
070073     MOVE 0 TO PS-VACATION-HOURS.
070076     MOVE 0 TO PS-SICK-HOURS.
070079     MOVE 0 TO PS-PAYOUT-HOURS.
070082     MOVE 0 TO PS-LEAVE-PAY.
070085     MOVE "N" TO PS-LEAVE-ACCRUED.
070088     MOVE 0 TO PS-VACATION-BALANCE.
070091     MOVE 0 TO PS-SICK-BALANCE.
070094     MOVE 0 TO PS-VACATION-EARNED.
070097     MOVE 0 TO PS-SICK-EARNED.
070098     MOVE EMPLOYEE-PAY-GROUP TO PS-PAY-GROUP.
070099     MOVE SPACE TO PS-PAY-FREQUENCY.
070100     IF ADJUST-OVERFLOW
070200       MOVE "NOT ADJUSTED - difference too large"
070300           TO WS-OL-TEXT
070400       ADD 1 TO WS-NOT-ADJUSTED-COUNT
070500     ELSE
070600       WRITE PAYSTUB-RECORD
070700         INVALID KEY
070800           DISPLAY "Pay history write error, status "
070900               WS-HISTORY-STATUS
071000           STOP RUN
071100       END-WRITE
071200       MOVE "adjustment written" TO WS-OL-TEXT
071300       ADD 1 TO WS-ADJUSTED-COUNT
071400       ADD PS-NET-PAY TO WS-ADJUST-NET-TOTAL
071500       MOVE PS-NET-PAY TO WS-AUDIT-OUT
071600       MOVE WS-ADJUST-BATCH-ID TO WS-AUDIT-BATCH-ID
071700       PERFORM KEEP-AUDIT-ENTRY
071800     END-IF.
071900
072000 KEEP-AUDIT-ENTRY.
072100     IF WS-AUDIT-COUNT < 999
072200       ADD 1 TO WS-AUDIT-COUNT
072300       MOVE EMPLOYEE-ID TO WS-AU-EMPLOYEE-ID(WS-AUDIT-COUNT)
072400       MOVE SALARY TO WS-AU-SALARY-IN(WS-AUDIT-COUNT)
072500       MOVE WS-AUDIT-OUT TO WS-AU-SALARY-OUT(WS-AUDIT-COUNT)
072600       MOVE WS-AUDIT-BATCH-ID TO WS-AU-BATCH-ID(WS-AUDIT-COUNT)
072700     ELSE
072800       DISPLAY "WARNING - retro audit table full, entry for "
072900           "employee " EMPLOYEE-ID " not logged"
073000     END-IF.
073100
073200 WRITE-RETRO-AUDIT.
073300     IF WS-AUDIT-COUNT > 0
073320       IF WS-CALLS-MADE > 0
073340         CALL "SubProgramEnd"
073360       END-IF
073400       OPEN EXTEND CALL-AUDIT-FILE
073500       IF NOT LOG-OK
073600         DISPLAY "Audit log open error, status " WS-LOG-STATUS
073700         DISPLAY "Retro audit entries not logged - "
073800             "reconciliation will not net"
073900       ELSE
074000         PERFORM WRITE-ONE-AUDIT-ENTRY
074100             VARYING AU-IDX FROM 1 BY 1
074200             UNTIL AU-IDX > WS-AUDIT-COUNT
074300         CLOSE CALL-AUDIT-FILE
074400       END-IF
074450       MOVE 0 TO WS-AUDIT-COUNT
074500     END-IF.
074600
074700 WRITE-ONE-AUDIT-ENTRY.
074800     MOVE WS-AU-EMPLOYEE-ID(AU-IDX) TO AR-EMPLOYEE-ID.
074900     MOVE WS-AU-SALARY-IN(AU-IDX) TO AR-SALARY-IN.
075000     MOVE WS-AU-SALARY-OUT(AU-IDX) TO AR-SALARY-OUT.
075100     MOVE 0 TO AR-ERROR-CODE.
075200     MOVE WS-TODAY TO AR-RUN-DATE.
075300     MOVE WS-AU-BATCH-ID(AU-IDX) TO AR-BATCH-ID.
075400     WRITE AUDIT-RECORD.
075500     IF NOT LOG-OK
075600       DISPLAY "Audit log write error, status " WS-LOG-STATUS
075700     END-IF.
075800
075900 WRITE-DETAIL-LINE.
076000     WRITE RETRO-REPORT-LINE FROM WS-DETAIL-LINE.
076100     IF NOT REPORT-OK
076200       DISPLAY "Retro report write error, status "
076300           WS-REPORT-STATUS
076400       STOP RUN
076500     END-IF.
076600
076700 WRITE-OUTCOME-LINE.
076800     WRITE RETRO-REPORT-LINE FROM WS-OUTCOME-LINE.
076900     WRITE RETRO-REPORT-LINE FROM WS-BLANK-LINE.
077000     IF NOT REPORT-OK
077100       DISPLAY "Retro report write error, status "
077200           WS-REPORT-STATUS
077300       STOP RUN
077400     END-IF.
