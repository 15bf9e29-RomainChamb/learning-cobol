000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GlJournalExtract.
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
002300     SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GL-ACCOUNT-MAP"
002400       ORGANIZATION IS SEQUENTIAL
002500       FILE STATUS IS WS-MAP-STATUS.
002600     SELECT GL-JOURNAL-FILE ASSIGN TO "GL-JOURNAL"
002700       ORGANIZATION IS SEQUENTIAL
002800       FILE STATUS IS WS-JOURNAL-STATUS.
002900     SELECT GL-CONTROL-FILE ASSIGN TO "GL-CONTROL"
003000       ORGANIZATION IS SEQUENTIAL
003100       FILE STATUS IS WS-GL-STATUS.
003200     SELECT JOURNAL-PROOF-FILE ASSIGN TO "GL-JOURNAL-PROOF"
003300       ORGANIZATION IS SEQUENTIAL
003400       FILE STATUS IS WS-PROOF-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PAY-HISTORY-FILE.
003900     COPY "paystub-record.cpy".
004000
004100 FD  RUN-CONTROL-FILE.
004200     COPY "run-control.cpy".
004300
004400 FD  GL-EXTRACT-CONTROL-FILE.
004500     COPY "gl-extract-control.cpy".
004600
004700 FD  GL-ACCOUNT-MAP-FILE.
004800     COPY "gl-account-map.cpy".
004900
005000 FD  GL-JOURNAL-FILE.
005100     COPY "gl-journal.cpy".
005200
005300 FD  GL-CONTROL-FILE.
005400     COPY "gl-control.cpy".
005500
005600 FD  JOURNAL-PROOF-FILE.
005700 01  JOURNAL-PROOF-LINE   PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000
006100 01 WS-DETAIL-STATUS PIC XX.
006200   88 DETAIL-OK             VALUE "00".
006300   88 DETAIL-EOF            VALUE "10".
006400
006500 01 WS-RUNCTL-STATUS PIC XX.
006600   88 RUNCTL-OK             VALUE "00".
006700
006800 01 WS-GLCTL-STATUS  PIC XX.
006900   88 GLCTL-OK              VALUE "00".
007000   88 GLCTL-FILE-MISSING    VALUE "35".
007100
007200 01 WS-MAP-STATUS    PIC XX.
007300   88 MAP-OK                VALUE "00".
007400   88 MAP-EOF               VALUE "10".
007500
007600 01 WS-JOURNAL-STATUS PIC XX.
007700   88 JOURNAL-OK            VALUE "00".
007800
007900 01 WS-GL-STATUS     PIC XX.
008000   88 GL-OK                 VALUE "00".
008100
008200 01 WS-PROOF-STATUS  PIC XX.
008300   88 PROOF-OK              VALUE "00".
008400
008500 01 WS-TODAY          PIC 9(8).
008600 01 WS-TARGET-BATCH-ID PIC X(8).
008700
008800*The account map, loaded once up front.
008900 01 WS-MAP-COUNT      PIC 9(3) COMP VALUE 0.
009000 01 WS-MAP-TABLE.
009100   02 WS-MAP-ENTRY OCCURS 1 TO 300 TIMES
009200       DEPENDING ON WS-MAP-COUNT
009300       INDEXED BY MAP-IDX.
009400     03 WS-MP-TYPE       PIC X(1).
009500     03 WS-MP-CODE       PIC X(2).
009600     03 WS-MP-ACCOUNT    PIC X(10).
009700     03 WS-MP-DESC       PIC X(20).
009800
009900 01 WS-MAP-MATCH-SW   PIC X VALUE "N".
010000   88 MAP-MATCHED           VALUE "Y".
010100
010200*One journal line per kind of amount, class or code, and
010300*whether it is a posting or a bounced-deposit reversal. The
010400*side is worked out once every result has been added in.
010500 01 WS-LINE-COUNT     PIC 9(3) COMP VALUE 0.
010600 01 WS-LINE-TABLE.
010700   02 WS-JE-ENTRY OCCURS 1 TO 300 TIMES
010800       DEPENDING ON WS-LINE-COUNT
010900       INDEXED BY JE-IDX.
011000     03 WS-JE-TYPE       PIC X(1).
011100     03 WS-JE-CODE       PIC X(2).
011200     03 WS-JE-REVERSAL   PIC X(1).
011300     03 WS-JE-AMOUNT     PIC S9(9)V99.
011400     03 WS-JE-ACCOUNT    PIC X(10).
011500     03 WS-JE-DESC       PIC X(20).
011600     03 WS-JE-SIDE       PIC X(1).
011700     03 WS-JE-POST-AMOUNT PIC 9(9)V99.
011800
011900 01 WS-LINE-MATCH-SW  PIC X VALUE "N".
012000   88 LINE-MATCHED          VALUE "Y".
012100
012200*Amount being added to the journal and what it belongs to.
012300 01 WS-ADD-TYPE       PIC X(1).
012400 01 WS-ADD-CODE       PIC X(2).
012500 01 WS-ADD-REVERSAL   PIC X(1).
012600 01 WS-ADD-AMOUNT     PIC S9(7)V99.
012700 01 WS-DED-IDX        PIC 9(1).
012800
012900*What this run does with the pay result just read.
013000 01 WS-POST-SW        PIC X VALUE "N".
013100   88 POST-THIS-RESULT      VALUE "Y".
013200 01 WS-REVERSE-SW     PIC X VALUE "N".
013300   88 REVERSE-THIS-RESULT   VALUE "Y".
013400
013500*Earlier batches already journaled, so a result appended to
013600*one later by a rework rerun is posted with this journal. The
013700*answer for each batch seen is looked up once and remembered.
013800 01 WS-EXTRACTED-SW   PIC X VALUE "N".
013900   88 BATCH-EXTRACTED       VALUE "Y".
014000 01 WS-SEEN-COUNT     PIC 9(3) COMP VALUE 0.
014100 01 WS-SEEN-TABLE.
014200   02 WS-SN-ENTRY OCCURS 1 TO 200 TIMES
014300       DEPENDING ON WS-SEEN-COUNT
014400       INDEXED BY SN-IDX.
014500     03 WS-SN-BATCH-ID   PIC X(8).
014600     03 WS-SN-EXTRACTED  PIC X(1).
014700 01 WS-SEEN-MATCH-SW  PIC X VALUE "N".
014800   88 SEEN-MATCHED          VALUE "Y".
014900
015000 01 WS-BATCH-RESULTS  PIC 9(6) VALUE 0.
015100 01 WS-LATE-RESULTS   PIC 9(6) VALUE 0.
015200 01 WS-REVERSED-COUNT PIC 9(6) VALUE 0.
015300 01 WS-MARKED-COUNT   PIC 9(6) VALUE 0.
015400 01 WS-UNMAPPED-COUNT PIC 9(3) VALUE 0.
015500 01 WS-BATCH-NET-TOTAL PIC S9(9)V99 VALUE 0.
015600 01 WS-DEBIT-TOTAL    PIC 9(11)V99 VALUE 0.
015700 01 WS-CREDIT-TOTAL   PIC 9(11)V99 VALUE 0.
015800 01 WS-JOURNAL-LINES  PIC 9(4) VALUE 0.
015900
016000 01 WS-OVERFLOW-SW    PIC X VALUE "N".
016100   88 TOTAL-OVERFLOW        VALUE "Y".
016200
016300 01 WS-TABLE-FULL-SW  PIC X VALUE "N".
016400   88 TABLE-FULL            VALUE "Y".
016500
016600 01 WS-TITLE-LINE.
016700   02 FILLER              PIC X(34) VALUE
016800       "Payroll journal proof for batch ".
016900   02 WS-TL-BATCH-ID      PIC X(8).
017000   02 FILLER              PIC X(38) VALUE SPACES.
017100
017200 01 WS-HEADING-LINE.
017300   02 FILLER              PIC X(41) VALUE
017400       "Account    Description          Ty Cd Rev".
017500   02 FILLER              PIC X(39) VALUE
017600       "             Debit            Credit".
017700
017800 01 WS-PROOF-DETAIL.
017900   02 WS-PD-ACCOUNT       PIC X(10).
018000   02 FILLER              PIC X(1)  VALUE SPACE.
018100   02 WS-PD-DESC          PIC X(20).
018200   02 FILLER              PIC X(1)  VALUE SPACE.
018300   02 WS-PD-TYPE          PIC X(1).
018400   02 FILLER              PIC X(2)  VALUE SPACES.
018500   02 WS-PD-CODE          PIC X(2).
018600   02 FILLER              PIC X(1)  VALUE SPACE.
018700   02 WS-PD-REVERSAL      PIC X(3).
018800   02 FILLER              PIC X(1)  VALUE SPACE.
018900   02 WS-PD-DEBIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019000   02 FILLER              PIC X(1)  VALUE SPACE.
019100   02 WS-PD-CREDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019200   02 FILLER              PIC X(3)  VALUE SPACES.
019300
019400 01 WS-PROOF-TOTAL.
019500   02 FILLER              PIC X(42) VALUE
019600       "Totals".
019700   02 WS-PT-DEBIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019800   02 FILLER              PIC X(1)  VALUE SPACE.
019900   02 WS-PT-CREDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020000   02 FILLER              PIC X(3)  VALUE SPACES.
020100
020200 01 WS-UNMAPPED-LINE.
020300   02 FILLER              PIC X(26) VALUE
020400       "No account mapped for type".
020500   02 FILLER              PIC X(1)  VALUE SPACE.
020600   02 WS-UL-TYPE          PIC X(1).
020700   02 FILLER              PIC X(6)  VALUE " code ".
020800   02 WS-UL-CODE          PIC X(2).
020900   02 FILLER              PIC X(44) VALUE SPACES.
021000
021100 01 WS-COUNT-LINE.
021200   02 WS-CT-LABEL         PIC X(30).
021300   02 WS-CT-COUNT         PIC ZZZZZ9.
021400   02 FILLER              PIC X(44) VALUE SPACES.
021500
021600 01 WS-NET-LINE.
021700   02 FILLER              PIC X(30) VALUE
021800       "Batch net pay to GL control : ".
021900   02 WS-NL-AMOUNT        PIC -(9)9.99.
022000   02 FILLER              PIC X(37) VALUE SPACES.
022100
022200 01 WS-RESULT-LINE.
022300   02 FILLER              PIC X(10) VALUE "Result :  ".
022400   02 WS-RL-TEXT          PIC X(70).
022500
022600 PROCEDURE DIVISION.
022700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022800     ACCEPT WS-TARGET-BATCH-ID.
022900     IF WS-TARGET-BATCH-ID = SPACES
023000         OR WS-TARGET-BATCH-ID NOT NUMERIC
023100       DISPLAY "No batch id supplied - nothing to extract"
023200       STOP RUN
023300     END-IF.
023400     PERFORM CHECK-BATCH-COMPLETE.
023500     PERFORM CHECK-NOT-EXTRACTED.
023600     PERFORM LOAD-ACCOUNT-MAP.
023700
023800     OPEN INPUT PAY-HISTORY-FILE.
023900     IF NOT DETAIL-OK
024000       DISPLAY "Pay history file open error, status "
024100           WS-DETAIL-STATUS
024200       STOP RUN
024300     END-IF.
024400     PERFORM UNTIL DETAIL-EOF
024500       READ PAY-HISTORY-FILE
024600         AT END SET DETAIL-EOF TO TRUE
024700         NOT AT END
024800           IF NOT DETAIL-OK
024900             DISPLAY "Pay history read error, status "
025000                 WS-DETAIL-STATUS
025100             STOP RUN
025200           END-IF
025300           PERFORM SELECT-ONE-RESULT
025400           IF POST-THIS-RESULT OR REVERSE-THIS-RESULT
025500             PERFORM ADD-ONE-RESULT
025600           END-IF
025700       END-READ
025800     END-PERFORM.
025900     CLOSE PAY-HISTORY-FILE.
026000
026100     PERFORM SETTLE-JOURNAL-LINES.
026200     PERFORM PRINT-JOURNAL-PROOF.
026300
026400     IF WS-BATCH-RESULTS = 0
026500       MOVE "REFUSED - no pay results for the batch"
026600           TO WS-RL-TEXT
026700     ELSE
026800     IF TOTAL-OVERFLOW OR TABLE-FULL
026900       MOVE "REFUSED - totals overflowed, nothing posted"
027000           TO WS-RL-TEXT
027100     ELSE
027200     IF WS-UNMAPPED-COUNT > 0
027300       MOVE "REFUSED - unmapped amounts, nothing posted"
027400           TO WS-RL-TEXT
027500     ELSE
027600     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
027700       MOVE "REFUSED - journal out of balance, nothing posted"
027800           TO WS-RL-TEXT
027900     ELSE
028000       PERFORM WRITE-JOURNAL-FILE
028100       PERFORM WRITE-GL-CONTROL
028200       PERFORM MARK-RESULTS-POSTED
028300       PERFORM STAMP-EXTRACT-CONTROL
028400       MOVE "BALANCED - journal and GL control written"
028500           TO WS-RL-TEXT
028600     END-IF
028700     END-IF
028800     END-IF
028900     END-IF.
029000     WRITE JOURNAL-PROOF-LINE FROM WS-RESULT-LINE.
029100     CLOSE JOURNAL-PROOF-FILE.
029200     CLOSE GL-EXTRACT-CONTROL-FILE.
029300     DISPLAY "Journal batch " WS-TARGET-BATCH-ID " : " WS-RL-TEXT.
029400     DISPLAY "Journal lines         : " WS-JOURNAL-LINES.
029500     DISPLAY "Batch results posted  : " WS-BATCH-RESULTS.
029600     DISPLAY "Late results posted   : " WS-LATE-RESULTS.
029700     DISPLAY "Returns reversed      : " WS-REVERSED-COUNT.
029800     GOBACK.
029900
030000*Only a batch the driver has stamped completed is posted - its
030100*results are final and the reconciliation can run against it.
030200 CHECK-BATCH-COMPLETE.
030300     OPEN INPUT RUN-CONTROL-FILE.
030400     IF NOT RUNCTL-OK
030500       DISPLAY "Run control file open error, status "
030600           WS-RUNCTL-STATUS
030700       DISPLAY "Cannot verify batch status - extract refused"
030800       STOP RUN
030900     END-IF.
031000     MOVE WS-TARGET-BATCH-ID TO RC-BATCH-ID.
031100     READ RUN-CONTROL-FILE
031200       INVALID KEY
031300         DISPLAY "Batch " WS-TARGET-BATCH-ID
031400             " not on run control - extract refused"
031500         CLOSE RUN-CONTROL-FILE
031600         STOP RUN
031700       NOT INVALID KEY
031800         IF NOT RC-COMPLETED
031900           DISPLAY "Batch " WS-TARGET-BATCH-ID
032000               " not completed - run the payroll driver first"
032100           CLOSE RUN-CONTROL-FILE
032200           STOP RUN
032300         END-IF
032400     END-READ.
032500     CLOSE RUN-CONTROL-FILE.
032600
032700*A batch is journaled once. The control file is created empty
032800*the first time at a site that has none yet, and held open for
032900*the late-result lookups and the final stamp.
033000 CHECK-NOT-EXTRACTED.
033100     OPEN I-O GL-EXTRACT-CONTROL-FILE.
033200     IF GLCTL-FILE-MISSING
033300       OPEN OUTPUT GL-EXTRACT-CONTROL-FILE
033400       CLOSE GL-EXTRACT-CONTROL-FILE
033500       OPEN I-O GL-EXTRACT-CONTROL-FILE
033600     END-IF.
033700     IF NOT GLCTL-OK
033800       DISPLAY "GL extract control open error, status "
033900           WS-GLCTL-STATUS
034000       STOP RUN
034100     END-IF.
034200     MOVE WS-TARGET-BATCH-ID TO GX-BATCH-ID.
034300     READ GL-EXTRACT-CONTROL-FILE
034400       INVALID KEY
034500         CONTINUE
034600       NOT INVALID KEY
034700         DISPLAY "Batch " WS-TARGET-BATCH-ID
034800             " already journaled on " GX-EXTRACT-DATE
034900             " - extract refused"
035000         CLOSE GL-EXTRACT-CONTROL-FILE
035100         STOP RUN
035200     END-READ.
035300
035400 LOAD-ACCOUNT-MAP.
035500     OPEN INPUT GL-ACCOUNT-MAP-FILE.
035600     IF NOT MAP-OK
035700       DISPLAY "GL account map open error, status "
035800           WS-MAP-STATUS
035900       CLOSE GL-EXTRACT-CONTROL-FILE
036000       STOP RUN
036100     END-IF.
036200     PERFORM UNTIL MAP-EOF
036300       READ GL-ACCOUNT-MAP-FILE
036400         AT END SET MAP-EOF TO TRUE
036500         NOT AT END
036600           IF NOT MAP-OK
036700             DISPLAY "GL account map read error, status "
036800                 WS-MAP-STATUS
036900             CLOSE GL-EXTRACT-CONTROL-FILE
037000             STOP RUN
037100           END-IF
037200           IF WS-MAP-COUNT < 300
037300             ADD 1 TO WS-MAP-COUNT
037400             MOVE GM-ENTRY-TYPE TO WS-MP-TYPE(WS-MAP-COUNT)
037500             MOVE GM-CODE TO WS-MP-CODE(WS-MAP-COUNT)
037600             MOVE GM-ACCOUNT TO WS-MP-ACCOUNT(WS-MAP-COUNT)
037700             MOVE GM-DESCRIPTION TO WS-MP-DESC(WS-MAP-COUNT)
037800           ELSE
037900             DISPLAY "WARNING - account map full, dropped : "
038000                 GM-ENTRY-TYPE " " GM-CODE
038100           END-IF
038200       END-READ
038300     END-PERFORM.
038400     CLOSE GL-ACCOUNT-MAP-FILE.
038500
038600*The batch's own results are posted. A result already posted
038700*whose deposit has since bounced is reversed, whatever batch
038800*it came from; so is one of this batch that bounced before the
038900*journal ran, in the same journal that posts it. A result
039000*appended by a rework rerun to a batch already journaled is
039100*posted late with this one; a result of a batch not yet
039200*journaled waits for its own extract.
039300 SELECT-ONE-RESULT.
039400     MOVE "N" TO WS-POST-SW.
039500     MOVE "N" TO WS-REVERSE-SW.
039600     IF PS-GL-JOURNALED OR PS-GL-RETURN-REVERSED
039700       IF PS-GL-JOURNALED AND PS-PAYMENT-RETURNED
039800         SET REVERSE-THIS-RESULT TO TRUE
039900       END-IF
040000     ELSE
040100       IF PS-BATCH-ID = WS-TARGET-BATCH-ID
040200         SET POST-THIS-RESULT TO TRUE
040300       ELSE
040400         PERFORM CHECK-BATCH-EXTRACTED
040500         IF BATCH-EXTRACTED
040600           SET POST-THIS-RESULT TO TRUE
040700         END-IF
040800       END-IF
040900       IF POST-THIS-RESULT AND PS-PAYMENT-RETURNED
041000         SET REVERSE-THIS-RESULT TO TRUE
041100       END-IF
041200     END-IF.
041300
041400 CHECK-BATCH-EXTRACTED.
041500     MOVE "N" TO WS-EXTRACTED-SW.
041600     MOVE "N" TO WS-SEEN-MATCH-SW.
041700     PERFORM VARYING SN-IDX FROM 1 BY 1
041800         UNTIL SN-IDX > WS-SEEN-COUNT OR SEEN-MATCHED
041900       IF WS-SN-BATCH-ID(SN-IDX) = PS-BATCH-ID
042000         SET SEEN-MATCHED TO TRUE
042100         IF WS-SN-EXTRACTED(SN-IDX) = "Y"
042200           SET BATCH-EXTRACTED TO TRUE
042300         END-IF
042400       END-IF
042500     END-PERFORM.
042600     IF NOT SEEN-MATCHED
042700       MOVE PS-BATCH-ID TO GX-BATCH-ID
042800       READ GL-EXTRACT-CONTROL-FILE
042900         INVALID KEY
043000           CONTINUE
043100         NOT INVALID KEY
043200           SET BATCH-EXTRACTED TO TRUE
043300       END-READ
043400       IF WS-SEEN-COUNT < 200
043500         ADD 1 TO WS-SEEN-COUNT
043600         MOVE PS-BATCH-ID TO WS-SN-BATCH-ID(WS-SEEN-COUNT)
043700         MOVE WS-EXTRACTED-SW TO WS-SN-EXTRACTED(WS-SEEN-COUNT)
043800       END-IF
043900     END-IF.
044000
044100*A posting debits salary and overtime expense for the class
044200*and credits withholding, each deduction code and net pay to
044300*cash clearing. A bounced deposit is reversed the way
044400*BankReturns backs it out of the YTD figures - the net comes
044500*back into cash clearing and out of salary expense, and the
044600*withholding, already remitted, stands.
044700 ADD-ONE-RESULT.
044800     IF POST-THIS-RESULT
044900       IF PS-BATCH-ID = WS-TARGET-BATCH-ID
045000         ADD 1 TO WS-BATCH-RESULTS
045100         ADD PS-NET-PAY TO WS-BATCH-NET-TOTAL
045200           ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
045300         END-ADD
045400       ELSE
045500         ADD 1 TO WS-LATE-RESULTS
045600       END-IF
045700       MOVE "N" TO WS-ADD-REVERSAL
045800       MOVE "S" TO WS-ADD-TYPE
045900       MOVE PS-EMPLOYEE-CLASS TO WS-ADD-CODE
046000       MOVE PS-BASE-PAY TO WS-ADD-AMOUNT
046100       PERFORM ADD-JOURNAL-AMOUNT
046200       MOVE "O" TO WS-ADD-TYPE
046300       MOVE PS-OT-PAY TO WS-ADD-AMOUNT
046400       PERFORM ADD-JOURNAL-AMOUNT
046500       MOVE "W" TO WS-ADD-TYPE
046600       MOVE SPACES TO WS-ADD-CODE
046700       MOVE PS-WITHHOLD-AMT TO WS-ADD-AMOUNT
046800       PERFORM ADD-JOURNAL-AMOUNT
046900       MOVE "D" TO WS-ADD-TYPE
047000       PERFORM VARYING WS-DED-IDX FROM 1 BY 1
047100           UNTIL WS-DED-IDX > PS-DEDUCT-COUNT
047200         MOVE PS-DEDUCT-CODE(WS-DED-IDX) TO WS-ADD-CODE
047300         MOVE PS-DEDUCT-AMT(WS-DED-IDX) TO WS-ADD-AMOUNT
047400         PERFORM ADD-JOURNAL-AMOUNT
047500       END-PERFORM
047600       MOVE "N" TO WS-ADD-TYPE
047700       MOVE SPACES TO WS-ADD-CODE
047800       MOVE PS-NET-PAY TO WS-ADD-AMOUNT
047900       PERFORM ADD-JOURNAL-AMOUNT
048000     END-IF.
048100     IF REVERSE-THIS-RESULT
048200       ADD 1 TO WS-REVERSED-COUNT
048300       MOVE "Y" TO WS-ADD-REVERSAL
048400       MOVE "S" TO WS-ADD-TYPE
048500       MOVE PS-EMPLOYEE-CLASS TO WS-ADD-CODE
048600       MOVE PS-NET-PAY TO WS-ADD-AMOUNT
048700       PERFORM ADD-JOURNAL-AMOUNT
048800       MOVE "N" TO WS-ADD-TYPE
048900       MOVE SPACES TO WS-ADD-CODE
049000       PERFORM ADD-JOURNAL-AMOUNT
049100     END-IF.
049200
049300 ADD-JOURNAL-AMOUNT.
049400     MOVE "N" TO WS-LINE-MATCH-SW.
049500     PERFORM VARYING JE-IDX FROM 1 BY 1
049600         UNTIL JE-IDX > WS-LINE-COUNT OR LINE-MATCHED
049700       IF WS-JE-TYPE(JE-IDX) = WS-ADD-TYPE
049800           AND WS-JE-CODE(JE-IDX) = WS-ADD-CODE
049900           AND WS-JE-REVERSAL(JE-IDX) = WS-ADD-REVERSAL
050000         SET LINE-MATCHED TO TRUE
050100         ADD WS-ADD-AMOUNT TO WS-JE-AMOUNT(JE-IDX)
050200           ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
050300         END-ADD
050400       END-IF
050500     END-PERFORM.
050600     IF NOT LINE-MATCHED
050700       IF WS-LINE-COUNT < 300
050800         ADD 1 TO WS-LINE-COUNT
050900         MOVE WS-ADD-TYPE TO WS-JE-TYPE(WS-LINE-COUNT)
051000         MOVE WS-ADD-CODE TO WS-JE-CODE(WS-LINE-COUNT)
051100         MOVE WS-ADD-REVERSAL TO WS-JE-REVERSAL(WS-LINE-COUNT)
051200         MOVE WS-ADD-AMOUNT TO WS-JE-AMOUNT(WS-LINE-COUNT)
051300         PERFORM FIND-ACCOUNT
051400       ELSE
051500         DISPLAY "WARNING - journal line table full, dropped : "
051600             WS-ADD-TYPE " " WS-ADD-CODE
051700         SET TABLE-FULL TO TRUE
051800       END-IF
051900     END-IF.
052000
052100 FIND-ACCOUNT.
052200     MOVE "N" TO WS-MAP-MATCH-SW.
052300     MOVE SPACES TO WS-JE-ACCOUNT(WS-LINE-COUNT).
052400     MOVE SPACES TO WS-JE-DESC(WS-LINE-COUNT).
052500     PERFORM VARYING MAP-IDX FROM 1 BY 1
052600         UNTIL MAP-IDX > WS-MAP-COUNT OR MAP-MATCHED
052700       IF WS-MP-TYPE(MAP-IDX) = WS-ADD-TYPE
052800           AND WS-MP-CODE(MAP-IDX) = WS-ADD-CODE
052900         SET MAP-MATCHED TO TRUE
053000         MOVE WS-MP-ACCOUNT(MAP-IDX) TO
053100             WS-JE-ACCOUNT(WS-LINE-COUNT)
053200         MOVE WS-MP-DESC(MAP-IDX) TO WS-JE-DESC(WS-LINE-COUNT)
053300       END-IF
053400     END-PERFORM.
053500
053600*Expense lines are debits and liability and clearing lines
053700*credits, the other way round for a reversal; a line whose
053800*total came out negative - a retro adjustment that lowered a
053900*deduction - is posted on the opposite side. An amount with
054000*no account mapped stops the journal, but only if there is
054100*something to post to it.
054200 SETTLE-JOURNAL-LINES.
054300     PERFORM VARYING JE-IDX FROM 1 BY 1
054400         UNTIL JE-IDX > WS-LINE-COUNT
054500       IF WS-JE-TYPE(JE-IDX) = "S" OR WS-JE-TYPE(JE-IDX) = "O"
054600         MOVE "D" TO WS-JE-SIDE(JE-IDX)
054700       ELSE
054800         MOVE "C" TO WS-JE-SIDE(JE-IDX)
054900       END-IF
055000       IF WS-JE-REVERSAL(JE-IDX) = "Y"
055100         PERFORM SWAP-LINE-SIDE
055200       END-IF
055300       IF WS-JE-AMOUNT(JE-IDX) < 0
055400         PERFORM SWAP-LINE-SIDE
055500         COMPUTE WS-JE-POST-AMOUNT(JE-IDX) =
055600             0 - WS-JE-AMOUNT(JE-IDX)
055700       ELSE
055800         MOVE WS-JE-AMOUNT(JE-IDX) TO WS-JE-POST-AMOUNT(JE-IDX)
055900       END-IF
056000       IF WS-JE-POST-AMOUNT(JE-IDX) NOT = 0
056100         IF WS-JE-ACCOUNT(JE-IDX) = SPACES
056200           ADD 1 TO WS-UNMAPPED-COUNT
056300         END-IF
056400         IF WS-JE-SIDE(JE-IDX) = "D"
056500           ADD WS-JE-POST-AMOUNT(JE-IDX) TO WS-DEBIT-TOTAL
056600             ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
056700           END-ADD
056800         ELSE
056900           ADD WS-JE-POST-AMOUNT(JE-IDX) TO WS-CREDIT-TOTAL
057000             ON SIZE ERROR SET TOTAL-OVERFLOW TO TRUE
057100           END-ADD
057200         END-IF
057300       END-IF
057400     END-PERFORM.
057500
057600 SWAP-LINE-SIDE.
057700     IF WS-JE-SIDE(JE-IDX) = "D"
057800       MOVE "C" TO WS-JE-SIDE(JE-IDX)
057900     ELSE
058000       MOVE "D" TO WS-JE-SIDE(JE-IDX)
058100     END-IF.
058200
058300 PRINT-JOURNAL-PROOF.
058400     OPEN OUTPUT JOURNAL-PROOF-FILE.
058500     IF NOT PROOF-OK
058600       DISPLAY "Journal proof file open error, status "
058700           WS-PROOF-STATUS
058800       CLOSE GL-EXTRACT-CONTROL-FILE
058900       STOP RUN
059000     END-IF.
059100     MOVE WS-TARGET-BATCH-ID TO WS-TL-BATCH-ID.
059200     WRITE JOURNAL-PROOF-LINE FROM WS-TITLE-LINE.
059300     MOVE SPACES TO JOURNAL-PROOF-LINE.
059400     WRITE JOURNAL-PROOF-LINE.
059500     WRITE JOURNAL-PROOF-LINE FROM WS-HEADING-LINE.
059600     PERFORM VARYING JE-IDX FROM 1 BY 1
059700         UNTIL JE-IDX > WS-LINE-COUNT
059800       IF WS-JE-POST-AMOUNT(JE-IDX) NOT = 0
059900         PERFORM PRINT-ONE-PROOF-LINE
060000       END-IF
060100     END-PERFORM.
060200     MOVE WS-DEBIT-TOTAL TO WS-PT-DEBIT.
060300     MOVE WS-CREDIT-TOTAL TO WS-PT-CREDIT.
060400     WRITE JOURNAL-PROOF-LINE FROM WS-PROOF-TOTAL.
060500     MOVE SPACES TO JOURNAL-PROOF-LINE.
060600     WRITE JOURNAL-PROOF-LINE.
060700     PERFORM VARYING JE-IDX FROM 1 BY 1
060800         UNTIL JE-IDX > WS-LINE-COUNT
060900       IF WS-JE-POST-AMOUNT(JE-IDX) NOT = 0
061000           AND WS-JE-ACCOUNT(JE-IDX) = SPACES
061100         MOVE WS-JE-TYPE(JE-IDX) TO WS-UL-TYPE
061200         MOVE WS-JE-CODE(JE-IDX) TO WS-UL-CODE
061300         WRITE JOURNAL-PROOF-LINE FROM WS-UNMAPPED-LINE
061400       END-IF
061500     END-PERFORM.
061600     MOVE "Batch results posted       : " TO WS-CT-LABEL.
061700     MOVE WS-BATCH-RESULTS TO WS-CT-COUNT.
061800     WRITE JOURNAL-PROOF-LINE FROM WS-COUNT-LINE.
061900     MOVE "Late rework results posted : " TO WS-CT-LABEL.
062000     MOVE WS-LATE-RESULTS TO WS-CT-COUNT.
062100     WRITE JOURNAL-PROOF-LINE FROM WS-COUNT-LINE.
062200     MOVE "Bounced deposits reversed  : " TO WS-CT-LABEL.
062300     MOVE WS-REVERSED-COUNT TO WS-CT-COUNT.
062400     WRITE JOURNAL-PROOF-LINE FROM WS-COUNT-LINE.
062500     MOVE WS-BATCH-NET-TOTAL TO WS-NL-AMOUNT.
062600     WRITE JOURNAL-PROOF-LINE FROM WS-NET-LINE.
062700     IF NOT PROOF-OK
062800       DISPLAY "Journal proof write error, status "
062900           WS-PROOF-STATUS
063000     END-IF.
063100
063200 PRINT-ONE-PROOF-LINE.
063300     MOVE WS-JE-ACCOUNT(JE-IDX) TO WS-PD-ACCOUNT.
063400     MOVE WS-JE-DESC(JE-IDX) TO WS-PD-DESC.
063500     MOVE WS-JE-TYPE(JE-IDX) TO WS-PD-TYPE.
063600     MOVE WS-JE-CODE(JE-IDX) TO WS-PD-CODE.
063700     IF WS-JE-REVERSAL(JE-IDX) = "Y"
063800       MOVE "rev" TO WS-PD-REVERSAL
063900     ELSE
064000       MOVE SPACES TO WS-PD-REVERSAL
064100     END-IF.
064200     IF WS-JE-SIDE(JE-IDX) = "D"
064300       MOVE WS-JE-POST-AMOUNT(JE-IDX) TO WS-PD-DEBIT
064400       MOVE 0 TO WS-PD-CREDIT
064500     ELSE
064600       MOVE 0 TO WS-PD-DEBIT
064700       MOVE WS-JE-POST-AMOUNT(JE-IDX) TO WS-PD-CREDIT
064800     END-IF.
064900     WRITE JOURNAL-PROOF-LINE FROM WS-PROOF-DETAIL.
065000
065100*Second pass over the history, once the journal and the GL
065200*control are both written, marking every result that went into
065300*them. The selection is the same as the first pass, so the same
065310*results are found. A failed open of either output stops the
065320*run before anything is marked, so a rerun picks them all up.
065400 MARK-RESULTS-POSTED.
065500     OPEN I-O PAY-HISTORY-FILE.
065600     IF NOT DETAIL-OK
065700       DISPLAY "Pay history file open error, status "
065800           WS-DETAIL-STATUS
065900       STOP RUN
066000     END-IF.
066100     MOVE "00" TO WS-DETAIL-STATUS.
066200     PERFORM UNTIL DETAIL-EOF
066300       READ PAY-HISTORY-FILE
066400         AT END SET DETAIL-EOF TO TRUE
066500         NOT AT END
066600           IF NOT DETAIL-OK
066700             DISPLAY "Pay history read error, status "
066800                 WS-DETAIL-STATUS
066900             STOP RUN
067000           END-IF
067100           PERFORM SELECT-ONE-RESULT
067200           IF POST-THIS-RESULT OR REVERSE-THIS-RESULT
067300             PERFORM MARK-ONE-RESULT
067400           END-IF
067500       END-READ
067600     END-PERFORM.
067700     CLOSE PAY-HISTORY-FILE.
067800
067900 MARK-ONE-RESULT.
068000     IF REVERSE-THIS-RESULT
068100       MOVE "R" TO PS-GL-POSTED
068200     ELSE
068300       MOVE "P" TO PS-GL-POSTED
068400     END-IF.
068500     REWRITE PAYSTUB-RECORD.
068600     IF NOT DETAIL-OK
068700       DISPLAY "Pay history rewrite error, status "
068800           WS-DETAIL-STATUS
068900       STOP RUN
069000     END-IF.
069100     ADD 1 TO WS-MARKED-COUNT.
069200
069300 WRITE-JOURNAL-FILE.
069400     OPEN OUTPUT GL-JOURNAL-FILE.
069500     IF NOT JOURNAL-OK
069600       DISPLAY "GL journal file open error, status "
069700           WS-JOURNAL-STATUS
069800       STOP RUN
069900     END-IF.
070000     PERFORM VARYING JE-IDX FROM 1 BY 1
070100         UNTIL JE-IDX > WS-LINE-COUNT
070200       IF WS-JE-POST-AMOUNT(JE-IDX) NOT = 0
070300         PERFORM WRITE-ONE-JOURNAL-LINE
070400       END-IF
070500     END-PERFORM.
070600     MOVE SPACES TO GL-JOURNAL-TRAILER.
070700     MOVE "T" TO GT-RECORD-TYPE.
070800     MOVE WS-TARGET-BATCH-ID TO GT-BATCH-ID.
070900     MOVE WS-JOURNAL-LINES TO GT-LINE-COUNT.
071000     MOVE WS-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
071100     MOVE WS-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
071200     WRITE GL-JOURNAL-TRAILER.
071300     IF NOT JOURNAL-OK
071400       DISPLAY "GL journal write error, status "
071500           WS-JOURNAL-STATUS
071600       STOP RUN
071700     END-IF.
071800     CLOSE GL-JOURNAL-FILE.
071900
072000 WRITE-ONE-JOURNAL-LINE.
072100     ADD 1 TO WS-JOURNAL-LINES.
072200     MOVE "D" TO GJ-RECORD-TYPE.
072300     MOVE WS-TARGET-BATCH-ID TO GJ-BATCH-ID.
072400     MOVE WS-TARGET-BATCH-ID TO GJ-POST-DATE.
072500     MOVE WS-JOURNAL-LINES TO GJ-LINE-NUMBER.
072600     MOVE WS-JE-ACCOUNT(JE-IDX) TO GJ-ACCOUNT.
072700     MOVE WS-JE-SIDE(JE-IDX) TO GJ-DEBIT-CREDIT.
072800     MOVE WS-JE-POST-AMOUNT(JE-IDX) TO GJ-AMOUNT.
072900     MOVE WS-JE-DESC(JE-IDX) TO GJ-DESCRIPTION.
073000     IF WS-JE-REVERSAL(JE-IDX) = "Y"
073100       MOVE "returned" TO GJ-DESCRIPTION(22:9)
073200     END-IF.
073300     WRITE GL-JOURNAL-RECORD.
073400     IF NOT JOURNAL-OK
073500       DISPLAY "GL journal write error, status "
073600           WS-JOURNAL-STATUS
073700       STOP RUN
073800     END-IF.
073900
074000*The reconciliation reads the control total from here - the
074100*batch's own net pay, as credited to cash clearing above.
074200 WRITE-GL-CONTROL.
074300     OPEN OUTPUT GL-CONTROL-FILE.
074400     IF NOT GL-OK
074500       DISPLAY "GL control file open error, status "
074600           WS-GL-STATUS
074700       STOP RUN
074800     END-IF.
074900     MOVE WS-TARGET-BATCH-ID TO GC-BATCH-ID.
075000     MOVE WS-BATCH-NET-TOTAL TO GC-CONTROL-TOTAL.
075100     WRITE GL-CONTROL-RECORD.
075200     IF NOT GL-OK
075300       DISPLAY "GL control file write error, status "
075400           WS-GL-STATUS
075500       STOP RUN
075600     END-IF.
075700     CLOSE GL-CONTROL-FILE.
075800
075900 STAMP-EXTRACT-CONTROL.
076000     MOVE WS-TARGET-BATCH-ID TO GX-BATCH-ID.
076100     MOVE WS-TODAY TO GX-EXTRACT-DATE.
076200     MOVE WS-JOURNAL-LINES TO GX-LINE-COUNT.
076300     MOVE WS-DEBIT-TOTAL TO GX-DEBIT-TOTAL.
076400     MOVE WS-CREDIT-TOTAL TO GX-CREDIT-TOTAL.
076500     MOVE WS-BATCH-NET-TOTAL TO GX-NET-PAY-TOTAL.
076600     WRITE GL-EXTRACT-CONTROL-RECORD
076700       INVALID KEY
076800         DISPLAY "GL extract control write failed, status "
076900             WS-GLCTL-STATUS
077000     END-WRITE.
