000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChangeReport.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
000800       ORGANIZATION IS SEQUENTIAL
000900       FILE STATUS IS WS-CHGLOG-STATUS.
001000     SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
001100       ORGANIZATION IS INDEXED
001200       ACCESS MODE IS DYNAMIC
001300       RECORD KEY IS PS-HISTORY-KEY
001400       FILE STATUS IS WS-HISTORY-STATUS.
001500     SELECT CHANGE-REPORT-FILE ASSIGN TO "CHANGE-REPORT"
001600       ORGANIZATION IS SEQUENTIAL
001700       FILE STATUS IS WS-REPORT-STATUS.
001800
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD  CHANGE-LOG-FILE.
002200     COPY "change-log.cpy".
002300
002400 FD  PAY-HISTORY-FILE.
002500     COPY "paystub-record.cpy".
002600
002700 FD  CHANGE-REPORT-FILE.
002800 01  CHANGE-REPORT-LINE   PIC X(80).
002900
003000 WORKING-STORAGE SECTION.
003100
003200 01 WS-CHGLOG-STATUS  PIC XX.
003300   88 CHGLOG-OK             VALUE "00".
003400   88 CHGLOG-EOF            VALUE "10".
003500   88 CHGLOG-FILE-MISSING   VALUE "35".
003600
003700 01 WS-HISTORY-STATUS PIC XX.
003800   88 HISTORY-OK            VALUE "00".
003900   88 HISTORY-EOF           VALUE "10".
004000   88 HISTORY-FILE-MISSING  VALUE "35".
004100
004200 01 WS-REPORT-STATUS  PIC XX.
004300   88 REPORT-OK             VALUE "00".
004400
004500 01 WS-HISTORY-AVAIL-SW PIC X VALUE "N".
004600   88 HISTORY-AVAILABLE     VALUE "Y".
004700
004800 01 WS-TODAY          PIC 9(8).
004900 01 WS-REQUESTED-DATE PIC X(8).
005000 01 WS-REPORT-DATE    PIC 9(8).
005100
005200*A routing or account change made this many days or fewer
005300*before a batch that paid the employee by direct deposit is
005400*flagged. Each change stays on the alert list for this many
005500*days after it is made, so a batch paid late in the window is
005600*still caught on a later day's report.
005700 01 WS-ALERT-DAYS     PIC 9(3) COMP VALUE 5.
005800
005900*Calendar dates are turned into a running day number so the
006000*window can be measured across month and year ends.
006100 01 WS-DN-DATE.
006200   02 WS-DN-YEAR       PIC 9(4).
006300   02 WS-DN-MONTH      PIC 9(2).
006400   02 WS-DN-DAY        PIC 9(2).
006500 01 WS-DN-YEARS       PIC 9(4) COMP.
006600 01 WS-DN-QUOTIENT    PIC 9(4) COMP.
006700 01 WS-DN-REMAINDER   PIC 9(4) COMP.
006800 01 WS-DAY-NUMBER     PIC 9(7) COMP.
006900
007000 01 WS-MONTH-DAYS-VALUES.
007100   02 FILLER PIC X(36) VALUE
007200       "000031059090120151181212243273304334".
007300 01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
007400   02 WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.
007500
007600 01 WS-REPORT-DAY-NUMBER PIC 9(7) COMP.
007700 01 WS-CHANGE-DAY-NUMBER PIC 9(7) COMP.
007800 01 WS-BATCH-DAY-NUMBER  PIC 9(7) COMP.
007900 01 WS-DAYS-APART        PIC S9(7) COMP.
008000
008100*The bank record images on the log, laid out as BANK-DETAILS
008200*so the routing and account can be compared.
008300 01 WS-BANK-BEFORE.
008400   02 FILLER           PIC X(5).
008500   02 WS-BB-ROUTING    PIC 9(9).
008600   02 WS-BB-ACCOUNT    PIC X(17).
008700   02 FILLER           PIC X(49).
008800 01 WS-BANK-AFTER.
008900   02 FILLER           PIC X(5).
009000   02 WS-BA-ROUTING    PIC 9(9).
009100   02 WS-BA-ACCOUNT    PIC X(17).
009200   02 FILLER           PIC X(49).
009300
009400 01 WS-PAID-DONE-SW   PIC X VALUE "N".
009500   88 PAID-SCAN-DONE        VALUE "Y".
009600
009700 01 WS-CHANGE-COUNT   PIC 9(6) VALUE 0.
009800 01 WS-ALERT-COUNT    PIC 9(6) VALUE 0.
009900
010000*Alerts are collected during the log pass and printed after
010100*the day's changes.
010200 01 WS-ALERT-TOTAL    PIC 9(3) COMP VALUE 0.
010300 01 WS-ALERT-TABLE.
010400   02 WS-AT-ENTRY OCCURS 1 TO 500 TIMES
010500       DEPENDING ON WS-ALERT-TOTAL
010600       INDEXED BY AT-IDX.
010700     03 WS-AT-EMPLOYEE-ID  PIC 9(5).
010800     03 WS-AT-CHANGE-DATE  PIC 9(8).
010900     03 WS-AT-SOURCE       PIC X(20).
011000     03 WS-AT-BATCH-ID     PIC X(8).
011100     03 WS-AT-NET-PAY      PIC S9(5)V99.
011200
011300 01 WS-TITLE-LINE.
011400   02 FILLER              PIC X(32) VALUE
011500       "Employee change report for ".
011600   02 WS-TL-DATE          PIC 9(8).
011700   02 FILLER              PIC X(40) VALUE SPACES.
011800
011900 01 WS-HEADING-LINE.
012000   02 FILLER              PIC X(41) VALUE
012100       "Time   Source               File         ".
012200   02 FILLER              PIC X(39) VALUE
012300       "Action Employee".
012400
012500 01 WS-DETAIL-LINE.
012600   02 WS-DL-TIME          PIC 9(6).
012700   02 FILLER              PIC X(1)  VALUE SPACE.
012800   02 WS-DL-SOURCE        PIC X(20).
012900   02 FILLER              PIC X(1)  VALUE SPACE.
013000   02 WS-DL-FILE          PIC X(12).
013100   02 FILLER              PIC X(1)  VALUE SPACE.
013200   02 WS-DL-ACTION        PIC X(6).
013300   02 FILLER              PIC X(1)  VALUE SPACE.
013400   02 WS-DL-EMPLOYEE-ID   PIC 9(5).
013500   02 FILLER              PIC X(27) VALUE SPACES.
013600
013700 01 WS-IMAGE-LINE.
013800   02 FILLER              PIC X(3)  VALUE SPACES.
013900   02 WS-IL-LABEL         PIC X(7).
014000   02 WS-IL-IMAGE         PIC X(70).
014100
014200 01 WS-COUNT-LINE.
014300   02 FILLER              PIC X(20) VALUE "Changes listed   : ".
014400   02 WS-CC-COUNT         PIC ZZZZZ9.
014500   02 FILLER              PIC X(54) VALUE SPACES.
014600
014700 01 WS-ALERT-HEAD-LINE.
014800   02 FILLER              PIC X(44) VALUE
014900       "Bank changes before a direct deposit within ".
015000   02 WS-AH-DAYS          PIC ZZ9.
015100   02 FILLER              PIC X(33) VALUE " days".
015200
015300 01 WS-ALERT-COL-LINE.
015400   02 FILLER              PIC X(39) VALUE
015500       "Employee Changed  By                   ".
015600   02 FILLER              PIC X(41) VALUE
015700       "Batch     Net paid".
015800
015900 01 WS-ALERT-LINE.
016000   02 WS-AL-EMPLOYEE-ID   PIC 9(5).
016100   02 FILLER              PIC X(4)  VALUE SPACES.
016200   02 WS-AL-CHANGE-DATE   PIC 9(8).
016300   02 FILLER              PIC X(1)  VALUE SPACE.
016400   02 WS-AL-SOURCE        PIC X(20).
016500   02 FILLER              PIC X(1)  VALUE SPACE.
016600   02 WS-AL-BATCH-ID      PIC X(8).
016700   02 FILLER              PIC X(1)  VALUE SPACE.
016800   02 WS-AL-NET-PAY       PIC -(5)9.99.
016900   02 FILLER              PIC X(23) VALUE SPACES.
017000
017100 01 WS-ALERT-COUNT-LINE.
017200   02 FILLER              PIC X(20) VALUE "Alerts raised    : ".
017300   02 WS-AC-COUNT         PIC ZZZZZ9.
017400   02 FILLER              PIC X(54) VALUE SPACES.
017500
017600 01 WS-NO-HISTORY-LINE.
017700   02 FILLER              PIC X(40) VALUE
017800       "No pay history on file - no deposits to ".
017900   02 FILLER              PIC X(40) VALUE "check".
018000
018100 PROCEDURE DIVISION.
018200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018300     MOVE SPACES TO WS-REQUESTED-DATE.
018400     ACCEPT WS-REQUESTED-DATE.
018500     IF WS-REQUESTED-DATE NOT = SPACES
018600         AND WS-REQUESTED-DATE NOT NUMERIC
018700       DISPLAY "Report date not numeric : " WS-REQUESTED-DATE
018800       STOP RUN
018900     END-IF.
019000     IF WS-REQUESTED-DATE IS NUMERIC
019100         AND WS-REQUESTED-DATE NOT = "00000000"
019200       MOVE WS-REQUESTED-DATE TO WS-REPORT-DATE
019300     ELSE
019400       MOVE WS-TODAY TO WS-REPORT-DATE
019500     END-IF.
019600     MOVE WS-REPORT-DATE TO WS-DN-DATE.
019700     PERFORM COMPUTE-DAY-NUMBER.
019800     IF WS-DAY-NUMBER = 0
019900       DISPLAY "Report date not a valid date : " WS-REPORT-DATE
020000       STOP RUN
020100     END-IF.
020200     MOVE WS-DAY-NUMBER TO WS-REPORT-DAY-NUMBER.
020300
020400     OPEN INPUT CHANGE-LOG-FILE.
020500     IF CHGLOG-FILE-MISSING
020600       DISPLAY "No change log file - nothing to report"
020700       GOBACK
020800     END-IF.
020900     IF NOT CHGLOG-OK
021000       DISPLAY "Change log open error, status " WS-CHGLOG-STATUS
021100       STOP RUN
021200     END-IF.
021300     OPEN INPUT PAY-HISTORY-FILE.
021400     IF HISTORY-OK
021500       SET HISTORY-AVAILABLE TO TRUE
021600     ELSE
021700       IF NOT HISTORY-FILE-MISSING
021800         DISPLAY "Pay history file open error, status "
021900             WS-HISTORY-STATUS
022000         CLOSE CHANGE-LOG-FILE
022100         STOP RUN
022200       END-IF
022300     END-IF.
022400     OPEN OUTPUT CHANGE-REPORT-FILE.
022500     IF NOT REPORT-OK
022600       DISPLAY "Change report file open error, status "
022700           WS-REPORT-STATUS
022800       CLOSE CHANGE-LOG-FILE
022900       STOP RUN
023000     END-IF.
023100
023200     MOVE WS-REPORT-DATE TO WS-TL-DATE.
023300     WRITE CHANGE-REPORT-LINE FROM WS-TITLE-LINE.
023400     MOVE SPACES TO CHANGE-REPORT-LINE.
023500     WRITE CHANGE-REPORT-LINE.
023600     WRITE CHANGE-REPORT-LINE FROM WS-HEADING-LINE.
023700
023800     PERFORM UNTIL CHGLOG-EOF
023900       READ CHANGE-LOG-FILE
024000         AT END SET CHGLOG-EOF TO TRUE
024100         NOT AT END
024200           IF NOT CHGLOG-OK
024300             DISPLAY "Change log read error, status "
024400                 WS-CHGLOG-STATUS
024500             STOP RUN
024600           END-IF
024700           PERFORM PROCESS-ONE-CHANGE
024800       END-READ
024900     END-PERFORM.
025000
025100     MOVE WS-CHANGE-COUNT TO WS-CC-COUNT.
025200     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE.
025300     PERFORM PRINT-BANK-ALERTS.
025400
025500     CLOSE CHANGE-LOG-FILE.
025600     IF HISTORY-AVAILABLE
025700       CLOSE PAY-HISTORY-FILE
025800     END-IF.
025900     CLOSE CHANGE-REPORT-FILE.
026000     DISPLAY "Changes listed : " WS-CHANGE-COUNT.
026100     DISPLAY "Bank alerts    : " WS-ALERT-COUNT.
026200     GOBACK.
026300
026400*Every change made on the report date is listed with its
026500*images; a bank change from the alert window is also checked
026600*against the direct deposits that followed it.
026700 PROCESS-ONE-CHANGE.
026800     IF CL-CHANGE-DATE = WS-REPORT-DATE
026900       PERFORM PRINT-ONE-CHANGE
027000     END-IF.
027100     IF CL-BANK-DETAILS AND NOT CL-DELETED
027200         AND CL-CHANGE-DATE NOT > WS-REPORT-DATE
027300       MOVE CL-BEFORE-IMAGE TO WS-BANK-BEFORE
027400       MOVE CL-AFTER-IMAGE TO WS-BANK-AFTER
027500       IF CL-ADDED
027600           OR WS-BB-ROUTING NOT = WS-BA-ROUTING
027700           OR WS-BB-ACCOUNT NOT = WS-BA-ACCOUNT
027800         MOVE CL-CHANGE-DATE TO WS-DN-DATE
027900         PERFORM COMPUTE-DAY-NUMBER
028000         MOVE WS-DAY-NUMBER TO WS-CHANGE-DAY-NUMBER
028100         IF WS-CHANGE-DAY-NUMBER > 0
028200             AND WS-CHANGE-DAY-NUMBER + WS-ALERT-DAYS
028300                 NOT < WS-REPORT-DAY-NUMBER
028400           PERFORM CHECK-DEPOSITS-AFTER-CHANGE
028500         END-IF
028600       END-IF
028700     END-IF.
028800
028900 PRINT-ONE-CHANGE.
029000     ADD 1 TO WS-CHANGE-COUNT.
029100     MOVE CL-CHANGE-TIME(1:6) TO WS-DL-TIME.
029200     MOVE CL-SOURCE TO WS-DL-SOURCE.
029300     EVALUATE TRUE
029400       WHEN CL-EMPLOYEE-MASTER
029500         MOVE "Master" TO WS-DL-FILE
029600       WHEN CL-BANK-DETAILS
029700         MOVE "Bank details" TO WS-DL-FILE
029800       WHEN CL-DEDUCT-MASTER
029900         MOVE "Deductions" TO WS-DL-FILE
029920       WHEN CL-WITHHOLD-ELECTION
029940         MOVE "Withholding" TO WS-DL-FILE
030000       WHEN OTHER
030100         MOVE CL-FILE-ID TO WS-DL-FILE
030200     END-EVALUATE.
030300     EVALUATE TRUE
030400       WHEN CL-ADDED
030500         MOVE "Add" TO WS-DL-ACTION
030600       WHEN CL-CHANGED
030700         MOVE "Change" TO WS-DL-ACTION
030800       WHEN CL-DELETED
030900         MOVE "Delete" TO WS-DL-ACTION
031000       WHEN OTHER
031100         MOVE CL-ACTION TO WS-DL-ACTION
031200     END-EVALUATE.
031300     MOVE CL-EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID.
031400     WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE.
031500     IF NOT REPORT-OK
031600       DISPLAY "Change report write error, status "
031700           WS-REPORT-STATUS
031800       STOP RUN
031900     END-IF.
032000     MOVE "before " TO WS-IL-LABEL.
032100     MOVE CL-BEFORE-IMAGE TO WS-IL-IMAGE.
032200     WRITE CHANGE-REPORT-LINE FROM WS-IMAGE-LINE.
032300     MOVE "after  " TO WS-IL-LABEL.
032400     MOVE CL-AFTER-IMAGE TO WS-IL-IMAGE.
032500     WRITE CHANGE-REPORT-LINE FROM WS-IMAGE-LINE.
032600
032700*Browse the employee's pay history from the change date on -
032800*batch ids are pay dates - and flag each batch inside the
032900*window that went out by direct deposit, to whatever account
033000*was on file when it was extracted.
033100 CHECK-DEPOSITS-AFTER-CHANGE.
033200     IF HISTORY-AVAILABLE
033300       MOVE "N" TO WS-PAID-DONE-SW
033400       MOVE CL-EMPLOYEE-ID TO PS-EMPLOYEE-ID
033500       MOVE CL-CHANGE-DATE TO PS-BATCH-ID
033600       START PAY-HISTORY-FILE KEY IS NOT LESS THAN PS-HISTORY-KEY
033700         INVALID KEY SET PAID-SCAN-DONE TO TRUE
033800       END-START
033900       PERFORM UNTIL PAID-SCAN-DONE
034000         READ PAY-HISTORY-FILE NEXT RECORD
034100           AT END SET PAID-SCAN-DONE TO TRUE
034200           NOT AT END
034300             IF NOT HISTORY-OK
034400               DISPLAY "Pay history read error, status "
034500                   WS-HISTORY-STATUS
034600               STOP RUN
034700             END-IF
034800             IF PS-EMPLOYEE-ID NOT = CL-EMPLOYEE-ID
034900               SET PAID-SCAN-DONE TO TRUE
035000             ELSE
035100               PERFORM CHECK-ONE-DEPOSIT
035200             END-IF
035300         END-READ
035400       END-PERFORM
035500     END-IF.
035600
035700 CHECK-ONE-DEPOSIT.
035800     IF PS-BATCH-ID IS NUMERIC
035900       MOVE PS-BATCH-ID TO WS-DN-DATE
036000       PERFORM COMPUTE-DAY-NUMBER
036100       MOVE WS-DAY-NUMBER TO WS-BATCH-DAY-NUMBER
036200       COMPUTE WS-DAYS-APART =
036300           WS-BATCH-DAY-NUMBER - WS-CHANGE-DAY-NUMBER
036400       IF WS-DAYS-APART > WS-ALERT-DAYS
036500         SET PAID-SCAN-DONE TO TRUE
036600       ELSE
036700         IF PS-PAID-DIRECT
036800           PERFORM KEEP-ONE-ALERT
036900         END-IF
037000       END-IF
037100     END-IF.
037200
037300 KEEP-ONE-ALERT.
037400     ADD 1 TO WS-ALERT-COUNT.
037500     IF WS-ALERT-TOTAL < 500
037600       ADD 1 TO WS-ALERT-TOTAL
037700       MOVE CL-EMPLOYEE-ID TO WS-AT-EMPLOYEE-ID(WS-ALERT-TOTAL)
037800       MOVE CL-CHANGE-DATE TO WS-AT-CHANGE-DATE(WS-ALERT-TOTAL)
037900       MOVE CL-SOURCE TO WS-AT-SOURCE(WS-ALERT-TOTAL)
038000       MOVE PS-BATCH-ID TO WS-AT-BATCH-ID(WS-ALERT-TOTAL)
038100       MOVE PS-NET-PAY TO WS-AT-NET-PAY(WS-ALERT-TOTAL)
038200     ELSE
038300       DISPLAY "ALERT employee " CL-EMPLOYEE-ID
038400           " bank changed " CL-CHANGE-DATE
038500           " paid batch " PS-BATCH-ID
038600     END-IF.
038700
038800 PRINT-BANK-ALERTS.
038900     MOVE SPACES TO CHANGE-REPORT-LINE.
039000     WRITE CHANGE-REPORT-LINE.
039100     MOVE WS-ALERT-DAYS TO WS-AH-DAYS.
039200     WRITE CHANGE-REPORT-LINE FROM WS-ALERT-HEAD-LINE.
039300     IF NOT HISTORY-AVAILABLE
039400       WRITE CHANGE-REPORT-LINE FROM WS-NO-HISTORY-LINE
039500     END-IF.
039600     WRITE CHANGE-REPORT-LINE FROM WS-ALERT-COL-LINE.
039700     PERFORM VARYING AT-IDX FROM 1 BY 1
039800         UNTIL AT-IDX > WS-ALERT-TOTAL
039900       MOVE WS-AT-EMPLOYEE-ID(AT-IDX) TO WS-AL-EMPLOYEE-ID
040000       MOVE WS-AT-CHANGE-DATE(AT-IDX) TO WS-AL-CHANGE-DATE
040100       MOVE WS-AT-SOURCE(AT-IDX) TO WS-AL-SOURCE
040200       MOVE WS-AT-BATCH-ID(AT-IDX) TO WS-AL-BATCH-ID
040300       MOVE WS-AT-NET-PAY(AT-IDX) TO WS-AL-NET-PAY
040400       WRITE CHANGE-REPORT-LINE FROM WS-ALERT-LINE
040500     END-PERFORM.
040600     MOVE WS-ALERT-COUNT TO WS-AC-COUNT.
040700     WRITE CHANGE-REPORT-LINE FROM WS-ALERT-COUNT-LINE.
040800
040900*Day number of WS-DN-DATE counted from 1 January of year 1,
041000*zero when the date is not a real calendar date.
041100 COMPUTE-DAY-NUMBER.
041200     MOVE 0 TO WS-DAY-NUMBER.
041300     IF WS-DN-DATE IS NUMERIC
041400         AND WS-DN-YEAR > 0
041500         AND WS-DN-MONTH > 0 AND WS-DN-MONTH < 13
041600         AND WS-DN-DAY > 0 AND WS-DN-DAY < 32
041700       COMPUTE WS-DN-YEARS = WS-DN-YEAR - 1
041800       COMPUTE WS-DAY-NUMBER = WS-DN-YEARS * 365
041900           + WS-DAYS-BEFORE-MONTH(WS-DN-MONTH) + WS-DN-DAY
042000       DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOTIENT
042100       ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER
042200       DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOTIENT
042300       SUBTRACT WS-DN-QUOTIENT FROM WS-DAY-NUMBER
042400       DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOTIENT
042500       ADD WS-DN-QUOTIENT TO WS-DAY-NUMBER
042600       IF WS-DN-MONTH > 2
042700         PERFORM ADD-LEAP-DAY
042800       END-IF
042900     END-IF.
043000
043100 ADD-LEAP-DAY.
043200     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
043300         REMAINDER WS-DN-REMAINDER.
043400     IF WS-DN-REMAINDER = 0
043500       DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
043600           REMAINDER WS-DN-REMAINDER
043700       IF WS-DN-REMAINDER NOT = 0
043800         ADD 1 TO WS-DAY-NUMBER
043900       ELSE
044000         DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
044100             REMAINDER WS-DN-REMAINDER
044200         IF WS-DN-REMAINDER = 0
044300           ADD 1 TO WS-DAY-NUMBER
044400         END-IF
044500       END-IF
044600     END-IF.
