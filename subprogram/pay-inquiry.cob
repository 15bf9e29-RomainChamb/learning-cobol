002700     SELECT REWORK-QUEUE-FILE ASSIGN TO "REWORK-QUEUE"
002800       ORGANIZATION IS SEQUENTIAL
002900       FILE STATUS IS WS-REWORK-STATUS.
002916     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVE-BALANCE"
002932       ORGANIZATION IS INDEXED
002948       ACCESS MODE IS RANDOM
002964       RECORD KEY IS LB-LEAVE-KEY
002980       FILE STATUS IS WS-LEAVE-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
004400
004500 FD  REWORK-QUEUE-FILE.
004600     COPY "rework-record.cpy".
004625
004650 FD  LEAVE-BALANCE-FILE.
004675     COPY "leave-balance.cpy".
004700
004800 WORKING-STORAGE SECTION.
004900
006700   88 REWORK-OK              VALUE "00".
006800   88 REWORK-EOF             VALUE "10".
006900   88 REWORK-FILE-MISSING    VALUE "35".
006920
006940 01 WS-LEAVE-STATUS PIC XX.
006960   88 LEAVE-OK               VALUE "00".
006980   88 LEAVE-FILE-MISSING     VALUE "35".
007000
007100*Which of the read-only side files actually opened - a site
007200*missing one simply shows the blanks instead of failing the
007700   88 YTD-AVAILABLE          VALUE "Y".
007800 01 WS-HISTORY-AVAIL-SW PIC X VALUE "N".
007900   88 HISTORY-AVAILABLE      VALUE "Y".
007933 01 WS-LEAVE-AVAIL-SW   PIC X VALUE "N".
007966   88 LEAVE-AVAILABLE        VALUE "Y".
008000
008100 01 WS-QUIT-SW         PIC X VALUE "N".
008200   88 QUIT-INQUIRY           VALUE "Y".
008600
008700 01 WS-STATUS-WORD     PIC X(10) VALUE SPACES.
008800 01 WS-BANK-ON-FILE    PIC X(3)  VALUE SPACES.
008833 01 WS-VACATION-BALANCE PIC S9(4)V99 VALUE 0.
008866 01 WS-SICK-BALANCE    PIC S9(4)V99 VALUE 0.
008900
009000*The rework queue loaded once at start-up, the way the rework
009100*rerun loads it - the inquiry then answers "is this employee
016600   02 LINE 11 COLUMN 15 PIC ZZZZZZ9.99 FROM YTD-WITHHOLD.
016700   02 LINE 12 COLUMN 1 VALUE "YTD net     : ".
016800   02 LINE 12 COLUMN 15 PIC ZZZZZZ9.99 FROM YTD-NET.
016820   02 LINE 9 COLUMN 40 VALUE "Vacation bal: ".
016840   02 LINE 9 COLUMN 54 PIC -ZZZ9.99 FROM WS-VACATION-BALANCE.
016860   02 LINE 10 COLUMN 40 VALUE "Sick bal    : ".
016880   02 LINE 10 COLUMN 54 PIC -ZZZ9.99 FROM WS-SICK-BALANCE.
016900   02 LINE 14 COLUMN 1 VALUE "Recent batch results :".
017000   02 LINE 15 COLUMN 3 PIC X(42) FROM WS-HIST-SHOW-L1.
017100   02 LINE 16 COLUMN 3 PIC X(42) FROM WS-HIST-SHOW-L2.
021200     IF HISTORY-AVAILABLE
021300       CLOSE PAY-HISTORY-FILE
021400     END-IF.
021425     IF LEAVE-AVAILABLE
021450       CLOSE LEAVE-BALANCE-FILE
021475     END-IF.
021500     GOBACK.
021600
021700 OPEN-SIDE-FILES.
024200             WS-HISTORY-STATUS
024300       END-IF
024400     END-IF.
024410     OPEN INPUT LEAVE-BALANCE-FILE.
024420     IF LEAVE-OK
024430       SET LEAVE-AVAILABLE TO TRUE
024440     ELSE
024450       IF NOT LEAVE-FILE-MISSING
024460         DISPLAY "Leave balance open error, status "
024470             WS-LEAVE-STATUS
024480       END-IF
024490     END-IF.
024500
024600 LOAD-REWORK-QUEUE.
024700     MOVE 0 TO WS-QUEUE-COUNT.
028000
028100*Everything the phone call needs on one screen - the master
028200*record and status, whether bank details are on file, the YTD
028300*figures and leave balances, the latest batch results, and
028400*whether the employee is sitting on the rework queue with the
028450*error spelled out.
028500 SHOW-ONE-EMPLOYEE.
028600     IF EMPLOYEE-TERMINATED
028700       MOVE "TERMINATED" TO WS-STATUS-WORD
029000     END-IF.
029100     PERFORM CHECK-BANK-ON-FILE.
029200     PERFORM FETCH-YTD-FIGURES.
029250     PERFORM FETCH-LEAVE-BALANCES.
029300     PERFORM FETCH-RECENT-HISTORY.
029400     PERFORM CHECK-REWORK-QUEUE.
029500     MOVE SPACE TO WS-CONTINUE-KEY.
032600       END-READ
032700     END-IF.
032800
032804*Balances as of the last accrual posted - an employee with no
032808*leave of a kind on file shows zero for it.
032812 FETCH-LEAVE-BALANCES.
032816     MOVE 0 TO WS-VACATION-BALANCE.
032820     MOVE 0 TO WS-SICK-BALANCE.
032824     IF LEAVE-AVAILABLE
032828       MOVE EMPLOYEE-ID TO LB-EMPLOYEE-ID
032832       MOVE "V" TO LB-LEAVE-TYPE
032836       READ LEAVE-BALANCE-FILE
032840         INVALID KEY
032844           CONTINUE
032848         NOT INVALID KEY
032852           MOVE LB-BALANCE-HOURS TO WS-VACATION-BALANCE
032856       END-READ
032860       MOVE EMPLOYEE-ID TO LB-EMPLOYEE-ID
032864       MOVE "S" TO LB-LEAVE-TYPE
032868       READ LEAVE-BALANCE-FILE
032872         INVALID KEY
032876           CONTINUE
032880         NOT INVALID KEY
032884           MOVE LB-BALANCE-HOURS TO WS-SICK-BALANCE
032888       END-READ
032892     END-IF.
032896
032900*The three most recent batch results for the employee off the
033000*keyed history - older results shift out of the three lines.
033100 FETCH-RECENT-HISTORY.
