000900       ACCESS MODE IS SEQUENTIAL
001000       RECORD KEY IS YTD-EMPLOYEE-ID
001100       FILE STATUS IS WS-YTD-STATUS.
001110     SELECT PRIOR-EARNINGS-FILE ASSIGN TO "PRIOR-EARNINGS"
001120       ORGANIZATION IS INDEXED
001130       ACCESS MODE IS DYNAMIC
001140       RECORD KEY IS PE-EARNINGS-KEY
001150       FILE STATUS IS WS-EARNINGS-STATUS.
001200     SELECT YTD-STATEMENT-FILE ASSIGN TO "YTD-STATEMENT"
001300       ORGANIZATION IS SEQUENTIAL
001400       FILE STATUS IS WS-REPORT-STATUS.
001700 FILE SECTION.
001800 FD  YTD-MASTER-FILE.
001900     COPY "ytd-record.cpy".
001910
001920 FD  PRIOR-EARNINGS-FILE.
001930     COPY "prior-earnings.cpy".
002000
002100 FD  YTD-STATEMENT-FILE.
002200 01  YTD-STATEMENT-LINE   PIC X(80).
002600 01 WS-YTD-STATUS   PIC XX.
002700   88 YTD-OK                VALUE "00".
002800   88 YTD-EOF               VALUE "10".
002808
002816 01 WS-EARNINGS-STATUS PIC XX.
002824   88 EARNINGS-OK           VALUE "00".
002832   88 EARNINGS-EOF          VALUE "10".
002840   88 EARNINGS-FILE-MISSING VALUE "35".
002848
002856*A closed year is reprinted from the prior-years archive when the
002864*operator supplies it - every employee for that year, or just the
002872*one employee asking for a copy of an old statement.
002880 01 WS-REQUESTED-YEAR     PIC X(4).
002888 01 WS-REQUESTED-EMPLOYEE PIC X(5).
002900
003000 01 WS-REPORT-STATUS PIC XX.
003100   88 REPORT-OK             VALUE "00".
007600   02 FILLER              PIC X(53) VALUE SPACES.
007700
007800 PROCEDURE DIVISION.
007806     MOVE SPACES TO WS-REQUESTED-YEAR.
007812     MOVE SPACES TO WS-REQUESTED-EMPLOYEE.
007818     ACCEPT WS-REQUESTED-YEAR.
007824     IF WS-REQUESTED-YEAR NOT = SPACES
007830       IF WS-REQUESTED-YEAR NOT NUMERIC
007836         DISPLAY "Statement year not numeric : "
007842             WS-REQUESTED-YEAR
007848         STOP RUN
007854       END-IF
007860       ACCEPT WS-REQUESTED-EMPLOYEE
007866       PERFORM PRINT-PRIOR-YEAR
007872       GOBACK
007878     END-IF.
007884
007900     OPEN INPUT YTD-MASTER-FILE.
008000     IF NOT YTD-OK
008100       DISPLAY "YTD master file open error, status "
013900       STOP RUN
014000     END-IF.
014100     ADD 1 TO WS-STATEMENT-COUNT.
014200
014300*Reprint of a closed year off the permanent archive, in the same
014400*layout as the running statement.
014500 PRINT-PRIOR-YEAR.
014600     OPEN INPUT PRIOR-EARNINGS-FILE.
014700     IF EARNINGS-FILE-MISSING
014800       DISPLAY "No prior earnings file - no year has been closed"
014900       STOP RUN
015000     END-IF.
015100     IF NOT EARNINGS-OK
015200       DISPLAY "Prior earnings file open error, status "
015300           WS-EARNINGS-STATUS
015400       STOP RUN
015500     END-IF.
015600     OPEN OUTPUT YTD-STATEMENT-FILE.
015700     IF NOT REPORT-OK
015800       DISPLAY "YTD statement file open error, status "
015900           WS-REPORT-STATUS
016000       CLOSE PRIOR-EARNINGS-FILE
016100       STOP RUN
016200     END-IF.
016300
016400     IF WS-REQUESTED-EMPLOYEE IS NUMERIC
016500       MOVE WS-REQUESTED-EMPLOYEE TO PE-EMPLOYEE-ID
016600       MOVE WS-REQUESTED-YEAR TO PE-YEAR
016700       READ PRIOR-EARNINGS-FILE
016800         INVALID KEY
016900           DISPLAY "No closed earnings for employee "
017000               WS-REQUESTED-EMPLOYEE " in " WS-REQUESTED-YEAR
017100         NOT INVALID KEY
017200           PERFORM PRINT-ONE-PRIOR-STATEMENT
017300       END-READ
017400     ELSE
017500       PERFORM UNTIL EARNINGS-EOF
017600         READ PRIOR-EARNINGS-FILE NEXT RECORD
017700           AT END SET EARNINGS-EOF TO TRUE
017800           NOT AT END
017900             IF NOT EARNINGS-OK
018000               DISPLAY "Prior earnings read error, status "
018100                   WS-EARNINGS-STATUS
018200               CLOSE PRIOR-EARNINGS-FILE
018300               CLOSE YTD-STATEMENT-FILE
018400               STOP RUN
018500             END-IF
018600             IF PE-YEAR = WS-REQUESTED-YEAR
018700               PERFORM PRINT-ONE-PRIOR-STATEMENT
018800             END-IF
018900         END-READ
019000       END-PERFORM
019100     END-IF.
019200
019300     CLOSE PRIOR-EARNINGS-FILE.
019400     MOVE WS-STATEMENT-COUNT TO WS-CL-COUNT.
019500     WRITE YTD-STATEMENT-LINE FROM WS-COUNT-LINE.
019600     CLOSE YTD-STATEMENT-FILE.
019700
019800 PRINT-ONE-PRIOR-STATEMENT.
019900     WRITE YTD-STATEMENT-LINE FROM WS-RULE-LINE.
020000     MOVE PE-YEAR TO WS-HL-YEAR.
020100     WRITE YTD-STATEMENT-LINE FROM WS-HEADER-LINE.
020200     MOVE PE-EMPLOYEE-ID TO WS-EL-EMPLOYEE-ID.
020300     MOVE PE-EMPLOYEE-NAME TO WS-EL-NAME.
020400     WRITE YTD-STATEMENT-LINE FROM WS-EMPLOYEE-LINE.
020500     MOVE PE-GROSS TO WS-GL-AMOUNT.
020600     WRITE YTD-STATEMENT-LINE FROM WS-GROSS-LINE.
020700     MOVE PE-WITHHOLD TO WS-WL-AMOUNT.
020800     WRITE YTD-STATEMENT-LINE FROM WS-WITHHOLD-LINE.
020900     MOVE PE-NET TO WS-NL-AMOUNT.
021000     WRITE YTD-STATEMENT-LINE FROM WS-NET-LINE.
021100     MOVE PE-BATCH-COUNT TO WS-BL-COUNT.
021200     WRITE YTD-STATEMENT-LINE FROM WS-BATCH-LINE.
021300     WRITE YTD-STATEMENT-LINE FROM WS-RULE-LINE.
021400     WRITE YTD-STATEMENT-LINE FROM WS-BLANK-LINE.
021500     IF NOT REPORT-OK
021600       DISPLAY "YTD statement write error, status "
021700           WS-REPORT-STATUS
021800       CLOSE PRIOR-EARNINGS-FILE
021900       CLOSE YTD-STATEMENT-FILE
022000       STOP RUN
022100     END-IF.
022200     ADD 1 TO WS-STATEMENT-COUNT.
