000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ElectionCheck.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER"
000800       ORGANIZATION IS INDEXED
000900       ACCESS MODE IS SEQUENTIAL
001000       RECORD KEY IS EMPLOYEE-ID
001100       FILE STATUS IS WS-MASTER-STATUS.
001200     SELECT ELECTION-FILE ASSIGN TO "WITHHOLD-ELECTION"
001300       ORGANIZATION IS INDEXED
001400       ACCESS MODE IS RANDOM
001500       RECORD KEY IS WE-EMPLOYEE-ID
001600       FILE STATUS IS WS-ELECTION-STATUS.
001700     SELECT TAX-BRACKET-FILE ASSIGN TO "TAX-BRACKET"
001800       ORGANIZATION IS INDEXED
001900       ACCESS MODE IS SEQUENTIAL
002000       RECORD KEY IS TB-BRACKET-KEY
002100       FILE STATUS IS WS-BRACKET-STATUS.
002200     SELECT ELECTION-REPORT-FILE ASSIGN TO "ELECTION-REPORT"
002300       ORGANIZATION IS SEQUENTIAL
002400       FILE STATUS IS WS-REPORT-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  EMPLOYEE-MASTER-FILE.
002900     COPY "employee-master.cpy".
003000
003100 FD  ELECTION-FILE.
003200     COPY "withhold-election.cpy".
003300
003400 FD  TAX-BRACKET-FILE.
003500     COPY "tax-bracket.cpy".
003600
003700 FD  ELECTION-REPORT-FILE.
003800 01  ELECTION-REPORT-LINE  PIC X(80).
003900
004000 WORKING-STORAGE SECTION.
004100
004200 01 WS-MASTER-STATUS PIC XX.
004300   88 MASTER-OK              VALUE "00".
004400   88 MASTER-EOF             VALUE "10".
004500
004600 01 WS-ELECTION-STATUS PIC XX.
004700   88 ELECTION-OK            VALUE "00".
004800   88 ELECTION-FILE-MISSING  VALUE "35".
004900
005000 01 WS-BRACKET-STATUS PIC XX.
005100   88 BRACKET-OK             VALUE "00".
005200   88 BRACKET-EOF            VALUE "10".
005300   88 BRACKET-FILE-MISSING   VALUE "35".
005400
005500 01 WS-REPORT-STATUS PIC XX.
005600   88 REPORT-OK              VALUE "00".
005700
005800*Checked as at today, the way TimesheetEdit checks rates - the
005900*report is run ahead of the batch it is guarding.
006000 01 WS-CHECK-DATE      PIC 9(8).
006100
006200*Set when a filing status has at least one bracket in force on
006300*the check date. With none in force for a status the employees
006400*filing under it fall back to the class percentage.
006500 01 WS-SINGLE-IN-FORCE-SW PIC X VALUE "N".
006600   88 SINGLE-IN-FORCE        VALUE "Y".
006700 01 WS-MARRIED-IN-FORCE-SW PIC X VALUE "N".
006800   88 MARRIED-IN-FORCE       VALUE "Y".
006900 01 WS-HEAD-IN-FORCE-SW PIC X VALUE "N".
007000   88 HEAD-IN-FORCE          VALUE "Y".
007100
007200 01 WS-CHECK-STATUS    PIC X(1).
007300 01 WS-STATUS-OK-SW    PIC X VALUE "N".
007400   88 STATUS-HAS-BRACKETS    VALUE "Y".
007500
007600 01 WS-ELECTION-OPEN-SW PIC X VALUE "N".
007700   88 ELECTION-FILE-OPEN     VALUE "Y".
007800
007900 01 WS-ACTIVE-COUNT    PIC 9(6) VALUE 0.
008000 01 WS-MISSING-COUNT   PIC 9(6) VALUE 0.
008100 01 WS-INVALID-COUNT   PIC 9(6) VALUE 0.
008200 01 WS-NO-BRACKET-COUNT PIC 9(6) VALUE 0.
008300 01 WS-EXEMPT-COUNT    PIC 9(6) VALUE 0.
008400
008500 01 WS-HEADER-LINE.
008600   02 FILLER  PIC X(36) VALUE
008700       "WITHHOLDING ELECTION CHECK - AS AT ".
008800   02 WS-HL-DATE          PIC 9(8).
008900   02 FILLER              PIC X(36) VALUE SPACES.
009000
009100 01 WS-IN-FORCE-LINE.
009200   02 FILLER              PIC X(30) VALUE
009300       "Brackets in force  single : ".
009400   02 WS-IF-SINGLE        PIC X(1).
009500   02 FILLER              PIC X(11) VALUE "  married ".
009600   02 WS-IF-MARRIED       PIC X(1).
009700   02 FILLER              PIC X(8)  VALUE "  head ".
009800   02 WS-IF-HEAD          PIC X(1).
009900   02 FILLER              PIC X(28) VALUE SPACES.
010000
010100 01 WS-DETAIL-LINE.
010200   02 FILLER              PIC X(9)  VALUE "Employee ".
010300   02 WS-DL-EMPLOYEE-ID   PIC 9(5).
010400   02 FILLER              PIC X(1)  VALUE SPACE.
010500   02 WS-DL-NAME          PIC X(20).
010600   02 FILLER              PIC X(3)  VALUE " : ".
010700   02 WS-DL-REASON        PIC X(42).
010800
010900 01 WS-COUNT-LINE.
011000   02 WS-CL-LABEL         PIC X(30).
011100   02 WS-CL-COUNT         PIC ZZZZZ9.
011200   02 FILLER              PIC X(44) VALUE SPACES.
011300
011400 PROCEDURE DIVISION.
011500     ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD.
011600     PERFORM LOAD-BRACKETS-IN-FORCE.
011700
011800     OPEN INPUT EMPLOYEE-MASTER-FILE.
011900     IF NOT MASTER-OK
012000       DISPLAY "Employee master file open error, status "
012100           WS-MASTER-STATUS
012200       STOP RUN
012300     END-IF.
012400*No elections file yet just means nobody has an election - every
012500*active employee is then listed as missing one.
012600     OPEN INPUT ELECTION-FILE.
012700     IF ELECTION-OK
012800       SET ELECTION-FILE-OPEN TO TRUE
012900     ELSE
013000       IF NOT ELECTION-FILE-MISSING
013100         DISPLAY "Withholding elections open error, status "
013200             WS-ELECTION-STATUS
013300         CLOSE EMPLOYEE-MASTER-FILE
013400         STOP RUN
013500       END-IF
013600     END-IF.
013700     OPEN OUTPUT ELECTION-REPORT-FILE.
013800     IF NOT REPORT-OK
013900       DISPLAY "Election report file open error, status "
014000           WS-REPORT-STATUS
014100       STOP RUN
014200     END-IF.
014300     MOVE WS-CHECK-DATE TO WS-HL-DATE.
014400     WRITE ELECTION-REPORT-LINE FROM WS-HEADER-LINE.
014500     MOVE WS-SINGLE-IN-FORCE-SW TO WS-IF-SINGLE.
014600     MOVE WS-MARRIED-IN-FORCE-SW TO WS-IF-MARRIED.
014700     MOVE WS-HEAD-IN-FORCE-SW TO WS-IF-HEAD.
014800     WRITE ELECTION-REPORT-LINE FROM WS-IN-FORCE-LINE.
014900
015000     PERFORM UNTIL MASTER-EOF
015100       READ EMPLOYEE-MASTER-FILE NEXT RECORD
015200         AT END SET MASTER-EOF TO TRUE
015300         NOT AT END
015400           IF NOT MASTER-OK
015500             DISPLAY "Employee master read error, status "
015600                 WS-MASTER-STATUS
015700             STOP RUN
015800           END-IF
015900           IF EMPLOYEE-ACTIVE
016000             PERFORM CHECK-ONE-EMPLOYEE
016100           END-IF
016200       END-READ
016300     END-PERFORM.
016400
016500     CLOSE EMPLOYEE-MASTER-FILE.
016600     IF ELECTION-FILE-OPEN
016700       CLOSE ELECTION-FILE
016800     END-IF.
016900     MOVE "Active employees checked    : " TO WS-CL-LABEL.
017000     MOVE WS-ACTIVE-COUNT TO WS-CL-COUNT.
017100     WRITE ELECTION-REPORT-LINE FROM WS-COUNT-LINE.
017200     MOVE "No election on file         : " TO WS-CL-LABEL.
017300     MOVE WS-MISSING-COUNT TO WS-CL-COUNT.
017400     WRITE ELECTION-REPORT-LINE FROM WS-COUNT-LINE.
017500     MOVE "Election invalid            : " TO WS-CL-LABEL.
017600     MOVE WS-INVALID-COUNT TO WS-CL-COUNT.
017700     WRITE ELECTION-REPORT-LINE FROM WS-COUNT-LINE.
017800     MOVE "No brackets for status      : " TO WS-CL-LABEL.
017900     MOVE WS-NO-BRACKET-COUNT TO WS-CL-COUNT.
018000     WRITE ELECTION-REPORT-LINE FROM WS-COUNT-LINE.
018100     MOVE "Exemption claimed           : " TO WS-CL-LABEL.
018200     MOVE WS-EXEMPT-COUNT TO WS-CL-COUNT.
018300     WRITE ELECTION-REPORT-LINE FROM WS-COUNT-LINE.
018400     IF NOT REPORT-OK
018500       DISPLAY "Election report write error, status "
018600           WS-REPORT-STATUS
018700     END-IF.
018800     CLOSE ELECTION-REPORT-FILE.
018900     DISPLAY "Employees with no election : " WS-MISSING-COUNT.
019000     DISPLAY "Elections invalid          : " WS-INVALID-COUNT.
019100     GOBACK.
019200
019300*Note which filing statuses have any bracket effective on or
019400*before the check date. A missing bracket file means none do.
019500 LOAD-BRACKETS-IN-FORCE.
019600     OPEN INPUT TAX-BRACKET-FILE.
019700     IF BRACKET-FILE-MISSING
019800       DISPLAY "No tax bracket file - class percentage applies"
019900     ELSE
020000       IF NOT BRACKET-OK
020100         DISPLAY "Tax bracket file open error, status "
020200             WS-BRACKET-STATUS
020300         STOP RUN
020400       END-IF
020500       PERFORM UNTIL BRACKET-EOF
020600         READ TAX-BRACKET-FILE NEXT RECORD
020700           AT END SET BRACKET-EOF TO TRUE
020800           NOT AT END
020900             IF NOT BRACKET-OK
021000               DISPLAY "Tax bracket file read error, status "
021100                   WS-BRACKET-STATUS
021200               STOP RUN
021300             END-IF
021400             IF TB-EFFECTIVE-DATE NOT > WS-CHECK-DATE
021500               EVALUATE TB-FILING-STATUS
021600                 WHEN "S" SET SINGLE-IN-FORCE TO TRUE
021700                 WHEN "M" SET MARRIED-IN-FORCE TO TRUE
021800                 WHEN "H" SET HEAD-IN-FORCE TO TRUE
021900               END-EVALUATE
022000             END-IF
022100         END-READ
022200       END-PERFORM
022300       CLOSE TAX-BRACKET-FILE
022400     END-IF.
022500
022600*List the employee if the batch would withhold on a default or
022700*on the class percentage rather than on a proper election.
022800 CHECK-ONE-EMPLOYEE.
022900     ADD 1 TO WS-ACTIVE-COUNT.
023000     MOVE EMPLOYEE-ID TO WS-DL-EMPLOYEE-ID.
023100     MOVE EMPLOYEE-NAME TO WS-DL-NAME.
023200     IF NOT ELECTION-FILE-OPEN
023300       MOVE "23" TO WS-ELECTION-STATUS
023400     ELSE
023500       MOVE EMPLOYEE-ID TO WE-EMPLOYEE-ID
023600       READ ELECTION-FILE
023700         INVALID KEY
023800           CONTINUE
023900       END-READ
024000     END-IF.
024100     IF NOT ELECTION-OK
024200       ADD 1 TO WS-MISSING-COUNT
024300       MOVE "no election - withheld as single, none"
024400           TO WS-DL-REASON
024500       PERFORM WRITE-DETAIL-LINE
024600       MOVE "S" TO WS-CHECK-STATUS
024700     ELSE
024800       MOVE WE-FILING-STATUS TO WS-CHECK-STATUS
024900     END-IF.
025000     IF ELECTION-OK
025100         AND (NOT WE-VALID-STATUS
025200         OR (WE-EXEMPT NOT = "Y" AND WE-EXEMPT NOT = "N"))
025300       ADD 1 TO WS-INVALID-COUNT
025400       MOVE "election invalid - rekey it" TO WS-DL-REASON
025500       PERFORM WRITE-DETAIL-LINE
025600     ELSE
025700     IF ELECTION-OK AND WE-EXEMPT-CLAIMED
025800       ADD 1 TO WS-EXEMPT-COUNT
025900     ELSE
026000       PERFORM CHECK-STATUS-BRACKETS
026100       IF NOT STATUS-HAS-BRACKETS
026200         ADD 1 TO WS-NO-BRACKET-COUNT
026300         MOVE "no brackets for status - class percentage"
026400             TO WS-DL-REASON
026500         PERFORM WRITE-DETAIL-LINE
026600       END-IF
026700     END-IF
026800     END-IF.
026900
027000 CHECK-STATUS-BRACKETS.
027100     MOVE "N" TO WS-STATUS-OK-SW.
027200     EVALUATE WS-CHECK-STATUS
027300       WHEN "S"
027400         IF SINGLE-IN-FORCE
027500           SET STATUS-HAS-BRACKETS TO TRUE
027600         END-IF
027700       WHEN "M"
027800         IF MARRIED-IN-FORCE
027900           SET STATUS-HAS-BRACKETS TO TRUE
028000         END-IF
028100       WHEN "H"
028200         IF HEAD-IN-FORCE
028300           SET STATUS-HAS-BRACKETS TO TRUE
028400         END-IF
028500     END-EVALUATE.
028600
028700 WRITE-DETAIL-LINE.
028800     WRITE ELECTION-REPORT-LINE FROM WS-DETAIL-LINE.
028900     IF NOT REPORT-OK
029000       DISPLAY "Election report write error, status "
029100           WS-REPORT-STATUS
029200       STOP RUN
029300     END-IF.
