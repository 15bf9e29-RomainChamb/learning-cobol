000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PayCalendarList.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAY-CALENDAR"
000800       ORGANIZATION IS INDEXED
000900       ACCESS MODE IS SEQUENTIAL
001000       RECORD KEY IS PC-CALENDAR-KEY
001100       FILE STATUS IS WS-CALENDAR-STATUS.
001200     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER"
001300       ORGANIZATION IS INDEXED
001400       ACCESS MODE IS SEQUENTIAL
001500       RECORD KEY IS EMPLOYEE-ID
001600       FILE STATUS IS WS-MASTER-STATUS.
001700     SELECT CALENDAR-LIST-FILE ASSIGN TO "PAY-CALENDAR-LIST"
001800       ORGANIZATION IS SEQUENTIAL
001900       FILE STATUS IS WS-REPORT-STATUS.
002000
002100 DATA DIVISION.
002200 FILE SECTION.
002300 FD  PAY-CALENDAR-FILE.
002400     COPY "pay-calendar.cpy".
002500
002600 FD  EMPLOYEE-MASTER-FILE.
002700     COPY "employee-master.cpy".
002800
002900 FD  CALENDAR-LIST-FILE.
003000 01  CALENDAR-LIST-LINE    PIC X(80).
003100
003200 WORKING-STORAGE SECTION.
003300
003400 01 WS-CALENDAR-STATUS PIC XX.
003500   88 CALENDAR-OK            VALUE "00".
003600   88 CALENDAR-EOF           VALUE "10".
003700   88 CALENDAR-FILE-MISSING  VALUE "35".
003800
003900 01 WS-MASTER-STATUS PIC XX.
004000   88 MASTER-OK              VALUE "00".
004100   88 MASTER-EOF             VALUE "10".
004200
004300 01 WS-REPORT-STATUS PIC XX.
004400   88 REPORT-OK              VALUE "00".
004500
004600*Pay dates are listed from this date on - the operator keys it
004700*or leaves it blank for today.
004800 01 WS-REQUESTED-DATE  PIC X(8).
004900 01 WS-FROM-DATE       PIC 9(8).
005000
005100*Every group on the calendar, with how many pay dates it has
005200*still to come, so a group that has run off the end of its
005300*calendar and employees in no known group can be listed.
005400 01 WS-GROUP-COUNT     PIC 9(3) VALUE 0.
005500 01 WS-GROUP-TABLE.
005600   02 WS-GROUP-ENTRY OCCURS 100 TIMES INDEXED BY GROUP-IDX.
005700     03 WS-GT-PAY-GROUP    PIC X(2).
005800     03 WS-GT-UPCOMING     PIC 9(4).
005900 01 WS-GROUP-HIT       PIC 9(3) COMP VALUE 0.
006000 01 WS-GROUP-MATCH-SW  PIC X VALUE "N".
006100   88 GROUP-MATCHED          VALUE "Y".
006200
006300 01 WS-PAY-DATE-COUNT  PIC 9(6) VALUE 0.
006400 01 WS-ENDED-COUNT     PIC 9(6) VALUE 0.
006500 01 WS-UNGROUPED-COUNT PIC 9(6) VALUE 0.
006600
006700 01 WS-HEADER-LINE.
006800   02 FILLER  PIC X(36) VALUE
006900       "PAY CALENDAR - PAY DATES FROM ".
007000   02 WS-HL-DATE          PIC 9(8).
007100   02 FILLER              PIC X(36) VALUE SPACES.
007200
007300 01 WS-COLUMN-LINE.
007400   02 FILLER  PIC X(40) VALUE
007500       "Grp Group name           Frq Period   ".
007600   02 FILLER  PIC X(40) VALUE
007700       "        Cut-off   Pay date             ".
007800
007900 01 WS-DETAIL-LINE.
008000   02 WS-DL-PAY-GROUP     PIC X(2).
008100   02 FILLER              PIC X(2)  VALUE SPACES.
008200   02 WS-DL-GROUP-NAME    PIC X(20).
008300   02 FILLER              PIC X(1)  VALUE SPACE.
008400   02 WS-DL-FREQUENCY     PIC X(1).
008500   02 FILLER              PIC X(3)  VALUE SPACES.
008600   02 WS-DL-PERIOD-START  PIC 9(8).
008700   02 FILLER              PIC X(1)  VALUE "-".
008800   02 WS-DL-PERIOD-END    PIC 9(8).
008900   02 FILLER              PIC X(2)  VALUE SPACES.
009000   02 WS-DL-CUTOFF-DATE   PIC 9(8).
009100   02 FILLER              PIC X(2)  VALUE SPACES.
009200   02 WS-DL-PAY-DATE      PIC 9(8).
009300   02 FILLER              PIC X(1)  VALUE SPACE.
009400   02 WS-DL-NOTE          PIC X(13).
009500
009600 01 WS-NOTE-LINE.
009700   02 FILLER              PIC X(9)  VALUE "Employee ".
009800   02 WS-NL-EMPLOYEE-ID   PIC 9(5).
009900   02 FILLER              PIC X(1)  VALUE SPACE.
010000   02 WS-NL-NAME          PIC X(20).
010100   02 FILLER              PIC X(3)  VALUE " : ".
010200   02 WS-NL-TEXT          PIC X(42).
010300
010400 01 WS-GROUP-NOTE-LINE.
010500   02 FILLER              PIC X(6)  VALUE "Group ".
010600   02 WS-GN-PAY-GROUP     PIC X(2).
010700   02 FILLER              PIC X(3)  VALUE " : ".
010800   02 WS-GN-TEXT          PIC X(69).
010900
011000 01 WS-COUNT-LINE.
011100   02 WS-CL-LABEL         PIC X(30).
011200   02 WS-CL-COUNT         PIC ZZZZZ9.
011300   02 FILLER              PIC X(44) VALUE SPACES.
011400
011500 PROCEDURE DIVISION.
011600     ACCEPT WS-REQUESTED-DATE.
011700     IF WS-REQUESTED-DATE = SPACES
011800       ACCEPT WS-FROM-DATE FROM DATE YYYYMMDD
011900     ELSE
012000       IF WS-REQUESTED-DATE NOT NUMERIC
012100         DISPLAY "From date not numeric : " WS-REQUESTED-DATE
012200         STOP RUN
012300       END-IF
012400       MOVE WS-REQUESTED-DATE TO WS-FROM-DATE
012500     END-IF.
012600
012700     OPEN INPUT PAY-CALENDAR-FILE.
012800     IF CALENDAR-FILE-MISSING
012900       DISPLAY "No pay calendar file - load it with "
013000           "PayCalendarLoad"
013100       STOP RUN
013200     END-IF.
013300     IF NOT CALENDAR-OK
013400       DISPLAY "Pay calendar file open error, status "
013500           WS-CALENDAR-STATUS
013600       STOP RUN
013700     END-IF.
013800     OPEN OUTPUT CALENDAR-LIST-FILE.
013900     IF NOT REPORT-OK
014000       DISPLAY "Pay calendar list file open error, status "
014100           WS-REPORT-STATUS
014200       STOP RUN
014300     END-IF.
014400     MOVE WS-FROM-DATE TO WS-HL-DATE.
014500     WRITE CALENDAR-LIST-LINE FROM WS-HEADER-LINE.
014600     MOVE SPACES TO CALENDAR-LIST-LINE.
014700     WRITE CALENDAR-LIST-LINE.
014800     WRITE CALENDAR-LIST-LINE FROM WS-COLUMN-LINE.
014900
015000     PERFORM UNTIL CALENDAR-EOF
015100       READ PAY-CALENDAR-FILE NEXT RECORD
015200         AT END SET CALENDAR-EOF TO TRUE
015300         NOT AT END
015400           IF NOT CALENDAR-OK
015500             DISPLAY "Pay calendar read error, status "
015600                 WS-CALENDAR-STATUS
015700             STOP RUN
015800           END-IF
015900           PERFORM LIST-ONE-PAY-DATE
016000       END-READ
016100     END-PERFORM.
016200     CLOSE PAY-CALENDAR-FILE.
016300
016400     MOVE SPACES TO CALENDAR-LIST-LINE.
016500     WRITE CALENDAR-LIST-LINE.
016600     PERFORM VARYING GROUP-IDX FROM 1 BY 1
016700         UNTIL GROUP-IDX > WS-GROUP-COUNT
016800       IF WS-GT-UPCOMING(GROUP-IDX) = 0
016900         ADD 1 TO WS-ENDED-COUNT
017000         MOVE WS-GT-PAY-GROUP(GROUP-IDX) TO WS-GN-PAY-GROUP
017100         MOVE "no pay dates left on the calendar - load more"
017200             TO WS-GN-TEXT
017300         WRITE CALENDAR-LIST-LINE FROM WS-GROUP-NOTE-LINE
017400       END-IF
017500     END-PERFORM.
017600     PERFORM LIST-UNGROUPED-EMPLOYEES.
017700
017800     MOVE "Pay dates listed            : " TO WS-CL-LABEL.
017900     MOVE WS-PAY-DATE-COUNT TO WS-CL-COUNT.
018000     WRITE CALENDAR-LIST-LINE FROM WS-COUNT-LINE.
018100     MOVE "Groups with no dates left   : " TO WS-CL-LABEL.
018200     MOVE WS-ENDED-COUNT TO WS-CL-COUNT.
018300     WRITE CALENDAR-LIST-LINE FROM WS-COUNT-LINE.
018400     MOVE "Employees not in a group    : " TO WS-CL-LABEL.
018500     MOVE WS-UNGROUPED-COUNT TO WS-CL-COUNT.
018600     WRITE CALENDAR-LIST-LINE FROM WS-COUNT-LINE.
018700     IF NOT REPORT-OK
018800       DISPLAY "Pay calendar list write error, status "
018900           WS-REPORT-STATUS
019000     END-IF.
019100     CLOSE CALENDAR-LIST-FILE.
019200     DISPLAY "Pay dates listed          : " WS-PAY-DATE-COUNT.
019300     DISPLAY "Employees not in a group  : " WS-UNGROUPED-COUNT.
019400     GOBACK.
019500
019600*The calendar reads in group and pay date order, so each group's
019700*dates print together and in turn.
019800 LIST-ONE-PAY-DATE.
019900     PERFORM KEEP-GROUP.
020000     IF PC-PAY-DATE NOT < WS-FROM-DATE
020100       IF GROUP-MATCHED
020200         ADD 1 TO WS-GT-UPCOMING(WS-GROUP-HIT)
020300       END-IF
020400       ADD 1 TO WS-PAY-DATE-COUNT
020500       MOVE PC-PAY-GROUP TO WS-DL-PAY-GROUP
020600       MOVE PC-GROUP-NAME TO WS-DL-GROUP-NAME
020700       MOVE PC-FREQUENCY TO WS-DL-FREQUENCY
020800       MOVE PC-PERIOD-START TO WS-DL-PERIOD-START
020900       MOVE PC-PERIOD-END TO WS-DL-PERIOD-END
021000       MOVE PC-CUTOFF-DATE TO WS-DL-CUTOFF-DATE
021100       MOVE PC-PAY-DATE TO WS-DL-PAY-DATE
021200       IF PC-CUTOFF-DATE < WS-FROM-DATE
021300         MOVE "CUT-OFF PAST" TO WS-DL-NOTE
021400       ELSE
021500         MOVE SPACES TO WS-DL-NOTE
021600       END-IF
021700       WRITE CALENDAR-LIST-LINE FROM WS-DETAIL-LINE
021800       IF NOT REPORT-OK
021900         DISPLAY "Pay calendar list write error, status "
022000             WS-REPORT-STATUS
022100         STOP RUN
022200       END-IF
022300     END-IF.
022400
022500 KEEP-GROUP.
022600     PERFORM FIND-GROUP.
022700     IF NOT GROUP-MATCHED
022800       IF WS-GROUP-COUNT < 100
022900         ADD 1 TO WS-GROUP-COUNT
023000         MOVE WS-GROUP-COUNT TO WS-GROUP-HIT
023100         MOVE PC-PAY-GROUP TO WS-GT-PAY-GROUP(WS-GROUP-HIT)
023200         MOVE 0 TO WS-GT-UPCOMING(WS-GROUP-HIT)
023300         SET GROUP-MATCHED TO TRUE
023400       ELSE
023500         DISPLAY "WARNING - pay group table full, not checked : "
023600             PC-PAY-GROUP
023700       END-IF
023800     END-IF.
023900
024000 FIND-GROUP.
024100     MOVE "N" TO WS-GROUP-MATCH-SW.
024200     PERFORM VARYING GROUP-IDX FROM 1 BY 1
024300         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
024400       IF WS-GT-PAY-GROUP(GROUP-IDX) = PC-PAY-GROUP
024500         SET GROUP-MATCHED TO TRUE
024600         SET WS-GROUP-HIT TO GROUP-IDX
024700       END-IF
024800     END-PERFORM.
024900
025000*An active employee with no group, or a group the calendar does
025100*not know, is never picked up by the payroll driver.
025200 LIST-UNGROUPED-EMPLOYEES.
025300     OPEN INPUT EMPLOYEE-MASTER-FILE.
025400     IF NOT MASTER-OK
025500       DISPLAY "Employee master file open error, status "
025600           WS-MASTER-STATUS
025700       STOP RUN
025800     END-IF.
025900     PERFORM UNTIL MASTER-EOF
026000       READ EMPLOYEE-MASTER-FILE NEXT RECORD
026100         AT END SET MASTER-EOF TO TRUE
026200         NOT AT END
026300           IF NOT MASTER-OK
026400             DISPLAY "Employee master read error, status "
026500                 WS-MASTER-STATUS
026600             STOP RUN
026700           END-IF
026800           IF EMPLOYEE-ACTIVE
026900             PERFORM CHECK-EMPLOYEE-GROUP
027000           END-IF
027100       END-READ
027200     END-PERFORM.
027300     CLOSE EMPLOYEE-MASTER-FILE.
027400
027500 CHECK-EMPLOYEE-GROUP.
027600     MOVE EMPLOYEE-PAY-GROUP TO PC-PAY-GROUP.
027700     PERFORM FIND-GROUP.
027800     IF NOT GROUP-MATCHED
027900       ADD 1 TO WS-UNGROUPED-COUNT
028000       MOVE EMPLOYEE-ID TO WS-NL-EMPLOYEE-ID
028100       MOVE EMPLOYEE-NAME TO WS-NL-NAME
028200       IF EMPLOYEE-PAY-GROUP = SPACES
028300         MOVE "no pay group - not paid by the driver"
028400             TO WS-NL-TEXT
028500       ELSE
028600         MOVE "pay group not on the calendar - not paid"
028700             TO WS-NL-TEXT
028800       END-IF
028900       WRITE CALENDAR-LIST-LINE FROM WS-NOTE-LINE
029000     END-IF.
