000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PayCalendarLoad.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAY-CALENDAR"
000800       ORGANIZATION IS INDEXED
000900       ACCESS MODE IS DYNAMIC
001000       RECORD KEY IS PC-CALENDAR-KEY
001100       FILE STATUS IS WS-CALENDAR-STATUS.
001200     SELECT CALENDAR-TRANS-FILE ASSIGN TO "PAY-CALENDAR-TRANS"
001300       ORGANIZATION IS SEQUENTIAL
001400       FILE STATUS IS WS-TRANS-STATUS.
001500
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD  PAY-CALENDAR-FILE.
001900     COPY "pay-calendar.cpy".
002000
002100 FD  CALENDAR-TRANS-FILE.
002200     COPY "pay-calendar-trans.cpy".
002300
002400 WORKING-STORAGE SECTION.
002500
002600 01 WS-CALENDAR-STATUS PIC XX.
002700   88 CALENDAR-FILE-OK      VALUE "00".
002800   88 CALENDAR-FILE-MISSING VALUE "35".
002900
003000 01 WS-TRANS-STATUS  PIC XX.
003100   88 TRANS-OK              VALUE "00".
003200   88 TRANS-EOF             VALUE "10".
003300   88 TRANS-FILE-MISSING    VALUE "35".
003400
003500 01 WS-ADDED-COUNT    PIC 9(6) VALUE 0.
003600 01 WS-REPLACED-COUNT PIC 9(6) VALUE 0.
003700 01 WS-DELETED-COUNT  PIC 9(6) VALUE 0.
003800 01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
003900
004000 01 WS-TRANS-VALID-SW PIC X VALUE "Y".
004100   88 TRANS-VALID           VALUE "Y".
004200
004300*A group is paid at one frequency - every pay date of the group
004400*is checked against the ones already on file.
004500 01 WS-GROUP-SCAN-SW  PIC X VALUE "N".
004600   88 GROUP-SCAN-DONE       VALUE "Y".
004700 01 WS-OTHER-FREQUENCY PIC X(1).
004800
004900 PROCEDURE DIVISION.
005000     PERFORM OPEN-CALENDAR-FILE.
005100     PERFORM APPLY-CALENDAR-TRANS.
005200     CLOSE PAY-CALENDAR-FILE.
005300     DISPLAY "Pay dates added    : " WS-ADDED-COUNT.
005400     DISPLAY "Pay dates replaced : " WS-REPLACED-COUNT.
005500     DISPLAY "Pay dates deleted  : " WS-DELETED-COUNT.
005600     DISPLAY "Pay dates rejected : " WS-REJECTED-COUNT.
005700     GOBACK.
005800
005900*A missing calendar file is created empty - the payroll driver
006000*then refuses every scheduled run until pay dates are loaded.
006100 OPEN-CALENDAR-FILE.
006200     OPEN I-O PAY-CALENDAR-FILE.
006300     IF CALENDAR-FILE-MISSING
006400       OPEN OUTPUT PAY-CALENDAR-FILE
006500       IF NOT CALENDAR-FILE-OK
006600         DISPLAY "Pay calendar file create error, status "
006700             WS-CALENDAR-STATUS
006800         STOP RUN
006900       END-IF
007000       CLOSE PAY-CALENDAR-FILE
007100       OPEN I-O PAY-CALENDAR-FILE
007200     END-IF.
007300     IF NOT CALENDAR-FILE-OK
007400       DISPLAY "Pay calendar file open error, status "
007500           WS-CALENDAR-STATUS
007600       STOP RUN
007700     END-IF.
007800
007900*Each transaction adds its pay date or replaces the one already
008000*there - re-running a load file is harmless.
008100 APPLY-CALENDAR-TRANS.
008200     OPEN INPUT CALENDAR-TRANS-FILE.
008300     IF TRANS-FILE-MISSING
008400       DISPLAY "No calendar transaction file - nothing to load"
008500     ELSE
008600       IF NOT TRANS-OK
008700         DISPLAY "Calendar transaction file open error, status "
008800             WS-TRANS-STATUS
008900         STOP RUN
009000       END-IF
009100       PERFORM UNTIL TRANS-EOF
009200         READ CALENDAR-TRANS-FILE
009300           AT END SET TRANS-EOF TO TRUE
009400           NOT AT END
009500             IF NOT TRANS-OK
009600               DISPLAY "Calendar transaction read error, status "
009700                   WS-TRANS-STATUS
009800               STOP RUN
009900             END-IF
010000             PERFORM APPLY-ONE-TRANS
010100         END-READ
010200       END-PERFORM
010300       CLOSE CALENDAR-TRANS-FILE
010400     END-IF.
010500
010600 APPLY-ONE-TRANS.
010700     IF CX-PAY-GROUP = SPACES
010800         OR CX-PAY-DATE NOT NUMERIC
010900         OR CX-PAY-DATE = 0
011000       DISPLAY "Calendar transaction rejected - pay group or "
011100           "pay date missing : " CX-PAY-GROUP " " CX-PAY-DATE
011200       ADD 1 TO WS-REJECTED-COUNT
011300     ELSE
011400       IF CX-ADD
011500         PERFORM EDIT-ADD-TRANS
011600         IF TRANS-VALID
011700           PERFORM UPSERT-CALENDAR-RECORD
011800         ELSE
011900           ADD 1 TO WS-REJECTED-COUNT
012000         END-IF
012100       ELSE
012200         IF CX-DELETE
012300           MOVE CX-PAY-GROUP TO PC-PAY-GROUP
012400           MOVE CX-PAY-DATE TO PC-PAY-DATE
012500           PERFORM DELETE-CALENDAR-RECORD
012600         ELSE
012700           DISPLAY "Calendar transaction rejected - action not "
012800               "A or D for group " CX-PAY-GROUP
012900           ADD 1 TO WS-REJECTED-COUNT
013000         END-IF
013100       END-IF
013200     END-IF.
013300
013400*The period must run forwards, and timesheets must be cut off no
013500*later than the pay date they are paid on.
013600 EDIT-ADD-TRANS.
013700     MOVE "Y" TO WS-TRANS-VALID-SW.
013800     IF CX-FREQUENCY NOT = "W"
013900         AND CX-FREQUENCY NOT = "B"
014000         AND CX-FREQUENCY NOT = "M"
014100       DISPLAY "Calendar transaction rejected - frequency not "
014200           "W, B or M for group " CX-PAY-GROUP
014300       MOVE "N" TO WS-TRANS-VALID-SW
014400     ELSE
014500       IF CX-PERIOD-START NOT NUMERIC
014600           OR CX-PERIOD-END NOT NUMERIC
014700           OR CX-CUTOFF-DATE NOT NUMERIC
014800         DISPLAY "Calendar transaction rejected - period or "
014900             "cut-off date not numeric for group " CX-PAY-GROUP
015000         MOVE "N" TO WS-TRANS-VALID-SW
015100       ELSE
015200         IF CX-PERIOD-START = 0
015300             OR CX-PERIOD-START > CX-PERIOD-END
015400           DISPLAY "Calendar transaction rejected - period "
015500               "start after end for group " CX-PAY-GROUP
015600               " pay date " CX-PAY-DATE
015700           MOVE "N" TO WS-TRANS-VALID-SW
015800         ELSE
015900           IF CX-CUTOFF-DATE = 0
016000               OR CX-CUTOFF-DATE > CX-PAY-DATE
016100             DISPLAY "Calendar transaction rejected - cut-off "
016200                 "after pay date for group " CX-PAY-GROUP
016300                 " pay date " CX-PAY-DATE
016400             MOVE "N" TO WS-TRANS-VALID-SW
016500           ELSE
016600             PERFORM CHECK-GROUP-FREQUENCY
016700           END-IF
016800         END-IF
016900       END-IF
017000     END-IF.
017100
017200 CHECK-GROUP-FREQUENCY.
017300     MOVE "N" TO WS-GROUP-SCAN-SW.
017400     MOVE CX-PAY-GROUP TO PC-PAY-GROUP.
017500     MOVE 0 TO PC-PAY-DATE.
017600     START PAY-CALENDAR-FILE KEY IS NOT LESS THAN PC-CALENDAR-KEY
017700       INVALID KEY SET GROUP-SCAN-DONE TO TRUE
017800     END-START.
017900     PERFORM UNTIL GROUP-SCAN-DONE
018000       READ PAY-CALENDAR-FILE NEXT RECORD
018100         AT END SET GROUP-SCAN-DONE TO TRUE
018200         NOT AT END
018300           IF NOT CALENDAR-FILE-OK
018400             DISPLAY "Pay calendar read error, status "
018500                 WS-CALENDAR-STATUS
018600             STOP RUN
018700           END-IF
018800           IF PC-PAY-GROUP NOT = CX-PAY-GROUP
018900             SET GROUP-SCAN-DONE TO TRUE
019000           ELSE
019100             IF PC-PAY-DATE NOT = CX-PAY-DATE
019200                 AND PC-FREQUENCY NOT = CX-FREQUENCY
019300               MOVE PC-FREQUENCY TO WS-OTHER-FREQUENCY
019400               MOVE "N" TO WS-TRANS-VALID-SW
019500               SET GROUP-SCAN-DONE TO TRUE
019600             END-IF
019700           END-IF
019800       END-READ
019900     END-PERFORM.
020000     IF NOT TRANS-VALID
020100       DISPLAY "Calendar transaction rejected - group "
020200           CX-PAY-GROUP " is paid at frequency "
020300           WS-OTHER-FREQUENCY " not " CX-FREQUENCY
020400     END-IF.
020500
020600 UPSERT-CALENDAR-RECORD.
020700     MOVE CX-PAY-GROUP TO PC-PAY-GROUP.
020800     MOVE CX-PAY-DATE TO PC-PAY-DATE.
020900     READ PAY-CALENDAR-FILE
021000       INVALID KEY
021100         PERFORM MOVE-TRANS-FIELDS
021200         WRITE PAY-CALENDAR-RECORD
021300           INVALID KEY
021400             DISPLAY "Pay date write failed for group "
021500                 PC-PAY-GROUP " status " WS-CALENDAR-STATUS
021600             ADD 1 TO WS-REJECTED-COUNT
021700           NOT INVALID KEY
021800             ADD 1 TO WS-ADDED-COUNT
021900         END-WRITE
022000       NOT INVALID KEY
022100         PERFORM MOVE-TRANS-FIELDS
022200         REWRITE PAY-CALENDAR-RECORD
022300           INVALID KEY
022400             DISPLAY "Pay date rewrite failed for group "
022500                 PC-PAY-GROUP " status " WS-CALENDAR-STATUS
022600             ADD 1 TO WS-REJECTED-COUNT
022700           NOT INVALID KEY
022800             ADD 1 TO WS-REPLACED-COUNT
022900         END-REWRITE
023000     END-READ.
023100
023200 MOVE-TRANS-FIELDS.
023300     MOVE CX-GROUP-NAME TO PC-GROUP-NAME.
023400     MOVE CX-FREQUENCY TO PC-FREQUENCY.
023500     MOVE CX-PERIOD-START TO PC-PERIOD-START.
023600     MOVE CX-PERIOD-END TO PC-PERIOD-END.
023700     MOVE CX-CUTOFF-DATE TO PC-CUTOFF-DATE.
023800
023900 DELETE-CALENDAR-RECORD.
024000     DELETE PAY-CALENDAR-FILE RECORD
024100       INVALID KEY
024200         DISPLAY "Pay date delete rejected - not on file for "
024300             "group " PC-PAY-GROUP " pay date " PC-PAY-DATE
024400         ADD 1 TO WS-REJECTED-COUNT
024500       NOT INVALID KEY
024600         ADD 1 TO WS-DELETED-COUNT
024700     END-DELETE.
