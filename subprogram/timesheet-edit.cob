002300     SELECT EDIT-REPORT-FILE ASSIGN TO "TIMESHEET-EDIT-REPORT"
002400       ORGANIZATION IS SEQUENTIAL
002500       FILE STATUS IS WS-REPORT-STATUS.
002516     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVE-BALANCE"
002532       ORGANIZATION IS INDEXED
002548       ACCESS MODE IS RANDOM
002564       RECORD KEY IS LB-LEAVE-KEY
002580       FILE STATUS IS WS-LEAVE-STATUS.
002583     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAY-CALENDAR"
002586       ORGANIZATION IS INDEXED
002589       ACCESS MODE IS SEQUENTIAL
002592       RECORD KEY IS PC-CALENDAR-KEY
002595       FILE STATUS IS WS-CALENDAR-STATUS.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
003600     COPY "rate-table.cpy".
003700
003800 FD  CLEAN-TIMESHEET-FILE.
003900 01  CLEAN-TIMESHEET-REC   PIC X(25).
004000
004100 FD  EDIT-REPORT-FILE.
004200 01  EDIT-REPORT-LINE      PIC X(80).
004225
004250 FD  LEAVE-BALANCE-FILE.
004275     COPY "leave-balance.cpy".
004281
004287 FD  PAY-CALENDAR-FILE.
004293     COPY "pay-calendar.cpy".
004300
004400 WORKING-STORAGE SECTION.
004500
006100 01 WS-REPORT-STATUS PIC XX.
006200   88 REPORT-OK               VALUE "00".
006300
006301 01 WS-LEAVE-STATUS  PIC XX.
006303   88 LEAVE-OK                VALUE "00".
006305   88 LEAVE-FILE-MISSING      VALUE "35".
006307
006309*No leave balance file means no leave has been accrued yet, so
006311*every leave hour reported is beyond the balance.
006313 01 WS-LEAVE-AVAIL-SW   PIC X VALUE "N".
006315   88 LEAVE-AVAILABLE         VALUE "Y".
006317
006319 01 WS-LEAVE-HOURS      PIC 9(4)V99.
006321 01 WS-AVAIL-HOURS      PIC S9(4)V99.
006323
006325 01 WS-CALENDAR-STATUS  PIC XX.
006327   88 CALENDAR-OK             VALUE "00".
006329   88 CALENDAR-EOF            VALUE "10".
006331   88 CALENDAR-FILE-MISSING   VALUE "35".
006333
006335*Pay date the timesheets are for, keyed by the operator. With
006337*one keyed each employee's pay group must be due on it and the
006339*hours are checked against the group's pay period; with none
006341*the hours are checked against a week as they always were.
006343 01 WS-REQUESTED-DATE   PIC X(8).
006345 01 WS-PAY-DATE         PIC 9(8) VALUE 0.
006347 01 WS-CALENDAR-LOADED-SW PIC X VALUE "N".
006349   88 CALENDAR-LOADED         VALUE "Y".
006351
006353 01 WS-GROUP-COUNT      PIC 9(3) COMP VALUE 0.
006355 01 WS-DUE-GROUP-COUNT  PIC 9(3) COMP VALUE 0.
006357 01 WS-GROUP-TABLE.
006359   02 WS-GROUP-ENTRY OCCURS 100 TIMES INDEXED BY GROUP-IDX.
006361     03 WS-GT-PAY-GROUP     PIC X(2).
006363     03 WS-GT-FREQUENCY     PIC X(1).
006365     03 WS-GT-DUE-SW        PIC X(1).
006367 01 WS-GROUP-MATCH-SW   PIC X VALUE "N".
006369   88 GROUP-MATCHED           VALUE "Y".
006371 01 WS-GROUP-DUE-SW     PIC X VALUE "N".
006373   88 GROUP-DUE               VALUE "Y".
006375 01 WS-FOUND-FREQUENCY  PIC X(1).
006377
006400*Sane ranges for the reported hours - anything past these is a
006500*keying mistake, not a work week. They are a week's, scaled to
006550*the pay period of a biweekly or monthly group.
006600 01 WS-MAX-HOURS     PIC 9(3)V99 VALUE 168.00.
006700 01 WS-MAX-OT-HOURS  PIC 9(3)V99 VALUE 80.00.
006720 01 WS-WEEK-HOURS    PIC 9(3)V99 VALUE 168.00.
006740 01 WS-WEEK-OT-HOURS PIC 9(3)V99 VALUE 80.00.
006760 01 WS-WEEKS-PER-YEAR PIC 9(2) VALUE 52.
006780 01 WS-PAYS-PER-YEAR  PIC 9(2) VALUE 52.
006800
006900*Batch timesheets loaded up front and matched by employee id,
007000*as the payroll driver does - a second record for the same
007800     03 WS-TS-EMPLOYEE-ID   PIC 9(5).
007900     03 WS-TS-HOURS         PIC 9(3)V99.
008000     03 WS-TS-OT-HOURS      PIC 9(3)V99.
008033     03 WS-TS-VACATION      PIC 9(3)V99.
008066     03 WS-TS-SICK          PIC 9(3)V99.
008100     03 WS-TS-DUP-SW        PIC X(1).
008200
008300 01 WS-TS-MATCH-SW      PIC X VALUE "N".
008400   88 TS-MATCHED              VALUE "Y".
008500
008600*Pay basis by class in force today, from the rates file - the
008700*edit rejects hours worked filed for salaried classes.
008800 01 WS-RATES-LOADED-SW  PIC X VALUE "N".
008900   88 RATES-LOADED            VALUE "Y".
009000
011100   02 WS-CR-EMPLOYEE-ID PIC 9(5).
011200   02 WS-CR-HOURS       PIC 9(3)V99.
011300   02 WS-CR-OT-HOURS    PIC 9(3)V99.
011333   02 WS-CR-VACATION    PIC 9(3)V99.
011366   02 WS-CR-SICK        PIC 9(3)V99.
011400
011500 01 WS-REJECT-LINE.
011600   02 FILLER              PIC X(13) VALUE "Employee ID ".
013300
013400 PROCEDURE DIVISION.
013500     ACCEPT WS-EDIT-RUN-DATE FROM DATE YYYYMMDD.
013506     MOVE SPACES TO WS-REQUESTED-DATE.
013512     ACCEPT WS-REQUESTED-DATE.
013518     IF WS-REQUESTED-DATE NOT = SPACES
013524         AND WS-REQUESTED-DATE NOT NUMERIC
013530       DISPLAY "Requested pay date not numeric : "
013536           WS-REQUESTED-DATE
013542       STOP RUN
013548     END-IF.
013554     IF WS-REQUESTED-DATE IS NUMERIC
013560         AND WS-REQUESTED-DATE NOT = "00000000"
013566       MOVE WS-REQUESTED-DATE TO WS-PAY-DATE
013572       PERFORM LOAD-PAY-CALENDAR
013578     ELSE
013584       DISPLAY "No pay date keyed - hours checked against a week"
013590     END-IF.
013600     PERFORM LOAD-CLASS-BASIS.
013700     PERFORM LOAD-TIMESHEETS.
013800     IF WS-TIMESHEET-COUNT = 0
015800           WS-REPORT-STATUS
015900       STOP RUN
016000     END-IF.
016050     PERFORM OPEN-LEAVE-BALANCE.
016100
016200     PERFORM EDIT-ONE-ENTRY
016300         VARYING TS-IDX FROM 1 BY 1
017100     CLOSE EMPLOYEE-MASTER-FILE.
017200     CLOSE CLEAN-TIMESHEET-FILE.
017300     CLOSE EDIT-REPORT-FILE.
017325     IF LEAVE-AVAILABLE
017350       CLOSE LEAVE-BALANCE-FILE
017375     END-IF.
017400     DISPLAY "Timesheets accepted : " WS-ACCEPTED-COUNT.
017500     DISPLAY "Timesheets rejected : " WS-REJECTED-COUNT.
017600     GOBACK.
023000       END-IF
023100     END-IF.
023200
023201*Each group's frequency, and whether it is paid on the pay
023202*date. A date no group is paid on is a keying mistake - the
023203*edit stops rather than reject every timesheet.
023204 LOAD-PAY-CALENDAR.
023205     OPEN INPUT PAY-CALENDAR-FILE.
023206     IF CALENDAR-FILE-MISSING
023207       DISPLAY "No pay calendar file - edit refused"
023208       STOP RUN
023209     END-IF.
023210     IF NOT CALENDAR-OK
023211       DISPLAY "Pay calendar file open error, status "
023212           WS-CALENDAR-STATUS
023213       STOP RUN
023214     END-IF.
023215     PERFORM UNTIL CALENDAR-EOF
023216       READ PAY-CALENDAR-FILE NEXT RECORD
023217         AT END SET CALENDAR-EOF TO TRUE
023218         NOT AT END
023219           IF NOT CALENDAR-OK
023220             DISPLAY "Pay calendar read error, status "
023221                 WS-CALENDAR-STATUS
023222             STOP RUN
023223           END-IF
023224           PERFORM KEEP-CALENDAR-ENTRY
023225       END-READ
023226     END-PERFORM.
023227     CLOSE PAY-CALENDAR-FILE.
023228     IF WS-DUE-GROUP-COUNT = 0
023229       DISPLAY "Pay date " WS-PAY-DATE " is not on the pay "
023230           "calendar - edit refused"
023231       STOP RUN
023232     END-IF.
023233     SET CALENDAR-LOADED TO TRUE.
023234
023235 KEEP-CALENDAR-ENTRY.
023236     MOVE "N" TO WS-GROUP-MATCH-SW.
023237     PERFORM VARYING GROUP-IDX FROM 1 BY 1
023238         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
023239       IF WS-GT-PAY-GROUP(GROUP-IDX) = PC-PAY-GROUP
023240         SET GROUP-MATCHED TO TRUE
023241         IF PC-PAY-DATE = WS-PAY-DATE
023242           MOVE "Y" TO WS-GT-DUE-SW(GROUP-IDX)
023243           ADD 1 TO WS-DUE-GROUP-COUNT
023244         END-IF
023245       END-IF
023246     END-PERFORM.
023247     IF NOT GROUP-MATCHED
023248       IF WS-GROUP-COUNT < 100
023249         ADD 1 TO WS-GROUP-COUNT
023250         MOVE PC-PAY-GROUP TO WS-GT-PAY-GROUP(WS-GROUP-COUNT)
023251         MOVE PC-FREQUENCY TO WS-GT-FREQUENCY(WS-GROUP-COUNT)
023252         MOVE "N" TO WS-GT-DUE-SW(WS-GROUP-COUNT)
023253         IF PC-PAY-DATE = WS-PAY-DATE
023254           MOVE "Y" TO WS-GT-DUE-SW(WS-GROUP-COUNT)
023255           ADD 1 TO WS-DUE-GROUP-COUNT
023256         END-IF
023257       ELSE
023258         DISPLAY "WARNING - pay group table full, dropped : "
023259             PC-PAY-GROUP
023260       END-IF
023261     END-IF.
023262
023300 LOAD-TIMESHEETS.
023400     MOVE 0 TO WS-TIMESHEET-COUNT.
023500     OPEN INPUT TIMESHEET-FILE.
027400             WS-TS-HOURS(WS-TIMESHEET-COUNT)
027500         MOVE TS-OT-HOURS TO
027600             WS-TS-OT-HOURS(WS-TIMESHEET-COUNT)
027620         MOVE TS-VACATION-HOURS TO
027640             WS-TS-VACATION(WS-TIMESHEET-COUNT)
027660         MOVE TS-SICK-HOURS TO
027680             WS-TS-SICK(WS-TIMESHEET-COUNT)
027700         MOVE "N" TO WS-TS-DUP-SW(WS-TIMESHEET-COUNT)
027800       ELSE
027900*An edit that silently drops entries would pass a short clean
030700       MOVE "employee terminated" TO WS-RJ-REASON
030800       PERFORM WRITE-REJECT
030900     ELSE
030910       PERFORM FIND-PAY-GROUP
030920       IF CALENDAR-LOADED AND NOT GROUP-MATCHED
030930         MOVE "no pay group on the pay calendar" TO WS-RJ-REASON
030940         PERFORM WRITE-REJECT
030950       ELSE
030960         IF CALENDAR-LOADED AND NOT GROUP-DUE
030970           MOVE "pay group not due on pay date" TO WS-RJ-REASON
030980           PERFORM WRITE-REJECT
030990         ELSE
031000           PERFORM FIND-CLASS-BASIS
031100           IF RATES-LOADED AND NOT CLASS-MATCHED
031200             MOVE "class not on rate table" TO WS-RJ-REASON
031300             PERFORM WRITE-REJECT
031400           ELSE
031420*A salaried class is paid its salary whatever the hours, so
031440*its timesheet may only report the leave taken.
031500             IF WS-FOUND-BASIS = "S"
031520                 AND (WS-TS-HOURS(TS-IDX) > 0
031540                   OR WS-TS-OT-HOURS(TS-IDX) > 0)
031600               MOVE "salaried class - leave hours only"
031700                   TO WS-RJ-REASON
031800               PERFORM WRITE-REJECT
031900             ELSE
032000               PERFORM EDIT-HOURS
032100             END-IF
032200           END-IF
032233         END-IF
032266       END-IF
032300     END-IF.
032400
032500 EDIT-HOURS.
032600     IF WS-TS-HOURS(TS-IDX) = 0 AND WS-TS-OT-HOURS(TS-IDX) = 0
032633         AND WS-TS-VACATION(TS-IDX) = 0
032666         AND WS-TS-SICK(TS-IDX) = 0
032700       MOVE "no hours reported" TO WS-RJ-REASON
032800       PERFORM WRITE-REJECT
032900     ELSE
033600               TO WS-RJ-REASON
033700           PERFORM WRITE-REJECT
033800         ELSE
033820           COMPUTE WS-LEAVE-HOURS = WS-TS-HOURS(TS-IDX)
033840               + WS-TS-VACATION(TS-IDX) + WS-TS-SICK(TS-IDX)
033860           IF WS-LEAVE-HOURS > WS-MAX-HOURS
033880             MOVE "leave hours outside sane range"
033900                 TO WS-RJ-REASON
033920             PERFORM WRITE-REJECT
033940           ELSE
033960             PERFORM EDIT-LEAVE-BALANCE
033980           END-IF
034000         END-IF
034100       END-IF
034200     END-IF.
034202
034204*Leave reported must be covered by the balance as it stands -
034206*the batch's own accrual is not added until it has completed.
034208 EDIT-LEAVE-BALANCE.
034210     MOVE WS-TS-VACATION(TS-IDX) TO WS-LEAVE-HOURS.
034212     MOVE "V" TO LB-LEAVE-TYPE.
034214     PERFORM FIND-LEAVE-BALANCE.
034216     IF WS-LEAVE-HOURS > WS-AVAIL-HOURS
034218       MOVE "vacation hours exceed balance" TO WS-RJ-REASON
034220       PERFORM WRITE-REJECT
034222     ELSE
034224       MOVE WS-TS-SICK(TS-IDX) TO WS-LEAVE-HOURS
034226       MOVE "S" TO LB-LEAVE-TYPE
034228       PERFORM FIND-LEAVE-BALANCE
034230       IF WS-LEAVE-HOURS > WS-AVAIL-HOURS
034232         MOVE "sick hours exceed balance" TO WS-RJ-REASON
034234         PERFORM WRITE-REJECT
034236       ELSE
034238         PERFORM WRITE-CLEAN-ENTRY
034240       END-IF
034242     END-IF.
034244
034246*Balance of the leave type in LB-LEAVE-TYPE, zero when the
034248*employee has none of it on file. Nothing is read when no hours
034250*of the type were reported.
034252 FIND-LEAVE-BALANCE.
034254     MOVE 0 TO WS-AVAIL-HOURS.
034256     IF WS-LEAVE-HOURS > 0 AND LEAVE-AVAILABLE
034258       MOVE WS-TS-EMPLOYEE-ID(TS-IDX) TO LB-EMPLOYEE-ID
034260       READ LEAVE-BALANCE-FILE
034262         INVALID KEY
034264           CONTINUE
034266         NOT INVALID KEY
034268           MOVE LB-BALANCE-HOURS TO WS-AVAIL-HOURS
034270       END-READ
034272     END-IF.
034274
034276 OPEN-LEAVE-BALANCE.
034278     OPEN INPUT LEAVE-BALANCE-FILE.
034280     IF LEAVE-OK
034282       SET LEAVE-AVAILABLE TO TRUE
034284     ELSE
034286       IF NOT LEAVE-FILE-MISSING
034288         DISPLAY "Leave balance file open error, status "
034290             WS-LEAVE-STATUS
034292         STOP RUN
034294       END-IF
034296     END-IF.
034300
034303*The employee's group on the calendar and the hour limits for
034306*its pay period - a week's with no pay date keyed.
034309 FIND-PAY-GROUP.
034312     MOVE "N" TO WS-GROUP-MATCH-SW.
034315     MOVE "N" TO WS-GROUP-DUE-SW.
034318     MOVE SPACE TO WS-FOUND-FREQUENCY.
034321     PERFORM VARYING GROUP-IDX FROM 1 BY 1
034324         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
034327       IF WS-GT-PAY-GROUP(GROUP-IDX) = EMPLOYEE-PAY-GROUP
034330         SET GROUP-MATCHED TO TRUE
034333         MOVE WS-GT-DUE-SW(GROUP-IDX) TO WS-GROUP-DUE-SW
034336         MOVE WS-GT-FREQUENCY(GROUP-IDX) TO WS-FOUND-FREQUENCY
034339       END-IF
034342     END-PERFORM.
034345     EVALUATE WS-FOUND-FREQUENCY
034348       WHEN "M"
034351         MOVE 12 TO WS-PAYS-PER-YEAR
034354       WHEN "B"
034357         MOVE 26 TO WS-PAYS-PER-YEAR
034360       WHEN OTHER
034363         MOVE 52 TO WS-PAYS-PER-YEAR
034366     END-EVALUATE.
034369     COMPUTE WS-MAX-HOURS ROUNDED =
034372         WS-WEEK-HOURS * WS-WEEKS-PER-YEAR / WS-PAYS-PER-YEAR.
034375     COMPUTE WS-MAX-OT-HOURS ROUNDED =
034378         WS-WEEK-OT-HOURS * WS-WEEKS-PER-YEAR / WS-PAYS-PER-YEAR.
034381
034400 FIND-CLASS-BASIS.
034500     MOVE SPACE TO WS-FOUND-BASIS.
034600     MOVE "N" TO WS-CLASS-MATCH-SW.
035600     MOVE WS-TS-EMPLOYEE-ID(TS-IDX) TO WS-CR-EMPLOYEE-ID.
035700     MOVE WS-TS-HOURS(TS-IDX) TO WS-CR-HOURS.
035800     MOVE WS-TS-OT-HOURS(TS-IDX) TO WS-CR-OT-HOURS.
035833     MOVE WS-TS-VACATION(TS-IDX) TO WS-CR-VACATION.
035866     MOVE WS-TS-SICK(TS-IDX) TO WS-CR-SICK.
035900     WRITE CLEAN-TIMESHEET-REC FROM WS-CLEAN-RECORD.
036000     IF NOT CLEAN-OK
036100       DISPLAY "Clean timesheet write error, status "
