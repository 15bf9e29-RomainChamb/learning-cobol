002900     SELECT REWORK-QUEUE-FILE ASSIGN TO "REWORK-QUEUE"
003000       ORGANIZATION IS SEQUENTIAL
003100       FILE STATUS IS WS-REWORK-STATUS.
003116     SELECT LEAVE-PAYOUT-FILE ASSIGN TO "LEAVE-PAYOUT"
003132       ORGANIZATION IS INDEXED
003148       ACCESS MODE IS RANDOM
003164       RECORD KEY IS LP-EMPLOYEE-ID
003180       FILE STATUS IS WS-PAYOUT-STATUS.
003183     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAY-CALENDAR"
003186       ORGANIZATION IS INDEXED
003189       ACCESS MODE IS SEQUENTIAL
003192       RECORD KEY IS PC-CALENDAR-KEY
003195       FILE STATUS IS WS-CALENDAR-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
005200
005300 FD  REWORK-QUEUE-FILE.
005400     COPY "rework-record.cpy".
005425
005450 FD  LEAVE-PAYOUT-FILE.
005475     COPY "leave-payout.cpy".
005481
005487 FD  PAY-CALENDAR-FILE.
005493     COPY "pay-calendar.cpy".
005500
005600 WORKING-STORAGE SECTION.
005700
008300 01 WS-REWORK-STATUS PIC XX.
008400   88 REWORK-OK               VALUE "00".
008500   88 REWORK-FILE-MISSING     VALUE "35".
008510
008520 01 WS-PAYOUT-STATUS PIC XX.
008530   88 PAYOUT-OK               VALUE "00".
008540   88 PAYOUT-FILE-MISSING     VALUE "35".
008550
008560*No payout queue means nobody has been terminated with vacation
008570*owed since leave was kept - terminated employees are skipped.
008580 01 WS-PAYOUT-AVAIL-SW PIC X VALUE "N".
008590   88 PAYOUT-AVAILABLE        VALUE "Y".
008600
008700 01 WS-CALENDAR-STATUS PIC XX.
008755   88 CALENDAR-OK             VALUE "00".
008810   88 CALENDAR-EOF            VALUE "10".
008865   88 CALENDAR-FILE-MISSING   VALUE "35".
008920
008975*Every pay group on the calendar with its frequency, and
009030*whether the batch pays it - a scheduled batch pays the groups
009085*with the batch date on the calendar, an off-cycle batch the
009140*group keyed or every group when none is.
009195 01 WS-GROUP-COUNT      PIC 9(3) COMP VALUE 0.
009250 01 WS-GROUP-TABLE.
009305   02 WS-GROUP-ENTRY OCCURS 100 TIMES INDEXED BY GROUP-IDX.
009360     03 WS-GT-PAY-GROUP     PIC X(2).
009415     03 WS-GT-FREQUENCY     PIC X(1).
009470     03 WS-GT-DUE-SW        PIC X(1).
009525 01 WS-GROUP-MATCH-SW   PIC X VALUE "N".
009580   88 GROUP-MATCHED           VALUE "Y".
009635 01 WS-DUE-GROUP-COUNT  PIC 9(3) COMP VALUE 0.
009690 01 WS-CALENDAR-DATE    PIC 9(8).
009745
009800 01 WS-EMPLOYEE-DUE-SW  PIC X VALUE "N".
009855   88 EMPLOYEE-DUE            VALUE "Y".
009910 01 WS-NOT-DUE-COUNT    PIC 9(6) VALUE 0.
009965 01 WS-NO-GROUP-COUNT   PIC 9(6) VALUE 0.
010020
010100*SubProgramEnd only resolves once a call has loaded SubProgram
010200*- a run that paid nobody must not call it.
010300 01 WS-CALLS-MADE      PIC 9(5) COMP VALUE 0.
010850*every downstream step keys off it.
010860 01 WS-REQUESTED-DATE  PIC X(8).
010870 01 WS-PAY-DATE        PIC 9(8).
010873
010876*An off-cycle batch - a bonus or correction run - may pay on a
010879*date that is not on the pay calendar, for the one pay group
010882*keyed or for every group when none is. A scheduled batch is
010885*refused unless its pay date is on the calendar.
010888 01 WS-RUN-TYPE        PIC X(1) VALUE SPACE.
010891   88 SCHEDULED-RUN          VALUE " " "S".
010894   88 OFF-CYCLE-RUN          VALUE "O".
010897 01 WS-OFF-CYCLE-GROUP PIC X(2) VALUE SPACES.
010900
011000   COPY "pay-detail.cpy".
011100   COPY "timesheet-detail.cpy".
012700     03 WS-TS-EMPLOYEE-ID   PIC 9(5).
012800     03 WS-TS-HOURS         PIC 9(3)V99.
012900     03 WS-TS-OT-HOURS      PIC 9(3)V99.
012933     03 WS-TS-VACATION      PIC 9(3)V99.
012966     03 WS-TS-SICK          PIC 9(3)V99.
013000     03 WS-TS-DUP-SW        PIC X(1).
013100
013200 01 WS-TS-MATCH-SW      PIC X VALUE "N".
015197       MOVE WS-TODAY TO WS-PAY-DATE
015198     END-IF.
015200     MOVE WS-PAY-DATE TO WS-BATCH-ID.
015209     MOVE SPACE TO WS-RUN-TYPE.
015218     ACCEPT WS-RUN-TYPE.
015227     IF NOT SCHEDULED-RUN AND NOT OFF-CYCLE-RUN
015236       DISPLAY "Run type not S or O : " WS-RUN-TYPE
015245       STOP RUN
015254     END-IF.
015263     IF OFF-CYCLE-RUN
015272       MOVE SPACES TO WS-OFF-CYCLE-GROUP
015281       ACCEPT WS-OFF-CYCLE-GROUP
015290     END-IF.
015300
015400     PERFORM READ-CHECKPOINT.
015450     PERFORM LOAD-PAY-CALENDAR.
015500     PERFORM CHECK-RUN-CONTROL.
015600
015700     OPEN INPUT EMPLOYEE-MASTER-FILE.
016900     PERFORM OPEN-PAY-HISTORY.
017000     PERFORM LOAD-TIMESHEETS.
017100     PERFORM OPEN-REWORK-QUEUE.
017150     PERFORM OPEN-LEAVE-PAYOUT.
017200
017300     IF WS-RESTART-EMPLOYEE-ID > 0
017400       MOVE WS-RESTART-EMPLOYEE-ID TO EMPLOYEE-ID
018600                 WS-MASTER-STATUS
018700             STOP RUN
018800           END-IF
018808           PERFORM CHECK-EMPLOYEE-DUE
018816           IF EMPLOYEE-TERMINATED
018832             PERFORM FIND-QUEUED-PAYOUT
018848           ELSE
018864             PERFORM FIND-TIMESHEET
018880           END-IF
018900           IF NOT EMPLOYEE-DUE
018950               OR (EMPLOYEE-TERMINATED AND NOT TIMESHEET-PAYOUT)
019000             CONTINUE
019100           ELSE
019200           MOVE SALARY TO WS-CALL-SALARY
019300           MOVE SPACE TO TD-RUN-MODE
019400           CALL "SubProgram" USING EMPLOYEE-ID
019500               WS-CALL-SALARY EMPLOYEE-CLASS
019600               WS-BATCH-ID WS-ERROR-CODE PAY-DETAIL
020300           WRITE PAYROLL-REGISTER-LINE FROM WS-REGISTER-LINE
020400           IF WS-ERROR-CODE = 0
020500             PERFORM WRITE-PAY-HISTORY
020525             IF TIMESHEET-PAYOUT
020550               PERFORM MARK-PAYOUT-PAID
020575             END-IF
020600           ELSE
020625*A payout that fails stays queued for the next batch - the
020650*rework rerun only knows how to pay from timesheets.
020675             IF NOT TIMESHEET-PAYOUT
020700               PERFORM WRITE-REWORK-ENTRY
020750             END-IF
020800           END-IF
020900           ADD 1 TO WS-SINCE-CHECKPOINT
021000           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
022200     CLOSE PAYROLL-REGISTER-FILE.
022300     CLOSE PAY-HISTORY-FILE.
022400     CLOSE REWORK-QUEUE-FILE.
022425     IF PAYOUT-AVAILABLE
022450       CLOSE LEAVE-PAYOUT-FILE
022475     END-IF.
022483     DISPLAY "Employees not due on pay date : " WS-NOT-DUE-COUNT.
022491     DISPLAY "Employees with no pay group   : " WS-NO-GROUP-COUNT.
022500
022600*    Run completed cleanly - stamp the batch completed first,
022700*    then clear the checkpoint. A failure in between leaves a
023100     PERFORM WRITE-CHECKPOINT.
023200     GOBACK.
023300
023301*The calendar is read whole up front. A pay date with no group
023302*due is refused before anything is stamped, so a mis-keyed date
023303*cannot leave a started batch behind on the run control.
023304 LOAD-PAY-CALENDAR.
023305     MOVE WS-BATCH-ID TO WS-CALENDAR-DATE.
023306     OPEN INPUT PAY-CALENDAR-FILE.
023307     IF CALENDAR-FILE-MISSING
023308       DISPLAY "No pay calendar file - run refused, load it "
023309           "with PayCalendarLoad"
023310       STOP RUN
023311     END-IF.
023312     IF NOT CALENDAR-OK
023313       DISPLAY "Pay calendar file open error, status "
023314           WS-CALENDAR-STATUS
023315       STOP RUN
023316     END-IF.
023317     PERFORM UNTIL CALENDAR-EOF
023318       READ PAY-CALENDAR-FILE NEXT RECORD
023319         AT END SET CALENDAR-EOF TO TRUE
023320         NOT AT END
023321           IF NOT CALENDAR-OK
023322             DISPLAY "Pay calendar read error, status "
023323                 WS-CALENDAR-STATUS
023324             STOP RUN
023325           END-IF
023326           PERFORM KEEP-CALENDAR-ENTRY
023327       END-READ
023328     END-PERFORM.
023329     CLOSE PAY-CALENDAR-FILE.
023330     IF OFF-CYCLE-RUN
023331       PERFORM SELECT-OFF-CYCLE-GROUPS
023332     ELSE
023333       IF WS-DUE-GROUP-COUNT = 0
023334         DISPLAY "Pay date " WS-CALENDAR-DATE " is not on the "
023335             "pay calendar - run refused"
023336         DISPLAY "Key run type O to run an off-cycle batch"
023337         STOP RUN
023338       END-IF
023339     END-IF.
023340
023341 KEEP-CALENDAR-ENTRY.
023342     PERFORM FIND-PAY-GROUP-OF-ENTRY.
023343     IF NOT GROUP-MATCHED
023344       IF WS-GROUP-COUNT < 100
023345         ADD 1 TO WS-GROUP-COUNT
023346         MOVE PC-PAY-GROUP TO WS-GT-PAY-GROUP(WS-GROUP-COUNT)
023347         MOVE PC-FREQUENCY TO WS-GT-FREQUENCY(WS-GROUP-COUNT)
023348         MOVE "N" TO WS-GT-DUE-SW(WS-GROUP-COUNT)
023349         IF PC-PAY-DATE = WS-CALENDAR-DATE
023350           MOVE "Y" TO WS-GT-DUE-SW(WS-GROUP-COUNT)
023351           ADD 1 TO WS-DUE-GROUP-COUNT
023352         END-IF
023353       ELSE
023354         DISPLAY "WARNING - pay group table full, not paid : "
023355             PC-PAY-GROUP
023356       END-IF
023357     END-IF.
023358
023359 FIND-PAY-GROUP-OF-ENTRY.
023360     MOVE "N" TO WS-GROUP-MATCH-SW.
023361     PERFORM VARYING GROUP-IDX FROM 1 BY 1
023362         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
023363       IF WS-GT-PAY-GROUP(GROUP-IDX) = PC-PAY-GROUP
023364         SET GROUP-MATCHED TO TRUE
023365         IF PC-PAY-DATE = WS-CALENDAR-DATE
023366           MOVE "Y" TO WS-GT-DUE-SW(GROUP-IDX)
023367           ADD 1 TO WS-DUE-GROUP-COUNT
023368         END-IF
023369       END-IF
023370     END-PERFORM.
023371
023372*Off-cycle, the calendar only supplies each group's frequency -
023373*the keyed group is paid, or every group when none was keyed.
023374 SELECT-OFF-CYCLE-GROUPS.
023375     DISPLAY "Off-cycle batch for pay date " WS-CALENDAR-DATE.
023376     MOVE "N" TO WS-GROUP-MATCH-SW.
023377     PERFORM VARYING GROUP-IDX FROM 1 BY 1
023378         UNTIL GROUP-IDX > WS-GROUP-COUNT
023379       IF WS-OFF-CYCLE-GROUP = SPACES
023380           OR WS-GT-PAY-GROUP(GROUP-IDX) = WS-OFF-CYCLE-GROUP
023381         MOVE "Y" TO WS-GT-DUE-SW(GROUP-IDX)
023382         SET GROUP-MATCHED TO TRUE
023383       ELSE
023384         MOVE "N" TO WS-GT-DUE-SW(GROUP-IDX)
023385       END-IF
023386     END-PERFORM.
023387     IF NOT GROUP-MATCHED
023388       DISPLAY "Pay group " WS-OFF-CYCLE-GROUP " is not on the "
023389           "pay calendar - run refused"
023390       STOP RUN
023391     END-IF.
023392
023400*Rejected employees are queued for the PayrollRework rejects-
023500*only rerun instead of going cold on the exception listing.
023600 OPEN-REWORK-QUEUE.
025800*A batch already stamped completed on the run control must not
025900*run again - that would double the audit entries and wreck the
026000*reconciliation total. A batch still stamped started is an
026100*interrupted run and restarts legitimately. A batch voided by
026133*BatchVoid has had its results backed out and runs again from
026166*the start under the same batch id. The run control is
026200*held open for the run and stamped completed at the end.
026300 CHECK-RUN-CONTROL.
026400     OPEN I-O RUN-CONTROL-FILE.
028600       CLOSE RUN-CONTROL-FILE
028700       STOP RUN
028800     END-IF.
028900     IF RUNCTL-RECORD-FOUND AND RC-VOIDED
028908       DISPLAY "Batch " WS-BATCH-ID " voided - running again"
028916       MOVE "S" TO RC-STATUS
028924       MOVE WS-TODAY TO RC-START-DATE
028932       MOVE 0 TO RC-COMPLETE-DATE
028940       REWRITE RUN-CONTROL-RECORD
028948         INVALID KEY
028956           DISPLAY "Run control rewrite failed for batch "
028964               WS-BATCH-ID
028972       END-REWRITE
028980     ELSE
028988       IF RUNCTL-RECORD-FOUND
029000         DISPLAY "Batch " WS-BATCH-ID " restarting"
029100       ELSE
029200         MOVE WS-BATCH-ID TO RC-BATCH-ID
029300         MOVE "S" TO RC-STATUS
029400         MOVE WS-TODAY TO RC-START-DATE
029500         MOVE 0 TO RC-COMPLETE-DATE
029550         MOVE 0 TO RC-VOID-DATE
029600         WRITE RUN-CONTROL-RECORD
029700           INVALID KEY
029800             DISPLAY "Run control write failed for batch "
029900                 WS-BATCH-ID
030000         END-WRITE
030100       END-IF
030150     END-IF.
030200
030300 STAMP-RUN-COMPLETE.
030400     MOVE WS-BATCH-ID TO RC-BATCH-ID.
036500             WS-TS-HOURS(WS-TIMESHEET-COUNT)
036600         MOVE TS-OT-HOURS TO
036700             WS-TS-OT-HOURS(WS-TIMESHEET-COUNT)
036720         MOVE TS-VACATION-HOURS TO
036740             WS-TS-VACATION(WS-TIMESHEET-COUNT)
036760         MOVE TS-SICK-HOURS TO
036780             WS-TS-SICK(WS-TIMESHEET-COUNT)
036800         MOVE "N" TO WS-TS-DUP-SW(WS-TIMESHEET-COUNT)
036900       ELSE
037000         DISPLAY "WARNING - timesheet table full, dropped : "
037800 FIND-TIMESHEET.
037900     MOVE 0 TO TD-HOURS-WORKED.
038000     MOVE 0 TO TD-OT-HOURS.
038025     MOVE 0 TO TD-VACATION-HOURS.
038050     MOVE 0 TO TD-SICK-HOURS.
038075     MOVE 0 TO TD-PAYOUT-HOURS.
038100     MOVE "M" TO TD-STATUS.
038200     MOVE "N" TO WS-TS-MATCH-SW.
038300     PERFORM VARYING TS-IDX FROM 1 BY 1
039000           MOVE "F" TO TD-STATUS
039100           MOVE WS-TS-HOURS(TS-IDX) TO TD-HOURS-WORKED
039200           MOVE WS-TS-OT-HOURS(TS-IDX) TO TD-OT-HOURS
039233           MOVE WS-TS-VACATION(TS-IDX) TO TD-VACATION-HOURS
039266           MOVE WS-TS-SICK(TS-IDX) TO TD-SICK-HOURS
039300         END-IF
039400       END-IF
039500     END-PERFORM.
039600
039601*A terminated employee is paid only a vacation payout still
039602*queued from the termination - handed to SubProgram as status P
039603*with the hours in place of a timesheet.
039604 FIND-QUEUED-PAYOUT.
039605     MOVE 0 TO TD-HOURS-WORKED.
039606     MOVE 0 TO TD-OT-HOURS.
039607     MOVE 0 TO TD-VACATION-HOURS.
039608     MOVE 0 TO TD-SICK-HOURS.
039609     MOVE 0 TO TD-PAYOUT-HOURS.
039610     MOVE "M" TO TD-STATUS.
039611     IF PAYOUT-AVAILABLE
039612       MOVE EMPLOYEE-ID TO LP-EMPLOYEE-ID
039613       READ LEAVE-PAYOUT-FILE
039614         INVALID KEY
039615           CONTINUE
039616         NOT INVALID KEY
039617           IF LP-QUEUED AND LP-PAYOUT-HOURS > 0
039618             MOVE "P" TO TD-STATUS
039619             MOVE LP-PAYOUT-HOURS TO TD-PAYOUT-HOURS
039620           END-IF
039621       END-READ
039622     END-IF.
039623
039624*Marked paid once the result is on the history - a checkpoint
039625*restart that finds the result already there still marks it.
039626 MARK-PAYOUT-PAID.
039627     MOVE EMPLOYEE-ID TO LP-EMPLOYEE-ID.
039628     READ LEAVE-PAYOUT-FILE
039629       INVALID KEY
039630         DISPLAY "Vacation payout missing for employee : "
039631             EMPLOYEE-ID
039632       NOT INVALID KEY
039633         MOVE "P" TO LP-STATUS
039634         MOVE WS-BATCH-ID TO LP-PAID-BATCH-ID
039635         REWRITE LEAVE-PAYOUT-RECORD
039636           INVALID KEY
039637             DISPLAY "Vacation payout rewrite failed for "
039638                 "employee : " EMPLOYEE-ID
039639         END-REWRITE
039640     END-READ.
039641
039642 OPEN-LEAVE-PAYOUT.
039643     OPEN I-O LEAVE-PAYOUT-FILE.
039644     IF PAYOUT-OK
039645       SET PAYOUT-AVAILABLE TO TRUE
039646     ELSE
039647       IF NOT PAYOUT-FILE-MISSING
039648         DISPLAY "Leave payout file open error, status "
039649             WS-PAYOUT-STATUS
039650         STOP RUN
039651       END-IF
039652     END-IF.
039653
039700*Pay results live on the permanent keyed history - every batch
039800*appends under the employee-and-batch key and nothing is wiped
039900*between batches or at year-end. The file is created empty the
046900     MOVE PD-NET-PAY TO PS-NET-PAY.
047000     MOVE PD-OT-MULTIPLIER TO PS-OT-MULTIPLIER.
047100     MOVE PD-WITHHOLD-PCT TO PS-WITHHOLD-PCT.
047102     MOVE PD-WITHHOLD-BASIS TO PS-WITHHOLD-BASIS.
047104     MOVE PD-FILING-STATUS TO PS-FILING-STATUS.
047106     MOVE PD-ALLOWANCES TO PS-ALLOWANCES.
047108     MOVE PD-ADDITIONAL-WH TO PS-ADDITIONAL-WH.
047110     MOVE PD-DEDUCT-TOTAL TO PS-DEDUCT-TOTAL.
047120     MOVE PD-DEDUCTIONS TO PS-DEDUCTIONS.
047200     MOVE "N" TO PS-EXTRACTED.
047300     MOVE "N" TO PS-YTD-APPLIED.
047310     MOVE "N" TO PS-RETURNED.
047320     MOVE TD-HOURS-WORKED TO PS-HOURS-WORKED.
047330     MOVE TD-OT-HOURS TO PS-OT-HOURS.
047340     IF TIMESHEET-PAYOUT
047341       MOVE "P" TO PS-PAY-TYPE
047342     ELSE
047343       MOVE "N" TO PS-PAY-TYPE
047344     END-IF.
047345     MOVE TD-VACATION-HOURS TO PS-VACATION-HOURS.
047346     MOVE TD-SICK-HOURS TO PS-SICK-HOURS.
047347     MOVE TD-PAYOUT-HOURS TO PS-PAYOUT-HOURS.
047348     MOVE PD-LEAVE-PAY TO PS-LEAVE-PAY.
047349     MOVE EMPLOYEE-PAY-GROUP TO PS-PAY-GROUP.
047350     MOVE TD-PAY-FREQUENCY TO PS-PAY-FREQUENCY.
047351     MOVE "N" TO PS-LEAVE-ACCRUED.
047352     MOVE 0 TO PS-VACATION-BALANCE.
047353     MOVE 0 TO PS-SICK-BALANCE.
047354     MOVE 0 TO PS-VACATION-EARNED.
047355     MOVE 0 TO PS-SICK-EARNED.
047357     MOVE SPACE TO PS-PAID-BY.
047360     MOVE "N" TO PS-GL-POSTED.
047370     MOVE "N" TO PS-DEDUCT-REMITTED.
047400     WRITE PAYSTUB-RECORD
047500       INVALID KEY
047600         IF NOT HISTORY-DUPLICATE
050400           MOVE CP-LAST-EMPLOYEE-ID TO WS-RESTART-EMPLOYEE-ID
050500           IF WS-RESTART-EMPLOYEE-ID > 0
050600             MOVE CP-BATCH-ID TO WS-BATCH-ID
050633             MOVE CP-RUN-TYPE TO WS-RUN-TYPE
050666             MOVE CP-OFF-CYCLE-GROUP TO WS-OFF-CYCLE-GROUP
050700           END-IF
050800       END-READ
050900       CLOSE CHECKPOINT-FILE
052300     END-IF.
052400     MOVE WS-BATCH-ID TO CP-BATCH-ID.
052500     MOVE WS-TODAY TO CP-CHECKPOINT-DATE.
052533     MOVE WS-RUN-TYPE TO CP-RUN-TYPE.
052566     MOVE WS-OFF-CYCLE-GROUP TO CP-OFF-CYCLE-GROUP.
052600     WRITE CHECKPOINT-RECORD.
052700     IF NOT CHECKPOINT-OK
052800       DISPLAY "Checkpoint file write error, status "
052900           WS-CHECKPOINT-STATUS
053000     END-IF.
053100     CLOSE CHECKPOINT-FILE.
053200
053300*An employee is paid only when the batch pays their group, at
053400*the group's frequency. Active employees with no group, or one
053500*the calendar does not know, are listed and left unpaid until
053600*one is assigned. A terminated employee's queued payout is paid
053700*with the group; one terminated before groups were kept is paid
053800*by any batch that is not off-cycle for a single group.
053900 CHECK-EMPLOYEE-DUE.
054000     MOVE "N" TO WS-EMPLOYEE-DUE-SW.
054100     MOVE SPACE TO TD-PAY-FREQUENCY.
054200     MOVE "N" TO WS-GROUP-MATCH-SW.
054300     PERFORM VARYING GROUP-IDX FROM 1 BY 1
054400         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
054500       IF WS-GT-PAY-GROUP(GROUP-IDX) = EMPLOYEE-PAY-GROUP
054600         SET GROUP-MATCHED TO TRUE
054700         MOVE WS-GT-FREQUENCY(GROUP-IDX) TO TD-PAY-FREQUENCY
054800         IF WS-GT-DUE-SW(GROUP-IDX) = "Y"
054900           SET EMPLOYEE-DUE TO TRUE
055000         END-IF
055100       END-IF
055200     END-PERFORM.
055300     IF EMPLOYEE-TERMINATED
055400       IF EMPLOYEE-PAY-GROUP = SPACES
055500           AND (SCHEDULED-RUN OR WS-OFF-CYCLE-GROUP = SPACES)
055600         SET EMPLOYEE-DUE TO TRUE
055700       END-IF
055800     ELSE
055900       IF NOT GROUP-MATCHED
056000         DISPLAY "Employee " EMPLOYEE-ID " pay group '"
056100             EMPLOYEE-PAY-GROUP "' not on pay calendar - not paid"
056200         ADD 1 TO WS-NO-GROUP-COUNT
056300       ELSE
056400         IF NOT EMPLOYEE-DUE
056500           ADD 1 TO WS-NOT-DUE-COUNT
056600         END-IF
056700       END-IF
056800     END-IF.
