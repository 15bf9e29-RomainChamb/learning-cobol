002600       ACCESS MODE IS RANDOM
002700       RECORD KEY IS RC-BATCH-ID
002800       FILE STATUS IS WS-RUNCTL-STATUS.
002816     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAY-CALENDAR"
002832       ORGANIZATION IS INDEXED
002848       ACCESS MODE IS SEQUENTIAL
002864       RECORD KEY IS PC-CALENDAR-KEY
002880       FILE STATUS IS WS-CALENDAR-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
004600
004700 FD  RUN-CONTROL-FILE.
004800     COPY "run-control.cpy".
004825
004850 FD  PAY-CALENDAR-FILE.
004875     COPY "pay-calendar.cpy".
004900
005000 WORKING-STORAGE SECTION.
005100
007300
007400 01 WS-RUNCTL-STATUS PIC XX.
007500   88 RUNCTL-OK               VALUE "00".
007506
007512 01 WS-CALENDAR-STATUS PIC XX.
007518   88 CALENDAR-OK             VALUE "00".
007524   88 CALENDAR-EOF            VALUE "10".
007530   88 CALENDAR-FILE-MISSING   VALUE "35".
007536
007542*Frequency of each pay group on the calendar, so a retried
007548*employee is paid for their group's period as the driver would.
007554 01 WS-GROUP-COUNT      PIC 9(3) COMP VALUE 0.
007560 01 WS-GROUP-TABLE.
007566   02 WS-GROUP-ENTRY OCCURS 100 TIMES INDEXED BY GROUP-IDX.
007572     03 WS-GT-PAY-GROUP     PIC X(2).
007578     03 WS-GT-FREQUENCY     PIC X(1).
007584 01 WS-GROUP-MATCH-SW   PIC X VALUE "N".
007590   88 GROUP-MATCHED           VALUE "Y".
007600
007700*An entry is only retried once its batch is stamped completed
007800*on the run control - retrying against a batch the driver is
011000     03 WS-TS-EMPLOYEE-ID   PIC 9(5).
011100     03 WS-TS-HOURS         PIC 9(3)V99.
011200     03 WS-TS-OT-HOURS      PIC 9(3)V99.
011233     03 WS-TS-VACATION      PIC 9(3)V99.
011266     03 WS-TS-SICK          PIC 9(3)V99.
011300     03 WS-TS-DUP-SW        PIC X(1).
011400
011500 01 WS-TS-MATCH-SW      PIC X VALUE "N".
017100       STOP RUN
017200     END-IF.
017300     PERFORM LOAD-TIMESHEETS.
017400     PERFORM LOAD-PAY-GROUPS.
017500     PERFORM OPEN-OUTPUTS.
017600
017700     PERFORM RETRY-ONE-ENTRY
027600       CLOSE TIMESHEET-FILE
027700     END-IF.
027800
027801*Batches run before pay groups were kept paid everyone weekly,
027802*so with no calendar file the retries are paid weekly too.
027803 LOAD-PAY-GROUPS.
027804     OPEN INPUT PAY-CALENDAR-FILE.
027805     IF CALENDAR-FILE-MISSING
027806       DISPLAY "No pay calendar file - retries paid weekly"
027807     ELSE
027808       IF NOT CALENDAR-OK
027809         DISPLAY "Pay calendar file open error, status "
027810             WS-CALENDAR-STATUS
027811         STOP RUN
027812       END-IF
027813       PERFORM UNTIL CALENDAR-EOF
027814         READ PAY-CALENDAR-FILE NEXT RECORD
027815           AT END SET CALENDAR-EOF TO TRUE
027816           NOT AT END
027817             IF NOT CALENDAR-OK
027818               DISPLAY "Pay calendar read error, status "
027819                   WS-CALENDAR-STATUS
027820               STOP RUN
027821             END-IF
027822             PERFORM KEEP-PAY-GROUP
027823         END-READ
027824       END-PERFORM
027825       CLOSE PAY-CALENDAR-FILE
027826     END-IF.
027827
027828 KEEP-PAY-GROUP.
027829     MOVE "N" TO WS-GROUP-MATCH-SW.
027830     PERFORM VARYING GROUP-IDX FROM 1 BY 1
027831         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
027832       IF WS-GT-PAY-GROUP(GROUP-IDX) = PC-PAY-GROUP
027833         SET GROUP-MATCHED TO TRUE
027834       END-IF
027835     END-PERFORM.
027836     IF NOT GROUP-MATCHED
027837       IF WS-GROUP-COUNT < 100
027838         ADD 1 TO WS-GROUP-COUNT
027839         MOVE PC-PAY-GROUP TO WS-GT-PAY-GROUP(WS-GROUP-COUNT)
027840         MOVE PC-FREQUENCY TO WS-GT-FREQUENCY(WS-GROUP-COUNT)
027841       ELSE
027842         DISPLAY "WARNING - pay group table full, dropped : "
027843             PC-PAY-GROUP
027844       END-IF
027845     END-IF.
027846
027847*The employee's group frequency for SubProgram - blank, paid as
027848*weekly, for an employee with no group.
027849 FIND-PAY-FREQUENCY.
027850     MOVE SPACE TO TD-PAY-FREQUENCY.
027851     MOVE "N" TO WS-GROUP-MATCH-SW.
027852     PERFORM VARYING GROUP-IDX FROM 1 BY 1
027853         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
027854       IF WS-GT-PAY-GROUP(GROUP-IDX) = EMPLOYEE-PAY-GROUP
027855         SET GROUP-MATCHED TO TRUE
027856         MOVE WS-GT-FREQUENCY(GROUP-IDX) TO TD-PAY-FREQUENCY
027857       END-IF
027858     END-PERFORM.
027859
027900 KEEP-TIMESHEET.
028000     MOVE "N" TO WS-TS-MATCH-SW.
028100     PERFORM VARYING TS-IDX FROM 1 BY 1
029400             WS-TS-HOURS(WS-TIMESHEET-COUNT)
029500         MOVE TS-OT-HOURS TO
029600             WS-TS-OT-HOURS(WS-TIMESHEET-COUNT)
029620         MOVE TS-VACATION-HOURS TO
029640             WS-TS-VACATION(WS-TIMESHEET-COUNT)
029660         MOVE TS-SICK-HOURS TO
029680             WS-TS-SICK(WS-TIMESHEET-COUNT)
029700         MOVE "N" TO WS-TS-DUP-SW(WS-TIMESHEET-COUNT)
029800       ELSE
029900         DISPLAY "WARNING - timesheet table full, dropped : "
041600           MOVE "N" TO WS-QE-KEEP-SW(QUEUE-IDX)
041700           ADD 1 TO WS-DROPPED-COUNT
041800         ELSE
041814           PERFORM FIND-PAY-FREQUENCY
041828           IF EMPLOYEE-PAY-GROUP NOT = SPACES
041835               AND NOT GROUP-MATCHED
041842             DISPLAY "Employee " EMPLOYEE-ID
041856                 " pay group not on pay calendar - kept on queue"
041870             ADD 1 TO WS-FAILED-COUNT
041884           ELSE
041900             PERFORM CALL-SUBPROGRAM-AGAIN
041950           END-IF
042000         END-IF
042100     END-READ.
042200
043900 CALL-SUBPROGRAM-AGAIN.
044000     MOVE SALARY TO WS-CALL-SALARY.
044100     PERFORM FIND-TIMESHEET.
044150     MOVE SPACE TO TD-RUN-MODE.
044200     CALL "SubProgram" USING EMPLOYEE-ID
044300         WS-CALL-SALARY EMPLOYEE-CLASS
044400         WS-QE-BATCH-ID(QUEUE-IDX) WS-ERROR-CODE PAY-DETAIL
046100 FIND-TIMESHEET.
046200     MOVE 0 TO TD-HOURS-WORKED.
046300     MOVE 0 TO TD-OT-HOURS.
046325     MOVE 0 TO TD-VACATION-HOURS.
046350     MOVE 0 TO TD-SICK-HOURS.
046375     MOVE 0 TO TD-PAYOUT-HOURS.
046400     MOVE "M" TO TD-STATUS.
046500     MOVE "N" TO WS-TS-MATCH-SW.
046600     PERFORM VARYING TS-IDX FROM 1 BY 1
047300           MOVE "F" TO TD-STATUS
047400           MOVE WS-TS-HOURS(TS-IDX) TO TD-HOURS-WORKED
047500           MOVE WS-TS-OT-HOURS(TS-IDX) TO TD-OT-HOURS
047533           MOVE WS-TS-VACATION(TS-IDX) TO TD-VACATION-HOURS
047566           MOVE WS-TS-SICK(TS-IDX) TO TD-SICK-HOURS
047600         END-IF
047700       END-IF
047800     END-PERFORM.
048900     MOVE PD-NET-PAY TO PS-NET-PAY.
049000     MOVE PD-OT-MULTIPLIER TO PS-OT-MULTIPLIER.
049100     MOVE PD-WITHHOLD-PCT TO PS-WITHHOLD-PCT.
049102     MOVE PD-WITHHOLD-BASIS TO PS-WITHHOLD-BASIS.
049104     MOVE PD-FILING-STATUS TO PS-FILING-STATUS.
049106     MOVE PD-ALLOWANCES TO PS-ALLOWANCES.
049108     MOVE PD-ADDITIONAL-WH TO PS-ADDITIONAL-WH.
049110     MOVE PD-DEDUCT-TOTAL TO PS-DEDUCT-TOTAL.
049120     MOVE PD-DEDUCTIONS TO PS-DEDUCTIONS.
049200     MOVE "N" TO PS-EXTRACTED.
049300     MOVE "N" TO PS-YTD-APPLIED.
049310     MOVE "N" TO PS-RETURNED.
049320     MOVE TD-HOURS-WORKED TO PS-HOURS-WORKED.
049330     MOVE TD-OT-HOURS TO PS-OT-HOURS.
049340     MOVE "N" TO PS-PAY-TYPE.
049341     MOVE TD-VACATION-HOURS TO PS-VACATION-HOURS.
049342     MOVE TD-SICK-HOURS TO PS-SICK-HOURS.
049343     MOVE 0 TO PS-PAYOUT-HOURS.
049344     MOVE PD-LEAVE-PAY TO PS-LEAVE-PAY.
049345     MOVE EMPLOYEE-PAY-GROUP TO PS-PAY-GROUP.
049346     MOVE TD-PAY-FREQUENCY TO PS-PAY-FREQUENCY.
049347     MOVE "N" TO PS-LEAVE-ACCRUED.
049348     MOVE 0 TO PS-VACATION-BALANCE.
049349     MOVE 0 TO PS-SICK-BALANCE.
049350     MOVE 0 TO PS-VACATION-EARNED.
049351     MOVE 0 TO PS-SICK-EARNED.
049352     MOVE SPACE TO PS-PAID-BY.
049360     MOVE "N" TO PS-GL-POSTED.
049370     MOVE "N" TO PS-DEDUCT-REMITTED.
049400     WRITE PAYSTUB-RECORD
049500       INVALID KEY
049550         DISPLAY "Pay history write error, status "
