000100*LEAVE-BALANCE-RECORD - one employee's balance of one kind of
000200*leave, keyed by employee and leave type on the LEAVE-BALANCE
000300*file. LeaveAccrual adds each completed batch's accrual and takes
000400*off the leave paid in it, TimesheetEdit checks reported leave
000500*against the balance, and EmployeeBatchMaint moves the unused
000600*vacation to the LEAVE-PAYOUT queue on termination.
000700 01  LEAVE-BALANCE-RECORD.
000800     05  LB-LEAVE-KEY.
000900         10  LB-EMPLOYEE-ID      PIC 9(5).
001000         10  LB-LEAVE-TYPE       PIC X(1).
001100             88  LB-VACATION         VALUE "V".
001200             88  LB-SICK             VALUE "S".
001300*Hours available. Below zero only when a second batch took
001400*leave before the first had been accrued.
001500     05  LB-BALANCE-HOURS        PIC S9(4)V99.
001600*Year the balance is kept for - the first accrual of a new year
001700*cuts the balance carried over back to the class cap.
001800     05  LB-LEAVE-YEAR           PIC 9(4).
001900     05  LB-ACCRUED-YTD          PIC 9(4)V99.
002000     05  LB-TAKEN-YTD            PIC 9(4)V99.
002100     05  LB-LAST-BATCH-ID        PIC X(8).
