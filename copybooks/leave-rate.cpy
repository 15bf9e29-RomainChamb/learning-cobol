000100*LEAVE-RATE-RECORD - one line of the LEAVE-RATE file read by
000200*LeaveAccrual, kept by HR as an ordinary text file. Each line
000300*gives the hours of one kind of leave an employee class earns
000400*per completed weekly batch - scaled for biweekly and monthly
000450*pay groups - and the most of that leave's balance that carries
000500*over into a new year.
000600 01  LEAVE-RATE-RECORD.
000700     05  LR-EMPLOYEE-CLASS       PIC X(2).
000800*V vacation, S sick - as LB-LEAVE-TYPE.
000900     05  LR-LEAVE-TYPE           PIC X(1).
001000     05  LR-ACCRUAL-HOURS        PIC 9(2)V99.
001100     05  LR-CARRYOVER-CAP        PIC 9(4)V99.
