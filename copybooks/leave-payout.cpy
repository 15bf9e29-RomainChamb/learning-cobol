000100*LEAVE-PAYOUT-RECORD - unused vacation owed to a terminated
000200*employee, keyed by employee id on the LEAVE-PAYOUT file.
000300*EmployeeBatchMaint queues it from the vacation balance when it
000400*terminates the employee; the payroll driver pays it in the
000500*next batch as the employee's final pay and marks it paid.
000600 01  LEAVE-PAYOUT-RECORD.
000700     05  LP-EMPLOYEE-ID          PIC 9(5).
000800     05  LP-PAYOUT-HOURS         PIC 9(4)V99.
000900     05  LP-QUEUED-DATE          PIC 9(8).
001000     05  LP-STATUS               PIC X(1).
001100         88  LP-QUEUED               VALUE "Q".
001200         88  LP-PAID                 VALUE "P".
001300     05  LP-PAID-BATCH-ID        PIC X(8).
