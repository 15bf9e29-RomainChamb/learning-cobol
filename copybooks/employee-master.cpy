000700     05  EMPLOYEE-CLASS          PIC X(2).
000800     05  SALARY                  PIC 9(5)V99.
000900*Terminated employees keep their record and history but are no
001000*longer picked up by the payroll driver, except to pay out the
001050*unused vacation queued for them at termination.
001100     05  EMPLOYEE-STATUS         PIC X(1).
001200         88  EMPLOYEE-ACTIVE         VALUE "A".
001300         88  EMPLOYEE-TERMINATED     VALUE "T".
001400*Pay group on the PAY-CALENDAR - the driver pays the employee
001500*only on the group's pay dates. Blank until one is assigned.
001600     05  EMPLOYEE-PAY-GROUP      PIC X(2).
