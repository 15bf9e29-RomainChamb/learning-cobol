000300*EmployeeBatchMaint. Action A adds a new hire, C changes name,
000400*class or salary (blank or zero fields are left unchanged), and
000500*D terminates the employee without deleting the record.
000525*Action W sets or replaces the employee's withholding election
000550*(filing status D deletes it); an A with a filing status also
000575*records the new hire's election. A blank exempt flag is N.
000583*The pay group must be on the PAY-CALENDAR; it is required on
000591*an add and left unchanged by a change when blank.
000600 01  MAINT-TRANS-RECORD.
000700     05  MT-ACTION           PIC X(1).
000800         88  MT-ADD              VALUE "A".
000900         88  MT-CHANGE           VALUE "C".
001000         88  MT-DELETE           VALUE "D".
001050         88  MT-ELECTION         VALUE "W".
001100     05  MT-EMPLOYEE-ID      PIC 9(5).
001200     05  MT-EMPLOYEE-NAME    PIC X(20).
001300     05  MT-EMPLOYEE-CLASS   PIC X(2).
001400     05  MT-SALARY           PIC 9(5)V99.
001500     05  MT-FILING-STATUS    PIC X(1).
001600     05  MT-ALLOWANCES       PIC 9(2).
001700     05  MT-ADDITIONAL-AMT   PIC 9(5)V99.
001800     05  MT-EXEMPT           PIC X(1).
001900     05  MT-PAY-GROUP        PIC X(2).
