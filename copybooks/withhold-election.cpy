000100*WITHHOLD-ELECTION-RECORD - one employee's income-tax
000200*withholding election, keyed by employee id on the
000300*WITHHOLD-ELECTION file. Maintained by EmployeeMaint and by
000400*EmployeeBatchMaint, and read by SubProgram to work the
000500*withholding out from the tax bracket table. An employee with
000600*no election on file is withheld for as single with no
000700*allowances; ElectionCheck lists them before the batch runs.
000800 01  WITHHOLD-ELECTION-RECORD.
000900     05  WE-EMPLOYEE-ID      PIC 9(5).
001000*Filing status picks the set of brackets - S single, M married,
001100*H head of household.
001200     05  WE-FILING-STATUS    PIC X(1).
001300         88  WE-VALID-STATUS         VALUE "S" "M" "H".
001400     05  WE-ALLOWANCES       PIC 9(2).
001500*Extra flat amount the employee asked to have withheld on top
001600*of the bracket figure every batch.
001700     05  WE-ADDITIONAL-AMT   PIC 9(5)V99.
001800*Y claims exemption - nothing at all is withheld.
001900     05  WE-EXEMPT           PIC X(1).
002000         88  WE-EXEMPT-CLAIMED       VALUE "Y".
002100*Date the election was last keyed.
002200     05  WE-ELECTION-DATE    PIC 9(8).
