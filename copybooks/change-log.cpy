000100*CHANGE-LOG-RECORD - one record per add, change or delete made
000200*to the employee master, bank details, deductions master or
000300*withholding elections by the maintenance programs, appended to
000400*the permanent CHANGE-LOG file and never rewritten. The images
000500*are the whole record as it stood before and after the change -
000600*spaces for the before image of an add and the after image of a
000700*delete - so audit can see exactly what moved, and ChangeReport
000800*can flag bank detail changes made just ahead of a payday.
000900 01  CHANGE-LOG-RECORD.
001000     05  CL-CHANGE-DATE      PIC 9(8).
001100     05  CL-CHANGE-TIME      PIC 9(8).
001200*Program that made the change.
001300     05  CL-SOURCE           PIC X(20).
001400     05  CL-FILE-ID          PIC X(1).
001500         88  CL-EMPLOYEE-MASTER      VALUE "E".
001600         88  CL-BANK-DETAILS         VALUE "B".
001700         88  CL-DEDUCT-MASTER        VALUE "D".
001750         88  CL-WITHHOLD-ELECTION    VALUE "W".
001800*A termination keeps the master record, so it is logged as a
001900*delete whose after image shows the terminated status.
002000     05  CL-ACTION           PIC X(1).
002100         88  CL-ADDED                VALUE "A".
002200         88  CL-CHANGED              VALUE "C".
002300         88  CL-DELETED              VALUE "D".
002400     05  CL-EMPLOYEE-ID      PIC 9(5).
002500     05  CL-BEFORE-IMAGE     PIC X(80).
002600     05  CL-AFTER-IMAGE      PIC X(80).
