000200*on the TIMESHEET-FILE transaction file, matched against the
000300*employee master by the payroll driver. Hourly classes are paid
000400*hours times rate; salaried classes ignore the timesheet.
000425*Vacation and sick hours taken are paid at the regular rate and
000450*come off the leave balances - a salaried class may file a
000475*timesheet carrying leave hours only.
000500 01  TIMESHEET-RECORD.
000600     05  TS-EMPLOYEE-ID      PIC 9(5).
000700     05  TS-HOURS-WORKED     PIC 9(3)V99.
000800     05  TS-OT-HOURS         PIC 9(3)V99.
000900     05  TS-VACATION-HOURS   PIC 9(3)V99.
001000     05  TS-SICK-HOURS       PIC 9(3)V99.
