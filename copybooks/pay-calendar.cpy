000100*PAY-CALENDAR-RECORD - one scheduled pay date of a pay group,
000200*keyed by group and pay date on the keyed PAY-CALENDAR file.
000300*Every employee carries a pay group on the master; the payroll
000400*driver pays only the groups with an entry for the batch pay
000500*date, and TimesheetEdit checks hours against the group's pay
000600*period. Every entry of a group carries the group's frequency -
000700*W weekly, B biweekly, M monthly. Salary, the standard pay cap,
000800*the tax brackets and the leave accrual rates are all kept as
000900*weekly figures and scaled to the frequency of the pay. Loaded
001000*by PayCalendarLoad and listed by PayCalendarList.
001100 01  PAY-CALENDAR-RECORD.
001200     05  PC-CALENDAR-KEY.
001300         10  PC-PAY-GROUP        PIC X(2).
001400         10  PC-PAY-DATE         PIC 9(8).
001500     05  PC-GROUP-NAME           PIC X(20).
001600     05  PC-FREQUENCY            PIC X(1).
001700         88  PC-WEEKLY               VALUE "W".
001800         88  PC-BIWEEKLY             VALUE "B".
001900         88  PC-MONTHLY              VALUE "M".
002000     05  PC-PERIOD-START         PIC 9(8).
002100     05  PC-PERIOD-END           PIC 9(8).
002200*Last day timesheets for the period are taken by the payroll
002300*office.
002400     05  PC-CUTOFF-DATE          PIC 9(8).
