000200*to SubProgram for one employee. Status F means one timesheet
000300*was found, M none, D more than one - hourly classes turn M and
000400*D into timesheet error codes instead of a zero or doubled
000433*payment. Status P is no timesheet at all but a terminated
000466*employee's queued vacation payout, the hours in TD-PAYOUT-HOURS.
000500*COPY in WORKING-STORAGE of the caller and in the
000600*LINKAGE SECTION of SubProgram.
000700 01  TIMESHEET-DETAIL.
000800     05  TD-HOURS-WORKED     PIC 9(3)V99.
001100         88  TIMESHEET-FOUND       VALUE "F".
001200         88  TIMESHEET-MISSING     VALUE "M".
001300         88  TIMESHEET-DUPLICATE   VALUE "D".
001400         88  TIMESHEET-PAYOUT      VALUE "P".
001500     05  TD-VACATION-HOURS   PIC 9(3)V99.
001600     05  TD-SICK-HOURS       PIC 9(3)V99.
001700     05  TD-PAYOUT-HOURS     PIC 9(4)V99.
001800*Frequency of the employee's pay group - W, B or M, blank taken
001900*as weekly - which scales the weekly salary, pay cap and tax
002000*brackets to the pay period.
002100     05  TD-PAY-FREQUENCY    PIC X(1).
002200         88  TD-BIWEEKLY           VALUE "B".
002300         88  TD-MONTHLY            VALUE "M".
002400*R when RetroPay recomputes a batch already paid. Withholding is
002500*then worked on the election the batch was paid on, carried in
002600*the fields below, not the one on file today, and a deduction
002700*with a total owed is taken at the amount the batch took, not
002800*against a balance that has been drawn down since. Blank on
002900*every other call.
003000     05  TD-RUN-MODE         PIC X(1).
003100         88  TD-RECOMPUTE          VALUE "R".
003200     05  TD-WH-BASIS         PIC X(1).
003300     05  TD-FILING-STATUS    PIC X(1).
003400     05  TD-ALLOWANCES       PIC 9(2).
003500     05  TD-ADDITIONAL-WH    PIC 9(5)V99.
003600     05  TD-PAID-DEDUCTIONS.
003700         10  TD-PAID-DED-COUNT   PIC 9(1).
003800         10  TD-PAID-DED-ENTRY OCCURS 5 TIMES.
003900             15  TD-PAID-DED-CODE    PIC X(2).
004000             15  TD-PAID-DED-AMT     PIC S9(5)V99.
