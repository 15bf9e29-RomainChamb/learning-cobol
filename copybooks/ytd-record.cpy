000200*employee id on the YTD-MASTER file. Rolled forward from each
000300*batch's PAY-HISTORY results by YtdUpdate, reported by
000310*YtdStatement,
000400*and zeroed for the new year by the controlled YtdReset step
000410*once YearEndClose has archived the year to PRIOR-EARNINGS.
000500 01  YTD-RECORD.
000600     05  YTD-EMPLOYEE-ID     PIC 9(5).
000700     05  YTD-EMPLOYEE-NAME   PIC X(20).
