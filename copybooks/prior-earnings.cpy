000100*PRIOR-EARNINGS-RECORD - one employee's closed-off earnings for
000200*one year on the permanent keyed PRIOR-EARNINGS file. Written by
000300*the YearEndClose step from the YTD master before YtdReset
000400*zeroes it, so last year's wage statement can be reprinted by
000500*YtdStatement long after the running figures have moved on.
000600 01  PRIOR-EARNINGS-RECORD.
000700     05  PE-EARNINGS-KEY.
000800         10  PE-EMPLOYEE-ID  PIC 9(5).
000900         10  PE-YEAR         PIC 9(4).
001000     05  PE-EMPLOYEE-NAME    PIC X(20).
001100     05  PE-GROSS            PIC S9(7)V99.
001200     05  PE-WITHHOLD         PIC S9(7)V99.
001300     05  PE-NET              PIC S9(7)V99.
001400     05  PE-BATCH-COUNT      PIC 9(3).
001500     05  PE-CLOSE-DATE       PIC 9(8).
