000100*YEAR-END-CONTROL-RECORD - one record per earnings year on the
000200*keyed YEAR-END-CONTROL file. YearEndClose stamps S when a close
000300*starts and C once the year has been archived and reconciled
000400*clean; YtdReset refuses to zero a year that is not stamped C,
000500*and a second close of a closed year is refused.
000600 01  YEAR-END-CONTROL-RECORD.
000700     05  YC-YEAR             PIC 9(4).
000800     05  YC-STATUS           PIC X(1).
000900         88  YC-STARTED          VALUE "S".
001000         88  YC-CLOSED           VALUE "C".
001100     05  YC-START-DATE       PIC 9(8).
001200     05  YC-CLOSE-DATE       PIC 9(8).
001300     05  YC-EMPLOYEE-COUNT   PIC 9(6).
001400     05  YC-MISMATCH-COUNT   PIC 9(6).
