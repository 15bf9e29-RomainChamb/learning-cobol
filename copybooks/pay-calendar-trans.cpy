000100*PAY-CALENDAR-TRANS-RECORD - one calendar load transaction on
000200*the PAY-CALENDAR-TRANS file, applied against the keyed
000300*PAY-CALENDAR file by PayCalendarLoad. Action A adds the pay
000400*date or replaces the one already there for the group; D
000500*removes a pay date keyed in error.
000600 01  PAY-CALENDAR-TRANS-RECORD.
000700     05  CX-ACTION           PIC X(1).
000800         88  CX-ADD              VALUE "A".
000900         88  CX-DELETE           VALUE "D".
001000     05  CX-PAY-GROUP        PIC X(2).
001100     05  CX-PAY-DATE         PIC 9(8).
001200     05  CX-GROUP-NAME       PIC X(20).
001300     05  CX-FREQUENCY        PIC X(1).
001400     05  CX-PERIOD-START     PIC 9(8).
001500     05  CX-PERIOD-END       PIC 9(8).
001600     05  CX-CUTOFF-DATE      PIC 9(8).
