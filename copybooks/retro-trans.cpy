000100*RETRO-TRANS-RECORD - one retroactive pay request on the
000200*RETRO-TRANS file, read by RetroPay. The employee's salary and
000300*class on the master are taken as the corrected figures, and
000400*every batch paid to the employee on or after the effective
000500*date is recomputed with them.
000600 01  RETRO-TRANS-RECORD.
000700     05  RX-EMPLOYEE-ID      PIC 9(5).
000800     05  RX-EFFECTIVE-DATE   PIC 9(8).
