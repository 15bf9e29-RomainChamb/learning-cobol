000100*STANDING-THRESHOLD-RECORD - the single record of the
000200*STANDING-THRESHOLDS file kept by the school office for the
000300*academic standing report: the cumulative average for the honor
000400*roll, and the fall in term average since the previous term that
000500*puts a student on the warning list. The F line and the warning
000600*average stay the grading programs' passing threshold, so the
000700*standing report and the report cards agree on every F.
000800 01  STANDING-THRESHOLD-RECORD.
000900     05  TH-HONOR-AVERAGE    PIC 9(3)V99.
001000     05  TH-DROP-AMOUNT      PIC 9(3)V99.
