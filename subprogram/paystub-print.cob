005200   02 FILLER              PIC X(22) VALUE "Base pay           : ".
005300   02 WS-BL-AMOUNT        PIC ZZZZ9.99.
005400   02 FILLER              PIC X(50) VALUE SPACES.
005405
005410*Leave paid at the regular rate is part of the base pay above.
005415 01 WS-LEAVE-LINE.
005420   02 FILLER              PIC X(22) VALUE "  Leave in base    : ".
005425   02 FILLER              PIC X(9)  VALUE "vacation ".
005430   02 WS-LV-VACATION      PIC ZZ9.99.
005435   02 FILLER              PIC X(7)  VALUE "  sick ".
005440   02 WS-LV-SICK          PIC ZZ9.99.
005445   02 FILLER              PIC X(7)  VALUE "  paid ".
005450   02 WS-LV-AMOUNT        PIC ZZZZ9.99.
005455   02 FILLER              PIC X(15) VALUE SPACES.
005460
005465 01 WS-PAYOUT-LINE.
005470   02 FILLER              PIC X(22) VALUE "  Vacation payout  : ".
005475   02 WS-PO-HOURS         PIC ZZZ9.99.
005480   02 FILLER              PIC X(31) VALUE
005485       " hours unused at termination".
005490   02 FILLER              PIC X(20) VALUE SPACES.
005500
005600 01 WS-OT-LINE.
005700   02 FILLER              PIC X(22) VALUE "Overtime pay       : ".
007100   02 FILLER              PIC X(10) VALUE "  at pct ".
007200   02 WS-WL-PCT           PIC .999.
007300   02 FILLER              PIC X(36) VALUE SPACES.
007305
007310*Shown under the withholding when it was worked from the tax
007315*brackets on the employee's election.
007320 01 WS-ELECTION-LINE.
007325   02 FILLER              PIC X(22) VALUE "  Filing status    : ".
007330   02 WS-EN-STATUS        PIC X(1).
007335   02 FILLER              PIC X(14) VALUE "   allowances ".
007340   02 WS-EN-ALLOWANCES    PIC Z9.
007345   02 FILLER              PIC X(14) VALUE "   additional ".
007350   02 WS-EN-ADDITIONAL    PIC ZZZZ9.99.
007355   02 FILLER              PIC X(19) VALUE SPACES.
007360
007365 01 WS-EXEMPT-LINE.
007370   02 FILLER              PIC X(44) VALUE
007375       "  Exempt - nothing withheld under election".
007380   02 FILLER              PIC X(36) VALUE SPACES.
007400
007410 01 WS-DED-IDX PIC 9(1).
007420
007600   02 FILLER              PIC X(22) VALUE "Net pay            : ".
007700   02 WS-NL-AMOUNT        PIC ZZZZ9.99.
007800   02 FILLER              PIC X(50) VALUE SPACES.
007806
007812*Balances as they stood once the batch's accrual was posted.
007818 01 WS-BALANCE-LINE.
007824   02 FILLER              PIC X(22) VALUE "Leave balances     : ".
007830   02 FILLER              PIC X(9)  VALUE "vacation ".
007836   02 WS-BA-VACATION      PIC -ZZZ9.99.
007842   02 FILLER              PIC X(7)  VALUE "  sick ".
007848   02 WS-BA-SICK          PIC -ZZZ9.99.
007854   02 FILLER              PIC X(26) VALUE SPACES.
007860
007866 01 WS-BALANCE-PENDING-LINE.
007872   02 FILLER              PIC X(22) VALUE "Leave balances     : ".
007878   02 FILLER              PIC X(40) VALUE
007884       "shown once the batch accrual has posted".
007890   02 FILLER              PIC X(18) VALUE SPACES.
007900
008000 01 WS-BLANK-LINE        PIC X(80) VALUE SPACES.
008100
013300     WRITE PAYSTUB-REPORT-LINE FROM WS-EMPLOYEE-LINE.
013400     MOVE PS-BASE-PAY TO WS-BL-AMOUNT.
013500     WRITE PAYSTUB-REPORT-LINE FROM WS-BASE-LINE.
013550     PERFORM PRINT-LEAVE-TAKEN.
013600     MOVE PS-OT-PAY TO WS-OL-AMOUNT.
013700     MOVE PS-OT-MULTIPLIER TO WS-OL-MULTIPLIER.
013800     WRITE PAYSTUB-REPORT-LINE FROM WS-OT-LINE.
014100     MOVE PS-WITHHOLD-AMT TO WS-WL-AMOUNT.
014200     MOVE PS-WITHHOLD-PCT TO WS-WL-PCT.
014300     WRITE PAYSTUB-REPORT-LINE FROM WS-WITHHOLD-LINE.
014301     IF PS-WITHHOLD-BRACKETED
014302       MOVE PS-FILING-STATUS TO WS-EN-STATUS
014303       MOVE PS-ALLOWANCES TO WS-EN-ALLOWANCES
014304       MOVE PS-ADDITIONAL-WH TO WS-EN-ADDITIONAL
014305       WRITE PAYSTUB-REPORT-LINE FROM WS-ELECTION-LINE
014306     END-IF.
014307     IF PS-WITHHOLD-EXEMPT
014308       WRITE PAYSTUB-REPORT-LINE FROM WS-EXEMPT-LINE
014309     END-IF.
014310     PERFORM PRINT-DEDUCTIONS.
014400     MOVE PS-NET-PAY TO WS-NL-AMOUNT.
014500     WRITE PAYSTUB-REPORT-LINE FROM WS-NET-LINE.
014550     PERFORM PRINT-LEAVE-BALANCES.
014600     WRITE PAYSTUB-REPORT-LINE FROM WS-RULE-LINE.
014700     WRITE PAYSTUB-REPORT-LINE FROM WS-BLANK-LINE.
014800     IF NOT REPORT-OK
016700       MOVE PS-DEDUCT-TOTAL TO WS-DT-AMOUNT
016800       WRITE PAYSTUB-REPORT-LINE FROM WS-DEDUCT-TOTAL-LINE
016900     END-IF.
017000
017100*Leave taken in the batch, or the hours of a vacation payout -
017200*neither is kept on results written before leave was.
017300 PRINT-LEAVE-TAKEN.
017400     IF PS-LEAVE-PAYOUT AND PS-PAYOUT-HOURS IS NUMERIC
017500       MOVE PS-PAYOUT-HOURS TO WS-PO-HOURS
017600       WRITE PAYSTUB-REPORT-LINE FROM WS-PAYOUT-LINE
017700     ELSE
017800       IF PS-VACATION-HOURS IS NUMERIC
017900           AND PS-SICK-HOURS IS NUMERIC
018000           AND PS-LEAVE-PAY IS NUMERIC
018100           AND (PS-VACATION-HOURS > 0 OR PS-SICK-HOURS > 0)
018200         MOVE PS-VACATION-HOURS TO WS-LV-VACATION
018300         MOVE PS-SICK-HOURS TO WS-LV-SICK
018400         MOVE PS-LEAVE-PAY TO WS-LV-AMOUNT
018500         WRITE PAYSTUB-REPORT-LINE FROM WS-LEAVE-LINE
018600       END-IF
018700     END-IF.
018800
018900*The balances stamped on the result by the leave accrual. A
019000*result not yet accrued says so rather than print stale figures.
019100 PRINT-LEAVE-BALANCES.
019200     IF PS-LEAVE-POSTED
019300       MOVE PS-VACATION-BALANCE TO WS-BA-VACATION
019400       MOVE PS-SICK-BALANCE TO WS-BA-SICK
019500       WRITE PAYSTUB-REPORT-LINE FROM WS-BALANCE-LINE
019600     ELSE
019700       IF PS-LEAVE-ACCRUED = "N" AND NOT PS-RETRO-ADJUSTMENT
019800         WRITE PAYSTUB-REPORT-LINE FROM WS-BALANCE-PENDING-LINE
019900       END-IF
020000     END-IF.
