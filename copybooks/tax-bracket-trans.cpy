000100*TAX-BRACKET-TRANS-RECORD - one bracket load transaction on the
000200*TAX-BRACKET-TRANS file, applied against the keyed TAX-BRACKET
000300*file by TaxBracketLoad. Action A adds the bracket or replaces
000400*the one already there for the status, date and threshold; D
000500*removes a bracket keyed in error.
000600 01  TAX-BRACKET-TRANS-RECORD.
000700     05  BX-ACTION           PIC X(1).
000800         88  BX-ADD              VALUE "A".
000900         88  BX-DELETE           VALUE "D".
001000     05  BX-FILING-STATUS    PIC X(1).
001100     05  BX-EFFECTIVE-DATE   PIC 9(8).
001200     05  BX-THRESHOLD        PIC 9(7)V99.
001300     05  BX-BASE-AMOUNT      PIC 9(7)V99.
001400     05  BX-MARGINAL-RATE    PIC V999.
001500     05  BX-ALLOWANCE-AMT    PIC 9(5)V99.
