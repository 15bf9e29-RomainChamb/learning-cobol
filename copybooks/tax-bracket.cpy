000100*TAX-BRACKET-RECORD - one income-tax withholding bracket, keyed
000200*by filing status, effective date and threshold on the keyed
000300*TAX-BRACKET file. Amounts are weekly, scaled by SubProgram to
000350*the pay group's period. For each filing
000400*status SubProgram uses the brackets with the latest effective
000500*date that is not after the batch run date, so next year's
000600*brackets can be loaded ahead of time and an old batch re-run
000700*with the brackets in force then. Pay after allowances is
000800*withheld at the base amount of the highest threshold it
000900*reaches plus the marginal rate on the excess over that
001000*threshold. Until brackets are in force for a batch date the
001100*class percentage on the RATE-TABLE applies as before. Loaded
001200*by TaxBracketLoad.
001300 01  TAX-BRACKET-RECORD.
001400     05  TB-BRACKET-KEY.
001500         10  TB-FILING-STATUS    PIC X(1).
001600         10  TB-EFFECTIVE-DATE   PIC 9(8).
001700         10  TB-THRESHOLD        PIC 9(7)V99.
001800     05  TB-BASE-AMOUNT          PIC 9(7)V99.
001900     05  TB-MARGINAL-RATE        PIC V999.
002000*Value of one allowance, taken off the pay before the brackets
002100*are applied. Keyed on every bracket of a status and date; the
002200*lowest bracket's is the one used.
002300     05  TB-ALLOWANCE-AMT        PIC 9(5)V99.
