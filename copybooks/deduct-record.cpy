001700     05  DD-AMOUNT               PIC 9(5)V99.
001800     05  DD-PERCENT              PIC V999.
001900     05  DD-STOP-DATE            PIC 9(8).
002000*A deduction with a total owed - a garnishment order, a loan -
002100*carries the balance still to be recovered. SubProgram never
002200*takes more than the balance and stops taking the deduction
002300*once it reaches zero; DeductRemit draws the balance down by
002400*what each batch actually took when it remits the batch. A
002500*total of zero means the deduction runs until its stop date.
002600     05  DD-TOTAL-OWED           PIC 9(7)V99.
002700     05  DD-BALANCE-OWED         PIC 9(7)V99.
