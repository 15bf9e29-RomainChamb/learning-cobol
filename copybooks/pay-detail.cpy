002000         10  PD-DEDUCT-ENTRY OCCURS 5 TIMES.
002100             15  PD-DEDUCT-CODE  PIC X(2).
002200             15  PD-DEDUCT-AMT   PIC S9(5)V99.
002300*How the withholding was worked out - B from the tax brackets
002400*on the employee's election, E nothing withheld under an exempt
002500*election, F the class percentage - with the election figures
002600*the brackets were worked on.
002700     05  PD-WITHHOLD-BASIS   PIC X(1).
002800         88  PD-WITHHOLD-BRACKETED   VALUE "B".
002900         88  PD-WITHHOLD-EXEMPT      VALUE "E".
003000         88  PD-WITHHOLD-FLAT        VALUE "F".
003100     05  PD-FILING-STATUS    PIC X(1).
003200     05  PD-ALLOWANCES       PIC 9(2).
003300     05  PD-ADDITIONAL-WH    PIC 9(5)V99.
003400*The part of the base pay that was leave paid at the regular
003500*rate - vacation and sick hours taken, or a vacation payout.
003600     05  PD-LEAVE-PAY        PIC S9(5)V99.
