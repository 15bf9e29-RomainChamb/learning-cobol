002800*applied twice for the same item.
002900     05  PS-RETURNED         PIC X(1).
003000         88  PS-PAYMENT-RETURNED     VALUE "Y".
003100*Hours the result was paid for, carried so a retroactive
003200*recompute of an hourly batch pays the same hours at the new
003300*rate. Zero on results written before the hours were kept.
003400     05  PS-HOURS-WORKED     PIC 9(3)V99.
003500     05  PS-OT-HOURS         PIC 9(3)V99.
003600*R marks a retroactive adjustment written by RetroPay - the
003700*difference owed for earlier batches, not a regular batch
003800*result, so a later retro run never recomputes it as one.
003900     05  PS-PAY-TYPE         PIC X(1).
004000         88  PS-RETRO-ADJUSTMENT     VALUE "R".
004050         88  PS-LEAVE-PAYOUT         VALUE "P".
004100*Set by PaymentExtract with the extracted flag - D when the net
004200*went to the bank file as a direct deposit, C when it went to
004300*the cheque list - so a deposit can be traced back to the bank
004400*details it was paid to.
004500     05  PS-PAID-BY          PIC X(1).
004600         88  PS-PAID-DIRECT          VALUE "D".
004700         88  PS-PAID-CHEQUE          VALUE "C".
004800*Set by GlJournalExtract - P once the result is in a posted
004900*journal, R once a bounced deposit has also been reversed in
005000*one - so nothing is posted or reversed in the ledger twice.
005100     05  PS-GL-POSTED        PIC X(1).
005200         88  PS-GL-JOURNALED         VALUE "P".
005300         88  PS-GL-RETURN-REVERSED   VALUE "R".
005400*Set to Y by DeductRemit once the result's deductions have been
005500*remitted to their payees, so a re-run after a rework rerun
005600*remits and draws down only the newly appended results.
005620*Set to C instead when a payee the result takes money for has
005640*nothing to send, its refunds equalling or exceeding what is
005660*taken for it. Nothing of the result is sent or drawn down, and
005680*the next remittance takes it up again, whatever its batch.
005700     05  PS-DEDUCT-REMITTED  PIC X(1).
005800         88  PS-DEDUCTIONS-REMITTED  VALUE "Y".
005850         88  PS-DEDUCTIONS-CARRIED   VALUE "C".
005900*How the withholding was worked out, from the pay detail - B
005910*tax brackets, E exempt, F class percentage; blank on results
005920*written before withholding elections were kept, which were all
005930*class percentage - with the election figures it was worked on.
006000     05  PS-WITHHOLD-BASIS   PIC X(1).
006100         88  PS-WITHHOLD-BRACKETED   VALUE "B".
006200         88  PS-WITHHOLD-EXEMPT      VALUE "E".
006300     05  PS-FILING-STATUS    PIC X(1).
006400     05  PS-ALLOWANCES       PIC 9(2).
006500     05  PS-ADDITIONAL-WH    PIC 9(5)V99.
006600*Leave paid in the result - hours taken from the timesheet, or
006700*the hours of a terminated employee's vacation payout (pay type
006800*P) - and the part of the base pay it came to.
006900     05  PS-VACATION-HOURS   PIC 9(3)V99.
007000     05  PS-SICK-HOURS       PIC 9(3)V99.
007100     05  PS-PAYOUT-HOURS     PIC 9(4)V99.
007200     05  PS-LEAVE-PAY        PIC S9(5)V99.
007300*Set to Y by LeaveAccrual once the batch's accrual and the leave
007400*taken are on the leave balances, with the balances as they then
007500*stood, so a re-run after a rework rerun posts only the newly
007600*appended results and the stub shows the balances of its day.
007700     05  PS-LEAVE-ACCRUED    PIC X(1).
007800         88  PS-LEAVE-POSTED         VALUE "Y".
007900     05  PS-VACATION-BALANCE PIC S9(4)V99.
008000     05  PS-SICK-BALANCE     PIC S9(4)V99.
008100*Hours LeaveAccrual credited for the result, kept so a batch
008200*void can take back exactly what was earned.
008300     05  PS-VACATION-EARNED  PIC 9(2)V99.
008400     05  PS-SICK-EARNED      PIC 9(2)V99.
008500*Pay group the result was paid under and its frequency; blank
008600*on results written before pay groups, which were all weekly,
008650*and on RetroPay adjustments, which span several pays.
008700     05  PS-PAY-GROUP        PIC X(2).
008800     05  PS-PAY-FREQUENCY    PIC X(1).
