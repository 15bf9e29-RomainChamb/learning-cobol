000100*GL-EXTRACT-CONTROL-RECORD - one record per payroll batch whose
000200*journal GlJournalExtract has produced, on the keyed
000300*GL-EXTRACT-CONTROL file. Written only once the journal is out
000400*and balanced; a batch with a record here is never extracted
000500*again, and a pay result appended to it later by a rework rerun
000600*is posted with the next batch's journal instead.
000700 01  GL-EXTRACT-CONTROL-RECORD.
000800     05  GX-BATCH-ID         PIC X(8).
000900     05  GX-EXTRACT-DATE     PIC 9(8).
001000     05  GX-LINE-COUNT       PIC 9(4).
001100     05  GX-DEBIT-TOTAL      PIC 9(11)V99.
001200     05  GX-CREDIT-TOTAL     PIC 9(11)V99.
001300*Net pay of the batch's own results, as written to GL-CONTROL.
001400     05  GX-NET-PAY-TOTAL    PIC S9(9)V99.
