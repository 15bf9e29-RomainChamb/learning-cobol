000100*GL-CONTROL-RECORD - general-ledger control total for a payroll
000200*batch, used by the payroll-to-ledger reconciliation program.
000300*GlJournalExtract writes it with the net pay it credited to
000310*cash clearing for the batch, so the reconciliation compares
000320*the audit trail against what was actually posted.
000400 01  GL-CONTROL-RECORD.
000500     05  GC-BATCH-ID         PIC X(8).
000600     05  GC-CONTROL-TOTAL    PIC S9(7)V99.
