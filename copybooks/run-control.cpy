000400*batch is refused, while a restart of an incomplete batch is a
000500*legitimate checkpoint restart. The reconciliation and the
000600*exception listing process a batch only once it is completed.
000610*BatchVoid stamps V on a batch run in error once its results
000620*and everything rolled up from them have been backed out; the
000630*driver then lets the same batch id run again from the start.
000700 01  RUN-CONTROL-RECORD.
000800     05  RC-BATCH-ID         PIC X(8).
000900     05  RC-STATUS           PIC X(1).
001000         88  RC-STARTED          VALUE "S".
001100         88  RC-COMPLETED        VALUE "C".
001150         88  RC-VOIDED           VALUE "V".
001200     05  RC-START-DATE       PIC 9(8).
001300     05  RC-COMPLETE-DATE    PIC 9(8).
001400*Date of the latest void - kept when a voided batch is rerun.
001500     05  RC-VOID-DATE        PIC 9(8).
