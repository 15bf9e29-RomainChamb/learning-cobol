000100*GL-JOURNAL-RECORD - fixed-format journal lines written to the
000200*GL-JOURNAL file by GlJournalExtract for the ledger system to
000300*post. One detail line per account and side, followed by one
000400*trailer carrying the line count and the debit and credit
000500*totals so the ledger can prove the file arrived whole and in
000600*balance. Amounts are unsigned; the side says which way.
000700 01  GL-JOURNAL-RECORD.
000800     05  GJ-RECORD-TYPE      PIC X(1).
000900         88  GJ-DETAIL               VALUE "D".
001000         88  GJ-TRAILER              VALUE "T".
001100     05  GJ-BATCH-ID         PIC X(8).
001200     05  GJ-POST-DATE        PIC 9(8).
001300     05  GJ-LINE-NUMBER      PIC 9(4).
001400     05  GJ-ACCOUNT          PIC X(10).
001500     05  GJ-DEBIT-CREDIT     PIC X(1).
001600         88  GJ-DEBIT                VALUE "D".
001700         88  GJ-CREDIT               VALUE "C".
001800     05  GJ-AMOUNT           PIC 9(9)V99.
001900     05  GJ-DESCRIPTION      PIC X(30).
002000 01  GL-JOURNAL-TRAILER.
002100     05  GT-RECORD-TYPE      PIC X(1).
002200     05  GT-BATCH-ID         PIC X(8).
002300     05  GT-LINE-COUNT       PIC 9(4).
002400     05  GT-DEBIT-TOTAL      PIC 9(11)V99.
002500     05  GT-CREDIT-TOTAL     PIC 9(11)V99.
002600     05  FILLER              PIC X(34).
