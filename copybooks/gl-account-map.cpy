000100*GL-ACCOUNT-MAP-RECORD - one line of the GL-ACCOUNT-MAP file
000200*read by GlJournalExtract, kept by accounting as an ordinary
000300*text file. Each line maps one kind of payroll amount, for one
000400*employee class or deduction code, to a ledger account.
000500 01  GL-ACCOUNT-MAP-RECORD.
000600*S salary expense and O overtime expense are mapped per
000700*EMPLOYEE-CLASS, D deduction liability per DD-DEDUCT-CODE;
000800*W withholding liability and N net pay cash clearing carry
000900*spaces in the code.
001000     05  GM-ENTRY-TYPE       PIC X(1).
001100         88  GM-SALARY-EXPENSE       VALUE "S".
001200         88  GM-OVERTIME-EXPENSE     VALUE "O".
001300         88  GM-WITHHOLD-LIABILITY   VALUE "W".
001400         88  GM-DEDUCT-LIABILITY     VALUE "D".
001500         88  GM-NET-PAY-CLEARING     VALUE "N".
001600     05  GM-CODE             PIC X(2).
001700     05  GM-ACCOUNT          PIC X(10).
001800     05  GM-DESCRIPTION      PIC X(20).
