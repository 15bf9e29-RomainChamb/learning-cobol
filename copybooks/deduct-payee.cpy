000100*DEDUCT-PAYEE-RECORD - one line per deduction code on the
000200*DEDUCT-PAYEE file, kept by payroll as an ordinary text file
000300*and read by DeductRemit: who the money taken under the code is
000400*paid to, and how.
000500 01  DEDUCT-PAYEE-RECORD.
000600     05  DP-DEDUCT-CODE      PIC X(2).
000700     05  DP-PAYEE-NAME       PIC X(30).
000800*E remits by bank transfer to the routing and account given,
000900*C by cheque to the payee named.
001000     05  DP-REMIT-METHOD     PIC X(1).
001100         88  DP-REMIT-ELECTRONIC     VALUE "E".
001200         88  DP-REMIT-CHEQUE         VALUE "C".
001300     05  DP-ROUTING-NUMBER   PIC 9(9).
001400     05  DP-ACCOUNT-NUMBER   PIC X(17).
001500*Our reference with the payee - employer number with the
001600*union or insurer, order number with the court.
001700     05  DP-REFERENCE        PIC X(20).
001800*Y where the payee needs each employee's amount and remaining
001900*balance itemized - a court taking garnishments does.
002000     05  DP-EMPLOYEE-DETAIL  PIC X(1).
002100         88  DP-DETAIL-REQUIRED      VALUE "Y".
