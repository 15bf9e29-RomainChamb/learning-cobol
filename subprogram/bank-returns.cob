002600     SELECT RETURNS-REPORT-FILE ASSIGN TO "RETURNS-REPORT"
002700       ORGANIZATION IS SEQUENTIAL
002800       FILE STATUS IS WS-REPORT-STATUS.
002810     SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
002820       ORGANIZATION IS SEQUENTIAL
002830       FILE STATUS IS WS-CHGLOG-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
004600
004700 FD  RETURNS-REPORT-FILE.
004800 01  RETURNS-REPORT-LINE   PIC X(80).
004810
004820 FD  CHANGE-LOG-FILE.
004830     COPY "change-log.cpy".
004900
005000 WORKING-STORAGE SECTION.
005100
007000
007100 01 WS-REPORT-STATUS PIC XX.
007200   88 REPORT-OK              VALUE "00".
007210
007220 01 WS-CHGLOG-STATUS PIC XX.
007230   88 CHGLOG-OK              VALUE "00".
007240   88 CHGLOG-FILE-MISSING    VALUE "35".
007250
007260 01 WS-CHANGE-DATE   PIC 9(8) VALUE 0.
007270 01 WS-CHANGE-TIME   PIC 9(8) VALUE 0.
007300
007400*The bank's returned items loaded up front and matched against
007500*the paystub detail - an item left unmatched at the end goes on
017600       STOP RUN
017700     END-IF.
017800     PERFORM OPEN-CHEQUE-LIST.
017810     OPEN EXTEND CHANGE-LOG-FILE.
017820     IF CHGLOG-FILE-MISSING
017830       OPEN OUTPUT CHANGE-LOG-FILE
017840     END-IF.
017850     IF NOT CHGLOG-OK
017860       DISPLAY "Change log open error, status "
017870           WS-CHGLOG-STATUS
017880       STOP RUN
017890     END-IF.
017900
018000     PERFORM UNTIL DETAIL-EOF
018100       READ PAY-HISTORY-FILE
019700     CLOSE YTD-MASTER-FILE.
019800     CLOSE BANK-DETAILS-FILE.
019900     CLOSE CHEQUE-LIST-FILE.
019950     CLOSE CHANGE-LOG-FILE.
020000     CLOSE RETURNS-REPORT-FILE.
020100     DISPLAY "Returned items reversed  : " WS-REVERSED-COUNT.
020200     DISPLAY "Returned items mismatched: " WS-MISMATCH-COUNT.
035600*The dead account must not receive next batch's deposit - with
035700*no bank record the extract routes the employee to the cheque
035800*list until fresh details are keyed on the maintenance screen.
035810*The removal goes on the change log like any other bank change.
035900 REMOVE-BANK-RECORD.
036000     MOVE PS-EMPLOYEE-ID TO BK-EMPLOYEE-ID.
036100     READ BANK-DETAILS-FILE
036200       INVALID KEY
036300         CONTINUE
036400       NOT INVALID KEY
036450         MOVE BANK-DETAILS-RECORD TO CL-BEFORE-IMAGE
036500         DELETE BANK-DETAILS-FILE RECORD
036600           INVALID KEY
036700             DISPLAY "Bank delete failed for employee : "
036800                 BK-EMPLOYEE-ID
036810           NOT INVALID KEY
036820             PERFORM LOG-BANK-REMOVAL
036900         END-DELETE
037000     END-READ.
037005
037010 LOG-BANK-REMOVAL.
037015     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
037020     ACCEPT WS-CHANGE-TIME FROM TIME.
037025     MOVE WS-CHANGE-DATE TO CL-CHANGE-DATE.
037030     MOVE WS-CHANGE-TIME TO CL-CHANGE-TIME.
037035     MOVE "BankReturns" TO CL-SOURCE.
037040     MOVE "B" TO CL-FILE-ID.
037045     MOVE "D" TO CL-ACTION.
037050     MOVE PS-EMPLOYEE-ID TO CL-EMPLOYEE-ID.
037055     MOVE SPACES TO CL-AFTER-IMAGE.
037060     WRITE CHANGE-LOG-RECORD.
037065     IF NOT CHGLOG-OK
037070       DISPLAY "Change log write error, status "
037075           WS-CHGLOG-STATUS
037080       STOP RUN
037085     END-IF.
037100
037200 REPORT-UNMATCHED-RETURNS.
037300     PERFORM VARYING RET-IDX FROM 1 BY 1
