000900       ACCESS MODE IS DYNAMIC
001000       RECORD KEY IS YTD-EMPLOYEE-ID
001100       FILE STATUS IS WS-YTD-STATUS.
001110     SELECT YEAR-END-CONTROL-FILE ASSIGN TO "YEAR-END-CONTROL"
001120       ORGANIZATION IS INDEXED
001130       ACCESS MODE IS RANDOM
001140       RECORD KEY IS YC-YEAR
001150       FILE STATUS IS WS-YECTL-STATUS.
001200
001300 DATA DIVISION.
001400 FILE SECTION.
001500 FD  YTD-MASTER-FILE.
001600     COPY "ytd-record.cpy".
001610
001620 FD  YEAR-END-CONTROL-FILE.
001630     COPY "year-end-control.cpy".
001700
001800 WORKING-STORAGE SECTION.
001900
002000 01 WS-YTD-STATUS   PIC XX.
002100   88 YTD-OK                VALUE "00".
002200   88 YTD-EOF               VALUE "10".
002210
002220 01 WS-YECTL-STATUS PIC XX.
002230   88 YECTL-OK              VALUE "00".
002240   88 YECTL-FILE-MISSING    VALUE "35".
002250
002260 01 WS-YEAR-CLOSED-SW PIC X VALUE "N".
002270   88 YEAR-IS-CLOSED        VALUE "Y".
002300
002400 01 WS-CURRENT-YEAR PIC 9(4).
002410 01 WS-PRIOR-YEAR   PIC 9(4).
002500
002600 01 WS-TODAY.
002700   02 WS-TD-YEAR      PIC 9(4).
002900
003000 01 WS-RESET-COUNT   PIC 9(6) VALUE 0.
003100 01 WS-CURRENT-COUNT PIC 9(6) VALUE 0.
003110 01 WS-UNCLOSED-COUNT PIC 9(6) VALUE 0.
003200
003300 PROCEDURE DIVISION.
003400*Controlled year-start reset - only records still carrying an
003600*figures already accumulated for the new year.
003700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003800     MOVE WS-TD-YEAR TO WS-CURRENT-YEAR.
003804
003808*Zeroing a year nobody has closed would lose its figures for
003812*good - the YearEndClose step must have archived and reconciled
003816*last year first, and any older year still on the master must
003820*be closed before its records are touched.
003824     OPEN INPUT YEAR-END-CONTROL-FILE.
003828     IF YECTL-FILE-MISSING
003832       DISPLAY "No year-end control file - run the year-end "
003836           "close before the reset"
003840       STOP RUN
003844     END-IF.
003848     IF NOT YECTL-OK
003852       DISPLAY "Year-end control file open error, status "
003856           WS-YECTL-STATUS
003860       STOP RUN
003864     END-IF.
003868     COMPUTE WS-PRIOR-YEAR = WS-CURRENT-YEAR - 1.
003872     PERFORM CHECK-YEAR-CLOSED.
003876     IF NOT YEAR-IS-CLOSED
003880       DISPLAY "Year " WS-PRIOR-YEAR " not closed - run the "
003884           "year-end close before the reset"
003888       CLOSE YEAR-END-CONTROL-FILE
003892       STOP RUN
003896     END-IF.
003900
004000     OPEN I-O YTD-MASTER-FILE.
004100     IF NOT YTD-OK
005500             STOP RUN
005600           END-IF
005700           IF YTD-YEAR < WS-CURRENT-YEAR
005710             MOVE YTD-YEAR TO WS-PRIOR-YEAR
005720             PERFORM CHECK-YEAR-CLOSED
005730             IF YEAR-IS-CLOSED
005800               PERFORM RESET-ONE-RECORD
005810             ELSE
005820               DISPLAY "Year " YTD-YEAR " not closed - employee "
005830                   YTD-EMPLOYEE-ID " left as is"
005840               ADD 1 TO WS-UNCLOSED-COUNT
005850             END-IF
005900           ELSE
006000             ADD 1 TO WS-CURRENT-COUNT
006100           END-IF
006300     END-PERFORM.
006400
006500     CLOSE YTD-MASTER-FILE.
006510     CLOSE YEAR-END-CONTROL-FILE.
006600     DISPLAY "Records reset for year " WS-CURRENT-YEAR " : "
006700         WS-RESET-COUNT.
006800     DISPLAY "Records already current        : "
006900         WS-CURRENT-COUNT.
006910     DISPLAY "Records left in unclosed year  : "
006920         WS-UNCLOSED-COUNT.
007000     GOBACK.
007010
007020 CHECK-YEAR-CLOSED.
007030     MOVE "N" TO WS-YEAR-CLOSED-SW.
007040     MOVE WS-PRIOR-YEAR TO YC-YEAR.
007050     READ YEAR-END-CONTROL-FILE
007060       INVALID KEY
007070         CONTINUE
007080       NOT INVALID KEY
007090         IF YC-CLOSED
007092           SET YEAR-IS-CLOSED TO TRUE
007094         END-IF
007096     END-READ.
007100
007200 RESET-ONE-RECORD.
007300     MOVE WS-CURRENT-YEAR TO YTD-YEAR.
