000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TaxBracketLoad.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT TAX-BRACKET-FILE ASSIGN TO "TAX-BRACKET"
000800       ORGANIZATION IS INDEXED
000900       ACCESS MODE IS RANDOM
001000       RECORD KEY IS TB-BRACKET-KEY
001100       FILE STATUS IS WS-BRACKET-STATUS.
001200     SELECT BRACKET-TRANS-FILE ASSIGN TO "TAX-BRACKET-TRANS"
001300       ORGANIZATION IS SEQUENTIAL
001400       FILE STATUS IS WS-TRANS-STATUS.
001500
001600 DATA DIVISION.
001700 FILE SECTION.
001800 FD  TAX-BRACKET-FILE.
001900     COPY "tax-bracket.cpy".
002000
002100 FD  BRACKET-TRANS-FILE.
002200     COPY "tax-bracket-trans.cpy".
002300
002400 WORKING-STORAGE SECTION.
002500
002600 01 WS-BRACKET-STATUS PIC XX.
002700   88 BRACKET-FILE-OK       VALUE "00".
002800   88 BRACKET-FILE-MISSING  VALUE "35".
002900
003000 01 WS-TRANS-STATUS  PIC XX.
003100   88 TRANS-OK              VALUE "00".
003200   88 TRANS-EOF             VALUE "10".
003300   88 TRANS-FILE-MISSING    VALUE "35".
003400
003500 01 WS-ADDED-COUNT    PIC 9(6) VALUE 0.
003600 01 WS-REPLACED-COUNT PIC 9(6) VALUE 0.
003700 01 WS-DELETED-COUNT  PIC 9(6) VALUE 0.
003800 01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
003900
004000 PROCEDURE DIVISION.
004100     PERFORM OPEN-BRACKET-TABLE.
004200     PERFORM APPLY-BRACKET-TRANS.
004300     CLOSE TAX-BRACKET-FILE.
004400     DISPLAY "Brackets added    : " WS-ADDED-COUNT.
004500     DISPLAY "Brackets replaced : " WS-REPLACED-COUNT.
004600     DISPLAY "Brackets deleted  : " WS-DELETED-COUNT.
004700     DISPLAY "Brackets rejected : " WS-REJECTED-COUNT.
004800     GOBACK.
004900
005000*A missing bracket file is created empty - with no brackets in
005100*force SubProgram goes on withholding the class percentage.
005200 OPEN-BRACKET-TABLE.
005300     OPEN I-O TAX-BRACKET-FILE.
005400     IF BRACKET-FILE-MISSING
005500       OPEN OUTPUT TAX-BRACKET-FILE
005600       IF NOT BRACKET-FILE-OK
005700         DISPLAY "Tax bracket file create error, status "
005800             WS-BRACKET-STATUS
005900         STOP RUN
006000       END-IF
006100       CLOSE TAX-BRACKET-FILE
006200       OPEN I-O TAX-BRACKET-FILE
006300     END-IF.
006400     IF NOT BRACKET-FILE-OK
006500       DISPLAY "Tax bracket file open error, status "
006600           WS-BRACKET-STATUS
006700       STOP RUN
006800     END-IF.
006900
007000*Each transaction adds its bracket or replaces the one already
007100*there - re-running a load file is harmless.
007200 APPLY-BRACKET-TRANS.
007300     OPEN INPUT BRACKET-TRANS-FILE.
007400     IF TRANS-FILE-MISSING
007500       DISPLAY "No bracket transaction file - nothing to load"
007600     ELSE
007700       IF NOT TRANS-OK
007800         DISPLAY "Bracket transaction file open error, status "
007900             WS-TRANS-STATUS
008000         STOP RUN
008100       END-IF
008200       PERFORM UNTIL TRANS-EOF
008300         READ BRACKET-TRANS-FILE
008400           AT END SET TRANS-EOF TO TRUE
008500           NOT AT END
008600             IF NOT TRANS-OK
008700               DISPLAY "Bracket transaction read error, status "
008800                   WS-TRANS-STATUS
008900               STOP RUN
009000             END-IF
009100             PERFORM APPLY-ONE-TRANS
009200         END-READ
009300       END-PERFORM
009400       CLOSE BRACKET-TRANS-FILE
009500     END-IF.
009600
009700 APPLY-ONE-TRANS.
009800     IF BX-FILING-STATUS NOT = "S"
009900         AND BX-FILING-STATUS NOT = "M"
010000         AND BX-FILING-STATUS NOT = "H"
010100       DISPLAY "Bracket transaction rejected - filing status "
010200           "not S, M or H : " BX-FILING-STATUS
010300       ADD 1 TO WS-REJECTED-COUNT
010400     ELSE
010500       MOVE BX-FILING-STATUS TO TB-FILING-STATUS
010600       MOVE BX-EFFECTIVE-DATE TO TB-EFFECTIVE-DATE
010700       MOVE BX-THRESHOLD TO TB-THRESHOLD
010800       IF BX-ADD
010900         PERFORM UPSERT-BRACKET-RECORD
011000       ELSE
011100         IF BX-DELETE
011200           PERFORM DELETE-BRACKET-RECORD
011300         ELSE
011400           DISPLAY "Bracket transaction rejected - action not "
011500               "A or D for status " BX-FILING-STATUS
011600           ADD 1 TO WS-REJECTED-COUNT
011700         END-IF
011800       END-IF
011900     END-IF.
012000
012100 UPSERT-BRACKET-RECORD.
012200     READ TAX-BRACKET-FILE
012300       INVALID KEY
012400         MOVE BX-BASE-AMOUNT TO TB-BASE-AMOUNT
012500         MOVE BX-MARGINAL-RATE TO TB-MARGINAL-RATE
012600         MOVE BX-ALLOWANCE-AMT TO TB-ALLOWANCE-AMT
012700         WRITE TAX-BRACKET-RECORD
012800           INVALID KEY
012900             DISPLAY "Bracket write failed for status "
013000                 TB-FILING-STATUS " status " WS-BRACKET-STATUS
013100             ADD 1 TO WS-REJECTED-COUNT
013200           NOT INVALID KEY
013300             ADD 1 TO WS-ADDED-COUNT
013400         END-WRITE
013500       NOT INVALID KEY
013600         MOVE BX-BASE-AMOUNT TO TB-BASE-AMOUNT
013700         MOVE BX-MARGINAL-RATE TO TB-MARGINAL-RATE
013800         MOVE BX-ALLOWANCE-AMT TO TB-ALLOWANCE-AMT
013900         REWRITE TAX-BRACKET-RECORD
014000           INVALID KEY
014100             DISPLAY "Bracket rewrite failed for status "
014200                 TB-FILING-STATUS " status " WS-BRACKET-STATUS
014300             ADD 1 TO WS-REJECTED-COUNT
014400           NOT INVALID KEY
014500             ADD 1 TO WS-REPLACED-COUNT
014600         END-REWRITE
014700     END-READ.
014800
014900 DELETE-BRACKET-RECORD.
015000     DELETE TAX-BRACKET-FILE RECORD
015100       INVALID KEY
015200         DISPLAY "Bracket delete rejected - not on file for "
015300             "status " TB-FILING-STATUS
015400         ADD 1 TO WS-REJECTED-COUNT
015500       NOT INVALID KEY
015600         ADD 1 TO WS-DELETED-COUNT
015700     END-DELETE.
