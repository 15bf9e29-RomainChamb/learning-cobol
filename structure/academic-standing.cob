000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AcademicStanding.
000300
000400 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000700     SELECT STUDENT-SCORES-FILE ASSIGN TO "STUDENT-SCORES"
000800       ORGANIZATION IS SEQUENTIAL
000900       FILE STATUS IS WS-SCORES-STATUS.
001000     SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER"
001100       ORGANIZATION IS SEQUENTIAL
001200       FILE STATUS IS WS-MASTER-STATUS.
001300     SELECT HISTORY-FILE ASSIGN TO "ACADEMIC-HISTORY"
001400       ORGANIZATION IS SEQUENTIAL
001500       FILE STATUS IS WS-HISTORY-STATUS.
001600     SELECT THRESHOLD-FILE ASSIGN TO "STANDING-THRESHOLDS"
001700       ORGANIZATION IS SEQUENTIAL
001800       FILE STATUS IS WS-THRESHOLD-STATUS.
001900     SELECT STANDING-REPORT-FILE ASSIGN TO "STANDING-REPORT"
002000       ORGANIZATION IS SEQUENTIAL
002100       FILE STATUS IS WS-REPORT-STATUS.
002200     SELECT PARENT-LETTER-FILE ASSIGN TO "PARENT-LETTERS"
002300       ORGANIZATION IS SEQUENTIAL
002400       FILE STATUS IS WS-LETTER-STATUS.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  STUDENT-SCORES-FILE.
002900     COPY "student-score.cpy" REPLACING ==STUDENT-SCORE-RECORD==
003000       BY ==STUDENT-SCORES-RECORD==.
003100
003200 FD  STUDENT-MASTER-FILE.
003300     COPY "student-master.cpy".
003400
003500 FD  HISTORY-FILE.
003600     COPY "academic-history.cpy".
003700
003800 FD  THRESHOLD-FILE.
003900     COPY "standing-threshold.cpy".
004000
004100 FD  STANDING-REPORT-FILE.
004200 01  STANDING-REPORT-LINE    PIC X(80).
004300
004400 FD  PARENT-LETTER-FILE.
004500 01  PARENT-LETTER-LINE      PIC X(80).
004600
004700 WORKING-STORAGE SECTION.
004800
004900 01 WS-SCORES-STATUS    PIC XX.
005000   88 SCORES-OK                VALUE "00".
005100   88 SCORES-EOF               VALUE "10".
005200
005300 01 WS-MASTER-STATUS    PIC XX.
005400   88 MASTER-OK                VALUE "00".
005500   88 MASTER-EOF               VALUE "10".
005600
005700 01 WS-HISTORY-STATUS   PIC XX.
005800   88 HISTORY-OK               VALUE "00".
005900   88 HISTORY-EOF              VALUE "10".
006000   88 HISTORY-FILE-MISSING     VALUE "35".
006100
006200 01 WS-THRESHOLD-STATUS PIC XX.
006300   88 THRESHOLD-OK             VALUE "00".
006400   88 THRESHOLD-EOF            VALUE "10".
006500
006600 01 WS-REPORT-STATUS    PIC XX.
006700   88 REPORT-OK                VALUE "00".
006800
006900 01 WS-LETTER-STATUS    PIC XX.
007000   88 LETTER-OK                VALUE "00".
007100
007200 01 WS-PASSING-THRESHOLD PIC 9(3) VALUE 60.
007300 01 WS-HONOR-AVERAGE     PIC 9(3)V99 VALUE 0.
007400 01 WS-DROP-AMOUNT       PIC 9(3)V99 VALUE 0.
007500
007600*School year the scores file belongs to, known by the year it
007700*started in - the operator's requested year, or when none is
007710*keyed the year the current school year started. A school year
007720*runs across New Year, so a run in a month before the start
007730*month belongs to the school year that started the year before;
007740*terms run after New Year then file under the same year as the
007750*term before them, and a term run again in January replaces the
007760*one already held rather than being stored a second time.
007800 01 WS-REQUESTED-YEAR   PIC X(4).
007900 01 WS-SCHOOL-YEAR      PIC 9(4) VALUE 0.
007950 01 WS-YEAR-START-MONTH PIC 9(2) VALUE 8.
008000 01 WS-TODAY.
008100   02 WS-TODAY-YEAR     PIC 9(4).
008200   02 WS-TODAY-MONTH    PIC 9(2).
008250   02 FILLER            PIC 9(2).
008300
008400*The student master held in storage, as ReportCard does, with
008500*each student's standing worked out from the history.
008600 01 WS-MASTER-COUNT PIC 9(4) COMP VALUE 0.
008700 01 WS-MASTER-TABLE.
008800   02 WS-SM-ENTRY OCCURS 1 TO 999 TIMES
008900       DEPENDING ON WS-MASTER-COUNT
009000       INDEXED BY SM-IDX.
009100     03 WS-SM-STUDENT-ID   PIC X(5).
009200     03 WS-SM-NAME         PIC X(20).
009300     03 WS-SM-HOMEROOM     PIC X(4).
009400     03 WS-SM-ENROLLED     PIC X(1).
009500     03 WS-SM-CUM-AVERAGE  PIC 9(3)V99.
009600     03 WS-SM-LAST-AVERAGE PIC 9(3)V99.
009700     03 WS-SM-PREV-AVERAGE PIC 9(3)V99.
009800     03 WS-SM-F-COUNT      PIC 9(2).
009900     03 WS-SM-LOW-SW       PIC X(1).
010000     03 WS-SM-DROP-SW      PIC X(1).
010100*H honor roll, W warning list, N neither, blank no history.
010200     03 WS-SM-STANDING     PIC X(1).
010300
010400 01 WS-SM-MATCH-SW     PIC X VALUE "N".
010500   88 SM-MATCHED             VALUE "Y".
010600
010700*Every term of every student on the history file, in storage
010800*while this run's terms are merged in and the file rewritten.
010900 01 WS-HISTORY-COUNT PIC 9(4) COMP VALUE 0.
011000 01 WS-HISTORY-TABLE.
011100   02 WS-HI-ENTRY OCCURS 1 TO 9999 TIMES
011200       DEPENDING ON WS-HISTORY-COUNT
011300       INDEXED BY HI-IDX.
011400     03 WS-HI-STUDENT-ID   PIC X(5).
011500     03 WS-HI-TERM-KEY     PIC 9(5).
011600     03 WS-HI-TOTAL        PIC 9(5).
011700     03 WS-HI-COUNT        PIC 9(3).
011800     03 WS-HI-AVERAGE      PIC 9(3)V99.
011900     03 WS-HI-F-COUNT      PIC 9(2).
012000
012100 01 WS-HI-MATCH-SW     PIC X VALUE "N".
012200   88 HI-MATCHED             VALUE "Y".
012300
012400*This run's scores totalled by student and term before they go
012500*on the history.
012600 01 WS-RUN-COUNT PIC 9(4) COMP VALUE 0.
012700 01 WS-RUN-TABLE.
012800   02 WS-RUN-ENTRY OCCURS 1 TO 999 TIMES
012900       DEPENDING ON WS-RUN-COUNT
013000       INDEXED BY RUN-IDX.
013100     03 WS-RN-STUDENT-ID   PIC X(5).
013200     03 WS-RN-TERM-KEY.
013300       04 WS-RN-YEAR       PIC 9(4).
013400       04 WS-RN-TERM       PIC 9(1).
013500     03 WS-RN-TOTAL        PIC 9(5).
013600     03 WS-RN-COUNT        PIC 9(3).
013700     03 WS-RN-F-COUNT      PIC 9(2).
013800
013900 01 WS-RUN-MATCH-SW    PIC X VALUE "N".
014000   88 RUN-MATCHED            VALUE "Y".
014100
014200*Homerooms of the enrolled students, kept in homeroom order -
014300*one report section per entry.
014400 01 WS-HOMEROOM-COUNT PIC 9(3) COMP VALUE 0.
014500 01 WS-HOMEROOM-TABLE.
014600   02 WS-HR-ENTRY OCCURS 1 TO 200 TIMES
014700       DEPENDING ON WS-HOMEROOM-COUNT
014800       INDEXED BY HR-IDX.
014900     03 WS-HR-HOMEROOM     PIC X(4).
015000
015100 01 WS-HR-MATCH-SW     PIC X VALUE "N".
015200   88 HR-MATCHED             VALUE "Y".
015300 01 WS-HR-SLOT         PIC 9(3) COMP VALUE 0.
015400 01 WS-HR-SAVE         PIC X(4).
015500
015600 01 WS-MORE-DATA-SW    PIC X VALUE "N".
015700   88 MORE-DATA-PENDING      VALUE "Y".
015800
015900 01 WS-SCORE-VALUE     PIC 9(3).
016000 01 WS-LETTER-GRADE    PIC X(1).
016100 01 WS-CUM-TOTAL       PIC 9(7).
016200 01 WS-CUM-COUNT       PIC 9(5).
016300 01 WS-LAST-KEY        PIC 9(5).
016400 01 WS-PREV-KEY        PIC 9(5).
016500
016600 01 WS-REJECTED-COUNT  PIC 9(4) VALUE 0.
016700 01 WS-NO-HISTORY-COUNT PIC 9(4) VALUE 0.
016800 01 WS-HONOR-COUNT     PIC 9(4) VALUE 0.
016900 01 WS-WARNING-COUNT   PIC 9(4) VALUE 0.
017000 01 WS-LETTER-COUNT    PIC 9(4) VALUE 0.
017100 01 WS-SECTION-HONOR   PIC 9(4) VALUE 0.
017200 01 WS-SECTION-WARNING PIC 9(4) VALUE 0.
017300
017400 01 WS-RULE-LINE.
017500   02 FILLER               PIC X(60) VALUE ALL "-".
017600   02 FILLER               PIC X(20) VALUE SPACES.
017700
017800 01 WS-HOMEROOM-HEADER.
017900   02 FILLER               PIC X(29) VALUE
018000       "ACADEMIC STANDING - HOMEROOM ".
018100   02 WS-HH-HOMEROOM       PIC X(4).
018200   02 FILLER               PIC X(15) VALUE
018300       "   School year ".
018400   02 WS-HH-YEAR           PIC 9(4).
018500   02 FILLER               PIC X(28) VALUE SPACES.
018600
018700 01 WS-HONOR-TITLE.
018800   02 FILLER               PIC X(35) VALUE
018900       "HONOR ROLL - cumulative average of ".
019000   02 WS-HT-AVERAGE        PIC ZZ9.99.
019100   02 FILLER               PIC X(39) VALUE
019200       " or above".
019300
019400 01 WS-WARNING-TITLE.
019500   02 FILLER               PIC X(80) VALUE
019600       "ACADEMIC WARNING".
019700
019800 01 WS-COLUMN-LINE.
019900   02 FILLER               PIC X(30) VALUE "  ID     Name".
020000   02 FILLER               PIC X(10) VALUE "Cum avg".
020100   02 FILLER               PIC X(10) VALUE "Term avg".
020200   02 FILLER               PIC X(10) VALUE "Prev avg".
020300   02 FILLER               PIC X(20) VALUE "Reason".
020400
020500 01 WS-HONOR-LINE.
020600   02 FILLER               PIC X(2)  VALUE SPACES.
020700   02 WS-HD-STUDENT-ID     PIC X(5).
020800   02 FILLER               PIC X(2)  VALUE SPACES.
020900   02 WS-HD-NAME           PIC X(20).
021000   02 FILLER               PIC X(2)  VALUE SPACES.
021100   02 WS-HD-CUM-AVERAGE    PIC ZZ9.99.
021200   02 FILLER               PIC X(4)  VALUE SPACES.
021300   02 WS-HD-LAST-AVERAGE   PIC ZZ9.99.
021400   02 FILLER               PIC X(33) VALUE SPACES.
021500
021600 01 WS-WARNING-LINE.
021700   02 FILLER               PIC X(2)  VALUE SPACES.
021800   02 WS-WD-STUDENT-ID     PIC X(5).
021900   02 FILLER               PIC X(2)  VALUE SPACES.
022000   02 WS-WD-NAME           PIC X(20).
022100   02 FILLER               PIC X(2)  VALUE SPACES.
022200   02 WS-WD-CUM-AVERAGE    PIC ZZ9.99.
022300   02 FILLER               PIC X(4)  VALUE SPACES.
022400   02 WS-WD-LAST-AVERAGE   PIC ZZ9.99.
022500   02 FILLER               PIC X(4)  VALUE SPACES.
022600   02 WS-WD-PREV-AVERAGE   PIC ZZ9.99 BLANK WHEN ZERO.
022700   02 FILLER               PIC X(3)  VALUE SPACES.
022800   02 WS-WD-F-FLAG         PIC X(2).
022900   02 WS-WD-LOW-FLAG       PIC X(8).
023000   02 WS-WD-DROP-FLAG      PIC X(4).
023100   02 FILLER               PIC X(6)  VALUE SPACES.
023200
023300 01 WS-NONE-LINE.
023400   02 FILLER               PIC X(80) VALUE "  (none)".
023500
023600 01 WS-LEGEND-LINE-1.
023700   02 FILLER               PIC X(43) VALUE
023800       "Reason : F = an F in the latest term, LOW =".
023900   02 FILLER               PIC X(26) VALUE
024000       " cumulative average below ".
024100   02 WS-LG-PASSING        PIC ZZ9.
024200   02 FILLER               PIC X(8)  VALUE SPACES.
024300
024400 01 WS-LEGEND-LINE-2.
024500   02 FILLER               PIC X(43) VALUE
024600       "         DROP = term average down more than".
024700   02 FILLER               PIC X(1)  VALUE SPACE.
024800   02 WS-LG-DROP           PIC ZZ9.99.
024900   02 FILLER               PIC X(30) VALUE
025000       " since the previous term".
025100
025200 01 WS-SECTION-COUNT-LINE.
025300   02 FILLER               PIC X(13) VALUE "Honor roll : ".
025400   02 WS-SC-HONOR          PIC ZZZ9.
025500   02 FILLER               PIC X(18) VALUE
025600       "   Warning list : ".
025700   02 WS-SC-WARNING        PIC ZZZ9.
025800   02 FILLER               PIC X(41) VALUE SPACES.
025900
026000 01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
026100
026200*The parent notification letter - one page per warned student.
026300 01 WS-LETTER-TO-LINE.
026400   02 FILLER               PIC X(29) VALUE
026500       "To the parent or guardian of ".
026600   02 WS-LT-NAME           PIC X(20).
026700   02 FILLER               PIC X(31) VALUE SPACES.
026800
026900 01 WS-LETTER-ID-LINE.
027000   02 FILLER               PIC X(12) VALUE "Student id  ".
027100   02 WS-LI-STUDENT-ID     PIC X(5).
027200   02 FILLER               PIC X(13) VALUE "   Homeroom  ".
027300   02 WS-LI-HOMEROOM       PIC X(4).
027400   02 FILLER               PIC X(46) VALUE SPACES.
027500
027600 01 WS-LETTER-TEXT-1.
027700   02 FILLER               PIC X(80) VALUE
027800       "Dear parent or guardian,".
027900
028000 01 WS-LETTER-TEXT-2.
028100   02 FILLER               PIC X(40) VALUE
028200       "We write to let you know that your child".
028300   02 FILLER               PIC X(40) VALUE
028400       " has been placed on".
028500
028600 01 WS-LETTER-TEXT-3.
028700   02 FILLER               PIC X(41) VALUE
028800       "the academic warning list for school year".
028900   02 FILLER               PIC X(1)  VALUE SPACE.
029000   02 WS-L3-YEAR           PIC 9(4).
029100   02 FILLER               PIC X(34) VALUE
029200       " for the following reason(s):".
029300
029400 01 WS-LETTER-F-LINE.
029500   02 FILLER               PIC X(4)  VALUE "  - ".
029600   02 WS-LF-COUNT          PIC Z9.
029700   02 FILLER               PIC X(40) VALUE
029800       " subject(s) graded F in the latest term".
029900   02 FILLER               PIC X(34) VALUE SPACES.
030000
030100 01 WS-LETTER-LOW-LINE.
030200   02 FILLER               PIC X(27) VALUE
030300       "  - a cumulative average of".
030400   02 FILLER               PIC X(1)  VALUE SPACE.
030500   02 WS-LL-AVERAGE        PIC ZZ9.99.
030600   02 FILLER               PIC X(27) VALUE
030700       ", below the passing mark of".
030800   02 FILLER               PIC X(1)  VALUE SPACE.
030900   02 WS-LL-PASSING        PIC ZZ9.
031000   02 FILLER               PIC X(15) VALUE SPACES.
031100
031200 01 WS-LETTER-DROP-LINE.
031300   02 FILLER               PIC X(21) VALUE
031400       "  - a term average of".
031500   02 FILLER               PIC X(1)  VALUE SPACE.
031600   02 WS-LD-LAST           PIC ZZ9.99.
031700   02 FILLER               PIC X(11) VALUE ", down from".
031800   02 FILLER               PIC X(1)  VALUE SPACE.
031900   02 WS-LD-PREV           PIC ZZ9.99.
032000   02 FILLER               PIC X(34) VALUE
032100       " in the previous term".
032200
032300 01 WS-LETTER-TEXT-4.
032400   02 FILLER               PIC X(36) VALUE
032500       "Please contact your child's homeroom".
032600   02 FILLER               PIC X(44) VALUE
032700       " teacher to arrange a meeting.".
032800
032900 01 WS-LETTER-TEXT-5.
033000   02 FILLER               PIC X(80) VALUE
033100       "The School Office".
033200
033300 PROCEDURE DIVISION.
033400     MOVE SPACES TO WS-REQUESTED-YEAR.
033500     ACCEPT WS-REQUESTED-YEAR.
033600     IF WS-REQUESTED-YEAR = SPACES
033700       ACCEPT WS-TODAY FROM DATE YYYYMMDD
033800       MOVE WS-TODAY-YEAR TO WS-SCHOOL-YEAR
033810       IF WS-TODAY-MONTH < WS-YEAR-START-MONTH
033820         SUBTRACT 1 FROM WS-SCHOOL-YEAR
033830       END-IF
033900     ELSE
034000       IF WS-REQUESTED-YEAR NOT NUMERIC
034100         DISPLAY "School year not numeric : " WS-REQUESTED-YEAR
034200         STOP RUN
034300       END-IF
034400       MOVE WS-REQUESTED-YEAR TO WS-SCHOOL-YEAR
034500     END-IF.
034600
034700     PERFORM LOAD-THRESHOLDS.
034800     PERFORM LOAD-STUDENT-MASTER.
034900     PERFORM LOAD-HISTORY.
035000     PERFORM READ-TERM-SCORES.
035100     IF NOT MORE-DATA-PENDING
035200       PERFORM MERGE-TERM-RESULTS
035300           VARYING RUN-IDX FROM 1 BY 1
035400           UNTIL RUN-IDX > WS-RUN-COUNT OR MORE-DATA-PENDING
035500     END-IF.
035600     PERFORM WRITE-HISTORY.
035700
035800     PERFORM COMPUTE-ONE-STANDING
035900         VARYING SM-IDX FROM 1 BY 1
036000         UNTIL SM-IDX > WS-MASTER-COUNT.
036100
036200     OPEN OUTPUT STANDING-REPORT-FILE.
036300     IF NOT REPORT-OK
036400       DISPLAY "Standing report file open error, status "
036500           WS-REPORT-STATUS
036600       STOP RUN
036700     END-IF.
036800     OPEN OUTPUT PARENT-LETTER-FILE.
036900     IF NOT LETTER-OK
037000       DISPLAY "Parent letter file open error, status "
037100           WS-LETTER-STATUS
037200       CLOSE STANDING-REPORT-FILE
037300       STOP RUN
037400     END-IF.
037500
037600     PERFORM PRINT-ONE-HOMEROOM
037700         VARYING HR-IDX FROM 1 BY 1
037800         UNTIL HR-IDX > WS-HOMEROOM-COUNT.
037900
038000     CLOSE STANDING-REPORT-FILE.
038100     CLOSE PARENT-LETTER-FILE.
038200     IF MORE-DATA-PENDING
038300       DISPLAY "WARNING - term table full, scores dropped"
038400     END-IF.
038500     DISPLAY "Homerooms reported      : " WS-HOMEROOM-COUNT.
038600     DISPLAY "Honor roll              : " WS-HONOR-COUNT.
038700     DISPLAY "Warning list            : " WS-WARNING-COUNT.
038800     DISPLAY "Parent letters printed  : " WS-LETTER-COUNT.
038900     DISPLAY "Enrolled, no history    : " WS-NO-HISTORY-COUNT.
039000     DISPLAY "Scores rejected         : " WS-REJECTED-COUNT.
039100     GOBACK.
039200
039300*The honor roll and drop thresholds are kept by the office on
039400*their own file - without them there is no standing to report,
039500*so a missing or bad record stops the run.
039600 LOAD-THRESHOLDS.
039700     OPEN INPUT THRESHOLD-FILE.
039800     IF NOT THRESHOLD-OK
039900       DISPLAY "Standing thresholds file open error, status "
040000           WS-THRESHOLD-STATUS
040100       STOP RUN
040200     END-IF.
040300     READ THRESHOLD-FILE
040400       AT END
040500         DISPLAY "Standing thresholds file is empty"
040600         CLOSE THRESHOLD-FILE
040700         STOP RUN
040800     END-READ.
040900     IF NOT THRESHOLD-OK
041000       DISPLAY "Standing thresholds read error, status "
041100           WS-THRESHOLD-STATUS
041200       CLOSE THRESHOLD-FILE
041300       STOP RUN
041400     END-IF.
041500     IF TH-HONOR-AVERAGE NOT NUMERIC
041600         OR TH-DROP-AMOUNT NOT NUMERIC
041700         OR TH-HONOR-AVERAGE = 0
041800       DISPLAY "Standing thresholds record invalid : "
041900           STANDING-THRESHOLD-RECORD
042000       CLOSE THRESHOLD-FILE
042100       STOP RUN
042200     END-IF.
042300     MOVE TH-HONOR-AVERAGE TO WS-HONOR-AVERAGE.
042400     MOVE TH-DROP-AMOUNT TO WS-DROP-AMOUNT.
042500     CLOSE THRESHOLD-FILE.
042600
042700*The office's student master held in storage - the homeroom
042800*and enrolment of every student come from here.
042900 LOAD-STUDENT-MASTER.
043000     OPEN INPUT STUDENT-MASTER-FILE.
043100     IF NOT MASTER-OK
043200       DISPLAY "Student master file open error, status "
043300           WS-MASTER-STATUS
043400       STOP RUN
043500     END-IF.
043600     PERFORM UNTIL MASTER-EOF
043700       READ STUDENT-MASTER-FILE
043800         AT END SET MASTER-EOF TO TRUE
043900         NOT AT END
044000           IF NOT MASTER-OK
044100             DISPLAY "Student master read error, status "
044200                 WS-MASTER-STATUS
044300             STOP RUN
044400           END-IF
044500           IF WS-MASTER-COUNT < 999
044600             ADD 1 TO WS-MASTER-COUNT
044700             MOVE SM-STUDENT-ID TO
044800                 WS-SM-STUDENT-ID(WS-MASTER-COUNT)
044900             MOVE SM-STUDENT-NAME TO
045000                 WS-SM-NAME(WS-MASTER-COUNT)
045100             MOVE SM-HOMEROOM TO
045200                 WS-SM-HOMEROOM(WS-MASTER-COUNT)
045300             IF SM-ENROLLED
045400               MOVE "Y" TO WS-SM-ENROLLED(WS-MASTER-COUNT)
045500             ELSE
045600               MOVE "N" TO WS-SM-ENROLLED(WS-MASTER-COUNT)
045700             END-IF
045800           ELSE
045900             DISPLAY "WARNING - master table full, dropped : "
046000                 SM-STUDENT-ID
046100           END-IF
046200       END-READ
046300     END-PERFORM.
046400     CLOSE STUDENT-MASTER-FILE.
046500
046600*The history is permanent - the first run finds no file and
046700*starts it.
046800 LOAD-HISTORY.
046900     OPEN INPUT HISTORY-FILE.
047000     IF HISTORY-FILE-MISSING
047100       DISPLAY "No academic history file - starting a new one"
047200     ELSE
047300       IF NOT HISTORY-OK
047400         DISPLAY "Academic history file open error, status "
047500             WS-HISTORY-STATUS
047600         STOP RUN
047700       END-IF
047800       PERFORM UNTIL HISTORY-EOF
047900         READ HISTORY-FILE
048000           AT END SET HISTORY-EOF TO TRUE
048100           NOT AT END
048200             IF NOT HISTORY-OK
048300               DISPLAY "Academic history read error, status "
048400                   WS-HISTORY-STATUS
048500               CLOSE HISTORY-FILE
048600               STOP RUN
048700             END-IF
048800             IF WS-HISTORY-COUNT < 9999
048900               ADD 1 TO WS-HISTORY-COUNT
049000               MOVE AH-STUDENT-ID TO
049100                   WS-HI-STUDENT-ID(WS-HISTORY-COUNT)
049200               MOVE AH-TERM-KEY TO
049300                   WS-HI-TERM-KEY(WS-HISTORY-COUNT)
049400               MOVE AH-SCORE-TOTAL TO
049500                   WS-HI-TOTAL(WS-HISTORY-COUNT)
049600               MOVE AH-SCORE-COUNT TO
049700                   WS-HI-COUNT(WS-HISTORY-COUNT)
049800               MOVE AH-TERM-AVERAGE TO
049900                   WS-HI-AVERAGE(WS-HISTORY-COUNT)
050000               MOVE AH-F-COUNT TO
050100                   WS-HI-F-COUNT(WS-HISTORY-COUNT)
050200             ELSE
050300*Rewriting a partly loaded history would lose the rest.
050400               DISPLAY "Academic history table full - run "
050500                   "stopped, history unchanged"
050600               CLOSE HISTORY-FILE
050700               STOP RUN
050800             END-IF
050900         END-READ
051000       END-PERFORM
051100       CLOSE HISTORY-FILE
051200     END-IF.
051300
051400*This term's scores, totalled by student and term. A score
051500*whose id is not on the student master is counted and dropped -
051600*ReportCard lists those for the clerks.
051700 READ-TERM-SCORES.
051800     OPEN INPUT STUDENT-SCORES-FILE.
051900     IF NOT SCORES-OK
052000       DISPLAY "Student scores file open error, status "
052100           WS-SCORES-STATUS
052200       STOP RUN
052300     END-IF.
052400     PERFORM UNTIL SCORES-EOF OR MORE-DATA-PENDING
052500       READ STUDENT-SCORES-FILE
052600         AT END SET SCORES-EOF TO TRUE
052700         NOT AT END
052800           IF NOT SCORES-OK
052900             DISPLAY "Student scores file read error, status "
053000                 WS-SCORES-STATUS
053100             CLOSE STUDENT-SCORES-FILE
053200             STOP RUN
053300           END-IF
053400           PERFORM FIND-STUDENT-MASTER
053500           IF NOT SM-MATCHED
053600             ADD 1 TO WS-REJECTED-COUNT
053700           ELSE
053800             PERFORM TALLY-TERM
053900           END-IF
054000       END-READ
054100     END-PERFORM.
054200     CLOSE STUDENT-SCORES-FILE.
054300
054400 FIND-STUDENT-MASTER.
054500     MOVE "N" TO WS-SM-MATCH-SW.
054600     PERFORM VARYING SM-IDX FROM 1 BY 1
054700         UNTIL SM-IDX > WS-MASTER-COUNT OR SM-MATCHED
054800       IF WS-SM-STUDENT-ID(SM-IDX) = STUDENT-ID
054900         SET SM-MATCHED TO TRUE
055000       END-IF
055100     END-PERFORM.
055200
055300*Add the score to the student's entry for its term, adding the
055400*entry on first sight. A full table leaves the history
055500*unwritten rather than half a term on it.
055600 TALLY-TERM.
055700     MOVE STUDENT-SCORE TO WS-SCORE-VALUE.
055800     PERFORM SET-LETTER-GRADE.
055900     MOVE "N" TO WS-RUN-MATCH-SW.
056000     PERFORM VARYING RUN-IDX FROM 1 BY 1
056100         UNTIL RUN-IDX > WS-RUN-COUNT OR RUN-MATCHED
056200       IF WS-RN-STUDENT-ID(RUN-IDX) = STUDENT-ID
056300           AND WS-RN-TERM(RUN-IDX) = STUDENT-TERM
056400         SET RUN-MATCHED TO TRUE
056500         ADD STUDENT-SCORE TO WS-RN-TOTAL(RUN-IDX)
056600         ADD 1 TO WS-RN-COUNT(RUN-IDX)
056700         IF WS-LETTER-GRADE = "F"
056800           ADD 1 TO WS-RN-F-COUNT(RUN-IDX)
056900         END-IF
057000       END-IF
057100     END-PERFORM.
057200     IF NOT RUN-MATCHED
057300       IF WS-RUN-COUNT < 999
057400         ADD 1 TO WS-RUN-COUNT
057500         MOVE STUDENT-ID TO WS-RN-STUDENT-ID(WS-RUN-COUNT)
057600         MOVE WS-SCHOOL-YEAR TO WS-RN-YEAR(WS-RUN-COUNT)
057700         MOVE STUDENT-TERM TO WS-RN-TERM(WS-RUN-COUNT)
057800         MOVE STUDENT-SCORE TO WS-RN-TOTAL(WS-RUN-COUNT)
057900         MOVE 1 TO WS-RN-COUNT(WS-RUN-COUNT)
058000         IF WS-LETTER-GRADE = "F"
058100           MOVE 1 TO WS-RN-F-COUNT(WS-RUN-COUNT)
058200         ELSE
058300           MOVE 0 TO WS-RN-F-COUNT(WS-RUN-COUNT)
058400         END-IF
058500       ELSE
058600         SET MORE-DATA-PENDING TO TRUE
058700       END-IF
058800     END-IF.
058900
059000*A term already on the history - the same scores run again, or
059100*corrected - is replaced, so no term is ever counted twice.
059200 MERGE-TERM-RESULTS.
059300     MOVE "N" TO WS-HI-MATCH-SW.
059400     PERFORM VARYING HI-IDX FROM 1 BY 1
059500         UNTIL HI-IDX > WS-HISTORY-COUNT OR HI-MATCHED
059600       IF WS-HI-STUDENT-ID(HI-IDX) = WS-RN-STUDENT-ID(RUN-IDX)
059700           AND WS-HI-TERM-KEY(HI-IDX) = WS-RN-TERM-KEY(RUN-IDX)
059800         SET HI-MATCHED TO TRUE
059900         PERFORM STORE-TERM-RESULT
060000       END-IF
060100     END-PERFORM.
060200     IF NOT HI-MATCHED
060300       IF WS-HISTORY-COUNT < 9999
060400         ADD 1 TO WS-HISTORY-COUNT
060500         SET HI-IDX TO WS-HISTORY-COUNT
060600         MOVE WS-RN-STUDENT-ID(RUN-IDX) TO
060700             WS-HI-STUDENT-ID(HI-IDX)
060800         MOVE WS-RN-TERM-KEY(RUN-IDX) TO WS-HI-TERM-KEY(HI-IDX)
060900         PERFORM STORE-TERM-RESULT
061000       ELSE
061100         DISPLAY "WARNING - academic history table full"
061200         SET MORE-DATA-PENDING TO TRUE
061300       END-IF
061400     END-IF.
061500
061600 STORE-TERM-RESULT.
061700     MOVE WS-RN-TOTAL(RUN-IDX) TO WS-HI-TOTAL(HI-IDX).
061800     MOVE WS-RN-COUNT(RUN-IDX) TO WS-HI-COUNT(HI-IDX).
061900     MOVE WS-RN-F-COUNT(RUN-IDX) TO WS-HI-F-COUNT(HI-IDX).
062000     COMPUTE WS-HI-AVERAGE(HI-IDX) ROUNDED =
062100         WS-RN-TOTAL(RUN-IDX) / WS-RN-COUNT(RUN-IDX).
062200
062300*The whole history goes back out with this run's terms in it.
062400*After a full table nothing is written, so the file stays as
062500*the last good run left it.
062600 WRITE-HISTORY.
062700     IF MORE-DATA-PENDING
062800       DISPLAY "Academic history not rewritten"
062900     ELSE
063000       OPEN OUTPUT HISTORY-FILE
063100       IF NOT HISTORY-OK
063200         DISPLAY "Academic history file open error, status "
063300             WS-HISTORY-STATUS
063400         STOP RUN
063500       END-IF
063600       PERFORM VARYING HI-IDX FROM 1 BY 1
063700           UNTIL HI-IDX > WS-HISTORY-COUNT
063800         MOVE WS-HI-STUDENT-ID(HI-IDX) TO AH-STUDENT-ID
063900         MOVE WS-HI-TERM-KEY(HI-IDX) TO AH-TERM-KEY
064000         MOVE WS-HI-TOTAL(HI-IDX) TO AH-SCORE-TOTAL
064100         MOVE WS-HI-COUNT(HI-IDX) TO AH-SCORE-COUNT
064200         MOVE WS-HI-AVERAGE(HI-IDX) TO AH-TERM-AVERAGE
064300         MOVE WS-HI-F-COUNT(HI-IDX) TO AH-F-COUNT
064400         WRITE ACADEMIC-HISTORY-RECORD
064500         IF NOT HISTORY-OK
064600           DISPLAY "Academic history write error, status "
064700               WS-HISTORY-STATUS
064800           CLOSE HISTORY-FILE
064900           STOP RUN
065000         END-IF
065100       END-PERFORM
065200       CLOSE HISTORY-FILE
065300     END-IF.
065400
065500*Cumulative average over every term on the history, and the
065600*latest and previous terms' averages. An enrolled student with
065700*an F in the latest term, a cumulative average under the
065800*passing threshold, or a term average down by more than the
065900*drop amount is warned; otherwise a cumulative average at the
066000*honor line puts the student on the honor roll.
066100 COMPUTE-ONE-STANDING.
066200     MOVE SPACE TO WS-SM-STANDING(SM-IDX).
066300     MOVE 0 TO WS-SM-CUM-AVERAGE(SM-IDX).
066400     MOVE 0 TO WS-SM-LAST-AVERAGE(SM-IDX).
066500     MOVE 0 TO WS-SM-PREV-AVERAGE(SM-IDX).
066600     MOVE 0 TO WS-SM-F-COUNT(SM-IDX).
066700     MOVE "N" TO WS-SM-LOW-SW(SM-IDX).
066800     MOVE "N" TO WS-SM-DROP-SW(SM-IDX).
066900     IF WS-SM-ENROLLED(SM-IDX) = "Y"
067000       MOVE 0 TO WS-CUM-TOTAL
067100       MOVE 0 TO WS-CUM-COUNT
067200       MOVE 0 TO WS-LAST-KEY
067300       MOVE 0 TO WS-PREV-KEY
067400       PERFORM VARYING HI-IDX FROM 1 BY 1
067500           UNTIL HI-IDX > WS-HISTORY-COUNT
067600         IF WS-HI-STUDENT-ID(HI-IDX) = WS-SM-STUDENT-ID(SM-IDX)
067700           ADD WS-HI-TOTAL(HI-IDX) TO WS-CUM-TOTAL
067800           ADD WS-HI-COUNT(HI-IDX) TO WS-CUM-COUNT
067900           IF WS-HI-TERM-KEY(HI-IDX) > WS-LAST-KEY
068000             MOVE WS-LAST-KEY TO WS-PREV-KEY
068100             MOVE WS-SM-LAST-AVERAGE(SM-IDX) TO
068200                 WS-SM-PREV-AVERAGE(SM-IDX)
068300             MOVE WS-HI-TERM-KEY(HI-IDX) TO WS-LAST-KEY
068400             MOVE WS-HI-AVERAGE(HI-IDX) TO
068500                 WS-SM-LAST-AVERAGE(SM-IDX)
068600             MOVE WS-HI-F-COUNT(HI-IDX) TO
068700                 WS-SM-F-COUNT(SM-IDX)
068800           ELSE
068900             IF WS-HI-TERM-KEY(HI-IDX) > WS-PREV-KEY
069000               MOVE WS-HI-TERM-KEY(HI-IDX) TO WS-PREV-KEY
069100               MOVE WS-HI-AVERAGE(HI-IDX) TO
069200                   WS-SM-PREV-AVERAGE(SM-IDX)
069300             END-IF
069400           END-IF
069500         END-IF
069600       END-PERFORM
069700       PERFORM KEEP-HOMEROOM
069800       IF WS-CUM-COUNT = 0
069900         ADD 1 TO WS-NO-HISTORY-COUNT
070000       ELSE
070100         COMPUTE WS-SM-CUM-AVERAGE(SM-IDX) ROUNDED =
070200             WS-CUM-TOTAL / WS-CUM-COUNT
070300         IF WS-SM-CUM-AVERAGE(SM-IDX) < WS-PASSING-THRESHOLD
070400           MOVE "Y" TO WS-SM-LOW-SW(SM-IDX)
070500         END-IF
070600         IF WS-PREV-KEY > 0
070700             AND WS-SM-PREV-AVERAGE(SM-IDX) >
070800               WS-SM-LAST-AVERAGE(SM-IDX) + WS-DROP-AMOUNT
070900           MOVE "Y" TO WS-SM-DROP-SW(SM-IDX)
071000         END-IF
071100         IF WS-SM-F-COUNT(SM-IDX) > 0
071200             OR WS-SM-LOW-SW(SM-IDX) = "Y"
071300             OR WS-SM-DROP-SW(SM-IDX) = "Y"
071400           MOVE "W" TO WS-SM-STANDING(SM-IDX)
071500           ADD 1 TO WS-WARNING-COUNT
071600         ELSE
071700           IF WS-SM-CUM-AVERAGE(SM-IDX) >= WS-HONOR-AVERAGE
071800             MOVE "H" TO WS-SM-STANDING(SM-IDX)
071900             ADD 1 TO WS-HONOR-COUNT
072000           ELSE
072100             MOVE "N" TO WS-SM-STANDING(SM-IDX)
072200           END-IF
072300         END-IF
072400       END-IF
072500     END-IF.
072600
072700*Add the student's homeroom to the table on first sight, moved
072800*down into homeroom order so the sections print in order.
072900 KEEP-HOMEROOM.
073000     MOVE "N" TO WS-HR-MATCH-SW.
073100     PERFORM VARYING HR-IDX FROM 1 BY 1
073200         UNTIL HR-IDX > WS-HOMEROOM-COUNT OR HR-MATCHED
073300       IF WS-HR-HOMEROOM(HR-IDX) = WS-SM-HOMEROOM(SM-IDX)
073400         SET HR-MATCHED TO TRUE
073500       END-IF
073600     END-PERFORM.
073700     IF NOT HR-MATCHED
073800       IF WS-HOMEROOM-COUNT < 200
073900         ADD 1 TO WS-HOMEROOM-COUNT
074000         MOVE WS-SM-HOMEROOM(SM-IDX) TO
074100             WS-HR-HOMEROOM(WS-HOMEROOM-COUNT)
074200         MOVE WS-HOMEROOM-COUNT TO WS-HR-SLOT
074300         PERFORM UNTIL WS-HR-SLOT < 2
074400             OR WS-HR-HOMEROOM(WS-HR-SLOT - 1) <=
074500               WS-HR-HOMEROOM(WS-HR-SLOT)
074600           MOVE WS-HR-HOMEROOM(WS-HR-SLOT - 1) TO WS-HR-SAVE
074700           MOVE WS-HR-HOMEROOM(WS-HR-SLOT) TO
074800               WS-HR-HOMEROOM(WS-HR-SLOT - 1)
074900           MOVE WS-HR-SAVE TO WS-HR-HOMEROOM(WS-HR-SLOT)
075000           SUBTRACT 1 FROM WS-HR-SLOT
075100         END-PERFORM
075200       ELSE
075300         DISPLAY "WARNING - homeroom table full, not reported : "
075400             WS-SM-HOMEROOM(SM-IDX)
075500       END-IF
075600     END-IF.
075700
075800*One section per homeroom, each on a new page for its teacher -
075900*the honor roll, then the warning list with a parent letter for
076000*every student on it.
076100 PRINT-ONE-HOMEROOM.
076200     MOVE 0 TO WS-SECTION-HONOR.
076300     MOVE 0 TO WS-SECTION-WARNING.
076400     MOVE WS-HR-HOMEROOM(HR-IDX) TO WS-HH-HOMEROOM.
076500     MOVE WS-SCHOOL-YEAR TO WS-HH-YEAR.
076600     WRITE STANDING-REPORT-LINE FROM WS-HOMEROOM-HEADER
076700         AFTER ADVANCING PAGE.
076800     WRITE STANDING-REPORT-LINE FROM WS-RULE-LINE.
076900     WRITE STANDING-REPORT-LINE FROM WS-BLANK-LINE.
077000     MOVE WS-HONOR-AVERAGE TO WS-HT-AVERAGE.
077100     WRITE STANDING-REPORT-LINE FROM WS-HONOR-TITLE.
077200     WRITE STANDING-REPORT-LINE FROM WS-COLUMN-LINE.
077300     PERFORM VARYING SM-IDX FROM 1 BY 1
077400         UNTIL SM-IDX > WS-MASTER-COUNT
077500       IF WS-SM-HOMEROOM(SM-IDX) = WS-HR-HOMEROOM(HR-IDX)
077600           AND WS-SM-STANDING(SM-IDX) = "H"
077700         PERFORM PRINT-HONOR-LINE
077800       END-IF
077900     END-PERFORM.
078000     IF WS-SECTION-HONOR = 0
078100       WRITE STANDING-REPORT-LINE FROM WS-NONE-LINE
078200     END-IF.
078300     WRITE STANDING-REPORT-LINE FROM WS-BLANK-LINE.
078400     WRITE STANDING-REPORT-LINE FROM WS-WARNING-TITLE.
078500     WRITE STANDING-REPORT-LINE FROM WS-COLUMN-LINE.
078600     PERFORM VARYING SM-IDX FROM 1 BY 1
078700         UNTIL SM-IDX > WS-MASTER-COUNT
078800       IF WS-SM-HOMEROOM(SM-IDX) = WS-HR-HOMEROOM(HR-IDX)
078900           AND WS-SM-STANDING(SM-IDX) = "W"
079000         PERFORM PRINT-WARNING-LINE
079100         PERFORM PRINT-PARENT-LETTER
079200       END-IF
079300     END-PERFORM.
079400     IF WS-SECTION-WARNING = 0
079500       WRITE STANDING-REPORT-LINE FROM WS-NONE-LINE
079600     END-IF.
079700     WRITE STANDING-REPORT-LINE FROM WS-BLANK-LINE.
079800     MOVE WS-PASSING-THRESHOLD TO WS-LG-PASSING.
079900     WRITE STANDING-REPORT-LINE FROM WS-LEGEND-LINE-1.
080000     MOVE WS-DROP-AMOUNT TO WS-LG-DROP.
080100     WRITE STANDING-REPORT-LINE FROM WS-LEGEND-LINE-2.
080200     WRITE STANDING-REPORT-LINE FROM WS-BLANK-LINE.
080300     MOVE WS-SECTION-HONOR TO WS-SC-HONOR.
080400     MOVE WS-SECTION-WARNING TO WS-SC-WARNING.
080500     WRITE STANDING-REPORT-LINE FROM WS-SECTION-COUNT-LINE.
080600     IF NOT REPORT-OK
080700       DISPLAY "Standing report write error, status "
080800           WS-REPORT-STATUS
080900       STOP RUN
081000     END-IF.
081100
081200 PRINT-HONOR-LINE.
081300     MOVE WS-SM-STUDENT-ID(SM-IDX) TO WS-HD-STUDENT-ID.
081400     MOVE WS-SM-NAME(SM-IDX) TO WS-HD-NAME.
081500     MOVE WS-SM-CUM-AVERAGE(SM-IDX) TO WS-HD-CUM-AVERAGE.
081600     MOVE WS-SM-LAST-AVERAGE(SM-IDX) TO WS-HD-LAST-AVERAGE.
081700     WRITE STANDING-REPORT-LINE FROM WS-HONOR-LINE.
081800     ADD 1 TO WS-SECTION-HONOR.
081900
082000 PRINT-WARNING-LINE.
082100     MOVE WS-SM-STUDENT-ID(SM-IDX) TO WS-WD-STUDENT-ID.
082200     MOVE WS-SM-NAME(SM-IDX) TO WS-WD-NAME.
082300     MOVE WS-SM-CUM-AVERAGE(SM-IDX) TO WS-WD-CUM-AVERAGE.
082400     MOVE WS-SM-LAST-AVERAGE(SM-IDX) TO WS-WD-LAST-AVERAGE.
082500     MOVE WS-SM-PREV-AVERAGE(SM-IDX) TO WS-WD-PREV-AVERAGE.
082600     MOVE SPACES TO WS-WD-F-FLAG.
082700     MOVE SPACES TO WS-WD-LOW-FLAG.
082800     MOVE SPACES TO WS-WD-DROP-FLAG.
082900     IF WS-SM-F-COUNT(SM-IDX) > 0
083000       MOVE "F" TO WS-WD-F-FLAG
083100     END-IF.
083200     IF WS-SM-LOW-SW(SM-IDX) = "Y"
083300       MOVE "LOW" TO WS-WD-LOW-FLAG
083400     END-IF.
083500     IF WS-SM-DROP-SW(SM-IDX) = "Y"
083600       MOVE "DROP" TO WS-WD-DROP-FLAG
083700     END-IF.
083800     WRITE STANDING-REPORT-LINE FROM WS-WARNING-LINE.
083900     ADD 1 TO WS-SECTION-WARNING.
084000
084100*One page per warned student, sent home through the homeroom,
084200*giving every reason the student was warned.
084300 PRINT-PARENT-LETTER.
084400     MOVE WS-SM-NAME(SM-IDX) TO WS-LT-NAME.
084500     WRITE PARENT-LETTER-LINE FROM WS-LETTER-TO-LINE
084600         AFTER ADVANCING PAGE.
084700     MOVE WS-SM-STUDENT-ID(SM-IDX) TO WS-LI-STUDENT-ID.
084800     MOVE WS-SM-HOMEROOM(SM-IDX) TO WS-LI-HOMEROOM.
084900     WRITE PARENT-LETTER-LINE FROM WS-LETTER-ID-LINE.
085000     WRITE PARENT-LETTER-LINE FROM WS-BLANK-LINE.
085100     WRITE PARENT-LETTER-LINE FROM WS-LETTER-TEXT-1.
085200     WRITE PARENT-LETTER-LINE FROM WS-BLANK-LINE.
085300     WRITE PARENT-LETTER-LINE FROM WS-LETTER-TEXT-2.
085400     MOVE WS-SCHOOL-YEAR TO WS-L3-YEAR.
085500     WRITE PARENT-LETTER-LINE FROM WS-LETTER-TEXT-3.
085600     WRITE PARENT-LETTER-LINE FROM WS-BLANK-LINE.
085700     IF WS-SM-F-COUNT(SM-IDX) > 0
085800       MOVE WS-SM-F-COUNT(SM-IDX) TO WS-LF-COUNT
085900       WRITE PARENT-LETTER-LINE FROM WS-LETTER-F-LINE
086000     END-IF.
086100     IF WS-SM-LOW-SW(SM-IDX) = "Y"
086200       MOVE WS-SM-CUM-AVERAGE(SM-IDX) TO WS-LL-AVERAGE
086300       MOVE WS-PASSING-THRESHOLD TO WS-LL-PASSING
086400       WRITE PARENT-LETTER-LINE FROM WS-LETTER-LOW-LINE
086500     END-IF.
086600     IF WS-SM-DROP-SW(SM-IDX) = "Y"
086700       MOVE WS-SM-LAST-AVERAGE(SM-IDX) TO WS-LD-LAST
086800       MOVE WS-SM-PREV-AVERAGE(SM-IDX) TO WS-LD-PREV
086900       WRITE PARENT-LETTER-LINE FROM WS-LETTER-DROP-LINE
087000     END-IF.
087100     WRITE PARENT-LETTER-LINE FROM WS-BLANK-LINE.
087200     WRITE PARENT-LETTER-LINE FROM WS-LETTER-TEXT-4.
087300     WRITE PARENT-LETTER-LINE FROM WS-BLANK-LINE.
087400     WRITE PARENT-LETTER-LINE FROM WS-LETTER-TEXT-5.
087500     IF NOT LETTER-OK
087600       DISPLAY "Parent letter write error, status "
087700           WS-LETTER-STATUS
087800       STOP RUN
087900     END-IF.
088000     ADD 1 TO WS-LETTER-COUNT.
088100
088200*Letter bands A to F, with the class passing threshold of 60
088300*as the D/F line - the same bands ReportCard prints.
088400 SET-LETTER-GRADE.
088500     IF WS-SCORE-VALUE >= 90
088600       MOVE "A" TO WS-LETTER-GRADE
088700     ELSE
088800       IF WS-SCORE-VALUE >= 80
088900         MOVE "B" TO WS-LETTER-GRADE
089000       ELSE
089100         IF WS-SCORE-VALUE >= 70
089200           MOVE "C" TO WS-LETTER-GRADE
089300         ELSE
089400           IF WS-SCORE-VALUE >= WS-PASSING-THRESHOLD
089500             MOVE "D" TO WS-LETTER-GRADE
089600           ELSE
089700             MOVE "F" TO WS-LETTER-GRADE
089800           END-IF
089900         END-IF
090000       END-IF
090100     END-IF.
