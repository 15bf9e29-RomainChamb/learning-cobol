002000     SELECT MAINT-REJECTS-FILE ASSIGN TO "MAINT-REJECTS"
002100       ORGANIZATION IS SEQUENTIAL
002200       FILE STATUS IS WS-REJECTS-STATUS.
002201     SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
002205       ORGANIZATION IS SEQUENTIAL
002209       FILE STATUS IS WS-CHGLOG-STATUS.
002213     SELECT ELECTION-FILE ASSIGN TO "WITHHOLD-ELECTION"
002217       ORGANIZATION IS INDEXED
002221       ACCESS MODE IS DYNAMIC
002225       RECORD KEY IS WE-EMPLOYEE-ID
002229       FILE STATUS IS WS-ELECTION-STATUS.
002233     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVE-BALANCE"
002237       ORGANIZATION IS INDEXED
002241       ACCESS MODE IS RANDOM
002245       RECORD KEY IS LB-LEAVE-KEY
002249       FILE STATUS IS WS-LEAVE-STATUS.
002253     SELECT LEAVE-PAYOUT-FILE ASSIGN TO "LEAVE-PAYOUT"
002257       ORGANIZATION IS INDEXED
002261       ACCESS MODE IS RANDOM
002265       RECORD KEY IS LP-EMPLOYEE-ID
002269       FILE STATUS IS WS-PAYOUT-STATUS.
002273     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAY-CALENDAR"
002277       ORGANIZATION IS INDEXED
002281       ACCESS MODE IS SEQUENTIAL
002285       RECORD KEY IS PC-CALENDAR-KEY
002289       FILE STATUS IS WS-CALENDAR-STATUS.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
003400
003500 FD  MAINT-REJECTS-FILE.
003600 01  MAINT-REJECTS-LINE   PIC X(80).
003610
003620 FD  CHANGE-LOG-FILE.
003630     COPY "change-log.cpy".
003647
003664 FD  ELECTION-FILE.
003681     COPY "withhold-election.cpy".
003683
003685 FD  LEAVE-BALANCE-FILE.
003687     COPY "leave-balance.cpy".
003689
003691 FD  LEAVE-PAYOUT-FILE.
003693     COPY "leave-payout.cpy".
003694
003695 FD  PAY-CALENDAR-FILE.
003696     COPY "pay-calendar.cpy".
003700
003800 WORKING-STORAGE SECTION.
003900
005000
005100 01 WS-REJECTS-STATUS PIC XX.
005200   88 REJECTS-OK            VALUE "00".
005210
005220 01 WS-CHGLOG-STATUS PIC XX.
005230   88 CHGLOG-OK             VALUE "00".
005240   88 CHGLOG-FILE-MISSING   VALUE "35".
005241
005242 01 WS-ELECTION-STATUS PIC XX.
005243   88 ELECTION-OK           VALUE "00".
005244   88 ELECTION-FILE-MISSING VALUE "35".
005245
005246 01 WS-LEAVE-STATUS  PIC XX.
005247   88 LEAVE-OK              VALUE "00".
005248   88 LEAVE-FILE-MISSING    VALUE "35".
005249
005250 01 WS-PAYOUT-STATUS PIC XX.
005251   88 PAYOUT-OK             VALUE "00".
005252   88 PAYOUT-FILE-MISSING   VALUE "35".
005253
005254 01 WS-CALENDAR-STATUS PIC XX.
005255   88 CALENDAR-OK           VALUE "00".
005256   88 CALENDAR-EOF          VALUE "10".
005257   88 CALENDAR-FILE-MISSING VALUE "35".
005258
005259 01 WS-ELECTION-FOUND-SW PIC X VALUE "N".
005260   88 ELECTION-RECORD-FOUND VALUE "Y".
005261
005262 01 WS-ELECTION-VALID-SW PIC X VALUE "Y".
005263   88 ELECTION-FIELDS-VALID VALUE "Y".
005264
005265*The master record as read, kept as the before image for the
005270*change log until the rewrite has gone through.
005280 01 WS-BEFORE-IMAGE  PIC X(80) VALUE SPACES.
005290 01 WS-CHANGE-DATE   PIC 9(8) VALUE 0.
005295 01 WS-CHANGE-TIME   PIC 9(8) VALUE 0.
005300
005400*Classes present on the rates file - the valid values for an
005500*employee classification on an add or change.
006200
006300 01 WS-CLASS-MATCH-SW PIC X VALUE "N".
006400   88 CLASS-MATCHED         VALUE "Y".
006407
006414*Pay groups present on the pay calendar - the valid values for
006421*an employee's pay group on an add or change.
006428 01 WS-GROUP-COUNT   PIC 9(3) COMP VALUE 0.
006435 01 WS-GROUP-TABLE.
006442   02 WS-GROUP-ENTRY OCCURS 1 TO 100 TIMES
006449       DEPENDING ON WS-GROUP-COUNT
006456       INDEXED BY GROUP-IDX.
006463     03 WS-VALID-GROUP      PIC X(2).
006470
006477 01 WS-GROUP-MATCH-SW PIC X VALUE "N".
006484   88 GROUP-MATCHED         VALUE "Y".
006500
006600 01 WS-RECORD-FOUND-SW PIC X VALUE "N".
006700   88 MASTER-RECORD-FOUND   VALUE "Y".
006800
006900 01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
007000 01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
007050 01 WS-PAYOUT-COUNT   PIC 9(6) VALUE 0.
007100
007200 01 WS-REJECT-LINE.
007300   02 FILLER              PIC X(8)  VALUE "Action ".
008900       "Transactions rejected: ".
009000   02 WS-RL-COUNT         PIC ZZZZZ9.
009100   02 FILLER              PIC X(50) VALUE SPACES.
009114
009128 01 WS-PAYOUT-LINE.
009142   02 FILLER              PIC X(24) VALUE
009156       "Vacation payouts queued:".
009170   02 WS-PL-COUNT         PIC ZZZZZ9.
009184   02 FILLER              PIC X(50) VALUE SPACES.
009200
009300 PROCEDURE DIVISION.
009400     PERFORM LOAD-VALID-CLASSES.
009450     PERFORM LOAD-VALID-GROUPS.
009500
009600     OPEN INPUT MAINT-TRANS-FILE.
009700     IF NOT TRANS-OK
011200           WS-REJECTS-STATUS
011300       STOP RUN
011400     END-IF.
011401     OPEN EXTEND CHANGE-LOG-FILE.
011402     IF CHGLOG-FILE-MISSING
011403       OPEN OUTPUT CHANGE-LOG-FILE
011404     END-IF.
011405     IF NOT CHGLOG-OK
011406       DISPLAY "Change log open error, status "
011407           WS-CHGLOG-STATUS
011408       STOP RUN
011409     END-IF.
011410     OPEN I-O ELECTION-FILE.
011411     IF ELECTION-FILE-MISSING
011412       OPEN OUTPUT ELECTION-FILE
011413       CLOSE ELECTION-FILE
011414       OPEN I-O ELECTION-FILE
011415     END-IF.
011416     IF NOT ELECTION-OK
011417       DISPLAY "Withholding elections open error, status "
011418           WS-ELECTION-STATUS
011419       STOP RUN
011420     END-IF.
011421     OPEN I-O LEAVE-BALANCE-FILE.
011422     IF LEAVE-FILE-MISSING
011423       OPEN OUTPUT LEAVE-BALANCE-FILE
011424       CLOSE LEAVE-BALANCE-FILE
011425       OPEN I-O LEAVE-BALANCE-FILE
011426     END-IF.
011427     IF NOT LEAVE-OK
011428       DISPLAY "Leave balance file open error, status "
011429           WS-LEAVE-STATUS
011430       STOP RUN
011431     END-IF.
011432     OPEN I-O LEAVE-PAYOUT-FILE.
011433     IF PAYOUT-FILE-MISSING
011434       OPEN OUTPUT LEAVE-PAYOUT-FILE
011435       CLOSE LEAVE-PAYOUT-FILE
011436       OPEN I-O LEAVE-PAYOUT-FILE
011437     END-IF.
011438     IF NOT PAYOUT-OK
011439       DISPLAY "Leave payout file open error, status "
011440           WS-PAYOUT-STATUS
011441       STOP RUN
011442     END-IF.
011500
011600     PERFORM UNTIL TRANS-EOF
011700       READ MAINT-TRANS-FILE
012800
012900     CLOSE MAINT-TRANS-FILE.
013000     CLOSE EMPLOYEE-MASTER-FILE.
013050     CLOSE CHANGE-LOG-FILE.
013075     CLOSE ELECTION-FILE.
013083     CLOSE LEAVE-BALANCE-FILE.
013091     CLOSE LEAVE-PAYOUT-FILE.
013100     MOVE WS-APPLIED-COUNT TO WS-AL-COUNT.
013200     WRITE MAINT-REJECTS-LINE FROM WS-APPLIED-LINE.
013300     MOVE WS-REJECTED-COUNT TO WS-RL-COUNT.
013400     WRITE MAINT-REJECTS-LINE FROM WS-REJECTED-LINE.
013433     MOVE WS-PAYOUT-COUNT TO WS-PL-COUNT.
013466     WRITE MAINT-REJECTS-LINE FROM WS-PAYOUT-LINE.
013500     CLOSE MAINT-REJECTS-FILE.
013600     DISPLAY "Transactions applied  : " WS-APPLIED-COUNT.
013700     DISPLAY "Transactions rejected : " WS-REJECTED-COUNT.
013750     DISPLAY "Vacation payouts queued : " WS-PAYOUT-COUNT.
013800     GOBACK.
013900
014000*Every class on the rates file is a valid classification,
017500       MOVE RT-CLASS TO WS-VALID-CLASS(WS-CLASS-COUNT)
017600     END-IF.
017700
017702*Every group with a pay date on the calendar is valid. With no
017704*calendar yet no pay group can be assigned, so adds reject.
017706 LOAD-VALID-GROUPS.
017708     OPEN INPUT PAY-CALENDAR-FILE.
017710     IF CALENDAR-FILE-MISSING
017712       DISPLAY "No pay calendar file - pay groups cannot be "
017714           "assigned"
017716     ELSE
017718       IF NOT CALENDAR-OK
017720         DISPLAY "Pay calendar file open error, status "
017722             WS-CALENDAR-STATUS
017724         STOP RUN
017726       END-IF
017728       PERFORM UNTIL CALENDAR-EOF
017730         READ PAY-CALENDAR-FILE NEXT RECORD
017732           AT END SET CALENDAR-EOF TO TRUE
017734           NOT AT END
017736             IF NOT CALENDAR-OK
017738               DISPLAY "Pay calendar read error, status "
017740                   WS-CALENDAR-STATUS
017742               SET CALENDAR-EOF TO TRUE
017744             ELSE
017746               PERFORM KEEP-ONE-GROUP
017748             END-IF
017750         END-READ
017752       END-PERFORM
017754       CLOSE PAY-CALENDAR-FILE
017756     END-IF.
017758
017760 KEEP-ONE-GROUP.
017762     MOVE "N" TO WS-GROUP-MATCH-SW.
017764     PERFORM VARYING GROUP-IDX FROM 1 BY 1
017766         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
017768       IF WS-VALID-GROUP(GROUP-IDX) = PC-PAY-GROUP
017770         SET GROUP-MATCHED TO TRUE
017772       END-IF
017774     END-PERFORM.
017776     IF NOT GROUP-MATCHED AND WS-GROUP-COUNT < 100
017778       ADD 1 TO WS-GROUP-COUNT
017780       MOVE PC-PAY-GROUP TO WS-VALID-GROUP(WS-GROUP-COUNT)
017782     END-IF.
017784
017800 APPLY-ONE-TRANSACTION.
017900     IF MT-ADD
018000       PERFORM APPLY-ADD
018500         IF MT-DELETE
018600           PERFORM APPLY-DELETE
018700         ELSE
018725           IF MT-ELECTION
018750             PERFORM APPLY-ELECTION
018775           ELSE
018800             PERFORM REJECT-TRANSACTION
018850           END-IF
018900         END-IF
019000       END-IF
019100     END-IF.
019200
019300 APPLY-ADD.
019320     MOVE "Y" TO WS-ELECTION-VALID-SW.
019340     IF MT-FILING-STATUS NOT = SPACE
019360       PERFORM CHECK-ELECTION-FIELDS
019380     END-IF.
019400     IF MT-EMPLOYEE-ID < 10000
019500       MOVE "invalid employee id" TO WS-RJ-REASON
019600       PERFORM WRITE-REJECT
020800             MOVE "salary out of range" TO WS-RJ-REASON
020900             PERFORM WRITE-REJECT
021000           ELSE
021004             PERFORM CHECK-PAY-GROUP
021008             IF NOT GROUP-MATCHED
021012               MOVE "pay group not on pay calendar"
021014                   TO WS-RJ-REASON
021016               PERFORM WRITE-REJECT
021020             ELSE
021025               IF NOT ELECTION-FIELDS-VALID
021050                 PERFORM WRITE-REJECT
021075               ELSE
021100                 PERFORM CHECK-MASTER-RECORD
021200                 IF MASTER-RECORD-FOUND
021300                   MOVE "duplicate employee id" TO WS-RJ-REASON
021400                   PERFORM WRITE-REJECT
021500                 ELSE
021600                   MOVE MT-EMPLOYEE-ID TO EMPLOYEE-ID
021700                   MOVE MT-EMPLOYEE-NAME TO EMPLOYEE-NAME
021800                   MOVE MT-EMPLOYEE-CLASS TO EMPLOYEE-CLASS
021900                   MOVE MT-SALARY TO SALARY
021950                   MOVE MT-PAY-GROUP TO EMPLOYEE-PAY-GROUP
022000                   SET EMPLOYEE-ACTIVE TO TRUE
022100                   WRITE EMPLOYEE-MASTER-RECORD
022200                     INVALID KEY
022300                       MOVE "master write failed" TO WS-RJ-REASON
022400                       PERFORM WRITE-REJECT
022500                     NOT INVALID KEY
022600                       ADD 1 TO WS-APPLIED-COUNT
022610                       MOVE "A" TO CL-ACTION
022620                       MOVE SPACES TO CL-BEFORE-IMAGE
022630                       PERFORM WRITE-CHANGE-LOG
022647                       IF MT-FILING-STATUS NOT = SPACE
022664                         PERFORM STORE-ELECTION
022681                       END-IF
022700                   END-WRITE
022800                 END-IF
022850               END-IF
022875             END-IF
022900           END-IF
023000         END-IF
023100       END-IF
023700       MOVE "employee not on master" TO WS-RJ-REASON
023800       PERFORM WRITE-REJECT
023900     ELSE
023910       IF MT-PAY-GROUP NOT = SPACES
023920         PERFORM CHECK-PAY-GROUP
023930       ELSE
023940         SET GROUP-MATCHED TO TRUE
023950       END-IF
023960       IF NOT GROUP-MATCHED
023970         MOVE "pay group not on pay calendar" TO WS-RJ-REASON
023980         PERFORM WRITE-REJECT
023990       ELSE
024000         IF MT-EMPLOYEE-CLASS NOT = SPACES
024100           PERFORM CHECK-CLASS
024200           IF NOT CLASS-MATCHED
024300             MOVE "class not on rate table" TO WS-RJ-REASON
024400             PERFORM WRITE-REJECT
024500           ELSE
024600             PERFORM CHANGE-MASTER-RECORD
024700           END-IF
024800         ELSE
024900           PERFORM CHANGE-MASTER-RECORD
025000         END-IF
025050       END-IF
025100     END-IF.
025200
025300*Apply the non-blank transaction fields to the record read by
025400*CHECK-MASTER-RECORD and rewrite it.
025500 CHANGE-MASTER-RECORD.
025550     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
025600     IF MT-EMPLOYEE-NAME NOT = SPACES
025700       MOVE MT-EMPLOYEE-NAME TO EMPLOYEE-NAME
025800     END-IF.
026200     IF MT-SALARY > 0
026300       MOVE MT-SALARY TO SALARY
026400     END-IF.
026425     IF MT-PAY-GROUP NOT = SPACES
026450       MOVE MT-PAY-GROUP TO EMPLOYEE-PAY-GROUP
026475     END-IF.
026500     REWRITE EMPLOYEE-MASTER-RECORD
026600       INVALID KEY
026700         MOVE "master rewrite failed" TO WS-RJ-REASON
026800         PERFORM WRITE-REJECT
026900       NOT INVALID KEY
027000         ADD 1 TO WS-APPLIED-COUNT
027010         MOVE "C" TO CL-ACTION
027020         MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
027030         PERFORM WRITE-CHANGE-LOG
027100     END-REWRITE.
027200
027300*Termination keeps the record and its history - the payroll
027400*driver stops picking the employee up, except to pay out the
027450*unused vacation queued here in the next batch.
027500 APPLY-DELETE.
027600     PERFORM CHECK-MASTER-RECORD.
027700     IF NOT MASTER-RECORD-FOUND
027800       MOVE "employee not on master" TO WS-RJ-REASON
027900       PERFORM WRITE-REJECT
028000     ELSE
028050       MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
028100       SET EMPLOYEE-TERMINATED TO TRUE
028200       REWRITE EMPLOYEE-MASTER-RECORD
028300         INVALID KEY
028500           PERFORM WRITE-REJECT
028600         NOT INVALID KEY
028700           ADD 1 TO WS-APPLIED-COUNT
028710           MOVE "D" TO CL-ACTION
028720           MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
028730           PERFORM WRITE-CHANGE-LOG
028765           PERFORM QUEUE-VACATION-PAYOUT
028800       END-REWRITE
028900     END-IF.
029000
029001*The vacation balance moves to the payout queue and is zeroed,
029002*so it is paid once. A payout still queued from an earlier
029003*termination has the hours added to it.
029004 QUEUE-VACATION-PAYOUT.
029005     MOVE EMPLOYEE-ID TO LB-EMPLOYEE-ID.
029006     MOVE "V" TO LB-LEAVE-TYPE.
029007     READ LEAVE-BALANCE-FILE
029008       INVALID KEY
029009         CONTINUE
029010       NOT INVALID KEY
029011         IF LB-BALANCE-HOURS > 0
029012           PERFORM WRITE-PAYOUT-ENTRY
029013           MOVE 0 TO LB-BALANCE-HOURS
029014           REWRITE LEAVE-BALANCE-RECORD
029015             INVALID KEY
029016               DISPLAY "Leave balance rewrite failed for "
029017                   "employee : " EMPLOYEE-ID
029018           END-REWRITE
029019         END-IF
029020     END-READ.
029021
029022 WRITE-PAYOUT-ENTRY.
029023     MOVE EMPLOYEE-ID TO LP-EMPLOYEE-ID.
029024     READ LEAVE-PAYOUT-FILE
029025       INVALID KEY
029026         MOVE LB-BALANCE-HOURS TO LP-PAYOUT-HOURS
029027         MOVE WS-CHANGE-DATE TO LP-QUEUED-DATE
029028         MOVE "Q" TO LP-STATUS
029029         MOVE SPACES TO LP-PAID-BATCH-ID
029030         WRITE LEAVE-PAYOUT-RECORD
029031           INVALID KEY
029032             DISPLAY "Leave payout write failed for employee : "
029033                 EMPLOYEE-ID
029034         END-WRITE
029035       NOT INVALID KEY
029036         IF LP-QUEUED
029037           ADD LB-BALANCE-HOURS TO LP-PAYOUT-HOURS
029038         ELSE
029039           MOVE LB-BALANCE-HOURS TO LP-PAYOUT-HOURS
029040         END-IF
029041         MOVE WS-CHANGE-DATE TO LP-QUEUED-DATE
029042         MOVE "Q" TO LP-STATUS
029043         MOVE SPACES TO LP-PAID-BATCH-ID
029044         REWRITE LEAVE-PAYOUT-RECORD
029045           INVALID KEY
029046             DISPLAY "Leave payout rewrite failed for "
029047                 "employee : " EMPLOYEE-ID
029048         END-REWRITE
029049     END-READ.
029050     ADD 1 TO WS-PAYOUT-COUNT.
029051
029100 CHECK-MASTER-RECORD.
029200     MOVE "N" TO WS-RECORD-FOUND-SW.
029300     MOVE MT-EMPLOYEE-ID TO EMPLOYEE-ID.
030600         SET CLASS-MATCHED TO TRUE
030700       END-IF
030800     END-PERFORM.
030801
030802*A blank pay group on an add does not match - every new hire
030803*must be put in a group or the driver never pays them.
030804 CHECK-PAY-GROUP.
030805     MOVE "N" TO WS-GROUP-MATCH-SW.
030806     PERFORM VARYING GROUP-IDX FROM 1 BY 1
030807         UNTIL GROUP-IDX > WS-GROUP-COUNT OR GROUP-MATCHED
030808       IF WS-VALID-GROUP(GROUP-IDX) = MT-PAY-GROUP
030809         SET GROUP-MATCHED TO TRUE
030810       END-IF
030811     END-PERFORM.
030812
030813*A W transaction replaces the employee's withholding election
030814*outright - every field is taken from the transaction, so a
030815*zero allowance or additional amount is a real value here.
030816 APPLY-ELECTION.
030817     PERFORM CHECK-MASTER-RECORD.
030818     IF NOT MASTER-RECORD-FOUND
030819       MOVE "employee not on master" TO WS-RJ-REASON
030820       PERFORM WRITE-REJECT
030821     ELSE
030822       IF MT-FILING-STATUS = "D"
030823         PERFORM DELETE-ELECTION
030824       ELSE
030825         PERFORM CHECK-ELECTION-FIELDS
030826         IF NOT ELECTION-FIELDS-VALID
030827           PERFORM WRITE-REJECT
030828         ELSE
030829           PERFORM STORE-ELECTION
030830         END-IF
030831       END-IF
030832     END-IF.
030833
030834 CHECK-ELECTION-FIELDS.
030835     MOVE "Y" TO WS-ELECTION-VALID-SW.
030836     IF MT-EXEMPT = SPACE
030837       MOVE "N" TO MT-EXEMPT
030838     END-IF.
030839     IF MT-FILING-STATUS NOT = "S" AND MT-FILING-STATUS NOT = "M"
030840         AND MT-FILING-STATUS NOT = "H"
030841       MOVE "N" TO WS-ELECTION-VALID-SW
030842       MOVE "filing status must be S, M or H" TO WS-RJ-REASON
030843     ELSE
030844       IF MT-EXEMPT NOT = "Y" AND MT-EXEMPT NOT = "N"
030845         MOVE "N" TO WS-ELECTION-VALID-SW
030846         MOVE "exempt flag must be Y or N" TO WS-RJ-REASON
030847       ELSE
030848         IF MT-ALLOWANCES NOT NUMERIC
030849             OR MT-ADDITIONAL-AMT NOT NUMERIC
030850           MOVE "N" TO WS-ELECTION-VALID-SW
030851           MOVE "allowances or additional not numeric"
030852               TO WS-RJ-REASON
030853         END-IF
030854       END-IF
030855     END-IF.
030900
030901*Write or rewrite the election from the transaction fields,
030902*already checked by CHECK-ELECTION-FIELDS.
030903 STORE-ELECTION.
030904     MOVE "N" TO WS-ELECTION-FOUND-SW.
030905     MOVE MT-EMPLOYEE-ID TO WE-EMPLOYEE-ID.
030906     READ ELECTION-FILE
030907       INVALID KEY
030908         MOVE SPACES TO CL-BEFORE-IMAGE
030909       NOT INVALID KEY
030910         SET ELECTION-RECORD-FOUND TO TRUE
030911         MOVE WITHHOLD-ELECTION-RECORD TO CL-BEFORE-IMAGE
030912     END-READ.
030913     MOVE MT-EMPLOYEE-ID TO WE-EMPLOYEE-ID.
030914     MOVE MT-FILING-STATUS TO WE-FILING-STATUS.
030915     MOVE MT-ALLOWANCES TO WE-ALLOWANCES.
030916     MOVE MT-ADDITIONAL-AMT TO WE-ADDITIONAL-AMT.
030917     MOVE MT-EXEMPT TO WE-EXEMPT.
030918     ACCEPT WE-ELECTION-DATE FROM DATE YYYYMMDD.
030919     IF ELECTION-RECORD-FOUND
030920       REWRITE WITHHOLD-ELECTION-RECORD
030921         INVALID KEY
030922           MOVE "election rewrite failed" TO WS-RJ-REASON
030923           PERFORM WRITE-REJECT
030924         NOT INVALID KEY
030925           MOVE "C" TO CL-ACTION
030926           PERFORM LOG-STORED-ELECTION
030927       END-REWRITE
030928     ELSE
030929       WRITE WITHHOLD-ELECTION-RECORD
030930         INVALID KEY
030931           MOVE "election write failed" TO WS-RJ-REASON
030932           PERFORM WRITE-REJECT
030933         NOT INVALID KEY
030934           MOVE "A" TO CL-ACTION
030935           PERFORM LOG-STORED-ELECTION
030936       END-WRITE
030937     END-IF.
030938
030939 DELETE-ELECTION.
030940     MOVE MT-EMPLOYEE-ID TO WE-EMPLOYEE-ID.
030941     READ ELECTION-FILE
030942       INVALID KEY
030943         MOVE "no election on file" TO WS-RJ-REASON
030944         PERFORM WRITE-REJECT
030945       NOT INVALID KEY
030946         MOVE WITHHOLD-ELECTION-RECORD TO CL-BEFORE-IMAGE
030947         DELETE ELECTION-FILE RECORD
030948           INVALID KEY
030949             MOVE "election delete failed" TO WS-RJ-REASON
030950             PERFORM WRITE-REJECT
030951           NOT INVALID KEY
030952             ADD 1 TO WS-APPLIED-COUNT
030953             MOVE "D" TO CL-ACTION
030954             MOVE SPACES TO CL-AFTER-IMAGE
030955             PERFORM WRITE-ELECTION-CHANGE-LOG
030956         END-DELETE
030957     END-READ.
030958
031000 REJECT-TRANSACTION.
031100     MOVE "unknown action code" TO WS-RJ-REASON.
031200     PERFORM WRITE-REJECT.
032100           WS-REJECTS-STATUS
032200       STOP RUN
032300     END-IF.
032400
032500*Stamp and append one employee master change - the caller has
032600*moved in the action and the before image, the after image is
032700*the master record as just written.
032800 WRITE-CHANGE-LOG.
032900     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
033000     ACCEPT WS-CHANGE-TIME FROM TIME.
033100     MOVE WS-CHANGE-DATE TO CL-CHANGE-DATE.
033200     MOVE WS-CHANGE-TIME TO CL-CHANGE-TIME.
033300     MOVE "EmployeeBatchMaint" TO CL-SOURCE.
033400     MOVE "E" TO CL-FILE-ID.
033500     MOVE EMPLOYEE-ID TO CL-EMPLOYEE-ID.
033600     MOVE EMPLOYEE-MASTER-RECORD TO CL-AFTER-IMAGE.
033606     PERFORM APPEND-CHANGE-LOG.
033612
033618*An election change - the caller has moved in the action and
033624*both images.
033630 WRITE-ELECTION-CHANGE-LOG.
033636     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
033642     ACCEPT WS-CHANGE-TIME FROM TIME.
033648     MOVE WS-CHANGE-DATE TO CL-CHANGE-DATE.
033654     MOVE WS-CHANGE-TIME TO CL-CHANGE-TIME.
033660     MOVE "EmployeeBatchMaint" TO CL-SOURCE.
033666     MOVE "W" TO CL-FILE-ID.
033672     MOVE MT-EMPLOYEE-ID TO CL-EMPLOYEE-ID.
033678     PERFORM APPEND-CHANGE-LOG.
033684
033690 APPEND-CHANGE-LOG.
033700     WRITE CHANGE-LOG-RECORD.
033800     IF NOT CHGLOG-OK
033900       DISPLAY "Change log write error, status "
034000           WS-CHGLOG-STATUS
034100       STOP RUN
034200     END-IF.
034300
034400*An election is on file - a W transaction counts as applied only
034500*now. An election stored with an add was counted with the master
034600*record it came in on.
034700 LOG-STORED-ELECTION.
034800     IF MT-ELECTION
034900       ADD 1 TO WS-APPLIED-COUNT
035000     END-IF.
035100     MOVE WITHHOLD-ELECTION-RECORD TO CL-AFTER-IMAGE.
035200     PERFORM WRITE-ELECTION-CHANGE-LOG.
